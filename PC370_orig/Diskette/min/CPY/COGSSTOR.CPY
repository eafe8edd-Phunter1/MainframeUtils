      *                     BACKORDER RELEASE) SO THE COGSSPRF       *
      *                     STORE PERFORMANCE REPORT CAN FINALLY     *
      *                     SAY WHICH STORE IS MOVING THE PRODUCT    *
      *    2026-10-05  DHH  ST-QOH WIDENED TO 9(07) WITH IQOH, FROM  *
      *                     THE FILLER - STILL 40 BYTES              *
      *    2026-10-05  DHH  ST-RESERVED CARVED FROM THE FILLER -     *
      *                     UNITS ON THIS SHELF HELD FOR CUSTOMER    *
      *                     PICKUP ON COGSRSV.  COGSRSRV KEEPS IT;   *
      *                     A REGISTER SALE MAY ONLY TAKE ST-QOH     *
      *                     LESS ST-RESERVED.  RECORDS WRITTEN       *
      *                     BEFORE IT EXISTED MAY CARRY SPACES,      *
      *                     WHICH READ AS ZERO                       *
      ****************************************************************
       01  STORE-INVENTORY-RECORD.
           05  ST-KEY.
               10  ST-DESC         PIC X(10).
               10  ST-STORE        PIC 9(03).
           05  ST-QOH              PIC 9(07).
           05  ST-REORD            PIC 9(05).
           05  ST-UNITS-SOLD       PIC 9(07).
           05  ST-RESERVED         PIC 9(07).
           05  FILLER              PIC X(01).
