      *                     CONVERTS IT TO EACHES WITH THE           *
      *                     PRODUCT'S I8CASE-PACK; E OR SPACES       *
      *                     MEANS EACHES AS ALWAYS                   *
      *    2026-10-05  DHH  WIDENED TO 30 BYTES - PO-PO-NUMBER AND   *
      *                     PO-LINE QUOTE THE NUMBERED PO LINE THE   *
      *                     RECEIPT IS AGAINST (SPACES OR ZERO = NO  *
      *                     PO QUOTED, RELIEVE BY PRODUCT AS BEFORE) *
      ****************************************************************
       01  PO-TRANS-RECORD.
           05  PO-DESC             PIC X(10).
               88  PO-UOM-CASES               VALUE "C".
               88  PO-UOM-EACHES              VALUE "E" " ".
           05  FILLER              PIC X(01).
           05  PO-PO-NUMBER        PIC 9(07).
           05  PO-PO-NUMBER-X REDEFINES PO-PO-NUMBER
                                   PIC X(07).
           05  PO-LINE             PIC 9(03).
