      ****************************************************************
      *    COGSBINP.CPY - CALL PARAMETER LAYOUT SHARED BY COGSBINS   *
      *    AND EVERY PROGRAM THAT MOVES STOCK INTO OR OUT OF THE     *
      *    COGSBIN BIN LOCATIONS.  CALLING PROGRAMS COPY THIS INTO   *
      *    WORKING-STORAGE; COGSBINS COPIES IT INTO ITS LINKAGE      *
      *    SECTION.  FUNCTION PUTA - ADDS BNP-QTY OF BNP-DESC TO THE *
      *    PRIMARY BIN OF BNP-STORE.  FUNCTION PICK - DRAWS BNP-QTY  *
      *    FROM THE PRODUCT'S BINS IN WALK ORDER.  BNP-QTY-DONE      *
      *    COMES BACK WITH THE UNITS ACTUALLY PUT OR DRAWN AND       *
      *    BNP-BIN WITH THE PRIMARY BIN (PUTA) OR THE LAST BIN DRAWN *
      *    (PICK).  BNP-JOB-ID IS STAMPED ON EVERY BIN CHANGED.      *
      *    BNP-RETURN-STATUS IS 00 WHEN DONE, 04 WHEN THE BINS COULD *
      *    NOT COVER A PICK (WHAT THEY HELD WAS DRAWN), 23 WHEN THE  *
      *    STORE HOLDS THE PRODUCT IN NO BIN (OR NO PRIMARY BIN FOR  *
      *    A PUTA) AND 35 WHEN COGSBIN IS NOT ON THE JOB, SO THE     *
      *    CALLER CARRIES ON AS FOR AN UNBINNED STORE.               *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  BIN-CALL-PARMS.
           05  BNP-FUNCTION        PIC X(04).
               88  BNP-PUT-AWAY               VALUE "PUTA".
               88  BNP-PICK                   VALUE "PICK".
           05  BNP-STORE           PIC 9(03).
           05  BNP-DESC            PIC X(10).
           05  BNP-QTY             PIC 9(07).
           05  BNP-JOB-ID          PIC X(08).
           05  BNP-QTY-DONE        PIC 9(07).
           05  BNP-BIN             PIC X(08).
           05  BNP-RETURN-STATUS   PIC X(02).
