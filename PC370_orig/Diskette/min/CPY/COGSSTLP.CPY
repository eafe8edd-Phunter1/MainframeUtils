      ****************************************************************
      *    COGSSTLP.CPY - CALL PARAMETER LAYOUT SHARED BY COGSSTLK   *
      *    AND EVERY PROGRAM THAT LOOKS A STORE UP ON THE COGSSTRM   *
      *    STORE MASTER.  CALLING PROGRAMS COPY THIS INTO            *
      *    WORKING-STORAGE; COGSSTLK COPIES IT INTO ITS LINKAGE      *
      *    SECTION.  FUNCTION STOR - THE CALLER PUTS THE STORE       *
      *    NUMBER IN SKP-STORE AND THE BUSINESS DATE IN              *
      *    SKP-AS-OF-DATE AND GETS BACK THE NAME, HOME STATE,        *
      *    WAREHOUSE FLAG AND WHETHER THE STORE IS OPEN, NOT YET     *
      *    OPEN OR CLOSED ON THAT DATE.  FUNCTION WHSE - RETURNS THE *
      *    WAREHOUSE STORE IN SKP-STORE.  SKP-RETURN-STATUS IS 00    *
      *    WHEN FOUND, 23 WHEN THE STORE (OR A WAREHOUSE) IS NOT ON  *
      *    FILE AND 35 WHEN THE STORE MASTER IS NOT ON THE JOB, SO   *
      *    THE CALLER CAN CARRY ON AS IT DID BEFORE THE STORE MASTER *
      *    EXISTED.                                                  *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      ****************************************************************
       01  STORE-CALL-PARMS.
           05  SKP-FUNCTION        PIC X(04).
               88  SKP-LOOK-UP-STORE          VALUE "STOR".
               88  SKP-FIND-WAREHOUSE         VALUE "WHSE".
           05  SKP-STORE           PIC 9(03).
           05  SKP-AS-OF-DATE      PIC 9(08).
           05  SKP-NAME            PIC X(20).
           05  SKP-STATE           PIC X(02).
           05  SKP-WHSE-FLAG       PIC X(01).
               88  SKP-WAREHOUSE              VALUE "Y".
           05  SKP-OPEN-STATUS     PIC X(01).
               88  SKP-STORE-OPEN             VALUE "O".
               88  SKP-NOT-YET-OPEN           VALUE "N".
               88  SKP-STORE-CLOSED           VALUE "C".
           05  SKP-RETURN-STATUS   PIC X(02).

