      ****************************************************************
      *    COGSREC.CPY - COBOL RECORD LAYOUT FOR COGSWORTH INVENTORY *
      *    THIS COPYBOOK RESTATES THE 75-BYTE IREC LAYOUT DOCUMENTED *
      *    IN COGS.CPY (SEE ..\..\min\COGS.CPY) AS COBOL PICTURE     *
      *    CLAUSES SO IT CAN BE COPYd INTO A COBOL PROGRAM.  FIELD   *
      *    NAMES AND BYTE POSITIONS MATCH COGS.CPY EXACTLY.          *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2012-03-14  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  QUANTITIES WIDENED TO 9(07) AND ICOST/   *
      *                     ISELL TO 9(05)V99 - RECORD IS NOW 75     *
      *                     BYTES (COGSWIDE CONVERTS OLD FILES)      *
      ****************************************************************
       01  COGS-RECORD.
           05  IDESC               PIC X(10).
           05  ICALIF              PIC 9(07).
           05  IILL                PIC 9(07).
           05  IUTAH               PIC 9(07).
           05  IWISC               PIC 9(07).
           05  IBEGIN              PIC 9(07).
           05  IPURCH              PIC 9(07).
           05  IQOH                PIC 9(07).
           05  ICOST               PIC 9(05)V9(02).
           05  ISELL               PIC 9(05)V9(02).
           05  ICRLF               PIC X(02).
