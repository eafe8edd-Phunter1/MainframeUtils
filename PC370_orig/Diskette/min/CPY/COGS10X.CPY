      ****************************************************************
      *    COGS10X.CPY - COGS10 EXTENSION - ABC CLASS AND COUNT      *
      *    SCHEDULE.  COGSABC CLASSES EVERY PRODUCT A, B OR C BY     *
      *    ITS ANNUAL DOLLAR VOLUME (THE TRAILING YEAR'S COGSSLH1    *
      *    UNITS EXTENDED AT ICOST) AT EACH QUARTER END, KEEPING     *
      *    THE VOLUME AND THE DATE CLASSED BESIDE THE CLASS.         *
      *    COGSCNT STAMPS I10LAST-COUNT-DATE ON EVERY ACCEPTED       *
      *    SHELF COUNT, SO COGSCNTW CAN SCHEDULE COUNTS BY CLASS     *
      *    AND COGSCNTC CAN LIST WHAT IS OVERDUE.  A PRODUCT NOT YET *
      *    CLASSED CARRIES A SPACE AND IS COUNTED AS A C ITEM.       *
      *    APPENDED TO COGSMSTR.CPY AFTER COGS9X.CPY PER THE 2012    *
      *    EXTENSION RULE.                                           *
      *                                                              *
      *    AUTHOR.     D. HALVORSEN - APPLICATIONS PROGRAMMING       *
      *    WRITTEN.    2026-10-05                                    *
      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-10-05  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  I10ANNUAL-VALUE WIDENED TO 9(11)V99 FOR  *
      *                     THE 9(05)V99 ICOST                       *
      ****************************************************************
           05  I10ABC-CLASS        PIC X(01).
               88  I10-CLASS-A                VALUE "A".
               88  I10-CLASS-B                VALUE "B".
               88  I10-CLASS-C                VALUE "C" " ".
           05  I10ANNUAL-VALUE     PIC 9(11)V9(02).
           05  I10CLASS-DATE       PIC 9(08).
           05  I10LAST-COUNT-DATE  PIC 9(08).
