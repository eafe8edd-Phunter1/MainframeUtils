      *             AND INCLUDING CDP-DATE-IN2, RETURNED IN          *
      *             CDP-DAYS-OUT - SO AGING STOPS COUNTING           *
      *             WEEKENDS AND HOLIDAYS AS ELAPSED SELLING DAYS    *
      *      PDAY - RETURN IN CDP-DATE-OUT THE CALENDAR DAY BEFORE   *
      *             THE CCYYMMDD DATE IN CDP-DATE-IN (WEEKENDS AND   *
      *             HOLIDAYS COUNT - FOR WINDOWS OF ELAPSED DAYS)    *
      *    CDP-RETURN-STATUS IS 00 WHEN THE DATE IS GOOD AND 12      *
      *    WHEN IT IS NOT; WIND AND BUSD ALSO VALIDATE THEIR         *
      *    RESULT BEFORE RETURNING IT.                               *
      *    2026-09-02  DHH  NBUS AND BDIF FUNCTIONS ADDED WITH THE   *
      *                     CDP-DATE-IN2 AND CDP-DAYS-OUT FIELDS     *
      *                     APPENDED FOR THEM                        *
      *    2026-10-05  DHH  PDAY FUNCTION ADDED - PRIOR CALENDAR     *
      *                     DAY                                      *
      ****************************************************************
       01  DATE-CALL-PARMS.
           05  CDP-FUNCTION        PIC X(04).
               88  CDP-VALIDATE-DATE          VALUE "VAL ".
               88  CDP-NEXT-BUS-DAY           VALUE "NBUS".
               88  CDP-BUS-DAYS-BETWEEN       VALUE "BDIF".
               88  CDP-PREV-DAY               VALUE "PDAY".
           05  CDP-DATE-IN         PIC 9(08).
           05  CDP-DATE-OUT        PIC 9(08).
           05  CDP-RETURN-STATUS   PIC X(02).
