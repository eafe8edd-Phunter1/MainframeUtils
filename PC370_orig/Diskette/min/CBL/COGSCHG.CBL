000230*                    POSTED IT (FALLS BACK TO SYSTEM DATE)    *
000240*   2026-08-23  DHH  DATE NOW COMES FROM THE SHARED COGSDATE  *
000250*                    SERVICE IN FULL-CENTURY CCYYMMDD FORM    *
000253*   2026-10-05  DHH  KEYING AND RELEASING OPERATOR IDS         *
000256*                    CARRIED ONTO THE HISTORY RECORD           *
000260****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000630     MOVE CGP-OLD-COST           TO CHG-OLD-COST.
000640     MOVE CGP-NEW-COST           TO CHG-NEW-COST.
000650     MOVE CGP-JOB-ID             TO CHG-JOB-ID.
000653     MOVE CGP-OPER-ID            TO CHG-OPER-ID.
000656     MOVE CGP-APPR-ID            TO CHG-APPR-ID.
000660     MOVE WS-DATE-8              TO CHG-DATE.
000670 1000-EXIT.
000680     EXIT.
