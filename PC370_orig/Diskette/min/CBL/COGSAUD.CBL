000230*                    POSTED IT (FALLS BACK TO SYSTEM DATE)    *
000240*   2026-08-23  DHH  DATE NOW COMES FROM THE SHARED COGSDATE  *
000250*                    SERVICE IN FULL-CENTURY CCYYMMDD FORM    *
000255*   2026-10-05  DHH  OPERATOR ID CARRIED ONTO THE AUDIT RECORD *
000260****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000660     MOVE ACP-OLD-VALUE          TO AUD-OLD-VALUE.
000670     MOVE ACP-NEW-VALUE          TO AUD-NEW-VALUE.
000680     MOVE ACP-JOB-ID             TO AUD-JOB-ID.
000685     MOVE ACP-OPER-ID            TO AUD-OPER-ID.
000690     MOVE WS-DATE-8              TO AUD-DATE.
000700     MOVE WS-TIME-8(1:6)         TO AUD-TIME.
000710 1000-EXIT.
