000230*                    POSTED IT (FALLS BACK TO SYSTEM DATE)    *
000240*   2026-08-23  DHH  DATE NOW COMES FROM THE SHARED COGSDATE  *
000250*                    SERVICE IN FULL-CENTURY CCYYMMDD FORM    *
000253*   2026-10-05  DHH  OPERATOR ID CARRIED ONTO THE HISTORY      *
000256*                    RECORD                                    *
000260****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000630     MOVE PRP-OLD-SELL           TO PRC-OLD-SELL.
000640     MOVE PRP-NEW-SELL           TO PRC-NEW-SELL.
000650     MOVE PRP-JOB-ID             TO PRC-JOB-ID.
000655     MOVE PRP-OPER-ID            TO PRC-OPER-ID.
000660     MOVE WS-DATE-8              TO PRC-DATE.
000670 1000-EXIT.
000680     EXIT.
