000240*                                                              *
000250*   MODIFICATION HISTORY                                      *
000260*   2026-08-23  DHH  INITIAL VERSION                           *
000263*   2026-10-05  DHH  NEW CHANGE RECORD FOLLOWS COGSCHGR, NOW   *
000266*                    40 BYTES                                  *
000267*   2026-10-05  DHH  NEW AUDIT AND CHANGE RECORDS NOW 60 AND   *
000268*                    50 BYTES - OPERATOR IDS WRITTEN AS        *
000269*                    SPACES                                    *
000270****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000630     05  OAD-JOB-ID          PIC X(08).
000640 FD  NEW-AUDIT-FILE
000650     RECORDING MODE IS F
000660     RECORD CONTAINS 60 CHARACTERS
000670     BLOCK CONTAINS 0 RECORDS
000680     LABEL RECORDS ARE STANDARD.
000690 COPY COGSAUDR.
000800     05  OCH-JOB-ID          PIC X(08).
000810 FD  NEW-CHG-FILE
000820     RECORDING MODE IS F
000830     RECORD CONTAINS 50 CHARACTERS
000840     BLOCK CONTAINS 0 RECORDS
000850     LABEL RECORDS ARE STANDARD.
000860 COPY COGSCHGR.
001980     MOVE CDP-DATE-OUT  TO AUD-DATE.
001990     MOVE OAD-TIME      TO AUD-TIME.
002000     MOVE OAD-JOB-ID    TO AUD-JOB-ID.
002005     MOVE SPACES        TO AUD-OPER-ID.
002010     WRITE AUDIT-RECORD.
002020     ADD 1 TO WS-AUD-WRITTEN.
002030     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
002310     MOVE OCH-NEW-COST TO CHG-NEW-COST.
002320     MOVE CDP-DATE-OUT TO CHG-DATE.
002330     MOVE OCH-JOB-ID   TO CHG-JOB-ID.
002335     MOVE SPACES       TO CHG-OPER-ID CHG-APPR-ID.
002340     WRITE COST-CHANGE-RECORD.
002350     ADD 1 TO WS-CHG-WRITTEN.
002360     PERFORM 2600-READ-CHANGE THRU 2600-EXIT.
