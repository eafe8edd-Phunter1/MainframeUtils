000100*   FROM COGSIN AND THE POSTERS UPDATE ONLY THE MASTER - SO    *
000110*   THE FLAT FILE EVERY REPORT READS GOES STALE THE MOMENT     *
000120*   THE FIRST TRANSACTION POSTS.  THIS PROGRAM READS THE       *
000130*   MASTER SEQUENTIALLY AND WRITES A 75-BYTE COGSREC-FORMAT    *
000140*   UNLOAD (COGSOUT) PLUS A COMPANION EXTENSION EXTRACT        *
000150*   (COGSXOUT, COGSEXTR.CPY) CARRYING THE COGS2/COGS3/COGS4    *
000160*   FIELDS.  RECORD COUNTS AND A HASH TOTAL OF IQOH ARE        *
000230*   2026-08-23  DHH  INITIAL VERSION                           *
000240*   2026-09-02  DHH  I5DEPT DEPARTMENT CODE CARRIED ON THE     *
000250*                    EXTENSION EXTRACT AS XT-DEPT              *
000253*   2026-10-05  DHH  WIDENED BASE RECORD - COGSOUT IS NOW 75   *
000256*                    BYTES AND COGSXOUT 140, IQOH HASHES 9(11) *
000260****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000480 COPY COGSMSTR.
000490 FD  COGS-OUTPUT-FILE
000500     RECORDING MODE IS F
000510     RECORD CONTAINS 75 CHARACTERS
000520     BLOCK CONTAINS 0 RECORDS
000530     LABEL RECORDS ARE STANDARD.
000540 COPY COGSREC.
000550 FD  EXTENSION-OUTPUT-FILE
000560     RECORDING MODE IS F
000570     RECORD CONTAINS 140 CHARACTERS
000580     BLOCK CONTAINS 0 RECORDS
000590     LABEL RECORDS ARE STANDARD.
000600 COPY COGSEXTR.
000640 77  WS-XTO-STATUS               PIC X(02) VALUE SPACES.
000650 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000660 77  WS-RECS-UNLOADED            PIC 9(07) COMP VALUE ZERO.
000670 77  WS-HASH-QOH-MASTER          PIC 9(11) VALUE ZERO.
000680 77  WS-HASH-QOH-UNLOAD          PIC 9(11) VALUE ZERO.
000690 77  WS-I3-SUB                   PIC 9(02) COMP VALUE ZERO.
000700 01  WS-SWITCHES.
000710     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
