000380*                    CHECKED AGAINST THE COGSBREG REGISTRY,    *
000390*                    *TLR COUNT/HASH (NEW COST IN PENNIES)     *
000400*                    PROVED, CLEAN BATCH STAMPED AT END        *
000401*   2026-10-05  DHH  COST FIELDS WIDENED TO 9(05)V99           *
000402*   2026-10-05  DHH  EACH COST CHANGE CHECKED AGAINST THE      *
000403*                    KEYING OPERATOR'S CST AUTHORITY           *
000404*                    (COGSAUTH); THE OPERATOR IS SHOWN ON THE  *
000405*                    EXCEPTIONS AND CARRIED ONTO THE HOLD AND  *
000406*                    THE COST HISTORY                          *
000410****************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000810 FILE SECTION.
000820 FD  COST-TRANS-FILE
000830     RECORDING MODE IS F
000840     RECORD CONTAINS 25 CHARACTERS
000850     BLOCK CONTAINS 0 RECORDS
000860     LABEL RECORDS ARE STANDARD.
000870 COPY COGSCHTX.
001300 77  WS-TOL-STATUS               PIC X(02) VALUE SPACES.
001310 77  WS-PND-STATUS               PIC X(02) VALUE SPACES.
001320 77  WS-TOLERANCE-PCT            PIC 9(03) VALUE 25.
001330 77  WS-CHANGE-PCT               PIC 9(07) VALUE ZERO.
001340 77  WS-COST-DIFF                PIC S9(05)V9(02) VALUE ZERO.
001350 77  WS-RECS-HELD                PIC 9(07) COMP VALUE ZERO.
001360 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
001370 77  WS-QTY-HASH                 PIC 9(09) VALUE ZERO.
001410 77  WS-RECS-UNCHANGED           PIC 9(07) COMP VALUE ZERO.
001420 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
001430 77  WS-JOB-ID                   PIC X(08) VALUE "COGSCOST".
001440 77  WS-OLD-COST                 PIC 9(05)V9(02) VALUE ZERO.
001450 77  WS-BRG-STATUS               PIC X(02) VALUE SPACES.
001460 77  WS-BATCH-NO                 PIC 9(06) VALUE ZERO.
001470 77  WS-BATCH-HASH               PIC 9(09) VALUE ZERO.
001610         VALUE "COGSWORTH COST-CHANGE EXCEPTIONS".
001620 01  WS-HEADING-2.
001630     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
001637     05  FILLER                  PIC X(09) VALUE " NEW COST".
001644     05  FILLER                  PIC X(09) VALUE "  OPER   ".
001651     05  FILLER                  PIC X(30) VALUE "REASON".
001660 01  WS-DETAIL-LINE.
001670     05  DL-DESC                 PIC X(14).
001676     05  DL-COST                 PIC ZZ,ZZ9.99.
001682     05  FILLER                  PIC X(02) VALUE SPACES.
001688     05  DL-OPER                 PIC X(05).
001694     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  DL-REASON               PIC X(30).
001710 01  WS-SUMMARY-LINE.
001720     05  FILLER                  PIC X(25)
001760 COPY COGSDATP.
001770 COPY COGSXLTP.
001780 COPY COGSBHTR.
001785 COPY COGSAUTP.
001790 PROCEDURE DIVISION.
001800*----------------------------------------------------------------
001810*    0000-MAINLINE - PROGRAM CONTROL
002800         GO TO 2000-NEXT
002810     END-IF.
002820     MOVE 'N' TO WS-REJECT-SW.
002826     PERFORM 2120-CHECK-AUTHORITY THRU 2120-EXIT.
002832     IF NOT WS-REJECTED
002838         MOVE CT-DESC TO IDESC OF COGS-MASTER-RECORD
002844         READ COGS-MASTER-FILE
002850             INVALID KEY
002856                 PERFORM 2130-TRY-ALIAS THRU 2130-EXIT
002862         END-READ
002868     END-IF.
002880     IF NOT WS-REJECTED
002890         PERFORM 2150-CHECK-VENDOR THRU 2150-EXIT
002900     END-IF.
002910     IF WS-REJECTED
002920         MOVE CT-DESC            TO DL-DESC
002930         MOVE CT-NEW-COST        TO DL-COST
002935         MOVE CT-OPER-ID         TO DL-OPER
002940         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
002950         ADD 1 TO WS-RECS-REJECTED
002960     ELSE
003790 2100-EXIT.
003800     EXIT.
003810*----------------------------------------------------------------
003811*    2120-CHECK-AUTHORITY - KEYING OPERATOR NEEDS CST AUTHORITY
003812*----------------------------------------------------------------
003813 2120-CHECK-AUTHORITY.
003814     MOVE CT-OPER-ID TO AUP-OPER-ID.
003815     MOVE "CST"      TO AUP-TRAN-TYPE.
003816     CALL "COGSAUTH" USING AUTH-CALL-PARMS.
003817     IF NOT AUP-AUTHORIZED
003818         MOVE 'Y' TO WS-REJECT-SW
003819         MOVE AUP-REASON TO DL-REASON
003820     END-IF.
003821 2120-EXIT.
003822     EXIT.
003823*----------------------------------------------------------------
003824*    2130-TRY-ALIAS - AN OLD DESCRIPTION FOLLOWS THE RENAME
003830*----------------------------------------------------------------
003840 2130-TRY-ALIAS.
003850     MOVE CT-DESC TO XLP-DESC-IN.
004430     MOVE CT-NEW-COST TO PN-NEW-COST.
004440     MOVE WS-BUS-DATE TO PN-DATE.
004450     MOVE WS-CHANGE-PCT TO PN-PCT.
004455     MOVE CT-OPER-ID TO PN-OPER-ID.
004460     IF WS-PND-STATUS = "00"
004470         REWRITE PENDING-COST-RECORD
004480     ELSE
004500     END-IF.
004510     MOVE CT-DESC     TO DL-DESC.
004520     MOVE CT-NEW-COST TO DL-COST.
004525     MOVE CT-OPER-ID  TO DL-OPER.
004530     MOVE "HELD FOR SUPERVISOR APPROVAL" TO DL-REASON.
004540     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
004550     ADD 1 TO WS-RECS-HELD.
004630     MOVE WS-OLD-COST                 TO CGP-OLD-COST.
004640     MOVE CT-NEW-COST                 TO CGP-NEW-COST.
004650     MOVE WS-JOB-ID                   TO CGP-JOB-ID.
004655     MOVE CT-OPER-ID                  TO CGP-OPER-ID.
004660     CALL "COGSCHG" USING COST-CHANGE-CALL-PARMS.
004670 2200-EXIT.
004680     EXIT.
