000180*                                                              *
000190*   MODIFICATION HISTORY                                      *
000200*   2026-08-23  DHH  INITIAL VERSION                           *
000201*   2026-10-05  DHH  COST COLUMNS WIDENED TO 99999.99          *
000202*   2026-10-05  DHH  EACH DECISION CHECKED AGAINST THE         *
000203*                    SUPERVISOR'S APR AUTHORITY (COGSAUTH); A  *
000204*                    RELEASE BY THE OPERATOR WHO KEYED THE     *
000205*                    HELD CHANGE IS REFUSED; KEYING AND        *
000206*                    RELEASING OPERATORS SHOWN AND CARRIED     *
000207*                    ONTO THE COST HISTORY                     *
000210****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000860 01  WS-HEADING-2.
000870     05  FILLER                  PIC X(07) VALUE "ACTION ".
000880     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
000886     05  FILLER                  PIC X(13) VALUE "OLD COST     ".
000892     05  FILLER                  PIC X(13) VALUE "NEW COST     ".
000898     05  FILLER                  PIC X(07) VALUE "KEYED  ".
000904     05  FILLER                  PIC X(07) VALUE "BY     ".
000910     05  FILLER                  PIC X(30) VALUE "DISPOSITION".
000920 01  WS-DETAIL-LINE.
000930     05  DL-ACTION               PIC X(03).
000940     05  FILLER                  PIC X(04) VALUE SPACES.
000950     05  DL-DESC                 PIC X(14).
000960     05  DL-OLD-COST             PIC ZZ,ZZ9.99.
000970     05  FILLER                  PIC X(04) VALUE SPACES.
000980     05  DL-NEW-COST             PIC ZZ,ZZ9.99.
000990     05  FILLER                  PIC X(04) VALUE SPACES.
000992     05  DL-KEYED-BY             PIC X(05).
000994     05  FILLER                  PIC X(02) VALUE SPACES.
000996     05  DL-DECIDED-BY           PIC X(05).
000998     05  FILLER                  PIC X(02) VALUE SPACES.
001000     05  DL-DISPOSITION          PIC X(30).
001010 01  WS-HOLD-HEADING.
001020     05  FILLER                  PIC X(36)
001060         VALUE "CHANGES STILL HELD   =".
001070     05  SL-ON-HOLD              PIC ZZZ,ZZ9.
001080 COPY COGSCHGP.
001085 COPY COGSAUTP.
001090 PROCEDURE DIVISION.
001100*----------------------------------------------------------------
001110*    0000-MAINLINE - PROGRAM CONTROL
001610 2000-PROCESS-DECISION.
001620     MOVE 'N' TO WS-REJECT-SW.
001630     MOVE ZERO TO DL-OLD-COST DL-NEW-COST.
001636     MOVE SPACES TO DL-KEYED-BY.
001642     PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT.
001648     IF NOT WS-REJECTED
001654         MOVE AP-DESC TO PN-DESC
001660         READ PENDING-COST-FILE
001666             INVALID KEY
001672                 MOVE 'Y' TO WS-REJECT-SW
001678                 MOVE "NOTHING ON HOLD FOR PRODUCT"
001684                     TO DL-DISPOSITION
001690         END-READ
001696     END-IF.
001710     IF NOT WS-REJECTED
001720         MOVE PN-OLD-COST TO DL-OLD-COST
001730         MOVE PN-NEW-COST TO DL-NEW-COST
001735         MOVE PN-OPER-ID  TO DL-KEYED-BY
001740         EVALUATE TRUE
001750             WHEN AP-ACTION-RELEASE
001760                 PERFORM 2300-RELEASE-CHANGE THRU 2300-EXIT
001850     IF WS-REJECTED
001860         ADD 1 TO WS-RECS-REJECTED
001870     END-IF.
001877     MOVE AP-ACTION  TO DL-ACTION.
001884     MOVE AP-DESC    TO DL-DESC.
001891     MOVE AP-OPER-ID TO DL-DECIDED-BY.
001900     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
001910     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001920 2000-EXIT.
001921     EXIT.
001922*----------------------------------------------------------------
001923*    2050-CHECK-AUTHORITY - DECIDING OPERATOR NEEDS APR
001924*    AUTHORITY
001925*----------------------------------------------------------------
001926 2050-CHECK-AUTHORITY.
001927     MOVE AP-OPER-ID TO AUP-OPER-ID.
001928     MOVE "APR"      TO AUP-TRAN-TYPE.
001929     CALL "COGSAUTH" USING AUTH-CALL-PARMS.
001930     IF NOT AUP-AUTHORIZED
001931         MOVE 'Y' TO WS-REJECT-SW
001932         MOVE AUP-REASON TO DL-DISPOSITION
001933     END-IF.
001934 2050-EXIT.
001935     EXIT.
001940 2100-READ-TRANS.
001950     READ APPROVAL-TRANS-FILE
001960         AT END
002040*    2300-RELEASE-CHANGE - POST THE HELD COST, LOG, CLEAR HOLD
002050*----------------------------------------------------------------
002060 2300-RELEASE-CHANGE.
002061     IF PN-OPER-ID NOT = SPACES AND PN-OPER-ID = AP-OPER-ID
002062         MOVE 'Y' TO WS-REJECT-SW
002063         MOVE "CANNOT RELEASE OWN COST CHANGE"
002064             TO DL-DISPOSITION
002065         GO TO 2300-EXIT
002066     END-IF.
002070     MOVE PN-DESC TO IDESC OF COGS-MASTER-RECORD.
002080     READ COGS-MASTER-FILE
002090         INVALID KEY
002180     MOVE ICOST OF COGS-MASTER-RECORD TO CGP-OLD-COST.
002190     MOVE PN-NEW-COST                 TO CGP-NEW-COST.
002200     MOVE WS-JOB-ID                   TO CGP-JOB-ID.
002203     MOVE PN-OPER-ID                  TO CGP-OPER-ID.
002206     MOVE AP-OPER-ID                  TO CGP-APPR-ID.
002210     MOVE PN-NEW-COST TO ICOST OF COGS-MASTER-RECORD.
002220     REWRITE COGS-MASTER-RECORD.
002230     CALL "COGSCHG" USING COST-CHANGE-CALL-PARMS.
002620     MOVE PN-DESC     TO DL-DESC.
002630     MOVE PN-OLD-COST TO DL-OLD-COST.
002640     MOVE PN-NEW-COST TO DL-NEW-COST.
002643     MOVE PN-OPER-ID  TO DL-KEYED-BY.
002646     MOVE SPACES      TO DL-DECIDED-BY.
002650     MOVE "ON HOLD" TO DL-DISPOSITION.
002660     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
002670     ADD 1 TO WS-RECS-ON-HOLD.
