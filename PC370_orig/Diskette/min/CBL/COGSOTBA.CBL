000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSOTBA.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSOTBA WORKS THE COGSOTBH OPEN-TO-BUY HOLD - THE NEW     *
000090*   ORDERS COGSOPST WOULD NOT POST BECAUSE THEY WOULD TAKE     *
000100*   THEIR DEPARTMENT OVER THE MONTH'S PLAN.  EACH MERCHANDISE  *
000110*   MANAGER TRANSACTION RELEASES (REL) OR REJECTS (REJ) ONE    *
000120*   HELD ORDER BY ITS HOLD DATE AND NUMBER.  THE MANAGER MUST  *
000130*   HOLD OTB AUTHORITY (COGSAUTH).  A RELEASE MARKS THE ORDER  *
000140*   R WITH THE MANAGER AND DATE, AND THE NEXT COGSOPST RUN     *
000150*   POSTS IT WITHOUT THE BUDGET CHECK; A REJECT DROPS IT.      *
000160*   DECISIONS AGAINST ORDERS NOT ON HOLD ARE REFUSED.  AFTER   *
000170*   THE TRANSACTIONS ARE WORKED, EVERYTHING STILL ON THE FILE  *
000180*   IS LISTED - HELD ORDERS AWAITING A DECISION AND RELEASED   *
000190*   ORDERS AWAITING COGSOPST.                                  *
000200*                                                              *
000210*   MODIFICATION HISTORY                                      *
000220*   2026-10-05  DHH  INITIAL VERSION                           *
000230****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.  IBM-370.
000270 OBJECT-COMPUTER.  IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT DECISION-TRANS-FILE ASSIGN TO COGSOTBD
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-TRN-STATUS.
000330     SELECT OTB-HOLD-FILE ASSIGN TO COGSOTBH
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS OH-KEY
000370         FILE STATUS IS WS-OTH-STATUS.
000380     SELECT PRINT-FILE ASSIGN TO COGSOTA1
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-PRT-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  DECISION-TRANS-FILE
000440     RECORDING MODE IS F
000450     RECORD CONTAINS 40 CHARACTERS
000460     BLOCK CONTAINS 0 RECORDS
000470     LABEL RECORDS ARE STANDARD.
000480 COPY COGSOHTX.
000490 FD  OTB-HOLD-FILE
000500     RECORDING MODE IS F
000510     RECORD CONTAINS 130 CHARACTERS
000520     LABEL RECORDS ARE STANDARD.
000530 COPY COGSOTHR.
000540 FD  PRINT-FILE
000550     RECORDING MODE IS F
000560     RECORD CONTAINS 132 CHARACTERS
000570     LABEL RECORDS ARE STANDARD.
000580 01  PRINT-RECORD                PIC X(132).
000590 WORKING-STORAGE SECTION.
000600 77  WS-TRN-STATUS               PIC X(02) VALUE SPACES.
000610 77  WS-OTH-STATUS               PIC X(02) VALUE SPACES.
000620 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000630 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000640 77  WS-RECS-RELEASED            PIC 9(07) COMP VALUE ZERO.
000650 77  WS-RECS-THROWN              PIC 9(07) COMP VALUE ZERO.
000660 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
000670 77  WS-RECS-ON-HOLD             PIC 9(07) COMP VALUE ZERO.
000680 77  WS-RECS-AWAITING            PIC 9(07) COMP VALUE ZERO.
000690 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000700 COPY COGSDATP.
000710 01  WS-SWITCHES.
000720     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000730         88  WS-EOF                         VALUE 'Y'.
000740     05  WS-OTH-EOF-SW           PIC X(01) VALUE 'N'.
000750         88  WS-OTH-EOF                     VALUE 'Y'.
000760     05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
000770         88  WS-REJECTED                    VALUE 'Y'.
000780 01  WS-HEADING-1.
000790     05  FILLER                  PIC X(44)
000800         VALUE "COGSWORTH OPEN-TO-BUY HOLD DECISIONS".
000810 01  WS-HEADING-2.
000820     05  FILLER                  PIC X(07) VALUE "ACTION ".
000830     05  FILLER                  PIC X(16) VALUE "HOLD".
000840     05  FILLER                  PIC X(06) VALUE "DEPT  ".
000850     05  FILLER                  PIC X(12) VALUE "DESCRIPTION ".
000860     05  FILLER                  PIC X(08) VALUE "  QTY   ".
000870     05  FILLER                  PIC X(16)
000880         VALUE "     ORDER VALUE".
000890     05  FILLER                  PIC X(02) VALUE SPACES.
000900     05  FILLER                  PIC X(07) VALUE "BY     ".
000910     05  FILLER                  PIC X(30) VALUE "DISPOSITION".
000920 01  WS-DETAIL-LINE.
000930     05  DL-ACTION               PIC X(03).
000940     05  FILLER                  PIC X(04) VALUE SPACES.
000950     05  DL-HOLD-DATE            PIC X(08).
000960     05  DL-HOLD-DASH            PIC X(01).
000970     05  DL-HOLD-SEQ             PIC X(05).
000980     05  FILLER                  PIC X(02) VALUE SPACES.
000990     05  DL-DEPT                 PIC X(04).
001000     05  FILLER                  PIC X(02) VALUE SPACES.
001010     05  DL-DESC                 PIC X(10).
001020     05  FILLER                  PIC X(02) VALUE SPACES.
001030     05  DL-QTY                  PIC ZZ,ZZ9.
001040     05  FILLER                  PIC X(02) VALUE SPACES.
001050     05  DL-VALUE                PIC ZZZ,ZZZ,ZZZ.99.
001060     05  FILLER                  PIC X(04) VALUE SPACES.
001070     05  DL-DECIDED-BY           PIC X(05).
001080     05  FILLER                  PIC X(02) VALUE SPACES.
001090     05  DL-DISPOSITION          PIC X(30).
001100 01  WS-HOLD-HEADING.
001110     05  FILLER                  PIC X(44)
001120         VALUE "STILL ON FILE - HELD OR AWAITING COGSOPST".
001130 01  WS-SUMMARY-LINE.
001140     05  FILLER                  PIC X(22)
001150         VALUE "ORDERS STILL HELD    =".
001160     05  SL-ON-HOLD              PIC ZZZ,ZZ9.
001170 01  WS-SUMMARY-LINE-2.
001180     05  FILLER                  PIC X(22)
001190         VALUE "RELEASED, NOT POSTED =".
001200     05  SL-AWAITING             PIC ZZZ,ZZ9.
001210 COPY COGSAUTP.
001220 PROCEDURE DIVISION.
001230*----------------------------------------------------------------
001240*    0000-MAINLINE - PROGRAM CONTROL
001250*----------------------------------------------------------------
001260 0000-MAINLINE.
001270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001280     PERFORM 2000-PROCESS-DECISION THRU 2000-EXIT
001290         UNTIL WS-EOF.
001300     PERFORM 2700-LIST-STILL-HELD THRU 2700-EXIT.
001310     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001320     STOP RUN.
001330*----------------------------------------------------------------
001340*    1000-INITIALIZE - OPEN FILES, PICK UP THE BUSINESS DATE,
001350*    PRINT HEADINGS
001360*----------------------------------------------------------------
001370 1000-INITIALIZE.
001380     DISPLAY "COGSOTBA STARTING - OPEN-TO-BUY HOLD DECISIONS".
001390     MOVE "BUSD" TO CDP-FUNCTION.
001400     CALL "COGSDATE" USING DATE-CALL-PARMS.
001410     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001420     OPEN INPUT DECISION-TRANS-FILE.
001430     IF WS-TRN-STATUS NOT = "00"
001440         DISPLAY "COGSOTBA - UNABLE TO OPEN COGSOTBD, STATUS = "
001450                 WS-TRN-STATUS
001460         MOVE 16 TO RETURN-CODE
001470         STOP RUN
001480     END-IF.
001490     OPEN I-O OTB-HOLD-FILE.
001500     IF WS-OTH-STATUS NOT = "00"
001510         DISPLAY "COGSOTBA - UNABLE TO OPEN COGSOTBH, STATUS = "
001520                 WS-OTH-STATUS
001530         MOVE 16 TO RETURN-CODE
001540         STOP RUN
001550     END-IF.
001560     OPEN OUTPUT PRINT-FILE.
001570     IF WS-PRT-STATUS NOT = "00"
001580         DISPLAY "COGSOTBA - UNABLE TO OPEN COGSOTA1, STATUS = "
001590                 WS-PRT-STATUS
001600         MOVE 16 TO RETURN-CODE
001610         STOP RUN
001620     END-IF.
001630     WRITE PRINT-RECORD FROM WS-HEADING-1.
001640     WRITE PRINT-RECORD FROM WS-HEADING-2.
001650     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001660 1000-EXIT.
001670     EXIT.
001680*----------------------------------------------------------------
001690*    2000-PROCESS-DECISION - RELEASE OR REJECT ONE HELD ORDER
001700*----------------------------------------------------------------
001710 2000-PROCESS-DECISION.
001720     MOVE 'N' TO WS-REJECT-SW.
001730     MOVE SPACES TO DL-DEPT DL-DESC.
001740     MOVE ZERO TO DL-QTY DL-VALUE.
001750     PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT.
001760     IF NOT WS-REJECTED
001770         MOVE OD-HOLD-KEY TO OH-KEY
001780         READ OTB-HOLD-FILE
001790             INVALID KEY
001800                 MOVE 'Y' TO WS-REJECT-SW
001810                 MOVE "NOTHING ON HOLD UNDER THAT KEY"
001820                     TO DL-DISPOSITION
001830         END-READ
001840     END-IF.
001850     IF NOT WS-REJECTED
001860         MOVE OH-DEPT     TO DL-DEPT
001870         MOVE OH-ORD-DESC TO DL-DESC
001880         MOVE OH-ORD-QTY  TO DL-QTY
001890         MOVE OH-VALUE    TO DL-VALUE
001900         EVALUATE TRUE
001910             WHEN OD-ACTION-RELEASE
001920                 PERFORM 2300-RELEASE-ORDER THRU 2300-EXIT
001930             WHEN OD-ACTION-REJECT
001940                 PERFORM 2400-REJECT-ORDER THRU 2400-EXIT
001950             WHEN OTHER
001960                 MOVE 'Y' TO WS-REJECT-SW
001970                 MOVE "INVALID ACTION CODE"
001980                     TO DL-DISPOSITION
001990         END-EVALUATE
002000     END-IF.
002010     IF WS-REJECTED
002020         ADD 1 TO WS-RECS-REJECTED
002030     END-IF.
002040     MOVE OD-ACTION    TO DL-ACTION.
002050     MOVE OD-DATE-HELD TO DL-HOLD-DATE.
002060     MOVE "-"          TO DL-HOLD-DASH.
002070     MOVE OD-SEQ       TO DL-HOLD-SEQ.
002080     MOVE OD-OPER-ID   TO DL-DECIDED-BY.
002090     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
002100     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002110 2000-EXIT.
002120     EXIT.
002130*----------------------------------------------------------------
002140*    2050-CHECK-AUTHORITY - DECIDING MANAGER NEEDS OTB
002150*    AUTHORITY
002160*----------------------------------------------------------------
002170 2050-CHECK-AUTHORITY.
002180     MOVE OD-OPER-ID TO AUP-OPER-ID.
002190     MOVE "OTB"      TO AUP-TRAN-TYPE.
002200     CALL "COGSAUTH" USING AUTH-CALL-PARMS.
002210     IF NOT AUP-AUTHORIZED
002220         MOVE 'Y' TO WS-REJECT-SW
002230         MOVE AUP-REASON TO DL-DISPOSITION
002240     END-IF.
002250 2050-EXIT.
002260     EXIT.
002270 2100-READ-TRANS.
002280     READ DECISION-TRANS-FILE
002290         AT END
002300             MOVE 'Y' TO WS-EOF-SW
002310             GO TO 2100-EXIT
002320     END-READ.
002330     ADD 1 TO WS-RECS-READ.
002340 2100-EXIT.
002350     EXIT.
002360*----------------------------------------------------------------
002370*    2300-RELEASE-ORDER - MARK IT FOR THE NEXT COGSOPST RUN
002380*----------------------------------------------------------------
002390 2300-RELEASE-ORDER.
002400     IF NOT OH-HELD
002410         MOVE 'Y' TO WS-REJECT-SW
002420         MOVE "ALREADY RELEASED" TO DL-DISPOSITION
002430         GO TO 2300-EXIT
002440     END-IF.
002450     MOVE "R"         TO OH-STATUS.
002460     MOVE OD-OPER-ID  TO OH-DECIDED-BY.
002470     MOVE WS-BUS-DATE TO OH-DATE-DECIDED.
002480     REWRITE OTB-HELD-ORDER-RECORD.
002490     MOVE "RELEASED - POSTS NEXT COGSOPST" TO DL-DISPOSITION.
002500     ADD 1 TO WS-RECS-RELEASED.
002510 2300-EXIT.
002520     EXIT.
002530*----------------------------------------------------------------
002540*    2400-REJECT-ORDER - DROP THE HELD ORDER
002550*----------------------------------------------------------------
002560 2400-REJECT-ORDER.
002570     DELETE OTB-HOLD-FILE.
002580     MOVE "REJECTED - ORDER DROPPED" TO DL-DISPOSITION.
002590     ADD 1 TO WS-RECS-THROWN.
002600 2400-EXIT.
002610     EXIT.
002620*----------------------------------------------------------------
002630*    2700-LIST-STILL-HELD - WHAT IS LEFT ON THE HOLD FILE
002640*----------------------------------------------------------------
002650 2700-LIST-STILL-HELD.
002660     MOVE SPACES TO PRINT-RECORD.
002670     WRITE PRINT-RECORD.
002680     WRITE PRINT-RECORD FROM WS-HOLD-HEADING.
002690     MOVE LOW-VALUES TO OH-KEY.
002700     START OTB-HOLD-FILE
002710         KEY NOT < OH-KEY
002720         INVALID KEY
002730             MOVE 'Y' TO WS-OTH-EOF-SW
002740     END-START.
002750     PERFORM 2750-LIST-ONE-HELD THRU 2750-EXIT
002760         UNTIL WS-OTH-EOF.
002770 2700-EXIT.
002780     EXIT.
002790 2750-LIST-ONE-HELD.
002800     READ OTB-HOLD-FILE NEXT RECORD
002810         AT END
002820             MOVE 'Y' TO WS-OTH-EOF-SW
002830             GO TO 2750-EXIT
002840     END-READ.
002850     MOVE SPACES       TO DL-ACTION.
002860     MOVE OH-DATE-HELD TO DL-HOLD-DATE.
002870     MOVE "-"          TO DL-HOLD-DASH.
002880     MOVE OH-SEQ       TO DL-HOLD-SEQ.
002890     MOVE OH-DEPT      TO DL-DEPT.
002900     MOVE OH-ORD-DESC  TO DL-DESC.
002910     MOVE OH-ORD-QTY   TO DL-QTY.
002920     MOVE OH-VALUE     TO DL-VALUE.
002930     MOVE OH-DECIDED-BY TO DL-DECIDED-BY.
002940     IF OH-RELEASED
002950         MOVE "RELEASED - AWAITING COGSOPST" TO DL-DISPOSITION
002960         ADD 1 TO WS-RECS-AWAITING
002970     ELSE
002980         MOVE "ON HOLD" TO DL-DISPOSITION
002990         ADD 1 TO WS-RECS-ON-HOLD
003000     END-IF.
003010     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
003020 2750-EXIT.
003030     EXIT.
003040*----------------------------------------------------------------
003050*    3000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
003060*----------------------------------------------------------------
003070 3000-TERMINATE.
003080     MOVE WS-RECS-ON-HOLD  TO SL-ON-HOLD.
003090     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
003100     MOVE WS-RECS-AWAITING TO SL-AWAITING.
003110     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE-2.
003120     CLOSE DECISION-TRANS-FILE.
003130     CLOSE OTB-HOLD-FILE.
003140     CLOSE PRINT-FILE.
003150     DISPLAY "COGSOTBA - DECISIONS READ  = " WS-RECS-READ.
003160     DISPLAY "COGSOTBA - RELEASED        = " WS-RECS-RELEASED.
003170     DISPLAY "COGSOTBA - REJECTED HOLDS  = " WS-RECS-THROWN.
003180     DISPLAY "COGSOTBA - BAD DECISIONS   = " WS-RECS-REJECTED.
003190     DISPLAY "COGSOTBA - STILL ON HOLD   = " WS-RECS-ON-HOLD.
003200     DISPLAY "COGSOTBA - AWAITING POST   = " WS-RECS-AWAITING.
003210 3000-EXIT.
003220     EXIT.
