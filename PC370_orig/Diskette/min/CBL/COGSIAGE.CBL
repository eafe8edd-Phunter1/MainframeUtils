000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSIAGE.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSIAGE PRINTS THE INVOICE-MATCH AGING LIST - THE TWO     *
000090*   HALVES OF THE THREE-WAY MATCH THAT NEVER MET.  THE FIRST   *
000100*   SECTION IS EVERY RECEIPT STILL OPEN ON THE COGSAPMT MATCH  *
000110*   LEDGER (GOODS ARRIVED, VENDOR NEVER BILLED OR BILLED       *
000120*   SHORT) WITH ITS UNBILLED QUANTITY AND VALUE; THE SECOND IS *
000130*   EVERY COGSINVH LINE HELD FOR WANT OF A RECEIPT (VENDOR     *
000140*   BILLED, NOTHING ARRIVED).  BOTH ARE AGED IN BUSINESS DAYS  *
000150*   THROUGH THE COGSDATE BDIF FUNCTION AND FLAGGED PAST THE    *
000160*   AGE LIMIT SO PURCHASING AND ACCOUNTS PAYABLE CAN CHASE     *
000170*   THE VENDOR.                                                *
000180*                                                              *
000190*   MODIFICATION HISTORY                                      *
000200*   2026-10-05  DHH  INITIAL VERSION                           *
000210****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.  IBM-370.
000250 OBJECT-COMPUTER.  IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT AP-MATCH-FILE ASSIGN TO COGSAPMT
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS AM-KEY
000320         FILE STATUS IS WS-APM-STATUS.
000330     SELECT INVOICE-HOLD-FILE ASSIGN TO COGSINVH
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS IH-KEY
000370         FILE STATUS IS WS-HLD-STATUS.
000380     SELECT PRINT-FILE ASSIGN TO COGSIAG1
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-PRT-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  AP-MATCH-FILE
000440     RECORDING MODE IS F
000450     RECORD CONTAINS 80 CHARACTERS
000460     LABEL RECORDS ARE STANDARD.
000470 COPY COGSAPMR.
000480 FD  INVOICE-HOLD-FILE
000490     RECORDING MODE IS F
000500     RECORD CONTAINS 80 CHARACTERS
000510     LABEL RECORDS ARE STANDARD.
000520 COPY COGSINHR.
000530 FD  PRINT-FILE
000540     RECORDING MODE IS F
000550     RECORD CONTAINS 132 CHARACTERS
000560     LABEL RECORDS ARE STANDARD.
000570 01  PRINT-RECORD                PIC X(132).
000580 WORKING-STORAGE SECTION.
000590 77  WS-APM-STATUS               PIC X(02) VALUE SPACES.
000600 77  WS-HLD-STATUS               PIC X(02) VALUE SPACES.
000610 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000620 77  WS-RCPTS-OPEN               PIC 9(07) COMP VALUE ZERO.
000630 77  WS-RCPTS-OLD                PIC 9(07) COMP VALUE ZERO.
000640 77  WS-INVS-HELD                PIC 9(07) COMP VALUE ZERO.
000650 77  WS-INVS-OLD                 PIC 9(07) COMP VALUE ZERO.
000660 77  WS-TOT-UNBILLED             PIC 9(09)V9(02) VALUE ZERO.
000670 77  WS-TOT-UNRECEIVED           PIC 9(09)V9(02) VALUE ZERO.
000680 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000690 77  WS-AGE-LIMIT                PIC 9(03) VALUE 20.
000700 77  WS-AGE-FROM                 PIC 9(08) VALUE ZERO.
000710 77  WS-DAYS-OLD                 PIC 9(05) VALUE ZERO.
000720 77  WS-OPEN-QTY                 PIC 9(05) VALUE ZERO.
000730 77  WS-OPEN-VALUE               PIC 9(09)V9(02) VALUE ZERO.
000740 COPY COGSDATP.
000750 01  WS-SWITCHES.
000760     05  WS-APM-EOF-SW           PIC X(01) VALUE 'N'.
000770         88  WS-APM-EOF                     VALUE 'Y'.
000780     05  WS-HLD-EOF-SW           PIC X(01) VALUE 'N'.
000790         88  WS-HLD-EOF                     VALUE 'Y'.
000800     05  WS-HLD-OPEN-SW          PIC X(01) VALUE 'N'.
000810         88  WS-HLD-OPEN                    VALUE 'Y'.
000820 01  WS-HEADING-1.
000830     05  FILLER                  PIC X(44)
000840         VALUE "COGSWORTH INVOICE-MATCH AGING LIST         ".
000850     05  FILLER                  PIC X(15)
000860         VALUE "BUSINESS DATE  ".
000870     05  H1-DATE                 PIC 9(08).
000880     05  FILLER                  PIC X(22)
000890         VALUE "   FLAGGED PAST      ".
000900     05  H1-LIMIT                PIC ZZ9.
000910     05  FILLER                  PIC X(14)
000920         VALUE " BUSINESS DAYS".
000930 01  WS-HEADING-2.
000940     05  FILLER                  PIC X(40)
000950         VALUE "RECEIPTS NOT YET INVOICED".
000960 01  WS-HEADING-3.
000970     05  FILLER                  PIC X(08) VALUE "VENDOR  ".
000980     05  FILLER                  PIC X(12) VALUE "DESCRIPTION ".
000990     05  FILLER                  PIC X(10) VALUE "RECEIVED  ".
001000     05  FILLER                  PIC X(12) VALUE "PO-NUM  LINE".
001010     05  FILLER                  PIC X(10) VALUE "  UNBILLED".
001020     05  FILLER                  PIC X(16)
001030         VALUE "   UNBILLED VAL ".
001040     05  FILLER                  PIC X(10) VALUE "  DAYS OLD".
001050     05  FILLER                  PIC X(10) VALUE "  FLAG".
001060 01  WS-DETAIL-LINE.
001070     05  DL-VNDR                 PIC X(08).
001080     05  DL-DESC                 PIC X(12).
001090     05  DL-DATE                 PIC 9(08).
001100     05  FILLER                  PIC X(02) VALUE SPACES.
001110     05  DL-PO-NUMBER            PIC 9(07).
001120     05  FILLER                  PIC X(01) VALUE SPACES.
001130     05  DL-PO-LINE              PIC 9(03).
001140     05  FILLER                  PIC X(03) VALUE SPACES.
001150     05  DL-QTY                  PIC ZZ,ZZ9.
001160     05  FILLER                  PIC X(03) VALUE SPACES.
001170     05  DL-VALUE                PIC ZZZ,ZZZ,ZZ9.99.
001180     05  FILLER                  PIC X(04) VALUE SPACES.
001190     05  DL-DAYS                 PIC ZZ,ZZ9.
001200     05  FILLER                  PIC X(04) VALUE SPACES.
001210     05  DL-FLAG                 PIC X(10).
001220 01  WS-HEADING-4.
001230     05  FILLER                  PIC X(40)
001240         VALUE "INVOICES HELD WITH NO RECEIPT".
001250 01  WS-HEADING-5.
001260     05  FILLER                  PIC X(08) VALUE "VENDOR  ".
001270     05  FILLER                  PIC X(12) VALUE "INVOICE     ".
001280     05  FILLER                  PIC X(12) VALUE "DESCRIPTION ".
001290     05  FILLER                  PIC X(10) VALUE "INV DATE  ".
001300     05  FILLER                  PIC X(10) VALUE "    BILLED".
001310     05  FILLER                  PIC X(16)
001320         VALUE "     BILLED VAL ".
001330     05  FILLER                  PIC X(10) VALUE "  DAYS OLD".
001340     05  FILLER                  PIC X(10) VALUE "  FLAG".
001350 01  WS-HELD-DETAIL.
001360     05  HD-VNDR                 PIC X(08).
001370     05  HD-INVOICE              PIC X(12).
001380     05  HD-DESC                 PIC X(12).
001390     05  HD-DATE                 PIC 9(08).
001400     05  FILLER                  PIC X(06) VALUE SPACES.
001410     05  HD-QTY                  PIC ZZ,ZZ9.
001420     05  FILLER                  PIC X(03) VALUE SPACES.
001430     05  HD-VALUE                PIC ZZZ,ZZZ,ZZ9.99.
001440     05  FILLER                  PIC X(04) VALUE SPACES.
001450     05  HD-DAYS                 PIC ZZ,ZZ9.
001460     05  FILLER                  PIC X(04) VALUE SPACES.
001470     05  HD-FLAG                 PIC X(10).
001480 01  WS-SUMMARY-LINE.
001490     05  SL-LABEL                PIC X(30).
001500     05  SL-COUNT                PIC ZZZ,ZZ9.
001510     05  FILLER                  PIC X(03) VALUE SPACES.
001520     05  SL-VALUE                PIC ZZZ,ZZZ,ZZ9.99.
001530 PROCEDURE DIVISION.
001540*----------------------------------------------------------------
001550*    0000-MAINLINE - PROGRAM CONTROL
001560*----------------------------------------------------------------
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001590     PERFORM 2000-AGE-ONE-RECEIPT THRU 2000-EXIT
001600         UNTIL WS-APM-EOF.
001610     PERFORM 2500-AGE-HELD-INVOICES THRU 2500-EXIT.
001620     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001630     STOP RUN.
001640*----------------------------------------------------------------
001650*    1000-INITIALIZE - OPEN FILES, PRINT HEADINGS
001660*----------------------------------------------------------------
001670 1000-INITIALIZE.
001680     DISPLAY "COGSIAGE STARTING - INVOICE-MATCH AGING LIST".
001690     MOVE "BUSD" TO CDP-FUNCTION.
001700     CALL "COGSDATE" USING DATE-CALL-PARMS.
001710     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001720     OPEN INPUT AP-MATCH-FILE.
001730     IF WS-APM-STATUS NOT = "00"
001740         DISPLAY "COGSIAGE - UNABLE TO OPEN COGSAPMT, STATUS = "
001750                 WS-APM-STATUS
001760         MOVE 16 TO RETURN-CODE
001770         STOP RUN
001780     END-IF.
001790     OPEN OUTPUT PRINT-FILE.
001800     IF WS-PRT-STATUS NOT = "00"
001810         DISPLAY "COGSIAGE - UNABLE TO OPEN COGSIAG1, STATUS = "
001820                 WS-PRT-STATUS
001830         MOVE 16 TO RETURN-CODE
001840         STOP RUN
001850     END-IF.
001860     OPEN INPUT INVOICE-HOLD-FILE.
001870     IF WS-HLD-STATUS = "00"
001880         MOVE 'Y' TO WS-HLD-OPEN-SW
001890     ELSE
001900         DISPLAY "COGSIAGE - NO COGSINVH, STATUS = "
001910                 WS-HLD-STATUS " - HELD-INVOICE AGING SKIPPED"
001920     END-IF.
001930     MOVE WS-BUS-DATE  TO H1-DATE.
001940     MOVE WS-AGE-LIMIT TO H1-LIMIT.
001950     WRITE PRINT-RECORD FROM WS-HEADING-1.
001960     WRITE PRINT-RECORD FROM WS-HEADING-2.
001970     WRITE PRINT-RECORD FROM WS-HEADING-3.
001980 1000-EXIT.
001990     EXIT.
002000*----------------------------------------------------------------
002010*    1200-BUSINESS-DAYS-OLD - BDIF FROM WS-AGE-FROM TO THE
002020*    BUSINESS DATE, ZERO IF THE CALENDAR CANNOT SAY
002030*----------------------------------------------------------------
002040 1200-BUSINESS-DAYS-OLD.
002050     MOVE ZERO TO WS-DAYS-OLD.
002060     IF WS-AGE-FROM NOT < WS-BUS-DATE
002070         GO TO 1200-EXIT
002080     END-IF.
002090     MOVE "BDIF" TO CDP-FUNCTION.
002100     MOVE WS-AGE-FROM TO CDP-DATE-IN.
002110     MOVE WS-BUS-DATE TO CDP-DATE-IN2.
002120     CALL "COGSDATE" USING DATE-CALL-PARMS.
002130     IF CDP-RETURN-STATUS = "00"
002140         MOVE CDP-DAYS-OUT TO WS-DAYS-OLD
002150     END-IF.
002160 1200-EXIT.
002170     EXIT.
002180*----------------------------------------------------------------
002190*    2000-AGE-ONE-RECEIPT - ONE OPEN LEDGER RECEIPT WITH ITS
002200*    UNBILLED QUANTITY AND VALUE
002210*----------------------------------------------------------------
002220 2000-AGE-ONE-RECEIPT.
002230     READ AP-MATCH-FILE NEXT RECORD
002240         AT END
002250             MOVE 'Y' TO WS-APM-EOF-SW
002260             GO TO 2000-EXIT
002270     END-READ.
002280     IF NOT AM-OPEN
002290         GO TO 2000-EXIT
002300     END-IF.
002310     ADD 1 TO WS-RCPTS-OPEN.
002320     COMPUTE WS-OPEN-QTY = AM-QTY-RECEIVED - AM-QTY-INVOICED.
002330     MOVE ZERO TO WS-OPEN-VALUE.
002340     IF AM-QTY-RECEIVED > ZERO
002350         COMPUTE WS-OPEN-VALUE ROUNDED =
002360             AM-EXT-VALUE * WS-OPEN-QTY / AM-QTY-RECEIVED
002370     END-IF.
002380     ADD WS-OPEN-VALUE TO WS-TOT-UNBILLED.
002390     MOVE AM-DATE TO WS-AGE-FROM.
002400     PERFORM 1200-BUSINESS-DAYS-OLD THRU 1200-EXIT.
002410     MOVE AM-VNDR       TO DL-VNDR.
002420     MOVE AM-DESC       TO DL-DESC.
002430     MOVE AM-DATE       TO DL-DATE.
002440     MOVE AM-PO-NUMBER  TO DL-PO-NUMBER.
002450     MOVE AM-PO-LINE    TO DL-PO-LINE.
002460     MOVE WS-OPEN-QTY   TO DL-QTY.
002470     MOVE WS-OPEN-VALUE TO DL-VALUE.
002480     MOVE WS-DAYS-OLD   TO DL-DAYS.
002490     IF WS-DAYS-OLD > WS-AGE-LIMIT
002500         MOVE "** OLD **" TO DL-FLAG
002510         ADD 1 TO WS-RCPTS-OLD
002520     ELSE
002530         MOVE SPACES TO DL-FLAG
002540     END-IF.
002550     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
002560 2000-EXIT.
002570     EXIT.
002580*----------------------------------------------------------------
002590*    2500-AGE-HELD-INVOICES - SECOND SECTION, COGSINVH LINES
002600*    HELD FOR WANT OF A RECEIPT
002610*----------------------------------------------------------------
002620 2500-AGE-HELD-INVOICES.
002630     MOVE "RECEIPTS NOT INVOICED       =" TO SL-LABEL.
002640     MOVE WS-RCPTS-OPEN   TO SL-COUNT.
002650     MOVE WS-TOT-UNBILLED TO SL-VALUE.
002660     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
002670     IF NOT WS-HLD-OPEN
002680         GO TO 2500-EXIT
002690     END-IF.
002700     MOVE SPACES TO PRINT-RECORD.
002710     WRITE PRINT-RECORD.
002720     WRITE PRINT-RECORD FROM WS-HEADING-4.
002730     WRITE PRINT-RECORD FROM WS-HEADING-5.
002740     PERFORM 2600-AGE-ONE-HELD THRU 2600-EXIT
002750         UNTIL WS-HLD-EOF.
002760     MOVE "INVOICES WITH NO RECEIPT    =" TO SL-LABEL.
002770     MOVE WS-INVS-HELD      TO SL-COUNT.
002780     MOVE WS-TOT-UNRECEIVED TO SL-VALUE.
002790     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
002800 2500-EXIT.
002810     EXIT.
002820*----------------------------------------------------------------
002830*    2600-AGE-ONE-HELD - ONE NO-RECEIPT HOLD AGED FROM THE
002840*    INVOICE DATE
002850*----------------------------------------------------------------
002860 2600-AGE-ONE-HELD.
002870     READ INVOICE-HOLD-FILE NEXT RECORD
002880         AT END
002890             MOVE 'Y' TO WS-HLD-EOF-SW
002900             GO TO 2600-EXIT
002910     END-READ.
002920     IF NOT IH-NO-RECEIPT
002930         GO TO 2600-EXIT
002940     END-IF.
002950     ADD 1 TO WS-INVS-HELD.
002960     COMPUTE WS-OPEN-VALUE ROUNDED =
002970         IH-QTY-BILLED * IH-UNIT-PRICE.
002980     ADD WS-OPEN-VALUE TO WS-TOT-UNRECEIVED.
002990     MOVE IH-INVOICE-DATE TO WS-AGE-FROM.
003000     PERFORM 1200-BUSINESS-DAYS-OLD THRU 1200-EXIT.
003010     MOVE IH-VNDR         TO HD-VNDR.
003020     MOVE IH-INVOICE      TO HD-INVOICE.
003030     MOVE IH-DESC         TO HD-DESC.
003040     MOVE IH-INVOICE-DATE TO HD-DATE.
003050     MOVE IH-QTY-BILLED   TO HD-QTY.
003060     MOVE WS-OPEN-VALUE   TO HD-VALUE.
003070     MOVE WS-DAYS-OLD     TO HD-DAYS.
003080     IF WS-DAYS-OLD > WS-AGE-LIMIT
003090         MOVE "** OLD **" TO HD-FLAG
003100         ADD 1 TO WS-INVS-OLD
003110     ELSE
003120         MOVE SPACES TO HD-FLAG
003130     END-IF.
003140     WRITE PRINT-RECORD FROM WS-HELD-DETAIL.
003150 2600-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------
003180*    3000-TERMINATE - CLOSE FILES
003190*----------------------------------------------------------------
003200 3000-TERMINATE.
003210     CLOSE AP-MATCH-FILE.
003220     IF WS-HLD-OPEN
003230         CLOSE INVOICE-HOLD-FILE
003240     END-IF.
003250     CLOSE PRINT-FILE.
003260     DISPLAY "COGSIAGE - RECEIPTS NOT INVOICED = " WS-RCPTS-OPEN.
003270     DISPLAY "COGSIAGE - RECEIPTS PAST LIMIT   = " WS-RCPTS-OLD.
003280     DISPLAY "COGSIAGE - INVOICES NO RECEIPT   = " WS-INVS-HELD.
003290     DISPLAY "COGSIAGE - INVOICES PAST LIMIT   = " WS-INVS-OLD.
003300 3000-EXIT.
003310     EXIT.
