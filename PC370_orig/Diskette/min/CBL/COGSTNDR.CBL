000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSTNDR.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSTNDR IS THE REGISTER TENDER RECONCILIATION.  EVERY     *
000090*   STORE CLOSES ITS REGISTERS WITH A Z-TAPE AND SENDS THE     *
000100*   TOTALS IN ON COGSZTAP (COGSZTTX - ONE RECORD PER REGISTER  *
000110*   PER BUSINESS DATE).  THIS PROGRAM FOOTS THE NIGHT'S        *
000120*   REGISTERS BY STORE AND PROVES THEM AGAINST WHAT ACTUALLY   *
000130*   POSTED: THE BUSINESS DATE'S COGSSLH1 SALES HISTORY         *
000140*   EXTENDED AT THE RUNG PRICE (SH-QTY X SH-UNIT-PRICE) AND    *
000150*   THE COGSRTH1 RETURN HISTORY EXTENDED AT THE REFUND PRICE.  *
000160*   A REGISTER THAT NEVER SENT ITS BATCH, OR SENT IT TWICE,    *
000170*   SHOWS AS A SALES VARIANCE THE NIGHT IT HAPPENS INSTEAD OF  *
000180*   AT MONTH END.  THE REPORT LISTS STORES WHOSE SALES OR      *
000190*   RETURN DOLLARS DIFFER BY MORE THAN THE COGSTNDP TOLERANCE  *
000200*   (DEFAULT $5.00), STORES THAT POSTED BUT SENT NO TOTALS,    *
000210*   AND STORES THAT SENT TOTALS BUT POSTED NO SALES.  ANY      *
000220*   EXCEPTION ENDS RC=4; THE CYCLE CARRIES ON.                 *
000230*                                                              *
000240*   MODIFICATION HISTORY                                      *
000250*   2026-10-05  DHH  INITIAL VERSION                           *
000260****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.  IBM-370.
000300 OBJECT-COMPUTER.  IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT REGISTER-TOTALS-FILE ASSIGN TO COGSZTAP
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-ZTP-STATUS.
000360     SELECT SALES-HISTORY-FILE ASSIGN TO COGSSLH1
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-SLH-STATUS.
000390     SELECT RETURN-HISTORY-FILE ASSIGN TO COGSRTH1
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-RTH-STATUS.
000420     SELECT PARM-FILE ASSIGN TO COGSTNDP
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-PRM-STATUS.
000450     SELECT PRINT-FILE ASSIGN TO COGSTND1
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-PRT-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  REGISTER-TOTALS-FILE
000510     RECORDING MODE IS F
000520     RECORD CONTAINS 50 CHARACTERS
000530     BLOCK CONTAINS 0 RECORDS
000540     LABEL RECORDS ARE STANDARD.
000550 COPY COGSZTTX.
000560 FD  SALES-HISTORY-FILE
000570     RECORDING MODE IS F
000580     RECORD CONTAINS 44 CHARACTERS
000590     LABEL RECORDS ARE STANDARD.
000600 COPY COGSSLHR.
000610 FD  RETURN-HISTORY-FILE
000620     RECORDING MODE IS F
000630     RECORD CONTAINS 40 CHARACTERS
000640     LABEL RECORDS ARE STANDARD.
000650 COPY COGSRTHR.
000660 FD  PARM-FILE
000670     RECORDING MODE IS F
000680     RECORD CONTAINS 80 CHARACTERS
000690     LABEL RECORDS ARE STANDARD.
000700 01  PARM-RECORD.
000710     05  PRM-TOLERANCE-X     PIC X(07).
000720     05  PRM-TOLERANCE REDEFINES PRM-TOLERANCE-X
000730                             PIC 9(05)V9(02).
000740     05  FILLER              PIC X(73).
000750 FD  PRINT-FILE
000760     RECORDING MODE IS F
000770     RECORD CONTAINS 132 CHARACTERS
000780     LABEL RECORDS ARE STANDARD.
000790 01  PRINT-RECORD                PIC X(132).
000800 WORKING-STORAGE SECTION.
000810 77  WS-ZTP-STATUS               PIC X(02) VALUE SPACES.
000820 77  WS-SLH-STATUS               PIC X(02) VALUE SPACES.
000830 77  WS-RTH-STATUS               PIC X(02) VALUE SPACES.
000840 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
000850 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000860 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000870 77  WS-TOLERANCE                PIC 9(05)V9(02) VALUE 5.00.
000880 77  WS-TS-SUB                   PIC 9(04) COMP VALUE ZERO.
000890 77  WS-ZT-READ                  PIC 9(07) COMP VALUE ZERO.
000900 77  WS-ZT-OTHER-DATE            PIC 9(07) COMP VALUE ZERO.
000910 77  WS-ZT-INVALID               PIC 9(07) COMP VALUE ZERO.
000920 77  WS-STORES-CHECKED           PIC 9(07) COMP VALUE ZERO.
000930 77  WS-STORES-IN-ERROR          PIC 9(07) COMP VALUE ZERO.
000940 77  WS-EXTENSION                PIC 9(09)V9(02) VALUE ZERO.
000950 77  WS-SALES-DIFF               PIC S9(09)V9(02) VALUE ZERO.
000960 77  WS-RETURNS-DIFF             PIC S9(09)V9(02) VALUE ZERO.
000970 77  WS-ABS-DIFF                 PIC 9(09)V9(02) VALUE ZERO.
000980 77  WS-NO-STORE-SALES           PIC 9(11)V9(02) VALUE ZERO.
000990 77  WS-NO-STORE-RETURNS         PIC 9(11)V9(02) VALUE ZERO.
001000 77  WS-TOT-ZT-SALES             PIC 9(11)V9(02) VALUE ZERO.
001010 77  WS-TOT-ZT-UNITS             PIC 9(11) VALUE ZERO.
001020 77  WS-TOT-ZT-RETURNS           PIC 9(11)V9(02) VALUE ZERO.
001030 77  WS-TOT-PS-SALES             PIC 9(11)V9(02) VALUE ZERO.
001040 77  WS-TOT-PS-UNITS             PIC 9(11) VALUE ZERO.
001050 77  WS-TOT-PS-RETURNS           PIC 9(11)V9(02) VALUE ZERO.
001060 01  WS-SWITCHES.
001070     05  WS-ZTP-EOF-SW           PIC X(01) VALUE 'N'.
001080         88  WS-ZTP-EOF                     VALUE 'Y'.
001090     05  WS-SLH-EOF-SW           PIC X(01) VALUE 'N'.
001100         88  WS-SLH-EOF                     VALUE 'Y'.
001110     05  WS-RTH-EOF-SW           PIC X(01) VALUE 'N'.
001120         88  WS-RTH-EOF                     VALUE 'Y'.
001130     05  WS-RTH-OPEN-SW          PIC X(01) VALUE 'N'.
001140         88  WS-RTH-OPEN                    VALUE 'Y'.
001150     05  WS-SALES-OVER-SW        PIC X(01) VALUE 'N'.
001160         88  WS-SALES-OVER                  VALUE 'Y'.
001170     05  WS-RETURNS-OVER-SW      PIC X(01) VALUE 'N'.
001180         88  WS-RETURNS-OVER                VALUE 'Y'.
001190 COPY COGSDATP.
001200 COPY COGSSTLP.
001210*    ONE SLOT PER POSSIBLE STORE NUMBER, SUBSCRIPTED BY THE
001220*    STORE NUMBER ITSELF.  ZT- IS WHAT THE REGISTERS SAID,
001230*    PS- IS WHAT POSTED.
001240 01  WS-STORE-TABLE.
001250     05  WS-TS-ENTRY OCCURS 999 TIMES.
001260         10  WS-TS-SENT-SW       PIC X(01).
001270             88  WS-TS-SENT                 VALUE 'Y'.
001280         10  WS-TS-POSTED-SW     PIC X(01).
001290             88  WS-TS-POSTED               VALUE 'Y'.
001300         10  WS-TS-SALES-SW      PIC X(01).
001310             88  WS-TS-SALES-POSTED         VALUE 'Y'.
001320         10  WS-TS-REGISTERS     PIC 9(03) COMP.
001330         10  WS-TS-ZT-SALES      PIC 9(09)V9(02).
001340         10  WS-TS-ZT-UNITS      PIC 9(09).
001350         10  WS-TS-ZT-RETURNS    PIC 9(09)V9(02).
001360         10  WS-TS-PS-SALES      PIC 9(09)V9(02).
001370         10  WS-TS-PS-UNITS      PIC 9(09).
001380         10  WS-TS-PS-RETURNS    PIC 9(09)V9(02).
001390 01  WS-HEADING-1.
001400     05  FILLER                  PIC X(44)
001410         VALUE "COGSWORTH REGISTER TENDER RECONCILIATION   ".
001420     05  FILLER                  PIC X(15)
001430         VALUE "BUSINESS DATE  ".
001440     05  H1-DATE                 PIC 9(08).
001450     05  FILLER                  PIC X(15)
001460         VALUE "   TOLERANCE  $".
001470     05  H1-TOLERANCE            PIC ZZ,ZZ9.99.
001480 01  WS-HEADING-2.
001490     05  FILLER                  PIC X(20)
001500         VALUE "STR NAME            ".
001510     05  FILLER                  PIC X(14) VALUE "   Z-TAPE SALE".
001520     05  FILLER                  PIC X(14) VALUE "   POSTED SALE".
001530     05  FILLER                  PIC X(14) VALUE "    DIFFERENCE".
001540     05  FILLER                  PIC X(14) VALUE "  Z-TAPE RETNS".
001550     05  FILLER                  PIC X(14) VALUE "  POSTED RETNS".
001560     05  FILLER                  PIC X(14) VALUE "    DIFFERENCE".
001570     05  FILLER                  PIC X(28) VALUE "  EXCEPTION".
001580 01  WS-DETAIL-LINE.
001590     05  DL-STORE                PIC 9(03).
001600     05  FILLER                  PIC X(01) VALUE SPACES.
001610     05  DL-NAME                 PIC X(15).
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  DL-ZT-SALES             PIC ZZ,ZZZ,ZZ9.99.
001640     05  FILLER                  PIC X(01) VALUE SPACES.
001650     05  DL-PS-SALES             PIC ZZ,ZZZ,ZZ9.99.
001660     05  FILLER                  PIC X(01) VALUE SPACES.
001670     05  DL-SALES-DIFF           PIC -Z,ZZZ,ZZ9.99.
001680     05  FILLER                  PIC X(01) VALUE SPACES.
001690     05  DL-ZT-RETURNS           PIC ZZ,ZZZ,ZZ9.99.
001700     05  FILLER                  PIC X(01) VALUE SPACES.
001710     05  DL-PS-RETURNS           PIC ZZ,ZZZ,ZZ9.99.
001720     05  FILLER                  PIC X(01) VALUE SPACES.
001730     05  DL-RETURNS-DIFF         PIC -Z,ZZZ,ZZ9.99.
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  DL-REASON               PIC X(26).
001760 01  WS-SUMMARY-LINE.
001770     05  SL-LABEL                PIC X(32).
001780     05  SL-COUNT                PIC ZZZ,ZZ9.
001790 01  WS-TOTAL-LINE.
001800     05  TL-LABEL                PIC X(32).
001810     05  TL-SALES                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  TL-UNITS                PIC ZZZ,ZZZ,ZZZ,ZZ9.
001840     05  FILLER                  PIC X(06) VALUE " UNITS".
001850     05  FILLER                  PIC X(02) VALUE SPACES.
001860     05  TL-RETURNS              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001870     05  FILLER                  PIC X(08) VALUE " RETURNS".
001880 PROCEDURE DIVISION.
001890*----------------------------------------------------------------
001900*    0000-MAINLINE - PROGRAM CONTROL
001910*----------------------------------------------------------------
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001940     PERFORM 2000-LOAD-REGISTER-TOTALS THRU 2000-EXIT
001950         UNTIL WS-ZTP-EOF.
001960     PERFORM 2200-LOAD-POSTED-SALES THRU 2200-EXIT
001970         UNTIL WS-SLH-EOF.
001980     PERFORM 2400-LOAD-POSTED-RETURNS THRU 2400-EXIT
001990         UNTIL WS-RTH-EOF.
002000     PERFORM 2600-RECONCILE-STORE THRU 2600-EXIT
002010         VARYING WS-TS-SUB FROM 1 BY 1
002020         UNTIL WS-TS-SUB > 999.
002030     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002040     STOP RUN.
002050*----------------------------------------------------------------
002060*    1000-INITIALIZE - TOLERANCE, BUSINESS DATE, OPEN FILES
002070*----------------------------------------------------------------
002080 1000-INITIALIZE.
002090     DISPLAY "COGSTNDR STARTING - REGISTER TENDER RECONCILIATION".
002100     INITIALIZE WS-STORE-TABLE.
002110     MOVE "BUSD" TO CDP-FUNCTION.
002120     CALL "COGSDATE" USING DATE-CALL-PARMS.
002130     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
002140     OPEN INPUT PARM-FILE.
002150     IF WS-PRM-STATUS = "00"
002160         READ PARM-FILE
002170             AT END
002180                 CONTINUE
002190         END-READ
002200         IF WS-PRM-STATUS = "00" AND PRM-TOLERANCE-X NUMERIC
002210             MOVE PRM-TOLERANCE TO WS-TOLERANCE
002220         END-IF
002230         CLOSE PARM-FILE
002240     ELSE
002250         DISPLAY "COGSTNDR - NO COGSTNDP PARM, TOLERANCE = "
002260                 WS-TOLERANCE
002270     END-IF.
002280     OPEN INPUT REGISTER-TOTALS-FILE.
002290     IF WS-ZTP-STATUS NOT = "00"
002300         DISPLAY "COGSTNDR - UNABLE TO OPEN COGSZTAP, STATUS = "
002310                 WS-ZTP-STATUS
002320         MOVE 16 TO RETURN-CODE
002330         STOP RUN
002340     END-IF.
002350     OPEN INPUT SALES-HISTORY-FILE.
002360     IF WS-SLH-STATUS NOT = "00"
002370         DISPLAY "COGSTNDR - UNABLE TO OPEN COGSSLH1, STATUS = "
002380                 WS-SLH-STATUS
002390         MOVE 16 TO RETURN-CODE
002400         STOP RUN
002410     END-IF.
002420     OPEN INPUT RETURN-HISTORY-FILE.
002430     IF WS-RTH-STATUS = "00"
002440         MOVE 'Y' TO WS-RTH-OPEN-SW
002450     ELSE
002460         DISPLAY "COGSTNDR - NO COGSRTH1, STATUS = "
002470                 WS-RTH-STATUS " - NO RETURNS POSTED"
002480         MOVE 'Y' TO WS-RTH-EOF-SW
002490     END-IF.
002500     OPEN OUTPUT PRINT-FILE.
002510     IF WS-PRT-STATUS NOT = "00"
002520         DISPLAY "COGSTNDR - UNABLE TO OPEN COGSTND1, STATUS = "
002530                 WS-PRT-STATUS
002540         MOVE 16 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
002570     MOVE WS-BUS-DATE  TO H1-DATE.
002580     MOVE WS-TOLERANCE TO H1-TOLERANCE.
002590     WRITE PRINT-RECORD FROM WS-HEADING-1.
002600     WRITE PRINT-RECORD FROM WS-HEADING-2.
002610 1000-EXIT.
002620     EXIT.
002630*----------------------------------------------------------------
002640*    2000-LOAD-REGISTER-TOTALS - FOOT THE BUSINESS DATE'S
002650*    Z-TAPES BY STORE
002660*----------------------------------------------------------------
002670 2000-LOAD-REGISTER-TOTALS.
002680     READ REGISTER-TOTALS-FILE
002690         AT END
002700             MOVE 'Y' TO WS-ZTP-EOF-SW
002710             GO TO 2000-EXIT
002720     END-READ.
002730     ADD 1 TO WS-ZT-READ.
002740     IF ZT-STORE NOT NUMERIC OR ZT-STORE = ZERO
002750             OR ZT-DATE NOT NUMERIC
002760             OR ZT-GROSS-SALES NOT NUMERIC
002770             OR ZT-UNITS NOT NUMERIC
002780             OR ZT-RETURNS NOT NUMERIC
002790         ADD 1 TO WS-ZT-INVALID
002800         DISPLAY "COGSTNDR - INVALID Z-TAPE RECORD, STORE "
002810                 ZT-STORE " REGISTER " ZT-REGISTER
002820         GO TO 2000-EXIT
002830     END-IF.
002840     IF ZT-DATE NOT = WS-BUS-DATE
002850         ADD 1 TO WS-ZT-OTHER-DATE
002860         DISPLAY "COGSTNDR - Z-TAPE DATED " ZT-DATE
002870                 " IGNORED, STORE " ZT-STORE
002880                 " REGISTER " ZT-REGISTER
002890         GO TO 2000-EXIT
002900     END-IF.
002910     MOVE ZT-STORE TO WS-TS-SUB.
002920     MOVE 'Y' TO WS-TS-SENT-SW(WS-TS-SUB).
002930     ADD 1              TO WS-TS-REGISTERS(WS-TS-SUB).
002940     ADD ZT-GROSS-SALES TO WS-TS-ZT-SALES(WS-TS-SUB).
002950     ADD ZT-UNITS       TO WS-TS-ZT-UNITS(WS-TS-SUB).
002960     ADD ZT-RETURNS     TO WS-TS-ZT-RETURNS(WS-TS-SUB).
002970     ADD ZT-GROSS-SALES TO WS-TOT-ZT-SALES.
002980     ADD ZT-UNITS       TO WS-TOT-ZT-UNITS.
002990     ADD ZT-RETURNS     TO WS-TOT-ZT-RETURNS.
003000 2000-EXIT.
003010     EXIT.
003020*----------------------------------------------------------------
003030*    2200-LOAD-POSTED-SALES - THE BUSINESS DATE'S SALES AT THE
003040*    RUNG PRICE, BY STORE
003050*----------------------------------------------------------------
003060 2200-LOAD-POSTED-SALES.
003070     READ SALES-HISTORY-FILE
003080         AT END
003090             MOVE 'Y' TO WS-SLH-EOF-SW
003100             GO TO 2200-EXIT
003110     END-READ.
003120     IF SH-DATE NOT = WS-BUS-DATE
003130         GO TO 2200-EXIT
003140     END-IF.
003150     COMPUTE WS-EXTENSION = SH-QTY * SH-UNIT-PRICE.
003160     IF SH-STORE = ZERO
003170         ADD WS-EXTENSION TO WS-NO-STORE-SALES
003180         GO TO 2200-EXIT
003190     END-IF.
003200     MOVE SH-STORE TO WS-TS-SUB.
003210     MOVE 'Y' TO WS-TS-POSTED-SW(WS-TS-SUB).
003220     MOVE 'Y' TO WS-TS-SALES-SW(WS-TS-SUB).
003230     ADD WS-EXTENSION TO WS-TS-PS-SALES(WS-TS-SUB).
003240     ADD SH-QTY       TO WS-TS-PS-UNITS(WS-TS-SUB).
003250     ADD WS-EXTENSION TO WS-TOT-PS-SALES.
003260     ADD SH-QTY       TO WS-TOT-PS-UNITS.
003270 2200-EXIT.
003280     EXIT.
003290*----------------------------------------------------------------
003300*    2400-LOAD-POSTED-RETURNS - THE BUSINESS DATE'S CUSTOMER
003310*    RETURNS AT THE REFUND PRICE, BY STORE
003320*----------------------------------------------------------------
003330 2400-LOAD-POSTED-RETURNS.
003340     READ RETURN-HISTORY-FILE
003350         AT END
003360             MOVE 'Y' TO WS-RTH-EOF-SW
003370             GO TO 2400-EXIT
003380     END-READ.
003390     IF RH-DATE NOT = WS-BUS-DATE
003400         GO TO 2400-EXIT
003410     END-IF.
003420     COMPUTE WS-EXTENSION = RH-QTY * RH-UNIT-PRICE.
003430     IF RH-STORE = ZERO
003440         ADD WS-EXTENSION TO WS-NO-STORE-RETURNS
003450         GO TO 2400-EXIT
003460     END-IF.
003470     MOVE RH-STORE TO WS-TS-SUB.
003480     MOVE 'Y' TO WS-TS-POSTED-SW(WS-TS-SUB).
003490     ADD WS-EXTENSION TO WS-TS-PS-RETURNS(WS-TS-SUB).
003500     ADD WS-EXTENSION TO WS-TOT-PS-RETURNS.
003510 2400-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------
003540*    2600-RECONCILE-STORE - REGISTERS VS POSTINGS FOR ONE STORE;
003550*    ONLY THE EXCEPTIONS PRINT
003560*----------------------------------------------------------------
003570 2600-RECONCILE-STORE.
003580     IF NOT WS-TS-SENT(WS-TS-SUB)
003590             AND NOT WS-TS-POSTED(WS-TS-SUB)
003600         GO TO 2600-EXIT
003610     END-IF.
003620     ADD 1 TO WS-STORES-CHECKED.
003630     MOVE SPACES TO DL-REASON.
003640     COMPUTE WS-SALES-DIFF = WS-TS-ZT-SALES(WS-TS-SUB)
003650                           - WS-TS-PS-SALES(WS-TS-SUB).
003660     COMPUTE WS-RETURNS-DIFF = WS-TS-ZT-RETURNS(WS-TS-SUB)
003670                             - WS-TS-PS-RETURNS(WS-TS-SUB).
003680     IF NOT WS-TS-SENT(WS-TS-SUB)
003690         MOVE "POSTED BUT NO Z-TAPE SENT" TO DL-REASON
003700         GO TO 2600-PRINT
003710     END-IF.
003720     IF NOT WS-TS-SALES-POSTED(WS-TS-SUB)
003730             AND WS-TS-ZT-SALES(WS-TS-SUB) > ZERO
003740         MOVE "Z-TAPE BUT NO SALES POSTED" TO DL-REASON
003750         GO TO 2600-PRINT
003760     END-IF.
003770     MOVE 'N' TO WS-SALES-OVER-SW.
003780     MOVE 'N' TO WS-RETURNS-OVER-SW.
003790     MOVE WS-SALES-DIFF TO WS-ABS-DIFF.
003800     IF WS-ABS-DIFF > WS-TOLERANCE
003810         MOVE 'Y' TO WS-SALES-OVER-SW
003820     END-IF.
003830     MOVE WS-RETURNS-DIFF TO WS-ABS-DIFF.
003840     IF WS-ABS-DIFF > WS-TOLERANCE
003850         MOVE 'Y' TO WS-RETURNS-OVER-SW
003860     END-IF.
003870     IF WS-SALES-OVER AND WS-RETURNS-OVER
003880         MOVE "SALES AND RETURNS VARIANCE" TO DL-REASON
003890     ELSE
003900         IF WS-SALES-OVER
003910             MOVE "SALES VARIANCE" TO DL-REASON
003920         END-IF
003930         IF WS-RETURNS-OVER
003940             MOVE "RETURNS VARIANCE" TO DL-REASON
003950         END-IF
003960     END-IF.
003970     IF DL-REASON = SPACES
003980         GO TO 2600-EXIT
003990     END-IF.
004000 2600-PRINT.
004010     ADD 1 TO WS-STORES-IN-ERROR.
004020     MOVE WS-TS-SUB TO DL-STORE.
004030     MOVE SPACES TO DL-NAME.
004040     MOVE "STOR" TO SKP-FUNCTION.
004050     MOVE WS-TS-SUB TO SKP-STORE.
004060     MOVE WS-BUS-DATE TO SKP-AS-OF-DATE.
004070     CALL "COGSSTLK" USING STORE-CALL-PARMS.
004080     IF SKP-RETURN-STATUS = "00"
004090         MOVE SKP-NAME TO DL-NAME
004100     END-IF.
004110     IF SKP-RETURN-STATUS = "23"
004120         MOVE "NOT ON MASTER" TO DL-NAME
004130     END-IF.
004140     MOVE WS-TS-ZT-SALES(WS-TS-SUB)   TO DL-ZT-SALES.
004150     MOVE WS-TS-PS-SALES(WS-TS-SUB)   TO DL-PS-SALES.
004160     MOVE WS-SALES-DIFF               TO DL-SALES-DIFF.
004170     MOVE WS-TS-ZT-RETURNS(WS-TS-SUB) TO DL-ZT-RETURNS.
004180     MOVE WS-TS-PS-RETURNS(WS-TS-SUB) TO DL-PS-RETURNS.
004190     MOVE WS-RETURNS-DIFF             TO DL-RETURNS-DIFF.
004200     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
004210 2600-EXIT.
004220     EXIT.
004230*----------------------------------------------------------------
004240*    3000-TERMINATE - TOTALS, CLOSE FILES, RETURN CODE
004250*----------------------------------------------------------------
004260 3000-TERMINATE.
004270     MOVE SPACES TO PRINT-RECORD.
004280     WRITE PRINT-RECORD.
004290     MOVE "STORES RECONCILED             =" TO SL-LABEL.
004300     MOVE WS-STORES-CHECKED TO SL-COUNT.
004310     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
004320     MOVE "STORES WITH EXCEPTIONS        =" TO SL-LABEL.
004330     MOVE WS-STORES-IN-ERROR TO SL-COUNT.
004340     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
004350     MOVE "Z-TAPES FOR ANOTHER DATE      =" TO SL-LABEL.
004360     MOVE WS-ZT-OTHER-DATE TO SL-COUNT.
004370     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
004380     MOVE "Z-TAPES INVALID               =" TO SL-LABEL.
004390     MOVE WS-ZT-INVALID TO SL-COUNT.
004400     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
004410     MOVE "REGISTER Z-TAPE TOTALS        =" TO TL-LABEL.
004420     MOVE WS-TOT-ZT-SALES   TO TL-SALES.
004430     MOVE WS-TOT-ZT-UNITS   TO TL-UNITS.
004440     MOVE WS-TOT-ZT-RETURNS TO TL-RETURNS.
004450     WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
004460     MOVE "POSTED TO STORES              =" TO TL-LABEL.
004470     MOVE WS-TOT-PS-SALES   TO TL-SALES.
004480     MOVE WS-TOT-PS-UNITS   TO TL-UNITS.
004490     MOVE WS-TOT-PS-RETURNS TO TL-RETURNS.
004500     WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
004510     MOVE "POSTED WITH NO STORE          =" TO TL-LABEL.
004520     MOVE WS-NO-STORE-SALES   TO TL-SALES.
004530     MOVE ZERO                TO TL-UNITS.
004540     MOVE WS-NO-STORE-RETURNS TO TL-RETURNS.
004550     WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
004560     CLOSE REGISTER-TOTALS-FILE.
004570     CLOSE SALES-HISTORY-FILE.
004580     IF WS-RTH-OPEN
004590         CLOSE RETURN-HISTORY-FILE
004600     END-IF.
004610     CLOSE PRINT-FILE.
004620     DISPLAY "COGSTNDR - Z-TAPE RECORDS READ  = " WS-ZT-READ.
004630     DISPLAY "COGSTNDR - STORES RECONCILED    = "
004640             WS-STORES-CHECKED.
004650     DISPLAY "COGSTNDR - STORES IN EXCEPTION  = "
004660             WS-STORES-IN-ERROR.
004670     IF WS-STORES-IN-ERROR > ZERO OR WS-ZT-INVALID > ZERO
004680         DISPLAY "COGSTNDR - REGISTER EXCEPTIONS, RC=4"
004690         MOVE 4 TO RETURN-CODE
004700     END-IF.
004710 3000-EXIT.
004720     EXIT.
