000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSINVM.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSINVM IS THE VENDOR INVOICE THREE-WAY MATCH.  UNTIL     *
000090*   NOW ACCOUNTS PAYABLE PAID WHATEVER THE VENDOR BILLED AND   *
000100*   CHECKED IT AGAINST THE COGSAPRG REGISTER BY HAND, WHEN     *
000110*   THEY CHECKED IT AT ALL.  THE RUN HAS THREE PASSES -        *
000120*     1. EVERY COGSAPF1 RECEIPT DATED AFTER THE LAST DATE ON   *
000130*        THE COGSAPMC CONTROL (AND NOT AFTER THE BUSINESS      *
000140*        DATE) IS LOADED ONTO THE COGSAPMT MATCH LEDGER AS AN  *
000150*        OPEN, UNBILLED RECEIPT                                *
000160*     2. EVERY LINE ON HOLD ON COGSINVH IS TRIED AGAIN AND     *
000170*        RELEASED IF IT NOW MATCHES                            *
000180*     3. EVERY NEW COGSINVI INVOICE LINE IS EDITED AND         *
000190*        MATCHED                                               *
000200*   A LINE MATCHES WHEN THE VENDOR'S UNBILLED RECEIPTS OF THE  *
000210*   PRODUCT (OF THE QUOTED PO LINE, WHEN ONE IS QUOTED) COVER  *
000220*   THE QUANTITY BILLED, WITHIN COGSINMP'S UNIT ALLOWANCE,     *
000230*   AND THE PRICE BILLED IS WITHIN COGSINMP'S PERCENTAGE OF    *
000240*   THE EXPECTED COST - PL-UNIT-COST OFF THE PO LINE WHEN      *
000250*   THERE IS ONE, OTHERWISE THE COST THE OLDEST UNBILLED       *
000260*   RECEIPT WAS BOOKED AT.  A MATCHED LINE IS WRITTEN TO       *
000270*   COGSAPPY APPROVED TO PAY AND THE QUANTITY IS RELIEVED      *
000280*   FROM THE LEDGER OLDEST RECEIPT FIRST; ANY OTHER LINE GOES  *
000290*   TO COGSINVH ON HOLD.  COGSINV1 IS THE VARIANCE REPORT OF   *
000300*   EVERY LINE TOUCHED.  COGSIAGE AGES WHAT IS LEFT OVER.      *
000310*                                                              *
000320*   MODIFICATION HISTORY                                      *
000330*   2026-10-05  DHH  INITIAL VERSION                           *
000333*   2026-10-05  DHH  RETURN-TO-VENDOR CREDIT MEMOS ON COGSAPF1 *
000336*                    ARE NOT LOADED AS RECEIPTS                *
000337*   2026-10-05  DHH  COGSLAND CARRIER CHARGES (TYPE L) ARE NOT *
000338*                    LOADED AS RECEIPTS EITHER                 *
000340****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.  IBM-370.
000380 OBJECT-COMPUTER.  IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT INVOICE-TRANS-FILE ASSIGN TO COGSINVI
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-INV-STATUS.
000440     SELECT AP-FEED-FILE ASSIGN TO COGSAPF1
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-APF-STATUS.
000470     SELECT AP-MATCH-FILE ASSIGN TO COGSAPMT
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS AM-KEY
000510         FILE STATUS IS WS-APM-STATUS.
000520     SELECT MATCH-CONTROL-FILE ASSIGN TO COGSAPMC
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-AMC-STATUS.
000550     SELECT INVOICE-HOLD-FILE ASSIGN TO COGSINVH
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS IH-KEY
000590         FILE STATUS IS WS-HLD-STATUS.
000600     SELECT APPROVED-PAY-FILE ASSIGN TO COGSAPPY
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-APY-STATUS.
000630     SELECT VENDOR-MASTER-FILE ASSIGN TO VNDRMST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS VN-CODE
000670         FILE STATUS IS WS-VND-STATUS.
000680     SELECT PO-LINE-FILE ASSIGN TO COGSPOL
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS PL-KEY
000720         FILE STATUS IS WS-POL-STATUS.
000730     SELECT MATCH-PARM-FILE ASSIGN TO COGSINMP
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-PRM-STATUS.
000760     SELECT PRINT-FILE ASSIGN TO COGSINV1
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-PRT-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  INVOICE-TRANS-FILE
000820     RECORDING MODE IS F
000830     RECORD CONTAINS 60 CHARACTERS
000840     LABEL RECORDS ARE STANDARD.
000850 COPY COGSINVX.
000860 FD  AP-FEED-FILE
000870     RECORDING MODE IS F
000880     RECORD CONTAINS 60 CHARACTERS
000890     LABEL RECORDS ARE STANDARD.
000900 COPY COGSAPFR.
000910 FD  AP-MATCH-FILE
000920     RECORDING MODE IS F
000930     RECORD CONTAINS 80 CHARACTERS
000940     LABEL RECORDS ARE STANDARD.
000950 COPY COGSAPMR.
000960 FD  MATCH-CONTROL-FILE
000970     RECORDING MODE IS F
000980     RECORD CONTAINS 80 CHARACTERS
000990     LABEL RECORDS ARE STANDARD.
001000 01  MATCH-CONTROL-RECORD.
001010     05  MC-LAST-DATE        PIC 9(08).
001020     05  MC-LAST-SEQ         PIC 9(05).
001030     05  FILLER              PIC X(67).
001040 FD  INVOICE-HOLD-FILE
001050     RECORDING MODE IS F
001060     RECORD CONTAINS 80 CHARACTERS
001070     LABEL RECORDS ARE STANDARD.
001080 COPY COGSINHR.
001090 FD  APPROVED-PAY-FILE
001100     RECORDING MODE IS F
001110     RECORD CONTAINS 100 CHARACTERS
001120     LABEL RECORDS ARE STANDARD.
001130 COPY COGSAPYR.
001140 FD  VENDOR-MASTER-FILE
001150     RECORDING MODE IS F
001160     RECORD CONTAINS 80 CHARACTERS
001170     LABEL RECORDS ARE STANDARD.
001180 COPY COGSVNDR.
001190 FD  PO-LINE-FILE
001200     RECORDING MODE IS F
001210     RECORD CONTAINS 80 CHARACTERS
001220     LABEL RECORDS ARE STANDARD.
001230 COPY COGSPOLR.
001240 FD  MATCH-PARM-FILE
001250     RECORDING MODE IS F
001260     RECORD CONTAINS 80 CHARACTERS
001270     LABEL RECORDS ARE STANDARD.
001280 01  MATCH-PARM-RECORD.
001290     05  MP-PRICE-PCT-X      PIC X(03).
001300     05  MP-PRICE-PCT REDEFINES MP-PRICE-PCT-X
001310                             PIC 9(03).
001320     05  MP-QTY-UNITS-X      PIC X(05).
001330     05  MP-QTY-UNITS REDEFINES MP-QTY-UNITS-X
001340                             PIC 9(05).
001350     05  FILLER              PIC X(72).
001360 FD  PRINT-FILE
001370     RECORDING MODE IS F
001380     RECORD CONTAINS 132 CHARACTERS
001390     LABEL RECORDS ARE STANDARD.
001400 01  PRINT-RECORD                PIC X(132).
001410 WORKING-STORAGE SECTION.
001420 77  WS-INV-STATUS               PIC X(02) VALUE SPACES.
001430 77  WS-APF-STATUS               PIC X(02) VALUE SPACES.
001440 77  WS-APM-STATUS               PIC X(02) VALUE SPACES.
001450 77  WS-AMC-STATUS               PIC X(02) VALUE SPACES.
001460 77  WS-HLD-STATUS               PIC X(02) VALUE SPACES.
001470 77  WS-APY-STATUS               PIC X(02) VALUE SPACES.
001480 77  WS-VND-STATUS               PIC X(02) VALUE SPACES.
001490 77  WS-POL-STATUS               PIC X(02) VALUE SPACES.
001500 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
001510 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
001520 77  WS-RCPTS-LOADED             PIC 9(07) COMP VALUE ZERO.
001530 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
001540 77  WS-RECS-APPROVED            PIC 9(07) COMP VALUE ZERO.
001550 77  WS-RECS-HELD                PIC 9(07) COMP VALUE ZERO.
001560 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
001570 77  WS-HOLDS-RELEASED           PIC 9(07) COMP VALUE ZERO.
001580 77  WS-HOLDS-KEPT               PIC 9(07) COMP VALUE ZERO.
001590 77  WS-TOT-APPROVED             PIC 9(09)V9(02) VALUE ZERO.
001600 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
001610 77  WS-LAST-LOADED              PIC 9(08) VALUE ZERO.
001620 77  WS-LAST-SEQ                 PIC 9(05) VALUE ZERO.
001630 77  WS-PRICE-PCT                PIC 9(03) VALUE 2.
001640 77  WS-QTY-UNITS                PIC 9(05) VALUE ZERO.
001650 77  WS-QTY-AVAIL                PIC 9(07) VALUE ZERO.
001660 77  WS-QTY-ALLOWED              PIC 9(07) VALUE ZERO.
001670 77  WS-QTY-LEFT                 PIC 9(07) VALUE ZERO.
001680 77  WS-QTY-TAKE                 PIC 9(05) VALUE ZERO.
001690 77  WS-RCV-OPEN                 PIC 9(05) VALUE ZERO.
001700 77  WS-EXPECTED-PRICE           PIC 9(05)V9(02) VALUE ZERO.
001710 77  WS-PRICE-VAR                PIC S9(05)V9(02) VALUE ZERO.
001720 77  WS-VAR-PCT                  PIC 9(05)V9(02) VALUE ZERO.
001730 01  WS-CUR-LINE.
001740     05  WS-CUR-VNDR             PIC X(06).
001750     05  WS-CUR-INVOICE          PIC X(10).
001760     05  WS-CUR-DESC             PIC X(10).
001770     05  WS-CUR-QTY              PIC 9(05).
001780     05  WS-CUR-PRICE            PIC 9(05)V9(02).
001790     05  WS-CUR-INV-DATE         PIC 9(08).
001800     05  WS-CUR-PO               PIC 9(07).
001810     05  WS-CUR-PO-LINE          PIC 9(03).
001820 01  WS-MATCH-RESULT             PIC X(01) VALUE SPACE.
001830     88  WS-MATCHED                         VALUE "M".
001840     88  WS-NO-RECEIPT                      VALUE "R".
001850     88  WS-QTY-VARIANCE                    VALUE "Q".
001860     88  WS-PRICE-VARIANCE                  VALUE "P".
001870 COPY COGSDATP.
001880 01  WS-SWITCHES.
001890     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001900         88  WS-EOF                         VALUE 'Y'.
001910     05  WS-APF-EOF-SW           PIC X(01) VALUE 'N'.
001920         88  WS-APF-EOF                     VALUE 'Y'.
001930     05  WS-HLD-EOF-SW           PIC X(01) VALUE 'N'.
001940         88  WS-HLD-EOF                     VALUE 'Y'.
001950     05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
001960         88  WS-REJECTED                    VALUE 'Y'.
001970     05  WS-POL-OPEN-SW          PIC X(01) VALUE 'N'.
001980         88  WS-POL-OPEN                    VALUE 'Y'.
001990     05  WS-INV-OPEN-SW          PIC X(01) VALUE 'N'.
002000         88  WS-INV-OPEN                    VALUE 'Y'.
002010     05  WS-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
002020         88  WS-SCAN-DONE                   VALUE 'Y'.
002030 01  WS-HEADING-1.
002040     05  FILLER                  PIC X(44)
002050         VALUE "COGSWORTH VENDOR INVOICE MATCH - VARIANCES ".
002060     05  FILLER                  PIC X(15)
002070         VALUE "BUSINESS DATE  ".
002080     05  H1-DATE                 PIC 9(08).
002090 01  WS-HEADING-1A.
002100     05  FILLER                  PIC X(26)
002110         VALUE "PRICE TOLERANCE PERCENT = ".
002120     05  H1-PCT                  PIC ZZ9.
002130     05  FILLER                  PIC X(26)
002140         VALUE "   QUANTITY ALLOWANCE   = ".
002150     05  H1-UNITS                PIC ZZ,ZZ9.
002160 01  WS-HEADING-2.
002170     05  FILLER                  PIC X(08) VALUE "VENDOR  ".
002180     05  FILLER                  PIC X(12) VALUE "INVOICE     ".
002190     05  FILLER                  PIC X(12) VALUE "DESCRIPTION ".
002200     05  FILLER                  PIC X(08) VALUE "  BILLED".
002210     05  FILLER                  PIC X(11) VALUE "   RECEIVED".
002220     05  FILLER                  PIC X(11) VALUE "   PRICE   ".
002230     05  FILLER                  PIC X(11) VALUE "  EXPECTED ".
002240     05  FILLER                  PIC X(10) VALUE "    VAR % ".
002250     05  FILLER                  PIC X(11) VALUE " STATUS    ".
002260     05  FILLER                  PIC X(30) VALUE "REASON".
002270 01  WS-DETAIL-LINE.
002280     05  DL-VNDR                 PIC X(08).
002290     05  DL-INVOICE              PIC X(12).
002300     05  DL-DESC                 PIC X(12).
002310     05  DL-QTY                  PIC ZZ,ZZ9.
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  DL-AVAIL                PIC Z,ZZZ,ZZ9.
002340     05  FILLER                  PIC X(02) VALUE SPACES.
002350     05  DL-PRICE                PIC ZZ,ZZ9.99.
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  DL-EXPECTED             PIC ZZ,ZZ9.99.
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  DL-VAR-PCT              PIC ZZZZ9.99.
002400     05  FILLER                  PIC X(02) VALUE SPACES.
002410     05  DL-STATUS               PIC X(11).
002420     05  DL-REASON               PIC X(30).
002430 01  WS-SUMMARY-LINE.
002440     05  SL-LABEL                PIC X(30).
002450     05  SL-COUNT                PIC ZZZ,ZZ9.
002460 01  WS-VALUE-LINE.
002470     05  FILLER                  PIC X(30)
002480         VALUE "VALUE APPROVED TO PAY       =".
002490     05  VL-VALUE                PIC ZZZ,ZZZ,ZZ9.99.
002500 PROCEDURE DIVISION.
002510*----------------------------------------------------------------
002520*    0000-MAINLINE - PROGRAM CONTROL
002530*----------------------------------------------------------------
002540 0000-MAINLINE.
002550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002560     PERFORM 2000-LOAD-RECEIPT THRU 2000-EXIT
002570         UNTIL WS-APF-EOF.
002580     IF WS-BUS-DATE > WS-LAST-LOADED
002590         MOVE WS-BUS-DATE TO WS-LAST-LOADED
002600     END-IF.
002610     PERFORM 3000-RETRY-HELD-LINES THRU 3000-EXIT.
002620     PERFORM 4000-MATCH-NEW-LINE THRU 4000-EXIT
002630         UNTIL WS-EOF.
002640     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002650     STOP RUN.
002660*----------------------------------------------------------------
002670*    1000-INITIALIZE - BUSINESS DATE, CONTROL AND TOLERANCE
002680*    PARMS, OPEN FILES, PRINT HEADINGS
002690*----------------------------------------------------------------
002700 1000-INITIALIZE.
002710     DISPLAY "COGSINVM STARTING - VENDOR INVOICE MATCH".
002720     MOVE "BUSD" TO CDP-FUNCTION.
002730     CALL "COGSDATE" USING DATE-CALL-PARMS.
002740     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
002750     OPEN INPUT MATCH-CONTROL-FILE.
002760     IF WS-AMC-STATUS = "00"
002770         READ MATCH-CONTROL-FILE
002780             AT END
002790                 CONTINUE
002800         END-READ
002810         IF WS-AMC-STATUS = "00" AND MC-LAST-DATE NUMERIC
002820                 AND MC-LAST-SEQ NUMERIC
002830             MOVE MC-LAST-DATE TO WS-LAST-LOADED
002840             MOVE MC-LAST-SEQ  TO WS-LAST-SEQ
002850         END-IF
002860         CLOSE MATCH-CONTROL-FILE
002870     ELSE
002880         DISPLAY "COGSINVM - NO COGSAPMC CONTROL, ALL COGSAPF1 "
002890                 "RECEIPTS WILL BE LOADED"
002900     END-IF.
002910     PERFORM 1100-READ-PARM THRU 1100-EXIT.
002920     OPEN INPUT AP-FEED-FILE.
002930     IF WS-APF-STATUS NOT = "00"
002940         DISPLAY "COGSINVM - UNABLE TO OPEN COGSAPF1, STATUS = "
002950                 WS-APF-STATUS
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990     OPEN I-O AP-MATCH-FILE.
003000     IF WS-APM-STATUS = "35"
003010         OPEN OUTPUT AP-MATCH-FILE
003020         CLOSE AP-MATCH-FILE
003030         OPEN I-O AP-MATCH-FILE
003040     END-IF.
003050     IF WS-APM-STATUS NOT = "00"
003060         DISPLAY "COGSINVM - UNABLE TO OPEN COGSAPMT, STATUS = "
003070                 WS-APM-STATUS
003080         MOVE 16 TO RETURN-CODE
003090         STOP RUN
003100     END-IF.
003110     OPEN I-O INVOICE-HOLD-FILE.
003120     IF WS-HLD-STATUS = "35"
003130         OPEN OUTPUT INVOICE-HOLD-FILE
003140         CLOSE INVOICE-HOLD-FILE
003150         OPEN I-O INVOICE-HOLD-FILE
003160     END-IF.
003170     IF WS-HLD-STATUS NOT = "00"
003180         DISPLAY "COGSINVM - UNABLE TO OPEN COGSINVH, STATUS = "
003190                 WS-HLD-STATUS
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF.
003230     OPEN INPUT VENDOR-MASTER-FILE.
003240     IF WS-VND-STATUS NOT = "00"
003250         DISPLAY "COGSINVM - UNABLE TO OPEN VNDRMST, STATUS = "
003260                 WS-VND-STATUS
003270         MOVE 16 TO RETURN-CODE
003280         STOP RUN
003290     END-IF.
003300     OPEN EXTEND APPROVED-PAY-FILE.
003310     IF WS-APY-STATUS = "35"
003320         OPEN OUTPUT APPROVED-PAY-FILE
003330     END-IF.
003340     IF WS-APY-STATUS NOT = "00"
003350         DISPLAY "COGSINVM - UNABLE TO OPEN COGSAPPY, STATUS = "
003360                 WS-APY-STATUS
003370         MOVE 16 TO RETURN-CODE
003380         STOP RUN
003390     END-IF.
003400     OPEN OUTPUT PRINT-FILE.
003410     IF WS-PRT-STATUS NOT = "00"
003420         DISPLAY "COGSINVM - UNABLE TO OPEN COGSINV1, STATUS = "
003430                 WS-PRT-STATUS
003440         MOVE 16 TO RETURN-CODE
003450         STOP RUN
003460     END-IF.
003470     OPEN INPUT PO-LINE-FILE.
003480     IF WS-POL-STATUS = "00"
003490         MOVE 'Y' TO WS-POL-OPEN-SW
003500     ELSE
003510         DISPLAY "COGSINVM - NO COGSPOL, STATUS = "
003520                 WS-POL-STATUS
003530                 " - RECEIPT COST USED AS EXPECTED PRICE"
003540     END-IF.
003550     OPEN INPUT INVOICE-TRANS-FILE.
003560     IF WS-INV-STATUS = "00"
003570         MOVE 'Y' TO WS-INV-OPEN-SW
003580     ELSE
003590         DISPLAY "COGSINVM - NO COGSINVI, STATUS = "
003600                 WS-INV-STATUS
003610                 " - HELD LINES RETRIED ONLY"
003620         MOVE 'Y' TO WS-EOF-SW
003630     END-IF.
003640     MOVE WS-BUS-DATE  TO H1-DATE.
003650     MOVE WS-PRICE-PCT TO H1-PCT.
003660     MOVE WS-QTY-UNITS TO H1-UNITS.
003670     WRITE PRINT-RECORD FROM WS-HEADING-1.
003680     WRITE PRINT-RECORD FROM WS-HEADING-1A.
003690     WRITE PRINT-RECORD FROM WS-HEADING-2.
003700     IF WS-INV-OPEN
003710         PERFORM 4100-READ-INVOICE THRU 4100-EXIT
003720     END-IF.
003730 1000-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------
003760*    1100-READ-PARM - PRICE PERCENT AND QUANTITY ALLOWANCE,
003770*    DEFAULTS STAND WHEN COGSINMP IS MISSING OR BLANK
003780*----------------------------------------------------------------
003790 1100-READ-PARM.
003800     OPEN INPUT MATCH-PARM-FILE.
003810     IF WS-PRM-STATUS NOT = "00"
003820         DISPLAY "COGSINVM - NO COGSINMP PARM, PRICE PCT = "
003830                 WS-PRICE-PCT " QTY UNITS = " WS-QTY-UNITS
003840         GO TO 1100-EXIT
003850     END-IF.
003860     READ MATCH-PARM-FILE
003870         AT END
003880             CLOSE MATCH-PARM-FILE
003890             GO TO 1100-EXIT
003900     END-READ.
003910     IF MP-PRICE-PCT-X NUMERIC
003920         MOVE MP-PRICE-PCT TO WS-PRICE-PCT
003930     END-IF.
003940     IF MP-QTY-UNITS-X NUMERIC
003950         MOVE MP-QTY-UNITS TO WS-QTY-UNITS
003960     END-IF.
003970     CLOSE MATCH-PARM-FILE.
003980 1100-EXIT.
003990     EXIT.
004000*----------------------------------------------------------------
004010*    2000-LOAD-RECEIPT - ONE NEW COGSAPF1 RECEIPT ONTO THE
004020*    MATCH LEDGER AS OPEN AND UNBILLED
004030*----------------------------------------------------------------
004040 2000-LOAD-RECEIPT.
004050     READ AP-FEED-FILE
004060         AT END
004070             MOVE 'Y' TO WS-APF-EOF-SW
004080             GO TO 2000-EXIT
004090     END-READ.
004100     IF AF-DATE NOT > WS-LAST-LOADED
004110             OR AF-DATE > WS-BUS-DATE
004120         GO TO 2000-EXIT
004130     END-IF.
004140     IF AF-CREDIT-MEMO OR AF-LANDED-CHARGE
004150         GO TO 2000-EXIT
004160     END-IF.
004162     IF AF-QTY NOT NUMERIC OR AF-QTY NOT > ZERO
004164         GO TO 2000-EXIT
004166     END-IF.
004170     IF WS-LAST-SEQ = 99999
004180         MOVE ZERO TO WS-LAST-SEQ
004190     END-IF.
004200     ADD 1 TO WS-LAST-SEQ.
004210     INITIALIZE AP-MATCH-RECORD.
004220     MOVE AF-VNDR      TO AM-VNDR.
004230     MOVE AF-DESC      TO AM-DESC.
004240     MOVE AF-DATE      TO AM-DATE.
004250     MOVE WS-LAST-SEQ  TO AM-SEQ.
004260     MOVE AF-QTY       TO AM-QTY-RECEIVED.
004270     MOVE ZERO         TO AM-QTY-INVOICED.
004280     MOVE AF-EXT-VALUE TO AM-EXT-VALUE.
004290     MOVE AF-PO-NUMBER TO AM-PO-NUMBER.
004300     MOVE AF-PO-LINE   TO AM-PO-LINE.
004310     MOVE "O"          TO AM-STATUS.
004320     MOVE ZERO         TO AM-DATE-INVOICED.
004330     WRITE AP-MATCH-RECORD
004340         INVALID KEY
004350             DISPLAY "COGSINVM - DUPLICATE LEDGER KEY "
004360                     AM-KEY " - RECEIPT NOT LOADED"
004370             GO TO 2000-EXIT
004380     END-WRITE.
004390     ADD 1 TO WS-RCPTS-LOADED.
004400 2000-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------
004430*    3000-RETRY-HELD-LINES - EVERY LINE ON HOLD GETS ANOTHER
004440*    LOOK AGAINST TONIGHT'S LEDGER
004450*----------------------------------------------------------------
004460 3000-RETRY-HELD-LINES.
004470     MOVE LOW-VALUES TO IH-KEY.
004480     START INVOICE-HOLD-FILE KEY IS NOT LESS THAN IH-KEY
004490         INVALID KEY
004500             GO TO 3000-EXIT
004510     END-START.
004520     PERFORM 3100-RETRY-ONE-HELD THRU 3100-EXIT
004530         UNTIL WS-HLD-EOF.
004540 3000-EXIT.
004550     EXIT.
004560*----------------------------------------------------------------
004570*    3100-RETRY-ONE-HELD - RELEASE AND DELETE IT IF IT NOW
004580*    MATCHES, OTHERWISE REFRESH THE VARIANCE AND KEEP IT
004590*----------------------------------------------------------------
004600 3100-RETRY-ONE-HELD.
004610     READ INVOICE-HOLD-FILE NEXT RECORD
004620         AT END
004630             MOVE 'Y' TO WS-HLD-EOF-SW
004640             GO TO 3100-EXIT
004650     END-READ.
004660     MOVE IH-VNDR         TO WS-CUR-VNDR.
004670     MOVE IH-INVOICE      TO WS-CUR-INVOICE.
004680     MOVE IH-DESC         TO WS-CUR-DESC.
004690     MOVE IH-QTY-BILLED   TO WS-CUR-QTY.
004700     MOVE IH-UNIT-PRICE   TO WS-CUR-PRICE.
004710     MOVE IH-INVOICE-DATE TO WS-CUR-INV-DATE.
004720     MOVE IH-PO-NUMBER    TO WS-CUR-PO.
004730     MOVE IH-PO-LINE      TO WS-CUR-PO-LINE.
004740     PERFORM 5000-MATCH-LINE THRU 5000-EXIT.
004750     IF WS-MATCHED
004760         PERFORM 5500-APPROVE-LINE THRU 5500-EXIT
004770         DELETE INVOICE-HOLD-FILE RECORD
004780             INVALID KEY
004790                 DISPLAY "COGSINVM - HELD LINE " IH-KEY
004800                         " NOT DELETED"
004810         END-DELETE
004820         ADD 1 TO WS-HOLDS-RELEASED
004830         MOVE "RELEASED"  TO DL-STATUS
004840         MOVE "NOW MATCHES - APPROVED TO PAY"
004850             TO DL-REASON
004860     ELSE
004870         MOVE WS-MATCH-RESULT   TO IH-REASON
004880         MOVE WS-EXPECTED-PRICE TO IH-EXPECTED-PRICE
004890         MOVE WS-QTY-AVAIL      TO IH-QTY-AVAILABLE
004900         REWRITE INVOICE-HOLD-RECORD
004910             INVALID KEY
004920                 DISPLAY "COGSINVM - HELD LINE " IH-KEY
004930                         " NOT REWRITTEN"
004940         END-REWRITE
004950         ADD 1 TO WS-HOLDS-KEPT
004960         MOVE "STILL HELD" TO DL-STATUS
004970         PERFORM 5900-SET-HOLD-REASON THRU 5900-EXIT
004980     END-IF.
004990     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
005000 3100-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030*    4000-MATCH-NEW-LINE - EDIT AND MATCH ONE COGSINVI LINE
005040*----------------------------------------------------------------
005050 4000-MATCH-NEW-LINE.
005060     MOVE 'N' TO WS-REJECT-SW.
005070     MOVE ZERO TO WS-QTY-AVAIL WS-EXPECTED-PRICE.
005080     PERFORM 4200-EDIT-INVOICE THRU 4200-EXIT.
005090     IF WS-REJECTED
005100         MOVE "REJECTED" TO DL-STATUS
005110         ADD 1 TO WS-RECS-REJECTED
005120         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
005130         PERFORM 4100-READ-INVOICE THRU 4100-EXIT
005140         GO TO 4000-EXIT
005150     END-IF.
005160     PERFORM 5000-MATCH-LINE THRU 5000-EXIT.
005170     IF WS-MATCHED
005180         PERFORM 5500-APPROVE-LINE THRU 5500-EXIT
005190         MOVE "APPROVED" TO DL-STATUS
005200         MOVE SPACES     TO DL-REASON
005210     ELSE
005220         PERFORM 4300-HOLD-LINE THRU 4300-EXIT
005230         MOVE "HELD" TO DL-STATUS
005240         PERFORM 5900-SET-HOLD-REASON THRU 5900-EXIT
005250     END-IF.
005260     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
005270     PERFORM 4100-READ-INVOICE THRU 4100-EXIT.
005280 4000-EXIT.
005290     EXIT.
005300*----------------------------------------------------------------
005310*    4100-READ-INVOICE - READ NEXT COGSINVI LINE
005320*----------------------------------------------------------------
005330 4100-READ-INVOICE.
005340     READ INVOICE-TRANS-FILE
005350         AT END
005360             MOVE 'Y' TO WS-EOF-SW
005370             GO TO 4100-EXIT
005380     END-READ.
005390     ADD 1 TO WS-RECS-READ.
005400 4100-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------
005430*    4200-EDIT-INVOICE - VENDOR, INVOICE NUMBER, PRODUCT,
005440*    QUANTITY, PRICE, DATE AND QUOTED PO; THE LINE IS MOVED TO
005450*    WS-CUR-LINE AS EACH FIELD PASSES
005460*----------------------------------------------------------------
005470 4200-EDIT-INVOICE.
005480     MOVE IV-VNDR    TO WS-CUR-VNDR.
005490     MOVE IV-INVOICE TO WS-CUR-INVOICE.
005500     MOVE IV-DESC    TO WS-CUR-DESC.
005510     MOVE ZERO TO WS-CUR-QTY WS-CUR-PRICE WS-CUR-INV-DATE
005520                  WS-CUR-PO WS-CUR-PO-LINE.
005530     MOVE IV-VNDR TO VN-CODE.
005540     READ VENDOR-MASTER-FILE
005550         INVALID KEY
005560             MOVE 'Y' TO WS-REJECT-SW
005570             MOVE "VENDOR NOT ON VENDOR MASTER" TO DL-REASON
005580             GO TO 4200-EXIT
005590     END-READ.
005600     IF IV-INVOICE = SPACES
005610         MOVE 'Y' TO WS-REJECT-SW
005620         MOVE "INVOICE NUMBER MISSING" TO DL-REASON
005630         GO TO 4200-EXIT
005640     END-IF.
005650     IF IV-DESC = SPACES
005660         MOVE 'Y' TO WS-REJECT-SW
005670         MOVE "DESCRIPTION MISSING" TO DL-REASON
005680         GO TO 4200-EXIT
005690     END-IF.
005700     IF IV-QTY-BILLED-X NOT NUMERIC
005710         MOVE 'Y' TO WS-REJECT-SW
005720         MOVE "QUANTITY BILLED NOT NUMERIC" TO DL-REASON
005730         GO TO 4200-EXIT
005740     END-IF.
005750     IF IV-QTY-BILLED = ZERO
005760         MOVE 'Y' TO WS-REJECT-SW
005770         MOVE "QUANTITY BILLED IS ZERO" TO DL-REASON
005780         GO TO 4200-EXIT
005790     END-IF.
005800     MOVE IV-QTY-BILLED TO WS-CUR-QTY.
005810     IF IV-UNIT-PRICE-X NOT NUMERIC
005820         MOVE 'Y' TO WS-REJECT-SW
005830         MOVE "UNIT PRICE NOT NUMERIC" TO DL-REASON
005840         GO TO 4200-EXIT
005850     END-IF.
005860     MOVE IV-UNIT-PRICE TO WS-CUR-PRICE.
005870     IF IV-INVOICE-DATE-X = SPACES
005880         MOVE WS-BUS-DATE TO WS-CUR-INV-DATE
005890     ELSE
005900         IF IV-INVOICE-DATE-X NOT NUMERIC
005910             MOVE 'Y' TO WS-REJECT-SW
005920             MOVE "INVOICE DATE NOT NUMERIC" TO DL-REASON
005930             GO TO 4200-EXIT
005940         END-IF
005950         MOVE "VAL " TO CDP-FUNCTION
005960         MOVE IV-INVOICE-DATE TO CDP-DATE-IN
005970         CALL "COGSDATE" USING DATE-CALL-PARMS
005980         IF CDP-RETURN-STATUS NOT = "00"
005990             MOVE 'Y' TO WS-REJECT-SW
006000             MOVE "INVOICE DATE NOT A VALID DATE" TO DL-REASON
006010             GO TO 4200-EXIT
006020         END-IF
006030         MOVE IV-INVOICE-DATE TO WS-CUR-INV-DATE
006040     END-IF.
006050     IF IV-PO-NUMBER-X NOT = SPACES
006060             AND IV-PO-NUMBER-X NOT = ZERO
006070         IF IV-PO-NUMBER-X NOT NUMERIC
006080             MOVE 'Y' TO WS-REJECT-SW
006090             MOVE "PO NUMBER NOT NUMERIC" TO DL-REASON
006100             GO TO 4200-EXIT
006110         END-IF
006120         IF IV-PO-LINE-X NOT NUMERIC OR IV-PO-LINE = ZERO
006130             MOVE 'Y' TO WS-REJECT-SW
006140             MOVE "PO NUMBER WITHOUT A VALID LINE" TO DL-REASON
006150             GO TO 4200-EXIT
006160         END-IF
006170         MOVE IV-PO-NUMBER TO WS-CUR-PO
006180         MOVE IV-PO-LINE   TO WS-CUR-PO-LINE
006190     END-IF.
006200     MOVE WS-CUR-VNDR    TO IH-VNDR.
006210     MOVE WS-CUR-INVOICE TO IH-INVOICE.
006220     MOVE WS-CUR-DESC    TO IH-DESC.
006230     READ INVOICE-HOLD-FILE
006240         INVALID KEY
006250             GO TO 4200-EXIT
006260     END-READ.
006270     MOVE 'Y' TO WS-REJECT-SW.
006280     MOVE "INVOICE LINE ALREADY ON HOLD" TO DL-REASON.
006290 4200-EXIT.
006300     EXIT.
006310*----------------------------------------------------------------
006320*    4300-HOLD-LINE - PARK AN UNMATCHED LINE ON COGSINVH
006330*----------------------------------------------------------------
006340 4300-HOLD-LINE.
006350     INITIALIZE INVOICE-HOLD-RECORD.
006360     MOVE WS-CUR-VNDR       TO IH-VNDR.
006370     MOVE WS-CUR-INVOICE    TO IH-INVOICE.
006380     MOVE WS-CUR-DESC       TO IH-DESC.
006390     MOVE WS-CUR-QTY        TO IH-QTY-BILLED.
006400     MOVE WS-CUR-PRICE      TO IH-UNIT-PRICE.
006410     MOVE WS-CUR-INV-DATE   TO IH-INVOICE-DATE.
006420     MOVE WS-CUR-PO         TO IH-PO-NUMBER.
006430     MOVE WS-CUR-PO-LINE    TO IH-PO-LINE.
006440     MOVE WS-BUS-DATE       TO IH-DATE-HELD.
006450     MOVE WS-MATCH-RESULT   TO IH-REASON.
006460     MOVE WS-EXPECTED-PRICE TO IH-EXPECTED-PRICE.
006470     MOVE WS-QTY-AVAIL      TO IH-QTY-AVAILABLE.
006480     WRITE INVOICE-HOLD-RECORD
006490         INVALID KEY
006500             DISPLAY "COGSINVM - HELD LINE " IH-KEY
006510                     " NOT WRITTEN, STATUS = " WS-HLD-STATUS
006520     END-WRITE.
006530     ADD 1 TO WS-RECS-HELD.
006540 4300-EXIT.
006550     EXIT.
006560*----------------------------------------------------------------
006570*    5000-MATCH-LINE - SUM THE VENDOR'S UNBILLED RECEIPTS OF
006580*    THE PRODUCT (OF THE QUOTED PO LINE WHEN THERE IS ONE),
006590*    FIND THE EXPECTED COST, AND DECIDE MATCH OR HOLD
006600*----------------------------------------------------------------
006610 5000-MATCH-LINE.
006620     MOVE ZERO TO WS-QTY-AVAIL WS-EXPECTED-PRICE WS-VAR-PCT.
006630     PERFORM 5050-START-LEDGER THRU 5050-EXIT.
006640     PERFORM 5100-SUM-ONE-RECEIPT THRU 5100-EXIT
006650         UNTIL WS-SCAN-DONE.
006660     IF WS-CUR-PO > ZERO AND WS-POL-OPEN
006670         MOVE WS-CUR-PO      TO PL-PO-NUMBER
006680         MOVE WS-CUR-PO-LINE TO PL-LINE
006690         READ PO-LINE-FILE
006700             INVALID KEY
006710                 CONTINUE
006720             NOT INVALID KEY
006730                 IF PL-DESC = WS-CUR-DESC
006740                     MOVE PL-UNIT-COST TO WS-EXPECTED-PRICE
006750                 END-IF
006760         END-READ
006770     END-IF.
006780     IF WS-EXPECTED-PRICE > ZERO
006790         COMPUTE WS-PRICE-VAR =
006800             WS-CUR-PRICE - WS-EXPECTED-PRICE
006810         IF WS-PRICE-VAR < ZERO
006820             COMPUTE WS-PRICE-VAR = ZERO - WS-PRICE-VAR
006830         END-IF
006840         COMPUTE WS-VAR-PCT ROUNDED =
006850             WS-PRICE-VAR * 100 / WS-EXPECTED-PRICE
006860             ON SIZE ERROR
006870                 MOVE 99999.99 TO WS-VAR-PCT
006880         END-COMPUTE
006890     END-IF.
006900     IF WS-QTY-AVAIL = ZERO
006910         MOVE "R" TO WS-MATCH-RESULT
006920         GO TO 5000-EXIT
006930     END-IF.
006940     COMPUTE WS-QTY-ALLOWED = WS-QTY-AVAIL + WS-QTY-UNITS.
006950     IF WS-CUR-QTY > WS-QTY-ALLOWED
006960         MOVE "Q" TO WS-MATCH-RESULT
006970         GO TO 5000-EXIT
006980     END-IF.
006990     IF WS-EXPECTED-PRICE > ZERO
007000             AND WS-VAR-PCT > WS-PRICE-PCT
007010         MOVE "P" TO WS-MATCH-RESULT
007020         GO TO 5000-EXIT
007030     END-IF.
007040     MOVE "M" TO WS-MATCH-RESULT.
007050 5000-EXIT.
007060     EXIT.
007070*----------------------------------------------------------------
007080*    5050-START-LEDGER - POSITION AT THE VENDOR/PRODUCT'S
007090*    OLDEST RECEIPT
007100*----------------------------------------------------------------
007110 5050-START-LEDGER.
007120     MOVE 'N' TO WS-SCAN-DONE-SW.
007130     MOVE WS-CUR-VNDR TO AM-VNDR.
007140     MOVE WS-CUR-DESC TO AM-DESC.
007150     MOVE ZERO        TO AM-DATE AM-SEQ.
007160     START AP-MATCH-FILE KEY IS NOT LESS THAN AM-KEY
007170         INVALID KEY
007180             MOVE 'Y' TO WS-SCAN-DONE-SW
007190     END-START.
007200 5050-EXIT.
007210     EXIT.
007220*----------------------------------------------------------------
007230*    5100-SUM-ONE-RECEIPT - ADD ONE OPEN RECEIPT'S UNBILLED
007240*    QUANTITY; THE OLDEST ONE'S BOOKED COST IS THE FALLBACK
007250*    EXPECTED PRICE
007260*----------------------------------------------------------------
007270 5100-SUM-ONE-RECEIPT.
007280     PERFORM 5200-NEXT-RECEIPT THRU 5200-EXIT.
007290     IF WS-SCAN-DONE OR NOT AM-OPEN
007300         GO TO 5100-EXIT
007310     END-IF.
007320     COMPUTE WS-QTY-AVAIL =
007330         WS-QTY-AVAIL + AM-QTY-RECEIVED - AM-QTY-INVOICED.
007340     IF WS-EXPECTED-PRICE = ZERO AND AM-QTY-RECEIVED > ZERO
007350         COMPUTE WS-EXPECTED-PRICE ROUNDED =
007360             AM-EXT-VALUE / AM-QTY-RECEIVED
007370     END-IF.
007380 5100-EXIT.
007390     EXIT.
007400*----------------------------------------------------------------
007410*    5200-NEXT-RECEIPT - NEXT LEDGER RECORD FOR THE SAME
007420*    VENDOR AND PRODUCT, SKIPPING RECEIPTS AGAINST ANOTHER PO
007430*    LINE WHEN THE INVOICE QUOTES ONE
007440*----------------------------------------------------------------
007450 5200-NEXT-RECEIPT.
007460     READ AP-MATCH-FILE NEXT RECORD
007470         AT END
007480             MOVE 'Y' TO WS-SCAN-DONE-SW
007490             GO TO 5200-EXIT
007500     END-READ.
007510     IF AM-VNDR NOT = WS-CUR-VNDR OR AM-DESC NOT = WS-CUR-DESC
007520         MOVE 'Y' TO WS-SCAN-DONE-SW
007530         GO TO 5200-EXIT
007540     END-IF.
007550     IF WS-CUR-PO > ZERO
007560         IF AM-PO-NUMBER NOT = WS-CUR-PO
007570                 OR AM-PO-LINE NOT = WS-CUR-PO-LINE
007580             GO TO 5200-NEXT-RECEIPT
007590         END-IF
007600     END-IF.
007610 5200-EXIT.
007620     EXIT.
007630*----------------------------------------------------------------
007640*    5500-APPROVE-LINE - RELIEVE THE LEDGER OLDEST RECEIPT
007650*    FIRST AND WRITE THE LINE TO COGSAPPY
007660*----------------------------------------------------------------
007670 5500-APPROVE-LINE.
007680     MOVE WS-CUR-QTY TO WS-QTY-LEFT.
007690     PERFORM 5050-START-LEDGER THRU 5050-EXIT.
007700     PERFORM 5600-RELIEVE-ONE-RECEIPT THRU 5600-EXIT
007710         UNTIL WS-SCAN-DONE.
007720     MOVE WS-CUR-VNDR TO VN-CODE.
007730     READ VENDOR-MASTER-FILE
007740         INVALID KEY
007750             MOVE SPACES TO VN-TERMS
007760     END-READ.
007770     INITIALIZE APPROVED-PAY-RECORD.
007780     MOVE WS-CUR-VNDR     TO AY-VNDR.
007790     MOVE WS-CUR-INVOICE  TO AY-INVOICE.
007800     MOVE WS-CUR-DESC     TO AY-DESC.
007810     MOVE WS-CUR-QTY      TO AY-QTY.
007820     MOVE WS-CUR-PRICE    TO AY-UNIT-PRICE.
007830     COMPUTE AY-EXT-AMOUNT ROUNDED =
007840         WS-CUR-QTY * WS-CUR-PRICE.
007850     MOVE VN-TERMS        TO AY-TERMS.
007860     MOVE WS-CUR-INV-DATE TO AY-INVOICE-DATE.
007870     MOVE WS-BUS-DATE     TO AY-DATE-APPROVED.
007880     MOVE WS-CUR-PO       TO AY-PO-NUMBER.
007890     MOVE WS-CUR-PO-LINE  TO AY-PO-LINE.
007900     WRITE APPROVED-PAY-RECORD.
007910     ADD AY-EXT-AMOUNT TO WS-TOT-APPROVED.
007920     ADD 1 TO WS-RECS-APPROVED.
007930 5500-EXIT.
007940     EXIT.
007950*----------------------------------------------------------------
007960*    5600-RELIEVE-ONE-RECEIPT - BILL AS MUCH OF ONE OPEN
007970*    RECEIPT AS IS STILL LEFT ON THE LINE
007980*----------------------------------------------------------------
007990 5600-RELIEVE-ONE-RECEIPT.
008000     PERFORM 5200-NEXT-RECEIPT THRU 5200-EXIT.
008010     IF WS-SCAN-DONE OR NOT AM-OPEN
008020         GO TO 5600-EXIT
008030     END-IF.
008040     COMPUTE WS-RCV-OPEN = AM-QTY-RECEIVED - AM-QTY-INVOICED.
008050     IF WS-RCV-OPEN > WS-QTY-LEFT
008060         MOVE WS-QTY-LEFT TO WS-QTY-TAKE
008070     ELSE
008080         MOVE WS-RCV-OPEN TO WS-QTY-TAKE
008090     END-IF.
008100     ADD WS-QTY-TAKE TO AM-QTY-INVOICED.
008110     SUBTRACT WS-QTY-TAKE FROM WS-QTY-LEFT.
008120     IF AM-QTY-INVOICED NOT < AM-QTY-RECEIVED
008130         MOVE "I"         TO AM-STATUS
008140         MOVE WS-BUS-DATE TO AM-DATE-INVOICED
008150     END-IF.
008160     REWRITE AP-MATCH-RECORD
008170         INVALID KEY
008180             DISPLAY "COGSINVM - LEDGER " AM-KEY
008190                     " NOT REWRITTEN"
008200     END-REWRITE.
008210     IF WS-QTY-LEFT = ZERO
008220         MOVE 'Y' TO WS-SCAN-DONE-SW
008230     END-IF.
008240 5600-EXIT.
008250     EXIT.
008260*----------------------------------------------------------------
008270*    5900-SET-HOLD-REASON - REPORT TEXT FOR THE HOLD CODE
008280*----------------------------------------------------------------
008290 5900-SET-HOLD-REASON.
008300     EVALUATE TRUE
008310         WHEN WS-NO-RECEIPT
008320             MOVE "NO UNBILLED RECEIPT" TO DL-REASON
008330         WHEN WS-QTY-VARIANCE
008340             MOVE "BILLED MORE THAN RECEIVED" TO DL-REASON
008350         WHEN WS-PRICE-VARIANCE
008360             MOVE "PRICE OUTSIDE TOLERANCE" TO DL-REASON
008370         WHEN OTHER
008380             MOVE SPACES TO DL-REASON
008390     END-EVALUATE.
008400 5900-EXIT.
008410     EXIT.
008420*----------------------------------------------------------------
008430*    6000-WRITE-DETAIL - ONE VARIANCE REPORT LINE
008440*----------------------------------------------------------------
008450 6000-WRITE-DETAIL.
008460     MOVE WS-CUR-VNDR       TO DL-VNDR.
008470     MOVE WS-CUR-INVOICE    TO DL-INVOICE.
008480     MOVE WS-CUR-DESC       TO DL-DESC.
008490     MOVE WS-CUR-QTY        TO DL-QTY.
008500     MOVE WS-QTY-AVAIL      TO DL-AVAIL.
008510     MOVE WS-CUR-PRICE      TO DL-PRICE.
008520     MOVE WS-EXPECTED-PRICE TO DL-EXPECTED.
008530     MOVE WS-VAR-PCT        TO DL-VAR-PCT.
008540     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
008550 6000-EXIT.
008560     EXIT.
008570*----------------------------------------------------------------
008580*    8000-TERMINATE - SAVE THE LEDGER LOAD POINT, PRINT
008590*    SUMMARY AND CLOSE FILES
008600*----------------------------------------------------------------
008610 8000-TERMINATE.
008620     CLOSE AP-FEED-FILE.
008630     CLOSE AP-MATCH-FILE.
008640     CLOSE INVOICE-HOLD-FILE.
008650     CLOSE APPROVED-PAY-FILE.
008660     CLOSE VENDOR-MASTER-FILE.
008670     IF WS-POL-OPEN
008680         CLOSE PO-LINE-FILE
008690     END-IF.
008700     IF WS-INV-OPEN
008710         CLOSE INVOICE-TRANS-FILE
008720     END-IF.
008730     OPEN OUTPUT MATCH-CONTROL-FILE.
008740     INITIALIZE MATCH-CONTROL-RECORD.
008750     MOVE WS-LAST-LOADED TO MC-LAST-DATE.
008760     MOVE WS-LAST-SEQ    TO MC-LAST-SEQ.
008770     WRITE MATCH-CONTROL-RECORD.
008780     CLOSE MATCH-CONTROL-FILE.
008790     MOVE SPACES TO PRINT-RECORD.
008800     WRITE PRINT-RECORD.
008810     MOVE "INVOICE LINES READ          =" TO SL-LABEL.
008820     MOVE WS-RECS-READ TO SL-COUNT.
008830     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
008840     MOVE "LINES APPROVED TO PAY       =" TO SL-LABEL.
008850     MOVE WS-RECS-APPROVED TO SL-COUNT.
008860     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
008870     MOVE "NEW LINES PUT ON HOLD       =" TO SL-LABEL.
008880     MOVE WS-RECS-HELD TO SL-COUNT.
008890     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
008900     MOVE "HELD LINES RELEASED         =" TO SL-LABEL.
008910     MOVE WS-HOLDS-RELEASED TO SL-COUNT.
008920     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
008930     MOVE "HELD LINES STILL ON HOLD    =" TO SL-LABEL.
008940     MOVE WS-HOLDS-KEPT TO SL-COUNT.
008950     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
008960     MOVE "INVOICE LINES REJECTED      =" TO SL-LABEL.
008970     MOVE WS-RECS-REJECTED TO SL-COUNT.
008980     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
008990     MOVE WS-TOT-APPROVED TO VL-VALUE.
009000     WRITE PRINT-RECORD FROM WS-VALUE-LINE.
009010     CLOSE PRINT-FILE.
009020     DISPLAY "COGSINVM - RECEIPTS LOADED  = " WS-RCPTS-LOADED.
009030     DISPLAY "COGSINVM - LINES READ       = " WS-RECS-READ.
009040     DISPLAY "COGSINVM - LINES APPROVED   = " WS-RECS-APPROVED.
009050     DISPLAY "COGSINVM - LINES HELD       = " WS-RECS-HELD.
009060     DISPLAY "COGSINVM - HOLDS RELEASED   = " WS-HOLDS-RELEASED.
009070     DISPLAY "COGSINVM - HOLDS KEPT       = " WS-HOLDS-KEPT.
009080     DISPLAY "COGSINVM - LINES REJECTED   = " WS-RECS-REJECTED.
009090 8000-EXIT.
009100     EXIT.
