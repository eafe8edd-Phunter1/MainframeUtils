000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSRBAC.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSRBAC IS THE MONTH-END VENDOR REBATE ACCRUAL STEP OF    *
000090*   THE NIGHTLY.  VOLUME REBATES USED TO BE TRACKED ON A       *
000100*   BUYER'S SPREADSHEET AND WERE OFTEN NEVER CLAIMED.  ON ANY  *
000110*   NIGHT BUT THE LAST BUSINESS DATE OF THE MONTH IT SAYS SO   *
000120*   AND ENDS.  ON A MONTH END IT TABLES EVERY OPEN AGREEMENT   *
000130*   ON COGSRBAG WHOSE PROGRAM YEAR HAS BEGUN AND READS THE     *
000140*   WHOLE COGSRCH1 RECEIPT HISTORY, TOTALLING THE UNITS AND    *
000150*   COST OF EACH RECEIPT THAT FALLS IN AN AGREEMENT'S VENDOR,  *
000160*   SCOPE AND PROGRAM YEAR.  A RECEIPT IS VALUED AT THE UNIT   *
000170*   COST OF THE PO LINE IT QUOTED, ELSE AT ICOST.  THE RATE    *
000180*   OF THE HIGHEST TIER REACHED GIVES THE REBATE EARNED TO     *
000190*   DATE, AND THE DIFFERENCE FROM WHAT IS ALREADY ACCRUED IS   *
000200*   JOURNALED TO COGSGLJ1 - DR REBATE RECEIVABLE, CR REBATE    *
000210*   INCOME, OR THE REVERSE WHEN TERMS WERE CUT - WITH THE      *
000220*   ACCOUNTS FROM COGSGLAM (ROLES REBATEAR AND REBATEIN; THE   *
000230*   RUN REFUSES IF ONE IS MISSING).  BECAUSE THE YEAR IS       *
000240*   RETOTALLED EVERY TIME, A RERUN ACCRUES NOTHING TWICE.  AN  *
000250*   AGREEMENT WHOSE PROGRAM YEAR HAS ENDED IS ACCRUED A LAST   *
000260*   TIME, MARKED CLAIMED, AND GETS A CLAIM STATEMENT LISTING   *
000270*   EVERY QUALIFYING RECEIPT, ONE STATEMENT PER VENDOR.        *
000280*                                                              *
000290*   MODIFICATION HISTORY                                      *
000300*   2026-10-05  DHH  INITIAL VERSION                           *
000310****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.  IBM-370.
000350 OBJECT-COMPUTER.  IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT REBATE-AGREEMENT-FILE ASSIGN TO COGSRBAG
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS RA-KEY
000420         FILE STATUS IS WS-RBA-STATUS.
000430     SELECT RECEIPT-HISTORY-FILE ASSIGN TO COGSRCH1
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-RCH-STATUS.
000460     SELECT COGS-MASTER-FILE ASSIGN TO COGSMST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS IDESC
000500         FILE STATUS IS WS-MST-STATUS.
000510     SELECT PO-LINE-FILE ASSIGN TO COGSPOL
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS PL-KEY
000550         FILE STATUS IS WS-POL-STATUS.
000560     SELECT VENDOR-MASTER-FILE ASSIGN TO VNDRMST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS VN-CODE
000600         FILE STATUS IS WS-VND-STATUS.
000610     SELECT ACCOUNT-MAP-FILE ASSIGN TO COGSGLAM
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-MAP-STATUS.
000640     SELECT JOURNAL-FILE ASSIGN TO COGSGLJ1
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-GLJ-STATUS.
000670     SELECT CLAIM-WORK-FILE ASSIGN TO COGSRBW
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-WRK-STATUS.
000700     SELECT CLAIM-SORTED-FILE ASSIGN TO COGSRBS
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-SRT-STATUS.
000730     SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.
000740     SELECT PRINT-FILE ASSIGN TO COGSRBA1
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-PRT-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  REBATE-AGREEMENT-FILE
000800     RECORDING MODE IS F
000810     RECORD CONTAINS 160 CHARACTERS
000820     LABEL RECORDS ARE STANDARD.
000830 COPY COGSRBAR.
000840 FD  RECEIPT-HISTORY-FILE
000850     RECORDING MODE IS F
000860     RECORD CONTAINS 60 CHARACTERS
000870     BLOCK CONTAINS 0 RECORDS
000880     LABEL RECORDS ARE STANDARD.
000890 COPY COGSRCHR.
000900 FD  COGS-MASTER-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY COGSMSTR.
000930 FD  PO-LINE-FILE
000940     RECORDING MODE IS F
000950     RECORD CONTAINS 80 CHARACTERS
000960     LABEL RECORDS ARE STANDARD.
000970 COPY COGSPOLR.
000980 FD  VENDOR-MASTER-FILE
000990     RECORDING MODE IS F
001000     RECORD CONTAINS 80 CHARACTERS
001010     LABEL RECORDS ARE STANDARD.
001020 COPY COGSVNDR.
001030 FD  ACCOUNT-MAP-FILE
001040     RECORDING MODE IS F
001050     RECORD CONTAINS 80 CHARACTERS
001060     LABEL RECORDS ARE STANDARD.
001070 01  ACCOUNT-MAP-RECORD.
001080     05  GM-ROLE             PIC X(08).
001090     05  GM-ACCOUNT          PIC X(08).
001100     05  FILLER              PIC X(64).
001110 FD  JOURNAL-FILE
001120     RECORDING MODE IS F
001130     RECORD CONTAINS 50 CHARACTERS
001140     BLOCK CONTAINS 0 RECORDS
001150     LABEL RECORDS ARE STANDARD.
001160 COPY COGSGLJR.
001170 FD  CLAIM-WORK-FILE
001180     RECORDING MODE IS F
001190     RECORD CONTAINS 64 CHARACTERS
001200     BLOCK CONTAINS 0 RECORDS
001210     LABEL RECORDS ARE STANDARD.
001220 01  CLAIM-WORK-RECORD.
001230     05  CW-VNDR             PIC X(06).
001240     05  CW-AGREE-NO         PIC 9(03).
001250     05  CW-DATE             PIC 9(08).
001260     05  CW-DESC             PIC X(10).
001270     05  CW-PO-NUMBER        PIC 9(07).
001280     05  CW-PO-LINE          PIC 9(03).
001290     05  CW-QTY              PIC 9(05).
001300     05  CW-UNIT-COST        PIC 9(05)V9(02).
001310     05  CW-VALUE            PIC 9(09)V9(02).
001320     05  FILLER              PIC X(04).
001330 FD  CLAIM-SORTED-FILE
001340     RECORDING MODE IS F
001350     RECORD CONTAINS 64 CHARACTERS
001360     BLOCK CONTAINS 0 RECORDS
001370     LABEL RECORDS ARE STANDARD.
001380 01  CLAIM-SORTED-RECORD.
001390     05  CS-VNDR             PIC X(06).
001400     05  CS-AGREE-NO         PIC 9(03).
001410     05  CS-DATE             PIC 9(08).
001420     05  CS-DESC             PIC X(10).
001430     05  CS-PO-NUMBER        PIC 9(07).
001440     05  CS-PO-LINE          PIC 9(03).
001450     05  CS-QTY              PIC 9(05).
001460     05  CS-UNIT-COST        PIC 9(05)V9(02).
001470     05  CS-VALUE            PIC 9(09)V9(02).
001480     05  FILLER              PIC X(04).
001490 SD  SORT-WORK-FILE
001500     RECORD CONTAINS 64 CHARACTERS.
001510 01  SORT-CLAIM-RECORD.
001520     05  SC-VNDR             PIC X(06).
001530     05  SC-AGREE-NO         PIC 9(03).
001540     05  SC-DATE             PIC 9(08).
001550     05  SC-DESC             PIC X(10).
001560     05  SC-PO-NUMBER        PIC 9(07).
001570     05  SC-PO-LINE          PIC 9(03).
001580     05  SC-QTY              PIC 9(05).
001590     05  SC-UNIT-COST        PIC 9(05)V9(02).
001600     05  SC-VALUE            PIC 9(09)V9(02).
001610     05  FILLER              PIC X(04).
001620 FD  PRINT-FILE
001630     RECORDING MODE IS F
001640     RECORD CONTAINS 132 CHARACTERS
001650     LABEL RECORDS ARE STANDARD.
001660 01  PRINT-RECORD                PIC X(132).
001670 WORKING-STORAGE SECTION.
001680 77  WS-RBA-STATUS               PIC X(02) VALUE SPACES.
001690 77  WS-RCH-STATUS               PIC X(02) VALUE SPACES.
001700 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
001710 77  WS-POL-STATUS               PIC X(02) VALUE SPACES.
001720 77  WS-VND-STATUS               PIC X(02) VALUE SPACES.
001730 77  WS-MAP-STATUS               PIC X(02) VALUE SPACES.
001740 77  WS-GLJ-STATUS               PIC X(02) VALUE SPACES.
001750 77  WS-WRK-STATUS               PIC X(02) VALUE SPACES.
001760 77  WS-SRT-STATUS               PIC X(02) VALUE SPACES.
001770 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
001780 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
001790 77  WS-MONTH-DAYS               PIC 9(02) VALUE ZERO.
001800 77  WS-LEAP-QUOT                PIC 9(04) VALUE ZERO.
001810 77  WS-LEAP-REM                 PIC 9(04) VALUE ZERO.
001820 77  WS-ACCT-RECEIVABLE          PIC X(08) VALUE SPACES.
001830 77  WS-ACCT-INCOME              PIC X(08) VALUE SPACES.
001840 77  WS-RCV-DEPT                 PIC X(04) VALUE SPACES.
001850 77  WS-RCV-COST                 PIC 9(05)V9(02) VALUE ZERO.
001860 77  WS-RCV-VALUE                PIC 9(09)V9(02) VALUE ZERO.
001870 77  WS-MEASURE                  PIC 9(09) VALUE ZERO.
001880 77  WS-TIER                     PIC 9(01) VALUE ZERO.
001890 77  WS-RATE                     PIC 9(03)V9(03) VALUE ZERO.
001900 77  WS-EARNED                   PIC 9(09)V9(02) VALUE ZERO.
001910 77  WS-DELTA                    PIC S9(09)V9(02) VALUE ZERO.
001920 77  WS-TOT-RAISED               PIC 9(09)V9(02) VALUE ZERO.
001930 77  WS-TOT-REVERSED             PIC 9(09)V9(02) VALUE ZERO.
001940 77  WS-ENTRY-AMOUNT             PIC 9(09)V9(02) VALUE ZERO.
001950 77  WS-TOT-DEBITS               PIC 9(09)V9(02) VALUE ZERO.
001960 77  WS-TOT-CREDITS              PIC 9(09)V9(02) VALUE ZERO.
001970 77  WS-CLM-UNITS                PIC 9(09) VALUE ZERO.
001980 77  WS-CLM-VALUE                PIC 9(09)V9(02) VALUE ZERO.
001990 77  WS-VNDR-CLAIMED             PIC 9(09)V9(02) VALUE ZERO.
002000 77  WS-PREV-VNDR                PIC X(06) VALUE SPACES.
002010 77  WS-PREV-AGREE-NO            PIC 9(03) VALUE ZERO.
002020 77  WS-AG-COUNT                 PIC 9(05) COMP VALUE ZERO.
002030 77  WS-AG-SUB                   PIC 9(05) COMP VALUE ZERO.
002040 77  WS-AG-MAX                   PIC 9(05) COMP VALUE 500.
002050 77  WS-TIER-SUB                 PIC 9(02) COMP VALUE ZERO.
002060 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
002070 77  WS-RECS-QUALIFIED           PIC 9(07) COMP VALUE ZERO.
002080 77  WS-RECS-NO-COST             PIC 9(07) COMP VALUE ZERO.
002090 77  WS-AGREEMENTS-ACCRUED       PIC 9(05) COMP VALUE ZERO.
002100 77  WS-AGREEMENTS-CLAIMED       PIC 9(05) COMP VALUE ZERO.
002110 77  WS-CLAIM-LINES              PIC 9(07) COMP VALUE ZERO.
002120 77  WS-JOURNAL-COUNT            PIC 9(05) COMP VALUE ZERO.
002130 01  WS-DATE-WORK.
002140     05  WS-DW-DATE          PIC 9(08).
002150     05  WS-DW-R REDEFINES WS-DW-DATE.
002160         10  WS-DW-CCYY      PIC 9(04).
002170         10  WS-DW-MM        PIC 9(02).
002180         10  WS-DW-DD        PIC 9(02).
002190 01  WS-MONTH-TABLE.
002200     05  WS-MONTH-VALUES     PIC X(24)
002210         VALUE "312831303130313130313031".
002220     05  WS-MONTH-R REDEFINES WS-MONTH-VALUES.
002230         10  WS-MONTH-LEN    PIC 9(02) OCCURS 12 TIMES.
002240 01  WS-SWITCHES.
002250     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
002260         88  WS-EOF                         VALUE 'Y'.
002270     05  WS-RBA-EOF-SW           PIC X(01) VALUE 'N'.
002280         88  WS-RBA-EOF                     VALUE 'Y'.
002290     05  WS-MAP-EOF-SW           PIC X(01) VALUE 'N'.
002300         88  WS-MAP-EOF                     VALUE 'Y'.
002310     05  WS-SRT-EOF-SW           PIC X(01) VALUE 'N'.
002320         88  WS-SRT-EOF                     VALUE 'Y'.
002330     05  WS-MONTH-END-SW         PIC X(01) VALUE 'N'.
002340         88  WS-MONTH-END                   VALUE 'Y'.
002350     05  WS-POL-OPEN-SW          PIC X(01) VALUE 'N'.
002360         88  WS-POL-OPEN                    VALUE 'Y'.
002370     05  WS-VALUED-SW            PIC X(01) VALUE 'N'.
002380         88  WS-VALUED                      VALUE 'Y'.
002390 01  WS-AGREEMENT-TABLE.
002400     05  WS-AG-ENTRY OCCURS 500 TIMES.
002410         10  WS-AG-VNDR          PIC X(06).
002420         10  WS-AG-NO            PIC 9(03).
002430         10  WS-AG-SCOPE         PIC X(01).
002440         10  WS-AG-DESC          PIC X(10).
002450         10  WS-AG-DEPT          PIC X(04).
002460         10  WS-AG-START         PIC 9(08).
002470         10  WS-AG-END           PIC 9(08).
002480         10  WS-AG-UNITS         PIC 9(09).
002490         10  WS-AG-VALUE         PIC 9(09)V9(02).
002500         10  WS-AG-CLOSE-SW      PIC X(01).
002510             88  WS-AG-CLOSING              VALUE 'Y'.
002520 01  WS-TERMS-TEXT.
002530     05  WS-SCOPE-TEXT           PIC X(15).
002540     05  WS-BASIS-TEXT           PIC X(22).
002550 COPY COGSDATP.
002560 01  WS-HEADING-1.
002570     05  FILLER                  PIC X(40)
002580         VALUE "COGSWORTH VENDOR REBATE ACCRUAL".
002590 01  WS-HEADING-1A.
002600     05  FILLER                  PIC X(16)
002610         VALUE "BUSINESS DATE = ".
002620     05  H1-DATE                 PIC 9(08).
002630 01  WS-HEADING-2.
002640     05  FILLER                  PIC X(08) VALUE "VENDOR  ".
002650     05  FILLER                  PIC X(05) VALUE "AGMT ".
002660     05  FILLER                  PIC X(03) VALUE "B  ".
002670     05  FILLER                  PIC X(16) VALUE "SCOPE".
002680     05  FILLER                  PIC X(13) VALUE "    YTD UNITS".
002690     05  FILLER                  PIC X(16)
002700         VALUE "       YTD VALUE".
002710     05  FILLER                  PIC X(05) VALUE " TIER".
002720     05  FILLER                  PIC X(09) VALUE "     RATE".
002730     05  FILLER                  PIC X(14) VALUE "        EARNED".
002740     05  FILLER                  PIC X(15)
002750         VALUE "  ACCRUED PRIOR".
002760     05  FILLER                  PIC X(15)
002770         VALUE "     THIS MONTH".
002780     05  FILLER                  PIC X(06) VALUE "  NOTE".
002790 01  WS-DETAIL-LINE.
002800     05  DL-VNDR                 PIC X(08).
002810     05  DL-AGREE                PIC 9(03).
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  DL-BASIS                PIC X(03).
002840     05  DL-SCOPE                PIC X(15).
002850     05  FILLER                  PIC X(01) VALUE SPACES.
002860     05  DL-UNITS                PIC ZZZ,ZZZ,ZZ9.
002870     05  FILLER                  PIC X(02) VALUE SPACES.
002880     05  DL-VALUE                PIC ZZZ,ZZZ,ZZ9.99.
002890     05  FILLER                  PIC X(04) VALUE SPACES.
002900     05  DL-TIER                 PIC 9(01).
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  DL-RATE                 PIC ZZ9.999.
002930     05  FILLER                  PIC X(02) VALUE SPACES.
002940     05  DL-EARNED               PIC Z,ZZZ,ZZ9.99.
002950     05  FILLER                  PIC X(02) VALUE SPACES.
002960     05  DL-PRIOR                PIC Z,ZZZ,ZZ9.99.
002970     05  FILLER                  PIC X(02) VALUE SPACES.
002980     05  DL-DELTA                PIC Z,ZZZ,ZZ9.99-.
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  DL-NOTE                 PIC X(16).
003010 01  WS-HEADING-3.
003020     05  FILLER                  PIC X(10) VALUE "ACCOUNT   ".
003030     05  FILLER                  PIC X(06) VALUE "DR/CR ".
003040     05  FILLER                  PIC X(14) VALUE "        AMOUNT".
003050     05  FILLER                  PIC X(10) VALUE "  SOURCE  ".
003060 01  WS-JOURNAL-LINE.
003070     05  JL-ACCOUNT              PIC X(10).
003080     05  JL-DRCR                 PIC X(02).
003090     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  JL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
003110     05  FILLER                  PIC X(03) VALUE SPACES.
003120     05  JL-SOURCE               PIC X(08).
003130 01  WS-CLAIM-HEADING-1.
003140     05  FILLER                  PIC X(40)
003150         VALUE "COGSWORTH VOLUME REBATE CLAIM STATEMENT".
003160 01  WS-CLAIM-HEADING-1A.
003170     05  FILLER                  PIC X(08) VALUE "VENDOR  ".
003180     05  CH-VNDR                 PIC X(08).
003190     05  CH-NAME                 PIC X(32).
003200     05  FILLER                  PIC X(06) VALUE "ATTN  ".
003210     05  CH-CONTACT              PIC X(22).
003220     05  FILLER                  PIC X(09) VALUE "AS OF    ".
003230     05  CH-DATE                 PIC 9(08).
003240 01  WS-CLAIM-HEADING-2.
003250     05  FILLER                  PIC X(10) VALUE "AGREEMENT ".
003260     05  CH-AGREE                PIC 9(03).
003270     05  FILLER                  PIC X(16)
003280         VALUE "   PROGRAM YEAR ".
003290     05  CH-START                PIC 9(08).
003300     05  FILLER                  PIC X(06) VALUE " THRU ".
003310     05  CH-END                  PIC 9(08).
003320     05  FILLER                  PIC X(03) VALUE SPACES.
003330     05  CH-BASIS                PIC X(22).
003340     05  FILLER                  PIC X(07) VALUE "SCOPE  ".
003350     05  CH-SCOPE                PIC X(15).
003360 01  WS-CLAIM-HEADING-3.
003370     05  FILLER                  PIC X(10) VALUE "RECEIVED  ".
003380     05  FILLER                  PIC X(12) VALUE "PRODUCT     ".
003390     05  FILLER                  PIC X(14) VALUE "PO NUMBER LINE".
003400     05  FILLER                  PIC X(09) VALUE "      QTY".
003410     05  FILLER                  PIC X(12) VALUE "   UNIT COST".
003420     05  FILLER                  PIC X(17)
003430         VALUE "            VALUE".
003440 01  WS-CLAIM-LINE.
003450     05  CL-DATE                 PIC 9(08).
003460     05  FILLER                  PIC X(02) VALUE SPACES.
003470     05  CL-DESC                 PIC X(10).
003480     05  FILLER                  PIC X(02) VALUE SPACES.
003490     05  CL-PO-NUMBER            PIC ZZZZZZ9.
003500     05  FILLER                  PIC X(03) VALUE SPACES.
003510     05  CL-PO-LINE              PIC ZZ9.
003520     05  FILLER                  PIC X(02) VALUE SPACES.
003530     05  CL-QTY                  PIC ZZ,ZZ9.
003540     05  FILLER                  PIC X(03) VALUE SPACES.
003550     05  CL-UNIT-COST            PIC ZZ,ZZ9.99.
003560     05  FILLER                  PIC X(03) VALUE SPACES.
003570     05  CL-VALUE                PIC ZZZ,ZZZ,ZZ9.99.
003580 01  WS-CLAIM-TOTAL-LINE.
003590     05  FILLER                  PIC X(22)
003600         VALUE "QUALIFYING PURCHASES".
003610     05  CT-UNITS                PIC ZZZ,ZZZ,ZZ9.
003620     05  FILLER                  PIC X(09) VALUE " UNITS   ".
003630     05  CT-VALUE                PIC ZZZ,ZZZ,ZZ9.99.
003640     05  FILLER                  PIC X(08) VALUE " AT COST".
003650 01  WS-CLAIM-TOTAL-LINE2.
003660     05  FILLER                  PIC X(13) VALUE "TIER REACHED ".
003670     05  CT-TIER                 PIC 9(01).
003680     05  FILLER                  PIC X(10) VALUE "    RATE  ".
003690     05  CT-RATE                 PIC ZZ9.999.
003700     05  FILLER                  PIC X(19)
003710         VALUE "    REBATE CLAIMED ".
003720     05  CT-EARNED               PIC Z,ZZZ,ZZ9.99.
003730 01  WS-CLAIM-VENDOR-LINE.
003740     05  FILLER                  PIC X(36)
003750         VALUE "TOTAL CLAIMED FROM VENDOR".
003760     05  CV-CLAIMED              PIC ZZZ,ZZZ,ZZ9.99.
003770 01  WS-NO-CLAIM-LINE.
003780     05  FILLER                  PIC X(40)
003790         VALUE "NO PROGRAM YEAR ENDED - NOTHING TO CLAIM".
003800 01  WS-SUMMARY-LINE.
003810     05  FILLER                  PIC X(26)
003820         VALUE "AGREEMENTS ACCRUED       =".
003830     05  SL-ACCRUED              PIC ZZZ,ZZ9.
003840 01  WS-SUMMARY-LINE2.
003850     05  FILLER                  PIC X(26)
003860         VALUE "AGREEMENTS CLAIMED       =".
003870     05  SL-CLAIMED              PIC ZZZ,ZZ9.
003880 01  WS-SUMMARY-LINE3.
003890     05  FILLER                  PIC X(26)
003900         VALUE "RECEIPTS WITH NO COST    =".
003910     05  SL-NO-COST              PIC ZZZ,ZZ9.
003920 01  WS-SUMMARY-LINE4.
003930     05  FILLER                  PIC X(26)
003940         VALUE "TOTAL DEBITS             =".
003950     05  SL-DEBITS               PIC ZZZ,ZZZ,ZZ9.99.
003960 01  WS-SUMMARY-LINE5.
003970     05  FILLER                  PIC X(26)
003980         VALUE "TOTAL CREDITS            =".
003990     05  SL-CREDITS              PIC ZZZ,ZZZ,ZZ9.99.
004000 01  WS-SUMMARY-LINE6.
004010     05  FILLER                  PIC X(26)
004020         VALUE "JOURNAL VERDICT          =".
004030     05  SL-VERDICT              PIC X(16).
004040 PROCEDURE DIVISION.
004050*----------------------------------------------------------------
004060*    0000-MAINLINE - PROGRAM CONTROL
004070*----------------------------------------------------------------
004080 0000-MAINLINE.
004090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004100     IF NOT WS-MONTH-END
004110         DISPLAY "COGSRBAC - NOT MONTH END, NO REBATES TO ACCRUE"
004120         STOP RUN
004130     END-IF.
004140     PERFORM 1300-OPEN-FILES THRU 1300-EXIT.
004150     PERFORM 2000-TALLY-ONE-RECEIPT THRU 2000-EXIT
004160         UNTIL WS-EOF.
004170     PERFORM 3000-POST-ACCRUALS THRU 3000-EXIT.
004180     PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT.
004190     PERFORM 5000-PRINT-CLAIMS THRU 5000-EXIT.
004200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004210     STOP RUN.
004220*----------------------------------------------------------------
004230*    1000-INITIALIZE - IS TONIGHT THE LAST NIGHT OF THE MONTH
004240*----------------------------------------------------------------
004250 1000-INITIALIZE.
004260     DISPLAY "COGSRBAC STARTING - MONTH-END REBATE ACCRUAL".
004270     MOVE "BUSD" TO CDP-FUNCTION.
004280     CALL "COGSDATE" USING DATE-CALL-PARMS.
004290     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
004300     MOVE WS-BUS-DATE TO WS-DW-DATE.
004310     PERFORM 1050-CHECK-NEXT-BUS-DAY THRU 1050-EXIT.
004320 1000-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------
004350*    1050-CHECK-NEXT-BUS-DAY - NBUS MONTH TEST, CALENDAR
004360*    FALLBACK WHEN THE SERVICE CANNOT ANSWER
004370*----------------------------------------------------------------
004380 1050-CHECK-NEXT-BUS-DAY.
004390     MOVE 'N' TO WS-MONTH-END-SW.
004400     MOVE "NBUS" TO CDP-FUNCTION.
004410     MOVE WS-BUS-DATE TO CDP-DATE-IN.
004420     CALL "COGSDATE" USING DATE-CALL-PARMS.
004430     IF CDP-RETURN-STATUS NOT = "00"
004440         PERFORM 1100-CHECK-MONTH-END THRU 1100-EXIT
004450         GO TO 1050-EXIT
004460     END-IF.
004470     IF CDP-DATE-OUT(5:2) NOT = WS-BUS-DATE(5:2)
004480         MOVE 'Y' TO WS-MONTH-END-SW
004490     END-IF.
004500 1050-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530*    1100-CHECK-MONTH-END - THE LAST CALENDAR DAY OF THE MONTH
004540*----------------------------------------------------------------
004550 1100-CHECK-MONTH-END.
004560     MOVE 'N' TO WS-MONTH-END-SW.
004570     IF WS-DW-MM < 1 OR WS-DW-MM > 12
004580         GO TO 1100-EXIT
004590     END-IF.
004600     MOVE WS-MONTH-LEN(WS-DW-MM) TO WS-MONTH-DAYS.
004610     IF WS-DW-MM = 2
004620         PERFORM 1200-CHECK-LEAP-YEAR THRU 1200-EXIT
004630     END-IF.
004640     IF WS-DW-DD NOT < WS-MONTH-DAYS
004650         MOVE 'Y' TO WS-MONTH-END-SW
004660     END-IF.
004670 1100-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------
004700*    1200-CHECK-LEAP-YEAR - CENTURY-PROOF FEBRUARY LENGTH
004710*----------------------------------------------------------------
004720 1200-CHECK-LEAP-YEAR.
004730     MOVE 28 TO WS-MONTH-DAYS.
004740     DIVIDE WS-DW-CCYY BY 4 GIVING WS-LEAP-QUOT
004750         REMAINDER WS-LEAP-REM.
004760     IF WS-LEAP-REM NOT = ZERO
004770         GO TO 1200-EXIT
004780     END-IF.
004790     DIVIDE WS-DW-CCYY BY 100 GIVING WS-LEAP-QUOT
004800         REMAINDER WS-LEAP-REM.
004810     IF WS-LEAP-REM NOT = ZERO
004820         MOVE 29 TO WS-MONTH-DAYS
004830         GO TO 1200-EXIT
004840     END-IF.
004850     DIVIDE WS-DW-CCYY BY 400 GIVING WS-LEAP-QUOT
004860         REMAINDER WS-LEAP-REM.
004870     IF WS-LEAP-REM = ZERO
004880         MOVE 29 TO WS-MONTH-DAYS
004890     END-IF.
004900 1200-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------
004930*    1300-OPEN-FILES - LOAD THE ACCOUNT ROLES AND THE OPEN
004940*    AGREEMENTS, OPEN THE REST, PRINT HEADINGS
004950*----------------------------------------------------------------
004960 1300-OPEN-FILES.
004970     PERFORM 1400-LOAD-ACCOUNT-MAP THRU 1400-EXIT.
004980     OPEN I-O REBATE-AGREEMENT-FILE.
004990     IF WS-RBA-STATUS = "35"
005000         DISPLAY "COGSRBAC - NO COGSRBAG AGREEMENT FILE, "
005010                 "NO REBATES TO ACCRUE"
005020         STOP RUN
005030     END-IF.
005040     IF WS-RBA-STATUS NOT = "00"
005050         DISPLAY "COGSRBAC - UNABLE TO OPEN COGSRBAG, STATUS = "
005060                 WS-RBA-STATUS
005070         MOVE 16 TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100     PERFORM 1500-LOAD-ONE-AGREEMENT THRU 1500-EXIT
005110         UNTIL WS-RBA-EOF.
005120     OPEN INPUT RECEIPT-HISTORY-FILE.
005130     IF WS-RCH-STATUS NOT = "00"
005140         DISPLAY "COGSRBAC - UNABLE TO OPEN COGSRCH1, STATUS = "
005150                 WS-RCH-STATUS
005160         MOVE 16 TO RETURN-CODE
005170         STOP RUN
005180     END-IF.
005190     OPEN INPUT COGS-MASTER-FILE.
005200     IF WS-MST-STATUS NOT = "00"
005210         DISPLAY "COGSRBAC - UNABLE TO OPEN COGSMST, STATUS = "
005220                 WS-MST-STATUS
005230         MOVE 16 TO RETURN-CODE
005240         STOP RUN
005250     END-IF.
005260     OPEN INPUT PO-LINE-FILE.
005270     IF WS-POL-STATUS = "00"
005280         MOVE 'Y' TO WS-POL-OPEN-SW
005290     ELSE
005300         DISPLAY "COGSRBAC - NO COGSPOL PO LINES, RECEIPTS "
005310                 "VALUED AT ICOST"
005320     END-IF.
005330     OPEN INPUT VENDOR-MASTER-FILE.
005340     IF WS-VND-STATUS NOT = "00"
005350         DISPLAY "COGSRBAC - UNABLE TO OPEN VNDRMST, STATUS = "
005360                 WS-VND-STATUS
005370         MOVE 16 TO RETURN-CODE
005380         STOP RUN
005390     END-IF.
005400     OPEN EXTEND JOURNAL-FILE.
005410     IF WS-GLJ-STATUS = "35"
005420         OPEN OUTPUT JOURNAL-FILE
005430     END-IF.
005440     IF WS-GLJ-STATUS NOT = "00"
005450         DISPLAY "COGSRBAC - UNABLE TO OPEN COGSGLJ1, STATUS = "
005460                 WS-GLJ-STATUS
005470         MOVE 16 TO RETURN-CODE
005480         STOP RUN
005490     END-IF.
005500     OPEN OUTPUT CLAIM-WORK-FILE.
005510     IF WS-WRK-STATUS NOT = "00"
005520         DISPLAY "COGSRBAC - UNABLE TO OPEN COGSRBW, STATUS = "
005530                 WS-WRK-STATUS
005540         MOVE 16 TO RETURN-CODE
005550         STOP RUN
005560     END-IF.
005570     OPEN OUTPUT PRINT-FILE.
005580     IF WS-PRT-STATUS NOT = "00"
005590         DISPLAY "COGSRBAC - UNABLE TO OPEN COGSRBA1, STATUS = "
005600                 WS-PRT-STATUS
005610         MOVE 16 TO RETURN-CODE
005620         STOP RUN
005630     END-IF.
005640     MOVE WS-BUS-DATE TO H1-DATE.
005650     WRITE PRINT-RECORD FROM WS-HEADING-1.
005660     WRITE PRINT-RECORD FROM WS-HEADING-1A.
005670     MOVE SPACES TO PRINT-RECORD.
005680     WRITE PRINT-RECORD.
005690     WRITE PRINT-RECORD FROM WS-HEADING-2.
005700     PERFORM 2100-READ-RECEIPT THRU 2100-EXIT.
005710 1300-EXIT.
005720     EXIT.
005730*----------------------------------------------------------------
005740*    1400-LOAD-ACCOUNT-MAP - THE TWO REBATE ROLES FROM
005750*    COGSGLAM, BOTH REQUIRED
005760*----------------------------------------------------------------
005770 1400-LOAD-ACCOUNT-MAP.
005780     OPEN INPUT ACCOUNT-MAP-FILE.
005790     IF WS-MAP-STATUS NOT = "00"
005800         DISPLAY "COGSRBAC - UNABLE TO OPEN COGSGLAM, STATUS = "
005810                 WS-MAP-STATUS
005820         MOVE 16 TO RETURN-CODE
005830         STOP RUN
005840     END-IF.
005850     PERFORM 1450-LOAD-ONE-ACCOUNT THRU 1450-EXIT
005860         UNTIL WS-MAP-EOF.
005870     CLOSE ACCOUNT-MAP-FILE.
005880     IF WS-ACCT-RECEIVABLE = SPACES
005890         OR WS-ACCT-INCOME = SPACES
005900         DISPLAY "COGSRBAC - ACCOUNT MAP INCOMPLETE - RUN "
005910                 "REFUSED"
005920         MOVE 16 TO RETURN-CODE
005930         STOP RUN
005940     END-IF.
005950 1400-EXIT.
005960     EXIT.
005970 1450-LOAD-ONE-ACCOUNT.
005980     READ ACCOUNT-MAP-FILE
005990         AT END
006000             MOVE 'Y' TO WS-MAP-EOF-SW
006010             GO TO 1450-EXIT
006020     END-READ.
006030     EVALUATE GM-ROLE
006040         WHEN "REBATEAR"
006050             MOVE GM-ACCOUNT TO WS-ACCT-RECEIVABLE
006060         WHEN "REBATEIN"
006070             MOVE GM-ACCOUNT TO WS-ACCT-INCOME
006080         WHEN OTHER
006090             CONTINUE
006100     END-EVALUATE.
006110 1450-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------
006140*    1500-LOAD-ONE-AGREEMENT - TABLE AN OPEN AGREEMENT WHOSE
006150*    PROGRAM YEAR HAS BEGUN.  A SHORT TABLE WOULD LEAVE
006160*    REBATES UNACCRUED, SO A FULL TABLE STOPS THE RUN
006170*----------------------------------------------------------------
006180 1500-LOAD-ONE-AGREEMENT.
006190     READ REBATE-AGREEMENT-FILE NEXT RECORD
006200         AT END
006210             MOVE 'Y' TO WS-RBA-EOF-SW
006220             GO TO 1500-EXIT
006230     END-READ.
006240     IF NOT RA-OPEN OR RA-YEAR-START > WS-BUS-DATE
006250         GO TO 1500-EXIT
006260     END-IF.
006270     IF WS-AG-COUNT NOT < WS-AG-MAX
006280         DISPLAY "COGSRBAC - AGREEMENT TABLE FULL AT "
006290                 WS-AG-MAX " AGREEMENTS - RUN REFUSED"
006300         MOVE 16 TO RETURN-CODE
006310         STOP RUN
006320     END-IF.
006330     ADD 1 TO WS-AG-COUNT.
006340     MOVE RA-VNDR            TO WS-AG-VNDR(WS-AG-COUNT).
006350     MOVE RA-AGREE-NO        TO WS-AG-NO(WS-AG-COUNT).
006360     MOVE RA-SCOPE           TO WS-AG-SCOPE(WS-AG-COUNT).
006370     MOVE RA-SCOPE-DESC      TO WS-AG-DESC(WS-AG-COUNT).
006380     MOVE RA-SCOPE-DEPT-CODE TO WS-AG-DEPT(WS-AG-COUNT).
006390     MOVE RA-YEAR-START      TO WS-AG-START(WS-AG-COUNT).
006400     MOVE RA-YEAR-END        TO WS-AG-END(WS-AG-COUNT).
006410     MOVE ZERO               TO WS-AG-UNITS(WS-AG-COUNT).
006420     MOVE ZERO               TO WS-AG-VALUE(WS-AG-COUNT).
006430     MOVE 'N'                TO WS-AG-CLOSE-SW(WS-AG-COUNT).
006440     IF RA-YEAR-END NOT > WS-BUS-DATE
006450         MOVE 'Y' TO WS-AG-CLOSE-SW(WS-AG-COUNT)
006460     END-IF.
006470 1500-EXIT.
006480     EXIT.
006490*----------------------------------------------------------------
006500*    2000-TALLY-ONE-RECEIPT - ADD ONE RECEIPT TO EVERY
006510*    AGREEMENT IT QUALIFIES FOR
006520*----------------------------------------------------------------
006530 2000-TALLY-ONE-RECEIPT.
006540     IF RH-QTY-RECEIVED = ZERO
006550         GO TO 2000-NEXT
006560     END-IF.
006570     MOVE 'N' TO WS-VALUED-SW.
006580     PERFORM 2200-TEST-AGREEMENT THRU 2200-EXIT
006590         VARYING WS-AG-SUB FROM 1 BY 1
006600         UNTIL WS-AG-SUB > WS-AG-COUNT.
006610 2000-NEXT.
006620     PERFORM 2100-READ-RECEIPT THRU 2100-EXIT.
006630 2000-EXIT.
006640     EXIT.
006650 2100-READ-RECEIPT.
006660     READ RECEIPT-HISTORY-FILE
006670         AT END
006680             MOVE 'Y' TO WS-EOF-SW
006690             GO TO 2100-EXIT
006700     END-READ.
006710     ADD 1 TO WS-RECS-READ.
006720 2100-EXIT.
006730     EXIT.
006740*----------------------------------------------------------------
006750*    2200-TEST-AGREEMENT - SAME VENDOR, IN THE PROGRAM YEAR AND
006760*    IN SCOPE.  A RECEIPT IS VALUED ONLY WHEN FIRST NEEDED
006770*----------------------------------------------------------------
006780 2200-TEST-AGREEMENT.
006790     IF WS-AG-VNDR(WS-AG-SUB) NOT = RH-VNDR
006800         OR RH-DATE-RECEIVED < WS-AG-START(WS-AG-SUB)
006810         OR RH-DATE-RECEIVED > WS-AG-END(WS-AG-SUB)
006820         GO TO 2200-EXIT
006830     END-IF.
006840     IF WS-AG-SCOPE(WS-AG-SUB) = "P"
006850         AND WS-AG-DESC(WS-AG-SUB) NOT = RH-DESC
006860         GO TO 2200-EXIT
006870     END-IF.
006880     IF NOT WS-VALUED
006890         PERFORM 2300-VALUE-RECEIPT THRU 2300-EXIT
006900     END-IF.
006910     IF WS-AG-SCOPE(WS-AG-SUB) = "D"
006920         AND WS-AG-DEPT(WS-AG-SUB) NOT = WS-RCV-DEPT
006930         GO TO 2200-EXIT
006940     END-IF.
006950     ADD 1 TO WS-RECS-QUALIFIED.
006960     ADD RH-QTY-RECEIVED TO WS-AG-UNITS(WS-AG-SUB).
006970     ADD WS-RCV-VALUE    TO WS-AG-VALUE(WS-AG-SUB).
006980     IF WS-AG-CLOSING(WS-AG-SUB)
006990         PERFORM 2400-WRITE-CLAIM-WORK THRU 2400-EXIT
007000     END-IF.
007010 2200-EXIT.
007020     EXIT.
007030*----------------------------------------------------------------
007040*    2300-VALUE-RECEIPT - THE QUOTED PO LINE'S UNIT COST, ELSE
007050*    ICOST, AND THE PRODUCT'S DEPARTMENT
007060*----------------------------------------------------------------
007070 2300-VALUE-RECEIPT.
007080     MOVE 'Y' TO WS-VALUED-SW.
007090     MOVE SPACES TO WS-RCV-DEPT.
007100     MOVE ZERO   TO WS-RCV-COST.
007110     MOVE RH-DESC TO IDESC.
007120     READ COGS-MASTER-FILE
007130         INVALID KEY
007140             MOVE SPACES TO IDESC
007150     END-READ.
007160     IF IDESC = RH-DESC
007170         MOVE I5DEPT TO WS-RCV-DEPT
007180         MOVE ICOST  TO WS-RCV-COST
007190     END-IF.
007200     IF WS-POL-OPEN AND RH-PO-NUMBER > ZERO
007210         MOVE RH-PO-NUMBER TO PL-PO-NUMBER
007220         MOVE RH-PO-LINE   TO PL-LINE
007230         READ PO-LINE-FILE
007240             INVALID KEY
007250                 MOVE SPACES TO PL-DESC
007260         END-READ
007270         IF PL-DESC = RH-DESC AND PL-UNIT-COST > ZERO
007280             MOVE PL-UNIT-COST TO WS-RCV-COST
007290         END-IF
007300     END-IF.
007310     IF WS-RCV-COST = ZERO
007320         ADD 1 TO WS-RECS-NO-COST
007330     END-IF.
007340     COMPUTE WS-RCV-VALUE = RH-QTY-RECEIVED * WS-RCV-COST.
007350 2300-EXIT.
007360     EXIT.
007370*----------------------------------------------------------------
007380*    2400-WRITE-CLAIM-WORK - A RECEIPT FOR THE CLAIM STATEMENT
007390*    OF AN AGREEMENT WHOSE YEAR HAS ENDED
007400*----------------------------------------------------------------
007410 2400-WRITE-CLAIM-WORK.
007420     INITIALIZE CLAIM-WORK-RECORD.
007430     MOVE WS-AG-VNDR(WS-AG-SUB) TO CW-VNDR.
007440     MOVE WS-AG-NO(WS-AG-SUB)   TO CW-AGREE-NO.
007450     MOVE RH-DATE-RECEIVED      TO CW-DATE.
007460     MOVE RH-DESC               TO CW-DESC.
007470     MOVE RH-PO-NUMBER          TO CW-PO-NUMBER.
007480     MOVE RH-PO-LINE            TO CW-PO-LINE.
007490     MOVE RH-QTY-RECEIVED       TO CW-QTY.
007500     MOVE WS-RCV-COST           TO CW-UNIT-COST.
007510     MOVE WS-RCV-VALUE          TO CW-VALUE.
007520     WRITE CLAIM-WORK-RECORD.
007530     ADD 1 TO WS-CLAIM-LINES.
007540 2400-EXIT.
007550     EXIT.
007560*----------------------------------------------------------------
007570*    3000-POST-ACCRUALS - EARN, ACCRUE AND REGISTER EACH
007580*    TABLED AGREEMENT
007590*----------------------------------------------------------------
007600 3000-POST-ACCRUALS.
007610     PERFORM 3100-POST-ONE-AGREEMENT THRU 3100-EXIT
007620         VARYING WS-AG-SUB FROM 1 BY 1
007630         UNTIL WS-AG-SUB > WS-AG-COUNT.
007640 3000-EXIT.
007650     EXIT.
007660*----------------------------------------------------------------
007670*    3100-POST-ONE-AGREEMENT - THE HIGHEST TIER REACHED PRICES
007680*    THE WHOLE YEAR; WHAT IS NOT YET ACCRUED IS THIS MONTH'S
007690*    ENTRY
007700*----------------------------------------------------------------
007710 3100-POST-ONE-AGREEMENT.
007720     MOVE WS-AG-VNDR(WS-AG-SUB) TO RA-VNDR.
007730     MOVE WS-AG-NO(WS-AG-SUB)   TO RA-AGREE-NO.
007740     READ REBATE-AGREEMENT-FILE
007750         INVALID KEY
007760             DISPLAY "COGSRBAC - AGREEMENT " RA-KEY
007770                     " LEFT COGSRBAG DURING THE RUN"
007780             GO TO 3100-EXIT
007790     END-READ.
007800     IF RA-BASIS-UNIT
007810         MOVE WS-AG-UNITS(WS-AG-SUB) TO WS-MEASURE
007820     ELSE
007830         MOVE WS-AG-VALUE(WS-AG-SUB) TO WS-MEASURE
007840     END-IF.
007850     MOVE ZERO TO WS-TIER.
007860     MOVE ZERO TO WS-RATE.
007870     PERFORM 3150-TEST-TIER THRU 3150-EXIT
007880         VARYING WS-TIER-SUB FROM 1 BY 1
007890         UNTIL WS-TIER-SUB > 3.
007900     IF RA-BASIS-UNIT
007910         COMPUTE WS-EARNED ROUNDED =
007920             WS-AG-UNITS(WS-AG-SUB) * WS-RATE
007930     ELSE
007940         COMPUTE WS-EARNED ROUNDED =
007950             WS-AG-VALUE(WS-AG-SUB) * WS-RATE / 100
007960     END-IF.
007970     IF WS-EARNED > 9999999.99
007980         DISPLAY "COGSRBAC - REBATE ON " RA-KEY
007990                 " CAPPED AT 9,999,999.99"
008000         MOVE 9999999.99 TO WS-EARNED
008010     END-IF.
008020     COMPUTE WS-DELTA = WS-EARNED - RA-ACCRUED.
008030     IF WS-DELTA > ZERO
008040         ADD WS-DELTA TO WS-TOT-RAISED
008050     END-IF.
008060     IF WS-DELTA < ZERO
008070         SUBTRACT WS-DELTA FROM WS-TOT-REVERSED
008080     END-IF.
008090     PERFORM 3800-DESCRIBE-TERMS THRU 3800-EXIT.
008100     MOVE RA-VNDR                TO DL-VNDR.
008110     MOVE RA-AGREE-NO            TO DL-AGREE.
008120     MOVE RA-BASIS               TO DL-BASIS.
008130     MOVE WS-SCOPE-TEXT          TO DL-SCOPE.
008140     MOVE WS-AG-UNITS(WS-AG-SUB) TO DL-UNITS.
008150     MOVE WS-AG-VALUE(WS-AG-SUB) TO DL-VALUE.
008160     MOVE WS-TIER                TO DL-TIER.
008170     MOVE WS-RATE                TO DL-RATE.
008180     MOVE WS-EARNED              TO DL-EARNED.
008190     MOVE RA-ACCRUED             TO DL-PRIOR.
008200     MOVE WS-DELTA               TO DL-DELTA.
008210     MOVE SPACES                 TO DL-NOTE.
008220     IF WS-TIER = ZERO
008230         MOVE "BELOW FIRST TIER" TO DL-NOTE
008240     END-IF.
008250     MOVE WS-AG-UNITS(WS-AG-SUB) TO RA-YTD-UNITS.
008260     MOVE WS-AG-VALUE(WS-AG-SUB) TO RA-YTD-VALUE.
008270     MOVE WS-TIER                TO RA-TIER-REACHED.
008280     MOVE WS-EARNED              TO RA-EARNED.
008290     MOVE WS-EARNED              TO RA-ACCRUED.
008300     MOVE WS-BUS-DATE            TO RA-DATE-ACCRUED.
008310     IF WS-AG-CLOSING(WS-AG-SUB)
008320         MOVE "C"         TO RA-STATUS
008330         MOVE WS-BUS-DATE TO RA-DATE-CLAIMED
008340         MOVE "YEAR ENDED-CLAIM" TO DL-NOTE
008350         ADD 1 TO WS-AGREEMENTS-CLAIMED
008360     END-IF.
008370     REWRITE REBATE-AGREEMENT-RECORD.
008380     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
008390     ADD 1 TO WS-AGREEMENTS-ACCRUED.
008400 3100-EXIT.
008410     EXIT.
008420 3150-TEST-TIER.
008430     IF RA-TIER-RATE(WS-TIER-SUB) > ZERO
008440         AND RA-TIER-FROM(WS-TIER-SUB) NOT > WS-MEASURE
008450         MOVE WS-TIER-SUB               TO WS-TIER
008460         MOVE RA-TIER-RATE(WS-TIER-SUB) TO WS-RATE
008470     END-IF.
008480 3150-EXIT.
008490     EXIT.
008500*----------------------------------------------------------------
008510*    3800-DESCRIBE-TERMS - SCOPE AND BASIS IN WORDS FOR THE
008520*    REGISTER AND THE CLAIM STATEMENT
008530*----------------------------------------------------------------
008540 3800-DESCRIBE-TERMS.
008550     MOVE SPACES TO WS-TERMS-TEXT.
008560     EVALUATE TRUE
008570         WHEN RA-SCOPE-PRODUCT
008580             MOVE RA-SCOPE-DESC TO WS-SCOPE-TEXT
008590         WHEN RA-SCOPE-DEPT
008600             STRING "DEPT " RA-SCOPE-DEPT-CODE
008610                 DELIMITED BY SIZE INTO WS-SCOPE-TEXT
008620         WHEN OTHER
008630             MOVE "ALL PRODUCTS" TO WS-SCOPE-TEXT
008640     END-EVALUATE.
008650     IF RA-BASIS-UNIT
008660         MOVE "ALLOWANCE PER UNIT" TO WS-BASIS-TEXT
008670     ELSE
008680         MOVE "PERCENT OF PURCHASES" TO WS-BASIS-TEXT
008690     END-IF.
008700 3800-EXIT.
008710     EXIT.
008720*----------------------------------------------------------------
008730*    4000-WRITE-JOURNAL - DR RECEIVABLE / CR INCOME FOR REBATE
008740*    EARNED, THE REVERSE FOR REBATE GIVEN BACK
008750*----------------------------------------------------------------
008760 4000-WRITE-JOURNAL.
008770     MOVE SPACES TO PRINT-RECORD.
008780     WRITE PRINT-RECORD.
008790     WRITE PRINT-RECORD FROM WS-HEADING-3.
008800     IF WS-TOT-RAISED > ZERO
008810         MOVE WS-TOT-RAISED      TO WS-ENTRY-AMOUNT
008820         MOVE WS-ACCT-RECEIVABLE TO GJ-ACCOUNT
008830         PERFORM 4800-WRITE-DR THRU 4800-EXIT
008840         MOVE WS-ACCT-INCOME     TO GJ-ACCOUNT
008850         PERFORM 4700-WRITE-CR THRU 4700-EXIT
008860     END-IF.
008870     IF WS-TOT-REVERSED > ZERO
008880         MOVE WS-TOT-REVERSED    TO WS-ENTRY-AMOUNT
008890         MOVE WS-ACCT-INCOME     TO GJ-ACCOUNT
008900         PERFORM 4800-WRITE-DR THRU 4800-EXIT
008910         MOVE WS-ACCT-RECEIVABLE TO GJ-ACCOUNT
008920         PERFORM 4700-WRITE-CR THRU 4700-EXIT
008930     END-IF.
008940 4000-EXIT.
008950     EXIT.
008960 4700-WRITE-CR.
008970     MOVE WS-BUS-DATE     TO GJ-DATE.
008980     MOVE "CR"            TO GJ-DR-CR.
008990     MOVE WS-ENTRY-AMOUNT TO GJ-AMOUNT.
009000     MOVE "COGSRBAC"      TO GJ-SOURCE.
009010     WRITE GL-JOURNAL-RECORD.
009020     ADD WS-ENTRY-AMOUNT TO WS-TOT-CREDITS.
009030     ADD 1 TO WS-JOURNAL-COUNT.
009040     MOVE GJ-ACCOUNT      TO JL-ACCOUNT.
009050     MOVE "CR"            TO JL-DRCR.
009060     MOVE WS-ENTRY-AMOUNT TO JL-AMOUNT.
009070     MOVE "COGSRBAC"      TO JL-SOURCE.
009080     WRITE PRINT-RECORD FROM WS-JOURNAL-LINE.
009090 4700-EXIT.
009100     EXIT.
009110 4800-WRITE-DR.
009120     MOVE WS-BUS-DATE     TO GJ-DATE.
009130     MOVE "DR"            TO GJ-DR-CR.
009140     MOVE WS-ENTRY-AMOUNT TO GJ-AMOUNT.
009150     MOVE "COGSRBAC"      TO GJ-SOURCE.
009160     WRITE GL-JOURNAL-RECORD.
009170     ADD WS-ENTRY-AMOUNT TO WS-TOT-DEBITS.
009180     ADD 1 TO WS-JOURNAL-COUNT.
009190     MOVE GJ-ACCOUNT      TO JL-ACCOUNT.
009200     MOVE "DR"            TO JL-DRCR.
009210     MOVE WS-ENTRY-AMOUNT TO JL-AMOUNT.
009220     MOVE "COGSRBAC"      TO JL-SOURCE.
009230     WRITE PRINT-RECORD FROM WS-JOURNAL-LINE.
009240 4800-EXIT.
009250     EXIT.
009260*----------------------------------------------------------------
009270*    5000-PRINT-CLAIMS - SORT THE CLAIMED RECEIPTS BY VENDOR,
009280*    AGREEMENT AND DATE AND PRINT A STATEMENT PER VENDOR
009290*----------------------------------------------------------------
009300 5000-PRINT-CLAIMS.
009310     CLOSE CLAIM-WORK-FILE.
009320     MOVE SPACES TO PRINT-RECORD.
009330     WRITE PRINT-RECORD.
009340     IF WS-CLAIM-LINES = ZERO
009350         WRITE PRINT-RECORD FROM WS-NO-CLAIM-LINE
009360         GO TO 5000-EXIT
009370     END-IF.
009380     SORT SORT-WORK-FILE
009390         ON ASCENDING KEY SC-VNDR
009400         ON ASCENDING KEY SC-AGREE-NO
009410         ON ASCENDING KEY SC-DATE
009420         ON ASCENDING KEY SC-DESC
009430         ON ASCENDING KEY SC-PO-NUMBER
009440         ON ASCENDING KEY SC-PO-LINE
009450         USING CLAIM-WORK-FILE
009460         GIVING CLAIM-SORTED-FILE.
009470     IF SORT-RETURN NOT = ZERO
009480         DISPLAY "COGSRBAC - SORT FAILED, RETURN CODE = "
009490                 SORT-RETURN
009500         MOVE 16 TO RETURN-CODE
009510         STOP RUN
009520     END-IF.
009530     OPEN INPUT CLAIM-SORTED-FILE.
009540     PERFORM 5900-READ-SORTED THRU 5900-EXIT.
009550     PERFORM 5100-PRINT-ONE-RECEIPT THRU 5100-EXIT
009560         UNTIL WS-SRT-EOF.
009570     PERFORM 5400-AGREEMENT-FOOTING THRU 5400-EXIT.
009580     PERFORM 5500-VENDOR-FOOTING THRU 5500-EXIT.
009590     CLOSE CLAIM-SORTED-FILE.
009600 5000-EXIT.
009610     EXIT.
009620*----------------------------------------------------------------
009630*    5100-PRINT-ONE-RECEIPT - BREAK ON VENDOR AND AGREEMENT,
009640*    THEN LIST THE RECEIPT
009650*----------------------------------------------------------------
009660 5100-PRINT-ONE-RECEIPT.
009670     IF CS-VNDR NOT = WS-PREV-VNDR
009680         IF WS-PREV-VNDR NOT = SPACES
009690             PERFORM 5400-AGREEMENT-FOOTING THRU 5400-EXIT
009700             PERFORM 5500-VENDOR-FOOTING THRU 5500-EXIT
009710         END-IF
009720         PERFORM 5200-VENDOR-HEADING THRU 5200-EXIT
009730         PERFORM 5300-AGREEMENT-HEADING THRU 5300-EXIT
009740     ELSE
009750         IF CS-AGREE-NO NOT = WS-PREV-AGREE-NO
009760             PERFORM 5400-AGREEMENT-FOOTING THRU 5400-EXIT
009770             PERFORM 5300-AGREEMENT-HEADING THRU 5300-EXIT
009780         END-IF
009790     END-IF.
009800     MOVE CS-DATE      TO CL-DATE.
009810     MOVE CS-DESC      TO CL-DESC.
009820     MOVE CS-PO-NUMBER TO CL-PO-NUMBER.
009830     MOVE CS-PO-LINE   TO CL-PO-LINE.
009840     MOVE CS-QTY       TO CL-QTY.
009850     MOVE CS-UNIT-COST TO CL-UNIT-COST.
009860     MOVE CS-VALUE     TO CL-VALUE.
009870     WRITE PRINT-RECORD FROM WS-CLAIM-LINE.
009880     ADD CS-QTY   TO WS-CLM-UNITS.
009890     ADD CS-VALUE TO WS-CLM-VALUE.
009900     PERFORM 5900-READ-SORTED THRU 5900-EXIT.
009910 5100-EXIT.
009920     EXIT.
009930 5200-VENDOR-HEADING.
009940     MOVE CS-VNDR TO WS-PREV-VNDR.
009950     MOVE ZERO    TO WS-VNDR-CLAIMED.
009960     MOVE CS-VNDR TO VN-CODE.
009970     READ VENDOR-MASTER-FILE
009980         INVALID KEY
009990             MOVE "** NOT ON VNDRMST **" TO VN-NAME
010000             MOVE SPACES TO VN-CONTACT
010010     END-READ.
010020     MOVE CS-VNDR     TO CH-VNDR.
010030     MOVE VN-NAME     TO CH-NAME.
010040     MOVE VN-CONTACT  TO CH-CONTACT.
010050     MOVE WS-BUS-DATE TO CH-DATE.
010060     MOVE SPACES TO PRINT-RECORD.
010070     WRITE PRINT-RECORD.
010080     WRITE PRINT-RECORD FROM WS-CLAIM-HEADING-1.
010090     WRITE PRINT-RECORD FROM WS-CLAIM-HEADING-1A.
010100 5200-EXIT.
010110     EXIT.
010120 5300-AGREEMENT-HEADING.
010130     MOVE CS-AGREE-NO TO WS-PREV-AGREE-NO.
010140     MOVE ZERO        TO WS-CLM-UNITS.
010150     MOVE ZERO        TO WS-CLM-VALUE.
010160     MOVE CS-VNDR     TO RA-VNDR.
010170     MOVE CS-AGREE-NO TO RA-AGREE-NO.
010180     READ REBATE-AGREEMENT-FILE
010190         INVALID KEY
010200             INITIALIZE REBATE-AGREEMENT-RECORD
010210     END-READ.
010220     PERFORM 3800-DESCRIBE-TERMS THRU 3800-EXIT.
010230     MOVE CS-AGREE-NO   TO CH-AGREE.
010240     MOVE RA-YEAR-START TO CH-START.
010250     MOVE RA-YEAR-END   TO CH-END.
010260     MOVE WS-BASIS-TEXT TO CH-BASIS.
010270     MOVE WS-SCOPE-TEXT TO CH-SCOPE.
010280     MOVE SPACES TO PRINT-RECORD.
010290     WRITE PRINT-RECORD.
010300     WRITE PRINT-RECORD FROM WS-CLAIM-HEADING-2.
010310     WRITE PRINT-RECORD FROM WS-CLAIM-HEADING-3.
010320 5300-EXIT.
010330     EXIT.
010340*----------------------------------------------------------------
010350*    5400-AGREEMENT-FOOTING - QUALIFYING TOTALS AND THE REBATE
010360*    CLAIMED AT THE TIER REACHED
010370*----------------------------------------------------------------
010380 5400-AGREEMENT-FOOTING.
010390     MOVE WS-CLM-UNITS TO CT-UNITS.
010400     MOVE WS-CLM-VALUE TO CT-VALUE.
010410     MOVE RA-TIER-REACHED TO CT-TIER.
010420     MOVE ZERO TO CT-RATE.
010430     IF RA-TIER-REACHED > ZERO AND RA-TIER-REACHED < 4
010440         MOVE RA-TIER-RATE(RA-TIER-REACHED) TO CT-RATE
010450     END-IF.
010460     MOVE RA-EARNED TO CT-EARNED.
010470     ADD RA-EARNED TO WS-VNDR-CLAIMED.
010480     WRITE PRINT-RECORD FROM WS-CLAIM-TOTAL-LINE.
010490     WRITE PRINT-RECORD FROM WS-CLAIM-TOTAL-LINE2.
010500 5400-EXIT.
010510     EXIT.
010520 5500-VENDOR-FOOTING.
010530     MOVE WS-VNDR-CLAIMED TO CV-CLAIMED.
010540     MOVE SPACES TO PRINT-RECORD.
010550     WRITE PRINT-RECORD.
010560     WRITE PRINT-RECORD FROM WS-CLAIM-VENDOR-LINE.
010570 5500-EXIT.
010580     EXIT.
010590 5900-READ-SORTED.
010600     READ CLAIM-SORTED-FILE
010610         AT END
010620             MOVE 'Y' TO WS-SRT-EOF-SW
010630     END-READ.
010640 5900-EXIT.
010650     EXIT.
010660*----------------------------------------------------------------
010670*    8000-TERMINATE - PROVE DEBITS = CREDITS AND CLOSE FILES
010680*----------------------------------------------------------------
010690 8000-TERMINATE.
010700     MOVE WS-AGREEMENTS-ACCRUED TO SL-ACCRUED.
010710     MOVE WS-AGREEMENTS-CLAIMED TO SL-CLAIMED.
010720     MOVE WS-RECS-NO-COST       TO SL-NO-COST.
010730     MOVE WS-TOT-DEBITS         TO SL-DEBITS.
010740     MOVE WS-TOT-CREDITS        TO SL-CREDITS.
010750     IF WS-TOT-DEBITS = WS-TOT-CREDITS
010760         MOVE "BALANCED" TO SL-VERDICT
010770     ELSE
010780         MOVE "** OUT OF BAL **" TO SL-VERDICT
010790         MOVE 16 TO RETURN-CODE
010800     END-IF.
010810     IF RETURN-CODE < 4 AND WS-RECS-NO-COST > ZERO
010820         MOVE 4 TO RETURN-CODE
010830     END-IF.
010840     MOVE SPACES TO PRINT-RECORD.
010850     WRITE PRINT-RECORD.
010860     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
010870     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE2.
010880     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE3.
010890     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE4.
010900     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE5.
010910     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE6.
010920     CLOSE REBATE-AGREEMENT-FILE.
010930     CLOSE RECEIPT-HISTORY-FILE.
010940     CLOSE COGS-MASTER-FILE.
010950     IF WS-POL-OPEN
010960         CLOSE PO-LINE-FILE
010970     END-IF.
010980     CLOSE VENDOR-MASTER-FILE.
010990     CLOSE JOURNAL-FILE.
011000     CLOSE PRINT-FILE.
011010     DISPLAY "COGSRBAC - RECEIPTS READ = " WS-RECS-READ
011020             "  AGREEMENTS ACCRUED = " WS-AGREEMENTS-ACCRUED
011030             "  CLAIMED = " WS-AGREEMENTS-CLAIMED.
011040 8000-EXIT.
011050     EXIT.
