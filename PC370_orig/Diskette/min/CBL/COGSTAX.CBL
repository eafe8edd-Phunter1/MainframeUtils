000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSTAX.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSTAX IS THE MONTH-END SALES-TAX STEP OF THE NIGHTLY.    *
000090*   THE STATE FILINGS USED TO BE WORKED UP ON A SPREADSHEET    *
000100*   FROM THE REGISTER TAPES.  ON ANY NIGHT BUT THE LAST        *
000110*   BUSINESS DATE OF THE MONTH IT SAYS SO AND ENDS.  ON A      *
000120*   MONTH END IT READS THE MONTH'S COGSSLH1 SALES HISTORY,     *
000130*   EXTENDS EACH SALE AT THE RUNG PRICE, LOOKS UP THE          *
000140*   PRODUCT'S DEPARTMENT (I5DEPT) ON THE MASTER AND TAXES IT   *
000150*   FROM THE COGSTAXT TABLE - THE RATE FOR THE SALE'S STATE    *
000160*   AND THE DEPARTMENT'S TAXABLE/EXEMPT FLAG, EACH THE RECORD  *
000170*   IN FORCE ON THE DATE OF THE SALE (SEE COGSTAXR.CPY).  TAX  *
000180*   IS ROUNDED SALE BY SALE, AS THE REGISTER CHARGES IT.  THE  *
000190*   LIABILITY REPORT SHOWS TAXABLE SALES, EXEMPT SALES AND     *
000200*   TAX DUE PER JURISDICTION, NAMED FROM COGSREGN, AND THE     *
000210*   MONTH IS JOURNALED TO COGSGLJ1 BESIDE THE COGSGLEX         *
000220*   ENTRIES - DR REGISTER CLEARING, CR SALES REVENUE, CR       *
000230*   SALES TAX PAYABLE - WITH THE ACCOUNTS FROM COGSGLAM        *
000240*   (ROLES REGCLEAR, SALESREV AND TAXPAYBL; THE RUN REFUSES    *
000250*   IF ONE IS MISSING).  THE REGISTER PROVES DEBITS = CREDITS. *
000260*                                                              *
000270*   MODIFICATION HISTORY                                      *
000280*   2026-10-05  DHH  INITIAL VERSION                           *
000290****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.  IBM-370.
000330 OBJECT-COMPUTER.  IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT SALES-HISTORY-FILE ASSIGN TO COGSSLH1
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-SLH-STATUS.
000390     SELECT COGS-MASTER-FILE ASSIGN TO COGSMST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS IDESC OF COGS-MASTER-RECORD
000430         FILE STATUS IS WS-MST-STATUS.
000440     SELECT TAX-TABLE-FILE ASSIGN TO COGSTAXT
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-TAX-STATUS.
000470     SELECT REGION-CONTROL-FILE ASSIGN TO COGSREGN
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-REG-STATUS.
000500     SELECT ACCOUNT-MAP-FILE ASSIGN TO COGSGLAM
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-MAP-STATUS.
000530     SELECT JOURNAL-FILE ASSIGN TO COGSGLJ1
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-GLJ-STATUS.
000560     SELECT PRINT-FILE ASSIGN TO COGSTAX1
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-PRT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  SALES-HISTORY-FILE
000620     RECORDING MODE IS F
000630     RECORD CONTAINS 44 CHARACTERS
000640     BLOCK CONTAINS 0 RECORDS
000650     LABEL RECORDS ARE STANDARD.
000660 COPY COGSSLHR.
000670 FD  COGS-MASTER-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY COGSMSTR.
000700 FD  TAX-TABLE-FILE
000710     RECORDING MODE IS F
000720     RECORD CONTAINS 80 CHARACTERS
000730     LABEL RECORDS ARE STANDARD.
000740 COPY COGSTAXR.
000750 FD  REGION-CONTROL-FILE
000760     RECORDING MODE IS F
000770     RECORD CONTAINS 20 CHARACTERS
000780     BLOCK CONTAINS 0 RECORDS
000790     LABEL RECORDS ARE STANDARD.
000800 01  REGION-CONTROL-RECORD.
000810     05  RG-CODE                 PIC X(02).
000820     05  RG-NAME                 PIC X(15).
000830     05  FILLER                  PIC X(03).
000840 FD  ACCOUNT-MAP-FILE
000850     RECORDING MODE IS F
000860     RECORD CONTAINS 80 CHARACTERS
000870     LABEL RECORDS ARE STANDARD.
000880 01  ACCOUNT-MAP-RECORD.
000890     05  GM-ROLE             PIC X(08).
000900     05  GM-ACCOUNT          PIC X(08).
000910     05  FILLER              PIC X(64).
000920 FD  JOURNAL-FILE
000930     RECORDING MODE IS F
000940     RECORD CONTAINS 50 CHARACTERS
000950     BLOCK CONTAINS 0 RECORDS
000960     LABEL RECORDS ARE STANDARD.
000970 COPY COGSGLJR.
000980 FD  PRINT-FILE
000990     RECORDING MODE IS F
001000     RECORD CONTAINS 132 CHARACTERS
001010     LABEL RECORDS ARE STANDARD.
001020 01  PRINT-RECORD                PIC X(132).
001030 WORKING-STORAGE SECTION.
001040 77  WS-SLH-STATUS               PIC X(02) VALUE SPACES.
001050 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
001060 77  WS-TAX-STATUS               PIC X(02) VALUE SPACES.
001070 77  WS-REG-STATUS               PIC X(02) VALUE SPACES.
001080 77  WS-MAP-STATUS               PIC X(02) VALUE SPACES.
001090 77  WS-GLJ-STATUS               PIC X(02) VALUE SPACES.
001100 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
001110 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
001120 77  WS-MONTH-START              PIC 9(08) VALUE ZERO.
001130 77  WS-MONTH-DAYS               PIC 9(02) VALUE ZERO.
001140 77  WS-LEAP-QUOT                PIC 9(04) VALUE ZERO.
001150 77  WS-LEAP-REM                 PIC 9(04) VALUE ZERO.
001160 77  WS-SALE-DEPT                PIC X(04) VALUE SPACES.
001170 77  WS-SALE-RATE                PIC 9(02)V9(03) VALUE ZERO.
001180 77  WS-RATE-EFF                 PIC 9(08) VALUE ZERO.
001190 77  WS-STATE-EFF                PIC 9(08) VALUE ZERO.
001200 77  WS-ALL-EFF                  PIC 9(08) VALUE ZERO.
001210 77  WS-STATE-FLAG               PIC X(01) VALUE SPACE.
001220 77  WS-ALL-FLAG                 PIC X(01) VALUE SPACE.
001230 77  WS-LINE-AMOUNT              PIC 9(11)V9(02) VALUE ZERO.
001240 77  WS-LINE-TAX                 PIC 9(09)V9(02) VALUE ZERO.
001250 77  WS-TOT-TAXABLE              PIC 9(11)V9(02) VALUE ZERO.
001260 77  WS-TOT-EXEMPT               PIC 9(11)V9(02) VALUE ZERO.
001270 77  WS-TOT-TAX                  PIC 9(11)V9(02) VALUE ZERO.
001280 77  WS-ENTRY-AMOUNT             PIC 9(09)V9(02) VALUE ZERO.
001290 77  WS-TOT-DEBITS               PIC 9(09)V9(02) VALUE ZERO.
001300 77  WS-TOT-CREDITS              PIC 9(09)V9(02) VALUE ZERO.
001310 77  WS-ACCT-CLEARING            PIC X(08) VALUE SPACES.
001320 77  WS-ACCT-REVENUE             PIC X(08) VALUE SPACES.
001330 77  WS-ACCT-TAX-PAYABLE         PIC X(08) VALUE SPACES.
001340 77  WS-TX-COUNT                 PIC 9(05) COMP VALUE ZERO.
001350 77  WS-TX-SUB                   PIC 9(05) COMP VALUE ZERO.
001360 77  WS-TX-MAX                   PIC 9(05) COMP VALUE 500.
001370 77  WS-RGN-COUNT                PIC 9(05) COMP VALUE ZERO.
001380 77  WS-RGN-SUB                  PIC 9(05) COMP VALUE ZERO.
001390 77  WS-JR-COUNT                 PIC 9(05) COMP VALUE ZERO.
001400 77  WS-JR-SUB                   PIC 9(05) COMP VALUE ZERO.
001410 77  WS-JR-MAX                   PIC 9(05) COMP VALUE 60.
001420 77  WS-TAX-REJECTS              PIC 9(05) COMP VALUE ZERO.
001430 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
001440 77  WS-RECS-SELECTED            PIC 9(07) COMP VALUE ZERO.
001450 77  WS-RECS-NO-RATE             PIC 9(07) COMP VALUE ZERO.
001460 77  WS-RECS-NOT-TALLIED         PIC 9(07) COMP VALUE ZERO.
001470 77  WS-JOURNAL-COUNT            PIC 9(05) COMP VALUE ZERO.
001480 01  WS-DATE-WORK.
001490     05  WS-DW-DATE          PIC 9(08).
001500     05  WS-DW-R REDEFINES WS-DW-DATE.
001510         10  WS-DW-CCYY      PIC 9(04).
001520         10  WS-DW-MM        PIC 9(02).
001530         10  WS-DW-DD        PIC 9(02).
001540 01  WS-MONTH-TABLE.
001550     05  WS-MONTH-VALUES     PIC X(24)
001560         VALUE "312831303130313130313031".
001570     05  WS-MONTH-R REDEFINES WS-MONTH-VALUES.
001580         10  WS-MONTH-LEN    PIC 9(02) OCCURS 12 TIMES.
001590 01  WS-SWITCHES.
001600     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001610         88  WS-EOF                         VALUE 'Y'.
001620     05  WS-TAX-EOF-SW           PIC X(01) VALUE 'N'.
001630         88  WS-TAX-EOF                     VALUE 'Y'.
001640     05  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.
001650         88  WS-REG-EOF                     VALUE 'Y'.
001660     05  WS-MAP-EOF-SW           PIC X(01) VALUE 'N'.
001670         88  WS-MAP-EOF                     VALUE 'Y'.
001680     05  WS-MONTH-END-SW         PIC X(01) VALUE 'N'.
001690         88  WS-MONTH-END                   VALUE 'Y'.
001700     05  WS-RATE-FOUND-SW        PIC X(01) VALUE 'N'.
001710         88  WS-RATE-FOUND                  VALUE 'Y'.
001720     05  WS-TAXABLE-SW           PIC X(01) VALUE 'Y'.
001730         88  WS-TAXABLE                     VALUE 'Y'.
001740     05  WS-JR-FOUND-SW          PIC X(01) VALUE 'N'.
001750         88  WS-JR-FOUND                    VALUE 'Y'.
001760 01  WS-TAX-TABLE.
001770     05  WS-TX-ENTRY OCCURS 500 TIMES.
001780         10  WS-TX-TYPE          PIC X(01).
001790         10  WS-TX-STATE         PIC X(02).
001800         10  WS-TX-EFF           PIC 9(08).
001810         10  WS-TX-RATE          PIC 9(02)V9(03).
001820         10  WS-TX-DEPT          PIC X(04).
001830         10  WS-TX-TAXABLE       PIC X(01).
001840 01  WS-REGION-TABLE.
001850     05  WS-RGN-ENTRY OCCURS 50 TIMES.
001860         10  WS-RGN-CODE         PIC X(02).
001870         10  WS-RGN-NAME         PIC X(15).
001880 01  WS-JURISDICTION-TABLE.
001890     05  WS-JR-ENTRY OCCURS 60 TIMES.
001900         10  WS-JR-STATE         PIC X(02).
001910         10  WS-JR-RATE          PIC 9(02)V9(03).
001920         10  WS-JR-RATE-SW       PIC X(01).
001930             88  WS-JR-RATE-SEEN            VALUE 'Y'.
001940         10  WS-JR-MULTI-SW      PIC X(01).
001950             88  WS-JR-MULTI-RATE           VALUE 'Y'.
001960         10  WS-JR-NO-RATE-SW    PIC X(01).
001970             88  WS-JR-NO-RATE              VALUE 'Y'.
001980         10  WS-JR-TAXABLE       PIC 9(11)V9(02).
001990         10  WS-JR-EXEMPT        PIC 9(11)V9(02).
002000         10  WS-JR-TAX           PIC 9(11)V9(02).
002010 COPY COGSDATP.
002020 01  WS-HEADING-1.
002030     05  FILLER                  PIC X(40)
002040         VALUE "COGSWORTH MONTHLY SALES-TAX LIABILITY".
002050 01  WS-HEADING-1A.
002060     05  FILLER                  PIC X(16)
002070         VALUE "BUSINESS DATE = ".
002080     05  H1-DATE                 PIC 9(08).
002090     05  FILLER                  PIC X(15)
002100         VALUE "   SALES FROM  ".
002110     05  H1-FROM                 PIC 9(08).
002120     05  FILLER                  PIC X(06) VALUE " THRU ".
002130     05  H1-THRU                 PIC 9(08).
002140 01  WS-HEADING-2.
002150     05  FILLER                  PIC X(04) VALUE "ST  ".
002160     05  FILLER                  PIC X(17) VALUE "JURISDICTION".
002170     05  FILLER                  PIC X(08) VALUE "RATE %  ".
002180     05  FILLER                  PIC X(19)
002190         VALUE "    TAXABLE SALES  ".
002200     05  FILLER                  PIC X(19)
002210         VALUE "     EXEMPT SALES  ".
002220     05  FILLER                  PIC X(19)
002230         VALUE "          TAX DUE  ".
002240     05  FILLER                  PIC X(04) VALUE "NOTE".
002250 01  WS-DETAIL-LINE.
002260     05  DL-STATE                PIC X(04).
002270     05  DL-NAME                 PIC X(17).
002280     05  DL-RATE                 PIC Z9.999.
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  DL-TAXABLE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  DL-EXEMPT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  DL-TAX                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  DL-NOTE                 PIC X(24).
002370 01  WS-TOTAL-LINE.
002380     05  FILLER                  PIC X(29) VALUE "TOTALS".
002390     05  TL-TAXABLE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002400     05  FILLER                  PIC X(02) VALUE SPACES.
002410     05  TL-EXEMPT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002420     05  FILLER                  PIC X(02) VALUE SPACES.
002430     05  TL-TAX                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002440 01  WS-HEADING-3.
002450     05  FILLER                  PIC X(10) VALUE "ACCOUNT   ".
002460     05  FILLER                  PIC X(06) VALUE "DR/CR ".
002470     05  FILLER                  PIC X(14) VALUE "        AMOUNT".
002480     05  FILLER                  PIC X(10) VALUE "  SOURCE  ".
002490 01  WS-JOURNAL-LINE.
002500     05  JL-ACCOUNT              PIC X(10).
002510     05  JL-DRCR                 PIC X(02).
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  JL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
002540     05  FILLER                  PIC X(03) VALUE SPACES.
002550     05  JL-SOURCE               PIC X(08).
002560 01  WS-SUMMARY-LINE.
002570     05  FILLER                  PIC X(24)
002580         VALUE "SALES LINES TAXED      =".
002590     05  SL-SELECTED             PIC ZZZ,ZZ9.
002600 01  WS-SUMMARY-LINE2.
002610     05  FILLER                  PIC X(24)
002620         VALUE "TAXABLE LINES, NO RATE =".
002630     05  SL-NO-RATE              PIC ZZZ,ZZ9.
002640 01  WS-SUMMARY-LINE3.
002650     05  FILLER                  PIC X(24)
002660         VALUE "LINES NOT TALLIED      =".
002670     05  SL-NOT-TALLIED          PIC ZZZ,ZZ9.
002680 01  WS-SUMMARY-LINE4.
002690     05  FILLER                  PIC X(24)
002700         VALUE "TOTAL DEBITS           =".
002710     05  SL-DEBITS               PIC ZZZ,ZZZ,ZZ9.99.
002720 01  WS-SUMMARY-LINE5.
002730     05  FILLER                  PIC X(24)
002740         VALUE "TOTAL CREDITS          =".
002750     05  SL-CREDITS              PIC ZZZ,ZZZ,ZZ9.99.
002760 01  WS-SUMMARY-LINE6.
002770     05  FILLER                  PIC X(24)
002780         VALUE "JOURNAL VERDICT        =".
002790     05  SL-VERDICT              PIC X(16).
002800 PROCEDURE DIVISION.
002810*----------------------------------------------------------------
002820*    0000-MAINLINE - PROGRAM CONTROL
002830*----------------------------------------------------------------
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002860     IF NOT WS-MONTH-END
002870         DISPLAY "COGSTAX - NOT MONTH END, NO TAX PERIOD TO CLOSE"
002880         STOP RUN
002890     END-IF.
002900     PERFORM 1300-OPEN-FILES THRU 1300-EXIT.
002910     PERFORM 2000-TAX-ONE-SALE THRU 2000-EXIT
002920         UNTIL WS-EOF.
002930     PERFORM 3000-PRINT-LIABILITY THRU 3000-EXIT.
002940     PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT.
002950     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002960     STOP RUN.
002970*----------------------------------------------------------------
002980*    1000-INITIALIZE - IS TONIGHT THE LAST NIGHT OF THE MONTH
002990*----------------------------------------------------------------
003000 1000-INITIALIZE.
003010     DISPLAY "COGSTAX STARTING - MONTH-END SALES-TAX CHECK".
003020     MOVE "BUSD" TO CDP-FUNCTION.
003030     CALL "COGSDATE" USING DATE-CALL-PARMS.
003040     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
003050     MOVE WS-BUS-DATE TO WS-DW-DATE.
003060     PERFORM 1050-CHECK-NEXT-BUS-DAY THRU 1050-EXIT.
003070     MOVE WS-BUS-DATE TO WS-DW-DATE.
003080     MOVE 1 TO WS-DW-DD.
003090     MOVE WS-DW-DATE TO WS-MONTH-START.
003100 1000-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------
003130*    1050-CHECK-NEXT-BUS-DAY - NBUS MONTH TEST, CALENDAR
003140*    FALLBACK WHEN THE SERVICE CANNOT ANSWER
003150*----------------------------------------------------------------
003160 1050-CHECK-NEXT-BUS-DAY.
003170     MOVE 'N' TO WS-MONTH-END-SW.
003180     MOVE "NBUS" TO CDP-FUNCTION.
003190     MOVE WS-BUS-DATE TO CDP-DATE-IN.
003200     CALL "COGSDATE" USING DATE-CALL-PARMS.
003210     IF CDP-RETURN-STATUS NOT = "00"
003220         PERFORM 1100-CHECK-MONTH-END THRU 1100-EXIT
003230         GO TO 1050-EXIT
003240     END-IF.
003250     IF CDP-DATE-OUT(5:2) NOT = WS-BUS-DATE(5:2)
003260         MOVE 'Y' TO WS-MONTH-END-SW
003270     END-IF.
003280 1050-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------
003310*    1100-CHECK-MONTH-END - THE LAST CALENDAR DAY OF THE MONTH
003320*----------------------------------------------------------------
003330 1100-CHECK-MONTH-END.
003340     MOVE 'N' TO WS-MONTH-END-SW.
003350     IF WS-DW-MM < 1 OR WS-DW-MM > 12
003360         GO TO 1100-EXIT
003370     END-IF.
003380     MOVE WS-MONTH-LEN(WS-DW-MM) TO WS-MONTH-DAYS.
003390     IF WS-DW-MM = 2
003400         PERFORM 1200-CHECK-LEAP-YEAR THRU 1200-EXIT
003410     END-IF.
003420     IF WS-DW-DD NOT < WS-MONTH-DAYS
003430         MOVE 'Y' TO WS-MONTH-END-SW
003440     END-IF.
003450 1100-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480*    1200-CHECK-LEAP-YEAR - CENTURY-PROOF FEBRUARY LENGTH
003490*----------------------------------------------------------------
003500 1200-CHECK-LEAP-YEAR.
003510     MOVE 28 TO WS-MONTH-DAYS.
003520     DIVIDE WS-DW-CCYY BY 4 GIVING WS-LEAP-QUOT
003530         REMAINDER WS-LEAP-REM.
003540     IF WS-LEAP-REM NOT = ZERO
003550         GO TO 1200-EXIT
003560     END-IF.
003570     DIVIDE WS-DW-CCYY BY 100 GIVING WS-LEAP-QUOT
003580         REMAINDER WS-LEAP-REM.
003590     IF WS-LEAP-REM NOT = ZERO
003600         MOVE 29 TO WS-MONTH-DAYS
003610         GO TO 1200-EXIT
003620     END-IF.
003630     DIVIDE WS-DW-CCYY BY 400 GIVING WS-LEAP-QUOT
003640         REMAINDER WS-LEAP-REM.
003650     IF WS-LEAP-REM = ZERO
003660         MOVE 29 TO WS-MONTH-DAYS
003670     END-IF.
003680 1200-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710*    1300-OPEN-FILES - LOAD THE CONTROL FILES, OPEN THE REST,
003720*    PRINT HEADINGS
003730*----------------------------------------------------------------
003740 1300-OPEN-FILES.
003750     PERFORM 1400-LOAD-ACCOUNT-MAP THRU 1400-EXIT.
003760     PERFORM 1500-LOAD-TAX-TABLE THRU 1500-EXIT.
003770     PERFORM 1600-LOAD-REGION-TABLE THRU 1600-EXIT.
003780     OPEN INPUT SALES-HISTORY-FILE.
003790     IF WS-SLH-STATUS NOT = "00"
003800         DISPLAY "COGSTAX - UNABLE TO OPEN COGSSLH1, STATUS = "
003810                 WS-SLH-STATUS
003820         MOVE 16 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850     OPEN INPUT COGS-MASTER-FILE.
003860     IF WS-MST-STATUS NOT = "00"
003870         DISPLAY "COGSTAX - UNABLE TO OPEN COGSMST, STATUS = "
003880                 WS-MST-STATUS
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920     OPEN EXTEND JOURNAL-FILE.
003930     IF WS-GLJ-STATUS = "35"
003940         OPEN OUTPUT JOURNAL-FILE
003950     END-IF.
003960     IF WS-GLJ-STATUS NOT = "00"
003970         DISPLAY "COGSTAX - UNABLE TO OPEN COGSGLJ1, STATUS = "
003980                 WS-GLJ-STATUS
003990         MOVE 16 TO RETURN-CODE
004000         STOP RUN
004010     END-IF.
004020     OPEN OUTPUT PRINT-FILE.
004030     IF WS-PRT-STATUS NOT = "00"
004040         DISPLAY "COGSTAX - UNABLE TO OPEN COGSTAX1, STATUS = "
004050                 WS-PRT-STATUS
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF.
004090     MOVE WS-BUS-DATE    TO H1-DATE.
004100     MOVE WS-MONTH-START TO H1-FROM.
004110     MOVE WS-BUS-DATE    TO H1-THRU.
004120     WRITE PRINT-RECORD FROM WS-HEADING-1.
004130     WRITE PRINT-RECORD FROM WS-HEADING-1A.
004140     MOVE SPACES TO PRINT-RECORD.
004150     WRITE PRINT-RECORD.
004160     WRITE PRINT-RECORD FROM WS-HEADING-2.
004170     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
004180 1300-EXIT.
004190     EXIT.
004200*----------------------------------------------------------------
004210*    1400-LOAD-ACCOUNT-MAP - THE THREE SALES ROLES FROM
004220*    COGSGLAM, ALL REQUIRED
004230*----------------------------------------------------------------
004240 1400-LOAD-ACCOUNT-MAP.
004250     OPEN INPUT ACCOUNT-MAP-FILE.
004260     IF WS-MAP-STATUS NOT = "00"
004270         DISPLAY "COGSTAX - UNABLE TO OPEN COGSGLAM, STATUS = "
004280                 WS-MAP-STATUS
004290         MOVE 16 TO RETURN-CODE
004300         STOP RUN
004310     END-IF.
004320     PERFORM 1450-LOAD-ONE-ACCOUNT THRU 1450-EXIT
004330         UNTIL WS-MAP-EOF.
004340     CLOSE ACCOUNT-MAP-FILE.
004350     IF WS-ACCT-CLEARING = SPACES
004360         OR WS-ACCT-REVENUE = SPACES
004370         OR WS-ACCT-TAX-PAYABLE = SPACES
004380         DISPLAY "COGSTAX - ACCOUNT MAP INCOMPLETE - RUN "
004390                 "REFUSED"
004400         MOVE 16 TO RETURN-CODE
004410         STOP RUN
004420     END-IF.
004430 1400-EXIT.
004440     EXIT.
004450 1450-LOAD-ONE-ACCOUNT.
004460     READ ACCOUNT-MAP-FILE
004470         AT END
004480             MOVE 'Y' TO WS-MAP-EOF-SW
004490             GO TO 1450-EXIT
004500     END-READ.
004510     EVALUATE GM-ROLE
004520         WHEN "REGCLEAR"
004530             MOVE GM-ACCOUNT TO WS-ACCT-CLEARING
004540         WHEN "SALESREV"
004550             MOVE GM-ACCOUNT TO WS-ACCT-REVENUE
004560         WHEN "TAXPAYBL"
004570             MOVE GM-ACCOUNT TO WS-ACCT-TAX-PAYABLE
004580         WHEN OTHER
004590             CONTINUE
004600     END-EVALUATE.
004610 1450-EXIT.
004620     EXIT.
004630*----------------------------------------------------------------
004640*    1500-LOAD-TAX-TABLE - TABLE UP THE COGSTAXT RATES AND
004650*    DEPARTMENT FLAGS.  A SHORT TABLE WOULD MISSTATE THE
004660*    RETURN, SO A MISSING FILE OR A FULL TABLE STOPS THE RUN
004670*----------------------------------------------------------------
004680 1500-LOAD-TAX-TABLE.
004690     OPEN INPUT TAX-TABLE-FILE.
004700     IF WS-TAX-STATUS NOT = "00"
004710         DISPLAY "COGSTAX - UNABLE TO OPEN COGSTAXT, STATUS = "
004720                 WS-TAX-STATUS
004730         MOVE 16 TO RETURN-CODE
004740         STOP RUN
004750     END-IF.
004760     PERFORM 1550-LOAD-ONE-TAX-REC THRU 1550-EXIT
004770         UNTIL WS-TAX-EOF.
004780     CLOSE TAX-TABLE-FILE.
004790 1500-EXIT.
004800     EXIT.
004810 1550-LOAD-ONE-TAX-REC.
004820     READ TAX-TABLE-FILE
004830         AT END
004840             MOVE 'Y' TO WS-TAX-EOF-SW
004850             GO TO 1550-EXIT
004860     END-READ.
004870     IF TX-EFF-DATE-X NOT NUMERIC
004880         OR TX-STATE = SPACES
004890         GO TO 1550-REJECT
004900     END-IF.
004910     IF TX-RATE-REC
004920         AND (TX-RATE-X NOT NUMERIC OR TX-ALL-STATES)
004930         GO TO 1550-REJECT
004940     END-IF.
004950     IF TX-EXEMPT-REC
004960         AND (TX-DEPT = SPACES OR NOT TX-TAXABLE-VALID)
004970         GO TO 1550-REJECT
004980     END-IF.
004990     IF NOT TX-RATE-REC AND NOT TX-EXEMPT-REC
005000         GO TO 1550-REJECT
005010     END-IF.
005020     IF WS-TX-COUNT NOT < WS-TX-MAX
005030         DISPLAY "COGSTAX - COGSTAXT TABLE FULL AT "
005040                 WS-TX-MAX " RECORDS - RUN REFUSED"
005050         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005070     END-IF.
005080     ADD 1 TO WS-TX-COUNT.
005090     MOVE TX-REC-TYPE TO WS-TX-TYPE(WS-TX-COUNT).
005100     MOVE TX-STATE    TO WS-TX-STATE(WS-TX-COUNT).
005110     MOVE TX-EFF-DATE TO WS-TX-EFF(WS-TX-COUNT).
005120     MOVE TX-DEPT     TO WS-TX-DEPT(WS-TX-COUNT).
005130     MOVE TX-TAXABLE  TO WS-TX-TAXABLE(WS-TX-COUNT).
005140     IF TX-RATE-REC
005150         MOVE TX-RATE TO WS-TX-RATE(WS-TX-COUNT)
005160     ELSE
005170         MOVE ZERO    TO WS-TX-RATE(WS-TX-COUNT)
005180     END-IF.
005190     GO TO 1550-EXIT.
005200 1550-REJECT.
005210     ADD 1 TO WS-TAX-REJECTS.
005220     DISPLAY "COGSTAX - COGSTAXT RECORD REJECTED: "
005230             TAX-TABLE-RECORD(1:21).
005240 1550-EXIT.
005250     EXIT.
005260*----------------------------------------------------------------
005270*    1600-LOAD-REGION-TABLE - JURISDICTION NAMES FROM COGSREGN
005280*----------------------------------------------------------------
005290 1600-LOAD-REGION-TABLE.
005300     OPEN INPUT REGION-CONTROL-FILE.
005310     IF WS-REG-STATUS = "35"
005320         DISPLAY "COGSTAX - NO COGSREGN FILE, JURISDICTIONS "
005330                 "PRINT UNNAMED"
005340         GO TO 1600-EXIT
005350     END-IF.
005360     IF WS-REG-STATUS NOT = "00"
005370         DISPLAY "COGSTAX - UNABLE TO OPEN COGSREGN, STATUS = "
005380                 WS-REG-STATUS
005390         MOVE 16 TO RETURN-CODE
005400         STOP RUN
005410     END-IF.
005420     PERFORM 1650-LOAD-ONE-REGION THRU 1650-EXIT
005430         UNTIL WS-REG-EOF.
005440     CLOSE REGION-CONTROL-FILE.
005450 1600-EXIT.
005460     EXIT.
005470 1650-LOAD-ONE-REGION.
005480     READ REGION-CONTROL-FILE
005490         AT END
005500             MOVE 'Y' TO WS-REG-EOF-SW
005510             GO TO 1650-EXIT
005520     END-READ.
005530     IF WS-RGN-COUNT < 50
005540         ADD 1 TO WS-RGN-COUNT
005550         MOVE RG-CODE TO WS-RGN-CODE(WS-RGN-COUNT)
005560         MOVE RG-NAME TO WS-RGN-NAME(WS-RGN-COUNT)
005570     END-IF.
005580 1650-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------
005610*    2000-TAX-ONE-SALE - EXTEND, CLASS AND TAX ONE SALE OF THE
005620*    MONTH INTO ITS JURISDICTION
005630*----------------------------------------------------------------
005640 2000-TAX-ONE-SALE.
005650     IF SH-DATE < WS-MONTH-START OR SH-DATE > WS-BUS-DATE
005660         GO TO 2000-NEXT
005670     END-IF.
005680     ADD 1 TO WS-RECS-SELECTED.
005690     COMPUTE WS-LINE-AMOUNT = SH-QTY * SH-UNIT-PRICE.
005700     MOVE SH-DESC TO IDESC OF COGS-MASTER-RECORD.
005710     READ COGS-MASTER-FILE
005720         INVALID KEY
005730             MOVE SPACES TO WS-SALE-DEPT
005740         NOT INVALID KEY
005750             MOVE I5DEPT OF COGS-MASTER-RECORD TO WS-SALE-DEPT
005760     END-READ.
005770     PERFORM 2200-FIND-RATE THRU 2200-EXIT.
005780     PERFORM 2300-FIND-TAXABILITY THRU 2300-EXIT.
005790     PERFORM 2400-FIND-JURISDICTION THRU 2400-EXIT.
005800     IF NOT WS-JR-FOUND
005810         ADD 1 TO WS-RECS-NOT-TALLIED
005820         GO TO 2000-NEXT
005830     END-IF.
005840     IF NOT WS-TAXABLE
005850         ADD WS-LINE-AMOUNT TO WS-JR-EXEMPT(WS-JR-SUB)
005860         GO TO 2000-NEXT
005870     END-IF.
005880     ADD WS-LINE-AMOUNT TO WS-JR-TAXABLE(WS-JR-SUB).
005890     IF NOT WS-RATE-FOUND
005900         ADD 1 TO WS-RECS-NO-RATE
005910         MOVE 'Y' TO WS-JR-NO-RATE-SW(WS-JR-SUB)
005920         GO TO 2000-NEXT
005930     END-IF.
005940     IF WS-JR-RATE-SEEN(WS-JR-SUB)
005950         AND WS-JR-RATE(WS-JR-SUB) NOT = WS-SALE-RATE
005960         MOVE 'Y' TO WS-JR-MULTI-SW(WS-JR-SUB)
005970     END-IF.
005980     MOVE 'Y' TO WS-JR-RATE-SW(WS-JR-SUB).
005990     MOVE WS-SALE-RATE TO WS-JR-RATE(WS-JR-SUB).
006000     COMPUTE WS-LINE-TAX ROUNDED =
006010         WS-LINE-AMOUNT * WS-SALE-RATE / 100.
006020     ADD WS-LINE-TAX TO WS-JR-TAX(WS-JR-SUB).
006030 2000-NEXT.
006040     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
006050 2000-EXIT.
006060     EXIT.
006070 2100-READ-HISTORY.
006080     READ SALES-HISTORY-FILE
006090         AT END
006100             MOVE 'Y' TO WS-EOF-SW
006110             GO TO 2100-EXIT
006120     END-READ.
006130     ADD 1 TO WS-RECS-READ.
006140 2100-EXIT.
006150     EXIT.
006160*----------------------------------------------------------------
006170*    2200-FIND-RATE - THE STATE'S RATE RECORD WITH THE LATEST
006180*    EFFECTIVE DATE NOT AFTER THE SALE
006190*----------------------------------------------------------------
006200 2200-FIND-RATE.
006210     MOVE 'N' TO WS-RATE-FOUND-SW.
006220     MOVE ZERO TO WS-SALE-RATE.
006230     MOVE ZERO TO WS-RATE-EFF.
006240     MOVE ZERO TO WS-TX-SUB.
006250     PERFORM 2250-TEST-RATE THRU 2250-EXIT
006260         UNTIL WS-TX-SUB NOT < WS-TX-COUNT.
006270 2200-EXIT.
006280     EXIT.
006290 2250-TEST-RATE.
006300     ADD 1 TO WS-TX-SUB.
006310     IF WS-TX-TYPE(WS-TX-SUB) NOT = "R"
006320         OR WS-TX-STATE(WS-TX-SUB) NOT = SH-STATE
006330         OR WS-TX-EFF(WS-TX-SUB) > SH-DATE
006340         GO TO 2250-EXIT
006350     END-IF.
006360     IF WS-RATE-FOUND
006370         AND WS-TX-EFF(WS-TX-SUB) < WS-RATE-EFF
006380         GO TO 2250-EXIT
006390     END-IF.
006400     MOVE 'Y' TO WS-RATE-FOUND-SW.
006410     MOVE WS-TX-EFF(WS-TX-SUB)  TO WS-RATE-EFF.
006420     MOVE WS-TX-RATE(WS-TX-SUB) TO WS-SALE-RATE.
006430 2250-EXIT.
006440     EXIT.
006450*----------------------------------------------------------------
006460*    2300-FIND-TAXABILITY - THE DEPARTMENT'S FLAG FOR THIS
006470*    STATE, ELSE ITS ** FLAG, ELSE TAXABLE
006480*----------------------------------------------------------------
006490 2300-FIND-TAXABILITY.
006500     MOVE 'Y' TO WS-TAXABLE-SW.
006510     MOVE SPACE TO WS-STATE-FLAG.
006520     MOVE SPACE TO WS-ALL-FLAG.
006530     MOVE ZERO TO WS-STATE-EFF.
006540     MOVE ZERO TO WS-ALL-EFF.
006550     IF WS-SALE-DEPT = SPACES
006560         GO TO 2300-EXIT
006570     END-IF.
006580     MOVE ZERO TO WS-TX-SUB.
006590     PERFORM 2350-TEST-DEPT-FLAG THRU 2350-EXIT
006600         UNTIL WS-TX-SUB NOT < WS-TX-COUNT.
006610     IF WS-STATE-FLAG NOT = SPACE
006620         MOVE WS-STATE-FLAG TO WS-TAXABLE-SW
006630     ELSE
006640         IF WS-ALL-FLAG NOT = SPACE
006650             MOVE WS-ALL-FLAG TO WS-TAXABLE-SW
006660         END-IF
006670     END-IF.
006680 2300-EXIT.
006690     EXIT.
006700 2350-TEST-DEPT-FLAG.
006710     ADD 1 TO WS-TX-SUB.
006720     IF WS-TX-TYPE(WS-TX-SUB) NOT = "E"
006730         OR WS-TX-DEPT(WS-TX-SUB) NOT = WS-SALE-DEPT
006740         OR WS-TX-EFF(WS-TX-SUB) > SH-DATE
006750         GO TO 2350-EXIT
006760     END-IF.
006770     IF WS-TX-STATE(WS-TX-SUB) = SH-STATE
006780         AND (WS-STATE-FLAG = SPACE
006790              OR WS-TX-EFF(WS-TX-SUB) NOT < WS-STATE-EFF)
006800         MOVE WS-TX-TAXABLE(WS-TX-SUB) TO WS-STATE-FLAG
006810         MOVE WS-TX-EFF(WS-TX-SUB)     TO WS-STATE-EFF
006820     END-IF.
006830     IF WS-TX-STATE(WS-TX-SUB) = "**"
006840         AND (WS-ALL-FLAG = SPACE
006850              OR WS-TX-EFF(WS-TX-SUB) NOT < WS-ALL-EFF)
006860         MOVE WS-TX-TAXABLE(WS-TX-SUB) TO WS-ALL-FLAG
006870         MOVE WS-TX-EFF(WS-TX-SUB)     TO WS-ALL-EFF
006880     END-IF.
006890 2350-EXIT.
006900     EXIT.
006910*----------------------------------------------------------------
006920*    2400-FIND-JURISDICTION - STATE SLOT, ADDED IF NEW
006930*----------------------------------------------------------------
006940 2400-FIND-JURISDICTION.
006950     MOVE 'N' TO WS-JR-FOUND-SW.
006960     MOVE ZERO TO WS-JR-SUB.
006970     PERFORM 2450-TEST-JURISDICTION THRU 2450-EXIT
006980         UNTIL WS-JR-FOUND OR WS-JR-SUB NOT < WS-JR-COUNT.
006990     IF WS-JR-FOUND
007000         GO TO 2400-EXIT
007010     END-IF.
007020     IF WS-JR-COUNT NOT < WS-JR-MAX
007030         DISPLAY "COGSTAX - JURISDICTION TABLE FULL, STATE "
007040                 SH-STATE " SALE OF " SH-DESC " NOT TALLIED"
007050         GO TO 2400-EXIT
007060     END-IF.
007070     ADD 1 TO WS-JR-COUNT.
007080     MOVE WS-JR-COUNT TO WS-JR-SUB.
007090     MOVE SH-STATE TO WS-JR-STATE(WS-JR-SUB).
007100     MOVE ZERO     TO WS-JR-RATE(WS-JR-SUB).
007110     MOVE 'N'      TO WS-JR-RATE-SW(WS-JR-SUB).
007120     MOVE 'N'      TO WS-JR-MULTI-SW(WS-JR-SUB).
007130     MOVE 'N'      TO WS-JR-NO-RATE-SW(WS-JR-SUB).
007140     MOVE ZERO     TO WS-JR-TAXABLE(WS-JR-SUB).
007150     MOVE ZERO     TO WS-JR-EXEMPT(WS-JR-SUB).
007160     MOVE ZERO     TO WS-JR-TAX(WS-JR-SUB).
007170     MOVE 'Y' TO WS-JR-FOUND-SW.
007180 2400-EXIT.
007190     EXIT.
007200 2450-TEST-JURISDICTION.
007210     ADD 1 TO WS-JR-SUB.
007220     IF WS-JR-STATE(WS-JR-SUB) = SH-STATE
007230         MOVE 'Y' TO WS-JR-FOUND-SW
007240     END-IF.
007250 2450-EXIT.
007260     EXIT.
007270*----------------------------------------------------------------
007280*    3000-PRINT-LIABILITY - ONE LINE PER JURISDICTION, TOTALS
007290*----------------------------------------------------------------
007300 3000-PRINT-LIABILITY.
007310     MOVE ZERO TO WS-JR-SUB.
007320     PERFORM 3100-PRINT-ONE-JURISDICTION THRU 3100-EXIT
007330         UNTIL WS-JR-SUB NOT < WS-JR-COUNT.
007340     MOVE WS-TOT-TAXABLE TO TL-TAXABLE.
007350     MOVE WS-TOT-EXEMPT  TO TL-EXEMPT.
007360     MOVE WS-TOT-TAX     TO TL-TAX.
007370     MOVE SPACES TO PRINT-RECORD.
007380     WRITE PRINT-RECORD.
007390     WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
007400 3000-EXIT.
007410     EXIT.
007420 3100-PRINT-ONE-JURISDICTION.
007430     ADD 1 TO WS-JR-SUB.
007440     MOVE WS-JR-STATE(WS-JR-SUB)   TO DL-STATE.
007450     MOVE SPACES                   TO DL-NAME.
007460     MOVE ZERO TO WS-RGN-SUB.
007470     PERFORM 3200-NAME-JURISDICTION THRU 3200-EXIT
007480         UNTIL WS-RGN-SUB NOT < WS-RGN-COUNT.
007490     MOVE WS-JR-RATE(WS-JR-SUB)    TO DL-RATE.
007500     MOVE WS-JR-TAXABLE(WS-JR-SUB) TO DL-TAXABLE.
007510     MOVE WS-JR-EXEMPT(WS-JR-SUB)  TO DL-EXEMPT.
007520     MOVE WS-JR-TAX(WS-JR-SUB)     TO DL-TAX.
007530     EVALUATE TRUE
007540         WHEN WS-JR-NO-RATE(WS-JR-SUB)
007550             MOVE "** NO RATE ON FILE **" TO DL-NOTE
007560         WHEN WS-JR-MULTI-RATE(WS-JR-SUB)
007570             MOVE "RATE CHANGED IN MONTH" TO DL-NOTE
007580         WHEN OTHER
007590             MOVE SPACES TO DL-NOTE
007600     END-EVALUATE.
007610     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
007620     ADD WS-JR-TAXABLE(WS-JR-SUB) TO WS-TOT-TAXABLE.
007630     ADD WS-JR-EXEMPT(WS-JR-SUB)  TO WS-TOT-EXEMPT.
007640     ADD WS-JR-TAX(WS-JR-SUB)     TO WS-TOT-TAX.
007650 3100-EXIT.
007660     EXIT.
007670 3200-NAME-JURISDICTION.
007680     ADD 1 TO WS-RGN-SUB.
007690     IF WS-RGN-CODE(WS-RGN-SUB) = WS-JR-STATE(WS-JR-SUB)
007700         MOVE WS-RGN-NAME(WS-RGN-SUB) TO DL-NAME
007710     END-IF.
007720 3200-EXIT.
007730     EXIT.
007740*----------------------------------------------------------------
007750*    4000-WRITE-JOURNAL - DR REGISTER CLEARING FOR WHAT THE
007760*    REGISTERS TOOK, CR REVENUE AND CR TAX PAYABLE
007770*----------------------------------------------------------------
007780 4000-WRITE-JOURNAL.
007790     MOVE SPACES TO PRINT-RECORD.
007800     WRITE PRINT-RECORD.
007810     WRITE PRINT-RECORD FROM WS-HEADING-3.
007820     COMPUTE WS-ENTRY-AMOUNT =
007830         WS-TOT-TAXABLE + WS-TOT-EXEMPT + WS-TOT-TAX.
007840     IF WS-ENTRY-AMOUNT = ZERO
007850         GO TO 4000-EXIT
007860     END-IF.
007870     MOVE WS-ACCT-CLEARING TO GJ-ACCOUNT.
007880     PERFORM 4800-WRITE-DR THRU 4800-EXIT.
007890     COMPUTE WS-ENTRY-AMOUNT = WS-TOT-TAXABLE + WS-TOT-EXEMPT.
007900     IF WS-ENTRY-AMOUNT NOT = ZERO
007910         MOVE WS-ACCT-REVENUE TO GJ-ACCOUNT
007920         PERFORM 4700-WRITE-CR THRU 4700-EXIT
007930     END-IF.
007940     MOVE WS-TOT-TAX TO WS-ENTRY-AMOUNT.
007950     IF WS-ENTRY-AMOUNT NOT = ZERO
007960         MOVE WS-ACCT-TAX-PAYABLE TO GJ-ACCOUNT
007970         PERFORM 4700-WRITE-CR THRU 4700-EXIT
007980     END-IF.
007990 4000-EXIT.
008000     EXIT.
008010 4700-WRITE-CR.
008020     MOVE WS-BUS-DATE     TO GJ-DATE.
008030     MOVE "CR"            TO GJ-DR-CR.
008040     MOVE WS-ENTRY-AMOUNT TO GJ-AMOUNT.
008050     MOVE "COGSTAX"       TO GJ-SOURCE.
008060     WRITE GL-JOURNAL-RECORD.
008070     ADD WS-ENTRY-AMOUNT TO WS-TOT-CREDITS.
008080     ADD 1 TO WS-JOURNAL-COUNT.
008090     MOVE GJ-ACCOUNT      TO JL-ACCOUNT.
008100     MOVE "CR"            TO JL-DRCR.
008110     MOVE WS-ENTRY-AMOUNT TO JL-AMOUNT.
008120     MOVE "COGSTAX"       TO JL-SOURCE.
008130     WRITE PRINT-RECORD FROM WS-JOURNAL-LINE.
008140 4700-EXIT.
008150     EXIT.
008160 4800-WRITE-DR.
008170     MOVE WS-BUS-DATE     TO GJ-DATE.
008180     MOVE "DR"            TO GJ-DR-CR.
008190     MOVE WS-ENTRY-AMOUNT TO GJ-AMOUNT.
008200     MOVE "COGSTAX"       TO GJ-SOURCE.
008210     WRITE GL-JOURNAL-RECORD.
008220     ADD WS-ENTRY-AMOUNT TO WS-TOT-DEBITS.
008230     ADD 1 TO WS-JOURNAL-COUNT.
008240     MOVE GJ-ACCOUNT      TO JL-ACCOUNT.
008250     MOVE "DR"            TO JL-DRCR.
008260     MOVE WS-ENTRY-AMOUNT TO JL-AMOUNT.
008270     MOVE "COGSTAX"       TO JL-SOURCE.
008280     WRITE PRINT-RECORD FROM WS-JOURNAL-LINE.
008290 4800-EXIT.
008300     EXIT.
008310*----------------------------------------------------------------
008320*    8000-TERMINATE - PROVE DEBITS = CREDITS AND CLOSE FILES
008330*----------------------------------------------------------------
008340 8000-TERMINATE.
008350     MOVE WS-RECS-SELECTED    TO SL-SELECTED.
008360     MOVE WS-RECS-NO-RATE     TO SL-NO-RATE.
008370     MOVE WS-RECS-NOT-TALLIED TO SL-NOT-TALLIED.
008380     MOVE WS-TOT-DEBITS       TO SL-DEBITS.
008390     MOVE WS-TOT-CREDITS      TO SL-CREDITS.
008400     IF WS-TOT-DEBITS = WS-TOT-CREDITS
008410         MOVE "BALANCED" TO SL-VERDICT
008420     ELSE
008430         MOVE "** OUT OF BAL **" TO SL-VERDICT
008440         MOVE 16 TO RETURN-CODE
008450     END-IF.
008460     IF RETURN-CODE < 4
008470         AND (WS-RECS-NO-RATE > ZERO
008480              OR WS-RECS-NOT-TALLIED > ZERO
008490              OR WS-TAX-REJECTS > ZERO)
008500         MOVE 4 TO RETURN-CODE
008510     END-IF.
008520     MOVE SPACES TO PRINT-RECORD.
008530     WRITE PRINT-RECORD.
008540     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
008550     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE2.
008560     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE3.
008570     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE4.
008580     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE5.
008590     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE6.
008600     CLOSE SALES-HISTORY-FILE.
008610     CLOSE COGS-MASTER-FILE.
008620     CLOSE JOURNAL-FILE.
008630     CLOSE PRINT-FILE.
008640     DISPLAY "COGSTAX - SALES LINES TAXED = " WS-RECS-SELECTED
008650             "  JOURNAL RECORDS WRITTEN = " WS-JOURNAL-COUNT.
008660 8000-EXIT.
008670     EXIT.
