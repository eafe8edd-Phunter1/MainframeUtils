000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSCLR.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSCLR RUNS THE CLEARANCE MARKDOWN SCHEDULE.              *
000090*   DISCONTINUED PRODUCTS (I6STATUS D) AND DEAD STOCK - NO     *
000100*   SALE FOR MORE THAN THE COGSCLRP NUMBER OF BUSINESS DAYS,   *
000110*   90 BY DEFAULT TO MATCH THE COGSAGE OVER-90 BUCKET - USED   *
000120*   TO SIT AT FULL PRICE UNTIL SOMEBODY NOTICED THEM ON THE    *
000130*   AGING REPORT.  A PRODUCT WITH STOCK ON HAND THAT QUALIFIES *
000140*   IS NOW ENTERED ON THE COGSCLRF CLEARANCE FILE (COGSCLRR)   *
000150*   AND TAKES THE FIRST MARKDOWN STEP AT ONCE.  EACH FURTHER   *
000160*   STEP FALLS DUE THE COGSCLRP INTERVAL OF BUSINESS DAYS      *
000170*   AFTER THE LAST, AND EVERY STEP IS A PERCENTAGE OFF THE     *
000180*   PRICE ON ENTRY - 25, 50 AND 75 UNLESS COGSCLRP SAYS        *
000190*   OTHERWISE.  EACH STEP REWRITES ISELL, IS LOGGED THROUGH    *
000200*   COGSPRC LIKE ANY OTHER PRICE CHANGE, AND PRINTS THE        *
000210*   INVENTORY VALUE GIVEN UP (PRICE REDUCTION TIMES IQOH).     *
000220*   THE NIGHT'S TOTAL IS JOURNALED TO COGSGLJ1 - DR MARKDOWN,  *
000230*   CR MKDNRESV FROM COGSGLAM.  STOCK STILL ON HAND ONE        *
000240*   INTERVAL AFTER THE LAST STEP GOES ON THE WRITE-OFF LIST,   *
000250*   PRINTED AT COST AND WRITTEN TO COGSCLWO AS ZERO COUNTS IN  *
000260*   THE COGSCCTX LAYOUT.  NOTHING IS WRITTEN OFF HERE - THE    *
000270*   SUPERVISOR RELEASES THE APPROVED LINES INTO COGSCCIN AND   *
000280*   COGSCNT COUNTS THE STOCK OUT AS SHRINK.  A PRODUCT THAT    *
000290*   HAS NEVER SOLD IS NOT TREATED AS DEAD STOCK, SINCE NOTHING *
000300*   ON THE MASTER SAYS HOW LONG IT HAS BEEN ON THE SHELF.  THE *
000310*   CLEARANCE RECORD IS DROPPED WHEN IQOH REACHES ZERO.        *
000320*                                                              *
000330*   MODIFICATION HISTORY                                      *
000340*   2026-10-05  DHH  INITIAL VERSION                           *
000350****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.  IBM-370.
000390 OBJECT-COMPUTER.  IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT COGS-MASTER-FILE ASSIGN TO COGSMST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS IDESC OF COGS-MASTER-RECORD
000460         FILE STATUS IS WS-MST-STATUS.
000470     SELECT CLEARANCE-FILE ASSIGN TO COGSCLRF
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CL-DESC
000510         FILE STATUS IS WS-CLR-STATUS.
000520     SELECT PARM-FILE ASSIGN TO COGSCLRP
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-PRM-STATUS.
000550     SELECT ACCOUNT-MAP-FILE ASSIGN TO COGSGLAM
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-MAP-STATUS.
000580     SELECT JOURNAL-FILE ASSIGN TO COGSGLJ1
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-GLJ-STATUS.
000610     SELECT WRITE-OFF-FILE ASSIGN TO COGSCLWO
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-CWO-STATUS.
000640     SELECT PRINT-FILE ASSIGN TO COGSCLR1
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-PRT-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  COGS-MASTER-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 COPY COGSMSTR.
000720 FD  CLEARANCE-FILE
000730     RECORDING MODE IS F
000740     RECORD CONTAINS 80 CHARACTERS
000750     LABEL RECORDS ARE STANDARD.
000760 COPY COGSCLRR.
000770 FD  PARM-FILE
000780     RECORDING MODE IS F
000790     RECORD CONTAINS 80 CHARACTERS
000800     LABEL RECORDS ARE STANDARD.
000810 01  PARM-RECORD.
000820     05  PRM-DEAD-DAYS-X     PIC X(03).
000830     05  PRM-DEAD-DAYS REDEFINES PRM-DEAD-DAYS-X
000840                             PIC 9(03).
000850     05  PRM-STEP-DAYS-X     PIC X(03).
000860     05  PRM-STEP-DAYS REDEFINES PRM-STEP-DAYS-X
000870                             PIC 9(03).
000880     05  PRM-STEP-PCTS-X     PIC X(06).
000890     05  PRM-STEP-PCTS REDEFINES PRM-STEP-PCTS-X.
000900         10  PRM-STEP-PCT    PIC 9(02) OCCURS 3 TIMES.
000910     05  FILLER              PIC X(68).
000920 FD  ACCOUNT-MAP-FILE
000930     RECORDING MODE IS F
000940     RECORD CONTAINS 80 CHARACTERS
000950     LABEL RECORDS ARE STANDARD.
000960 01  ACCOUNT-MAP-RECORD.
000970     05  GM-ROLE             PIC X(08).
000980     05  GM-ACCOUNT          PIC X(08).
000990     05  FILLER              PIC X(64).
001000 FD  JOURNAL-FILE
001010     RECORDING MODE IS F
001020     RECORD CONTAINS 50 CHARACTERS
001030     BLOCK CONTAINS 0 RECORDS
001040     LABEL RECORDS ARE STANDARD.
001050 COPY COGSGLJR.
001060 FD  WRITE-OFF-FILE
001070     RECORDING MODE IS F
001080     RECORD CONTAINS 20 CHARACTERS
001090     BLOCK CONTAINS 0 RECORDS
001100     LABEL RECORDS ARE STANDARD.
001110 COPY COGSCCTX.
001120 FD  PRINT-FILE
001130     RECORDING MODE IS F
001140     RECORD CONTAINS 132 CHARACTERS
001150     LABEL RECORDS ARE STANDARD.
001160 01  PRINT-RECORD                PIC X(132).
001170 WORKING-STORAGE SECTION.
001180 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
001190 77  WS-CLR-STATUS               PIC X(02) VALUE SPACES.
001200 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
001210 77  WS-MAP-STATUS               PIC X(02) VALUE SPACES.
001220 77  WS-GLJ-STATUS               PIC X(02) VALUE SPACES.
001230 77  WS-CWO-STATUS               PIC X(02) VALUE SPACES.
001240 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
001250 77  WS-JOB-ID                   PIC X(08) VALUE "COGSCLR".
001260 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
001270 77  WS-DEAD-DAYS                PIC 9(03) VALUE 90.
001280 77  WS-STEP-DAYS                PIC 9(03) VALUE 20.
001290 77  WS-DAYS-SINCE               PIC 9(05) VALUE ZERO.
001300 77  WS-NEXT-DATE                PIC 9(08) VALUE ZERO.
001310 77  WS-OLD-SELL                 PIC 9(05)V9(02) VALUE ZERO.
001320 77  WS-NEW-SELL                 PIC 9(05)V9(02) VALUE ZERO.
001330 77  WS-STEP-VALUE               PIC 9(11)V9(02) VALUE ZERO.
001340 77  WS-WO-VALUE                 PIC 9(11)V9(02) VALUE ZERO.
001350 77  WS-TOT-MARKDOWN             PIC 9(11)V9(02) VALUE ZERO.
001360 77  WS-TOT-WRITE-OFF            PIC 9(11)V9(02) VALUE ZERO.
001370 77  WS-ACCT-MARKDOWN            PIC X(08) VALUE SPACES.
001380 77  WS-ACCT-MKDN-RESERVE        PIC X(08) VALUE SPACES.
001390 77  WS-PCT-SUB                  PIC 9(01) COMP VALUE ZERO.
001400 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
001410 77  WS-ENTERED                  PIC 9(07) COMP VALUE ZERO.
001420 77  WS-STEPS-TAKEN              PIC 9(07) COMP VALUE ZERO.
001430 77  WS-SOLD-THROUGH             PIC 9(07) COMP VALUE ZERO.
001440 77  WS-WRITE-OFFS               PIC 9(07) COMP VALUE ZERO.
001450 77  WS-ON-CLEARANCE             PIC 9(07) COMP VALUE ZERO.
001460 01  WS-SWITCHES.
001470     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001480         88  WS-EOF                         VALUE 'Y'.
001490     05  WS-MAP-EOF-SW           PIC X(01) VALUE 'N'.
001500         88  WS-MAP-EOF                     VALUE 'Y'.
001510     05  WS-CLR-FOUND-SW         PIC X(01) VALUE 'N'.
001520         88  WS-CLR-FOUND                   VALUE 'Y'.
001530     05  WS-CANDIDATE-SW         PIC X(01) VALUE 'N'.
001540         88  WS-CANDIDATE                   VALUE 'Y'.
001550     05  WS-PARM-OK-SW           PIC X(01) VALUE 'Y'.
001560         88  WS-PARM-OK                     VALUE 'Y'.
001570 01  WS-STEP-TABLE.
001580     05  WS-STEP-PCT-INIT        PIC X(06) VALUE "255075".
001590     05  WS-STEP-PCTS REDEFINES WS-STEP-PCT-INIT.
001600         10  WS-STEP-PCT         PIC 9(02) OCCURS 3 TIMES.
001610 COPY COGSDATP.
001620 COPY COGSPRCP.
001630 01  WS-HEADING-1.
001640     05  FILLER                  PIC X(44)
001650         VALUE "COGSWORTH CLEARANCE MARKDOWN REGISTER      ".
001660     05  FILLER                  PIC X(15)
001670         VALUE "BUSINESS DATE  ".
001680     05  H1-DATE                 PIC 9(08).
001690 01  WS-HEADING-1A.
001700     05  FILLER                  PIC X(18)
001710         VALUE "DEAD STOCK AFTER  ".
001720     05  H1-DEAD-DAYS            PIC ZZ9.
001730     05  FILLER                  PIC X(25)
001740         VALUE " BUSINESS DAYS - STEPS  ".
001750     05  H1-PCT-1                PIC Z9.
001760     05  FILLER                  PIC X(03) VALUE "%  ".
001770     05  H1-PCT-2                PIC Z9.
001780     05  FILLER                  PIC X(03) VALUE "%  ".
001790     05  H1-PCT-3                PIC Z9.
001800     05  FILLER                  PIC X(10) VALUE "%  EVERY  ".
001810     05  H1-STEP-DAYS            PIC ZZ9.
001820     05  FILLER                  PIC X(14)
001830         VALUE " BUSINESS DAYS".
001840 01  WS-HEADING-2.
001850     05  FILLER                  PIC X(10) VALUE "ACTION    ".
001860     05  FILLER                  PIC X(12) VALUE "DESCRIPTION ".
001870     05  FILLER                  PIC X(06) VALUE "STEP  ".
001880     05  FILLER                  PIC X(11) VALUE "  OLD SELL ".
001890     05  FILLER                  PIC X(11) VALUE "  NEW SELL ".
001900     05  FILLER                  PIC X(11) VALUE "        QOH".
001910     05  FILLER                  PIC X(18)
001920         VALUE "    VALUE GIVEN UP".
001930     05  FILLER                  PIC X(12) VALUE "  NEXT STEP ".
001940     05  FILLER                  PIC X(30) VALUE "NOTE".
001950 01  WS-DETAIL-LINE.
001960     05  DL-ACTION               PIC X(08).
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  DL-DESC                 PIC X(10).
001990     05  FILLER                  PIC X(03) VALUE SPACES.
002000     05  DL-STEP                 PIC 9(01).
002010     05  FILLER                  PIC X(03) VALUE SPACES.
002020     05  DL-OLD-SELL             PIC ZZ,ZZ9.99.
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  DL-NEW-SELL             PIC ZZ,ZZ9.99.
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  DL-QOH                  PIC Z,ZZZ,ZZ9.
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  DL-VALUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002090     05  FILLER                  PIC X(03) VALUE SPACES.
002100     05  DL-NEXT-DATE            PIC X(08).
002110     05  FILLER                  PIC X(03) VALUE SPACES.
002120     05  DL-NOTE                 PIC X(30).
002130 01  WS-JOURNAL-LINE.
002140     05  FILLER                  PIC X(10) VALUE "JOURNAL   ".
002150     05  JL-ACCOUNT              PIC X(10).
002160     05  JL-DRCR                 PIC X(04).
002170     05  JL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
002180 01  WS-SUMMARY-LINE.
002190     05  SM-LABEL                PIC X(25).
002200     05  SM-COUNT                PIC ZZZ,ZZ9.
002210 01  WS-TOTAL-LINE.
002220     05  TL-LABEL                PIC X(25).
002230     05  TL-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002240 PROCEDURE DIVISION.
002250*----------------------------------------------------------------
002260*    0000-MAINLINE - PROGRAM CONTROL
002270*----------------------------------------------------------------
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002300     PERFORM 2000-PROCESS-PRODUCT THRU 2000-EXIT
002310         UNTIL WS-EOF.
002320     PERFORM 3000-WRITE-JOURNAL THRU 3000-EXIT.
002330     PERFORM 4000-TERMINATE THRU 4000-EXIT.
002340     STOP RUN.
002350*----------------------------------------------------------------
002360*    1000-INITIALIZE - SCHEDULE, ACCOUNTS, OPEN FILES, HEADINGS
002370*----------------------------------------------------------------
002380 1000-INITIALIZE.
002390     DISPLAY "COGSCLR STARTING - CLEARANCE MARKDOWNS".
002400     MOVE "BUSD" TO CDP-FUNCTION.
002410     CALL "COGSDATE" USING DATE-CALL-PARMS.
002420     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
002430     PERFORM 1100-LOAD-PARMS THRU 1100-EXIT.
002440     PERFORM 1200-LOAD-ACCOUNT-MAP THRU 1200-EXIT.
002450     OPEN I-O COGS-MASTER-FILE.
002460     IF WS-MST-STATUS NOT = "00"
002470         DISPLAY "COGSCLR - UNABLE TO OPEN COGSMST, STATUS = "
002480                 WS-MST-STATUS
002490         MOVE 16 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.
002520     OPEN I-O CLEARANCE-FILE.
002530     IF WS-CLR-STATUS = "35"
002540         OPEN OUTPUT CLEARANCE-FILE
002550         CLOSE CLEARANCE-FILE
002560         OPEN I-O CLEARANCE-FILE
002570     END-IF.
002580     IF WS-CLR-STATUS NOT = "00"
002590         DISPLAY "COGSCLR - UNABLE TO OPEN COGSCLRF, STATUS = "
002600                 WS-CLR-STATUS
002610         MOVE 16 TO RETURN-CODE
002620         STOP RUN
002630     END-IF.
002640     OPEN EXTEND JOURNAL-FILE.
002650     IF WS-GLJ-STATUS = "35"
002660         OPEN OUTPUT JOURNAL-FILE
002670     END-IF.
002680     IF WS-GLJ-STATUS NOT = "00"
002690         DISPLAY "COGSCLR - UNABLE TO OPEN COGSGLJ1, STATUS = "
002700                 WS-GLJ-STATUS
002710         MOVE 16 TO RETURN-CODE
002720         STOP RUN
002730     END-IF.
002740     OPEN OUTPUT WRITE-OFF-FILE.
002750     IF WS-CWO-STATUS NOT = "00"
002760         DISPLAY "COGSCLR - UNABLE TO OPEN COGSCLWO, STATUS = "
002770                 WS-CWO-STATUS
002780         MOVE 16 TO RETURN-CODE
002790         STOP RUN
002800     END-IF.
002810     OPEN OUTPUT PRINT-FILE.
002820     IF WS-PRT-STATUS NOT = "00"
002830         DISPLAY "COGSCLR - UNABLE TO OPEN COGSCLR1, STATUS = "
002840                 WS-PRT-STATUS
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880     MOVE WS-BUS-DATE    TO H1-DATE.
002890     MOVE WS-DEAD-DAYS   TO H1-DEAD-DAYS.
002900     MOVE WS-STEP-PCT(1) TO H1-PCT-1.
002910     MOVE WS-STEP-PCT(2) TO H1-PCT-2.
002920     MOVE WS-STEP-PCT(3) TO H1-PCT-3.
002930     MOVE WS-STEP-DAYS   TO H1-STEP-DAYS.
002940     WRITE PRINT-RECORD FROM WS-HEADING-1.
002950     WRITE PRINT-RECORD FROM WS-HEADING-1A.
002960     MOVE SPACES TO PRINT-RECORD.
002970     WRITE PRINT-RECORD.
002980     WRITE PRINT-RECORD FROM WS-HEADING-2.
002990     MOVE LOW-VALUES TO IDESC OF COGS-MASTER-RECORD.
003000     START COGS-MASTER-FILE
003010         KEY NOT < IDESC OF COGS-MASTER-RECORD
003020         INVALID KEY
003030             MOVE 'Y' TO WS-EOF-SW
003040     END-START.
003050 1000-EXIT.
003060     EXIT.
003070*----------------------------------------------------------------
003080*    1100-LOAD-PARMS - DEAD-STOCK DAYS, STEP INTERVAL AND THE
003090*    THREE STEP PERCENTAGES.  A BLANK FIELD KEEPS ITS DEFAULT;
003100*    PERCENTAGES THAT ARE NOT 1-99 AND RISING ARE IGNORED
003110*----------------------------------------------------------------
003120 1100-LOAD-PARMS.
003130     OPEN INPUT PARM-FILE.
003140     IF WS-PRM-STATUS NOT = "00"
003150         DISPLAY "COGSCLR - NO COGSCLRP PARM, DEFAULT SCHEDULE "
003160                 "USED"
003170         GO TO 1100-EXIT
003180     END-IF.
003190     READ PARM-FILE
003200         AT END
003210             CLOSE PARM-FILE
003220             GO TO 1100-EXIT
003230     END-READ.
003240     CLOSE PARM-FILE.
003250     IF PRM-DEAD-DAYS-X NUMERIC AND PRM-DEAD-DAYS > ZERO
003260         MOVE PRM-DEAD-DAYS TO WS-DEAD-DAYS
003270     END-IF.
003280     IF PRM-STEP-DAYS-X NUMERIC AND PRM-STEP-DAYS > ZERO
003290         MOVE PRM-STEP-DAYS TO WS-STEP-DAYS
003300     END-IF.
003310     IF PRM-STEP-PCTS-X = SPACES
003320         GO TO 1100-EXIT
003330     END-IF.
003340     IF PRM-STEP-PCTS-X NOT NUMERIC
003350         MOVE 'N' TO WS-PARM-OK-SW
003360     ELSE
003370         IF PRM-STEP-PCT(1) = ZERO
003380             OR PRM-STEP-PCT(2) NOT > PRM-STEP-PCT(1)
003390             OR PRM-STEP-PCT(3) NOT > PRM-STEP-PCT(2)
003400             MOVE 'N' TO WS-PARM-OK-SW
003410         END-IF
003420     END-IF.
003430     IF WS-PARM-OK
003440         MOVE PRM-STEP-PCTS-X TO WS-STEP-PCT-INIT
003450     ELSE
003460         DISPLAY "COGSCLR - COGSCLRP STEP PERCENTAGES INVALID, "
003470                 "DEFAULT STEPS USED"
003480     END-IF.
003490 1100-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520*    1200-LOAD-ACCOUNT-MAP - THE TWO MARKDOWN ROLES FROM
003530*    COGSGLAM, BOTH REQUIRED
003540*----------------------------------------------------------------
003550 1200-LOAD-ACCOUNT-MAP.
003560     OPEN INPUT ACCOUNT-MAP-FILE.
003570     IF WS-MAP-STATUS NOT = "00"
003580         DISPLAY "COGSCLR - UNABLE TO OPEN COGSGLAM, STATUS = "
003590                 WS-MAP-STATUS
003600         MOVE 16 TO RETURN-CODE
003610         STOP RUN
003620     END-IF.
003630     PERFORM 1250-LOAD-ONE-ACCOUNT THRU 1250-EXIT
003640         UNTIL WS-MAP-EOF.
003650     CLOSE ACCOUNT-MAP-FILE.
003660     IF WS-ACCT-MARKDOWN = SPACES
003670         OR WS-ACCT-MKDN-RESERVE = SPACES
003680         DISPLAY "COGSCLR - ACCOUNT MAP INCOMPLETE - RUN "
003690                 "REFUSED"
003700         MOVE 16 TO RETURN-CODE
003710         STOP RUN
003720     END-IF.
003730 1200-EXIT.
003740     EXIT.
003750 1250-LOAD-ONE-ACCOUNT.
003760     READ ACCOUNT-MAP-FILE
003770         AT END
003780             MOVE 'Y' TO WS-MAP-EOF-SW
003790             GO TO 1250-EXIT
003800     END-READ.
003810     EVALUATE GM-ROLE
003820         WHEN "MARKDOWN"
003830             MOVE GM-ACCOUNT TO WS-ACCT-MARKDOWN
003840         WHEN "MKDNRESV"
003850             MOVE GM-ACCOUNT TO WS-ACCT-MKDN-RESERVE
003860         WHEN OTHER
003870             CONTINUE
003880     END-EVALUATE.
003890 1250-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------
003920*    2000-PROCESS-PRODUCT - ONE MASTER RECORD AGAINST ITS
003930*    CLEARANCE RECORD, IF IT HAS ONE
003940*----------------------------------------------------------------
003950 2000-PROCESS-PRODUCT.
003960     READ COGS-MASTER-FILE NEXT RECORD
003970         AT END
003980             MOVE 'Y' TO WS-EOF-SW
003990             GO TO 2000-EXIT
004000     END-READ.
004010     ADD 1 TO WS-RECS-READ.
004020     MOVE IDESC OF COGS-MASTER-RECORD TO CL-DESC.
004030     MOVE 'Y' TO WS-CLR-FOUND-SW.
004040     READ CLEARANCE-FILE
004050         INVALID KEY
004060             MOVE 'N' TO WS-CLR-FOUND-SW
004070     END-READ.
004080     IF WS-CLR-FOUND
004090         PERFORM 2200-WORK-CLEARANCE THRU 2200-EXIT
004100     ELSE
004110         PERFORM 2100-CHECK-CANDIDATE THRU 2100-EXIT
004120         IF WS-CANDIDATE
004130             PERFORM 2300-ENTER-CLEARANCE THRU 2300-EXIT
004140         END-IF
004150     END-IF.
004160 2000-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004190*    2100-CHECK-CANDIDATE - STOCK ON HAND AT A PRICE, AND EITHER
004200*    DISCONTINUED OR UNSOLD FOR MORE THAN THE DEAD-STOCK DAYS
004210*----------------------------------------------------------------
004220 2100-CHECK-CANDIDATE.
004230     MOVE 'N' TO WS-CANDIDATE-SW.
004240     IF IQOH = ZERO OR ISELL = ZERO
004250         GO TO 2100-EXIT
004260     END-IF.
004270     IF I6-DISCONTINUED
004280         MOVE 'Y' TO WS-CANDIDATE-SW
004290         GO TO 2100-EXIT
004300     END-IF.
004310     IF I4-LAST-SALE-DATE NOT NUMERIC
004320         OR I4-LAST-SALE-DATE = ZERO
004330         GO TO 2100-EXIT
004340     END-IF.
004350     MOVE "BDIF" TO CDP-FUNCTION.
004360     MOVE I4-LAST-SALE-DATE TO CDP-DATE-IN.
004370     MOVE WS-BUS-DATE TO CDP-DATE-IN2.
004380     CALL "COGSDATE" USING DATE-CALL-PARMS.
004390     IF CDP-RETURN-STATUS NOT = "00"
004400         GO TO 2100-EXIT
004410     END-IF.
004420     MOVE CDP-DAYS-OUT TO WS-DAYS-SINCE.
004430     IF WS-DAYS-SINCE > WS-DEAD-DAYS
004440         MOVE 'Y' TO WS-CANDIDATE-SW
004450     END-IF.
004460 2100-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490*    2200-WORK-CLEARANCE - A PRODUCT ALREADY ON THE SCHEDULE:
004500*    DROP IT IF SOLD THROUGH, TAKE THE NEXT STEP WHEN DUE, LIST
004510*    IT FOR WRITE-OFF WHEN THE SCHEDULE HAS RUN OUT
004520*----------------------------------------------------------------
004530 2200-WORK-CLEARANCE.
004540     IF IQOH = ZERO
004550         MOVE SPACES TO WS-DETAIL-LINE
004560         MOVE "SOLD OUT" TO DL-ACTION
004570         MOVE ISELL TO WS-OLD-SELL
004580         MOVE ISELL TO WS-NEW-SELL
004590         MOVE CL-MD-TOTAL TO WS-STEP-VALUE
004600         PERFORM 2800-PRINT-LINE THRU 2800-EXIT
004610         MOVE SPACES TO DL-NEXT-DATE
004620         MOVE "SOLD THROUGH - TOTAL GIVEN UP" TO DL-NOTE
004630         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
004640         DELETE CLEARANCE-FILE RECORD
004650         ADD 1 TO WS-SOLD-THROUGH
004660         GO TO 2200-EXIT
004670     END-IF.
004680     ADD 1 TO WS-ON-CLEARANCE.
004690     IF CL-WRITE-OFF-LISTED
004700         PERFORM 2500-LIST-WRITE-OFF THRU 2500-EXIT
004710         GO TO 2200-EXIT
004720     END-IF.
004730     IF WS-BUS-DATE < CL-NEXT-DATE
004740         GO TO 2200-EXIT
004750     END-IF.
004760     IF CL-STEP < 3
004770         ADD 1 TO CL-STEP
004780         PERFORM 2400-TAKE-STEP THRU 2400-EXIT
004790     ELSE
004800         MOVE "W" TO CL-STATUS
004810         REWRITE CLEARANCE-RECORD
004820         PERFORM 2500-LIST-WRITE-OFF THRU 2500-EXIT
004830     END-IF.
004840 2200-EXIT.
004850     EXIT.
004860*----------------------------------------------------------------
004870*    2300-ENTER-CLEARANCE - PUT THE PRODUCT ON THE SCHEDULE AND
004880*    TAKE THE FIRST STEP TONIGHT
004890*----------------------------------------------------------------
004900 2300-ENTER-CLEARANCE.
004910     INITIALIZE CLEARANCE-RECORD.
004920     MOVE IDESC OF COGS-MASTER-RECORD TO CL-DESC.
004930     IF I6-DISCONTINUED
004940         MOVE "D" TO CL-REASON
004950     ELSE
004960         MOVE "S" TO CL-REASON
004970     END-IF.
004980     MOVE "M"         TO CL-STATUS.
004990     MOVE ISELL       TO CL-ORIG-SELL.
005000     MOVE 1           TO CL-STEP.
005010     MOVE WS-BUS-DATE TO CL-DATE-ENTERED.
005020     MOVE ZERO        TO CL-MD-TOTAL.
005030     WRITE CLEARANCE-RECORD
005040         INVALID KEY
005050             DISPLAY "COGSCLR - UNABLE TO ADD COGSCLRF RECORD "
005060                     CL-DESC " STATUS = " WS-CLR-STATUS
005070             GO TO 2300-EXIT
005080     END-WRITE.
005090     ADD 1 TO WS-ENTERED.
005100     ADD 1 TO WS-ON-CLEARANCE.
005110     PERFORM 2400-TAKE-STEP THRU 2400-EXIT.
005120 2300-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150*    2400-TAKE-STEP - CL-STEP PERCENT OFF THE ENTRY PRICE.  A
005160*    PRICE ALREADY BELOW THE STEP PRICE IS LEFT ALONE, BUT THE
005170*    STEP STILL COUNTS SO THE SCHEDULE KEEPS MOVING
005180*----------------------------------------------------------------
005190 2400-TAKE-STEP.
005200     MOVE CL-STEP TO WS-PCT-SUB.
005210     MOVE ISELL TO WS-OLD-SELL.
005220     COMPUTE WS-NEW-SELL ROUNDED =
005230         CL-ORIG-SELL * (100 - WS-STEP-PCT(WS-PCT-SUB)) / 100.
005240     MOVE SPACES TO WS-DETAIL-LINE.
005250     MOVE "MARKDOWN" TO DL-ACTION.
005260     IF WS-NEW-SELL < WS-OLD-SELL
005270         COMPUTE WS-STEP-VALUE =
005280             (WS-OLD-SELL - WS-NEW-SELL) * IQOH
005290         MOVE WS-NEW-SELL TO ISELL
005300         REWRITE COGS-MASTER-RECORD
005310         PERFORM 2450-LOG-PRICE-CHANGE THRU 2450-EXIT
005320         ADD WS-STEP-VALUE TO CL-MD-TOTAL
005330         ADD WS-STEP-VALUE TO WS-TOT-MARKDOWN
005340         MOVE "STEP TAKEN" TO DL-NOTE
005350     ELSE
005360         MOVE ZERO TO WS-STEP-VALUE
005370         MOVE WS-OLD-SELL TO WS-NEW-SELL
005380         MOVE "PRICE ALREADY BELOW STEP" TO DL-NOTE
005390     END-IF.
005400     PERFORM 2600-SET-NEXT-DATE THRU 2600-EXIT.
005410     REWRITE CLEARANCE-RECORD.
005420     ADD 1 TO WS-STEPS-TAKEN.
005430     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
005440     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
005450 2400-EXIT.
005460     EXIT.
005470*----------------------------------------------------------------
005480*    2450-LOG-PRICE-CHANGE - RECORD THE ISELL CHANGE IN COGSPRC
005490*----------------------------------------------------------------
005500 2450-LOG-PRICE-CHANGE.
005510     MOVE IDESC OF COGS-MASTER-RECORD TO PRP-DESC.
005520     MOVE WS-OLD-SELL                 TO PRP-OLD-SELL.
005530     MOVE WS-NEW-SELL                 TO PRP-NEW-SELL.
005540     MOVE WS-JOB-ID                   TO PRP-JOB-ID.
005550     CALL "COGSPRC" USING PRICE-CHANGE-CALL-PARMS.
005560 2450-EXIT.
005570     EXIT.
005580*----------------------------------------------------------------
005590*    2500-LIST-WRITE-OFF - THE SCHEDULE HAS RUN OUT WITH STOCK
005600*    STILL ON HAND.  PRICE IT AT COST AND OFFER IT AS A ZERO
005610*    COUNT FOR THE SUPERVISOR TO RELEASE TO COGSCNT
005620*----------------------------------------------------------------
005630 2500-LIST-WRITE-OFF.
005640     COMPUTE WS-WO-VALUE = IQOH * ICOST.
005650     ADD WS-WO-VALUE TO WS-TOT-WRITE-OFF.
005660     ADD 1 TO WS-WRITE-OFFS.
005670     MOVE SPACES TO COUNT-TRANS-RECORD.
005680     MOVE IDESC OF COGS-MASTER-RECORD TO CN-DESC.
005690     MOVE ZERO TO CN-COUNT-QTY.
005700     WRITE COUNT-TRANS-RECORD.
005710     MOVE SPACES TO WS-DETAIL-LINE.
005720     MOVE "WRITEOFF" TO DL-ACTION.
005730     MOVE ISELL TO WS-OLD-SELL.
005740     MOVE ISELL TO WS-NEW-SELL.
005750     MOVE WS-WO-VALUE TO WS-STEP-VALUE.
005760     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
005770     MOVE SPACES TO DL-NEXT-DATE.
005780     MOVE "AT COST - AWAITING APPROVAL" TO DL-NOTE.
005790     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
005800 2500-EXIT.
005810     EXIT.
005820*----------------------------------------------------------------
005830*    2600-SET-NEXT-DATE - THE STEP INTERVAL IN BUSINESS DAYS
005840*----------------------------------------------------------------
005850 2600-SET-NEXT-DATE.
005860     MOVE WS-BUS-DATE TO WS-NEXT-DATE.
005870     PERFORM 2650-ADD-ONE-DAY THRU 2650-EXIT
005880         WS-STEP-DAYS TIMES.
005890     MOVE WS-NEXT-DATE TO CL-NEXT-DATE.
005900 2600-EXIT.
005910     EXIT.
005920 2650-ADD-ONE-DAY.
005930     MOVE "NBUS" TO CDP-FUNCTION.
005940     MOVE WS-NEXT-DATE TO CDP-DATE-IN.
005950     CALL "COGSDATE" USING DATE-CALL-PARMS.
005960     IF CDP-RETURN-STATUS = "00"
005970         MOVE CDP-DATE-OUT TO WS-NEXT-DATE
005980     END-IF.
005990 2650-EXIT.
006000     EXIT.
006010*----------------------------------------------------------------
006020*    2800-PRINT-LINE - THE PRODUCT AND ITS STEP ONTO THE LINE
006030*----------------------------------------------------------------
006040 2800-PRINT-LINE.
006050     MOVE IDESC OF COGS-MASTER-RECORD TO DL-DESC.
006060     MOVE CL-STEP       TO DL-STEP.
006070     MOVE WS-OLD-SELL   TO DL-OLD-SELL.
006080     MOVE WS-NEW-SELL   TO DL-NEW-SELL.
006090     MOVE IQOH          TO DL-QOH.
006100     MOVE WS-STEP-VALUE TO DL-VALUE.
006110     MOVE CL-NEXT-DATE  TO DL-NEXT-DATE.
006120 2800-EXIT.
006130     EXIT.
006140*----------------------------------------------------------------
006150*    3000-WRITE-JOURNAL - DR MARKDOWN, CR MARKDOWN RESERVE FOR
006160*    THE VALUE GIVEN UP TONIGHT
006170*----------------------------------------------------------------
006180 3000-WRITE-JOURNAL.
006190     IF WS-TOT-MARKDOWN = ZERO
006200         GO TO 3000-EXIT
006210     END-IF.
006220     IF WS-TOT-MARKDOWN > 999999999.99
006230         DISPLAY "COGSCLR - MARKDOWN TOTAL TOO LARGE TO JOURNAL"
006240         MOVE 8 TO RETURN-CODE
006250         GO TO 3000-EXIT
006260     END-IF.
006270     MOVE SPACES TO PRINT-RECORD.
006280     WRITE PRINT-RECORD.
006290     MOVE WS-ACCT-MARKDOWN TO GJ-ACCOUNT.
006300     MOVE "DR" TO GJ-DR-CR.
006310     PERFORM 3100-WRITE-ENTRY THRU 3100-EXIT.
006320     MOVE WS-ACCT-MKDN-RESERVE TO GJ-ACCOUNT.
006330     MOVE "CR" TO GJ-DR-CR.
006340     PERFORM 3100-WRITE-ENTRY THRU 3100-EXIT.
006350 3000-EXIT.
006360     EXIT.
006370 3100-WRITE-ENTRY.
006380     MOVE WS-BUS-DATE     TO GJ-DATE.
006390     MOVE WS-TOT-MARKDOWN TO GJ-AMOUNT.
006400     MOVE WS-JOB-ID       TO GJ-SOURCE.
006410     WRITE GL-JOURNAL-RECORD.
006420     MOVE GJ-ACCOUNT      TO JL-ACCOUNT.
006430     MOVE GJ-DR-CR        TO JL-DRCR.
006440     MOVE WS-TOT-MARKDOWN TO JL-AMOUNT.
006450     WRITE PRINT-RECORD FROM WS-JOURNAL-LINE.
006460 3100-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------
006490*    4000-TERMINATE - SUMMARY AND CLOSE FILES
006500*----------------------------------------------------------------
006510 4000-TERMINATE.
006520     CLOSE COGS-MASTER-FILE.
006530     CLOSE CLEARANCE-FILE.
006540     CLOSE JOURNAL-FILE.
006550     CLOSE WRITE-OFF-FILE.
006560     MOVE SPACES TO PRINT-RECORD.
006570     WRITE PRINT-RECORD.
006580     MOVE "PRODUCTS ENTERED        =" TO SM-LABEL.
006590     MOVE WS-ENTERED TO SM-COUNT.
006600     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
006610     MOVE "MARKDOWN STEPS TAKEN    =" TO SM-LABEL.
006620     MOVE WS-STEPS-TAKEN TO SM-COUNT.
006630     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
006640     MOVE "SOLD THROUGH            =" TO SM-LABEL.
006650     MOVE WS-SOLD-THROUGH TO SM-COUNT.
006660     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
006670     MOVE "STILL ON CLEARANCE      =" TO SM-LABEL.
006680     MOVE WS-ON-CLEARANCE TO SM-COUNT.
006690     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
006700     MOVE "LISTED FOR WRITE-OFF    =" TO SM-LABEL.
006710     MOVE WS-WRITE-OFFS TO SM-COUNT.
006720     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
006730     MOVE "VALUE GIVEN UP TONIGHT  =" TO TL-LABEL.
006740     MOVE WS-TOT-MARKDOWN TO TL-AMOUNT.
006750     WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
006760     MOVE "WRITE-OFF LIST AT COST  =" TO TL-LABEL.
006770     MOVE WS-TOT-WRITE-OFF TO TL-AMOUNT.
006780     WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
006790     CLOSE PRINT-FILE.
006800     DISPLAY "COGSCLR - RECORDS READ        = " WS-RECS-READ.
006810     DISPLAY "COGSCLR - PRODUCTS ENTERED    = " WS-ENTERED.
006820     DISPLAY "COGSCLR - MARKDOWN STEPS      = " WS-STEPS-TAKEN.
006830     DISPLAY "COGSCLR - SOLD THROUGH        = " WS-SOLD-THROUGH.
006840     DISPLAY "COGSCLR - LISTED FOR WRITE-OFF = " WS-WRITE-OFFS.
006850 4000-EXIT.
006860     EXIT.
