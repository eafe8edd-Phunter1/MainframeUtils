000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSOTBW.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSOTBW IS THE WEEKLY OPEN-TO-BUY REPORT.  FOR EVERY      *
000090*   DEPARTMENT WITH A COGSOTBP PLAN FOR THE CURRENT BUSINESS   *
000100*   MONTH IT SHOWS THE PLANNED PURCHASES, WHAT IS COMMITTED    *
000110*   (OPEN QUANTITY ON COGSOPO AT TODAY'S ICOST), WHAT HAS      *
000120*   ALREADY BEEN RECEIVED THIS MONTH (COGSRCH1 AT TODAY'S      *
000130*   ICOST) AND THE OPEN-TO-BUY REMAINING - THE SAME FIGURES    *
000140*   COGSOPST HOLDS NEW ORDERS AGAINST.  A DEPARTMENT THAT HAS  *
000150*   SPENT PAST ITS PLAN IS FLAGGED OVER; ONE WITH COMMITMENTS  *
000160*   OR RECEIPTS BUT NO PLAN IS LISTED AS NO PLAN.  THE TABLE   *
000170*   HOLDS 50 DEPARTMENTS AS COGSMARG DOES.                     *
000180*                                                              *
000190*   MODIFICATION HISTORY                                      *
000200*   2026-10-05  DHH  INITIAL VERSION                           *
000205*   2026-10-05  DHH  TOTAL LINE DEPT SHOWN AS ALL - FITS X(04) *
000210****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.  IBM-370.
000250 OBJECT-COMPUTER.  IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OTB-PLAN-FILE ASSIGN TO COGSOTBP
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS OB-KEY
000320         FILE STATUS IS WS-OTB-STATUS.
000330     SELECT COGS-MASTER-FILE ASSIGN TO COGSMST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS IDESC OF COGS-MASTER-RECORD
000370         FILE STATUS IS WS-MST-STATUS.
000380     SELECT OPEN-PO-FILE ASSIGN TO COGSOPO
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS OP-DESC
000420         FILE STATUS IS WS-OPO-STATUS.
000430     SELECT RECEIPT-HISTORY-FILE ASSIGN TO COGSRCH1
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-RCH-STATUS.
000460     SELECT DEPARTMENT-FILE ASSIGN TO COGSDEPT
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS DP-CODE
000500         FILE STATUS IS WS-DPT-STATUS.
000510     SELECT PRINT-FILE ASSIGN TO COGSOTW1
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-PRT-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  OTB-PLAN-FILE
000570     RECORDING MODE IS F
000580     RECORD CONTAINS 40 CHARACTERS
000590     LABEL RECORDS ARE STANDARD.
000600 COPY COGSOTBR.
000610 FD  COGS-MASTER-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 COPY COGSMSTR.
000640 FD  OPEN-PO-FILE
000650     RECORDING MODE IS F
000660     RECORD CONTAINS 40 CHARACTERS
000670     LABEL RECORDS ARE STANDARD.
000680 COPY COGSOPOR.
000690 FD  RECEIPT-HISTORY-FILE
000700     RECORDING MODE IS F
000710     RECORD CONTAINS 60 CHARACTERS
000720     BLOCK CONTAINS 0 RECORDS
000730     LABEL RECORDS ARE STANDARD.
000740 COPY COGSRCHR.
000750 FD  DEPARTMENT-FILE
000760     RECORDING MODE IS F
000770     RECORD CONTAINS 40 CHARACTERS
000780     LABEL RECORDS ARE STANDARD.
000790 COPY COGSDPTR.
000800 FD  PRINT-FILE
000810     RECORDING MODE IS F
000820     RECORD CONTAINS 132 CHARACTERS
000830     LABEL RECORDS ARE STANDARD.
000840 01  PRINT-RECORD                PIC X(132).
000850 WORKING-STORAGE SECTION.
000860 77  WS-OTB-STATUS               PIC X(02) VALUE SPACES.
000870 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
000880 77  WS-OPO-STATUS               PIC X(02) VALUE SPACES.
000890 77  WS-RCH-STATUS               PIC X(02) VALUE SPACES.
000900 77  WS-DPT-STATUS               PIC X(02) VALUE SPACES.
000910 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000920 77  WS-DEPTS-OVER               PIC 9(07) COMP VALUE ZERO.
000930 77  WS-DEPTS-NO-PLAN            PIC 9(07) COMP VALUE ZERO.
000940 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000950 COPY COGSDATP.
000960 77  WS-OTB-MONTH                PIC 9(06) VALUE ZERO.
000970 77  WS-RCV-MONTH                PIC 9(06) VALUE ZERO.
000980 77  WS-OTB-DEPT                 PIC X(04) VALUE SPACES.
000990 77  WS-OTB-QTY                  PIC 9(05) VALUE ZERO.
001000 77  WS-ORDER-VALUE              PIC 9(11)V9(02) VALUE ZERO.
001010 77  WS-OTB-REMAINING            PIC S9(11)V9(02) VALUE ZERO.
001020 77  WS-TOT-PLAN                 PIC S9(11)V9(02) VALUE ZERO.
001030 77  WS-TOT-COMMITTED            PIC S9(11)V9(02) VALUE ZERO.
001040 77  WS-TOT-RECEIVED             PIC S9(11)V9(02) VALUE ZERO.
001050 77  WS-TOT-REMAINING            PIC S9(11)V9(02) VALUE ZERO.
001060 77  WS-OB-COUNT                 PIC 9(03) COMP VALUE ZERO.
001070 77  WS-OB-SUB                   PIC 9(03) COMP VALUE ZERO.
001080 77  WS-OB-MAX                   PIC 9(03) COMP VALUE 50.
001090 01  WS-SWITCHES.
001100     05  WS-LOAD-DONE-SW         PIC X(01) VALUE 'N'.
001110         88  WS-LOAD-DONE                   VALUE 'Y'.
001120     05  WS-OB-FOUND-SW          PIC X(01) VALUE 'N'.
001130         88  WS-OB-FOUND                    VALUE 'Y'.
001140     05  WS-DPT-OPEN-SW          PIC X(01) VALUE 'N'.
001150         88  WS-DPT-OPEN                    VALUE 'Y'.
001160 01  WS-OTB-TABLE.
001170     05  WS-OB-ENTRY OCCURS 50 TIMES.
001180         10  WS-OB-DEPT          PIC X(04).
001190         10  WS-OB-PLAN-SW       PIC X(01).
001200             88  WS-OB-PLANNED              VALUE 'Y'.
001210         10  WS-OB-PLAN          PIC S9(11)V9(02).
001220         10  WS-OB-COMMITTED     PIC S9(11)V9(02).
001230         10  WS-OB-RECEIVED      PIC S9(11)V9(02).
001240 01  WS-HEADING-1.
001250     05  FILLER                  PIC X(44)
001260         VALUE "COGSWORTH WEEKLY OPEN-TO-BUY BY DEPARTMENT".
001270     05  FILLER                  PIC X(10) VALUE "MONTH ".
001280     05  HL-MONTH                PIC 9(06).
001290 01  WS-HEADING-2.
001300     05  FILLER                  PIC X(06) VALUE "DEPT  ".
001310     05  FILLER                  PIC X(22) VALUE "NAME".
001320     05  FILLER                  PIC X(19)
001330         VALUE "             PLAN".
001340     05  FILLER                  PIC X(19)
001350         VALUE "        COMMITTED".
001360     05  FILLER                  PIC X(19)
001370         VALUE "         RECEIVED".
001380     05  FILLER                  PIC X(20)
001390         VALUE "         REMAINING".
001400 01  WS-DETAIL-LINE.
001410     05  DL-DEPT                 PIC X(04).
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001430     05  DL-NAME                 PIC X(20).
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  DL-PLAN                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  DL-COMMITTED            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001480     05  FILLER                  PIC X(02) VALUE SPACES.
001490     05  DL-RECEIVED             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001500     05  FILLER                  PIC X(02) VALUE SPACES.
001510     05  DL-REMAINING            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001520     05  FILLER                  PIC X(02) VALUE SPACES.
001530     05  DL-FLAG                 PIC X(08).
001540 01  WS-SUMMARY-LINE.
001550     05  FILLER                  PIC X(22)
001560         VALUE "DEPARTMENTS OVER     =".
001570     05  SL-OVER                 PIC ZZZ,ZZ9.
001580 01  WS-SUMMARY-LINE-2.
001590     05  FILLER                  PIC X(22)
001600         VALUE "SPENDING WITH NO PLAN=".
001610     05  SL-NO-PLAN              PIC ZZZ,ZZ9.
001620 PROCEDURE DIVISION.
001630*----------------------------------------------------------------
001640*    0000-MAINLINE - PROGRAM CONTROL
001650*----------------------------------------------------------------
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001680     PERFORM 1100-LOAD-PLANS THRU 1100-EXIT.
001690     PERFORM 1200-LOAD-COMMITTED THRU 1200-EXIT.
001700     PERFORM 1300-LOAD-RECEIVED THRU 1300-EXIT.
001710     MOVE ZERO TO WS-OB-SUB.
001720     PERFORM 2000-PRINT-DEPT THRU 2000-EXIT
001730         UNTIL WS-OB-SUB NOT < WS-OB-COUNT.
001740     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001750     STOP RUN.
001760*----------------------------------------------------------------
001770*    1000-INITIALIZE - OPEN FILES, PICK UP THE BUSINESS MONTH,
001780*    PRINT HEADINGS
001790*----------------------------------------------------------------
001800 1000-INITIALIZE.
001810     DISPLAY "COGSOTBW STARTING - WEEKLY OPEN-TO-BUY".
001820     MOVE "BUSD" TO CDP-FUNCTION.
001830     CALL "COGSDATE" USING DATE-CALL-PARMS.
001840     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001850     DIVIDE WS-BUS-DATE BY 100 GIVING WS-OTB-MONTH.
001860     OPEN INPUT OTB-PLAN-FILE.
001870     IF WS-OTB-STATUS NOT = "00"
001880         DISPLAY "COGSOTBW - UNABLE TO OPEN COGSOTBP, STATUS = "
001890                 WS-OTB-STATUS
001900         MOVE 16 TO RETURN-CODE
001910         STOP RUN
001920     END-IF.
001930     OPEN INPUT COGS-MASTER-FILE.
001940     IF WS-MST-STATUS NOT = "00"
001950         DISPLAY "COGSOTBW - UNABLE TO OPEN COGSMST, STATUS = "
001960                 WS-MST-STATUS
001970         MOVE 16 TO RETURN-CODE
001980         STOP RUN
001990     END-IF.
002000     OPEN INPUT OPEN-PO-FILE.
002010     IF WS-OPO-STATUS NOT = "00"
002020         DISPLAY "COGSOTBW - UNABLE TO OPEN COGSOPO, STATUS = "
002030                 WS-OPO-STATUS
002040         MOVE 16 TO RETURN-CODE
002050         STOP RUN
002060     END-IF.
002070     OPEN INPUT DEPARTMENT-FILE.
002080     IF WS-DPT-STATUS = "00"
002090         MOVE 'Y' TO WS-DPT-OPEN-SW
002100     ELSE
002110         DISPLAY "COGSOTBW - NO COGSDEPT FILE, STATUS = "
002120                 WS-DPT-STATUS " - DEPT NAMES BLANK"
002130     END-IF.
002140     OPEN OUTPUT PRINT-FILE.
002150     IF WS-PRT-STATUS NOT = "00"
002160         DISPLAY "COGSOTBW - UNABLE TO OPEN COGSOTW1, STATUS = "
002170                 WS-PRT-STATUS
002180         MOVE 16 TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210     MOVE WS-OTB-MONTH TO HL-MONTH.
002220     WRITE PRINT-RECORD FROM WS-HEADING-1.
002230     WRITE PRINT-RECORD FROM WS-HEADING-2.
002240 1000-EXIT.
002250     EXIT.
002260*----------------------------------------------------------------
002270*    1100-LOAD-PLANS - EVERY COGSOTBP PLAN FOR THIS MONTH
002280*----------------------------------------------------------------
002290 1100-LOAD-PLANS.
002300     MOVE 'N' TO WS-LOAD-DONE-SW.
002310     MOVE LOW-VALUES TO OB-KEY.
002320     START OTB-PLAN-FILE KEY NOT < OB-KEY
002330         INVALID KEY
002340             MOVE 'Y' TO WS-LOAD-DONE-SW
002350     END-START.
002360     PERFORM 1110-LOAD-ONE-PLAN THRU 1110-EXIT
002370         UNTIL WS-LOAD-DONE.
002380 1100-EXIT.
002390     EXIT.
002400 1110-LOAD-ONE-PLAN.
002410     READ OTB-PLAN-FILE NEXT RECORD
002420         AT END
002430             MOVE 'Y' TO WS-LOAD-DONE-SW
002440             GO TO 1110-EXIT
002450     END-READ.
002460     IF OB-MONTH NOT = WS-OTB-MONTH
002470         GO TO 1110-EXIT
002480     END-IF.
002490     MOVE OB-DEPT TO WS-OTB-DEPT.
002500     PERFORM 2180-FIND-DEPT THRU 2180-EXIT.
002510     IF WS-OB-SUB > ZERO
002520         MOVE 'Y' TO WS-OB-PLAN-SW(WS-OB-SUB)
002530         MOVE OB-PLAN TO WS-OB-PLAN(WS-OB-SUB)
002540     END-IF.
002550 1110-EXIT.
002560     EXIT.
002570*----------------------------------------------------------------
002580*    1200-LOAD-COMMITTED - OPEN QUANTITY ON EVERY COGSOPO
002590*    RECORD AT TODAY'S ICOST, INTO ITS DEPARTMENT
002600*----------------------------------------------------------------
002610 1200-LOAD-COMMITTED.
002620     MOVE 'N' TO WS-LOAD-DONE-SW.
002630     MOVE LOW-VALUES TO OP-DESC.
002640     START OPEN-PO-FILE KEY NOT < OP-DESC
002650         INVALID KEY
002660             MOVE 'Y' TO WS-LOAD-DONE-SW
002670     END-START.
002680     PERFORM 1210-LOAD-ONE-OPEN-PO THRU 1210-EXIT
002690         UNTIL WS-LOAD-DONE.
002700 1200-EXIT.
002710     EXIT.
002720 1210-LOAD-ONE-OPEN-PO.
002730     READ OPEN-PO-FILE NEXT RECORD
002740         AT END
002750             MOVE 'Y' TO WS-LOAD-DONE-SW
002760             GO TO 1210-EXIT
002770     END-READ.
002780     IF OP-QTY-RECEIVED NOT < OP-QTY-ORDERED
002790         GO TO 1210-EXIT
002800     END-IF.
002810     MOVE OP-DESC TO IDESC OF COGS-MASTER-RECORD.
002820     READ COGS-MASTER-FILE
002830         INVALID KEY
002840             GO TO 1210-EXIT
002850     END-READ.
002860     COMPUTE WS-OTB-QTY = OP-QTY-ORDERED - OP-QTY-RECEIVED.
002870     PERFORM 2170-VALUE-INTO-DEPT THRU 2170-EXIT.
002880     IF WS-OB-SUB > ZERO
002890         ADD WS-ORDER-VALUE TO WS-OB-COMMITTED(WS-OB-SUB)
002900     END-IF.
002910 1210-EXIT.
002920     EXIT.
002930*----------------------------------------------------------------
002940*    1300-LOAD-RECEIVED - THIS MONTH'S COGSRCH1 RECEIPTS AT
002950*    TODAY'S ICOST, INTO THEIR DEPARTMENTS
002960*----------------------------------------------------------------
002970 1300-LOAD-RECEIVED.
002980     OPEN INPUT RECEIPT-HISTORY-FILE.
002990     IF WS-RCH-STATUS NOT = "00"
003000         DISPLAY "COGSOTBW - NO COGSRCH1 RECEIPT HISTORY, "
003010                 "STATUS = " WS-RCH-STATUS " - RECEIVED IS ZERO"
003020         GO TO 1300-EXIT
003030     END-IF.
003040     MOVE 'N' TO WS-LOAD-DONE-SW.
003050     PERFORM 1310-LOAD-ONE-RECEIPT THRU 1310-EXIT
003060         UNTIL WS-LOAD-DONE.
003070     CLOSE RECEIPT-HISTORY-FILE.
003080 1300-EXIT.
003090     EXIT.
003100 1310-LOAD-ONE-RECEIPT.
003110     READ RECEIPT-HISTORY-FILE
003120         AT END
003130             MOVE 'Y' TO WS-LOAD-DONE-SW
003140             GO TO 1310-EXIT
003150     END-READ.
003160     IF RH-DATE-RECEIVED NOT NUMERIC
003170         GO TO 1310-EXIT
003180     END-IF.
003190     DIVIDE RH-DATE-RECEIVED BY 100 GIVING WS-RCV-MONTH.
003200     IF WS-RCV-MONTH NOT = WS-OTB-MONTH
003210         GO TO 1310-EXIT
003220     END-IF.
003230     MOVE RH-DESC TO IDESC OF COGS-MASTER-RECORD.
003240     READ COGS-MASTER-FILE
003250         INVALID KEY
003260             GO TO 1310-EXIT
003270     END-READ.
003280     MOVE RH-QTY-RECEIVED TO WS-OTB-QTY.
003290     PERFORM 2170-VALUE-INTO-DEPT THRU 2170-EXIT.
003300     IF WS-OB-SUB > ZERO
003310         ADD WS-ORDER-VALUE TO WS-OB-RECEIVED(WS-OB-SUB)
003320     END-IF.
003330 1310-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360*    2000-PRINT-DEPT - ONE DEPARTMENT LINE
003370*----------------------------------------------------------------
003380 2000-PRINT-DEPT.
003390     ADD 1 TO WS-OB-SUB.
003400     MOVE WS-OB-DEPT(WS-OB-SUB) TO DL-DEPT.
003410     MOVE SPACES TO DL-NAME.
003420     IF WS-DPT-OPEN
003430         MOVE WS-OB-DEPT(WS-OB-SUB) TO DP-CODE
003440         READ DEPARTMENT-FILE
003450             INVALID KEY
003460                 MOVE "*** NOT ON COGSDEPT" TO DL-NAME
003470             NOT INVALID KEY
003480                 MOVE DP-NAME TO DL-NAME
003490         END-READ
003500     END-IF.
003510     COMPUTE WS-OTB-REMAINING = WS-OB-PLAN(WS-OB-SUB)
003520         - WS-OB-COMMITTED(WS-OB-SUB)
003530         - WS-OB-RECEIVED(WS-OB-SUB).
003540     MOVE WS-OB-PLAN(WS-OB-SUB)      TO DL-PLAN.
003550     MOVE WS-OB-COMMITTED(WS-OB-SUB) TO DL-COMMITTED.
003560     MOVE WS-OB-RECEIVED(WS-OB-SUB)  TO DL-RECEIVED.
003570     MOVE WS-OTB-REMAINING           TO DL-REMAINING.
003580     MOVE SPACES TO DL-FLAG.
003590     IF NOT WS-OB-PLANNED(WS-OB-SUB)
003600         MOVE "NO PLAN" TO DL-FLAG
003610         ADD 1 TO WS-DEPTS-NO-PLAN
003620     ELSE
003630         IF WS-OTB-REMAINING < ZERO
003640             MOVE "OVER" TO DL-FLAG
003650             ADD 1 TO WS-DEPTS-OVER
003660         END-IF
003670     END-IF.
003680     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
003690     ADD WS-OB-PLAN(WS-OB-SUB)      TO WS-TOT-PLAN.
003700     ADD WS-OB-COMMITTED(WS-OB-SUB) TO WS-TOT-COMMITTED.
003710     ADD WS-OB-RECEIVED(WS-OB-SUB)  TO WS-TOT-RECEIVED.
003720     ADD WS-OTB-REMAINING           TO WS-TOT-REMAINING.
003730 2000-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------
003760*    2170-VALUE-INTO-DEPT - WS-OTB-QTY AT THE ICOST OF THE
003770*    MASTER RECORD JUST READ, AND THE TABLE ENTRY FOR ITS
003780*    I5DEPT (WS-OB-SUB ZERO WHEN THE TABLE IS FULL)
003790*----------------------------------------------------------------
003800 2170-VALUE-INTO-DEPT.
003810     COMPUTE WS-ORDER-VALUE =
003820         WS-OTB-QTY * ICOST OF COGS-MASTER-RECORD.
003830     MOVE I5DEPT OF COGS-MASTER-RECORD TO WS-OTB-DEPT.
003840     PERFORM 2180-FIND-DEPT THRU 2180-EXIT.
003850 2170-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------
003880*    2180-FIND-DEPT - TABLE ENTRY FOR WS-OTB-DEPT, ADDED IF NEW
003890*----------------------------------------------------------------
003900 2180-FIND-DEPT.
003910     MOVE 'N' TO WS-OB-FOUND-SW.
003920     MOVE ZERO TO WS-OB-SUB.
003930     PERFORM 2185-TEST-DEPT-ENTRY THRU 2185-EXIT
003940         UNTIL WS-OB-FOUND OR WS-OB-SUB NOT < WS-OB-COUNT.
003950     IF WS-OB-FOUND
003960         GO TO 2180-EXIT
003970     END-IF.
003980     IF WS-OB-COUNT NOT < WS-OB-MAX
003990         MOVE ZERO TO WS-OB-SUB
004000         GO TO 2180-EXIT
004010     END-IF.
004020     ADD 1 TO WS-OB-COUNT.
004030     MOVE WS-OB-COUNT TO WS-OB-SUB.
004040     MOVE WS-OTB-DEPT TO WS-OB-DEPT(WS-OB-SUB).
004050     MOVE 'N'  TO WS-OB-PLAN-SW(WS-OB-SUB).
004060     MOVE ZERO TO WS-OB-PLAN(WS-OB-SUB).
004070     MOVE ZERO TO WS-OB-COMMITTED(WS-OB-SUB).
004080     MOVE ZERO TO WS-OB-RECEIVED(WS-OB-SUB).
004090 2180-EXIT.
004100     EXIT.
004110 2185-TEST-DEPT-ENTRY.
004120     ADD 1 TO WS-OB-SUB.
004130     IF WS-OB-DEPT(WS-OB-SUB) = WS-OTB-DEPT
004140         MOVE 'Y' TO WS-OB-FOUND-SW
004150     END-IF.
004160 2185-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004190*    3000-TERMINATE - TOTALS, SUMMARY AND CLOSE FILES
004200*----------------------------------------------------------------
004210 3000-TERMINATE.
004220     MOVE SPACES TO PRINT-RECORD.
004230     WRITE PRINT-RECORD.
004240     MOVE "ALL" TO DL-DEPT.
004250     MOVE SPACES TO DL-NAME DL-FLAG.
004260     MOVE WS-TOT-PLAN      TO DL-PLAN.
004270     MOVE WS-TOT-COMMITTED TO DL-COMMITTED.
004280     MOVE WS-TOT-RECEIVED  TO DL-RECEIVED.
004290     MOVE WS-TOT-REMAINING TO DL-REMAINING.
004300     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
004310     MOVE WS-DEPTS-OVER    TO SL-OVER.
004320     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
004330     MOVE WS-DEPTS-NO-PLAN TO SL-NO-PLAN.
004340     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE-2.
004350     CLOSE OTB-PLAN-FILE.
004360     CLOSE COGS-MASTER-FILE.
004370     CLOSE OPEN-PO-FILE.
004380     IF WS-DPT-OPEN
004390         CLOSE DEPARTMENT-FILE
004400     END-IF.
004410     CLOSE PRINT-FILE.
004420     DISPLAY "COGSOTBW - DEPARTMENTS     = " WS-OB-COUNT.
004430     DISPLAY "COGSOTBW - OVER PLAN       = " WS-DEPTS-OVER.
004440     DISPLAY "COGSOTBW - NO PLAN         = " WS-DEPTS-NO-PLAN.
004450     IF WS-DEPTS-OVER > ZERO
004460         MOVE 4 TO RETURN-CODE
004470     END-IF.
004480 3000-EXIT.
004490     EXIT.
