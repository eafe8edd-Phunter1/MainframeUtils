000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSRPUR.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSRPUR PURGES THE REPORT REPOSITORY BY RETENTION TYPE.   *
000090*   EVERY COGSRPX INDEX ENTRY CARRIES THE TYPE ITS COGSNITE    *
000100*   CAPTURE STEP GAVE IT - DLY DAILY LISTING, BAL BALANCING    *
000110*   AND CONTROL, GL GENERAL-LEDGER AND PAYABLES.  A REPORT IS  *
000120*   PURGED, INDEX AND LINES, ONCE ITS BUSINESS MONTH IS MORE   *
000130*   THAN THE TYPE'S RETENTION IN MONTHS BEFORE THE CURRENT     *
000140*   BUSINESS MONTH.  THE RETENTIONS ARE 2 MONTHS FOR DLY, 13   *
000150*   FOR BAL AND 84 FOR GL UNLESS A COGSRRTP CARD (TYPE IN      *
000160*   COLUMNS 1-3, MONTHS IN 5-7) SAYS OTHERWISE.  AN ENTRY OF   *
000170*   ANY OTHER TYPE IS NEVER PURGED AND IS LISTED.  RUN WEEKLY  *
000180*   FROM COGSWEEK.                                             *
000190*                                                              *
000200*   MODIFICATION HISTORY                                      *
000210*   2026-10-05  DHH  INITIAL VERSION                           *
000220****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.  IBM-370.
000260 OBJECT-COMPUTER.  IBM-370.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT RETENTION-FILE ASSIGN TO COGSRRTP
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS WS-RET-STATUS.
000320     SELECT REPORT-LINE-FILE ASSIGN TO COGSRPL
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS RL-KEY
000360         FILE STATUS IS WS-RPL-STATUS.
000370     SELECT REPORT-INDEX-FILE ASSIGN TO COGSRPX
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS RX-KEY
000410         FILE STATUS IS WS-RPX-STATUS.
000420     SELECT PRINT-FILE ASSIGN TO COGSRPU1
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-PRT-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  RETENTION-FILE
000480     RECORDING MODE IS F
000490     RECORD CONTAINS 80 CHARACTERS
000500     LABEL RECORDS ARE STANDARD.
000510 01  RETENTION-RECORD.
000520     05  RT-TYPE             PIC X(03).
000530     05  FILLER              PIC X(01).
000540     05  RT-MONTHS-X         PIC X(03).
000550     05  RT-MONTHS REDEFINES RT-MONTHS-X
000560                             PIC 9(03).
000570     05  FILLER              PIC X(73).
000580 FD  REPORT-LINE-FILE
000590     RECORDING MODE IS F
000600     RECORD CONTAINS 160 CHARACTERS
000610     LABEL RECORDS ARE STANDARD.
000620 COPY COGSRPLR.
000630 FD  REPORT-INDEX-FILE
000640     RECORDING MODE IS F
000650     RECORD CONTAINS 80 CHARACTERS
000660     LABEL RECORDS ARE STANDARD.
000670 COPY COGSRPXR.
000680 FD  PRINT-FILE
000690     RECORDING MODE IS F
000700     RECORD CONTAINS 132 CHARACTERS
000710     LABEL RECORDS ARE STANDARD.
000720 01  PRINT-RECORD                PIC X(132).
000730 WORKING-STORAGE SECTION.
000740 77  WS-RET-STATUS               PIC X(02) VALUE SPACES.
000750 77  WS-RPL-STATUS               PIC X(02) VALUE SPACES.
000760 77  WS-RPX-STATUS               PIC X(02) VALUE SPACES.
000770 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000780 77  WS-INDEX-READ               PIC 9(07) COMP VALUE ZERO.
000790 77  WS-REPORTS-PURGED           PIC 9(07) COMP VALUE ZERO.
000800 77  WS-LINES-PURGED             PIC 9(07) COMP VALUE ZERO.
000810 77  WS-REPORTS-UNKNOWN          PIC 9(07) COMP VALUE ZERO.
000820 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000830 COPY COGSDATP.
000840 77  WS-CALC-DATE                PIC 9(08) VALUE ZERO.
000850 77  WS-DATE-CCYY                PIC 9(04) VALUE ZERO.
000860 77  WS-DATE-MMDD                PIC 9(04) VALUE ZERO.
000870 77  WS-DATE-MM                  PIC 9(02) VALUE ZERO.
000880 77  WS-DATE-DD                  PIC 9(02) VALUE ZERO.
000890 77  WS-MONTH-NUMBER             PIC 9(07) VALUE ZERO.
000900 77  WS-CUR-MONTH-NUMBER         PIC 9(07) VALUE ZERO.
000910 77  WS-AGE-MONTHS               PIC 9(07) VALUE ZERO.
000920 77  WS-FIND-TYPE                PIC X(03) VALUE SPACES.
000930 77  WS-RT-SUB                   PIC 9(03) COMP VALUE ZERO.
000940 01  WS-SWITCHES.
000950     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000960         88  WS-EOF                         VALUE 'Y'.
000970     05  WS-RET-EOF-SW           PIC X(01) VALUE 'N'.
000980         88  WS-RET-EOF                     VALUE 'Y'.
000990     05  WS-LINES-DONE-SW        PIC X(01) VALUE 'N'.
001000         88  WS-LINES-DONE                  VALUE 'Y'.
001010     05  WS-RT-FOUND-SW          PIC X(01) VALUE 'N'.
001020         88  WS-RT-FOUND                    VALUE 'Y'.
001030 01  WS-RETENTION-VALUES.
001040     05  FILLER                  PIC X(06) VALUE "DLY002".
001050     05  FILLER                  PIC X(06) VALUE "BAL013".
001060     05  FILLER                  PIC X(06) VALUE "GL 084".
001070 01  WS-RETENTION-TABLE REDEFINES WS-RETENTION-VALUES.
001080     05  WS-RT-ENTRY OCCURS 3 TIMES.
001090         10  WS-RT-TYPE          PIC X(03).
001100         10  WS-RT-MONTHS        PIC 9(03).
001110 01  WS-HEADING-1.
001120     05  FILLER                  PIC X(44)
001130         VALUE "COGSWORTH REPORT REPOSITORY PURGE".
001140     05  FILLER                  PIC X(14) VALUE "BUSINESS DATE ".
001150     05  HL-DATE                 PIC 9(08).
001160 01  WS-HEADING-2.
001170     05  FILLER                  PIC X(10) VALUE "BUS DATE  ".
001180     05  FILLER                  PIC X(10) VALUE "REPORT    ".
001190     05  FILLER                  PIC X(10) VALUE "STEP      ".
001200     05  FILLER                  PIC X(10) VALUE "PROGRAM   ".
001210     05  FILLER                  PIC X(06) VALUE "TYPE  ".
001220     05  FILLER                  PIC X(10) VALUE "    LINES ".
001230     05  FILLER                  PIC X(08) VALUE " MONTHS ".
001240     05  FILLER                  PIC X(30) VALUE "  ACTION".
001250 01  WS-RETENTION-LINE.
001260     05  FILLER                  PIC X(18)
001270         VALUE "RETENTION - TYPE ".
001280     05  RL-PRT-TYPE             PIC X(03).
001290     05  FILLER                  PIC X(03) VALUE SPACES.
001300     05  RL-PRT-MONTHS           PIC ZZ9.
001310     05  FILLER                  PIC X(07) VALUE " MONTHS".
001320 01  WS-DETAIL-LINE.
001330     05  DL-DATE                 PIC 9(08).
001340     05  FILLER                  PIC X(02) VALUE SPACES.
001350     05  DL-REPORT               PIC X(08).
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  DL-STEP                 PIC X(08).
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  DL-PROGRAM              PIC X(08).
001400     05  FILLER                  PIC X(02) VALUE SPACES.
001410     05  DL-TYPE                 PIC X(03).
001420     05  FILLER                  PIC X(03) VALUE SPACES.
001430     05  DL-LINES                PIC Z,ZZZ,ZZ9.
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  DL-AGE                  PIC Z,ZZ9.
001460     05  FILLER                  PIC X(05) VALUE SPACES.
001470     05  DL-ACTION               PIC X(30).
001480 01  WS-SUMMARY-LINE.
001490     05  FILLER                  PIC X(22)
001500         VALUE "REPORTS PURGED       =".
001510     05  SL-PURGED               PIC Z,ZZZ,ZZ9.
001520 01  WS-SUMMARY-LINE-2.
001530     05  FILLER                  PIC X(22)
001540         VALUE "LINES PURGED         =".
001550     05  SL-LINES                PIC Z,ZZZ,ZZ9.
001560 PROCEDURE DIVISION.
001570*----------------------------------------------------------------
001580*    0000-MAINLINE - PROGRAM CONTROL
001590*----------------------------------------------------------------
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620     PERFORM 2000-CHECK-ONE-REPORT THRU 2000-EXIT
001630         UNTIL WS-EOF.
001640     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001650     STOP RUN.
001660*----------------------------------------------------------------
001670*    1000-INITIALIZE - BUSINESS MONTH, RETENTIONS, OPEN FILES
001680*----------------------------------------------------------------
001690 1000-INITIALIZE.
001700     DISPLAY "COGSRPUR STARTING - REPORT REPOSITORY PURGE".
001710     MOVE "BUSD" TO CDP-FUNCTION.
001720     CALL "COGSDATE" USING DATE-CALL-PARMS.
001730     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001740     MOVE WS-BUS-DATE TO WS-CALC-DATE.
001750     PERFORM 2200-MONTH-NUMBER THRU 2200-EXIT.
001760     MOVE WS-MONTH-NUMBER TO WS-CUR-MONTH-NUMBER.
001770     PERFORM 1100-LOAD-RETENTION THRU 1100-EXIT.
001780     OPEN I-O REPORT-LINE-FILE.
001790     IF WS-RPL-STATUS NOT = "00"
001800         DISPLAY "COGSRPUR - UNABLE TO OPEN COGSRPL, STATUS = "
001810                 WS-RPL-STATUS
001820         MOVE 16 TO RETURN-CODE
001830         STOP RUN
001840     END-IF.
001850     OPEN I-O REPORT-INDEX-FILE.
001860     IF WS-RPX-STATUS NOT = "00"
001870         DISPLAY "COGSRPUR - UNABLE TO OPEN COGSRPX, STATUS = "
001880                 WS-RPX-STATUS
001890         MOVE 16 TO RETURN-CODE
001900         STOP RUN
001910     END-IF.
001920     OPEN OUTPUT PRINT-FILE.
001930     IF WS-PRT-STATUS NOT = "00"
001940         DISPLAY "COGSRPUR - UNABLE TO OPEN COGSRPU1, STATUS = "
001950                 WS-PRT-STATUS
001960         MOVE 16 TO RETURN-CODE
001970         STOP RUN
001980     END-IF.
001990     MOVE WS-BUS-DATE TO HL-DATE.
002000     WRITE PRINT-RECORD FROM WS-HEADING-1.
002010     MOVE ZERO TO WS-RT-SUB.
002020     PERFORM 1200-PRINT-RETENTION THRU 1200-EXIT
002030         UNTIL WS-RT-SUB NOT < 3.
002040     MOVE SPACES TO PRINT-RECORD.
002050     WRITE PRINT-RECORD.
002060     WRITE PRINT-RECORD FROM WS-HEADING-2.
002070     MOVE LOW-VALUES TO RX-KEY.
002080     START REPORT-INDEX-FILE KEY NOT < RX-KEY
002090         INVALID KEY
002100             MOVE 'Y' TO WS-EOF-SW
002110     END-START.
002120 1000-EXIT.
002130     EXIT.
002140*----------------------------------------------------------------
002150*    1100-LOAD-RETENTION - COGSRRTP CARDS OVER THE DEFAULTS
002160*----------------------------------------------------------------
002170 1100-LOAD-RETENTION.
002180     OPEN INPUT RETENTION-FILE.
002190     IF WS-RET-STATUS NOT = "00"
002200         DISPLAY "COGSRPUR - NO COGSRRTP CARDS, STATUS = "
002210                 WS-RET-STATUS " - DEFAULT RETENTIONS"
002220         GO TO 1100-EXIT
002230     END-IF.
002240     PERFORM 1110-READ-ONE-RETENTION THRU 1110-EXIT
002250         UNTIL WS-RET-EOF.
002260     CLOSE RETENTION-FILE.
002270 1100-EXIT.
002280     EXIT.
002290 1110-READ-ONE-RETENTION.
002300     READ RETENTION-FILE
002310         AT END
002320             MOVE 'Y' TO WS-RET-EOF-SW
002330             GO TO 1110-EXIT
002340     END-READ.
002350     MOVE RT-TYPE TO WS-FIND-TYPE.
002360     PERFORM 2300-FIND-TYPE THRU 2300-EXIT.
002370     IF NOT WS-RT-FOUND OR RT-MONTHS-X NOT NUMERIC
002380         DISPLAY "COGSRPUR - BAD COGSRRTP CARD '" RT-TYPE " "
002390                 RT-MONTHS-X "' IGNORED"
002400         GO TO 1110-EXIT
002410     END-IF.
002420     MOVE RT-MONTHS TO WS-RT-MONTHS(WS-RT-SUB).
002430 1110-EXIT.
002440     EXIT.
002450 1200-PRINT-RETENTION.
002460     ADD 1 TO WS-RT-SUB.
002470     MOVE WS-RT-TYPE(WS-RT-SUB)   TO RL-PRT-TYPE.
002480     MOVE WS-RT-MONTHS(WS-RT-SUB) TO RL-PRT-MONTHS.
002490     WRITE PRINT-RECORD FROM WS-RETENTION-LINE.
002500 1200-EXIT.
002510     EXIT.
002520*----------------------------------------------------------------
002530*    2000-CHECK-ONE-REPORT - PURGE THE NEXT INDEX ENTRY IF IT
002540*    IS PAST ITS TYPE'S RETENTION
002550*----------------------------------------------------------------
002560 2000-CHECK-ONE-REPORT.
002570     READ REPORT-INDEX-FILE NEXT RECORD
002580         AT END
002590             MOVE 'Y' TO WS-EOF-SW
002600             GO TO 2000-EXIT
002610     END-READ.
002620     ADD 1 TO WS-INDEX-READ.
002630     MOVE RX-TYPE TO WS-FIND-TYPE.
002640     PERFORM 2300-FIND-TYPE THRU 2300-EXIT.
002650     MOVE RX-DATE TO WS-CALC-DATE.
002660     PERFORM 2200-MONTH-NUMBER THRU 2200-EXIT.
002670     MOVE ZERO TO WS-AGE-MONTHS.
002680     IF WS-CUR-MONTH-NUMBER > WS-MONTH-NUMBER
002690         COMPUTE WS-AGE-MONTHS =
002700             WS-CUR-MONTH-NUMBER - WS-MONTH-NUMBER
002710     END-IF.
002720     MOVE RX-DATE    TO DL-DATE.
002730     MOVE RX-REPORT  TO DL-REPORT.
002740     MOVE RX-STEP    TO DL-STEP.
002750     MOVE RX-PROGRAM TO DL-PROGRAM.
002760     MOVE RX-TYPE    TO DL-TYPE.
002770     MOVE RX-LINES   TO DL-LINES.
002780     MOVE WS-AGE-MONTHS TO DL-AGE.
002790     IF NOT WS-RT-FOUND
002800         MOVE "UNKNOWN TYPE - KEPT" TO DL-ACTION
002810         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
002820         ADD 1 TO WS-REPORTS-UNKNOWN
002830         GO TO 2000-EXIT
002840     END-IF.
002850     IF WS-AGE-MONTHS NOT > WS-RT-MONTHS(WS-RT-SUB)
002860         GO TO 2000-EXIT
002870     END-IF.
002880     PERFORM 2100-PURGE-LINES THRU 2100-EXIT.
002890     DELETE REPORT-INDEX-FILE.
002900     MOVE "PURGED" TO DL-ACTION.
002910     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
002920     ADD 1 TO WS-REPORTS-PURGED.
002930 2000-EXIT.
002940     EXIT.
002950*----------------------------------------------------------------
002960*    2100-PURGE-LINES - EVERY STORED LINE OF THE REPORT.  THE
002970*    INDEX BROWSE IS NOT DISTURBED - THE LINES ARE ANOTHER FILE
002980*----------------------------------------------------------------
002990 2100-PURGE-LINES.
003000     MOVE 'N' TO WS-LINES-DONE-SW.
003010     MOVE RX-DATE   TO RL-DATE.
003020     MOVE RX-REPORT TO RL-REPORT.
003030     MOVE ZERO      TO RL-LINE.
003040     START REPORT-LINE-FILE KEY NOT < RL-KEY
003050         INVALID KEY
003060             MOVE 'Y' TO WS-LINES-DONE-SW
003070     END-START.
003080     PERFORM 2110-PURGE-ONE-LINE THRU 2110-EXIT
003090         UNTIL WS-LINES-DONE.
003100 2100-EXIT.
003110     EXIT.
003120 2110-PURGE-ONE-LINE.
003130     READ REPORT-LINE-FILE NEXT RECORD
003140         AT END
003150             MOVE 'Y' TO WS-LINES-DONE-SW
003160             GO TO 2110-EXIT
003170     END-READ.
003180     IF RL-DATE NOT = RX-DATE OR RL-REPORT NOT = RX-REPORT
003190         MOVE 'Y' TO WS-LINES-DONE-SW
003200         GO TO 2110-EXIT
003210     END-IF.
003220     DELETE REPORT-LINE-FILE.
003230     ADD 1 TO WS-LINES-PURGED.
003240 2110-EXIT.
003250     EXIT.
003260*----------------------------------------------------------------
003270*    2200-MONTH-NUMBER - CCYY * 12 + MM OF WS-CALC-DATE, SO
003280*    TWO BUSINESS MONTHS SUBTRACT
003290*----------------------------------------------------------------
003300 2200-MONTH-NUMBER.
003310     DIVIDE WS-CALC-DATE BY 10000 GIVING WS-DATE-CCYY
003320         REMAINDER WS-DATE-MMDD.
003330     DIVIDE WS-DATE-MMDD BY 100 GIVING WS-DATE-MM
003340         REMAINDER WS-DATE-DD.
003350     COMPUTE WS-MONTH-NUMBER = WS-DATE-CCYY * 12 + WS-DATE-MM.
003360 2200-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------
003390*    2300-FIND-TYPE - WS-FIND-TYPE IN THE RETENTION TABLE
003400*----------------------------------------------------------------
003410 2300-FIND-TYPE.
003420     MOVE 'N' TO WS-RT-FOUND-SW.
003430     MOVE ZERO TO WS-RT-SUB.
003440     PERFORM 2310-TEST-TYPE-ENTRY THRU 2310-EXIT
003450         UNTIL WS-RT-FOUND OR WS-RT-SUB NOT < 3.
003460 2300-EXIT.
003470     EXIT.
003480 2310-TEST-TYPE-ENTRY.
003490     ADD 1 TO WS-RT-SUB.
003500     IF WS-RT-TYPE(WS-RT-SUB) = WS-FIND-TYPE
003510         MOVE 'Y' TO WS-RT-FOUND-SW
003520     END-IF.
003530 2310-EXIT.
003540     EXIT.
003550*----------------------------------------------------------------
003560*    3000-TERMINATE - SUMMARY AND CLOSE FILES
003570*----------------------------------------------------------------
003580 3000-TERMINATE.
003590     MOVE SPACES TO PRINT-RECORD.
003600     WRITE PRINT-RECORD.
003610     MOVE WS-REPORTS-PURGED TO SL-PURGED.
003620     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
003630     MOVE WS-LINES-PURGED TO SL-LINES.
003640     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE-2.
003650     CLOSE REPORT-LINE-FILE.
003660     CLOSE REPORT-INDEX-FILE.
003670     CLOSE PRINT-FILE.
003680     DISPLAY "COGSRPUR - INDEX ENTRIES READ = " WS-INDEX-READ.
003690     DISPLAY "COGSRPUR - REPORTS PURGED     = " WS-REPORTS-PURGED.
003700     DISPLAY "COGSRPUR - LINES PURGED       = " WS-LINES-PURGED.
003710     DISPLAY "COGSRPUR - UNKNOWN TYPE, KEPT = "
003720             WS-REPORTS-UNKNOWN.
003730     IF WS-REPORTS-UNKNOWN > ZERO
003740         MOVE 4 TO RETURN-CODE
003750     END-IF.
003760 3000-EXIT.
003770     EXIT.
