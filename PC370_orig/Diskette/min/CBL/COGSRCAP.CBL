000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSRCAP.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSRCAP CAPTURES ONE NIGHTLY REPORT INTO THE REPORT       *
000090*   REPOSITORY.  THE REPORT STEP WRITES ITS LISTING TO A       *
000100*   PASSED WORK FILE; THIS STEP, RUN STRAIGHT AFTER IT, READS  *
000110*   THE WORK FILE AS COGSRCIN, COPIES EVERY LINE TO COGSRCP1   *
000120*   SO THE LISTING STILL PRINTS, AND STORES EVERY LINE ON THE  *
000130*   COGSRPL REPOSITORY STAMPED WITH THE CYCLE BUSINESS DATE.   *
000140*   ONE COGSRPX INDEX RECORD CARRIES THE STEP, PROGRAM,        *
000150*   RETENTION TYPE AND THE LINE AND PAGE COUNTS.  THE ONE-CARD *
000160*   COGSRCPP PARAMETER NAMES THE STEP, PROGRAM, REPORT DD AND  *
000170*   RETENTION TYPE.  A REPORT ALREADY CAPTURED FOR THE SAME    *
000180*   DATE (A RESTARTED CYCLE) IS REPLACED.  LIKE COGSSTMP THE   *
000190*   PROGRAM NEVER STOPS THE NIGHTLY - WHEN IT CANNOT CAPTURE   *
000200*   IT STILL PRINTS THE LISTING AND ENDS RC=4.                 *
000210*                                                              *
000220*   MODIFICATION HISTORY                                      *
000230*   2026-10-05  DHH  INITIAL VERSION                           *
000240****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.  IBM-370.
000280 OBJECT-COMPUTER.  IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PARM-FILE ASSIGN TO COGSRCPP
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-PRM-STATUS.
000340     SELECT REPORT-IN-FILE ASSIGN TO COGSRCIN
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-RIN-STATUS.
000370     SELECT REPORT-LINE-FILE ASSIGN TO COGSRPL
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS RL-KEY
000410         FILE STATUS IS WS-RPL-STATUS.
000420     SELECT REPORT-INDEX-FILE ASSIGN TO COGSRPX
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS RX-KEY
000460         FILE STATUS IS WS-RPX-STATUS.
000470     SELECT PRINT-FILE ASSIGN TO COGSRCP1
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-PRT-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  PARM-FILE
000530     RECORDING MODE IS F
000540     RECORD CONTAINS 80 CHARACTERS
000550     LABEL RECORDS ARE STANDARD.
000560 01  PARM-RECORD.
000570     05  PRM-STEP            PIC X(08).
000580     05  FILLER              PIC X(01).
000590     05  PRM-PROGRAM         PIC X(08).
000600     05  FILLER              PIC X(01).
000610     05  PRM-REPORT          PIC X(08).
000620     05  FILLER              PIC X(01).
000630     05  PRM-TYPE            PIC X(03).
000640         88  PRM-TYPE-VALID             VALUE "DLY" "BAL" "GL ".
000650     05  FILLER              PIC X(50).
000660 FD  REPORT-IN-FILE
000670     RECORDING MODE IS F
000680     RECORD CONTAINS 132 CHARACTERS
000690     BLOCK CONTAINS 0 RECORDS
000700     LABEL RECORDS ARE STANDARD.
000710 01  REPORT-IN-RECORD            PIC X(132).
000720 FD  REPORT-LINE-FILE
000730     RECORDING MODE IS F
000740     RECORD CONTAINS 160 CHARACTERS
000750     LABEL RECORDS ARE STANDARD.
000760 COPY COGSRPLR.
000770 FD  REPORT-INDEX-FILE
000780     RECORDING MODE IS F
000790     RECORD CONTAINS 80 CHARACTERS
000800     LABEL RECORDS ARE STANDARD.
000810 COPY COGSRPXR.
000820 FD  PRINT-FILE
000830     RECORDING MODE IS F
000840     RECORD CONTAINS 132 CHARACTERS
000850     LABEL RECORDS ARE STANDARD.
000860 01  PRINT-RECORD                PIC X(132).
000870 WORKING-STORAGE SECTION.
000880 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
000890 77  WS-RIN-STATUS               PIC X(02) VALUE SPACES.
000900 77  WS-RPL-STATUS               PIC X(02) VALUE SPACES.
000910 77  WS-RPX-STATUS               PIC X(02) VALUE SPACES.
000920 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000930 77  WS-LINES-READ               PIC 9(07) COMP VALUE ZERO.
000940 77  WS-LINES-STORED             PIC 9(07) COMP VALUE ZERO.
000950 77  WS-LINES-REPLACED           PIC 9(07) COMP VALUE ZERO.
000960 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 60.
000970 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000980 77  WS-TIME-8                   PIC 9(08) VALUE ZERO.
000990 COPY COGSDATP.
001000 01  WS-SWITCHES.
001010     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001020         88  WS-EOF                         VALUE 'Y'.
001030     05  WS-CAPTURE-SW           PIC X(01) VALUE 'N'.
001040         88  WS-CAPTURING                   VALUE 'Y'.
001050     05  WS-RX-FOUND-SW          PIC X(01) VALUE 'N'.
001060         88  WS-RX-FOUND                    VALUE 'Y'.
001070     05  WS-OLD-DONE-SW          PIC X(01) VALUE 'N'.
001080         88  WS-OLD-DONE                    VALUE 'Y'.
001090     05  WS-REPO-OPEN-SW         PIC X(01) VALUE 'N'.
001100         88  WS-REPO-OPEN                   VALUE 'Y'.
001110 PROCEDURE DIVISION.
001120*----------------------------------------------------------------
001130*    0000-MAINLINE - PROGRAM CONTROL
001140*----------------------------------------------------------------
001150 0000-MAINLINE.
001160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001170     PERFORM 2000-COPY-LINE THRU 2000-EXIT
001180         UNTIL WS-EOF.
001190     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001200     STOP RUN.
001210*----------------------------------------------------------------
001220*    1000-INITIALIZE - READ THE PARAMETER, OPEN THE LISTING AND
001230*    THE REPOSITORY.  ANYTHING THAT STOPS THE CAPTURE LEAVES
001240*    WS-CAPTURING OFF SO THE LISTING STILL PRINTS.
001250*----------------------------------------------------------------
001260 1000-INITIALIZE.
001270     MOVE "BUSD" TO CDP-FUNCTION.
001280     CALL "COGSDATE" USING DATE-CALL-PARMS.
001290     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001300     ACCEPT WS-TIME-8 FROM TIME.
001310     OPEN INPUT REPORT-IN-FILE.
001320     IF WS-RIN-STATUS NOT = "00"
001330         DISPLAY "COGSRCAP - UNABLE TO OPEN COGSRCIN, STATUS = "
001340                 WS-RIN-STATUS " - NOTHING CAPTURED"
001350         MOVE 4 TO RETURN-CODE
001360         STOP RUN
001370     END-IF.
001380     OPEN OUTPUT PRINT-FILE.
001390     IF WS-PRT-STATUS NOT = "00"
001400         DISPLAY "COGSRCAP - UNABLE TO OPEN COGSRCP1, STATUS = "
001410                 WS-PRT-STATUS
001420         MOVE 16 TO RETURN-CODE
001430         STOP RUN
001440     END-IF.
001450     PERFORM 1100-READ-PARM THRU 1100-EXIT.
001460     IF WS-CAPTURING
001470         PERFORM 1200-OPEN-REPOSITORY THRU 1200-EXIT
001480     END-IF.
001490     IF WS-CAPTURING
001500         PERFORM 1300-REPLACE-OLD-CAPTURE THRU 1300-EXIT
001510     END-IF.
001520     IF NOT WS-CAPTURING
001530         MOVE 4 TO RETURN-CODE
001540     END-IF.
001550     PERFORM 2100-READ-REPORT THRU 2100-EXIT.
001560 1000-EXIT.
001570     EXIT.
001580*----------------------------------------------------------------
001590*    1100-READ-PARM - STEP, PROGRAM, REPORT AND RETENTION TYPE
001600*----------------------------------------------------------------
001610 1100-READ-PARM.
001620     OPEN INPUT PARM-FILE.
001630     IF WS-PRM-STATUS NOT = "00"
001640         DISPLAY "COGSRCAP - NO COGSRCPP PARM, NOT CAPTURED"
001650         GO TO 1100-EXIT
001660     END-IF.
001670     READ PARM-FILE
001680         AT END
001690             DISPLAY "COGSRCAP - EMPTY PARM, NOT CAPTURED"
001700             CLOSE PARM-FILE
001710             GO TO 1100-EXIT
001720     END-READ.
001730     CLOSE PARM-FILE.
001740     IF PRM-STEP = SPACES OR PRM-PROGRAM = SPACES
001750         OR PRM-REPORT = SPACES OR NOT PRM-TYPE-VALID
001760         DISPLAY "COGSRCAP - BAD PARM '" PRM-STEP " "
001770                 PRM-PROGRAM " " PRM-REPORT " " PRM-TYPE
001780                 "', NOT CAPTURED"
001790         GO TO 1100-EXIT
001800     END-IF.
001810     MOVE 'Y' TO WS-CAPTURE-SW.
001820 1100-EXIT.
001830     EXIT.
001840*----------------------------------------------------------------
001850*    1200-OPEN-REPOSITORY - BOTH FILES CREATED ON FIRST USE
001860*----------------------------------------------------------------
001870 1200-OPEN-REPOSITORY.
001880     OPEN I-O REPORT-LINE-FILE.
001890     IF WS-RPL-STATUS = "35"
001900         OPEN OUTPUT REPORT-LINE-FILE
001910         CLOSE REPORT-LINE-FILE
001920         OPEN I-O REPORT-LINE-FILE
001930     END-IF.
001940     IF WS-RPL-STATUS NOT = "00"
001950         DISPLAY "COGSRCAP - UNABLE TO OPEN COGSRPL, STATUS = "
001960                 WS-RPL-STATUS " - " PRM-REPORT " NOT CAPTURED"
001970         MOVE 'N' TO WS-CAPTURE-SW
001980         GO TO 1200-EXIT
001990     END-IF.
002000     OPEN I-O REPORT-INDEX-FILE.
002010     IF WS-RPX-STATUS = "35"
002020         OPEN OUTPUT REPORT-INDEX-FILE
002030         CLOSE REPORT-INDEX-FILE
002040         OPEN I-O REPORT-INDEX-FILE
002050     END-IF.
002060     IF WS-RPX-STATUS NOT = "00"
002070         DISPLAY "COGSRCAP - UNABLE TO OPEN COGSRPX, STATUS = "
002080                 WS-RPX-STATUS " - " PRM-REPORT " NOT CAPTURED"
002090         CLOSE REPORT-LINE-FILE
002100         MOVE 'N' TO WS-CAPTURE-SW
002110         GO TO 1200-EXIT
002120     END-IF.
002130     MOVE 'Y' TO WS-REPO-OPEN-SW.
002140 1200-EXIT.
002150     EXIT.
002160*----------------------------------------------------------------
002170*    1300-REPLACE-OLD-CAPTURE - A RESTARTED CYCLE RE-RUNS THE
002180*    REPORT; THE EARLIER CAPTURE FOR THE DATE IS DROPPED SO
002190*    THE REPOSITORY HOLDS THE LISTING THAT STOOD
002200*----------------------------------------------------------------
002210 1300-REPLACE-OLD-CAPTURE.
002220     MOVE 'Y' TO WS-RX-FOUND-SW.
002230     MOVE WS-BUS-DATE TO RX-DATE.
002240     MOVE PRM-REPORT  TO RX-REPORT.
002250     READ REPORT-INDEX-FILE
002260         INVALID KEY
002270             MOVE 'N' TO WS-RX-FOUND-SW
002280     END-READ.
002290     MOVE 'N' TO WS-OLD-DONE-SW.
002300     MOVE WS-BUS-DATE TO RL-DATE.
002310     MOVE PRM-REPORT  TO RL-REPORT.
002320     MOVE ZERO        TO RL-LINE.
002330     START REPORT-LINE-FILE KEY NOT < RL-KEY
002340         INVALID KEY
002350             MOVE 'Y' TO WS-OLD-DONE-SW
002360     END-START.
002370     PERFORM 1310-DROP-OLD-LINE THRU 1310-EXIT
002380         UNTIL WS-OLD-DONE.
002390     IF WS-LINES-REPLACED > ZERO
002400         DISPLAY "COGSRCAP - " PRM-REPORT " ALREADY CAPTURED "
002410                 "FOR " WS-BUS-DATE " - REPLACED"
002420     END-IF.
002430 1300-EXIT.
002440     EXIT.
002450 1310-DROP-OLD-LINE.
002460     READ REPORT-LINE-FILE NEXT RECORD
002470         AT END
002480             MOVE 'Y' TO WS-OLD-DONE-SW
002490             GO TO 1310-EXIT
002500     END-READ.
002510     IF RL-DATE NOT = WS-BUS-DATE
002520         OR RL-REPORT NOT = PRM-REPORT
002530         MOVE 'Y' TO WS-OLD-DONE-SW
002540         GO TO 1310-EXIT
002550     END-IF.
002560     DELETE REPORT-LINE-FILE.
002570     ADD 1 TO WS-LINES-REPLACED.
002580 1310-EXIT.
002590     EXIT.
002600*----------------------------------------------------------------
002610*    2000-COPY-LINE - PRINT THE LINE AND STORE IT
002620*----------------------------------------------------------------
002630 2000-COPY-LINE.
002640     WRITE PRINT-RECORD FROM REPORT-IN-RECORD.
002650     IF WS-CAPTURING
002660         MOVE SPACES          TO REPORT-LINE-RECORD
002670         MOVE WS-BUS-DATE     TO RL-DATE
002680         MOVE PRM-REPORT      TO RL-REPORT
002690         MOVE WS-LINES-READ   TO RL-LINE
002700         MOVE REPORT-IN-RECORD TO RL-TEXT
002710         WRITE REPORT-LINE-RECORD
002720             INVALID KEY
002730                 DISPLAY "COGSRCAP - WRITE TO COGSRPL FAILED, "
002740                         "STATUS = " WS-RPL-STATUS " AT LINE "
002750                         WS-LINES-READ
002760                 MOVE 'N' TO WS-CAPTURE-SW
002770                 MOVE 4 TO RETURN-CODE
002780             NOT INVALID KEY
002790                 ADD 1 TO WS-LINES-STORED
002800         END-WRITE
002810     END-IF.
002820     PERFORM 2100-READ-REPORT THRU 2100-EXIT.
002830 2000-EXIT.
002840     EXIT.
002850 2100-READ-REPORT.
002860     READ REPORT-IN-FILE
002870         AT END
002880             MOVE 'Y' TO WS-EOF-SW
002890             GO TO 2100-EXIT
002900     END-READ.
002910     ADD 1 TO WS-LINES-READ.
002920 2100-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------
002950*    3000-TERMINATE - INDEX THE CAPTURE AND CLOSE FILES.  A
002960*    CAPTURE CUT SHORT IS STILL INDEXED WITH THE LINES STORED.
002970*----------------------------------------------------------------
002980 3000-TERMINATE.
002990     IF WS-REPO-OPEN
003000         PERFORM 3100-WRITE-INDEX THRU 3100-EXIT
003010     END-IF.
003020     CLOSE REPORT-IN-FILE.
003030     CLOSE PRINT-FILE.
003040     IF WS-REPO-OPEN
003050         CLOSE REPORT-LINE-FILE
003060         CLOSE REPORT-INDEX-FILE
003070     END-IF.
003080     DISPLAY "COGSRCAP - " PRM-REPORT " LINES READ   = "
003090             WS-LINES-READ.
003100     DISPLAY "COGSRCAP - " PRM-REPORT " LINES STORED = "
003110             WS-LINES-STORED.
003120 3000-EXIT.
003130     EXIT.
003140 3100-WRITE-INDEX.
003150     MOVE SPACES          TO REPORT-INDEX-RECORD.
003160     MOVE WS-BUS-DATE     TO RX-DATE.
003170     MOVE PRM-REPORT      TO RX-REPORT.
003180     MOVE PRM-STEP        TO RX-STEP.
003190     MOVE PRM-PROGRAM     TO RX-PROGRAM.
003200     MOVE PRM-TYPE        TO RX-TYPE.
003210     MOVE WS-LINES-STORED TO RX-LINES.
003220     COMPUTE RX-PAGES = (WS-LINES-STORED + WS-LINES-PER-PAGE - 1)
003230         / WS-LINES-PER-PAGE.
003240     MOVE WS-TIME-8(1:6)  TO RX-TIME.
003250     IF WS-RX-FOUND
003260         REWRITE REPORT-INDEX-RECORD
003270     ELSE
003280         WRITE REPORT-INDEX-RECORD
003290     END-IF.
003300     IF WS-RPX-STATUS NOT = "00"
003310         DISPLAY "COGSRCAP - INDEX WRITE FAILED, STATUS = "
003320                 WS-RPX-STATUS
003330         MOVE 4 TO RETURN-CODE
003340     END-IF.
003350 3100-EXIT.
003360     EXIT.
