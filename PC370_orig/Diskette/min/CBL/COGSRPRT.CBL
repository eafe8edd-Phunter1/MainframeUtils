000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSRPRT.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSRPRT PULLS CAPTURED NIGHTLY REPORTS BACK OUT OF THE    *
000090*   REPORT REPOSITORY.  EACH COGSRPQI REQUEST CARD NAMES A     *
000100*   BUSINESS DATE AND A REPORT DD NAME (OR ALL FOR EVERY       *
000110*   REPORT OF THAT DATE) AND WHERE IT GOES - P REPRINTS IT ON  *
000120*   COGSRPP1 BEHIND A BANNER LINE, F WRITES THE BARE PRINT     *
000130*   LINES TO THE COGSRPF1 FLAT FILE FOR AN AUDITOR OR A        *
000140*   SPREADSHEET, L ONLY LISTS WHAT THE INDEX HOLDS.  EVERY     *
000150*   REQUEST IS LOGGED ON COGSRPE1 WITH THE STEP, PROGRAM,      *
000160*   RETENTION TYPE AND LINE AND PAGE COUNTS, OR THE REASON IT  *
000170*   COULD NOT BE MET.  RUNS ON DEMAND.                         *
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
000280     SELECT REQUEST-FILE ASSIGN TO COGSRPQI
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS WS-REQ-STATUS.
000310     SELECT REPORT-LINE-FILE ASSIGN TO COGSRPL
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS RL-KEY
000350         FILE STATUS IS WS-RPL-STATUS.
000360     SELECT REPORT-INDEX-FILE ASSIGN TO COGSRPX
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS RX-KEY
000400         FILE STATUS IS WS-RPX-STATUS.
000410     SELECT REPRINT-FILE ASSIGN TO COGSRPP1
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-RPP-STATUS.
000440     SELECT FLAT-FILE ASSIGN TO COGSRPF1
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-RPF-STATUS.
000470     SELECT PRINT-FILE ASSIGN TO COGSRPE1
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-PRT-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  REQUEST-FILE
000530     RECORDING MODE IS F
000540     RECORD CONTAINS 80 CHARACTERS
000550     BLOCK CONTAINS 0 RECORDS
000560     LABEL RECORDS ARE STANDARD.
000570 COPY COGSRPQX.
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
000680 FD  REPRINT-FILE
000690     RECORDING MODE IS F
000700     RECORD CONTAINS 132 CHARACTERS
000710     LABEL RECORDS ARE STANDARD.
000720 01  REPRINT-RECORD              PIC X(132).
000730 FD  FLAT-FILE
000740     RECORDING MODE IS F
000750     RECORD CONTAINS 132 CHARACTERS
000760     BLOCK CONTAINS 0 RECORDS
000770     LABEL RECORDS ARE STANDARD.
000780 01  FLAT-RECORD                 PIC X(132).
000790 FD  PRINT-FILE
000800     RECORDING MODE IS F
000810     RECORD CONTAINS 132 CHARACTERS
000820     LABEL RECORDS ARE STANDARD.
000830 01  PRINT-RECORD                PIC X(132).
000840 WORKING-STORAGE SECTION.
000850 77  WS-REQ-STATUS               PIC X(02) VALUE SPACES.
000860 77  WS-RPL-STATUS               PIC X(02) VALUE SPACES.
000870 77  WS-RPX-STATUS               PIC X(02) VALUE SPACES.
000880 77  WS-RPP-STATUS               PIC X(02) VALUE SPACES.
000890 77  WS-RPF-STATUS               PIC X(02) VALUE SPACES.
000900 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000910 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000920 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
000930 77  WS-REPORTS-REPRINTED        PIC 9(07) COMP VALUE ZERO.
000940 77  WS-REPORTS-FILED            PIC 9(07) COMP VALUE ZERO.
000950 77  WS-REPORTS-LISTED           PIC 9(07) COMP VALUE ZERO.
000960 77  WS-LINES-OUT                PIC 9(07) COMP VALUE ZERO.
000970 77  WS-REPORTS-FOUND            PIC 9(05) COMP VALUE ZERO.
000980 COPY COGSDATP.
000990 01  WS-SWITCHES.
001000     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001010         88  WS-EOF                         VALUE 'Y'.
001020     05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
001030         88  WS-REJECTED                    VALUE 'Y'.
001040     05  WS-BROWSE-DONE-SW       PIC X(01) VALUE 'N'.
001050         88  WS-BROWSE-DONE                 VALUE 'Y'.
001060     05  WS-LINES-DONE-SW        PIC X(01) VALUE 'N'.
001070         88  WS-LINES-DONE                  VALUE 'Y'.
001080 01  WS-HEADING-1.
001090     05  FILLER                  PIC X(44)
001100         VALUE "COGSWORTH REPORT REPOSITORY REQUEST LOG".
001110 01  WS-HEADING-2.
001120     05  FILLER                  PIC X(10) VALUE "BUS DATE  ".
001130     05  FILLER                  PIC X(10) VALUE "REPORT    ".
001140     05  FILLER                  PIC X(06) VALUE "DEST  ".
001150     05  FILLER                  PIC X(10) VALUE "STEP      ".
001160     05  FILLER                  PIC X(10) VALUE "PROGRAM   ".
001170     05  FILLER                  PIC X(06) VALUE "TYPE  ".
001180     05  FILLER                  PIC X(10) VALUE "    LINES ".
001190     05  FILLER                  PIC X(08) VALUE "  PAGES ".
001200     05  FILLER                  PIC X(30) VALUE "  RESULT".
001210 01  WS-DETAIL-LINE.
001220     05  DL-DATE                 PIC X(08).
001230     05  FILLER                  PIC X(02) VALUE SPACES.
001240     05  DL-REPORT               PIC X(08).
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  DL-DEST                 PIC X(01).
001270     05  FILLER                  PIC X(05) VALUE SPACES.
001280     05  DL-STEP                 PIC X(08).
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  DL-PROGRAM              PIC X(08).
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  DL-TYPE                 PIC X(03).
001330     05  FILLER                  PIC X(03) VALUE SPACES.
001340     05  DL-LINES                PIC Z,ZZZ,ZZ9.
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  DL-PAGES                PIC ZZ,ZZ9.
001370     05  FILLER                  PIC X(04) VALUE SPACES.
001380     05  DL-RESULT               PIC X(30).
001390 01  WS-BANNER-LINE.
001400     05  FILLER                  PIC X(12) VALUE "*** REPRINT ".
001410     05  BL-REPORT               PIC X(08).
001420     05  FILLER                  PIC X(16)
001430         VALUE "  BUSINESS DATE ".
001440     05  BL-DATE                 PIC 9(08).
001450     05  FILLER                  PIC X(08) VALUE "  STEP  ".
001460     05  BL-STEP                 PIC X(08).
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  BL-PROGRAM              PIC X(08).
001490     05  FILLER                  PIC X(08) VALUE "  LINES ".
001500     05  BL-LINES                PIC Z,ZZZ,ZZ9.
001510     05  FILLER                  PIC X(08) VALUE "  PAGES ".
001520     05  BL-PAGES                PIC ZZ,ZZ9.
001530     05  FILLER                  PIC X(04) VALUE " ***".
001540 PROCEDURE DIVISION.
001550*----------------------------------------------------------------
001560*    0000-MAINLINE - PROGRAM CONTROL
001570*----------------------------------------------------------------
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001600     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001610         UNTIL WS-EOF.
001620     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001630     STOP RUN.
001640*----------------------------------------------------------------
001650*    1000-INITIALIZE - OPEN FILES, PRINT HEADINGS
001660*----------------------------------------------------------------
001670 1000-INITIALIZE.
001680     DISPLAY "COGSRPRT STARTING - REPORT REPOSITORY REPRINT".
001690     OPEN INPUT REQUEST-FILE.
001700     IF WS-REQ-STATUS NOT = "00"
001710         DISPLAY "COGSRPRT - UNABLE TO OPEN COGSRPQI, STATUS = "
001720                 WS-REQ-STATUS
001730         MOVE 16 TO RETURN-CODE
001740         STOP RUN
001750     END-IF.
001760     OPEN INPUT REPORT-LINE-FILE.
001770     IF WS-RPL-STATUS NOT = "00"
001780         DISPLAY "COGSRPRT - UNABLE TO OPEN COGSRPL, STATUS = "
001790                 WS-RPL-STATUS
001800         MOVE 16 TO RETURN-CODE
001810         STOP RUN
001820     END-IF.
001830     OPEN INPUT REPORT-INDEX-FILE.
001840     IF WS-RPX-STATUS NOT = "00"
001850         DISPLAY "COGSRPRT - UNABLE TO OPEN COGSRPX, STATUS = "
001860                 WS-RPX-STATUS
001870         MOVE 16 TO RETURN-CODE
001880         STOP RUN
001890     END-IF.
001900     OPEN OUTPUT REPRINT-FILE.
001910     IF WS-RPP-STATUS NOT = "00"
001920         DISPLAY "COGSRPRT - UNABLE TO OPEN COGSRPP1, STATUS = "
001930                 WS-RPP-STATUS
001940         MOVE 16 TO RETURN-CODE
001950         STOP RUN
001960     END-IF.
001970     OPEN OUTPUT FLAT-FILE.
001980     IF WS-RPF-STATUS NOT = "00"
001990         DISPLAY "COGSRPRT - UNABLE TO OPEN COGSRPF1, STATUS = "
002000                 WS-RPF-STATUS
002010         MOVE 16 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002040     OPEN OUTPUT PRINT-FILE.
002050     IF WS-PRT-STATUS NOT = "00"
002060         DISPLAY "COGSRPRT - UNABLE TO OPEN COGSRPE1, STATUS = "
002070                 WS-PRT-STATUS
002080         MOVE 16 TO RETURN-CODE
002090         STOP RUN
002100     END-IF.
002110     WRITE PRINT-RECORD FROM WS-HEADING-1.
002120     WRITE PRINT-RECORD FROM WS-HEADING-2.
002130     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
002140 1000-EXIT.
002150     EXIT.
002160*----------------------------------------------------------------
002170*    2000-PROCESS-REQUEST - EDIT THE CARD, THEN ONE REPORT OR
002180*    EVERY REPORT OF THE DATE
002190*----------------------------------------------------------------
002200 2000-PROCESS-REQUEST.
002210     MOVE 'N' TO WS-REJECT-SW.
002220     MOVE SPACES TO WS-DETAIL-LINE.
002230     MOVE RQ-DATE-X  TO DL-DATE.
002240     MOVE RQ-REPORT  TO DL-REPORT.
002250     MOVE RQ-DEST    TO DL-DEST.
002260     PERFORM 2050-EDIT-REQUEST THRU 2050-EXIT.
002270     IF WS-REJECTED
002280         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
002290         ADD 1 TO WS-RECS-REJECTED
002300         GO TO 2000-NEXT
002310     END-IF.
002320     IF RQ-ALL-REPORTS
002330         PERFORM 2300-ALL-FOR-DATE THRU 2300-EXIT
002340     ELSE
002350         MOVE RQ-DATE   TO RX-DATE
002360         MOVE RQ-REPORT TO RX-REPORT
002370         READ REPORT-INDEX-FILE
002380             INVALID KEY
002390                 MOVE "NOT IN THE REPOSITORY" TO DL-RESULT
002400                 WRITE PRINT-RECORD FROM WS-DETAIL-LINE
002410                 ADD 1 TO WS-RECS-REJECTED
002420             NOT INVALID KEY
002430                 PERFORM 2400-SERVE-ONE-REPORT THRU 2400-EXIT
002440         END-READ
002450     END-IF.
002460 2000-NEXT.
002470     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
002480 2000-EXIT.
002490     EXIT.
002500 2050-EDIT-REQUEST.
002510     IF RQ-DATE-X NOT NUMERIC
002520         MOVE 'Y' TO WS-REJECT-SW
002530         MOVE "BUSINESS DATE NOT NUMERIC" TO DL-RESULT
002540         GO TO 2050-EXIT
002550     END-IF.
002560     MOVE "VAL " TO CDP-FUNCTION.
002570     MOVE RQ-DATE TO CDP-DATE-IN.
002580     CALL "COGSDATE" USING DATE-CALL-PARMS.
002590     IF CDP-RETURN-STATUS NOT = "00"
002600         MOVE 'Y' TO WS-REJECT-SW
002610         MOVE "BUSINESS DATE NOT A REAL DATE" TO DL-RESULT
002620         GO TO 2050-EXIT
002630     END-IF.
002640     IF RQ-REPORT = SPACES
002650         MOVE 'Y' TO WS-REJECT-SW
002660         MOVE "NO REPORT NAMED" TO DL-RESULT
002670         GO TO 2050-EXIT
002680     END-IF.
002690     IF NOT RQ-DEST-VALID
002700         MOVE 'Y' TO WS-REJECT-SW
002710         MOVE "DESTINATION NOT P, F OR L" TO DL-RESULT
002720     END-IF.
002730 2050-EXIT.
002740     EXIT.
002750 2100-READ-REQUEST.
002760     READ REQUEST-FILE
002770         AT END
002780             MOVE 'Y' TO WS-EOF-SW
002790             GO TO 2100-EXIT
002800     END-READ.
002810     ADD 1 TO WS-RECS-READ.
002820 2100-EXIT.
002830     EXIT.
002840*----------------------------------------------------------------
002850*    2300-ALL-FOR-DATE - EVERY INDEX ENTRY FOR THE DATE
002860*----------------------------------------------------------------
002870 2300-ALL-FOR-DATE.
002880     MOVE ZERO TO WS-REPORTS-FOUND.
002890     MOVE 'N' TO WS-BROWSE-DONE-SW.
002900     MOVE RQ-DATE    TO RX-DATE.
002910     MOVE LOW-VALUES TO RX-REPORT.
002920     START REPORT-INDEX-FILE KEY NOT < RX-KEY
002930         INVALID KEY
002940             MOVE 'Y' TO WS-BROWSE-DONE-SW
002950     END-START.
002960     PERFORM 2310-NEXT-FOR-DATE THRU 2310-EXIT
002970         UNTIL WS-BROWSE-DONE.
002980     IF WS-REPORTS-FOUND = ZERO
002990         MOVE "NOTHING CAPTURED THAT DATE" TO DL-RESULT
003000         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
003010         ADD 1 TO WS-RECS-REJECTED
003020     END-IF.
003030 2300-EXIT.
003040     EXIT.
003050 2310-NEXT-FOR-DATE.
003060     READ REPORT-INDEX-FILE NEXT RECORD
003070         AT END
003080             MOVE 'Y' TO WS-BROWSE-DONE-SW
003090             GO TO 2310-EXIT
003100     END-READ.
003110     IF RX-DATE NOT = RQ-DATE
003120         MOVE 'Y' TO WS-BROWSE-DONE-SW
003130         GO TO 2310-EXIT
003140     END-IF.
003150     ADD 1 TO WS-REPORTS-FOUND.
003160     PERFORM 2400-SERVE-ONE-REPORT THRU 2400-EXIT.
003170 2310-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------
003200*    2400-SERVE-ONE-REPORT - THE INDEX RECORD JUST READ, TO
003210*    WHERE THE CARD ASKED
003220*----------------------------------------------------------------
003230 2400-SERVE-ONE-REPORT.
003240     MOVE RX-REPORT  TO DL-REPORT.
003250     MOVE RX-STEP    TO DL-STEP.
003260     MOVE RX-PROGRAM TO DL-PROGRAM.
003270     MOVE RX-TYPE    TO DL-TYPE.
003280     MOVE RX-LINES   TO DL-LINES.
003290     MOVE RX-PAGES   TO DL-PAGES.
003300     EVALUATE TRUE
003310         WHEN RQ-DEST-PRINT
003320             MOVE RX-REPORT  TO BL-REPORT
003330             MOVE RX-DATE    TO BL-DATE
003340             MOVE RX-STEP    TO BL-STEP
003350             MOVE RX-PROGRAM TO BL-PROGRAM
003360             MOVE RX-LINES   TO BL-LINES
003370             MOVE RX-PAGES   TO BL-PAGES
003380             WRITE REPRINT-RECORD FROM WS-BANNER-LINE
003390             PERFORM 2500-COPY-LINES THRU 2500-EXIT
003400             MOVE "REPRINTED ON COGSRPP1" TO DL-RESULT
003410             ADD 1 TO WS-REPORTS-REPRINTED
003420         WHEN RQ-DEST-FILE
003430             PERFORM 2500-COPY-LINES THRU 2500-EXIT
003440             MOVE "WRITTEN TO COGSRPF1" TO DL-RESULT
003450             ADD 1 TO WS-REPORTS-FILED
003460         WHEN OTHER
003470             MOVE "ON FILE" TO DL-RESULT
003480             ADD 1 TO WS-REPORTS-LISTED
003490     END-EVALUATE.
003500     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
003510 2400-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------
003540*    2500-COPY-LINES - THE REPORT'S LINES IN LINE ORDER
003550*----------------------------------------------------------------
003560 2500-COPY-LINES.
003570     MOVE 'N' TO WS-LINES-DONE-SW.
003580     MOVE RX-DATE   TO RL-DATE.
003590     MOVE RX-REPORT TO RL-REPORT.
003600     MOVE ZERO      TO RL-LINE.
003610     START REPORT-LINE-FILE KEY NOT < RL-KEY
003620         INVALID KEY
003630             MOVE 'Y' TO WS-LINES-DONE-SW
003640     END-START.
003650     PERFORM 2510-COPY-ONE-LINE THRU 2510-EXIT
003660         UNTIL WS-LINES-DONE.
003670 2500-EXIT.
003680     EXIT.
003690 2510-COPY-ONE-LINE.
003700     READ REPORT-LINE-FILE NEXT RECORD
003710         AT END
003720             MOVE 'Y' TO WS-LINES-DONE-SW
003730             GO TO 2510-EXIT
003740     END-READ.
003750     IF RL-DATE NOT = RX-DATE OR RL-REPORT NOT = RX-REPORT
003760         MOVE 'Y' TO WS-LINES-DONE-SW
003770         GO TO 2510-EXIT
003780     END-IF.
003790     IF RQ-DEST-PRINT
003800         WRITE REPRINT-RECORD FROM RL-TEXT
003810     ELSE
003820         WRITE FLAT-RECORD FROM RL-TEXT
003830     END-IF.
003840     ADD 1 TO WS-LINES-OUT.
003850 2510-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------
003880*    3000-TERMINATE - CLOSE FILES AND DISPLAY COUNTS
003890*----------------------------------------------------------------
003900 3000-TERMINATE.
003910     CLOSE REQUEST-FILE.
003920     CLOSE REPORT-LINE-FILE.
003930     CLOSE REPORT-INDEX-FILE.
003940     CLOSE REPRINT-FILE.
003950     CLOSE FLAT-FILE.
003960     CLOSE PRINT-FILE.
003970     DISPLAY "COGSRPRT - REQUESTS READ    = " WS-RECS-READ.
003980     DISPLAY "COGSRPRT - REQUESTS UNMET   = " WS-RECS-REJECTED.
003990     DISPLAY "COGSRPRT - REPORTS PRINTED  = "
004000             WS-REPORTS-REPRINTED.
004010     DISPLAY "COGSRPRT - REPORTS TO FILE  = " WS-REPORTS-FILED.
004020     DISPLAY "COGSRPRT - REPORTS LISTED   = " WS-REPORTS-LISTED.
004030     DISPLAY "COGSRPRT - LINES WRITTEN    = " WS-LINES-OUT.
004040     IF WS-RECS-REJECTED > ZERO
004050         MOVE 4 TO RETURN-CODE
004060     END-IF.
004070 3000-EXIT.
004080     EXIT.
