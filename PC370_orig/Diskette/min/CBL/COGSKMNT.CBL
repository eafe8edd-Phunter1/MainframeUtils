000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSKMNT.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSKMNT MAINTAINS THE KIT DEFINITION FILE (COGSKIT) FROM  *
000090*   KEYED ADD/CHG/DEL TRANSACTIONS, THE SAME PATTERN COGSVCMN  *
000100*   USES FOR THE VENDOR ITEM CATALOG.  EACH RECORD PUTS ONE    *
000110*   COMPONENT PRODUCT INTO ONE KIT WITH THE UNITS OF IT THE    *
000120*   KIT HOLDS.  AN ADD NEEDS BOTH THE KIT AND THE COMPONENT ON *
000130*   COGSMST, A QUANTITY ABOVE ZERO, AND REFUSES A COMPONENT    *
000140*   THAT IS ITSELF A KIT, A KIT THAT IS ALREADY SOMEBODY       *
000150*   ELSE'S COMPONENT, AND A KIT'S 21ST COMPONENT, SO THE       *
000160*   POSTING EXPLOSION IS ALWAYS ONE LEVEL DEEP AND FITS ITS    *
000170*   TABLE.  REJECTS ARE LISTED ON THE EXCEPTION REPORT.        *
000180*                                                              *
000190*   MODIFICATION HISTORY                                      *
000200*   2026-10-05  DHH  INITIAL VERSION                           *
000205*   2026-10-05  DHH  REASON TEXTS SHORTENED TO FIT DL-REASON   *
000210****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.  IBM-370.
000250 OBJECT-COMPUTER.  IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT KIT-TRANS-FILE ASSIGN TO COGSKTIN
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS WS-TRN-STATUS.
000310     SELECT KIT-FILE ASSIGN TO COGSKIT
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS KT-KEY
000350         FILE STATUS IS WS-KIT-STATUS.
000360     SELECT COGS-MASTER-FILE ASSIGN TO COGSMST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS IDESC
000400         FILE STATUS IS WS-MST-STATUS.
000410     SELECT PRINT-FILE ASSIGN TO COGSKMN1
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-PRT-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  KIT-TRANS-FILE
000470     RECORDING MODE IS F
000480     RECORD CONTAINS 80 CHARACTERS
000490     BLOCK CONTAINS 0 RECORDS
000500     LABEL RECORDS ARE STANDARD.
000510 COPY COGSKTTX.
000520 FD  KIT-FILE
000530     RECORDING MODE IS F
000540     RECORD CONTAINS 40 CHARACTERS
000550     LABEL RECORDS ARE STANDARD.
000560 COPY COGSKITR.
000570 FD  COGS-MASTER-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 COPY COGSMSTR.
000600 FD  PRINT-FILE
000610     RECORDING MODE IS F
000620     RECORD CONTAINS 132 CHARACTERS
000630     LABEL RECORDS ARE STANDARD.
000640 01  PRINT-RECORD                PIC X(132).
000650 WORKING-STORAGE SECTION.
000660 77  WS-TRN-STATUS               PIC X(02) VALUE SPACES.
000670 77  WS-KIT-STATUS               PIC X(02) VALUE SPACES.
000680 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
000690 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000700 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000710 77  WS-RECS-ADDED               PIC 9(07) COMP VALUE ZERO.
000720 77  WS-RECS-CHANGED             PIC 9(07) COMP VALUE ZERO.
000730 77  WS-RECS-DELETED             PIC 9(07) COMP VALUE ZERO.
000740 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
000750 77  WS-COMP-COUNT               PIC 9(03) COMP VALUE ZERO.
000760 77  WS-MAX-COMPONENTS           PIC 9(03) COMP VALUE 20.
000770 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000780 COPY COGSDATP.
000790 01  WS-SWITCHES.
000800     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000810         88  WS-EOF                         VALUE 'Y'.
000820     05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
000830         88  WS-REJECTED                    VALUE 'Y'.
000840     05  WS-ON-FILE-SW           PIC X(01) VALUE 'N'.
000850         88  WS-ON-FILE                     VALUE 'Y'.
000860     05  WS-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
000870         88  WS-SCAN-DONE                   VALUE 'Y'.
000880     05  WS-USED-SW              PIC X(01) VALUE 'N'.
000890         88  WS-USED                        VALUE 'Y'.
000900 01  WS-HEADING-1.
000910     05  FILLER                  PIC X(42)
000920         VALUE "COGSWORTH KIT DEFINITION MAINT EXCEPTIONS".
000930 01  WS-HEADING-2.
000940     05  FILLER                  PIC X(07) VALUE "ACTION ".
000950     05  FILLER                  PIC X(12) VALUE "KIT         ".
000960     05  FILLER                  PIC X(12) VALUE "COMPONENT   ".
000970     05  FILLER                  PIC X(30) VALUE "REASON".
000980 01  WS-DETAIL-LINE.
000990     05  DL-ACTION               PIC X(03).
001000     05  FILLER                  PIC X(04) VALUE SPACES.
001010     05  DL-KIT                  PIC X(12).
001020     05  DL-COMP                 PIC X(12).
001030     05  DL-REASON               PIC X(30).
001040 01  WS-SUMMARY-LINE.
001050     05  FILLER                  PIC X(25)
001060         VALUE "KIT MAINT REJECTED      =".
001070     05  SL-REJECTED             PIC ZZZ,ZZ9.
001080 PROCEDURE DIVISION.
001090*----------------------------------------------------------------
001100*    0000-MAINLINE - PROGRAM CONTROL
001110*----------------------------------------------------------------
001120 0000-MAINLINE.
001130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001140     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001150         UNTIL WS-EOF.
001160     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001170     STOP RUN.
001180*----------------------------------------------------------------
001190*    1000-INITIALIZE - OPEN FILES, PRINT HEADINGS
001200*----------------------------------------------------------------
001210 1000-INITIALIZE.
001220     DISPLAY "COGSKMNT STARTING - KIT DEFINITION MAINT".
001230     MOVE "BUSD" TO CDP-FUNCTION.
001240     CALL "COGSDATE" USING DATE-CALL-PARMS.
001250     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001260     OPEN INPUT KIT-TRANS-FILE.
001270     IF WS-TRN-STATUS NOT = "00"
001280         DISPLAY "COGSKMNT - UNABLE TO OPEN COGSKTIN, STATUS = "
001290                 WS-TRN-STATUS
001300         MOVE 16 TO RETURN-CODE
001310         STOP RUN
001320     END-IF.
001330     OPEN I-O KIT-FILE.
001340     IF WS-KIT-STATUS = "35"
001350         OPEN OUTPUT KIT-FILE
001360         CLOSE KIT-FILE
001370         OPEN I-O KIT-FILE
001380     END-IF.
001390     IF WS-KIT-STATUS NOT = "00"
001400         DISPLAY "COGSKMNT - UNABLE TO OPEN COGSKIT, STATUS = "
001410                 WS-KIT-STATUS
001420         MOVE 16 TO RETURN-CODE
001430         STOP RUN
001440     END-IF.
001450     OPEN INPUT COGS-MASTER-FILE.
001460     IF WS-MST-STATUS NOT = "00"
001470         DISPLAY "COGSKMNT - UNABLE TO OPEN COGSMST, STATUS = "
001480                 WS-MST-STATUS
001490         MOVE 16 TO RETURN-CODE
001500         STOP RUN
001510     END-IF.
001520     OPEN OUTPUT PRINT-FILE.
001530     IF WS-PRT-STATUS NOT = "00"
001540         DISPLAY "COGSKMNT - UNABLE TO OPEN COGSKMN1, STATUS = "
001550                 WS-PRT-STATUS
001560         MOVE 16 TO RETURN-CODE
001570         STOP RUN
001580     END-IF.
001590     WRITE PRINT-RECORD FROM WS-HEADING-1.
001600     WRITE PRINT-RECORD FROM WS-HEADING-2.
001610     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001620 1000-EXIT.
001630     EXIT.
001640*----------------------------------------------------------------
001650*    2000-PROCESS-RECORD - APPLY ONE KIT TRANSACTION
001660*----------------------------------------------------------------
001670 2000-PROCESS-RECORD.
001680     MOVE 'N' TO WS-REJECT-SW.
001690     PERFORM 2150-READ-KIT-LINE THRU 2150-EXIT.
001700     EVALUATE TRUE
001710         WHEN KX-ACTION-ADD
001720             PERFORM 2300-APPLY-ADD THRU 2300-EXIT
001730         WHEN KX-ACTION-CHANGE
001740             PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
001750         WHEN KX-ACTION-DELETE
001760             PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
001770         WHEN OTHER
001780             MOVE 'Y' TO WS-REJECT-SW
001790             MOVE "INVALID ACTION CODE" TO DL-REASON
001800     END-EVALUATE.
001810     IF WS-REJECTED
001820         MOVE KX-ACTION          TO DL-ACTION
001830         MOVE KX-KIT-DESC        TO DL-KIT
001840         MOVE KX-COMP-DESC       TO DL-COMP
001850         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
001860         ADD 1 TO WS-RECS-REJECTED
001870     END-IF.
001880     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001890 2000-EXIT.
001900     EXIT.
001910*----------------------------------------------------------------
001920*    2100-READ-TRANS - READ NEXT KIT TRANSACTION
001930*----------------------------------------------------------------
001940 2100-READ-TRANS.
001950     READ KIT-TRANS-FILE
001960         AT END
001970             MOVE 'Y' TO WS-EOF-SW
001980             GO TO 2100-EXIT
001990     END-READ.
002000     ADD 1 TO WS-RECS-READ.
002010 2100-EXIT.
002020     EXIT.
002030*----------------------------------------------------------------
002040*    2150-READ-KIT-LINE - IS THIS KIT/COMPONENT ALREADY ON FILE
002050*----------------------------------------------------------------
002060 2150-READ-KIT-LINE.
002070     MOVE 'Y' TO WS-ON-FILE-SW.
002080     MOVE KX-KIT-DESC  TO KT-KIT-DESC.
002090     MOVE KX-COMP-DESC TO KT-COMP-DESC.
002100     READ KIT-FILE
002110         INVALID KEY
002120             MOVE 'N' TO WS-ON-FILE-SW
002130     END-READ.
002140 2150-EXIT.
002150     EXIT.
002160*----------------------------------------------------------------
002170*    2200-EDIT-QTY - UNITS PER KIT MUST BE NUMERIC AND ABOVE
002180*    ZERO ON AN ADD OR CHANGE
002190*----------------------------------------------------------------
002200 2200-EDIT-QTY.
002210     IF KX-QTY-X NOT NUMERIC
002220         MOVE 'Y' TO WS-REJECT-SW
002230         MOVE "NON-NUMERIC COMPONENT QUANTITY" TO DL-REASON
002240         GO TO 2200-EXIT
002250     END-IF.
002260     IF KX-QTY = ZERO
002270         MOVE 'Y' TO WS-REJECT-SW
002280         MOVE "COMPONENT QUANTITY IS ZERO" TO DL-REASON
002290     END-IF.
002300 2200-EXIT.
002310     EXIT.
002320*----------------------------------------------------------------
002330*    2300-APPLY-ADD - PUT ONE COMPONENT INTO A KIT
002340*----------------------------------------------------------------
002350 2300-APPLY-ADD.
002360     IF WS-ON-FILE
002370         MOVE 'Y' TO WS-REJECT-SW
002380         MOVE "DUPLICATE ADD - ALREADY EXISTS" TO DL-REASON
002390         GO TO 2300-EXIT
002400     END-IF.
002410     IF KX-KIT-DESC = KX-COMP-DESC
002420         MOVE 'Y' TO WS-REJECT-SW
002430         MOVE "KIT CANNOT CONTAIN ITSELF" TO DL-REASON
002440         GO TO 2300-EXIT
002450     END-IF.
002460     PERFORM 2200-EDIT-QTY THRU 2200-EXIT.
002470     IF WS-REJECTED
002480         GO TO 2300-EXIT
002490     END-IF.
002500     MOVE KX-KIT-DESC TO IDESC.
002510     READ COGS-MASTER-FILE
002520         INVALID KEY
002530             MOVE 'Y' TO WS-REJECT-SW
002540             MOVE "KIT NOT ON MASTER FILE" TO DL-REASON
002550             GO TO 2300-EXIT
002560     END-READ.
002570     MOVE KX-COMP-DESC TO IDESC.
002580     READ COGS-MASTER-FILE
002590         INVALID KEY
002600             MOVE 'Y' TO WS-REJECT-SW
002610             MOVE "COMPONENT NOT ON MASTER FILE" TO DL-REASON
002620             GO TO 2300-EXIT
002630     END-READ.
002640     PERFORM 2600-COUNT-COMPONENTS THRU 2600-EXIT.
002650     IF WS-COMP-COUNT NOT < WS-MAX-COMPONENTS
002660         MOVE 'Y' TO WS-REJECT-SW
002670         MOVE "KIT ALREADY HAS 20 COMPONENTS" TO DL-REASON
002680         GO TO 2300-EXIT
002690     END-IF.
002700     MOVE KX-COMP-DESC TO KT-KIT-DESC.
002710     PERFORM 2650-IS-A-KIT THRU 2650-EXIT.
002720     IF WS-USED
002730         MOVE 'Y' TO WS-REJECT-SW
002740         MOVE "COMPONENT IS ITSELF A KIT" TO DL-REASON
002750         GO TO 2300-EXIT
002760     END-IF.
002770     PERFORM 2700-IS-A-COMPONENT THRU 2700-EXIT.
002780     IF WS-USED
002790         MOVE 'Y' TO WS-REJECT-SW
002800         MOVE "KIT IS A COMPONENT OF A KIT" TO DL-REASON
002810         GO TO 2300-EXIT
002820     END-IF.
002830     INITIALIZE KIT-COMPONENT-RECORD.
002840     MOVE KX-KIT-DESC  TO KT-KIT-DESC.
002850     MOVE KX-COMP-DESC TO KT-COMP-DESC.
002860     MOVE KX-QTY       TO KT-QTY.
002870     MOVE WS-BUS-DATE  TO KT-DATE-CHANGED.
002880     WRITE KIT-COMPONENT-RECORD.
002890     IF WS-KIT-STATUS NOT = "00" AND WS-KIT-STATUS NOT = "02"
002900         MOVE 'Y' TO WS-REJECT-SW
002910         MOVE "KIT FILE WRITE FAILED" TO DL-REASON
002920         GO TO 2300-EXIT
002930     END-IF.
002940     ADD 1 TO WS-RECS-ADDED.
002950 2300-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980*    2400-APPLY-CHANGE - NEW UNITS PER KIT FOR A COMPONENT
002990*----------------------------------------------------------------
003000 2400-APPLY-CHANGE.
003010     IF NOT WS-ON-FILE
003020         MOVE 'Y' TO WS-REJECT-SW
003030         MOVE "CHANGE - COMPONENT NOT ON FILE" TO DL-REASON
003040         GO TO 2400-EXIT
003050     END-IF.
003060     PERFORM 2200-EDIT-QTY THRU 2200-EXIT.
003070     IF WS-REJECTED
003080         GO TO 2400-EXIT
003090     END-IF.
003100     MOVE KX-QTY      TO KT-QTY.
003110     MOVE WS-BUS-DATE TO KT-DATE-CHANGED.
003120     REWRITE KIT-COMPONENT-RECORD.
003130     ADD 1 TO WS-RECS-CHANGED.
003140 2400-EXIT.
003150     EXIT.
003160*----------------------------------------------------------------
003170*    2500-APPLY-DELETE - TAKE A COMPONENT OUT OF A KIT
003180*----------------------------------------------------------------
003190 2500-APPLY-DELETE.
003200     IF NOT WS-ON-FILE
003210         MOVE 'Y' TO WS-REJECT-SW
003220         MOVE "DELETE - COMPONENT NOT ON FILE" TO DL-REASON
003230         GO TO 2500-EXIT
003240     END-IF.
003250     DELETE KIT-FILE.
003260     IF WS-KIT-STATUS NOT = "00"
003270         MOVE 'Y' TO WS-REJECT-SW
003280         MOVE "KIT FILE DELETE FAILED" TO DL-REASON
003290         GO TO 2500-EXIT
003300     END-IF.
003310     ADD 1 TO WS-RECS-DELETED.
003320 2500-EXIT.
003330     EXIT.
003340*----------------------------------------------------------------
003350*    2600-COUNT-COMPONENTS - COMPONENTS ALREADY IN THIS KIT
003360*----------------------------------------------------------------
003370 2600-COUNT-COMPONENTS.
003380     MOVE ZERO TO WS-COMP-COUNT.
003390     MOVE 'N' TO WS-SCAN-DONE-SW.
003400     MOVE KX-KIT-DESC TO KT-KIT-DESC.
003410     MOVE LOW-VALUES  TO KT-COMP-DESC.
003420     START KIT-FILE KEY NOT < KT-KEY
003430         INVALID KEY
003440             MOVE 'Y' TO WS-SCAN-DONE-SW
003450     END-START.
003460     PERFORM 2610-COUNT-ONE THRU 2610-EXIT
003470         UNTIL WS-SCAN-DONE.
003480 2600-EXIT.
003490     EXIT.
003500 2610-COUNT-ONE.
003510     READ KIT-FILE NEXT RECORD
003520         AT END
003530             MOVE 'Y' TO WS-SCAN-DONE-SW
003540             GO TO 2610-EXIT
003550     END-READ.
003560     IF KT-KIT-DESC NOT = KX-KIT-DESC
003570         MOVE 'Y' TO WS-SCAN-DONE-SW
003580         GO TO 2610-EXIT
003590     END-IF.
003600     ADD 1 TO WS-COMP-COUNT.
003610 2610-EXIT.
003620     EXIT.
003630*----------------------------------------------------------------
003640*    2650-IS-A-KIT - DOES THE PRODUCT IN KT-KIT-DESC HAVE ANY
003650*    COMPONENTS OF ITS OWN
003660*----------------------------------------------------------------
003670 2650-IS-A-KIT.
003680     MOVE 'N' TO WS-USED-SW.
003690     MOVE LOW-VALUES TO KT-COMP-DESC.
003700     START KIT-FILE KEY NOT < KT-KEY
003710         INVALID KEY
003720             GO TO 2650-EXIT
003730     END-START.
003740     READ KIT-FILE NEXT RECORD
003750         AT END
003760             GO TO 2650-EXIT
003770     END-READ.
003780     IF KT-KIT-DESC = KX-COMP-DESC
003790         MOVE 'Y' TO WS-USED-SW
003800     END-IF.
003810 2650-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------
003840*    2700-IS-A-COMPONENT - IS THE NEW KIT ALREADY A COMPONENT
003850*    OF SOME OTHER KIT (THE FILE IS SMALL - READ IT THROUGH)
003860*----------------------------------------------------------------
003870 2700-IS-A-COMPONENT.
003880     MOVE 'N' TO WS-USED-SW.
003890     MOVE 'N' TO WS-SCAN-DONE-SW.
003900     MOVE LOW-VALUES TO KT-KEY.
003910     START KIT-FILE KEY NOT < KT-KEY
003920         INVALID KEY
003930             MOVE 'Y' TO WS-SCAN-DONE-SW
003940     END-START.
003950     PERFORM 2710-TEST-ONE THRU 2710-EXIT
003960         UNTIL WS-SCAN-DONE OR WS-USED.
003970 2700-EXIT.
003980     EXIT.
003990 2710-TEST-ONE.
004000     READ KIT-FILE NEXT RECORD
004010         AT END
004020             MOVE 'Y' TO WS-SCAN-DONE-SW
004030             GO TO 2710-EXIT
004040     END-READ.
004050     IF KT-COMP-DESC = KX-KIT-DESC
004060         MOVE 'Y' TO WS-USED-SW
004070     END-IF.
004080 2710-EXIT.
004090     EXIT.
004100*----------------------------------------------------------------
004110*    3000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
004120*----------------------------------------------------------------
004130 3000-TERMINATE.
004140     CLOSE KIT-TRANS-FILE.
004150     CLOSE KIT-FILE.
004160     CLOSE COGS-MASTER-FILE.
004170     MOVE WS-RECS-REJECTED TO SL-REJECTED.
004180     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
004190     CLOSE PRINT-FILE.
004200     DISPLAY "COGSKMNT - RECORDS READ       = " WS-RECS-READ.
004210     DISPLAY "COGSKMNT - COMPONENTS ADDED   = " WS-RECS-ADDED.
004220     DISPLAY "COGSKMNT - COMPONENTS CHANGED = " WS-RECS-CHANGED.
004230     DISPLAY "COGSKMNT - COMPONENTS DELETED = " WS-RECS-DELETED.
004240     DISPLAY "COGSKMNT - REJECTED           = " WS-RECS-REJECTED.
004250 3000-EXIT.
004260     EXIT.
