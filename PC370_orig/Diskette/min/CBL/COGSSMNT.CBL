000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSSMNT.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSSMNT MAINTAINS THE COGSSTRM STORE MASTER FROM KEYED    *
000090*   ADD/CHG/DEL TRANSACTIONS, THE SAME PATTERN COGSDMNT USES   *
000100*   FOR THE DEPARTMENT FILE.  EACH STORE NUMBER GETS A NAME,   *
000110*   ADDRESS, HOME STATE/REGION CODE, WAREHOUSE FLAG AND OPEN   *
000120*   AND CLOSE DATES.  AN ADD NEEDS A NAME, A HOME STATE THAT   *
000130*   IS ONE OF THE FOUR LEGACY STATES OR ON COGSREGN, AND A     *
000140*   REAL OPEN DATE; A CLOSE DATE MUST BE A REAL DATE NOT       *
000150*   BEFORE THE OPEN DATE.  ONLY ONE STORE MAY CARRY THE        *
000160*   WAREHOUSE FLAG - IT REPLACES THE COGSALP PARAMETER AS THE  *
000170*   NAME OF THE DOCK.  A STORE THAT HAS TRADED SHOULD BE       *
000180*   CLOSED WITH A CLOSE DATE RATHER THAN DELETED, SO ITS       *
000190*   HISTORY KEEPS ITS NAME.  REJECTS ARE LISTED ON THE         *
000200*   EXCEPTION REPORT.                                          *
000210*                                                              *
000220*   MODIFICATION HISTORY                                      *
000230*   2026-10-05  DHH  INITIAL VERSION                           *
000235*   2026-10-05  DHH  REASON TEXTS SHORTENED TO FIT DL-REASON   *
000240****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.  IBM-370.
000280 OBJECT-COMPUTER.  IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT STORE-TRANS-FILE ASSIGN TO COGSSMIN
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-TRN-STATUS.
000340     SELECT STORE-MASTER-FILE ASSIGN TO COGSSTRM
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS SM-STORE
000380         FILE STATUS IS WS-SMF-STATUS.
000390     SELECT REGION-CONTROL-FILE ASSIGN TO COGSREGN
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-REG-STATUS.
000420     SELECT PRINT-FILE ASSIGN TO COGSSMN1
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-PRT-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  STORE-TRANS-FILE
000480     RECORDING MODE IS F
000490     RECORD CONTAINS 100 CHARACTERS
000500     BLOCK CONTAINS 0 RECORDS
000510     LABEL RECORDS ARE STANDARD.
000520 COPY COGSSTTX.
000530 FD  STORE-MASTER-FILE
000540     RECORDING MODE IS F
000550     RECORD CONTAINS 100 CHARACTERS
000560     LABEL RECORDS ARE STANDARD.
000570 COPY COGSSTRR.
000580 FD  REGION-CONTROL-FILE
000590     RECORDING MODE IS F
000600     RECORD CONTAINS 20 CHARACTERS
000610     BLOCK CONTAINS 0 RECORDS
000620     LABEL RECORDS ARE STANDARD.
000630 01  REGION-CONTROL-RECORD.
000640     05  RG-CODE                 PIC X(02).
000650     05  RG-NAME                 PIC X(15).
000660     05  FILLER                  PIC X(03).
000670 FD  PRINT-FILE
000680     RECORDING MODE IS F
000690     RECORD CONTAINS 132 CHARACTERS
000700     LABEL RECORDS ARE STANDARD.
000710 01  PRINT-RECORD                PIC X(132).
000720 WORKING-STORAGE SECTION.
000730 77  WS-TRN-STATUS               PIC X(02) VALUE SPACES.
000740 77  WS-SMF-STATUS               PIC X(02) VALUE SPACES.
000750 77  WS-REG-STATUS               PIC X(02) VALUE SPACES.
000760 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000770 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000780 77  WS-RECS-ADDED               PIC 9(07) COMP VALUE ZERO.
000790 77  WS-RECS-CHANGED             PIC 9(07) COMP VALUE ZERO.
000800 77  WS-RECS-DELETED             PIC 9(07) COMP VALUE ZERO.
000810 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
000820 77  WS-WHSE-STORE               PIC 9(03) VALUE ZERO.
000830 77  WS-RGC-COUNT                PIC 9(02) COMP VALUE ZERO.
000840 77  WS-RGC-SUB                  PIC 9(02) COMP VALUE ZERO.
000850 COPY COGSDATP.
000860 01  WS-SWITCHES.
000870     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000880         88  WS-EOF                         VALUE 'Y'.
000890     05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
000900         88  WS-REJECTED                    VALUE 'Y'.
000910     05  WS-ON-FILE-SW           PIC X(01) VALUE 'N'.
000920         88  WS-ON-FILE                     VALUE 'Y'.
000930     05  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.
000940         88  WS-REG-EOF                     VALUE 'Y'.
000950     05  WS-RGC-FOUND-SW         PIC X(01) VALUE 'N'.
000960         88  WS-RGC-FOUND                   VALUE 'Y'.
000970     05  WS-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
000980         88  WS-SCAN-DONE                   VALUE 'Y'.
000990 01  WS-REGION-CTL-TABLE.
001000     05  WS-RGC-ENTRY OCCURS 50 TIMES.
001010         10  WS-RGC-CODE         PIC X(02).
001020 01  WS-HEADING-1.
001030     05  FILLER                  PIC X(45)
001040         VALUE "COGSWORTH STORE MASTER MAINTENANCE EXCEPTIONS".
001050 01  WS-HEADING-2.
001060     05  FILLER                  PIC X(07) VALUE "ACTION ".
001070     05  FILLER                  PIC X(07) VALUE "STORE  ".
001080     05  FILLER                  PIC X(22) VALUE "NAME".
001090     05  FILLER                  PIC X(30) VALUE "REASON".
001100 01  WS-DETAIL-LINE.
001110     05  DL-ACTION               PIC X(03).
001120     05  FILLER                  PIC X(04) VALUE SPACES.
001130     05  DL-STORE                PIC X(03).
001140     05  FILLER                  PIC X(04) VALUE SPACES.
001150     05  DL-NAME                 PIC X(20).
001160     05  FILLER                  PIC X(02) VALUE SPACES.
001170     05  DL-REASON               PIC X(30).
001180 01  WS-SUMMARY-LINE.
001190     05  FILLER                  PIC X(25)
001200         VALUE "STORE MAINT REJECTED    =".
001210     05  SL-REJECTED             PIC ZZZ,ZZ9.
001220 PROCEDURE DIVISION.
001230*----------------------------------------------------------------
001240*    0000-MAINLINE - PROGRAM CONTROL
001250*----------------------------------------------------------------
001260 0000-MAINLINE.
001270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001280     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001290         UNTIL WS-EOF.
001300     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001310     STOP RUN.
001320*----------------------------------------------------------------
001330*    1000-INITIALIZE - OPEN FILES, LOAD REGION CODES, FIND THE
001340*    CURRENT WAREHOUSE STORE
001350*----------------------------------------------------------------
001360 1000-INITIALIZE.
001370     DISPLAY "COGSSMNT STARTING - STORE MASTER MAINTENANCE".
001380     OPEN INPUT STORE-TRANS-FILE.
001390     IF WS-TRN-STATUS NOT = "00"
001400         DISPLAY "COGSSMNT - UNABLE TO OPEN COGSSMIN, STATUS = "
001410                 WS-TRN-STATUS
001420         MOVE 16 TO RETURN-CODE
001430         STOP RUN
001440     END-IF.
001450     OPEN I-O STORE-MASTER-FILE.
001460     IF WS-SMF-STATUS = "35"
001470         OPEN OUTPUT STORE-MASTER-FILE
001480         CLOSE STORE-MASTER-FILE
001490         OPEN I-O STORE-MASTER-FILE
001500     END-IF.
001510     IF WS-SMF-STATUS NOT = "00"
001520         DISPLAY "COGSSMNT - UNABLE TO OPEN COGSSTRM, STATUS = "
001530                 WS-SMF-STATUS
001540         MOVE 16 TO RETURN-CODE
001550         STOP RUN
001560     END-IF.
001570     OPEN OUTPUT PRINT-FILE.
001580     IF WS-PRT-STATUS NOT = "00"
001590         DISPLAY "COGSSMNT - UNABLE TO OPEN COGSSMN1, STATUS = "
001600                 WS-PRT-STATUS
001610         MOVE 16 TO RETURN-CODE
001620         STOP RUN
001630     END-IF.
001640     WRITE PRINT-RECORD FROM WS-HEADING-1.
001650     WRITE PRINT-RECORD FROM WS-HEADING-2.
001660     PERFORM 1100-LOAD-REGION-TABLE THRU 1100-EXIT.
001670     PERFORM 1200-FIND-WAREHOUSE THRU 1200-EXIT.
001680     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001690 1000-EXIT.
001700     EXIT.
001710*----------------------------------------------------------------
001720*    1100-LOAD-REGION-TABLE - TABLE UP THE COGSREGN CODES
001730*----------------------------------------------------------------
001740 1100-LOAD-REGION-TABLE.
001750     OPEN INPUT REGION-CONTROL-FILE.
001760     IF WS-REG-STATUS NOT = "00"
001770         DISPLAY "COGSSMNT - NO COGSREGN, STATUS = "
001780                 WS-REG-STATUS " - LEGACY STATES ONLY"
001790         GO TO 1100-EXIT
001800     END-IF.
001810     PERFORM 1150-LOAD-ONE-REGION THRU 1150-EXIT
001820         UNTIL WS-REG-EOF.
001830     CLOSE REGION-CONTROL-FILE.
001840 1100-EXIT.
001850     EXIT.
001860 1150-LOAD-ONE-REGION.
001870     READ REGION-CONTROL-FILE
001880         AT END
001890             MOVE 'Y' TO WS-REG-EOF-SW
001900             GO TO 1150-EXIT
001910     END-READ.
001920     IF WS-RGC-COUNT < 50
001930         ADD 1 TO WS-RGC-COUNT
001940         MOVE RG-CODE TO WS-RGC-CODE(WS-RGC-COUNT)
001950     END-IF.
001960 1150-EXIT.
001970     EXIT.
001980*----------------------------------------------------------------
001990*    1200-FIND-WAREHOUSE - WHICH STORE IS FLAGGED AS THE DOCK
002000*----------------------------------------------------------------
002010 1200-FIND-WAREHOUSE.
002020     MOVE ZERO TO SM-STORE.
002030     START STORE-MASTER-FILE KEY NOT < SM-STORE
002040         INVALID KEY
002050             MOVE 'Y' TO WS-SCAN-DONE-SW
002060     END-START.
002070     PERFORM 1250-TEST-ONE-STORE THRU 1250-EXIT
002080         UNTIL WS-SCAN-DONE.
002090 1200-EXIT.
002100     EXIT.
002110 1250-TEST-ONE-STORE.
002120     READ STORE-MASTER-FILE NEXT RECORD
002130         AT END
002140             MOVE 'Y' TO WS-SCAN-DONE-SW
002150             GO TO 1250-EXIT
002160     END-READ.
002170     IF SM-WAREHOUSE
002180         MOVE SM-STORE TO WS-WHSE-STORE
002190         MOVE 'Y' TO WS-SCAN-DONE-SW
002200     END-IF.
002210 1250-EXIT.
002220     EXIT.
002230*----------------------------------------------------------------
002240*    2000-PROCESS-RECORD - APPLY ONE STORE TRANSACTION
002250*----------------------------------------------------------------
002260 2000-PROCESS-RECORD.
002270     MOVE 'N' TO WS-REJECT-SW.
002280     IF SX-STORE-X NOT NUMERIC OR SX-STORE = ZERO
002290         MOVE 'Y' TO WS-REJECT-SW
002300         MOVE "STORE NUMBER MISSING OR BAD" TO DL-REASON
002310         GO TO 2000-REPORT
002320     END-IF.
002330     PERFORM 2150-READ-STORE THRU 2150-EXIT.
002340     EVALUATE TRUE
002350         WHEN SX-ACTION-ADD
002360             PERFORM 2300-APPLY-ADD THRU 2300-EXIT
002370         WHEN SX-ACTION-CHANGE
002380             PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
002390         WHEN SX-ACTION-DELETE
002400             PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
002410         WHEN OTHER
002420             MOVE 'Y' TO WS-REJECT-SW
002430             MOVE "INVALID ACTION CODE" TO DL-REASON
002440     END-EVALUATE.
002450 2000-REPORT.
002460     IF WS-REJECTED
002470         MOVE SX-ACTION          TO DL-ACTION
002480         MOVE SX-STORE-X         TO DL-STORE
002490         MOVE SX-NAME            TO DL-NAME
002500         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
002510         ADD 1 TO WS-RECS-REJECTED
002520     END-IF.
002530     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002540 2000-EXIT.
002550     EXIT.
002560*----------------------------------------------------------------
002570*    2100-READ-TRANS - READ NEXT STORE TRANSACTION
002580*----------------------------------------------------------------
002590 2100-READ-TRANS.
002600     READ STORE-TRANS-FILE
002610         AT END
002620             MOVE 'Y' TO WS-EOF-SW
002630             GO TO 2100-EXIT
002640     END-READ.
002650     ADD 1 TO WS-RECS-READ.
002660 2100-EXIT.
002670     EXIT.
002680*----------------------------------------------------------------
002690*    2150-READ-STORE - IS THE STORE ALREADY ON FILE
002700*----------------------------------------------------------------
002710 2150-READ-STORE.
002720     MOVE 'Y' TO WS-ON-FILE-SW.
002730     MOVE SX-STORE TO SM-STORE.
002740     READ STORE-MASTER-FILE
002750         INVALID KEY
002760             MOVE 'N' TO WS-ON-FILE-SW
002770     END-READ.
002780 2150-EXIT.
002790     EXIT.
002800*----------------------------------------------------------------
002810*    2200-CHECK-FIELDS - EVERY FIELD KEYED MUST BE GOOD
002820*----------------------------------------------------------------
002830 2200-CHECK-FIELDS.
002840     IF SX-STATE NOT = SPACES
002850         PERFORM 2250-CHECK-STATE THRU 2250-EXIT
002860         IF WS-REJECTED
002870             GO TO 2200-EXIT
002880         END-IF
002890     END-IF.
002900     IF SX-WHSE-FLAG NOT = SPACE AND NOT SX-WHSE-VALID
002910         MOVE 'Y' TO WS-REJECT-SW
002920         MOVE "WAREHOUSE FLAG MUST BE Y OR N" TO DL-REASON
002930         GO TO 2200-EXIT
002940     END-IF.
002950     IF SX-OPEN-DATE-X NOT = SPACES
002960         IF SX-OPEN-DATE-X NOT NUMERIC
002970             MOVE 'Y' TO WS-REJECT-SW
002980             MOVE "NON-NUMERIC OPEN DATE" TO DL-REASON
002990             GO TO 2200-EXIT
003000         END-IF
003010         MOVE "VAL " TO CDP-FUNCTION
003020         MOVE SX-OPEN-DATE TO CDP-DATE-IN
003030         CALL "COGSDATE" USING DATE-CALL-PARMS
003040         IF CDP-RETURN-STATUS NOT = "00"
003050             MOVE 'Y' TO WS-REJECT-SW
003060             MOVE "OPEN DATE NOT A REAL DATE" TO DL-REASON
003070             GO TO 2200-EXIT
003080         END-IF
003090     END-IF.
003100     IF SX-CLOSE-DATE-X NOT = SPACES
003110         IF SX-CLOSE-DATE-X NOT NUMERIC
003120             MOVE 'Y' TO WS-REJECT-SW
003130             MOVE "NON-NUMERIC CLOSE DATE" TO DL-REASON
003140             GO TO 2200-EXIT
003150         END-IF
003160         IF SX-CLOSE-DATE NOT = ZERO
003170             MOVE "VAL " TO CDP-FUNCTION
003180             MOVE SX-CLOSE-DATE TO CDP-DATE-IN
003190             CALL "COGSDATE" USING DATE-CALL-PARMS
003200             IF CDP-RETURN-STATUS NOT = "00"
003210                 MOVE 'Y' TO WS-REJECT-SW
003220                 MOVE "CLOSE DATE NOT A REAL DATE"
003230                     TO DL-REASON
003240                 GO TO 2200-EXIT
003250             END-IF
003260         END-IF
003270     END-IF.
003280 2200-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------
003310*    2250-CHECK-STATE - LEGACY STATE OR COGSREGN REGION CODE
003320*----------------------------------------------------------------
003330 2250-CHECK-STATE.
003340     EVALUATE SX-STATE
003350         WHEN "CA"
003360         WHEN "IL"
003370         WHEN "UT"
003380         WHEN "WI"
003390             CONTINUE
003400         WHEN OTHER
003410             MOVE 'N' TO WS-RGC-FOUND-SW
003420             MOVE ZERO TO WS-RGC-SUB
003430             PERFORM 2260-TEST-REGION-CODE THRU 2260-EXIT
003440                 UNTIL WS-RGC-FOUND
003450                 OR WS-RGC-SUB NOT < WS-RGC-COUNT
003460             IF NOT WS-RGC-FOUND
003470                 MOVE 'Y' TO WS-REJECT-SW
003480                 MOVE "INVALID HOME STATE CODE" TO DL-REASON
003490             END-IF
003500     END-EVALUATE.
003510 2250-EXIT.
003520     EXIT.
003530 2260-TEST-REGION-CODE.
003540     ADD 1 TO WS-RGC-SUB.
003550     IF WS-RGC-CODE(WS-RGC-SUB) = SX-STATE
003560         MOVE 'Y' TO WS-RGC-FOUND-SW
003570     END-IF.
003580 2260-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------
003610*    2280-CHECK-RECORD - THE STORE AS IT WILL BE WRITTEN:
003620*    CLOSE NOT BEFORE OPEN, AND ONLY ONE WAREHOUSE
003630*----------------------------------------------------------------
003640 2280-CHECK-RECORD.
003650     IF SM-CLOSE-DATE NOT = ZERO
003660             AND SM-CLOSE-DATE < SM-OPEN-DATE
003670         MOVE 'Y' TO WS-REJECT-SW
003680         MOVE "CLOSE DATE BEFORE OPEN DATE" TO DL-REASON
003690         GO TO 2280-EXIT
003700     END-IF.
003710     IF SM-WAREHOUSE AND WS-WHSE-STORE NOT = ZERO
003720             AND WS-WHSE-STORE NOT = SM-STORE
003730         MOVE 'Y' TO WS-REJECT-SW
003740         MOVE "ANOTHER STORE IS THE WAREHOUSE" TO DL-REASON
003750     END-IF.
003760 2280-EXIT.
003770     EXIT.
003780*----------------------------------------------------------------
003790*    2300-APPLY-ADD - SET UP A NEW STORE
003800*----------------------------------------------------------------
003810 2300-APPLY-ADD.
003820     IF WS-ON-FILE
003830         MOVE 'Y' TO WS-REJECT-SW
003840         MOVE "DUPLICATE ADD - ALREADY EXISTS" TO DL-REASON
003850         GO TO 2300-EXIT
003860     END-IF.
003870     IF SX-NAME = SPACES
003880         MOVE 'Y' TO WS-REJECT-SW
003890         MOVE "ADD NEEDS A STORE NAME" TO DL-REASON
003900         GO TO 2300-EXIT
003910     END-IF.
003920     IF SX-STATE = SPACES
003930         MOVE 'Y' TO WS-REJECT-SW
003940         MOVE "ADD NEEDS A HOME STATE" TO DL-REASON
003950         GO TO 2300-EXIT
003960     END-IF.
003970     IF SX-OPEN-DATE-X = SPACES
003980         MOVE 'Y' TO WS-REJECT-SW
003990         MOVE "ADD NEEDS AN OPEN DATE" TO DL-REASON
004000         GO TO 2300-EXIT
004010     END-IF.
004020     PERFORM 2200-CHECK-FIELDS THRU 2200-EXIT.
004030     IF WS-REJECTED
004040         GO TO 2300-EXIT
004050     END-IF.
004060     INITIALIZE STORE-MASTER-RECORD.
004070     MOVE SX-STORE     TO SM-STORE.
004080     MOVE SX-NAME      TO SM-NAME.
004090     MOVE SX-ADDRESS   TO SM-ADDRESS.
004100     MOVE SX-CITY      TO SM-CITY.
004110     MOVE SX-STATE     TO SM-STATE.
004120     MOVE SX-ZIP       TO SM-ZIP.
004130     MOVE "N"          TO SM-WHSE-FLAG.
004140     IF SX-WHSE-FLAG NOT = SPACE
004150         MOVE SX-WHSE-FLAG TO SM-WHSE-FLAG
004160     END-IF.
004170     MOVE SX-OPEN-DATE TO SM-OPEN-DATE.
004180     MOVE ZERO         TO SM-CLOSE-DATE.
004190     IF SX-CLOSE-DATE-X NOT = SPACES
004200         MOVE SX-CLOSE-DATE TO SM-CLOSE-DATE
004210     END-IF.
004220     PERFORM 2280-CHECK-RECORD THRU 2280-EXIT.
004230     IF WS-REJECTED
004240         GO TO 2300-EXIT
004250     END-IF.
004260     WRITE STORE-MASTER-RECORD.
004270     IF WS-SMF-STATUS NOT = "00" AND WS-SMF-STATUS NOT = "02"
004280         MOVE 'Y' TO WS-REJECT-SW
004290         MOVE "STORE MASTER WRITE FAILED" TO DL-REASON
004300         GO TO 2300-EXIT
004310     END-IF.
004320     IF SM-WAREHOUSE
004330         MOVE SM-STORE TO WS-WHSE-STORE
004340     END-IF.
004350     ADD 1 TO WS-RECS-ADDED.
004360 2300-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------
004390*    2400-APPLY-CHANGE - UPDATE THE FIELDS KEYED
004400*----------------------------------------------------------------
004410 2400-APPLY-CHANGE.
004420     IF NOT WS-ON-FILE
004430         MOVE 'Y' TO WS-REJECT-SW
004440         MOVE "CHANGE - STORE NOT ON FILE" TO DL-REASON
004450         GO TO 2400-EXIT
004460     END-IF.
004470     PERFORM 2200-CHECK-FIELDS THRU 2200-EXIT.
004480     IF WS-REJECTED
004490         GO TO 2400-EXIT
004500     END-IF.
004510     IF SX-NAME NOT = SPACES
004520         MOVE SX-NAME TO SM-NAME
004530     END-IF.
004540     IF SX-ADDRESS NOT = SPACES
004550         MOVE SX-ADDRESS TO SM-ADDRESS
004560     END-IF.
004570     IF SX-CITY NOT = SPACES
004580         MOVE SX-CITY TO SM-CITY
004590     END-IF.
004600     IF SX-STATE NOT = SPACES
004610         MOVE SX-STATE TO SM-STATE
004620     END-IF.
004630     IF SX-ZIP NOT = SPACES
004640         MOVE SX-ZIP TO SM-ZIP
004650     END-IF.
004660     IF SX-WHSE-FLAG NOT = SPACE
004670         MOVE SX-WHSE-FLAG TO SM-WHSE-FLAG
004680     END-IF.
004690     IF SX-OPEN-DATE-X NOT = SPACES
004700         MOVE SX-OPEN-DATE TO SM-OPEN-DATE
004710     END-IF.
004720     IF SX-CLOSE-DATE-X NOT = SPACES
004730         MOVE SX-CLOSE-DATE TO SM-CLOSE-DATE
004740     END-IF.
004750     PERFORM 2280-CHECK-RECORD THRU 2280-EXIT.
004760     IF WS-REJECTED
004770         GO TO 2400-EXIT
004780     END-IF.
004790     REWRITE STORE-MASTER-RECORD.
004800     IF SM-WAREHOUSE
004810         MOVE SM-STORE TO WS-WHSE-STORE
004820     ELSE
004830         IF WS-WHSE-STORE = SM-STORE
004840             MOVE ZERO TO WS-WHSE-STORE
004850         END-IF
004860     END-IF.
004870     ADD 1 TO WS-RECS-CHANGED.
004880 2400-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------
004910*    2500-APPLY-DELETE - REMOVE A STORE FROM THE FILE
004920*----------------------------------------------------------------
004930 2500-APPLY-DELETE.
004940     IF NOT WS-ON-FILE
004950         MOVE 'Y' TO WS-REJECT-SW
004960         MOVE "DELETE - STORE NOT ON FILE" TO DL-REASON
004970         GO TO 2500-EXIT
004980     END-IF.
004990     DELETE STORE-MASTER-FILE.
005000     IF WS-SMF-STATUS NOT = "00"
005010         MOVE 'Y' TO WS-REJECT-SW
005020         MOVE "STORE MASTER DELETE FAILED" TO DL-REASON
005030         GO TO 2500-EXIT
005040     END-IF.
005050     IF WS-WHSE-STORE = SX-STORE
005060         MOVE ZERO TO WS-WHSE-STORE
005070     END-IF.
005080     ADD 1 TO WS-RECS-DELETED.
005090 2500-EXIT.
005100     EXIT.
005110*----------------------------------------------------------------
005120*    3000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
005130*----------------------------------------------------------------
005140 3000-TERMINATE.
005150     CLOSE STORE-TRANS-FILE.
005160     CLOSE STORE-MASTER-FILE.
005170     MOVE WS-RECS-REJECTED TO SL-REJECTED.
005180     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005190     CLOSE PRINT-FILE.
005200     DISPLAY "COGSSMNT - RECORDS READ   = " WS-RECS-READ.
005210     DISPLAY "COGSSMNT - STORES ADDED   = " WS-RECS-ADDED.
005220     DISPLAY "COGSSMNT - STORES CHANGED = " WS-RECS-CHANGED.
005230     DISPLAY "COGSSMNT - STORES DELETED = " WS-RECS-DELETED.
005240     DISPLAY "COGSSMNT - REJECTED       = " WS-RECS-REJECTED.
005250     IF WS-WHSE-STORE = ZERO
005260         DISPLAY "COGSSMNT - NO STORE IS FLAGGED AS THE WAREHOUSE"
005270     ELSE
005280         DISPLAY "COGSSMNT - WAREHOUSE STORE  = " WS-WHSE-STORE
005290     END-IF.
005300 3000-EXIT.
005310     EXIT.
