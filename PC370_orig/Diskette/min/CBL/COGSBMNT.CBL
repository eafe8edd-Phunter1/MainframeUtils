000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSBMNT.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSBMNT MAINTAINS THE COGSBIN BIN LOCATION FILE FROM      *
000090*   KEYED ADD/CHG/DEL/MOV TRANSACTIONS, THE SAME PATTERN       *
000100*   COGSOTBM USES FOR THE OPEN-TO-BUY PLANS.  A BIN HOLDS ONE  *
000110*   PRODUCT FOR ONE STORE.  ADD SETS UP A BIN WITH WHAT WAS    *
000120*   COUNTED INTO IT, CHG REPLACES THE QUANTITY WITH A RECOUNT  *
000130*   OR MAKES THE BIN THE PRODUCT'S PRIMARY, DEL REMOVES AN     *
000140*   EMPTY BIN AND MOV SHIFTS UNITS FROM ONE BIN TO ANOTHER,    *
000150*   CREATING THE RECEIVING BIN IF IT IS NEW.  A PRODUCT'S      *
000160*   FIRST BIN IS MADE PRIMARY, AND MAKING A BIN PRIMARY TAKES  *
000170*   THE FLAG OFF THE PRODUCT'S OTHER BINS, SO THE RECEIPT      *
000180*   PUT-AWAY IN COGSBINS ALWAYS HAS ONE PLACE TO GO.  THE      *
000190*   KEYING OPERATOR MUST HOLD MNT AUTHORITY (COGSAUTH), THE    *
000200*   PRODUCT MUST BE ON COGSMST AND THE STORE ON THE COGSSTRM   *
000210*   STORE MASTER WHEN THAT IS ON THE JOB.  EVERY BIN WRITTEN   *
000220*   IS STAMPED WITH THE BUSINESS DATE AND THE OPERATOR.  A     *
000230*   MOVE DOES NOT CHANGE ST-QOH; AN ADD OR CHG IS A COUNT OF   *
000240*   THE BIN ONLY, AND COGSBREC SHOWS WHERE THE BINS NO LONGER  *
000250*   FOOT TO THE SHELF.  ANYTHING REFUSED IS LISTED ON THE      *
000260*   EXCEPTION REPORT.                                          *
000270*                                                              *
000280*   MODIFICATION HISTORY                                      *
000290*   2026-10-05  DHH  INITIAL VERSION                           *
000295*   2026-10-05  DHH  REASON TEXTS SHORTENED TO FIT DL-REASON   *
000300****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.  IBM-370.
000340 OBJECT-COMPUTER.  IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT BIN-TRANS-FILE ASSIGN TO COGSBNTI
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-TRN-STATUS.
000400     SELECT BIN-LOCATION-FILE ASSIGN TO COGSBIN
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS BN-KEY
000440         FILE STATUS IS WS-BIN-STATUS.
000450     SELECT COGS-MASTER-FILE ASSIGN TO COGSMST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS IDESC OF COGS-MASTER-RECORD
000490         FILE STATUS IS WS-MST-STATUS.
000500     SELECT PRINT-FILE ASSIGN TO COGSBMT1
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-PRT-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  BIN-TRANS-FILE
000560     RECORDING MODE IS F
000570     RECORD CONTAINS 60 CHARACTERS
000580     BLOCK CONTAINS 0 RECORDS
000590     LABEL RECORDS ARE STANDARD.
000600 COPY COGSBNTX.
000610 FD  BIN-LOCATION-FILE
000620     RECORDING MODE IS F
000630     RECORD CONTAINS 50 CHARACTERS
000640     LABEL RECORDS ARE STANDARD.
000650 COPY COGSBINR.
000660 FD  COGS-MASTER-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY COGSMSTR.
000690 FD  PRINT-FILE
000700     RECORDING MODE IS F
000710     RECORD CONTAINS 132 CHARACTERS
000720     LABEL RECORDS ARE STANDARD.
000730 01  PRINT-RECORD                PIC X(132).
000740 WORKING-STORAGE SECTION.
000750 77  WS-TRN-STATUS               PIC X(02) VALUE SPACES.
000760 77  WS-BIN-STATUS               PIC X(02) VALUE SPACES.
000770 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
000780 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000790 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000800 77  WS-RECS-ADDED               PIC 9(07) COMP VALUE ZERO.
000810 77  WS-RECS-CHANGED             PIC 9(07) COMP VALUE ZERO.
000820 77  WS-RECS-DELETED             PIC 9(07) COMP VALUE ZERO.
000830 77  WS-RECS-MOVED               PIC 9(07) COMP VALUE ZERO.
000840 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
000850 77  WS-BINS-FOUND               PIC 9(05) COMP VALUE ZERO.
000860 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000870 77  WS-NEW-BIN-QTY              PIC 9(08) VALUE ZERO.
000880 77  WS-KEEP-BIN                 PIC X(08) VALUE SPACES.
000890 COPY COGSDATP.
000900 01  WS-SWITCHES.
000910     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000920         88  WS-EOF                         VALUE 'Y'.
000930     05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
000940         88  WS-REJECTED                    VALUE 'Y'.
000950     05  WS-ON-FILE-SW           PIC X(01) VALUE 'N'.
000960         88  WS-ON-FILE                     VALUE 'Y'.
000970     05  WS-BIN-EOF-SW           PIC X(01) VALUE 'N'.
000980         88  WS-BIN-EOF                     VALUE 'Y'.
000990     05  WS-STM-PRESENT-SW       PIC X(01) VALUE 'N'.
001000         88  WS-STM-PRESENT                 VALUE 'Y'.
001010 01  WS-HEADING-1.
001020     05  FILLER                  PIC X(44)
001030         VALUE "COGSWORTH BIN LOCATION MAINT EXCEPTIONS".
001040 01  WS-HEADING-2.
001050     05  FILLER                  PIC X(07) VALUE "ACTION ".
001060     05  FILLER                  PIC X(06) VALUE "STORE ".
001070     05  FILLER                  PIC X(12) VALUE "DESCRIPTION ".
001080     05  FILLER                  PIC X(10) VALUE "BIN       ".
001090     05  FILLER                  PIC X(10) VALUE "TO BIN    ".
001100     05  FILLER                  PIC X(09) VALUE "QUANTITY ".
001110     05  FILLER                  PIC X(07) VALUE "OPER   ".
001120     05  FILLER                  PIC X(30) VALUE "REASON".
001130 01  WS-DETAIL-LINE.
001140     05  DL-ACTION               PIC X(03).
001150     05  FILLER                  PIC X(04) VALUE SPACES.
001160     05  DL-STORE                PIC X(06).
001170     05  DL-DESC                 PIC X(12).
001180     05  DL-BIN                  PIC X(10).
001190     05  DL-TO-BIN               PIC X(10).
001200     05  DL-QTY                  PIC X(09).
001210     05  DL-OPER                 PIC X(07).
001220     05  DL-REASON               PIC X(30).
001230 01  WS-SUMMARY-LINE.
001240     05  FILLER                  PIC X(25)
001250         VALUE "BIN MAINT REJECTED      =".
001260     05  SL-REJECTED             PIC ZZZ,ZZ9.
001270 COPY COGSAUTP.
001280 COPY COGSSTLP.
001290 PROCEDURE DIVISION.
001300*----------------------------------------------------------------
001310*    0000-MAINLINE - PROGRAM CONTROL
001320*----------------------------------------------------------------
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001360         UNTIL WS-EOF.
001370     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001380     STOP RUN.
001390*----------------------------------------------------------------
001400*    1000-INITIALIZE - OPEN FILES, PICK UP THE BUSINESS DATE,
001410*    PRINT HEADINGS
001420*----------------------------------------------------------------
001430 1000-INITIALIZE.
001440     DISPLAY "COGSBMNT STARTING - BIN LOCATION MAINTENANCE".
001450     MOVE "BUSD" TO CDP-FUNCTION.
001460     CALL "COGSDATE" USING DATE-CALL-PARMS.
001470     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001480     OPEN INPUT BIN-TRANS-FILE.
001490     IF WS-TRN-STATUS NOT = "00"
001500         DISPLAY "COGSBMNT - UNABLE TO OPEN COGSBNTI, STATUS = "
001510                 WS-TRN-STATUS
001520         MOVE 16 TO RETURN-CODE
001530         STOP RUN
001540     END-IF.
001550     OPEN I-O BIN-LOCATION-FILE.
001560     IF WS-BIN-STATUS = "35"
001570         OPEN OUTPUT BIN-LOCATION-FILE
001580         CLOSE BIN-LOCATION-FILE
001590         OPEN I-O BIN-LOCATION-FILE
001600     END-IF.
001610     IF WS-BIN-STATUS NOT = "00"
001620         DISPLAY "COGSBMNT - UNABLE TO OPEN COGSBIN, STATUS = "
001630                 WS-BIN-STATUS
001640         MOVE 16 TO RETURN-CODE
001650         STOP RUN
001660     END-IF.
001670     OPEN INPUT COGS-MASTER-FILE.
001680     IF WS-MST-STATUS NOT = "00"
001690         DISPLAY "COGSBMNT - UNABLE TO OPEN COGSMST, STATUS = "
001700                 WS-MST-STATUS
001710         MOVE 16 TO RETURN-CODE
001720         STOP RUN
001730     END-IF.
001740     OPEN OUTPUT PRINT-FILE.
001750     IF WS-PRT-STATUS NOT = "00"
001760         DISPLAY "COGSBMNT - UNABLE TO OPEN COGSBMT1, STATUS = "
001770                 WS-PRT-STATUS
001780         MOVE 16 TO RETURN-CODE
001790         STOP RUN
001800     END-IF.
001810     WRITE PRINT-RECORD FROM WS-HEADING-1.
001820     WRITE PRINT-RECORD FROM WS-HEADING-2.
001830     MOVE "WHSE" TO SKP-FUNCTION.
001840     MOVE WS-BUS-DATE TO SKP-AS-OF-DATE.
001850     CALL "COGSSTLK" USING STORE-CALL-PARMS.
001860     IF SKP-RETURN-STATUS = "35"
001870         DISPLAY "COGSBMNT - NO COGSSTRM STORE MASTER, STORE "
001880                 "CHECKS SKIPPED"
001890     ELSE
001900         MOVE 'Y' TO WS-STM-PRESENT-SW
001910     END-IF.
001920     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001930 1000-EXIT.
001940     EXIT.
001950*----------------------------------------------------------------
001960*    2000-PROCESS-RECORD - APPLY ONE BIN TRANSACTION
001970*----------------------------------------------------------------
001980 2000-PROCESS-RECORD.
001990     MOVE 'N' TO WS-REJECT-SW.
002000     PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT.
002010     IF NOT WS-REJECTED
002020         PERFORM 2120-EDIT-KEY THRU 2120-EXIT
002030     END-IF.
002040     IF NOT WS-REJECTED
002050         PERFORM 2150-READ-BIN THRU 2150-EXIT
002060         EVALUATE TRUE
002070             WHEN BX-ACTION-ADD
002080                 PERFORM 2300-APPLY-ADD THRU 2300-EXIT
002090             WHEN BX-ACTION-CHANGE
002100                 PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
002110             WHEN BX-ACTION-DELETE
002120                 PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
002130             WHEN BX-ACTION-MOVE
002140                 PERFORM 2600-APPLY-MOVE THRU 2600-EXIT
002150             WHEN OTHER
002160                 MOVE 'Y' TO WS-REJECT-SW
002170                 MOVE "INVALID ACTION CODE" TO DL-REASON
002180         END-EVALUATE
002190     END-IF.
002200     IF WS-REJECTED
002210         MOVE BX-ACTION          TO DL-ACTION
002220         MOVE BX-STORE-X         TO DL-STORE
002230         MOVE BX-DESC            TO DL-DESC
002240         MOVE BX-BIN             TO DL-BIN
002250         MOVE BX-TO-BIN          TO DL-TO-BIN
002260         MOVE BX-QTY-X           TO DL-QTY
002270         MOVE BX-OPER-ID         TO DL-OPER
002280         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
002290         ADD 1 TO WS-RECS-REJECTED
002300     END-IF.
002310     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002320 2000-EXIT.
002330     EXIT.
002340*----------------------------------------------------------------
002350*    2050-CHECK-AUTHORITY - KEYING OPERATOR NEEDS MNT
002360*    AUTHORITY
002370*----------------------------------------------------------------
002380 2050-CHECK-AUTHORITY.
002390     MOVE BX-OPER-ID TO AUP-OPER-ID.
002400     MOVE "MNT"      TO AUP-TRAN-TYPE.
002410     CALL "COGSAUTH" USING AUTH-CALL-PARMS.
002420     IF NOT AUP-AUTHORIZED
002430         MOVE 'Y' TO WS-REJECT-SW
002440         MOVE AUP-REASON TO DL-REASON
002450     END-IF.
002460 2050-EXIT.
002470     EXIT.
002480*----------------------------------------------------------------
002490*    2100-READ-TRANS - READ NEXT BIN TRANSACTION
002500*----------------------------------------------------------------
002510 2100-READ-TRANS.
002520     READ BIN-TRANS-FILE
002530         AT END
002540             MOVE 'Y' TO WS-EOF-SW
002550             GO TO 2100-EXIT
002560     END-READ.
002570     ADD 1 TO WS-RECS-READ.
002580 2100-EXIT.
002590     EXIT.
002600*----------------------------------------------------------------
002610*    2120-EDIT-KEY - STORE, PRODUCT AND BIN GIVEN AND KNOWN
002620*----------------------------------------------------------------
002630 2120-EDIT-KEY.
002640     IF BX-STORE-X NOT NUMERIC
002650         MOVE 'Y' TO WS-REJECT-SW
002660         MOVE "STORE NOT NUMERIC" TO DL-REASON
002670         GO TO 2120-EXIT
002680     END-IF.
002690     IF BX-DESC = SPACES
002700         MOVE 'Y' TO WS-REJECT-SW
002710         MOVE "NO PRODUCT DESCRIPTION" TO DL-REASON
002720         GO TO 2120-EXIT
002730     END-IF.
002740     IF BX-BIN = SPACES
002750         MOVE 'Y' TO WS-REJECT-SW
002760         MOVE "NO BIN CODE" TO DL-REASON
002770         GO TO 2120-EXIT
002780     END-IF.
002790     MOVE BX-DESC TO IDESC OF COGS-MASTER-RECORD.
002800     READ COGS-MASTER-FILE
002810         INVALID KEY
002820             MOVE 'Y' TO WS-REJECT-SW
002830             MOVE "PRODUCT NOT ON MASTER FILE" TO DL-REASON
002840             GO TO 2120-EXIT
002850     END-READ.
002860     IF NOT WS-STM-PRESENT
002870         GO TO 2120-EXIT
002880     END-IF.
002890     MOVE "STOR" TO SKP-FUNCTION.
002900     MOVE BX-STORE TO SKP-STORE.
002910     MOVE WS-BUS-DATE TO SKP-AS-OF-DATE.
002920     CALL "COGSSTLK" USING STORE-CALL-PARMS.
002930     IF SKP-RETURN-STATUS NOT = "00"
002940         MOVE 'Y' TO WS-REJECT-SW
002950         MOVE "STORE NOT ON STORE MASTER" TO DL-REASON
002960     END-IF.
002970 2120-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------
003000*    2150-READ-BIN - IS THE STORE/PRODUCT/BIN ALREADY ON FILE
003010*----------------------------------------------------------------
003020 2150-READ-BIN.
003030     MOVE 'Y' TO WS-ON-FILE-SW.
003040     MOVE BX-STORE TO BN-STORE.
003050     MOVE BX-DESC  TO BN-DESC.
003060     MOVE BX-BIN   TO BN-BIN.
003070     READ BIN-LOCATION-FILE
003080         INVALID KEY
003090             MOVE 'N' TO WS-ON-FILE-SW
003100     END-READ.
003110 2150-EXIT.
003120     EXIT.
003130*----------------------------------------------------------------
003140*    2300-APPLY-ADD - SET UP A NEW BIN.  THE PRODUCT'S FIRST BIN
003150*    IN THE STORE BECOMES ITS PRIMARY
003160*----------------------------------------------------------------
003170 2300-APPLY-ADD.
003180     IF WS-ON-FILE
003190         MOVE 'Y' TO WS-REJECT-SW
003200         MOVE "DUPLICATE ADD - ALREADY EXISTS" TO DL-REASON
003210         GO TO 2300-EXIT
003220     END-IF.
003230     IF BX-QTY-X = SPACES
003240         MOVE ZERO TO BX-QTY
003250     END-IF.
003260     IF BX-QTY-X NOT NUMERIC
003270         MOVE 'Y' TO WS-REJECT-SW
003280         MOVE "QUANTITY NOT NUMERIC" TO DL-REASON
003290         GO TO 2300-EXIT
003300     END-IF.
003310     MOVE BX-BIN TO WS-KEEP-BIN.
003320     PERFORM 2700-CLEAR-PRIMARY THRU 2700-EXIT.
003330     INITIALIZE BIN-LOCATION-RECORD.
003340     MOVE BX-STORE    TO BN-STORE.
003350     MOVE BX-DESC     TO BN-DESC.
003360     MOVE BX-BIN      TO BN-BIN.
003370     MOVE BX-QTY      TO BN-QTY.
003380     MOVE 'N'         TO BN-PRIMARY-SW.
003390     IF BX-MAKE-PRIMARY OR WS-BINS-FOUND = ZERO
003400         MOVE 'Y' TO BN-PRIMARY-SW
003410     END-IF.
003420     MOVE WS-BUS-DATE TO BN-DATE-CHANGED.
003430     MOVE BX-OPER-ID  TO BN-CHANGED-BY.
003440     WRITE BIN-LOCATION-RECORD.
003450     IF WS-BIN-STATUS NOT = "00" AND WS-BIN-STATUS NOT = "02"
003460         MOVE 'Y' TO WS-REJECT-SW
003470         MOVE "BIN WRITE FAILED" TO DL-REASON
003480         GO TO 2300-EXIT
003490     END-IF.
003500     ADD 1 TO WS-RECS-ADDED.
003510 2300-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------
003540*    2400-APPLY-CHANGE - RECOUNT THE BIN AND/OR MAKE IT THE
003550*    PRIMARY.  A BLANK QUANTITY LEAVES THE COUNT ALONE
003560*----------------------------------------------------------------
003570 2400-APPLY-CHANGE.
003580     IF NOT WS-ON-FILE
003590         MOVE 'Y' TO WS-REJECT-SW
003600         MOVE "CHANGE - BIN NOT ON FILE" TO DL-REASON
003610         GO TO 2400-EXIT
003620     END-IF.
003630     IF BX-QTY-X NOT = SPACES AND BX-QTY-X NOT NUMERIC
003640         MOVE 'Y' TO WS-REJECT-SW
003650         MOVE "QUANTITY NOT NUMERIC" TO DL-REASON
003660         GO TO 2400-EXIT
003670     END-IF.
003680     IF BX-QTY-X = SPACES AND NOT BX-MAKE-PRIMARY
003690         MOVE 'Y' TO WS-REJECT-SW
003700         MOVE "CHANGE - NOTHING TO CHANGE" TO DL-REASON
003710         GO TO 2400-EXIT
003720     END-IF.
003730     IF BX-MAKE-PRIMARY
003740         MOVE BX-BIN TO WS-KEEP-BIN
003750         PERFORM 2700-CLEAR-PRIMARY THRU 2700-EXIT
003760         PERFORM 2150-READ-BIN THRU 2150-EXIT
003770         MOVE 'Y' TO BN-PRIMARY-SW
003780     END-IF.
003790     IF BX-QTY-X NOT = SPACES
003800         MOVE BX-QTY TO BN-QTY
003810     END-IF.
003820     MOVE WS-BUS-DATE TO BN-DATE-CHANGED.
003830     MOVE BX-OPER-ID  TO BN-CHANGED-BY.
003840     REWRITE BIN-LOCATION-RECORD.
003850     ADD 1 TO WS-RECS-CHANGED.
003860 2400-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------
003890*    2500-APPLY-DELETE - REMOVE AN EMPTY BIN FROM THE FILE
003900*----------------------------------------------------------------
003910 2500-APPLY-DELETE.
003920     IF NOT WS-ON-FILE
003930         MOVE 'Y' TO WS-REJECT-SW
003940         MOVE "DELETE - BIN NOT ON FILE" TO DL-REASON
003950         GO TO 2500-EXIT
003960     END-IF.
003970     IF BN-QTY NOT = ZERO
003980         MOVE 'Y' TO WS-REJECT-SW
003990         MOVE "DELETE - BIN IS NOT EMPTY" TO DL-REASON
004000         GO TO 2500-EXIT
004010     END-IF.
004020     IF BN-PRIMARY
004030         DISPLAY "COGSBMNT - PRIMARY BIN " BN-BIN " DELETED FOR "
004040                 BN-DESC " STORE " BN-STORE
004050                 " - SET A NEW PRIMARY"
004060     END-IF.
004070     DELETE BIN-LOCATION-FILE.
004080     IF WS-BIN-STATUS NOT = "00"
004090         MOVE 'Y' TO WS-REJECT-SW
004100         MOVE "BIN DELETE FAILED" TO DL-REASON
004110         GO TO 2500-EXIT
004120     END-IF.
004130     ADD 1 TO WS-RECS-DELETED.
004140 2500-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------
004170*    2600-APPLY-MOVE - UNITS FROM BX-BIN TO BX-TO-BIN.  THE
004180*    TO-BIN IS SET UP IF IT IS NEW; NEITHER BIN'S PRIMARY FLAG
004190*    CHANGES
004200*----------------------------------------------------------------
004210 2600-APPLY-MOVE.
004220     IF NOT WS-ON-FILE
004230         MOVE 'Y' TO WS-REJECT-SW
004240         MOVE "MOVE - FROM BIN NOT ON FILE" TO DL-REASON
004250         GO TO 2600-EXIT
004260     END-IF.
004270     IF BX-TO-BIN = SPACES OR BX-TO-BIN = BX-BIN
004280         MOVE 'Y' TO WS-REJECT-SW
004290         MOVE "MOVE - NO DIFFERENT TO BIN" TO DL-REASON
004300         GO TO 2600-EXIT
004310     END-IF.
004320     IF BX-QTY-X NOT NUMERIC
004330         MOVE 'Y' TO WS-REJECT-SW
004340         MOVE "QUANTITY NOT NUMERIC" TO DL-REASON
004350         GO TO 2600-EXIT
004360     END-IF.
004370     IF BX-QTY = ZERO
004380         MOVE 'Y' TO WS-REJECT-SW
004390         MOVE "MOVE - QUANTITY IS ZERO" TO DL-REASON
004400         GO TO 2600-EXIT
004410     END-IF.
004420     IF BX-QTY > BN-QTY
004430         MOVE 'Y' TO WS-REJECT-SW
004440         MOVE "MOVE - MORE THAN IN FROM BIN" TO DL-REASON
004450         GO TO 2600-EXIT
004460     END-IF.
004470     MOVE BX-TO-BIN TO BN-BIN.
004480     READ BIN-LOCATION-FILE
004490         INVALID KEY
004500             MOVE 'N' TO WS-ON-FILE-SW
004510     END-READ.
004520     IF WS-ON-FILE
004530         COMPUTE WS-NEW-BIN-QTY = BN-QTY + BX-QTY
004540         IF WS-NEW-BIN-QTY > 9999999
004550             MOVE 'Y' TO WS-REJECT-SW
004560             MOVE "MOVE WOULD OVERFLOW TO BIN" TO DL-REASON
004570             GO TO 2600-EXIT
004580         END-IF
004590         MOVE WS-NEW-BIN-QTY TO BN-QTY
004600         MOVE WS-BUS-DATE    TO BN-DATE-CHANGED
004610         MOVE BX-OPER-ID     TO BN-CHANGED-BY
004620         REWRITE BIN-LOCATION-RECORD
004630     ELSE
004640         INITIALIZE BIN-LOCATION-RECORD
004650         MOVE BX-STORE    TO BN-STORE
004660         MOVE BX-DESC     TO BN-DESC
004670         MOVE BX-TO-BIN   TO BN-BIN
004680         MOVE BX-QTY      TO BN-QTY
004690         MOVE 'N'         TO BN-PRIMARY-SW
004700         MOVE WS-BUS-DATE TO BN-DATE-CHANGED
004710         MOVE BX-OPER-ID  TO BN-CHANGED-BY
004720         WRITE BIN-LOCATION-RECORD
004730     END-IF.
004740     PERFORM 2150-READ-BIN THRU 2150-EXIT.
004750     SUBTRACT BX-QTY FROM BN-QTY.
004760     MOVE WS-BUS-DATE TO BN-DATE-CHANGED.
004770     MOVE BX-OPER-ID  TO BN-CHANGED-BY.
004780     REWRITE BIN-LOCATION-RECORD.
004790     ADD 1 TO WS-RECS-MOVED.
004800 2600-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------
004830*    2700-CLEAR-PRIMARY - TAKE THE PRIMARY FLAG OFF THE
004840*    PRODUCT'S BINS OTHER THAN WS-KEEP-BIN WHEN THIS BIN IS TO
004850*    BE THE PRIMARY, AND COUNT THE BINS THE PRODUCT HAS
004860*----------------------------------------------------------------
004870 2700-CLEAR-PRIMARY.
004880     MOVE ZERO TO WS-BINS-FOUND.
004890     MOVE 'N' TO WS-BIN-EOF-SW.
004900     MOVE BX-STORE   TO BN-STORE.
004910     MOVE BX-DESC    TO BN-DESC.
004920     MOVE LOW-VALUES TO BN-BIN.
004930     START BIN-LOCATION-FILE KEY IS NOT < BN-KEY
004940         INVALID KEY
004950             GO TO 2700-EXIT
004960     END-START.
004970     PERFORM 2750-READ-NEXT-BIN THRU 2750-EXIT.
004980     PERFORM 2720-CLEAR-ONE-BIN THRU 2720-EXIT
004990         UNTIL WS-BIN-EOF.
005000 2700-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030*    2720-CLEAR-ONE-BIN - ONE OF THE PRODUCT'S BINS
005040*----------------------------------------------------------------
005050 2720-CLEAR-ONE-BIN.
005060     ADD 1 TO WS-BINS-FOUND.
005070     IF BN-PRIMARY AND BN-BIN NOT = WS-KEEP-BIN
005080             AND BX-MAKE-PRIMARY
005090         MOVE 'N'         TO BN-PRIMARY-SW
005100         MOVE WS-BUS-DATE TO BN-DATE-CHANGED
005110         MOVE BX-OPER-ID  TO BN-CHANGED-BY
005120         REWRITE BIN-LOCATION-RECORD
005130     END-IF.
005140     PERFORM 2750-READ-NEXT-BIN THRU 2750-EXIT.
005150 2720-EXIT.
005160     EXIT.
005170*----------------------------------------------------------------
005180*    2750-READ-NEXT-BIN - NEXT BIN, EOF AT THE END OF THE
005190*    PRODUCT
005200*----------------------------------------------------------------
005210 2750-READ-NEXT-BIN.
005220     READ BIN-LOCATION-FILE NEXT RECORD
005230         AT END
005240             MOVE 'Y' TO WS-BIN-EOF-SW
005250             GO TO 2750-EXIT
005260     END-READ.
005270     IF BN-STORE NOT = BX-STORE OR BN-DESC NOT = BX-DESC
005280         MOVE 'Y' TO WS-BIN-EOF-SW
005290     END-IF.
005300 2750-EXIT.
005310     EXIT.
005320*----------------------------------------------------------------
005330*    3000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
005340*----------------------------------------------------------------
005350 3000-TERMINATE.
005360     CLOSE BIN-TRANS-FILE.
005370     CLOSE BIN-LOCATION-FILE.
005380     CLOSE COGS-MASTER-FILE.
005390     MOVE WS-RECS-REJECTED TO SL-REJECTED.
005400     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005410     CLOSE PRINT-FILE.
005420     DISPLAY "COGSBMNT - RECORDS READ  = " WS-RECS-READ.
005430     DISPLAY "COGSBMNT - BINS ADDED    = " WS-RECS-ADDED.
005440     DISPLAY "COGSBMNT - BINS CHANGED  = " WS-RECS-CHANGED.
005450     DISPLAY "COGSBMNT - BINS DELETED  = " WS-RECS-DELETED.
005460     DISPLAY "COGSBMNT - MOVES POSTED  = " WS-RECS-MOVED.
005470     DISPLAY "COGSBMNT - REJECTED      = " WS-RECS-REJECTED.
005480 3000-EXIT.
005490     EXIT.
