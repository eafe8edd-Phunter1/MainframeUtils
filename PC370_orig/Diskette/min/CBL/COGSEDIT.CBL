000430*                    MESSAGE) AND A FRESH TRAILER COVERING     *
000440*                    THE CLEAN RECORDS IS WRITTEN FOR THE      *
000450*                    POSTERS TO PROVE AGAINST                  *
000451*   2026-10-05  DHH  RECEIPT WIDENED TO 30 BYTES - A RECEIPT   *
000452*                    QUOTING A PO NUMBER AND LINE MUST NAME AN *
000453*                    OPEN COGSPOL LINE FOR THE SAME PRODUCT    *
000454*   2026-10-05  DHH  SALE TRANSACTION AND SALE EDIT RECORDS    *
000455*                    NOW 27 BYTES                              *
000456*   2026-10-05  DHH  SALES, RECEIPTS AND RETURNS NOW CHECKED   *
000457*                    AGAINST THE COGSSTRM STORE MASTER - A     *
000458*                    STORE NOT ON FILE, NOT YET OPEN OR        *
000459*                    CLOSED, OR A STATE THAT IS NOT THE        *
000460*                    STORE'S HOME STATE, REJECTS.  CUSTOMER    *
000461*                    RETURNS (COGSRTIN) NOW EDITED HERE TO     *
000462*                    COGSRTED                                  *
000463*   2026-10-05  DHH  COST TRANSACTION AND EDITED COST FILE     *
000464*                    NOW 25 BYTES WITH THE KEYING OPERATOR     *
000465****************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.  IBM-370.
000590     SELECT COST-TRANS-FILE ASSIGN TO COGSCTIN
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-CTI-STATUS.
000612     SELECT RETURN-TRANS-FILE ASSIGN TO COGSRTIN
000614         ORGANIZATION IS SEQUENTIAL
000616         FILE STATUS IS WS-RTI-STATUS.
000620     SELECT REGION-CONTROL-FILE ASSIGN TO COGSREGN
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-REG-STATUS.
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS IDESC OF COGS-MASTER-RECORD
000690         FILE STATUS IS WS-MST-STATUS.
000691     SELECT PO-LINE-FILE ASSIGN TO COGSPOL
000692         ORGANIZATION IS INDEXED
000693         ACCESS MODE IS DYNAMIC
000694         RECORD KEY IS PL-KEY
000695         FILE STATUS IS WS-POL-STATUS.
000700     SELECT SALE-EDIT-FILE ASSIGN TO COGSSLED
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-SLE-STATUS.
000760     SELECT COST-EDIT-FILE ASSIGN TO COGSCTED
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-CTE-STATUS.
000782     SELECT RETURN-EDIT-FILE ASSIGN TO COGSRTED
000784         ORGANIZATION IS SEQUENTIAL
000786         FILE STATUS IS WS-RTE-STATUS.
000790     SELECT COUNT-CARD-FILE ASSIGN TO COGSEDCT
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-CNT-STATUS.
000860 FILE SECTION.
000870 FD  SALE-TRANS-FILE
000880     RECORDING MODE IS F
000890     RECORD CONTAINS 27 CHARACTERS
000900     BLOCK CONTAINS 0 RECORDS
000910     LABEL RECORDS ARE STANDARD.
000920 COPY COGSSLTX.
000930 FD  PO-TRANS-FILE
000940     RECORDING MODE IS F
000950     RECORD CONTAINS 30 CHARACTERS
000960     BLOCK CONTAINS 0 RECORDS
000970     LABEL RECORDS ARE STANDARD.
000980 COPY COGSPOTX.
000990 FD  COST-TRANS-FILE
001000     RECORDING MODE IS F
001010     RECORD CONTAINS 25 CHARACTERS
001020     BLOCK CONTAINS 0 RECORDS
001030     LABEL RECORDS ARE STANDARD.
001040 COPY COGSCHTX.
001041 FD  RETURN-TRANS-FILE
001042     RECORDING MODE IS F
001043     RECORD CONTAINS 30 CHARACTERS
001044     BLOCK CONTAINS 0 RECORDS
001045     LABEL RECORDS ARE STANDARD.
001046 COPY COGSRTTX.
001050 FD  REGION-CONTROL-FILE
001060     RECORDING MODE IS F
001070     RECORD CONTAINS 20 CHARACTERS
001140 FD  COGS-MASTER-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 COPY COGSMSTR.
001161 FD  PO-LINE-FILE
001162     RECORDING MODE IS F
001163     RECORD CONTAINS 80 CHARACTERS
001164     LABEL RECORDS ARE STANDARD.
001165 COPY COGSPOLR.
001170 FD  SALE-EDIT-FILE
001180     RECORDING MODE IS F
001190     RECORD CONTAINS 27 CHARACTERS
001200     BLOCK CONTAINS 0 RECORDS
001210     LABEL RECORDS ARE STANDARD.
001220 01  SALE-EDIT-RECORD            PIC X(27).
001230 FD  PO-EDIT-FILE
001240     RECORDING MODE IS F
001250     RECORD CONTAINS 30 CHARACTERS
001260     BLOCK CONTAINS 0 RECORDS
001270     LABEL RECORDS ARE STANDARD.
001280 01  PO-EDIT-RECORD              PIC X(30).
001290 FD  COST-EDIT-FILE
001300     RECORDING MODE IS F
001310     RECORD CONTAINS 25 CHARACTERS
001320     BLOCK CONTAINS 0 RECORDS
001330     LABEL RECORDS ARE STANDARD.
001332 01  COST-EDIT-RECORD            PIC X(25).
001334 FD  RETURN-EDIT-FILE
001336     RECORDING MODE IS F
001338     RECORD CONTAINS 30 CHARACTERS
001340     BLOCK CONTAINS 0 RECORDS
001342     LABEL RECORDS ARE STANDARD.
001344 01  RETURN-EDIT-RECORD          PIC X(30).
001350 FD  COUNT-CARD-FILE
001360     RECORDING MODE IS F
001370     RECORD CONTAINS 80 CHARACTERS
001510 77  WS-SLI-STATUS               PIC X(02) VALUE SPACES.
001520 77  WS-POI-STATUS               PIC X(02) VALUE SPACES.
001530 77  WS-CTI-STATUS               PIC X(02) VALUE SPACES.
001535 77  WS-RTI-STATUS               PIC X(02) VALUE SPACES.
001540 77  WS-REG-STATUS               PIC X(02) VALUE SPACES.
001550 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
001555 77  WS-POL-STATUS               PIC X(02) VALUE SPACES.
001560 77  WS-SLE-STATUS               PIC X(02) VALUE SPACES.
001570 77  WS-POE-STATUS               PIC X(02) VALUE SPACES.
001580 77  WS-CTE-STATUS               PIC X(02) VALUE SPACES.
001585 77  WS-RTE-STATUS               PIC X(02) VALUE SPACES.
001590 77  WS-CNT-STATUS               PIC X(02) VALUE SPACES.
001600 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
001610 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
001700 77  WS-CT-READ                  PIC 9(07) COMP VALUE ZERO.
001710 77  WS-CT-CLEAN                 PIC 9(07) COMP VALUE ZERO.
001720 77  WS-CT-REJECT                PIC 9(07) COMP VALUE ZERO.
001722 77  WS-RT-READ                  PIC 9(07) COMP VALUE ZERO.
001724 77  WS-RT-CLEAN                 PIC 9(07) COMP VALUE ZERO.
001726 77  WS-RT-REJECT                PIC 9(07) COMP VALUE ZERO.
001730 77  WS-CHECK-DESC               PIC X(10) VALUE SPACES.
001732 77  WS-CHECK-STATE              PIC X(02) VALUE SPACES.
001734 77  WS-CHECK-STORE              PIC 9(03) VALUE ZERO.
001736 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
001740 77  WS-SL-BATCH-HASH            PIC 9(09) VALUE ZERO.
001750 77  WS-SL-CLEAN-HASH            PIC 9(09) VALUE ZERO.
001760 77  WS-PO-BATCH-HASH            PIC 9(09) VALUE ZERO.
001880         88  WS-POI-EOF                     VALUE 'Y'.
001890     05  WS-CTI-EOF-SW           PIC X(01) VALUE 'N'.
001900         88  WS-CTI-EOF                     VALUE 'Y'.
001903     05  WS-RTI-EOF-SW           PIC X(01) VALUE 'N'.
001906         88  WS-RTI-EOF                     VALUE 'Y'.
001910     05  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.
001920         88  WS-REG-EOF                     VALUE 'Y'.
001930     05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
001980         88  WS-RGC-FOUND                   VALUE 'Y'.
001990     05  WS-BATCH-ERR-SW         PIC X(01) VALUE 'N'.
002000         88  WS-BATCH-ERR                   VALUE 'Y'.
002002     05  WS-POL-OPEN-SW          PIC X(01) VALUE 'N'.
002004         88  WS-POL-OPEN                    VALUE 'Y'.
002006     05  WS-STM-PRESENT-SW       PIC X(01) VALUE 'N'.
002008         88  WS-STM-PRESENT                 VALUE 'Y'.
002010 COPY COGSBHTR.
002020 COPY COGSXLTP.
002023 COPY COGSDATP.
002026 COPY COGSSTLP.
002030 01  WS-REGION-CTL-TABLE.
002040     05  WS-RGC-ENTRY OCCURS 50 TIMES.
002050         10  WS-RGC-CODE         PIC X(02).
002360         UNTIL WS-POI-EOF.
002370     PERFORM 4000-EDIT-COSTS THRU 4000-EXIT
002380         UNTIL WS-CTI-EOF.
002383     PERFORM 4500-EDIT-RETURNS THRU 4500-EXIT
002386         UNTIL WS-RTI-EOF.
002390     PERFORM 5000-TERMINATE THRU 5000-EXIT.
002400     STOP RUN.
002410*----------------------------------------------------------------
002460     OPEN INPUT SALE-TRANS-FILE.
002470     OPEN INPUT PO-TRANS-FILE.
002480     OPEN INPUT COST-TRANS-FILE.
002485     OPEN INPUT RETURN-TRANS-FILE.
002490     IF WS-SLI-STATUS NOT = "00" OR WS-POI-STATUS NOT = "00"
002500             OR WS-CTI-STATUS NOT = "00"
002505             OR WS-RTI-STATUS NOT = "00"
002510         DISPLAY "COGSEDIT - UNABLE TO OPEN A TRANSACTION FILE "
002520                 WS-SLI-STATUS " " WS-POI-STATUS " "
002530                 WS-CTI-STATUS " " WS-RTI-STATUS
002540         MOVE 16 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
002610         MOVE 16 TO RETURN-CODE
002620         STOP RUN
002630     END-IF.
002631     OPEN INPUT PO-LINE-FILE.
002632     IF WS-POL-STATUS = "00"
002633         MOVE 'Y' TO WS-POL-OPEN-SW
002634     ELSE
002635         DISPLAY "COGSEDIT - NO COGSPOL, RECEIPTS QUOTING A PO "
002636                 "WILL REJECT"
002637     END-IF.
002640     OPEN OUTPUT SALE-EDIT-FILE.
002650     OPEN OUTPUT PO-EDIT-FILE.
002660     OPEN OUTPUT COST-EDIT-FILE.
002665     OPEN OUTPUT RETURN-EDIT-FILE.
002670     IF WS-SLE-STATUS NOT = "00" OR WS-POE-STATUS NOT = "00"
002680             OR WS-CTE-STATUS NOT = "00"
002685             OR WS-RTE-STATUS NOT = "00"
002690         DISPLAY "COGSEDIT - UNABLE TO OPEN A CLEAN FILE "
002700                 WS-SLE-STATUS " " WS-POE-STATUS " "
002710                 WS-CTE-STATUS " " WS-RTE-STATUS
002720         MOVE 16 TO RETURN-CODE
002730         STOP RUN
002740     END-IF.
002820     WRITE PRINT-RECORD FROM WS-HEADING-1.
002830     WRITE PRINT-RECORD FROM WS-HEADING-2.
002840     PERFORM 1100-LOAD-REGION-TABLE THRU 1100-EXIT.
002845     PERFORM 1200-CHECK-STORE-MASTER THRU 1200-EXIT.
002850     PERFORM 2100-READ-SALE THRU 2100-EXIT.
002860     PERFORM 3100-READ-RECEIPT THRU 3100-EXIT.
002870     PERFORM 4100-READ-COST THRU 4100-EXIT.
002875     PERFORM 4600-READ-RETURN THRU 4600-EXIT.
002880 1000-EXIT.
002890     EXIT.
002900*----------------------------------------------------------------
003190 1150-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------
003211*    1200-CHECK-STORE-MASTER - BUSINESS DATE, AND IS THE COGSSTRM
003212*    STORE MASTER ON THE JOB
003213*----------------------------------------------------------------
003214 1200-CHECK-STORE-MASTER.
003215     MOVE "BUSD" TO CDP-FUNCTION.
003216     CALL "COGSDATE" USING DATE-CALL-PARMS.
003217     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
003218     MOVE "WHSE" TO SKP-FUNCTION.
003219     MOVE WS-BUS-DATE TO SKP-AS-OF-DATE.
003220     CALL "COGSSTLK" USING STORE-CALL-PARMS.
003221     IF SKP-RETURN-STATUS = "35"
003222         DISPLAY "COGSEDIT - NO COGSSTRM STORE MASTER, STORE "
003223                 "CHECKS SKIPPED"
003224     ELSE
003225         MOVE 'Y' TO WS-STM-PRESENT-SW
003226     END-IF.
003227 1200-EXIT.
003228     EXIT.
003229*----------------------------------------------------------------
003230*    2000-EDIT-SALES - EDIT ONE POINT-OF-SALE TRANSACTION
003231*----------------------------------------------------------------
003240 2000-EDIT-SALES.
003250     IF SL-DESC(1:4) = "*HDR"
003260         WRITE SALE-EDIT-RECORD FROM SALE-TRANS-RECORD
003440         MOVE WS-CHECK-DESC TO SL-DESC
003450     END-IF.
003460     IF NOT WS-REJECTED
003465         MOVE SL-STATE TO WS-CHECK-STATE
003470         PERFORM 2200-CHECK-STATE THRU 2200-EXIT
003480     END-IF.
003490     IF NOT WS-REJECTED AND SL-QTY-SOLD NOT NUMERIC
003580             AND SL-STORE NOT = SPACES
003590         MOVE "STORE NOT NUMERIC" TO DL-REASON
003600         MOVE 'Y' TO WS-REJECT-SW
003601     END-IF.
003602     IF NOT WS-REJECTED AND SL-STORE NUMERIC
003603             AND SL-STORE NOT = ZERO
003604         MOVE SL-STORE TO WS-CHECK-STORE
003605         MOVE SL-STATE TO WS-CHECK-STATE
003606         PERFORM 6200-CHECK-STORE THRU 6200-EXIT
003610     END-IF.
003620     IF NOT WS-REJECTED AND SL-PRICE-X NOT NUMERIC
003630             AND SL-PRICE-X NOT = SPACES
004120*    2200-CHECK-STATE - LEGACY STATE OR COGSREGN REGION CODE
004130*----------------------------------------------------------------
004140 2200-CHECK-STATE.
004150     EVALUATE WS-CHECK-STATE
004160         WHEN "CA"
004170         WHEN "IL"
004180         WHEN "UT"
004650         MOVE "STORE NOT NUMERIC" TO DL-REASON
004660         MOVE 'Y' TO WS-REJECT-SW
004670     END-IF.
004671     IF NOT WS-REJECTED AND PO-STORE NUMERIC
004672             AND PO-STORE NOT = ZERO
004673         MOVE PO-STORE TO WS-CHECK-STORE
004674         MOVE SPACES   TO WS-CHECK-STATE
004675         PERFORM 6200-CHECK-STORE THRU 6200-EXIT
004676     END-IF.
004680     IF NOT WS-REJECTED AND NOT PO-UOM-CASES
004690             AND NOT PO-UOM-EACHES
004700         MOVE "INVALID UNIT OF MEASURE" TO DL-REASON
004710         MOVE 'Y' TO WS-REJECT-SW
004712     END-IF.
004714     IF NOT WS-REJECTED
004716         PERFORM 3060-CHECK-PO-LINE THRU 3060-EXIT
004720     END-IF.
004730     IF WS-REJECTED
004740         MOVE "PO  " TO DL-FILE
005130     MOVE WS-PO-CLEAN-HASH TO BT-QTY-HASH.
005140     WRITE PO-EDIT-RECORD FROM BATCH-TRAILER-RECORD.
005150 3050-EXIT.
005151     EXIT.
005152*----------------------------------------------------------------
005153*    3060-CHECK-PO-LINE - A QUOTED PO LINE MUST BE ON COGSPOL,
005154*    STILL OPEN, AND FOR THE PRODUCT BEING RECEIVED
005155*----------------------------------------------------------------
005156 3060-CHECK-PO-LINE.
005157     IF PO-PO-NUMBER-X = SPACES OR PO-PO-NUMBER-X = ZERO
005158         GO TO 3060-EXIT
005159     END-IF.
005160     IF PO-PO-NUMBER NOT NUMERIC OR PO-LINE NOT NUMERIC
005161         MOVE "PO NUMBER/LINE NOT NUMERIC" TO DL-REASON
005162         MOVE 'Y' TO WS-REJECT-SW
005163         GO TO 3060-EXIT
005164     END-IF.
005165     IF NOT WS-POL-OPEN
005166         MOVE "PO LINE FILE NOT AVAILABLE" TO DL-REASON
005167         MOVE 'Y' TO WS-REJECT-SW
005168         GO TO 3060-EXIT
005169     END-IF.
005170     MOVE PO-PO-NUMBER TO PL-PO-NUMBER.
005171     MOVE PO-LINE      TO PL-LINE.
005172     READ PO-LINE-FILE
005173         INVALID KEY
005174             MOVE "PO LINE NOT ON FILE" TO DL-REASON
005175             MOVE 'Y' TO WS-REJECT-SW
005176             GO TO 3060-EXIT
005177     END-READ.
005178     IF NOT PL-OPEN
005179         MOVE "PO LINE NOT OPEN" TO DL-REASON
005180         MOVE 'Y' TO WS-REJECT-SW
005181         GO TO 3060-EXIT
005182     END-IF.
005183     IF PL-DESC NOT = PO-DESC
005184         MOVE "PRODUCT DOES NOT MATCH PO LINE" TO DL-REASON
005185         MOVE 'Y' TO WS-REJECT-SW
005186     END-IF.
005187 3060-EXIT.
005188     EXIT.
005189*----------------------------------------------------------------
005190*    4000-EDIT-COSTS - EDIT ONE COST-CHANGE TRANSACTION
005191*----------------------------------------------------------------
005200 4000-EDIT-COSTS.
005210     IF CT-DESC(1:4) = "*HDR"
005220         WRITE COST-EDIT-RECORD FROM COST-TRANS-RECORD
005940 4050-EXIT.
005950     EXIT.
005960*----------------------------------------------------------------
005961*    4500-EDIT-RETURNS - EDIT ONE CUSTOMER RETURN
005962*----------------------------------------------------------------
005963 4500-EDIT-RETURNS.
005964     MOVE 'N' TO WS-REJECT-SW.
005965     MOVE RT-DESC TO WS-CHECK-DESC.
005966     PERFORM 6000-CHECK-MASTER THRU 6000-EXIT.
005967     IF NOT WS-ON-FILE
005968         MOVE "PRODUCT NOT ON MASTER FILE" TO DL-REASON
005969         MOVE 'Y' TO WS-REJECT-SW
005970     ELSE
005971         MOVE WS-CHECK-DESC TO RT-DESC
005972     END-IF.
005973     IF NOT WS-REJECTED AND RT-STATE NOT = SPACES
005974         MOVE RT-STATE TO WS-CHECK-STATE
005975         PERFORM 2200-CHECK-STATE THRU 2200-EXIT
005976     END-IF.
005977     IF NOT WS-REJECTED AND RT-QTY NOT NUMERIC
005978         MOVE "QUANTITY NOT NUMERIC" TO DL-REASON
005979         MOVE 'Y' TO WS-REJECT-SW
005980     END-IF.
005981     IF NOT WS-REJECTED AND RT-QTY = ZERO
005982         MOVE "QUANTITY IS ZERO" TO DL-REASON
005983         MOVE 'Y' TO WS-REJECT-SW
005984     END-IF.
005985     IF NOT WS-REJECTED AND NOT RT-DISP-RESTOCK
005986             AND NOT RT-DISP-SCRAP AND NOT RT-DISP-VENDOR
005987         MOVE "INVALID DISPOSITION" TO DL-REASON
005988         MOVE 'Y' TO WS-REJECT-SW
005989     END-IF.
005990     IF NOT WS-REJECTED AND RT-STORE NOT NUMERIC
005991             AND RT-STORE NOT = SPACES
005992         MOVE "STORE NOT NUMERIC" TO DL-REASON
005993         MOVE 'Y' TO WS-REJECT-SW
005994     END-IF.
005995     IF NOT WS-REJECTED AND RT-STORE NUMERIC
005996             AND RT-STORE NOT = ZERO
005997         MOVE RT-STORE TO WS-CHECK-STORE
005998         MOVE RT-STATE TO WS-CHECK-STATE
005999         PERFORM 6200-CHECK-STORE THRU 6200-EXIT
006000     END-IF.
006001     IF WS-REJECTED
006002         MOVE "RTN " TO DL-FILE
006003         MOVE RT-DESC TO DL-DESC
006004         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
006005         ADD 1 TO WS-RT-REJECT
006006     ELSE
006007         WRITE RETURN-EDIT-RECORD FROM RETURN-TRANS-RECORD
006008         ADD 1 TO WS-RT-CLEAN
006009     END-IF.
006010     PERFORM 4600-READ-RETURN THRU 4600-EXIT.
006011 4500-EXIT.
006012     EXIT.
006013 4600-READ-RETURN.
006014     READ RETURN-TRANS-FILE
006015         AT END
006016             MOVE 'Y' TO WS-RTI-EOF-SW
006017             GO TO 4600-EXIT
006018     END-READ.
006019     ADD 1 TO WS-RT-READ.
006020 4600-EXIT.
006021     EXIT.
006022*----------------------------------------------------------------
006023*    5000-TERMINATE - COUNT CARDS, REJECT RATE, CLOSE FILES
006024*----------------------------------------------------------------
006025 5000-TERMINATE.
006026     COMPUTE WS-RECS-READ =
006027         WS-SL-READ + WS-PO-READ + WS-CT-READ + WS-RT-READ.
006028     COMPUTE WS-RECS-CLEAN =
006029         WS-SL-CLEAN + WS-PO-CLEAN + WS-CT-CLEAN + WS-RT-CLEAN.
006040     COMPUTE WS-RECS-REJECTED =
006046         WS-SL-REJECT + WS-PO-REJECT + WS-CT-REJECT
006052         + WS-RT-REJECT.
006060     IF WS-RECS-READ > ZERO
006070         COMPUTE WS-REJECT-PCT =
006080             (WS-RECS-REJECTED * 100) / WS-RECS-READ
006280     MOVE WS-CT-CLEAN TO CC-CLEAN.
006290     MOVE WS-CT-REJECT TO CC-REJECTED.
006300     WRITE COUNT-CARD-RECORD.
006301     MOVE "COGSRTIN" TO CC-JOB.
006302     MOVE WS-RT-READ TO CC-READ.
006303     MOVE WS-RT-CLEAN TO CC-CLEAN.
006304     MOVE WS-RT-REJECT TO CC-REJECTED.
006305     WRITE COUNT-CARD-RECORD.
006310     CLOSE COUNT-CARD-FILE.
006320     CLOSE SALE-TRANS-FILE.
006330     CLOSE PO-TRANS-FILE.
006340     CLOSE COST-TRANS-FILE.
006345     CLOSE RETURN-TRANS-FILE.
006350     CLOSE COGS-MASTER-FILE.
006352     IF WS-POL-OPEN
006354         CLOSE PO-LINE-FILE
006356     END-IF.
006360     CLOSE SALE-EDIT-FILE.
006370     CLOSE PO-EDIT-FILE.
006380     CLOSE COST-EDIT-FILE.
006385     CLOSE RETURN-EDIT-FILE.
006390     CLOSE PRINT-FILE.
006400     DISPLAY "COGSEDIT - RECORDS READ     = " WS-RECS-READ.
006410     DISPLAY "COGSEDIT - RECORDS CLEAN    = " WS-RECS-CLEAN.
006960     EXIT.
006970 6150-TEST-REGION-CODE.
006980     ADD 1 TO WS-RGC-SUB.
006990     IF WS-RGC-CODE(WS-RGC-SUB) = WS-CHECK-STATE
007000         MOVE 'Y' TO WS-RGC-FOUND-SW
007010     END-IF.
007020 6150-EXIT.
007030     EXIT.
007040*----------------------------------------------------------------
007050*    6200-CHECK-STORE - WS-CHECK-STORE MUST BE ON THE STORE
007060*    MASTER AND TRADING TODAY, AND A STATE KEYED WITH IT MUST BE
007070*    THE STORE'S HOME STATE
007080*----------------------------------------------------------------
007090 6200-CHECK-STORE.
007100     IF NOT WS-STM-PRESENT
007110         GO TO 6200-EXIT
007120     END-IF.
007130     MOVE "STOR" TO SKP-FUNCTION.
007140     MOVE WS-CHECK-STORE TO SKP-STORE.
007150     MOVE WS-BUS-DATE TO SKP-AS-OF-DATE.
007160     CALL "COGSSTLK" USING STORE-CALL-PARMS.
007170     IF SKP-RETURN-STATUS NOT = "00"
007180         MOVE "STORE NOT ON STORE MASTER" TO DL-REASON
007190         MOVE 'Y' TO WS-REJECT-SW
007200         GO TO 6200-EXIT
007210     END-IF.
007220     IF SKP-NOT-YET-OPEN
007230         MOVE "STORE NOT YET OPEN" TO DL-REASON
007240         MOVE 'Y' TO WS-REJECT-SW
007250         GO TO 6200-EXIT
007260     END-IF.
007270     IF SKP-STORE-CLOSED
007280         MOVE "STORE IS CLOSED" TO DL-REASON
007290         MOVE 'Y' TO WS-REJECT-SW
007300         GO TO 6200-EXIT
007310     END-IF.
007320     IF WS-CHECK-STATE NOT = SPACES
007330             AND WS-CHECK-STATE NOT = SKP-STATE
007340         MOVE "STATE NOT THE STORE HOME STATE" TO DL-REASON
007350         MOVE 'Y' TO WS-REJECT-SW
007360     END-IF.
007370 6200-EXIT.
007380     EXIT.
