000420*                    THE LEFTOVER QUANTITY STAYS ON THE        *
000430*                    SHELF.  RELEASES LOG UNDER JOB COGSBREL   *
000440*                    SO THE COGSBAL COGSPO PROOF STILL HOLDS   *
000441*   2026-10-05  DHH  NUMBERED POS - A RECEIPT QUOTING A PO     *
000442*                    NUMBER AND LINE RELIEVES THAT COGSPOL     *
000443*                    LINE, TAKES ITS VENDOR AND SHIP-TO FROM   *
000444*                    THE COGSPOH HEADER, CLOSES THE LINE (AND  *
000445*                    AN EMPTIED HEADER) ON THE LAST UNIT, AND  *
000446*                    STAMPS THE PO AND LINE ON COGSRCH1 AND    *
000447*                    COGSAPF1 - THE SAME RULES AS COGSPOST     *
000448*   2026-10-05  DHH  OVERFLOW CHECKS RAISED TO THE 7-DIGIT     *
000449*                    IQOH/IPURCH/STATE AND SHELF CAPACITY,     *
000450*                    SALES HISTORY NOW 44 BYTES                *
000451*   2026-10-05  DHH  THE DOCK STORE NOW COMES FROM THE         *
000452*                    WAREHOUSE FLAGGED ON THE COGSSTRM STORE   *
000453*                    MASTER - COGSALP IS READ ONLY WHEN NONE   *
000454*                    IS FLAGGED                                *
000455*   2026-10-05  DHH  RECEIPTS NOW PUT AWAY TO THE RECEIVING    *
000456*                    STORE'S PRIMARY BIN THROUGH COGSBINS      *
000457****************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.  IBM-370.
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS OP-DESC
000740         FILE STATUS IS WS-OPO-STATUS.
000741     SELECT PO-HEADER-FILE ASSIGN TO COGSPOH
000742         ORGANIZATION IS INDEXED
000743         ACCESS MODE IS DYNAMIC
000744         RECORD KEY IS PH-PO-NUMBER
000745         FILE STATUS IS WS-POH-STATUS.
000746     SELECT PO-LINE-FILE ASSIGN TO COGSPOL
000747         ORGANIZATION IS INDEXED
000748         ACCESS MODE IS DYNAMIC
000749         RECORD KEY IS PL-KEY
000750         FILE STATUS IS WS-POL-STATUS.
000751     SELECT ALLOC-PARM-FILE ASSIGN TO COGSALP
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-ALP-STATUS.
000780     SELECT SALES-HISTORY-FILE ASSIGN TO COGSSLH1
001070 FILE SECTION.
001080 FD  PO-TRANS-FILE
001090     RECORDING MODE IS F
001100     RECORD CONTAINS 30 CHARACTERS
001110     BLOCK CONTAINS 0 RECORDS
001120     LABEL RECORDS ARE STANDARD.
001130 COPY COGSPOTX.
001290     RECORD CONTAINS 40 CHARACTERS
001300     LABEL RECORDS ARE STANDARD.
001310 COPY COGSOPOR.
001311 FD  PO-HEADER-FILE
001312     RECORDING MODE IS F
001313     RECORD CONTAINS 80 CHARACTERS
001314     LABEL RECORDS ARE STANDARD.
001315 COPY COGSPOHR.
001316 FD  PO-LINE-FILE
001317     RECORDING MODE IS F
001318     RECORD CONTAINS 80 CHARACTERS
001319     LABEL RECORDS ARE STANDARD.
001320 COPY COGSPOLR.
001321 FD  ALLOC-PARM-FILE
001330     RECORDING MODE IS F
001340     RECORD CONTAINS 80 CHARACTERS
001350     LABEL RECORDS ARE STANDARD.
001400     05  FILLER              PIC X(77).
001410 FD  SALES-HISTORY-FILE
001420     RECORDING MODE IS F
001430     RECORD CONTAINS 44 CHARACTERS
001440     LABEL RECORDS ARE STANDARD.
001450 COPY COGSSLHR.
001460 FD  BATCH-REGISTRY-FILE
001930 77  WS-VND-STATUS               PIC X(02) VALUE SPACES.
001940 77  WS-CKPT-STATUS              PIC X(02) VALUE SPACES.
001950 77  WS-OPO-STATUS               PIC X(02) VALUE SPACES.
001953 77  WS-POH-STATUS               PIC X(02) VALUE SPACES.
001956 77  WS-POL-STATUS               PIC X(02) VALUE SPACES.
001960 77  WS-STO-STATUS               PIC X(02) VALUE SPACES.
001970 77  WS-NEW-STORE-QOH            PIC 9(08) VALUE ZERO.
001980 77  WS-CHECKPOINT-COUNT         PIC 9(08) COMP VALUE ZERO.
001990 77  WS-TRANS-DONE               PIC 9(08) COMP VALUE ZERO.
002000 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
002010 77  WS-RECS-POSTED              PIC 9(07) COMP VALUE ZERO.
002020 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
002030 77  WS-JOB-ID                   PIC X(08) VALUE "COGSPO".
002040 77  WS-NEW-PURCH                PIC 9(08) VALUE ZERO.
002050 77  WS-NEW-QOH                  PIC 9(08) VALUE ZERO.
002060 77  WS-OLD-PURCH                PIC 9(07) VALUE ZERO.
002070 77  WS-OLD-QOH                  PIC 9(07) VALUE ZERO.
002080 77  WS-BOR-STATUS               PIC X(02) VALUE SPACES.
002090 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
002100 77  WS-BO-RELEASED              PIC 9(07) COMP VALUE ZERO.
002110 77  WS-OLD-STATE-QTY            PIC 9(08) VALUE ZERO.
002120 77  WS-NEW-STATE-QTY            PIC 9(08) VALUE ZERO.
002130 77  WS-STATE-FIELD-NAME         PIC X(08) VALUE SPACES.
002140 77  WS-I3-SUB                   PIC 9(02) COMP VALUE ZERO.
002150 77  WS-BO-OLD-QOH               PIC 9(07) VALUE ZERO.
002160 77  WS-RCH-STATUS               PIC X(02) VALUE SPACES.
002170 77  WS-APF-STATUS               PIC X(02) VALUE SPACES.
002180 77  WS-AP-EXT-VALUE             PIC 9(07)V9(02) VALUE ZERO.
002240 77  WS-SLH-STATUS               PIC X(02) VALUE SPACES.
002250 77  WS-DOCK-STORE               PIC 9(03) VALUE ZERO.
002260 77  WS-RCV-STORE                PIC 9(03) VALUE ZERO.
002262 77  WS-RCV-VNDR                 PIC X(06) VALUE SPACES.
002264 77  WS-PL-NEW-RCVD              PIC 9(07) VALUE ZERO.
002266 77  WS-SCAN-PO                  PIC 9(07) VALUE ZERO.
002268 77  WS-SCAN-OPEN                PIC 9(05) COMP VALUE ZERO.
002270 77  WS-EACH-QTY                 PIC 9(09) VALUE ZERO.
002280 77  WS-RH-ORDERED               PIC 9(05) VALUE ZERO.
002290 77  WS-RH-OPEN                  PIC S9(07) VALUE ZERO.
002360         88  WS-REJECTED                    VALUE 'Y'.
002370     05  WS-OPO-OPEN-SW          PIC X(01) VALUE 'N'.
002380         88  WS-OPO-OPEN                    VALUE 'Y'.
002381     05  WS-POL-OPEN-SW          PIC X(01) VALUE 'N'.
002382         88  WS-POL-OPEN                    VALUE 'Y'.
002383     05  WS-PO-QUOTED-SW         PIC X(01) VALUE 'N'.
002384         88  WS-PO-QUOTED                   VALUE 'Y'.
002385     05  WS-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
002386         88  WS-SCAN-DONE                   VALUE 'Y'.
002390     05  WS-STO-OPEN-SW          PIC X(01) VALUE 'N'.
002400         88  WS-STO-OPEN                    VALUE 'Y'.
002410     05  WS-STO-FOUND-SW         PIC X(01) VALUE 'N'.
002820     05  FILLER                  PIC X(07) VALUE " EACHES".
002830 COPY COGSAUDP.
002840 COPY COGSDATP.
002845 COPY COGSSTLP.
002850 COPY COGSXLTP.
002855 COPY COGSBINP.
002860 COPY COGSBHTR.
002870 PROCEDURE DIVISION.
002880*----------------------------------------------------------------
003370         DISPLAY "COGSPO - NO OPEN-PO LEDGER, STATUS = "
003380                 WS-OPO-STATUS " - RELIEF SKIPPED"
003390     END-IF.
003391     OPEN I-O PO-HEADER-FILE.
003392     OPEN I-O PO-LINE-FILE.
003393     IF WS-POH-STATUS = "00" AND WS-POL-STATUS = "00"
003394         MOVE 'Y' TO WS-POL-OPEN-SW
003395     ELSE
003396         DISPLAY "COGSPO - NO NUMBERED PO FILES, STATUS = "
003397                 WS-POH-STATUS " " WS-POL-STATUS
003398                 " - RECEIPTS QUOTING A PO WILL REJECT"
003399     END-IF.
003400     MOVE "WHSE" TO SKP-FUNCTION.
003401     MOVE WS-TODAY-DATE TO SKP-AS-OF-DATE.
003402     CALL "COGSSTLK" USING STORE-CALL-PARMS.
003403     IF SKP-RETURN-STATUS = "00"
003404         MOVE SKP-STORE TO WS-DOCK-STORE
003405     ELSE
003406         OPEN INPUT ALLOC-PARM-FILE
003407     END-IF.
003408     IF WS-DOCK-STORE = ZERO AND WS-ALP-STATUS = "00"
003420         READ ALLOC-PARM-FILE
003430             AT END
003440                 CONTINUE
003490         CLOSE ALLOC-PARM-FILE
003500     END-IF.
003510     IF WS-DOCK-STORE = ZERO
003520         DISPLAY "COGSPO - NO COGSSTRM OR COGSALP WAREHOUSE, "
003530                 "COMPANY RECEIPTS POST COMPANY-WIDE ONLY"
003540     END-IF.
003550     OPEN EXTEND SALES-HISTORY-FILE.
003560     IF WS-SLH-STATUS = "35"
004690         GO TO 2000-NEXT
004700     END-IF.
004710     MOVE 'N' TO WS-REJECT-SW.
004715     MOVE 'N' TO WS-PO-QUOTED-SW.
004720     MOVE PO-DESC TO IDESC OF COGS-MASTER-RECORD.
004730     READ COGS-MASTER-FILE
004740         INVALID KEY
004880         PERFORM 2145-CONVERT-CASE-PACK THRU 2145-EXIT
004890     END-IF.
004900     IF NOT WS-REJECTED
004902         PERFORM 2147-CHECK-PO-LINE THRU 2147-EXIT
004904     END-IF.
004906     IF NOT WS-REJECTED
004910         PERFORM 2150-CHECK-VENDOR THRU 2150-EXIT
004920     END-IF.
004930     IF NOT WS-REJECTED
004980             IPURCH OF COGS-MASTER-RECORD + PO-QTY-RECEIVED
004990         COMPUTE WS-NEW-QOH =
005000             IQOH OF COGS-MASTER-RECORD + PO-QTY-RECEIVED
005010         IF WS-NEW-PURCH > 9999999 OR WS-NEW-QOH > 9999999
005020             MOVE 'Y' TO WS-REJECT-SW
005030             MOVE "RECEIPT WOULD OVERFLOW ITEM"
005040                 TO DL-REASON
005190         PERFORM 2200-LOG-RECEIPT THRU 2200-EXIT
005200         PERFORM 2230-POST-STORE-RECEIPT THRU 2230-EXIT
005210         PERFORM 2250-RELIEVE-OPEN-PO THRU 2250-EXIT
005215         PERFORM 2252-RELIEVE-PO-LINE THRU 2252-EXIT
005220         PERFORM 2255-WRITE-RECEIPT-HIST THRU 2255-EXIT
005230         PERFORM 2257-WRITE-AP-FEED THRU 2257-EXIT
005240         PERFORM 2260-RELEASE-BACKORDERS THRU 2260-EXIT
006490 2145-EXIT.
006500     EXIT.
006510*----------------------------------------------------------------
006511*    2147-CHECK-PO-LINE - A QUOTED PO LINE MUST BE OPEN, FOR
006512*    THIS PRODUCT, AND ABLE TO TAKE THE QUANTITY
006513*----------------------------------------------------------------
006514 2147-CHECK-PO-LINE.
006515     IF PO-PO-NUMBER-X = SPACES
006516         GO TO 2147-EXIT
006517     END-IF.
006518     IF PO-PO-NUMBER NOT NUMERIC OR PO-LINE NOT NUMERIC
006519         MOVE 'Y' TO WS-REJECT-SW
006520         MOVE "PO NUMBER/LINE NOT NUMERIC" TO DL-REASON
006521         GO TO 2147-EXIT
006522     END-IF.
006523     IF PO-PO-NUMBER = ZERO
006524         GO TO 2147-EXIT
006525     END-IF.
006526     IF NOT WS-POL-OPEN
006527         MOVE 'Y' TO WS-REJECT-SW
006528         MOVE "PO LINE FILE NOT AVAILABLE" TO DL-REASON
006529         GO TO 2147-EXIT
006530     END-IF.
006531     MOVE PO-PO-NUMBER TO PL-PO-NUMBER.
006532     MOVE PO-LINE      TO PL-LINE.
006533     READ PO-LINE-FILE
006534         INVALID KEY
006535             MOVE 'Y' TO WS-REJECT-SW
006536             MOVE "PO LINE NOT ON FILE" TO DL-REASON
006537             GO TO 2147-EXIT
006538     END-READ.
006539     IF NOT PL-OPEN
006540         MOVE 'Y' TO WS-REJECT-SW
006541         MOVE "PO LINE NOT OPEN" TO DL-REASON
006542         GO TO 2147-EXIT
006543     END-IF.
006544     IF PL-DESC NOT = PO-DESC
006545         MOVE 'Y' TO WS-REJECT-SW
006546         MOVE "PRODUCT DOES NOT MATCH PO LINE" TO DL-REASON
006547         GO TO 2147-EXIT
006548     END-IF.
006549     COMPUTE WS-PL-NEW-RCVD = PL-QTY-RECEIVED + PO-QTY-RECEIVED.
006550     IF WS-PL-NEW-RCVD > 99999
006551         MOVE 'Y' TO WS-REJECT-SW
006552         MOVE "RECEIPT WOULD OVERFLOW PO LINE" TO DL-REASON
006553         GO TO 2147-EXIT
006554     END-IF.
006555     MOVE PO-PO-NUMBER TO PH-PO-NUMBER.
006556     READ PO-HEADER-FILE
006557         INVALID KEY
006558             MOVE 'Y' TO WS-REJECT-SW
006559             MOVE "PO HEADER NOT ON FILE" TO DL-REASON
006560             GO TO 2147-EXIT
006561     END-READ.
006562     MOVE 'Y' TO WS-PO-QUOTED-SW.
006563 2147-EXIT.
006564     EXIT.
006565*----------------------------------------------------------------
006566*    2150-CHECK-VENDOR - PRODUCT'S I2VNDR (OR THE QUOTED PO'S
006567*    VENDOR) MUST BE ON VNDRMST
006568*----------------------------------------------------------------
006569 2150-CHECK-VENDOR.
006570     IF WS-PO-QUOTED
006571         MOVE PH-VNDR TO VN-CODE
006572     ELSE
006573         MOVE I2VNDR TO VN-CODE
006574     END-IF.
006575     READ VENDOR-MASTER-FILE
006576         INVALID KEY
006580             MOVE 'Y' TO WS-REJECT-SW
006590             MOVE "VENDOR NOT ON VENDOR MASTER"
006600                 TO DL-REASON
006605             GO TO 2150-EXIT
006610     END-READ.
006615     MOVE VN-CODE TO WS-RCV-VNDR.
006620 2150-EXIT.
006630     EXIT.
006640*----------------------------------------------------------------
006790             GO TO 2160-EXIT
006800     END-READ.
006810     COMPUTE WS-NEW-STORE-QOH = ST-QOH + PO-QTY-RECEIVED.
006820     IF WS-NEW-STORE-QOH > 9999999
006830         MOVE 'Y' TO WS-REJECT-SW
006840         MOVE "RECEIPT WOULD OVERFLOW SHELF"
006850             TO DL-REASON
006870 2160-EXIT.
006880     EXIT.
006890*----------------------------------------------------------------
006896*    2165-SET-RECEIVING-STORE - THE NAMED STORE, THE QUOTED
006902*    PO'S SHIP-TO STORE, OR THE DOCK
006910*----------------------------------------------------------------
006920 2165-SET-RECEIVING-STORE.
006930     IF PO-STORE NUMERIC AND PO-STORE > ZERO
006940         MOVE PO-STORE TO WS-RCV-STORE
006942         GO TO 2165-EXIT
006944     END-IF.
006946     IF WS-PO-QUOTED AND PH-SHIP-STORE > ZERO
006948         MOVE PH-SHIP-STORE TO WS-RCV-STORE
006950     ELSE
006960         MOVE WS-DOCK-STORE TO WS-RCV-STORE
006970     END-IF.
007170     EXIT.
007180*----------------------------------------------------------------
007190*    2230-POST-STORE-RECEIPT - RAISE THE RECEIVING STORE SHELF
007195*    AND PUT THE UNITS AWAY TO ITS PRIMARY BIN
007200*----------------------------------------------------------------
007210 2230-POST-STORE-RECEIPT.
007220     IF NOT WS-STO-OPEN
007450         MOVE ZERO            TO ST-REORD
007460         WRITE STORE-INVENTORY-RECORD
007470     END-IF.
007471     MOVE "PUTA"          TO BNP-FUNCTION.
007472     MOVE WS-RCV-STORE    TO BNP-STORE.
007473     MOVE PO-DESC         TO BNP-DESC.
007474     MOVE PO-QTY-RECEIVED TO BNP-QTY.
007475     MOVE WS-JOB-ID       TO BNP-JOB-ID.
007476     CALL "COGSBINS" USING BIN-CALL-PARMS.
007480 2230-EXIT.
007490     EXIT.
007500*----------------------------------------------------------------
007790 2250-EXIT.
007800     EXIT.
007810*----------------------------------------------------------------
007811*    2252-RELIEVE-PO-LINE - DRAW DOWN THE QUOTED COGSPOL LINE;
007812*    THE ORDERED/OPEN FIGURES ON THE HISTORY ROW ARE THE LINE'S
007813*----------------------------------------------------------------
007814 2252-RELIEVE-PO-LINE.
007815     IF NOT WS-PO-QUOTED
007816         GO TO 2252-EXIT
007817     END-IF.
007818     MOVE PO-PO-NUMBER TO PL-PO-NUMBER.
007819     MOVE PO-LINE      TO PL-LINE.
007820     READ PO-LINE-FILE
007821         INVALID KEY
007822             GO TO 2252-EXIT
007823     END-READ.
007824     ADD PO-QTY-RECEIVED TO PL-QTY-RECEIVED.
007825     MOVE PL-QTY-ORDERED  TO WS-RH-ORDERED.
007826     MOVE PH-DATE-ORDERED TO WS-RH-DATE-ORDERED.
007827     COMPUTE WS-RH-OPEN = PL-QTY-ORDERED - PL-QTY-RECEIVED.
007828     IF WS-RH-OPEN < ZERO
007829         MOVE ZERO TO WS-RH-OPEN
007830     END-IF.
007831     MOVE 'N' TO WS-RH-FINAL-SW.
007832     IF PL-QTY-RECEIVED NOT < PL-QTY-ORDERED
007833         MOVE "C"           TO PL-STATUS
007834         MOVE WS-TODAY-DATE TO PL-DATE-CLOSED
007835         MOVE 'Y'           TO WS-RH-FINAL-SW
007836     END-IF.
007837     REWRITE PO-LINE-RECORD.
007838     IF WS-RH-FINAL-SW = 'Y'
007839         MOVE PO-PO-NUMBER TO WS-SCAN-PO
007840         PERFORM 2253-CLOSE-HEADER-IF-DONE THRU 2253-EXIT
007841     END-IF.
007842 2252-EXIT.
007843     EXIT.
007844*----------------------------------------------------------------
007845*    2253-CLOSE-HEADER-IF-DONE - WITH NO LINE OF PO WS-SCAN-PO
007846*    LEFT OPEN THE HEADER GOES TO C
007847*----------------------------------------------------------------
007848 2253-CLOSE-HEADER-IF-DONE.
007849     MOVE ZERO TO WS-SCAN-OPEN.
007850     MOVE 'N' TO WS-SCAN-DONE-SW.
007851     MOVE WS-SCAN-PO TO PL-PO-NUMBER.
007852     MOVE ZERO       TO PL-LINE.
007853     START PO-LINE-FILE KEY NOT < PL-KEY
007854         INVALID KEY
007855             MOVE 'Y' TO WS-SCAN-DONE-SW
007856     END-START.
007857     PERFORM 2254-COUNT-ONE-LINE THRU 2254-EXIT
007858         UNTIL WS-SCAN-DONE.
007859     IF WS-SCAN-OPEN > ZERO
007860         GO TO 2253-EXIT
007861     END-IF.
007862     MOVE WS-SCAN-PO TO PH-PO-NUMBER.
007863     READ PO-HEADER-FILE
007864         INVALID KEY
007865             GO TO 2253-EXIT
007866     END-READ.
007867     MOVE "C" TO PH-STATUS.
007868     REWRITE PO-HEADER-RECORD.
007869 2253-EXIT.
007870     EXIT.
007871 2254-COUNT-ONE-LINE.
007872     READ PO-LINE-FILE NEXT RECORD
007873         AT END
007874             MOVE 'Y' TO WS-SCAN-DONE-SW
007875             GO TO 2254-EXIT
007876     END-READ.
007877     IF PL-PO-NUMBER NOT = WS-SCAN-PO
007878         MOVE 'Y' TO WS-SCAN-DONE-SW
007879         GO TO 2254-EXIT
007880     END-IF.
007881     IF PL-OPEN
007882         ADD 1 TO WS-SCAN-OPEN
007883     END-IF.
007884 2254-EXIT.
007885     EXIT.
007886*----------------------------------------------------------------
007887*    2255-WRITE-RECEIPT-HIST - ONE EVENT ROW ONTO COGSRCH1
007888*----------------------------------------------------------------
007889 2255-WRITE-RECEIPT-HIST.
007890     INITIALIZE RECEIPT-HISTORY-RECORD.
007891     MOVE PO-DESC            TO RH-DESC.
007892     MOVE WS-RCV-VNDR        TO RH-VNDR.
007893     MOVE WS-RH-ORDERED      TO RH-QTY-ORDERED.
007894     MOVE PO-QTY-RECEIVED    TO RH-QTY-RECEIVED.
007900     MOVE WS-RH-OPEN         TO RH-QTY-OPEN.
007910     MOVE WS-RH-DATE-ORDERED TO RH-DATE-ORDERED.
007920     MOVE WS-TODAY-DATE      TO RH-DATE-RECEIVED.
007930     MOVE WS-RH-FINAL-SW     TO RH-FINAL-SW.
007932     IF WS-PO-QUOTED
007934         MOVE PO-PO-NUMBER   TO RH-PO-NUMBER
007936         MOVE PO-LINE        TO RH-PO-LINE
007938     END-IF.
007940     WRITE RECEIPT-HISTORY-RECORD.
007950 2255-EXIT.
007960     EXIT.
008010     COMPUTE WS-AP-EXT-VALUE =
008020         PO-QTY-RECEIVED * ICOST OF COGS-MASTER-RECORD.
008030     INITIALIZE AP-FEED-RECORD.
008040     MOVE WS-RCV-VNDR     TO AF-VNDR.
008050     MOVE PO-DESC         TO AF-DESC.
008060     MOVE PO-QTY-RECEIVED TO AF-QTY.
008070     MOVE WS-AP-EXT-VALUE TO AF-EXT-VALUE.
008080     MOVE WS-TODAY-DATE   TO AF-DATE.
008090     MOVE VN-TERMS        TO AF-TERMS.
008092     IF WS-PO-QUOTED
008094         MOVE PO-PO-NUMBER TO AF-PO-NUMBER
008096         MOVE PO-LINE      TO AF-PO-LINE
008098     END-IF.
008100     WRITE AP-FEED-RECORD.
008110 2257-EXIT.
008120     EXIT.
008660                 TO WS-OLD-STATE-QTY
008670             COMPUTE WS-NEW-STATE-QTY =
008680                 WS-OLD-STATE-QTY + BO-QTY
008690             IF WS-NEW-STATE-QTY > 9999999
008700                 GO TO 2270-EXIT
008710             END-IF
008720             MOVE WS-NEW-STATE-QTY
008770                 TO WS-OLD-STATE-QTY
008780             COMPUTE WS-NEW-STATE-QTY =
008790                 WS-OLD-STATE-QTY + BO-QTY
008800             IF WS-NEW-STATE-QTY > 9999999
008810                 GO TO 2270-EXIT
008820             END-IF
008830             MOVE WS-NEW-STATE-QTY
008880                 TO WS-OLD-STATE-QTY
008890             COMPUTE WS-NEW-STATE-QTY =
008900                 WS-OLD-STATE-QTY + BO-QTY
008910             IF WS-NEW-STATE-QTY > 9999999
008920                 GO TO 2270-EXIT
008930             END-IF
008940             MOVE WS-NEW-STATE-QTY
008990                 TO WS-OLD-STATE-QTY
009000             COMPUTE WS-NEW-STATE-QTY =
009010                 WS-OLD-STATE-QTY + BO-QTY
009020             IF WS-NEW-STATE-QTY > 9999999
009030                 GO TO 2270-EXIT
009040             END-IF
009050             MOVE WS-NEW-STATE-QTY
009370         MOVE I3-REGION-UNITS(WS-I3-SUB) TO WS-OLD-STATE-QTY
009380         COMPUTE WS-NEW-STATE-QTY =
009390             WS-OLD-STATE-QTY + BO-QTY
009400         IF WS-NEW-STATE-QTY > 9999999
009410             GO TO 2272-EXIT
009420         END-IF
009430         MOVE WS-NEW-STATE-QTY TO I3-REGION-UNITS(WS-I3-SUB)
009450         IF I3-REGION-COUNT NOT < 10
009460             GO TO 2272-EXIT
009470         END-IF
009480         IF BO-QTY > 9999999
009490             GO TO 2272-EXIT
009500         END-IF
009510         ADD 1 TO I3-REGION-COUNT
010770     IF WS-OPO-OPEN
010780         CLOSE OPEN-PO-FILE
010790     END-IF.
010792     IF WS-POL-OPEN
010794         CLOSE PO-HEADER-FILE
010796         CLOSE PO-LINE-FILE
010798     END-IF.
010800     IF WS-STO-OPEN
010810         CLOSE STORE-INVENTORY-FILE
010820     END-IF.
