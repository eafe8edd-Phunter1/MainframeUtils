000420*                    SPELLING ON COGSALIA POINTING AT THE      *
000430*                    CURRENT ONE, SO THE HISTORY FILES STAY    *
000440*                    REACHABLE THROUGH COGSXLAT                *
000441*   2026-09-02  DHH  MT-CASE NOW SETS THE I8CASE-PACK FACTOR   *
000442*                    ON ADD AND CHANGE                         *
000443*   2026-10-05  DHH  A RENAME ALSO CARRIES THE PRODUCT'S LINES *
000444*                    ON THE COGSPOL NUMBERED-PO FILE TO THE    *
000445*                    NEW DESCRIPTION, SO A RECEIPT QUOTING     *
000446*                    THE PO LINE STILL MATCHES                 *
000447*   2026-10-05  DHH  A CHG CARRYING MT-STORE SETS THAT STORE'S *
000448*                    ST-REORD ON COGSSTOR INSTEAD OF I2REORD,  *
000449*                    SO THE REORDER-POINT REVIEW FILE FROM     *
000450*                    COGSROPR CAN BE RELEASED THROUGH HERE     *
000451*   2026-10-05  DHH  MAINTENANCE RECORD NOW 60 BYTES WITH      *
000452*                    7-DIGIT COST AND SELL FIELDS              *
000453*   2026-10-05  DHH  EACH TRANSACTION CHECKED AGAINST THE      *
000454*                    KEYING OPERATOR'S MNT AUTHORITY (AND CST  *
000455*                    OR PRC WHEN A CHANGE CARRIES A COST OR    *
000456*                    SELL PRICE) THROUGH COGSAUTH; THE         *
000457*                    OPERATOR IS SHOWN ON THE EXCEPTIONS AND   *
000458*                    CARRIED ONTO THE AUDIT, COST AND PRICE    *
000459*                    HISTORIES                                 *
000460*   2026-10-05  DHH  A RENAME ALSO MOVES THE PRODUCT'S         *
000461*                    CUSTOMER HOLDS, TRANSFERS IN TRANSIT,     *
000462*                    VENDOR CATALOG ROWS, CLEARANCE ENTRY,     *
000463*                    BIN ROWS, AND ITS KIT ROWS - AS THE KIT   *
000464*                    AND AS A COMPONENT OF OTHER KITS          *
000466*   2026-10-05  DHH  A RENAME ALSO MOVES THE PRODUCT'S         *
000468*                    COGSLNDL LANDED-COST LEDGER ROW           *
000470****************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS OP-DESC
000790         FILE STATUS IS WS-OPO-STATUS.
000791     SELECT PO-LINE-FILE ASSIGN TO COGSPOL
000792         ORGANIZATION IS INDEXED
000793         ACCESS MODE IS DYNAMIC
000794         RECORD KEY IS PL-KEY
000795         FILE STATUS IS WS-POL-STATUS.
000800     SELECT BACKORDER-FILE ASSIGN TO COGSBORD
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000890         FILE STATUS IS WS-PND-STATUS.
000900     SELECT PROMO-PRICE-FILE ASSIGN TO COGSPRMO
000910         ORGANIZATION IS INDEXED
000911         ACCESS MODE IS DYNAMIC
000912         RECORD KEY IS PM-DESC
000913         FILE STATUS IS WS-PMO-STATUS.
000914     SELECT RESERVATION-FILE ASSIGN TO COGSRSV
000915         ORGANIZATION IS INDEXED
000916         ACCESS MODE IS DYNAMIC
000917         RECORD KEY IS RV-KEY
000918         FILE STATUS IS WS-RSV-STATUS.
000919     SELECT IN-TRANSIT-FILE ASSIGN TO COGSXIT
000920         ORGANIZATION IS INDEXED
000921         ACCESS MODE IS DYNAMIC
000922         RECORD KEY IS IT-KEY
000923         FILE STATUS IS WS-XIT-STATUS.
000924     SELECT VENDOR-ITEM-FILE ASSIGN TO COGSVCAT
000925         ORGANIZATION IS INDEXED
000926         ACCESS MODE IS DYNAMIC
000927         RECORD KEY IS VI-KEY
000928         FILE STATUS IS WS-VCT-STATUS.
000929     SELECT KIT-FILE ASSIGN TO COGSKIT
000930         ORGANIZATION IS INDEXED
000931         ACCESS MODE IS DYNAMIC
000932         RECORD KEY IS KT-KEY
000933         FILE STATUS IS WS-KIT-STATUS.
000934     SELECT BIN-LOCATION-FILE ASSIGN TO COGSBIN
000935         ORGANIZATION IS INDEXED
000936         ACCESS MODE IS DYNAMIC
000937         RECORD KEY IS BN-KEY
000938         FILE STATUS IS WS-BIN-STATUS.
000939     SELECT CLEARANCE-FILE ASSIGN TO COGSCLRF
000940         ORGANIZATION IS INDEXED
000941         ACCESS MODE IS DYNAMIC
000942         RECORD KEY IS CL-DESC
000943         FILE STATUS IS WS-CLR-STATUS.
000944     SELECT LANDED-LEDGER-FILE ASSIGN TO COGSLNDL
000945         ORGANIZATION IS INDEXED
000946         ACCESS MODE IS DYNAMIC
000947         RECORD KEY IS LN-DESC
000948         FILE STATUS IS WS-LND-STATUS.
000950     SELECT PRINT-FILE ASSIGN TO COGSMNT1
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-PRT-STATUS.
000990 FILE SECTION.
001000 FD  MAINT-TRANS-FILE
001010     RECORDING MODE IS F
001020     RECORD CONTAINS 65 CHARACTERS
001030     BLOCK CONTAINS 0 RECORDS
001040     LABEL RECORDS ARE STANDARD.
001050 COPY COGSMNTX.
001280     RECORD CONTAINS 40 CHARACTERS
001290     LABEL RECORDS ARE STANDARD.
001300 COPY COGSOPOR.
001301 FD  PO-LINE-FILE
001302     RECORDING MODE IS F
001303     RECORD CONTAINS 80 CHARACTERS
001304     LABEL RECORDS ARE STANDARD.
001305 COPY COGSPOLR.
001310 FD  BACKORDER-FILE
001320     RECORDING MODE IS F
001330     RECORD CONTAINS 40 CHARACTERS
001400 COPY COGSPNDR.
001410 FD  PROMO-PRICE-FILE
001420     RECORDING MODE IS F
001421     RECORD CONTAINS 40 CHARACTERS
001422     LABEL RECORDS ARE STANDARD.
001423 COPY COGSPRMR.
001424 FD  RESERVATION-FILE
001425     RECORDING MODE IS F
001426     RECORD CONTAINS 80 CHARACTERS
001427     LABEL RECORDS ARE STANDARD.
001428 COPY COGSRSVR.
001429 FD  IN-TRANSIT-FILE
001430     RECORDING MODE IS F
001431     RECORD CONTAINS 80 CHARACTERS
001432     LABEL RECORDS ARE STANDARD.
001433 COPY COGSXITR.
001434 FD  VENDOR-ITEM-FILE
001435     RECORDING MODE IS F
001436     RECORD CONTAINS 80 CHARACTERS
001437     LABEL RECORDS ARE STANDARD.
001438 COPY COGSVITR.
001439 FD  KIT-FILE
001440     RECORDING MODE IS F
001441     RECORD CONTAINS 40 CHARACTERS
001442     LABEL RECORDS ARE STANDARD.
001443 COPY COGSKITR.
001444 FD  BIN-LOCATION-FILE
001445     RECORDING MODE IS F
001446     RECORD CONTAINS 50 CHARACTERS
001447     LABEL RECORDS ARE STANDARD.
001448 COPY COGSBINR.
001449 FD  CLEARANCE-FILE
001450     RECORDING MODE IS F
001451     RECORD CONTAINS 80 CHARACTERS
001452     LABEL RECORDS ARE STANDARD.
001453 COPY COGSCLRR.
001454 FD  LANDED-LEDGER-FILE
001455     RECORDING MODE IS F
001456     RECORD CONTAINS 80 CHARACTERS
001457     LABEL RECORDS ARE STANDARD.
001458 COPY COGSLNDR.
001460 FD  PRINT-FILE
001470     RECORDING MODE IS F
001480     RECORD CONTAINS 132 CHARACTERS
001580 77  WS-RECS-DELETED             PIC 9(07) COMP VALUE ZERO.
001590 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
001600 77  WS-JOB-ID                   PIC X(08) VALUE "COGSMNT".
001610 77  WS-OLD-COST                 PIC 9(05)V9(02) VALUE ZERO.
001620 77  WS-OLD-SELL                 PIC 9(05)V9(02) VALUE ZERO.
001630 77  WS-ALI-STATUS               PIC X(02) VALUE SPACES.
001640 77  WS-ITM-STATUS               PIC X(02) VALUE SPACES.
001650 77  WS-STO-STATUS               PIC X(02) VALUE SPACES.
001660 77  WS-OPO-STATUS               PIC X(02) VALUE SPACES.
001665 77  WS-POL-STATUS               PIC X(02) VALUE SPACES.
001670 77  WS-BOR-STATUS               PIC X(02) VALUE SPACES.
001680 77  WS-LAST-ITEM                PIC 9(06) VALUE ZERO.
001690 77  WS-RECS-RENAMED             PIC 9(07) COMP VALUE ZERO.
001700 77  WS-SAVED-MASTER             PIC X(300) VALUE SPACES.
001710 77  WS-SAVED-STORE              PIC X(40) VALUE SPACES.
001720 77  WS-SAVED-OPO                PIC X(40) VALUE SPACES.
001730 77  WS-SAVED-BO                 PIC X(40) VALUE SPACES.
001780 77  WS-REN-ITEM                 PIC 9(06) VALUE ZERO.
001790 77  WS-ALIAS-DESC               PIC X(10) VALUE SPACES.
001800 77  WS-ALIAS-CURRENT            PIC X(10) VALUE SPACES.
001801 77  WS-ALIAS-CUR-SW             PIC X(01) VALUE SPACE.
001802 77  WS-RSV-STATUS               PIC X(02) VALUE SPACES.
001803 77  WS-XIT-STATUS               PIC X(02) VALUE SPACES.
001804 77  WS-VCT-STATUS               PIC X(02) VALUE SPACES.
001805 77  WS-KIT-STATUS               PIC X(02) VALUE SPACES.
001806 77  WS-BIN-STATUS               PIC X(02) VALUE SPACES.
001807 77  WS-CLR-STATUS               PIC X(02) VALUE SPACES.
001808 77  WS-SAVED-RSV                PIC X(80) VALUE SPACES.
001809 77  WS-SAVED-XIT                PIC X(80) VALUE SPACES.
001810 77  WS-SAVED-VCAT               PIC X(80) VALUE SPACES.
001811 77  WS-SAVED-KIT                PIC X(40) VALUE SPACES.
001812 77  WS-SAVED-BIN                PIC X(50) VALUE SPACES.
001813 77  WS-SAVED-CLR                PIC X(80) VALUE SPACES.
001814 77  WS-LND-STATUS               PIC X(02) VALUE SPACES.
001815 77  WS-SAVED-LND                PIC X(80) VALUE SPACES.
001820 01  WS-SWITCHES.
001830     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001840         88  WS-EOF                         VALUE 'Y'.
001940         88  WS-STO-OPEN                    VALUE 'Y'.
001950     05  WS-OPO-OPEN-SW          PIC X(01) VALUE 'N'.
001960         88  WS-OPO-OPEN                    VALUE 'Y'.
001963     05  WS-POL-OPEN-SW          PIC X(01) VALUE 'N'.
001966         88  WS-POL-OPEN                    VALUE 'Y'.
001970     05  WS-BOR-OPEN-SW          PIC X(01) VALUE 'N'.
001980         88  WS-BOR-OPEN                    VALUE 'Y'.
001990     05  WS-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
002030     05  WS-PMO-OPEN-SW          PIC X(01) VALUE 'N'.
002040         88  WS-PMO-OPEN                    VALUE 'Y'.
002050     05  WS-ALI-FOUND-SW         PIC X(01) VALUE 'N'.
002051         88  WS-ALI-FOUND                   VALUE 'Y'.
002052     05  WS-RSV-OPEN-SW          PIC X(01) VALUE 'N'.
002053         88  WS-RSV-OPEN                    VALUE 'Y'.
002054     05  WS-XIT-OPEN-SW          PIC X(01) VALUE 'N'.
002055         88  WS-XIT-OPEN                    VALUE 'Y'.
002056     05  WS-VCT-OPEN-SW          PIC X(01) VALUE 'N'.
002057         88  WS-VCT-OPEN                    VALUE 'Y'.
002058     05  WS-KIT-OPEN-SW          PIC X(01) VALUE 'N'.
002059         88  WS-KIT-OPEN                    VALUE 'Y'.
002060     05  WS-BIN-OPEN-SW          PIC X(01) VALUE 'N'.
002061         88  WS-BIN-OPEN                    VALUE 'Y'.
002062     05  WS-CLR-OPEN-SW          PIC X(01) VALUE 'N'.
002063         88  WS-CLR-OPEN                    VALUE 'Y'.
002064     05  WS-LND-OPEN-SW          PIC X(01) VALUE 'N'.
002065         88  WS-LND-OPEN                    VALUE 'Y'.
002070 01  WS-HEADING-1.
002080     05  FILLER                  PIC X(40)
002090         VALUE "COGSWORTH PRODUCT MAINTENANCE EXCEPTIONS".
002100 01  WS-HEADING-2.
002110     05  FILLER                  PIC X(07) VALUE "ACTION ".
002120     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
002125     05  FILLER                  PIC X(07) VALUE "OPER   ".
002130     05  FILLER                  PIC X(30) VALUE "REASON".
002140 01  WS-DETAIL-LINE.
002150     05  DL-ACTION               PIC X(03).
002160     05  FILLER                  PIC X(04) VALUE SPACES.
002170     05  DL-DESC                 PIC X(14).
002173     05  DL-OPER                 PIC X(05).
002176     05  FILLER                  PIC X(02) VALUE SPACES.
002180     05  DL-REASON               PIC X(30).
002190 01  WS-SUMMARY-LINE.
002200     05  FILLER                  PIC X(25)
002230 COPY COGSAUDP.
002240 COPY COGSCHGP.
002250 COPY COGSPRCP.
002255 COPY COGSAUTP.
002260 PROCEDURE DIVISION.
002270*----------------------------------------------------------------
002280*    0000-MAINLINE - PROGRAM CONTROL
002880     IF WS-OPO-STATUS = "00"
002890         MOVE 'Y' TO WS-OPO-OPEN-SW
002900     END-IF.
002902     OPEN I-O PO-LINE-FILE.
002904     IF WS-POL-STATUS = "00"
002906         MOVE 'Y' TO WS-POL-OPEN-SW
002908     END-IF.
002910     OPEN I-O BACKORDER-FILE.
002920     IF WS-BOR-STATUS = "00"
002930         MOVE 'Y' TO WS-BOR-OPEN-SW
002970         MOVE 'Y' TO WS-PND-OPEN-SW
002980     END-IF.
002990     OPEN I-O PROMO-PRICE-FILE.
002991     IF WS-PMO-STATUS = "00"
002992         MOVE 'Y' TO WS-PMO-OPEN-SW
002993     END-IF.
002994     OPEN I-O RESERVATION-FILE.
002995     IF WS-RSV-STATUS = "00"
002996         MOVE 'Y' TO WS-RSV-OPEN-SW
002997     END-IF.
002998     OPEN I-O IN-TRANSIT-FILE.
002999     IF WS-XIT-STATUS = "00"
003000         MOVE 'Y' TO WS-XIT-OPEN-SW
003001     END-IF.
003002     OPEN I-O VENDOR-ITEM-FILE.
003003     IF WS-VCT-STATUS = "00"
003004         MOVE 'Y' TO WS-VCT-OPEN-SW
003005     END-IF.
003006     OPEN I-O KIT-FILE.
003007     IF WS-KIT-STATUS = "00"
003008         MOVE 'Y' TO WS-KIT-OPEN-SW
003009     END-IF.
003010     OPEN I-O BIN-LOCATION-FILE.
003011     IF WS-BIN-STATUS = "00"
003012         MOVE 'Y' TO WS-BIN-OPEN-SW
003013     END-IF.
003014     OPEN I-O CLEARANCE-FILE.
003015     IF WS-CLR-STATUS = "00"
003016         MOVE 'Y' TO WS-CLR-OPEN-SW
003020     END-IF.
003022     OPEN I-O LANDED-LEDGER-FILE.
003024     IF WS-LND-STATUS = "00"
003026         MOVE 'Y' TO WS-LND-OPEN-SW
003028     END-IF.
003030     OPEN OUTPUT PRINT-FILE.
003040     IF WS-PRT-STATUS NOT = "00"
003050         DISPLAY "COGSMNT - UNABLE TO OPEN COGSMNT1, STATUS = "
003170*----------------------------------------------------------------
003180 2000-PROCESS-RECORD.
003190     MOVE 'N' TO WS-REJECT-SW.
003198     PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT.
003206     IF NOT WS-REJECTED
003214         PERFORM 2150-READ-MASTER THRU 2150-EXIT
003222         EVALUATE TRUE
003230             WHEN MT-ACTION-ADD
003238                 PERFORM 2300-APPLY-ADD THRU 2300-EXIT
003246             WHEN MT-ACTION-CHANGE
003254                 PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
003262             WHEN MT-ACTION-DELETE
003270                 PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
003278             WHEN MT-ACTION-RENAME
003286                 PERFORM 2550-APPLY-RENAME THRU 2550-EXIT
003294             WHEN OTHER
003302                 MOVE 'Y' TO WS-REJECT-SW
003310                 MOVE "INVALID ACTION CODE" TO DL-REASON
003318         END-EVALUATE
003326     END-IF.
003340     IF WS-REJECTED
003350         MOVE MT-ACTION          TO DL-ACTION
003360         MOVE MT-DESC            TO DL-DESC
003365         MOVE MT-OPER-ID         TO DL-OPER
003370         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
003380         ADD 1 TO WS-RECS-REJECTED
003381     END-IF.
003382     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003383 2000-EXIT.
003384     EXIT.
003385*----------------------------------------------------------------
003386*    2050-CHECK-AUTHORITY - KEYING OPERATOR NEEDS MNT
003387*    AUTHORITY, AND A CHANGE THAT CARRIES A NEW COST OR SELL
003388*    PRICE ALSO NEEDS CST OR PRC - MAINTENANCE IS NOT A WAY
003389*    AROUND THE COST AND PRICE AUTHORITIES
003390*----------------------------------------------------------------
003391 2050-CHECK-AUTHORITY.
003392     MOVE MT-OPER-ID TO AUP-OPER-ID.
003393     MOVE "MNT"      TO AUP-TRAN-TYPE.
003394     CALL "COGSAUTH" USING AUTH-CALL-PARMS.
003395     IF NOT AUP-AUTHORIZED
003396         GO TO 2050-REJECT
003397     END-IF.
003398     IF NOT MT-ACTION-CHANGE
003399         GO TO 2050-EXIT
003400     END-IF.
003401     IF MT-COST-X NOT = SPACES
003402         MOVE "CST" TO AUP-TRAN-TYPE
003403         CALL "COGSAUTH" USING AUTH-CALL-PARMS
003404         IF NOT AUP-AUTHORIZED
003405             GO TO 2050-REJECT
003406         END-IF
003407     END-IF.
003408     IF MT-SELL-X NOT = SPACES
003409         MOVE "PRC" TO AUP-TRAN-TYPE
003410         CALL "COGSAUTH" USING AUTH-CALL-PARMS
003411         IF NOT AUP-AUTHORIZED
003412             GO TO 2050-REJECT
003413         END-IF
003414     END-IF.
003415     GO TO 2050-EXIT.
003416 2050-REJECT.
003417     MOVE 'Y' TO WS-REJECT-SW.
003418     MOVE AUP-REASON TO DL-REASON.
003419 2050-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------
003440*    2100-READ-TRANS - READ NEXT MAINTENANCE TRANSACTION
004580         MOVE "NON-NUMERIC REORDER POINT" TO DL-REASON
004590         GO TO 2400-EXIT
004600     END-IF.
004602     IF MT-STORE-X NOT = SPACES
004604         PERFORM 2480-CHANGE-STORE-REORD THRU 2480-EXIT
004606         GO TO 2400-EXIT
004608     END-IF.
004610     IF MT-COST-X NOT = SPACES
004620         PERFORM 2410-CHANGE-COST THRU 2410-EXIT
004630     END-IF.
005050     MOVE WS-OLD-COST                 TO CGP-OLD-COST.
005060     MOVE MT-COST                     TO CGP-NEW-COST.
005070     MOVE WS-JOB-ID                   TO CGP-JOB-ID.
005075     MOVE MT-OPER-ID                  TO CGP-OPER-ID.
005080     CALL "COGSCHG" USING COST-CHANGE-CALL-PARMS.
005090 2410-EXIT.
005100     EXIT.
005210     MOVE WS-OLD-SELL                 TO PRP-OLD-SELL.
005220     MOVE MT-SELL                     TO PRP-NEW-SELL.
005230     MOVE WS-JOB-ID                   TO PRP-JOB-ID.
005235     MOVE MT-OPER-ID                  TO PRP-OPER-ID.
005240     CALL "COGSPRC" USING PRICE-CHANGE-CALL-PARMS.
005250 2420-EXIT.
005260     EXIT.
005810     MOVE "I8CASE" TO ACP-FIELD.
005820     MOVE I8CASE-PACK TO ACP-OLD-VALUE.
005830     MOVE MT-CASE TO ACP-NEW-VALUE.
005831     MOVE MT-CASE TO I8CASE-PACK.
005832     PERFORM 2600-LOG-AUDIT THRU 2600-EXIT.
005833 2470-EXIT.
005834     EXIT.
005835*----------------------------------------------------------------
005836*    2480-CHANGE-STORE-REORD - NEW REORDER POINT FOR ONE STORE
005837*----------------------------------------------------------------
005838 2480-CHANGE-STORE-REORD.
005839     IF MT-STORE-X NOT NUMERIC
005840         MOVE 'Y' TO WS-REJECT-SW
005841         MOVE "NON-NUMERIC STORE NUMBER" TO DL-REASON
005842         GO TO 2480-EXIT
005843     END-IF.
005844     IF MT-REORD-X = SPACES
005845         MOVE 'Y' TO WS-REJECT-SW
005846         MOVE "STORE CHG NEEDS REORDER POINT" TO DL-REASON
005847         GO TO 2480-EXIT
005848     END-IF.
005849     IF NOT WS-STO-OPEN
005850         MOVE 'Y' TO WS-REJECT-SW
005851         MOVE "STORE FILE NOT AVAILABLE" TO DL-REASON
005852         GO TO 2480-EXIT
005853     END-IF.
005854     MOVE MT-DESC  TO ST-DESC.
005855     MOVE MT-STORE TO ST-STORE.
005856     READ STORE-INVENTORY-FILE
005857         INVALID KEY
005858             MOVE 'Y' TO WS-REJECT-SW
005859             MOVE "STORE NOT STOCKED FOR PRODUCT" TO DL-REASON
005860             GO TO 2480-EXIT
005861     END-READ.
005862     MOVE "ST-REORD" TO ACP-FIELD.
005863     MOVE ST-REORD TO ACP-OLD-VALUE.
005864     MOVE MT-REORD TO ACP-NEW-VALUE.
005865     MOVE MT-REORD TO ST-REORD.
005866     REWRITE STORE-INVENTORY-RECORD.
005867     PERFORM 2600-LOG-AUDIT THRU 2600-EXIT.
005868     ADD 1 TO WS-RECS-CHANGED.
005869 2480-EXIT.
005870     EXIT.
005880*----------------------------------------------------------------
005890*    2500-APPLY-DELETE - RETIRE A PRODUCT WITH NOTHING ON HAND
006730     PERFORM 2650-PUT-ALIAS THRU 2650-EXIT.
006740     PERFORM 2660-REKEY-STORES THRU 2660-EXIT.
006750     PERFORM 2670-REKEY-OPEN-PO THRU 2670-EXIT.
006755     PERFORM 2676-RENAME-PO-LINES THRU 2676-EXIT.
006760     PERFORM 2672-REKEY-PENDING THRU 2672-EXIT.
006770     PERFORM 2674-REKEY-PROMO THRU 2674-EXIT.
006780     PERFORM 2680-REKEY-BACKORDERS THRU 2680-EXIT.
006781     PERFORM 2690-REKEY-RESERVATIONS THRU 2690-EXIT.
006782     PERFORM 2692-REKEY-IN-TRANSIT THRU 2692-EXIT.
006783     PERFORM 2694-REKEY-VENDOR-ITEMS THRU 2694-EXIT.
006784     PERFORM 2696-REKEY-CLEARANCE THRU 2696-EXIT.
006785     PERFORM 2697-REKEY-KIT THRU 2697-EXIT.
006786     PERFORM 2700-RENAME-KIT-COMPS THRU 2700-EXIT.
006787     PERFORM 2710-RENAME-BINS THRU 2710-EXIT.
006788     PERFORM 2699-REKEY-LANDED THRU 2699-EXIT.
006790     MOVE "RENAME" TO ACP-FIELD.
006800     MOVE ZERO TO ACP-OLD-VALUE.
006810     MOVE ZERO TO ACP-NEW-VALUE.
008240     MOVE WS-SAVED-PROMO TO PROMO-PRICE-RECORD.
008250     MOVE MT-NEW-DESC TO PM-DESC.
008260     WRITE PROMO-PRICE-RECORD.
008261 2674-EXIT.
008262     EXIT.
008263*----------------------------------------------------------------
008264*    2676-RENAME-PO-LINES - NUMBERED-PO LINES FOLLOW TOO; THE
008265*    FILE IS KEYED BY PO AND LINE, SO IT IS A FULL PASS
008266*----------------------------------------------------------------
008267 2676-RENAME-PO-LINES.
008268     IF NOT WS-POL-OPEN
008269         GO TO 2676-EXIT
008270     END-IF.
008271     MOVE 'N' TO WS-SCAN-DONE-SW.
008272     MOVE LOW-VALUES TO PL-KEY.
008273     START PO-LINE-FILE KEY NOT < PL-KEY
008274         INVALID KEY
008275             MOVE 'Y' TO WS-SCAN-DONE-SW
008276     END-START.
008277     PERFORM 2678-RENAME-ONE-LINE THRU 2678-EXIT
008278         UNTIL WS-SCAN-DONE.
008279 2676-EXIT.
008280     EXIT.
008281 2678-RENAME-ONE-LINE.
008282     READ PO-LINE-FILE NEXT RECORD
008283         AT END
008284             MOVE 'Y' TO WS-SCAN-DONE-SW
008285             GO TO 2678-EXIT
008286     END-READ.
008287     IF PL-DESC NOT = MT-DESC
008288         GO TO 2678-EXIT
008289     END-IF.
008290     MOVE MT-NEW-DESC TO PL-DESC.
008291     REWRITE PO-LINE-RECORD.
008292 2678-EXIT.
008293     EXIT.
008294*----------------------------------------------------------------
008300*    2680-REKEY-BACKORDERS - OPEN DEMAND FOLLOWS THE NEW NAME
008310*----------------------------------------------------------------
008320 2680-REKEY-BACKORDERS.
008370     MOVE MT-DESC TO BO-DESC.
008380     MOVE ZERO    TO BO-SEQ.
008390     START BACKORDER-FILE KEY NOT < BO-KEY
008391         INVALID KEY
008392             MOVE 'Y' TO WS-SCAN-DONE-SW
008393     END-START.
008394     PERFORM 2685-REKEY-ONE-BO THRU 2685-EXIT
008395         UNTIL WS-SCAN-DONE.
008396 2680-EXIT.
008397     EXIT.
008398 2685-REKEY-ONE-BO.
008399     READ BACKORDER-FILE NEXT RECORD
008400         AT END
008401             MOVE 'Y' TO WS-SCAN-DONE-SW
008402             GO TO 2685-EXIT
008403     END-READ.
008404     IF BO-DESC NOT = MT-DESC
008405         MOVE 'Y' TO WS-SCAN-DONE-SW
008406         GO TO 2685-EXIT
008407     END-IF.
008408     MOVE BACKORDER-RECORD TO WS-SAVED-BO.
008409     DELETE BACKORDER-FILE.
008410     MOVE WS-SAVED-BO TO BACKORDER-RECORD.
008411     MOVE MT-NEW-DESC TO BO-DESC.
008412     WRITE BACKORDER-RECORD.
008413 2685-EXIT.
008414     EXIT.
008415*----------------------------------------------------------------
008416*    2690-REKEY-RESERVATIONS - CUSTOMER HOLDS FOLLOW THE NEW
008417*    NAME, SO A PICKUP OR CANCEL STILL FINDS ITS HOLD
008418*----------------------------------------------------------------
008419 2690-REKEY-RESERVATIONS.
008420     IF NOT WS-RSV-OPEN
008421         GO TO 2690-EXIT
008422     END-IF.
008423     MOVE 'N' TO WS-SCAN-DONE-SW.
008424     MOVE MT-DESC TO RV-DESC OF RESERVATION-RECORD.
008425     MOVE ZERO    TO RV-RES-NO.
008426     START RESERVATION-FILE KEY NOT < RV-KEY
008427         INVALID KEY
008428             MOVE 'Y' TO WS-SCAN-DONE-SW
008429     END-START.
008430     PERFORM 2691-REKEY-ONE-RSV THRU 2691-EXIT
008431         UNTIL WS-SCAN-DONE.
008432 2690-EXIT.
008433     EXIT.
008434 2691-REKEY-ONE-RSV.
008435     READ RESERVATION-FILE NEXT RECORD
008436         AT END
008437             MOVE 'Y' TO WS-SCAN-DONE-SW
008438             GO TO 2691-EXIT
008439     END-READ.
008440     IF RV-DESC OF RESERVATION-RECORD NOT = MT-DESC
008441         MOVE 'Y' TO WS-SCAN-DONE-SW
008442         GO TO 2691-EXIT
008443     END-IF.
008444     MOVE RESERVATION-RECORD TO WS-SAVED-RSV.
008445     DELETE RESERVATION-FILE.
008446     MOVE WS-SAVED-RSV TO RESERVATION-RECORD.
008447     MOVE MT-NEW-DESC TO RV-DESC OF RESERVATION-RECORD.
008448     WRITE RESERVATION-RECORD.
008449 2691-EXIT.
008450     EXIT.
008451*----------------------------------------------------------------
008452*    2692-REKEY-IN-TRANSIT - TRANSFERS ON THE ROAD FOLLOW THE
008453*    NEW NAME, SO THE RECEIVING STORE'S CONFIRMATION MATCHES
008454*----------------------------------------------------------------
008455 2692-REKEY-IN-TRANSIT.
008456     IF NOT WS-XIT-OPEN
008457         GO TO 2692-EXIT
008458     END-IF.
008459     MOVE 'N' TO WS-SCAN-DONE-SW.
008460     MOVE MT-DESC TO IT-DESC.
008461     MOVE ZERO    TO IT-XFER-NO.
008462     START IN-TRANSIT-FILE KEY NOT < IT-KEY
008463         INVALID KEY
008464             MOVE 'Y' TO WS-SCAN-DONE-SW
008465     END-START.
008466     PERFORM 2693-REKEY-ONE-XIT THRU 2693-EXIT
008467         UNTIL WS-SCAN-DONE.
008468 2692-EXIT.
008469     EXIT.
008470 2693-REKEY-ONE-XIT.
008471     READ IN-TRANSIT-FILE NEXT RECORD
008472         AT END
008473             MOVE 'Y' TO WS-SCAN-DONE-SW
008474             GO TO 2693-EXIT
008475     END-READ.
008476     IF IT-DESC NOT = MT-DESC
008477         MOVE 'Y' TO WS-SCAN-DONE-SW
008478         GO TO 2693-EXIT
008479     END-IF.
008480     MOVE IN-TRANSIT-RECORD TO WS-SAVED-XIT.
008481     DELETE IN-TRANSIT-FILE.
008482     MOVE WS-SAVED-XIT TO IN-TRANSIT-RECORD.
008483     MOVE MT-NEW-DESC TO IT-DESC.
008484     WRITE IN-TRANSIT-RECORD.
008485 2693-EXIT.
008486     EXIT.
008487*----------------------------------------------------------------
008488*    2694-REKEY-VENDOR-ITEMS - THE PRODUCT'S VENDOR CATALOG
008489*    ROWS FOLLOW THE NEW NAME
008490*----------------------------------------------------------------
008491 2694-REKEY-VENDOR-ITEMS.
008492     IF NOT WS-VCT-OPEN
008493         GO TO 2694-EXIT
008494     END-IF.
008495     MOVE 'N' TO WS-SCAN-DONE-SW.
008496     MOVE MT-DESC    TO VI-DESC.
008497     MOVE LOW-VALUES TO VI-VNDR.
008498     START VENDOR-ITEM-FILE KEY NOT < VI-KEY
008499         INVALID KEY
008500             MOVE 'Y' TO WS-SCAN-DONE-SW
008501     END-START.
008502     PERFORM 2695-REKEY-ONE-VCAT THRU 2695-EXIT
008503         UNTIL WS-SCAN-DONE.
008504 2694-EXIT.
008505     EXIT.
008506 2695-REKEY-ONE-VCAT.
008507     READ VENDOR-ITEM-FILE NEXT RECORD
008508         AT END
008509             MOVE 'Y' TO WS-SCAN-DONE-SW
008510             GO TO 2695-EXIT
008511     END-READ.
008512     IF VI-DESC NOT = MT-DESC
008513         MOVE 'Y' TO WS-SCAN-DONE-SW
008514         GO TO 2695-EXIT
008515     END-IF.
008516     MOVE VENDOR-ITEM-RECORD TO WS-SAVED-VCAT.
008517     DELETE VENDOR-ITEM-FILE.
008518     MOVE WS-SAVED-VCAT TO VENDOR-ITEM-RECORD.
008519     MOVE MT-NEW-DESC TO VI-DESC.
008520     WRITE VENDOR-ITEM-RECORD.
008521 2695-EXIT.
008522     EXIT.
008523*----------------------------------------------------------------
008524*    2696-REKEY-CLEARANCE - A PRODUCT ON THE MARKDOWN SCHEDULE
008525*    KEEPS ITS STEP AND ORIGINAL SELL UNDER THE NEW NAME
008526*----------------------------------------------------------------
008527 2696-REKEY-CLEARANCE.
008528     IF NOT WS-CLR-OPEN
008529         GO TO 2696-EXIT
008530     END-IF.
008531     MOVE MT-DESC TO CL-DESC.
008532     READ CLEARANCE-FILE
008533         INVALID KEY
008534             GO TO 2696-EXIT
008535     END-READ.
008536     MOVE CLEARANCE-RECORD TO WS-SAVED-CLR.
008537     DELETE CLEARANCE-FILE.
008538     MOVE WS-SAVED-CLR TO CLEARANCE-RECORD.
008539     MOVE MT-NEW-DESC TO CL-DESC.
008540     WRITE CLEARANCE-RECORD.
008541 2696-EXIT.
008542     EXIT.
008543*----------------------------------------------------------------
008544*    2697-REKEY-KIT - WHEN THE PRODUCT IS A KIT ITS COMPONENT
008545*    LIST FOLLOWS THE NEW NAME
008546*----------------------------------------------------------------
008547 2697-REKEY-KIT.
008548     IF NOT WS-KIT-OPEN
008549         GO TO 2697-EXIT
008550     END-IF.
008551     MOVE 'N' TO WS-SCAN-DONE-SW.
008552     MOVE MT-DESC    TO KT-KIT-DESC.
008553     MOVE LOW-VALUES TO KT-COMP-DESC.
008554     START KIT-FILE KEY NOT < KT-KEY
008555         INVALID KEY
008556             MOVE 'Y' TO WS-SCAN-DONE-SW
008557     END-START.
008558     PERFORM 2698-REKEY-ONE-KIT THRU 2698-EXIT
008559         UNTIL WS-SCAN-DONE.
008560 2697-EXIT.
008561     EXIT.
008562 2698-REKEY-ONE-KIT.
008563     READ KIT-FILE NEXT RECORD
008564         AT END
008565             MOVE 'Y' TO WS-SCAN-DONE-SW
008566             GO TO 2698-EXIT
008567     END-READ.
008568     IF KT-KIT-DESC NOT = MT-DESC
008569         MOVE 'Y' TO WS-SCAN-DONE-SW
008570         GO TO 2698-EXIT
008571     END-IF.
008572     MOVE KIT-COMPONENT-RECORD TO WS-SAVED-KIT.
008573     DELETE KIT-FILE.
008574     MOVE WS-SAVED-KIT TO KIT-COMPONENT-RECORD.
008575     MOVE MT-NEW-DESC TO KT-KIT-DESC.
008576     WRITE KIT-COMPONENT-RECORD.
008577 2698-EXIT.
008578     EXIT.
008579*----------------------------------------------------------------
008580*    2699-REKEY-LANDED - THE COGSLNDL ROW FOLLOWS THE NEW NAME
008581*----------------------------------------------------------------
008582 2699-REKEY-LANDED.
008583     IF NOT WS-LND-OPEN
008584         GO TO 2699-EXIT
008585     END-IF.
008586     MOVE MT-DESC TO LN-DESC.
008587     READ LANDED-LEDGER-FILE
008588         INVALID KEY
008589             GO TO 2699-EXIT
008590     END-READ.
008591     MOVE LANDED-LEDGER-RECORD TO WS-SAVED-LND.
008592     DELETE LANDED-LEDGER-FILE.
008593     MOVE WS-SAVED-LND TO LANDED-LEDGER-RECORD.
008594     MOVE MT-NEW-DESC TO LN-DESC.
008595     WRITE LANDED-LEDGER-RECORD.
008596 2699-EXIT.
008597     EXIT.
008598*----------------------------------------------------------------
008599*    2700-RENAME-KIT-COMPS - WHEN THE PRODUCT IS A COMPONENT OF
008600*    OTHER KITS THOSE ROWS FOLLOW TOO; THE FILE IS KEYED BY KIT
008601*    FIRST, SO IT IS A FULL PASS
008602*----------------------------------------------------------------
008603 2700-RENAME-KIT-COMPS.
008604     IF NOT WS-KIT-OPEN
008605         GO TO 2700-EXIT
008606     END-IF.
008607     MOVE 'N' TO WS-SCAN-DONE-SW.
008608     MOVE LOW-VALUES TO KT-KEY.
008609     START KIT-FILE KEY NOT < KT-KEY
008610         INVALID KEY
008611             MOVE 'Y' TO WS-SCAN-DONE-SW
008612     END-START.
008613     PERFORM 2705-RENAME-ONE-COMP THRU 2705-EXIT
008614         UNTIL WS-SCAN-DONE.
008615 2700-EXIT.
008616     EXIT.
008617 2705-RENAME-ONE-COMP.
008618     READ KIT-FILE NEXT RECORD
008619         AT END
008620             MOVE 'Y' TO WS-SCAN-DONE-SW
008621             GO TO 2705-EXIT
008622     END-READ.
008623     IF KT-COMP-DESC NOT = MT-DESC
008624         GO TO 2705-EXIT
008625     END-IF.
008626     MOVE KIT-COMPONENT-RECORD TO WS-SAVED-KIT.
008627     DELETE KIT-FILE.
008628     MOVE WS-SAVED-KIT TO KIT-COMPONENT-RECORD.
008629     MOVE MT-NEW-DESC TO KT-COMP-DESC.
008630     WRITE KIT-COMPONENT-RECORD.
008631 2705-EXIT.
008632     EXIT.
008633*----------------------------------------------------------------
008634*    2710-RENAME-BINS - BIN ROWS FOLLOW TOO; THE FILE IS KEYED
008635*    BY STORE FIRST, SO IT IS A FULL PASS
008636*----------------------------------------------------------------
008637 2710-RENAME-BINS.
008638     IF NOT WS-BIN-OPEN
008639         GO TO 2710-EXIT
008640     END-IF.
008641     MOVE 'N' TO WS-SCAN-DONE-SW.
008642     MOVE LOW-VALUES TO BN-KEY.
008643     START BIN-LOCATION-FILE KEY NOT < BN-KEY
008644         INVALID KEY
008645             MOVE 'Y' TO WS-SCAN-DONE-SW
008646     END-START.
008647     PERFORM 2715-RENAME-ONE-BIN THRU 2715-EXIT
008648         UNTIL WS-SCAN-DONE.
008649 2710-EXIT.
008650     EXIT.
008651 2715-RENAME-ONE-BIN.
008652     READ BIN-LOCATION-FILE NEXT RECORD
008653         AT END
008654             MOVE 'Y' TO WS-SCAN-DONE-SW
008655             GO TO 2715-EXIT
008656     END-READ.
008657     IF BN-DESC NOT = MT-DESC
008658         GO TO 2715-EXIT
008659     END-IF.
008660     MOVE BIN-LOCATION-RECORD TO WS-SAVED-BIN.
008661     DELETE BIN-LOCATION-FILE.
008662     MOVE WS-SAVED-BIN TO BIN-LOCATION-RECORD.
008663     MOVE MT-NEW-DESC TO BN-DESC.
008664     WRITE BIN-LOCATION-RECORD.
008665 2715-EXIT.
008666     EXIT.
008667*----------------------------------------------------------------
008668*    2600-LOG-AUDIT - RECORD ONE APPLIED CHANGE IN COGSAUD
008669*----------------------------------------------------------------
008670 2600-LOG-AUDIT.
008680     MOVE MT-DESC   TO ACP-DESC.
008690     MOVE WS-JOB-ID TO ACP-JOB-ID.
008695     MOVE MT-OPER-ID TO ACP-OPER-ID.
008700     CALL "COGSAUD" USING AUDIT-CALL-PARMS.
008710 2600-EXIT.
008720     EXIT.
008850     IF WS-OPO-OPEN
008860         CLOSE OPEN-PO-FILE
008870     END-IF.
008872     IF WS-POL-OPEN
008874         CLOSE PO-LINE-FILE
008876     END-IF.
008880     IF WS-BOR-OPEN
008890         CLOSE BACKORDER-FILE
008900     END-IF.
008920         CLOSE PENDING-COST-FILE
008930     END-IF.
008940     IF WS-PMO-OPEN
008941         CLOSE PROMO-PRICE-FILE
008942     END-IF.
008943     IF WS-RSV-OPEN
008944         CLOSE RESERVATION-FILE
008945     END-IF.
008946     IF WS-XIT-OPEN
008947         CLOSE IN-TRANSIT-FILE
008948     END-IF.
008949     IF WS-VCT-OPEN
008950         CLOSE VENDOR-ITEM-FILE
008951     END-IF.
008952     IF WS-KIT-OPEN
008953         CLOSE KIT-FILE
008954     END-IF.
008955     IF WS-BIN-OPEN
008956         CLOSE BIN-LOCATION-FILE
008957     END-IF.
008958     IF WS-CLR-OPEN
008959         CLOSE CLEARANCE-FILE
008960     END-IF.
008962     IF WS-LND-OPEN
008964         CLOSE LANDED-LEDGER-FILE
008966     END-IF.
008970     IF WS-ITM-OPEN
008980         OPEN OUTPUT ITEM-CONTROL-FILE
008990         INITIALIZE ITEM-CONTROL-RECORD
