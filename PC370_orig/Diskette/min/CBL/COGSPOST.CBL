000380*                    BACKORDER RELEASE DRAWS THAT SAME SHELF,  *
000390*                    SO THE STORE FILE FOOTS TO IQOH THE       *
000400*                    MOMENT THE RECEIPT POSTS AND COGSALOC     *
000401*                    ALLOCATES FROM WHAT ACTUALLY LANDED       *
000402*   2026-09-02  DHH  A RELEASED BACKORDER NOW WRITES ITS       *
000403*                    COGSSLH1 SALES HISTORY ROW AT ISELL SO    *
000404*                    COGSREVN AND COGSSPRF RECONCILE           *
000405*   2026-10-05  DHH  NUMBERED POS - A RECEIPT QUOTING A PO     *
000406*                    NUMBER AND LINE RELIEVES THAT COGSPOL     *
000407*                    LINE (PARTIALS LEAVE IT OPEN, THE LAST    *
000408*                    UNIT CLOSES IT AND, WITH IT, AN EMPTIED   *
000409*                    COGSPOH HEADER), TAKES ITS VENDOR AND     *
000410*                    SHIP-TO FROM THE HEADER, AND STAMPS THE   *
000411*                    PO AND LINE ON COGSRCH1 AND COGSAPF1      *
000412*   2026-10-05  DHH  OVERFLOW CHECKS RAISED TO THE 7-DIGIT     *
000413*                    IQOH/IPURCH/STATE AND SHELF CAPACITY,     *
000414*                    SALES 27 BYTES, SALES HISTORY 44 BYTES    *
000415*   2026-10-05  DHH  KITS - A SALE OF A COGSKIT KIT DRAWS      *
000416*                    ITS COMPONENTS (IQOH, PERIOD SALES,       *
000417*                    AUDIT, SHELF) WHILE THE STATE COLUMN,     *
000418*                    STORE UNITS SOLD AND SALES HISTORY STAY   *
000419*                    ON THE KIT; A SHORT COMPONENT BACKORDERS  *
000420*                    THE KIT, KIT BACKORDERS RELEASE AFTER THE *
000421*                    SWEEP FROM THE DOCK, AND A RECEIPT OF A   *
000422*                    KIT REJECTS                               *
000423*   2026-10-05  DHH  THE DOCK STORE NOW COMES FROM THE         *
000424*                    WAREHOUSE FLAGGED ON THE COGSSTRM STORE   *
000425*                    MASTER - COGSALP IS READ ONLY WHEN NONE   *
000426*                    IS FLAGGED                                *
000427*   2026-10-05  DHH  CUSTOMER HOLDS - COGSRSRV PICKUPS ON      *
000428*                    COGSRSPU POST AS SALES AHEAD OF THE       *
000429*                    REGISTER; A SALE OR BACKORDER RELEASE     *
000430*                    MAY NOT TAKE UNITS HELD IN ST-RESERVED    *
000431*   2026-10-05  DHH  COST CHANGES CHECKED AGAINST THE KEYING   *
000432*                    OPERATOR'S CST AUTHORITY (COGSAUTH); THE  *
000433*                    OPERATOR IS CARRIED ONTO THE HOLD AND THE *
000434*                    COST HISTORY                              *
000435*   2026-10-05  DHH  RECEIPTS NOW PUT AWAY TO THE RECEIVING    *
000436*                    STORE'S PRIMARY BIN THROUGH COGSBINS      *
000437*   2026-10-05  DHH  A KIT SALE OR KIT BACKORDER RELEASE MAY   *
000438*                    NOT TAKE A COMPONENT'S UNITS HELD FOR     *
000439*                    CUSTOMERS - COMPANY-WIDE OR ON THE        *
000440*                    SELLING SHELF - ANY MORE THAN A PLAIN     *
000441*                    SALE MAY                                  *
000450****************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS OP-DESC
000831         FILE STATUS IS WS-OPO-STATUS.
000832     SELECT PO-HEADER-FILE ASSIGN TO COGSPOH
000833         ORGANIZATION IS INDEXED
000834         ACCESS MODE IS DYNAMIC
000835         RECORD KEY IS PH-PO-NUMBER
000836         FILE STATUS IS WS-POH-STATUS.
000837     SELECT PO-LINE-FILE ASSIGN TO COGSPOL
000838         ORGANIZATION IS INDEXED
000839         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS PL-KEY
000841         FILE STATUS IS WS-POL-STATUS.
000850     SELECT BACKORDER-FILE ASSIGN TO COGSBORD
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
001150     SELECT CONTROL-TOTALS-FILE ASSIGN TO COGSCTLF
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS WS-CTL-STATUS.
001171     SELECT KIT-FILE ASSIGN TO COGSKIT
001172         ORGANIZATION IS INDEXED
001173         ACCESS MODE IS SEQUENTIAL
001174         RECORD KEY IS KT-KEY
001175         FILE STATUS IS WS-KIT-STATUS.
001176     SELECT PICKUP-TRANS-FILE ASSIGN TO COGSRSPU
001177         ORGANIZATION IS SEQUENTIAL
001178         FILE STATUS IS WS-PKU-STATUS.
001180     SELECT PRINT-FILE ASSIGN TO COGSPST1
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS WS-PRT-STATUS.
001220 FILE SECTION.
001230 FD  SALE-TRANS-FILE
001240     RECORDING MODE IS F
001250     RECORD CONTAINS 27 CHARACTERS
001260     BLOCK CONTAINS 0 RECORDS
001270     LABEL RECORDS ARE STANDARD.
001280 COPY COGSSLTX.
001290 FD  PO-TRANS-FILE
001300     RECORDING MODE IS F
001310     RECORD CONTAINS 30 CHARACTERS
001320     BLOCK CONTAINS 0 RECORDS
001330     LABEL RECORDS ARE STANDARD.
001340 COPY COGSPOTX.
001350 FD  COST-TRANS-FILE
001360     RECORDING MODE IS F
001370     RECORD CONTAINS 25 CHARACTERS
001380     BLOCK CONTAINS 0 RECORDS
001390     LABEL RECORDS ARE STANDARD.
001400 COPY COGSCHTX.
001401 FD  PICKUP-TRANS-FILE
001402     RECORDING MODE IS F
001403     RECORD CONTAINS 27 CHARACTERS
001404     BLOCK CONTAINS 0 RECORDS
001405     LABEL RECORDS ARE STANDARD.
001406 01  PICKUP-TRANS-RECORD         PIC X(27).
001410 FD  REGION-CONTROL-FILE
001420     RECORDING MODE IS F
001430     RECORD CONTAINS 20 CHARACTERS
001480     05  RG-NAME                 PIC X(15).
001490     05  FILLER                  PIC X(03).
001500 SD  SORT-WORK-FILE
001510     RECORD CONTAINS 49 CHARACTERS.
001520 01  SORT-POST-RECORD.
001530     05  SRT-DESC            PIC X(10).
001540     05  SRT-TYPE            PIC 9(02).
001550     05  SRT-SEQ             PIC 9(07).
001560     05  SRT-DATA            PIC X(30).
001570 FD  COGS-MASTER-FILE
001580     LABEL RECORDS ARE STANDARD.
001590 COPY COGSMSTR.
001710     RECORDING MODE IS F
001720     RECORD CONTAINS 40 CHARACTERS
001730     LABEL RECORDS ARE STANDARD.
001731 COPY COGSOPOR.
001732 FD  PO-HEADER-FILE
001733     RECORDING MODE IS F
001734     RECORD CONTAINS 80 CHARACTERS
001735     LABEL RECORDS ARE STANDARD.
001736 COPY COGSPOHR.
001737 FD  PO-LINE-FILE
001738     RECORDING MODE IS F
001739     RECORD CONTAINS 80 CHARACTERS
001740     LABEL RECORDS ARE STANDARD.
001741 COPY COGSPOLR.
001750 FD  BACKORDER-FILE
001760     RECORDING MODE IS F
001770     RECORD CONTAINS 40 CHARACTERS
002070     05  FILLER              PIC X(77).
002080 FD  SALES-HISTORY-FILE
002090     RECORDING MODE IS F
002100     RECORD CONTAINS 44 CHARACTERS
002110     LABEL RECORDS ARE STANDARD.
002120 COPY COGSSLHR.
002130 FD  RECEIPT-HISTORY-FILE
002250     RECORD CONTAINS 80 CHARACTERS
002260     LABEL RECORDS ARE STANDARD.
002270 COPY COGSCTLR.
002271 FD  KIT-FILE
002272     RECORDING MODE IS F
002273     RECORD CONTAINS 40 CHARACTERS
002274     LABEL RECORDS ARE STANDARD.
002275 COPY COGSKITR.
002280 FD  PRINT-FILE
002290     RECORDING MODE IS F
002300     RECORD CONTAINS 132 CHARACTERS
002390 77  WS-VND-STATUS               PIC X(02) VALUE SPACES.
002400 77  WS-STO-STATUS               PIC X(02) VALUE SPACES.
002410 77  WS-OPO-STATUS               PIC X(02) VALUE SPACES.
002413 77  WS-POH-STATUS               PIC X(02) VALUE SPACES.
002416 77  WS-POL-STATUS               PIC X(02) VALUE SPACES.
002420 77  WS-BOR-STATUS               PIC X(02) VALUE SPACES.
002430 77  WS-PND-STATUS               PIC X(02) VALUE SPACES.
002440 77  WS-BRG-STATUS               PIC X(02) VALUE SPACES.
002480 77  WS-APF-STATUS               PIC X(02) VALUE SPACES.
002490 77  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
002500 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
002503 77  WS-KIT-STATUS               PIC X(02) VALUE SPACES.
002506 77  WS-PKU-STATUS               PIC X(02) VALUE SPACES.
002510 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
002520 77  WS-ALP-STATUS               PIC X(02) VALUE SPACES.
002530 77  WS-DOCK-STORE               PIC 9(03) VALUE ZERO.
002540 77  WS-RCV-STORE                PIC 9(03) VALUE ZERO.
002541 77  WS-RCV-VNDR                 PIC X(06) VALUE SPACES.
002542 77  WS-PL-NEW-RCVD              PIC 9(07) VALUE ZERO.
002543 77  WS-SCAN-PO                  PIC 9(07) VALUE ZERO.
002544 77  WS-SCAN-OPEN                PIC 9(05) COMP VALUE ZERO.
002545 77  WS-SCAN-CLOSED              PIC 9(05) COMP VALUE ZERO.
002550 77  WS-TOLERANCE-PCT            PIC 9(03) VALUE 25.
002560 77  WS-CHANGE-PCT               PIC 9(07) VALUE ZERO.
002570 77  WS-COST-DIFF                PIC S9(05)V9(02) VALUE ZERO.
002580 77  WS-RELEASE-SEQ              PIC 9(07) COMP VALUE ZERO.
002590 77  WS-SL-READ                  PIC 9(07) COMP VALUE ZERO.
002600 77  WS-SL-POSTED                PIC 9(07) COMP VALUE ZERO.
002790 77  WS-MASTERS-REWRITTEN        PIC 9(07) COMP VALUE ZERO.
002800 77  WS-BO-RELEASED              PIC 9(07) COMP VALUE ZERO.
002810 77  WS-GROUP-DESC               PIC X(10) VALUE LOW-VALUES.
002817 77  WS-GROUP-RESERVED           PIC 9(08) VALUE ZERO.
002824 77  WS-RSV-DESC                 PIC X(10) VALUE SPACES.
002831 77  WS-RSV-TOTAL                PIC 9(08) VALUE ZERO.
002838 77  WS-OLD-STATE-QTY            PIC 9(08) VALUE ZERO.
002845 77  WS-NEW-STATE-QTY            PIC 9(08) VALUE ZERO.
002852 77  WS-NEW-QOH                  PIC 9(08) VALUE ZERO.
002859 77  WS-OLD-QOH                  PIC 9(07) VALUE ZERO.
002866 77  WS-NEW-PURCH                PIC 9(08) VALUE ZERO.
002873 77  WS-OLD-PURCH                PIC 9(07) VALUE ZERO.
002880 77  WS-STATE-FIELD-NAME         PIC X(08) VALUE SPACES.
002890 77  WS-RGC-COUNT                PIC 9(02) COMP VALUE ZERO.
002900 77  WS-RGC-SUB                  PIC 9(02) COMP VALUE ZERO.
002910 77  WS-I3-SUB                   PIC 9(02) COMP VALUE ZERO.
002920 77  WS-NEW-STORE-QOH            PIC S9(08) VALUE ZERO.
002930 77  WS-RUNG-PRICE               PIC 9(05)V9(02) VALUE ZERO.
002940 77  WS-OLD-COST                 PIC 9(05)V9(02) VALUE ZERO.
002950 77  WS-CASE-QTY                 PIC 9(05) VALUE ZERO.
002960 77  WS-EACH-QTY                 PIC 9(09) VALUE ZERO.
002970 77  WS-RH-ORDERED               PIC 9(05) VALUE ZERO.
003000 77  WS-RH-FINAL-SW              PIC X(01) VALUE 'N'.
003010 77  WS-AP-EXT-VALUE             PIC 9(07)V9(02) VALUE ZERO.
003020 77  WS-BO-LAST-SEQ              PIC 9(05) VALUE ZERO.
003021 77  WS-BO-OLD-QOH               PIC 9(07) VALUE ZERO.
003022 77  WS-KIT-COUNT                PIC 9(04) COMP VALUE ZERO.
003023 77  WS-KIT-SUB                  PIC 9(04) COMP VALUE ZERO.
003024 77  WS-KIT-NEXT                 PIC 9(04) COMP VALUE ZERO.
003025 77  WS-KIT-FIRST                PIC 9(04) COMP VALUE ZERO.
003026 77  WS-KIT-LAST                 PIC 9(04) COMP VALUE ZERO.
003027 77  WS-KIT-KEY                  PIC X(10) VALUE SPACES.
003028 77  WS-KIT-DRAW                 PIC 9(09) VALUE ZERO.
003029 77  WS-KIT-UNITS                PIC 9(09) VALUE ZERO.
003030 77  WS-KIT-SHELF                PIC 9(03) VALUE ZERO.
003031 77  WS-KIT-JOB-ID               PIC X(08) VALUE SPACES.
003040 01  WS-SWITCHES.
003050     05  WS-SLI-EOF-SW           PIC X(01) VALUE 'N'.
003060         88  WS-SLI-EOF                     VALUE 'Y'.
003080         88  WS-POI-EOF                     VALUE 'Y'.
003090     05  WS-CTI-EOF-SW           PIC X(01) VALUE 'N'.
003100         88  WS-CTI-EOF                     VALUE 'Y'.
003101     05  WS-PKU-EOF-SW           PIC X(01) VALUE 'N'.
003102         88  WS-PKU-EOF                     VALUE 'Y'.
003103     05  WS-RSV-SCAN-SW          PIC X(01) VALUE 'N'.
003104         88  WS-RSV-SCAN-DONE               VALUE 'Y'.
003105     05  WS-PKU-OPEN-SW          PIC X(01) VALUE 'N'.
003106         88  WS-PKU-OPEN                    VALUE 'Y'.
003110     05  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.
003120         88  WS-REG-EOF                     VALUE 'Y'.
003130     05  WS-SRT-EOF-SW           PIC X(01) VALUE 'N'.
003240         88  WS-STO-OPEN                    VALUE 'Y'.
003250     05  WS-OPO-OPEN-SW          PIC X(01) VALUE 'N'.
003260         88  WS-OPO-OPEN                    VALUE 'Y'.
003261     05  WS-POL-OPEN-SW          PIC X(01) VALUE 'N'.
003262         88  WS-POL-OPEN                    VALUE 'Y'.
003263     05  WS-PO-QUOTED-SW         PIC X(01) VALUE 'N'.
003264         88  WS-PO-QUOTED                   VALUE 'Y'.
003265     05  WS-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
003266         88  WS-SCAN-DONE                   VALUE 'Y'.
003270     05  WS-BOR-OPEN-SW          PIC X(01) VALUE 'N'.
003280         88  WS-BOR-OPEN                    VALUE 'Y'.
003290     05  WS-BRG-OPEN-SW          PIC X(01) VALUE 'N'.
003520         88  WS-BO-STOP                     VALUE 'Y'.
003530     05  WS-BO-POSTED-SW         PIC X(01) VALUE 'N'.
003540         88  WS-BO-POSTED                   VALUE 'Y'.
003542     05  WS-KIT-FOUND-SW         PIC X(01) VALUE 'N'.
003544         88  WS-KIT-FOUND                   VALUE 'Y'.
003546     05  WS-KIT-RELEASE-SW       PIC X(01) VALUE 'N'.
003548         88  WS-KIT-RELEASE                 VALUE 'Y'.
003550 01  WS-REGION-CTL-TABLE.
003560     05  WS-RGC-ENTRY OCCURS 50 TIMES.
003570         10  WS-RGC-CODE         PIC X(02).
003571 01  WS-KIT-TABLE.
003572     05  WS-KIT-ENTRY OCCURS 500 TIMES.
003573         10  WS-KIT-DESC         PIC X(10).
003574         10  WS-KIT-COMP         PIC X(10).
003575         10  WS-KIT-QTY          PIC 9(03).
003576 01  WS-GROUP-SAVE               PIC X(268).
003580 01  WS-HEADING-1.
003590     05  FILLER                  PIC X(44)
003600         VALUE "COGSWORTH CONSOLIDATED POSTING EXCEPTIONS".
003720     05  DL-REASON               PIC X(30).
003730 COPY COGSAUDP.
003740 COPY COGSDATP.
003745 COPY COGSSTLP.
003750 COPY COGSCHGP.
003753 COPY COGSAUTP.
003756 COPY COGSBINP.
003760 COPY COGSBHTR.
003770 PROCEDURE DIVISION.
003780*----------------------------------------------------------------
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF.
004151     OPEN INPUT PICKUP-TRANS-FILE.
004152     IF WS-PKU-STATUS = "00"
004153         MOVE 'Y' TO WS-PKU-OPEN-SW
004154     ELSE
004155         DISPLAY "COGSPOST - NO COGSRSPU PICKUPS, STATUS = "
004156                 WS-PKU-STATUS
004157         MOVE 'Y' TO WS-PKU-EOF-SW
004158     END-IF.
004160     OPEN I-O COGS-MASTER-FILE.
004170     IF WS-MST-STATUS NOT = "00"
004180         DISPLAY "COGSPOST - UNABLE TO OPEN COGSMST, STATUS = "
004400     ELSE
004410         DISPLAY "COGSPOST - NO OPEN-PO LEDGER, STATUS = "
004420                 WS-OPO-STATUS " - RELIEF SKIPPED"
004421     END-IF.
004422     OPEN I-O PO-HEADER-FILE.
004423     OPEN I-O PO-LINE-FILE.
004424     IF WS-POH-STATUS = "00" AND WS-POL-STATUS = "00"
004425         MOVE 'Y' TO WS-POL-OPEN-SW
004426     ELSE
004427         DISPLAY "COGSPOST - NO NUMBERED PO FILES, STATUS = "
004428                 WS-POH-STATUS " " WS-POL-STATUS
004429                 " - RECEIPTS QUOTING A PO WILL REJECT"
004430     END-IF.
004440     OPEN I-O BACKORDER-FILE.
004450     IF WS-BOR-STATUS = "35"
004780                 WS-BRG-STATUS " - BATCHES UNREGISTERED"
004790     END-IF.
004800     PERFORM 1100-GET-TOLERANCE THRU 1100-EXIT.
004803     MOVE "WHSE" TO SKP-FUNCTION.
004806     MOVE WS-TODAY-DATE TO SKP-AS-OF-DATE.
004809     CALL "COGSSTLK" USING STORE-CALL-PARMS.
004812     IF SKP-RETURN-STATUS = "00"
004815         MOVE SKP-STORE TO WS-DOCK-STORE
004818     ELSE
004821         OPEN INPUT ALLOC-PARM-FILE
004824     END-IF.
004827     IF WS-DOCK-STORE = ZERO AND WS-ALP-STATUS = "00"
004830         READ ALLOC-PARM-FILE
004840             AT END
004850                 CONTINUE
004900         CLOSE ALLOC-PARM-FILE
004910     END-IF.
004920     IF WS-DOCK-STORE = ZERO
004930         DISPLAY "COGSPOST - NO COGSSTRM OR COGSALP WAREHOUSE, "
004940                 "COMPANY RECEIPTS POST COMPANY-WIDE ONLY"
004950     END-IF.
004960     OPEN EXTEND SALES-HISTORY-FILE.
004970     IF WS-SLH-STATUS = "35"
005230     WRITE PRINT-RECORD FROM WS-HEADING-1.
005240     WRITE PRINT-RECORD FROM WS-HEADING-2.
005250     PERFORM 1200-LOAD-REGION-TABLE THRU 1200-EXIT.
005255     PERFORM 1300-LOAD-KIT-TABLE THRU 1300-EXIT.
005260 1000-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------
005770         ADD 1 TO WS-RGC-COUNT
005780         MOVE RG-CODE TO WS-RGC-CODE(WS-RGC-COUNT)
005790     END-IF.
005791 1250-EXIT.
005792     EXIT.
005793*----------------------------------------------------------------
005794*    1300-LOAD-KIT-TABLE - TABLE UP THE COGSKIT COMPONENTS (THE
005795*    FILE IS IN KIT ORDER, SO EACH KIT'S LINES ARE ADJACENT)
005796*----------------------------------------------------------------
005797 1300-LOAD-KIT-TABLE.
005798     OPEN INPUT KIT-FILE.
005799     IF WS-KIT-STATUS = "35"
005800         DISPLAY "COGSPOST - NO COGSKIT FILE, KITS POST AS "
005801                 "PLAIN PRODUCTS"
005802         GO TO 1300-EXIT
005803     END-IF.
005804     IF WS-KIT-STATUS NOT = "00"
005805         DISPLAY "COGSPOST - UNABLE TO OPEN COGSKIT, STATUS = "
005806                 WS-KIT-STATUS
005807         MOVE 16 TO RETURN-CODE
005808         STOP RUN
005809     END-IF.
005810     MOVE 'N' TO WS-SCAN-DONE-SW.
005811     PERFORM 1350-LOAD-ONE-COMPONENT THRU 1350-EXIT
005812         UNTIL WS-SCAN-DONE.
005813     CLOSE KIT-FILE.
005814 1300-EXIT.
005815     EXIT.
005816 1350-LOAD-ONE-COMPONENT.
005817     READ KIT-FILE
005818         AT END
005819             MOVE 'Y' TO WS-SCAN-DONE-SW
005820             GO TO 1350-EXIT
005821     END-READ.
005822     IF WS-KIT-COUNT NOT < 500
005823         DISPLAY "COGSPOST - COGSKIT EXCEEDS 500 COMPONENT "
005824                 "LINES - RUN STOPPED"
005825         MOVE 16 TO RETURN-CODE
005826         STOP RUN
005827     END-IF.
005828     ADD 1 TO WS-KIT-COUNT.
005829     MOVE KT-KIT-DESC  TO WS-KIT-DESC(WS-KIT-COUNT).
005830     MOVE KT-COMP-DESC TO WS-KIT-COMP(WS-KIT-COUNT).
005831     MOVE KT-QTY       TO WS-KIT-QTY(WS-KIT-COUNT).
005832 1350-EXIT.
005833     EXIT.
005834*----------------------------------------------------------------
005835*    1500-RELEASE-STREAMS - MERGE THE THREE EDITED FILES AND
005836*    THE RESERVATION PICKUPS
005840*----------------------------------------------------------------
005850 1500-RELEASE-STREAMS.
005860     PERFORM 1600-RELEASE-ONE-SALE THRU 1600-EXIT
005870         UNTIL WS-SLI-EOF.
005873     PERFORM 1650-RELEASE-ONE-PICKUP THRU 1650-EXIT
005876         UNTIL WS-PKU-EOF.
005880     PERFORM 1700-RELEASE-ONE-RECEIPT THRU 1700-EXIT
005890         UNTIL WS-POI-EOF.
005900     PERFORM 1800-RELEASE-ONE-COST THRU 1800-EXIT
006290     MOVE SALE-TRANS-RECORD TO SRT-DATA.
006300     RELEASE SORT-POST-RECORD.
006310 1600-EXIT.
006311     EXIT.
006312*----------------------------------------------------------------
006313*    1650-RELEASE-ONE-PICKUP - COGSRSRV PICKUPS, TYPE 00, SO A
006314*    HELD CUSTOMER IS SERVED BEFORE THE DAY'S REGISTER SALES.
006315*    THEY ARE READ AFTER THE COGSSLIN TRAILER HAS PROVED AND
006316*    COUNT AS SALES IN THE COGSSALE CONTROL TOTALS.
006317*----------------------------------------------------------------
006318 1650-RELEASE-ONE-PICKUP.
006319     READ PICKUP-TRANS-FILE
006320         AT END
006321             MOVE 'Y' TO WS-PKU-EOF-SW
006322             GO TO 1650-EXIT
006323     END-READ.
006324     MOVE PICKUP-TRANS-RECORD TO SALE-TRANS-RECORD.
006325     ADD 1 TO WS-SL-READ.
006326     ADD 1 TO WS-RELEASE-SEQ.
006327     MOVE SL-DESC TO SRT-DESC.
006328     MOVE 00 TO SRT-TYPE.
006329     MOVE WS-RELEASE-SEQ TO SRT-SEQ.
006330     MOVE SALE-TRANS-RECORD TO SRT-DATA.
006331     RELEASE SORT-POST-RECORD.
006332 1650-EXIT.
006333     EXIT.
006334*----------------------------------------------------------------
006340*    1700-RELEASE-ONE-RECEIPT - RECEIPT STREAM, TYPE 02
006350*----------------------------------------------------------------
006360 1700-RELEASE-ONE-RECEIPT.
006670     MOVE 02 TO SRT-TYPE.
006680     MOVE WS-RELEASE-SEQ TO SRT-SEQ.
006690     MOVE SPACES TO SRT-DATA.
006700     MOVE PO-TRANS-RECORD TO SRT-DATA(1:30).
006710     RELEASE SORT-POST-RECORD.
006720 1700-EXIT.
006730     EXIT.
007090     MOVE 03 TO SRT-TYPE.
007100     MOVE WS-RELEASE-SEQ TO SRT-SEQ.
007110     MOVE SPACES TO SRT-DATA.
007120     MOVE COST-TRANS-RECORD TO SRT-DATA(1:25).
007130     RELEASE SORT-POST-RECORD.
007140 1800-EXIT.
007150     EXIT.
007450     IF WS-GROUP-OPEN
007460         PERFORM 5500-CLOSE-GROUP THRU 5500-EXIT
007470     END-IF.
007472     IF WS-KIT-COUNT > ZERO AND WS-BOR-OPEN
007474         PERFORM 5700-RELEASE-KIT-BACKORDERS THRU 5700-EXIT
007476     END-IF.
007480     GO TO 5990-EXIT.
007490 5100-RETURN-ONE.
007500     RETURN SORT-WORK-FILE
007650     END-IF.
007660     MOVE 'N' TO WS-REJECT-SW.
007670     EVALUATE SRT-TYPE
007675         WHEN 00
007680         WHEN 01
007690             MOVE SRT-DATA TO SALE-TRANS-RECORD
007700             PERFORM 6000-APPLY-SALE THRU 6000-EXIT
007710         WHEN 02
007720             MOVE SRT-DATA(1:30) TO PO-TRANS-RECORD
007730             PERFORM 6500-APPLY-RECEIPT THRU 6500-EXIT
007740         WHEN 03
007750             MOVE SRT-DATA(1:25) TO COST-TRANS-RECORD
007760             PERFORM 7000-APPLY-COST THRU 7000-EXIT
007770     END-EVALUATE.
007780     PERFORM 5100-RETURN-ONE THRU 5100-EXIT.
007940     IF WS-GROUP-ON-FILE
007950         ADD 1 TO WS-MASTERS-READ
007960     END-IF.
007962     MOVE SRT-DESC TO WS-RSV-DESC.
007964     PERFORM 5450-SUM-RESERVED THRU 5450-EXIT.
007966     MOVE WS-RSV-TOTAL TO WS-GROUP-RESERVED.
007970 5400-EXIT.
007971     EXIT.
007972*----------------------------------------------------------------
007973*    5450-SUM-RESERVED - UNITS OF WS-RSV-DESC HELD FOR
007974*    CUSTOMERS ON EVERY SHELF.  A REGISTER SALE MAY NOT TAKE
007975*    THEM, NOR MAY A KIT SALE DRAWING ON A COMPONENT
007976*----------------------------------------------------------------
007977 5450-SUM-RESERVED.
007978     MOVE ZERO TO WS-RSV-TOTAL.
007979     IF NOT WS-STO-OPEN
007980         GO TO 5450-EXIT
007981     END-IF.
007982     MOVE 'N' TO WS-RSV-SCAN-SW.
007983     MOVE WS-RSV-DESC TO ST-DESC.
007984     MOVE ZERO        TO ST-STORE.
007985     START STORE-INVENTORY-FILE KEY NOT < ST-KEY
007986         INVALID KEY
007987             GO TO 5450-EXIT
007988     END-START.
007989     PERFORM 5460-ADD-RESERVED THRU 5460-EXIT
007990         UNTIL WS-RSV-SCAN-DONE.
007991 5450-EXIT.
007992     EXIT.
007993 5460-ADD-RESERVED.
007994     READ STORE-INVENTORY-FILE NEXT RECORD
007995         AT END
007996             MOVE 'Y' TO WS-RSV-SCAN-SW
007997             GO TO 5460-EXIT
007998     END-READ.
007999     IF ST-DESC NOT = WS-RSV-DESC
008000         MOVE 'Y' TO WS-RSV-SCAN-SW
008001         GO TO 5460-EXIT
008002     END-IF.
008003     IF ST-RESERVED NUMERIC
008004         ADD ST-RESERVED TO WS-RSV-TOTAL
008005     END-IF.
008006 5460-EXIT.
008007     EXIT.
008008*----------------------------------------------------------------
008009*    5500-CLOSE-GROUP - ONE REWRITE PER TOUCHED MASTER RECORD
008010*----------------------------------------------------------------
008011 5500-CLOSE-GROUP.
008012     IF WS-GROUP-ON-FILE AND WS-GROUP-DIRTY
008013         REWRITE COGS-MASTER-RECORD
008014         ADD 1 TO WS-MASTERS-REWRITTEN
008015     END-IF.
008016     MOVE 'N' TO WS-GROUP-OPEN-SW.
008017 5500-EXIT.
008018     EXIT.
008019*----------------------------------------------------------------
008020*    5700-RELEASE-KIT-BACKORDERS - A KIT IS NEVER RECEIVED, SO
008021*    ITS BACKORDERS CANNOT RELEASE OFF A RECEIPT THE WAY 6700
008022*    DOES.  ONCE THE SWEEP HAS POSTED EVERY RECEIPT, EACH KIT'S
008023*    BACKORDERS ARE RELEASED OLDEST FIRST WHILE EVERY COMPONENT
008024*    COVERS THE DRAW.  THE COMPONENTS COME OFF THE DOCK SHELF,
008025*    WHERE THE RECEIPTS LANDED.  THE SALE RECORD AREA IS FREE
008026*    ONCE THE SWEEP IS DONE AND CARRIES THE BACKORDER, SO THE
008027*    KIT PARAGRAPHS THE SALES STREAM USES POST THE RELEASE TOO
008028*----------------------------------------------------------------
008029 5700-RELEASE-KIT-BACKORDERS.
008030     MOVE 'Y' TO WS-KIT-RELEASE-SW.
008031     MOVE ZERO TO WS-KIT-NEXT.
008032     PERFORM 5720-RELEASE-FOR-KIT THRU 5720-EXIT
008033         UNTIL WS-KIT-NEXT NOT < WS-KIT-COUNT.
008034     MOVE 'N' TO WS-KIT-RELEASE-SW.
008035 5700-EXIT.
008036     EXIT.
008037 5720-RELEASE-FOR-KIT.
008038     ADD 1 TO WS-KIT-NEXT.
008039     IF WS-KIT-NEXT > 1
008040         IF WS-KIT-DESC(WS-KIT-NEXT) =
008041                 WS-KIT-DESC(WS-KIT-NEXT - 1)
008042             GO TO 5720-EXIT
008043         END-IF
008044     END-IF.
008045     MOVE WS-KIT-DESC(WS-KIT-NEXT) TO WS-KIT-KEY.
008046     PERFORM 6900-FIND-KIT THRU 6900-EXIT.
008047     MOVE 'N' TO WS-BO-STOP-SW.
008048     MOVE WS-KIT-KEY TO BO-DESC.
008049     MOVE ZERO       TO BO-SEQ.
008050     START BACKORDER-FILE KEY NOT < BO-KEY
008051         INVALID KEY
008052             MOVE 'Y' TO WS-BO-STOP-SW
008053     END-START.
008054     PERFORM 5740-RELEASE-ONE-KIT-BO THRU 5740-EXIT
008055         UNTIL WS-BO-STOP.
008056 5720-EXIT.
008057     EXIT.
008058 5740-RELEASE-ONE-KIT-BO.
008059     READ BACKORDER-FILE NEXT RECORD
008060         AT END
008061             MOVE 'Y' TO WS-BO-STOP-SW
008062             GO TO 5740-EXIT
008063     END-READ.
008064     IF BO-DESC NOT = WS-KIT-KEY
008065         MOVE 'Y' TO WS-BO-STOP-SW
008066         GO TO 5740-EXIT
008067     END-IF.
008068     MOVE SPACES    TO SALE-TRANS-RECORD.
008069     MOVE BO-DESC   TO SL-DESC.
008070     MOVE BO-STATE  TO SL-STATE.
008071     MOVE BO-QTY    TO SL-QTY-SOLD.
008072     MOVE BO-STORE  TO SL-STORE.
008073     MOVE 'N' TO WS-REJECT-SW.
008074     MOVE BO-DESC TO IDESC OF COGS-MASTER-RECORD.
008075     READ COGS-MASTER-FILE
008076         INVALID KEY
008077             MOVE 'Y' TO WS-BO-STOP-SW
008078             GO TO 5740-EXIT
008079     END-READ.
008080     PERFORM 6910-CHECK-KIT-STOCK THRU 6910-EXIT.
008081     IF WS-REJECTED
008082         MOVE 'Y' TO WS-BO-STOP-SW
008083         GO TO 5740-EXIT
008084     END-IF.
008085     PERFORM 6050-POST-STATE-SALE THRU 6050-EXIT.
008086     IF WS-REJECTED
008087         MOVE 'Y' TO WS-BO-STOP-SW
008088         MOVE "KIT " TO DL-FILE
008089         MOVE BO-DESC TO DL-DESC
008090         MOVE BO-QTY  TO DL-QTY
008091         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
008092         GO TO 5740-EXIT
008093     END-IF.
008094     PERFORM 6950-POST-KIT-SALE THRU 6950-EXIT.
008095     REWRITE COGS-MASTER-RECORD.
008096     ADD 1 TO WS-MASTERS-REWRITTEN.
008097     PERFORM 6300-WRITE-SALES-HISTORY THRU 6300-EXIT.
008098     DELETE BACKORDER-FILE.
008099     MOVE "KIT " TO DL-FILE.
008100     MOVE BO-DESC TO DL-DESC.
008101     MOVE BO-QTY  TO DL-QTY.
008102     MOVE "KIT BACKORDER RELEASED" TO DL-REASON.
008103     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
008104     ADD 1 TO WS-BO-RELEASED.
008105 5740-EXIT.
008106     EXIT.
008107*----------------------------------------------------------------
008110*    6000-APPLY-SALE - ONE REGISTER SALE AGAINST THE BUFFER
008120*----------------------------------------------------------------
008130 6000-APPLY-SALE.
008160         MOVE 'Y' TO WS-REJECT-SW
008170         MOVE "PRODUCT NOT ON MASTER FILE" TO DL-REASON
008180         GO TO 6000-POST
008181     END-IF.
008182     MOVE SL-DESC TO WS-KIT-KEY.
008183     PERFORM 6900-FIND-KIT THRU 6900-EXIT.
008184     IF WS-KIT-FOUND
008185         PERFORM 6910-CHECK-KIT-STOCK THRU 6910-EXIT
008186         IF WS-REJECTED
008187             GO TO 6000-POST
008188         END-IF
008189         PERFORM 6050-POST-STATE-SALE THRU 6050-EXIT
008190         GO TO 6000-POST
008191     END-IF.
008200     IF SL-QTY-SOLD > IQOH OF COGS-MASTER-RECORD
008210         MOVE 'Y' TO WS-REJECT-SW
008220         MOVE 'Y' TO WS-QOH-SHORT-SW
008230         MOVE "SALE WOULD DRIVE QOH NEGATIVE" TO DL-REASON
008231         GO TO 6000-POST
008232     END-IF.
008233     IF SL-QTY-SOLD + WS-GROUP-RESERVED >
008234             IQOH OF COGS-MASTER-RECORD
008235         MOVE 'Y' TO WS-REJECT-SW
008236         MOVE 'Y' TO WS-QOH-SHORT-SW
008237         MOVE "SALE WOULD TAKE RESERVED STOCK" TO DL-REASON
008240         GO TO 6000-POST
008250     END-IF.
008260     PERFORM 6040-CHECK-STORE THRU 6040-EXIT.
008420         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
008430         ADD 1 TO WS-SL-REJECTED
008440     ELSE
008441         IF WS-KIT-FOUND
008442             PERFORM 6950-POST-KIT-SALE THRU 6950-EXIT
008443             PERFORM 6300-WRITE-SALES-HISTORY THRU 6300-EXIT
008444             ADD WS-KIT-UNITS TO WS-SL-HASH
008445             ADD 1 TO WS-SL-POSTED
008446             GO TO 6000-EXIT
008447         END-IF
008450         MOVE IQOH OF COGS-MASTER-RECORD TO WS-OLD-QOH
008460         COMPUTE WS-NEW-QOH =
008470             IQOH OF COGS-MASTER-RECORD - SL-QTY-SOLD
008820     IF SL-QTY-SOLD > ST-QOH
008830         MOVE 'Y' TO WS-REJECT-SW
008840         MOVE "SALE EXCEEDS STORE SHELF" TO DL-REASON
008841         GO TO 6040-EXIT
008842     END-IF.
008843     IF ST-RESERVED NUMERIC
008844         IF SL-QTY-SOLD + ST-RESERVED > ST-QOH
008845             MOVE 'Y' TO WS-REJECT-SW
008846             MOVE "SALE WOULD TAKE SHELF HOLDS" TO DL-REASON
008847         END-IF
008850     END-IF.
008860 6040-EXIT.
008870     EXIT.
009200             PERFORM 6060-POST-REGION-SALE THRU 6060-EXIT
009210     END-EVALUATE.
009220     IF NOT WS-REJECTED AND NOT WS-REGION-SALE
009230         IF WS-NEW-STATE-QTY > 9999999
009240             MOVE 'Y' TO WS-REJECT-SW
009250             MOVE "SALE WOULD OVERFLOW STATE FIELD"
009260                 TO DL-REASON
009580         MOVE I3-REGION-UNITS(WS-I3-SUB) TO WS-OLD-STATE-QTY
009590         COMPUTE WS-NEW-STATE-QTY =
009600             WS-OLD-STATE-QTY + SL-QTY-SOLD
009610         IF WS-NEW-STATE-QTY > 9999999
009620             MOVE 'Y' TO WS-REJECT-SW
009630             MOVE "SALE WOULD OVERFLOW STATE FIELD"
009640                 TO DL-REASON
009710             MOVE "REGION TABLE FULL" TO DL-REASON
009720             GO TO 6060-EXIT
009730         END-IF
009740         IF SL-QTY-SOLD > 9999999
009750             MOVE 'Y' TO WS-REJECT-SW
009760             MOVE "SALE WOULD OVERFLOW STATE FIELD"
009770                 TO DL-REASON
011230*    6500-APPLY-RECEIPT - ONE VENDOR RECEIPT AGAINST THE BUFFER
011240*----------------------------------------------------------------
011250 6500-APPLY-RECEIPT.
011255     MOVE 'N' TO WS-PO-QUOTED-SW.
011260     IF NOT WS-GROUP-ON-FILE
011270         MOVE 'Y' TO WS-REJECT-SW
011280         MOVE "PRODUCT NOT ON MASTER FILE" TO DL-REASON
011380         MOVE "PRODUCT DISCONTINUED" TO DL-REASON
011390         GO TO 6500-POST
011400     END-IF.
011401     MOVE PO-DESC TO WS-KIT-KEY.
011402     PERFORM 6900-FIND-KIT THRU 6900-EXIT.
011403     IF WS-KIT-FOUND
011404         MOVE 'Y' TO WS-REJECT-SW
011405         MOVE "KIT - RECEIVE THE COMPONENTS" TO DL-REASON
011406         GO TO 6500-POST
011407     END-IF.
011410     PERFORM 6520-CONVERT-CASE-PACK THRU 6520-EXIT.
011412     IF WS-REJECTED
011414         GO TO 6500-POST
011416     END-IF.
011418     PERFORM 6550-CHECK-PO-LINE THRU 6550-EXIT.
011420     IF WS-REJECTED
011430         GO TO 6500-POST
011440     END-IF.
011540         IPURCH OF COGS-MASTER-RECORD + PO-QTY-RECEIVED.
011550     COMPUTE WS-NEW-QOH =
011560         IQOH OF COGS-MASTER-RECORD + PO-QTY-RECEIVED.
011570     IF WS-NEW-PURCH > 9999999 OR WS-NEW-QOH > 9999999
011580         MOVE 'Y' TO WS-REJECT-SW
011590         MOVE "RECEIPT WOULD OVERFLOW ITEM" TO DL-REASON
011600     END-IF.
011780         PERFORM 6600-LOG-RECEIPT THRU 6600-EXIT
011790         PERFORM 6620-POST-STORE-RECEIPT THRU 6620-EXIT
011800         PERFORM 6640-RELIEVE-OPEN-PO THRU 6640-EXIT
011805         PERFORM 6650-RELIEVE-PO-LINE THRU 6650-EXIT
011810         PERFORM 6660-WRITE-RECEIPT-HIST THRU 6660-EXIT
011820         PERFORM 6680-WRITE-AP-FEED THRU 6680-EXIT
011830         PERFORM 6700-RELEASE-BACKORDERS THRU 6700-EXIT
012130 6520-EXIT.
012140     EXIT.
012150*----------------------------------------------------------------
012156*    6540-CHECK-VENDOR - PRODUCT'S I2VNDR (OR THE QUOTED PO'S
012162*    VENDOR) MUST BE ON VNDRMST
012170*----------------------------------------------------------------
012180 6540-CHECK-VENDOR.
012181     IF WS-PO-QUOTED
012182         MOVE PH-VNDR TO VN-CODE
012183     ELSE
012184         MOVE I2VNDR TO VN-CODE
012185     END-IF.
012186     READ VENDOR-MASTER-FILE
012187         INVALID KEY
012188             MOVE 'Y' TO WS-REJECT-SW
012189             MOVE "VENDOR NOT ON VENDOR MASTER" TO DL-REASON
012190             GO TO 6540-EXIT
012191     END-READ.
012192     MOVE VN-CODE TO WS-RCV-VNDR.
012193 6540-EXIT.
012194     EXIT.
012195*----------------------------------------------------------------
012196*    6550-CHECK-PO-LINE - A QUOTED PO LINE MUST BE OPEN, FOR
012197*    THIS PRODUCT, AND ABLE TO TAKE THE QUANTITY
012198*----------------------------------------------------------------
012199 6550-CHECK-PO-LINE.
012200     IF PO-PO-NUMBER-X = SPACES
012201         GO TO 6550-EXIT
012202     END-IF.
012203     IF PO-PO-NUMBER NOT NUMERIC OR PO-LINE NOT NUMERIC
012204         MOVE 'Y' TO WS-REJECT-SW
012205         MOVE "PO NUMBER/LINE NOT NUMERIC" TO DL-REASON
012206         GO TO 6550-EXIT
012207     END-IF.
012208     IF PO-PO-NUMBER = ZERO
012209         GO TO 6550-EXIT
012210     END-IF.
012211     IF NOT WS-POL-OPEN
012212         MOVE 'Y' TO WS-REJECT-SW
012213         MOVE "PO LINE FILE NOT AVAILABLE" TO DL-REASON
012214         GO TO 6550-EXIT
012215     END-IF.
012216     MOVE PO-PO-NUMBER TO PL-PO-NUMBER.
012217     MOVE PO-LINE      TO PL-LINE.
012218     READ PO-LINE-FILE
012219         INVALID KEY
012220             MOVE 'Y' TO WS-REJECT-SW
012221             MOVE "PO LINE NOT ON FILE" TO DL-REASON
012222             GO TO 6550-EXIT
012223     END-READ.
012224     IF NOT PL-OPEN
012225         MOVE 'Y' TO WS-REJECT-SW
012226         MOVE "PO LINE NOT OPEN" TO DL-REASON
012227         GO TO 6550-EXIT
012228     END-IF.
012229     IF PL-DESC NOT = PO-DESC
012230         MOVE 'Y' TO WS-REJECT-SW
012231         MOVE "PRODUCT DOES NOT MATCH PO LINE" TO DL-REASON
012232         GO TO 6550-EXIT
012233     END-IF.
012234     COMPUTE WS-PL-NEW-RCVD = PL-QTY-RECEIVED + PO-QTY-RECEIVED.
012235     IF WS-PL-NEW-RCVD > 99999
012236         MOVE 'Y' TO WS-REJECT-SW
012237         MOVE "RECEIPT WOULD OVERFLOW PO LINE" TO DL-REASON
012238         GO TO 6550-EXIT
012239     END-IF.
012240     MOVE PO-PO-NUMBER TO PH-PO-NUMBER.
012241     READ PO-HEADER-FILE
012242         INVALID KEY
012243             MOVE 'Y' TO WS-REJECT-SW
012244             MOVE "PO HEADER NOT ON FILE" TO DL-REASON
012245             GO TO 6550-EXIT
012246     END-READ.
012247     MOVE 'Y' TO WS-PO-QUOTED-SW.
012248 6550-EXIT.
012260     EXIT.
012270*----------------------------------------------------------------
012280*    6560-CHECK-STORE-CAPACITY - THE STORE SHELF NEEDS ROOM
012420             GO TO 6560-EXIT
012430     END-READ.
012440     COMPUTE WS-NEW-STORE-QOH = ST-QOH + PO-QTY-RECEIVED.
012450     IF WS-NEW-STORE-QOH > 9999999
012460         MOVE 'Y' TO WS-REJECT-SW
012470         MOVE "RECEIPT WOULD OVERFLOW SHELF" TO DL-REASON
012480     END-IF.
012490 6560-EXIT.
012500     EXIT.
012510*----------------------------------------------------------------
012516*    6580-SET-RECEIVING-STORE - THE NAMED STORE, THE QUOTED
012522*    PO'S SHIP-TO STORE, OR THE DOCK
012530*----------------------------------------------------------------
012540 6580-SET-RECEIVING-STORE.
012550     IF PO-STORE NUMERIC AND PO-STORE > ZERO
012560         MOVE PO-STORE TO WS-RCV-STORE
012562         GO TO 6580-EXIT
012564     END-IF.
012566     IF WS-PO-QUOTED AND PH-SHIP-STORE > ZERO
012568         MOVE PH-SHIP-STORE TO WS-RCV-STORE
012570     ELSE
012580         MOVE WS-DOCK-STORE TO WS-RCV-STORE
012590     END-IF.
012780 6600-EXIT.
012790     EXIT.
012800*----------------------------------------------------------------
012806*    6620-POST-STORE-RECEIPT - RAISE THE RECEIVING SHELF AND PUT
012812*    THE UNITS AWAY TO ITS PRIMARY BIN
012820*----------------------------------------------------------------
012830 6620-POST-STORE-RECEIPT.
012840     IF NOT WS-STO-OPEN
013070         MOVE ZERO            TO ST-REORD
013080         WRITE STORE-INVENTORY-RECORD
013090     END-IF.
013091     MOVE "PUTA"          TO BNP-FUNCTION.
013092     MOVE WS-RCV-STORE    TO BNP-STORE.
013093     MOVE PO-DESC         TO BNP-DESC.
013094     MOVE PO-QTY-RECEIVED TO BNP-QTY.
013095     MOVE "COGSPO"        TO BNP-JOB-ID.
013096     CALL "COGSBINS" USING BIN-CALL-PARMS.
013100 6620-EXIT.
013110     EXIT.
013120*----------------------------------------------------------------
013390         REWRITE OPEN-PO-RECORD
013400     END-IF.
013410 6640-EXIT.
013411     EXIT.
013412*----------------------------------------------------------------
013413*    6650-RELIEVE-PO-LINE - DRAW DOWN THE QUOTED COGSPOL LINE;
013414*    THE ORDERED/OPEN FIGURES ON THE HISTORY ROW ARE THE LINE'S
013415*----------------------------------------------------------------
013416 6650-RELIEVE-PO-LINE.
013417     IF NOT WS-PO-QUOTED
013418         GO TO 6650-EXIT
013419     END-IF.
013420     MOVE PO-PO-NUMBER TO PL-PO-NUMBER.
013421     MOVE PO-LINE      TO PL-LINE.
013422     READ PO-LINE-FILE
013423         INVALID KEY
013424             GO TO 6650-EXIT
013425     END-READ.
013426     ADD PO-QTY-RECEIVED TO PL-QTY-RECEIVED.
013427     MOVE PL-QTY-ORDERED  TO WS-RH-ORDERED.
013428     MOVE PH-DATE-ORDERED TO WS-RH-DATE-ORDERED.
013429     COMPUTE WS-RH-OPEN = PL-QTY-ORDERED - PL-QTY-RECEIVED.
013430     IF WS-RH-OPEN < ZERO
013431         MOVE ZERO TO WS-RH-OPEN
013432     END-IF.
013433     MOVE 'N' TO WS-RH-FINAL-SW.
013434     IF PL-QTY-RECEIVED NOT < PL-QTY-ORDERED
013435         MOVE "C"           TO PL-STATUS
013436         MOVE WS-TODAY-DATE TO PL-DATE-CLOSED
013437         MOVE 'Y'           TO WS-RH-FINAL-SW
013438     END-IF.
013439     REWRITE PO-LINE-RECORD.
013440     IF WS-RH-FINAL-SW = 'Y'
013441         MOVE PO-PO-NUMBER TO WS-SCAN-PO
013442         PERFORM 6655-CLOSE-HEADER-IF-DONE THRU 6655-EXIT
013443     END-IF.
013444 6650-EXIT.
013445     EXIT.
013446*----------------------------------------------------------------
013447*    6655-CLOSE-HEADER-IF-DONE - WITH NO LINE OF PO WS-SCAN-PO
013448*    LEFT OPEN THE HEADER GOES TO C
013449*----------------------------------------------------------------
013450 6655-CLOSE-HEADER-IF-DONE.
013451     MOVE ZERO TO WS-SCAN-OPEN.
013452     MOVE ZERO TO WS-SCAN-CLOSED.
013453     MOVE 'N' TO WS-SCAN-DONE-SW.
013454     MOVE WS-SCAN-PO TO PL-PO-NUMBER.
013455     MOVE ZERO       TO PL-LINE.
013456     START PO-LINE-FILE KEY NOT < PL-KEY
013457         INVALID KEY
013458             MOVE 'Y' TO WS-SCAN-DONE-SW
013459     END-START.
013460     PERFORM 6657-COUNT-ONE-LINE THRU 6657-EXIT
013461         UNTIL WS-SCAN-DONE.
013462     IF WS-SCAN-OPEN > ZERO
013463         GO TO 6655-EXIT
013464     END-IF.
013465     MOVE WS-SCAN-PO TO PH-PO-NUMBER.
013466     READ PO-HEADER-FILE
013467         INVALID KEY
013468             GO TO 6655-EXIT
013469     END-READ.
013470     MOVE "C" TO PH-STATUS.
013471     REWRITE PO-HEADER-RECORD.
013472 6655-EXIT.
013473     EXIT.
013474 6657-COUNT-ONE-LINE.
013475     READ PO-LINE-FILE NEXT RECORD
013476         AT END
013477             MOVE 'Y' TO WS-SCAN-DONE-SW
013478             GO TO 6657-EXIT
013479     END-READ.
013480     IF PL-PO-NUMBER NOT = WS-SCAN-PO
013481         MOVE 'Y' TO WS-SCAN-DONE-SW
013482         GO TO 6657-EXIT
013483     END-IF.
013484     IF PL-OPEN
013485         ADD 1 TO WS-SCAN-OPEN
013486     END-IF.
013487     IF PL-CLOSED
013488         ADD 1 TO WS-SCAN-CLOSED
013489     END-IF.
013490 6657-EXIT.
013491     EXIT.
013492*----------------------------------------------------------------
013493*    6660-WRITE-RECEIPT-HIST - ONE EVENT ROW ONTO COGSRCH1
013494*----------------------------------------------------------------
013495 6660-WRITE-RECEIPT-HIST.
013496     INITIALIZE RECEIPT-HISTORY-RECORD.
013497     MOVE PO-DESC            TO RH-DESC.
013498     MOVE WS-RCV-VNDR        TO RH-VNDR.
013500     MOVE WS-RH-ORDERED      TO RH-QTY-ORDERED.
013510     MOVE PO-QTY-RECEIVED    TO RH-QTY-RECEIVED.
013520     MOVE WS-RH-OPEN         TO RH-QTY-OPEN.
013530     MOVE WS-RH-DATE-ORDERED TO RH-DATE-ORDERED.
013540     MOVE WS-TODAY-DATE      TO RH-DATE-RECEIVED.
013550     MOVE WS-RH-FINAL-SW     TO RH-FINAL-SW.
013552     IF WS-PO-QUOTED
013554         MOVE PO-PO-NUMBER   TO RH-PO-NUMBER
013556         MOVE PO-LINE        TO RH-PO-LINE
013558     END-IF.
013560     WRITE RECEIPT-HISTORY-RECORD.
013570 6660-EXIT.
013580     EXIT.
013630     COMPUTE WS-AP-EXT-VALUE =
013640         PO-QTY-RECEIVED * ICOST OF COGS-MASTER-RECORD.
013650     INITIALIZE AP-FEED-RECORD.
013660     MOVE WS-RCV-VNDR     TO AF-VNDR.
013670     MOVE PO-DESC         TO AF-DESC.
013680     MOVE PO-QTY-RECEIVED TO AF-QTY.
013690     MOVE WS-AP-EXT-VALUE TO AF-EXT-VALUE.
013700     MOVE WS-TODAY-DATE   TO AF-DATE.
013710     MOVE VN-TERMS        TO AF-TERMS.
013712     IF WS-PO-QUOTED
013714         MOVE PO-PO-NUMBER TO AF-PO-NUMBER
013716         MOVE PO-LINE      TO AF-PO-LINE
013718     END-IF.
013720     WRITE AP-FEED-RECORD.
013730 6680-EXIT.
013740     EXIT.
014000         MOVE 'Y' TO WS-BO-STOP-SW
014010         GO TO 6720-EXIT
014020     END-IF.
014030     IF BO-QTY + WS-GROUP-RESERVED > IQOH OF COGS-MASTER-RECORD
014040         MOVE 'Y' TO WS-BO-STOP-SW
014050         GO TO 6720-EXIT
014060     END-IF.
014290                 TO WS-OLD-STATE-QTY
014300             COMPUTE WS-NEW-STATE-QTY =
014310                 WS-OLD-STATE-QTY + BO-QTY
014320             IF WS-NEW-STATE-QTY > 9999999
014330                 GO TO 6740-EXIT
014340             END-IF
014350             MOVE WS-NEW-STATE-QTY
014400                 TO WS-OLD-STATE-QTY
014410             COMPUTE WS-NEW-STATE-QTY =
014420                 WS-OLD-STATE-QTY + BO-QTY
014430             IF WS-NEW-STATE-QTY > 9999999
014440                 GO TO 6740-EXIT
014450             END-IF
014460             MOVE WS-NEW-STATE-QTY
014510                 TO WS-OLD-STATE-QTY
014520             COMPUTE WS-NEW-STATE-QTY =
014530                 WS-OLD-STATE-QTY + BO-QTY
014540             IF WS-NEW-STATE-QTY > 9999999
014550                 GO TO 6740-EXIT
014560             END-IF
014570             MOVE WS-NEW-STATE-QTY
014620                 TO WS-OLD-STATE-QTY
014630             COMPUTE WS-NEW-STATE-QTY =
014640                 WS-OLD-STATE-QTY + BO-QTY
014650             IF WS-NEW-STATE-QTY > 9999999
014660                 GO TO 6740-EXIT
014670             END-IF
014680             MOVE WS-NEW-STATE-QTY
015000         MOVE I3-REGION-UNITS(WS-I3-SUB) TO WS-OLD-STATE-QTY
015010         COMPUTE WS-NEW-STATE-QTY =
015020             WS-OLD-STATE-QTY + BO-QTY
015030         IF WS-NEW-STATE-QTY > 9999999
015040             GO TO 6760-EXIT
015050         END-IF
015060         MOVE WS-NEW-STATE-QTY TO I3-REGION-UNITS(WS-I3-SUB)
015080         IF I3-REGION-COUNT NOT < 10
015090             GO TO 6760-EXIT
015100         END-IF
015110         IF BO-QTY > 9999999
015120             GO TO 6760-EXIT
015130         END-IF
015140         ADD 1 TO I3-REGION-COUNT
015930 6800-EXIT.
015940     EXIT.
015950*----------------------------------------------------------------
015951*    6820-WRITE-RELEASE-HIST - THE RELEASED SALE ONTO COGSSLH1
015952*    AT THE CURRENT ISELL, SO COGSREVN SEES THE REVENUE THE
015953*    RELEASE EARNED AND RECONCILES WITH COGSSPRF
015954*----------------------------------------------------------------
015955 6820-WRITE-RELEASE-HIST.
015956     INITIALIZE SALES-HISTORY-RECORD.
015957     MOVE PO-DESC                     TO SH-DESC.
015958     MOVE BO-STATE                    TO SH-STATE.
015959     IF BO-STORE NUMERIC
015960         MOVE BO-STORE                TO SH-STORE
015961     ELSE
015962         MOVE ZERO                    TO SH-STORE
015963     END-IF.
015964     MOVE BO-QTY                      TO SH-QTY.
015965     MOVE ISELL OF COGS-MASTER-RECORD TO SH-UNIT-PRICE.
015966     MOVE ISELL OF COGS-MASTER-RECORD TO SH-MAST-SELL.
015967     MOVE WS-TODAY-DATE               TO SH-DATE.
015968     WRITE SALES-HISTORY-RECORD.
015969 6820-EXIT.
015970     EXIT.
015971*----------------------------------------------------------------
015972*    6900-FIND-KIT - WS-KIT-FIRST/LAST BRACKET THE COMPONENT
015973*    LINES OF KIT WS-KIT-KEY; NONE MEANS A PLAIN PRODUCT
015974*----------------------------------------------------------------
015975 6900-FIND-KIT.
015976     MOVE 'N' TO WS-KIT-FOUND-SW.
015977     MOVE ZERO TO WS-KIT-FIRST.
015978     MOVE ZERO TO WS-KIT-LAST.
015979     MOVE ZERO TO WS-KIT-SUB.
015980     PERFORM 6905-TEST-KIT-LINE THRU 6905-EXIT
015981         UNTIL WS-KIT-SUB NOT < WS-KIT-COUNT.
015982     IF WS-KIT-FIRST > ZERO
015983         MOVE 'Y' TO WS-KIT-FOUND-SW
015984     END-IF.
015985 6900-EXIT.
015986     EXIT.
015987 6905-TEST-KIT-LINE.
015988     ADD 1 TO WS-KIT-SUB.
015989     IF WS-KIT-DESC(WS-KIT-SUB) = WS-KIT-KEY
015990         IF WS-KIT-FIRST = ZERO
015991             MOVE WS-KIT-SUB TO WS-KIT-FIRST
015992         END-IF
015993         MOVE WS-KIT-SUB TO WS-KIT-LAST
015994     END-IF.
015995 6905-EXIT.
015996     EXIT.
015997*----------------------------------------------------------------
015998*    6910-CHECK-KIT-STOCK - A KIT HOLDS NO STOCK OF ITS OWN.
015999*    EVERY COMPONENT MUST BE ON FILE AND COVER QTY X ITS UNITS
016000*    PER KIT (A SHORT ONE BACKORDERS THE KIT), AND ON A STORE
016001*    SALE EVERY COMPONENT SHELF MUST COVER IT - IN BOTH CASES
016002*    LEAVING THE UNITS HELD FOR CUSTOMERS, AS 6000 AND 6040
016003*    DO FOR A PLAIN PRODUCT.  THE KIT'S OWN
016004*    BUFFER IS SAVED ROUND THE COMPONENT READS
016005*----------------------------------------------------------------
016006 6910-CHECK-KIT-STOCK.
016007     MOVE 'N' TO WS-STORE-SALE-SW.
016008     IF WS-STO-OPEN AND SL-STORE NUMERIC AND SL-STORE > ZERO
016009         MOVE 'Y' TO WS-STORE-SALE-SW
016010     END-IF.
016011     MOVE COGS-MASTER-RECORD TO WS-GROUP-SAVE.
016012     COMPUTE WS-KIT-SUB = WS-KIT-FIRST - 1.
016013     PERFORM 6920-CHECK-ONE-COMPONENT THRU 6920-EXIT
016014         UNTIL WS-KIT-SUB NOT < WS-KIT-LAST OR WS-REJECTED.
016015     MOVE WS-GROUP-SAVE TO COGS-MASTER-RECORD.
016016 6910-EXIT.
016017     EXIT.
016018 6920-CHECK-ONE-COMPONENT.
016019     ADD 1 TO WS-KIT-SUB.
016020     COMPUTE WS-KIT-DRAW = SL-QTY-SOLD * WS-KIT-QTY(WS-KIT-SUB).
016021     MOVE WS-KIT-COMP(WS-KIT-SUB) TO IDESC OF COGS-MASTER-RECORD.
016022     READ COGS-MASTER-FILE
016023         INVALID KEY
016024             MOVE 'Y' TO WS-REJECT-SW
016025             MOVE "KIT COMPONENT NOT ON MASTER" TO DL-REASON
016026             GO TO 6920-EXIT
016027     END-READ.
016028     IF WS-KIT-DRAW > IQOH OF COGS-MASTER-RECORD
016029         MOVE 'Y' TO WS-REJECT-SW
016030         MOVE 'Y' TO WS-QOH-SHORT-SW
016031         MOVE "KIT COMPONENT QOH SHORT" TO DL-REASON
016032         GO TO 6920-EXIT
016033     END-IF.
016034     MOVE WS-KIT-COMP(WS-KIT-SUB) TO WS-RSV-DESC.
016035     PERFORM 5450-SUM-RESERVED THRU 5450-EXIT.
016036     IF WS-KIT-DRAW + WS-RSV-TOTAL > IQOH OF COGS-MASTER-RECORD
016037         MOVE 'Y' TO WS-REJECT-SW
016038         MOVE 'Y' TO WS-QOH-SHORT-SW
016039         MOVE "SALE WOULD TAKE RESERVED STOCK" TO DL-REASON
016040         GO TO 6920-EXIT
016041     END-IF.
016042     IF NOT WS-STORE-SALE OR WS-KIT-RELEASE
016043         GO TO 6920-EXIT
016044     END-IF.
016045     MOVE WS-KIT-COMP(WS-KIT-SUB) TO ST-DESC.
016046     MOVE SL-STORE                TO ST-STORE.
016047     READ STORE-INVENTORY-FILE
016048         INVALID KEY
016049             MOVE 'Y' TO WS-REJECT-SW
016050             MOVE "COMPONENT STORE RECORD MISSING" TO DL-REASON
016051             GO TO 6920-EXIT
016052     END-READ.
016053     IF WS-KIT-DRAW > ST-QOH
016054         MOVE 'Y' TO WS-REJECT-SW
016055         MOVE "SALE EXCEEDS COMPONENT SHELF" TO DL-REASON
016056         GO TO 6920-EXIT
016057     END-IF.
016058     IF ST-RESERVED NUMERIC
016059         IF WS-KIT-DRAW + ST-RESERVED > ST-QOH
016060             MOVE 'Y' TO WS-REJECT-SW
016061             MOVE "SALE WOULD TAKE SHELF HOLDS" TO DL-REASON
016062         END-IF
016063     END-IF.
016064 6920-EXIT.
016065     EXIT.
016066*----------------------------------------------------------------
016067*    6950-POST-KIT-SALE - THE SALE REPORTS UNDER THE KIT (STATE
016068*    COLUMN, LAST SALE DATE, STORE UNITS SOLD) BUT THE STOCK
016069*    COMES OUT OF THE COMPONENTS - IQOH, PERIOD SALES, AUDIT
016070*    AND SHELF.  EACH COMPONENT IS REWRITTEN HERE; THE KIT
016071*    BUFFER IS RESTORED FOR ITS OWN REWRITE.  WS-KIT-UNITS IS
016072*    THE COMPONENT UNITS DRAWN, WHICH IS WHAT IQOH MOVED BY
016073*----------------------------------------------------------------
016074 6950-POST-KIT-SALE.
016075     IF WS-KIT-RELEASE
016076         MOVE "COGSBREL"    TO WS-KIT-JOB-ID
016077         MOVE WS-DOCK-STORE TO WS-KIT-SHELF
016078     ELSE
016079         MOVE "COGSSALE"    TO WS-KIT-JOB-ID
016080         MOVE ZERO          TO WS-KIT-SHELF
016081         IF WS-STORE-SALE
016082             MOVE SL-STORE  TO WS-KIT-SHELF
016083         END-IF
016084     END-IF.
016085     MOVE WS-TODAY-DATE TO I4-LAST-SALE-DATE.
016086     MOVE 'Y' TO WS-GROUP-DIRTY-SW.
016087     MOVE IDESC OF COGS-MASTER-RECORD TO ACP-DESC.
016088     MOVE WS-STATE-FIELD-NAME         TO ACP-FIELD.
016089     MOVE WS-OLD-STATE-QTY            TO ACP-OLD-VALUE.
016090     MOVE WS-NEW-STATE-QTY            TO ACP-NEW-VALUE.
016091     MOVE WS-KIT-JOB-ID               TO ACP-JOB-ID.
016092     CALL "COGSAUD" USING AUDIT-CALL-PARMS.
016093     PERFORM 6960-CREDIT-KIT-STORE THRU 6960-EXIT.
016094     MOVE COGS-MASTER-RECORD TO WS-GROUP-SAVE.
016095     MOVE ZERO TO WS-KIT-UNITS.
016096     COMPUTE WS-KIT-SUB = WS-KIT-FIRST - 1.
016097     PERFORM 6970-DRAW-ONE-COMPONENT THRU 6970-EXIT
016098         UNTIL WS-KIT-SUB NOT < WS-KIT-LAST.
016099     MOVE WS-GROUP-SAVE TO COGS-MASTER-RECORD.
016100 6950-EXIT.
016101     EXIT.
016102*----------------------------------------------------------------
016103*    6960-CREDIT-KIT-STORE - THE SELLING STORE'S KIT RECORD, IF
016104*    IT KEEPS ONE, GETS THE UNITS SOLD SO COGSSPRF STILL TIES
016105*----------------------------------------------------------------
016106 6960-CREDIT-KIT-STORE.
016107     IF NOT WS-STO-OPEN
016108         GO TO 6960-EXIT
016109     END-IF.
016110     IF SL-STORE NOT NUMERIC OR SL-STORE = ZERO
016111         GO TO 6960-EXIT
016112     END-IF.
016113     MOVE SL-DESC  TO ST-DESC.
016114     MOVE SL-STORE TO ST-STORE.
016115     READ STORE-INVENTORY-FILE
016116         INVALID KEY
016117             GO TO 6960-EXIT
016118     END-READ.
016119     ADD SL-QTY-SOLD TO ST-UNITS-SOLD.
016120     REWRITE STORE-INVENTORY-RECORD.
016121 6960-EXIT.
016122     EXIT.
016123 6970-DRAW-ONE-COMPONENT.
016124     ADD 1 TO WS-KIT-SUB.
016125     COMPUTE WS-KIT-DRAW = SL-QTY-SOLD * WS-KIT-QTY(WS-KIT-SUB).
016126     MOVE WS-KIT-COMP(WS-KIT-SUB) TO IDESC OF COGS-MASTER-RECORD.
016127     READ COGS-MASTER-FILE
016128         INVALID KEY
016129             GO TO 6970-EXIT
016130     END-READ.
016131     MOVE IQOH OF COGS-MASTER-RECORD TO WS-OLD-QOH.
016132     COMPUTE WS-NEW-QOH =
016133         IQOH OF COGS-MASTER-RECORD - WS-KIT-DRAW.
016134     MOVE WS-NEW-QOH TO IQOH OF COGS-MASTER-RECORD.
016135     MOVE WS-TODAY-DATE TO I4-LAST-SALE-DATE.
016136     ADD WS-KIT-DRAW TO I9PTD-SALES.
016137     REWRITE COGS-MASTER-RECORD.
016138     ADD 1 TO WS-MASTERS-REWRITTEN.
016139     MOVE IDESC OF COGS-MASTER-RECORD TO ACP-DESC.
016140     MOVE "IQOH"                      TO ACP-FIELD.
016141     MOVE WS-OLD-QOH                  TO ACP-OLD-VALUE.
016142     MOVE WS-NEW-QOH                  TO ACP-NEW-VALUE.
016143     MOVE WS-KIT-JOB-ID               TO ACP-JOB-ID.
016144     CALL "COGSAUD" USING AUDIT-CALL-PARMS.
016145     ADD WS-KIT-DRAW TO WS-KIT-UNITS.
016146     IF NOT WS-STO-OPEN OR WS-KIT-SHELF = ZERO
016147         GO TO 6970-EXIT
016148     END-IF.
016149     MOVE WS-KIT-COMP(WS-KIT-SUB) TO ST-DESC.
016150     MOVE WS-KIT-SHELF            TO ST-STORE.
016151     READ STORE-INVENTORY-FILE
016152         INVALID KEY
016153             GO TO 6970-EXIT
016154     END-READ.
016155     IF WS-KIT-DRAW > ST-QOH
016156         MOVE ZERO TO ST-QOH
016157     ELSE
016158         SUBTRACT WS-KIT-DRAW FROM ST-QOH
016159     END-IF.
016160     REWRITE STORE-INVENTORY-RECORD.
016161 6970-EXIT.
016162     EXIT.
016163*----------------------------------------------------------------
016170*    7000-APPLY-COST - ONE COST CHANGE AGAINST THE BUFFER
016180*----------------------------------------------------------------
016190 7000-APPLY-COST.
016191     MOVE CT-OPER-ID TO AUP-OPER-ID.
016192     MOVE "CST"      TO AUP-TRAN-TYPE.
016193     CALL "COGSAUTH" USING AUTH-CALL-PARMS.
016194     IF NOT AUP-AUTHORIZED
016195         MOVE 'Y' TO WS-REJECT-SW
016196         MOVE AUP-REASON TO DL-REASON
016197         GO TO 7000-POST
016198     END-IF.
016200     IF NOT WS-GROUP-ON-FILE
016210         MOVE 'Y' TO WS-REJECT-SW
016220         MOVE "PRODUCT NOT ON MASTER FILE" TO DL-REASON
016420     MOVE WS-OLD-COST                 TO CGP-OLD-COST.
016430     MOVE CT-NEW-COST                 TO CGP-NEW-COST.
016440     MOVE "COGSCOST"                  TO CGP-JOB-ID.
016445     MOVE CT-OPER-ID                  TO CGP-OPER-ID.
016450     CALL "COGSCHG" USING COST-CHANGE-CALL-PARMS.
016460     ADD 1 TO WS-CT-POSTED.
016470     GO TO 7000-EXIT.
016820     MOVE CT-NEW-COST TO PN-NEW-COST.
016830     MOVE WS-TODAY-DATE TO PN-DATE.
016840     MOVE WS-CHANGE-PCT TO PN-PCT.
016845     MOVE CT-OPER-ID TO PN-OPER-ID.
016850     IF WS-PND-STATUS = "00"
016860         REWRITE PENDING-COST-RECORD
016870     ELSE
017020*----------------------------------------------------------------
017030 8000-TERMINATE.
017040     CLOSE SALE-TRANS-FILE.
017042     IF WS-PKU-OPEN
017044         CLOSE PICKUP-TRANS-FILE
017046     END-IF.
017050     CLOSE PO-TRANS-FILE.
017060     CLOSE COST-TRANS-FILE.
017070     CLOSE COGS-MASTER-FILE.
017110     END-IF.
017120     IF WS-OPO-OPEN
017130         CLOSE OPEN-PO-FILE
017132     END-IF.
017134     IF WS-POL-OPEN
017136         CLOSE PO-HEADER-FILE
017138         CLOSE PO-LINE-FILE
017140     END-IF.
017150     IF WS-BOR-OPEN
017160         CLOSE BACKORDER-FILE
