000262*   2026-09-02  DHH  PURCHASE-HOLD AND DISCONTINUED PRODUCTS   *
000264*                    (I6STATUS H/D) ARE NOW SKIPPED - NO MORE  *
000266*                    SUGGESTED ORDERS FOR DISCONTINUED STOCK   *
000267*   2026-10-05  DHH  SOURCE PICKED OFF THE COGSVCAT VENDOR     *
000268*                    ITEM CATALOG - THE PREFERRED APPROVED     *
000269*                    SOURCE, ELSE THE CHEAPEST APPROVED ONE,   *
000270*                    ELSE I2VNDR.  ORDER QUANTITY RAISED TO    *
000271*                    THE SOURCE'S MINIMUM ORDER, AND THE       *
000272*                    VENDOR PART NUMBER AND QUOTED COST ARE    *
000273*                    CARRIED ON COGSSPOF (NOW 60 BYTES) AND    *
000274*                    PRINTED                                   *
000275*   2026-10-05  DHH  QOH COLUMN WIDENED WITH IQOH              *
000276*   2026-10-05  DHH  AVAILABLE TO PROMISE - UNITS HELD FOR     *
000277*                    CUSTOMERS (ST-RESERVED ON COGSSTOR) COME  *
000278*                    OFF IQOH IN THE SHORTFALL TEST AND THE    *
000279*                    ORDER QUANTITY                            *
000280****************************************************************
000281 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.  IBM-370.
000310 OBJECT-COMPUTER.  IBM-370.
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS OP-DESC
000480         FILE STATUS IS WS-OPO-STATUS.
000481     SELECT VENDOR-ITEM-FILE ASSIGN TO COGSVCAT
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS VI-KEY
000485         FILE STATUS IS WS-CAT-STATUS.
000486     SELECT STORE-INVENTORY-FILE ASSIGN TO COGSSTOR
000487         ORGANIZATION IS INDEXED
000488         ACCESS MODE IS DYNAMIC
000489         RECORD KEY IS ST-KEY
000490         FILE STATUS IS WS-STO-STATUS.
000491     SELECT WORK-ORDER-FILE ASSIGN TO COGSSPOW
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-WRK-STATUS.
000520     SELECT SUGGESTED-ORDER-FILE ASSIGN TO COGSSPOF
000710     RECORD CONTAINS 40 CHARACTERS
000720     LABEL RECORDS ARE STANDARD.
000730 COPY COGSOPOR.
000731 FD  VENDOR-ITEM-FILE
000732     RECORDING MODE IS F
000733     RECORD CONTAINS 80 CHARACTERS
000734     LABEL RECORDS ARE STANDARD.
000735 COPY COGSVITR.
000736 FD  STORE-INVENTORY-FILE
000737     RECORDING MODE IS F
000738     RECORD CONTAINS 40 CHARACTERS
000739     LABEL RECORDS ARE STANDARD.
000740 COPY COGSSTOR.
000741 FD  WORK-ORDER-FILE
000750     RECORDING MODE IS F
000760     RECORD CONTAINS 60 CHARACTERS
000770     BLOCK CONTAINS 0 RECORDS
000780     LABEL RECORDS ARE STANDARD.
000790 COPY COGSSPOR REPLACING ==SUGGESTED-ORDER-RECORD==
000800                      BY ==WORK-ORDER-RECORD==.
000810 FD  SUGGESTED-ORDER-FILE
000820     RECORDING MODE IS F
000830     RECORD CONTAINS 60 CHARACTERS
000840     BLOCK CONTAINS 0 RECORDS
000850     LABEL RECORDS ARE STANDARD.
000860 COPY COGSSPOR.
000870 SD  SORT-WORK-FILE
000880     RECORD CONTAINS 60 CHARACTERS.
000890 COPY COGSSPOR REPLACING ==SUGGESTED-ORDER-RECORD==
000900                      BY ==SORT-ORDER-RECORD==.
000910 FD  PRINT-FILE
000980 77  WS-VND-STATUS               PIC X(02) VALUE SPACES.
000990 77  WS-OPO-STATUS               PIC X(02) VALUE SPACES.
001000 77  WS-OPEN-QTY                 PIC S9(07) VALUE ZERO.
001002 77  WS-STO-STATUS               PIC X(02) VALUE SPACES.
001004 77  WS-RESERVED-QTY             PIC 9(08) VALUE ZERO.
001006 77  WS-ATP-QTY                  PIC S9(09) VALUE ZERO.
001010 77  WS-WRK-STATUS               PIC X(02) VALUE SPACES.
001020 77  WS-SPO-STATUS               PIC X(02) VALUE SPACES.
001030 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
001060 77  WS-VENDOR-COUNT             PIC 9(05) COMP VALUE ZERO.
001070 77  WS-ORDER-QTY                PIC 9(07) VALUE ZERO.
001080 77  WS-PRIOR-VNDR               PIC X(06) VALUE LOW-VALUES.
001081 77  WS-CAT-STATUS               PIC X(02) VALUE SPACES.
001082 77  WS-SRC-VNDR                 PIC X(06) VALUE SPACES.
001083 77  WS-SRC-PART-NO              PIC X(15) VALUE SPACES.
001084 77  WS-SRC-COST                 PIC 9(05)V9(02) VALUE ZERO.
001085 77  WS-SRC-MIN-ORDER            PIC 9(05) VALUE ZERO.
001086 77  WS-FROM-CATALOG             PIC 9(07) COMP VALUE ZERO.
001090 01  WS-SWITCHES.
001100     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001110         88  WS-EOF                         VALUE 'Y'.
001130         88  WS-SPO-EOF                     VALUE 'Y'.
001140     05  WS-OPO-OPEN-SW          PIC X(01) VALUE 'N'.
001150         88  WS-OPO-OPEN                    VALUE 'Y'.
001151     05  WS-CAT-OPEN-SW          PIC X(01) VALUE 'N'.
001152         88  WS-CAT-OPEN                    VALUE 'Y'.
001153     05  WS-STO-OPEN-SW          PIC X(01) VALUE 'N'.
001154         88  WS-STO-OPEN                    VALUE 'Y'.
001155     05  WS-STO-SCAN-SW          PIC X(01) VALUE 'N'.
001156         88  WS-STO-SCAN-DONE               VALUE 'Y'.
001157     05  WS-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
001158         88  WS-SCAN-DONE                   VALUE 'Y'.
001159     05  WS-SRC-FOUND-SW         PIC X(01) VALUE 'N'.
001160         88  WS-SRC-FOUND                   VALUE 'Y'.
001161 01  WS-HEADING-1.
001170     05  FILLER                  PIC X(42)
001180         VALUE "COGSWORTH SUGGESTED PURCHASE ORDERS".
001190 01  WS-VENDOR-LINE.
001240 01  WS-HEADING-2.
001250     05  FILLER                  PIC X(04) VALUE SPACES.
001260     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
001270     05  FILLER                  PIC X(10) VALUE "      QOH ".
001280     05  FILLER                  PIC X(08) VALUE "REORD-PT".
001290     05  FILLER                  PIC X(10) VALUE " ORDER-QTY".
001292     05  FILLER                  PIC X(04) VALUE SPACES.
001294     05  FILLER                  PIC X(17) VALUE "VENDOR PART NO".
001296     05  FILLER                  PIC X(10) VALUE "  UNIT CST".
001300 01  WS-DETAIL-LINE.
001310     05  FILLER                  PIC X(04) VALUE SPACES.
001320     05  DL-DESC                 PIC X(14).
001330     05  DL-QOH                  PIC Z,ZZZ,ZZ9.
001340     05  FILLER                  PIC X(01) VALUE SPACES.
001350     05  DL-REORD                PIC ZZ,ZZ9.
001353     05  FILLER                  PIC X(02) VALUE SPACES.
001356     05  DL-ORDER-QTY            PIC ZZ,ZZ9.
001360     05  FILLER                  PIC X(04) VALUE SPACES.
001366     05  DL-PART-NO              PIC X(17).
001372     05  DL-UNIT-COST            PIC ZZ,ZZ9.99.
001380 01  WS-SUMMARY-LINE.
001390     05  FILLER                  PIC X(24)
001400         VALUE "SUGGESTED ORDER LINES  =".
001500     CLOSE COGS-MASTER-FILE.
001510     IF WS-OPO-OPEN
001520         CLOSE OPEN-PO-FILE
001521     END-IF.
001522     IF WS-CAT-OPEN
001523         CLOSE VENDOR-ITEM-FILE
001524     END-IF.
001525     IF WS-STO-OPEN
001526         CLOSE STORE-INVENTORY-FILE
001530     END-IF.
001540     CLOSE WORK-ORDER-FILE.
001550     SORT SORT-WORK-FILE
001920         DISPLAY "COGSSPO - NO OPEN-PO LEDGER, STATUS = "
001930                 WS-OPO-STATUS " - ON-ORDER TREATED AS ZERO"
001940     END-IF.
001941     OPEN INPUT VENDOR-ITEM-FILE.
001942     IF WS-CAT-STATUS = "00"
001943         MOVE 'Y' TO WS-CAT-OPEN-SW
001944     ELSE
001945         DISPLAY "COGSSPO - NO VENDOR ITEM CATALOG, STATUS = "
001946                 WS-CAT-STATUS " - ORDERING FROM I2VNDR"
001947     END-IF.
001948     OPEN INPUT STORE-INVENTORY-FILE.
001949     IF WS-STO-STATUS = "00"
001950         MOVE 'Y' TO WS-STO-OPEN-SW
001951     ELSE
001952         DISPLAY "COGSSPO - NO STORE FILE, STATUS = "
001953                 WS-STO-STATUS " - RESERVED TREATED AS ZERO"
001954     END-IF.
001955     OPEN OUTPUT WORK-ORDER-FILE.
001960     IF WS-WRK-STATUS NOT = "00"
001970         DISPLAY "COGSSPO - UNABLE TO OPEN COGSSPOW, STATUS = "
001980                 WS-WRK-STATUS
002164         GO TO 2000-NEXT
002166     END-IF.
002170     PERFORM 2050-GET-OPEN-QTY THRU 2050-EXIT.
002174     PERFORM 2080-GET-RESERVED THRU 2080-EXIT.
002178     COMPUTE WS-ATP-QTY = IQOH - WS-RESERVED-QTY + WS-OPEN-QTY.
002182     IF WS-ATP-QTY < I2REORD
002186         COMPUTE WS-ORDER-QTY = (I2REORD * 2) - WS-ATP-QTY
002190         PERFORM 2060-PICK-SOURCE THRU 2060-EXIT
002194         IF WS-ORDER-QTY < WS-SRC-MIN-ORDER
002198             MOVE WS-SRC-MIN-ORDER TO WS-ORDER-QTY
002202         END-IF
002210         INITIALIZE WORK-ORDER-RECORD
002220         MOVE WS-SRC-VNDR  TO SO-VNDR OF WORK-ORDER-RECORD
002230         MOVE IDESC        TO SO-DESC OF WORK-ORDER-RECORD
002240         MOVE IQOH         TO SO-QOH OF WORK-ORDER-RECORD
002250         MOVE I2REORD      TO SO-REORD OF WORK-ORDER-RECORD
002260         MOVE WS-ORDER-QTY TO SO-ORDER-QTY OF WORK-ORDER-RECORD
002262         MOVE WS-SRC-PART-NO
002264             TO SO-PART-NO OF WORK-ORDER-RECORD
002266         MOVE WS-SRC-COST  TO SO-UNIT-COST OF WORK-ORDER-RECORD
002270         WRITE WORK-ORDER-RECORD
002280         ADD 1 TO WS-RECS-SUGGESTED
002290     END-IF.
002480         MOVE ZERO TO WS-OPEN-QTY
002490     END-IF.
002500 2050-EXIT.
002501     EXIT.
002502*----------------------------------------------------------------
002503*    2060-PICK-SOURCE - THE PREFERRED APPROVED CATALOG SOURCE,
002504*    OR THE CHEAPEST APPROVED ONE, OR I2VNDR AT ICOST WHEN THE
002505*    CATALOG HAS NO APPROVED SOURCE FOR THE PRODUCT
002506*----------------------------------------------------------------
002507 2060-PICK-SOURCE.
002508     MOVE I2VNDR TO WS-SRC-VNDR.
002509     MOVE SPACES TO WS-SRC-PART-NO.
002510     MOVE ICOST  TO WS-SRC-COST.
002511     MOVE ZERO   TO WS-SRC-MIN-ORDER.
002512     MOVE 'N'    TO WS-SRC-FOUND-SW.
002513     IF NOT WS-CAT-OPEN
002514         GO TO 2060-EXIT
002515     END-IF.
002516     MOVE 'N'        TO WS-SCAN-DONE-SW.
002517     MOVE IDESC      TO VI-DESC.
002518     MOVE LOW-VALUES TO VI-VNDR.
002519     START VENDOR-ITEM-FILE KEY NOT < VI-KEY
002520         INVALID KEY
002521             MOVE 'Y' TO WS-SCAN-DONE-SW
002522     END-START.
002523     PERFORM 2070-WEIGH-ONE-SOURCE THRU 2070-EXIT
002524         UNTIL WS-SCAN-DONE.
002525     IF WS-SRC-FOUND
002526         ADD 1 TO WS-FROM-CATALOG
002527     END-IF.
002528 2060-EXIT.
002529     EXIT.
002530*----------------------------------------------------------------
002531*    2070-WEIGH-ONE-SOURCE - AN APPROVED SOURCE ON VNDRMST IS
002532*    ELIGIBLE; THE PREFERRED ONE ENDS THE SCAN, OTHERWISE THE
002533*    LOWEST QUOTED COST SO FAR IS KEPT
002534*----------------------------------------------------------------
002535 2070-WEIGH-ONE-SOURCE.
002536     READ VENDOR-ITEM-FILE NEXT RECORD
002537         AT END
002538             MOVE 'Y' TO WS-SCAN-DONE-SW
002539             GO TO 2070-EXIT
002540     END-READ.
002541     IF VI-DESC NOT = IDESC
002542         MOVE 'Y' TO WS-SCAN-DONE-SW
002543         GO TO 2070-EXIT
002544     END-IF.
002545     IF NOT VI-APPROVED
002546         GO TO 2070-EXIT
002547     END-IF.
002548     MOVE VI-VNDR TO VN-CODE.
002549     READ VENDOR-MASTER-FILE
002550         INVALID KEY
002551             GO TO 2070-EXIT
002552     END-READ.
002553     IF WS-SRC-FOUND AND NOT VI-IS-PREFERRED
002554             AND VI-COST NOT < WS-SRC-COST
002555         GO TO 2070-EXIT
002556     END-IF.
002557     MOVE 'Y'          TO WS-SRC-FOUND-SW.
002558     MOVE VI-VNDR      TO WS-SRC-VNDR.
002559     MOVE VI-PART-NO   TO WS-SRC-PART-NO.
002560     MOVE VI-COST      TO WS-SRC-COST.
002561     MOVE VI-MIN-ORDER TO WS-SRC-MIN-ORDER.
002562     IF VI-IS-PREFERRED
002563         MOVE 'Y' TO WS-SCAN-DONE-SW
002564     END-IF.
002565 2070-EXIT.
002566     EXIT.
002567*----------------------------------------------------------------
002568*    2080-GET-RESERVED - UNITS HELD FOR CUSTOMERS ON EVERY
002569*    SHELF OF THIS PRODUCT; THEY ARE NOT AVAILABLE TO PROMISE
002570*----------------------------------------------------------------
002571 2080-GET-RESERVED.
002572     MOVE ZERO TO WS-RESERVED-QTY.
002573     IF NOT WS-STO-OPEN
002574         GO TO 2080-EXIT
002575     END-IF.
002576     MOVE 'N'   TO WS-STO-SCAN-SW.
002577     MOVE IDESC TO ST-DESC.
002578     MOVE ZERO  TO ST-STORE.
002579     START STORE-INVENTORY-FILE KEY NOT < ST-KEY
002580         INVALID KEY
002581             GO TO 2080-EXIT
002582     END-START.
002583     PERFORM 2090-ADD-RESERVED THRU 2090-EXIT
002584         UNTIL WS-STO-SCAN-DONE.
002585 2080-EXIT.
002586     EXIT.
002587 2090-ADD-RESERVED.
002588     READ STORE-INVENTORY-FILE NEXT RECORD
002589         AT END
002590             MOVE 'Y' TO WS-STO-SCAN-SW
002591             GO TO 2090-EXIT
002592     END-READ.
002593     IF ST-DESC NOT = IDESC
002594         MOVE 'Y' TO WS-STO-SCAN-SW
002595         GO TO 2090-EXIT
002596     END-IF.
002597     IF ST-RESERVED NUMERIC
002598         ADD ST-RESERVED TO WS-RESERVED-QTY
002599     END-IF.
002600 2090-EXIT.
002601     EXIT.
002602*----------------------------------------------------------------
002603*    2100-READ-MASTER - READ NEXT MASTER RECORD
002604*----------------------------------------------------------------
002605 2100-READ-MASTER.
002606     READ COGS-MASTER-FILE NEXT RECORD
002607         AT END
002608             MOVE 'Y' TO WS-EOF-SW
002609             GO TO 2100-EXIT
002610     END-READ.
002611     ADD 1 TO WS-RECS-READ.
002620 2100-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------
002940     MOVE SO-REORD OF SUGGESTED-ORDER-RECORD     TO DL-REORD.
002950     MOVE SO-ORDER-QTY OF SUGGESTED-ORDER-RECORD
002960         TO DL-ORDER-QTY.
002962     MOVE SO-PART-NO OF SUGGESTED-ORDER-RECORD   TO DL-PART-NO.
002964     MOVE SO-UNIT-COST OF SUGGESTED-ORDER-RECORD
002966         TO DL-UNIT-COST.
002970     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
002980     PERFORM 2600-READ-SUGGESTION THRU 2600-EXIT.
002990 2700-EXIT.
003310     DISPLAY "COGSSPO - ORDER LINES WRITTEN = "
003320             WS-RECS-SUGGESTED.
003330     DISPLAY "COGSSPO - VENDOR GROUPS       = " WS-VENDOR-COUNT.
003335     DISPLAY "COGSSPO - SOURCED FROM CATALOG= " WS-FROM-CATALOG.
003340 3000-EXIT.
003350     EXIT.
