000202*   2026-09-02  DHH  PURCHASE-HOLD AND DISCONTINUED PRODUCTS   *
000204*                    (I6STATUS H/D) ARE NOW SKIPPED - A DYING  *
000206*                    ITEM NO LONGER TRIPS THE REORDER LIST     *
000208*   2026-10-05  DHH  QOH COLUMN WIDENED TO 7 DIGITS            *
000210*   2026-10-05  DHH  AVAILABLE TO PROMISE - UNITS HELD FOR     *
000212*                    CUSTOMERS (ST-RESERVED ON COGSSTOR) NOW   *
000214*                    COME OFF IQOH BEFORE THE REORDER TEST     *
000216*                    AND PRINT IN A RESERVED COLUMN            *
000218****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.  IBM-370.
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS OP-DESC
000370         FILE STATUS IS WS-OPO-STATUS.
000371     SELECT STORE-INVENTORY-FILE ASSIGN TO COGSSTOR
000372         ORGANIZATION IS INDEXED
000373         ACCESS MODE IS DYNAMIC
000374         RECORD KEY IS ST-KEY
000375         FILE STATUS IS WS-STO-STATUS.
000380     SELECT PRINT-FILE ASSIGN TO COGSREO1
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-PRT-STATUS.
000480     RECORD CONTAINS 40 CHARACTERS
000490     LABEL RECORDS ARE STANDARD.
000500 COPY COGSOPOR.
000501 FD  STORE-INVENTORY-FILE
000502     RECORDING MODE IS F
000503     RECORD CONTAINS 40 CHARACTERS
000504     LABEL RECORDS ARE STANDARD.
000505 COPY COGSSTOR.
000510 FD  PRINT-FILE
000520     RECORDING MODE IS F
000530     RECORD CONTAINS 132 CHARACTERS
000570 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
000580 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000590 77  WS-OPO-STATUS               PIC X(02) VALUE SPACES.
000595 77  WS-STO-STATUS               PIC X(02) VALUE SPACES.
000600 77  WS-OPEN-QTY                 PIC S9(07) VALUE ZERO.
000603 77  WS-RESERVED-QTY             PIC 9(08) VALUE ZERO.
000606 77  WS-ATP-QTY                  PIC S9(09) VALUE ZERO.
000610 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000620 77  WS-RECS-BELOW-REORD         PIC 9(07) COMP VALUE ZERO.
000630 01  WS-SWITCHES.
000650         88  WS-EOF                         VALUE 'Y'.
000660     05  WS-OPO-OPEN-SW          PIC X(01) VALUE 'N'.
000670         88  WS-OPO-OPEN                    VALUE 'Y'.
000672     05  WS-STO-OPEN-SW          PIC X(01) VALUE 'N'.
000674         88  WS-STO-OPEN                    VALUE 'Y'.
000676     05  WS-STO-SCAN-SW          PIC X(01) VALUE 'N'.
000678         88  WS-STO-SCAN-DONE               VALUE 'Y'.
000680 01  WS-HEADING-1.
000690     05  FILLER                  PIC X(38)
000700         VALUE "COGSWORTH REORDER-POINT EXCEPTIONS".
000710 01  WS-HEADING-2.
000720     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
000726     05  FILLER                  PIC X(11) VALUE "      QOH  ".
000732     05  FILLER                  PIC X(11) VALUE " RESERVED  ".
000740     05  FILLER                  PIC X(10) VALUE " REORD-PT ".
000750     05  FILLER                  PIC X(10) VALUE " ON-ORDER ".
000760     05  FILLER                  PIC X(08) VALUE "VENDOR  ".
000770 01  WS-DETAIL-LINE.
000780     05  DL-DESC                 PIC X(14).
000786     05  DL-QOH                  PIC Z,ZZZ,ZZ9.
000792     05  FILLER                  PIC X(02) VALUE SPACES.
000798     05  DL-RESERVED             PIC Z,ZZZ,ZZ9.
000804     05  FILLER                  PIC X(02) VALUE SPACES.
000810     05  DL-REORD                PIC ZZ,ZZ9.
000820     05  FILLER                  PIC X(02) VALUE SPACES.
000830     05  DL-ON-ORDER             PIC ZZ,ZZ9.
001160         DISPLAY "COGSREOR - NO OPEN-PO LEDGER, STATUS = "
001170                 WS-OPO-STATUS " - ON-ORDER TREATED AS ZERO"
001180     END-IF.
001181     OPEN INPUT STORE-INVENTORY-FILE.
001182     IF WS-STO-STATUS = "00"
001183         MOVE 'Y' TO WS-STO-OPEN-SW
001184     ELSE
001185         DISPLAY "COGSREOR - NO STORE FILE, STATUS = "
001186                 WS-STO-STATUS " - RESERVED TREATED AS ZERO"
001187     END-IF.
001190     OPEN OUTPUT PRINT-FILE.
001200     IF WS-PRT-STATUS NOT = "00"
001210         DISPLAY "COGSREOR - UNABLE TO OPEN COGSREO1, STATUS = "
001344         GO TO 2000-NEXT
001346     END-IF.
001350     PERFORM 2050-GET-OPEN-QTY THRU 2050-EXIT.
001355     PERFORM 2060-GET-RESERVED THRU 2060-EXIT.
001360     COMPUTE WS-ATP-QTY = IQOH - WS-RESERVED-QTY + WS-OPEN-QTY.
001365     IF WS-ATP-QTY < I2REORD
001370         MOVE IDESC              TO DL-DESC
001380         MOVE IQOH               TO DL-QOH
001385         MOVE WS-RESERVED-QTY    TO DL-RESERVED
001390         MOVE I2REORD            TO DL-REORD
001400         MOVE WS-OPEN-QTY        TO DL-ON-ORDER
001410         MOVE I2VNDR             TO DL-VNDR
001650 2050-EXIT.
001660     EXIT.
001670*----------------------------------------------------------------
001671*    2060-GET-RESERVED - UNITS HELD FOR CUSTOMERS ON EVERY
001672*    SHELF OF THIS PRODUCT; THEY ARE NOT AVAILABLE TO PROMISE
001673*----------------------------------------------------------------
001674 2060-GET-RESERVED.
001675     MOVE ZERO TO WS-RESERVED-QTY.
001676     IF NOT WS-STO-OPEN
001677         GO TO 2060-EXIT
001678     END-IF.
001679     MOVE 'N'   TO WS-STO-SCAN-SW.
001680     MOVE IDESC TO ST-DESC.
001681     MOVE ZERO  TO ST-STORE.
001682     START STORE-INVENTORY-FILE KEY NOT < ST-KEY
001683         INVALID KEY
001684             GO TO 2060-EXIT
001685     END-START.
001686     PERFORM 2070-ADD-RESERVED THRU 2070-EXIT
001687         UNTIL WS-STO-SCAN-DONE.
001688 2060-EXIT.
001689     EXIT.
001690 2070-ADD-RESERVED.
001691     READ STORE-INVENTORY-FILE NEXT RECORD
001692         AT END
001693             MOVE 'Y' TO WS-STO-SCAN-SW
001694             GO TO 2070-EXIT
001695     END-READ.
001696     IF ST-DESC NOT = IDESC
001697         MOVE 'Y' TO WS-STO-SCAN-SW
001698         GO TO 2070-EXIT
001699     END-IF.
001700     IF ST-RESERVED NUMERIC
001701         ADD ST-RESERVED TO WS-RESERVED-QTY
001702     END-IF.
001703 2070-EXIT.
001704     EXIT.
001705*----------------------------------------------------------------
001706*    2100-READ-MASTER - READ NEXT MASTER RECORD
001707*----------------------------------------------------------------
001708 2100-READ-MASTER.
001710     READ COGS-MASTER-FILE NEXT RECORD
001720         AT END
001730             MOVE 'Y' TO WS-EOF-SW
001860     IF WS-OPO-OPEN
001870         CLOSE OPEN-PO-FILE
001880     END-IF.
001882     IF WS-STO-OPEN
001884         CLOSE STORE-INVENTORY-FILE
001886     END-IF.
001890     CLOSE PRINT-FILE.
001900     DISPLAY "COGSREOR - RECORDS READ        = " WS-RECS-READ.
001910     DISPLAY "COGSREOR - BELOW REORDER POINT = "
