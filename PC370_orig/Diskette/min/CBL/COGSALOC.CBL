000340*                    SHELVES FOOT TO IQOH BEFORE COGSSCHK      *
000350*                    AND REJECTED OR RELEASED QUANTITIES       *
000360*                    NEVER ALLOCATE                            *
000361*   2026-10-05  DHH  SHELF AND DOCK QUANTITIES WIDENED         *
000362*   2026-10-05  DHH  THE WAREHOUSE NOW COMES FROM THE STORE    *
000363*                    FLAGGED ON THE COGSSTRM STORE MASTER -    *
000364*                    COGSALP IS READ ONLY WHEN NONE IS         *
000365*                    FLAGGED.  A SHORT STORE NOT ON THE STORE  *
000366*                    MASTER, OR CLOSED, IS SKIPPED             *
000367*   2026-10-05  DHH  TRANSFERS NOW WRITTEN AS SHIPS.  UNITS    *
000368*                    ALREADY IN TRANSIT ON COGSXIT TO A SHORT  *
000369*                    STORE ARE NETTED FROM ITS NEED AND SHOWN  *
000370*                    ON THE REPORT                             *
000371*   2026-10-05  DHH  UNITS HELD FOR CUSTOMERS (ST-RESERVED)    *
000372*                    ARE NOT AVAILABLE TO PROMISE - THEY COME  *
000373*                    OFF THE DOCK STOCK AND OFF EACH SHELF,    *
000374*                    SO THE SHELF COLUMN IS NOW ATP            *
000375****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  IBM-370.
000520     SELECT TRANSFER-OUT-FILE ASSIGN TO COGSXFIN
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-XFO-STATUS.
000541     SELECT IN-TRANSIT-FILE ASSIGN TO COGSXIT
000542         ORGANIZATION IS INDEXED
000543         ACCESS MODE IS DYNAMIC
000544         RECORD KEY IS IT-KEY
000545         FILE STATUS IS WS-XIT-STATUS.
000550     SELECT PRINT-FILE ASSIGN TO COGSALO1
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-PRT-STATUS.
000770     BLOCK CONTAINS 0 RECORDS
000780     LABEL RECORDS ARE STANDARD.
000790 COPY COGSXFTX.
000791 FD  IN-TRANSIT-FILE
000792     RECORDING MODE IS F
000793     RECORD CONTAINS 80 CHARACTERS
000794     LABEL RECORDS ARE STANDARD.
000795 COPY COGSXITR.
000800 FD  PRINT-FILE
000810     RECORDING MODE IS F
000820     RECORD CONTAINS 132 CHARACTERS
000860 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
000870 77  WS-STO-STATUS               PIC X(02) VALUE SPACES.
000880 77  WS-XFO-STATUS               PIC X(02) VALUE SPACES.
000885 77  WS-XIT-STATUS               PIC X(02) VALUE SPACES.
000890 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000900 77  WS-WHSE-STORE               PIC 9(03) VALUE ZERO.
000910 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000950 77  WS-UNITS-LEFT               PIC 9(09) COMP VALUE ZERO.
000960 77  WS-GROUP-DESC               PIC X(10) VALUE LOW-VALUES.
000970 77  WS-DOCK-QTY                 PIC S9(07) VALUE ZERO.
000975 77  WS-ATP-QTY                  PIC S9(08) VALUE ZERO.
000980 77  WS-NEED-QTY                 PIC S9(07) VALUE ZERO.
000990 77  WS-ALLOC-QTY                PIC 9(05) VALUE ZERO.
001000 77  WS-SH-COUNT                 PIC 9(02) COMP VALUE ZERO.
001010 77  WS-SH-SUB                   PIC 9(02) COMP VALUE ZERO.
001020 77  WS-SH-MAX                   PIC 9(02) COMP VALUE 50.
001022 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
001024 77  WS-STORES-SKIPPED           PIC 9(07) COMP VALUE ZERO.
001026 77  WS-UNITS-IN-TRANSIT         PIC 9(09) COMP VALUE ZERO.
001030 01  WS-SWITCHES.
001040     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001050         88  WS-EOF                         VALUE 'Y'.
001060     05  WS-GROUP-OPEN-SW        PIC X(01) VALUE 'N'.
001070         88  WS-GROUP-OPEN                  VALUE 'Y'.
001071     05  WS-STM-PRESENT-SW       PIC X(01) VALUE 'N'.
001072         88  WS-STM-PRESENT                 VALUE 'Y'.
001073     05  WS-TRADING-SW           PIC X(01) VALUE 'N'.
001074         88  WS-TRADING                     VALUE 'Y'.
001075     05  WS-XIT-OPEN-SW          PIC X(01) VALUE 'N'.
001076         88  WS-XIT-OPEN                    VALUE 'Y'.
001077     05  WS-XIT-EOF-SW           PIC X(01) VALUE 'N'.
001078         88  WS-XIT-EOF                     VALUE 'Y'.
001079     05  WS-SH-FOUND-SW          PIC X(01) VALUE 'N'.
001080         88  WS-SH-FOUND                    VALUE 'Y'.
001081 COPY COGSDATP.
001082 COPY COGSSTLP.
001083 01  WS-SHORT-TABLE.
001090     05  WS-SH-ENTRY OCCURS 50 TIMES.
001100         10  WS-SH-STORE         PIC 9(03).
001110         10  WS-SH-QOH           PIC 9(07).
001120         10  WS-SH-REORD         PIC 9(05).
001125         10  WS-SH-TRANSIT       PIC 9(07).
001130 01  WS-HEADING-1.
001140     05  FILLER                  PIC X(40)
001150         VALUE "COGSWORTH DOCK ALLOCATION REPORT".
001200 01  WS-HEADING-2.
001210     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
001220     05  FILLER                  PIC X(07) VALUE "STORE  ".
001230     05  FILLER                  PIC X(11) VALUE "     SHELF ".
001240     05  FILLER                  PIC X(10) VALUE " REORD-PT ".
001245     05  FILLER                  PIC X(11) VALUE " IN-TRANSIT".
001250     05  FILLER                  PIC X(10) VALUE " ALLOCATED".
001260 01  WS-DETAIL-LINE.
001270     05  DL-DESC                 PIC X(14).
001280     05  DL-STORE                PIC 9(03).
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  DL-SHELF                PIC Z,ZZZ,ZZ9.
001310     05  FILLER                  PIC X(03) VALUE SPACES.
001320     05  DL-REORD                PIC ZZ,ZZ9.
001323     05  FILLER                  PIC X(04) VALUE SPACES.
001326     05  DL-TRANSIT              PIC Z,ZZZ,ZZ9.
001330     05  FILLER                  PIC X(04) VALUE SPACES.
001340     05  DL-ALLOC                PIC ZZ,ZZ9.
001350 01  WS-LEFTOVER-LINE.
001360     05  LO-DESC                 PIC X(14).
001370     05  FILLER                  PIC X(20)
001380         VALUE "LEFT AT WAREHOUSE  =".
001390     05  LO-QTY                  PIC Z,ZZZ,ZZ9.
001400 01  WS-SUMMARY-LINE.
001410     05  FILLER                  PIC X(26)
001420         VALUE "TRANSFER LINES WRITTEN   =".
001670*----------------------------------------------------------------
001680 1000-INITIALIZE.
001690     DISPLAY "COGSALOC STARTING - DOCK ALLOCATION".
001691     MOVE "BUSD" TO CDP-FUNCTION.
001692     CALL "COGSDATE" USING DATE-CALL-PARMS.
001693     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001694     MOVE "WHSE" TO SKP-FUNCTION.
001695     MOVE WS-BUS-DATE TO SKP-AS-OF-DATE.
001696     CALL "COGSSTLK" USING STORE-CALL-PARMS.
001697     IF SKP-RETURN-STATUS NOT = "35"
001698         MOVE 'Y' TO WS-STM-PRESENT-SW
001699     END-IF.
001700     IF SKP-RETURN-STATUS = "00"
001701         MOVE SKP-STORE TO WS-WHSE-STORE
001702     ELSE
001703         PERFORM 1100-READ-PARM THRU 1100-EXIT
001704     END-IF.
001705     OPEN INPUT STORE-INVENTORY-FILE.
001706     IF WS-STO-STATUS NOT = "00"
001707         DISPLAY "COGSALOC - UNABLE TO OPEN COGSSTOR, STATUS = "
001708                 WS-STO-STATUS
001709         MOVE 16 TO RETURN-CODE
001710         STOP RUN
001711     END-IF.
001712     OPEN OUTPUT TRANSFER-OUT-FILE.
001713     IF WS-XFO-STATUS NOT = "00"
001714         DISPLAY "COGSALOC - UNABLE TO OPEN COGSXFIN, STATUS = "
001715                 WS-XFO-STATUS
001716         MOVE 16 TO RETURN-CODE
001717         STOP RUN
001718     END-IF.
001719     OPEN OUTPUT PRINT-FILE.
001720     IF WS-PRT-STATUS NOT = "00"
001721         DISPLAY "COGSALOC - UNABLE TO OPEN COGSALO1, STATUS = "
001722                 WS-PRT-STATUS
001723         MOVE 16 TO RETURN-CODE
001724         STOP RUN
001725     END-IF.
001726     OPEN INPUT IN-TRANSIT-FILE.
001727     IF WS-XIT-STATUS = "00"
001728         MOVE 'Y' TO WS-XIT-OPEN-SW
001729     ELSE
001730         DISPLAY "COGSALOC - NO COGSXIT IN-TRANSIT FILE, "
001731                 "NEEDS NOT NETTED"
001732     END-IF.
001733     MOVE WS-WHSE-STORE TO H1-WHSE.
001734     WRITE PRINT-RECORD FROM WS-HEADING-1.
001735     WRITE PRINT-RECORD FROM WS-HEADING-1A.
001736     WRITE PRINT-RECORD FROM WS-HEADING-2.
001737     PERFORM 2100-READ-STORE THRU 2100-EXIT.
001738 1000-EXIT.
001739     EXIT.
001740*----------------------------------------------------------------
001741*    1100-READ-PARM - NO WAREHOUSE FLAGGED ON THE COGSSTRM STORE
001742*    MASTER, SO THE COGSALP PARAMETER MUST NAME IT
001743*----------------------------------------------------------------
001744 1100-READ-PARM.
001745     OPEN INPUT PARM-FILE.
001746     IF WS-PRM-STATUS NOT = "00"
001747         DISPLAY "COGSALOC - UNABLE TO OPEN COGSALP, STATUS = "
001748                 WS-PRM-STATUS
001749         MOVE 16 TO RETURN-CODE
001750         STOP RUN
001760     END-IF.
001770     READ PARM-FILE
001880     END-IF.
001890     MOVE PRM-WHSE TO WS-WHSE-STORE.
001900     CLOSE PARM-FILE.
002040 1100-EXIT.
002180     EXIT.
002190*----------------------------------------------------------------
002200*    2000-SWEEP-STORE-FILE - GROUP EACH PRODUCT'S SHELVES
002290         MOVE ZERO TO WS-DOCK-QTY
002300         MOVE ZERO TO WS-SH-COUNT
002310     END-IF.
002311     MOVE ST-QOH TO WS-ATP-QTY.
002312     IF ST-RESERVED NUMERIC
002313         SUBTRACT ST-RESERVED FROM WS-ATP-QTY
002314     END-IF.
002315     IF WS-ATP-QTY < ZERO
002316         MOVE ZERO TO WS-ATP-QTY
002317     END-IF.
002320     IF ST-STORE = WS-WHSE-STORE
002330         MOVE WS-ATP-QTY TO WS-DOCK-QTY
002340     ELSE
002345         IF WS-ATP-QTY < ST-REORD AND WS-SH-COUNT < WS-SH-MAX
002350             PERFORM 2050-CHECK-TRADING THRU 2050-EXIT
002355             IF WS-TRADING
002360                 ADD 1 TO WS-SH-COUNT
002365                 MOVE ST-STORE TO WS-SH-STORE(WS-SH-COUNT)
002370                 MOVE WS-ATP-QTY TO WS-SH-QOH(WS-SH-COUNT)
002375                 MOVE ST-REORD TO WS-SH-REORD(WS-SH-COUNT)
002380                 MOVE ZERO     TO WS-SH-TRANSIT(WS-SH-COUNT)
002385             ELSE
002390                 ADD 1 TO WS-STORES-SKIPPED
002395             END-IF
002400         END-IF
002410     END-IF.
002420     PERFORM 2100-READ-STORE THRU 2100-EXIT.
002430 2000-EXIT.
002431     EXIT.
002432*----------------------------------------------------------------
002433*    2050-CHECK-TRADING - A STORE NOT ON THE STORE MASTER, OR
002434*    CLOSED, GETS NO DOCK STOCK (COGSXFER WOULD REJECT IT).  A
002435*    STORE NOT YET OPEN MAY BE STOCKED AHEAD OF ITS OPENING.
002436*----------------------------------------------------------------
002437 2050-CHECK-TRADING.
002438     MOVE 'Y' TO WS-TRADING-SW.
002439     IF NOT WS-STM-PRESENT
002440         GO TO 2050-EXIT
002441     END-IF.
002442     MOVE "STOR" TO SKP-FUNCTION.
002443     MOVE ST-STORE TO SKP-STORE.
002444     MOVE WS-BUS-DATE TO SKP-AS-OF-DATE.
002445     CALL "COGSSTLK" USING STORE-CALL-PARMS.
002446     IF SKP-RETURN-STATUS NOT = "00" OR SKP-STORE-CLOSED
002447         MOVE 'N' TO WS-TRADING-SW
002448     END-IF.
002449 2050-EXIT.
002450     EXIT.
002451 2100-READ-STORE.
002460     READ STORE-INVENTORY-FILE NEXT RECORD
002470         AT END
002480             MOVE 'Y' TO WS-EOF-SW
002600         GO TO 2500-EXIT
002610     END-IF.
002620     ADD 1 TO WS-DOCK-PRODUCTS.
002625     PERFORM 2550-NET-IN-TRANSIT THRU 2550-EXIT.
002630     MOVE ZERO TO WS-SH-SUB.
002640     PERFORM 2600-ALLOCATE-ONE-STORE THRU 2600-EXIT
002650         UNTIL WS-SH-SUB NOT < WS-SH-COUNT
002720     END-IF.
002730 2500-EXIT.
002740     EXIT.
002741*----------------------------------------------------------------
002742*    2550-NET-IN-TRANSIT - UNITS ALREADY SHIPPED TO A SHORT
002743*    STORE AND NOT YET RECEIVED COUNT TOWARD ITS NEED, SO A
002744*    SLOW TRUCK DOES NOT GET THE SAME STOCK SENT TWICE
002745*----------------------------------------------------------------
002746 2550-NET-IN-TRANSIT.
002747     IF NOT WS-XIT-OPEN OR WS-SH-COUNT = ZERO
002748         GO TO 2550-EXIT
002749     END-IF.
002750     MOVE 'N' TO WS-XIT-EOF-SW.
002751     MOVE WS-GROUP-DESC TO IT-DESC.
002752     MOVE ZERO TO IT-XFER-NO.
002753     START IN-TRANSIT-FILE KEY IS NOT < IT-KEY
002754         INVALID KEY
002755             GO TO 2550-EXIT
002756     END-START.
002757     PERFORM 2560-READ-IN-TRANSIT THRU 2560-EXIT
002758         UNTIL WS-XIT-EOF.
002759 2550-EXIT.
002760     EXIT.
002761 2560-READ-IN-TRANSIT.
002762     READ IN-TRANSIT-FILE NEXT RECORD
002763         AT END
002764             MOVE 'Y' TO WS-XIT-EOF-SW
002765             GO TO 2560-EXIT
002766     END-READ.
002767     IF IT-DESC NOT = WS-GROUP-DESC
002768         MOVE 'Y' TO WS-XIT-EOF-SW
002769         GO TO 2560-EXIT
002770     END-IF.
002771     MOVE 'N' TO WS-SH-FOUND-SW.
002772     MOVE ZERO TO WS-SH-SUB.
002773     PERFORM 2570-TEST-SHORT-STORE THRU 2570-EXIT
002774         UNTIL WS-SH-FOUND OR WS-SH-SUB NOT < WS-SH-COUNT.
002775     IF WS-SH-FOUND
002776         ADD IT-QTY-SHIPPED TO WS-SH-TRANSIT(WS-SH-SUB)
002777     END-IF.
002778 2560-EXIT.
002779     EXIT.
002780 2570-TEST-SHORT-STORE.
002781     ADD 1 TO WS-SH-SUB.
002782     IF WS-SH-STORE(WS-SH-SUB) = IT-TO-STORE
002783         MOVE 'Y' TO WS-SH-FOUND-SW
002784     END-IF.
002785 2570-EXIT.
002786     EXIT.
002787 2600-ALLOCATE-ONE-STORE.
002788     ADD 1 TO WS-SH-SUB.
002789     COMPUTE WS-NEED-QTY =
002790         WS-SH-REORD(WS-SH-SUB) - WS-SH-QOH(WS-SH-SUB)
002791             - WS-SH-TRANSIT(WS-SH-SUB).
002792     ADD WS-SH-TRANSIT(WS-SH-SUB) TO WS-UNITS-IN-TRANSIT.
002793     IF WS-NEED-QTY NOT > ZERO
002800         GO TO 2600-EXIT
002810     END-IF.
002820     IF WS-NEED-QTY > WS-DOCK-QTY
002890     MOVE WS-WHSE-STORE         TO XF-FROM-STORE.
002900     MOVE WS-SH-STORE(WS-SH-SUB) TO XF-TO-STORE.
002910     MOVE WS-ALLOC-QTY          TO XF-QTY.
002915     MOVE "S"                   TO XF-TYPE.
002920     WRITE TRANSFER-TRANS-RECORD.
002930     ADD 1 TO WS-XFERS-WRITTEN.
002940     ADD WS-ALLOC-QTY TO WS-UNITS-ALLOCATED.
002960     MOVE WS-SH-STORE(WS-SH-SUB) TO DL-STORE.
002970     MOVE WS-SH-QOH(WS-SH-SUB)   TO DL-SHELF.
002980     MOVE WS-SH-REORD(WS-SH-SUB) TO DL-REORD.
002985     MOVE WS-SH-TRANSIT(WS-SH-SUB) TO DL-TRANSIT.
002990     MOVE WS-ALLOC-QTY           TO DL-ALLOC.
003000     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
003010     SUBTRACT WS-ALLOC-QTY FROM WS-DOCK-QTY.
003160     CLOSE STORE-INVENTORY-FILE.
003170     CLOSE TRANSFER-OUT-FILE.
003180     CLOSE PRINT-FILE.
003182     IF WS-XIT-OPEN
003184         CLOSE IN-TRANSIT-FILE
003186     END-IF.
003190     DISPLAY "COGSALOC - STORE RECORDS READ   = " WS-RECS-READ.
003200     DISPLAY "COGSALOC - PRODUCTS ON THE DOCK = "
003210             WS-DOCK-PRODUCTS.
003220     DISPLAY "COGSALOC - TRANSFERS WRITTEN    = "
003230             WS-XFERS-WRITTEN.
003232     DISPLAY "COGSALOC - SHORT STORES SKIPPED = "
003234             WS-STORES-SKIPPED.
003236     DISPLAY "COGSALOC - UNITS NETTED IN TRANSIT = "
003238             WS-UNITS-IN-TRANSIT.
003240 3000-EXIT.
003250     EXIT.
