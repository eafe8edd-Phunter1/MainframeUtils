000160*                                                              *
000170*   MODIFICATION HISTORY                                      *
000180*   2026-08-23  DHH  INITIAL VERSION                           *
000181*   2026-10-05  DHH  SHELF QOH AND UNIT COLUMNS WIDENED WITH   *
000182*                    ST-QOH                                    *
000183*   2026-10-05  DHH  STORE NAMES FROM THE COGSSTRM STORE       *
000184*                    MASTER NOW PRINTED, AND THE STORE         *
000185*                    TOTALS ROLL UP BY HOME STATE              *
000186*   2026-10-05  DHH  A SHELF IS NOW TESTED ON ITS AVAILABLE    *
000187*                    TO PROMISE - ST-QOH LESS THE UNITS HELD   *
000188*                    FOR CUSTOMERS IN ST-RESERVED - WITH       *
000189*                    RESERVED AND ATP COLUMNS                  *
000190****************************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000500 77  WS-RECS-BELOW-REORD         PIC 9(07) COMP VALUE ZERO.
000510 77  WS-STORE-SUB                PIC 9(02) COMP VALUE ZERO.
000520 77  WS-STORE-COUNT              PIC 9(02) COMP VALUE ZERO.
000522 77  WS-STATE-SUB                PIC 9(02) COMP VALUE ZERO.
000524 77  WS-STATE-COUNT              PIC 9(02) COMP VALUE ZERO.
000526 77  WS-RESERVED-QTY             PIC 9(07) VALUE ZERO.
000528 77  WS-ATP-QTY                  PIC S9(08) VALUE ZERO.
000530 01  WS-SWITCHES.
000540     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000550         88  WS-EOF                         VALUE 'Y'.
000560     05  WS-STORE-FOUND-SW       PIC X(01) VALUE 'N'.
000570         88  WS-STORE-FOUND                 VALUE 'Y'.
000572     05  WS-STATE-FOUND-SW       PIC X(01) VALUE 'N'.
000574         88  WS-STATE-FOUND                 VALUE 'Y'.
000576 COPY COGSSTLP.
000580 01  WS-STORE-TOTALS.
000590     05  WS-STORE-ENTRY OCCURS 50 TIMES.
000600         10  WS-STT-STORE        PIC 9(03).
000603         10  WS-STT-NAME         PIC X(20).
000606         10  WS-STT-STATE        PIC X(02).
000610         10  WS-STT-PRODUCTS     PIC 9(05) COMP.
000612         10  WS-STT-UNITS        PIC 9(09) COMP.
000614*    THE STORE TOTALS ROLLED UP BY HOME STATE - A STORE NOT ON
000616*    THE STORE MASTER ROLLS UP UNDER "??".
000618 01  WS-STATE-TOTALS.
000620     05  WS-STATE-ENTRY OCCURS 50 TIMES.
000622         10  WS-SRT-STATE        PIC X(02).
000624         10  WS-SRT-STORES       PIC 9(03) COMP.
000626         10  WS-SRT-PRODUCTS     PIC 9(07) COMP.
000628         10  WS-SRT-UNITS        PIC 9(09) COMP.
000630 01  WS-HEADING-1.
000640     05  FILLER                  PIC X(42)
000650         VALUE "COGSWORTH STORE-LEVEL REORDER EXCEPTIONS".
000660 01  WS-HEADING-2.
000670     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
000680     05  FILLER                  PIC X(07) VALUE "STORE  ".
000685     05  FILLER                  PIC X(21) VALUE "NAME".
000690     05  FILLER                  PIC X(10) VALUE "       QOH".
000695     05  FILLER                  PIC X(11) VALUE "   RESERVED".
000700     05  FILLER                  PIC X(11) VALUE "        ATP".
000705     05  FILLER                  PIC X(10) VALUE "  REORD-PT".
000710 01  WS-DETAIL-LINE.
000720     05  DL-DESC                 PIC X(14).
000730     05  DL-STORE                PIC 9(03).
000733     05  FILLER                  PIC X(04) VALUE SPACES.
000736     05  DL-NAME                 PIC X(20).
000739     05  FILLER                  PIC X(01) VALUE SPACES.
000742     05  DL-QOH                  PIC Z,ZZZ,ZZ9.
000745     05  FILLER                  PIC X(02) VALUE SPACES.
000748     05  DL-RESERVED             PIC Z,ZZZ,ZZ9.
000751     05  FILLER                  PIC X(02) VALUE SPACES.
000754     05  DL-ATP                  PIC Z,ZZZ,ZZ9-.
000760     05  FILLER                  PIC X(03) VALUE SPACES.
000770     05  DL-REORD                PIC ZZ,ZZ9.
000780 01  WS-STORE-LINE.
000790     05  FILLER                  PIC X(06) VALUE "STORE ".
000800     05  SL-STORE                PIC 9(03).
000802     05  FILLER                  PIC X(02) VALUE SPACES.
000804     05  SL-NAME                 PIC X(20).
000806     05  FILLER                  PIC X(01) VALUE SPACES.
000808     05  SL-STATE                PIC X(02).
000810     05  FILLER                  PIC X(12) VALUE "  PRODUCTS =".
000820     05  SL-PRODUCTS             PIC ZZ,ZZ9.
000830     05  FILLER                  PIC X(09) VALUE "  UNITS =".
000831     05  SL-UNITS                PIC ZZZ,ZZZ,ZZ9.
000832 01  WS-STATE-LINE.
000833     05  FILLER                  PIC X(06) VALUE "STATE ".
000834     05  RL-STATE                PIC X(02).
000835     05  FILLER                  PIC X(10) VALUE "  STORES =".
000836     05  RL-STORES               PIC ZZ9.
000837     05  FILLER                  PIC X(12) VALUE "  PRODUCTS =".
000838     05  RL-PRODUCTS             PIC ZZZ,ZZ9.
000839     05  FILLER                  PIC X(09) VALUE "  UNITS =".
000840     05  RL-UNITS                PIC ZZZ,ZZZ,ZZ9.
000850 01  WS-SUMMARY-LINE.
000860     05  FILLER                  PIC X(24)
000870         VALUE "STORE SHELVES BELOW PT =".
000970     PERFORM 2500-PRINT-STORE-TOTALS THRU 2500-EXIT
000980         VARYING WS-STORE-SUB FROM 1 BY 1
000990         UNTIL WS-STORE-SUB > WS-STORE-COUNT.
000992     PERFORM 2700-PRINT-STATE-TOTALS THRU 2700-EXIT
000994         VARYING WS-STATE-SUB FROM 1 BY 1
000996         UNTIL WS-STATE-SUB > WS-STATE-COUNT.
001000     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001010     STOP RUN.
001020*----------------------------------------------------------------
001050 1000-INITIALIZE.
001060     DISPLAY "COGSSREO STARTING - STORE REORDER EXCEPTIONS".
001070     INITIALIZE WS-STORE-TOTALS.
001075     INITIALIZE WS-STATE-TOTALS.
001080     OPEN INPUT STORE-INVENTORY-FILE.
001090     IF WS-STO-STATUS NOT = "00"
001100         DISPLAY "COGSSREO - UNABLE TO OPEN COGSSTOR, STATUS = "
001280*    2000-CHECK-ONE-SHELF - FLAG A SHELF BELOW ITS POINT
001290*----------------------------------------------------------------
001300 2000-CHECK-ONE-SHELF.
001302     MOVE ZERO TO WS-RESERVED-QTY.
001304     IF ST-RESERVED NUMERIC
001306         MOVE ST-RESERVED TO WS-RESERVED-QTY
001308     END-IF.
001310     COMPUTE WS-ATP-QTY = ST-QOH - WS-RESERVED-QTY.
001312     IF WS-ATP-QTY < ST-REORD
001314         PERFORM 2300-LOOK-UP-STORE THRU 2300-EXIT
001320         MOVE ST-DESC  TO DL-DESC
001330         MOVE ST-STORE TO DL-STORE
001335         MOVE SKP-NAME TO DL-NAME
001340         MOVE ST-QOH   TO DL-QOH
001343         MOVE WS-RESERVED-QTY TO DL-RESERVED
001346         MOVE WS-ATP-QTY      TO DL-ATP
001350         MOVE ST-REORD TO DL-REORD
001360         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
001370         ADD 1 TO WS-RECS-BELOW-REORD
001630             ADD 1 TO WS-STORE-COUNT
001640             MOVE WS-STORE-COUNT TO WS-STORE-SUB
001650             MOVE ST-STORE TO WS-STT-STORE(WS-STORE-SUB)
001652             PERFORM 2300-LOOK-UP-STORE THRU 2300-EXIT
001654             MOVE SKP-NAME TO WS-STT-NAME(WS-STORE-SUB)
001656             MOVE SKP-STATE TO WS-STT-STATE(WS-STORE-SUB)
001660             MOVE ZERO TO WS-STT-PRODUCTS(WS-STORE-SUB)
001670             MOVE ZERO TO WS-STT-UNITS(WS-STORE-SUB)
001680             MOVE 'Y' TO WS-STORE-FOUND-SW
001820 2250-EXIT.
001830     EXIT.
001840*----------------------------------------------------------------
001841*    2300-LOOK-UP-STORE - NAME AND HOME STATE FROM THE STORE
001842*    MASTER
001843*----------------------------------------------------------------
001844 2300-LOOK-UP-STORE.
001845     MOVE "STOR"   TO SKP-FUNCTION.
001846     MOVE ST-STORE TO SKP-STORE.
001847     MOVE ZERO     TO SKP-AS-OF-DATE.
001848     CALL "COGSSTLK" USING STORE-CALL-PARMS.
001849     IF SKP-RETURN-STATUS NOT = "00"
001850         MOVE "NOT ON STORE MASTER" TO SKP-NAME
001851         MOVE "??" TO SKP-STATE
001852     END-IF.
001853 2300-EXIT.
001854     EXIT.
001855*----------------------------------------------------------------
001856*    2500-PRINT-STORE-TOTALS - BY-STORE STOCK SUMMARY
001860*----------------------------------------------------------------
001870 2500-PRINT-STORE-TOTALS.
001880     IF WS-STORE-SUB = 1
001900         WRITE PRINT-RECORD
001910     END-IF.
001920     MOVE WS-STT-STORE(WS-STORE-SUB)    TO SL-STORE.
001923     MOVE WS-STT-NAME(WS-STORE-SUB)     TO SL-NAME.
001926     MOVE WS-STT-STATE(WS-STORE-SUB)    TO SL-STATE.
001930     MOVE WS-STT-PRODUCTS(WS-STORE-SUB) TO SL-PRODUCTS.
001940     MOVE WS-STT-UNITS(WS-STORE-SUB)    TO SL-UNITS.
001950     WRITE PRINT-RECORD FROM WS-STORE-LINE.
001955     PERFORM 2600-ADD-STATE-TOTAL THRU 2600-EXIT.
001960 2500-EXIT.
001961     EXIT.
001962*----------------------------------------------------------------
001963*    2600-ADD-STATE-TOTAL - ROLL ONE STORE INTO ITS HOME STATE
001964*----------------------------------------------------------------
001965 2600-ADD-STATE-TOTAL.
001966     MOVE 'N' TO WS-STATE-FOUND-SW.
001967     MOVE ZERO TO WS-STATE-SUB.
001968     PERFORM 2650-TEST-STATE-TOTAL THRU 2650-EXIT
001969         UNTIL WS-STATE-FOUND
001970         OR WS-STATE-SUB NOT < WS-STATE-COUNT.
001971     IF NOT WS-STATE-FOUND
001972         IF WS-STATE-COUNT < 50
001973             ADD 1 TO WS-STATE-COUNT
001974             MOVE WS-STATE-COUNT TO WS-STATE-SUB
001975             MOVE WS-STT-STATE(WS-STORE-SUB)
001976                 TO WS-SRT-STATE(WS-STATE-SUB)
001977             MOVE ZERO TO WS-SRT-STORES(WS-STATE-SUB)
001978             MOVE ZERO TO WS-SRT-PRODUCTS(WS-STATE-SUB)
001979             MOVE ZERO TO WS-SRT-UNITS(WS-STATE-SUB)
001980             MOVE 'Y' TO WS-STATE-FOUND-SW
001981         END-IF
001982     END-IF.
001983     IF WS-STATE-FOUND
001984         ADD 1 TO WS-SRT-STORES(WS-STATE-SUB)
001985         ADD WS-STT-PRODUCTS(WS-STORE-SUB)
001986             TO WS-SRT-PRODUCTS(WS-STATE-SUB)
001987         ADD WS-STT-UNITS(WS-STORE-SUB)
001988             TO WS-SRT-UNITS(WS-STATE-SUB)
001989     END-IF.
001990 2600-EXIT.
001991     EXIT.
001992 2650-TEST-STATE-TOTAL.
001993     ADD 1 TO WS-STATE-SUB.
001994     IF WS-SRT-STATE(WS-STATE-SUB) = WS-STT-STATE(WS-STORE-SUB)
001995         MOVE 'Y' TO WS-STATE-FOUND-SW
001996     END-IF.
001997 2650-EXIT.
001998     EXIT.
001999*----------------------------------------------------------------
002000*    2700-PRINT-STATE-TOTALS - BY-STATE STOCK SUMMARY
002001*----------------------------------------------------------------
002002 2700-PRINT-STATE-TOTALS.
002003     IF WS-STATE-SUB = 1
002004         MOVE SPACES TO PRINT-RECORD
002005         WRITE PRINT-RECORD
002006     END-IF.
002007     MOVE WS-SRT-STATE(WS-STATE-SUB)    TO RL-STATE.
002008     MOVE WS-SRT-STORES(WS-STATE-SUB)   TO RL-STORES.
002009     MOVE WS-SRT-PRODUCTS(WS-STATE-SUB) TO RL-PRODUCTS.
002010     MOVE WS-SRT-UNITS(WS-STATE-SUB)    TO RL-UNITS.
002011     WRITE PRINT-RECORD FROM WS-STATE-LINE.
002012 2700-EXIT.
002013     EXIT.
002014*----------------------------------------------------------------
002015*    3000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
002016*----------------------------------------------------------------
002017 3000-TERMINATE.
002020     MOVE WS-RECS-BELOW-REORD TO SL-BELOW.
002030     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
002040     CLOSE STORE-INVENTORY-FILE.
