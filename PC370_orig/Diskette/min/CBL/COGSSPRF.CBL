000200*                                                              *
000210*   MODIFICATION HISTORY                                      *
000220*   2026-09-02  DHH  INITIAL VERSION                           *
000221*   2026-10-05  DHH  MARGIN FIELDS WIDENED FOR 99999.99        *
000222*                    COST AND SELL                             *
000223*   2026-10-05  DHH  STORE NAME FROM THE COGSSTRM STORE        *
000224*                    MASTER NOW PRINTED, AND A STATE ROLL-UP   *
000225*                    BY HOME STATE FOLLOWS THE RANKING         *
000230****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000600 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
000610 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000620 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000630 77  WS-MARGIN-PER-UNIT          PIC S9(05)V9(02) VALUE ZERO.
000640 77  WS-LINE-MARGIN              PIC S9(12)V9(02) VALUE ZERO.
000650 77  WS-TOT-STORE-UNITS          PIC 9(09) COMP VALUE ZERO.
000660 77  WS-TOT-STATE-UNITS          PIC 9(09) COMP VALUE ZERO.
000670 77  WS-UNITS-DIFF               PIC S9(09) VALUE ZERO.
000710 77  WS-SP-PICK                  PIC 9(03) COMP VALUE ZERO.
000720 77  WS-SP-RANK                  PIC 9(03) COMP VALUE ZERO.
000730 77  WS-SP-HI-UNITS              PIC S9(09) COMP VALUE ZERO.
000731 77  WS-SR-COUNT                 PIC 9(03) COMP VALUE ZERO.
000732 77  WS-SR-SUB                   PIC 9(03) COMP VALUE ZERO.
000733 77  WS-SR-MAX                   PIC 9(03) COMP VALUE 100.
000734 77  WS-SR-PICK                  PIC 9(03) COMP VALUE ZERO.
000735 77  WS-SR-LO-STATE              PIC X(02) VALUE SPACES.
000740 01  WS-SWITCHES.
000750     05  WS-STO-EOF-SW           PIC X(01) VALUE 'N'.
000760         88  WS-STO-EOF                     VALUE 'Y'.
000780         88  WS-MST-EOF                     VALUE 'Y'.
000790     05  WS-SP-FOUND-SW          PIC X(01) VALUE 'N'.
000800         88  WS-SP-FOUND                    VALUE 'Y'.
000802     05  WS-SR-FOUND-SW          PIC X(01) VALUE 'N'.
000804         88  WS-SR-FOUND                    VALUE 'Y'.
000806 COPY COGSSTLP.
000810 01  WS-STORE-TABLE.
000820     05  WS-SP-ENTRY OCCURS 100 TIMES.
000830         10  WS-SP-STORE         PIC 9(03).
000833         10  WS-SP-NAME          PIC X(20).
000836         10  WS-SP-STATE         PIC X(02).
000840         10  WS-SP-UNITS         PIC 9(09).
000850         10  WS-SP-MARGIN        PIC S9(12)V9(02).
000860         10  WS-SP-DONE-SW       PIC X(01).
000861*    ONE SLOT PER HOME STATE - A STORE NOT ON THE STORE MASTER
000862*    ROLLS UP UNDER "??".
000863 01  WS-STATE-TABLE.
000864     05  WS-SR-ENTRY OCCURS 100 TIMES.
000865         10  WS-SR-STATE         PIC X(02).
000866         10  WS-SR-STORES        PIC 9(03).
000867         10  WS-SR-UNITS         PIC 9(09).
000868         10  WS-SR-MARGIN        PIC S9(12)V9(02).
000869         10  WS-SR-DONE-SW       PIC X(01).
000870 01  WS-HEADING-1.
000880     05  FILLER                  PIC X(38)
000890         VALUE "COGSWORTH STORE PERFORMANCE REPORT".
000900 01  WS-HEADING-2.
000910     05  FILLER                  PIC X(06) VALUE "RANK  ".
000920     05  FILLER                  PIC X(07) VALUE "STORE  ".
000925     05  FILLER                  PIC X(22) VALUE "NAME".
000930     05  FILLER                  PIC X(12) VALUE " UNITS SOLD ".
000936     05  FILLER                  PIC X(17)
000942         VALUE "       EST MARGIN".
000950 01  WS-DETAIL-LINE.
000960     05  DL-RANK                 PIC ZZ9.
000970     05  FILLER                  PIC X(03) VALUE SPACES.
000980     05  DL-STORE                PIC 9(03).
000990     05  FILLER                  PIC X(02) VALUE SPACES.
000993     05  DL-NAME                 PIC X(20).
000996     05  FILLER                  PIC X(02) VALUE SPACES.
001000     05  DL-UNITS                PIC ZZZ,ZZZ,ZZ9.
001010     05  FILLER                  PIC X(02) VALUE SPACES.
001011     05  DL-MARGIN               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001012 01  WS-STATE-HEADING-1.
001013     05  FILLER                  PIC X(30)
001014         VALUE "STORE PERFORMANCE BY STATE".
001015 01  WS-STATE-HEADING-2.
001016     05  FILLER                  PIC X(07) VALUE "STATE  ".
001017     05  FILLER                  PIC X(08) VALUE "STORES  ".
001018     05  FILLER                  PIC X(12) VALUE " UNITS SOLD ".
001019     05  FILLER                  PIC X(17)
001020         VALUE "       EST MARGIN".
001021 01  WS-STATE-LINE.
001022     05  SR-STATE                PIC X(02).
001023     05  FILLER                  PIC X(07) VALUE SPACES.
001024     05  SR-STORES               PIC ZZ9.
001025     05  FILLER                  PIC X(02) VALUE SPACES.
001026     05  SR-UNITS                PIC ZZZ,ZZZ,ZZ9.
001027     05  FILLER                  PIC X(02) VALUE SPACES.
001028     05  SR-MARGIN               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001030 01  WS-SUMMARY-LINE.
001040     05  FILLER                  PIC X(26)
001050         VALUE "STORE UNITS SOLD TOTAL   =".
001230     PERFORM 3000-TALLY-ONE-STORE-REC THRU 3000-EXIT
001240         UNTIL WS-STO-EOF.
001250     PERFORM 4000-PRINT-RANKING THRU 4000-EXIT.
001255     PERFORM 4500-PRINT-STATES THRU 4500-EXIT.
001260     PERFORM 5000-TERMINATE THRU 5000-EXIT.
001270     STOP RUN.
001280*----------------------------------------------------------------
002330     ADD 1 TO WS-SP-COUNT.
002340     MOVE WS-SP-COUNT TO WS-SP-SUB.
002350     MOVE ST-STORE TO WS-SP-STORE(WS-SP-SUB).
002351     MOVE "STOR"   TO SKP-FUNCTION.
002352     MOVE ST-STORE TO SKP-STORE.
002353     MOVE ZERO     TO SKP-AS-OF-DATE.
002354     CALL "COGSSTLK" USING STORE-CALL-PARMS.
002355     IF SKP-RETURN-STATUS = "00"
002356         MOVE SKP-NAME  TO WS-SP-NAME(WS-SP-SUB)
002357         MOVE SKP-STATE TO WS-SP-STATE(WS-SP-SUB)
002358     ELSE
002359         MOVE "NOT ON STORE MASTER" TO WS-SP-NAME(WS-SP-SUB)
002360         MOVE "??"      TO WS-SP-STATE(WS-SP-SUB)
002361     END-IF.
002362     MOVE ZERO     TO WS-SP-UNITS(WS-SP-SUB).
002370     MOVE ZERO     TO WS-SP-MARGIN(WS-SP-SUB).
002380     MOVE 'N'      TO WS-SP-DONE-SW(WS-SP-SUB).
002390     MOVE 'Y' TO WS-SP-FOUND-SW.
002670     ADD 1 TO WS-SP-RANK.
002680     MOVE WS-SP-RANK                   TO DL-RANK.
002690     MOVE WS-SP-STORE(WS-SP-PICK)      TO DL-STORE.
002695     MOVE WS-SP-NAME(WS-SP-PICK)       TO DL-NAME.
002700     MOVE WS-SP-UNITS(WS-SP-PICK)      TO DL-UNITS.
002710     MOVE WS-SP-MARGIN(WS-SP-PICK)     TO DL-MARGIN.
002720     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
002730     MOVE 'Y' TO WS-SP-DONE-SW(WS-SP-PICK).
002735     PERFORM 4200-ADD-TO-STATE THRU 4200-EXIT.
002740 4100-EXIT.
002750     EXIT.
002760 4150-TEST-NEXT-BEST.
002810         MOVE WS-SP-UNITS(WS-SP-SUB) TO WS-SP-HI-UNITS
002820     END-IF.
002830 4150-EXIT.
002831     EXIT.
002832*----------------------------------------------------------------
002833*    4200-ADD-TO-STATE - ROLL THE STORE JUST PRINTED INTO ITS
002834*    HOME STATE'S SLOT, ADDED IF NEW
002835*----------------------------------------------------------------
002836 4200-ADD-TO-STATE.
002837     MOVE 'N' TO WS-SR-FOUND-SW.
002838     MOVE ZERO TO WS-SR-SUB.
002839     PERFORM 4250-TEST-STATE-ENTRY THRU 4250-EXIT
002840         UNTIL WS-SR-FOUND OR WS-SR-SUB NOT < WS-SR-COUNT.
002841     IF NOT WS-SR-FOUND
002842         IF WS-SR-COUNT NOT < WS-SR-MAX
002843             DISPLAY "COGSSPRF - STATE TABLE FULL, STATE "
002844                     WS-SP-STATE(WS-SP-PICK) " NOT ROLLED UP"
002845             GO TO 4200-EXIT
002846         END-IF
002847         ADD 1 TO WS-SR-COUNT
002848         MOVE WS-SR-COUNT TO WS-SR-SUB
002849         MOVE WS-SP-STATE(WS-SP-PICK) TO WS-SR-STATE(WS-SR-SUB)
002850         MOVE ZERO TO WS-SR-STORES(WS-SR-SUB)
002851         MOVE ZERO TO WS-SR-UNITS(WS-SR-SUB)
002852         MOVE ZERO TO WS-SR-MARGIN(WS-SR-SUB)
002853         MOVE 'N'  TO WS-SR-DONE-SW(WS-SR-SUB)
002854     END-IF.
002855     ADD 1 TO WS-SR-STORES(WS-SR-SUB).
002856     ADD WS-SP-UNITS(WS-SP-PICK)  TO WS-SR-UNITS(WS-SR-SUB).
002857     ADD WS-SP-MARGIN(WS-SP-PICK) TO WS-SR-MARGIN(WS-SR-SUB).
002858 4200-EXIT.
002859     EXIT.
002860 4250-TEST-STATE-ENTRY.
002861     ADD 1 TO WS-SR-SUB.
002862     IF WS-SR-STATE(WS-SR-SUB) = WS-SP-STATE(WS-SP-PICK)
002863         MOVE 'Y' TO WS-SR-FOUND-SW
002864     END-IF.
002865 4250-EXIT.
002866     EXIT.
002867*----------------------------------------------------------------
002868*    4500-PRINT-STATES - THE STATE ROLL-UP, IN STATE ORDER
002869*----------------------------------------------------------------
002870 4500-PRINT-STATES.
002871     MOVE SPACES TO PRINT-RECORD.
002872     WRITE PRINT-RECORD.
002873     WRITE PRINT-RECORD FROM WS-STATE-HEADING-1.
002874     WRITE PRINT-RECORD FROM WS-STATE-HEADING-2.
002875     PERFORM 4600-PRINT-NEXT-STATE THRU 4600-EXIT
002876         WS-SR-COUNT TIMES.
002877 4500-EXIT.
002878     EXIT.
002879 4600-PRINT-NEXT-STATE.
002880     MOVE ZERO TO WS-SR-PICK.
002881     MOVE HIGH-VALUES TO WS-SR-LO-STATE.
002882     MOVE ZERO TO WS-SR-SUB.
002883     PERFORM 4650-TEST-NEXT-STATE THRU 4650-EXIT
002884         WS-SR-COUNT TIMES.
002885     IF WS-SR-PICK = ZERO
002886         GO TO 4600-EXIT
002887     END-IF.
002888     MOVE WS-SR-STATE(WS-SR-PICK)  TO SR-STATE.
002889     MOVE WS-SR-STORES(WS-SR-PICK) TO SR-STORES.
002890     MOVE WS-SR-UNITS(WS-SR-PICK)  TO SR-UNITS.
002891     MOVE WS-SR-MARGIN(WS-SR-PICK) TO SR-MARGIN.
002892     WRITE PRINT-RECORD FROM WS-STATE-LINE.
002893     MOVE 'Y' TO WS-SR-DONE-SW(WS-SR-PICK).
002894 4600-EXIT.
002895     EXIT.
002896 4650-TEST-NEXT-STATE.
002897     ADD 1 TO WS-SR-SUB.
002898     IF WS-SR-DONE-SW(WS-SR-SUB) = 'N'
002899         AND WS-SR-STATE(WS-SR-SUB) < WS-SR-LO-STATE
002900         MOVE WS-SR-SUB TO WS-SR-PICK
002901         MOVE WS-SR-STATE(WS-SR-SUB) TO WS-SR-LO-STATE
002902     END-IF.
002903 4650-EXIT.
002904     EXIT.
002905*----------------------------------------------------------------
002906*    5000-TERMINATE - TIE-OUT TRAILER AND CLOSE FILES
002907*----------------------------------------------------------------
002908 5000-TERMINATE.
002909     COMPUTE WS-UNITS-DIFF =
002910         WS-TOT-STATE-UNITS - WS-TOT-STORE-UNITS.
002911     MOVE WS-TOT-STORE-UNITS TO SL-STORE-UNITS.
002920     MOVE WS-TOT-STATE-UNITS TO SL-STATE-UNITS.
002930     MOVE WS-UNITS-DIFF      TO SL-DIFF.
002940     MOVE SPACES TO PRINT-RECORD.
