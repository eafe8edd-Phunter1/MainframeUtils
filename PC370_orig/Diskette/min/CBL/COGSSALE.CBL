000670*                    THE COGSBORD BACKORDER FILE (OLDEST       *
000680*                    FIRST BY SEQUENCE) FOR COGSPO TO          *
000690*                    RELEASE WHEN STOCK ARRIVES               *
000692*   2026-10-05  DHH  OVERFLOW CHECKS RAISED TO THE 7-DIGIT     *
000694*                    STATE AND SHELF CAPACITY, SALES 27        *
000696*                    BYTES, SALES HISTORY 44 BYTES             *
000700****************************************************************
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
001160 FILE SECTION.
001170 FD  SALE-TRANS-FILE
001180     RECORDING MODE IS F
001190     RECORD CONTAINS 27 CHARACTERS
001200     BLOCK CONTAINS 0 RECORDS
001210     LABEL RECORDS ARE STANDARD.
001220 COPY COGSSLTX.
001390 COPY COGSSTOR.
001400 FD  SALES-HISTORY-FILE
001410     RECORDING MODE IS F
001420     RECORD CONTAINS 44 CHARACTERS
001430     LABEL RECORDS ARE STANDARD.
001440 COPY COGSSLHR.
001450 FD  BATCH-REGISTRY-FILE
001870 77  WS-BRG-STATUS               PIC X(02) VALUE SPACES.
001880 77  WS-BATCH-NO                 PIC 9(06) VALUE ZERO.
001890 77  WS-BATCH-HASH               PIC 9(09) VALUE ZERO.
001900 77  WS-RUNG-PRICE               PIC 9(05)V9(02) VALUE ZERO.
001910 77  WS-BO-LAST-SEQ              PIC 9(05) VALUE ZERO.
001920 77  WS-RECS-BACKORDERED         PIC 9(07) COMP VALUE ZERO.
001930 77  WS-NEW-STORE-QOH            PIC S9(08) VALUE ZERO.
001940 77  WS-CHECKPOINT-COUNT         PIC 9(08) COMP VALUE ZERO.
001950 77  WS-TRANS-DONE               PIC 9(08) COMP VALUE ZERO.
001960 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
002010 77  WS-RECS-POSTED              PIC 9(07) COMP VALUE ZERO.
002020 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
002030 77  WS-JOB-ID                   PIC X(08) VALUE "COGSSALE".
002040 77  WS-OLD-STATE-QTY            PIC 9(08) VALUE ZERO.
002050 77  WS-NEW-STATE-QTY            PIC 9(08) VALUE ZERO.
002060 77  WS-NEW-QOH                  PIC 9(08) VALUE ZERO.
002070 77  WS-OLD-QOH                  PIC 9(07) VALUE ZERO.
002080 77  WS-STATE-FIELD-NAME         PIC X(08) VALUE SPACES.
002090 01  WS-SWITCHES.
002100     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
006670             PERFORM 2060-POST-REGION-SALE THRU 2060-EXIT
006680     END-EVALUATE.
006690     IF NOT WS-REJECTED AND NOT WS-REGION-SALE
006700         IF WS-NEW-STATE-QTY > 9999999
006710             MOVE 'Y' TO WS-REJECT-SW
006720             MOVE "SALE WOULD OVERFLOW STATE FIELD"
006730                 TO DL-REASON
007050         MOVE I3-REGION-UNITS(WS-I3-SUB) TO WS-OLD-STATE-QTY
007060         COMPUTE WS-NEW-STATE-QTY =
007070             WS-OLD-STATE-QTY + SL-QTY-SOLD
007080         IF WS-NEW-STATE-QTY > 9999999
007090             MOVE 'Y' TO WS-REJECT-SW
007100             MOVE "SALE WOULD OVERFLOW STATE FIELD"
007110                 TO DL-REASON
007180             MOVE "REGION TABLE FULL" TO DL-REASON
007190             GO TO 2060-EXIT
007200         END-IF
007210         IF SL-QTY-SOLD > 9999999
007220             MOVE 'Y' TO WS-REJECT-SW
007230             MOVE "SALE WOULD OVERFLOW STATE FIELD"
007240                 TO DL-REASON
