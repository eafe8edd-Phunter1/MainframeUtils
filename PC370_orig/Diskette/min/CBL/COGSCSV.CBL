000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSCSV CONVERTS THE BUYING TEAM'S COMMA-DELIMITED         *
000090*   TRANSACTION BATCHES INTO THE FIXED-LENGTH FILES THE        *
000100*   POSTERS EXPECT, SO NOBODY REKEYS WHAT THE BUYER ALREADY    *
000110*   TYPED.  EACH CSVIN ROW LEADS WITH A TYPE COLUMN -          *
000120*        SL,PRODUCT,STATE,QUANTITY,STORE,PRICE (REGISTER SALE) *
000127*        PO,PRODUCT,QUANTITY,STORE,UOM,PO-NUMBER,LINE          *
000134*                                          (RECEIPT)           *
000141*        CT,PRODUCT,NEW-COST,OPERATOR   (COST CHANGE)          *
000150*   - FOLLOWED BY THE FIELDS OF THE MATCHING TRANSACTION       *
000160*   LAYOUT.  QUANTITIES MAY BE KEYED WITHOUT LEADING ZEROS     *
000170*   AND COSTS WITH A DECIMAL POINT; EACH IS CONVERTED AND      *
000390*                    STORE NUMBERS ARE RANGE-CHECKED AGAINST   *
000400*                    THEIR FIXED-FIELD WIDTHS INSTEAD OF       *
000410*                    SILENTLY TRUNCATING                       *
000411*   2026-10-05  DHH  OPTIONAL TRAILING PO-NUMBER AND LINE      *
000412*                    COLUMNS ON PO ROWS, CARRIED TO THE NEW    *
000413*                    PO-PO-NUMBER / PO-LINE FIELDS OF THE      *
000414*                    WIDENED 30-BYTE RECEIPT RECORD.  THE      *
000415*                    SPLIT NOW FILLS EVERY COLUMN A ROW TYPE   *
000416*                    CAN CARRY, SO THE SL PRICE COLUMN ARRIVES *
000417*   2026-10-05  DHH  SALE RECORD NOW 27 BYTES, PRICE AND COST  *
000418*                    ACCEPTED UP TO 99999.99                   *
000419*   2026-10-05  DHH  OPTIONAL TRAILING OPERATOR COLUMN ON CT   *
000420*                    ROWS - THE BUYER WHO KEYED THE COST -     *
000421*                    CARRIED TO THE NEW CT-OPER-ID FIELD OF    *
000422*                    THE WIDENED 25-BYTE COST RECORD           *
000423****************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.  IBM-370.
000710 01  CSV-RECORD                  PIC X(120).
000720 FD  SALE-TRANS-FILE
000730     RECORDING MODE IS F
000740     RECORD CONTAINS 27 CHARACTERS
000750     BLOCK CONTAINS 0 RECORDS
000760     LABEL RECORDS ARE STANDARD.
000770 COPY COGSSLTX.
000780 FD  PO-TRANS-FILE
000790     RECORDING MODE IS F
000800     RECORD CONTAINS 30 CHARACTERS
000810     BLOCK CONTAINS 0 RECORDS
000820     LABEL RECORDS ARE STANDARD.
000830 COPY COGSPOTX.
000840 FD  COST-TRANS-FILE
000850     RECORDING MODE IS F
000860     RECORD CONTAINS 25 CHARACTERS
000870     BLOCK CONTAINS 0 RECORDS
000880     LABEL RECORDS ARE STANDARD.
000890 COPY COGSCHTX.
001060 77  WS-NUM-VALUE                PIC 9(07) COMP VALUE ZERO.
001070 77  WS-NUM-SUB                  PIC 9(03) COMP VALUE ZERO.
001080 77  WS-NUM-DIGITS               PIC 9(03) COMP VALUE ZERO.
001090 77  WS-COST-VALUE               PIC 9(05)V9(02) VALUE ZERO.
001100 01  WS-CENTS-WORK.
001110     05  WS-CENTS-X          PIC X(02) VALUE SPACES.
001120     05  WS-CENTS-9 REDEFINES WS-CENTS-X
001290     05  WS-FLD-3                PIC X(20) VALUE SPACES.
001300     05  WS-FLD-4                PIC X(20) VALUE SPACES.
001310     05  WS-FLD-5                PIC X(20) VALUE SPACES.
001315     05  WS-FLD-6                PIC X(20) VALUE SPACES.
001320 77  WS-NUM-TOKEN                PIC X(20) VALUE SPACES.
001330 77  WS-COST-TOKEN               PIC X(20) VALUE SPACES.
001340 01  WS-HEADING-1.
002070 2000-CONVERT-ONE-ROW.
002080     MOVE 'N' TO WS-REJECT-SW.
002090     MOVE SPACES TO WS-FLD-TYPE WS-FLD-DESC WS-FLD-2
002100         WS-FLD-3 WS-FLD-4 WS-FLD-5 WS-FLD-6.
002110     UNSTRING CSV-RECORD DELIMITED BY ","
002120         INTO WS-FLD-TYPE WS-FLD-DESC WS-FLD-2
002130              WS-FLD-3 WS-FLD-4 WS-FLD-5 WS-FLD-6.
002140     EVALUATE WS-FLD-TYPE
002150         WHEN "SL"
002160             PERFORM 2300-CONVERT-SALE THRU 2300-EXIT
003470             GO TO 2400-EXIT
003480         END-IF
003490     END-IF.
003491     IF WS-FLD-5 NOT = SPACES
003492         IF WS-FLD-6 = SPACES
003493             MOVE 'Y' TO WS-REJECT-SW
003494             MOVE "PO NUMBER WITHOUT LINE" TO DL-REASON
003495             GO TO 2400-EXIT
003496         END-IF
003497         MOVE WS-FLD-5 TO WS-NUM-TOKEN
003498         PERFORM 6100-CONVERT-NUMBER THRU 6100-EXIT
003499         IF NOT WS-NUM-OK
003500             MOVE 'Y' TO WS-REJECT-SW
003501             MOVE "PO NUMBER NOT NUMERIC" TO DL-REASON
003502             GO TO 2400-EXIT
003503         END-IF
003504         MOVE WS-NUM-VALUE TO PO-PO-NUMBER
003505         MOVE WS-FLD-6 TO WS-NUM-TOKEN
003506         PERFORM 6100-CONVERT-NUMBER THRU 6100-EXIT
003507         IF NOT WS-NUM-OK
003508             MOVE 'Y' TO WS-REJECT-SW
003509             MOVE "PO LINE NOT NUMERIC" TO DL-REASON
003510             GO TO 2400-EXIT
003511         END-IF
003512         IF WS-NUM-VALUE > 999
003513             MOVE 'Y' TO WS-REJECT-SW
003514             MOVE "PO LINE OVER FIELD LIMIT" TO DL-REASON
003515             GO TO 2400-EXIT
003516         END-IF
003517         MOVE WS-NUM-VALUE TO PO-LINE
003518     END-IF.
003519     WRITE PO-TRANS-RECORD.
003520     ADD 1 TO WS-ROWS-RECEIPTS.
003521 2400-EXIT.
003530     EXIT.
003540*----------------------------------------------------------------
003550*    2500-CONVERT-COST - CT ROW TO A COGSCHTX RECORD
003670         MOVE "COST NOT NUMERIC" TO DL-REASON
003680         GO TO 2500-EXIT
003690     END-IF.
003691     IF WS-FLD-3(6:15) NOT = SPACES
003692         MOVE 'Y' TO WS-REJECT-SW
003693         MOVE "OPERATOR ID TOO LONG" TO DL-REASON
003694         GO TO 2500-EXIT
003695     END-IF.
003700     INITIALIZE COST-TRANS-RECORD.
003710     MOVE WS-FLD-DESC(1:10) TO CT-DESC.
003720     MOVE WS-COST-VALUE     TO CT-NEW-COST.
003725     MOVE WS-FLD-3(1:5)     TO CT-OPER-ID.
003730     WRITE COST-TRANS-RECORD.
003740     ADD 1 TO WS-ROWS-COSTS.
003750 2500-EXIT.
004030 6150-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------
004060*    6200-CONVERT-COST - DOLLARS.CENTS WS-COST-TOKEN TO 9(5)V99
004070*----------------------------------------------------------------
004080 6200-CONVERT-COST.
004090     MOVE SPACES TO WS-NUM-TOKEN WS-CENTS-X.
004130     IF NOT WS-NUM-OK
004140         GO TO 6200-EXIT
004150     END-IF.
004160     IF WS-NUM-VALUE > 99999
004170         MOVE 'N' TO WS-NUM-OK-SW
004180         GO TO 6200-EXIT
004190     END-IF.
