000220*   2026-08-23  DHH  INITIAL VERSION                           *
000230*   2026-08-23  DHH  FULL-CENTURY DATES - 54-BYTE AUDIT        *
000240*                    RECORD, BUSINESS DATE FROM COGSDATE       *
000242*   2026-10-05  DHH  RETURNS TO VENDOR (JOB COGSRTV) PROVED    *
000244*                    TOO - IQOH MUST DROP BY THE RTV HASH      *
000246*   2026-10-05  DHH  AUDIT RECORD NOW 60 BYTES WITH THE        *
000248*                    OPERATOR ID                               *
000250****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000470 COPY COGSCTLR.
000480 FD  AUDIT-FILE
000490     RECORDING MODE IS F
000500     RECORD CONTAINS 60 CHARACTERS
000510     BLOCK CONTAINS 0 RECORDS
000520     LABEL RECORDS ARE STANDARD.
000530 COPY COGSAUDR.
000660 77  WS-NET-IQOH-PO              PIC S9(09) VALUE ZERO.
000670 77  WS-SALE-HASH                PIC 9(09) VALUE ZERO.
000680 77  WS-PO-HASH                  PIC 9(09) VALUE ZERO.
000683 77  WS-NET-IQOH-RTV             PIC S9(09) VALUE ZERO.
000686 77  WS-RTV-HASH                 PIC 9(09) VALUE ZERO.
000690 77  WS-NET-CHANGE               PIC S9(08) VALUE ZERO.
000700 77  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
000710 01  WS-SWITCHES.
001680     IF CTL-JOB = "COGSPO"
001690         MOVE CTL-QTY-HASH TO WS-PO-HASH
001700     END-IF.
001702     IF CTL-JOB = "COGSRTV"
001704         MOVE CTL-QTY-HASH TO WS-RTV-HASH
001706     END-IF.
001710     PERFORM 2100-READ-TOTALS THRU 2100-EXIT.
001720 2000-EXIT.
001730     EXIT.
001900         END-IF
001910         IF AUD-JOB-ID = "COGSPO"
001920             ADD WS-NET-CHANGE TO WS-NET-IQOH-PO
001922         END-IF
001924         IF AUD-JOB-ID = "COGSRTV"
001926             ADD WS-NET-CHANGE TO WS-NET-IQOH-RTV
001930         END-IF
001940     END-IF.
001950     PERFORM 2600-READ-AUDIT THRU 2600-EXIT.
002240         ADD 1 TO WS-ERROR-COUNT
002250     END-IF.
002260     WRITE PRINT-RECORD FROM WS-AUDIT-LINE.
002261     MOVE "COGSRTV" TO AL-JOB.
002262     MOVE WS-NET-IQOH-RTV TO AL-NET.
002263     IF WS-NET-IQOH-RTV = (ZERO - WS-RTV-HASH)
002264         MOVE "PROVED" TO AL-RESULT
002265     ELSE
002266         MOVE "** OUT OF BAL **" TO AL-RESULT
002267         ADD 1 TO WS-ERROR-COUNT
002268     END-IF.
002269     WRITE PRINT-RECORD FROM WS-AUDIT-LINE.
002270 2700-EXIT.
002280     EXIT.
002290*----------------------------------------------------------------
