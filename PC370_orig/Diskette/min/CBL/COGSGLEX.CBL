000110*   THOUGH THE NIGHTLY ALREADY PROVES THE NUMBERS.  THE        *
000120*   CYCLE'S COGSAUD1 IQOH ROWS ARE SWEPT AND VALUED AT THE     *
000130*   PRODUCT'S ICOST: RECEIPTS (COGSPO) DEBIT INVENTORY AND     *
000136*   CREDIT THE AP ACCRUAL (RETURNS TO VENDOR, JOB COGSRTV,     *
000142*   REVERSE THAT PAIR), SALES (COGSSALE AND THE COGSBREL       *
000150*   BACKORDER RELEASES, NET OF COGSRTRN RESTOCKS) DEBIT COST   *
000160*   OF SALES AND CREDIT INVENTORY, AND COUNT ADJUSTMENTS       *
000170*   (COGSCNT) GO TO SHRINKAGE.  ACCOUNT NUMBERS COME FROM      *
000240*                                                              *
000250*   MODIFICATION HISTORY                                      *
000260*   2026-09-02  DHH  INITIAL VERSION                           *
000261*   2026-10-05  DHH  COGSRTV RETURNS TO VENDOR NET AGAINST THE *
000262*                    RECEIPT PAIR - CR INVENTORY, DR ACCRUAL   *
000263*   2026-10-05  DHH  REGCLEAR, SALESREV AND TAXPAYBL MAP       *
000264*                    ROLES ACCEPTED - COGSTAX POSTS THEM       *
000265*   2026-10-05  DHH  MARKDOWN AND MKDNRESV MAP ROLES ACCEPTED  *
000266*                    - COGSCLR POSTS THEM                      *
000267*   2026-10-05  DHH  AUDIT RECORD NOW 60 BYTES WITH THE        *
000268*                    OPERATOR ID                               *
000270****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000600 COPY COGSCTLR.
000610 FD  AUDIT-FILE
000620     RECORDING MODE IS F
000630     RECORD CONTAINS 60 CHARACTERS
000640     BLOCK CONTAINS 0 RECORDS
000650     LABEL RECORDS ARE STANDARD.
000660 COPY COGSAUDR.
002510             MOVE GM-ACCOUNT TO WS-ACCT-COGS
002520         WHEN "SHRINK"
002530             MOVE GM-ACCOUNT TO WS-ACCT-SHRINK
002531         WHEN "REGCLEAR"
002532         WHEN "SALESREV"
002533         WHEN "TAXPAYBL"
002534         WHEN "MARKDOWN"
002535         WHEN "MKDNRESV"
002536             CONTINUE
002540         WHEN OTHER
002550             DISPLAY "COGSGLEX - UNKNOWN MAP ROLE " GM-ROLE
002560     END-EVALUATE.
002960         WS-NET-CHANGE * ICOST OF COGS-MASTER-RECORD.
002970     EVALUATE AUD-JOB-ID
002980         WHEN "COGSPO"
002983             ADD WS-ROW-VALUE TO WS-RECEIPT-VALUE
002986         WHEN "COGSRTV"
002990             ADD WS-ROW-VALUE TO WS-RECEIPT-VALUE
003000         WHEN "COGSSALE"
003010             SUBTRACT WS-ROW-VALUE FROM WS-COGS-VALUE
