000210*                                                              *
000220*   MODIFICATION HISTORY                                      *
000230*   2026-09-02  DHH  INITIAL VERSION                           *
000233*   2026-10-05  DHH  QUANTITY AND PRICE COLUMNS WIDENED FOR    *
000236*                    THE 75-BYTE BASE RECORD                   *
000237*   2026-10-05  DHH  AUDIT, COST AND PRICE HISTORY RECORDS     *
000238*                    NOW 60/50/50 BYTES WITH THE OPERATOR IDS  *
000240****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
001180 COPY COGSSSUR.
001190 FD  AUDIT-FILE
001200     RECORDING MODE IS F
001210     RECORD CONTAINS 60 CHARACTERS
001220     BLOCK CONTAINS 0 RECORDS
001230     LABEL RECORDS ARE STANDARD.
001240 COPY COGSAUDR.
001250 FD  CHG-FILE
001260     RECORDING MODE IS F
001270     RECORD CONTAINS 50 CHARACTERS
001280     BLOCK CONTAINS 0 RECORDS
001290     LABEL RECORDS ARE STANDARD.
001300 COPY COGSCHGR.
001310 FD  PRC-FILE
001320     RECORDING MODE IS F
001330     RECORD CONTAINS 50 CHARACTERS
001340     BLOCK CONTAINS 0 RECORDS
001350     LABEL RECORDS ARE STANDARD.
001360 COPY COGSPRCR.
002020 01  WS-LABEL-LINE.
002030     05  LL-LABEL                PIC X(22).
002040     05  LL-VALUE                PIC X(40).
002050 01  WS-NUM-EDIT                 PIC Z,ZZZ,ZZ9.
002060 01  WS-AMT-EDIT                 PIC ZZ,ZZ9.99.
002070 01  WS-STORE-LINE.
002080     05  FILLER                  PIC X(08) VALUE "  STORE ".
002090     05  SR-STORE                PIC 9(03).
002100     05  FILLER                  PIC X(08) VALUE "  SHELF=".
002110     05  SR-QOH                  PIC Z,ZZZ,ZZ9.
002120     05  FILLER                  PIC X(08) VALUE " REORD =".
002130     05  SR-REORD                PIC ZZ,ZZ9.
002140     05  FILLER                  PIC X(08) VALUE " SOLD  =".
003940     MOVE "BEGIN / PURCHASED   = " TO LL-LABEL.
003950     MOVE SPACES TO LL-VALUE.
003960     MOVE IBEGIN OF COGS-MASTER-RECORD TO WS-NUM-EDIT.
003970     MOVE WS-NUM-EDIT TO LL-VALUE(1:9).
003980     MOVE IPURCH OF COGS-MASTER-RECORD TO WS-NUM-EDIT.
003990     MOVE WS-NUM-EDIT TO LL-VALUE(12:9).
004000     WRITE PRINT-RECORD FROM WS-LABEL-LINE.
004010     MOVE "SALES CA/IL/UT/WI   = " TO LL-LABEL.
004020     MOVE SPACES TO LL-VALUE.
004030     MOVE ICALIF OF COGS-MASTER-RECORD TO LL-VALUE(1:7).
004040     MOVE IILL OF COGS-MASTER-RECORD   TO LL-VALUE(10:7).
004050     MOVE IUTAH OF COGS-MASTER-RECORD  TO LL-VALUE(19:7).
004060     MOVE IWISC OF COGS-MASTER-RECORD  TO LL-VALUE(28:7).
004070     WRITE PRINT-RECORD FROM WS-LABEL-LINE.
004080     MOVE "COST / SELL         = " TO LL-LABEL.
004090     MOVE SPACES TO LL-VALUE.
004100     MOVE ICOST OF COGS-MASTER-RECORD TO WS-AMT-EDIT.
004110     MOVE WS-AMT-EDIT TO LL-VALUE(1:9).
004120     MOVE ISELL OF COGS-MASTER-RECORD TO WS-AMT-EDIT.
004130     MOVE WS-AMT-EDIT TO LL-VALUE(12:9).
004140     WRITE PRINT-RECORD FROM WS-LABEL-LINE.
004150     MOVE "REORDER PT / VENDOR = " TO LL-LABEL.
004160     MOVE SPACES TO LL-VALUE.
004170     MOVE I2REORD TO WS-NUM-EDIT.
004180     MOVE WS-NUM-EDIT TO LL-VALUE(1:9).
004190     MOVE I2VNDR TO LL-VALUE(12:6).
004200     WRITE PRINT-RECORD FROM WS-LABEL-LINE.
004210     MOVE "CASE PACK           = " TO LL-LABEL.
004220     MOVE SPACES TO LL-VALUE.
004280     WRITE PRINT-RECORD FROM WS-LABEL-LINE.
004290     MOVE "PTD SALES/PURCH/ADJ = " TO LL-LABEL.
004300     MOVE SPACES TO LL-VALUE.
004310     MOVE I9PTD-SALES TO LL-VALUE(1:7).
004320     MOVE I9PTD-PURCH TO LL-VALUE(10:7).
004330     MOVE I9PTD-ADJ   TO LL-VALUE(19:7).
004340     WRITE PRINT-RECORD FROM WS-LABEL-LINE.
004350     IF I3-REGION-COUNT > ZERO
004360         AND I3-REGION-COUNT NOT > 10
004440     MOVE "REGION SALES        = " TO LL-LABEL.
004450     MOVE SPACES TO LL-VALUE.
004460     MOVE I3-REGION-CODE(WS-I3-SUB) TO LL-VALUE(1:3).
004470     MOVE I3-REGION-UNITS(WS-I3-SUB) TO LL-VALUE(5:7).
004480     WRITE PRINT-RECORD FROM WS-LABEL-LINE.
004490 2100-EXIT.
004500     EXIT.
005130     MOVE SPACES TO LL-VALUE.
005140     MOVE OP-VNDR TO LL-VALUE(1:6).
005150     MOVE OP-QTY-ORDERED TO WS-NUM-EDIT.
005160     MOVE WS-NUM-EDIT TO LL-VALUE(9:9).
005170     WRITE PRINT-RECORD FROM WS-LABEL-LINE.
005180     MOVE "DATE ORD / RECEIVED = " TO LL-LABEL.
005190     MOVE SPACES TO LL-VALUE.
005200     MOVE OP-DATE-ORDERED TO LL-VALUE(1:8).
005210     MOVE OP-QTY-RECEIVED TO WS-NUM-EDIT.
005220     MOVE WS-NUM-EDIT TO LL-VALUE(11:9).
005230     WRITE PRINT-RECORD FROM WS-LABEL-LINE.
005240 3500-EXIT.
005250     EXIT.
005440     MOVE "OLD / NEW COST      = " TO LL-LABEL.
005450     MOVE SPACES TO LL-VALUE.
005460     MOVE PN-OLD-COST TO WS-AMT-EDIT.
005470     MOVE WS-AMT-EDIT TO LL-VALUE(1:9).
005480     MOVE PN-NEW-COST TO WS-AMT-EDIT.
005490     MOVE WS-AMT-EDIT TO LL-VALUE(12:9).
005500     WRITE PRINT-RECORD FROM WS-LABEL-LINE.
005510     MOVE "HELD SINCE / PCT    = " TO LL-LABEL.
005520     MOVE SPACES TO LL-VALUE.
005860     END-IF.
005870     MOVE "RECONCILE SUSPENSE  = " TO LL-LABEL.
005880     MOVE SPACES TO LL-VALUE.
005890     MOVE SU-QOH TO LL-VALUE(1:7).
005900     MOVE SU-DIFFERENCE TO LL-VALUE(10:8).
005910     WRITE PRINT-RECORD FROM WS-LABEL-LINE.
005920 4600-EXIT.
005930     EXIT.
006020     END-IF.
006030     MOVE "STORE DRIFT SUSPENSE= " TO LL-LABEL.
006040     MOVE SPACES TO LL-VALUE.
006050     MOVE SS-QOH TO LL-VALUE(1:7).
006060     MOVE SS-DIFFERENCE TO LL-VALUE(10:7).
006070     WRITE PRINT-RECORD FROM WS-LABEL-LINE.
006080 4700-EXIT.
006090     EXIT.
