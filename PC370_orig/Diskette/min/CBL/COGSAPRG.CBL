000130*                                                              *
000140*   MODIFICATION HISTORY                                      *
000150*   2026-09-02  DHH  INITIAL VERSION                           *
000151*   2026-10-05  DHH  RETURN-TO-VENDOR CREDIT MEMOS PRINT WITH  *
000152*                    THEIR NEGATIVE QUANTITY AND VALUE, ARE    *
000153*                    COUNTED SEPARATELY, AND NET AGAINST THE   *
000154*                    VALUE TOTAL                               *
000155*   2026-10-05  DHH  COGSLAND FREIGHT/DUTY/BROKERAGE CHARGES   *
000156*                    PRINT AS LANDED CHG, COUNTED SEPARATELY   *
000160****************************************************************
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000450 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000460 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000470 77  WS-RECS-SELECTED            PIC 9(07) COMP VALUE ZERO.
000475 77  WS-CREDITS-SELECTED         PIC 9(07) COMP VALUE ZERO.
000480 77  WS-CHARGES-SELECTED         PIC 9(07) COMP VALUE ZERO.
000485 77  WS-TOT-VALUE                PIC S9(09)V9(02) VALUE ZERO.
000490 01  WS-SWITCHES.
000500     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000510         88  WS-EOF                         VALUE 'Y'.
000630     05  FILLER                  PIC X(08) VALUE "  QTY   ".
000640     05  FILLER                  PIC X(14) VALUE " VALUE AT COST".
000650     05  FILLER                  PIC X(12) VALUE "  TERMS     ".
000655     05  FILLER                  PIC X(12) VALUE "TYPE".
000660 01  WS-DETAIL-LINE.
000670     05  DL-VNDR                 PIC X(08).
000680     05  DL-DESC                 PIC X(14).
000690     05  DL-QTY                  PIC --,--9.
000700     05  FILLER                  PIC X(01) VALUE SPACES.
000710     05  DL-VALUE                PIC ----,--9.99.
000720     05  FILLER                  PIC X(03) VALUE SPACES.
000730     05  DL-TERMS                PIC X(10).
000733     05  FILLER                  PIC X(02) VALUE SPACES.
000736     05  DL-TYPE                 PIC X(12).
000740 01  WS-SUMMARY-LINE.
000750     05  FILLER                  PIC X(24)
000760         VALUE "RECEIPTS HANDED OVER   =".
000770     05  SL-COUNT                PIC ZZZ,ZZ9.
000771 01  WS-SUMMARY-LINE1A.
000772     05  FILLER                  PIC X(24)
000773         VALUE "CREDIT MEMOS HANDED    =".
000774     05  SL-CREDITS              PIC ZZZ,ZZ9.
000775 01  WS-SUMMARY-LINE1B.
000776     05  FILLER                  PIC X(24)
000777         VALUE "LANDED CHARGES HANDED  =".
000778     05  SL-CHARGES              PIC ZZZ,ZZ9.
000780 01  WS-SUMMARY-LINE2.
000790     05  FILLER                  PIC X(24)
000800         VALUE "NET VALUE AT COST      =".
000810     05  SL-VALUE                PIC --,---,--9.99.
000820 PROCEDURE DIVISION.
000830*----------------------------------------------------------------
000840*    0000-MAINLINE - PROGRAM CONTROL
001250     IF AF-DATE NOT = WS-BUS-DATE
001260         GO TO 2000-NEXT
001270     END-IF.
001271     EVALUATE TRUE
001272         WHEN AF-CREDIT-MEMO
001273             ADD 1 TO WS-CREDITS-SELECTED
001274             MOVE "CREDIT MEMO" TO DL-TYPE
001275         WHEN AF-LANDED-CHARGE
001276             ADD 1 TO WS-CHARGES-SELECTED
001277             MOVE "LANDED CHG" TO DL-TYPE
001278         WHEN OTHER
001279             ADD 1 TO WS-RECS-SELECTED
001280             MOVE SPACES TO DL-TYPE
001281     END-EVALUATE.
001290     ADD AF-EXT-VALUE TO WS-TOT-VALUE.
001300     MOVE AF-VNDR      TO DL-VNDR.
001310     MOVE AF-DESC      TO DL-DESC.
001510*----------------------------------------------------------------
001520 3000-TERMINATE.
001530     MOVE WS-RECS-SELECTED TO SL-COUNT.
001533     MOVE WS-CREDITS-SELECTED TO SL-CREDITS.
001536     MOVE WS-CHARGES-SELECTED TO SL-CHARGES.
001540     MOVE WS-TOT-VALUE     TO SL-VALUE.
001550     MOVE SPACES TO PRINT-RECORD.
001560     WRITE PRINT-RECORD.
001570     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
001573     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE1A.
001576     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE1B.
001580     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE2.
001590     CLOSE AP-FEED-FILE.
001600     CLOSE PRINT-FILE.
001610     DISPLAY "COGSAPRG - FEED RECORDS READ = " WS-RECS-READ.
001620     DISPLAY "COGSAPRG - CYCLE RECEIPTS    = "
001630             WS-RECS-SELECTED.
001632     DISPLAY "COGSAPRG - CYCLE CREDIT MEMOS= "
001634             WS-CREDITS-SELECTED.
001636     DISPLAY "COGSAPRG - CYCLE LANDED CHGS = "
001638             WS-CHARGES-SELECTED.
001640 3000-EXIT.
001650     EXIT.
