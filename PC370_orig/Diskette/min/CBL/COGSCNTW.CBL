000150*                                                              *
000160*   MODIFICATION HISTORY                                      *
000170*   2026-08-23  DHH  INITIAL VERSION                           *
000171*   2026-10-05  DHH  ONLY THE PRODUCTS DUE ON THE BUSINESS     *
000172*                    DATE ARE PRINTED.  EACH ABC CLASS HAS A   *
000173*                    COUNT CYCLE IN BUSINESS DAYS (COGSCNFQ,   *
000174*                    COGSCNFR.CPY) AND A PRODUCT IS DUE WHEN   *
000175*                    ITS I7ITEM NUMBER LANDS ON TODAY'S DAY    *
000176*                    OF THE CYCLE, COUNTED ON THE COGSDATE     *
000177*                    TRADING CALENDAR FROM CF-BASE-DATE, SO    *
000178*                    EACH CLASS SPREADS EVENLY OVER ITS CYCLE  *
000179*   2026-10-05  DHH  BOOK QOH COLUMN WIDENED TO 7 DIGITS       *
000180****************************************************************
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS IDESC
000290         FILE STATUS IS WS-MST-STATUS.
000292     SELECT COUNT-FREQ-PARM-FILE ASSIGN TO COGSCNFQ
000294         ORGANIZATION IS SEQUENTIAL
000296         FILE STATUS IS WS-PRM-STATUS.
000300     SELECT PRINT-FILE ASSIGN TO COGSCNW1
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-PRT-STATUS.
000350 FD  COGS-MASTER-FILE
000360     LABEL RECORDS ARE STANDARD.
000370 COPY COGSMSTR.
000371 FD  COUNT-FREQ-PARM-FILE
000372     RECORDING MODE IS F
000373     RECORD CONTAINS 80 CHARACTERS
000374     LABEL RECORDS ARE STANDARD.
000375 COPY COGSCNFR.
000380 FD  PRINT-FILE
000390     RECORDING MODE IS F
000400     RECORD CONTAINS 132 CHARACTERS
000430 WORKING-STORAGE SECTION.
000440 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
000450 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000451 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000452 77  WS-RECS-DUE                 PIC 9(07) COMP VALUE ZERO.
000453 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
000454 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000455 77  WS-DAYS-A                   PIC 9(03) VALUE 21.
000456 77  WS-DAYS-B                   PIC 9(03) VALUE 63.
000457 77  WS-DAYS-C                   PIC 9(03) VALUE 250.
000458 77  WS-BASE-DATE                PIC 9(08) VALUE 20260101.
000459 77  WS-DAY-NUMBER               PIC 9(05) VALUE ZERO.
000460 77  WS-CYCLE-DAYS               PIC 9(03) VALUE ZERO.
000461 77  WS-TODAY-SLOT               PIC 9(03) VALUE ZERO.
000462 77  WS-ITEM-SLOT                PIC 9(03) VALUE ZERO.
000463 77  WS-QUOTIENT                 PIC 9(07) VALUE ZERO.
000470 01  WS-SWITCHES.
000480     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000490         88  WS-EOF                         VALUE 'Y'.
000495 COPY COGSDATP.
000500 01  WS-HEADING-1.
000510     05  FILLER                  PIC X(40)
000511         VALUE "COGSWORTH PHYSICAL CYCLE-COUNT WORKSHEET".
000512 01  WS-HEADING-1A.
000513     05  FILLER                  PIC X(16)
000514         VALUE "BUSINESS DATE = ".
000515     05  H1-DATE                 PIC 9(08).
000516     05  FILLER                  PIC X(18)
000517         VALUE "   CYCLE DAYS  A =".
000518     05  H1-DAYS-A               PIC ZZ9.
000519     05  FILLER                  PIC X(05) VALUE "  B =".
000520     05  H1-DAYS-B               PIC ZZ9.
000521     05  FILLER                  PIC X(05) VALUE "  C =".
000522     05  H1-DAYS-C               PIC ZZ9.
000530 01  WS-HEADING-2.
000540     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
000543     05  FILLER                  PIC X(06) VALUE "CLASS ".
000546     05  FILLER                  PIC X(12) VALUE "LAST COUNTED".
000550     05  FILLER                  PIC X(10) VALUE " BOOK QOH ".
000560     05  FILLER                  PIC X(20)
000570         VALUE "  COUNTED QUANTITY".
000580 01  WS-DETAIL-LINE.
000590     05  DL-DESC                 PIC X(14).
000595     05  FILLER                  PIC X(02) VALUE SPACES.
000600     05  DL-CLASS                PIC X(04).
000605     05  DL-LAST-COUNT           PIC X(12).
000610     05  DL-QOH                  PIC Z,ZZZ,ZZ9.
000615     05  FILLER                  PIC X(03) VALUE SPACES.
000620     05  FILLER                  PIC X(14)
000630         VALUE "______________".
000640 01  WS-SUMMARY-LINE.
000650     05  FILLER                  PIC X(24)
000660         VALUE "PRODUCTS ON WORKSHEET  =".
000670     05  SL-READ                 PIC ZZZ,ZZ9.
000672 01  WS-SUMMARY-LINE2.
000674     05  FILLER                  PIC X(24)
000676         VALUE "PRODUCTS ON THE MASTER =".
000678     05  SL-MASTER               PIC ZZZ,ZZ9.
000680 PROCEDURE DIVISION.
000690*----------------------------------------------------------------
000700*    0000-MAINLINE - PROGRAM CONTROL
000800*----------------------------------------------------------------
000810 1000-INITIALIZE.
000820     DISPLAY "COGSCNTW STARTING - CYCLE-COUNT WORKSHEET".
000821     MOVE "BUSD" TO CDP-FUNCTION.
000822     CALL "COGSDATE" USING DATE-CALL-PARMS.
000823     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
000824     PERFORM 1100-READ-PARM THRU 1100-EXIT.
000825     PERFORM 1200-DAY-OF-SCHEDULE THRU 1200-EXIT.
000830     OPEN INPUT COGS-MASTER-FILE.
000840     IF WS-MST-STATUS NOT = "00"
000850         DISPLAY "COGSCNTW - UNABLE TO OPEN COGSMST, STATUS = "
000940         MOVE 16 TO RETURN-CODE
000950         STOP RUN
000960     END-IF.
000962     MOVE WS-BUS-DATE TO H1-DATE.
000964     MOVE WS-DAYS-A   TO H1-DAYS-A.
000966     MOVE WS-DAYS-B   TO H1-DAYS-B.
000968     MOVE WS-DAYS-C   TO H1-DAYS-C.
000970     WRITE PRINT-RECORD FROM WS-HEADING-1.
000975     WRITE PRINT-RECORD FROM WS-HEADING-1A.
000980     WRITE PRINT-RECORD FROM WS-HEADING-2.
000981     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
000982 1000-EXIT.
000983     EXIT.
000984*----------------------------------------------------------------
000985*    1100-READ-PARM - CLASS CYCLES AND BASE DATE, DEFAULTS
000986*    STAND WHEN COGSCNFQ IS MISSING OR BLANK
000987*----------------------------------------------------------------
000988 1100-READ-PARM.
000989     OPEN INPUT COUNT-FREQ-PARM-FILE.
000990     IF WS-PRM-STATUS NOT = "00"
000991         DISPLAY "COGSCNTW - NO COGSCNFQ PARM, DEFAULT CYCLES"
000992         GO TO 1100-EXIT
000993     END-IF.
000994     READ COUNT-FREQ-PARM-FILE
000995         AT END
000996             CLOSE COUNT-FREQ-PARM-FILE
000997             GO TO 1100-EXIT
000998     END-READ.
000999     IF CF-DAYS-A-X NUMERIC AND CF-DAYS-A > ZERO
001000         MOVE CF-DAYS-A TO WS-DAYS-A
001001     END-IF.
001002     IF CF-DAYS-B-X NUMERIC AND CF-DAYS-B > ZERO
001003         MOVE CF-DAYS-B TO WS-DAYS-B
001004     END-IF.
001005     IF CF-DAYS-C-X NUMERIC AND CF-DAYS-C > ZERO
001006         MOVE CF-DAYS-C TO WS-DAYS-C
001007     END-IF.
001008     IF CF-BASE-DATE-X NUMERIC
001009         MOVE CF-BASE-DATE TO WS-BASE-DATE
001010     END-IF.
001011     CLOSE COUNT-FREQ-PARM-FILE.
001012 1100-EXIT.
001013     EXIT.
001014*----------------------------------------------------------------
001015*    1200-DAY-OF-SCHEDULE - TRADING DAYS FROM THE BASE DATE
001016*    THROUGH THE BUSINESS DATE (WEEKENDS AND COGSHOLF DAYS DO
001017*    NOT ADVANCE THE SCHEDULE)
001018*----------------------------------------------------------------
001019 1200-DAY-OF-SCHEDULE.
001020     MOVE "BDIF"       TO CDP-FUNCTION.
001021     MOVE WS-BASE-DATE TO CDP-DATE-IN.
001022     MOVE WS-BUS-DATE  TO CDP-DATE-IN2.
001023     CALL "COGSDATE" USING DATE-CALL-PARMS.
001024     IF CDP-RETURN-STATUS = "00"
001025         MOVE CDP-DAYS-OUT TO WS-DAY-NUMBER
001026     ELSE
001027         DISPLAY "COGSCNTW - BASE DATE NOT USABLE: "
001028                 WS-BASE-DATE
001029         MOVE 16 TO RETURN-CODE
001030         STOP RUN
001031     END-IF.
001032 1200-EXIT.
001033     EXIT.
001034*----------------------------------------------------------------
001035*    2000-PRINT-ONE-LINE - ONE WORKSHEET LINE PER PRODUCT DUE
001040*----------------------------------------------------------------
001041 2000-PRINT-ONE-LINE.
001042     EVALUATE TRUE
001043         WHEN I10-CLASS-A
001044             MOVE WS-DAYS-A TO WS-CYCLE-DAYS
001045         WHEN I10-CLASS-B
001046             MOVE WS-DAYS-B TO WS-CYCLE-DAYS
001047         WHEN OTHER
001048             MOVE WS-DAYS-C TO WS-CYCLE-DAYS
001049     END-EVALUATE.
001050     DIVIDE WS-DAY-NUMBER BY WS-CYCLE-DAYS
001051         GIVING WS-QUOTIENT REMAINDER WS-TODAY-SLOT.
001052     DIVIDE I7ITEM BY WS-CYCLE-DAYS
001053         GIVING WS-QUOTIENT REMAINDER WS-ITEM-SLOT.
001054     IF WS-ITEM-SLOT NOT = WS-TODAY-SLOT
001055         GO TO 2000-NEXT
001056     END-IF.
001060     MOVE IDESC TO DL-DESC.
001061     MOVE I10ABC-CLASS TO DL-CLASS.
001062     IF I10ABC-CLASS = SPACE
001063         MOVE "-" TO DL-CLASS
001064     END-IF.
001065     IF I10LAST-COUNT-DATE = ZERO
001066         MOVE "NEVER" TO DL-LAST-COUNT
001067     ELSE
001068         MOVE I10LAST-COUNT-DATE TO DL-LAST-COUNT
001069     END-IF.
001070     MOVE IQOH  TO DL-QOH.
001080     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
001083     ADD 1 TO WS-RECS-DUE.
001086 2000-NEXT.
001090     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001100 2000-EXIT.
001110     EXIT.
001250*    3000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
001260*----------------------------------------------------------------
001270 3000-TERMINATE.
001276     MOVE WS-RECS-DUE  TO SL-READ.
001282     MOVE WS-RECS-READ TO SL-MASTER.
001290     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
001295     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE2.
001300     CLOSE COGS-MASTER-FILE.
001310     CLOSE PRINT-FILE.
001316     DISPLAY "COGSCNTW - PRODUCTS READ   = " WS-RECS-READ.
001322     DISPLAY "COGSCNTW - PRODUCTS LISTED = " WS-RECS-DUE.
001330 3000-EXIT.
001340     EXIT.
