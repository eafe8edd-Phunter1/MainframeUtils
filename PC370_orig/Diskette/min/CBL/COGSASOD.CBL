000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSASOD.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSASOD PRINTS THE OVERDUE-SHIPMENT LIST - ADVANCE SHIP   *
000090*   NOTICE LINES ON COGSASN WHOSE EXPECTED DATE HAS PASSED     *
000100*   WITH NO RECEIPT CONFIRMED AT THE DOCK.  EACH ONE IS AGED   *
000110*   IN BUSINESS DAYS FROM ITS EXPECTED DATE THROUGH THE        *
000120*   COGSDATE BDIF FUNCTION SO THE BUYERS CAN CHASE THE         *
000130*   SUPPLIER FOR THE TRUCK.  THE SAME PASS PURGES CONFIRMED    *
000140*   LINES ONCE THEY ARE 30 BUSINESS DAYS PAST CONFIRMATION -   *
000150*   BY THEN THE RECEIPT HAS POSTED AND THE VENDOR'S SHIP-      *
000160*   NOTICE SCORE HAS TAKEN THE LINE.                           *
000170*                                                              *
000180*   MODIFICATION HISTORY                                      *
000190*   2026-10-05  DHH  INITIAL VERSION                           *
000200****************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.  IBM-370.
000240 OBJECT-COMPUTER.  IBM-370.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT ASN-FILE ASSIGN TO COGSASN
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS AN-KEY
000310         FILE STATUS IS WS-ASN-STATUS.
000320     SELECT PRINT-FILE ASSIGN TO COGSASO1
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-PRT-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  ASN-FILE
000380     RECORDING MODE IS F
000390     RECORD CONTAINS 100 CHARACTERS
000400     LABEL RECORDS ARE STANDARD.
000410 COPY COGSASNR.
000420 FD  PRINT-FILE
000430     RECORDING MODE IS F
000440     RECORD CONTAINS 132 CHARACTERS
000450     LABEL RECORDS ARE STANDARD.
000460 01  PRINT-RECORD                PIC X(132).
000470 WORKING-STORAGE SECTION.
000480 77  WS-ASN-STATUS               PIC X(02) VALUE SPACES.
000490 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000500 77  WS-LINES-OPEN               PIC 9(07) COMP VALUE ZERO.
000510 77  WS-LINES-OVERDUE            PIC 9(07) COMP VALUE ZERO.
000520 77  WS-LINES-CONFIRMED          PIC 9(07) COMP VALUE ZERO.
000530 77  WS-LINES-PURGED             PIC 9(07) COMP VALUE ZERO.
000540 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000550 77  WS-PURGE-DAYS               PIC 9(03) VALUE 30.
000560 77  WS-AGE-FROM                 PIC 9(08) VALUE ZERO.
000570 77  WS-DAYS-OLD                 PIC 9(05) VALUE ZERO.
000580 COPY COGSDATP.
000590 01  WS-SWITCHES.
000600     05  WS-ASN-EOF-SW           PIC X(01) VALUE 'N'.
000610         88  WS-ASN-EOF                     VALUE 'Y'.
000620     05  WS-ASN-OPEN-SW          PIC X(01) VALUE 'N'.
000630         88  WS-ASN-OPEN                    VALUE 'Y'.
000640 01  WS-HEADING-1.
000650     05  FILLER                  PIC X(44)
000660         VALUE "COGSWORTH OVERDUE ADVANCE SHIP NOTICES     ".
000670     05  FILLER                  PIC X(15)
000680         VALUE "BUSINESS DATE  ".
000690     05  H1-DATE                 PIC 9(08).
000700 01  WS-HEADING-2.
000710     05  FILLER                  PIC X(08) VALUE "VENDOR  ".
000720     05  FILLER                  PIC X(12) VALUE "SHIPMENT    ".
000730     05  FILLER                  PIC X(06) VALUE "LINE  ".
000740     05  FILLER                  PIC X(12) VALUE "PRODUCT     ".
000750     05  FILLER                  PIC X(13) VALUE "PO-LINE      ".
000760     05  FILLER                  PIC X(07) VALUE "STORE  ".
000770     05  FILLER                  PIC X(10) VALUE "EXPECTED  ".
000780     05  FILLER                  PIC X(12) VALUE "   QTY U    ".
000790     05  FILLER                  PIC X(09) VALUE "DAYS LATE".
000800 01  WS-DETAIL-LINE.
000810     05  DL-VNDR                 PIC X(06).
000820     05  FILLER                  PIC X(02) VALUE SPACES.
000830     05  DL-SHIPMENT             PIC X(10).
000840     05  FILLER                  PIC X(02) VALUE SPACES.
000850     05  DL-LINE                 PIC 9(03).
000860     05  FILLER                  PIC X(03) VALUE SPACES.
000870     05  DL-DESC                 PIC X(10).
000880     05  FILLER                  PIC X(02) VALUE SPACES.
000890     05  DL-PO                   PIC X(07).
000900     05  DL-PO-DASH              PIC X(01).
000910     05  DL-PO-LINE              PIC X(03).
000920     05  FILLER                  PIC X(02) VALUE SPACES.
000930     05  DL-STORE                PIC 9(03).
000940     05  FILLER                  PIC X(04) VALUE SPACES.
000950     05  DL-EXP-DATE             PIC 9(08).
000960     05  FILLER                  PIC X(02) VALUE SPACES.
000970     05  DL-QTY                  PIC ZZ,ZZ9.
000980     05  FILLER                  PIC X(01) VALUE SPACES.
000990     05  DL-UOM                  PIC X(01).
001000     05  FILLER                  PIC X(04) VALUE SPACES.
001010     05  DL-DAYS                 PIC ZZ,ZZ9.
001020 01  WS-SUMMARY-LINE.
001030     05  SL-LABEL                PIC X(30).
001040     05  SL-COUNT                PIC ZZZ,ZZ9.
001050 PROCEDURE DIVISION.
001060*----------------------------------------------------------------
001070*    0000-MAINLINE - PROGRAM CONTROL
001080*----------------------------------------------------------------
001090 0000-MAINLINE.
001100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001110     PERFORM 2000-AGE-ONE-LINE THRU 2000-EXIT
001120         UNTIL WS-ASN-EOF.
001130     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001140     STOP RUN.
001150*----------------------------------------------------------------
001160*    1000-INITIALIZE - OPEN FILES, PRINT HEADINGS
001170*----------------------------------------------------------------
001180 1000-INITIALIZE.
001190     DISPLAY "COGSASOD STARTING - OVERDUE SHIP NOTICES".
001200     MOVE "BUSD" TO CDP-FUNCTION.
001210     CALL "COGSDATE" USING DATE-CALL-PARMS.
001220     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001230     OPEN OUTPUT PRINT-FILE.
001240     IF WS-PRT-STATUS NOT = "00"
001250         DISPLAY "COGSASOD - UNABLE TO OPEN COGSASO1, STATUS = "
001260                 WS-PRT-STATUS
001270         MOVE 16 TO RETURN-CODE
001280         STOP RUN
001290     END-IF.
001300     OPEN I-O ASN-FILE.
001310     IF WS-ASN-STATUS = "00"
001320         MOVE 'Y' TO WS-ASN-OPEN-SW
001330     ELSE
001340         DISPLAY "COGSASOD - NO COGSASN, STATUS = "
001350                 WS-ASN-STATUS " - NO SHIP NOTICES ON FILE"
001360         MOVE 'Y' TO WS-ASN-EOF-SW
001370     END-IF.
001380     MOVE WS-BUS-DATE TO H1-DATE.
001390     WRITE PRINT-RECORD FROM WS-HEADING-1.
001400     WRITE PRINT-RECORD FROM WS-HEADING-2.
001410 1000-EXIT.
001420     EXIT.
001430*----------------------------------------------------------------
001440*    1200-BUSINESS-DAYS-OLD - BDIF FROM WS-AGE-FROM TO THE
001450*    BUSINESS DATE, ZERO IF THE CALENDAR CANNOT SAY
001460*----------------------------------------------------------------
001470 1200-BUSINESS-DAYS-OLD.
001480     MOVE ZERO TO WS-DAYS-OLD.
001490     IF WS-AGE-FROM NOT < WS-BUS-DATE
001500         GO TO 1200-EXIT
001510     END-IF.
001520     MOVE "BDIF" TO CDP-FUNCTION.
001530     MOVE WS-AGE-FROM TO CDP-DATE-IN.
001540     MOVE WS-BUS-DATE TO CDP-DATE-IN2.
001550     CALL "COGSDATE" USING DATE-CALL-PARMS.
001560     IF CDP-RETURN-STATUS = "00"
001570         MOVE CDP-DAYS-OUT TO WS-DAYS-OLD
001580     END-IF.
001590 1200-EXIT.
001600     EXIT.
001610*----------------------------------------------------------------
001620*    2000-AGE-ONE-LINE - AN OPEN LINE IS LISTED WHEN PAST ITS
001630*    EXPECTED DATE; A CONFIRMED LINE IS PURGED WHEN OLD ENOUGH
001640*----------------------------------------------------------------
001650 2000-AGE-ONE-LINE.
001660     READ ASN-FILE NEXT RECORD
001670         AT END
001680             MOVE 'Y' TO WS-ASN-EOF-SW
001690             GO TO 2000-EXIT
001700     END-READ.
001710     IF AN-CONFIRMED
001720         PERFORM 2500-PURGE-CONFIRMED THRU 2500-EXIT
001730         GO TO 2000-EXIT
001740     END-IF.
001750     ADD 1 TO WS-LINES-OPEN.
001760     IF AN-EXP-DATE NOT < WS-BUS-DATE
001770         GO TO 2000-EXIT
001780     END-IF.
001790     MOVE AN-EXP-DATE TO WS-AGE-FROM.
001800     PERFORM 1200-BUSINESS-DAYS-OLD THRU 1200-EXIT.
001810     IF WS-DAYS-OLD = ZERO
001820         GO TO 2000-EXIT
001830     END-IF.
001840     ADD 1 TO WS-LINES-OVERDUE.
001850     MOVE AN-VNDR        TO DL-VNDR.
001860     MOVE AN-SHIPMENT    TO DL-SHIPMENT.
001870     MOVE AN-LINE        TO DL-LINE.
001880     MOVE AN-DESC        TO DL-DESC.
001890     IF AN-PO-NUMBER = ZERO
001900         MOVE SPACES TO DL-PO DL-PO-DASH DL-PO-LINE
001910     ELSE
001920         MOVE AN-PO-NUMBER TO DL-PO
001930         MOVE "-"          TO DL-PO-DASH
001940         MOVE AN-PO-LINE   TO DL-PO-LINE
001950     END-IF.
001960     MOVE AN-STORE       TO DL-STORE.
001970     MOVE AN-EXP-DATE    TO DL-EXP-DATE.
001980     MOVE AN-QTY-SHIPPED TO DL-QTY.
001990     MOVE AN-UOM         TO DL-UOM.
002000     MOVE WS-DAYS-OLD    TO DL-DAYS.
002010     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
002020 2000-EXIT.
002030     EXIT.
002040*----------------------------------------------------------------
002050*    2500-PURGE-CONFIRMED - DROP A CONFIRMED LINE ONCE IT IS
002060*    WS-PURGE-DAYS BUSINESS DAYS PAST CONFIRMATION
002070*----------------------------------------------------------------
002080 2500-PURGE-CONFIRMED.
002090     ADD 1 TO WS-LINES-CONFIRMED.
002100     MOVE AN-DATE-CONFIRMED TO WS-AGE-FROM.
002110     PERFORM 1200-BUSINESS-DAYS-OLD THRU 1200-EXIT.
002120     IF WS-DAYS-OLD < WS-PURGE-DAYS
002130         GO TO 2500-EXIT
002140     END-IF.
002150     DELETE ASN-FILE.
002160     ADD 1 TO WS-LINES-PURGED.
002170 2500-EXIT.
002180     EXIT.
002190*----------------------------------------------------------------
002200*    3000-TERMINATE - SUMMARY AND CLOSE FILES
002210*----------------------------------------------------------------
002220 3000-TERMINATE.
002230     MOVE SPACES TO PRINT-RECORD.
002240     WRITE PRINT-RECORD.
002250     MOVE "ASN LINES AWAITING RECEIPT  =" TO SL-LABEL.
002260     MOVE WS-LINES-OPEN TO SL-COUNT.
002270     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
002280     MOVE "PAST EXPECTED DATE          =" TO SL-LABEL.
002290     MOVE WS-LINES-OVERDUE TO SL-COUNT.
002300     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
002310     MOVE "CONFIRMED LINES ON FILE     =" TO SL-LABEL.
002320     MOVE WS-LINES-CONFIRMED TO SL-COUNT.
002330     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
002340     MOVE "CONFIRMED LINES PURGED      =" TO SL-LABEL.
002350     MOVE WS-LINES-PURGED TO SL-COUNT.
002360     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
002370     IF WS-ASN-OPEN
002380         CLOSE ASN-FILE
002390     END-IF.
002400     CLOSE PRINT-FILE.
002410     DISPLAY "COGSASOD - LINES AWAITING RECEIPT = "
002420             WS-LINES-OPEN.
002430     DISPLAY "COGSASOD - PAST EXPECTED DATE     = "
002440             WS-LINES-OVERDUE.
002450     DISPLAY "COGSASOD - CONFIRMED LINES PURGED = "
002460             WS-LINES-PURGED.
002470 3000-EXIT.
002480     EXIT.
