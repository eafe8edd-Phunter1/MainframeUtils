000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSPKCF.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSPKCF CONFIRMS THE SHORT PICKS AGAINST THE NIGHT'S      *
000090*   COGSXFIN TRANSFER BATCH BEFORE THE MORNING COGSXFER RUN    *
000100*   SHIPS IT, SO A TRANSFER ONLY DRAWS THE SENDING SHELF AND   *
000110*   PUTS IN TRANSIT WHAT ACTUALLY WENT ON THE TRUCK.  EACH     *
000120*   COGSPKIN CONFIRMATION QUOTES A LINE NUMBER FROM THE        *
000130*   COGSPICK PICK LIST, THE PRODUCT ON IT AND THE QUANTITY     *
000140*   PICKED.  THE MATCHING SHIP RECORD IS REWRITTEN IN PLACE    *
000150*   WITH XF-QTY CUT TO THE QUANTITY PICKED, THE SHORTFALL IN   *
000160*   XF-QTY-SHORT AND THE LINE MARKED CONFIRMED (C) WITH THE    *
000170*   OPERATOR.  A LINE PICKED IN FULL NEEDS NO CONFIRMATION,    *
000180*   AND A LINE CONFIRMED AT ZERO IS PASSED OVER BY COGSXFER AS *
000190*   NOTHING PICKED.  A CONFIRMATION FOR A LINE NOT IN THE      *
000200*   BATCH, NOT A SHIPMENT, FOR ANOTHER PRODUCT, ALREADY        *
000210*   CONFIRMED OR FOR MORE THAN WAS ORDERED IS REFUSED.  EVERY  *
000220*   CONFIRMATION IS LISTED ON THE REGISTER; REFUSED            *
000230*   CONFIRMATIONS END THE RUN RC=4.                            *
000240*                                                              *
000250*   MODIFICATION HISTORY                                      *
000260*   2026-10-05  DHH  INITIAL VERSION                           *
000270****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.  IBM-370.
000310 OBJECT-COMPUTER.  IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PICK-CONFIRM-FILE ASSIGN TO COGSPKIN
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-PKC-STATUS.
000370     SELECT TRANSFER-TRANS-FILE ASSIGN TO COGSXFIN
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-TRN-STATUS.
000400     SELECT PRINT-FILE ASSIGN TO COGSPKC1
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-PRT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PICK-CONFIRM-FILE
000460     RECORDING MODE IS F
000470     RECORD CONTAINS 40 CHARACTERS
000480     BLOCK CONTAINS 0 RECORDS
000490     LABEL RECORDS ARE STANDARD.
000500 COPY COGSPKTX.
000510 FD  TRANSFER-TRANS-FILE
000520     RECORDING MODE IS F
000530     RECORD CONTAINS 40 CHARACTERS
000540     BLOCK CONTAINS 0 RECORDS
000550     LABEL RECORDS ARE STANDARD.
000560 COPY COGSXFTX.
000570 FD  PRINT-FILE
000580     RECORDING MODE IS F
000590     RECORD CONTAINS 132 CHARACTERS
000600     LABEL RECORDS ARE STANDARD.
000610 01  PRINT-RECORD                PIC X(132).
000620 WORKING-STORAGE SECTION.
000630 77  WS-PKC-STATUS               PIC X(02) VALUE SPACES.
000640 77  WS-TRN-STATUS               PIC X(02) VALUE SPACES.
000650 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000660 77  WS-CONF-READ                PIC 9(07) COMP VALUE ZERO.
000670 77  WS-LINES-READ               PIC 9(07) COMP VALUE ZERO.
000680 77  WS-LINES-CONFIRMED          PIC 9(07) COMP VALUE ZERO.
000690 77  WS-UNITS-SHORT              PIC 9(09) COMP VALUE ZERO.
000700 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
000710 77  WS-TB-SUB                   PIC 9(05) COMP VALUE ZERO.
000720 77  WS-TB-HIT                   PIC 9(05) COMP VALUE ZERO.
000730 77  WS-TB-COUNT                 PIC 9(05) COMP VALUE ZERO.
000740 77  WS-TB-MAX                   PIC 9(05) COMP VALUE 2000.
000750 77  WS-FIND-LINE                PIC 9(05) VALUE ZERO.
000760 01  WS-SWITCHES.
000770     05  WS-PKC-EOF-SW           PIC X(01) VALUE 'N'.
000780         88  WS-PKC-EOF                     VALUE 'Y'.
000790     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000800         88  WS-EOF                         VALUE 'Y'.
000810     05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
000820         88  WS-REJECTED                    VALUE 'Y'.
000830 01  WS-CONFIRM-TABLE.
000840     05  WS-TB-ENTRY OCCURS 2000 TIMES.
000850         10  WS-TB-LINE          PIC 9(05).
000860         10  WS-TB-DESC          PIC X(10).
000870         10  WS-TB-QTY           PIC 9(05).
000880         10  WS-TB-OPER          PIC X(05).
000890         10  WS-TB-DONE-SW       PIC X(01).
000900             88  WS-TB-DONE                 VALUE 'Y'.
000910 01  WS-HEADING-1.
000920     05  FILLER                  PIC X(44)
000930         VALUE "COGSWORTH SHORT-PICK CONFIRMATION REGISTER".
000940 01  WS-HEADING-2.
000950     05  FILLER                  PIC X(08) VALUE "  LINE  ".
000960     05  FILLER                  PIC X(12) VALUE "DESCRIPTION ".
000970     05  FILLER                  PIC X(09) VALUE "  ORDERED".
000980     05  FILLER                  PIC X(09) VALUE "   PICKED".
000990     05  FILLER                  PIC X(09) VALUE "    SHORT".
001000     05  FILLER                  PIC X(09) VALUE "  OPER   ".
001010     05  FILLER                  PIC X(30) VALUE "RESULT".
001020 01  WS-DETAIL-LINE.
001030     05  DL-LINE                 PIC X(05).
001040     05  FILLER                  PIC X(03) VALUE SPACES.
001050     05  DL-DESC                 PIC X(12).
001060     05  DL-ORDERED              PIC ZZZ,ZZ9.
001070     05  FILLER                  PIC X(02) VALUE SPACES.
001080     05  DL-PICKED               PIC ZZZ,ZZ9.
001090     05  FILLER                  PIC X(02) VALUE SPACES.
001100     05  DL-SHORT                PIC ZZZ,ZZ9.
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  DL-OPER                 PIC X(07).
001130     05  DL-REASON               PIC X(30).
001140 01  WS-SUMMARY-LINE.
001150     05  FILLER                  PIC X(26)
001160         VALUE "LINES CONFIRMED          =".
001170     05  SL-CONFIRMED            PIC ZZZ,ZZ9.
001180 01  WS-SUMMARY-LINE2.
001190     05  FILLER                  PIC X(26)
001200         VALUE "UNITS SHORT-PICKED       =".
001210     05  SL-SHORT                PIC ZZZ,ZZZ,ZZ9.
001220 01  WS-SUMMARY-LINE3.
001230     05  FILLER                  PIC X(26)
001240         VALUE "CONFIRMATIONS REFUSED    =".
001250     05  SL-REJECTED             PIC ZZZ,ZZ9.
001260 PROCEDURE DIVISION.
001270*----------------------------------------------------------------
001280*    0000-MAINLINE - PROGRAM CONTROL
001290*----------------------------------------------------------------
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001320     PERFORM 1100-LOAD-ONE-CONFIRM THRU 1100-EXIT
001330         UNTIL WS-PKC-EOF.
001340     PERFORM 2100-READ-LINE THRU 2100-EXIT.
001350     PERFORM 2000-PROCESS-LINE THRU 2000-EXIT
001360         UNTIL WS-EOF.
001370     PERFORM 3000-LIST-UNMATCHED THRU 3000-EXIT
001380         VARYING WS-TB-SUB FROM 1 BY 1
001390         UNTIL WS-TB-SUB > WS-TB-COUNT.
001400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001410     STOP RUN.
001420*----------------------------------------------------------------
001430*    1000-INITIALIZE - OPEN FILES, PRINT HEADINGS
001440*----------------------------------------------------------------
001450 1000-INITIALIZE.
001460     DISPLAY "COGSPKCF STARTING - SHORT-PICK CONFIRMATION".
001470     OPEN INPUT PICK-CONFIRM-FILE.
001480     IF WS-PKC-STATUS NOT = "00"
001490         DISPLAY "COGSPKCF - UNABLE TO OPEN COGSPKIN, STATUS = "
001500                 WS-PKC-STATUS
001510         MOVE 16 TO RETURN-CODE
001520         STOP RUN
001530     END-IF.
001540     OPEN I-O TRANSFER-TRANS-FILE.
001550     IF WS-TRN-STATUS NOT = "00"
001560         DISPLAY "COGSPKCF - UNABLE TO OPEN COGSXFIN, STATUS = "
001570                 WS-TRN-STATUS
001580         MOVE 16 TO RETURN-CODE
001590         STOP RUN
001600     END-IF.
001610     OPEN OUTPUT PRINT-FILE.
001620     IF WS-PRT-STATUS NOT = "00"
001630         DISPLAY "COGSPKCF - UNABLE TO OPEN COGSPKC1, STATUS = "
001640                 WS-PRT-STATUS
001650         MOVE 16 TO RETURN-CODE
001660         STOP RUN
001670     END-IF.
001680     WRITE PRINT-RECORD FROM WS-HEADING-1.
001690     WRITE PRINT-RECORD FROM WS-HEADING-2.
001700     PERFORM 1200-READ-CONFIRM THRU 1200-EXIT.
001710 1000-EXIT.
001720     EXIT.
001730*----------------------------------------------------------------
001740*    1100-LOAD-ONE-CONFIRM - EDIT A CONFIRMATION AND HOLD IT
001750*    UNTIL ITS LINE COMES UP ON THE BATCH
001760*----------------------------------------------------------------
001770 1100-LOAD-ONE-CONFIRM.
001780     MOVE 'N' TO WS-REJECT-SW.
001790     IF PK-LINE-X NOT NUMERIC OR PK-QTY-PICKED-X NOT NUMERIC
001800         MOVE 'Y' TO WS-REJECT-SW
001810         MOVE "NON-NUMERIC FIELD" TO DL-REASON
001820         GO TO 1100-REFUSED
001830     END-IF.
001840     IF PK-LINE = ZERO
001850         MOVE 'Y' TO WS-REJECT-SW
001860         MOVE "LINE NUMBER IS ZERO" TO DL-REASON
001870         GO TO 1100-REFUSED
001880     END-IF.
001890     IF PK-OPER-ID = SPACES
001900         MOVE 'Y' TO WS-REJECT-SW
001910         MOVE "NO OPERATOR ID" TO DL-REASON
001920         GO TO 1100-REFUSED
001930     END-IF.
001940     MOVE PK-LINE TO WS-FIND-LINE.
001950     PERFORM 1300-FIND-LINE THRU 1300-EXIT.
001960     IF WS-TB-HIT > ZERO
001970         MOVE 'Y' TO WS-REJECT-SW
001980         MOVE "LINE CONFIRMED TWICE" TO DL-REASON
001990         GO TO 1100-REFUSED
002000     END-IF.
002010     IF WS-TB-COUNT NOT < WS-TB-MAX
002020         MOVE 'Y' TO WS-REJECT-SW
002030         MOVE "TOO MANY CONFIRMATIONS - RERUN" TO DL-REASON
002040         GO TO 1100-REFUSED
002050     END-IF.
002060     ADD 1 TO WS-TB-COUNT.
002070     MOVE PK-LINE       TO WS-TB-LINE(WS-TB-COUNT).
002080     MOVE PK-DESC       TO WS-TB-DESC(WS-TB-COUNT).
002090     MOVE PK-QTY-PICKED TO WS-TB-QTY(WS-TB-COUNT).
002100     MOVE PK-OPER-ID    TO WS-TB-OPER(WS-TB-COUNT).
002110     MOVE 'N'           TO WS-TB-DONE-SW(WS-TB-COUNT).
002120     GO TO 1100-READ-NEXT.
002130 1100-REFUSED.
002140     MOVE PK-LINE-X  TO DL-LINE.
002150     MOVE PK-DESC    TO DL-DESC.
002160     MOVE ZERO       TO DL-ORDERED.
002170     MOVE ZERO       TO DL-PICKED.
002180     IF PK-QTY-PICKED-X NUMERIC
002190         MOVE PK-QTY-PICKED TO DL-PICKED
002200     END-IF.
002210     MOVE ZERO       TO DL-SHORT.
002220     MOVE PK-OPER-ID TO DL-OPER.
002230     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
002240     ADD 1 TO WS-RECS-REJECTED.
002250 1100-READ-NEXT.
002260     PERFORM 1200-READ-CONFIRM THRU 1200-EXIT.
002270 1100-EXIT.
002280     EXIT.
002290*----------------------------------------------------------------
002300*    1200-READ-CONFIRM - READ NEXT CONFIRMATION
002310*----------------------------------------------------------------
002320 1200-READ-CONFIRM.
002330     READ PICK-CONFIRM-FILE
002340         AT END
002350             MOVE 'Y' TO WS-PKC-EOF-SW
002360             GO TO 1200-EXIT
002370     END-READ.
002380     ADD 1 TO WS-CONF-READ.
002390 1200-EXIT.
002400     EXIT.
002410*----------------------------------------------------------------
002420*    1300-FIND-LINE - IS THERE A CONFIRMATION FOR WS-FIND-LINE
002430*----------------------------------------------------------------
002440 1300-FIND-LINE.
002450     MOVE ZERO TO WS-TB-HIT.
002460     PERFORM 1350-CHECK-ENTRY THRU 1350-EXIT
002470         VARYING WS-TB-SUB FROM 1 BY 1
002480         UNTIL WS-TB-SUB > WS-TB-COUNT OR WS-TB-HIT > ZERO.
002490 1300-EXIT.
002500     EXIT.
002510 1350-CHECK-ENTRY.
002520     IF WS-TB-LINE(WS-TB-SUB) = WS-FIND-LINE
002530         MOVE WS-TB-SUB TO WS-TB-HIT
002540     END-IF.
002550 1350-EXIT.
002560     EXIT.
002570*----------------------------------------------------------------
002580*    2000-PROCESS-LINE - APPLY THE CONFIRMATION, IF ANY, TO ONE
002590*    LINE OF THE BATCH
002600*----------------------------------------------------------------
002610 2000-PROCESS-LINE.
002620     MOVE WS-LINES-READ TO WS-FIND-LINE.
002630     PERFORM 1300-FIND-LINE THRU 1300-EXIT.
002640     IF WS-TB-HIT = ZERO
002650         GO TO 2090-READ-NEXT
002660     END-IF.
002670     MOVE 'Y' TO WS-TB-DONE-SW(WS-TB-HIT).
002680     MOVE 'N' TO WS-REJECT-SW.
002690     MOVE ZERO TO DL-ORDERED.
002700     MOVE ZERO TO DL-SHORT.
002710     PERFORM 2200-EDIT-CONFIRM THRU 2200-EXIT.
002720     IF NOT WS-REJECTED
002730         COMPUTE XF-QTY-SHORT = XF-QTY - WS-TB-QTY(WS-TB-HIT)
002740         MOVE WS-TB-QTY(WS-TB-HIT)  TO XF-QTY
002750         MOVE "C"                   TO XF-PICK-SW
002760         MOVE WS-TB-OPER(WS-TB-HIT) TO XF-PICK-OPER
002770         REWRITE TRANSFER-TRANS-RECORD
002780         ADD 1 TO WS-LINES-CONFIRMED
002790         ADD XF-QTY-SHORT TO WS-UNITS-SHORT
002800         MOVE XF-QTY-SHORT TO DL-SHORT
002810         IF XF-QTY = ZERO
002820             MOVE "CONFIRMED - NOTHING PICKED" TO DL-REASON
002830         ELSE
002840             IF XF-QTY-SHORT = ZERO
002850                 MOVE "CONFIRMED - PICKED IN FULL"
002860                     TO DL-REASON
002870             ELSE
002880                 MOVE "CONFIRMED - SHORT PICK" TO DL-REASON
002890             END-IF
002900         END-IF
002910     ELSE
002920         ADD 1 TO WS-RECS-REJECTED
002930     END-IF.
002940     MOVE WS-TB-LINE(WS-TB-HIT) TO DL-LINE.
002950     MOVE WS-TB-DESC(WS-TB-HIT) TO DL-DESC.
002960     MOVE WS-TB-QTY(WS-TB-HIT)  TO DL-PICKED.
002970     MOVE WS-TB-OPER(WS-TB-HIT) TO DL-OPER.
002980     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
002990 2090-READ-NEXT.
003000     PERFORM 2100-READ-LINE THRU 2100-EXIT.
003010 2000-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------
003040*    2100-READ-LINE - READ NEXT BATCH LINE.  THE COUNT IS THE
003050*    LINE NUMBER COGSPICK PRINTED
003060*----------------------------------------------------------------
003070 2100-READ-LINE.
003080     READ TRANSFER-TRANS-FILE
003090         AT END
003100             MOVE 'Y' TO WS-EOF-SW
003110             GO TO 2100-EXIT
003120     END-READ.
003130     ADD 1 TO WS-LINES-READ.
003140 2100-EXIT.
003150     EXIT.
003160*----------------------------------------------------------------
003170*    2200-EDIT-CONFIRM - THE LINE MUST BE AN UNCONFIRMED SHIP
003180*    OF THE SAME PRODUCT FOR AT LEAST WHAT WAS PICKED
003190*----------------------------------------------------------------
003200 2200-EDIT-CONFIRM.
003210     IF NOT XF-SHIP
003220         MOVE 'Y' TO WS-REJECT-SW
003230         MOVE "LINE IS NOT A SHIPMENT" TO DL-REASON
003240         GO TO 2200-EXIT
003250     END-IF.
003260     IF XF-DESC NOT = WS-TB-DESC(WS-TB-HIT)
003270         MOVE 'Y' TO WS-REJECT-SW
003280         MOVE "PRODUCT DOES NOT MATCH LINE" TO DL-REASON
003290         GO TO 2200-EXIT
003300     END-IF.
003310     IF XF-QTY NOT NUMERIC
003320         MOVE 'Y' TO WS-REJECT-SW
003330         MOVE "LINE QUANTITY NOT NUMERIC" TO DL-REASON
003340         GO TO 2200-EXIT
003350     END-IF.
003360     MOVE XF-QTY TO DL-ORDERED.
003370     IF XF-PICK-CONFIRMED
003380         MOVE 'Y' TO WS-REJECT-SW
003390         MOVE "LINE ALREADY CONFIRMED" TO DL-REASON
003400         GO TO 2200-EXIT
003410     END-IF.
003420     IF WS-TB-QTY(WS-TB-HIT) > XF-QTY
003430         MOVE 'Y' TO WS-REJECT-SW
003440         MOVE "PICKED MORE THAN ORDERED" TO DL-REASON
003450     END-IF.
003460 2200-EXIT.
003470     EXIT.
003480*----------------------------------------------------------------
003490*    3000-LIST-UNMATCHED - A CONFIRMATION WHOSE LINE NUMBER IS
003500*    PAST THE END OF THE BATCH
003510*----------------------------------------------------------------
003520 3000-LIST-UNMATCHED.
003530     IF WS-TB-DONE(WS-TB-SUB)
003540         GO TO 3000-EXIT
003550     END-IF.
003560     MOVE WS-TB-LINE(WS-TB-SUB) TO DL-LINE.
003570     MOVE WS-TB-DESC(WS-TB-SUB) TO DL-DESC.
003580     MOVE ZERO                  TO DL-ORDERED.
003590     MOVE WS-TB-QTY(WS-TB-SUB)  TO DL-PICKED.
003600     MOVE ZERO                  TO DL-SHORT.
003610     MOVE WS-TB-OPER(WS-TB-SUB) TO DL-OPER.
003620     MOVE "LINE NOT IN TRANSFER BATCH" TO DL-REASON.
003630     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
003640     ADD 1 TO WS-RECS-REJECTED.
003650 3000-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680*    8000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
003690*----------------------------------------------------------------
003700 8000-TERMINATE.
003710     CLOSE PICK-CONFIRM-FILE.
003720     CLOSE TRANSFER-TRANS-FILE.
003730     MOVE WS-LINES-CONFIRMED TO SL-CONFIRMED.
003740     MOVE WS-UNITS-SHORT     TO SL-SHORT.
003750     MOVE WS-RECS-REJECTED   TO SL-REJECTED.
003760     MOVE SPACES TO PRINT-RECORD.
003770     WRITE PRINT-RECORD.
003780     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
003790     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE2.
003800     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE3.
003810     CLOSE PRINT-FILE.
003820     DISPLAY "COGSPKCF - CONFIRMATIONS READ = " WS-CONF-READ.
003830     DISPLAY "COGSPKCF - BATCH LINES READ   = " WS-LINES-READ.
003840     DISPLAY "COGSPKCF - LINES CONFIRMED    = "
003850             WS-LINES-CONFIRMED.
003860     DISPLAY "COGSPKCF - UNITS SHORT-PICKED = " WS-UNITS-SHORT.
003870     DISPLAY "COGSPKCF - REFUSED            = "
003880             WS-RECS-REJECTED.
003890     IF WS-RECS-REJECTED > ZERO
003900         MOVE 4 TO RETURN-CODE
003910     END-IF.
003920 8000-EXIT.
003930     EXIT.
