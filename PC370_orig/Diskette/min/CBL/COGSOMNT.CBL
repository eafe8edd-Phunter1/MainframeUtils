000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSOMNT.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSOMNT MAINTAINS THE COGSWORTH OPERATOR AUTHORITY FILE   *
000090*   (COGSOPAU) FROM KEYED ADD/CHG/DEL TRANSACTIONS, THE SAME   *
000100*   PATTERN COGSDMNT USES FOR THE DEPARTMENT FILE.  THE FILE   *
000110*   SAYS WHICH OPERATORS MAY KEY MASTER MAINTENANCE, PRICE,    *
000120*   COST AND APPROVAL TRANSACTIONS; COGSAUTH READS IT FOR THE  *
000130*   POSTING PROGRAMS.  EVERY TRANSACTION NAMES THE OPERATOR    *
000140*   MAKING THE CHANGE (OT-KEYED-BY), WHO MUST BE ACTIVE WITH   *
000150*   SEC AUTHORITY AND MAY NOT ALTER THEIR OWN RECORD.  THE ONE *
000160*   EXCEPTION IS AN EMPTY FILE: ITS FIRST ADD MUST BE THE      *
000170*   KEYING OPERATOR SETTING THEMSELVES UP, ACTIVE WITH SEC,    *
000180*   SO THE FILE ALWAYS HAS SOMEONE WHO CAN MAINTAIN IT.  EACH  *
000190*   RECORD WRITTEN IS STAMPED WITH THE BUSINESS DATE AND THE   *
000200*   KEYING OPERATOR.  ANYTHING REFUSED IS LISTED ON THE        *
000210*   EXCEPTION REPORT.                                          *
000220*                                                              *
000230*   MODIFICATION HISTORY                                      *
000240*   2026-10-05  DHH  INITIAL VERSION                           *
000245*   2026-10-05  DHH  OPEN-TO-BUY (OTB) AUTHORITY FLAG          *
000247*   2026-10-05  DHH  REASON TEXTS SHORTENED TO FIT DL-REASON   *
000250****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.  IBM-370.
000290 OBJECT-COMPUTER.  IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OPER-TRANS-FILE ASSIGN TO COGSOMIN
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-TRN-STATUS.
000350     SELECT OPER-AUTH-FILE ASSIGN TO COGSOPAU
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS OA-OPER-ID
000390         FILE STATUS IS WS-OPA-STATUS.
000400     SELECT PRINT-FILE ASSIGN TO COGSOMN1
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-PRT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  OPER-TRANS-FILE
000460     RECORDING MODE IS F
000470     RECORD CONTAINS 80 CHARACTERS
000480     BLOCK CONTAINS 0 RECORDS
000490     LABEL RECORDS ARE STANDARD.
000500 COPY COGSOATX.
000510 FD  OPER-AUTH-FILE
000520     RECORDING MODE IS F
000530     RECORD CONTAINS 80 CHARACTERS
000540     LABEL RECORDS ARE STANDARD.
000550 COPY COGSOPAR.
000560 FD  PRINT-FILE
000570     RECORDING MODE IS F
000580     RECORD CONTAINS 132 CHARACTERS
000590     LABEL RECORDS ARE STANDARD.
000600 01  PRINT-RECORD                PIC X(132).
000610 WORKING-STORAGE SECTION.
000620 77  WS-TRN-STATUS               PIC X(02) VALUE SPACES.
000630 77  WS-OPA-STATUS               PIC X(02) VALUE SPACES.
000640 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000650 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000660 77  WS-RECS-ADDED               PIC 9(07) COMP VALUE ZERO.
000670 77  WS-RECS-CHANGED             PIC 9(07) COMP VALUE ZERO.
000680 77  WS-RECS-DELETED             PIC 9(07) COMP VALUE ZERO.
000690 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
000700 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000710 77  WS-FLAG-CHECK               PIC X(06) VALUE SPACES.
000720 01  WS-SWITCHES.
000730     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000740         88  WS-EOF                         VALUE 'Y'.
000750     05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
000760         88  WS-REJECTED                    VALUE 'Y'.
000770     05  WS-ON-FILE-SW           PIC X(01) VALUE 'N'.
000780         88  WS-ON-FILE                     VALUE 'Y'.
000790     05  WS-EMPTY-FILE-SW        PIC X(01) VALUE 'N'.
000800         88  WS-EMPTY-FILE                  VALUE 'Y'.
000810 01  WS-HEADING-1.
000820     05  FILLER                  PIC X(40)
000830         VALUE "COGSWORTH OPERATOR AUTHORITY EXCEPTIONS".
000840 01  WS-HEADING-2.
000850     05  FILLER                  PIC X(07) VALUE "ACTION ".
000860     05  FILLER                  PIC X(08) VALUE "OPER    ".
000870     05  FILLER                  PIC X(08) VALUE "KEYED BY".
000880     05  FILLER                  PIC X(30) VALUE "REASON".
000890 01  WS-DETAIL-LINE.
000900     05  DL-ACTION               PIC X(03).
000910     05  FILLER                  PIC X(04) VALUE SPACES.
000920     05  DL-OPER                 PIC X(08).
000930     05  DL-KEYED-BY             PIC X(08).
000940     05  DL-REASON               PIC X(30).
000950 01  WS-SUMMARY-LINE.
000960     05  FILLER                  PIC X(25)
000970         VALUE "OPER MAINT REJECTED     =".
000980     05  SL-REJECTED             PIC ZZZ,ZZ9.
000990 COPY COGSDATP.
001000 PROCEDURE DIVISION.
001010*----------------------------------------------------------------
001020*    0000-MAINLINE - PROGRAM CONTROL
001030*----------------------------------------------------------------
001040 0000-MAINLINE.
001050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001060     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001070         UNTIL WS-EOF.
001080     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001090     STOP RUN.
001100*----------------------------------------------------------------
001110*    1000-INITIALIZE - OPEN FILES, PRINT HEADINGS
001120*----------------------------------------------------------------
001130 1000-INITIALIZE.
001140     DISPLAY "COGSOMNT STARTING - OPERATOR AUTHORITY MAINTENANCE".
001150     OPEN INPUT OPER-TRANS-FILE.
001160     IF WS-TRN-STATUS NOT = "00"
001170         DISPLAY "COGSOMNT - UNABLE TO OPEN COGSOMIN, STATUS = "
001180                 WS-TRN-STATUS
001190         MOVE 16 TO RETURN-CODE
001200         STOP RUN
001210     END-IF.
001220     OPEN I-O OPER-AUTH-FILE.
001230     IF WS-OPA-STATUS = "35"
001240         OPEN OUTPUT OPER-AUTH-FILE
001250         CLOSE OPER-AUTH-FILE
001260         OPEN I-O OPER-AUTH-FILE
001270     END-IF.
001280     IF WS-OPA-STATUS NOT = "00"
001290         DISPLAY "COGSOMNT - UNABLE TO OPEN COGSOPAU, STATUS = "
001300                 WS-OPA-STATUS
001310         MOVE 16 TO RETURN-CODE
001320         STOP RUN
001330     END-IF.
001340     MOVE LOW-VALUES TO OA-OPER-ID.
001350     START OPER-AUTH-FILE
001360         KEY NOT < OA-OPER-ID
001370         INVALID KEY
001380             MOVE 'Y' TO WS-EMPTY-FILE-SW
001390     END-START.
001400     OPEN OUTPUT PRINT-FILE.
001410     IF WS-PRT-STATUS NOT = "00"
001420         DISPLAY "COGSOMNT - UNABLE TO OPEN COGSOMN1, STATUS = "
001430                 WS-PRT-STATUS
001440         MOVE 16 TO RETURN-CODE
001450         STOP RUN
001460     END-IF.
001470     MOVE "BUSD" TO CDP-FUNCTION.
001480     CALL "COGSDATE" USING DATE-CALL-PARMS.
001490     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001500     WRITE PRINT-RECORD FROM WS-HEADING-1.
001510     WRITE PRINT-RECORD FROM WS-HEADING-2.
001520     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001530 1000-EXIT.
001540     EXIT.
001550*----------------------------------------------------------------
001560*    2000-PROCESS-RECORD - APPLY ONE AUTHORITY TRANSACTION
001570*----------------------------------------------------------------
001580 2000-PROCESS-RECORD.
001590     MOVE 'N' TO WS-REJECT-SW.
001600     PERFORM 2200-CHECK-KEYER THRU 2200-EXIT.
001610     IF NOT WS-REJECTED
001620         PERFORM 2250-CHECK-CODES THRU 2250-EXIT
001630     END-IF.
001640     IF NOT WS-REJECTED
001650         PERFORM 2150-READ-OPERATOR THRU 2150-EXIT
001660         EVALUATE TRUE
001670             WHEN OT-ACTION-ADD
001680                 PERFORM 2300-APPLY-ADD THRU 2300-EXIT
001690             WHEN OT-ACTION-CHANGE
001700                 PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
001710             WHEN OT-ACTION-DELETE
001720                 PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
001730             WHEN OTHER
001740                 MOVE 'Y' TO WS-REJECT-SW
001750                 MOVE "INVALID ACTION CODE" TO DL-REASON
001760         END-EVALUATE
001770     END-IF.
001780     IF WS-REJECTED
001790         MOVE OT-ACTION          TO DL-ACTION
001800         MOVE OT-OPER-ID         TO DL-OPER
001810         MOVE OT-KEYED-BY        TO DL-KEYED-BY
001820         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
001830         ADD 1 TO WS-RECS-REJECTED
001840     END-IF.
001850     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001860 2000-EXIT.
001870     EXIT.
001880*----------------------------------------------------------------
001890*    2100-READ-TRANS - READ NEXT AUTHORITY TRANSACTION
001900*----------------------------------------------------------------
001910 2100-READ-TRANS.
001920     READ OPER-TRANS-FILE
001930         AT END
001940             MOVE 'Y' TO WS-EOF-SW
001950             GO TO 2100-EXIT
001960     END-READ.
001970     ADD 1 TO WS-RECS-READ.
001980 2100-EXIT.
001990     EXIT.
002000*----------------------------------------------------------------
002010*    2150-READ-OPERATOR - IS THE OPERATOR ALREADY ON FILE
002020*----------------------------------------------------------------
002030 2150-READ-OPERATOR.
002040     MOVE 'Y' TO WS-ON-FILE-SW.
002050     MOVE OT-OPER-ID TO OA-OPER-ID.
002060     READ OPER-AUTH-FILE
002070         INVALID KEY
002080             MOVE 'N' TO WS-ON-FILE-SW
002090     END-READ.
002100 2150-EXIT.
002110     EXIT.
002120*----------------------------------------------------------------
002130*    2200-CHECK-KEYER - THE KEYING OPERATOR MUST HOLD SEC
002140*    AUTHORITY AND MAY NOT TOUCH THEIR OWN RECORD, EXCEPT FOR
002150*    THE FIRST ADD INTO AN EMPTY FILE
002160*----------------------------------------------------------------
002170 2200-CHECK-KEYER.
002180     IF OT-OPER-ID = SPACES
002190         MOVE 'Y' TO WS-REJECT-SW
002200         MOVE "NO OPERATOR ID ON TRANSACTION" TO DL-REASON
002210         GO TO 2200-EXIT
002220     END-IF.
002230     IF OT-KEYED-BY = SPACES
002240         MOVE 'Y' TO WS-REJECT-SW
002250         MOVE "NO KEYED-BY OPERATOR" TO DL-REASON
002260         GO TO 2200-EXIT
002270     END-IF.
002280     IF WS-EMPTY-FILE
002290         IF OT-ACTION-ADD
002300            AND OT-KEYED-BY = OT-OPER-ID
002310            AND OT-AUTH-SEC = "Y"
002320            AND (OT-STATUS = SPACE OR OT-STATUS = "A")
002330             GO TO 2200-EXIT
002340         END-IF
002350         MOVE 'Y' TO WS-REJECT-SW
002360         MOVE "FIRST ADD MUST GRANT OWN SEC" TO DL-REASON
002370         GO TO 2200-EXIT
002380     END-IF.
002390     IF OT-KEYED-BY = OT-OPER-ID
002400         MOVE 'Y' TO WS-REJECT-SW
002410         MOVE "MAY NOT CHANGE OWN AUTHORITY" TO DL-REASON
002420         GO TO 2200-EXIT
002430     END-IF.
002440     MOVE OT-KEYED-BY TO OA-OPER-ID.
002450     READ OPER-AUTH-FILE
002460         INVALID KEY
002470             MOVE 'Y' TO WS-REJECT-SW
002480             MOVE "KEYED-BY NOT ON AUTHORITY FILE" TO DL-REASON
002490             GO TO 2200-EXIT
002500     END-READ.
002510     IF NOT OA-ACTIVE OR OA-AUTH-SEC NOT = "Y"
002520         MOVE 'Y' TO WS-REJECT-SW
002530         MOVE "KEYED-BY LACKS SEC AUTHORITY" TO DL-REASON
002540     END-IF.
002550 2200-EXIT.
002560     EXIT.
002570*----------------------------------------------------------------
002580*    2250-CHECK-CODES - STATUS A OR R, EVERY FLAG Y OR N
002590*    (SPACES ALLOWED - THEY MEAN N ON AN ADD, LEAVE ALONE ON
002600*    A CHANGE)
002610*----------------------------------------------------------------
002620 2250-CHECK-CODES.
002630     IF OT-ACTION-DELETE
002640         GO TO 2250-EXIT
002650     END-IF.
002660     IF OT-STATUS NOT = SPACE AND OT-STATUS NOT = "A"
002670        AND OT-STATUS NOT = "R"
002680         MOVE 'Y' TO WS-REJECT-SW
002690         MOVE "STATUS MUST BE A OR R" TO DL-REASON
002700         GO TO 2250-EXIT
002710     END-IF.
002720     MOVE OT-AUTHORITY TO WS-FLAG-CHECK.
002730     INSPECT WS-FLAG-CHECK CONVERTING "YN" TO "  ".
002740     IF WS-FLAG-CHECK NOT = SPACES
002750         MOVE 'Y' TO WS-REJECT-SW
002760         MOVE "AUTHORITY FLAGS MUST BE Y OR N" TO DL-REASON
002770     END-IF.
002780 2250-EXIT.
002790     EXIT.
002800*----------------------------------------------------------------
002810*    2300-APPLY-ADD - SET UP A NEW OPERATOR
002820*----------------------------------------------------------------
002830 2300-APPLY-ADD.
002840     IF WS-ON-FILE
002850         MOVE 'Y' TO WS-REJECT-SW
002860         MOVE "DUPLICATE ADD - ALREADY EXISTS" TO DL-REASON
002870         GO TO 2300-EXIT
002880     END-IF.
002890     IF OT-NAME = SPACES
002900         MOVE 'Y' TO WS-REJECT-SW
002910         MOVE "ADD NEEDS AN OPERATOR NAME" TO DL-REASON
002920         GO TO 2300-EXIT
002930     END-IF.
002940     INITIALIZE OPERATOR-AUTHORITY-RECORD.
002950     MOVE OT-OPER-ID TO OA-OPER-ID.
002960     MOVE OT-NAME    TO OA-NAME.
002970     MOVE "A"        TO OA-STATUS.
002980     MOVE "NNNNNN"   TO OA-AUTHORITY.
002990     PERFORM 2600-APPLY-FIELDS THRU 2600-EXIT.
003000     WRITE OPERATOR-AUTHORITY-RECORD.
003010     IF WS-OPA-STATUS NOT = "00" AND WS-OPA-STATUS NOT = "02"
003020         MOVE 'Y' TO WS-REJECT-SW
003030         MOVE "AUTHORITY WRITE FAILED" TO DL-REASON
003040         GO TO 2300-EXIT
003050     END-IF.
003060     MOVE 'N' TO WS-EMPTY-FILE-SW.
003070     ADD 1 TO WS-RECS-ADDED.
003080 2300-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------
003110*    2400-APPLY-CHANGE - ALTER AN OPERATOR ON FILE
003120*----------------------------------------------------------------
003130 2400-APPLY-CHANGE.
003140     IF NOT WS-ON-FILE
003150         MOVE 'Y' TO WS-REJECT-SW
003160         MOVE "CHANGE - OPERATOR NOT ON FILE" TO DL-REASON
003170         GO TO 2400-EXIT
003180     END-IF.
003190     PERFORM 2600-APPLY-FIELDS THRU 2600-EXIT.
003200     REWRITE OPERATOR-AUTHORITY-RECORD.
003210     ADD 1 TO WS-RECS-CHANGED.
003220 2400-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------
003250*    2500-APPLY-DELETE - REMOVE AN OPERATOR FROM THE FILE
003260*----------------------------------------------------------------
003270 2500-APPLY-DELETE.
003280     IF NOT WS-ON-FILE
003290         MOVE 'Y' TO WS-REJECT-SW
003300         MOVE "DELETE - OPERATOR NOT ON FILE" TO DL-REASON
003310         GO TO 2500-EXIT
003320     END-IF.
003330     DELETE OPER-AUTH-FILE.
003340     IF WS-OPA-STATUS NOT = "00"
003350         MOVE 'Y' TO WS-REJECT-SW
003360         MOVE "AUTHORITY DELETE FAILED" TO DL-REASON
003370         GO TO 2500-EXIT
003380     END-IF.
003390     ADD 1 TO WS-RECS-DELETED.
003400 2500-EXIT.
003410     EXIT.
003420*----------------------------------------------------------------
003430*    2600-APPLY-FIELDS - MOVE EVERY NON-BLANK FIELD OF THE
003440*    TRANSACTION ONTO THE RECORD AND STAMP WHO AND WHEN
003450*----------------------------------------------------------------
003460 2600-APPLY-FIELDS.
003470     IF OT-NAME NOT = SPACES
003480         MOVE OT-NAME TO OA-NAME
003490     END-IF.
003500     IF OT-STATUS NOT = SPACE
003510         MOVE OT-STATUS TO OA-STATUS
003520     END-IF.
003530     IF OT-AUTH-MNT NOT = SPACE
003540         MOVE OT-AUTH-MNT TO OA-AUTH-MNT
003550     END-IF.
003560     IF OT-AUTH-PRC NOT = SPACE
003570         MOVE OT-AUTH-PRC TO OA-AUTH-PRC
003580     END-IF.
003590     IF OT-AUTH-CST NOT = SPACE
003600         MOVE OT-AUTH-CST TO OA-AUTH-CST
003610     END-IF.
003620     IF OT-AUTH-APR NOT = SPACE
003630         MOVE OT-AUTH-APR TO OA-AUTH-APR
003640     END-IF.
003650     IF OT-AUTH-SEC NOT = SPACE
003660         MOVE OT-AUTH-SEC TO OA-AUTH-SEC
003670     END-IF.
003672     IF OT-AUTH-OTB NOT = SPACE
003674         MOVE OT-AUTH-OTB TO OA-AUTH-OTB
003676     END-IF.
003680     MOVE WS-BUS-DATE TO OA-DATE-CHANGED.
003690     MOVE OT-KEYED-BY TO OA-CHANGED-BY.
003700 2600-EXIT.
003710     EXIT.
003720*----------------------------------------------------------------
003730*    3000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
003740*----------------------------------------------------------------
003750 3000-TERMINATE.
003760     CLOSE OPER-TRANS-FILE.
003770     CLOSE OPER-AUTH-FILE.
003780     MOVE WS-RECS-REJECTED TO SL-REJECTED.
003790     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
003800     CLOSE PRINT-FILE.
003810     DISPLAY "COGSOMNT - RECORDS READ  = " WS-RECS-READ.
003820     DISPLAY "COGSOMNT - OPERS ADDED   = " WS-RECS-ADDED.
003830     DISPLAY "COGSOMNT - OPERS CHANGED = " WS-RECS-CHANGED.
003840     DISPLAY "COGSOMNT - OPERS DELETED = " WS-RECS-DELETED.
003850     DISPLAY "COGSOMNT - REJECTED      = " WS-RECS-REJECTED.
003860 3000-EXIT.
003870     EXIT.
