000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSRVRG.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSRVRG IS THE RETURN-TO-VENDOR REGISTER.  COGSRTRN       *
000090*   OPENS AN RTV ON COGSRTVF FOR EVERY DISPOSITION-V RETURN    *
000100*   AND SENDS A CREDIT MEMO TO ACCOUNTS PAYABLE; THE VENDOR'S  *
000110*   OWN CREDIT ARRIVES DAYS OR WEEKS LATER.  ACCOUNTS PAYABLE  *
000120*   KEYS EACH ONE ON COGSRVCI (COGSRVCX LAYOUT) AND THIS       *
000130*   PROGRAM APPLIES IT - THE RTV MUST EXIST, BE OPEN AND       *
000140*   BELONG TO THAT VENDOR - CLOSING THE RTV AND PRINTING ANY   *
000150*   DIFFERENCE BETWEEN WHAT THE VENDOR CREDITED AND THE        *
000160*   VALUE AT COST WE RETURNED.  IT THEN LISTS EVERY RTV THE    *
000170*   VENDOR HAS STILL NOT CREDITED, AGED IN BUSINESS DAYS       *
000180*   THROUGH THE COGSDATE BDIF FUNCTION, SO PURCHASING CAN      *
000190*   CHASE THE MONEY.                                           *
000200*                                                              *
000210*   MODIFICATION HISTORY                                      *
000220*   2026-10-05  DHH  INITIAL VERSION                           *
000230****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.  IBM-370.
000270 OBJECT-COMPUTER.  IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT RTV-FILE ASSIGN TO COGSRTVF
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS RV-RTV-NUMBER
000340         FILE STATUS IS WS-RTV-STATUS.
000350     SELECT CREDIT-TRANS-FILE ASSIGN TO COGSRVCI
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-CRD-STATUS.
000380     SELECT PRINT-FILE ASSIGN TO COGSRVR1
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-PRT-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  RTV-FILE
000440     RECORDING MODE IS F
000450     RECORD CONTAINS 100 CHARACTERS
000460     LABEL RECORDS ARE STANDARD.
000470 COPY COGSRVFR.
000480 FD  CREDIT-TRANS-FILE
000490     RECORDING MODE IS F
000500     RECORD CONTAINS 40 CHARACTERS
000510     LABEL RECORDS ARE STANDARD.
000520 COPY COGSRVCX.
000530 FD  PRINT-FILE
000540     RECORDING MODE IS F
000550     RECORD CONTAINS 132 CHARACTERS
000560     LABEL RECORDS ARE STANDARD.
000570 01  PRINT-RECORD                PIC X(132).
000580 WORKING-STORAGE SECTION.
000590 77  WS-RTV-STATUS               PIC X(02) VALUE SPACES.
000600 77  WS-CRD-STATUS               PIC X(02) VALUE SPACES.
000610 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000620 77  WS-CRDS-READ                PIC 9(07) COMP VALUE ZERO.
000630 77  WS-CRDS-APPLIED             PIC 9(07) COMP VALUE ZERO.
000640 77  WS-CRDS-REJECTED            PIC 9(07) COMP VALUE ZERO.
000650 77  WS-RTVS-OPEN                PIC 9(07) COMP VALUE ZERO.
000660 77  WS-RTVS-OLD                 PIC 9(07) COMP VALUE ZERO.
000670 77  WS-TOT-APPLIED              PIC 9(09)V9(02) VALUE ZERO.
000680 77  WS-TOT-VARIANCE             PIC S9(09)V9(02) VALUE ZERO.
000690 77  WS-TOT-OPEN                 PIC 9(09)V9(02) VALUE ZERO.
000700 77  WS-VARIANCE                 PIC S9(07)V9(02) VALUE ZERO.
000710 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000720 77  WS-AGE-LIMIT                PIC 9(03) VALUE 20.
000730 77  WS-DAYS-OLD                 PIC 9(05) VALUE ZERO.
000740 COPY COGSDATP.
000750 01  WS-SWITCHES.
000760     05  WS-RTV-EOF-SW           PIC X(01) VALUE 'N'.
000770         88  WS-RTV-EOF                     VALUE 'Y'.
000780     05  WS-CRD-EOF-SW           PIC X(01) VALUE 'N'.
000790         88  WS-CRD-EOF                     VALUE 'Y'.
000800     05  WS-CRD-OPEN-SW          PIC X(01) VALUE 'N'.
000810         88  WS-CRD-OPEN                    VALUE 'Y'.
000820     05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
000830         88  WS-REJECTED                    VALUE 'Y'.
000840 01  WS-HEADING-1.
000850     05  FILLER                  PIC X(44)
000860         VALUE "COGSWORTH RETURN-TO-VENDOR REGISTER        ".
000870     05  FILLER                  PIC X(15)
000880         VALUE "BUSINESS DATE  ".
000890     05  H1-DATE                 PIC 9(08).
000900     05  FILLER                  PIC X(22)
000910         VALUE "   FLAGGED PAST      ".
000920     05  H1-LIMIT                PIC ZZ9.
000930     05  FILLER                  PIC X(14)
000940         VALUE " BUSINESS DAYS".
000950 01  WS-HEADING-2.
000960     05  FILLER                  PIC X(40)
000970         VALUE "VENDOR CREDITS APPLIED".
000980 01  WS-HEADING-3.
000990     05  FILLER                  PIC X(09) VALUE "RTV-NUM  ".
001000     05  FILLER                  PIC X(08) VALUE "VENDOR  ".
001010     05  FILLER                  PIC X(12) VALUE "CREDIT MEMO ".
001020     05  FILLER                  PIC X(14)
001030         VALUE "   RETURNED AT".
001040     05  FILLER                  PIC X(16)
001050         VALUE "      CREDITED  ".
001060     05  FILLER                  PIC X(16)
001070         VALUE "      VARIANCE  ".
001080     05  FILLER                  PIC X(30) VALUE "RESULT".
001090 01  WS-CREDIT-LINE.
001100     05  CL-RTV-NUMBER           PIC X(07).
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  CL-VNDR                 PIC X(08).
001130     05  CL-CREDIT-MEMO          PIC X(12).
001140     05  CL-RETURNED             PIC ZZZ,ZZZ,ZZ9.99.
001150     05  FILLER                  PIC X(02) VALUE SPACES.
001160     05  CL-CREDITED             PIC ZZZ,ZZZ,ZZ9.99.
001170     05  FILLER                  PIC X(02) VALUE SPACES.
001180     05  CL-VARIANCE             PIC ---,---,--9.99.
001190     05  FILLER                  PIC X(02) VALUE SPACES.
001200     05  CL-RESULT               PIC X(30).
001210 01  WS-HEADING-4.
001220     05  FILLER                  PIC X(40)
001230         VALUE "RETURNS NOT YET CREDITED BY THE VENDOR".
001240 01  WS-HEADING-5.
001250     05  FILLER                  PIC X(09) VALUE "RTV-NUM  ".
001260     05  FILLER                  PIC X(08) VALUE "VENDOR  ".
001270     05  FILLER                  PIC X(12) VALUE "DESCRIPTION ".
001280     05  FILLER                  PIC X(06) VALUE "STORE ".
001290     05  FILLER                  PIC X(10) VALUE "RETURNED  ".
001300     05  FILLER                  PIC X(08) VALUE "     QTY".
001310     05  FILLER                  PIC X(16)
001320         VALUE "   VALUE AT COST".
001330     05  FILLER                  PIC X(10) VALUE "  DAYS OLD".
001340     05  FILLER                  PIC X(10) VALUE "  FLAG".
001350 01  WS-DETAIL-LINE.
001360     05  DL-RTV-NUMBER           PIC 9(07).
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  DL-VNDR                 PIC X(08).
001390     05  DL-DESC                 PIC X(12).
001400     05  DL-STORE                PIC ZZ9.
001410     05  FILLER                  PIC X(03) VALUE SPACES.
001420     05  DL-DATE                 PIC 9(08).
001430     05  FILLER                  PIC X(02) VALUE SPACES.
001440     05  DL-QTY                  PIC ZZ,ZZ9.
001450     05  FILLER                  PIC X(04) VALUE SPACES.
001460     05  DL-VALUE                PIC ZZZ,ZZ9.99.
001470     05  FILLER                  PIC X(06) VALUE SPACES.
001480     05  DL-DAYS                 PIC ZZ,ZZ9.
001490     05  FILLER                  PIC X(04) VALUE SPACES.
001500     05  DL-FLAG                 PIC X(10).
001510 01  WS-SUMMARY-LINE.
001520     05  SL-LABEL                PIC X(30).
001530     05  SL-COUNT                PIC ZZZ,ZZ9.
001540     05  FILLER                  PIC X(03) VALUE SPACES.
001550     05  SL-VALUE                PIC ---,---,--9.99.
001560 PROCEDURE DIVISION.
001570*----------------------------------------------------------------
001580*    0000-MAINLINE - PROGRAM CONTROL
001590*----------------------------------------------------------------
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620     PERFORM 2000-APPLY-CREDITS THRU 2000-EXIT.
001630     PERFORM 3000-LIST-OPEN-RTVS THRU 3000-EXIT.
001640     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001650     STOP RUN.
001660*----------------------------------------------------------------
001670*    1000-INITIALIZE - OPEN FILES, PRINT HEADINGS
001680*----------------------------------------------------------------
001690 1000-INITIALIZE.
001700     DISPLAY "COGSRVRG STARTING - RETURN-TO-VENDOR REGISTER".
001710     MOVE "BUSD" TO CDP-FUNCTION.
001720     CALL "COGSDATE" USING DATE-CALL-PARMS.
001730     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001740     OPEN I-O RTV-FILE.
001750     IF WS-RTV-STATUS = "35"
001760         DISPLAY "COGSRVRG - NO COGSRTVF YET - NO RETURNS TO "
001770                 "VENDOR ON FILE"
001780         STOP RUN
001790     END-IF.
001800     IF WS-RTV-STATUS NOT = "00"
001810         DISPLAY "COGSRVRG - UNABLE TO OPEN COGSRTVF, STATUS = "
001820                 WS-RTV-STATUS
001830         MOVE 16 TO RETURN-CODE
001840         STOP RUN
001850     END-IF.
001860     OPEN OUTPUT PRINT-FILE.
001870     IF WS-PRT-STATUS NOT = "00"
001880         DISPLAY "COGSRVRG - UNABLE TO OPEN COGSRVR1, STATUS = "
001890                 WS-PRT-STATUS
001900         MOVE 16 TO RETURN-CODE
001910         STOP RUN
001920     END-IF.
001930     OPEN INPUT CREDIT-TRANS-FILE.
001940     IF WS-CRD-STATUS = "00"
001950         MOVE 'Y' TO WS-CRD-OPEN-SW
001960     ELSE
001970         DISPLAY "COGSRVRG - NO COGSRVCI, STATUS = "
001980                 WS-CRD-STATUS " - NO VENDOR CREDITS APPLIED"
001990     END-IF.
002000     MOVE WS-BUS-DATE  TO H1-DATE.
002010     MOVE WS-AGE-LIMIT TO H1-LIMIT.
002020     WRITE PRINT-RECORD FROM WS-HEADING-1.
002030 1000-EXIT.
002040     EXIT.
002050*----------------------------------------------------------------
002060*    2000-APPLY-CREDITS - FIRST SECTION, EVERY COGSRVCI CREDIT
002070*    APPLIED OR REJECTED
002080*----------------------------------------------------------------
002090 2000-APPLY-CREDITS.
002100     IF NOT WS-CRD-OPEN
002110         GO TO 2000-EXIT
002120     END-IF.
002130     WRITE PRINT-RECORD FROM WS-HEADING-2.
002140     WRITE PRINT-RECORD FROM WS-HEADING-3.
002150     PERFORM 2100-APPLY-ONE-CREDIT THRU 2100-EXIT
002160         UNTIL WS-CRD-EOF.
002170     MOVE "VENDOR CREDITS APPLIED      =" TO SL-LABEL.
002180     MOVE WS-CRDS-APPLIED TO SL-COUNT.
002190     MOVE WS-TOT-APPLIED  TO SL-VALUE.
002200     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
002210     MOVE "CREDITED LESS RETURNED      =" TO SL-LABEL.
002220     MOVE ZERO            TO SL-COUNT.
002230     MOVE WS-TOT-VARIANCE TO SL-VALUE.
002240     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
002250     MOVE "VENDOR CREDITS REJECTED     =" TO SL-LABEL.
002260     MOVE WS-CRDS-REJECTED TO SL-COUNT.
002270     MOVE ZERO             TO SL-VALUE.
002280     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
002290     MOVE SPACES TO PRINT-RECORD.
002300     WRITE PRINT-RECORD.
002310 2000-EXIT.
002320     EXIT.
002330*----------------------------------------------------------------
002340*    2100-APPLY-ONE-CREDIT - PROVE THE CREDIT AGAINST ITS RTV
002350*    AND CLOSE THE RTV
002360*----------------------------------------------------------------
002370 2100-APPLY-ONE-CREDIT.
002380     READ CREDIT-TRANS-FILE
002390         AT END
002400             MOVE 'Y' TO WS-CRD-EOF-SW
002410             GO TO 2100-EXIT
002420     END-READ.
002430     ADD 1 TO WS-CRDS-READ.
002440     MOVE 'N' TO WS-REJECT-SW.
002450     MOVE SPACES TO CL-RESULT.
002460     MOVE ZERO TO CL-RETURNED CL-CREDITED CL-VARIANCE.
002470     MOVE VC-RTV-NUMBER-X TO CL-RTV-NUMBER.
002480     MOVE VC-VNDR         TO CL-VNDR.
002490     MOVE VC-CREDIT-MEMO  TO CL-CREDIT-MEMO.
002500     PERFORM 2200-EDIT-CREDIT THRU 2200-EXIT.
002510     IF WS-REJECTED
002520         ADD 1 TO WS-CRDS-REJECTED
002530         WRITE PRINT-RECORD FROM WS-CREDIT-LINE
002540         GO TO 2100-EXIT
002550     END-IF.
002560     COMPUTE WS-VARIANCE = VC-AMOUNT - RV-EXT-VALUE.
002570     MOVE "C"            TO RV-STATUS.
002580     MOVE WS-BUS-DATE    TO RV-DATE-CREDITED.
002590     MOVE VC-AMOUNT      TO RV-AMT-CREDITED.
002600     MOVE VC-CREDIT-MEMO TO RV-CREDIT-MEMO.
002610     REWRITE RTV-RECORD
002620         INVALID KEY
002630             DISPLAY "COGSRVRG - REWRITE FAILED FOR RTV "
002640                     RV-RTV-NUMBER ", STATUS = " WS-RTV-STATUS
002650             MOVE 'Y' TO WS-REJECT-SW
002660             MOVE "RTV NOT UPDATED" TO CL-RESULT
002670     END-REWRITE.
002680     IF WS-REJECTED
002690         ADD 1 TO WS-CRDS-REJECTED
002700         WRITE PRINT-RECORD FROM WS-CREDIT-LINE
002710         GO TO 2100-EXIT
002720     END-IF.
002730     ADD 1 TO WS-CRDS-APPLIED.
002740     ADD VC-AMOUNT   TO WS-TOT-APPLIED.
002750     ADD WS-VARIANCE TO WS-TOT-VARIANCE.
002760     MOVE RV-EXT-VALUE TO CL-RETURNED.
002770     MOVE VC-AMOUNT    TO CL-CREDITED.
002780     MOVE WS-VARIANCE  TO CL-VARIANCE.
002790     IF WS-VARIANCE = ZERO
002800         MOVE "APPLIED" TO CL-RESULT
002810     ELSE
002820         MOVE "APPLIED - CREDIT DIFFERS" TO CL-RESULT
002830     END-IF.
002840     WRITE PRINT-RECORD FROM WS-CREDIT-LINE.
002850 2100-EXIT.
002860     EXIT.
002870*----------------------------------------------------------------
002880*    2200-EDIT-CREDIT - RTV ON FILE, STILL OPEN, SAME VENDOR,
002890*    AMOUNT NUMERIC
002900*----------------------------------------------------------------
002910 2200-EDIT-CREDIT.
002920     IF VC-RTV-NUMBER-X NOT NUMERIC
002930         MOVE 'Y' TO WS-REJECT-SW
002940         MOVE "RTV NUMBER NOT NUMERIC" TO CL-RESULT
002950         GO TO 2200-EXIT
002960     END-IF.
002970     IF VC-AMOUNT-X NOT NUMERIC
002980         MOVE 'Y' TO WS-REJECT-SW
002990         MOVE "CREDIT AMOUNT NOT NUMERIC" TO CL-RESULT
003000         GO TO 2200-EXIT
003010     END-IF.
003020     MOVE VC-RTV-NUMBER TO RV-RTV-NUMBER.
003030     READ RTV-FILE
003040         INVALID KEY
003050             MOVE 'Y' TO WS-REJECT-SW
003060             MOVE "RTV NOT ON FILE" TO CL-RESULT
003070             GO TO 2200-EXIT
003080     END-READ.
003090     IF RV-VNDR NOT = VC-VNDR
003100         MOVE 'Y' TO WS-REJECT-SW
003110         MOVE "VENDOR DOES NOT MATCH RTV" TO CL-RESULT
003120         GO TO 2200-EXIT
003130     END-IF.
003140     IF NOT RV-OPEN
003150         MOVE 'Y' TO WS-REJECT-SW
003160         MOVE "RTV ALREADY CREDITED" TO CL-RESULT
003170         GO TO 2200-EXIT
003180     END-IF.
003190 2200-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------
003220*    3000-LIST-OPEN-RTVS - SECOND SECTION, EVERY RTV THE
003230*    VENDOR HAS NOT YET CREDITED
003240*----------------------------------------------------------------
003250 3000-LIST-OPEN-RTVS.
003260     WRITE PRINT-RECORD FROM WS-HEADING-4.
003270     WRITE PRINT-RECORD FROM WS-HEADING-5.
003280     MOVE ZERO TO RV-RTV-NUMBER.
003290     START RTV-FILE KEY IS NOT LESS THAN RV-RTV-NUMBER
003300         INVALID KEY
003310             MOVE 'Y' TO WS-RTV-EOF-SW
003320     END-START.
003330     PERFORM 3100-LIST-ONE-RTV THRU 3100-EXIT
003340         UNTIL WS-RTV-EOF.
003350     MOVE "RETURNS NOT CREDITED        =" TO SL-LABEL.
003360     MOVE WS-RTVS-OPEN TO SL-COUNT.
003370     MOVE WS-TOT-OPEN  TO SL-VALUE.
003380     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
003390 3000-EXIT.
003400     EXIT.
003410*----------------------------------------------------------------
003420*    3100-LIST-ONE-RTV - ONE OPEN RTV AGED FROM ITS RETURN DATE
003430*----------------------------------------------------------------
003440 3100-LIST-ONE-RTV.
003450     READ RTV-FILE NEXT RECORD
003460         AT END
003470             MOVE 'Y' TO WS-RTV-EOF-SW
003480             GO TO 3100-EXIT
003490     END-READ.
003500     IF NOT RV-OPEN
003510         GO TO 3100-EXIT
003520     END-IF.
003530     ADD 1 TO WS-RTVS-OPEN.
003540     ADD RV-EXT-VALUE TO WS-TOT-OPEN.
003550     PERFORM 3200-BUSINESS-DAYS-OLD THRU 3200-EXIT.
003560     MOVE RV-RTV-NUMBER    TO DL-RTV-NUMBER.
003570     MOVE RV-VNDR          TO DL-VNDR.
003580     MOVE RV-DESC          TO DL-DESC.
003590     MOVE RV-STORE         TO DL-STORE.
003600     MOVE RV-DATE-RETURNED TO DL-DATE.
003610     MOVE RV-QTY           TO DL-QTY.
003620     MOVE RV-EXT-VALUE     TO DL-VALUE.
003630     MOVE WS-DAYS-OLD      TO DL-DAYS.
003640     IF WS-DAYS-OLD > WS-AGE-LIMIT
003650         MOVE "** OLD **" TO DL-FLAG
003660         ADD 1 TO WS-RTVS-OLD
003670     ELSE
003680         MOVE SPACES TO DL-FLAG
003690     END-IF.
003700     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
003710 3100-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740*    3200-BUSINESS-DAYS-OLD - BDIF FROM THE RETURN DATE TO THE
003750*    BUSINESS DATE, ZERO IF THE CALENDAR CANNOT SAY
003760*----------------------------------------------------------------
003770 3200-BUSINESS-DAYS-OLD.
003780     MOVE ZERO TO WS-DAYS-OLD.
003790     IF RV-DATE-RETURNED NOT < WS-BUS-DATE
003800         GO TO 3200-EXIT
003810     END-IF.
003820     MOVE "BDIF" TO CDP-FUNCTION.
003830     MOVE RV-DATE-RETURNED TO CDP-DATE-IN.
003840     MOVE WS-BUS-DATE TO CDP-DATE-IN2.
003850     CALL "COGSDATE" USING DATE-CALL-PARMS.
003860     IF CDP-RETURN-STATUS = "00"
003870         MOVE CDP-DAYS-OUT TO WS-DAYS-OLD
003880     END-IF.
003890 3200-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------
003920*    8000-TERMINATE - CLOSE FILES
003930*----------------------------------------------------------------
003940 8000-TERMINATE.
003950     CLOSE RTV-FILE.
003960     IF WS-CRD-OPEN
003970         CLOSE CREDIT-TRANS-FILE
003980     END-IF.
003990     CLOSE PRINT-FILE.
004000     DISPLAY "COGSRVRG - VENDOR CREDITS READ  = " WS-CRDS-READ.
004010     DISPLAY "COGSRVRG - CREDITS APPLIED      = "
004020             WS-CRDS-APPLIED.
004030     DISPLAY "COGSRVRG - CREDITS REJECTED     = "
004040             WS-CRDS-REJECTED.
004050     DISPLAY "COGSRVRG - RTVS NOT CREDITED    = " WS-RTVS-OPEN.
004060     DISPLAY "COGSRVRG - RTVS PAST LIMIT      = " WS-RTVS-OLD.
004070 8000-EXIT.
004080     EXIT.
