000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSBREC.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSBREC PROVES THE COGSBIN BIN LOCATIONS AGAINST THE      *
000090*   COGSSTOR SHELF.  FOR EVERY STORE THAT KEEPS ANY BINS, THE  *
000100*   BINS OF EACH PRODUCT SHOULD ADD UP TO ITS ST-QOH; THEY     *
000110*   DRIFT WHEN STOCK MOVES ON THE SHELF WITHOUT GOING THROUGH  *
000120*   THE BIN SERVICE (SALES, RETURNS, COUNTS, ADJUSTMENTS) OR   *
000130*   A RECEIPT FINDS NO PRIMARY BIN.  THE FIRST PASS TOTALS THE *
000140*   BINS BY STORE AND PRODUCT AND LISTS EVERY PRODUCT WHOSE    *
000150*   BINS DO NOT FOOT TO THE SHELF, IS NOT ON COGSSTOR AT ALL   *
000160*   OR HAS NO PRIMARY BIN FOR ITS PUT-AWAY.  THE SECOND PASS   *
000170*   SWEEPS COGSSTOR AND LISTS STOCK ON HAND IN A BINNED STORE  *
000180*   WITH NO BIN TO FIND IT IN.  STORES WITH NO BINS AT ALL ARE *
000190*   NOT CHECKED.  DIFFERENCES ARE CLEARED WITH A COGSBMNT      *
000200*   RECOUNT (CHG) OR A SHELF COUNT.                            *
000210*                                                              *
000220*   MODIFICATION HISTORY                                      *
000230*   2026-10-05  DHH  INITIAL VERSION                           *
000240****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.  IBM-370.
000280 OBJECT-COMPUTER.  IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT BIN-LOCATION-FILE ASSIGN TO COGSBIN
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS BN-KEY
000350         FILE STATUS IS WS-BIN-STATUS.
000360     SELECT STORE-INVENTORY-FILE ASSIGN TO COGSSTOR
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS ST-KEY
000400         FILE STATUS IS WS-STO-STATUS.
000410     SELECT PRINT-FILE ASSIGN TO COGSBRC1
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-PRT-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  BIN-LOCATION-FILE
000470     RECORDING MODE IS F
000480     RECORD CONTAINS 50 CHARACTERS
000490     LABEL RECORDS ARE STANDARD.
000500 COPY COGSBINR.
000510 FD  STORE-INVENTORY-FILE
000520     RECORDING MODE IS F
000530     RECORD CONTAINS 40 CHARACTERS
000540     LABEL RECORDS ARE STANDARD.
000550 COPY COGSSTOR.
000560 FD  PRINT-FILE
000570     RECORDING MODE IS F
000580     RECORD CONTAINS 132 CHARACTERS
000590     LABEL RECORDS ARE STANDARD.
000600 01  PRINT-RECORD                PIC X(132).
000610 WORKING-STORAGE SECTION.
000620 77  WS-BIN-STATUS               PIC X(02) VALUE SPACES.
000630 77  WS-STO-STATUS               PIC X(02) VALUE SPACES.
000640 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000650 77  WS-BINS-READ                PIC 9(07) COMP VALUE ZERO.
000660 77  WS-PRODUCTS-CHECKED         PIC 9(07) COMP VALUE ZERO.
000670 77  WS-SHELVES-READ             PIC 9(07) COMP VALUE ZERO.
000680 77  WS-EXCEPTIONS               PIC 9(07) COMP VALUE ZERO.
000690 77  WS-GRP-BINS                 PIC 9(05) COMP VALUE ZERO.
000700 77  WS-GRP-PRIMARIES            PIC 9(05) COMP VALUE ZERO.
000710 77  WS-GRP-TOTAL                PIC 9(09) VALUE ZERO.
000720 77  WS-DIFFERENCE               PIC S9(09) VALUE ZERO.
000730 77  WS-STORE-SUB                PIC 9(04) COMP VALUE ZERO.
000740 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000750 01  WS-GRP-KEY.
000760     05  WS-GRP-STORE            PIC 9(03) VALUE ZERO.
000770     05  WS-GRP-DESC             PIC X(10) VALUE SPACES.
000780 01  WS-SWITCHES.
000790     05  WS-BIN-EOF-SW           PIC X(01) VALUE 'N'.
000800         88  WS-BIN-EOF                     VALUE 'Y'.
000810     05  WS-STO-EOF-SW           PIC X(01) VALUE 'N'.
000820         88  WS-STO-EOF                     VALUE 'Y'.
000830     05  WS-BIN-OPEN-SW          PIC X(01) VALUE 'N'.
000840         88  WS-BIN-OPEN                    VALUE 'Y'.
000850 01  WS-BINNED-STORES.
000860     05  WS-BINNED-SW            PIC X(01) OCCURS 1000 TIMES.
000870 COPY COGSDATP.
000880 01  WS-HEADING-1.
000890     05  FILLER                  PIC X(44)
000900         VALUE "COGSWORTH BIN LOCATION RECONCILIATION".
000910     05  FILLER                  PIC X(14) VALUE "BUSINESS DATE ".
000920     05  H1-BUS-DATE             PIC 9(08).
000930 01  WS-HEADING-2.
000940     05  FILLER                  PIC X(07) VALUE "STORE  ".
000950     05  FILLER                  PIC X(12) VALUE "DESCRIPTION ".
000960     05  FILLER                  PIC X(06) VALUE "  BINS".
000970     05  FILLER                  PIC X(12) VALUE "   BIN TOTAL".
000980     05  FILLER                  PIC X(12) VALUE "   SHELF QOH".
000990     05  FILLER                  PIC X(13) VALUE "   DIFFERENCE".
001000     05  FILLER                  PIC X(02) VALUE SPACES.
001010     05  FILLER                  PIC X(30) VALUE "NOTE".
001020 01  WS-DETAIL-LINE.
001030     05  DL-STORE                PIC 9(03).
001040     05  FILLER                  PIC X(04) VALUE SPACES.
001050     05  DL-DESC                 PIC X(12).
001060     05  DL-BINS                 PIC ZZ,ZZ9.
001070     05  FILLER                  PIC X(01) VALUE SPACES.
001080     05  DL-BIN-TOTAL            PIC ZZ,ZZZ,ZZ9.
001090     05  FILLER                  PIC X(01) VALUE SPACES.
001100     05  DL-QOH                  PIC ZZ,ZZZ,ZZ9.
001110     05  FILLER                  PIC X(02) VALUE SPACES.
001120     05  DL-DIFFERENCE           PIC ZZ,ZZZ,ZZ9-.
001130     05  FILLER                  PIC X(02) VALUE SPACES.
001140     05  DL-NOTE                 PIC X(30).
001150 01  WS-SUMMARY-LINE.
001160     05  FILLER                  PIC X(26)
001170         VALUE "PRODUCTS IN BINS CHECKED =".
001180     05  SL-CHECKED              PIC ZZZ,ZZ9.
001190 01  WS-SUMMARY-LINE2.
001200     05  FILLER                  PIC X(26)
001210         VALUE "EXCEPTIONS LISTED        =".
001220     05  SL-EXCEPTIONS           PIC ZZZ,ZZ9.
001230 PROCEDURE DIVISION.
001240*----------------------------------------------------------------
001250*    0000-MAINLINE - PROGRAM CONTROL
001260*----------------------------------------------------------------
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001290     PERFORM 2100-READ-BIN THRU 2100-EXIT.
001300     PERFORM 2000-TOTAL-ONE-PRODUCT THRU 2000-EXIT
001310         UNTIL WS-BIN-EOF.
001320     PERFORM 3100-READ-SHELF THRU 3100-EXIT.
001330     PERFORM 3000-CHECK-ONE-SHELF THRU 3000-EXIT
001340         UNTIL WS-STO-EOF.
001350     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001360     STOP RUN.
001370*----------------------------------------------------------------
001380*    1000-INITIALIZE - OPEN FILES, PRINT HEADINGS
001390*----------------------------------------------------------------
001400 1000-INITIALIZE.
001410     DISPLAY "COGSBREC STARTING - BIN LOCATION RECONCILIATION".
001420     MOVE "BUSD" TO CDP-FUNCTION.
001430     CALL "COGSDATE" USING DATE-CALL-PARMS.
001440     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001450     MOVE ALL 'N' TO WS-BINNED-STORES.
001460     OPEN OUTPUT PRINT-FILE.
001470     IF WS-PRT-STATUS NOT = "00"
001480         DISPLAY "COGSBREC - UNABLE TO OPEN COGSBRC1, STATUS = "
001490                 WS-PRT-STATUS
001500         MOVE 16 TO RETURN-CODE
001510         STOP RUN
001520     END-IF.
001530     MOVE WS-BUS-DATE TO H1-BUS-DATE.
001540     WRITE PRINT-RECORD FROM WS-HEADING-1.
001550     WRITE PRINT-RECORD FROM WS-HEADING-2.
001560     OPEN INPUT BIN-LOCATION-FILE.
001570     IF WS-BIN-STATUS NOT = "00"
001580         DISPLAY "COGSBREC - NO COGSBIN BIN FILE, NOTHING TO "
001590                 "RECONCILE"
001600         PERFORM 8000-TERMINATE THRU 8000-EXIT
001610         STOP RUN
001620     END-IF.
001630     MOVE 'Y' TO WS-BIN-OPEN-SW.
001640     OPEN INPUT STORE-INVENTORY-FILE.
001650     IF WS-STO-STATUS NOT = "00"
001660         DISPLAY "COGSBREC - UNABLE TO OPEN COGSSTOR, STATUS = "
001670                 WS-STO-STATUS
001680         MOVE 16 TO RETURN-CODE
001690         STOP RUN
001700     END-IF.
001710 1000-EXIT.
001720     EXIT.
001730*----------------------------------------------------------------
001740*    2000-TOTAL-ONE-PRODUCT - ADD UP ONE STORE'S BINS OF ONE
001750*    PRODUCT AND PROVE THEM TO THE SHELF
001760*----------------------------------------------------------------
001770 2000-TOTAL-ONE-PRODUCT.
001780     MOVE BN-STORE TO WS-GRP-STORE.
001790     MOVE BN-DESC  TO WS-GRP-DESC.
001800     MOVE ZERO     TO WS-GRP-BINS.
001810     MOVE ZERO     TO WS-GRP-PRIMARIES.
001820     MOVE ZERO     TO WS-GRP-TOTAL.
001830     PERFORM 2200-ADD-ONE-BIN THRU 2200-EXIT
001840         UNTIL WS-BIN-EOF
001850            OR BN-STORE NOT = WS-GRP-STORE
001860            OR BN-DESC NOT = WS-GRP-DESC.
001870     ADD 1 TO WS-PRODUCTS-CHECKED.
001880     COMPUTE WS-STORE-SUB = WS-GRP-STORE + 1.
001890     MOVE 'Y' TO WS-BINNED-SW(WS-STORE-SUB).
001900     MOVE WS-GRP-STORE TO DL-STORE.
001910     MOVE WS-GRP-DESC  TO DL-DESC.
001920     MOVE WS-GRP-BINS  TO DL-BINS.
001930     MOVE WS-GRP-TOTAL TO DL-BIN-TOTAL.
001940     MOVE WS-GRP-DESC  TO ST-DESC.
001950     MOVE WS-GRP-STORE TO ST-STORE.
001960     READ STORE-INVENTORY-FILE
001970         INVALID KEY
001980             MOVE ZERO TO ST-QOH
001990             MOVE ZERO TO DL-QOH
002000             MOVE WS-GRP-TOTAL TO DL-DIFFERENCE
002010             MOVE "PRODUCT NOT ON COGSSTOR" TO DL-NOTE
002020             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002030             GO TO 2000-EXIT
002040     END-READ.
002050     MOVE ST-QOH TO DL-QOH.
002060     COMPUTE WS-DIFFERENCE = WS-GRP-TOTAL - ST-QOH.
002070     MOVE WS-DIFFERENCE TO DL-DIFFERENCE.
002080     IF WS-DIFFERENCE NOT = ZERO
002090         MOVE "BINS DO NOT FOOT TO SHELF" TO DL-NOTE
002100         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002110     END-IF.
002120     IF WS-GRP-PRIMARIES = ZERO
002130         MOVE "NO PRIMARY BIN FOR PUT-AWAY" TO DL-NOTE
002140         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002150     END-IF.
002160 2000-EXIT.
002170     EXIT.
002180*----------------------------------------------------------------
002190*    2100-READ-BIN - NEXT BIN IN STORE/PRODUCT/BIN ORDER
002200*----------------------------------------------------------------
002210 2100-READ-BIN.
002220     READ BIN-LOCATION-FILE NEXT RECORD
002230         AT END
002240             MOVE 'Y' TO WS-BIN-EOF-SW
002250             GO TO 2100-EXIT
002260     END-READ.
002270     ADD 1 TO WS-BINS-READ.
002280 2100-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------
002310*    2200-ADD-ONE-BIN - ONE BIN INTO THE PRODUCT'S TOTAL
002320*----------------------------------------------------------------
002330 2200-ADD-ONE-BIN.
002340     ADD 1      TO WS-GRP-BINS.
002350     ADD BN-QTY TO WS-GRP-TOTAL.
002360     IF BN-PRIMARY
002370         ADD 1 TO WS-GRP-PRIMARIES
002380     END-IF.
002390     PERFORM 2100-READ-BIN THRU 2100-EXIT.
002400 2200-EXIT.
002410     EXIT.
002420*----------------------------------------------------------------
002430*    2900-WRITE-EXCEPTION - ONE LINE ON THE REPORT
002440*----------------------------------------------------------------
002450 2900-WRITE-EXCEPTION.
002460     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
002470     ADD 1 TO WS-EXCEPTIONS.
002480 2900-EXIT.
002490     EXIT.
002500*----------------------------------------------------------------
002510*    3000-CHECK-ONE-SHELF - STOCK ON HAND IN A BINNED STORE
002520*    MUST BE IN AT LEAST ONE BIN
002530*----------------------------------------------------------------
002540 3000-CHECK-ONE-SHELF.
002550     COMPUTE WS-STORE-SUB = ST-STORE + 1.
002560     IF WS-BINNED-SW(WS-STORE-SUB) NOT = 'Y' OR ST-QOH = ZERO
002570         GO TO 3090-READ-NEXT
002580     END-IF.
002590     MOVE ST-STORE   TO BN-STORE.
002600     MOVE ST-DESC    TO BN-DESC.
002610     MOVE LOW-VALUES TO BN-BIN.
002620     START BIN-LOCATION-FILE KEY IS NOT < BN-KEY
002630         INVALID KEY
002640             GO TO 3050-LIST-NO-BIN
002650     END-START.
002660     READ BIN-LOCATION-FILE NEXT RECORD
002670         AT END
002680             GO TO 3050-LIST-NO-BIN
002690     END-READ.
002700     IF BN-STORE = ST-STORE AND BN-DESC = ST-DESC
002710         GO TO 3090-READ-NEXT
002720     END-IF.
002730 3050-LIST-NO-BIN.
002740     MOVE ST-STORE TO DL-STORE.
002750     MOVE ST-DESC  TO DL-DESC.
002760     MOVE ZERO     TO DL-BINS.
002770     MOVE ZERO     TO DL-BIN-TOTAL.
002780     MOVE ST-QOH   TO DL-QOH.
002790     COMPUTE WS-DIFFERENCE = ZERO - ST-QOH.
002800     MOVE WS-DIFFERENCE TO DL-DIFFERENCE.
002810     MOVE "ON HAND BUT IN NO BIN" TO DL-NOTE.
002820     PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT.
002830 3090-READ-NEXT.
002840     PERFORM 3100-READ-SHELF THRU 3100-EXIT.
002850 3000-EXIT.
002860     EXIT.
002870*----------------------------------------------------------------
002880*    3100-READ-SHELF - NEXT COGSSTOR RECORD
002890*----------------------------------------------------------------
002900 3100-READ-SHELF.
002910     READ STORE-INVENTORY-FILE NEXT RECORD
002920         AT END
002930             MOVE 'Y' TO WS-STO-EOF-SW
002940             GO TO 3100-EXIT
002950     END-READ.
002960     ADD 1 TO WS-SHELVES-READ.
002970 3100-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------
003000*    8000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
003010*----------------------------------------------------------------
003020 8000-TERMINATE.
003030     MOVE WS-PRODUCTS-CHECKED TO SL-CHECKED.
003040     MOVE WS-EXCEPTIONS       TO SL-EXCEPTIONS.
003050     MOVE SPACES TO PRINT-RECORD.
003060     WRITE PRINT-RECORD.
003070     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
003080     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE2.
003090     CLOSE PRINT-FILE.
003100     IF WS-BIN-OPEN
003110         CLOSE BIN-LOCATION-FILE
003120         CLOSE STORE-INVENTORY-FILE
003130     END-IF.
003140     DISPLAY "COGSBREC - BINS READ         = " WS-BINS-READ.
003150     DISPLAY "COGSBREC - PRODUCTS CHECKED  = "
003160             WS-PRODUCTS-CHECKED.
003170     DISPLAY "COGSBREC - SHELVES READ      = " WS-SHELVES-READ.
003180     DISPLAY "COGSBREC - EXCEPTIONS        = " WS-EXCEPTIONS.
003190 8000-EXIT.
003200     EXIT.
