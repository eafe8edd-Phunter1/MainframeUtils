000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSPICK.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSPICK PRINTS THE PICK LISTS FOR THE NIGHT'S COGSXFIN    *
000090*   TRANSFER BATCH - THE DOCK ALLOCATION COGSALOC WRITES AND   *
000100*   ANY TRANSFERS KEYED INTO THE SAME BATCH - SO THE PICKER    *
000110*   WALKS THE BUILDING ONCE PER DESTINATION STORE INSTEAD OF   *
000120*   HUNTING FOR EACH ITEM.  EVERY SHIP LINE IS NUMBERED BY ITS *
000130*   POSITION IN THE BATCH; THAT NUMBER IS WHAT COGSPKCF QUOTES *
000140*   TO CONFIRM A SHORT PICK.  EACH LINE IS SPREAD OVER THE     *
000150*   SENDING STORE'S COGSBIN BINS FOR THE PRODUCT IN WALK       *
000160*   ORDER, THE SAME WAY COGSBINS WILL DRAW THEM WHEN COGSXFER  *
000170*   SHIPS, TAKING ACCOUNT OF WHAT EARLIER LINES IN THE BATCH   *
000180*   HAVE ALREADY CLAIMED.  WHAT THE BINS CANNOT COVER IS       *
000190*   LISTED UNDER NO BIN AT THE END OF THE STORE'S LIST.  THE   *
000200*   LINES ARE SORTED BY DESTINATION STORE, SENDING STORE AND   *
000210*   BIN, AND EACH DESTINATION GETS ITS OWN LIST WITH A COLUMN  *
000220*   FOR THE QUANTITY ACTUALLY PICKED.  RECEIPTS ON THE BATCH   *
000230*   ARE SKIPPED, AS ARE LINES COGSXFER WOULD REFUSE FOR BAD    *
000240*   FIELDS.                                                    *
000250*                                                              *
000260*   MODIFICATION HISTORY                                      *
000270*   2026-10-05  DHH  INITIAL VERSION                           *
000280****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.  IBM-370.
000320 OBJECT-COMPUTER.  IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TRANSFER-TRANS-FILE ASSIGN TO COGSXFIN
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-TRN-STATUS.
000380     SELECT BIN-LOCATION-FILE ASSIGN TO COGSBIN
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS BN-KEY
000420         FILE STATUS IS WS-BIN-STATUS.
000430     SELECT PICK-WORK-FILE ASSIGN TO COGSPKW
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-WRK-STATUS.
000460     SELECT PICK-SORTED-FILE ASSIGN TO COGSPKS
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-SRT-STATUS.
000490     SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.
000500     SELECT PRINT-FILE ASSIGN TO COGSPKL1
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-PRT-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  TRANSFER-TRANS-FILE
000560     RECORDING MODE IS F
000570     RECORD CONTAINS 40 CHARACTERS
000580     BLOCK CONTAINS 0 RECORDS
000590     LABEL RECORDS ARE STANDARD.
000600 COPY COGSXFTX.
000610 FD  BIN-LOCATION-FILE
000620     RECORDING MODE IS F
000630     RECORD CONTAINS 50 CHARACTERS
000640     LABEL RECORDS ARE STANDARD.
000650 COPY COGSBINR.
000660 FD  PICK-WORK-FILE
000670     RECORDING MODE IS F
000680     RECORD CONTAINS 40 CHARACTERS
000690     BLOCK CONTAINS 0 RECORDS
000700     LABEL RECORDS ARE STANDARD.
000710 01  PICK-WORK-RECORD.
000720     05  PW-TO-STORE         PIC 9(03).
000730     05  PW-FROM-STORE       PIC 9(03).
000740     05  PW-BIN              PIC X(08).
000750     05  PW-DESC             PIC X(10).
000760     05  PW-LINE             PIC 9(05).
000770     05  PW-QTY              PIC 9(05).
000780     05  FILLER              PIC X(06).
000790 FD  PICK-SORTED-FILE
000800     RECORDING MODE IS F
000810     RECORD CONTAINS 40 CHARACTERS
000820     BLOCK CONTAINS 0 RECORDS
000830     LABEL RECORDS ARE STANDARD.
000840 01  PICK-SORTED-RECORD.
000850     05  PS-TO-STORE         PIC 9(03).
000860     05  PS-FROM-STORE       PIC 9(03).
000870     05  PS-BIN              PIC X(08).
000880     05  PS-DESC             PIC X(10).
000890     05  PS-LINE             PIC 9(05).
000900     05  PS-QTY              PIC 9(05).
000910     05  FILLER              PIC X(06).
000920 SD  SORT-WORK-FILE
000930     RECORD CONTAINS 40 CHARACTERS.
000940 01  SORT-PICK-RECORD.
000950     05  SP-TO-STORE         PIC 9(03).
000960     05  SP-FROM-STORE       PIC 9(03).
000970     05  SP-BIN              PIC X(08).
000980     05  SP-DESC             PIC X(10).
000990     05  SP-LINE             PIC 9(05).
001000     05  SP-QTY              PIC 9(05).
001010     05  FILLER              PIC X(06).
001020 FD  PRINT-FILE
001030     RECORDING MODE IS F
001040     RECORD CONTAINS 132 CHARACTERS
001050     LABEL RECORDS ARE STANDARD.
001060 01  PRINT-RECORD                PIC X(132).
001070 WORKING-STORAGE SECTION.
001080 77  WS-TRN-STATUS               PIC X(02) VALUE SPACES.
001090 77  WS-BIN-STATUS               PIC X(02) VALUE SPACES.
001100 77  WS-WRK-STATUS               PIC X(02) VALUE SPACES.
001110 77  WS-SRT-STATUS               PIC X(02) VALUE SPACES.
001120 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
001130 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
001140 77  WS-LINES-LISTED             PIC 9(07) COMP VALUE ZERO.
001150 77  WS-LINES-SKIPPED            PIC 9(07) COMP VALUE ZERO.
001160 77  WS-UNITS-BINNED             PIC 9(09) COMP VALUE ZERO.
001170 77  WS-UNITS-NO-BIN             PIC 9(09) COMP VALUE ZERO.
001180 77  WS-STORES-LISTED            PIC 9(05) COMP VALUE ZERO.
001190 77  WS-STORE-LINES              PIC 9(05) COMP VALUE ZERO.
001200 77  WS-STORE-UNITS              PIC 9(09) COMP VALUE ZERO.
001210 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
001220 77  WS-REMAINING                PIC 9(05) VALUE ZERO.
001230 77  WS-AVAILABLE                PIC S9(08) VALUE ZERO.
001240 77  WS-TAKE                     PIC 9(05) VALUE ZERO.
001250 77  WS-AT-SUB                   PIC 9(05) COMP VALUE ZERO.
001260 77  WS-AT-HIT                   PIC 9(05) COMP VALUE ZERO.
001270 77  WS-AT-COUNT                 PIC 9(05) COMP VALUE ZERO.
001280 77  WS-AT-MAX                   PIC 9(05) COMP VALUE 2000.
001290 77  WS-PREV-TO-STORE            PIC 9(03) VALUE ZERO.
001300 77  WS-PREV-FROM-STORE          PIC 9(03) VALUE ZERO.
001310 01  WS-SWITCHES.
001320     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001330         88  WS-EOF                         VALUE 'Y'.
001340     05  WS-SRT-EOF-SW           PIC X(01) VALUE 'N'.
001350         88  WS-SRT-EOF                     VALUE 'Y'.
001360     05  WS-BIN-EOF-SW           PIC X(01) VALUE 'N'.
001370         88  WS-BIN-EOF                     VALUE 'Y'.
001380     05  WS-BIN-OPEN-SW          PIC X(01) VALUE 'N'.
001390         88  WS-BIN-OPEN                    VALUE 'Y'.
001400     05  WS-STM-PRESENT-SW       PIC X(01) VALUE 'N'.
001410         88  WS-STM-PRESENT                 VALUE 'Y'.
001420     05  WS-FIRST-STORE-SW       PIC X(01) VALUE 'Y'.
001430         88  WS-FIRST-STORE                 VALUE 'Y'.
001440     05  WS-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
001450         88  WS-TABLE-FULL                  VALUE 'Y'.
001460 01  WS-CLAIMED-TABLE.
001470     05  WS-AT-ENTRY OCCURS 2000 TIMES.
001480         10  WS-AT-KEY           PIC X(21).
001490         10  WS-AT-QTY           PIC 9(07).
001500 COPY COGSDATP.
001510 COPY COGSSTLP.
001520 01  WS-HEADING-1.
001530     05  FILLER                  PIC X(30)
001540         VALUE "COGSWORTH PICK LIST - DELIVER ".
001550     05  FILLER                  PIC X(09) VALUE "TO STORE ".
001560     05  H1-TO-STORE             PIC 9(03).
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  H1-STORE-NAME           PIC X(20).
001590     05  FILLER                  PIC X(06) VALUE SPACES.
001600     05  FILLER                  PIC X(14) VALUE "BUSINESS DATE ".
001610     05  H1-BUS-DATE             PIC 9(08).
001620 01  WS-HEADING-1A.
001630     05  FILLER                  PIC X(16)
001640         VALUE "PICK FROM STORE ".
001650     05  H1A-FROM-STORE          PIC 9(03).
001660 01  WS-HEADING-2.
001670     05  FILLER                  PIC X(10) VALUE "BIN       ".
001680     05  FILLER                  PIC X(12) VALUE "DESCRIPTION ".
001690     05  FILLER                  PIC X(08) VALUE "  LINE  ".
001700     05  FILLER                  PIC X(10) VALUE "   TO PICK".
001710     05  FILLER                  PIC X(12) VALUE "      PICKED".
001720 01  WS-DETAIL-LINE.
001730     05  DL-BIN                  PIC X(10).
001740     05  DL-DESC                 PIC X(12).
001750     05  DL-LINE                 PIC ZZ,ZZ9.
001760     05  FILLER                  PIC X(06) VALUE SPACES.
001770     05  DL-QTY                  PIC ZZ,ZZ9.
001780     05  FILLER                  PIC X(04) VALUE SPACES.
001790     05  FILLER                  PIC X(08) VALUE "________".
001800 01  WS-STORE-TOTAL-LINE.
001810     05  FILLER                  PIC X(16)
001820         VALUE "STORE TOTAL     ".
001830     05  TL-LINES                PIC ZZ,ZZ9.
001840     05  FILLER                  PIC X(08) VALUE " LINES  ".
001850     05  TL-UNITS                PIC ZZZ,ZZZ,ZZ9.
001860     05  FILLER                  PIC X(06) VALUE " UNITS".
001870 01  WS-SUMMARY-LINE.
001880     05  FILLER                  PIC X(26)
001890         VALUE "STORES WITH A PICK LIST  =".
001900     05  SL-STORES               PIC ZZZ,ZZ9.
001910 01  WS-SUMMARY-LINE2.
001920     05  FILLER                  PIC X(26)
001930         VALUE "UNITS TO PICK FROM BINS  =".
001940     05  SL-BINNED               PIC ZZZ,ZZZ,ZZ9.
001950 01  WS-SUMMARY-LINE3.
001960     05  FILLER                  PIC X(26)
001970         VALUE "UNITS WITH NO BIN        =".
001980     05  SL-NO-BIN               PIC ZZZ,ZZZ,ZZ9.
001990 PROCEDURE DIVISION.
002000*----------------------------------------------------------------
002010*    0000-MAINLINE - PROGRAM CONTROL
002020*----------------------------------------------------------------
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002050     PERFORM 2000-ALLOCATE-ONE-LINE THRU 2000-EXIT
002060         UNTIL WS-EOF.
002070     CLOSE TRANSFER-TRANS-FILE.
002080     CLOSE PICK-WORK-FILE.
002090     IF WS-BIN-OPEN
002100         CLOSE BIN-LOCATION-FILE
002110     END-IF.
002120     SORT SORT-WORK-FILE
002130         ON ASCENDING KEY SP-TO-STORE
002140         ON ASCENDING KEY SP-FROM-STORE
002150         ON ASCENDING KEY SP-BIN
002160         ON ASCENDING KEY SP-DESC
002170         ON ASCENDING KEY SP-LINE
002180         USING PICK-WORK-FILE
002190         GIVING PICK-SORTED-FILE.
002200     IF SORT-RETURN NOT = ZERO
002210         DISPLAY "COGSPICK - SORT FAILED, RETURN CODE = "
002220                 SORT-RETURN
002230         MOVE 16 TO RETURN-CODE
002240         STOP RUN
002250     END-IF.
002260     OPEN INPUT PICK-SORTED-FILE.
002270     PERFORM 4100-READ-SORTED THRU 4100-EXIT.
002280     PERFORM 4000-PRINT-ONE-LINE THRU 4000-EXIT
002290         UNTIL WS-SRT-EOF.
002300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002310     STOP RUN.
002320*----------------------------------------------------------------
002330*    1000-INITIALIZE - OPEN FILES, PICK UP THE BUSINESS DATE
002340*----------------------------------------------------------------
002350 1000-INITIALIZE.
002360     DISPLAY "COGSPICK STARTING - TRANSFER PICK LISTS".
002370     MOVE "BUSD" TO CDP-FUNCTION.
002380     CALL "COGSDATE" USING DATE-CALL-PARMS.
002390     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
002400     OPEN INPUT TRANSFER-TRANS-FILE.
002410     IF WS-TRN-STATUS NOT = "00"
002420         DISPLAY "COGSPICK - UNABLE TO OPEN COGSXFIN, STATUS = "
002430                 WS-TRN-STATUS
002440         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470     OPEN INPUT BIN-LOCATION-FILE.
002480     IF WS-BIN-STATUS = "00"
002490         MOVE 'Y' TO WS-BIN-OPEN-SW
002500     ELSE
002510         DISPLAY "COGSPICK - NO COGSBIN BIN FILE, EVERY LINE "
002520                 "LISTED UNDER NO BIN"
002530     END-IF.
002540     OPEN OUTPUT PICK-WORK-FILE.
002550     IF WS-WRK-STATUS NOT = "00"
002560         DISPLAY "COGSPICK - UNABLE TO OPEN COGSPKW, STATUS = "
002570                 WS-WRK-STATUS
002580         MOVE 16 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002610     OPEN OUTPUT PRINT-FILE.
002620     IF WS-PRT-STATUS NOT = "00"
002630         DISPLAY "COGSPICK - UNABLE TO OPEN COGSPKL1, STATUS = "
002640                 WS-PRT-STATUS
002650         MOVE 16 TO RETURN-CODE
002660         STOP RUN
002670     END-IF.
002680     MOVE "WHSE" TO SKP-FUNCTION.
002690     MOVE WS-BUS-DATE TO SKP-AS-OF-DATE.
002700     CALL "COGSSTLK" USING STORE-CALL-PARMS.
002710     IF SKP-RETURN-STATUS NOT = "35"
002720         MOVE 'Y' TO WS-STM-PRESENT-SW
002730     END-IF.
002740     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002750 1000-EXIT.
002760     EXIT.
002770*----------------------------------------------------------------
002780*    2000-ALLOCATE-ONE-LINE - SPREAD ONE SHIP LINE OVER THE
002790*    SENDING STORE'S BINS IN WALK ORDER
002800*----------------------------------------------------------------
002810 2000-ALLOCATE-ONE-LINE.
002820     IF NOT XF-SHIP
002830         GO TO 2090-READ-NEXT
002840     END-IF.
002850     IF XF-FROM-STORE NOT NUMERIC OR XF-TO-STORE NOT NUMERIC
002860             OR XF-QTY NOT NUMERIC
002870         ADD 1 TO WS-LINES-SKIPPED
002880         GO TO 2090-READ-NEXT
002890     END-IF.
002900     IF XF-QTY = ZERO
002910         ADD 1 TO WS-LINES-SKIPPED
002920         GO TO 2090-READ-NEXT
002930     END-IF.
002940     ADD 1 TO WS-LINES-LISTED.
002950     MOVE XF-QTY TO WS-REMAINING.
002960     IF WS-BIN-OPEN
002970         PERFORM 2200-START-PRODUCT THRU 2200-EXIT
002980         PERFORM 2300-READ-NEXT-BIN THRU 2300-EXIT
002990         PERFORM 2400-CLAIM-ONE-BIN THRU 2400-EXIT
003000             UNTIL WS-BIN-EOF OR WS-REMAINING = ZERO
003010     END-IF.
003020     IF WS-REMAINING > ZERO
003030         MOVE HIGH-VALUES  TO PW-BIN
003040         MOVE WS-REMAINING TO PW-QTY
003050         PERFORM 2600-WRITE-WORK THRU 2600-EXIT
003060         ADD WS-REMAINING TO WS-UNITS-NO-BIN
003070     END-IF.
003080 2090-READ-NEXT.
003090     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003100 2000-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------
003130*    2100-READ-TRANS - READ NEXT TRANSFER.  THE COUNT IS THE
003140*    LINE NUMBER PRINTED ON THE PICK LIST
003150*----------------------------------------------------------------
003160 2100-READ-TRANS.
003170     READ TRANSFER-TRANS-FILE
003180         AT END
003190             MOVE 'Y' TO WS-EOF-SW
003200             GO TO 2100-EXIT
003210     END-READ.
003220     ADD 1 TO WS-RECS-READ.
003230 2100-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------
003260*    2200-START-PRODUCT - POSITION AT THE PRODUCT'S FIRST BIN
003270*    IN THE SENDING STORE
003280*----------------------------------------------------------------
003290 2200-START-PRODUCT.
003300     MOVE 'N' TO WS-BIN-EOF-SW.
003310     MOVE XF-FROM-STORE TO BN-STORE.
003320     MOVE XF-DESC       TO BN-DESC.
003330     MOVE LOW-VALUES    TO BN-BIN.
003340     START BIN-LOCATION-FILE KEY IS NOT < BN-KEY
003350         INVALID KEY
003360             MOVE 'Y' TO WS-BIN-EOF-SW
003370     END-START.
003380 2200-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------
003410*    2300-READ-NEXT-BIN - NEXT BIN, EOF AT THE END OF THE
003420*    PRODUCT
003430*----------------------------------------------------------------
003440 2300-READ-NEXT-BIN.
003450     IF WS-BIN-EOF
003460         GO TO 2300-EXIT
003470     END-IF.
003480     READ BIN-LOCATION-FILE NEXT RECORD
003490         AT END
003500             MOVE 'Y' TO WS-BIN-EOF-SW
003510             GO TO 2300-EXIT
003520     END-READ.
003530     IF BN-STORE NOT = XF-FROM-STORE OR BN-DESC NOT = XF-DESC
003540         MOVE 'Y' TO WS-BIN-EOF-SW
003550     END-IF.
003560 2300-EXIT.
003570     EXIT.
003580*----------------------------------------------------------------
003590*    2400-CLAIM-ONE-BIN - TAKE WHAT THIS BIN HAS LEFT AFTER THE
003600*    BATCH'S EARLIER LINES
003610*----------------------------------------------------------------
003620 2400-CLAIM-ONE-BIN.
003630     PERFORM 2500-FIND-CLAIMED THRU 2500-EXIT.
003640     IF WS-AT-HIT > ZERO
003650         COMPUTE WS-AVAILABLE = BN-QTY - WS-AT-QTY(WS-AT-HIT)
003660     ELSE
003670         MOVE BN-QTY TO WS-AVAILABLE
003680     END-IF.
003690     IF WS-AVAILABLE NOT > ZERO
003700         GO TO 2490-NEXT-BIN
003710     END-IF.
003720     IF WS-AVAILABLE < WS-REMAINING
003730         MOVE WS-AVAILABLE TO WS-TAKE
003740     ELSE
003750         MOVE WS-REMAINING TO WS-TAKE
003760     END-IF.
003770     SUBTRACT WS-TAKE FROM WS-REMAINING.
003780     ADD WS-TAKE TO WS-UNITS-BINNED.
003790     MOVE BN-BIN  TO PW-BIN.
003800     MOVE WS-TAKE TO PW-QTY.
003810     PERFORM 2600-WRITE-WORK THRU 2600-EXIT.
003820     IF WS-AT-HIT > ZERO
003830         ADD WS-TAKE TO WS-AT-QTY(WS-AT-HIT)
003840         GO TO 2490-NEXT-BIN
003850     END-IF.
003860     IF WS-AT-COUNT < WS-AT-MAX
003870         ADD 1 TO WS-AT-COUNT
003880         MOVE BN-KEY  TO WS-AT-KEY(WS-AT-COUNT)
003890         MOVE WS-TAKE TO WS-AT-QTY(WS-AT-COUNT)
003900         GO TO 2490-NEXT-BIN
003910     END-IF.
003920     IF NOT WS-TABLE-FULL
003930         MOVE 'Y' TO WS-TABLE-FULL-SW
003940         DISPLAY "COGSPICK - MORE THAN " WS-AT-MAX " BINS "
003950                 "PICKED, LATER LINES MAY BE SENT TO BINS "
003960                 "ALREADY EMPTIED"
003970     END-IF.
003980 2490-NEXT-BIN.
003990     PERFORM 2300-READ-NEXT-BIN THRU 2300-EXIT.
004000 2400-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030*    2500-FIND-CLAIMED - HAS THE BATCH ALREADY DRAWN THIS BIN
004040*----------------------------------------------------------------
004050 2500-FIND-CLAIMED.
004060     MOVE ZERO TO WS-AT-HIT.
004070     PERFORM 2550-CHECK-ENTRY THRU 2550-EXIT
004080         VARYING WS-AT-SUB FROM 1 BY 1
004090         UNTIL WS-AT-SUB > WS-AT-COUNT OR WS-AT-HIT > ZERO.
004100 2500-EXIT.
004110     EXIT.
004120 2550-CHECK-ENTRY.
004130     IF WS-AT-KEY(WS-AT-SUB) = BN-KEY
004140         MOVE WS-AT-SUB TO WS-AT-HIT
004150     END-IF.
004160 2550-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004190*    2600-WRITE-WORK - ONE BIN'S SHARE OF A LINE FOR THE SORT
004200*----------------------------------------------------------------
004210 2600-WRITE-WORK.
004220     MOVE XF-TO-STORE   TO PW-TO-STORE.
004230     MOVE XF-FROM-STORE TO PW-FROM-STORE.
004240     MOVE XF-DESC       TO PW-DESC.
004250     MOVE WS-RECS-READ  TO PW-LINE.
004260     WRITE PICK-WORK-RECORD.
004270 2600-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------
004300*    4000-PRINT-ONE-LINE - ONE PICK, BREAKING ON THE
004310*    DESTINATION AND SENDING STORES
004320*----------------------------------------------------------------
004330 4000-PRINT-ONE-LINE.
004340     IF WS-FIRST-STORE OR PS-TO-STORE NOT = WS-PREV-TO-STORE
004350         PERFORM 4200-STORE-HEADING THRU 4200-EXIT
004360     ELSE
004370         IF PS-FROM-STORE NOT = WS-PREV-FROM-STORE
004380             PERFORM 4300-FROM-HEADING THRU 4300-EXIT
004390         END-IF
004400     END-IF.
004410     IF PS-BIN = HIGH-VALUES
004420         MOVE "NO BIN" TO DL-BIN
004430     ELSE
004440         MOVE PS-BIN   TO DL-BIN
004450     END-IF.
004460     MOVE PS-DESC TO DL-DESC.
004470     MOVE PS-LINE TO DL-LINE.
004480     MOVE PS-QTY  TO DL-QTY.
004490     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
004500     ADD 1      TO WS-STORE-LINES.
004510     ADD PS-QTY TO WS-STORE-UNITS.
004520     PERFORM 4100-READ-SORTED THRU 4100-EXIT.
004530 4000-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------
004560*    4100-READ-SORTED - NEXT PICK IN STORE AND BIN ORDER
004570*----------------------------------------------------------------
004580 4100-READ-SORTED.
004590     READ PICK-SORTED-FILE
004600         AT END
004610             MOVE 'Y' TO WS-SRT-EOF-SW
004620     END-READ.
004630 4100-EXIT.
004640     EXIT.
004650*----------------------------------------------------------------
004660*    4200-STORE-HEADING - CLOSE OFF THE LAST STORE'S LIST AND
004670*    HEAD UP THE NEXT
004680*----------------------------------------------------------------
004690 4200-STORE-HEADING.
004700     IF NOT WS-FIRST-STORE
004710         PERFORM 4400-STORE-TOTAL THRU 4400-EXIT
004720     END-IF.
004730     MOVE 'N' TO WS-FIRST-STORE-SW.
004740     ADD 1 TO WS-STORES-LISTED.
004750     MOVE PS-TO-STORE TO WS-PREV-TO-STORE.
004760     MOVE PS-TO-STORE TO H1-TO-STORE.
004770     MOVE SPACES      TO H1-STORE-NAME.
004780     IF WS-STM-PRESENT
004790         MOVE "STOR" TO SKP-FUNCTION
004800         MOVE PS-TO-STORE TO SKP-STORE
004810         MOVE WS-BUS-DATE TO SKP-AS-OF-DATE
004820         CALL "COGSSTLK" USING STORE-CALL-PARMS
004830         IF SKP-RETURN-STATUS = "00"
004840             MOVE SKP-NAME TO H1-STORE-NAME
004850         END-IF
004860     END-IF.
004870     MOVE WS-BUS-DATE TO H1-BUS-DATE.
004880     MOVE SPACES TO PRINT-RECORD.
004890     WRITE PRINT-RECORD.
004900     WRITE PRINT-RECORD FROM WS-HEADING-1.
004910     PERFORM 4300-FROM-HEADING THRU 4300-EXIT.
004920 4200-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------
004950*    4300-FROM-HEADING - THE STORE THE UNITS ARE PICKED IN
004960*----------------------------------------------------------------
004970 4300-FROM-HEADING.
004980     MOVE PS-FROM-STORE TO WS-PREV-FROM-STORE.
004990     MOVE PS-FROM-STORE TO H1A-FROM-STORE.
005000     WRITE PRINT-RECORD FROM WS-HEADING-1A.
005010     WRITE PRINT-RECORD FROM WS-HEADING-2.
005020 4300-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------
005050*    4400-STORE-TOTAL - LINES AND UNITS ON ONE STORE'S LIST
005060*----------------------------------------------------------------
005070 4400-STORE-TOTAL.
005080     MOVE WS-STORE-LINES TO TL-LINES.
005090     MOVE WS-STORE-UNITS TO TL-UNITS.
005100     WRITE PRINT-RECORD FROM WS-STORE-TOTAL-LINE.
005110     MOVE ZERO TO WS-STORE-LINES.
005120     MOVE ZERO TO WS-STORE-UNITS.
005130 4400-EXIT.
005140     EXIT.
005150*----------------------------------------------------------------
005160*    8000-TERMINATE - LAST STORE'S TOTAL, SUMMARY, CLOSE FILES
005170*----------------------------------------------------------------
005180 8000-TERMINATE.
005190     IF NOT WS-FIRST-STORE
005200         PERFORM 4400-STORE-TOTAL THRU 4400-EXIT
005210     END-IF.
005220     CLOSE PICK-SORTED-FILE.
005230     MOVE WS-STORES-LISTED TO SL-STORES.
005240     MOVE WS-UNITS-BINNED  TO SL-BINNED.
005250     MOVE WS-UNITS-NO-BIN  TO SL-NO-BIN.
005260     MOVE SPACES TO PRINT-RECORD.
005270     WRITE PRINT-RECORD.
005280     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005290     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE2.
005300     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE3.
005310     CLOSE PRINT-FILE.
005320     DISPLAY "COGSPICK - RECORDS READ   = " WS-RECS-READ.
005330     DISPLAY "COGSPICK - LINES LISTED   = " WS-LINES-LISTED.
005340     DISPLAY "COGSPICK - LINES SKIPPED  = " WS-LINES-SKIPPED.
005350     DISPLAY "COGSPICK - STORES LISTED  = " WS-STORES-LISTED.
005360     DISPLAY "COGSPICK - UNITS NO BIN   = " WS-UNITS-NO-BIN.
005370 8000-EXIT.
005380     EXIT.
