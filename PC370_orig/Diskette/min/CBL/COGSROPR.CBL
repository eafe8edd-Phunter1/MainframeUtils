000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSROPR.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSROPR PROPOSES NEW REORDER POINTS FROM WHAT ACTUALLY    *
000090*   SOLD.  I2REORD AND ST-REORD WERE KEYED ONCE WHEN A         *
000100*   PRODUCT WAS SET UP AND NEVER LOOKED AT AGAIN, SO FAST      *
000110*   MOVERS STOCKED OUT AND SLOW ONES TIED UP CASH IN THE       *
000120*   COGSSPO "TWICE THE REORDER POINT" ORDERS.  THE COGSSLH1    *
000130*   SALES HISTORY IS TALLIED BY PRODUCT AND STORE OVER A       *
000140*   TRAILING WINDOW OF BUSINESS DAYS (COGSDATE BDIF) ENDING    *
000150*   ON THE CYCLE DATE.  AVERAGE DAILY DEMAND TIMES THE         *
000160*   I2VNDR VENDOR'S VN-LEAD-DAYS PLUS A SAFETY-STOCK           *
000170*   ALLOWANCE IS THE PROPOSED POINT - FOR THE COMPANY          *
000180*   I2REORD FROM ALL STORES' SALES, AND FOR EACH COGSSTOR      *
000190*   ST-REORD FROM THAT STORE'S OWN SALES.  THE REVIEW REPORT   *
000200*   SHOWS OLD AGAINST PROPOSED FOR EVERY ACTIVE PRODUCT.       *
000210*   NOTHING IS UPDATED HERE: EVERY PROPOSED CHANGE IS WRITTEN  *
000220*   AS A COGSMNTX CHG TRANSACTION TO COGSROPC, WHICH A BUYER   *
000230*   REVIEWS, TRIMS AND RELEASES THROUGH COGSMNT.  PRODUCTS     *
000240*   ON PURCHASE HOLD OR DISCONTINUED ARE PASSED OVER, AND A    *
000250*   PRODUCT OR STORE WITH NO SALES IN THE WINDOW IS LISTED     *
000260*   BUT GETS NO PROPOSAL - A NEW ITEM IS NOT ZEROED OUT.       *
000270*   THE OPTIONAL COGSROPM PARM CARRIES THE WINDOW (DEFAULT     *
000280*   60 BUSINESS DAYS), THE SAFETY ALLOWANCE (DEFAULT 5 DAYS)   *
000290*   AND THE LEAD TIME USED WHEN THE VENDOR HAS NONE ON FILE    *
000300*   (DEFAULT 7 DAYS).                                          *
000310*                                                              *
000320*   MODIFICATION HISTORY                                      *
000330*   2026-10-05  DHH  INITIAL VERSION                           *
000340*   2026-10-05  DHH  SALES HISTORY NOW 44 BYTES, MAINTENANCE   *
000350*                    OUTPUT NOW 60                             *
000360*   2026-10-05  DHH  MAINTENANCE TRANSACTION NOW 65 BYTES;     *
000370*                    SUGGESTIONS GO OUT WITH A BLANK           *
000380*                    OPERATOR ID FOR THE REVIEWING BUYER TO    *
000390*                    KEY BEFORE RELEASE THROUGH COGSMNT        *
000400****************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.  IBM-370.
000440 OBJECT-COMPUTER.  IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT REORD-PARM-FILE ASSIGN TO COGSROPM
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-PRM-STATUS.
000500     SELECT SALES-HISTORY-FILE ASSIGN TO COGSSLH1
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-SLH-STATUS.
000530     SELECT COGS-MASTER-FILE ASSIGN TO COGSMST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS IDESC
000570         FILE STATUS IS WS-MST-STATUS.
000580     SELECT VENDOR-MASTER-FILE ASSIGN TO VNDRMST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS VN-CODE
000620         FILE STATUS IS WS-VND-STATUS.
000630     SELECT STORE-INVENTORY-FILE ASSIGN TO COGSSTOR
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS ST-KEY
000670         FILE STATUS IS WS-STO-STATUS.
000680     SELECT MAINT-TRANS-FILE ASSIGN TO COGSROPC
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-TRN-STATUS.
000710     SELECT PRINT-FILE ASSIGN TO COGSROP1
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-PRT-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  REORD-PARM-FILE
000770     RECORDING MODE IS F
000780     RECORD CONTAINS 80 CHARACTERS
000790     LABEL RECORDS ARE STANDARD.
000800 01  REORD-PARM-RECORD.
000810     05  RP-WINDOW-X         PIC X(03).
000820     05  RP-WINDOW REDEFINES RP-WINDOW-X
000830                             PIC 9(03).
000840     05  RP-SAFETY-X         PIC X(03).
000850     05  RP-SAFETY REDEFINES RP-SAFETY-X
000860                             PIC 9(03).
000870     05  RP-LEAD-X           PIC X(03).
000880     05  RP-LEAD REDEFINES RP-LEAD-X
000890                             PIC 9(03).
000900     05  FILLER              PIC X(71).
000910 FD  SALES-HISTORY-FILE
000920     RECORDING MODE IS F
000930     RECORD CONTAINS 44 CHARACTERS
000940     BLOCK CONTAINS 0 RECORDS
000950     LABEL RECORDS ARE STANDARD.
000960 COPY COGSSLHR.
000970 FD  COGS-MASTER-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY COGSMSTR.
001000 FD  VENDOR-MASTER-FILE
001010     RECORDING MODE IS F
001020     RECORD CONTAINS 80 CHARACTERS
001030     LABEL RECORDS ARE STANDARD.
001040 COPY COGSVNDR.
001050 FD  STORE-INVENTORY-FILE
001060     RECORDING MODE IS F
001070     RECORD CONTAINS 40 CHARACTERS
001080     LABEL RECORDS ARE STANDARD.
001090 COPY COGSSTOR.
001100 FD  MAINT-TRANS-FILE
001110     RECORDING MODE IS F
001120     RECORD CONTAINS 65 CHARACTERS
001130     BLOCK CONTAINS 0 RECORDS
001140     LABEL RECORDS ARE STANDARD.
001150 COPY COGSMNTX.
001160 FD  PRINT-FILE
001170     RECORDING MODE IS F
001180     RECORD CONTAINS 132 CHARACTERS
001190     LABEL RECORDS ARE STANDARD.
001200 01  PRINT-RECORD                PIC X(132).
001210 WORKING-STORAGE SECTION.
001220 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
001230 77  WS-SLH-STATUS               PIC X(02) VALUE SPACES.
001240 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
001250 77  WS-VND-STATUS               PIC X(02) VALUE SPACES.
001260 77  WS-STO-STATUS               PIC X(02) VALUE SPACES.
001270 77  WS-TRN-STATUS               PIC X(02) VALUE SPACES.
001280 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
001290 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
001300 77  WS-WINDOW-DAYS              PIC 9(03) VALUE 60.
001310 77  WS-SAFETY-DAYS              PIC 9(03) VALUE 5.
001320 77  WS-DEFAULT-LEAD             PIC 9(03) VALUE 7.
001330 77  WS-LEAD-DAYS                PIC 9(03) VALUE ZERO.
001340 77  WS-LAST-SALE-DATE           PIC 9(08) VALUE ZERO.
001350 77  WS-LAST-SALE-DAYS           PIC 9(05) VALUE ZERO.
001360 77  WS-UNITS                    PIC 9(09) VALUE ZERO.
001370 77  WS-AVG-DAILY                PIC 9(05)V9(02) VALUE ZERO.
001380 77  WS-OLD-REORD                PIC 9(05) VALUE ZERO.
001390 77  WS-PROPOSED                 PIC 9(05) VALUE ZERO.
001400 77  WS-DM-COUNT                 PIC 9(05) COMP VALUE ZERO.
001410 77  WS-DM-SUB                   PIC 9(05) COMP VALUE ZERO.
001420 77  WS-DM-MAX                   PIC 9(05) COMP VALUE 2000.
001430 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
001440 77  WS-RECS-SELECTED            PIC 9(07) COMP VALUE ZERO.
001450 77  WS-PRODUCTS-REVIEWED        PIC 9(07) COMP VALUE ZERO.
001460 77  WS-STORES-REVIEWED          PIC 9(07) COMP VALUE ZERO.
001470 77  WS-CHANGES-PROPOSED         PIC 9(07) COMP VALUE ZERO.
001480 77  WS-NO-SALES                 PIC 9(07) COMP VALUE ZERO.
001490 01  WS-SWITCHES.
001500     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001510         88  WS-EOF                         VALUE 'Y'.
001520     05  WS-MST-EOF-SW           PIC X(01) VALUE 'N'.
001530         88  WS-MST-EOF                     VALUE 'Y'.
001540     05  WS-STO-DONE-SW          PIC X(01) VALUE 'N'.
001550         88  WS-STO-DONE                    VALUE 'Y'.
001560     05  WS-DM-FOUND-SW          PIC X(01) VALUE 'N'.
001570         88  WS-DM-FOUND                    VALUE 'Y'.
001580     05  WS-VND-OPEN-SW          PIC X(01) VALUE 'N'.
001590         88  WS-VND-OPEN                    VALUE 'Y'.
001600     05  WS-STO-OPEN-SW          PIC X(01) VALUE 'N'.
001610         88  WS-STO-OPEN                    VALUE 'Y'.
001620     05  WS-LEVEL-SW             PIC X(01) VALUE 'C'.
001630         88  WS-COMPANY-LEVEL               VALUE 'C'.
001640         88  WS-STORE-LEVEL                 VALUE 'S'.
001650 01  WS-DEMAND-TABLE.
001660     05  WS-DM-ENTRY OCCURS 2000 TIMES.
001670         10  WS-DM-DESC          PIC X(10).
001680         10  WS-DM-STORE         PIC 9(03).
001690         10  WS-DM-UNITS         PIC 9(07).
001700 COPY COGSDATP.
001710 01  WS-HEADING-1.
001720     05  FILLER                  PIC X(40)
001730         VALUE "COGSWORTH REORDER POINT REVIEW".
001740 01  WS-HEADING-1A.
001750     05  FILLER                  PIC X(16)
001760         VALUE "BUSINESS DATE = ".
001770     05  H1-DATE                 PIC 9(08).
001780     05  FILLER                  PIC X(12)
001790         VALUE "   WINDOW = ".
001800     05  H1-WINDOW               PIC ZZ9.
001810     05  FILLER                  PIC X(26)
001820         VALUE " BUSINESS DAYS   SAFETY = ".
001830     05  H1-SAFETY               PIC ZZ9.
001840     05  FILLER                  PIC X(05) VALUE " DAYS".
001850 01  WS-HEADING-2.
001860     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
001870     05  FILLER                  PIC X(07) VALUE "STORE  ".
001880     05  FILLER                  PIC X(08) VALUE "VENDOR  ".
001890     05  FILLER                  PIC X(06) VALUE " LEAD ".
001900     05  FILLER                  PIC X(10) VALUE "     UNITS".
001910     05  FILLER                  PIC X(10) VALUE "   AVG/DAY".
001920     05  FILLER                  PIC X(10) VALUE "  OLD PT  ".
001930     05  FILLER                  PIC X(10) VALUE "  NEW PT  ".
001940     05  FILLER                  PIC X(20) VALUE "  ACTION".
001950 01  WS-DETAIL-LINE.
001960     05  DL-DESC                 PIC X(14).
001970     05  DL-STORE                PIC X(07).
001980     05  DL-VNDR                 PIC X(08).
001990     05  DL-LEAD                 PIC ZZZ9.
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  DL-UNITS                PIC Z,ZZZ,ZZ9.
002020     05  FILLER                  PIC X(01) VALUE SPACES.
002030     05  DL-AVG-DAILY            PIC ZZ,ZZ9.99.
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  DL-OLD-REORD            PIC ZZ,ZZ9.
002060     05  FILLER                  PIC X(04) VALUE SPACES.
002070     05  DL-NEW-REORD            PIC ZZ,ZZ9.
002080     05  FILLER                  PIC X(04) VALUE SPACES.
002090     05  DL-ACTION               PIC X(20).
002100 01  WS-DL-STORE-VIEW.
002110     05  DL-STORE-NO             PIC 9(03).
002120     05  FILLER                  PIC X(04) VALUE SPACES.
002130 01  WS-SUMMARY-LINE.
002140     05  FILLER                  PIC X(24)
002150         VALUE "PRODUCTS REVIEWED      =".
002160     05  SL-PRODUCTS             PIC ZZZ,ZZ9.
002170 01  WS-SUMMARY-LINE2.
002180     05  FILLER                  PIC X(24)
002190         VALUE "STORE RECORDS REVIEWED =".
002200     05  SL-STORES               PIC ZZZ,ZZ9.
002210 01  WS-SUMMARY-LINE3.
002220     05  FILLER                  PIC X(24)
002230         VALUE "CHANGES PROPOSED       =".
002240     05  SL-CHANGES              PIC ZZZ,ZZ9.
002250 01  WS-SUMMARY-LINE4.
002260     05  FILLER                  PIC X(24)
002270         VALUE "NO SALES IN WINDOW     =".
002280     05  SL-NO-SALES             PIC ZZZ,ZZ9.
002290 PROCEDURE DIVISION.
002300*----------------------------------------------------------------
002310*    0000-MAINLINE - PROGRAM CONTROL
002320*----------------------------------------------------------------
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002350     PERFORM 2000-TALLY-ONE-SALE THRU 2000-EXIT
002360         UNTIL WS-EOF.
002370     PERFORM 3000-REVIEW-PRODUCT THRU 3000-EXIT
002380         UNTIL WS-MST-EOF.
002390     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002400     STOP RUN.
002410*----------------------------------------------------------------
002420*    1000-INITIALIZE - PARAMETERS, BUSINESS DATE, OPEN FILES
002430*----------------------------------------------------------------
002440 1000-INITIALIZE.
002450     DISPLAY "COGSROPR STARTING - REORDER POINT REVIEW".
002460     MOVE "BUSD" TO CDP-FUNCTION.
002470     CALL "COGSDATE" USING DATE-CALL-PARMS.
002480     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
002490     PERFORM 1100-READ-PARM THRU 1100-EXIT.
002500     OPEN INPUT SALES-HISTORY-FILE.
002510     IF WS-SLH-STATUS NOT = "00"
002520         DISPLAY "COGSROPR - UNABLE TO OPEN COGSSLH1, STATUS = "
002530                 WS-SLH-STATUS
002540         MOVE 16 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
002570     OPEN INPUT COGS-MASTER-FILE.
002580     IF WS-MST-STATUS NOT = "00"
002590         DISPLAY "COGSROPR - UNABLE TO OPEN COGSMST, STATUS = "
002600                 WS-MST-STATUS
002610         MOVE 16 TO RETURN-CODE
002620         STOP RUN
002630     END-IF.
002640     OPEN INPUT VENDOR-MASTER-FILE.
002650     IF WS-VND-STATUS = "00"
002660         MOVE 'Y' TO WS-VND-OPEN-SW
002670     ELSE
002680         DISPLAY "COGSROPR - NO VNDRMST, DEFAULT LEAD TIME USED"
002690     END-IF.
002700     OPEN INPUT STORE-INVENTORY-FILE.
002710     IF WS-STO-STATUS = "00"
002720         MOVE 'Y' TO WS-STO-OPEN-SW
002730     ELSE
002740         DISPLAY "COGSROPR - NO COGSSTOR, STORE REVIEW SKIPPED"
002750     END-IF.
002760     OPEN OUTPUT MAINT-TRANS-FILE.
002770     IF WS-TRN-STATUS NOT = "00"
002780         DISPLAY "COGSROPR - UNABLE TO OPEN COGSROPC, STATUS = "
002790                 WS-TRN-STATUS
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF.
002830     OPEN OUTPUT PRINT-FILE.
002840     IF WS-PRT-STATUS NOT = "00"
002850         DISPLAY "COGSROPR - UNABLE TO OPEN COGSROP1, STATUS = "
002860                 WS-PRT-STATUS
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF.
002900     MOVE WS-BUS-DATE    TO H1-DATE.
002910     MOVE WS-WINDOW-DAYS TO H1-WINDOW.
002920     MOVE WS-SAFETY-DAYS TO H1-SAFETY.
002930     WRITE PRINT-RECORD FROM WS-HEADING-1.
002940     WRITE PRINT-RECORD FROM WS-HEADING-1A.
002950     MOVE SPACES TO PRINT-RECORD.
002960     WRITE PRINT-RECORD.
002970     WRITE PRINT-RECORD FROM WS-HEADING-2.
002980     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
002990     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
003000 1000-EXIT.
003010     EXIT.
003020*----------------------------------------------------------------
003030*    1100-READ-PARM - WINDOW, SAFETY AND DEFAULT LEAD DAYS,
003040*    DEFAULTS STAND WHEN COGSROPM IS MISSING OR BLANK
003050*----------------------------------------------------------------
003060 1100-READ-PARM.
003070     OPEN INPUT REORD-PARM-FILE.
003080     IF WS-PRM-STATUS NOT = "00"
003090         DISPLAY "COGSROPR - NO COGSROPM PARM, WINDOW = "
003100                 WS-WINDOW-DAYS " SAFETY = " WS-SAFETY-DAYS
003110         GO TO 1100-EXIT
003120     END-IF.
003130     READ REORD-PARM-FILE
003140         AT END
003150             CLOSE REORD-PARM-FILE
003160             GO TO 1100-EXIT
003170     END-READ.
003180     IF RP-WINDOW-X NUMERIC AND RP-WINDOW > ZERO
003190         MOVE RP-WINDOW TO WS-WINDOW-DAYS
003200     END-IF.
003210     IF RP-SAFETY-X NUMERIC
003220         MOVE RP-SAFETY TO WS-SAFETY-DAYS
003230     END-IF.
003240     IF RP-LEAD-X NUMERIC
003250         MOVE RP-LEAD TO WS-DEFAULT-LEAD
003260     END-IF.
003270     CLOSE REORD-PARM-FILE.
003280 1100-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------
003310*    2000-TALLY-ONE-SALE - UNITS BY PRODUCT/STORE IN THE WINDOW
003320*----------------------------------------------------------------
003330 2000-TALLY-ONE-SALE.
003340     IF SH-DATE > WS-BUS-DATE
003350         GO TO 2000-NEXT
003360     END-IF.
003370     IF SH-DATE NOT = WS-LAST-SALE-DATE
003380         PERFORM 2200-DAYS-AGO THRU 2200-EXIT
003390     END-IF.
003400     IF WS-LAST-SALE-DAYS > WS-WINDOW-DAYS
003410         GO TO 2000-NEXT
003420     END-IF.
003430     ADD 1 TO WS-RECS-SELECTED.
003440     PERFORM 2300-FIND-DEMAND-ENTRY THRU 2300-EXIT.
003450     IF WS-DM-FOUND
003460         ADD SH-QTY TO WS-DM-UNITS(WS-DM-SUB)
003470     END-IF.
003480 2000-NEXT.
003490     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
003500 2000-EXIT.
003510     EXIT.
003520 2100-READ-HISTORY.
003530     READ SALES-HISTORY-FILE
003540         AT END
003550             MOVE 'Y' TO WS-EOF-SW
003560             GO TO 2100-EXIT
003570     END-READ.
003580     ADD 1 TO WS-RECS-READ.
003590 2100-EXIT.
003600     EXIT.
003610*----------------------------------------------------------------
003620*    2200-DAYS-AGO - BUSINESS DAYS FROM THE SALE DATE TO THE
003630*    CYCLE DATE.  THE HISTORY IS WRITTEN A DAY AT A TIME, SO
003640*    THE COUNT IS KEPT UNTIL THE DATE CHANGES
003650*----------------------------------------------------------------
003660 2200-DAYS-AGO.
003670     MOVE SH-DATE TO WS-LAST-SALE-DATE.
003680     MOVE "BDIF"      TO CDP-FUNCTION.
003690     MOVE SH-DATE     TO CDP-DATE-IN.
003700     MOVE WS-BUS-DATE TO CDP-DATE-IN2.
003710     CALL "COGSDATE" USING DATE-CALL-PARMS.
003720     IF CDP-RETURN-STATUS = "00"
003730         MOVE CDP-DAYS-OUT TO WS-LAST-SALE-DAYS
003740     ELSE
003750         MOVE 99999 TO WS-LAST-SALE-DAYS
003760     END-IF.
003770 2200-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------
003800*    2300-FIND-DEMAND-ENTRY - PRODUCT/STORE SLOT, ADDED IF NEW
003810*----------------------------------------------------------------
003820 2300-FIND-DEMAND-ENTRY.
003830     MOVE 'N' TO WS-DM-FOUND-SW.
003840     MOVE ZERO TO WS-DM-SUB.
003850     PERFORM 2350-TEST-DEMAND-ENTRY THRU 2350-EXIT
003860         UNTIL WS-DM-FOUND OR WS-DM-SUB NOT < WS-DM-COUNT.
003870     IF WS-DM-FOUND
003880         GO TO 2300-EXIT
003890     END-IF.
003900     IF WS-DM-COUNT NOT < WS-DM-MAX
003910         DISPLAY "COGSROPR - DEMAND TABLE FULL, PRODUCT "
003920                 SH-DESC " STORE " SH-STORE " NOT TALLIED"
003930         GO TO 2300-EXIT
003940     END-IF.
003950     ADD 1 TO WS-DM-COUNT.
003960     MOVE WS-DM-COUNT TO WS-DM-SUB.
003970     MOVE SH-DESC  TO WS-DM-DESC(WS-DM-SUB).
003980     MOVE SH-STORE TO WS-DM-STORE(WS-DM-SUB).
003990     MOVE ZERO     TO WS-DM-UNITS(WS-DM-SUB).
004000     MOVE 'Y' TO WS-DM-FOUND-SW.
004010 2300-EXIT.
004020     EXIT.
004030 2350-TEST-DEMAND-ENTRY.
004040     ADD 1 TO WS-DM-SUB.
004050     IF WS-DM-DESC(WS-DM-SUB) = SH-DESC
004060         AND WS-DM-STORE(WS-DM-SUB) = SH-STORE
004070         MOVE 'Y' TO WS-DM-FOUND-SW
004080     END-IF.
004090 2350-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------
004120*    3000-REVIEW-PRODUCT - COMPANY POINT, THEN EACH STORE'S
004130*----------------------------------------------------------------
004140 3000-REVIEW-PRODUCT.
004150     IF I6-PURCHASE-HOLD OR I6-DISCONTINUED
004160         GO TO 3000-NEXT
004170     END-IF.
004180     ADD 1 TO WS-PRODUCTS-REVIEWED.
004190     PERFORM 3200-GET-LEAD-DAYS THRU 3200-EXIT.
004200     MOVE ZERO TO WS-UNITS.
004210     MOVE ZERO TO WS-DM-SUB.
004220     PERFORM 3300-SUM-PRODUCT THRU 3300-EXIT
004230         UNTIL WS-DM-SUB NOT < WS-DM-COUNT.
004240     MOVE 'C'       TO WS-LEVEL-SW.
004250     MOVE "COMPANY" TO DL-STORE.
004260     MOVE I2REORD   TO WS-OLD-REORD.
004270     PERFORM 5000-PROPOSE THRU 5000-EXIT.
004280     IF WS-STO-OPEN
004290         PERFORM 4000-REVIEW-STORES THRU 4000-EXIT
004300     END-IF.
004310 3000-NEXT.
004320     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
004330 3000-EXIT.
004340     EXIT.
004350 3100-READ-MASTER.
004360     READ COGS-MASTER-FILE
004370         AT END
004380             MOVE 'Y' TO WS-MST-EOF-SW
004390     END-READ.
004400 3100-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------
004430*    3200-GET-LEAD-DAYS - I2VNDR'S LEAD TIME, DEFAULT IF NONE
004440*----------------------------------------------------------------
004450 3200-GET-LEAD-DAYS.
004460     MOVE WS-DEFAULT-LEAD TO WS-LEAD-DAYS.
004470     IF NOT WS-VND-OPEN OR I2VNDR = SPACES
004480         GO TO 3200-EXIT
004490     END-IF.
004500     MOVE I2VNDR TO VN-CODE.
004510     READ VENDOR-MASTER-FILE
004520         INVALID KEY
004530             GO TO 3200-EXIT
004540     END-READ.
004550     IF VN-LEAD-DAYS > ZERO
004560         MOVE VN-LEAD-DAYS TO WS-LEAD-DAYS
004570     END-IF.
004580 3200-EXIT.
004590     EXIT.
004600 3300-SUM-PRODUCT.
004610     ADD 1 TO WS-DM-SUB.
004620     IF WS-DM-DESC(WS-DM-SUB) = IDESC
004630         ADD WS-DM-UNITS(WS-DM-SUB) TO WS-UNITS
004640     END-IF.
004650 3300-EXIT.
004660     EXIT.
004670*----------------------------------------------------------------
004680*    4000-REVIEW-STORES - EVERY COGSSTOR SHELF FOR THE PRODUCT
004690*----------------------------------------------------------------
004700 4000-REVIEW-STORES.
004710     MOVE 'N'   TO WS-STO-DONE-SW.
004720     MOVE IDESC TO ST-DESC.
004730     MOVE ZERO  TO ST-STORE.
004740     START STORE-INVENTORY-FILE KEY NOT < ST-KEY
004750         INVALID KEY
004760             GO TO 4000-EXIT
004770     END-START.
004780     PERFORM 4100-REVIEW-ONE-STORE THRU 4100-EXIT
004790         UNTIL WS-STO-DONE.
004800 4000-EXIT.
004810     EXIT.
004820 4100-REVIEW-ONE-STORE.
004830     READ STORE-INVENTORY-FILE NEXT RECORD
004840         AT END
004850             MOVE 'Y' TO WS-STO-DONE-SW
004860             GO TO 4100-EXIT
004870     END-READ.
004880     IF ST-DESC NOT = IDESC
004890         MOVE 'Y' TO WS-STO-DONE-SW
004900         GO TO 4100-EXIT
004910     END-IF.
004920     ADD 1 TO WS-STORES-REVIEWED.
004930     MOVE ZERO TO WS-UNITS.
004940     MOVE ZERO TO WS-DM-SUB.
004950     PERFORM 4200-SUM-STORE THRU 4200-EXIT
004960         UNTIL WS-DM-SUB NOT < WS-DM-COUNT.
004970     MOVE 'S'      TO WS-LEVEL-SW.
004980     MOVE ST-STORE TO DL-STORE-NO.
004990     MOVE WS-DL-STORE-VIEW TO DL-STORE.
005000     MOVE ST-REORD TO WS-OLD-REORD.
005010     PERFORM 5000-PROPOSE THRU 5000-EXIT.
005020 4100-EXIT.
005030     EXIT.
005040 4200-SUM-STORE.
005050     ADD 1 TO WS-DM-SUB.
005060     IF WS-DM-DESC(WS-DM-SUB) = IDESC
005070         AND WS-DM-STORE(WS-DM-SUB) = ST-STORE
005080         ADD WS-DM-UNITS(WS-DM-SUB) TO WS-UNITS
005090     END-IF.
005100 4200-EXIT.
005110     EXIT.
005120*----------------------------------------------------------------
005130*    5000-PROPOSE - AVERAGE DAILY DEMAND TIMES LEAD PLUS
005140*    SAFETY DAYS; A CHANGED POINT GOES OUT AS A COGSMNTX CHG
005150*----------------------------------------------------------------
005160 5000-PROPOSE.
005170     MOVE IDESC        TO DL-DESC.
005180     MOVE I2VNDR       TO DL-VNDR.
005190     MOVE WS-LEAD-DAYS TO DL-LEAD.
005200     MOVE WS-UNITS     TO DL-UNITS.
005210     MOVE WS-OLD-REORD TO DL-OLD-REORD.
005220     IF WS-UNITS = ZERO
005230         MOVE ZERO TO DL-AVG-DAILY
005240         MOVE ZERO TO DL-NEW-REORD
005250         MOVE "NO SALES IN WINDOW" TO DL-ACTION
005260         ADD 1 TO WS-NO-SALES
005270         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
005280         GO TO 5000-EXIT
005290     END-IF.
005300     COMPUTE WS-AVG-DAILY ROUNDED = WS-UNITS / WS-WINDOW-DAYS
005310         ON SIZE ERROR
005320             MOVE 99999.99 TO WS-AVG-DAILY
005330     END-COMPUTE.
005340     COMPUTE WS-PROPOSED ROUNDED =
005350         (WS-UNITS * (WS-LEAD-DAYS + WS-SAFETY-DAYS))
005360             / WS-WINDOW-DAYS
005370         ON SIZE ERROR
005380             MOVE 99999 TO WS-PROPOSED
005390     END-COMPUTE.
005400     MOVE WS-AVG-DAILY TO DL-AVG-DAILY.
005410     MOVE WS-PROPOSED  TO DL-NEW-REORD.
005420     IF WS-PROPOSED = WS-OLD-REORD
005430         MOVE "NO CHANGE" TO DL-ACTION
005440         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
005450         GO TO 5000-EXIT
005460     END-IF.
005470     IF WS-PROPOSED > WS-OLD-REORD
005480         MOVE "CHG - RAISE" TO DL-ACTION
005490     ELSE
005500         MOVE "CHG - LOWER" TO DL-ACTION
005510     END-IF.
005520     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
005530     PERFORM 5100-WRITE-CHANGE THRU 5100-EXIT.
005540 5000-EXIT.
005550     EXIT.
005560*----------------------------------------------------------------
005570*    5100-WRITE-CHANGE - ONE CHG FOR THE BUYER TO RELEASE
005580*----------------------------------------------------------------
005590 5100-WRITE-CHANGE.
005600     MOVE SPACES TO MAINT-TRANS-RECORD.
005610     IF WS-STORE-LEVEL
005620         MOVE ST-STORE TO MT-STORE
005630     END-IF.
005640     MOVE "CHG"       TO MT-ACTION.
005650     MOVE IDESC       TO MT-DESC.
005660     MOVE WS-PROPOSED TO MT-REORD.
005670     WRITE MAINT-TRANS-RECORD.
005680     ADD 1 TO WS-CHANGES-PROPOSED.
005690 5100-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------
005720*    8000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
005730*----------------------------------------------------------------
005740 8000-TERMINATE.
005750     MOVE WS-PRODUCTS-REVIEWED TO SL-PRODUCTS.
005760     MOVE WS-STORES-REVIEWED   TO SL-STORES.
005770     MOVE WS-CHANGES-PROPOSED  TO SL-CHANGES.
005780     MOVE WS-NO-SALES          TO SL-NO-SALES.
005790     MOVE SPACES TO PRINT-RECORD.
005800     WRITE PRINT-RECORD.
005810     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005820     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE2.
005830     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE3.
005840     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE4.
005850     CLOSE SALES-HISTORY-FILE.
005860     CLOSE COGS-MASTER-FILE.
005870     IF WS-VND-OPEN
005880         CLOSE VENDOR-MASTER-FILE
005890     END-IF.
005900     IF WS-STO-OPEN
005910         CLOSE STORE-INVENTORY-FILE
005920     END-IF.
005930     CLOSE MAINT-TRANS-FILE.
005940     CLOSE PRINT-FILE.
005950     DISPLAY "COGSROPR - HISTORY RECORDS READ = " WS-RECS-READ.
005960     DISPLAY "COGSROPR - SALES IN WINDOW      = "
005970             WS-RECS-SELECTED.
005980     DISPLAY "COGSROPR - PRODUCTS REVIEWED    = "
005990             WS-PRODUCTS-REVIEWED.
006000     DISPLAY "COGSROPR - STORE RECORDS        = "
006010             WS-STORES-REVIEWED.
006020     DISPLAY "COGSROPR - CHANGES PROPOSED     = "
006030             WS-CHANGES-PROPOSED.
006040 8000-EXIT.
006050     EXIT.
