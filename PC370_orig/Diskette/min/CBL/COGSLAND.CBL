000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSLAND.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSLAND SPREADS INBOUND FREIGHT, DUTY AND BROKERAGE ONTO  *
000090*   THE PRODUCTS THEY WERE PAID TO BRING IN.  ICOST USED TO BE *
000100*   THE VENDOR'S PRICE ONLY AND THESE CHARGES WENT STRAIGHT TO *
000110*   EXPENSE, SO MARGIN AND VALUATION WERE OVERSTATED ON        *
000120*   EVERYTHING IMPORTED.  EACH COGSLCIN CHARGE NAMES A         *
000130*   SHIPMENT BY VENDOR AND RECEIPT DATE (AND PO NUMBER WHEN    *
000140*   QUOTED); THE SHIPMENT'S RECEIPTS ARE GATHERED FROM THE     *
000150*   COGSRCH1 RECEIPT HISTORY AND THE CHARGE IS SPREAD OVER     *
000160*   THEM BY EXTENDED VALUE OR BY UNITS, THE LAST PRODUCT       *
000170*   TAKING THE ROUNDING SO THE PIECES ADD BACK TO THE BILL.    *
000180*   THE VENDOR UNIT COST IS THE QUOTED PO LINE'S COST, ELSE    *
000190*   THE VENDOR'S COGSVCAT CATALOG COST, ELSE ICOST (LESS ANY   *
000200*   CHARGES COGSLAND ALREADY PUT ON IT).  THE LANDED UNIT      *
000210*   COST - VENDOR COST PLUS THE CHARGES PER UNIT RECEIVED - IS *
000220*   POSTED TO ICOST, LOGGED THROUGH COGSCHG TO THE COST        *
000230*   HISTORY, AND KEPT ON THE COGSLNDL LEDGER SO A SECOND       *
000240*   CHARGE FOR THE SAME SHIPMENT ADDS TO THE FIRST.  EVERY     *
000250*   ACCEPTED CHARGE GOES OUT ON THE COGSAPF1 AP FEED AS ITS    *
000260*   OWN PAYABLE TO THE CARRIER (RECORD TYPE L).  CHARGES THAT  *
000270*   FAIL THE EDIT OR MATCH NO RECEIPTS ARE LISTED AND NEITHER  *
000280*   LANDED NOR PAID.                                           *
000290*                                                              *
000300*   MODIFICATION HISTORY                                      *
000310*   2026-10-05  DHH  INITIAL VERSION                           *
000315*   2026-10-05  DHH  DISPOSITION TEXTS SHORTENED TO FIT        *
000320****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.  IBM-370.
000360 OBJECT-COMPUTER.  IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CHARGE-TRANS-FILE ASSIGN TO COGSLCIN
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-TRN-STATUS.
000420     SELECT RECEIPT-HIST-FILE ASSIGN TO COGSRCH1
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-RCH-STATUS.
000450     SELECT COGS-MASTER-FILE ASSIGN TO COGSMST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS IDESC
000490         FILE STATUS IS WS-MST-STATUS.
000500     SELECT LANDED-LEDGER-FILE ASSIGN TO COGSLNDL
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS LN-DESC
000540         FILE STATUS IS WS-LND-STATUS.
000550     SELECT PO-LINE-FILE ASSIGN TO COGSPOL
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS PL-KEY
000590         FILE STATUS IS WS-POL-STATUS.
000600     SELECT VENDOR-ITEM-FILE ASSIGN TO COGSVCAT
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS VI-KEY
000640         FILE STATUS IS WS-VCT-STATUS.
000650     SELECT VENDOR-MASTER-FILE ASSIGN TO VNDRMST
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS VN-CODE
000690         FILE STATUS IS WS-VND-STATUS.
000700     SELECT AP-FEED-FILE ASSIGN TO COGSAPF1
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-APF-STATUS.
000730     SELECT PRINT-FILE ASSIGN TO COGSLND1
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-PRT-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  CHARGE-TRANS-FILE
000790     RECORDING MODE IS F
000800     RECORD CONTAINS 80 CHARACTERS
000810     BLOCK CONTAINS 0 RECORDS
000820     LABEL RECORDS ARE STANDARD.
000830 COPY COGSLCTX.
000840 FD  RECEIPT-HIST-FILE
000850     RECORDING MODE IS F
000860     RECORD CONTAINS 60 CHARACTERS
000870     BLOCK CONTAINS 0 RECORDS
000880     LABEL RECORDS ARE STANDARD.
000890 COPY COGSRCHR.
000900 FD  COGS-MASTER-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY COGSMSTR.
000930 FD  LANDED-LEDGER-FILE
000940     RECORDING MODE IS F
000950     RECORD CONTAINS 80 CHARACTERS
000960     LABEL RECORDS ARE STANDARD.
000970 COPY COGSLNDR.
000980 FD  PO-LINE-FILE
000990     RECORDING MODE IS F
001000     RECORD CONTAINS 80 CHARACTERS
001010     LABEL RECORDS ARE STANDARD.
001020 COPY COGSPOLR.
001030 FD  VENDOR-ITEM-FILE
001040     RECORDING MODE IS F
001050     RECORD CONTAINS 80 CHARACTERS
001060     LABEL RECORDS ARE STANDARD.
001070 COPY COGSVITR.
001080 FD  VENDOR-MASTER-FILE
001090     RECORDING MODE IS F
001100     RECORD CONTAINS 80 CHARACTERS
001110     LABEL RECORDS ARE STANDARD.
001120 COPY COGSVNDR.
001130 FD  AP-FEED-FILE
001140     RECORDING MODE IS F
001150     RECORD CONTAINS 60 CHARACTERS
001160     BLOCK CONTAINS 0 RECORDS
001170     LABEL RECORDS ARE STANDARD.
001180 COPY COGSAPFR.
001190 FD  PRINT-FILE
001200     RECORDING MODE IS F
001210     RECORD CONTAINS 132 CHARACTERS
001220     LABEL RECORDS ARE STANDARD.
001230 01  PRINT-RECORD                PIC X(132).
001240 WORKING-STORAGE SECTION.
001250 77  WS-TRN-STATUS               PIC X(02) VALUE SPACES.
001260 77  WS-RCH-STATUS               PIC X(02) VALUE SPACES.
001270 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
001280 77  WS-LND-STATUS               PIC X(02) VALUE SPACES.
001290 77  WS-POL-STATUS               PIC X(02) VALUE SPACES.
001300 77  WS-VCT-STATUS               PIC X(02) VALUE SPACES.
001310 77  WS-VND-STATUS               PIC X(02) VALUE SPACES.
001320 77  WS-APF-STATUS               PIC X(02) VALUE SPACES.
001330 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
001340 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
001350 77  WS-RCH-READ                 PIC 9(07) COMP VALUE ZERO.
001360 77  WS-CHARGES-POSTED           PIC 9(07) COMP VALUE ZERO.
001370 77  WS-CHARGES-REJECTED         PIC 9(07) COMP VALUE ZERO.
001380 77  WS-LINES-LANDED             PIC 9(07) COMP VALUE ZERO.
001390 77  WS-COSTS-CHANGED            PIC 9(07) COMP VALUE ZERO.
001400 77  WS-CHG-COUNT                PIC 9(04) COMP VALUE ZERO.
001410 77  WS-CHG-MAX                  PIC 9(04) COMP VALUE 200.
001420 77  WS-CHG-SUB                  PIC 9(04) COMP VALUE ZERO.
001430 77  WS-LN-COUNT                 PIC 9(04) COMP VALUE ZERO.
001440 77  WS-LN-MAX                   PIC 9(04) COMP VALUE 2000.
001450 77  WS-LN-SUB                   PIC 9(04) COMP VALUE ZERO.
001460 77  WS-LN-FOUND                 PIC 9(04) COMP VALUE ZERO.
001470 77  WS-LN-LAST                  PIC 9(04) COMP VALUE ZERO.
001480 77  WS-LN-MATCHED               PIC 9(04) COMP VALUE ZERO.
001490 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
001500 77  WS-JOB-ID                   PIC X(08) VALUE "COGSLAND".
001510 77  WS-PO-NUMBER                PIC 9(07) VALUE ZERO.
001520 77  WS-TOTAL-WEIGHT             PIC 9(13)V9(02) VALUE ZERO.
001530 77  WS-ALLOC                    PIC 9(07)V9(02) VALUE ZERO.
001540 77  WS-ALLOC-LEFT               PIC 9(07)V9(02) VALUE ZERO.
001550 77  WS-BASE-COST                PIC 9(05)V9(02) VALUE ZERO.
001560 77  WS-UPLIFT                   PIC 9(05)V9(04) VALUE ZERO.
001570 77  WS-NEW-COST                 PIC 9(05)V9(02) VALUE ZERO.
001580 77  WS-OLD-COST                 PIC 9(05)V9(02) VALUE ZERO.
001590 77  WS-TOT-CHARGES              PIC 9(09)V9(02) VALUE ZERO.
001600 01  WS-SWITCHES.
001610     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001620         88  WS-EOF                         VALUE 'Y'.
001630     05  WS-RCH-EOF-SW           PIC X(01) VALUE 'N'.
001640         88  WS-RCH-EOF                     VALUE 'Y'.
001650     05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
001660         88  WS-REJECTED                    VALUE 'Y'.
001670     05  WS-POL-OPEN-SW          PIC X(01) VALUE 'N'.
001680         88  WS-POL-OPEN                    VALUE 'Y'.
001690     05  WS-VCT-OPEN-SW          PIC X(01) VALUE 'N'.
001700         88  WS-VCT-OPEN                    VALUE 'Y'.
001710     05  WS-LND-FOUND-SW         PIC X(01) VALUE 'N'.
001720         88  WS-LND-FOUND                   VALUE 'Y'.
001730     05  WS-SAME-SHIPMENT-SW     PIC X(01) VALUE 'N'.
001740         88  WS-SAME-SHIPMENT               VALUE 'Y'.
001750 01  WS-CHARGE-TABLE.
001760     05  WS-CH-ENTRY OCCURS 200 TIMES.
001770         10  WS-CH-TYPE          PIC X(01).
001780         10  WS-CH-CARRIER       PIC X(06).
001790         10  WS-CH-VNDR          PIC X(06).
001800         10  WS-CH-DATE          PIC 9(08).
001810         10  WS-CH-PO            PIC 9(07).
001820         10  WS-CH-AMOUNT        PIC 9(07)V9(02).
001830         10  WS-CH-BASIS         PIC X(01).
001840             88  WS-CH-BY-UNITS             VALUE "U".
001850         10  WS-CH-REF           PIC X(15).
001860         10  WS-CH-TERMS         PIC X(10).
001870         10  WS-CH-FULL-SW       PIC X(01).
001880             88  WS-CH-FULL                 VALUE 'Y'.
001890 01  WS-LINE-TABLE.
001900     05  WS-LN-ENTRY OCCURS 2000 TIMES.
001910         10  WS-LN-CHG           PIC 9(04) COMP.
001920         10  WS-LN-DESC          PIC X(10).
001930         10  WS-LN-QTY           PIC 9(07).
001940         10  WS-LN-PO            PIC 9(07).
001950         10  WS-LN-PO-LINE       PIC 9(03).
001960         10  WS-LN-BASE          PIC 9(05)V9(02).
001970         10  WS-LN-WEIGHT        PIC 9(11)V9(02).
001980         10  WS-LN-ON-MST-SW     PIC X(01).
001990             88  WS-LN-ON-MST               VALUE 'Y'.
002000 01  WS-HEADING-1.
002010     05  FILLER                  PIC X(44)
002020         VALUE "COGSWORTH LANDED-COST ALLOCATION".
002030     05  FILLER                  PIC X(16)
002040         VALUE "BUSINESS DATE = ".
002050     05  H1-DATE                 PIC 9(08).
002060 01  WS-HEADING-2.
002070     05  FILLER                  PIC X(12) VALUE "CHARGE      ".
002080     05  FILLER                  PIC X(08) VALUE "CARRIER ".
002090     05  FILLER                  PIC X(08) VALUE "VENDOR  ".
002100     05  FILLER                  PIC X(10) VALUE "RECEIVED  ".
002110     05  FILLER                  PIC X(09) VALUE "PO NUM   ".
002120     05  FILLER                  PIC X(14) VALUE "       AMOUNT ".
002130     05  FILLER                  PIC X(07) VALUE "BASIS  ".
002140     05  FILLER                  PIC X(17) VALUE "REFERENCE".
002150     05  FILLER                  PIC X(30) VALUE "DISPOSITION".
002160 01  WS-HEADING-3.
002170     05  FILLER                  PIC X(04) VALUE SPACES.
002180     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
002190     05  FILLER                  PIC X(10) VALUE "  RECEIVED".
002200     05  FILLER                  PIC X(12) VALUE " VENDOR COST".
002210     05  FILLER                  PIC X(14) VALUE "     ALLOCATED".
002220     05  FILLER                  PIC X(12) VALUE " LANDED COST".
002230     05  FILLER                  PIC X(12) VALUE "   OLD ICOST".
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  FILLER                  PIC X(30) VALUE "NOTE".
002260 01  WS-CHARGE-LINE.
002270     05  CL-TYPE                 PIC X(12).
002280     05  CL-CARRIER              PIC X(08).
002290     05  CL-VNDR                 PIC X(08).
002300     05  CL-DATE                 PIC 9(08).
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  CL-PO                   PIC Z(07).
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  CL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  CL-BASIS                PIC X(07).
002370     05  CL-REF                  PIC X(17).
002380     05  CL-DISPOSITION          PIC X(30).
002390 01  WS-DETAIL-LINE.
002400     05  FILLER                  PIC X(04) VALUE SPACES.
002410     05  DL-DESC                 PIC X(14).
002420     05  DL-QTY                  PIC Z,ZZZ,ZZ9.
002430     05  FILLER                  PIC X(03) VALUE SPACES.
002440     05  DL-BASE                 PIC ZZ,ZZ9.99.
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  DL-ALLOC                PIC Z,ZZZ,ZZ9.99.
002470     05  FILLER                  PIC X(03) VALUE SPACES.
002480     05  DL-LANDED               PIC ZZ,ZZ9.99.
002490     05  FILLER                  PIC X(03) VALUE SPACES.
002500     05  DL-OLD-COST             PIC ZZ,ZZ9.99.
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  DL-NOTE                 PIC X(30).
002530 01  WS-SUMMARY-LINE.
002540     05  FILLER                  PIC X(25)
002550         VALUE "CHARGES LANDED AND PAID =".
002560     05  SL-POSTED               PIC ZZZ,ZZ9.
002570 01  WS-SUMMARY-LINE2.
002580     05  FILLER                  PIC X(25)
002590         VALUE "CHARGES REJECTED        =".
002600     05  SL-REJECTED             PIC ZZZ,ZZ9.
002610 01  WS-SUMMARY-LINE3.
002620     05  FILLER                  PIC X(25)
002630         VALUE "CHARGES TO AP           =".
002640     05  SL-TOT-CHARGES          PIC ZZZ,ZZZ,ZZ9.99.
002650 COPY COGSCHGP.
002660 COPY COGSDATP.
002670 PROCEDURE DIVISION.
002680*----------------------------------------------------------------
002690*    0000-MAINLINE - PROGRAM CONTROL
002700*----------------------------------------------------------------
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002730     PERFORM 1100-LOAD-CHARGE THRU 1100-EXIT
002740         UNTIL WS-EOF.
002750     IF WS-CHG-COUNT > ZERO
002760         PERFORM 1200-GATHER-RECEIPT THRU 1200-EXIT
002770             UNTIL WS-RCH-EOF
002780         PERFORM 2000-POST-CHARGE THRU 2000-EXIT
002790             VARYING WS-CHG-SUB FROM 1 BY 1
002800             UNTIL WS-CHG-SUB > WS-CHG-COUNT
002810     END-IF.
002820     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002830     STOP RUN.
002840*----------------------------------------------------------------
002850*    1000-INITIALIZE - OPEN FILES, PRINT HEADINGS
002860*----------------------------------------------------------------
002870 1000-INITIALIZE.
002880     DISPLAY "COGSLAND STARTING - LANDED-COST ALLOCATION".
002890     MOVE "BUSD" TO CDP-FUNCTION.
002900     CALL "COGSDATE" USING DATE-CALL-PARMS.
002910     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
002920     OPEN INPUT CHARGE-TRANS-FILE.
002930     IF WS-TRN-STATUS NOT = "00"
002940         DISPLAY "COGSLAND - UNABLE TO OPEN COGSLCIN, STATUS = "
002950                 WS-TRN-STATUS
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990     OPEN INPUT RECEIPT-HIST-FILE.
003000     IF WS-RCH-STATUS NOT = "00"
003010         DISPLAY "COGSLAND - UNABLE TO OPEN COGSRCH1, STATUS = "
003020                 WS-RCH-STATUS
003030         MOVE 16 TO RETURN-CODE
003040         STOP RUN
003050     END-IF.
003060     OPEN I-O COGS-MASTER-FILE.
003070     IF WS-MST-STATUS NOT = "00"
003080         DISPLAY "COGSLAND - UNABLE TO OPEN COGSMST, STATUS = "
003090                 WS-MST-STATUS
003100         MOVE 16 TO RETURN-CODE
003110         STOP RUN
003120     END-IF.
003130     OPEN I-O LANDED-LEDGER-FILE.
003140     IF WS-LND-STATUS = "35"
003150         OPEN OUTPUT LANDED-LEDGER-FILE
003160         CLOSE LANDED-LEDGER-FILE
003170         OPEN I-O LANDED-LEDGER-FILE
003180     END-IF.
003190     IF WS-LND-STATUS NOT = "00"
003200         DISPLAY "COGSLAND - UNABLE TO OPEN COGSLNDL, STATUS = "
003210                 WS-LND-STATUS
003220         MOVE 16 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250     OPEN INPUT VENDOR-MASTER-FILE.
003260     IF WS-VND-STATUS NOT = "00"
003270         DISPLAY "COGSLAND - UNABLE TO OPEN VNDRMST, STATUS = "
003280                 WS-VND-STATUS
003290         MOVE 16 TO RETURN-CODE
003300         STOP RUN
003310     END-IF.
003320     OPEN INPUT PO-LINE-FILE.
003330     IF WS-POL-STATUS = "00"
003340         MOVE 'Y' TO WS-POL-OPEN-SW
003350     ELSE
003360         DISPLAY "COGSLAND - NO PO LINE FILE, STATUS = "
003370                 WS-POL-STATUS " - PO COSTS NOT USED"
003380     END-IF.
003390     OPEN INPUT VENDOR-ITEM-FILE.
003400     IF WS-VCT-STATUS = "00"
003410         MOVE 'Y' TO WS-VCT-OPEN-SW
003420     ELSE
003430         DISPLAY "COGSLAND - NO VENDOR CATALOG, STATUS = "
003440                 WS-VCT-STATUS " - CATALOG COSTS NOT USED"
003450     END-IF.
003460     OPEN EXTEND AP-FEED-FILE.
003470     IF WS-APF-STATUS NOT = "00"
003480         DISPLAY "COGSLAND - UNABLE TO OPEN COGSAPF1, STATUS = "
003490                 WS-APF-STATUS
003500         MOVE 16 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     OPEN OUTPUT PRINT-FILE.
003540     IF WS-PRT-STATUS NOT = "00"
003550         DISPLAY "COGSLAND - UNABLE TO OPEN COGSLND1, STATUS = "
003560                 WS-PRT-STATUS
003570         MOVE 16 TO RETURN-CODE
003580         STOP RUN
003590     END-IF.
003600     MOVE WS-BUS-DATE TO H1-DATE.
003610     WRITE PRINT-RECORD FROM WS-HEADING-1.
003620     WRITE PRINT-RECORD FROM WS-HEADING-2.
003630     WRITE PRINT-RECORD FROM WS-HEADING-3.
003640 1000-EXIT.
003650     EXIT.
003660*----------------------------------------------------------------
003670*    1100-LOAD-CHARGE - EDIT ONE CHARGE AND TABLE IT; A CHARGE
003680*    THAT FAILS THE EDIT IS LISTED NOW AND GOES NO FURTHER
003690*----------------------------------------------------------------
003700 1100-LOAD-CHARGE.
003710     READ CHARGE-TRANS-FILE
003720         AT END
003730             MOVE 'Y' TO WS-EOF-SW
003740             GO TO 1100-EXIT
003750     END-READ.
003760     ADD 1 TO WS-RECS-READ.
003770     MOVE 'N' TO WS-REJECT-SW.
003780     PERFORM 1150-EDIT-CHARGE THRU 1150-EXIT.
003790     IF WS-REJECTED
003800         PERFORM 1190-LIST-BAD-CHARGE THRU 1190-EXIT
003810         GO TO 1100-EXIT
003820     END-IF.
003830     ADD 1 TO WS-CHG-COUNT.
003840     MOVE LC-TYPE          TO WS-CH-TYPE(WS-CHG-COUNT).
003850     MOVE LC-CARRIER       TO WS-CH-CARRIER(WS-CHG-COUNT).
003860     MOVE LC-VNDR          TO WS-CH-VNDR(WS-CHG-COUNT).
003870     MOVE LC-DATE-RECEIVED TO WS-CH-DATE(WS-CHG-COUNT).
003880     MOVE WS-PO-NUMBER     TO WS-CH-PO(WS-CHG-COUNT).
003890     MOVE LC-AMOUNT        TO WS-CH-AMOUNT(WS-CHG-COUNT).
003900     MOVE LC-BASIS         TO WS-CH-BASIS(WS-CHG-COUNT).
003910     MOVE LC-REFERENCE     TO WS-CH-REF(WS-CHG-COUNT).
003920     MOVE VN-TERMS         TO WS-CH-TERMS(WS-CHG-COUNT).
003930     MOVE 'N'              TO WS-CH-FULL-SW(WS-CHG-COUNT).
003940 1100-EXIT.
003950     EXIT.
003960 1150-EDIT-CHARGE.
003970     MOVE 'Y' TO WS-REJECT-SW.
003980     IF NOT LC-TYPE-VALID
003990         MOVE "INVALID CHARGE TYPE" TO CL-DISPOSITION
004000         GO TO 1150-EXIT
004010     END-IF.
004020     IF NOT LC-BY-VALUE AND NOT LC-BY-UNITS
004030         MOVE "INVALID ALLOCATION BASIS" TO CL-DISPOSITION
004040         GO TO 1150-EXIT
004050     END-IF.
004060     IF LC-VNDR = SPACES
004070         MOVE "NO SHIPPING VENDOR" TO CL-DISPOSITION
004080         GO TO 1150-EXIT
004090     END-IF.
004100     IF LC-DATE-RECEIVED-X NOT NUMERIC
004110         MOVE "RECEIPT DATE NOT NUMERIC" TO CL-DISPOSITION
004120         GO TO 1150-EXIT
004130     END-IF.
004140     IF LC-PO-NUMBER-X = SPACES
004150         MOVE ZERO TO WS-PO-NUMBER
004160     ELSE
004170         IF LC-PO-NUMBER-X NOT NUMERIC
004180             MOVE "PO NUMBER NOT NUMERIC" TO CL-DISPOSITION
004190             GO TO 1150-EXIT
004200         END-IF
004210         MOVE LC-PO-NUMBER TO WS-PO-NUMBER
004220     END-IF.
004230     IF LC-AMOUNT-X NOT NUMERIC
004240         MOVE "CHARGE AMOUNT NOT NUMERIC" TO CL-DISPOSITION
004250         GO TO 1150-EXIT
004260     END-IF.
004270     IF LC-AMOUNT = ZERO
004280         MOVE "CHARGE AMOUNT IS ZERO" TO CL-DISPOSITION
004290         GO TO 1150-EXIT
004300     END-IF.
004310     MOVE LC-CARRIER TO VN-CODE.
004320     READ VENDOR-MASTER-FILE
004330         INVALID KEY
004340             MOVE "CARRIER NOT ON VENDOR MASTER"
004350                 TO CL-DISPOSITION
004360             GO TO 1150-EXIT
004370     END-READ.
004380     IF WS-CHG-COUNT NOT < WS-CHG-MAX
004390         MOVE "CHARGE TABLE FULL - RESUBMIT"
004400             TO CL-DISPOSITION
004410         GO TO 1150-EXIT
004420     END-IF.
004430     MOVE 'N' TO WS-REJECT-SW.
004440 1150-EXIT.
004450     EXIT.
004460 1190-LIST-BAD-CHARGE.
004470     MOVE LC-TYPE          TO CL-TYPE.
004480     MOVE LC-CARRIER       TO CL-CARRIER.
004490     MOVE LC-VNDR          TO CL-VNDR.
004500     MOVE ZERO             TO CL-DATE CL-PO CL-AMOUNT.
004510     IF LC-DATE-RECEIVED-X NUMERIC
004520         MOVE LC-DATE-RECEIVED TO CL-DATE
004530     END-IF.
004540     IF LC-PO-NUMBER-X NUMERIC
004550         MOVE LC-PO-NUMBER TO CL-PO
004560     END-IF.
004570     IF LC-AMOUNT-X NUMERIC
004580         MOVE LC-AMOUNT    TO CL-AMOUNT
004590     END-IF.
004600     MOVE LC-BASIS         TO CL-BASIS.
004610     MOVE LC-REFERENCE     TO CL-REF.
004620     WRITE PRINT-RECORD FROM WS-CHARGE-LINE.
004630     ADD 1 TO WS-CHARGES-REJECTED.
004640 1190-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------
004670*    1200-GATHER-RECEIPT - ONE COGSRCH1 EVENT AGAINST EVERY
004680*    TABLED CHARGE; EACH SHIPMENT IT BELONGS TO GETS ITS UNITS
004690*----------------------------------------------------------------
004700 1200-GATHER-RECEIPT.
004710     READ RECEIPT-HIST-FILE
004720         AT END
004730             MOVE 'Y' TO WS-RCH-EOF-SW
004740             GO TO 1200-EXIT
004750     END-READ.
004760     ADD 1 TO WS-RCH-READ.
004770     IF RH-QTY-RECEIVED = ZERO
004780         GO TO 1200-EXIT
004790     END-IF.
004800     PERFORM 1250-MATCH-ONE-CHARGE THRU 1250-EXIT
004810         VARYING WS-CHG-SUB FROM 1 BY 1
004820         UNTIL WS-CHG-SUB > WS-CHG-COUNT.
004830 1200-EXIT.
004840     EXIT.
004850 1250-MATCH-ONE-CHARGE.
004860     IF RH-VNDR NOT = WS-CH-VNDR(WS-CHG-SUB)
004870             OR RH-DATE-RECEIVED NOT = WS-CH-DATE(WS-CHG-SUB)
004880         GO TO 1250-EXIT
004890     END-IF.
004900     IF WS-CH-PO(WS-CHG-SUB) NOT = ZERO
004910             AND RH-PO-NUMBER NOT = WS-CH-PO(WS-CHG-SUB)
004920         GO TO 1250-EXIT
004930     END-IF.
004940     MOVE ZERO TO WS-LN-FOUND.
004950     PERFORM 1260-FIND-LINE THRU 1260-EXIT
004960         VARYING WS-LN-SUB FROM 1 BY 1
004970         UNTIL WS-LN-SUB > WS-LN-COUNT
004980            OR WS-LN-FOUND > ZERO.
004990     IF WS-LN-FOUND > ZERO
005000         ADD RH-QTY-RECEIVED TO WS-LN-QTY(WS-LN-FOUND)
005010         GO TO 1250-EXIT
005020     END-IF.
005030     IF WS-LN-COUNT NOT < WS-LN-MAX
005040         MOVE 'Y' TO WS-CH-FULL-SW(WS-CHG-SUB)
005050         GO TO 1250-EXIT
005060     END-IF.
005070     ADD 1 TO WS-LN-COUNT.
005080     MOVE WS-CHG-SUB      TO WS-LN-CHG(WS-LN-COUNT).
005090     MOVE RH-DESC         TO WS-LN-DESC(WS-LN-COUNT).
005100     MOVE RH-QTY-RECEIVED TO WS-LN-QTY(WS-LN-COUNT).
005110     MOVE RH-PO-NUMBER    TO WS-LN-PO(WS-LN-COUNT).
005120     MOVE RH-PO-LINE      TO WS-LN-PO-LINE(WS-LN-COUNT).
005130     MOVE 'N'             TO WS-LN-ON-MST-SW(WS-LN-COUNT).
005140     MOVE ZERO            TO WS-LN-BASE(WS-LN-COUNT)
005150                             WS-LN-WEIGHT(WS-LN-COUNT).
005160 1250-EXIT.
005170     EXIT.
005180 1260-FIND-LINE.
005190     IF WS-LN-CHG(WS-LN-SUB) = WS-CHG-SUB
005200             AND WS-LN-DESC(WS-LN-SUB) = RH-DESC
005210         MOVE WS-LN-SUB TO WS-LN-FOUND
005220     END-IF.
005230 1260-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260*    2000-POST-CHARGE - WEIGH THE SHIPMENT, PAY THE CARRIER,
005270*    THEN LAND THE CHARGE PRODUCT BY PRODUCT
005280*----------------------------------------------------------------
005290 2000-POST-CHARGE.
005300     MOVE 'N' TO WS-REJECT-SW.
005310     MOVE ZERO TO WS-TOTAL-WEIGHT WS-LN-LAST WS-LN-MATCHED.
005320     IF WS-CH-FULL(WS-CHG-SUB)
005330         MOVE "SHIPMENT TABLE FULL - RESUBMIT"
005340             TO CL-DISPOSITION
005350         GO TO 2000-REJECT
005360     END-IF.
005370     PERFORM 2100-WEIGH-LINE THRU 2100-EXIT
005380         VARYING WS-LN-SUB FROM 1 BY 1
005390         UNTIL WS-LN-SUB > WS-LN-COUNT.
005400     IF WS-LN-MATCHED = ZERO
005410         MOVE "NO MATCHING COGSRCH1 RECEIPTS"
005420             TO CL-DISPOSITION
005430         GO TO 2000-REJECT
005440     END-IF.
005450     IF WS-TOTAL-WEIGHT = ZERO
005460         MOVE "NO RECEIVED QTY TO SPREAD OVER"
005470             TO CL-DISPOSITION
005480         GO TO 2000-REJECT
005490     END-IF.
005500     PERFORM 2300-WRITE-CARRIER-PAYABLE THRU 2300-EXIT.
005510     MOVE "LANDED - PAYABLE TO CARRIER" TO CL-DISPOSITION.
005520     PERFORM 2900-PRINT-CHARGE THRU 2900-EXIT.
005530     MOVE WS-CH-AMOUNT(WS-CHG-SUB) TO WS-ALLOC-LEFT.
005540     PERFORM 2400-LAND-ONE-LINE THRU 2400-EXIT
005550         VARYING WS-LN-SUB FROM 1 BY 1
005560         UNTIL WS-LN-SUB > WS-LN-COUNT.
005570     ADD 1 TO WS-CHARGES-POSTED.
005580     ADD WS-CH-AMOUNT(WS-CHG-SUB) TO WS-TOT-CHARGES.
005590     GO TO 2000-EXIT.
005600 2000-REJECT.
005610     PERFORM 2900-PRINT-CHARGE THRU 2900-EXIT.
005620     ADD 1 TO WS-CHARGES-REJECTED.
005630 2000-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------
005660*    2100-WEIGH-LINE - VENDOR COST AND SPREAD WEIGHT OF ONE
005670*    PRODUCT IN THE SHIPMENT (ZERO WEIGHT IF OFF THE MASTER)
005680*----------------------------------------------------------------
005690 2100-WEIGH-LINE.
005700     IF WS-LN-CHG(WS-LN-SUB) NOT = WS-CHG-SUB
005710         GO TO 2100-EXIT
005720     END-IF.
005730     ADD 1 TO WS-LN-MATCHED.
005740     MOVE ZERO TO WS-LN-BASE(WS-LN-SUB)
005750                  WS-LN-WEIGHT(WS-LN-SUB).
005760     MOVE 'N' TO WS-LN-ON-MST-SW(WS-LN-SUB).
005770     MOVE WS-LN-DESC(WS-LN-SUB) TO IDESC.
005780     READ COGS-MASTER-FILE
005790         INVALID KEY
005800             GO TO 2100-EXIT
005810     END-READ.
005820     MOVE 'Y' TO WS-LN-ON-MST-SW(WS-LN-SUB).
005830     PERFORM 2200-FIND-VENDOR-COST THRU 2200-EXIT.
005840     MOVE WS-BASE-COST TO WS-LN-BASE(WS-LN-SUB).
005850     IF WS-CH-BY-UNITS(WS-CHG-SUB)
005860         MOVE WS-LN-QTY(WS-LN-SUB) TO WS-LN-WEIGHT(WS-LN-SUB)
005870     ELSE
005880         COMPUTE WS-LN-WEIGHT(WS-LN-SUB) =
005890             WS-LN-QTY(WS-LN-SUB) * WS-BASE-COST
005900     END-IF.
005910     IF WS-LN-WEIGHT(WS-LN-SUB) > ZERO
005920         ADD WS-LN-WEIGHT(WS-LN-SUB) TO WS-TOTAL-WEIGHT
005930         MOVE WS-LN-SUB TO WS-LN-LAST
005940     END-IF.
005950 2100-EXIT.
005960     EXIT.
005970*----------------------------------------------------------------
005980*    2200-FIND-VENDOR-COST - THE UNIT COST THE CHARGES ARE
005990*    ADDED TO.  THE SAME SHIPMENT ALREADY ON THE LEDGER KEEPS
006000*    ITS COST; OTHERWISE THE QUOTED PO LINE, THE VENDOR'S
006010*    CATALOG COST, OR ICOST WITH ANY EARLIER CHARGES TAKEN OFF
006020*----------------------------------------------------------------
006030 2200-FIND-VENDOR-COST.
006040     PERFORM 2250-READ-LEDGER THRU 2250-EXIT.
006050     IF WS-SAME-SHIPMENT
006060         MOVE LN-BASE-COST TO WS-BASE-COST
006070         GO TO 2200-EXIT
006080     END-IF.
006090     IF WS-POL-OPEN AND WS-LN-PO(WS-LN-SUB) > ZERO
006100         MOVE WS-LN-PO(WS-LN-SUB)      TO PL-PO-NUMBER
006110         MOVE WS-LN-PO-LINE(WS-LN-SUB) TO PL-LINE
006120         READ PO-LINE-FILE
006130             INVALID KEY
006140                 MOVE SPACES TO PL-DESC
006150         END-READ
006160         IF PL-DESC = IDESC AND PL-UNIT-COST > ZERO
006170             MOVE PL-UNIT-COST TO WS-BASE-COST
006180             GO TO 2200-EXIT
006190         END-IF
006200     END-IF.
006210     IF WS-VCT-OPEN
006220         MOVE IDESC                 TO VI-DESC
006230         MOVE WS-CH-VNDR(WS-CHG-SUB) TO VI-VNDR
006240         READ VENDOR-ITEM-FILE
006250             INVALID KEY
006260                 MOVE ZERO TO VI-COST
006270         END-READ
006280         IF VI-COST > ZERO
006290             MOVE VI-COST TO WS-BASE-COST
006300             GO TO 2200-EXIT
006310         END-IF
006320     END-IF.
006330     IF WS-LND-FOUND AND LN-LANDED-COST = ICOST
006340         MOVE LN-BASE-COST TO WS-BASE-COST
006350     ELSE
006360         MOVE ICOST TO WS-BASE-COST
006370     END-IF.
006380 2200-EXIT.
006390     EXIT.
006400 2250-READ-LEDGER.
006410     MOVE 'Y' TO WS-LND-FOUND-SW.
006420     MOVE 'N' TO WS-SAME-SHIPMENT-SW.
006430     MOVE IDESC TO LN-DESC.
006440     READ LANDED-LEDGER-FILE
006450         INVALID KEY
006460             MOVE 'N' TO WS-LND-FOUND-SW
006470             GO TO 2250-EXIT
006480     END-READ.
006490     IF LN-VNDR = WS-CH-VNDR(WS-CHG-SUB)
006500             AND LN-DATE-RECEIVED = WS-CH-DATE(WS-CHG-SUB)
006510         MOVE 'Y' TO WS-SAME-SHIPMENT-SW
006520     END-IF.
006530 2250-EXIT.
006540     EXIT.
006550*----------------------------------------------------------------
006560*    2300-WRITE-CARRIER-PAYABLE - THE CHARGE AS ITS OWN PAYABLE
006570*    TO THE CARRIER ON THE AP FEED
006580*----------------------------------------------------------------
006590 2300-WRITE-CARRIER-PAYABLE.
006600     INITIALIZE AP-FEED-RECORD.
006610     MOVE WS-CH-CARRIER(WS-CHG-SUB) TO AF-VNDR.
006620     EVALUATE WS-CH-TYPE(WS-CHG-SUB)
006630         WHEN "F"
006640             MOVE "FREIGHT"   TO AF-DESC
006650         WHEN "D"
006660             MOVE "DUTY"      TO AF-DESC
006670         WHEN OTHER
006680             MOVE "BROKERAGE" TO AF-DESC
006690     END-EVALUATE.
006700     MOVE ZERO                      TO AF-QTY.
006710     MOVE WS-CH-AMOUNT(WS-CHG-SUB)  TO AF-EXT-VALUE.
006720     MOVE WS-BUS-DATE               TO AF-DATE.
006730     MOVE WS-CH-TERMS(WS-CHG-SUB)   TO AF-TERMS.
006740     MOVE WS-CH-PO(WS-CHG-SUB)      TO AF-PO-NUMBER.
006750     MOVE ZERO                      TO AF-PO-LINE.
006760     MOVE "L"                       TO AF-REC-TYPE.
006770     WRITE AP-FEED-RECORD.
006780 2300-EXIT.
006790     EXIT.
006800*----------------------------------------------------------------
006810*    2400-LAND-ONE-LINE - ONE PRODUCT'S SHARE OF THE CHARGE
006820*    ONTO ITS LANDED UNIT COST, ICOST, THE COST HISTORY AND
006830*    THE LEDGER
006840*----------------------------------------------------------------
006850 2400-LAND-ONE-LINE.
006860     IF WS-LN-CHG(WS-LN-SUB) NOT = WS-CHG-SUB
006870         GO TO 2400-EXIT
006880     END-IF.
006890     MOVE WS-LN-DESC(WS-LN-SUB) TO DL-DESC.
006900     MOVE WS-LN-QTY(WS-LN-SUB)  TO DL-QTY.
006910     MOVE WS-LN-BASE(WS-LN-SUB) TO DL-BASE.
006920     MOVE ZERO TO DL-ALLOC DL-LANDED DL-OLD-COST.
006930     IF NOT WS-LN-ON-MST(WS-LN-SUB)
006940         MOVE "NOT ON MASTER - NOT LANDED" TO DL-NOTE
006950         GO TO 2400-PRINT
006960     END-IF.
006970     IF WS-LN-WEIGHT(WS-LN-SUB) = ZERO
006980         MOVE "NO VENDOR COST - NOT LANDED" TO DL-NOTE
006990         GO TO 2400-PRINT
007000     END-IF.
007010     IF WS-LN-SUB = WS-LN-LAST
007020         MOVE WS-ALLOC-LEFT TO WS-ALLOC
007030     ELSE
007040         COMPUTE WS-ALLOC ROUNDED =
007050             WS-CH-AMOUNT(WS-CHG-SUB) * WS-LN-WEIGHT(WS-LN-SUB)
007060                 / WS-TOTAL-WEIGHT
007070         IF WS-ALLOC > WS-ALLOC-LEFT
007080             MOVE WS-ALLOC-LEFT TO WS-ALLOC
007090         END-IF
007100     END-IF.
007110     SUBTRACT WS-ALLOC FROM WS-ALLOC-LEFT.
007120     MOVE WS-ALLOC TO DL-ALLOC.
007130     MOVE WS-LN-DESC(WS-LN-SUB) TO IDESC.
007140     READ COGS-MASTER-FILE
007150         INVALID KEY
007160             MOVE "NOT ON MASTER - NOT LANDED" TO DL-NOTE
007170             GO TO 2400-PRINT
007180     END-READ.
007190     PERFORM 2250-READ-LEDGER THRU 2250-EXIT.
007200     IF WS-SAME-SHIPMENT
007210         COMPUTE WS-UPLIFT ROUNDED = LN-UPLIFT +
007220             WS-ALLOC / WS-LN-QTY(WS-LN-SUB)
007230     ELSE
007240         COMPUTE WS-UPLIFT ROUNDED =
007250             WS-ALLOC / WS-LN-QTY(WS-LN-SUB)
007260     END-IF.
007270     COMPUTE WS-NEW-COST ROUNDED =
007280         WS-LN-BASE(WS-LN-SUB) + WS-UPLIFT
007290         ON SIZE ERROR
007300             MOVE "LANDED COST OVER 99999.99" TO DL-NOTE
007310             GO TO 2400-PRINT
007320     END-COMPUTE.
007330     MOVE ICOST       TO WS-OLD-COST DL-OLD-COST.
007340     MOVE WS-NEW-COST TO DL-LANDED.
007350     MOVE IDESC                  TO LN-DESC.
007360     MOVE WS-CH-VNDR(WS-CHG-SUB) TO LN-VNDR.
007370     MOVE WS-CH-DATE(WS-CHG-SUB) TO LN-DATE-RECEIVED.
007380     MOVE WS-LN-PO(WS-LN-SUB)    TO LN-PO-NUMBER.
007390     MOVE WS-LN-BASE(WS-LN-SUB)  TO LN-BASE-COST.
007400     MOVE WS-UPLIFT              TO LN-UPLIFT.
007410     MOVE WS-NEW-COST            TO LN-LANDED-COST.
007420     MOVE WS-BUS-DATE            TO LN-DATE-CHANGED.
007430     IF WS-LND-FOUND
007440         REWRITE LANDED-LEDGER-RECORD
007450     ELSE
007460         WRITE LANDED-LEDGER-RECORD
007470     END-IF.
007480     ADD 1 TO WS-LINES-LANDED.
007490     IF WS-NEW-COST = WS-OLD-COST
007500         MOVE "ICOST ALREADY AT LANDED COST" TO DL-NOTE
007510         GO TO 2400-PRINT
007520     END-IF.
007530     MOVE WS-NEW-COST TO ICOST.
007540     REWRITE COGS-MASTER-RECORD.
007550     MOVE IDESC       TO CGP-DESC.
007560     MOVE WS-OLD-COST TO CGP-OLD-COST.
007570     MOVE WS-NEW-COST TO CGP-NEW-COST.
007580     MOVE WS-JOB-ID   TO CGP-JOB-ID.
007590     CALL "COGSCHG" USING COST-CHANGE-CALL-PARMS.
007600     ADD 1 TO WS-COSTS-CHANGED.
007610     MOVE "ICOST SET TO LANDED COST" TO DL-NOTE.
007620 2400-PRINT.
007630     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
007640 2400-EXIT.
007650     EXIT.
007660*----------------------------------------------------------------
007670*    2900-PRINT-CHARGE - THE CHARGE LINE WITH ITS DISPOSITION
007680*----------------------------------------------------------------
007690 2900-PRINT-CHARGE.
007700     MOVE SPACES TO PRINT-RECORD.
007710     WRITE PRINT-RECORD.
007720     EVALUATE WS-CH-TYPE(WS-CHG-SUB)
007730         WHEN "F"
007740             MOVE "FREIGHT"   TO CL-TYPE
007750         WHEN "D"
007760             MOVE "DUTY"      TO CL-TYPE
007770         WHEN OTHER
007780             MOVE "BROKERAGE" TO CL-TYPE
007790     END-EVALUATE.
007800     MOVE WS-CH-CARRIER(WS-CHG-SUB) TO CL-CARRIER.
007810     MOVE WS-CH-VNDR(WS-CHG-SUB)    TO CL-VNDR.
007820     MOVE WS-CH-DATE(WS-CHG-SUB)    TO CL-DATE.
007830     MOVE WS-CH-PO(WS-CHG-SUB)      TO CL-PO.
007840     MOVE WS-CH-AMOUNT(WS-CHG-SUB)  TO CL-AMOUNT.
007850     IF WS-CH-BY-UNITS(WS-CHG-SUB)
007860         MOVE "UNITS"  TO CL-BASIS
007870     ELSE
007880         MOVE "VALUE"  TO CL-BASIS
007890     END-IF.
007900     MOVE WS-CH-REF(WS-CHG-SUB)     TO CL-REF.
007910     WRITE PRINT-RECORD FROM WS-CHARGE-LINE.
007920 2900-EXIT.
007930     EXIT.
007940*----------------------------------------------------------------
007950*    3000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
007960*----------------------------------------------------------------
007970 3000-TERMINATE.
007980     MOVE WS-CHARGES-POSTED   TO SL-POSTED.
007990     MOVE WS-CHARGES-REJECTED TO SL-REJECTED.
008000     MOVE WS-TOT-CHARGES      TO SL-TOT-CHARGES.
008010     MOVE SPACES TO PRINT-RECORD.
008020     WRITE PRINT-RECORD.
008030     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
008040     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE2.
008050     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE3.
008060     CLOSE CHARGE-TRANS-FILE.
008070     CLOSE RECEIPT-HIST-FILE.
008080     CLOSE COGS-MASTER-FILE.
008090     CLOSE LANDED-LEDGER-FILE.
008100     CLOSE VENDOR-MASTER-FILE.
008110     IF WS-POL-OPEN
008120         CLOSE PO-LINE-FILE
008130     END-IF.
008140     IF WS-VCT-OPEN
008150         CLOSE VENDOR-ITEM-FILE
008160     END-IF.
008170     CLOSE AP-FEED-FILE.
008180     CLOSE PRINT-FILE.
008190     DISPLAY "COGSLAND - CHARGES READ      = " WS-RECS-READ.
008200     DISPLAY "COGSLAND - RECEIPTS SCANNED  = " WS-RCH-READ.
008210     DISPLAY "COGSLAND - CHARGES LANDED    = " WS-CHARGES-POSTED.
008220     DISPLAY "COGSLAND - CHARGES REJECTED  = "
008230             WS-CHARGES-REJECTED.
008240     DISPLAY "COGSLAND - PRODUCTS LANDED   = " WS-LINES-LANDED.
008250     DISPLAY "COGSLAND - ICOST CHANGES     = " WS-COSTS-CHANGED.
008260 3000-EXIT.
008270     EXIT.
