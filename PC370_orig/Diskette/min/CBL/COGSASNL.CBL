000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSASNL.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSASNL LOADS THE ADVANCE SHIP NOTICES THE LARGER         *
000090*   SUPPLIERS SEND AHEAD OF THE TRUCK (COGSASIN) ONTO THE      *
000100*   COGSASN FILE, WHERE THE DOCK CONFIRMS THEM THROUGH         *
000110*   COGSASCF INSTEAD OF KEYING EVERY RECEIPT FROM THE PACKING  *
000120*   SLIP.  EACH LINE IS VALIDATED BEFORE IT IS LOADED - THE    *
000130*   VENDOR MUST BE ON VNDRMST, THE PRODUCT ON COGSMST (WITH A  *
000140*   CASE PACK WHEN THE QUANTITY IS CASES), THE QUANTITY        *
000150*   NUMERIC AND ABOVE ZERO, THE EXPECTED DATE A REAL DATE,     *
000160*   AND THE GOODS MUST BE ON AN OPEN ORDER FROM THAT VENDOR:   *
000170*   THE QUOTED PO LINE WHEN THERE IS ONE, OTHERWISE THE        *
000180*   PRODUCT'S COGSOPO LEDGER ENTRY.  A SHIPMENT ALREADY ON     *
000190*   COGSASN IS REFUSED WHOLE SO A RESENT NOTICE DOES NOT       *
000200*   DOUBLE THE TRUCK.  GOOD LINES ARE NUMBERED WITHIN THEIR    *
000210*   SHIPMENT AS THEY LOAD; REJECTED LINES ARE LISTED WITH      *
000220*   THE REASON AND END THE RUN RC=4 SO THE BUYER CAN TAKE IT   *
000230*   UP WITH THE SUPPLIER.                                      *
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
000340     SELECT ASN-TRANS-FILE ASSIGN TO COGSASIN
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-TRN-STATUS.
000370     SELECT VENDOR-MASTER-FILE ASSIGN TO VNDRMST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS VN-CODE
000410         FILE STATUS IS WS-VND-STATUS.
000420     SELECT COGS-MASTER-FILE ASSIGN TO COGSMST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS IDESC OF COGS-MASTER-RECORD
000460         FILE STATUS IS WS-MST-STATUS.
000470     SELECT OPEN-PO-FILE ASSIGN TO COGSOPO
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS OP-DESC
000510         FILE STATUS IS WS-OPO-STATUS.
000520     SELECT PO-HEADER-FILE ASSIGN TO COGSPOH
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS PH-PO-NUMBER
000560         FILE STATUS IS WS-POH-STATUS.
000570     SELECT PO-LINE-FILE ASSIGN TO COGSPOL
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS PL-KEY
000610         FILE STATUS IS WS-POL-STATUS.
000620     SELECT ASN-FILE ASSIGN TO COGSASN
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS AN-KEY
000660         FILE STATUS IS WS-ASN-STATUS.
000670     SELECT PRINT-FILE ASSIGN TO COGSASL1
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-PRT-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  ASN-TRANS-FILE
000730     RECORDING MODE IS F
000740     RECORD CONTAINS 80 CHARACTERS
000750     BLOCK CONTAINS 0 RECORDS
000760     LABEL RECORDS ARE STANDARD.
000770 COPY COGSASTX.
000780 FD  VENDOR-MASTER-FILE
000790     RECORDING MODE IS F
000800     RECORD CONTAINS 80 CHARACTERS
000810     LABEL RECORDS ARE STANDARD.
000820 COPY COGSVNDR.
000830 FD  COGS-MASTER-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY COGSMSTR.
000860 FD  OPEN-PO-FILE
000870     RECORDING MODE IS F
000880     RECORD CONTAINS 40 CHARACTERS
000890     LABEL RECORDS ARE STANDARD.
000900 COPY COGSOPOR.
000910 FD  PO-HEADER-FILE
000920     RECORDING MODE IS F
000930     RECORD CONTAINS 80 CHARACTERS
000940     LABEL RECORDS ARE STANDARD.
000950 COPY COGSPOHR.
000960 FD  PO-LINE-FILE
000970     RECORDING MODE IS F
000980     RECORD CONTAINS 80 CHARACTERS
000990     LABEL RECORDS ARE STANDARD.
001000 COPY COGSPOLR.
001010 FD  ASN-FILE
001020     RECORDING MODE IS F
001030     RECORD CONTAINS 100 CHARACTERS
001040     LABEL RECORDS ARE STANDARD.
001050 COPY COGSASNR.
001060 FD  PRINT-FILE
001070     RECORDING MODE IS F
001080     RECORD CONTAINS 132 CHARACTERS
001090     LABEL RECORDS ARE STANDARD.
001100 01  PRINT-RECORD                PIC X(132).
001110 WORKING-STORAGE SECTION.
001120 77  WS-TRN-STATUS               PIC X(02) VALUE SPACES.
001130 77  WS-VND-STATUS               PIC X(02) VALUE SPACES.
001140 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
001150 77  WS-OPO-STATUS               PIC X(02) VALUE SPACES.
001160 77  WS-POH-STATUS               PIC X(02) VALUE SPACES.
001170 77  WS-POL-STATUS               PIC X(02) VALUE SPACES.
001180 77  WS-ASN-STATUS               PIC X(02) VALUE SPACES.
001190 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
001200 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
001210 77  WS-RECS-LOADED              PIC 9(07) COMP VALUE ZERO.
001220 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
001230 77  WS-SHIPMENTS-READ           PIC 9(07) COMP VALUE ZERO.
001240 77  WS-SHIPMENTS-REFUSED        PIC 9(07) COMP VALUE ZERO.
001250 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
001260 77  WS-CUR-VNDR                 PIC X(06) VALUE SPACES.
001270 77  WS-CUR-SHIPMENT             PIC X(10) VALUE SPACES.
001280 77  WS-NEXT-LINE                PIC 9(03) VALUE ZERO.
001290 77  WS-ASN-STORE                PIC 9(03) VALUE ZERO.
001300 COPY COGSDATP.
001310 01  WS-SWITCHES.
001320     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001330         88  WS-EOF                         VALUE 'Y'.
001340     05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
001350         88  WS-REJECTED                    VALUE 'Y'.
001360     05  WS-DUP-SHIP-SW          PIC X(01) VALUE 'N'.
001370         88  WS-DUP-SHIPMENT                VALUE 'Y'.
001380     05  WS-PO-QUOTED-SW         PIC X(01) VALUE 'N'.
001390         88  WS-PO-QUOTED                   VALUE 'Y'.
001400 01  WS-HEADING-1.
001410     05  FILLER                  PIC X(44)
001420         VALUE "COGSWORTH ADVANCE SHIP NOTICE LOAD         ".
001430     05  FILLER                  PIC X(15)
001440         VALUE "BUSINESS DATE  ".
001450     05  H1-DATE                 PIC 9(08).
001460 01  WS-HEADING-2.
001470     05  FILLER                  PIC X(08) VALUE "VENDOR  ".
001480     05  FILLER                  PIC X(12) VALUE "SHIPMENT    ".
001490     05  FILLER                  PIC X(12) VALUE "PRODUCT     ".
001500     05  FILLER                  PIC X(10) VALUE "   QTY U  ".
001510     05  FILLER                  PIC X(13) VALUE "PO-LINE      ".
001520     05  FILLER                  PIC X(10) VALUE "EXPECTED  ".
001530     05  FILLER                  PIC X(30) VALUE "DISPOSITION".
001540 01  WS-DETAIL-LINE.
001550     05  DL-VNDR                 PIC X(06).
001560     05  FILLER                  PIC X(02) VALUE SPACES.
001570     05  DL-SHIPMENT             PIC X(10).
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001590     05  DL-DESC                 PIC X(10).
001600     05  FILLER                  PIC X(02) VALUE SPACES.
001610     05  DL-QTY                  PIC X(06).
001620     05  DL-QTY-N REDEFINES DL-QTY
001630                                 PIC ZZ,ZZ9.
001640     05  FILLER                  PIC X(01) VALUE SPACES.
001650     05  DL-UOM                  PIC X(01).
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  DL-PO                   PIC X(07).
001680     05  DL-PO-DASH              PIC X(01).
001690     05  DL-PO-LINE              PIC X(03).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  DL-EXP-DATE             PIC X(08).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  DL-DISPOSITION          PIC X(40).
001740 01  WS-LOADED-MSG.
001750     05  FILLER                  PIC X(15)
001760         VALUE "LOADED AS LINE ".
001770     05  LM-LINE                 PIC 9(03).
001780 01  WS-SUMMARY-LINE.
001790     05  SL-LABEL                PIC X(30).
001800     05  SL-COUNT                PIC ZZZ,ZZ9.
001810 PROCEDURE DIVISION.
001820*----------------------------------------------------------------
001830*    0000-MAINLINE - PROGRAM CONTROL
001840*----------------------------------------------------------------
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001870     PERFORM 2000-PROCESS-ASN-LINE THRU 2000-EXIT
001880         UNTIL WS-EOF.
001890     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001900     STOP RUN.
001910*----------------------------------------------------------------
001920*    1000-INITIALIZE - OPEN FILES, PICK UP THE BUSINESS DATE,
001930*    PRINT HEADINGS
001940*----------------------------------------------------------------
001950 1000-INITIALIZE.
001960     DISPLAY "COGSASNL STARTING - ADVANCE SHIP NOTICE LOAD".
001970     MOVE "BUSD" TO CDP-FUNCTION.
001980     CALL "COGSDATE" USING DATE-CALL-PARMS.
001990     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
002000     OPEN INPUT ASN-TRANS-FILE.
002010     IF WS-TRN-STATUS NOT = "00"
002020         DISPLAY "COGSASNL - UNABLE TO OPEN COGSASIN, STATUS = "
002030                 WS-TRN-STATUS
002040         MOVE 16 TO RETURN-CODE
002050         STOP RUN
002060     END-IF.
002070     OPEN INPUT VENDOR-MASTER-FILE.
002080     IF WS-VND-STATUS NOT = "00"
002090         DISPLAY "COGSASNL - UNABLE TO OPEN VNDRMST, STATUS = "
002100                 WS-VND-STATUS
002110         MOVE 16 TO RETURN-CODE
002120         STOP RUN
002130     END-IF.
002140     OPEN INPUT COGS-MASTER-FILE.
002150     IF WS-MST-STATUS NOT = "00"
002160         DISPLAY "COGSASNL - UNABLE TO OPEN COGSMST, STATUS = "
002170                 WS-MST-STATUS
002180         MOVE 16 TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210     OPEN INPUT OPEN-PO-FILE.
002220     IF WS-OPO-STATUS NOT = "00"
002230         DISPLAY "COGSASNL - UNABLE TO OPEN COGSOPO, STATUS = "
002240                 WS-OPO-STATUS
002250         MOVE 16 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280     OPEN INPUT PO-HEADER-FILE.
002290     IF WS-POH-STATUS NOT = "00"
002300         DISPLAY "COGSASNL - UNABLE TO OPEN COGSPOH, STATUS = "
002310                 WS-POH-STATUS
002320         MOVE 16 TO RETURN-CODE
002330         STOP RUN
002340     END-IF.
002350     OPEN INPUT PO-LINE-FILE.
002360     IF WS-POL-STATUS NOT = "00"
002370         DISPLAY "COGSASNL - UNABLE TO OPEN COGSPOL, STATUS = "
002380                 WS-POL-STATUS
002390         MOVE 16 TO RETURN-CODE
002400         STOP RUN
002410     END-IF.
002420     OPEN I-O ASN-FILE.
002430     IF WS-ASN-STATUS = "35"
002440         OPEN OUTPUT ASN-FILE
002450         CLOSE ASN-FILE
002460         OPEN I-O ASN-FILE
002470     END-IF.
002480     IF WS-ASN-STATUS NOT = "00"
002490         DISPLAY "COGSASNL - UNABLE TO OPEN COGSASN, STATUS = "
002500                 WS-ASN-STATUS
002510         MOVE 16 TO RETURN-CODE
002520         STOP RUN
002530     END-IF.
002540     OPEN OUTPUT PRINT-FILE.
002550     IF WS-PRT-STATUS NOT = "00"
002560         DISPLAY "COGSASNL - UNABLE TO OPEN COGSASL1, STATUS = "
002570                 WS-PRT-STATUS
002580         MOVE 16 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002610     MOVE WS-BUS-DATE TO H1-DATE.
002620     WRITE PRINT-RECORD FROM WS-HEADING-1.
002630     WRITE PRINT-RECORD FROM WS-HEADING-2.
002640     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002650 1000-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------
002680*    2000-PROCESS-ASN-LINE - VALIDATE ONE NOTICE LINE AND LOAD
002690*    IT, OR LIST WHY NOT
002700*----------------------------------------------------------------
002710 2000-PROCESS-ASN-LINE.
002720     MOVE 'N' TO WS-REJECT-SW.
002730     IF AT-VNDR NOT = WS-CUR-VNDR
002740             OR AT-SHIPMENT NOT = WS-CUR-SHIPMENT
002750         PERFORM 2200-START-SHIPMENT THRU 2200-EXIT
002760     END-IF.
002770     PERFORM 2300-VALIDATE-LINE THRU 2300-EXIT.
002780     IF NOT WS-REJECTED
002790         PERFORM 2500-CHECK-OPEN-ORDER THRU 2500-EXIT
002800     END-IF.
002810     IF NOT WS-REJECTED
002820         PERFORM 2600-LOAD-LINE THRU 2600-EXIT
002830     END-IF.
002840     IF WS-REJECTED
002850         ADD 1 TO WS-RECS-REJECTED
002860     END-IF.
002870     MOVE AT-VNDR       TO DL-VNDR.
002880     MOVE AT-SHIPMENT   TO DL-SHIPMENT.
002890     MOVE AT-DESC       TO DL-DESC.
002900     IF AT-QTY-X NUMERIC
002910         MOVE AT-QTY    TO DL-QTY-N
002920     ELSE
002930         MOVE AT-QTY-X  TO DL-QTY
002940     END-IF.
002950     MOVE AT-UOM        TO DL-UOM.
002960     IF WS-PO-QUOTED
002970         MOVE AT-PO-NUMBER-X TO DL-PO
002980         MOVE "-"            TO DL-PO-DASH
002990         MOVE AT-PO-LINE     TO DL-PO-LINE
003000     ELSE
003010         MOVE SPACES TO DL-PO DL-PO-DASH DL-PO-LINE
003020     END-IF.
003030     MOVE AT-EXP-DATE-X TO DL-EXP-DATE.
003040     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
003050     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003060 2000-EXIT.
003070     EXIT.
003080 2100-READ-TRANS.
003090     READ ASN-TRANS-FILE
003100         AT END
003110             MOVE 'Y' TO WS-EOF-SW
003120             GO TO 2100-EXIT
003130     END-READ.
003140     ADD 1 TO WS-RECS-READ.
003150 2100-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------
003180*    2200-START-SHIPMENT - FIRST LINE OF A NEW VENDOR SHIPMENT;
003190*    A SHIPMENT ALREADY ON COGSASN IS REFUSED WHOLE
003200*----------------------------------------------------------------
003210 2200-START-SHIPMENT.
003220     MOVE AT-VNDR     TO WS-CUR-VNDR.
003230     MOVE AT-SHIPMENT TO WS-CUR-SHIPMENT.
003240     MOVE ZERO        TO WS-NEXT-LINE.
003250     MOVE 'N'         TO WS-DUP-SHIP-SW.
003260     ADD 1 TO WS-SHIPMENTS-READ.
003270     MOVE AT-VNDR     TO AN-VNDR.
003280     MOVE AT-SHIPMENT TO AN-SHIPMENT.
003290     MOVE ZERO        TO AN-LINE.
003300     START ASN-FILE
003310         KEY NOT < AN-KEY
003320         INVALID KEY
003330             GO TO 2200-EXIT
003340     END-START.
003350     READ ASN-FILE NEXT RECORD
003360         AT END
003370             GO TO 2200-EXIT
003380     END-READ.
003390     IF AN-VNDR = AT-VNDR AND AN-SHIPMENT = AT-SHIPMENT
003400         MOVE 'Y' TO WS-DUP-SHIP-SW
003410         ADD 1 TO WS-SHIPMENTS-REFUSED
003420     END-IF.
003430 2200-EXIT.
003440     EXIT.
003450*----------------------------------------------------------------
003460*    2300-VALIDATE-LINE - VENDOR, PRODUCT, QUANTITY, UNIT OF
003470*    MEASURE, EXPECTED DATE AND STORE
003480*----------------------------------------------------------------
003490 2300-VALIDATE-LINE.
003500     MOVE 'N' TO WS-PO-QUOTED-SW.
003510     IF WS-DUP-SHIPMENT
003520         MOVE 'Y' TO WS-REJECT-SW
003530         MOVE "SHIPMENT ALREADY LOADED" TO DL-DISPOSITION
003540         GO TO 2300-EXIT
003550     END-IF.
003560     IF AT-SHIPMENT = SPACES
003570         MOVE 'Y' TO WS-REJECT-SW
003580         MOVE "NO SHIPMENT ID" TO DL-DISPOSITION
003590         GO TO 2300-EXIT
003600     END-IF.
003610     MOVE AT-VNDR TO VN-CODE.
003620     READ VENDOR-MASTER-FILE
003630         INVALID KEY
003640             MOVE 'Y' TO WS-REJECT-SW
003650             MOVE "VENDOR NOT ON VENDOR MASTER"
003660                 TO DL-DISPOSITION
003670             GO TO 2300-EXIT
003680     END-READ.
003690     MOVE AT-DESC TO IDESC OF COGS-MASTER-RECORD.
003700     READ COGS-MASTER-FILE
003710         INVALID KEY
003720             MOVE 'Y' TO WS-REJECT-SW
003730             MOVE "PRODUCT NOT ON MASTER" TO DL-DISPOSITION
003740             GO TO 2300-EXIT
003750     END-READ.
003760     IF AT-QTY-X NOT NUMERIC
003770         MOVE 'Y' TO WS-REJECT-SW
003780         MOVE "QUANTITY NOT NUMERIC" TO DL-DISPOSITION
003790         GO TO 2300-EXIT
003800     END-IF.
003810     IF AT-QTY = ZERO
003820         MOVE 'Y' TO WS-REJECT-SW
003830         MOVE "QUANTITY IS ZERO" TO DL-DISPOSITION
003840         GO TO 2300-EXIT
003850     END-IF.
003860     IF NOT AT-UOM-VALID
003870         MOVE 'Y' TO WS-REJECT-SW
003880         MOVE "UNIT MUST BE C OR E" TO DL-DISPOSITION
003890         GO TO 2300-EXIT
003900     END-IF.
003910     IF AT-UOM-CASES
003920         IF I8CASE-PACK NOT NUMERIC OR I8CASE-PACK < 2
003930             MOVE 'Y' TO WS-REJECT-SW
003940             MOVE "CASES SHIPPED, PRODUCT HAS NO CASE PACK"
003950                 TO DL-DISPOSITION
003960             GO TO 2300-EXIT
003970         END-IF
003980     END-IF.
003990     IF AT-EXP-DATE-X NOT NUMERIC
004000         MOVE 'Y' TO WS-REJECT-SW
004010         MOVE "EXPECTED DATE NOT NUMERIC" TO DL-DISPOSITION
004020         GO TO 2300-EXIT
004030     END-IF.
004040     MOVE "VAL " TO CDP-FUNCTION.
004050     MOVE AT-EXP-DATE TO CDP-DATE-IN.
004060     CALL "COGSDATE" USING DATE-CALL-PARMS.
004070     IF CDP-RETURN-STATUS NOT = "00"
004080         MOVE 'Y' TO WS-REJECT-SW
004090         MOVE "EXPECTED DATE NOT A VALID DATE"
004100             TO DL-DISPOSITION
004110         GO TO 2300-EXIT
004120     END-IF.
004130     MOVE ZERO TO WS-ASN-STORE.
004140     IF AT-STORE-X NOT = SPACES
004150         IF AT-STORE-X NOT NUMERIC
004160             MOVE 'Y' TO WS-REJECT-SW
004170             MOVE "STORE NOT NUMERIC" TO DL-DISPOSITION
004180             GO TO 2300-EXIT
004190         END-IF
004200         MOVE AT-STORE TO WS-ASN-STORE
004210     END-IF.
004220 2300-EXIT.
004230     EXIT.
004240*----------------------------------------------------------------
004250*    2500-CHECK-OPEN-ORDER - THE GOODS MUST BE ON ORDER FROM
004260*    THIS VENDOR: THE QUOTED PO LINE WHEN THERE IS ONE, ELSE
004270*    THE PRODUCT'S OPEN-PO LEDGER ENTRY
004280*----------------------------------------------------------------
004290 2500-CHECK-OPEN-ORDER.
004300     IF AT-PO-NUMBER-X = SPACES
004310         GO TO 2500-BY-PRODUCT
004320     END-IF.
004330     IF AT-PO-NUMBER NOT NUMERIC OR AT-PO-LINE NOT NUMERIC
004340         MOVE 'Y' TO WS-REJECT-SW
004350         MOVE "PO NUMBER/LINE NOT NUMERIC" TO DL-DISPOSITION
004360         GO TO 2500-EXIT
004370     END-IF.
004380     IF AT-PO-NUMBER = ZERO
004390         GO TO 2500-BY-PRODUCT
004400     END-IF.
004410     MOVE 'Y' TO WS-PO-QUOTED-SW.
004420     MOVE AT-PO-NUMBER TO PL-PO-NUMBER.
004430     MOVE AT-PO-LINE   TO PL-LINE.
004440     READ PO-LINE-FILE
004450         INVALID KEY
004460             MOVE 'Y' TO WS-REJECT-SW
004470             MOVE "PO LINE NOT ON FILE" TO DL-DISPOSITION
004480             GO TO 2500-EXIT
004490     END-READ.
004500     IF NOT PL-OPEN
004510         MOVE 'Y' TO WS-REJECT-SW
004520         MOVE "PO LINE NOT OPEN" TO DL-DISPOSITION
004530         GO TO 2500-EXIT
004540     END-IF.
004550     IF PL-DESC NOT = AT-DESC
004560         MOVE 'Y' TO WS-REJECT-SW
004570         MOVE "PRODUCT DOES NOT MATCH PO LINE"
004580             TO DL-DISPOSITION
004590         GO TO 2500-EXIT
004600     END-IF.
004610     MOVE AT-PO-NUMBER TO PH-PO-NUMBER.
004620     READ PO-HEADER-FILE
004630         INVALID KEY
004640             MOVE 'Y' TO WS-REJECT-SW
004650             MOVE "PO HEADER NOT ON FILE" TO DL-DISPOSITION
004660             GO TO 2500-EXIT
004670     END-READ.
004680     IF PH-VNDR NOT = AT-VNDR
004690         MOVE 'Y' TO WS-REJECT-SW
004700         MOVE "PO IS WITH ANOTHER VENDOR" TO DL-DISPOSITION
004710         GO TO 2500-EXIT
004720     END-IF.
004730     IF WS-ASN-STORE = ZERO AND PH-SHIP-STORE NUMERIC
004740         MOVE PH-SHIP-STORE TO WS-ASN-STORE
004750     END-IF.
004760     GO TO 2500-EXIT.
004770 2500-BY-PRODUCT.
004780     MOVE AT-DESC TO OP-DESC.
004790     READ OPEN-PO-FILE
004800         INVALID KEY
004810             MOVE 'Y' TO WS-REJECT-SW
004820             MOVE "PRODUCT NOT ON ORDER" TO DL-DISPOSITION
004830             GO TO 2500-EXIT
004840     END-READ.
004850     IF OP-QTY-RECEIVED NOT < OP-QTY-ORDERED
004860         MOVE 'Y' TO WS-REJECT-SW
004870         MOVE "PRODUCT ORDER ALREADY RECEIVED"
004880             TO DL-DISPOSITION
004890         GO TO 2500-EXIT
004900     END-IF.
004910     IF OP-VNDR NOT = AT-VNDR
004920         MOVE 'Y' TO WS-REJECT-SW
004930         MOVE "PRODUCT IS ON ORDER FROM ANOTHER VENDOR"
004940             TO DL-DISPOSITION
004950         GO TO 2500-EXIT
004960     END-IF.
004970 2500-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------
005000*    2600-LOAD-LINE - NUMBER THE LINE WITHIN ITS SHIPMENT AND
005010*    WRITE IT OPEN ON COGSASN
005020*----------------------------------------------------------------
005030 2600-LOAD-LINE.
005040     IF WS-NEXT-LINE = 999
005050         MOVE 'Y' TO WS-REJECT-SW
005060         MOVE "SHIPMENT OVER 999 LINES" TO DL-DISPOSITION
005070         GO TO 2600-EXIT
005080     END-IF.
005090     ADD 1 TO WS-NEXT-LINE.
005100     INITIALIZE ASN-LINE-RECORD.
005110     MOVE AT-VNDR      TO AN-VNDR.
005120     MOVE AT-SHIPMENT  TO AN-SHIPMENT.
005130     MOVE WS-NEXT-LINE TO AN-LINE.
005140     MOVE AT-EXP-DATE  TO AN-EXP-DATE.
005150     MOVE AT-DESC      TO AN-DESC.
005160     IF AT-UOM-CASES
005170         MOVE "C"      TO AN-UOM
005180     ELSE
005190         MOVE "E"      TO AN-UOM
005200     END-IF.
005210     MOVE AT-QTY       TO AN-QTY-SHIPPED.
005220     IF WS-PO-QUOTED
005230         MOVE AT-PO-NUMBER TO AN-PO-NUMBER
005240         MOVE AT-PO-LINE   TO AN-PO-LINE
005250     END-IF.
005260     MOVE WS-ASN-STORE TO AN-STORE.
005270     MOVE "O"          TO AN-STATUS.
005280     MOVE WS-BUS-DATE  TO AN-DATE-LOADED.
005290     WRITE ASN-LINE-RECORD
005300         INVALID KEY
005310             MOVE 'Y' TO WS-REJECT-SW
005320             MOVE "ASN LINE ALREADY ON FILE" TO DL-DISPOSITION
005330             GO TO 2600-EXIT
005340     END-WRITE.
005350     MOVE WS-NEXT-LINE TO LM-LINE.
005360     MOVE WS-LOADED-MSG TO DL-DISPOSITION.
005370     ADD 1 TO WS-RECS-LOADED.
005380 2600-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------
005410*    3000-TERMINATE - PRINT SUMMARY, CLOSE FILES, SET RC
005420*----------------------------------------------------------------
005430 3000-TERMINATE.
005440     MOVE SPACES TO PRINT-RECORD.
005450     WRITE PRINT-RECORD.
005460     MOVE "NOTICE LINES READ           =" TO SL-LABEL.
005470     MOVE WS-RECS-READ TO SL-COUNT.
005480     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005490     MOVE "LINES LOADED                =" TO SL-LABEL.
005500     MOVE WS-RECS-LOADED TO SL-COUNT.
005510     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005520     MOVE "LINES REJECTED              =" TO SL-LABEL.
005530     MOVE WS-RECS-REJECTED TO SL-COUNT.
005540     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005550     MOVE "SHIPMENTS READ              =" TO SL-LABEL.
005560     MOVE WS-SHIPMENTS-READ TO SL-COUNT.
005570     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005580     MOVE "SHIPMENTS ALREADY LOADED    =" TO SL-LABEL.
005590     MOVE WS-SHIPMENTS-REFUSED TO SL-COUNT.
005600     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005610     CLOSE ASN-TRANS-FILE.
005620     CLOSE VENDOR-MASTER-FILE.
005630     CLOSE COGS-MASTER-FILE.
005640     CLOSE OPEN-PO-FILE.
005650     CLOSE PO-HEADER-FILE.
005660     CLOSE PO-LINE-FILE.
005670     CLOSE ASN-FILE.
005680     CLOSE PRINT-FILE.
005690     DISPLAY "COGSASNL - NOTICE LINES READ  = " WS-RECS-READ.
005700     DISPLAY "COGSASNL - LINES LOADED       = " WS-RECS-LOADED.
005710     DISPLAY "COGSASNL - LINES REJECTED     = " WS-RECS-REJECTED.
005720     IF WS-RECS-REJECTED > ZERO
005730         MOVE 4 TO RETURN-CODE
005740     END-IF.
005750 3000-EXIT.
005760     EXIT.
