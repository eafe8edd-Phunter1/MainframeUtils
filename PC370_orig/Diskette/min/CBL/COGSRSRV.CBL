000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSRSRV.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSRSRV KEEPS THE CUSTOMER RESERVATION FILE.  A STORE     *
000090*   HOLDING STOCK FOR A CUSTOMER TO COLLECT USED TO TAPE A     *
000100*   NOTE TO THE SHELF, AND THE NEXT REGISTER SALE TOOK THE     *
000110*   UNITS ANYWAY.  NOW THE HOLD IS KEYED: EACH NIGHT, AHEAD OF *
000120*   THE POSTING PASS, THIS PROGRAM FIRST RELEASES EVERY HOLD   *
000130*   WHOSE EXPIRY DATE HAS PASSED, THEN APPLIES THE DAY'S       *
000140*   COGSRSIN TRANSACTIONS (COGSRSTX) - A TAKES A HOLD WHEN THE *
000150*   SHELF HAS THAT MANY UNRESERVED UNITS, C CANCELS ONE, AND P *
000160*   PICKS ONE UP.  HELD UNITS ARE CARRIED IN ST-RESERVED ON    *
000170*   THE STORE'S COGSSTOR RECORD, WHICH IS WHAT STOPS COGSPOST  *
000180*   SELLING THEM OVER THE REGISTER.  A PICKUP RELEASES THE     *
000190*   HOLD AND WRITES A SALE IN THE COGSSLTX LAYOUT TO COGSRSPU, *
000200*   WHICH COGSPOST POSTS AHEAD OF THE PRODUCT'S REGISTER SALES *
000210*   SO THE CUSTOMER GETS THE UNITS THAT WERE HELD.  EVERY      *
000220*   TRANSACTION AND EVERY EXPIRED HOLD IS PRINTED ON THE       *
000230*   COGSRSV1 RESERVATION REGISTER.                             *
000240*                                                              *
000250*   MODIFICATION HISTORY                                      *
000260*   2026-10-05  DHH  INITIAL VERSION                           *
000265*   2026-10-05  DHH  REASON TEXTS SHORTENED TO FIT DL-REASON   *
000270****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.  IBM-370.
000310 OBJECT-COMPUTER.  IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RESERVE-TRANS-FILE ASSIGN TO COGSRSIN
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-TRN-STATUS.
000370     SELECT RESERVATION-FILE ASSIGN TO COGSRSV
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS RV-KEY
000410         FILE STATUS IS WS-RSV-STATUS.
000420     SELECT STORE-INVENTORY-FILE ASSIGN TO COGSSTOR
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS ST-KEY
000460         FILE STATUS IS WS-STO-STATUS.
000470     SELECT RESERVE-CONTROL-FILE ASSIGN TO COGSRSNC
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-RNC-STATUS.
000500     SELECT PARM-FILE ASSIGN TO COGSRSVP
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-PRM-STATUS.
000530     SELECT PICKUP-SALE-FILE ASSIGN TO COGSRSPU
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-PKU-STATUS.
000560     SELECT PRINT-FILE ASSIGN TO COGSRSV1
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-PRT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  RESERVE-TRANS-FILE
000620     RECORDING MODE IS F
000630     RECORD CONTAINS 80 CHARACTERS
000640     BLOCK CONTAINS 0 RECORDS
000650     LABEL RECORDS ARE STANDARD.
000660 COPY COGSRSTX.
000670 FD  RESERVATION-FILE
000680     RECORDING MODE IS F
000690     RECORD CONTAINS 80 CHARACTERS
000700     LABEL RECORDS ARE STANDARD.
000710 COPY COGSRSVR.
000720 FD  STORE-INVENTORY-FILE
000730     RECORDING MODE IS F
000740     RECORD CONTAINS 40 CHARACTERS
000750     LABEL RECORDS ARE STANDARD.
000760 COPY COGSSTOR.
000770 FD  RESERVE-CONTROL-FILE
000780     RECORDING MODE IS F
000790     RECORD CONTAINS 80 CHARACTERS
000800     LABEL RECORDS ARE STANDARD.
000810 01  RESERVE-CONTROL-RECORD.
000820     05  RN-LAST-RES-NO      PIC 9(07).
000830     05  FILLER              PIC X(73).
000840 FD  PARM-FILE
000850     RECORDING MODE IS F
000860     RECORD CONTAINS 80 CHARACTERS
000870     LABEL RECORDS ARE STANDARD.
000880 01  PARM-RECORD.
000890     05  PRM-HOLD-DAYS-X     PIC X(03).
000900     05  PRM-HOLD-DAYS REDEFINES PRM-HOLD-DAYS-X
000910                             PIC 9(03).
000920     05  FILLER              PIC X(77).
000930 FD  PICKUP-SALE-FILE
000940     RECORDING MODE IS F
000950     RECORD CONTAINS 27 CHARACTERS
000960     BLOCK CONTAINS 0 RECORDS
000970     LABEL RECORDS ARE STANDARD.
000980 COPY COGSSLTX.
000990 FD  PRINT-FILE
001000     RECORDING MODE IS F
001010     RECORD CONTAINS 132 CHARACTERS
001020     LABEL RECORDS ARE STANDARD.
001030 01  PRINT-RECORD                PIC X(132).
001040 WORKING-STORAGE SECTION.
001050 77  WS-TRN-STATUS               PIC X(02) VALUE SPACES.
001060 77  WS-RSV-STATUS               PIC X(02) VALUE SPACES.
001070 77  WS-STO-STATUS               PIC X(02) VALUE SPACES.
001080 77  WS-RNC-STATUS               PIC X(02) VALUE SPACES.
001090 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
001100 77  WS-PKU-STATUS               PIC X(02) VALUE SPACES.
001110 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
001120 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
001130 77  WS-HOLD-DAYS                PIC 9(03) VALUE 5.
001140 77  WS-EXPIRY                   PIC 9(08) VALUE ZERO.
001150 77  WS-LAST-RES-NO              PIC 9(07) VALUE ZERO.
001160 77  WS-RESERVED                 PIC 9(07) VALUE ZERO.
001170 77  WS-NEW-RESERVED             PIC 9(08) VALUE ZERO.
001180 77  WS-RELEASE-QTY              PIC 9(05) VALUE ZERO.
001190 77  WS-PICKUP-QTY               PIC 9(05) VALUE ZERO.
001200 77  WS-STORE-STATE              PIC X(02) VALUE SPACES.
001210 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
001220 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
001230 77  WS-HOLDS-TAKEN              PIC 9(07) COMP VALUE ZERO.
001240 77  WS-HOLDS-CANCELLED          PIC 9(07) COMP VALUE ZERO.
001250 77  WS-HOLDS-PICKED-UP          PIC 9(07) COMP VALUE ZERO.
001260 77  WS-HOLDS-EXPIRED            PIC 9(07) COMP VALUE ZERO.
001270 01  WS-SWITCHES.
001280     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001290         88  WS-EOF                         VALUE 'Y'.
001300     05  WS-RSV-EOF-SW           PIC X(01) VALUE 'N'.
001310         88  WS-RSV-EOF                     VALUE 'Y'.
001320     05  WS-TRN-OPEN-SW          PIC X(01) VALUE 'N'.
001330         88  WS-TRN-OPEN                    VALUE 'Y'.
001340     05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
001350         88  WS-REJECTED                    VALUE 'Y'.
001360 COPY COGSDATP.
001370 COPY COGSSTLP.
001380 01  WS-HEADING-1.
001390     05  FILLER                  PIC X(44)
001400         VALUE "COGSWORTH CUSTOMER RESERVATION REGISTER    ".
001410     05  FILLER                  PIC X(15)
001420         VALUE "BUSINESS DATE  ".
001430     05  H1-DATE                 PIC 9(08).
001440 01  WS-HEADING-2.
001450     05  FILLER                  PIC X(09) VALUE "ACTION   ".
001460     05  FILLER                  PIC X(09) VALUE "HOLD NO  ".
001470     05  FILLER                  PIC X(12) VALUE "DESCRIPTION ".
001480     05  FILLER                  PIC X(06) VALUE "STORE ".
001490     05  FILLER                  PIC X(08) VALUE "   QTY  ".
001500     05  FILLER                  PIC X(22) VALUE "CUSTOMER".
001510     05  FILLER                  PIC X(10) VALUE "EXPIRES".
001520     05  FILLER                  PIC X(30) VALUE "RESULT".
001530 01  WS-DETAIL-LINE.
001540     05  DL-ACTION               PIC X(07).
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  DL-RES-NO               PIC 9(07).
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  DL-DESC                 PIC X(10).
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  DL-STORE                PIC X(03).
001610     05  FILLER                  PIC X(03) VALUE SPACES.
001620     05  DL-QTY                  PIC ZZ,ZZ9.
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001640     05  DL-CUSTOMER             PIC X(20).
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  DL-EXPIRY               PIC X(08).
001670     05  FILLER                  PIC X(02) VALUE SPACES.
001680     05  DL-REASON               PIC X(30).
001690 01  WS-SUMMARY-LINE.
001700     05  SM-LABEL                PIC X(25).
001710     05  SM-COUNT                PIC ZZZ,ZZ9.
001720 PROCEDURE DIVISION.
001730*----------------------------------------------------------------
001740*    0000-MAINLINE - PROGRAM CONTROL
001750*----------------------------------------------------------------
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001780     PERFORM 2000-EXPIRE-HOLDS THRU 2000-EXIT.
001790     PERFORM 2200-PROCESS-TRANS THRU 2200-EXIT
001800         UNTIL WS-EOF.
001810     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001820     STOP RUN.
001830*----------------------------------------------------------------
001840*    1000-INITIALIZE - OPEN FILES, HOLD DAYS, LAST HOLD NUMBER
001850*----------------------------------------------------------------
001860 1000-INITIALIZE.
001870     DISPLAY "COGSRSRV STARTING - CUSTOMER RESERVATIONS".
001880     MOVE "BUSD" TO CDP-FUNCTION.
001890     CALL "COGSDATE" USING DATE-CALL-PARMS.
001900     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001910     OPEN INPUT PARM-FILE.
001920     IF WS-PRM-STATUS = "00"
001930         READ PARM-FILE
001940             AT END
001950                 CONTINUE
001960         END-READ
001970         IF WS-PRM-STATUS = "00" AND PRM-HOLD-DAYS-X NUMERIC
001980                 AND PRM-HOLD-DAYS > ZERO
001990             MOVE PRM-HOLD-DAYS TO WS-HOLD-DAYS
002000         END-IF
002010         CLOSE PARM-FILE
002020     ELSE
002030         DISPLAY "COGSRSRV - NO COGSRSVP PARM, HOLDS KEPT "
002040                 WS-HOLD-DAYS " BUSINESS DAYS"
002050     END-IF.
002060     OPEN INPUT RESERVE-CONTROL-FILE.
002070     IF WS-RNC-STATUS = "00"
002080         READ RESERVE-CONTROL-FILE
002090             AT END
002100                 CONTINUE
002110         END-READ
002120         IF WS-RNC-STATUS = "00" AND RN-LAST-RES-NO NUMERIC
002130             MOVE RN-LAST-RES-NO TO WS-LAST-RES-NO
002140         END-IF
002150         CLOSE RESERVE-CONTROL-FILE
002160     ELSE
002170         DISPLAY "COGSRSRV - NO COGSRSNC CONTROL, HOLD "
002180                 "NUMBERS START FROM ONE"
002190     END-IF.
002200     OPEN INPUT RESERVE-TRANS-FILE.
002210     IF WS-TRN-STATUS = "00"
002220         MOVE 'Y' TO WS-TRN-OPEN-SW
002230     ELSE
002240         DISPLAY "COGSRSRV - NO COGSRSIN, STATUS = "
002250                 WS-TRN-STATUS " - EXPIRY SWEEP ONLY"
002260         MOVE 'Y' TO WS-EOF-SW
002270     END-IF.
002280     OPEN I-O RESERVATION-FILE.
002290     IF WS-RSV-STATUS = "35"
002300         OPEN OUTPUT RESERVATION-FILE
002310         CLOSE RESERVATION-FILE
002320         OPEN I-O RESERVATION-FILE
002330     END-IF.
002340     IF WS-RSV-STATUS NOT = "00"
002350         DISPLAY "COGSRSRV - UNABLE TO OPEN COGSRSV, STATUS = "
002360                 WS-RSV-STATUS
002370         MOVE 16 TO RETURN-CODE
002380         STOP RUN
002390     END-IF.
002400     OPEN I-O STORE-INVENTORY-FILE.
002410     IF WS-STO-STATUS NOT = "00"
002420         DISPLAY "COGSRSRV - UNABLE TO OPEN COGSSTOR, STATUS = "
002430                 WS-STO-STATUS
002440         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470     OPEN OUTPUT PICKUP-SALE-FILE.
002480     IF WS-PKU-STATUS NOT = "00"
002490         DISPLAY "COGSRSRV - UNABLE TO OPEN COGSRSPU, STATUS = "
002500                 WS-PKU-STATUS
002510         MOVE 16 TO RETURN-CODE
002520         STOP RUN
002530     END-IF.
002540     OPEN OUTPUT PRINT-FILE.
002550     IF WS-PRT-STATUS NOT = "00"
002560         DISPLAY "COGSRSRV - UNABLE TO OPEN COGSRSV1, STATUS = "
002570                 WS-PRT-STATUS
002580         MOVE 16 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002610     MOVE WS-BUS-DATE TO H1-DATE.
002620     WRITE PRINT-RECORD FROM WS-HEADING-1.
002630     WRITE PRINT-RECORD FROM WS-HEADING-2.
002640     IF WS-TRN-OPEN
002650         PERFORM 2100-READ-TRANS THRU 2100-EXIT
002660     END-IF.
002670 1000-EXIT.
002680     EXIT.
002690*----------------------------------------------------------------
002700*    2000-EXPIRE-HOLDS - A HOLD IS KEPT THROUGH ITS EXPIRY DATE
002710*    AND RELEASED THE NEXT BUSINESS DAY
002720*----------------------------------------------------------------
002730 2000-EXPIRE-HOLDS.
002740     MOVE LOW-VALUES TO RV-KEY.
002750     START RESERVATION-FILE KEY NOT < RV-KEY
002760         INVALID KEY
002770             MOVE 'Y' TO WS-RSV-EOF-SW
002780     END-START.
002790     PERFORM 2050-EXPIRE-ONE THRU 2050-EXIT
002800         UNTIL WS-RSV-EOF.
002810 2000-EXIT.
002820     EXIT.
002830 2050-EXPIRE-ONE.
002840     READ RESERVATION-FILE NEXT RECORD
002850         AT END
002860             MOVE 'Y' TO WS-RSV-EOF-SW
002870             GO TO 2050-EXIT
002880     END-READ.
002890     IF RV-EXPIRY NOT < WS-BUS-DATE
002900         GO TO 2050-EXIT
002910     END-IF.
002920     MOVE RV-QTY TO WS-RELEASE-QTY.
002930     PERFORM 2700-RELEASE-SHELF THRU 2700-EXIT.
002940     DELETE RESERVATION-FILE RECORD.
002950     ADD 1 TO WS-HOLDS-EXPIRED.
002960     MOVE "EXPIRE " TO DL-ACTION.
002970     PERFORM 2800-HOLD-TO-LINE THRU 2800-EXIT.
002980     MOVE "EXPIRED - HOLD RELEASED" TO DL-REASON.
002990     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
003000 2050-EXIT.
003010     EXIT.
003020 2100-READ-TRANS.
003030     READ RESERVE-TRANS-FILE
003040         AT END
003050             MOVE 'Y' TO WS-EOF-SW
003060             GO TO 2100-EXIT
003070     END-READ.
003080     ADD 1 TO WS-RECS-READ.
003090 2100-EXIT.
003100     EXIT.
003110*----------------------------------------------------------------
003120*    2200-PROCESS-TRANS - TAKE, CANCEL OR PICK UP ONE HOLD
003130*----------------------------------------------------------------
003140 2200-PROCESS-TRANS.
003150     MOVE 'N' TO WS-REJECT-SW.
003160     MOVE SPACES TO WS-DETAIL-LINE.
003170     EVALUATE TRUE
003180         WHEN RT-ADD
003190             MOVE "ADD    " TO DL-ACTION
003200             PERFORM 2300-TAKE-HOLD THRU 2300-EXIT
003210         WHEN RT-CANCEL
003220             MOVE "CANCEL " TO DL-ACTION
003230             PERFORM 2400-CANCEL-HOLD THRU 2400-EXIT
003240         WHEN RT-PICKUP
003250             MOVE "PICKUP " TO DL-ACTION
003260             PERFORM 2500-PICK-UP-HOLD THRU 2500-EXIT
003270         WHEN OTHER
003280             MOVE RT-TYPE TO DL-ACTION
003290             MOVE 'Y' TO WS-REJECT-SW
003300             MOVE "INVALID TRANSACTION TYPE" TO DL-REASON
003310     END-EVALUATE.
003320     IF WS-REJECTED
003330         MOVE ZERO          TO DL-RES-NO
003340         IF RT-RES-NO-X NUMERIC
003350             MOVE RT-RES-NO TO DL-RES-NO
003360         END-IF
003370         MOVE RT-DESC       TO DL-DESC
003380         MOVE RT-STORE-X    TO DL-STORE
003390         MOVE ZERO          TO DL-QTY
003400         IF RT-QTY-X NUMERIC
003410             MOVE RT-QTY    TO DL-QTY
003420         END-IF
003430         MOVE RT-CUST-NAME  TO DL-CUSTOMER
003440         MOVE RT-EXPIRY-X   TO DL-EXPIRY
003450         ADD 1 TO WS-RECS-REJECTED
003460     END-IF.
003470     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
003480     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003490 2200-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520*    2300-TAKE-HOLD - THE SHELF MUST HAVE THE UNITS UNRESERVED
003530*----------------------------------------------------------------
003540 2300-TAKE-HOLD.
003550     PERFORM 2310-EDIT-HOLD THRU 2310-EXIT.
003560     IF WS-REJECTED
003570         GO TO 2300-EXIT
003580     END-IF.
003590     ADD 1 TO WS-LAST-RES-NO.
003600     INITIALIZE RESERVATION-RECORD.
003610     MOVE RT-DESC        TO RV-DESC.
003620     MOVE WS-LAST-RES-NO TO RV-RES-NO.
003630     MOVE RT-STORE       TO RV-STORE.
003640     MOVE WS-STORE-STATE TO RV-STATE.
003650     MOVE RT-QTY         TO RV-QTY.
003660     MOVE RT-CUST-NAME   TO RV-CUST-NAME.
003670     MOVE RT-CUST-PHONE  TO RV-CUST-PHONE.
003680     MOVE WS-BUS-DATE    TO RV-DATE-TAKEN.
003690     MOVE WS-EXPIRY      TO RV-EXPIRY.
003700     WRITE RESERVATION-RECORD
003710         INVALID KEY
003720             MOVE 'Y' TO WS-REJECT-SW
003730             MOVE "HOLD NO. IN USE - SEE COGSRSNC"
003740                 TO DL-REASON
003750             GO TO 2300-EXIT
003760     END-WRITE.
003770     COMPUTE WS-NEW-RESERVED = WS-RESERVED + RT-QTY.
003780     MOVE WS-NEW-RESERVED TO ST-RESERVED.
003790     REWRITE STORE-INVENTORY-RECORD.
003800     ADD 1 TO WS-HOLDS-TAKEN.
003810     PERFORM 2800-HOLD-TO-LINE THRU 2800-EXIT.
003820     MOVE "HELD FOR PICKUP" TO DL-REASON.
003830 2300-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------
003860*    2310-EDIT-HOLD - FIELDS, STORE MASTER, SHELF AND EXPIRY
003870*----------------------------------------------------------------
003880 2310-EDIT-HOLD.
003890     IF RT-DESC = SPACES
003900         MOVE 'Y' TO WS-REJECT-SW
003910         MOVE "PRODUCT MISSING" TO DL-REASON
003920         GO TO 2310-EXIT
003930     END-IF.
003940     IF RT-STORE-X NOT NUMERIC OR RT-QTY-X NOT NUMERIC
003950         MOVE 'Y' TO WS-REJECT-SW
003960         MOVE "NON-NUMERIC FIELD" TO DL-REASON
003970         GO TO 2310-EXIT
003980     END-IF.
003990     IF RT-STORE = ZERO
004000         MOVE 'Y' TO WS-REJECT-SW
004010         MOVE "STORE NUMBER IS ZERO" TO DL-REASON
004020         GO TO 2310-EXIT
004030     END-IF.
004040     IF RT-QTY = ZERO
004050         MOVE 'Y' TO WS-REJECT-SW
004060         MOVE "QUANTITY IS ZERO" TO DL-REASON
004070         GO TO 2310-EXIT
004080     END-IF.
004090     IF RT-CUST-NAME = SPACES
004100         MOVE 'Y' TO WS-REJECT-SW
004110         MOVE "CUSTOMER NAME MISSING" TO DL-REASON
004120         GO TO 2310-EXIT
004130     END-IF.
004140     MOVE "STOR" TO SKP-FUNCTION.
004150     MOVE RT-STORE TO SKP-STORE.
004160     MOVE WS-BUS-DATE TO SKP-AS-OF-DATE.
004170     CALL "COGSSTLK" USING STORE-CALL-PARMS.
004180     IF SKP-RETURN-STATUS NOT = "00"
004190         MOVE 'Y' TO WS-REJECT-SW
004200         MOVE "STORE NOT ON STORE MASTER" TO DL-REASON
004210         GO TO 2310-EXIT
004220     END-IF.
004230     IF NOT SKP-STORE-OPEN
004240         MOVE 'Y' TO WS-REJECT-SW
004250         MOVE "STORE IS NOT OPEN" TO DL-REASON
004260         GO TO 2310-EXIT
004270     END-IF.
004280     MOVE SKP-STATE TO WS-STORE-STATE.
004290     PERFORM 2320-SET-EXPIRY THRU 2320-EXIT.
004300     IF WS-REJECTED
004310         GO TO 2310-EXIT
004320     END-IF.
004330     MOVE RT-DESC  TO ST-DESC.
004340     MOVE RT-STORE TO ST-STORE.
004350     READ STORE-INVENTORY-FILE
004360         INVALID KEY
004370             MOVE 'Y' TO WS-REJECT-SW
004380             MOVE "PRODUCT NOT STOCKED AT STORE" TO DL-REASON
004390             GO TO 2310-EXIT
004400     END-READ.
004410     MOVE ZERO TO WS-RESERVED.
004420     IF ST-RESERVED NUMERIC
004430         MOVE ST-RESERVED TO WS-RESERVED
004440     END-IF.
004450     IF RT-QTY + WS-RESERVED > ST-QOH
004460         MOVE 'Y' TO WS-REJECT-SW
004470         MOVE "NOT ENOUGH UNRESERVED STOCK" TO DL-REASON
004480         GO TO 2310-EXIT
004490     END-IF.
004500     IF RT-QTY + WS-RESERVED > 9999999
004510         MOVE 'Y' TO WS-REJECT-SW
004520         MOVE "HOLD OVERFLOWS ST-RESERVED" TO DL-REASON
004530     END-IF.
004540 2310-EXIT.
004550     EXIT.
004560*----------------------------------------------------------------
004570*    2320-SET-EXPIRY - THE DATE GIVEN, OR THE COGSRSVP NUMBER OF
004580*    BUSINESS DAYS FROM TODAY
004590*----------------------------------------------------------------
004600 2320-SET-EXPIRY.
004610     IF RT-EXPIRY-X = SPACES
004620         MOVE WS-BUS-DATE TO WS-EXPIRY
004630         PERFORM 2330-ADD-ONE-DAY THRU 2330-EXIT
004640             WS-HOLD-DAYS TIMES
004650         GO TO 2320-EXIT
004660     END-IF.
004670     IF RT-EXPIRY-X NOT NUMERIC
004680         MOVE 'Y' TO WS-REJECT-SW
004690         MOVE "INVALID EXPIRY DATE" TO DL-REASON
004700         GO TO 2320-EXIT
004710     END-IF.
004720     MOVE "VAL " TO CDP-FUNCTION.
004730     MOVE RT-EXPIRY TO CDP-DATE-IN.
004740     CALL "COGSDATE" USING DATE-CALL-PARMS.
004750     IF CDP-RETURN-STATUS NOT = "00"
004760         MOVE 'Y' TO WS-REJECT-SW
004770         MOVE "INVALID EXPIRY DATE" TO DL-REASON
004780         GO TO 2320-EXIT
004790     END-IF.
004800     IF RT-EXPIRY < WS-BUS-DATE
004810         MOVE 'Y' TO WS-REJECT-SW
004820         MOVE "EXPIRY DATE ALREADY PAST" TO DL-REASON
004830         GO TO 2320-EXIT
004840     END-IF.
004850     MOVE RT-EXPIRY TO WS-EXPIRY.
004860 2320-EXIT.
004870     EXIT.
004880 2330-ADD-ONE-DAY.
004890     MOVE "NBUS" TO CDP-FUNCTION.
004900     MOVE WS-EXPIRY TO CDP-DATE-IN.
004910     CALL "COGSDATE" USING DATE-CALL-PARMS.
004920     IF CDP-RETURN-STATUS = "00"
004930         MOVE CDP-DATE-OUT TO WS-EXPIRY
004940     END-IF.
004950 2330-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------
004980*    2400-CANCEL-HOLD - THE UNITS GO BACK ON OPEN SALE
004990*----------------------------------------------------------------
005000 2400-CANCEL-HOLD.
005010     PERFORM 2600-FIND-HOLD THRU 2600-EXIT.
005020     IF WS-REJECTED
005030         GO TO 2400-EXIT
005040     END-IF.
005050     MOVE RV-QTY TO WS-RELEASE-QTY.
005060     PERFORM 2700-RELEASE-SHELF THRU 2700-EXIT.
005070     DELETE RESERVATION-FILE RECORD.
005080     ADD 1 TO WS-HOLDS-CANCELLED.
005090     PERFORM 2800-HOLD-TO-LINE THRU 2800-EXIT.
005100     MOVE "CANCELLED - HOLD RELEASED" TO DL-REASON.
005110 2400-EXIT.
005120     EXIT.
005130*----------------------------------------------------------------
005140*    2500-PICK-UP-HOLD - RELEASE THE HOLD AND SEND THE UNITS
005150*    TAKEN TO COGSPOST AS A SALE
005160*----------------------------------------------------------------
005170 2500-PICK-UP-HOLD.
005180     PERFORM 2600-FIND-HOLD THRU 2600-EXIT.
005190     IF WS-REJECTED
005200         GO TO 2500-EXIT
005210     END-IF.
005220     IF RT-STORE-X NUMERIC AND RT-STORE NOT = RV-STORE
005230         MOVE 'Y' TO WS-REJECT-SW
005240         MOVE "HOLD IS AT ANOTHER STORE" TO DL-REASON
005250         GO TO 2500-EXIT
005260     END-IF.
005270     MOVE RV-QTY TO WS-PICKUP-QTY.
005280     IF RT-QTY-X NOT = SPACES
005290         IF RT-QTY-X NOT NUMERIC
005300             MOVE 'Y' TO WS-REJECT-SW
005310             MOVE "NON-NUMERIC FIELD" TO DL-REASON
005320             GO TO 2500-EXIT
005330         END-IF
005340         IF RT-QTY = ZERO OR RT-QTY > RV-QTY
005350             MOVE 'Y' TO WS-REJECT-SW
005360             MOVE "PICKUP QUANTITY NOT ON HOLD" TO DL-REASON
005370             GO TO 2500-EXIT
005380         END-IF
005390         MOVE RT-QTY TO WS-PICKUP-QTY
005400     END-IF.
005410     MOVE RV-QTY TO WS-RELEASE-QTY.
005420     PERFORM 2700-RELEASE-SHELF THRU 2700-EXIT.
005430     PERFORM 2510-WRITE-PICKUP-SALE THRU 2510-EXIT.
005440     DELETE RESERVATION-FILE RECORD.
005450     ADD 1 TO WS-HOLDS-PICKED-UP.
005460     PERFORM 2800-HOLD-TO-LINE THRU 2800-EXIT.
005470     MOVE WS-PICKUP-QTY TO DL-QTY.
005480     IF WS-PICKUP-QTY < RV-QTY
005490         MOVE "PART PICKED UP - REST RELEASED" TO DL-REASON
005500     ELSE
005510         MOVE "PICKED UP - POSTS AS A SALE" TO DL-REASON
005520     END-IF.
005530 2500-EXIT.
005540     EXIT.
005550 2510-WRITE-PICKUP-SALE.
005560     MOVE SPACES        TO SALE-TRANS-RECORD.
005570     MOVE RV-DESC       TO SL-DESC.
005580     MOVE RV-STATE      TO SL-STATE.
005590     MOVE WS-PICKUP-QTY TO SL-QTY-SOLD.
005600     MOVE RV-STORE      TO SL-STORE.
005610     WRITE SALE-TRANS-RECORD.
005620 2510-EXIT.
005630     EXIT.
005640*----------------------------------------------------------------
005650*    2600-FIND-HOLD - THE HOLD QUOTED ON A CANCEL OR PICKUP
005660*----------------------------------------------------------------
005670 2600-FIND-HOLD.
005680     IF RT-RES-NO-X NOT NUMERIC
005690         MOVE 'Y' TO WS-REJECT-SW
005700         MOVE "NON-NUMERIC FIELD" TO DL-REASON
005710         GO TO 2600-EXIT
005720     END-IF.
005730     MOVE RT-DESC   TO RV-DESC.
005740     MOVE RT-RES-NO TO RV-RES-NO.
005750     READ RESERVATION-FILE
005760         INVALID KEY
005770             MOVE 'Y' TO WS-REJECT-SW
005780             MOVE "HOLD NOT ON FILE" TO DL-REASON
005790     END-READ.
005800 2600-EXIT.
005810     EXIT.
005820*----------------------------------------------------------------
005830*    2700-RELEASE-SHELF - TAKE THE HOLD OFF ST-RESERVED
005840*----------------------------------------------------------------
005850 2700-RELEASE-SHELF.
005860     MOVE RV-DESC  TO ST-DESC.
005870     MOVE RV-STORE TO ST-STORE.
005880     READ STORE-INVENTORY-FILE
005890         INVALID KEY
005900             GO TO 2700-EXIT
005910     END-READ.
005920     MOVE ZERO TO WS-RESERVED.
005930     IF ST-RESERVED NUMERIC
005940         MOVE ST-RESERVED TO WS-RESERVED
005950     END-IF.
005960     IF WS-RELEASE-QTY > WS-RESERVED
005970         MOVE ZERO TO ST-RESERVED
005980     ELSE
005990         COMPUTE ST-RESERVED = WS-RESERVED - WS-RELEASE-QTY
006000     END-IF.
006010     REWRITE STORE-INVENTORY-RECORD.
006020 2700-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------
006050*    2800-HOLD-TO-LINE - THE HOLD ON FILE ONTO THE REGISTER
006060*----------------------------------------------------------------
006070 2800-HOLD-TO-LINE.
006080     MOVE RV-RES-NO    TO DL-RES-NO.
006090     MOVE RV-DESC      TO DL-DESC.
006100     MOVE RV-STORE     TO DL-STORE.
006110     MOVE RV-QTY       TO DL-QTY.
006120     MOVE RV-CUST-NAME TO DL-CUSTOMER.
006130     MOVE RV-EXPIRY    TO DL-EXPIRY.
006140 2800-EXIT.
006150     EXIT.
006160*----------------------------------------------------------------
006170*    3000-TERMINATE - SUMMARY, NEXT HOLD NUMBER, CLOSE FILES
006180*----------------------------------------------------------------
006190 3000-TERMINATE.
006200     IF WS-TRN-OPEN
006210         CLOSE RESERVE-TRANS-FILE
006220     END-IF.
006230     CLOSE RESERVATION-FILE.
006240     CLOSE STORE-INVENTORY-FILE.
006250     CLOSE PICKUP-SALE-FILE.
006260     OPEN OUTPUT RESERVE-CONTROL-FILE.
006270     INITIALIZE RESERVE-CONTROL-RECORD.
006280     MOVE WS-LAST-RES-NO TO RN-LAST-RES-NO.
006290     WRITE RESERVE-CONTROL-RECORD.
006300     CLOSE RESERVE-CONTROL-FILE.
006310     MOVE SPACES TO PRINT-RECORD.
006320     WRITE PRINT-RECORD.
006330     MOVE "HOLDS TAKEN             =" TO SM-LABEL.
006340     MOVE WS-HOLDS-TAKEN TO SM-COUNT.
006350     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
006360     MOVE "HOLDS CANCELLED         =" TO SM-LABEL.
006370     MOVE WS-HOLDS-CANCELLED TO SM-COUNT.
006380     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
006390     MOVE "HOLDS PICKED UP         =" TO SM-LABEL.
006400     MOVE WS-HOLDS-PICKED-UP TO SM-COUNT.
006410     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
006420     MOVE "HOLDS EXPIRED           =" TO SM-LABEL.
006430     MOVE WS-HOLDS-EXPIRED TO SM-COUNT.
006440     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
006450     MOVE "TRANSACTIONS REJECTED   =" TO SM-LABEL.
006460     MOVE WS-RECS-REJECTED TO SM-COUNT.
006470     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
006480     CLOSE PRINT-FILE.
006490     DISPLAY "COGSRSRV - RECORDS READ       = " WS-RECS-READ.
006500     DISPLAY "COGSRSRV - HOLDS TAKEN        = " WS-HOLDS-TAKEN.
006510     DISPLAY "COGSRSRV - HOLDS CANCELLED    = "
006520             WS-HOLDS-CANCELLED.
006530     DISPLAY "COGSRSRV - HOLDS PICKED UP    = "
006540             WS-HOLDS-PICKED-UP.
006550     DISPLAY "COGSRSRV - HOLDS EXPIRED      = " WS-HOLDS-EXPIRED.
006560     DISPLAY "COGSRSRV - RECORDS REJECTED   = "
006570             WS-RECS-REJECTED.
006580 3000-EXIT.
006590     EXIT.
