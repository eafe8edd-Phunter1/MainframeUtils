000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSASCF.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSASCF TURNS THE DOCK'S CONFIRMATIONS AGAINST THE        *
000090*   ADVANCE SHIP NOTICES ON COGSASN INTO THE NIGHT'S RECEIPT   *
000100*   BATCH, SO A TRUCK THAT ARRIVES AS NOTIFIED NO LONGER HAS   *
000110*   TO BE KEYED LINE BY LINE FROM THE PACKING SLIP.  EACH      *
000120*   COGSACIN TRANSACTION CONFIRMS ONE ASN LINE (CNF) OR A      *
000130*   WHOLE SHIPMENT'S OPEN LINES (CNF WITH NO LINE) AT THE      *
000140*   QUANTITY SHIPPED, OR ADJUSTS ONE LINE TO THE QUANTITY THE  *
000150*   DOCK ACTUALLY COUNTED (ADJ).  A CONFIRMED LINE IS MARKED   *
000160*   C ON COGSASN AND, UNLESS NOTHING ARRIVED, BECOMES ONE      *
000170*   COGSPOTX RECEIPT ON COGSASRB CARRYING THE PRODUCT, THE     *
000180*   QUANTITY IN THE ASN'S CASES OR EACHES, THE STORE AND THE   *
000190*   QUOTED PO LINE.  HAND-KEYED RECEIPTS FOR GOODS THAT CAME   *
000200*   WITHOUT A NOTICE MAY BE SUPPLIED ON COGSPOKY AND ARE       *
000210*   CARRIED INTO THE SAME BATCH (ANY HEADER OR TRAILER OF      *
000220*   THEIR OWN IS DROPPED).  THE BATCH LEADS WITH A *HDR        *
000230*   RECORD NUMBERED FROM THE COGSASBC CONTROL FILE - ASN       *
000240*   BATCHES ARE NUMBERED FROM 900000 UP, CLEAR OF THE DOCK'S   *
000250*   OWN BATCH NUMBERS - AND ENDS WITH THE *TLR COUNT AND       *
000260*   QUANTITY HASH COGSEDIT PROVES; IT IS CATALOGED AS THE      *
000270*   NIGHT'S COGSPOIN.  EVERY CONFIRMED LINE ALSO COUNTS ON     *
000280*   THE VENDOR'S VNDRMST RECORD - VN-ASN-LINES, AND            *
000290*   VN-ASN-EXACT WHEN IT ARRIVED EXACTLY AS NOTIFIED - FOR     *
000300*   THE COGSVSCR SHIP-NOTICE ACCURACY SCORE.  REFUSED          *
000310*   TRANSACTIONS END THE RUN RC=4.                             *
000320*                                                              *
000330*   MODIFICATION HISTORY                                      *
000340*   2026-10-05  DHH  INITIAL VERSION                           *
000350****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.  IBM-370.
000390 OBJECT-COMPUTER.  IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CONFIRM-TRANS-FILE ASSIGN TO COGSACIN
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-TRN-STATUS.
000450     SELECT ASN-FILE ASSIGN TO COGSASN
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS AN-KEY
000490         FILE STATUS IS WS-ASN-STATUS.
000500     SELECT VENDOR-MASTER-FILE ASSIGN TO VNDRMST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS VN-CODE
000540         FILE STATUS IS WS-VND-STATUS.
000550     SELECT BATCH-CONTROL-FILE ASSIGN TO COGSASBC
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-ABC-STATUS.
000580     SELECT KEYED-RECEIPT-FILE ASSIGN TO COGSPOKY
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-KEY-STATUS.
000610     SELECT RECEIPT-BATCH-FILE ASSIGN TO COGSASRB
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-ARB-STATUS.
000640     SELECT PRINT-FILE ASSIGN TO COGSASC1
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-PRT-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CONFIRM-TRANS-FILE
000700     RECORDING MODE IS F
000710     RECORD CONTAINS 40 CHARACTERS
000720     BLOCK CONTAINS 0 RECORDS
000730     LABEL RECORDS ARE STANDARD.
000740 COPY COGSACTX.
000750 FD  ASN-FILE
000760     RECORDING MODE IS F
000770     RECORD CONTAINS 100 CHARACTERS
000780     LABEL RECORDS ARE STANDARD.
000790 COPY COGSASNR.
000800 FD  VENDOR-MASTER-FILE
000810     RECORDING MODE IS F
000820     RECORD CONTAINS 80 CHARACTERS
000830     LABEL RECORDS ARE STANDARD.
000840 COPY COGSVNDR.
000850 FD  BATCH-CONTROL-FILE
000860     RECORDING MODE IS F
000870     RECORD CONTAINS 80 CHARACTERS
000880     LABEL RECORDS ARE STANDARD.
000890 01  ASN-BATCH-CONTROL-RECORD.
000900     05  BC-LAST-BATCH       PIC 9(06).
000910     05  FILLER              PIC X(74).
000920 FD  KEYED-RECEIPT-FILE
000930     RECORDING MODE IS F
000940     RECORD CONTAINS 30 CHARACTERS
000950     BLOCK CONTAINS 0 RECORDS
000960     LABEL RECORDS ARE STANDARD.
000970 01  KEYED-RECEIPT-RECORD        PIC X(30).
000980 FD  RECEIPT-BATCH-FILE
000990     RECORDING MODE IS F
001000     RECORD CONTAINS 30 CHARACTERS
001010     BLOCK CONTAINS 0 RECORDS
001020     LABEL RECORDS ARE STANDARD.
001030 COPY COGSPOTX.
001040 FD  PRINT-FILE
001050     RECORDING MODE IS F
001060     RECORD CONTAINS 132 CHARACTERS
001070     LABEL RECORDS ARE STANDARD.
001080 01  PRINT-RECORD                PIC X(132).
001090 WORKING-STORAGE SECTION.
001100 77  WS-TRN-STATUS               PIC X(02) VALUE SPACES.
001110 77  WS-ASN-STATUS               PIC X(02) VALUE SPACES.
001120 77  WS-VND-STATUS               PIC X(02) VALUE SPACES.
001130 77  WS-ABC-STATUS               PIC X(02) VALUE SPACES.
001140 77  WS-KEY-STATUS               PIC X(02) VALUE SPACES.
001150 77  WS-ARB-STATUS               PIC X(02) VALUE SPACES.
001160 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
001170 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
001180 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
001190 77  WS-LINES-CONFIRMED          PIC 9(07) COMP VALUE ZERO.
001200 77  WS-LINES-EXACT              PIC 9(07) COMP VALUE ZERO.
001210 77  WS-LINES-THIS-TRAN          PIC 9(07) COMP VALUE ZERO.
001220 77  WS-ASN-RECEIPTS             PIC 9(07) COMP VALUE ZERO.
001230 77  WS-KEYED-RECEIPTS           PIC 9(07) COMP VALUE ZERO.
001240 77  WS-BATCH-COUNT              PIC 9(07) VALUE ZERO.
001250 77  WS-BATCH-HASH               PIC 9(09) VALUE ZERO.
001260 77  WS-BATCH-NO                 PIC 9(06) VALUE 899999.
001270 77  WS-CONFIRM-QTY              PIC 9(05) VALUE ZERO.
001280 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
001290 COPY COGSDATP.
001300 COPY COGSBHTR.
001310 01  WS-SWITCHES.
001320     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001330         88  WS-EOF                         VALUE 'Y'.
001340     05  WS-KEY-EOF-SW           PIC X(01) VALUE 'N'.
001350         88  WS-KEY-EOF                     VALUE 'Y'.
001360     05  WS-KEY-OPEN-SW          PIC X(01) VALUE 'N'.
001370         88  WS-KEY-OPEN                    VALUE 'Y'.
001380     05  WS-SHIP-DONE-SW         PIC X(01) VALUE 'N'.
001390         88  WS-SHIP-DONE                   VALUE 'Y'.
001400     05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
001410         88  WS-REJECTED                    VALUE 'Y'.
001420 01  WS-HEADING-1.
001430     05  FILLER                  PIC X(44)
001440         VALUE "COGSWORTH ASN DOCK CONFIRMATION            ".
001450     05  FILLER                  PIC X(15)
001460         VALUE "BUSINESS DATE  ".
001470     05  H1-DATE                 PIC 9(08).
001480     05  FILLER                  PIC X(19)
001490         VALUE "   RECEIPT BATCH   ".
001500     05  H1-BATCH                PIC 9(06).
001510 01  WS-HEADING-2.
001520     05  FILLER                  PIC X(07) VALUE "ACTION ".
001530     05  FILLER                  PIC X(08) VALUE "VENDOR  ".
001540     05  FILLER                  PIC X(12) VALUE "SHIPMENT    ".
001550     05  FILLER                  PIC X(06) VALUE "LINE  ".
001560     05  FILLER                  PIC X(12) VALUE "PRODUCT     ".
001570     05  FILLER                  PIC X(18)
001580         VALUE " SHIPPED  RECEIVED".
001590     05  FILLER                  PIC X(04) VALUE " U  ".
001600     05  FILLER                  PIC X(07) VALUE "BY     ".
001610     05  FILLER                  PIC X(30) VALUE "DISPOSITION".
001620 01  WS-DETAIL-LINE.
001630     05  DL-ACTION               PIC X(03).
001640     05  FILLER                  PIC X(04) VALUE SPACES.
001650     05  DL-VNDR                 PIC X(06).
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  DL-SHIPMENT             PIC X(10).
001680     05  FILLER                  PIC X(02) VALUE SPACES.
001690     05  DL-LINE                 PIC X(03).
001700     05  FILLER                  PIC X(03) VALUE SPACES.
001710     05  DL-DESC                 PIC X(10).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  DL-SHIPPED              PIC X(08).
001740     05  DL-SHIPPED-N REDEFINES DL-SHIPPED
001750                                 PIC ZZZZ,ZZ9.
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  DL-RECEIVED             PIC X(08).
001780     05  DL-RECEIVED-N REDEFINES DL-RECEIVED
001790                                 PIC ZZZZ,ZZ9.
001800     05  FILLER                  PIC X(01) VALUE SPACES.
001810     05  DL-UOM                  PIC X(01).
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  DL-OPER-ID              PIC X(05).
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  DL-DISPOSITION          PIC X(30).
001860 01  WS-SUMMARY-LINE.
001870     05  SL-LABEL                PIC X(30).
001880     05  SL-COUNT                PIC ZZZ,ZZZ,ZZ9.
001890 PROCEDURE DIVISION.
001900*----------------------------------------------------------------
001910*    0000-MAINLINE - PROGRAM CONTROL
001920*----------------------------------------------------------------
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001950     PERFORM 2000-PROCESS-CONFIRM THRU 2000-EXIT
001960         UNTIL WS-EOF.
001970     PERFORM 2700-MERGE-KEYED-RECEIPTS THRU 2700-EXIT
001980         UNTIL WS-KEY-EOF.
001990     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002000     STOP RUN.
002010*----------------------------------------------------------------
002020*    1000-INITIALIZE - NEXT BATCH NUMBER, OPEN FILES, WRITE THE
002030*    BATCH HEADER, PRINT HEADINGS
002040*----------------------------------------------------------------
002050 1000-INITIALIZE.
002060     DISPLAY "COGSASCF STARTING - ASN DOCK CONFIRMATION".
002070     MOVE "BUSD" TO CDP-FUNCTION.
002080     CALL "COGSDATE" USING DATE-CALL-PARMS.
002090     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
002100     OPEN INPUT BATCH-CONTROL-FILE.
002110     IF WS-ABC-STATUS = "00"
002120         READ BATCH-CONTROL-FILE
002130             AT END
002140                 CONTINUE
002150         END-READ
002160         IF WS-ABC-STATUS = "00" AND BC-LAST-BATCH NUMERIC
002170                 AND BC-LAST-BATCH > 899999
002180             MOVE BC-LAST-BATCH TO WS-BATCH-NO
002190         END-IF
002200         CLOSE BATCH-CONTROL-FILE
002210     ELSE
002220         DISPLAY "COGSASCF - NO COGSASBC CONTROL, BATCH "
002230                 "NUMBERS START FROM 900000"
002240     END-IF.
002250     IF WS-BATCH-NO = 999999
002260         MOVE 900000 TO WS-BATCH-NO
002270     ELSE
002280         ADD 1 TO WS-BATCH-NO
002290     END-IF.
002300     OPEN INPUT CONFIRM-TRANS-FILE.
002310     IF WS-TRN-STATUS NOT = "00"
002320         DISPLAY "COGSASCF - UNABLE TO OPEN COGSACIN, STATUS = "
002330                 WS-TRN-STATUS
002340         MOVE 16 TO RETURN-CODE
002350         STOP RUN
002360     END-IF.
002370     OPEN I-O ASN-FILE.
002380     IF WS-ASN-STATUS NOT = "00"
002390         DISPLAY "COGSASCF - UNABLE TO OPEN COGSASN, STATUS = "
002400                 WS-ASN-STATUS
002410         MOVE 16 TO RETURN-CODE
002420         STOP RUN
002430     END-IF.
002440     OPEN I-O VENDOR-MASTER-FILE.
002450     IF WS-VND-STATUS NOT = "00"
002460         DISPLAY "COGSASCF - UNABLE TO OPEN VNDRMST, STATUS = "
002470                 WS-VND-STATUS
002480         MOVE 16 TO RETURN-CODE
002490         STOP RUN
002500     END-IF.
002510     OPEN OUTPUT RECEIPT-BATCH-FILE.
002520     IF WS-ARB-STATUS NOT = "00"
002530         DISPLAY "COGSASCF - UNABLE TO OPEN COGSASRB, STATUS = "
002540                 WS-ARB-STATUS
002550         MOVE 16 TO RETURN-CODE
002560         STOP RUN
002570     END-IF.
002580     OPEN OUTPUT PRINT-FILE.
002590     IF WS-PRT-STATUS NOT = "00"
002600         DISPLAY "COGSASCF - UNABLE TO OPEN COGSASC1, STATUS = "
002610                 WS-PRT-STATUS
002620         MOVE 16 TO RETURN-CODE
002630         STOP RUN
002640     END-IF.
002650     OPEN INPUT KEYED-RECEIPT-FILE.
002660     IF WS-KEY-STATUS = "00"
002670         MOVE 'Y' TO WS-KEY-OPEN-SW
002680     ELSE
002690         DISPLAY "COGSASCF - NO COGSPOKY, STATUS = "
002700                 WS-KEY-STATUS " - ASN RECEIPTS ONLY"
002710         MOVE 'Y' TO WS-KEY-EOF-SW
002720     END-IF.
002730     MOVE SPACES TO BATCH-HEADER-RECORD.
002740     MOVE "*HDR" TO BH-MARKER.
002750     MOVE WS-BATCH-NO TO BH-BATCH-NO.
002760     WRITE PO-TRANS-RECORD FROM BATCH-HEADER-RECORD.
002770     MOVE WS-BUS-DATE TO H1-DATE.
002780     MOVE WS-BATCH-NO TO H1-BATCH.
002790     WRITE PRINT-RECORD FROM WS-HEADING-1.
002800     WRITE PRINT-RECORD FROM WS-HEADING-2.
002810     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002820 1000-EXIT.
002830     EXIT.
002840*----------------------------------------------------------------
002850*    2000-PROCESS-CONFIRM - ONE DOCK CONFIRMATION OR ADJUSTMENT
002860*----------------------------------------------------------------
002870 2000-PROCESS-CONFIRM.
002880     MOVE 'N'  TO WS-REJECT-SW.
002890     MOVE ZERO TO WS-LINES-THIS-TRAN.
002900     MOVE SPACES TO DL-DESC DL-SHIPPED DL-RECEIVED DL-UOM.
002910     IF AC-OPER-ID = SPACES
002920         MOVE 'Y' TO WS-REJECT-SW
002930         MOVE "NO OPERATOR ID" TO DL-DISPOSITION
002940         GO TO 2000-NEXT
002950     END-IF.
002960     IF AC-LINE-X = SPACES
002970         MOVE ZERO TO AC-LINE
002980     END-IF.
002990     IF AC-LINE NOT NUMERIC
003000         MOVE 'Y' TO WS-REJECT-SW
003010         MOVE "LINE NOT NUMERIC" TO DL-DISPOSITION
003020         GO TO 2000-NEXT
003030     END-IF.
003040     EVALUATE TRUE
003050         WHEN AC-ACTION-CONFIRM AND AC-LINE = ZERO
003060             PERFORM 2300-CONFIRM-SHIPMENT THRU 2300-EXIT
003070         WHEN AC-ACTION-CONFIRM
003080             PERFORM 2400-CONFIRM-ONE-LINE THRU 2400-EXIT
003090         WHEN AC-ACTION-ADJUST
003100             PERFORM 2500-ADJUST-ONE-LINE THRU 2500-EXIT
003110         WHEN OTHER
003120             MOVE 'Y' TO WS-REJECT-SW
003130             MOVE "INVALID ACTION CODE" TO DL-DISPOSITION
003140     END-EVALUATE.
003150 2000-NEXT.
003160     IF WS-REJECTED
003170         ADD 1 TO WS-RECS-REJECTED
003180         MOVE AC-ACTION   TO DL-ACTION
003190         MOVE AC-VNDR     TO DL-VNDR
003200         MOVE AC-SHIPMENT TO DL-SHIPMENT
003210         MOVE AC-LINE-X   TO DL-LINE
003220         MOVE AC-OPER-ID  TO DL-OPER-ID
003230         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
003240     END-IF.
003250     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003260 2000-EXIT.
003270     EXIT.
003280 2100-READ-TRANS.
003290     READ CONFIRM-TRANS-FILE
003300         AT END
003310             MOVE 'Y' TO WS-EOF-SW
003320             GO TO 2100-EXIT
003330     END-READ.
003340     ADD 1 TO WS-RECS-READ.
003350 2100-EXIT.
003360     EXIT.
003370*----------------------------------------------------------------
003380*    2300-CONFIRM-SHIPMENT - EVERY STILL-OPEN LINE OF THE
003390*    SHIPMENT, RECEIVED AS SHIPPED
003400*----------------------------------------------------------------
003410 2300-CONFIRM-SHIPMENT.
003420     MOVE 'N'         TO WS-SHIP-DONE-SW.
003430     MOVE AC-VNDR     TO AN-VNDR.
003440     MOVE AC-SHIPMENT TO AN-SHIPMENT.
003450     MOVE ZERO        TO AN-LINE.
003460     START ASN-FILE
003470         KEY NOT < AN-KEY
003480         INVALID KEY
003490             MOVE 'Y' TO WS-SHIP-DONE-SW
003500     END-START.
003510     PERFORM 2350-CONFIRM-NEXT-LINE THRU 2350-EXIT
003520         UNTIL WS-SHIP-DONE.
003530     IF WS-LINES-THIS-TRAN = ZERO
003540         MOVE 'Y' TO WS-REJECT-SW
003550         MOVE "NO OPEN LINES ON THAT SHIPMENT"
003560             TO DL-DISPOSITION
003570     END-IF.
003580 2300-EXIT.
003590     EXIT.
003600 2350-CONFIRM-NEXT-LINE.
003610     READ ASN-FILE NEXT RECORD
003620         AT END
003630             MOVE 'Y' TO WS-SHIP-DONE-SW
003640             GO TO 2350-EXIT
003650     END-READ.
003660     IF AN-VNDR NOT = AC-VNDR OR AN-SHIPMENT NOT = AC-SHIPMENT
003670         MOVE 'Y' TO WS-SHIP-DONE-SW
003680         GO TO 2350-EXIT
003690     END-IF.
003700     IF AN-OPEN
003710         MOVE AN-QTY-SHIPPED TO WS-CONFIRM-QTY
003720         PERFORM 2600-CONFIRM-LINE THRU 2600-EXIT
003730     END-IF.
003740 2350-EXIT.
003750     EXIT.
003760*----------------------------------------------------------------
003770*    2400-CONFIRM-ONE-LINE - ONE LINE, RECEIVED AS SHIPPED
003780*----------------------------------------------------------------
003790 2400-CONFIRM-ONE-LINE.
003800     PERFORM 2450-READ-ASN-LINE THRU 2450-EXIT.
003810     IF WS-REJECTED
003820         GO TO 2400-EXIT
003830     END-IF.
003840     MOVE AN-QTY-SHIPPED TO WS-CONFIRM-QTY.
003850     PERFORM 2600-CONFIRM-LINE THRU 2600-EXIT.
003860 2400-EXIT.
003870     EXIT.
003880 2450-READ-ASN-LINE.
003890     MOVE AC-VNDR     TO AN-VNDR.
003900     MOVE AC-SHIPMENT TO AN-SHIPMENT.
003910     MOVE AC-LINE     TO AN-LINE.
003920     READ ASN-FILE
003930         INVALID KEY
003940             MOVE 'Y' TO WS-REJECT-SW
003950             MOVE "ASN LINE NOT ON FILE" TO DL-DISPOSITION
003960             GO TO 2450-EXIT
003970     END-READ.
003980     IF NOT AN-OPEN
003990         MOVE 'Y' TO WS-REJECT-SW
004000         MOVE "LINE ALREADY CONFIRMED" TO DL-DISPOSITION
004010     END-IF.
004020 2450-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------
004050*    2500-ADJUST-ONE-LINE - ONE LINE, RECEIVED AT THE QUANTITY
004060*    THE DOCK COUNTED
004070*----------------------------------------------------------------
004080 2500-ADJUST-ONE-LINE.
004090     IF AC-LINE = ZERO
004100         MOVE 'Y' TO WS-REJECT-SW
004110         MOVE "ADJ NEEDS A LINE NUMBER" TO DL-DISPOSITION
004120         GO TO 2500-EXIT
004130     END-IF.
004140     IF AC-QTY-X NOT NUMERIC
004150         MOVE 'Y' TO WS-REJECT-SW
004160         MOVE "QUANTITY NOT NUMERIC" TO DL-DISPOSITION
004170         GO TO 2500-EXIT
004180     END-IF.
004190     PERFORM 2450-READ-ASN-LINE THRU 2450-EXIT.
004200     IF WS-REJECTED
004210         GO TO 2500-EXIT
004220     END-IF.
004230     MOVE AC-QTY TO WS-CONFIRM-QTY.
004240     PERFORM 2600-CONFIRM-LINE THRU 2600-EXIT.
004250 2500-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------
004280*    2600-CONFIRM-LINE - MARK THE ASN LINE CONFIRMED AT
004290*    WS-CONFIRM-QTY, WRITE ITS RECEIPT AND SCORE THE VENDOR
004300*----------------------------------------------------------------
004310 2600-CONFIRM-LINE.
004320     MOVE "C"            TO AN-STATUS.
004330     MOVE WS-CONFIRM-QTY TO AN-QTY-CONFIRMED.
004340     MOVE WS-BUS-DATE    TO AN-DATE-CONFIRMED.
004350     MOVE AC-OPER-ID     TO AN-CONFIRMED-BY.
004360     MOVE WS-BATCH-NO    TO AN-BATCH-NO.
004370     REWRITE ASN-LINE-RECORD.
004380     ADD 1 TO WS-LINES-THIS-TRAN.
004390     ADD 1 TO WS-LINES-CONFIRMED.
004400     IF WS-CONFIRM-QTY > ZERO
004410         MOVE SPACES         TO PO-TRANS-RECORD
004420         MOVE AN-DESC        TO PO-DESC
004430         MOVE WS-CONFIRM-QTY TO PO-QTY-RECEIVED
004440         MOVE AN-STORE       TO PO-STORE
004450         MOVE AN-UOM         TO PO-UOM
004460         IF AN-PO-NUMBER NOT = ZERO
004470             MOVE AN-PO-NUMBER TO PO-PO-NUMBER
004480             MOVE AN-PO-LINE   TO PO-LINE
004490         END-IF
004500         WRITE PO-TRANS-RECORD
004510         ADD 1 TO WS-ASN-RECEIPTS
004520         ADD 1 TO WS-BATCH-COUNT
004530         ADD WS-CONFIRM-QTY TO WS-BATCH-HASH
004540     END-IF.
004550     EVALUATE TRUE
004560         WHEN WS-CONFIRM-QTY = AN-QTY-SHIPPED
004570             ADD 1 TO WS-LINES-EXACT
004580             MOVE "RECEIVED AS NOTIFIED" TO DL-DISPOSITION
004590         WHEN WS-CONFIRM-QTY = ZERO
004600             MOVE "NOTHING ARRIVED" TO DL-DISPOSITION
004610         WHEN WS-CONFIRM-QTY < AN-QTY-SHIPPED
004620             MOVE "RECEIVED SHORT OF NOTICE" TO DL-DISPOSITION
004630         WHEN OTHER
004640             MOVE "RECEIVED OVER NOTICE" TO DL-DISPOSITION
004650     END-EVALUATE.
004660     PERFORM 2650-SCORE-VENDOR THRU 2650-EXIT.
004670     MOVE AC-ACTION      TO DL-ACTION.
004680     MOVE AN-VNDR        TO DL-VNDR.
004690     MOVE AN-SHIPMENT    TO DL-SHIPMENT.
004700     MOVE AN-LINE        TO DL-LINE.
004710     MOVE AN-DESC        TO DL-DESC.
004720     MOVE AN-QTY-SHIPPED TO DL-SHIPPED-N.
004730     MOVE WS-CONFIRM-QTY TO DL-RECEIVED-N.
004740     MOVE AN-UOM         TO DL-UOM.
004750     MOVE AC-OPER-ID     TO DL-OPER-ID.
004760     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
004770 2600-EXIT.
004780     EXIT.
004790*----------------------------------------------------------------
004800*    2650-SCORE-VENDOR - COUNT THE LINE ON THE VENDOR'S SHIP-
004810*    NOTICE ACCURACY COUNTERS (SPACES COUNT AS ZERO)
004820*----------------------------------------------------------------
004830 2650-SCORE-VENDOR.
004840     MOVE AN-VNDR TO VN-CODE.
004850     READ VENDOR-MASTER-FILE
004860         INVALID KEY
004870             DISPLAY "COGSASCF - VENDOR " AN-VNDR
004880                     " NOT ON VNDRMST, NOT SCORED"
004890             GO TO 2650-EXIT
004900     END-READ.
004910     IF VN-ASN-LINES NOT NUMERIC
004920         MOVE ZERO TO VN-ASN-LINES
004930     END-IF.
004940     IF VN-ASN-EXACT NOT NUMERIC
004950         MOVE ZERO TO VN-ASN-EXACT
004960     END-IF.
004970     IF VN-ASN-LINES < 99999
004980         ADD 1 TO VN-ASN-LINES
004990         IF WS-CONFIRM-QTY = AN-QTY-SHIPPED
005000             ADD 1 TO VN-ASN-EXACT
005010         END-IF
005020     END-IF.
005030     REWRITE VENDOR-MASTER-RECORD.
005040 2650-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------
005070*    2700-MERGE-KEYED-RECEIPTS - CARRY ONE HAND-KEYED RECEIPT
005080*    INTO THE BATCH, DROPPING ANY HEADER OR TRAILER
005090*----------------------------------------------------------------
005100 2700-MERGE-KEYED-RECEIPTS.
005110     READ KEYED-RECEIPT-FILE
005120         AT END
005130             MOVE 'Y' TO WS-KEY-EOF-SW
005140             GO TO 2700-EXIT
005150     END-READ.
005160     IF KEYED-RECEIPT-RECORD(1:4) = "*HDR"
005170             OR KEYED-RECEIPT-RECORD(1:4) = "*TLR"
005180         GO TO 2700-EXIT
005190     END-IF.
005200     MOVE KEYED-RECEIPT-RECORD TO PO-TRANS-RECORD.
005210     IF PO-QTY-RECEIVED NUMERIC
005220         ADD PO-QTY-RECEIVED TO WS-BATCH-HASH
005230     END-IF.
005240     WRITE PO-TRANS-RECORD.
005250     ADD 1 TO WS-KEYED-RECEIPTS.
005260     ADD 1 TO WS-BATCH-COUNT.
005270 2700-EXIT.
005280     EXIT.
005290*----------------------------------------------------------------
005300*    3000-TERMINATE - BATCH TRAILER, SAVE THE BATCH NUMBER,
005310*    SUMMARY, CLOSE FILES, SET RC
005320*----------------------------------------------------------------
005330 3000-TERMINATE.
005340     MOVE SPACES TO BATCH-TRAILER-RECORD.
005350     MOVE "*TLR" TO BT-MARKER.
005360     MOVE WS-BATCH-COUNT TO BT-REC-COUNT.
005370     MOVE WS-BATCH-HASH TO BT-QTY-HASH.
005380     WRITE PO-TRANS-RECORD FROM BATCH-TRAILER-RECORD.
005390     OPEN OUTPUT BATCH-CONTROL-FILE.
005400     INITIALIZE ASN-BATCH-CONTROL-RECORD.
005410     MOVE WS-BATCH-NO TO BC-LAST-BATCH.
005420     WRITE ASN-BATCH-CONTROL-RECORD.
005430     CLOSE BATCH-CONTROL-FILE.
005440     MOVE SPACES TO PRINT-RECORD.
005450     WRITE PRINT-RECORD.
005460     MOVE "CONFIRMATIONS READ          =" TO SL-LABEL.
005470     MOVE WS-RECS-READ TO SL-COUNT.
005480     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005490     MOVE "CONFIRMATIONS REFUSED       =" TO SL-LABEL.
005500     MOVE WS-RECS-REJECTED TO SL-COUNT.
005510     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005520     MOVE "ASN LINES CONFIRMED         =" TO SL-LABEL.
005530     MOVE WS-LINES-CONFIRMED TO SL-COUNT.
005540     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005550     MOVE "ASN LINES AS NOTIFIED       =" TO SL-LABEL.
005560     MOVE WS-LINES-EXACT TO SL-COUNT.
005570     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005580     MOVE "RECEIPTS FROM ASN LINES     =" TO SL-LABEL.
005590     MOVE WS-ASN-RECEIPTS TO SL-COUNT.
005600     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005610     MOVE "HAND-KEYED RECEIPTS MERGED  =" TO SL-LABEL.
005620     MOVE WS-KEYED-RECEIPTS TO SL-COUNT.
005630     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005640     MOVE "BATCH TRAILER RECORD COUNT  =" TO SL-LABEL.
005650     MOVE WS-BATCH-COUNT TO SL-COUNT.
005660     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005670     MOVE "BATCH TRAILER QUANTITY HASH =" TO SL-LABEL.
005680     MOVE WS-BATCH-HASH TO SL-COUNT.
005690     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005700     CLOSE CONFIRM-TRANS-FILE.
005710     CLOSE ASN-FILE.
005720     CLOSE VENDOR-MASTER-FILE.
005730     CLOSE RECEIPT-BATCH-FILE.
005740     IF WS-KEY-OPEN
005750         CLOSE KEYED-RECEIPT-FILE
005760     END-IF.
005770     CLOSE PRINT-FILE.
005780     DISPLAY "COGSASCF - RECEIPT BATCH        = " WS-BATCH-NO.
005790     DISPLAY "COGSASCF - CONFIRMATIONS READ   = " WS-RECS-READ.
005800     DISPLAY "COGSASCF - ASN LINES CONFIRMED  = "
005810             WS-LINES-CONFIRMED.
005820     DISPLAY "COGSASCF - RECEIPTS IN BATCH    = " WS-BATCH-COUNT.
005830     DISPLAY "COGSASCF - REFUSED              = "
005840             WS-RECS-REJECTED.
005850     IF WS-RECS-REJECTED > ZERO
005860         MOVE 4 TO RETURN-CODE
005870     END-IF.
005880 3000-EXIT.
005890     EXIT.
