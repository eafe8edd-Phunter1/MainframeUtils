000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSPOPR.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSPOPR PRINTS THE PURCHASE-ORDER DOCUMENTS PURCHASING    *
000090*   SENDS TO THE VENDORS.  EVERY OPEN HEADER ON COGSPOH NOT    *
000100*   YET PRINTED (NEW, OR A LINE ADDED SINCE IT WAS LAST        *
000110*   PRINTED) IS PRINTED AS ONE DOCUMENT - PO NUMBER, VENDOR    *
000120*   NAME AND CONTACT FROM VNDRMST, ORDER AND PROMISED DATES,   *
000130*   SHIP-TO STORE, THEN EVERY LINE FROM COGSPOL WITH ITS       *
000140*   QUANTITY, UNIT COST AND EXTENSION AND THE PO TOTAL - AND   *
000150*   THE HEADER IS MARKED PRINTED.  COGSOPST STARTS A NEW PO    *
000160*   AT EACH VENDOR BREAK, SO ONE DOCUMENT GOES TO EACH         *
000170*   VENDOR ORDERED FROM.  RUN ON DEMAND AFTER COGSOPST.        *
000180*                                                              *
000190*   MODIFICATION HISTORY                                      *
000200*   2026-10-05  DHH  INITIAL VERSION                           *
000210*   2026-10-05  DHH  VENDOR'S OWN PART NUMBER PRINTED ON EACH  *
000220*                    LINE FROM PL-VNDR-PART-NO                 *
000230*   2026-10-05  DHH  UNIT COST, EXTENSION AND PO TOTAL         *
000240*                    WIDENED FOR 99999.99 COSTS                *
000250****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.  IBM-370.
000290 OBJECT-COMPUTER.  IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PO-HEADER-FILE ASSIGN TO COGSPOH
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS PH-PO-NUMBER
000360         FILE STATUS IS WS-POH-STATUS.
000370     SELECT PO-LINE-FILE ASSIGN TO COGSPOL
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS PL-KEY
000410         FILE STATUS IS WS-POL-STATUS.
000420     SELECT VENDOR-MASTER-FILE ASSIGN TO VNDRMST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS VN-CODE
000460         FILE STATUS IS WS-VND-STATUS.
000470     SELECT PRINT-FILE ASSIGN TO COGSPOP1
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-PRT-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  PO-HEADER-FILE
000530     RECORDING MODE IS F
000540     RECORD CONTAINS 80 CHARACTERS
000550     LABEL RECORDS ARE STANDARD.
000560 COPY COGSPOHR.
000570 FD  PO-LINE-FILE
000580     RECORDING MODE IS F
000590     RECORD CONTAINS 80 CHARACTERS
000600     LABEL RECORDS ARE STANDARD.
000610 COPY COGSPOLR.
000620 FD  VENDOR-MASTER-FILE
000630     RECORDING MODE IS F
000640     RECORD CONTAINS 80 CHARACTERS
000650     LABEL RECORDS ARE STANDARD.
000660 COPY COGSVNDR.
000670 FD  PRINT-FILE
000680     RECORDING MODE IS F
000690     RECORD CONTAINS 132 CHARACTERS
000700     LABEL RECORDS ARE STANDARD.
000710 01  PRINT-RECORD                PIC X(132).
000720 WORKING-STORAGE SECTION.
000730 77  WS-POH-STATUS               PIC X(02) VALUE SPACES.
000740 77  WS-POL-STATUS               PIC X(02) VALUE SPACES.
000750 77  WS-VND-STATUS               PIC X(02) VALUE SPACES.
000760 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000770 77  WS-HDRS-READ                PIC 9(07) COMP VALUE ZERO.
000780 77  WS-POS-PRINTED              PIC 9(07) COMP VALUE ZERO.
000790 77  WS-LINES-PRINTED            PIC 9(07) COMP VALUE ZERO.
000800 77  WS-EXT-VALUE                PIC 9(10)V9(02) VALUE ZERO.
000810 77  WS-PO-TOTAL                 PIC 9(11)V9(02) VALUE ZERO.
000820 01  WS-SWITCHES.
000830     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000840         88  WS-EOF                         VALUE 'Y'.
000850     05  WS-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
000860         88  WS-SCAN-DONE                   VALUE 'Y'.
000870 01  WS-RULE-LINE.
000880     05  FILLER                  PIC X(86) VALUE ALL "=".
000890 01  WS-PO-TITLE.
000900     05  FILLER                  PIC X(40)
000910         VALUE "COGSWORTH - PURCHASE ORDER".
000920     05  FILLER                  PIC X(11) VALUE "PO NUMBER  ".
000930     05  PT-PO-NUMBER            PIC 9(07).
000940 01  WS-PO-VENDOR.
000950     05  FILLER                  PIC X(08) VALUE "VENDOR  ".
000960     05  PV-VNDR                 PIC X(08).
000970     05  PV-NAME                 PIC X(30).
000980     05  FILLER                  PIC X(05) VALUE SPACES.
000990     05  FILLER                  PIC X(11) VALUE "ORDERED    ".
001000     05  PV-ORDERED              PIC 9(08).
001010 01  WS-PO-CONTACT.
001020     05  FILLER                  PIC X(08) VALUE "ATTN    ".
001030     05  PC-CONTACT              PIC X(20).
001040     05  FILLER                  PIC X(23) VALUE SPACES.
001050     05  FILLER                  PIC X(11) VALUE "PROMISED   ".
001060     05  PC-PROMISED             PIC 9(08).
001070 01  WS-PO-SHIPTO.
001080     05  FILLER                  PIC X(08) VALUE "SHIP TO ".
001090     05  PS-SHIPTO               PIC X(20).
001100     05  FILLER                  PIC X(23) VALUE SPACES.
001110     05  FILLER                  PIC X(11) VALUE "TERMS      ".
001120     05  PS-TERMS                PIC X(10).
001130 01  WS-SHIPTO-STORE.
001140     05  FILLER                  PIC X(06) VALUE "STORE ".
001150     05  SS-STORE                PIC 9(03).
001160     05  FILLER                  PIC X(11) VALUE SPACES.
001170 01  WS-LINE-HEADING.
001180     05  FILLER                  PIC X(06) VALUE "LINE  ".
001190     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
001200     05  FILLER                  PIC X(17) VALUE "YOUR PART NO".
001210     05  FILLER                  PIC X(10) VALUE "  QUANTITY".
001220     05  FILLER                  PIC X(11) VALUE "  UNIT COST".
001230     05  FILLER                  PIC X(16)
001240         VALUE "        EXTENDED".
001250     05  FILLER                  PIC X(10) VALUE "  STATUS".
001260 01  WS-DETAIL-LINE.
001270     05  DL-LINE                 PIC 9(03).
001280     05  FILLER                  PIC X(03) VALUE SPACES.
001290     05  DL-DESC                 PIC X(14).
001300     05  DL-PART-NO              PIC X(17).
001310     05  DL-QTY                  PIC ZZZ,ZZ9.
001320     05  FILLER                  PIC X(03) VALUE SPACES.
001330     05  DL-COST                 PIC ZZ,ZZ9.99.
001340     05  FILLER                  PIC X(02) VALUE SPACES.
001350     05  DL-EXT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  DL-STATUS               PIC X(10).
001380 01  WS-TOTAL-LINE.
001390     05  FILLER                  PIC X(47) VALUE SPACES.
001400     05  FILLER                  PIC X(10) VALUE "PO TOTAL  ".
001410     05  TL-TOTAL                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001420 01  WS-SUMMARY-LINE.
001430     05  FILLER                  PIC X(24)
001440         VALUE "PURCHASE ORDERS PRINTED=".
001450     05  SL-PRINTED              PIC ZZZ,ZZ9.
001460 PROCEDURE DIVISION.
001470*----------------------------------------------------------------
001480*    0000-MAINLINE - PROGRAM CONTROL
001490*----------------------------------------------------------------
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001520     PERFORM 2000-PRINT-ONE-PO THRU 2000-EXIT
001530         UNTIL WS-EOF.
001540     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001550     STOP RUN.
001560*----------------------------------------------------------------
001570*    1000-INITIALIZE - OPEN FILES
001580*----------------------------------------------------------------
001590 1000-INITIALIZE.
001600     DISPLAY "COGSPOPR STARTING - PURCHASE ORDER PRINT".
001610     OPEN I-O PO-HEADER-FILE.
001620     IF WS-POH-STATUS NOT = "00"
001630         DISPLAY "COGSPOPR - UNABLE TO OPEN COGSPOH, STATUS = "
001640                 WS-POH-STATUS
001650         MOVE 16 TO RETURN-CODE
001660         STOP RUN
001670     END-IF.
001680     OPEN INPUT PO-LINE-FILE.
001690     IF WS-POL-STATUS NOT = "00"
001700         DISPLAY "COGSPOPR - UNABLE TO OPEN COGSPOL, STATUS = "
001710                 WS-POL-STATUS
001720         MOVE 16 TO RETURN-CODE
001730         STOP RUN
001740     END-IF.
001750     OPEN INPUT VENDOR-MASTER-FILE.
001760     IF WS-VND-STATUS NOT = "00"
001770         DISPLAY "COGSPOPR - UNABLE TO OPEN VNDRMST, STATUS = "
001780                 WS-VND-STATUS
001790         MOVE 16 TO RETURN-CODE
001800         STOP RUN
001810     END-IF.
001820     OPEN OUTPUT PRINT-FILE.
001830     IF WS-PRT-STATUS NOT = "00"
001840         DISPLAY "COGSPOPR - UNABLE TO OPEN COGSPOP1, STATUS = "
001850                 WS-PRT-STATUS
001860         MOVE 16 TO RETURN-CODE
001870         STOP RUN
001880     END-IF.
001890     PERFORM 2100-READ-HEADER THRU 2100-EXIT.
001900 1000-EXIT.
001910     EXIT.
001920*----------------------------------------------------------------
001930*    2000-PRINT-ONE-PO - HEADER BLOCK, LINES, TOTAL, THEN MARK
001940*    THE HEADER PRINTED
001950*----------------------------------------------------------------
001960 2000-PRINT-ONE-PO.
001970     IF NOT PH-OPEN OR PH-PRINTED
001980         GO TO 2000-NEXT
001990     END-IF.
002000     MOVE PH-VNDR TO VN-CODE.
002010     READ VENDOR-MASTER-FILE
002020         INVALID KEY
002030             MOVE "** NOT ON VENDOR MASTER **" TO VN-NAME
002040             MOVE SPACES TO VN-CONTACT
002050             MOVE SPACES TO VN-TERMS
002060     END-READ.
002070     MOVE PH-PO-NUMBER     TO PT-PO-NUMBER.
002080     MOVE PH-VNDR          TO PV-VNDR.
002090     MOVE VN-NAME          TO PV-NAME.
002100     MOVE PH-DATE-ORDERED  TO PV-ORDERED.
002110     MOVE VN-CONTACT       TO PC-CONTACT.
002120     MOVE PH-DATE-PROMISED TO PC-PROMISED.
002130     IF PH-SHIP-STORE = ZERO
002140         MOVE "WAREHOUSE DOCK" TO PS-SHIPTO
002150     ELSE
002160         MOVE PH-SHIP-STORE TO SS-STORE
002170         MOVE WS-SHIPTO-STORE TO PS-SHIPTO
002180     END-IF.
002190     MOVE VN-TERMS         TO PS-TERMS.
002200     WRITE PRINT-RECORD FROM WS-RULE-LINE.
002210     WRITE PRINT-RECORD FROM WS-PO-TITLE.
002220     MOVE SPACES TO PRINT-RECORD.
002230     WRITE PRINT-RECORD.
002240     WRITE PRINT-RECORD FROM WS-PO-VENDOR.
002250     WRITE PRINT-RECORD FROM WS-PO-CONTACT.
002260     WRITE PRINT-RECORD FROM WS-PO-SHIPTO.
002270     MOVE SPACES TO PRINT-RECORD.
002280     WRITE PRINT-RECORD.
002290     WRITE PRINT-RECORD FROM WS-LINE-HEADING.
002300     MOVE ZERO TO WS-PO-TOTAL.
002310     MOVE 'N' TO WS-SCAN-DONE-SW.
002320     MOVE PH-PO-NUMBER TO PL-PO-NUMBER.
002330     MOVE ZERO         TO PL-LINE.
002340     START PO-LINE-FILE KEY NOT < PL-KEY
002350         INVALID KEY
002360             MOVE 'Y' TO WS-SCAN-DONE-SW
002370     END-START.
002380     PERFORM 2200-PRINT-ONE-LINE THRU 2200-EXIT
002390         UNTIL WS-SCAN-DONE.
002400     MOVE WS-PO-TOTAL TO TL-TOTAL.
002410     WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
002420     MOVE SPACES TO PRINT-RECORD.
002430     WRITE PRINT-RECORD.
002440     MOVE "Y" TO PH-PRINTED-SW.
002450     REWRITE PO-HEADER-RECORD.
002460     ADD 1 TO WS-POS-PRINTED.
002470 2000-NEXT.
002480     PERFORM 2100-READ-HEADER THRU 2100-EXIT.
002490 2000-EXIT.
002500     EXIT.
002510*----------------------------------------------------------------
002520*    2100-READ-HEADER - NEXT PO HEADER IN PO NUMBER ORDER
002530*----------------------------------------------------------------
002540 2100-READ-HEADER.
002550     READ PO-HEADER-FILE NEXT RECORD
002560         AT END
002570             MOVE 'Y' TO WS-EOF-SW
002580             GO TO 2100-EXIT
002590     END-READ.
002600     ADD 1 TO WS-HDRS-READ.
002610 2100-EXIT.
002620     EXIT.
002630*----------------------------------------------------------------
002640*    2200-PRINT-ONE-LINE - ONE COGSPOL LINE OF THE CURRENT PO
002650*----------------------------------------------------------------
002660 2200-PRINT-ONE-LINE.
002670     READ PO-LINE-FILE NEXT RECORD
002680         AT END
002690             MOVE 'Y' TO WS-SCAN-DONE-SW
002700             GO TO 2200-EXIT
002710     END-READ.
002720     IF PL-PO-NUMBER NOT = PH-PO-NUMBER
002730         MOVE 'Y' TO WS-SCAN-DONE-SW
002740         GO TO 2200-EXIT
002750     END-IF.
002760     COMPUTE WS-EXT-VALUE = PL-QTY-ORDERED * PL-UNIT-COST.
002770     MOVE PL-LINE        TO DL-LINE.
002780     MOVE PL-DESC        TO DL-DESC.
002790     MOVE PL-VNDR-PART-NO TO DL-PART-NO.
002800     MOVE PL-QTY-ORDERED TO DL-QTY.
002810     MOVE PL-UNIT-COST   TO DL-COST.
002820     MOVE WS-EXT-VALUE   TO DL-EXT.
002830     IF PL-CANCELLED
002840         MOVE "CANCELLED" TO DL-STATUS
002850     ELSE
002860         ADD WS-EXT-VALUE TO WS-PO-TOTAL
002870         IF PL-CLOSED
002880             MOVE "CLOSED" TO DL-STATUS
002890         ELSE
002900             MOVE SPACES TO DL-STATUS
002910         END-IF
002920     END-IF.
002930     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
002940     ADD 1 TO WS-LINES-PRINTED.
002950 2200-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980*    3000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
002990*----------------------------------------------------------------
003000 3000-TERMINATE.
003010     MOVE WS-POS-PRINTED TO SL-PRINTED.
003020     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
003030     CLOSE PO-HEADER-FILE.
003040     CLOSE PO-LINE-FILE.
003050     CLOSE VENDOR-MASTER-FILE.
003060     CLOSE PRINT-FILE.
003070     DISPLAY "COGSPOPR - HEADERS READ     = " WS-HDRS-READ.
003080     DISPLAY "COGSPOPR - POS PRINTED      = " WS-POS-PRINTED.
003090     DISPLAY "COGSPOPR - LINES PRINTED    = " WS-LINES-PRINTED.
003100 3000-EXIT.
003110     EXIT.
