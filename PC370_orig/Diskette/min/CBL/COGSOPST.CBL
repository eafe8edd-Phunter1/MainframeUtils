000160*   THE LEDGER AS RECEIPTS POST, AND THE REORDER CHECKS COUNT  *
000170*   THE OPEN QUANTITY SO THE SAME SHORTFALL STOPS BEING        *
000180*   ORDERED TWICE.                                             *
000181*                                                              *
000182*   EVERY ORDER IS NOW ALSO A LINE ON A NUMBERED PO.  A LINE   *
000183*   THAT QUOTES NO PO NUMBER STARTS A NEW PO (NEXT NUMBER      *
000184*   FROM THE COGSPONC CONTROL FILE) WHENEVER THE VENDOR,       *
000185*   SHIP-TO STORE OR PROMISED DATE DIFFERS FROM THE LINE       *
000186*   BEFORE IT, AND OTHERWISE JOINS THE PO JUST STARTED - SO A  *
000187*   BATCH SORTED BY VENDOR PRODUCES ONE PO PER VENDOR.  A      *
000188*   LINE THAT QUOTES A PO NUMBER IS ADDED TO THAT OPEN PO.     *
000189*   ACTION X CANCELS AND C CLOSES AN OPEN LINE, BACKING ITS    *
000190*   UNRECEIVED QUANTITY OUT OF COGSOPO; THE PO HEADER CLOSES   *
000191*   WHEN ITS LAST OPEN LINE DOES.                              *
000192*                                                              *
000200*   MODIFICATION HISTORY                                      *
000210*   2026-08-23  DHH  INITIAL VERSION                           *
000220*   2026-08-23  DHH  ORDER DATE NOW STAMPED IN FULL-CENTURY    *
000221*                    CCYYMMDD FORM FROM THE COGSDATE SERVICE   *
000222*   2026-10-05  DHH  NUMBERED POS - COGSPOH HEADER AND COGSPOL *
000223*                    LINE FILES, COGSPONC NEXT-NUMBER CONTROL, *
000224*                    PROMISED DATE DEFAULTED FROM VENDOR LEAD  *
000225*                    TIME, AND CANCEL/CLOSE OF OPEN LINES      *
000226*   2026-10-05  DHH  VENDOR MUST BE AN APPROVED SOURCE FOR THE *
000227*                    PRODUCT ON THE COGSVCAT CATALOG (OR ITS   *
000228*                    I2VNDR WHEN THE PRODUCT HAS NO CATALOG    *
000229*                    SOURCES).  THE SOURCE'S LEAD TIME SETS    *
000230*                    THE DEFAULT PROMISED DATE AND ITS PART    *
000231*                    NUMBER GOES ON THE PO LINE                *
000232*   2026-10-05  DHH  OPEN-TO-BUY: A NEW ORDER WORTH MORE AT    *
000233*                    ICOST THAN ITS DEPARTMENT HAS LEFT OF     *
000234*                    THE MONTH'S COGSOTBP PLAN (LESS OPEN      *
000235*                    COGSOPO AND THE MONTH'S COGSRCH1          *
000236*                    RECEIPTS) IS HELD ON COGSOTBH; ORDERS     *
000237*                    RELEASED THROUGH COGSOTBA POST FIRST      *
000238*   2026-10-05  DHH  A FAILED OPEN OF COGSPONC AT CLOSE-DOWN   *
000239*                    NOW STOPS THE RUN RC=16                   *
000240****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000430         FILE STATUS IS WS-VND-STATUS.
000440     SELECT OPEN-PO-FILE ASSIGN TO COGSOPO
000450         ORGANIZATION IS INDEXED
000451         ACCESS MODE IS DYNAMIC
000452         RECORD KEY IS OP-DESC
000453         FILE STATUS IS WS-OPO-STATUS.
000454     SELECT PO-HEADER-FILE ASSIGN TO COGSPOH
000455         ORGANIZATION IS INDEXED
000456         ACCESS MODE IS DYNAMIC
000457         RECORD KEY IS PH-PO-NUMBER
000458         FILE STATUS IS WS-POH-STATUS.
000459     SELECT PO-LINE-FILE ASSIGN TO COGSPOL
000460         ORGANIZATION IS INDEXED
000461         ACCESS MODE IS DYNAMIC
000462         RECORD KEY IS PL-KEY
000463         FILE STATUS IS WS-POL-STATUS.
000464     SELECT VENDOR-ITEM-FILE ASSIGN TO COGSVCAT
000465         ORGANIZATION IS INDEXED
000466         ACCESS MODE IS DYNAMIC
000467         RECORD KEY IS VI-KEY
000468         FILE STATUS IS WS-CAT-STATUS.
000469     SELECT PO-CONTROL-FILE ASSIGN TO COGSPONC
000470         ORGANIZATION IS SEQUENTIAL
000471         FILE STATUS IS WS-PNC-STATUS.
000472     SELECT OTB-PLAN-FILE ASSIGN TO COGSOTBP
000473         ORGANIZATION IS INDEXED
000474         ACCESS MODE IS DYNAMIC
000475         RECORD KEY IS OB-KEY
000476         FILE STATUS IS WS-OTB-STATUS.
000477     SELECT OTB-HOLD-FILE ASSIGN TO COGSOTBH
000478         ORGANIZATION IS INDEXED
000479         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS OH-KEY
000481         FILE STATUS IS WS-OTH-STATUS.
000482     SELECT RECEIPT-HISTORY-FILE ASSIGN TO COGSRCH1
000483         ORGANIZATION IS SEQUENTIAL
000484         FILE STATUS IS WS-RCH-STATUS.
000490     SELECT PRINT-FILE ASSIGN TO COGSOPS1
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-PRT-STATUS.
000530 FILE SECTION.
000540 FD  ORDER-TRANS-FILE
000550     RECORDING MODE IS F
000560     RECORD CONTAINS 60 CHARACTERS
000570     BLOCK CONTAINS 0 RECORDS
000580     LABEL RECORDS ARE STANDARD.
000590 COPY COGSOPTX.
000660     LABEL RECORDS ARE STANDARD.
000670 COPY COGSVNDR.
000680 FD  OPEN-PO-FILE
000681     RECORDING MODE IS F
000682     RECORD CONTAINS 40 CHARACTERS
000683     LABEL RECORDS ARE STANDARD.
000684 COPY COGSOPOR.
000685 FD  PO-HEADER-FILE
000686     RECORDING MODE IS F
000687     RECORD CONTAINS 80 CHARACTERS
000688     LABEL RECORDS ARE STANDARD.
000689 COPY COGSPOHR.
000690 FD  PO-LINE-FILE
000691     RECORDING MODE IS F
000692     RECORD CONTAINS 80 CHARACTERS
000693     LABEL RECORDS ARE STANDARD.
000694 COPY COGSPOLR.
000695 FD  VENDOR-ITEM-FILE
000696     RECORDING MODE IS F
000697     RECORD CONTAINS 80 CHARACTERS
000698     LABEL RECORDS ARE STANDARD.
000699 COPY COGSVITR.
000700 FD  PO-CONTROL-FILE
000701     RECORDING MODE IS F
000702     RECORD CONTAINS 80 CHARACTERS
000703     LABEL RECORDS ARE STANDARD.
000704 01  PO-CONTROL-RECORD.
000705     05  PC-LAST-PO          PIC 9(07).
000706     05  FILLER              PIC X(73).
000707 FD  OTB-PLAN-FILE
000708     RECORDING MODE IS F
000709     RECORD CONTAINS 40 CHARACTERS
000710     LABEL RECORDS ARE STANDARD.
000711 COPY COGSOTBR.
000712 FD  OTB-HOLD-FILE
000713     RECORDING MODE IS F
000714     RECORD CONTAINS 130 CHARACTERS
000715     LABEL RECORDS ARE STANDARD.
000716 COPY COGSOTHR.
000717 FD  RECEIPT-HISTORY-FILE
000718     RECORDING MODE IS F
000719     RECORD CONTAINS 60 CHARACTERS
000720     BLOCK CONTAINS 0 RECORDS
000721     LABEL RECORDS ARE STANDARD.
000722 COPY COGSRCHR.
000730 FD  PRINT-FILE
000740     RECORDING MODE IS F
000750     RECORD CONTAINS 132 CHARACTERS
000800 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
000810 77  WS-VND-STATUS               PIC X(02) VALUE SPACES.
000820 77  WS-OPO-STATUS               PIC X(02) VALUE SPACES.
000821 77  WS-POH-STATUS               PIC X(02) VALUE SPACES.
000822 77  WS-POL-STATUS               PIC X(02) VALUE SPACES.
000823 77  WS-PNC-STATUS               PIC X(02) VALUE SPACES.
000824 77  WS-CAT-STATUS               PIC X(02) VALUE SPACES.
000825 77  WS-OTB-STATUS               PIC X(02) VALUE SPACES.
000826 77  WS-OTH-STATUS               PIC X(02) VALUE SPACES.
000827 77  WS-RCH-STATUS               PIC X(02) VALUE SPACES.
000830 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000840 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000850 77  WS-RECS-POSTED              PIC 9(07) COMP VALUE ZERO.
000860 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
000861 77  WS-POS-CREATED              PIC 9(07) COMP VALUE ZERO.
000862 77  WS-LINES-CANCELLED          PIC 9(07) COMP VALUE ZERO.
000863 77  WS-LINES-CLOSED             PIC 9(07) COMP VALUE ZERO.
000864 77  WS-RECS-HELD                PIC 9(07) COMP VALUE ZERO.
000865 77  WS-RELEASES-POSTED          PIC 9(07) COMP VALUE ZERO.
000870 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000871 COPY COGSDATP.
000872 77  WS-NEW-ORDERED              PIC 9(07) VALUE ZERO.
000873 77  WS-LAST-PO                  PIC 9(07) VALUE ZERO.
000874 77  WS-CUR-PO                   PIC 9(07) VALUE ZERO.
000875 77  WS-CUR-VNDR                 PIC X(06) VALUE SPACES.
000876 77  WS-CUR-STORE                PIC 9(03) VALUE ZERO.
000877 77  WS-CUR-PROMISED             PIC 9(08) VALUE ZERO.
000878 77  WS-TRN-STORE                PIC 9(03) VALUE ZERO.
000879 77  WS-TRN-PROMISED             PIC 9(08) VALUE ZERO.
000880 77  WS-LEAD-COUNT               PIC 9(03) COMP VALUE ZERO.
000881 77  WS-LINE-OPEN-QTY            PIC 9(05) VALUE ZERO.
000882 77  WS-OPO-OPEN-QTY             PIC 9(05) VALUE ZERO.
000883 77  WS-SCAN-PO                  PIC 9(07) VALUE ZERO.
000884 77  WS-SCAN-OPEN                PIC 9(03) COMP VALUE ZERO.
000885 77  WS-SCAN-CLOSED              PIC 9(03) COMP VALUE ZERO.
000886 77  WS-LEAD-DAYS                PIC 9(03) VALUE ZERO.
000887 77  WS-SRC-PART-NO              PIC X(15) VALUE SPACES.
000888 77  WS-OTB-MONTH                PIC 9(06) VALUE ZERO.
000889 77  WS-RCV-MONTH                PIC 9(06) VALUE ZERO.
000890 77  WS-OTB-DEPT                 PIC X(04) VALUE SPACES.
000891 77  WS-OTB-QTY                  PIC 9(05) VALUE ZERO.
000892 77  WS-ORDER-VALUE              PIC 9(11)V9(02) VALUE ZERO.
000893 77  WS-OTB-REMAINING            PIC S9(11)V9(02) VALUE ZERO.
000894 77  WS-HOLD-SEQ                 PIC 9(05) VALUE ZERO.
000895 77  WS-OB-COUNT                 PIC 9(03) COMP VALUE ZERO.
000896 77  WS-OB-SUB                   PIC 9(03) COMP VALUE ZERO.
000897 77  WS-OB-MAX                   PIC 9(03) COMP VALUE 50.
000900 01  WS-SWITCHES.
000910     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000920         88  WS-EOF                         VALUE 'Y'.
000930     05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
000940         88  WS-REJECTED                    VALUE 'Y'.
000941     05  WS-OPO-FOUND-SW         PIC X(01) VALUE 'N'.
000942         88  WS-OPO-FOUND                   VALUE 'Y'.
000943     05  WS-PO-QUOTED-SW         PIC X(01) VALUE 'N'.
000944         88  WS-PO-QUOTED                   VALUE 'Y'.
000945     05  WS-PO-STARTED-SW        PIC X(01) VALUE 'N'.
000946         88  WS-PO-STARTED                  VALUE 'Y'.
000947     05  WS-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
000948         88  WS-SCAN-DONE                   VALUE 'Y'.
000949     05  WS-CAT-OPEN-SW          PIC X(01) VALUE 'N'.
000950         88  WS-CAT-OPEN                    VALUE 'Y'.
000951     05  WS-OTB-ON-SW            PIC X(01) VALUE 'N'.
000952         88  WS-OTB-ON                      VALUE 'Y'.
000953     05  WS-HOLD-SW              PIC X(01) VALUE 'N'.
000954         88  WS-HOLD-ORDER                  VALUE 'Y'.
000955     05  WS-RELEASING-SW         PIC X(01) VALUE 'N'.
000956         88  WS-RELEASING                   VALUE 'Y'.
000957     05  WS-LOAD-DONE-SW         PIC X(01) VALUE 'N'.
000958         88  WS-LOAD-DONE                   VALUE 'Y'.
000959     05  WS-OB-FOUND-SW          PIC X(01) VALUE 'N'.
000960         88  WS-OB-FOUND                    VALUE 'Y'.
000961 01  WS-OTB-TABLE.
000962     05  WS-OB-ENTRY OCCURS 50 TIMES.
000963         10  WS-OB-DEPT          PIC X(04).
000964         10  WS-OB-COMMITTED     PIC S9(11)V9(02).
000965         10  WS-OB-RECEIVED      PIC S9(11)V9(02).
000970 01  WS-HEADING-1.
000980     05  FILLER                  PIC X(40)
000990         VALUE "COGSWORTH OPEN-PO POSTING EXCEPTIONS".
001000 01  WS-HEADING-2.
001010     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
001020     05  FILLER                  PIC X(08) VALUE "VENDOR  ".
001025     05  FILLER                  PIC X(14) VALUE "PO-NUM  LINE  ".
001030     05  FILLER                  PIC X(08) VALUE "QTY-ORD ".
001040     05  FILLER                  PIC X(30) VALUE "  REASON".
001050 01  WS-DETAIL-LINE.
001060     05  DL-DESC                 PIC X(14).
001070     05  DL-VNDR                 PIC X(08).
001072     05  DL-PO-NUMBER            PIC X(07).
001074     05  FILLER                  PIC X(01) VALUE SPACES.
001076     05  DL-LINE                 PIC X(03).
001078     05  FILLER                  PIC X(03) VALUE SPACES.
001080     05  DL-QTY                  PIC ZZ,ZZ9.
001090     05  FILLER                  PIC X(03) VALUE SPACES.
001100     05  DL-REASON               PIC X(30).
001240     STOP RUN.
001250*----------------------------------------------------------------
001260*    1000-INITIALIZE - OPEN FILES, PICK UP THE BUSINESS DATE
001265*    AND THE LAST PO NUMBER ISSUED
001270*----------------------------------------------------------------
001280 1000-INITIALIZE.
001290     DISPLAY "COGSOPST STARTING - OPEN-PO LEDGER POSTING".
001300     MOVE "BUSD" TO CDP-FUNCTION.
001310     CALL "COGSDATE" USING DATE-CALL-PARMS.
001311     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001312     DIVIDE WS-BUS-DATE BY 100 GIVING WS-OTB-MONTH.
001313     OPEN INPUT PO-CONTROL-FILE.
001314     IF WS-PNC-STATUS = "00"
001315         READ PO-CONTROL-FILE
001316             AT END
001317                 CONTINUE
001318         END-READ
001319         IF WS-PNC-STATUS = "00" AND PC-LAST-PO NUMERIC
001320             MOVE PC-LAST-PO TO WS-LAST-PO
001321         END-IF
001322         CLOSE PO-CONTROL-FILE
001323     ELSE
001324         DISPLAY "COGSOPST - NO COGSPONC CONTROL, PO NUMBERS "
001325                 "START FROM ONE"
001326     END-IF.
001330     OPEN INPUT ORDER-TRANS-FILE.
001340     IF WS-TRN-STATUS NOT = "00"
001350         DISPLAY "COGSOPST - UNABLE TO OPEN COGSOPIN, STATUS = "
001580         OPEN I-O OPEN-PO-FILE
001590     END-IF.
001600     IF WS-OPO-STATUS NOT = "00"
001601         DISPLAY "COGSOPST - UNABLE TO OPEN COGSOPO, STATUS = "
001602                 WS-OPO-STATUS
001603         MOVE 16 TO RETURN-CODE
001604         STOP RUN
001605     END-IF.
001606     OPEN I-O PO-HEADER-FILE.
001607     IF WS-POH-STATUS = "35"
001608         OPEN OUTPUT PO-HEADER-FILE
001609         CLOSE PO-HEADER-FILE
001610         OPEN I-O PO-HEADER-FILE
001611     END-IF.
001612     IF WS-POH-STATUS NOT = "00"
001613         DISPLAY "COGSOPST - UNABLE TO OPEN COGSPOH, STATUS = "
001614                 WS-POH-STATUS
001615         MOVE 16 TO RETURN-CODE
001616         STOP RUN
001617     END-IF.
001618     OPEN I-O PO-LINE-FILE.
001619     IF WS-POL-STATUS = "35"
001620         OPEN OUTPUT PO-LINE-FILE
001621         CLOSE PO-LINE-FILE
001622         OPEN I-O PO-LINE-FILE
001623     END-IF.
001624     IF WS-POL-STATUS NOT = "00"
001625         DISPLAY "COGSOPST - UNABLE TO OPEN COGSPOL, STATUS = "
001626                 WS-POL-STATUS
001627         MOVE 16 TO RETURN-CODE
001628         STOP RUN
001629     END-IF.
001630     OPEN INPUT VENDOR-ITEM-FILE.
001631     IF WS-CAT-STATUS = "00"
001632         MOVE 'Y' TO WS-CAT-OPEN-SW
001633     ELSE
001634         DISPLAY "COGSOPST - NO VENDOR ITEM CATALOG, STATUS = "
001635                 WS-CAT-STATUS " - ONLY I2VNDR IS APPROVED"
001636     END-IF.
001637     OPEN INPUT OTB-PLAN-FILE.
001638     IF WS-OTB-STATUS = "00"
001639         MOVE 'Y' TO WS-OTB-ON-SW
001640     ELSE
001641         DISPLAY "COGSOPST - NO COGSOTBP OPEN-TO-BUY PLANS, "
001642                 "STATUS = " WS-OTB-STATUS " - NOT CHECKED"
001643     END-IF.
001644     OPEN I-O OTB-HOLD-FILE.
001645     IF WS-OTH-STATUS = "35"
001646         OPEN OUTPUT OTB-HOLD-FILE
001647         CLOSE OTB-HOLD-FILE
001648         OPEN I-O OTB-HOLD-FILE
001649     END-IF.
001650     IF WS-OTH-STATUS NOT = "00"
001651         DISPLAY "COGSOPST - UNABLE TO OPEN COGSOTBH, STATUS = "
001652                 WS-OTH-STATUS
001653         MOVE 16 TO RETURN-CODE
001654         STOP RUN
001655     END-IF.
001660     OPEN OUTPUT PRINT-FILE.
001670     IF WS-PRT-STATUS NOT = "00"
001680         DISPLAY "COGSOPST - UNABLE TO OPEN COGSOPS1, STATUS = "
001720     END-IF.
001730     WRITE PRINT-RECORD FROM WS-HEADING-1.
001740     WRITE PRINT-RECORD FROM WS-HEADING-2.
001741     IF WS-OTB-ON
001742         PERFORM 1100-LOAD-COMMITTED THRU 1100-EXIT
001743         PERFORM 1200-LOAD-RECEIVED THRU 1200-EXIT
001744     END-IF.
001745     PERFORM 1500-POST-RELEASED THRU 1500-EXIT.
001746     PERFORM 1300-NEXT-HOLD-SEQ THRU 1300-EXIT.
001750     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001760 1000-EXIT.
001770     EXIT.
001771*----------------------------------------------------------------
001772*    1100-LOAD-COMMITTED - OPEN QUANTITY ON EVERY COGSOPO
001773*    RECORD AT TODAY'S ICOST, INTO ITS DEPARTMENT
001774*----------------------------------------------------------------
001775 1100-LOAD-COMMITTED.
001776     MOVE 'N' TO WS-LOAD-DONE-SW.
001777     MOVE LOW-VALUES TO OP-DESC.
001778     START OPEN-PO-FILE KEY NOT < OP-DESC
001779         INVALID KEY
001780             MOVE 'Y' TO WS-LOAD-DONE-SW
001781     END-START.
001782     PERFORM 1110-LOAD-ONE-OPEN-PO THRU 1110-EXIT
001783         UNTIL WS-LOAD-DONE.
001784 1100-EXIT.
001785     EXIT.
001786 1110-LOAD-ONE-OPEN-PO.
001787     READ OPEN-PO-FILE NEXT RECORD
001788         AT END
001789             MOVE 'Y' TO WS-LOAD-DONE-SW
001790             GO TO 1110-EXIT
001791     END-READ.
001792     IF OP-QTY-RECEIVED NOT < OP-QTY-ORDERED
001793         GO TO 1110-EXIT
001794     END-IF.
001795     MOVE OP-DESC TO IDESC OF COGS-MASTER-RECORD.
001796     READ COGS-MASTER-FILE
001797         INVALID KEY
001798             GO TO 1110-EXIT
001799     END-READ.
001800     COMPUTE WS-OTB-QTY = OP-QTY-ORDERED - OP-QTY-RECEIVED.
001801     PERFORM 2180-VALUE-INTO-DEPT THRU 2180-EXIT.
001802     IF WS-OB-SUB > ZERO
001803         ADD WS-ORDER-VALUE TO WS-OB-COMMITTED(WS-OB-SUB)
001804     END-IF.
001805 1110-EXIT.
001806     EXIT.
001807*----------------------------------------------------------------
001808*    1200-LOAD-RECEIVED - THIS MONTH'S COGSRCH1 RECEIPTS AT
001809*    TODAY'S ICOST, INTO THEIR DEPARTMENTS
001810*----------------------------------------------------------------
001811 1200-LOAD-RECEIVED.
001812     OPEN INPUT RECEIPT-HISTORY-FILE.
001813     IF WS-RCH-STATUS NOT = "00"
001814         DISPLAY "COGSOPST - NO COGSRCH1 RECEIPT HISTORY, "
001815                 "STATUS = " WS-RCH-STATUS " - RECEIVED IS ZERO"
001816         GO TO 1200-EXIT
001817     END-IF.
001818     MOVE 'N' TO WS-LOAD-DONE-SW.
001819     PERFORM 1210-LOAD-ONE-RECEIPT THRU 1210-EXIT
001820         UNTIL WS-LOAD-DONE.
001821     CLOSE RECEIPT-HISTORY-FILE.
001822 1200-EXIT.
001823     EXIT.
001824 1210-LOAD-ONE-RECEIPT.
001825     READ RECEIPT-HISTORY-FILE
001826         AT END
001827             MOVE 'Y' TO WS-LOAD-DONE-SW
001828             GO TO 1210-EXIT
001829     END-READ.
001830     IF RH-DATE-RECEIVED NOT NUMERIC
001831         GO TO 1210-EXIT
001832     END-IF.
001833     DIVIDE RH-DATE-RECEIVED BY 100 GIVING WS-RCV-MONTH.
001834     IF WS-RCV-MONTH NOT = WS-OTB-MONTH
001835         GO TO 1210-EXIT
001836     END-IF.
001837     MOVE RH-DESC TO IDESC OF COGS-MASTER-RECORD.
001838     READ COGS-MASTER-FILE
001839         INVALID KEY
001840             GO TO 1210-EXIT
001841     END-READ.
001842     MOVE RH-QTY-RECEIVED TO WS-OTB-QTY.
001843     PERFORM 2180-VALUE-INTO-DEPT THRU 2180-EXIT.
001844     IF WS-OB-SUB > ZERO
001845         ADD WS-ORDER-VALUE TO WS-OB-RECEIVED(WS-OB-SUB)
001846     END-IF.
001847 1210-EXIT.
001848     EXIT.
001849*----------------------------------------------------------------
001850*    1300-NEXT-HOLD-SEQ - LAST HOLD NUMBER ALREADY USED TODAY,
001851*    SO A SECOND RUN ON THE SAME DATE CARRIES ON FROM IT
001852*----------------------------------------------------------------
001853 1300-NEXT-HOLD-SEQ.
001854     MOVE ZERO TO WS-HOLD-SEQ.
001855     MOVE 'N' TO WS-LOAD-DONE-SW.
001856     MOVE WS-BUS-DATE TO OH-DATE-HELD.
001857     MOVE ZERO        TO OH-SEQ.
001858     START OTB-HOLD-FILE KEY NOT < OH-KEY
001859         INVALID KEY
001860             MOVE 'Y' TO WS-LOAD-DONE-SW
001861     END-START.
001862     PERFORM 1310-SCAN-ONE-HOLD THRU 1310-EXIT
001863         UNTIL WS-LOAD-DONE.
001864 1300-EXIT.
001865     EXIT.
001866 1310-SCAN-ONE-HOLD.
001867     READ OTB-HOLD-FILE NEXT RECORD
001868         AT END
001869             MOVE 'Y' TO WS-LOAD-DONE-SW
001870             GO TO 1310-EXIT
001871     END-READ.
001872     IF OH-DATE-HELD NOT = WS-BUS-DATE
001873         MOVE 'Y' TO WS-LOAD-DONE-SW
001874         GO TO 1310-EXIT
001875     END-IF.
001876     MOVE OH-SEQ TO WS-HOLD-SEQ.
001877 1310-EXIT.
001878     EXIT.
001879*----------------------------------------------------------------
001880*    1500-POST-RELEASED - ORDERS A MERCHANDISE MANAGER HAS
001881*    RELEASED FROM THE OPEN-TO-BUY HOLD POST FIRST, THROUGH THE
001882*    SAME EDITS BUT WITHOUT THE BUDGET CHECK, AND LEAVE THE
001883*    HOLD FILE WHETHER THEY POST OR NOT
001884*----------------------------------------------------------------
001885 1500-POST-RELEASED.
001886     MOVE 'N' TO WS-LOAD-DONE-SW.
001887     MOVE LOW-VALUES TO OH-KEY.
001888     START OTB-HOLD-FILE KEY NOT < OH-KEY
001889         INVALID KEY
001890             MOVE 'Y' TO WS-LOAD-DONE-SW
001891     END-START.
001892     MOVE 'Y' TO WS-RELEASING-SW.
001893     PERFORM 1510-POST-ONE-RELEASED THRU 1510-EXIT
001894         UNTIL WS-LOAD-DONE.
001895     MOVE 'N' TO WS-RELEASING-SW.
001896 1500-EXIT.
001897     EXIT.
001898 1510-POST-ONE-RELEASED.
001899     READ OTB-HOLD-FILE NEXT RECORD
001900         AT END
001901             MOVE 'Y' TO WS-LOAD-DONE-SW
001902             GO TO 1510-EXIT
001903     END-READ.
001904     IF NOT OH-RELEASED
001905         GO TO 1510-EXIT
001906     END-IF.
001907     MOVE OH-ORDER TO ORDER-TRANS-RECORD.
001908     MOVE 'N' TO WS-REJECT-SW.
001909     PERFORM 2050-EDIT-ADD THRU 2050-EXIT.
001910     IF NOT WS-REJECTED
001911         PERFORM 2150-CHECK-OPEN-TO-BUY THRU 2150-EXIT
001912         PERFORM 2200-POST-ORDER THRU 2200-EXIT
001913     END-IF.
001914     IF WS-REJECTED
001915         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
001916     ELSE
001917         MOVE "RELEASED OVER OTB - POSTED" TO DL-REASON
001918         PERFORM 2910-WRITE-LINE THRU 2910-EXIT
001919         ADD 1 TO WS-RELEASES-POSTED
001920     END-IF.
001921     DELETE OTB-HOLD-FILE.
001922 1510-EXIT.
001923     EXIT.
001924*----------------------------------------------------------------
001925*    2000-PROCESS-RECORD - ADD, CANCEL OR CLOSE ONE PO LINE
001926*----------------------------------------------------------------
001927 2000-PROCESS-RECORD.
001928     MOVE 'N' TO WS-REJECT-SW.
001929     EVALUATE TRUE
001930         WHEN OO-ACTION-ADD
001931             PERFORM 2050-EDIT-ADD THRU 2050-EXIT
001932             IF NOT WS-REJECTED
001933                 PERFORM 2150-CHECK-OPEN-TO-BUY THRU 2150-EXIT
001934                 IF WS-HOLD-ORDER
001935                     PERFORM 2160-HOLD-ORDER THRU 2160-EXIT
001936                 ELSE
001937                     PERFORM 2200-POST-ORDER THRU 2200-EXIT
001938                 END-IF
001939             END-IF
001940         WHEN OO-ACTION-CANCEL
001941         WHEN OO-ACTION-CLOSE
001942             PERFORM 2500-EDIT-CANCEL-CLOSE THRU 2500-EXIT
001943             IF NOT WS-REJECTED
001944                 PERFORM 2600-POST-CANCEL-CLOSE THRU 2600-EXIT
001945             END-IF
001946         WHEN OTHER
001947             MOVE 'Y' TO WS-REJECT-SW
001948             MOVE "ACTION CODE NOT A, X OR C" TO DL-REASON
001949     END-EVALUATE.
001950     IF WS-REJECTED
001951         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
001952     END-IF.
001953     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001954 2000-EXIT.
001955     EXIT.
001956*----------------------------------------------------------------
001957*    2050-EDIT-ADD - PRODUCT, VENDOR, QUANTITY, SHIP-TO,
001958*    PROMISED DATE, AND THE QUOTED PO WHEN THERE IS ONE
001959*----------------------------------------------------------------
001960 2050-EDIT-ADD.
001961     MOVE OO-DESC TO IDESC OF COGS-MASTER-RECORD.
001962     READ COGS-MASTER-FILE
001963         INVALID KEY
001964             MOVE 'Y' TO WS-REJECT-SW
001965             MOVE "PRODUCT NOT ON MASTER FILE"
001966                 TO DL-REASON
001967             GO TO 2050-EXIT
001968     END-READ.
001969     MOVE OO-VNDR TO VN-CODE.
001970     READ VENDOR-MASTER-FILE
001971         INVALID KEY
001972             MOVE 'Y' TO WS-REJECT-SW
001973             MOVE "VENDOR NOT ON VENDOR MASTER"
001974                 TO DL-REASON
001975             GO TO 2050-EXIT
001976     END-READ.
001977     PERFORM 2080-CHECK-SOURCE THRU 2080-EXIT.
001978     IF WS-REJECTED
001979         GO TO 2050-EXIT
001980     END-IF.
001990     IF OO-QTY-ORDERED NOT NUMERIC
002000         MOVE 'Y' TO WS-REJECT-SW
002010         MOVE "QUANTITY NOT NUMERIC" TO DL-REASON
002015         GO TO 2050-EXIT
002020     END-IF.
002030     IF OO-QTY-ORDERED = ZERO
002040         MOVE 'Y' TO WS-REJECT-SW
002050         MOVE "QUANTITY IS ZERO" TO DL-REASON
002051         GO TO 2050-EXIT
002052     END-IF.
002053     MOVE ZERO TO WS-TRN-STORE.
002054     IF OO-SHIP-STORE-X NOT = SPACES
002055         IF OO-SHIP-STORE NOT NUMERIC
002056             MOVE 'Y' TO WS-REJECT-SW
002057             MOVE "SHIP-TO STORE NOT NUMERIC" TO DL-REASON
002058             GO TO 2050-EXIT
002059         END-IF
002060         MOVE OO-SHIP-STORE TO WS-TRN-STORE
002061     END-IF.
002062     PERFORM 2060-SET-PROMISED THRU 2060-EXIT.
002070     IF WS-REJECTED
002071         GO TO 2050-EXIT
002072     END-IF.
002073     MOVE 'N' TO WS-PO-QUOTED-SW.
002074     IF OO-PO-NUMBER-X = SPACES OR OO-PO-NUMBER-X = ZERO
002075         GO TO 2050-EXIT
002076     END-IF.
002077     IF OO-PO-NUMBER NOT NUMERIC
002078         MOVE 'Y' TO WS-REJECT-SW
002079         MOVE "PO NUMBER NOT NUMERIC" TO DL-REASON
002080         GO TO 2050-EXIT
002081     END-IF.
002082     MOVE OO-PO-NUMBER TO PH-PO-NUMBER.
002083     READ PO-HEADER-FILE
002084         INVALID KEY
002085             MOVE 'Y' TO WS-REJECT-SW
002086             MOVE "PO NUMBER NOT ON FILE" TO DL-REASON
002087             GO TO 2050-EXIT
002088     END-READ.
002089     IF NOT PH-OPEN
002090         MOVE 'Y' TO WS-REJECT-SW
002091         MOVE "PO IS CLOSED OR CANCELLED" TO DL-REASON
002092         GO TO 2050-EXIT
002093     END-IF.
002094     IF PH-VNDR NOT = OO-VNDR
002095         MOVE 'Y' TO WS-REJECT-SW
002096         MOVE "VENDOR DOES NOT MATCH PO" TO DL-REASON
002097         GO TO 2050-EXIT
002098     END-IF.
002099     IF PH-LINE-COUNT NOT < 999
002100         MOVE 'Y' TO WS-REJECT-SW
002101         MOVE "PO ALREADY HAS 999 LINES" TO DL-REASON
002102         GO TO 2050-EXIT
002103     END-IF.
002104     MOVE 'Y' TO WS-PO-QUOTED-SW.
002105 2050-EXIT.
002106     EXIT.
002107*----------------------------------------------------------------
002108*    2060-SET-PROMISED - THE DATE GIVEN, OR THE BUSINESS DATE
002109*    PLUS THE VENDOR'S LEAD TIME IN BUSINESS DAYS
002110*----------------------------------------------------------------
002111 2060-SET-PROMISED.
002112     IF OO-DATE-PROMISED-X NOT = SPACES
002113             AND OO-DATE-PROMISED-X NOT = ZERO
002114         IF OO-DATE-PROMISED NOT NUMERIC
002115             MOVE 'Y' TO WS-REJECT-SW
002116             MOVE "PROMISED DATE NOT NUMERIC" TO DL-REASON
002117             GO TO 2060-EXIT
002118         END-IF
002119         MOVE "VAL " TO CDP-FUNCTION
002120         MOVE OO-DATE-PROMISED TO CDP-DATE-IN
002121         CALL "COGSDATE" USING DATE-CALL-PARMS
002122         IF CDP-RETURN-STATUS NOT = "00"
002123             MOVE 'Y' TO WS-REJECT-SW
002124             MOVE "PROMISED DATE NOT VALID" TO DL-REASON
002125             GO TO 2060-EXIT
002126         END-IF
002127         IF OO-DATE-PROMISED < WS-BUS-DATE
002128             MOVE 'Y' TO WS-REJECT-SW
002129             MOVE "PROMISED DATE BEFORE ORDER" TO DL-REASON
002130             GO TO 2060-EXIT
002131         END-IF
002132         MOVE OO-DATE-PROMISED TO WS-TRN-PROMISED
002133         GO TO 2060-EXIT
002134     END-IF.
002135     MOVE WS-BUS-DATE TO WS-TRN-PROMISED.
002136     MOVE ZERO TO WS-LEAD-COUNT.
002137     PERFORM 2070-STEP-PROMISED THRU 2070-EXIT
002138         UNTIL WS-LEAD-COUNT NOT < WS-LEAD-DAYS.
002139 2060-EXIT.
002140     EXIT.
002141 2070-STEP-PROMISED.
002142     MOVE "NBUS" TO CDP-FUNCTION.
002143     MOVE WS-TRN-PROMISED TO CDP-DATE-IN.
002144     CALL "COGSDATE" USING DATE-CALL-PARMS.
002145     IF CDP-RETURN-STATUS NOT = "00"
002146         MOVE WS-LEAD-DAYS TO WS-LEAD-COUNT
002147         GO TO 2070-EXIT
002148     END-IF.
002149     MOVE CDP-DATE-OUT TO WS-TRN-PROMISED.
002150     ADD 1 TO WS-LEAD-COUNT.
002151 2070-EXIT.
002152     EXIT.
002153*----------------------------------------------------------------
002154*    2080-CHECK-SOURCE - THE VENDOR MUST BE AN APPROVED
002155*    CATALOG SOURCE FOR THE PRODUCT; A PRODUCT WITH NO CATALOG
002156*    SOURCES MAY ONLY BE ORDERED FROM ITS I2VNDR.  PICKS UP
002157*    THE SOURCE'S PART NUMBER AND LEAD TIME
002158*----------------------------------------------------------------
002159 2080-CHECK-SOURCE.
002160     MOVE SPACES TO WS-SRC-PART-NO.
002161     MOVE ZERO   TO WS-LEAD-DAYS.
002162     IF VN-LEAD-DAYS NUMERIC
002163         MOVE VN-LEAD-DAYS TO WS-LEAD-DAYS
002164     END-IF.
002165     IF NOT WS-CAT-OPEN
002166         GO TO 2080-CHECK-I2VNDR
002167     END-IF.
002168     MOVE OO-DESC TO VI-DESC.
002169     MOVE OO-VNDR TO VI-VNDR.
002170     READ VENDOR-ITEM-FILE
002171         INVALID KEY
002172             GO TO 2080-ANY-SOURCES
002173     END-READ.
002174     IF NOT VI-APPROVED
002175         MOVE 'Y' TO WS-REJECT-SW
002176         MOVE "VENDOR SOURCE IS SUSPENDED" TO DL-REASON
002177         GO TO 2080-EXIT
002178     END-IF.
002179     MOVE VI-PART-NO TO WS-SRC-PART-NO.
002180     IF VI-LEAD-DAYS > ZERO
002181         MOVE VI-LEAD-DAYS TO WS-LEAD-DAYS
002182     END-IF.
002183     GO TO 2080-EXIT.
002184 2080-ANY-SOURCES.
002185     MOVE OO-DESC    TO VI-DESC.
002186     MOVE LOW-VALUES TO VI-VNDR.
002187     START VENDOR-ITEM-FILE KEY NOT < VI-KEY
002188         INVALID KEY
002189             GO TO 2080-CHECK-I2VNDR
002190     END-START.
002191     READ VENDOR-ITEM-FILE NEXT RECORD
002192         AT END
002193             GO TO 2080-CHECK-I2VNDR
002194     END-READ.
002195     IF VI-DESC = OO-DESC
002196         MOVE 'Y' TO WS-REJECT-SW
002197         MOVE "VENDOR NOT AN APPROVED SOURCE" TO DL-REASON
002198         GO TO 2080-EXIT
002199     END-IF.
002200 2080-CHECK-I2VNDR.
002201     IF OO-VNDR NOT = I2VNDR OF COGS-MASTER-RECORD
002202         MOVE 'Y' TO WS-REJECT-SW
002203         MOVE "VENDOR NOT AN APPROVED SOURCE" TO DL-REASON
002204     END-IF.
002205 2080-EXIT.
002210     EXIT.
002220 2100-READ-TRANS.
002221     READ ORDER-TRANS-FILE
002222         AT END
002223             MOVE 'Y' TO WS-EOF-SW
002224             GO TO 2100-EXIT
002225     END-READ.
002226     ADD 1 TO WS-RECS-READ.
002227 2100-EXIT.
002228     EXIT.
002229*----------------------------------------------------------------
002230*    2150-CHECK-OPEN-TO-BUY - VALUE THE ORDER AT ICOST; HOLD IT
002231*    WHEN IT IS MORE THAN THE DEPARTMENT HAS LEFT OF THIS
002232*    MONTH'S PLAN.  A DEPARTMENT WITH NO PLAN IS NOT CHECKED
002233*----------------------------------------------------------------
002234 2150-CHECK-OPEN-TO-BUY.
002235     MOVE 'N' TO WS-HOLD-SW.
002236     MOVE ZERO TO WS-OB-SUB.
002237     IF NOT WS-OTB-ON
002238         GO TO 2150-EXIT
002239     END-IF.
002240     MOVE OO-QTY-ORDERED TO WS-OTB-QTY.
002241     PERFORM 2180-VALUE-INTO-DEPT THRU 2180-EXIT.
002242     IF WS-OB-SUB = ZERO OR WS-RELEASING
002243         GO TO 2150-EXIT
002244     END-IF.
002245     MOVE WS-OTB-DEPT  TO OB-DEPT.
002246     MOVE WS-OTB-MONTH TO OB-MONTH.
002247     READ OTB-PLAN-FILE
002248         INVALID KEY
002249             GO TO 2150-EXIT
002250     END-READ.
002251     COMPUTE WS-OTB-REMAINING = OB-PLAN
002252         - WS-OB-COMMITTED(WS-OB-SUB)
002253         - WS-OB-RECEIVED(WS-OB-SUB).
002254     IF WS-ORDER-VALUE > WS-OTB-REMAINING
002255         MOVE 'Y' TO WS-HOLD-SW
002256     END-IF.
002257 2150-EXIT.
002258     EXIT.
002259*----------------------------------------------------------------
002260*    2160-HOLD-ORDER - PARK THE ORDER ON COGSOTBH FOR A
002261*    MERCHANDISE MANAGER (COGSOTBA) AND LIST IT
002262*----------------------------------------------------------------
002263 2160-HOLD-ORDER.
002264     INITIALIZE OTB-HELD-ORDER-RECORD.
002265     ADD 1 TO WS-HOLD-SEQ.
002266     MOVE WS-BUS-DATE      TO OH-DATE-HELD.
002267     MOVE WS-HOLD-SEQ      TO OH-SEQ.
002268     MOVE ORDER-TRANS-RECORD TO OH-ORDER.
002269     MOVE WS-OTB-DEPT      TO OH-DEPT.
002270     MOVE WS-OTB-MONTH     TO OH-MONTH.
002271     MOVE WS-ORDER-VALUE   TO OH-VALUE.
002272     MOVE WS-OTB-REMAINING TO OH-REMAINING.
002273     MOVE "H"              TO OH-STATUS.
002274     WRITE OTB-HELD-ORDER-RECORD.
002275     IF WS-OTH-STATUS NOT = "00"
002276         MOVE 'Y' TO WS-REJECT-SW
002277         MOVE "OPEN-TO-BUY HOLD WRITE FAILED" TO DL-REASON
002278         GO TO 2160-EXIT
002279     END-IF.
002280     MOVE SPACES TO DL-REASON.
002281     STRING "HELD OVER OTB - HOLD " WS-HOLD-SEQ
002282         DELIMITED BY SIZE INTO DL-REASON.
002283     PERFORM 2910-WRITE-LINE THRU 2910-EXIT.
002284     ADD 1 TO WS-RECS-HELD.
002285 2160-EXIT.
002286     EXIT.
002287*----------------------------------------------------------------
002288*    2180-VALUE-INTO-DEPT - WS-OTB-QTY AT THE ICOST OF THE
002289*    MASTER RECORD JUST READ, AND THE TABLE ENTRY FOR ITS
002290*    I5DEPT (WS-OB-SUB ZERO WHEN THE TABLE IS FULL)
002291*----------------------------------------------------------------
002292 2180-VALUE-INTO-DEPT.
002293     COMPUTE WS-ORDER-VALUE =
002294         WS-OTB-QTY * ICOST OF COGS-MASTER-RECORD.
002295     MOVE I5DEPT OF COGS-MASTER-RECORD TO WS-OTB-DEPT.
002296     MOVE 'N' TO WS-OB-FOUND-SW.
002297     MOVE ZERO TO WS-OB-SUB.
002298     PERFORM 2185-TEST-DEPT-ENTRY THRU 2185-EXIT
002299         UNTIL WS-OB-FOUND OR WS-OB-SUB NOT < WS-OB-COUNT.
002300     IF WS-OB-FOUND
002301         GO TO 2180-EXIT
002302     END-IF.
002303     IF WS-OB-COUNT NOT < WS-OB-MAX
002304         MOVE ZERO TO WS-OB-SUB
002305         GO TO 2180-EXIT
002306     END-IF.
002307     ADD 1 TO WS-OB-COUNT.
002308     MOVE WS-OB-COUNT TO WS-OB-SUB.
002309     MOVE WS-OTB-DEPT TO WS-OB-DEPT(WS-OB-SUB).
002310     MOVE ZERO TO WS-OB-COMMITTED(WS-OB-SUB).
002311     MOVE ZERO TO WS-OB-RECEIVED(WS-OB-SUB).
002312 2180-EXIT.
002313     EXIT.
002314 2185-TEST-DEPT-ENTRY.
002315     ADD 1 TO WS-OB-SUB.
002316     IF WS-OB-DEPT(WS-OB-SUB) = WS-OTB-DEPT
002317         MOVE 'Y' TO WS-OB-FOUND-SW
002318     END-IF.
002319 2185-EXIT.
002320     EXIT.
002321*----------------------------------------------------------------
002322*    2200-POST-ORDER - ADD TO AN OPEN RECORD OR WRITE A NEW ONE,
002323*    THEN PUT THE LINE ON ITS NUMBERED PO
002330*----------------------------------------------------------------
002340 2200-POST-ORDER.
002350     MOVE 'Y' TO WS-OPO-FOUND-SW.
002430             OP-QTY-ORDERED + OO-QTY-ORDERED
002440         IF WS-NEW-ORDERED > 99999
002450             MOVE 'Y' TO WS-REJECT-SW
002490             MOVE "ORDER WOULD OVERFLOW LEDGER"
002500                 TO DL-REASON
002530             GO TO 2200-EXIT
002540         END-IF
002542     END-IF.
002544     PERFORM 2300-ASSIGN-PO THRU 2300-EXIT.
002546     PERFORM 2400-WRITE-LINE THRU 2400-EXIT.
002548     IF WS-OPO-FOUND
002550         MOVE WS-NEW-ORDERED TO OP-QTY-ORDERED
002560         MOVE OO-VNDR        TO OP-VNDR
002570         MOVE WS-BUS-DATE    TO OP-DATE-ORDERED
002660         WRITE OPEN-PO-RECORD
002670     END-IF.
002680     ADD 1 TO WS-RECS-POSTED.
002682     IF WS-OB-SUB > ZERO
002684         ADD WS-ORDER-VALUE TO WS-OB-COMMITTED(WS-OB-SUB)
002686     END-IF.
002690 2200-EXIT.
002700     EXIT.
002710*----------------------------------------------------------------
002720*    2300-ASSIGN-PO - THE QUOTED PO, THE PO THIS RUN STARTED
002730*    FOR THE SAME VENDOR/SHIP-TO/PROMISED DATE, OR A NEW ONE
002740*----------------------------------------------------------------
002750 2300-ASSIGN-PO.
002760     IF WS-PO-QUOTED
002770         GO TO 2300-EXIT
002780     END-IF.
002790     IF WS-PO-STARTED
002800             AND OO-VNDR         = WS-CUR-VNDR
002810             AND WS-TRN-STORE    = WS-CUR-STORE
002820             AND WS-TRN-PROMISED = WS-CUR-PROMISED
002830         MOVE WS-CUR-PO TO PH-PO-NUMBER
002840         READ PO-HEADER-FILE
002850             INVALID KEY
002860                 MOVE 'N' TO WS-PO-STARTED-SW
002870         END-READ
002880         IF WS-PO-STARTED
002890             GO TO 2300-EXIT
002900         END-IF
002910     END-IF.
002920     ADD 1 TO WS-LAST-PO.
002930     INITIALIZE PO-HEADER-RECORD.
002940     MOVE WS-LAST-PO      TO PH-PO-NUMBER.
002950     MOVE OO-VNDR         TO PH-VNDR.
002960     MOVE WS-BUS-DATE     TO PH-DATE-ORDERED.
002970     MOVE WS-TRN-PROMISED TO PH-DATE-PROMISED.
002980     MOVE WS-TRN-STORE    TO PH-SHIP-STORE.
002990     MOVE "O"             TO PH-STATUS.
003000     MOVE ZERO            TO PH-LINE-COUNT.
003010     MOVE "N"             TO PH-PRINTED-SW.
003020     WRITE PO-HEADER-RECORD.
003030     MOVE 'Y'             TO WS-PO-STARTED-SW.
003040     MOVE WS-LAST-PO      TO WS-CUR-PO.
003050     MOVE OO-VNDR         TO WS-CUR-VNDR.
003060     MOVE WS-TRN-STORE    TO WS-CUR-STORE.
003070     MOVE WS-TRN-PROMISED TO WS-CUR-PROMISED.
003080     ADD 1 TO WS-POS-CREATED.
003090 2300-EXIT.
003100     EXIT.
003110*----------------------------------------------------------------
003120*    2400-WRITE-LINE - NEXT LINE NUMBER ON THE HEADER, AND THE
003130*    LINE ITSELF AT TODAY'S ICOST
003140*----------------------------------------------------------------
003150 2400-WRITE-LINE.
003160     ADD 1 TO PH-LINE-COUNT.
003170     MOVE "N" TO PH-PRINTED-SW.
003180     REWRITE PO-HEADER-RECORD.
003190     INITIALIZE PO-LINE-RECORD.
003200     MOVE PH-PO-NUMBER    TO PL-PO-NUMBER.
003210     MOVE PH-LINE-COUNT   TO PL-LINE.
003220     MOVE OO-DESC         TO PL-DESC.
003230     MOVE OO-QTY-ORDERED  TO PL-QTY-ORDERED.
003240     MOVE ZERO            TO PL-QTY-RECEIVED.
003250     MOVE ICOST OF COGS-MASTER-RECORD TO PL-UNIT-COST.
003260     MOVE "O"             TO PL-STATUS.
003270     MOVE ZERO            TO PL-DATE-CLOSED.
003280     MOVE WS-SRC-PART-NO  TO PL-VNDR-PART-NO.
003290     WRITE PO-LINE-RECORD.
003300 2400-EXIT.
003310     EXIT.
003320*----------------------------------------------------------------
003330*    2500-EDIT-CANCEL-CLOSE - THE LINE MUST EXIST AND BE OPEN;
003340*    A LINE ALREADY PART RECEIVED CAN ONLY BE CLOSED SHORT
003350*----------------------------------------------------------------
003360 2500-EDIT-CANCEL-CLOSE.
003370     IF OO-PO-NUMBER NOT NUMERIC OR OO-LINE NOT NUMERIC
003380         MOVE 'Y' TO WS-REJECT-SW
003390         MOVE "PO NUMBER/LINE NOT NUMERIC" TO DL-REASON
003400         GO TO 2500-EXIT
003410     END-IF.
003420     MOVE OO-PO-NUMBER TO PL-PO-NUMBER.
003430     MOVE OO-LINE      TO PL-LINE.
003440     READ PO-LINE-FILE
003450         INVALID KEY
003460             MOVE 'Y' TO WS-REJECT-SW
003470             MOVE "PO LINE NOT ON FILE" TO DL-REASON
003480             GO TO 2500-EXIT
003490     END-READ.
003500     IF NOT PL-OPEN
003510         MOVE 'Y' TO WS-REJECT-SW
003520         MOVE "PO LINE NOT OPEN" TO DL-REASON
003530         GO TO 2500-EXIT
003540     END-IF.
003550     IF OO-DESC NOT = SPACES AND OO-DESC NOT = PL-DESC
003560         MOVE 'Y' TO WS-REJECT-SW
003570         MOVE "PRODUCT DOES NOT MATCH LINE" TO DL-REASON
003580         GO TO 2500-EXIT
003590     END-IF.
003600     IF OO-ACTION-CANCEL AND PL-QTY-RECEIVED > ZERO
003610         MOVE 'Y' TO WS-REJECT-SW
003620         MOVE "LINE PART RECEIVED - CLOSE IT" TO DL-REASON
003630         GO TO 2500-EXIT
003640     END-IF.
003650 2500-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680*    2600-POST-CANCEL-CLOSE - SET THE LINE STATUS, BACK THE
003690*    UNRECEIVED QUANTITY OUT OF COGSOPO, CLOSE THE HEADER WHEN
003700*    NOTHING ON IT IS LEFT OPEN
003710*----------------------------------------------------------------
003720 2600-POST-CANCEL-CLOSE.
003730     IF PL-QTY-RECEIVED < PL-QTY-ORDERED
003740         COMPUTE WS-LINE-OPEN-QTY =
003750             PL-QTY-ORDERED - PL-QTY-RECEIVED
003760     ELSE
003770         MOVE ZERO TO WS-LINE-OPEN-QTY
003780     END-IF.
003790     IF OO-ACTION-CANCEL
003800         MOVE "X" TO PL-STATUS
003810         ADD 1 TO WS-LINES-CANCELLED
003820     ELSE
003830         MOVE "C" TO PL-STATUS
003840         ADD 1 TO WS-LINES-CLOSED
003850     END-IF.
003860     MOVE WS-BUS-DATE TO PL-DATE-CLOSED.
003870     REWRITE PO-LINE-RECORD.
003880     PERFORM 2650-RELIEVE-OPEN-TO-BUY THRU 2650-EXIT.
003890     MOVE PL-DESC TO OP-DESC.
003900     READ OPEN-PO-FILE
003910         INVALID KEY
003920             GO TO 2600-CHECK-HEADER
003930     END-READ.
003940     IF OP-QTY-RECEIVED < OP-QTY-ORDERED
003950         COMPUTE WS-OPO-OPEN-QTY =
003960             OP-QTY-ORDERED - OP-QTY-RECEIVED
003970     ELSE
003980         MOVE ZERO TO WS-OPO-OPEN-QTY
003990     END-IF.
004000     IF WS-LINE-OPEN-QTY NOT < WS-OPO-OPEN-QTY
004010         DELETE OPEN-PO-FILE
004020     ELSE
004030         SUBTRACT WS-LINE-OPEN-QTY FROM OP-QTY-ORDERED
004040         REWRITE OPEN-PO-RECORD
004050     END-IF.
004060 2600-CHECK-HEADER.
004070     MOVE PL-PO-NUMBER TO WS-SCAN-PO.
004080     PERFORM 2700-CLOSE-HEADER-IF-DONE THRU 2700-EXIT.
004090     ADD 1 TO WS-RECS-POSTED.
004100 2600-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------
004130*    2650-RELIEVE-OPEN-TO-BUY - A CANCELLED OR CLOSED LINE'S
004140*    OPEN QUANTITY IS NO LONGER COMMITTED, SO LATER ORDERS IN
004150*    THE SAME RUN SEE THE BUDGET IT FREED
004160*----------------------------------------------------------------
004170 2650-RELIEVE-OPEN-TO-BUY.
004180     IF NOT WS-OTB-ON OR WS-LINE-OPEN-QTY = ZERO
004190         GO TO 2650-EXIT
004200     END-IF.
004210     MOVE PL-DESC TO IDESC OF COGS-MASTER-RECORD.
004220     READ COGS-MASTER-FILE
004230         INVALID KEY
004240             GO TO 2650-EXIT
004250     END-READ.
004260     MOVE WS-LINE-OPEN-QTY TO WS-OTB-QTY.
004270     PERFORM 2180-VALUE-INTO-DEPT THRU 2180-EXIT.
004280     IF WS-OB-SUB > ZERO
004290         SUBTRACT WS-ORDER-VALUE FROM WS-OB-COMMITTED(WS-OB-SUB)
004300     END-IF.
004310 2650-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------
004340*    2700-CLOSE-HEADER-IF-DONE - COUNT THE OPEN AND CLOSED
004350*    LINES OF PO WS-SCAN-PO; WITH NONE OPEN THE HEADER GOES TO
004360*    C, OR TO X WHEN EVERY LINE WAS CANCELLED
004370*----------------------------------------------------------------
004380 2700-CLOSE-HEADER-IF-DONE.
004390     MOVE ZERO TO WS-SCAN-OPEN.
004400     MOVE ZERO TO WS-SCAN-CLOSED.
004410     MOVE 'N' TO WS-SCAN-DONE-SW.
004420     MOVE WS-SCAN-PO TO PL-PO-NUMBER.
004430     MOVE ZERO       TO PL-LINE.
004440     START PO-LINE-FILE KEY NOT < PL-KEY
004450         INVALID KEY
004460             MOVE 'Y' TO WS-SCAN-DONE-SW
004470     END-START.
004480     PERFORM 2710-COUNT-ONE-LINE THRU 2710-EXIT
004490         UNTIL WS-SCAN-DONE.
004500     IF WS-SCAN-OPEN > ZERO
004510         GO TO 2700-EXIT
004520     END-IF.
004530     MOVE WS-SCAN-PO TO PH-PO-NUMBER.
004540     READ PO-HEADER-FILE
004550         INVALID KEY
004560             GO TO 2700-EXIT
004570     END-READ.
004580     IF WS-SCAN-CLOSED > ZERO
004590         MOVE "C" TO PH-STATUS
004600     ELSE
004610         MOVE "X" TO PH-STATUS
004620     END-IF.
004630     REWRITE PO-HEADER-RECORD.
004640     IF WS-PO-STARTED AND WS-SCAN-PO = WS-CUR-PO
004650         MOVE 'N' TO WS-PO-STARTED-SW
004660     END-IF.
004670 2700-EXIT.
004680     EXIT.
004690 2710-COUNT-ONE-LINE.
004700     READ PO-LINE-FILE NEXT RECORD
004710         AT END
004720             MOVE 'Y' TO WS-SCAN-DONE-SW
004730             GO TO 2710-EXIT
004740     END-READ.
004750     IF PL-PO-NUMBER NOT = WS-SCAN-PO
004760         MOVE 'Y' TO WS-SCAN-DONE-SW
004770         GO TO 2710-EXIT
004780     END-IF.
004790     IF PL-OPEN
004800         ADD 1 TO WS-SCAN-OPEN
004810     END-IF.
004820     IF PL-CLOSED
004830         ADD 1 TO WS-SCAN-CLOSED
004840     END-IF.
004850 2710-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------
004880*    2900-WRITE-EXCEPTION - ONE REJECTED LINE ON THE EXCEPTION
004890*    REPORT; 2910 ALSO LISTS HELD AND RELEASED ORDERS
004900*----------------------------------------------------------------
004910 2900-WRITE-EXCEPTION.
004920     PERFORM 2910-WRITE-LINE THRU 2910-EXIT.
004930     ADD 1 TO WS-RECS-REJECTED.
004940 2900-EXIT.
004950     EXIT.
004960 2910-WRITE-LINE.
004970     MOVE OO-DESC        TO DL-DESC.
004980     MOVE OO-VNDR        TO DL-VNDR.
004990     MOVE OO-PO-NUMBER-X TO DL-PO-NUMBER.
005000     MOVE SPACES         TO DL-LINE.
005010     IF OO-LINE NUMERIC AND OO-LINE NOT = ZERO
005020         MOVE OO-LINE    TO DL-LINE
005030     END-IF.
005040     MOVE ZERO           TO DL-QTY.
005050     IF OO-QTY-ORDERED NUMERIC
005060         MOVE OO-QTY-ORDERED TO DL-QTY
005070     END-IF.
005080     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
005090 2910-EXIT.
005100     EXIT.
005110*----------------------------------------------------------------
005120*    3000-TERMINATE - PRINT SUMMARY, SAVE THE LAST PO NUMBER
005130*    AND CLOSE FILES
005140*----------------------------------------------------------------
005150 3000-TERMINATE.
005160     CLOSE ORDER-TRANS-FILE.
005170     CLOSE COGS-MASTER-FILE.
005180     CLOSE VENDOR-MASTER-FILE.
005190     CLOSE OPEN-PO-FILE.
005200     CLOSE PO-HEADER-FILE.
005210     CLOSE PO-LINE-FILE.
005220     IF WS-CAT-OPEN
005230         CLOSE VENDOR-ITEM-FILE
005240     END-IF.
005250     IF WS-OTB-ON
005260         CLOSE OTB-PLAN-FILE
005270     END-IF.
005280     CLOSE OTB-HOLD-FILE.
005290     OPEN OUTPUT PO-CONTROL-FILE.
005292     IF WS-PNC-STATUS NOT = "00"
005294         DISPLAY "COGSOPST - UNABLE TO OPEN COGSPONC, STATUS = "
005296                 WS-PNC-STATUS
005297         MOVE 16 TO RETURN-CODE
005298         STOP RUN
005299     END-IF.
005300     INITIALIZE PO-CONTROL-RECORD.
005310     MOVE WS-LAST-PO TO PC-LAST-PO.
005320     WRITE PO-CONTROL-RECORD.
005330     CLOSE PO-CONTROL-FILE.
005340     MOVE WS-RECS-REJECTED TO SL-REJECTED.
005350     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005360     CLOSE PRINT-FILE.
005370     DISPLAY "COGSOPST - RECORDS READ     = " WS-RECS-READ.
005380     DISPLAY "COGSOPST - ORDERS POSTED    = " WS-RECS-POSTED.
005390     DISPLAY "COGSOPST - ORDERS REJECTED  = " WS-RECS-REJECTED.
005400     DISPLAY "COGSOPST - POS CREATED      = " WS-POS-CREATED.
005410     DISPLAY "COGSOPST - LINES CANCELLED  = " WS-LINES-CANCELLED.
005420     DISPLAY "COGSOPST - LINES CLOSED     = " WS-LINES-CLOSED.
005430     DISPLAY "COGSOPST - HELD OVER OTB    = " WS-RECS-HELD.
005440     DISPLAY "COGSOPST - RELEASES POSTED  = " WS-RELEASES-POSTED.
005450     DISPLAY "COGSOPST - LAST PO NUMBER   = " WS-LAST-PO.
005460 3000-EXIT.
005470     EXIT.
