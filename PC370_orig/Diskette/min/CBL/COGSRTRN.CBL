000230*   2026-09-02  DHH  INITIAL VERSION                           *
000232*   2026-09-02  DHH  A RESTOCK NOW BACKS THE UNITS OUT OF THE  *
000234*                    COGS9 PERIOD-TO-DATE SALES BUCKET TOO     *
000235*   2026-10-05  DHH  DISPOSITION V - RETURN TO VENDOR.  THE    *
000236*                    UNITS COME OFF IQOH AND THE ORIGINATING   *
000237*                    STORE SHELF (AUDITED UNDER JOB COGSRTV),  *
000238*                    AN RTV NUMBER FROM COGSRVNC IS ASSIGNED   *
000239*                    AND THE RTV IS KEPT OPEN ON COGSRTVF, AND *
000240*                    A NEGATIVE CREDIT-MEMO RECORD AT ICOST    *
000241*                    GOES TO COGSAPF1.  RTVS GET THEIR OWN     *
000242*                    COGSRTV CONTROL-TOTALS RECORD SO COGSBAL  *
000243*                    CAN PROVE THE IQOH DRAW.  COGSRTIN        *
000244*                    WIDENED TO 30 BYTES FOR RT-VNDR           *
000245*   2026-10-05  DHH  QUANTITY WORK FIELDS AND WRITE-OFF VALUE  *
000246*                    WIDENED FOR THE 7-DIGIT IQOH AND ICOST    *
000247*   2026-10-05  DHH  A RETURNED COGSKIT KIT BACKS OUT OF THE   *
000248*                    KIT'S SOLD COLUMN AND STORE UNITS SOLD    *
000249*                    BUT RESTOCKS ITS COMPONENTS (IQOH, PERIOD *
000250*                    SALES, AUDIT, SHELF); A SCRAPPED KIT IS   *
000251*                    WRITTEN OFF AT THE COMPONENTS' COST AND   *
000252*                    A KIT CANNOT GO BACK TO A VENDOR          *
000253*   2026-10-05  DHH  EVERY POSTED CUSTOMER RETURN (RESTOCK OR  *
000254*                    SCRAP) IS WRITTEN TO THE NEW COGSRTH1     *
000255*                    RETURN HISTORY AT ISELL FOR THE REGISTER  *
000256*                    TENDER RECONCILIATION                     *
000257*   2026-10-05  DHH  AN RTV MAY NOT TAKE THE SHELF'S HOLDS     *
000258****************************************************************
000259 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.  IBM-370.
000280 OBJECT-COMPUTER.  IBM-370.
000420         RECORD KEY IS ST-KEY
000430         FILE STATUS IS WS-STO-STATUS.
000440     SELECT CONTROL-TOTALS-FILE ASSIGN TO COGSCTLF
000441         ORGANIZATION IS SEQUENTIAL
000442         FILE STATUS IS WS-CTL-STATUS.
000443     SELECT VENDOR-MASTER-FILE ASSIGN TO VNDRMST
000444         ORGANIZATION IS INDEXED
000445         ACCESS MODE IS RANDOM
000446         RECORD KEY IS VN-CODE
000447         FILE STATUS IS WS-VND-STATUS.
000448     SELECT RTV-FILE ASSIGN TO COGSRTVF
000449         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000451         RECORD KEY IS RV-RTV-NUMBER
000452         FILE STATUS IS WS-RTV-STATUS.
000453     SELECT RTV-CONTROL-FILE ASSIGN TO COGSRVNC
000454         ORGANIZATION IS SEQUENTIAL
000455         FILE STATUS IS WS-RNC-STATUS.
000456     SELECT AP-FEED-FILE ASSIGN TO COGSAPF1
000457         ORGANIZATION IS SEQUENTIAL
000458         FILE STATUS IS WS-APF-STATUS.
000459     SELECT KIT-FILE ASSIGN TO COGSKIT
000460         ORGANIZATION IS INDEXED
000461         ACCESS MODE IS SEQUENTIAL
000462         RECORD KEY IS KT-KEY
000463         FILE STATUS IS WS-KIT-STATUS.
000464     SELECT RETURN-HISTORY-FILE ASSIGN TO COGSRTH1
000465         ORGANIZATION IS SEQUENTIAL
000466         FILE STATUS IS WS-RTH-STATUS.
000470     SELECT PRINT-FILE ASSIGN TO COGSRTN1
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-PRT-STATUS.
000510 FILE SECTION.
000520 FD  RETURN-TRANS-FILE
000530     RECORDING MODE IS F
000540     RECORD CONTAINS 30 CHARACTERS
000550     BLOCK CONTAINS 0 RECORDS
000560     LABEL RECORDS ARE STANDARD.
000570 COPY COGSRTTX.
000650 COPY COGSSTOR.
000660 FD  CONTROL-TOTALS-FILE
000670     RECORDING MODE IS F
000671     RECORD CONTAINS 80 CHARACTERS
000672     LABEL RECORDS ARE STANDARD.
000673 COPY COGSCTLR.
000674 FD  VENDOR-MASTER-FILE
000675     RECORDING MODE IS F
000676     RECORD CONTAINS 80 CHARACTERS
000677     LABEL RECORDS ARE STANDARD.
000678 COPY COGSVNDR.
000679 FD  RTV-FILE
000680     RECORDING MODE IS F
000681     RECORD CONTAINS 100 CHARACTERS
000682     LABEL RECORDS ARE STANDARD.
000683 COPY COGSRVFR.
000684 FD  RTV-CONTROL-FILE
000685     RECORDING MODE IS F
000686     RECORD CONTAINS 80 CHARACTERS
000687     LABEL RECORDS ARE STANDARD.
000688 01  RTV-CONTROL-RECORD.
000689     05  RN-LAST-RTV         PIC 9(07).
000690     05  FILLER              PIC X(73).
000691 FD  AP-FEED-FILE
000692     RECORDING MODE IS F
000693     RECORD CONTAINS 60 CHARACTERS
000694     LABEL RECORDS ARE STANDARD.
000695 COPY COGSAPFR.
000696 FD  KIT-FILE
000697     RECORDING MODE IS F
000698     RECORD CONTAINS 40 CHARACTERS
000699     LABEL RECORDS ARE STANDARD.
000700 COPY COGSKITR.
000701 FD  RETURN-HISTORY-FILE
000702     RECORDING MODE IS F
000703     RECORD CONTAINS 40 CHARACTERS
000704     LABEL RECORDS ARE STANDARD.
000705 COPY COGSRTHR.
000710 FD  PRINT-FILE
000720     RECORDING MODE IS F
000730     RECORD CONTAINS 132 CHARACTERS
000790 77  WS-STO-STATUS               PIC X(02) VALUE SPACES.
000800 77  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
000810 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000811 77  WS-VND-STATUS               PIC X(02) VALUE SPACES.
000812 77  WS-RTV-STATUS               PIC X(02) VALUE SPACES.
000813 77  WS-RNC-STATUS               PIC X(02) VALUE SPACES.
000814 77  WS-APF-STATUS               PIC X(02) VALUE SPACES.
000815 77  WS-KIT-STATUS               PIC X(02) VALUE SPACES.
000816 77  WS-RTH-STATUS               PIC X(02) VALUE SPACES.
000820 77  WS-QTY-HASH                 PIC 9(09) VALUE ZERO.
000830 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000840 77  WS-RECS-RESTOCKED           PIC 9(07) COMP VALUE ZERO.
000850 77  WS-RECS-SCRAPPED            PIC 9(07) COMP VALUE ZERO.
000860 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
000870 77  WS-JOB-ID                   PIC X(08) VALUE "COGSRTRN".
000880 77  WS-OLD-QOH                  PIC 9(07) VALUE ZERO.
000890 77  WS-NEW-QOH                  PIC 9(08) VALUE ZERO.
000900 77  WS-OLD-STATE-QTY            PIC 9(07) VALUE ZERO.
000910 77  WS-NEW-STATE-QTY            PIC S9(08) VALUE ZERO.
000920 77  WS-STATE-FIELD-NAME         PIC X(08) VALUE SPACES.
000930 77  WS-I3-SUB                   PIC 9(02) COMP VALUE ZERO.
000931 77  WS-NEW-STORE-QOH            PIC 9(08) VALUE ZERO.
000932 77  WS-WRITEOFF-AMT             PIC 9(10)V9(02) VALUE ZERO.
000933 77  WS-TOT-WRITEOFF             PIC 9(12)V9(02) VALUE ZERO.
000934 77  WS-RTV-JOB-ID               PIC X(08) VALUE "COGSRTV".
000935 77  WS-RTV-READ                 PIC 9(07) COMP VALUE ZERO.
000936 77  WS-RTV-POSTED               PIC 9(07) COMP VALUE ZERO.
000937 77  WS-RTV-REJECTED             PIC 9(07) COMP VALUE ZERO.
000938 77  WS-RTV-HASH                 PIC 9(09) VALUE ZERO.
000939 77  WS-LAST-RTV                 PIC 9(07) VALUE ZERO.
000940 77  WS-RTV-VALUE                PIC 9(07)V9(02) VALUE ZERO.
000941 77  WS-TOT-RTV-VALUE            PIC 9(09)V9(02) VALUE ZERO.
000942 77  WS-NEW-SHELF-QOH            PIC 9(07) VALUE ZERO.
000943 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000944 77  WS-KIT-COUNT                PIC 9(04) COMP VALUE ZERO.
000945 77  WS-KIT-SUB                  PIC 9(04) COMP VALUE ZERO.
000946 77  WS-KIT-FIRST                PIC 9(04) COMP VALUE ZERO.
000947 77  WS-KIT-LAST                 PIC 9(04) COMP VALUE ZERO.
000948 77  WS-KIT-DRAW                 PIC 9(09) VALUE ZERO.
000949 77  WS-KIT-COST                 PIC 9(09)V9(02) VALUE ZERO.
000950 77  WS-RETURN-SELL              PIC 9(05)V9(02) VALUE ZERO.
000970 01  WS-SWITCHES.
000980     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000990         88  WS-EOF                         VALUE 'Y'.
001040     05  WS-STO-FOUND-SW         PIC X(01) VALUE 'N'.
001050         88  WS-STO-FOUND                   VALUE 'Y'.
001060     05  WS-I3-FOUND-SW          PIC X(01) VALUE 'N'.
001061         88  WS-I3-FOUND                    VALUE 'Y'.
001062     05  WS-RTV-OPEN-SW          PIC X(01) VALUE 'N'.
001063         88  WS-RTV-OPEN                    VALUE 'Y'.
001064     05  WS-KIT-FOUND-SW         PIC X(01) VALUE 'N'.
001065         88  WS-KIT-FOUND                   VALUE 'Y'.
001066     05  WS-KIT-EOF-SW           PIC X(01) VALUE 'N'.
001067         88  WS-KIT-EOF                     VALUE 'Y'.
001068 01  WS-KIT-TABLE.
001069     05  WS-KIT-ENTRY OCCURS 500 TIMES.
001070         10  WS-KIT-DESC         PIC X(10).
001071         10  WS-KIT-COMP         PIC X(10).
001072         10  WS-KIT-QTY          PIC 9(03).
001073 01  WS-KIT-SAVE                 PIC X(268).
001074 01  WS-RTV-REASON.
001075     05  FILLER                  PIC X(23)
001076         VALUE "RETURNED TO VENDOR RTV ".
001077     05  WR-RTV-NUMBER           PIC 9(07).
001080 01  WS-HEADING-1.
001090     05  FILLER                  PIC X(40)
001100         VALUE "COGSWORTH CUSTOMER RETURNS POSTING".
001130     05  FILLER                  PIC X(04) VALUE "ST  ".
001140     05  FILLER                  PIC X(08) VALUE "  QTY   ".
001150     05  FILLER                  PIC X(06) VALUE "DISP  ".
001156     05  FILLER                  PIC X(19)
001162         VALUE "        COST VALUE ".
001170     05  FILLER                  PIC X(30) VALUE "REASON".
001180 01  WS-DETAIL-LINE.
001190     05  DL-DESC                 PIC X(14).
001220     05  FILLER                  PIC X(03) VALUE SPACES.
001230     05  DL-DISP                 PIC X(01).
001240     05  FILLER                  PIC X(03) VALUE SPACES.
001250     05  DL-WRITEOFF             PIC Z,ZZZ,ZZZ,ZZ9.99.
001260     05  FILLER                  PIC X(03) VALUE SPACES.
001270     05  DL-REASON               PIC X(30).
001280 01  WS-SUMMARY-LINE.
001320 01  WS-SUMMARY-LINE2.
001330     05  FILLER                  PIC X(25)
001340         VALUE "SCRAP WRITE-OFF AT COST =".
001343     05  SL-WRITEOFF             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001346 01  WS-SUMMARY-LINE3.
001349     05  FILLER                  PIC X(25)
001352         VALUE "RETURNED TO VENDOR COST =".
001355     05  SL-RTV-VALUE            PIC Z,ZZZ,ZZ9.99.
001360 COPY COGSAUDP.
001365 COPY COGSDATP.
001370 PROCEDURE DIVISION.
001380*----------------------------------------------------------------
001390*    0000-MAINLINE - PROGRAM CONTROL
001490*----------------------------------------------------------------
001500 1000-INITIALIZE.
001510     DISPLAY "COGSRTRN STARTING - CUSTOMER RETURNS POSTING".
001512     MOVE "BUSD" TO CDP-FUNCTION.
001514     CALL "COGSDATE" USING DATE-CALL-PARMS.
001516     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001520     OPEN INPUT RETURN-TRANS-FILE.
001530     IF WS-TRN-STATUS NOT = "00"
001540         DISPLAY "COGSRTRN - UNABLE TO OPEN COGSRTIN, STATUS = "
001690     ELSE
001700         DISPLAY "COGSRTRN - NO STORE FILE, STATUS = "
001710                 WS-STO-STATUS " - STORE POSTING SKIPPED"
001711     END-IF.
001712     PERFORM 1100-OPEN-RTV-FILES THRU 1100-EXIT.
001713     PERFORM 1200-LOAD-KIT-TABLE THRU 1200-EXIT.
001714     OPEN EXTEND RETURN-HISTORY-FILE.
001715     IF WS-RTH-STATUS = "35"
001716         OPEN OUTPUT RETURN-HISTORY-FILE
001717     END-IF.
001718     IF WS-RTH-STATUS NOT = "00"
001719         DISPLAY "COGSRTRN - UNABLE TO OPEN COGSRTH1, STATUS = "
001720                 WS-RTH-STATUS
001721         MOVE 16 TO RETURN-CODE
001722         STOP RUN
001723     END-IF.
001730     OPEN OUTPUT PRINT-FILE.
001740     IF WS-PRT-STATUS NOT = "00"
001750         DISPLAY "COGSRTRN - UNABLE TO OPEN COGSRTN1, STATUS = "
001751                 WS-PRT-STATUS
001752         MOVE 16 TO RETURN-CODE
001753         STOP RUN
001754     END-IF.
001755     WRITE PRINT-RECORD FROM WS-HEADING-1.
001756     WRITE PRINT-RECORD FROM WS-HEADING-2.
001757     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001758 1000-EXIT.
001759     EXIT.
001760*----------------------------------------------------------------
001761*    1100-OPEN-RTV-FILES - VENDOR MASTER, RTV FILE, AP FEED AND
001762*    THE LAST RTV NUMBER.  WITHOUT ALL THREE FILES A RETURN TO
001763*    VENDOR REJECTS AND THE CUSTOMER RETURNS STILL POST
001764*----------------------------------------------------------------
001765 1100-OPEN-RTV-FILES.
001766     OPEN INPUT RTV-CONTROL-FILE.
001767     IF WS-RNC-STATUS = "00"
001768         READ RTV-CONTROL-FILE
001769             AT END
001770                 CONTINUE
001771         END-READ
001772         IF WS-RNC-STATUS = "00" AND RN-LAST-RTV NUMERIC
001773             MOVE RN-LAST-RTV TO WS-LAST-RTV
001774         END-IF
001775         CLOSE RTV-CONTROL-FILE
001776     ELSE
001777         DISPLAY "COGSRTRN - NO COGSRVNC CONTROL, RTV NUMBERS "
001778                 "START FROM ONE"
001779     END-IF.
001780     OPEN INPUT VENDOR-MASTER-FILE.
001781     OPEN I-O RTV-FILE.
001782     IF WS-RTV-STATUS = "35"
001783         OPEN OUTPUT RTV-FILE
001784         CLOSE RTV-FILE
001785         OPEN I-O RTV-FILE
001786     END-IF.
001787     OPEN EXTEND AP-FEED-FILE.
001788     IF WS-APF-STATUS = "35"
001789         OPEN OUTPUT AP-FEED-FILE
001790     END-IF.
001791     IF WS-VND-STATUS = "00" AND WS-RTV-STATUS = "00"
001792             AND WS-APF-STATUS = "00"
001793         MOVE 'Y' TO WS-RTV-OPEN-SW
001794     ELSE
001795         DISPLAY "COGSRTRN - RTV FILES NOT AVAILABLE, STATUS = "
001796                 WS-VND-STATUS " " WS-RTV-STATUS " "
001797                 WS-APF-STATUS " - RETURNS TO VENDOR REJECT"
001798     END-IF.
001799 1100-EXIT.
001800     EXIT.
001801*----------------------------------------------------------------
001802*    1200-LOAD-KIT-TABLE - TABLE UP THE COGSKIT COMPONENTS (THE
001803*    FILE IS IN KIT ORDER, SO EACH KIT'S LINES ARE ADJACENT)
001804*----------------------------------------------------------------
001805 1200-LOAD-KIT-TABLE.
001806     OPEN INPUT KIT-FILE.
001807     IF WS-KIT-STATUS = "35"
001808         DISPLAY "COGSRTRN - NO COGSKIT FILE, KITS RETURN AS "
001809                 "PLAIN PRODUCTS"
001810         GO TO 1200-EXIT
001811     END-IF.
001812     IF WS-KIT-STATUS NOT = "00"
001813         DISPLAY "COGSRTRN - UNABLE TO OPEN COGSKIT, STATUS = "
001814                 WS-KIT-STATUS
001815         MOVE 16 TO RETURN-CODE
001816         STOP RUN
001817     END-IF.
001818     PERFORM 1250-LOAD-ONE-COMPONENT THRU 1250-EXIT
001819         UNTIL WS-KIT-EOF.
001820     CLOSE KIT-FILE.
001821 1200-EXIT.
001822     EXIT.
001823 1250-LOAD-ONE-COMPONENT.
001824     READ KIT-FILE
001825         AT END
001826             MOVE 'Y' TO WS-KIT-EOF-SW
001827             GO TO 1250-EXIT
001828     END-READ.
001829     IF WS-KIT-COUNT NOT < 500
001830         DISPLAY "COGSRTRN - COGSKIT EXCEEDS 500 COMPONENT "
001831                 "LINES - RUN STOPPED"
001832         MOVE 16 TO RETURN-CODE
001833         STOP RUN
001834     END-IF.
001835     ADD 1 TO WS-KIT-COUNT.
001836     MOVE KT-KIT-DESC  TO WS-KIT-DESC(WS-KIT-COUNT).
001837     MOVE KT-COMP-DESC TO WS-KIT-COMP(WS-KIT-COUNT).
001838     MOVE KT-QTY       TO WS-KIT-QTY(WS-KIT-COUNT).
001839 1250-EXIT.
001840     EXIT.
001850*----------------------------------------------------------------
001860*    2000-PROCESS-RECORD - POST ONE CUSTOMER RETURN
001960             MOVE "PRODUCT NOT ON MASTER FILE"
001970                 TO DL-REASON
001980     END-READ.
001982     MOVE ZERO TO WS-RETURN-SELL.
001984     IF NOT WS-REJECTED
001986         MOVE ISELL OF COGS-MASTER-RECORD TO WS-RETURN-SELL
001988     END-IF.
001990     IF NOT WS-REJECTED
002000         AND RT-QTY NOT NUMERIC
002010         MOVE 'Y' TO WS-REJECT-SW
002070     END-IF.
002080     IF NOT WS-REJECTED
002090         AND NOT RT-DISP-RESTOCK AND NOT RT-DISP-SCRAP
002095         AND NOT RT-DISP-VENDOR
002100         MOVE 'Y' TO WS-REJECT-SW
002110         MOVE "INVALID DISPOSITION" TO DL-REASON
002120     END-IF.
002122     IF RT-DISP-VENDOR
002124         ADD 1 TO WS-RTV-READ
002126     END-IF.
002128     PERFORM 2900-FIND-KIT THRU 2900-EXIT.
002130     IF NOT WS-REJECTED
002135         EVALUATE TRUE
002140             WHEN RT-DISP-RESTOCK
002145                 PERFORM 2300-POST-RESTOCK THRU 2300-EXIT
002150             WHEN RT-DISP-SCRAP
002155                 PERFORM 2500-POST-SCRAP THRU 2500-EXIT
002160             WHEN RT-DISP-VENDOR
002165                 PERFORM 2700-POST-RTV THRU 2700-EXIT
002170         END-EVALUATE
002175     END-IF.
002180     IF NOT WS-REJECTED AND NOT RT-DISP-VENDOR
002185         PERFORM 2200-WRITE-RETURN-HISTORY THRU 2200-EXIT
002190     END-IF.
002200     IF WS-REJECTED
002203         IF RT-DISP-VENDOR
002206             ADD 1 TO WS-RTV-REJECTED
002209         ELSE
002212             ADD 1 TO WS-RECS-REJECTED
002215         END-IF
002220     END-IF.
002230     MOVE RT-DESC          TO DL-DESC.
002240     MOVE RT-STATE         TO DL-STATE.
002400     END-READ.
002410     ADD 1 TO WS-RECS-READ.
002420 2100-EXIT.
002421     EXIT.
002422*----------------------------------------------------------------
002423*    2200-WRITE-RETURN-HISTORY - THE POSTED CUSTOMER RETURN, AT
002424*    THE ISELL THE REGISTER REFUNDED, ONTO COGSRTH1
002425*----------------------------------------------------------------
002426 2200-WRITE-RETURN-HISTORY.
002427     INITIALIZE RETURN-HISTORY-RECORD.
002428     MOVE RT-DESC        TO RH-DESC.
002429     MOVE RT-STATE       TO RH-STATE.
002430     IF RT-STORE NUMERIC
002431         MOVE RT-STORE   TO RH-STORE
002432     ELSE
002433         MOVE ZERO       TO RH-STORE
002434     END-IF.
002435     MOVE RT-QTY         TO RH-QTY.
002436     MOVE WS-RETURN-SELL TO RH-UNIT-PRICE.
002437     MOVE RT-DISP        TO RH-DISP.
002438     MOVE WS-BUS-DATE    TO RH-DATE.
002439     WRITE RETURN-HISTORY-RECORD.
002440 2200-EXIT.
002441     EXIT.
002442*----------------------------------------------------------------
002450*    2300-POST-RESTOCK - UNITS BACK TO SHELF, OUT OF SOLD
002460*----------------------------------------------------------------
002470 2300-POST-RESTOCK.
002472     IF WS-KIT-FOUND
002474         PERFORM 2930-POST-KIT-RESTOCK THRU 2930-EXIT
002476         GO TO 2300-EXIT
002478     END-IF.
002480     COMPUTE WS-NEW-QOH =
002490         IQOH OF COGS-MASTER-RECORD + RT-QTY.
002500     IF WS-NEW-QOH > 9999999
002510         MOVE 'Y' TO WS-REJECT-SW
002520         MOVE "RESTOCK WOULD OVERFLOW QOH" TO DL-REASON
002530         GO TO 2300-EXIT
003740     END-IF.
003750 2400-EXIT.
003760     EXIT.
003761*----------------------------------------------------------------
003762*    2500-POST-SCRAP - WRITE-OFF AT COST, NOTHING TO SHELF
003763*----------------------------------------------------------------
003764 2500-POST-SCRAP.
003765     IF WS-KIT-FOUND
003766         PERFORM 2980-ROLL-KIT-COST THRU 2980-EXIT
003767         COMPUTE WS-WRITEOFF-AMT = RT-QTY * WS-KIT-COST
003768     ELSE
003769         COMPUTE WS-WRITEOFF-AMT =
003770             RT-QTY * ICOST OF COGS-MASTER-RECORD
003771     END-IF.
003772     ADD WS-WRITEOFF-AMT TO WS-TOT-WRITEOFF.
003773     MOVE RT-DESC   TO ACP-DESC.
003774     MOVE "SCRAPQTY" TO ACP-FIELD.
003775     MOVE ZERO      TO ACP-OLD-VALUE.
003776     MOVE RT-QTY    TO ACP-NEW-VALUE.
003777     MOVE WS-JOB-ID TO ACP-JOB-ID.
003778     CALL "COGSAUD" USING AUDIT-CALL-PARMS.
003779     ADD 1 TO WS-RECS-SCRAPPED.
003780 2500-EXIT.
003781     EXIT.
003782*----------------------------------------------------------------
003783*    2600-LOG-RESTOCK - STATE COLUMN AND IQOH ONTO THE TRAIL
003784*----------------------------------------------------------------
003785 2600-LOG-RESTOCK.
003786     MOVE RT-DESC                     TO ACP-DESC.
003787     MOVE WS-STATE-FIELD-NAME         TO ACP-FIELD.
003788     MOVE WS-OLD-STATE-QTY            TO ACP-OLD-VALUE.
003789     MOVE WS-NEW-STATE-QTY            TO ACP-NEW-VALUE.
003790     MOVE WS-JOB-ID                   TO ACP-JOB-ID.
003791     CALL "COGSAUD" USING AUDIT-CALL-PARMS.
003792     MOVE RT-DESC                     TO ACP-DESC.
003793     MOVE "IQOH"                      TO ACP-FIELD.
003794     MOVE WS-OLD-QOH                  TO ACP-OLD-VALUE.
003795     MOVE WS-NEW-QOH                  TO ACP-NEW-VALUE.
003796     MOVE WS-JOB-ID                   TO ACP-JOB-ID.
003797     CALL "COGSAUD" USING AUDIT-CALL-PARMS.
003798 2600-EXIT.
003799     EXIT.
003800*----------------------------------------------------------------
003801*    2700-POST-RTV - IQOH/SHELF TO VENDOR, RTV OPEN, AP MEMO
003802*----------------------------------------------------------------
003803 2700-POST-RTV.
003804     IF WS-KIT-FOUND
003805         MOVE 'Y' TO WS-REJECT-SW
003806         MOVE "KIT - RETURN THE COMPONENTS" TO DL-REASON
003807         GO TO 2700-EXIT
003808     END-IF.
003809     IF NOT WS-RTV-OPEN
003810         MOVE 'Y' TO WS-REJECT-SW
003811         MOVE "RTV FILES NOT AVAILABLE" TO DL-REASON
003812         GO TO 2700-EXIT
003813     END-IF.
003814     MOVE RT-VNDR TO VN-CODE.
003815     READ VENDOR-MASTER-FILE
003816         INVALID KEY
003817             MOVE 'Y' TO WS-REJECT-SW
003818             MOVE "VENDOR NOT ON VENDOR MASTER" TO DL-REASON
003819             GO TO 2700-EXIT
003820     END-READ.
003821     IF RT-QTY > IQOH OF COGS-MASTER-RECORD
003822         MOVE 'Y' TO WS-REJECT-SW
003823         MOVE "RTV EXCEEDS QUANTITY ON HAND" TO DL-REASON
003824         GO TO 2700-EXIT
003825     END-IF.
003826     PERFORM 2750-CHECK-STORE-SHELF THRU 2750-EXIT.
003827     IF WS-REJECTED
003828         GO TO 2700-EXIT
003829     END-IF.
003830     MOVE IQOH OF COGS-MASTER-RECORD TO WS-OLD-QOH.
003831     COMPUTE WS-NEW-QOH = WS-OLD-QOH - RT-QTY.
003832     MOVE WS-NEW-QOH TO IQOH OF COGS-MASTER-RECORD.
003833     REWRITE COGS-MASTER-RECORD.
003834     IF WS-STO-FOUND
003835         MOVE WS-NEW-SHELF-QOH TO ST-QOH
003836         REWRITE STORE-INVENTORY-RECORD
003837     END-IF.
003838     MOVE RT-DESC       TO ACP-DESC.
003839     MOVE "IQOH"        TO ACP-FIELD.
003840     MOVE WS-OLD-QOH    TO ACP-OLD-VALUE.
003841     MOVE WS-NEW-QOH    TO ACP-NEW-VALUE.
003842     MOVE WS-RTV-JOB-ID TO ACP-JOB-ID.
003843     CALL "COGSAUD" USING AUDIT-CALL-PARMS.
003844     COMPUTE WS-RTV-VALUE =
003845         RT-QTY * ICOST OF COGS-MASTER-RECORD.
003846     ADD 1 TO WS-LAST-RTV.
003847     PERFORM 2800-WRITE-RTV THRU 2800-EXIT.
003848     PERFORM 2850-WRITE-CREDIT-MEMO THRU 2850-EXIT.
003849     MOVE WS-RTV-VALUE TO WS-WRITEOFF-AMT.
003850     ADD WS-RTV-VALUE TO WS-TOT-RTV-VALUE.
003851     MOVE WS-LAST-RTV TO WR-RTV-NUMBER.
003852     MOVE WS-RTV-REASON TO DL-REASON.
003853     ADD RT-QTY TO WS-RTV-HASH.
003854     ADD 1 TO WS-RTV-POSTED.
003855 2700-EXIT.
003856     EXIT.
003857*----------------------------------------------------------------
003858*    2750-CHECK-STORE-SHELF - STORE UNITS LESS HOLDS, IF KEYED
003859*----------------------------------------------------------------
003860 2750-CHECK-STORE-SHELF.
003861     MOVE 'N' TO WS-STO-FOUND-SW.
003862     IF NOT WS-STO-OPEN
003863         GO TO 2750-EXIT
003864     END-IF.
003865     IF RT-STORE NOT NUMERIC OR RT-STORE = ZERO
003866         GO TO 2750-EXIT
003867     END-IF.
003868     MOVE RT-DESC  TO ST-DESC.
003869     MOVE RT-STORE TO ST-STORE.
003870     READ STORE-INVENTORY-FILE
003871         INVALID KEY
003872             MOVE 'Y' TO WS-REJECT-SW
003873             MOVE "PRODUCT NOT STOCKED AT STORE" TO DL-REASON
003874             GO TO 2750-EXIT
003875     END-READ.
003876     IF RT-QTY > ST-QOH
003877         MOVE 'Y' TO WS-REJECT-SW
003878         MOVE "RTV EXCEEDS STORE SHELF" TO DL-REASON
003879         GO TO 2750-EXIT
003880     END-IF.
003881     IF ST-RESERVED NUMERIC AND RT-QTY + ST-RESERVED > ST-QOH
003882         MOVE 'Y' TO WS-REJECT-SW
003883         MOVE "RTV WOULD TAKE SHELF HOLDS" TO DL-REASON
003884         GO TO 2750-EXIT
003885     END-IF.
003886     MOVE 'Y' TO WS-STO-FOUND-SW.
003887     COMPUTE WS-NEW-SHELF-QOH = ST-QOH - RT-QTY.
003888 2750-EXIT.
003889     EXIT.
003890*----------------------------------------------------------------
003891*    2800-WRITE-RTV - OPEN RTV AWAITING THE VENDOR'S CREDIT
003892*----------------------------------------------------------------
003893 2800-WRITE-RTV.
003894     INITIALIZE RTV-RECORD.
003895     MOVE WS-LAST-RTV  TO RV-RTV-NUMBER.
003896     MOVE RT-VNDR      TO RV-VNDR.
003897     MOVE RT-DESC      TO RV-DESC.
003898     MOVE RT-QTY       TO RV-QTY.
003899     MOVE ZERO         TO RV-STORE.
003900     IF WS-STO-FOUND
003901         MOVE RT-STORE TO RV-STORE
003902     END-IF.
003903     MOVE ICOST OF COGS-MASTER-RECORD TO RV-UNIT-COST.
003904     MOVE WS-RTV-VALUE TO RV-EXT-VALUE.
003905     MOVE WS-BUS-DATE  TO RV-DATE-RETURNED.
003906     MOVE "O"          TO RV-STATUS.
003907     WRITE RTV-RECORD
003908         INVALID KEY
003909             DISPLAY "COGSRTRN - RTV " RV-RTV-NUMBER
003910                     " ALREADY ON COGSRTVF - CHECK COGSRVNC"
003911     END-WRITE.
003912 2800-EXIT.
003913     EXIT.
003914*----------------------------------------------------------------
003915*    2850-WRITE-CREDIT-MEMO - NEGATIVE COGSAPF1 RECORD SO AP
003916*    DEDUCTS THE RETURN FROM THE NEXT PAYMENT
003917*----------------------------------------------------------------
003918 2850-WRITE-CREDIT-MEMO.
003919     INITIALIZE AP-FEED-RECORD.
003920     MOVE RT-VNDR      TO AF-VNDR.
003921     MOVE RT-DESC      TO AF-DESC.
003922     COMPUTE AF-QTY       = ZERO - RT-QTY.
003923     COMPUTE AF-EXT-VALUE = ZERO - WS-RTV-VALUE.
003924     MOVE WS-BUS-DATE  TO AF-DATE.
003925     MOVE VN-TERMS     TO AF-TERMS.
003926     MOVE ZERO         TO AF-PO-NUMBER AF-PO-LINE.
003927     MOVE "C"          TO AF-REC-TYPE.
003928     WRITE AP-FEED-RECORD.
003929 2850-EXIT.
003930     EXIT.
003931*----------------------------------------------------------------
003932*    2900-FIND-KIT - WS-KIT-FIRST/LAST BRACKET THE COMPONENT
003933*    LINES OF A KIT; NONE MEANS A PLAIN PRODUCT
003934*----------------------------------------------------------------
003935 2900-FIND-KIT.
003936     MOVE 'N' TO WS-KIT-FOUND-SW.
003937     MOVE ZERO TO WS-KIT-FIRST.
003938     MOVE ZERO TO WS-KIT-LAST.
003939     MOVE ZERO TO WS-KIT-SUB.
003940     PERFORM 2905-TEST-KIT-LINE THRU 2905-EXIT
003941         UNTIL WS-KIT-SUB NOT < WS-KIT-COUNT.
003942     IF WS-KIT-FIRST > ZERO
003943         MOVE 'Y' TO WS-KIT-FOUND-SW
003944     END-IF.
003945 2900-EXIT.
003946     EXIT.
003947 2905-TEST-KIT-LINE.
003948     ADD 1 TO WS-KIT-SUB.
003949     IF WS-KIT-DESC(WS-KIT-SUB) = RT-DESC
003950         IF WS-KIT-FIRST = ZERO
003951             MOVE WS-KIT-SUB TO WS-KIT-FIRST
003952         END-IF
003953         MOVE WS-KIT-SUB TO WS-KIT-LAST
003954     END-IF.
003955 2905-EXIT.
003956     EXIT.
003957*----------------------------------------------------------------
003958*    2910-CHECK-KIT-COMPONENTS - EVERY COMPONENT MUST BE ON
003959*    FILE AND ABLE TO TAKE QTY X ITS UNITS PER KIT BACK
003960*----------------------------------------------------------------
003961 2910-CHECK-KIT-COMPONENTS.
003962     MOVE COGS-MASTER-RECORD TO WS-KIT-SAVE.
003963     COMPUTE WS-KIT-SUB = WS-KIT-FIRST - 1.
003964     PERFORM 2915-CHECK-ONE-COMPONENT THRU 2915-EXIT
003965         UNTIL WS-KIT-SUB NOT < WS-KIT-LAST OR WS-REJECTED.
003966     MOVE WS-KIT-SAVE TO COGS-MASTER-RECORD.
003967 2910-EXIT.
003968     EXIT.
003969 2915-CHECK-ONE-COMPONENT.
003970     ADD 1 TO WS-KIT-SUB.
003971     COMPUTE WS-KIT-DRAW = RT-QTY * WS-KIT-QTY(WS-KIT-SUB).
003972     MOVE WS-KIT-COMP(WS-KIT-SUB) TO IDESC OF COGS-MASTER-RECORD.
003973     READ COGS-MASTER-FILE
003974         INVALID KEY
003975             MOVE 'Y' TO WS-REJECT-SW
003976             MOVE "KIT COMPONENT NOT ON MASTER" TO DL-REASON
003977             GO TO 2915-EXIT
003978     END-READ.
003979     IF WS-KIT-DRAW > 9999999
003980         MOVE 'Y' TO WS-REJECT-SW
003981         MOVE "RESTOCK OVERFLOWS COMPONENT" TO DL-REASON
003982         GO TO 2915-EXIT
003983     END-IF.
003984     COMPUTE WS-NEW-QOH =
003985         IQOH OF COGS-MASTER-RECORD + WS-KIT-DRAW.
003986     IF WS-NEW-QOH > 9999999
003987         MOVE 'Y' TO WS-REJECT-SW
003988         MOVE "RESTOCK OVERFLOWS COMPONENT" TO DL-REASON
003989     END-IF.
003990 2915-EXIT.
003991     EXIT.
003992*----------------------------------------------------------------
003993*    2930-POST-KIT-RESTOCK - THE RETURN BACKS OUT OF THE KIT'S
003994*    SOLD COLUMN AND STORE UNITS SOLD, BUT THE UNITS GO BACK
003995*    ONTO THE COMPONENTS - IQOH, PERIOD SALES, AUDIT, SHELF
003996*----------------------------------------------------------------
003997 2930-POST-KIT-RESTOCK.
003998     PERFORM 2910-CHECK-KIT-COMPONENTS THRU 2910-EXIT.
003999     IF WS-REJECTED
004000         GO TO 2930-EXIT
004001     END-IF.
004002     PERFORM 2350-BACK-OUT-STATE THRU 2350-EXIT.
004003     IF WS-REJECTED
004004         GO TO 2930-EXIT
004005     END-IF.
004006     REWRITE COGS-MASTER-RECORD.
004007     MOVE RT-DESC                     TO ACP-DESC.
004008     MOVE WS-STATE-FIELD-NAME         TO ACP-FIELD.
004009     MOVE WS-OLD-STATE-QTY            TO ACP-OLD-VALUE.
004010     MOVE WS-NEW-STATE-QTY            TO ACP-NEW-VALUE.
004011     MOVE WS-JOB-ID                   TO ACP-JOB-ID.
004012     CALL "COGSAUD" USING AUDIT-CALL-PARMS.
004013     PERFORM 2940-BACK-OUT-KIT-STORE THRU 2940-EXIT.
004014     MOVE COGS-MASTER-RECORD TO WS-KIT-SAVE.
004015     COMPUTE WS-KIT-SUB = WS-KIT-FIRST - 1.
004016     PERFORM 2950-RESTOCK-ONE-COMPONENT THRU 2950-EXIT
004017         UNTIL WS-KIT-SUB NOT < WS-KIT-LAST.
004018     MOVE WS-KIT-SAVE TO COGS-MASTER-RECORD.
004019     ADD 1 TO WS-RECS-RESTOCKED.
004020 2930-EXIT.
004021     EXIT.
004022*----------------------------------------------------------------
004023*    2940-BACK-OUT-KIT-STORE - THE STORE'S KIT RECORD, IF IT
004024*    KEEPS ONE, GIVES BACK THE UNITS SOLD
004025*----------------------------------------------------------------
004026 2940-BACK-OUT-KIT-STORE.
004027     IF NOT WS-STO-OPEN
004028         GO TO 2940-EXIT
004029     END-IF.
004030     IF RT-STORE NOT NUMERIC OR RT-STORE = ZERO
004031         GO TO 2940-EXIT
004032     END-IF.
004033     MOVE RT-DESC  TO ST-DESC.
004034     MOVE RT-STORE TO ST-STORE.
004035     READ STORE-INVENTORY-FILE
004036         INVALID KEY
004037             GO TO 2940-EXIT
004038     END-READ.
004039     IF RT-QTY > ST-UNITS-SOLD
004040         MOVE ZERO TO ST-UNITS-SOLD
004041     ELSE
004042         SUBTRACT RT-QTY FROM ST-UNITS-SOLD
004043     END-IF.
004044     REWRITE STORE-INVENTORY-RECORD.
004045 2940-EXIT.
004046     EXIT.
004047 2950-RESTOCK-ONE-COMPONENT.
004048     ADD 1 TO WS-KIT-SUB.
004049     COMPUTE WS-KIT-DRAW = RT-QTY * WS-KIT-QTY(WS-KIT-SUB).
004050     MOVE WS-KIT-COMP(WS-KIT-SUB) TO IDESC OF COGS-MASTER-RECORD.
004051     READ COGS-MASTER-FILE
004052         INVALID KEY
004053             GO TO 2950-EXIT
004054     END-READ.
004055     MOVE IQOH OF COGS-MASTER-RECORD TO WS-OLD-QOH.
004056     COMPUTE WS-NEW-QOH =
004057         IQOH OF COGS-MASTER-RECORD + WS-KIT-DRAW.
004058     MOVE WS-NEW-QOH TO IQOH OF COGS-MASTER-RECORD.
004059     SUBTRACT WS-KIT-DRAW FROM I9PTD-SALES.
004060     REWRITE COGS-MASTER-RECORD.
004061     MOVE WS-KIT-COMP(WS-KIT-SUB)     TO ACP-DESC.
004062     MOVE "IQOH"                      TO ACP-FIELD.
004063     MOVE WS-OLD-QOH                  TO ACP-OLD-VALUE.
004064     MOVE WS-NEW-QOH                  TO ACP-NEW-VALUE.
004065     MOVE WS-JOB-ID                   TO ACP-JOB-ID.
004066     CALL "COGSAUD" USING AUDIT-CALL-PARMS.
004067     ADD WS-KIT-DRAW TO WS-QTY-HASH.
004068     PERFORM 2960-RAISE-COMPONENT-SHELF THRU 2960-EXIT.
004069 2950-EXIT.
004070     EXIT.
004071 2960-RAISE-COMPONENT-SHELF.
004072     IF NOT WS-STO-OPEN
004073         GO TO 2960-EXIT
004074     END-IF.
004075     IF RT-STORE NOT NUMERIC OR RT-STORE = ZERO
004076         GO TO 2960-EXIT
004077     END-IF.
004078     MOVE WS-KIT-COMP(WS-KIT-SUB) TO ST-DESC.
004079     MOVE RT-STORE                TO ST-STORE.
004080     READ STORE-INVENTORY-FILE
004081         INVALID KEY
004082             INITIALIZE STORE-INVENTORY-RECORD
004083             MOVE WS-KIT-COMP(WS-KIT-SUB) TO ST-DESC
004084             MOVE RT-STORE    TO ST-STORE
004085             MOVE WS-KIT-DRAW TO ST-QOH
004086             MOVE ZERO        TO ST-REORD
004087             WRITE STORE-INVENTORY-RECORD
004088             GO TO 2960-EXIT
004089     END-READ.
004090     COMPUTE WS-NEW-STORE-QOH = ST-QOH + WS-KIT-DRAW.
004091     MOVE WS-NEW-STORE-QOH TO ST-QOH.
004092     REWRITE STORE-INVENTORY-RECORD.
004093 2960-EXIT.
004094     EXIT.
004095*----------------------------------------------------------------
004096*    2980-ROLL-KIT-COST - ONE KIT AT ITS COMPONENTS' ICOST, FOR
004097*    A SCRAPPED KIT
004098*----------------------------------------------------------------
004099 2980-ROLL-KIT-COST.
004100     MOVE ZERO TO WS-KIT-COST.
004101     MOVE COGS-MASTER-RECORD TO WS-KIT-SAVE.
004102     COMPUTE WS-KIT-SUB = WS-KIT-FIRST - 1.
004103     PERFORM 2985-COST-ONE-COMPONENT THRU 2985-EXIT
004104         UNTIL WS-KIT-SUB NOT < WS-KIT-LAST.
004105     MOVE WS-KIT-SAVE TO COGS-MASTER-RECORD.
004106 2980-EXIT.
004107     EXIT.
004108 2985-COST-ONE-COMPONENT.
004109     ADD 1 TO WS-KIT-SUB.
004110     MOVE WS-KIT-COMP(WS-KIT-SUB) TO IDESC OF COGS-MASTER-RECORD.
004111     READ COGS-MASTER-FILE
004112         INVALID KEY
004113             GO TO 2985-EXIT
004114     END-READ.
004115     COMPUTE WS-KIT-COST = WS-KIT-COST +
004116         (WS-KIT-QTY(WS-KIT-SUB) * ICOST OF COGS-MASTER-RECORD).
004117 2985-EXIT.
004118     EXIT.
004119*----------------------------------------------------------------
004120*    3000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
004130*----------------------------------------------------------------
004140 3000-TERMINATE.
004150     CLOSE RETURN-TRANS-FILE.
004160     CLOSE COGS-MASTER-FILE.
004165     CLOSE RETURN-HISTORY-FILE.
004170     IF WS-STO-OPEN
004180         CLOSE STORE-INVENTORY-FILE
004190     END-IF.
004191     IF WS-RTV-OPEN
004192         CLOSE VENDOR-MASTER-FILE
004193         CLOSE RTV-FILE
004194         CLOSE AP-FEED-FILE
004195         OPEN OUTPUT RTV-CONTROL-FILE
004196         INITIALIZE RTV-CONTROL-RECORD
004197         MOVE WS-LAST-RTV TO RN-LAST-RTV
004198         WRITE RTV-CONTROL-RECORD
004199         CLOSE RTV-CONTROL-FILE
004200     END-IF.
004201     COMPUTE SL-REJECTED = WS-RECS-REJECTED + WS-RTV-REJECTED.
004210     MOVE WS-TOT-WRITEOFF  TO SL-WRITEOFF.
004220     MOVE SPACES TO PRINT-RECORD.
004230     WRITE PRINT-RECORD.
004240     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
004250     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE2.
004253     MOVE WS-TOT-RTV-VALUE TO SL-RTV-VALUE.
004256     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE3.
004260     CLOSE PRINT-FILE.
004270     PERFORM 3100-WRITE-CONTROL-TOTALS THRU 3100-EXIT.
004280     DISPLAY "COGSRTRN - RECORDS READ      = " WS-RECS-READ.
004320             WS-RECS-SCRAPPED.
004330     DISPLAY "COGSRTRN - RETURNS REJECTED  = "
004340             WS-RECS-REJECTED.
004341     DISPLAY "COGSRTRN - RTVS POSTED       = "
004342             WS-RTV-POSTED.
004343     DISPLAY "COGSRTRN - RTVS REJECTED     = "
004344             WS-RTV-REJECTED.
004345     DISPLAY "COGSRTRN - LAST RTV NUMBER   = "
004346             WS-LAST-RTV.
004350 3000-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------
004376*    3100-WRITE-CONTROL-TOTALS - CUSTOMER RETURNS AND RETURNS
004382*    TO VENDOR EACH GET A RECORD FOR COGSBAL
004390*----------------------------------------------------------------
004400 3100-WRITE-CONTROL-TOTALS.
004410     OPEN EXTEND CONTROL-TOTALS-FILE.
004440     END-IF.
004450     INITIALIZE CONTROL-TOTALS-RECORD.
004460     MOVE WS-JOB-ID        TO CTL-JOB.
004470     COMPUTE CTL-RECS-READ = WS-RECS-READ - WS-RTV-READ.
004480     COMPUTE CTL-RECS-POSTED =
004490         WS-RECS-RESTOCKED + WS-RECS-SCRAPPED.
004500     MOVE WS-RECS-REJECTED TO CTL-RECS-REJECTED.
004510     MOVE WS-QTY-HASH      TO CTL-QTY-HASH.
004520     WRITE CONTROL-TOTALS-RECORD.
004521     INITIALIZE CONTROL-TOTALS-RECORD.
004522     MOVE WS-RTV-JOB-ID    TO CTL-JOB.
004523     MOVE WS-RTV-READ      TO CTL-RECS-READ.
004524     MOVE WS-RTV-POSTED    TO CTL-RECS-POSTED.
004525     MOVE WS-RTV-REJECTED  TO CTL-RECS-REJECTED.
004526     MOVE WS-RTV-HASH      TO CTL-QTY-HASH.
004527     WRITE CONTROL-TOTALS-RECORD.
004530     CLOSE CONTROL-TOTALS-FILE.
004540 3100-EXIT.
004550     EXIT.
