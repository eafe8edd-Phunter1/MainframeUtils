000160*   THE MASTER, A MISSING OR SHORT SENDING STORE, OR THE       *
000170*   SAME STORE ON BOTH SIDES REJECT TO THE EXCEPTION REPORT.   *
000180*                                                              *
000181*   A TRANSFER NOW POSTS IN TWO STEPS.  THE SHIP DRAWS THE     *
000182*   SENDING SHELF AND PUTS THE UNITS ON THE COGSXIT IN-TRANSIT *
000183*   FILE UNDER THE NEXT TRANSFER NUMBER FROM COGSXFNC.  THE    *
000184*   RECEIPT QUOTES THAT NUMBER, RAISES THE RECEIVING SHELF BY  *
000185*   WHAT ACTUALLY ARRIVED AND TAKES THE TRANSFER OFF COGSXIT.  *
000186*   AN OVER OR SHORT RECEIPT IS LOGGED TO COGSXVAR AND THE     *
000187*   DIFFERENCE IS POSTED TO IQOH THROUGH COGSAUD - THE ONLY    *
000188*   TIME A TRANSFER TOUCHES THE COMPANY FIGURE.                *
000189*                                                              *
000190*   WHERE THE STORES KEEP COGSBIN BIN LOCATIONS, THE SHIP      *
000191*   DRAWS THE SENDING STORE'S BINS IN WALK ORDER AND THE       *
000192*   RECEIPT PUTS THE UNITS AWAY TO THE RECEIVING STORE'S       *
000193*   PRIMARY BIN, BOTH THROUGH COGSBINS.  A SHIP LINE COGSPKCF  *
000194*   CONFIRMED AS NOTHING PICKED IS PASSED OVER.                *
000195*                                                              *
000196*   MODIFICATION HISTORY                                      *
000200*   2026-08-23  DHH  INITIAL VERSION                           *
000210*   2026-08-23  DHH  RECEIVING-SHELF CAPACITY NOW CHECKED      *
000220*                    BEFORE THE SENDING SHELF IS DRAWN - A     *
000230*                    TRANSFER THAT WOULD OVERFLOW THE          *
000240*                    RECEIVING RECORD REJECTS INSTEAD OF       *
000250*                    SILENTLY LOSING THE CLAMPED UNITS         *
000251*   2026-10-05  DHH  SHELF OVERFLOW CHECK RAISED TO THE        *
000252*                    7-DIGIT ST-QOH                            *
000253*   2026-10-05  DHH  BOTH STORES NOW CHECKED AGAINST THE       *
000254*                    COGSSTRM STORE MASTER - AN UNKNOWN        *
000255*                    STORE, OR A TRANSFER TO A CLOSED STORE,   *
000256*                    REJECTS                                   *
000257*   2026-10-05  DHH  SHIP AND RECEIPT SPLIT.  SHIPPED UNITS    *
000258*                    WAIT ON COGSXIT UNDER A TRANSFER NUMBER   *
000259*                    UNTIL THE RECEIPT IS CONFIRMED; OVER AND  *
000260*                    SHORT RECEIPTS GO TO COGSXVAR AND IQOH.   *
000261*                    SHELF CAPACITY IS NOW CHECKED AT RECEIPT. *
000262*                    THE EXCEPTION REPORT IS NOW A REGISTER OF *
000263*                    EVERY TRANSACTION                         *
000264*   2026-10-05  DHH  A SHIPMENT MAY NOT TAKE UNITS THE         *
000265*                    SENDING SHELF HOLDS FOR CUSTOMERS         *
000266*                    (ST-RESERVED)                             *
000267*   2026-10-05  DHH  SHIPS DRAW THE SENDING STORE'S BINS AND   *
000268*                    RECEIPTS PUT AWAY TO THE PRIMARY BIN      *
000269*                    THROUGH COGSBINS.  A SHIP COGSPKCF        *
000270*                    CONFIRMED AT ZERO IS PASSED OVER AS       *
000271*                    NOTHING PICKED                            *
000272*   2026-10-05  DHH  REASON TEXT SHORTENED TO FIT DL-REASON    *
000273****************************************************************
000274 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.  IBM-370.
000300 OBJECT-COMPUTER.  IBM-370.
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS ST-KEY
000450         FILE STATUS IS WS-STO-STATUS.
000451     SELECT IN-TRANSIT-FILE ASSIGN TO COGSXIT
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS DYNAMIC
000454         RECORD KEY IS IT-KEY
000455         FILE STATUS IS WS-XIT-STATUS.
000456     SELECT XFER-CONTROL-FILE ASSIGN TO COGSXFNC
000457         ORGANIZATION IS SEQUENTIAL
000458         FILE STATUS IS WS-XNC-STATUS.
000459     SELECT XFER-VARIANCE-FILE ASSIGN TO COGSXVAR
000460         ORGANIZATION IS SEQUENTIAL
000461         FILE STATUS IS WS-XVR-STATUS.
000462     SELECT PRINT-FILE ASSIGN TO COGSXFR1
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-PRT-STATUS.
000490 DATA DIVISION.
000620     RECORD CONTAINS 40 CHARACTERS
000630     LABEL RECORDS ARE STANDARD.
000640 COPY COGSSTOR.
000641 FD  IN-TRANSIT-FILE
000642     RECORDING MODE IS F
000643     RECORD CONTAINS 80 CHARACTERS
000644     LABEL RECORDS ARE STANDARD.
000645 COPY COGSXITR.
000646 FD  XFER-CONTROL-FILE
000647     RECORDING MODE IS F
000648     RECORD CONTAINS 80 CHARACTERS
000649     LABEL RECORDS ARE STANDARD.
000650 01  XFER-CONTROL-RECORD.
000651     05  XN-LAST-XFER        PIC 9(07).
000652     05  FILLER              PIC X(73).
000653 FD  XFER-VARIANCE-FILE
000654     RECORDING MODE IS F
000655     RECORD CONTAINS 80 CHARACTERS
000656     LABEL RECORDS ARE STANDARD.
000657 COPY COGSXVRR.
000658 FD  PRINT-FILE
000660     RECORDING MODE IS F
000670     RECORD CONTAINS 132 CHARACTERS
000680     LABEL RECORDS ARE STANDARD.
000710 77  WS-TRN-STATUS               PIC X(02) VALUE SPACES.
000720 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
000730 77  WS-STO-STATUS               PIC X(02) VALUE SPACES.
000732 77  WS-XIT-STATUS               PIC X(02) VALUE SPACES.
000734 77  WS-XNC-STATUS               PIC X(02) VALUE SPACES.
000736 77  WS-XVR-STATUS               PIC X(02) VALUE SPACES.
000740 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000750 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000760 77  WS-RECS-POSTED              PIC 9(07) COMP VALUE ZERO.
000765 77  WS-RECS-RECEIVED            PIC 9(07) COMP VALUE ZERO.
000770 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
000772 77  WS-VARIANCES                PIC 9(07) COMP VALUE ZERO.
000774 77  WS-NEW-STORE-QOH            PIC 9(08) VALUE ZERO.
000776 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000778 77  WS-LAST-XFER                PIC 9(07) VALUE ZERO.
000780 77  WS-VARIANCE                 PIC S9(05) VALUE ZERO.
000782 77  WS-OLD-QOH                  PIC 9(07) VALUE ZERO.
000784 77  WS-NEW-QOH                  PIC S9(08) VALUE ZERO.
000786 77  WS-JOB-ID                   PIC X(08) VALUE "COGSXFER".
000788 77  WS-RECS-UNPICKED            PIC 9(07) COMP VALUE ZERO.
000790 01  WS-SWITCHES.
000800     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000810         88  WS-EOF                         VALUE 'Y'.
000830         88  WS-REJECTED                    VALUE 'Y'.
000840     05  WS-STO-FOUND-SW         PIC X(01) VALUE 'N'.
000850         88  WS-STO-FOUND                   VALUE 'Y'.
000851     05  WS-STM-PRESENT-SW       PIC X(01) VALUE 'N'.
000852         88  WS-STM-PRESENT                 VALUE 'Y'.
000853 COPY COGSDATP.
000854 COPY COGSSTLP.
000855 COPY COGSAUDP.
000856 COPY COGSBINP.
000857 01  WS-POSTED-REASON.
000858     05  PR-ACTION               PIC X(14).
000859     05  PR-XFER-NO              PIC 9(07).
000860     05  PR-NOTE                 PIC X(09).
000861 01  WS-HEADING-1.
000870     05  FILLER                  PIC X(42)
000880         VALUE "COGSWORTH STORE TRANSFER REGISTER".
000890 01  WS-HEADING-2.
000900     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
000910     05  FILLER                  PIC X(06) VALUE "FROM  ".
001050     05  FILLER                  PIC X(25)
001060         VALUE "TRANSFERS REJECTED      =".
001070     05  SL-REJECTED             PIC ZZZ,ZZ9.
001072 01  WS-SUMMARY-LINE2.
001074     05  FILLER                  PIC X(25)
001076         VALUE "RECEIPT VARIANCES       =".
001078     05  SL-VARIANCES            PIC ZZZ,ZZ9.
001080 PROCEDURE DIVISION.
001090*----------------------------------------------------------------
001100*    0000-MAINLINE - PROGRAM CONTROL
001270         MOVE 16 TO RETURN-CODE
001280         STOP RUN
001290     END-IF.
001300     OPEN I-O COGS-MASTER-FILE.
001310     IF WS-MST-STATUS NOT = "00"
001320         DISPLAY "COGSXFER - UNABLE TO OPEN COGSMST, STATUS = "
001330                 WS-MST-STATUS
001460         MOVE 16 TO RETURN-CODE
001470         STOP RUN
001480     END-IF.
001481     OPEN I-O IN-TRANSIT-FILE.
001482     IF WS-XIT-STATUS = "35"
001483         OPEN OUTPUT IN-TRANSIT-FILE
001484         CLOSE IN-TRANSIT-FILE
001485         OPEN I-O IN-TRANSIT-FILE
001486     END-IF.
001487     IF WS-XIT-STATUS NOT = "00"
001488         DISPLAY "COGSXFER - UNABLE TO OPEN COGSXIT, STATUS = "
001489                 WS-XIT-STATUS
001490         MOVE 16 TO RETURN-CODE
001491         STOP RUN
001492     END-IF.
001493     OPEN EXTEND XFER-VARIANCE-FILE.
001494     IF WS-XVR-STATUS = "35"
001495         OPEN OUTPUT XFER-VARIANCE-FILE
001496     END-IF.
001497     IF WS-XVR-STATUS NOT = "00"
001498         DISPLAY "COGSXFER - UNABLE TO OPEN COGSXVAR, STATUS = "
001499                 WS-XVR-STATUS
001500         MOVE 16 TO RETURN-CODE
001501         STOP RUN
001502     END-IF.
001503     OPEN OUTPUT PRINT-FILE.
001504     IF WS-PRT-STATUS NOT = "00"
001510         DISPLAY "COGSXFER - UNABLE TO OPEN COGSXFR1, STATUS = "
001520                 WS-PRT-STATUS
001530         MOVE 16 TO RETURN-CODE
001550     END-IF.
001560     WRITE PRINT-RECORD FROM WS-HEADING-1.
001570     WRITE PRINT-RECORD FROM WS-HEADING-2.
001571     OPEN INPUT XFER-CONTROL-FILE.
001572     IF WS-XNC-STATUS = "00"
001573         READ XFER-CONTROL-FILE
001574             AT END
001575                 CONTINUE
001576         END-READ
001577         IF WS-XNC-STATUS = "00" AND XN-LAST-XFER NUMERIC
001578             MOVE XN-LAST-XFER TO WS-LAST-XFER
001579         END-IF
001580         CLOSE XFER-CONTROL-FILE
001581     ELSE
001582         DISPLAY "COGSXFER - NO COGSXFNC CONTROL, TRANSFER "
001583                 "NUMBERS START FROM ONE"
001584     END-IF.
001585     MOVE "BUSD" TO CDP-FUNCTION.
001586     CALL "COGSDATE" USING DATE-CALL-PARMS.
001587     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001588     MOVE "WHSE" TO SKP-FUNCTION.
001589     MOVE WS-BUS-DATE TO SKP-AS-OF-DATE.
001590     CALL "COGSSTLK" USING STORE-CALL-PARMS.
001591     IF SKP-RETURN-STATUS = "35"
001592         DISPLAY "COGSXFER - NO COGSSTRM STORE MASTER, STORE "
001593                 "CHECKS SKIPPED"
001594     ELSE
001595         MOVE 'Y' TO WS-STM-PRESENT-SW
001596     END-IF.
001597     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001598 1000-EXIT.
001600     EXIT.
001610*----------------------------------------------------------------
001616*    2000-PROCESS-RECORD - SHIP FROM ONE STORE, OR CONFIRM THE
001622*    RECEIPT AT THE OTHER
001630*----------------------------------------------------------------
001640 2000-PROCESS-RECORD.
001650     MOVE 'N' TO WS-REJECT-SW.
001652     MOVE SPACES TO DL-REASON.
001654     EVALUATE TRUE
001656         WHEN XF-RECEIPT
001658             PERFORM 2500-RECEIVE-TRANSFER THRU 2500-EXIT
001660         WHEN XF-SHIP
001662             PERFORM 2050-SHIP-TRANSFER THRU 2050-EXIT
001664         WHEN OTHER
001666             MOVE 'Y' TO WS-REJECT-SW
001668             MOVE "INVALID TRANSFER TYPE" TO DL-REASON
001670     END-EVALUATE.
001672     MOVE XF-DESC       TO DL-DESC.
001674     MOVE XF-FROM-STORE TO DL-FROM.
001676     MOVE XF-TO-STORE   TO DL-TO.
001678     MOVE ZERO          TO DL-QTY.
001680     IF XF-QTY NUMERIC
001682         MOVE XF-QTY TO DL-QTY
001690     END-IF.
001730     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
001770     IF WS-REJECTED
001860         ADD 1 TO WS-RECS-REJECTED
001870     END-IF.
001880     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001890 2000-EXIT.
001891     EXIT.
001892*----------------------------------------------------------------
001893*    2050-SHIP-TRANSFER - OFF THE SENDING SHELF AND IN TRANSIT
001894*----------------------------------------------------------------
001895 2050-SHIP-TRANSFER.
001896     IF XF-PICK-CONFIRMED AND XF-QTY = ZERO
001897         MOVE "NOTHING PICKED - NOT SHIPPED" TO DL-REASON
001898         ADD 1 TO WS-RECS-UNPICKED
001899         GO TO 2050-EXIT
001900     END-IF.
001901     PERFORM 2200-EDIT-TRANSFER THRU 2200-EXIT.
001902     IF WS-REJECTED
001903         GO TO 2050-EXIT
001904     END-IF.
001905     PERFORM 2300-DRAW-FROM-STORE THRU 2300-EXIT.
001906     IF WS-REJECTED
001907         GO TO 2050-EXIT
001908     END-IF.
001909     PERFORM 2320-PICK-FROM-BINS THRU 2320-EXIT.
001910     PERFORM 2350-PUT-IN-TRANSIT THRU 2350-EXIT.
001911     ADD 1 TO WS-RECS-POSTED.
001912 2050-EXIT.
001913     EXIT.
001914 2100-READ-TRANS.
001920     READ TRANSFER-TRANS-FILE
001930         AT END
001940             MOVE 'Y' TO WS-EOF-SW
002230         MOVE "STORE NUMBER IS ZERO" TO DL-REASON
002240         GO TO 2200-EXIT
002250     END-IF.
002252     PERFORM 2210-CHECK-STORES THRU 2210-EXIT.
002254     IF WS-REJECTED
002256         GO TO 2200-EXIT
002258     END-IF.
002260     MOVE XF-DESC TO IDESC OF COGS-MASTER-RECORD.
002270     READ COGS-MASTER-FILE
002280         INVALID KEY
002310                 TO DL-REASON
002320     END-READ.
002330 2200-EXIT.
002331     EXIT.
002332*----------------------------------------------------------------
002333*    2210-CHECK-STORES - BOTH STORES MUST BE ON THE STORE MASTER.
002334*    STOCK MAY NOT GO TO A CLOSED STORE, BUT A CLOSED STORE MAY
002335*    SEND ITS SHELVES OUT, AND A STORE NOT YET OPEN MAY BE
002336*    STOCKED AHEAD OF ITS OPENING
002337*----------------------------------------------------------------
002338 2210-CHECK-STORES.
002339     IF NOT WS-STM-PRESENT
002340         GO TO 2210-EXIT
002341     END-IF.
002342     MOVE "STOR" TO SKP-FUNCTION.
002343     MOVE XF-FROM-STORE TO SKP-STORE.
002344     MOVE WS-BUS-DATE TO SKP-AS-OF-DATE.
002345     CALL "COGSSTLK" USING STORE-CALL-PARMS.
002346     IF SKP-RETURN-STATUS NOT = "00"
002347         MOVE 'Y' TO WS-REJECT-SW
002348         MOVE "FROM STORE NOT ON STORE MASTER" TO DL-REASON
002349         GO TO 2210-EXIT
002350     END-IF.
002351     MOVE "STOR" TO SKP-FUNCTION.
002352     MOVE XF-TO-STORE TO SKP-STORE.
002353     MOVE WS-BUS-DATE TO SKP-AS-OF-DATE.
002354     CALL "COGSSTLK" USING STORE-CALL-PARMS.
002355     IF SKP-RETURN-STATUS NOT = "00"
002356         MOVE 'Y' TO WS-REJECT-SW
002357         MOVE "TO STORE NOT ON STORE MASTER" TO DL-REASON
002358         GO TO 2210-EXIT
002359     END-IF.
002360     IF SKP-STORE-CLOSED
002361         MOVE 'Y' TO WS-REJECT-SW
002362         MOVE "TO STORE IS CLOSED" TO DL-REASON
002363     END-IF.
002364 2210-EXIT.
002365     EXIT.
002366*----------------------------------------------------------------
002367*    2250-CHECK-RECEIVING - THE RECEIVING SHELF MUST HAVE ROOM
002370*----------------------------------------------------------------
002380 2250-CHECK-RECEIVING.
002390     MOVE XF-DESC     TO ST-DESC.
002430             GO TO 2250-EXIT
002440     END-READ.
002450     COMPUTE WS-NEW-STORE-QOH = ST-QOH + XF-QTY.
002460     IF WS-NEW-STORE-QOH > 9999999
002470         MOVE 'Y' TO WS-REJECT-SW
002480         MOVE "TRANSFER WOULD OVERFLOW SHELF"
002490             TO DL-REASON
002690             TO DL-REASON
002700         GO TO 2300-EXIT
002710     END-IF.
002711     IF ST-RESERVED NUMERIC
002712         IF XF-QTY + ST-RESERVED > ST-QOH
002713             MOVE 'Y' TO WS-REJECT-SW
002714             MOVE "XFER WOULD TAKE SHELF HOLDS"
002715                 TO DL-REASON
002716             GO TO 2300-EXIT
002717         END-IF
002718     END-IF.
002720     COMPUTE WS-NEW-STORE-QOH = ST-QOH - XF-QTY.
002730     MOVE WS-NEW-STORE-QOH TO ST-QOH.
002740     REWRITE STORE-INVENTORY-RECORD.
002750 2300-EXIT.
002760     EXIT.
002770*----------------------------------------------------------------
002771*    2320-PICK-FROM-BINS - THE SENDING STORE'S BINS GIVE UP THE
002772*    UNITS IN WALK ORDER.  AN UNBINNED STORE IS LEFT ALONE
002773*----------------------------------------------------------------
002774 2320-PICK-FROM-BINS.
002775     MOVE "PICK"        TO BNP-FUNCTION.
002776     MOVE XF-FROM-STORE TO BNP-STORE.
002777     MOVE XF-DESC       TO BNP-DESC.
002778     MOVE XF-QTY        TO BNP-QTY.
002779     MOVE WS-JOB-ID     TO BNP-JOB-ID.
002780     CALL "COGSBINS" USING BIN-CALL-PARMS.
002781     IF BNP-RETURN-STATUS = "04"
002782         DISPLAY "COGSXFER - BINS SHORT FOR " XF-DESC
002783                 " AT STORE " XF-FROM-STORE " - SEE COGSBREC"
002784     END-IF.
002785 2320-EXIT.
002786     EXIT.
002787*----------------------------------------------------------------
002788*    2350-PUT-IN-TRANSIT - NEXT TRANSFER NUMBER ONTO COGSXIT
002789*----------------------------------------------------------------
002790 2350-PUT-IN-TRANSIT.
002791     ADD 1 TO WS-LAST-XFER.
002792     INITIALIZE IN-TRANSIT-RECORD.
002793     MOVE XF-DESC       TO IT-DESC.
002794     MOVE WS-LAST-XFER  TO IT-XFER-NO.
002795     MOVE XF-FROM-STORE TO IT-FROM-STORE.
002796     MOVE XF-TO-STORE   TO IT-TO-STORE.
002797     MOVE XF-QTY        TO IT-QTY-SHIPPED.
002798     MOVE WS-BUS-DATE   TO IT-SHIP-DATE.
002799     WRITE IN-TRANSIT-RECORD
002800         INVALID KEY
002801             DISPLAY "COGSXFER - TRANSFER " IT-XFER-NO
002802                     " ALREADY ON COGSXIT - CHECK COGSXFNC"
002803     END-WRITE.
002804     MOVE "IN TRANSIT  - " TO PR-ACTION.
002805     MOVE WS-LAST-XFER     TO PR-XFER-NO.
002806     MOVE SPACES           TO PR-NOTE.
002807     IF XF-PICK-CONFIRMED AND XF-QTY-SHORT > ZERO
002808         MOVE "  SHORT" TO PR-NOTE
002809     END-IF.
002810     MOVE WS-POSTED-REASON TO DL-REASON.
002811 2350-EXIT.
002812     EXIT.
002813*----------------------------------------------------------------
002814*    2400-RAISE-TO-STORE - RECEIVING SHELF, CREATED IF NEW, AND
002815*    THE UNITS PUT AWAY TO ITS PRIMARY BIN
002816*----------------------------------------------------------------
002817 2400-RAISE-TO-STORE.
002818     MOVE 'Y' TO WS-STO-FOUND-SW.
002820     MOVE XF-DESC     TO ST-DESC.
002830     MOVE XF-TO-STORE TO ST-STORE.
002840     READ STORE-INVENTORY-FILE
002970         MOVE ZERO        TO ST-REORD
002980         WRITE STORE-INVENTORY-RECORD
002990     END-IF.
002991     MOVE "PUTA"      TO BNP-FUNCTION.
002992     MOVE XF-TO-STORE TO BNP-STORE.
002993     MOVE XF-DESC     TO BNP-DESC.
002994     MOVE XF-QTY      TO BNP-QTY.
002995     MOVE WS-JOB-ID   TO BNP-JOB-ID.
002996     CALL "COGSBINS" USING BIN-CALL-PARMS.
003000 2400-EXIT.
003001     EXIT.
003002*----------------------------------------------------------------
003003*    2500-RECEIVE-TRANSFER - THE RECEIVING STORE CONFIRMS WHAT
003004*    ARRIVED.  XF-QTY IS THE COUNT OFF THE TRUCK AND MAY BE ZERO
003005*----------------------------------------------------------------
003006 2500-RECEIVE-TRANSFER.
003007     PERFORM 2550-EDIT-RECEIPT THRU 2550-EXIT.
003008     IF WS-REJECTED
003009         GO TO 2500-EXIT
003010     END-IF.
003011     PERFORM 2250-CHECK-RECEIVING THRU 2250-EXIT.
003012     IF WS-REJECTED
003013         GO TO 2500-EXIT
003014     END-IF.
003015     IF XF-QTY > ZERO
003016         PERFORM 2400-RAISE-TO-STORE THRU 2400-EXIT
003017     END-IF.
003018     MOVE "RECEIVED    - " TO PR-ACTION.
003019     MOVE IT-XFER-NO       TO PR-XFER-NO.
003020     MOVE SPACES           TO PR-NOTE.
003021     COMPUTE WS-VARIANCE = XF-QTY - IT-QTY-SHIPPED.
003022     IF WS-VARIANCE NOT = ZERO
003023         PERFORM 2600-POST-VARIANCE THRU 2600-EXIT
003024     END-IF.
003025     MOVE WS-POSTED-REASON TO DL-REASON.
003026     DELETE IN-TRANSIT-FILE RECORD.
003027     ADD 1 TO WS-RECS-RECEIVED.
003028 2500-EXIT.
003029     EXIT.
003030*----------------------------------------------------------------
003031*    2550-EDIT-RECEIPT - THE TRANSFER MUST BE IN TRANSIT TO THE
003032*    STORE CONFIRMING IT
003033*----------------------------------------------------------------
003034 2550-EDIT-RECEIPT.
003035     IF XF-XFER-NO-X NOT NUMERIC OR XF-TO-STORE NOT NUMERIC
003036             OR XF-QTY NOT NUMERIC
003037         MOVE 'Y' TO WS-REJECT-SW
003038         MOVE "NON-NUMERIC FIELD" TO DL-REASON
003039         GO TO 2550-EXIT
003040     END-IF.
003041     IF XF-XFER-NO = ZERO
003042         MOVE 'Y' TO WS-REJECT-SW
003043         MOVE "TRANSFER NUMBER IS ZERO" TO DL-REASON
003044         GO TO 2550-EXIT
003045     END-IF.
003046     MOVE XF-DESC    TO IT-DESC.
003047     MOVE XF-XFER-NO TO IT-XFER-NO.
003048     READ IN-TRANSIT-FILE
003049         INVALID KEY
003050             MOVE 'Y' TO WS-REJECT-SW
003051             MOVE "TRANSFER NOT IN TRANSIT" TO DL-REASON
003052             GO TO 2550-EXIT
003053     END-READ.
003054     MOVE IT-FROM-STORE TO XF-FROM-STORE.
003055     IF IT-TO-STORE NOT = XF-TO-STORE
003056         MOVE 'Y' TO WS-REJECT-SW
003057         MOVE "NOT SHIPPED TO THIS STORE" TO DL-REASON
003058         GO TO 2550-EXIT
003059     END-IF.
003060     MOVE XF-DESC TO IDESC OF COGS-MASTER-RECORD.
003061     READ COGS-MASTER-FILE
003062         INVALID KEY
003063             MOVE 'Y' TO WS-REJECT-SW
003064             MOVE "PRODUCT NOT ON MASTER FILE"
003065                 TO DL-REASON
003066     END-READ.
003067 2550-EXIT.
003068     EXIT.
003069*----------------------------------------------------------------
003070*    2600-POST-VARIANCE - OVER OR SHORT AGAINST THE SHIPMENT.
003071*    THE UNITS GAINED OR LOST ARE LOGGED TO COGSXVAR AND MOVED
003072*    ON IQOH, SO THE SHELVES STILL FOOT TO THE MASTER
003073*----------------------------------------------------------------
003074 2600-POST-VARIANCE.
003075     ADD 1 TO WS-VARIANCES.
003076     IF WS-VARIANCE < ZERO
003077         MOVE "  SHORT" TO PR-NOTE
003078     ELSE
003079         MOVE "  OVER" TO PR-NOTE
003080     END-IF.
003081     INITIALIZE XFER-VARIANCE-RECORD.
003082     MOVE IT-XFER-NO      TO XV-XFER-NO.
003083     MOVE IT-DESC         TO XV-DESC.
003084     MOVE IT-FROM-STORE   TO XV-FROM-STORE.
003085     MOVE IT-TO-STORE     TO XV-TO-STORE.
003086     MOVE IT-SHIP-DATE    TO XV-SHIP-DATE.
003087     MOVE WS-BUS-DATE     TO XV-RECV-DATE.
003088     MOVE IT-QTY-SHIPPED  TO XV-QTY-SHIPPED.
003089     MOVE XF-QTY          TO XV-QTY-RECEIVED.
003090     MOVE WS-VARIANCE     TO XV-VARIANCE.
003091     MOVE ICOST OF COGS-MASTER-RECORD TO XV-UNIT-COST.
003092     COMPUTE XV-VALUE = WS-VARIANCE * XV-UNIT-COST.
003093     WRITE XFER-VARIANCE-RECORD.
003094     MOVE IQOH OF COGS-MASTER-RECORD TO WS-OLD-QOH.
003095     COMPUTE WS-NEW-QOH = WS-OLD-QOH + WS-VARIANCE.
003096     IF WS-NEW-QOH < ZERO
003097         MOVE ZERO TO WS-NEW-QOH
003098     END-IF.
003099     IF WS-NEW-QOH > 9999999
003100         MOVE 9999999 TO WS-NEW-QOH
003101     END-IF.
003102     MOVE WS-NEW-QOH TO IQOH OF COGS-MASTER-RECORD.
003103     REWRITE COGS-MASTER-RECORD.
003104     MOVE IT-DESC    TO ACP-DESC.
003105     MOVE "IQOH"     TO ACP-FIELD.
003106     MOVE WS-OLD-QOH TO ACP-OLD-VALUE.
003107     MOVE WS-NEW-QOH TO ACP-NEW-VALUE.
003108     MOVE WS-JOB-ID  TO ACP-JOB-ID.
003109     CALL "COGSAUD" USING AUDIT-CALL-PARMS.
003110 2600-EXIT.
003111     EXIT.
003112*----------------------------------------------------------------
003113*    3000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
003114*----------------------------------------------------------------
003115 3000-TERMINATE.
003116     CLOSE TRANSFER-TRANS-FILE.
003117     CLOSE COGS-MASTER-FILE.
003118     CLOSE STORE-INVENTORY-FILE.
003119     CLOSE IN-TRANSIT-FILE.
003120     CLOSE XFER-VARIANCE-FILE.
003121     OPEN OUTPUT XFER-CONTROL-FILE.
003122     INITIALIZE XFER-CONTROL-RECORD.
003123     MOVE WS-LAST-XFER TO XN-LAST-XFER.
003124     WRITE XFER-CONTROL-RECORD.
003125     CLOSE XFER-CONTROL-FILE.
003126     MOVE WS-RECS-REJECTED TO SL-REJECTED.
003127     MOVE WS-VARIANCES     TO SL-VARIANCES.
003128     MOVE SPACES TO PRINT-RECORD.
003129     WRITE PRINT-RECORD.
003130     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
003131     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE2.
003132     CLOSE PRINT-FILE.
003133     DISPLAY "COGSXFER - RECORDS READ       = " WS-RECS-READ.
003134     DISPLAY "COGSXFER - TRANSFERS SHIPPED  = " WS-RECS-POSTED.
003135     DISPLAY "COGSXFER - TRANSFERS RECEIVED = " WS-RECS-RECEIVED.
003136     DISPLAY "COGSXFER - RECEIPT VARIANCES  = " WS-VARIANCES.
003137     DISPLAY "COGSXFER - NOTHING PICKED     = "
003138             WS-RECS-UNPICKED.
003140     DISPLAY "COGSXFER - TRANSFERS REJECTED = "
003150             WS-RECS-REJECTED.
003160 3000-EXIT.
