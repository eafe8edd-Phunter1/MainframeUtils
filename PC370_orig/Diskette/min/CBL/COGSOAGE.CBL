000210*   2026-09-02  DHH  DAYS OPEN NOW COUNTED IN BUSINESS DAYS    *
000220*                    THROUGH THE COGSDATE BDIF FUNCTION, WITH  *
000230*                    THE OLD APPROXIMATION AS THE FALLBACK     *
000231*   2026-10-05  DHH  SECOND SECTION AGES EVERY OPEN COGSPOL    *
000232*                    LINE OF A NUMBERED PO AGAINST ITS         *
000233*                    HEADER'S PROMISED DATE - BUSINESS DAYS    *
000234*                    PAST PROMISE, FLAGGED LATE.  SKIPPED      *
000235*                    WITH A MESSAGE IF THE PO FILES ARE NOT    *
000236*                    THERE                                     *
000240****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS VN-CODE
000400         FILE STATUS IS WS-VND-STATUS.
000401     SELECT PO-HEADER-FILE ASSIGN TO COGSPOH
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000404         RECORD KEY IS PH-PO-NUMBER
000405         FILE STATUS IS WS-POH-STATUS.
000406     SELECT PO-LINE-FILE ASSIGN TO COGSPOL
000407         ORGANIZATION IS INDEXED
000408         ACCESS MODE IS SEQUENTIAL
000409         RECORD KEY IS PL-KEY
000410         FILE STATUS IS WS-POL-STATUS.
000411     SELECT PRINT-FILE ASSIGN TO COGSOAG1
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-PRT-STATUS.
000440 DATA DIVISION.
000530     RECORD CONTAINS 80 CHARACTERS
000540     LABEL RECORDS ARE STANDARD.
000550 COPY COGSVNDR.
000551 FD  PO-HEADER-FILE
000552     RECORDING MODE IS F
000553     RECORD CONTAINS 80 CHARACTERS
000554     LABEL RECORDS ARE STANDARD.
000555 COPY COGSPOHR.
000556 FD  PO-LINE-FILE
000557     RECORDING MODE IS F
000558     RECORD CONTAINS 80 CHARACTERS
000559     LABEL RECORDS ARE STANDARD.
000560 COPY COGSPOLR.
000561 FD  PRINT-FILE
000570     RECORDING MODE IS F
000580     RECORD CONTAINS 132 CHARACTERS
000590     LABEL RECORDS ARE STANDARD.
000620 77  WS-OPO-STATUS               PIC X(02) VALUE SPACES.
000630 77  WS-VND-STATUS               PIC X(02) VALUE SPACES.
000640 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000641 77  WS-POH-STATUS               PIC X(02) VALUE SPACES.
000642 77  WS-POL-STATUS               PIC X(02) VALUE SPACES.
000643 77  WS-LINES-READ               PIC 9(07) COMP VALUE ZERO.
000644 77  WS-LINES-LATE               PIC 9(07) COMP VALUE ZERO.
000645 77  WS-DAYS-LATE                PIC S9(08) VALUE ZERO.
000650 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000660 77  WS-RECS-LATE                PIC 9(07) COMP VALUE ZERO.
000670 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
000800 01  WS-SWITCHES.
000810     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000820         88  WS-EOF                         VALUE 'Y'.
000822     05  WS-POL-OPEN-SW          PIC X(01) VALUE 'N'.
000824         88  WS-POL-OPEN                    VALUE 'Y'.
000826     05  WS-POL-EOF-SW           PIC X(01) VALUE 'N'.
000828         88  WS-POL-EOF                     VALUE 'Y'.
000830 01  WS-HEADING-1.
000840     05  FILLER                  PIC X(40)
000850         VALUE "COGSWORTH OPEN PURCHASE-ORDER AGING".
001070     05  FILLER                  PIC X(24)
001080         VALUE "ORDERS PAST LEAD TIME  =".
001090     05  SL-LATE                 PIC ZZZ,ZZ9.
001091 01  WS-HEADING-3.
001092     05  FILLER                  PIC X(40)
001093         VALUE "OPEN PO LINES AGED TO PROMISED DATE".
001094 01  WS-HEADING-4.
001095     05  FILLER                  PIC X(12) VALUE "PO NUMBER   ".
001096     05  FILLER                  PIC X(05) VALUE "LINE ".
001097     05  FILLER                  PIC X(12) VALUE "DESCRIPTION ".
001098     05  FILLER                  PIC X(08) VALUE "VENDOR  ".
001099     05  FILLER                  PIC X(10) VALUE " PROMISED ".
001100     05  FILLER                  PIC X(09) VALUE " OPEN QTY".
001101     05  FILLER                  PIC X(10) VALUE " DAYS LATE".
001102     05  FILLER                  PIC X(10) VALUE "  FLAG".
001103 01  WS-LINE-DETAIL.
001104     05  LD-PO-NUMBER            PIC 9(07).
001105     05  FILLER                  PIC X(05) VALUE SPACES.
001106     05  LD-LINE                 PIC 9(03).
001107     05  FILLER                  PIC X(02) VALUE SPACES.
001108     05  LD-DESC                 PIC X(12).
001109     05  LD-VNDR                 PIC X(08).
001110     05  LD-PROMISED             PIC 9(08).
001111     05  FILLER                  PIC X(02) VALUE SPACES.
001112     05  LD-OPEN-QTY             PIC ZZ,ZZ9.
001113     05  FILLER                  PIC X(04) VALUE SPACES.
001114     05  LD-DAYS                 PIC ZZ,ZZ9.
001115     05  FILLER                  PIC X(04) VALUE SPACES.
001116     05  LD-FLAG                 PIC X(10).
001117 01  WS-LINE-SUMMARY.
001118     05  FILLER                  PIC X(24)
001119         VALUE "LINES PAST PROMISE     =".
001120     05  LS-LATE                 PIC ZZZ,ZZ9.
001121 PROCEDURE DIVISION.
001122*----------------------------------------------------------------
001123*    0000-MAINLINE - PROGRAM CONTROL
001130*----------------------------------------------------------------
001140 0000-MAINLINE.
001150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001160     PERFORM 2000-AGE-ONE-ORDER THRU 2000-EXIT
001170         UNTIL WS-EOF.
001175     PERFORM 2500-AGE-PO-LINES THRU 2500-EXIT.
001180     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001190     STOP RUN.
001200*----------------------------------------------------------------
001480                 WS-PRT-STATUS
001490         MOVE 16 TO RETURN-CODE
001500         STOP RUN
001501     END-IF.
001502     OPEN INPUT PO-HEADER-FILE.
001503     OPEN INPUT PO-LINE-FILE.
001504     IF WS-POH-STATUS = "00" AND WS-POL-STATUS = "00"
001505         MOVE 'Y' TO WS-POL-OPEN-SW
001506     ELSE
001507         DISPLAY "COGSOAGE - NO NUMBERED PO FILES, STATUS = "
001508                 WS-POH-STATUS " " WS-POL-STATUS
001509                 " - LINE AGING SKIPPED"
001510     END-IF.
001520     WRITE PRINT-RECORD FROM WS-HEADING-1.
001530     WRITE PRINT-RECORD FROM WS-HEADING-2.
002270 2100-EXIT.
002280     EXIT.
002290*----------------------------------------------------------------
002291*    2500-AGE-PO-LINES - SECOND SECTION, OPEN COGSPOL LINES
002292*----------------------------------------------------------------
002293 2500-AGE-PO-LINES.
002294     IF NOT WS-POL-OPEN
002295         GO TO 2500-EXIT
002296     END-IF.
002297     MOVE WS-RECS-LATE TO SL-LATE.
002298     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
002299     MOVE SPACES TO PRINT-RECORD.
002300     WRITE PRINT-RECORD.
002301     WRITE PRINT-RECORD FROM WS-HEADING-3.
002302     WRITE PRINT-RECORD FROM WS-HEADING-4.
002303     PERFORM 2600-AGE-ONE-LINE THRU 2600-EXIT
002304         UNTIL WS-POL-EOF.
002305     MOVE WS-LINES-LATE TO LS-LATE.
002306     WRITE PRINT-RECORD FROM WS-LINE-SUMMARY.
002307 2500-EXIT.
002308     EXIT.
002309*----------------------------------------------------------------
002310*    2600-AGE-ONE-LINE - AN OPEN LINE AGAINST ITS PROMISED DATE
002311*----------------------------------------------------------------
002312 2600-AGE-ONE-LINE.
002313     READ PO-LINE-FILE NEXT RECORD
002314         AT END
002315             MOVE 'Y' TO WS-POL-EOF-SW
002316             GO TO 2600-EXIT
002317     END-READ.
002318     IF NOT PL-OPEN
002319         GO TO 2600-EXIT
002320     END-IF.
002321     ADD 1 TO WS-LINES-READ.
002322     MOVE PL-PO-NUMBER TO PH-PO-NUMBER.
002323     READ PO-HEADER-FILE
002324         INVALID KEY
002325             MOVE SPACES TO PH-VNDR
002326             MOVE ZERO   TO PH-DATE-PROMISED
002327     END-READ.
002328     COMPUTE WS-OPEN-QTY =
002329         PL-QTY-ORDERED - PL-QTY-RECEIVED.
002330     IF WS-OPEN-QTY < ZERO
002331         MOVE ZERO TO WS-OPEN-QTY
002332     END-IF.
002333     MOVE ZERO TO WS-DAYS-LATE.
002334     IF PH-DATE-PROMISED > ZERO
002335             AND PH-DATE-PROMISED < WS-TODAY-DATE
002336         PERFORM 2650-BUSINESS-DAYS-LATE THRU 2650-EXIT
002337     END-IF.
002338     MOVE PL-PO-NUMBER     TO LD-PO-NUMBER.
002339     MOVE PL-LINE          TO LD-LINE.
002340     MOVE PL-DESC          TO LD-DESC.
002341     MOVE PH-VNDR          TO LD-VNDR.
002342     MOVE PH-DATE-PROMISED TO LD-PROMISED.
002343     MOVE WS-OPEN-QTY      TO LD-OPEN-QTY.
002344     MOVE WS-DAYS-LATE     TO LD-DAYS.
002345     IF WS-DAYS-LATE > ZERO
002346         MOVE "** LATE **" TO LD-FLAG
002347         ADD 1 TO WS-LINES-LATE
002348     ELSE
002349         MOVE SPACES TO LD-FLAG
002350     END-IF.
002351     WRITE PRINT-RECORD FROM WS-LINE-DETAIL.
002352 2600-EXIT.
002353     EXIT.
002354*----------------------------------------------------------------
002355*    2650-BUSINESS-DAYS-LATE - BDIF, APPROXIMATION FALLBACK
002356*----------------------------------------------------------------
002357 2650-BUSINESS-DAYS-LATE.
002358     MOVE "BDIF" TO CDP-FUNCTION.
002359     MOVE PH-DATE-PROMISED TO CDP-DATE-IN.
002360     MOVE WS-TODAY-DATE TO CDP-DATE-IN2.
002361     CALL "COGSDATE" USING DATE-CALL-PARMS.
002362     IF CDP-RETURN-STATUS = "00"
002363         MOVE CDP-DAYS-OUT TO WS-DAYS-LATE
002364         GO TO 2650-EXIT
002365     END-IF.
002366     MOVE PH-DATE-PROMISED TO WS-DW-DATE.
002367     PERFORM 1100-DATE-TO-DAYS THRU 1100-EXIT.
002368     COMPUTE WS-DAYS-LATE = WS-TODAY-DAYS - WS-ORDER-DAYS.
002369     IF WS-DAYS-LATE < ZERO
002370         MOVE ZERO TO WS-DAYS-LATE
002371     END-IF.
002372 2650-EXIT.
002373     EXIT.
002374*----------------------------------------------------------------
002375*    3000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
002376*----------------------------------------------------------------
002377 3000-TERMINATE.
002378     IF NOT WS-POL-OPEN
002379         MOVE WS-RECS-LATE TO SL-LATE
002380         WRITE PRINT-RECORD FROM WS-SUMMARY-LINE
002381     END-IF.
002382     CLOSE OPEN-PO-FILE.
002383     CLOSE VENDOR-MASTER-FILE.
002384     IF WS-POL-OPEN
002385         CLOSE PO-HEADER-FILE
002386         CLOSE PO-LINE-FILE
002387     END-IF.
002388     CLOSE PRINT-FILE.
002389     DISPLAY "COGSOAGE - ORDERS READ = " WS-RECS-READ.
002390     DISPLAY "COGSOAGE - ORDERS LATE = " WS-RECS-LATE.
002393     DISPLAY "COGSOAGE - PO LINES OPEN = " WS-LINES-READ.
002396     DISPLAY "COGSOAGE - PO LINES LATE = " WS-LINES-LATE.
002400 3000-EXIT.
002410     EXIT.
