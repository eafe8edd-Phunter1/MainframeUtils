000230*                                                              *
000240*   MODIFICATION HISTORY                                      *
000250*   2026-09-02  DHH  INITIAL VERSION                           *
000251*   2026-10-05  DHH  QUANTITY AND DRIFT FIELDS WIDENED WITH    *
000252*                    IQOH AND ST-QOH                           *
000253*   2026-10-05  DHH  UNITS IN TRANSIT ON COGSXIT NOW FOOT      *
000254*                    WITH THE SHELVES AGAINST IQOH AND SHOW    *
000255*                    ON THE EXCEPTION LINE                     *
000260****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000460     SELECT SUSPENSE-FILE ASSIGN TO COGSSSUS
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-SUS-STATUS.
000481     SELECT IN-TRANSIT-FILE ASSIGN TO COGSXIT
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS IT-KEY
000485         FILE STATUS IS WS-XIT-STATUS.
000490     SELECT PRINT-FILE ASSIGN TO COGSSCH1
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-PRT-STATUS.
000730     RECORD CONTAINS 60 CHARACTERS
000740     LABEL RECORDS ARE STANDARD.
000750 COPY COGSSSUR.
000751 FD  IN-TRANSIT-FILE
000752     RECORDING MODE IS F
000753     RECORD CONTAINS 80 CHARACTERS
000754     LABEL RECORDS ARE STANDARD.
000755 COPY COGSXITR.
000760 FD  PRINT-FILE
000770     RECORDING MODE IS F
000780     RECORD CONTAINS 132 CHARACTERS
000840 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
000850 77  WS-SUS-STATUS               PIC X(02) VALUE SPACES.
000860 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000865 77  WS-XIT-STATUS               PIC X(02) VALUE SPACES.
000870 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000880 77  WS-PRODUCTS-CHECKED         PIC 9(07) COMP VALUE ZERO.
000890 77  WS-PRODUCTS-DRIFTED         PIC 9(07) COMP VALUE ZERO.
000900 77  WS-GROUP-DESC               PIC X(10) VALUE LOW-VALUES.
000907 77  WS-GROUP-QOH                PIC 9(09) VALUE ZERO.
000914 77  WS-GROUP-TRANSIT            PIC 9(09) VALUE ZERO.
000921 77  WS-TOTAL-TRANSIT            PIC 9(11) VALUE ZERO.
000928 77  WS-MASTER-QOH               PIC S9(08) VALUE ZERO.
000935 77  WS-DIFFERENCE               PIC S9(09) VALUE ZERO.
000942 77  WS-ABS-DRIFT                PIC 9(09) VALUE ZERO.
000949 77  WS-TOTAL-DRIFT              PIC 9(11) VALUE ZERO.
000960 77  WS-DRIFT-LIMIT              PIC 9(05) VALUE 10.
000970 01  WS-SWITCHES.
000980     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001010         88  WS-GROUP-OPEN                  VALUE 'Y'.
001020     05  WS-MST-FOUND-SW         PIC X(01) VALUE 'N'.
001030         88  WS-MST-FOUND                   VALUE 'Y'.
001032     05  WS-XIT-OPEN-SW          PIC X(01) VALUE 'N'.
001034         88  WS-XIT-OPEN                    VALUE 'Y'.
001036     05  WS-XIT-EOF-SW           PIC X(01) VALUE 'N'.
001038         88  WS-XIT-EOF                     VALUE 'Y'.
001040 01  WS-HEADING-1.
001050     05  FILLER                  PIC X(44)
001060         VALUE "COGSWORTH STORE-TO-COMPANY RECONCILIATION".
001070 01  WS-HEADING-2.
001080     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
001090     05  FILLER                  PIC X(12) VALUE "    COMPANY ".
001100     05  FILLER                  PIC X(12) VALUE "     STORES ".
001110     05  FILLER                  PIC X(12) VALUE "  DIFFERENCE".
001115     05  FILLER                  PIC X(12) VALUE "  IN-TRANSIT".
001120 01  WS-EXCEPTION-LINE.
001130     05  EL-DESC                 PIC X(14).
001140     05  EL-QOH                  PIC -(9)9.
001150     05  FILLER                  PIC X(02) VALUE SPACES.
001160     05  EL-STORE-QOH            PIC -(9)9.
001170     05  FILLER                  PIC X(02) VALUE SPACES.
001175     05  EL-DIFFERENCE           PIC -(9)9.
001180     05  FILLER                  PIC X(02) VALUE SPACES.
001185     05  EL-TRANSIT              PIC Z(9)9.
001190 01  WS-SUMMARY-LINE.
001200     05  FILLER                  PIC X(24)
001210         VALUE "PRODUCTS CROSS-FOOTED  =".
001270 01  WS-SUMMARY-LINE3.
001280     05  FILLER                  PIC X(24)
001290         VALUE "TOTAL ABSOLUTE DRIFT   =".
001293     05  SL-DRIFT                PIC ZZ,ZZZ,ZZZ,ZZ9.
001296 01  WS-SUMMARY-LINE4.
001299     05  FILLER                  PIC X(24)
001302         VALUE "UNITS IN TRANSIT       =".
001305     05  SL-TRANSIT              PIC ZZ,ZZZ,ZZZ,ZZ9.
001310 PROCEDURE DIVISION.
001320*----------------------------------------------------------------
001330*    0000-MAINLINE - PROGRAM CONTROL
001730                 WS-MST-STATUS
001740         MOVE 16 TO RETURN-CODE
001750         STOP RUN
001751     END-IF.
001752     OPEN INPUT IN-TRANSIT-FILE.
001753     IF WS-XIT-STATUS = "00"
001754         MOVE 'Y' TO WS-XIT-OPEN-SW
001755     ELSE
001756         DISPLAY "COGSSCHK - NO COGSXIT IN-TRANSIT FILE, "
001757                 "SHELVES ONLY"
001760     END-IF.
001770     OPEN OUTPUT SUSPENSE-FILE.
001780     IF WS-SUS-STATUS NOT = "00"
002240 2500-CLOSE-GROUP.
002250     MOVE 'N' TO WS-GROUP-OPEN-SW.
002260     ADD 1 TO WS-PRODUCTS-CHECKED.
002262     PERFORM 2550-ADD-IN-TRANSIT THRU 2550-EXIT.
002264     ADD WS-GROUP-TRANSIT TO WS-GROUP-QOH.
002266     ADD WS-GROUP-TRANSIT TO WS-TOTAL-TRANSIT.
002270     MOVE 'Y' TO WS-MST-FOUND-SW.
002280     MOVE WS-GROUP-DESC TO IDESC OF COGS-MASTER-RECORD.
002290     READ COGS-MASTER-FILE
002590     MOVE WS-MASTER-QOH TO EL-QOH.
002600     MOVE WS-GROUP-QOH  TO EL-STORE-QOH.
002610     MOVE WS-DIFFERENCE TO EL-DIFFERENCE.
002615     MOVE WS-GROUP-TRANSIT TO EL-TRANSIT.
002620     WRITE PRINT-RECORD FROM WS-EXCEPTION-LINE.
002630 2500-EXIT.
002631     EXIT.
002632*----------------------------------------------------------------
002633*    2550-ADD-IN-TRANSIT - UNITS SHIPPED BY ONE STORE AND NOT YET
002634*    RECEIVED BY ANOTHER ARE OFF BOTH SHELVES BUT STILL ON IQOH,
002635*    SO THEY FOOT WITH THE SHELVES
002636*----------------------------------------------------------------
002637 2550-ADD-IN-TRANSIT.
002638     MOVE ZERO TO WS-GROUP-TRANSIT.
002639     IF NOT WS-XIT-OPEN
002640         GO TO 2550-EXIT
002641     END-IF.
002642     MOVE 'N' TO WS-XIT-EOF-SW.
002643     MOVE WS-GROUP-DESC TO IT-DESC.
002644     MOVE ZERO TO IT-XFER-NO.
002645     START IN-TRANSIT-FILE KEY IS NOT < IT-KEY
002646         INVALID KEY
002647             GO TO 2550-EXIT
002648     END-START.
002649     PERFORM 2560-READ-IN-TRANSIT THRU 2560-EXIT
002650         UNTIL WS-XIT-EOF.
002651 2550-EXIT.
002652     EXIT.
002653 2560-READ-IN-TRANSIT.
002654     READ IN-TRANSIT-FILE NEXT RECORD
002655         AT END
002656             MOVE 'Y' TO WS-XIT-EOF-SW
002657             GO TO 2560-EXIT
002658     END-READ.
002659     IF IT-DESC NOT = WS-GROUP-DESC
002660         MOVE 'Y' TO WS-XIT-EOF-SW
002661         GO TO 2560-EXIT
002662     END-IF.
002663     ADD IT-QTY-SHIPPED TO WS-GROUP-TRANSIT.
002664 2560-EXIT.
002665     EXIT.
002666*----------------------------------------------------------------
002667*    3000-TERMINATE - VERDICT, CONSOLE ALERT, RETURN CODE
002670*----------------------------------------------------------------
002680 3000-TERMINATE.
002690     MOVE WS-PRODUCTS-CHECKED TO SL-CHECKED.
002700     MOVE WS-PRODUCTS-DRIFTED TO SL-DRIFTED.
002710     MOVE WS-TOTAL-DRIFT      TO SL-DRIFT.
002715     MOVE WS-TOTAL-TRANSIT    TO SL-TRANSIT.
002720     MOVE SPACES TO PRINT-RECORD.
002730     WRITE PRINT-RECORD.
002740     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
002750     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE2.
002760     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE3.
002765     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE4.
002770     CLOSE STORE-INVENTORY-FILE.
002772     IF WS-XIT-OPEN
002774         CLOSE IN-TRANSIT-FILE
002776     END-IF.
002780     CLOSE COGS-MASTER-FILE.
002790     CLOSE SUSPENSE-FILE.
002800     CLOSE PRINT-FILE.
