000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSXAGE.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSXAGE PRINTS THE IN-TRANSIT AGING LIST - STORE          *
000090*   TRANSFERS COGSXFER HAS SHIPPED THAT THE RECEIVING STORE    *
000100*   HAS NOT YET CONFIRMED.  EVERY RECORD ON THE COGSXIT        *
000110*   IN-TRANSIT FILE IS AGED IN BUSINESS DAYS FROM ITS SHIP     *
000120*   DATE THROUGH THE COGSDATE BDIF FUNCTION; THOSE PAST THE    *
000130*   AGE LIMIT ARE LISTED SO THE STORES CAN BE CHASED FOR THE   *
000140*   RECEIPT BEFORE THE UNITS ARE WRITTEN OFF AS LOST.  THE     *
000150*   LIMIT COMES FROM THE COGSXAGP PARAMETER; WITHOUT ONE A     *
000160*   TRANSFER IS OVERDUE AFTER THREE BUSINESS DAYS.             *
000170*                                                              *
000180*   MODIFICATION HISTORY                                      *
000190*   2026-10-05  DHH  INITIAL VERSION                           *
000200****************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.  IBM-370.
000240 OBJECT-COMPUTER.  IBM-370.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT IN-TRANSIT-FILE ASSIGN TO COGSXIT
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS IT-KEY
000310         FILE STATUS IS WS-XIT-STATUS.
000320     SELECT PARM-FILE ASSIGN TO COGSXAGP
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-PRM-STATUS.
000350     SELECT PRINT-FILE ASSIGN TO COGSXAG1
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-PRT-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  IN-TRANSIT-FILE
000410     RECORDING MODE IS F
000420     RECORD CONTAINS 80 CHARACTERS
000430     LABEL RECORDS ARE STANDARD.
000440 COPY COGSXITR.
000450 FD  PARM-FILE
000460     RECORDING MODE IS F
000470     RECORD CONTAINS 80 CHARACTERS
000480     LABEL RECORDS ARE STANDARD.
000490 01  PARM-RECORD.
000500     05  PRM-LIMIT-X         PIC X(03).
000510     05  PRM-LIMIT REDEFINES PRM-LIMIT-X
000520                             PIC 9(03).
000530     05  FILLER              PIC X(77).
000540 FD  PRINT-FILE
000550     RECORDING MODE IS F
000560     RECORD CONTAINS 132 CHARACTERS
000570     LABEL RECORDS ARE STANDARD.
000580 01  PRINT-RECORD                PIC X(132).
000590 WORKING-STORAGE SECTION.
000600 77  WS-XIT-STATUS               PIC X(02) VALUE SPACES.
000610 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
000620 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000630 77  WS-XFERS-IN-TRANSIT         PIC 9(07) COMP VALUE ZERO.
000640 77  WS-XFERS-OLD                PIC 9(07) COMP VALUE ZERO.
000650 77  WS-UNITS-IN-TRANSIT         PIC 9(09) COMP VALUE ZERO.
000660 77  WS-UNITS-OLD                PIC 9(09) COMP VALUE ZERO.
000670 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000680 77  WS-AGE-LIMIT                PIC 9(03) VALUE 3.
000690 77  WS-AGE-FROM                 PIC 9(08) VALUE ZERO.
000700 77  WS-DAYS-OLD                 PIC 9(05) VALUE ZERO.
000710 COPY COGSDATP.
000720 01  WS-SWITCHES.
000730     05  WS-XIT-EOF-SW           PIC X(01) VALUE 'N'.
000740         88  WS-XIT-EOF                     VALUE 'Y'.
000750     05  WS-XIT-OPEN-SW          PIC X(01) VALUE 'N'.
000760         88  WS-XIT-OPEN                    VALUE 'Y'.
000770 01  WS-HEADING-1.
000780     05  FILLER                  PIC X(44)
000790         VALUE "COGSWORTH IN-TRANSIT TRANSFER AGING LIST   ".
000800     05  FILLER                  PIC X(15)
000810         VALUE "BUSINESS DATE  ".
000820     05  H1-DATE                 PIC 9(08).
000830     05  FILLER                  PIC X(22)
000840         VALUE "   OVERDUE PAST      ".
000850     05  H1-LIMIT                PIC ZZ9.
000860     05  FILLER                  PIC X(14)
000870         VALUE " BUSINESS DAYS".
000880 01  WS-HEADING-2.
000890     05  FILLER                  PIC X(10) VALUE "XFER-NO   ".
000900     05  FILLER                  PIC X(12) VALUE "DESCRIPTION ".
000910     05  FILLER                  PIC X(06) VALUE "FROM  ".
000920     05  FILLER                  PIC X(06) VALUE "TO    ".
000930     05  FILLER                  PIC X(10) VALUE "SHIPPED   ".
000940     05  FILLER                  PIC X(08) VALUE "     QTY".
000950     05  FILLER                  PIC X(10) VALUE "  DAYS OLD".
000960 01  WS-DETAIL-LINE.
000970     05  DL-XFER-NO              PIC 9(07).
000980     05  FILLER                  PIC X(03) VALUE SPACES.
000990     05  DL-DESC                 PIC X(12).
001000     05  DL-FROM                 PIC 9(03).
001010     05  FILLER                  PIC X(03) VALUE SPACES.
001020     05  DL-TO                   PIC 9(03).
001030     05  FILLER                  PIC X(03) VALUE SPACES.
001040     05  DL-DATE                 PIC 9(08).
001050     05  FILLER                  PIC X(04) VALUE SPACES.
001060     05  DL-QTY                  PIC ZZ,ZZ9.
001070     05  FILLER                  PIC X(04) VALUE SPACES.
001080     05  DL-DAYS                 PIC ZZ,ZZ9.
001090 01  WS-SUMMARY-LINE.
001100     05  SL-LABEL                PIC X(30).
001110     05  SL-COUNT                PIC ZZZ,ZZ9.
001120     05  FILLER                  PIC X(03) VALUE SPACES.
001130     05  SL-UNITS                PIC ZZZ,ZZZ,ZZ9.
001140     05  FILLER                  PIC X(06) VALUE " UNITS".
001150 PROCEDURE DIVISION.
001160*----------------------------------------------------------------
001170*    0000-MAINLINE - PROGRAM CONTROL
001180*----------------------------------------------------------------
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001210     PERFORM 2000-AGE-ONE-TRANSFER THRU 2000-EXIT
001220         UNTIL WS-XIT-EOF.
001230     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001240     STOP RUN.
001250*----------------------------------------------------------------
001260*    1000-INITIALIZE - AGE LIMIT, OPEN FILES, PRINT HEADINGS
001270*----------------------------------------------------------------
001280 1000-INITIALIZE.
001290     DISPLAY "COGSXAGE STARTING - IN-TRANSIT AGING LIST".
001300     MOVE "BUSD" TO CDP-FUNCTION.
001310     CALL "COGSDATE" USING DATE-CALL-PARMS.
001320     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001330     OPEN INPUT PARM-FILE.
001340     IF WS-PRM-STATUS = "00"
001350         READ PARM-FILE
001360             AT END
001370                 CONTINUE
001380         END-READ
001390         IF WS-PRM-STATUS = "00" AND PRM-LIMIT-X NUMERIC
001400             MOVE PRM-LIMIT TO WS-AGE-LIMIT
001410         END-IF
001420         CLOSE PARM-FILE
001430     ELSE
001440         DISPLAY "COGSXAGE - NO COGSXAGP PARM, AGE LIMIT = "
001450                 WS-AGE-LIMIT
001460     END-IF.
001470     OPEN OUTPUT PRINT-FILE.
001480     IF WS-PRT-STATUS NOT = "00"
001490         DISPLAY "COGSXAGE - UNABLE TO OPEN COGSXAG1, STATUS = "
001500                 WS-PRT-STATUS
001510         MOVE 16 TO RETURN-CODE
001520         STOP RUN
001530     END-IF.
001540     OPEN INPUT IN-TRANSIT-FILE.
001550     IF WS-XIT-STATUS = "00"
001560         MOVE 'Y' TO WS-XIT-OPEN-SW
001570     ELSE
001580         DISPLAY "COGSXAGE - NO COGSXIT, STATUS = "
001590                 WS-XIT-STATUS " - NOTHING IN TRANSIT"
001600         MOVE 'Y' TO WS-XIT-EOF-SW
001610     END-IF.
001620     MOVE WS-BUS-DATE  TO H1-DATE.
001630     MOVE WS-AGE-LIMIT TO H1-LIMIT.
001640     WRITE PRINT-RECORD FROM WS-HEADING-1.
001650     WRITE PRINT-RECORD FROM WS-HEADING-2.
001660 1000-EXIT.
001670     EXIT.
001680*----------------------------------------------------------------
001690*    1200-BUSINESS-DAYS-OLD - BDIF FROM WS-AGE-FROM TO THE
001700*    BUSINESS DATE, ZERO IF THE CALENDAR CANNOT SAY
001710*----------------------------------------------------------------
001720 1200-BUSINESS-DAYS-OLD.
001730     MOVE ZERO TO WS-DAYS-OLD.
001740     IF WS-AGE-FROM NOT < WS-BUS-DATE
001750         GO TO 1200-EXIT
001760     END-IF.
001770     MOVE "BDIF" TO CDP-FUNCTION.
001780     MOVE WS-AGE-FROM TO CDP-DATE-IN.
001790     MOVE WS-BUS-DATE TO CDP-DATE-IN2.
001800     CALL "COGSDATE" USING DATE-CALL-PARMS.
001810     IF CDP-RETURN-STATUS = "00"
001820         MOVE CDP-DAYS-OUT TO WS-DAYS-OLD
001830     END-IF.
001840 1200-EXIT.
001850     EXIT.
001860*----------------------------------------------------------------
001870*    2000-AGE-ONE-TRANSFER - ONE UNCONFIRMED TRANSFER, LISTED
001880*    ONLY WHEN IT IS PAST THE AGE LIMIT
001890*----------------------------------------------------------------
001900 2000-AGE-ONE-TRANSFER.
001910     READ IN-TRANSIT-FILE NEXT RECORD
001920         AT END
001930             MOVE 'Y' TO WS-XIT-EOF-SW
001940             GO TO 2000-EXIT
001950     END-READ.
001960     ADD 1 TO WS-XFERS-IN-TRANSIT.
001970     ADD IT-QTY-SHIPPED TO WS-UNITS-IN-TRANSIT.
001980     MOVE IT-SHIP-DATE TO WS-AGE-FROM.
001990     PERFORM 1200-BUSINESS-DAYS-OLD THRU 1200-EXIT.
002000     IF WS-DAYS-OLD NOT > WS-AGE-LIMIT
002010         GO TO 2000-EXIT
002020     END-IF.
002030     ADD 1 TO WS-XFERS-OLD.
002040     ADD IT-QTY-SHIPPED TO WS-UNITS-OLD.
002050     MOVE IT-XFER-NO     TO DL-XFER-NO.
002060     MOVE IT-DESC        TO DL-DESC.
002070     MOVE IT-FROM-STORE  TO DL-FROM.
002080     MOVE IT-TO-STORE    TO DL-TO.
002090     MOVE IT-SHIP-DATE   TO DL-DATE.
002100     MOVE IT-QTY-SHIPPED TO DL-QTY.
002110     MOVE WS-DAYS-OLD    TO DL-DAYS.
002120     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
002130 2000-EXIT.
002140     EXIT.
002150*----------------------------------------------------------------
002160*    3000-TERMINATE - SUMMARY AND CLOSE FILES
002170*----------------------------------------------------------------
002180 3000-TERMINATE.
002190     MOVE SPACES TO PRINT-RECORD.
002200     WRITE PRINT-RECORD.
002210     MOVE "TRANSFERS IN TRANSIT        =" TO SL-LABEL.
002220     MOVE WS-XFERS-IN-TRANSIT TO SL-COUNT.
002230     MOVE WS-UNITS-IN-TRANSIT TO SL-UNITS.
002240     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
002250     MOVE "TRANSFERS PAST AGE LIMIT    =" TO SL-LABEL.
002260     MOVE WS-XFERS-OLD TO SL-COUNT.
002270     MOVE WS-UNITS-OLD TO SL-UNITS.
002280     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
002290     IF WS-XIT-OPEN
002300         CLOSE IN-TRANSIT-FILE
002310     END-IF.
002320     CLOSE PRINT-FILE.
002330     DISPLAY "COGSXAGE - TRANSFERS IN TRANSIT  = "
002340             WS-XFERS-IN-TRANSIT.
002350     DISPLAY "COGSXAGE - TRANSFERS PAST LIMIT  = " WS-XFERS-OLD.
002360 3000-EXIT.
002370     EXIT.
