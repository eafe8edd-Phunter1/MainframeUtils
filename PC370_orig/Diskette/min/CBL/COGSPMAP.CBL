000210*                                                              *
000220*   MODIFICATION HISTORY                                      *
000230*   2026-09-02  DHH  INITIAL VERSION                           *
000232*   2026-10-05  DHH  PRICE FIELDS WIDENED TO 9(05)V99          *
000234*   2026-10-05  DHH  A LAPSED PROMO IS APPENDED TO THE         *
000236*                    COGSPRLH LAPSED-PROMO FILE BEFORE IT IS   *
000238*                    DELETED, FOR THE COGSLIFT LIFT ANALYSIS   *
000240****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS IDESC OF COGS-MASTER-RECORD
000400         FILE STATUS IS WS-MST-STATUS.
000402     SELECT PROMO-LAPSE-FILE ASSIGN TO COGSPRLH
000404         ORGANIZATION IS SEQUENTIAL
000406         FILE STATUS IS WS-PLH-STATUS.
000410     SELECT PRINT-FILE ASSIGN TO COGSPMA1
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-PRT-STATUS.
000510 FD  COGS-MASTER-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 COPY COGSMSTR.
000531 FD  PROMO-LAPSE-FILE
000532     RECORDING MODE IS F
000533     RECORD CONTAINS 60 CHARACTERS
000534     LABEL RECORDS ARE STANDARD.
000535 COPY COGSPLHR.
000540 FD  PRINT-FILE
000550     RECORDING MODE IS F
000560     RECORD CONTAINS 132 CHARACTERS
000600 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
000610 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
000620 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000625 77  WS-PLH-STATUS               PIC X(02) VALUE SPACES.
000630 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000640 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000650 77  WS-PROMOS-STARTED           PIC 9(07) COMP VALUE ZERO.
000660 77  WS-PROMOS-LAPSED            PIC 9(07) COMP VALUE ZERO.
000670 77  WS-JOB-ID                   PIC X(08) VALUE "COGSPMAP".
000680 77  WS-MAST-SELL                PIC 9(05)V9(02) VALUE ZERO.
000690 01  WS-SWITCHES.
000700     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000710         88  WS-EOF                         VALUE 'Y'.
000830 01  WS-DETAIL-LINE.
000840     05  DL-DESC                 PIC X(14).
000850     05  DL-ACTION               PIC X(10).
000860     05  DL-PRICE                PIC ZZ,ZZ9.99.
000870     05  FILLER                  PIC X(02) VALUE SPACES.
000880     05  DL-START                PIC 9(08).
000890     05  FILLER                  PIC X(01) VALUE "-".
001210     IF WS-MST-STATUS NOT = "00"
001220         DISPLAY "COGSPMAP - UNABLE TO OPEN COGSMST, STATUS = "
001230                 WS-MST-STATUS
001231         MOVE 16 TO RETURN-CODE
001232         STOP RUN
001233     END-IF.
001234     OPEN EXTEND PROMO-LAPSE-FILE.
001235     IF WS-PLH-STATUS = "35"
001236         OPEN OUTPUT PROMO-LAPSE-FILE
001237     END-IF.
001238     IF WS-PLH-STATUS NOT = "00"
001239         DISPLAY "COGSPMAP - UNABLE TO OPEN COGSPRLH, STATUS = "
001240                 WS-PLH-STATUS
001241         MOVE 16 TO RETURN-CODE
001250         STOP RUN
001260     END-IF.
001270     OPEN OUTPUT PRINT-FILE.
002000 2300-EXIT.
002010     EXIT.
002020*----------------------------------------------------------------
002030*    2400-LAPSE-PROMO - LOG THE EDGE, FILE TO COGSPRLH, DROP IT
002040*----------------------------------------------------------------
002050 2400-LAPSE-PROMO.
002060     IF PM-ACTIVE
002160     MOVE PM-START  TO DL-START.
002170     MOVE PM-END    TO DL-END.
002180     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
002181     MOVE SPACES       TO PROMO-LAPSE-RECORD.
002182     MOVE PM-DESC      TO PL-DESC.
002183     MOVE PM-PRICE     TO PL-PRICE.
002184     MOVE PM-START     TO PL-START.
002185     MOVE PM-END       TO PL-END.
002186     MOVE WS-MAST-SELL TO PL-MAST-SELL.
002187     MOVE WS-BUS-DATE  TO PL-DATE-LAPSED.
002188     MOVE ZERO         TO PL-DATE-REPORTED.
002189     WRITE PROMO-LAPSE-RECORD.
002190     DELETE PROMO-PRICE-FILE.
002200     ADD 1 TO WS-PROMOS-LAPSED.
002210 2400-EXIT.
002260 3000-TERMINATE.
002270     CLOSE PROMO-PRICE-FILE.
002280     CLOSE COGS-MASTER-FILE.
002285     CLOSE PROMO-LAPSE-FILE.
002290     CLOSE PRINT-FILE.
002300     DISPLAY "COGSPMAP - PROMOS READ    = " WS-RECS-READ.
002310     DISPLAY "COGSPMAP - PROMOS STARTED = " WS-PROMOS-STARTED.
