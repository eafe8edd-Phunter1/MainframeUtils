000220*   MODIFICATION HISTORY                                      *
000230*   2026-08-23  DHH  INITIAL VERSION                           *
000240*   2026-08-23  DHH  CLEAR COGSCTLF AT CYCLE OPEN FOR COGSBAL  *
000241*   2026-10-05  DHH  CATCH-UP MODE - THE COGSOPNP CARD SAYS    *
000242*                    NIGHTLY OR CATCHUP YYMMDD.  A CATCH-UP    *
000243*                    CYCLE MUST BE FOR THE DATE COGSRUNC IS    *
000244*                    WAITING ON AND SKIPS THE DOUBLE-RUN       *
000245*                    GUARD; THE NIGHTLY IS REFUSED WHILE A     *
000246*                    CATCH-UP IS IN PROGRESS                   *
000250****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000350     SELECT CONTROL-TOTALS-FILE ASSIGN TO COGSCTLF
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-CTL-STATUS.
000372     SELECT MODE-CARD-FILE ASSIGN TO COGSOPNP
000374         ORGANIZATION IS SEQUENTIAL
000376         FILE STATUS IS WS-MODE-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  RUN-CONTROL-FILE
000470     RECORD CONTAINS 80 CHARACTERS
000480     LABEL RECORDS ARE STANDARD.
000490 COPY COGSCTLR.
000491 FD  MODE-CARD-FILE
000492     RECORDING MODE IS F
000493     RECORD CONTAINS 80 CHARACTERS
000494     LABEL RECORDS ARE STANDARD.
000495 01  MODE-CARD-RECORD.
000496     05  MC-MODE             PIC X(07).
000497     05  FILLER              PIC X(01).
000498     05  MC-DATE-X           PIC X(06).
000499     05  MC-DATE REDEFINES MC-DATE-X
000500                             PIC 9(06).
000501     05  FILLER              PIC X(66).
000502 WORKING-STORAGE SECTION.
000510 77  WS-RUN-STATUS               PIC X(02) VALUE SPACES.
000520 77  WS-TODAY-DATE               PIC 9(06) VALUE ZERO.
000530 77  WS-CTL-STATUS               PIC X(02) VALUE SPACES.
000531 77  WS-MODE-STATUS              PIC X(02) VALUE SPACES.
000532 77  WS-CARD-DATE                PIC 9(06) VALUE ZERO.
000533 01  WS-SWITCHES.
000534     05  WS-CATCHUP-MODE-SW      PIC X(01) VALUE 'N'.
000535         88  WS-CATCHUP-MODE                VALUE 'Y'.
000540 PROCEDURE DIVISION.
000550*----------------------------------------------------------------
000560*    0000-MAINLINE - PROGRAM CONTROL
000640 1000-OPEN-CYCLE.
000650     DISPLAY "COGSOPEN STARTING - NIGHTLY CYCLE OPEN".
000660     ACCEPT WS-TODAY-DATE FROM DATE.
000665     PERFORM 1050-READ-MODE-CARD THRU 1050-EXIT.
000670     OPEN I-O RUN-CONTROL-FILE.
000671     IF WS-RUN-STATUS = "35" AND WS-CATCHUP-MODE
000672         DISPLAY "COGSOPEN - NO RUN-CONTROL FILE - CATCH-UP "
000673                 "RUN REFUSED"
000674         MOVE 16 TO RETURN-CODE
000675         STOP RUN
000676     END-IF.
000680     IF WS-RUN-STATUS = "35"
000690         PERFORM 1100-SEED-RUN-CONTROL THRU 1100-EXIT
000700         GO TO 1000-EXIT
000840     IF RC-CYCLE-STARTED
000850         DISPLAY "COGSOPEN - PRIOR CYCLE FOR " RC-BUS-DATE
000860                 " NEVER COMPLETED - RUN REFUSED"
000861         IF RC-CATCHUP-ACTIVE
000862             DISPLAY "COGSOPEN - CATCH-UP STOPPED AT "
000863                     RC-BUS-DATE " - RESUME FROM " RC-BUS-DATE
000864                     " THRU " RC-CATCHUP-THRU
000865         END-IF
000870         MOVE 16 TO RETURN-CODE
000880         STOP RUN
000890     END-IF.
000902     IF WS-CATCHUP-MODE
000914         PERFORM 1300-CHECK-CATCHUP THRU 1300-EXIT
000926     ELSE
000938         PERFORM 1400-CHECK-NIGHTLY THRU 1400-EXIT
000950     END-IF.
000960     MOVE "STARTED" TO RC-STATUS.
000970     REWRITE RUN-CONTROL-RECORD.
001000     DISPLAY "COGSOPEN - CYCLE OPENED FOR BUSINESS DATE "
001010             RC-BUS-DATE.
001020 1000-EXIT.
001021     EXIT.
001022*----------------------------------------------------------------
001023*    1050-READ-MODE-CARD - NIGHTLY OR CATCHUP YYMMDD.  NO CARD
001024*    ON THE JOB IS THE ORDINARY NIGHTLY
001025*----------------------------------------------------------------
001026 1050-READ-MODE-CARD.
001027     MOVE 'N' TO WS-CATCHUP-MODE-SW.
001028     OPEN INPUT MODE-CARD-FILE.
001029     IF WS-MODE-STATUS NOT = "00"
001030         GO TO 1050-EXIT
001031     END-IF.
001032     READ MODE-CARD-FILE
001033         AT END
001034             CLOSE MODE-CARD-FILE
001035             GO TO 1050-EXIT
001036     END-READ.
001037     CLOSE MODE-CARD-FILE.
001038     IF MC-MODE = "NIGHTLY"
001039         GO TO 1050-EXIT
001040     END-IF.
001041     IF MC-MODE NOT = "CATCHUP" OR MC-DATE-X NOT NUMERIC
001042         DISPLAY "COGSOPEN - BAD COGSOPNP CARD '" MC-MODE " "
001043                 MC-DATE-X "' - RUN REFUSED"
001044         MOVE 16 TO RETURN-CODE
001045         STOP RUN
001046     END-IF.
001047     MOVE 'Y'     TO WS-CATCHUP-MODE-SW.
001048     MOVE MC-DATE TO WS-CARD-DATE.
001049 1050-EXIT.
001050     EXIT.
001051*----------------------------------------------------------------
001052*    1100-SEED-RUN-CONTROL - FIRST-TIME SETUP
001060*----------------------------------------------------------------
001070 1100-SEED-RUN-CONTROL.
001080     DISPLAY "COGSOPEN - NO RUN-CONTROL FILE, SEEDING WITH "
001250     CLOSE CONTROL-TOTALS-FILE.
001260 1200-EXIT.
001270     EXIT.
001280*----------------------------------------------------------------
001290*    1300-CHECK-CATCHUP - A CATCH-UP CYCLE MUST BE FOR THE DATE
001300*    THE RUN CONTROL IS WAITING ON.  SEVERAL RUN IN ONE DAY, SO
001310*    THE DOUBLE-RUN GUARD DOES NOT APPLY AND THE LAST-RUN DATE
001320*    IS LEFT FOR TONIGHT'S ORDINARY CYCLE
001330*----------------------------------------------------------------
001340 1300-CHECK-CATCHUP.
001350     IF NOT RC-CATCHUP-ACTIVE
001360         DISPLAY "COGSOPEN - CATCH-UP JOB FOR " WS-CARD-DATE
001370                 " BUT NO CATCH-UP IS SET UP - RUN REFUSED"
001380         MOVE 16 TO RETURN-CODE
001390         STOP RUN
001400     END-IF.
001410     IF WS-CARD-DATE NOT = RC-BUS-DATE
001420         DISPLAY "COGSOPEN - CATCH-UP JOB FOR " WS-CARD-DATE
001430                 " BUT COGSRUNC IS AT " RC-BUS-DATE
001440                 " - RUN REFUSED"
001450         MOVE 16 TO RETURN-CODE
001460         STOP RUN
001470     END-IF.
001480     DISPLAY "COGSOPEN - CATCH-UP CYCLE FOR " RC-BUS-DATE
001490             " (RANGE " RC-CATCHUP-FROM " THRU "
001500             RC-CATCHUP-THRU ", " RC-CATCHUP-DONE
001510             " DONE)".
001520 1300-EXIT.
001530     EXIT.
001540*----------------------------------------------------------------
001550*    1400-CHECK-NIGHTLY - NO ORDINARY CYCLE WHILE A CATCH-UP
001560*    IS IN PROGRESS, AND NONE TWICE IN ONE DAY
001570*----------------------------------------------------------------
001580 1400-CHECK-NIGHTLY.
001590     IF RC-CATCHUP-ACTIVE
001600         DISPLAY "COGSOPEN - CATCH-UP IN PROGRESS, NEXT DATE "
001610                 RC-BUS-DATE " THRU " RC-CATCHUP-THRU
001620                 " - NIGHTLY RUN REFUSED"
001630         MOVE 16 TO RETURN-CODE
001640         STOP RUN
001650     END-IF.
001660     IF RC-LAST-RUN-DATE = WS-TODAY-DATE
001670         DISPLAY "COGSOPEN - CYCLE ALREADY RAN TODAY ("
001680                 WS-TODAY-DATE ") - RUN REFUSED"
001690         MOVE 16 TO RETURN-CODE
001700         STOP RUN
001710     END-IF.
001720 1400-EXIT.
001730     EXIT.
