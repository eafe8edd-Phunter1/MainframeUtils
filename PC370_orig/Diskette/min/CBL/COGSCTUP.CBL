000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSCTUP.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSCTUP SETS UP A MULTI-DAY CATCH-UP OF THE NIGHTLY AFTER *
000090*   AN OUTAGE.  UNTIL IT EXISTED, EVERY NIGHT COGSNITE MISSED  *
000100*   MEANT AN OPERATOR HAND-RUNNING ONE CYCLE PER DAY AND       *
000110*   RENAMING THE TRANSACTION BATCHES BETWEEN RUNS.  THE ONE    *
000120*   COGSCUPP CARD GIVES THE MISSED BUSINESS DATES, FROM AND    *
000130*   THRU (CCYYMMDD).  THE RANGE MUST START AT THE DATE         *
000140*   COGSRUNC IS WAITING ON, END BEFORE TODAY (TONIGHT IS THE   *
000150*   SCHEDULED CYCLE'S) AND COVER NO MORE THAN 30 BUSINESS      *
000160*   DATES, AND THE LAST CYCLE MUST HAVE COMPLETED.  A GOOD     *
000170*   RANGE IS RECORDED ON COGSRUNC; THE COGSCTCH JOB THEN HAS   *
000180*   COGSCTSB SUBMIT COGSNITE FOR THE FIRST DATE, AND EACH      *
000190*   CYCLE SUBMITS THE NEXT UNTIL COGSCLOS PASSES THE THRU      *
000200*   DATE.  A REFUSED CARD ENDS RC=16 AND CHANGES NOTHING.      *
000210*                                                              *
000220*   MODIFICATION HISTORY                                      *
000230*   2026-10-05  DHH  INITIAL VERSION                           *
000240****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.  IBM-370.
000280 OBJECT-COMPUTER.  IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CARD-FILE ASSIGN TO COGSCUPP
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-CARD-STATUS.
000340     SELECT RUN-CONTROL-FILE ASSIGN TO COGSRUNC
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-RUN-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  CARD-FILE
000400     RECORDING MODE IS F
000410     RECORD CONTAINS 80 CHARACTERS
000420     LABEL RECORDS ARE STANDARD.
000430 01  CATCHUP-CARD-RECORD.
000440     05  CC-ACTION           PIC X(07).
000450     05  FILLER              PIC X(01).
000460     05  CC-FROM-X           PIC X(08).
000470     05  CC-FROM REDEFINES CC-FROM-X
000480                             PIC 9(08).
000490     05  FILLER              PIC X(01).
000500     05  CC-THRU-X           PIC X(08).
000510     05  CC-THRU REDEFINES CC-THRU-X
000520                             PIC 9(08).
000530     05  FILLER              PIC X(55).
000540 FD  RUN-CONTROL-FILE
000550     RECORDING MODE IS F
000560     RECORD CONTAINS 80 CHARACTERS
000570     LABEL RECORDS ARE STANDARD.
000580 COPY COGSRUNR.
000590 WORKING-STORAGE SECTION.
000600 77  WS-CARD-STATUS              PIC X(02) VALUE SPACES.
000610 77  WS-RUN-STATUS               PIC X(02) VALUE SPACES.
000620 77  WS-TODAY-DATE               PIC 9(06) VALUE ZERO.
000630 77  WS-TODAY-DATE-8             PIC 9(08) VALUE ZERO.
000640 77  WS-BUS-DATE-8               PIC 9(08) VALUE ZERO.
000650 77  WS-DATE-COUNT               PIC 9(05) VALUE ZERO.
000660 77  WS-MAX-DATES                PIC 9(05) VALUE 30.
000670 COPY COGSDATP.
000680 PROCEDURE DIVISION.
000690*----------------------------------------------------------------
000700*    0000-MAINLINE - PROGRAM CONTROL
000710*----------------------------------------------------------------
000720 0000-MAINLINE.
000730     DISPLAY "COGSCTUP STARTING - NIGHTLY CATCH-UP SETUP".
000740     PERFORM 1000-READ-CARD THRU 1000-EXIT.
000750     PERFORM 2000-EDIT-RANGE THRU 2000-EXIT.
000760     PERFORM 3000-SET-RUN-CONTROL THRU 3000-EXIT.
000770     STOP RUN.
000780*----------------------------------------------------------------
000790*    1000-READ-CARD - CATCHUP CCYYMMDD CCYYMMDD
000800*----------------------------------------------------------------
000810 1000-READ-CARD.
000820     OPEN INPUT CARD-FILE.
000830     IF WS-CARD-STATUS NOT = "00"
000840         DISPLAY "COGSCTUP - NO COGSCUPP CARD - NOTHING SET UP"
000850         MOVE 16 TO RETURN-CODE
000860         STOP RUN
000870     END-IF.
000880     READ CARD-FILE
000890         AT END
000900             DISPLAY "COGSCTUP - EMPTY COGSCUPP - NOTHING SET UP"
000910             MOVE 16 TO RETURN-CODE
000920             STOP RUN
000930     END-READ.
000940     CLOSE CARD-FILE.
000950     IF CC-ACTION NOT = "CATCHUP"
000960         OR CC-FROM-X NOT NUMERIC
000970         OR CC-THRU-X NOT NUMERIC
000980         DISPLAY "COGSCTUP - BAD CARD '" CC-ACTION " "
000990                 CC-FROM-X " " CC-THRU-X "' - NOTHING SET UP"
001000         MOVE 16 TO RETURN-CODE
001010         STOP RUN
001020     END-IF.
001030 1000-EXIT.
001040     EXIT.
001050*----------------------------------------------------------------
001060*    2000-EDIT-RANGE - REAL DATES, IN ORDER, ALL IN THE PAST,
001070*    AND NOT MORE BUSINESS DATES THAN ONE CATCH-UP SHOULD TAKE
001075*    (BDIF COUNTS THE DATES AFTER FROM, WHICH IS ITSELF ONE)
001080*----------------------------------------------------------------
001090 2000-EDIT-RANGE.
001100     MOVE "VAL " TO CDP-FUNCTION.
001110     MOVE CC-FROM TO CDP-DATE-IN.
001120     CALL "COGSDATE" USING DATE-CALL-PARMS.
001130     IF CDP-RETURN-STATUS NOT = "00"
001140         DISPLAY "COGSCTUP - FROM DATE " CC-FROM-X
001150                 " IS NOT A REAL DATE - NOTHING SET UP"
001160         MOVE 16 TO RETURN-CODE
001170         STOP RUN
001180     END-IF.
001190     MOVE "VAL " TO CDP-FUNCTION.
001200     MOVE CC-THRU TO CDP-DATE-IN.
001210     CALL "COGSDATE" USING DATE-CALL-PARMS.
001220     IF CDP-RETURN-STATUS NOT = "00"
001230         DISPLAY "COGSCTUP - THRU DATE " CC-THRU-X
001240                 " IS NOT A REAL DATE - NOTHING SET UP"
001250         MOVE 16 TO RETURN-CODE
001260         STOP RUN
001270     END-IF.
001280     IF CC-THRU < CC-FROM
001290         DISPLAY "COGSCTUP - THRU DATE IS BEFORE FROM DATE - "
001300                 "NOTHING SET UP"
001310         MOVE 16 TO RETURN-CODE
001320         STOP RUN
001330     END-IF.
001340     ACCEPT WS-TODAY-DATE FROM DATE.
001350     MOVE "WIND" TO CDP-FUNCTION.
001360     MOVE WS-TODAY-DATE TO CDP-DATE-IN.
001370     CALL "COGSDATE" USING DATE-CALL-PARMS.
001380     MOVE CDP-DATE-OUT TO WS-TODAY-DATE-8.
001390     IF CC-THRU NOT < WS-TODAY-DATE-8
001400         DISPLAY "COGSCTUP - THRU DATE " CC-THRU-X
001410                 " IS NOT BEFORE TODAY - TONIGHT BELONGS TO "
001420                 "THE SCHEDULED COGSNITE - NOTHING SET UP"
001430         MOVE 16 TO RETURN-CODE
001440         STOP RUN
001450     END-IF.
001460     MOVE "BDIF" TO CDP-FUNCTION.
001470     MOVE CC-FROM TO CDP-DATE-IN.
001480     MOVE CC-THRU TO CDP-DATE-IN2.
001490     CALL "COGSDATE" USING DATE-CALL-PARMS.
001500     MOVE CDP-DAYS-OUT TO WS-DATE-COUNT.
001551     ADD 1 TO WS-DATE-COUNT.
001570     IF WS-DATE-COUNT > WS-MAX-DATES
001580         DISPLAY "COGSCTUP - " WS-DATE-COUNT " BUSINESS DATES "
001590                 "IS MORE THAN " WS-MAX-DATES
001600                 " - NOTHING SET UP"
001610         MOVE 16 TO RETURN-CODE
001620         STOP RUN
001630     END-IF.
001640 2000-EXIT.
001650     EXIT.
001660*----------------------------------------------------------------
001670*    3000-SET-RUN-CONTROL - THE RANGE MUST START WHERE THE RUN
001680*    CONTROL IS WAITING, AFTER A CYCLE THAT COMPLETED
001690*----------------------------------------------------------------
001700 3000-SET-RUN-CONTROL.
001710     OPEN I-O RUN-CONTROL-FILE.
001720     IF WS-RUN-STATUS NOT = "00"
001730         DISPLAY "COGSCTUP - UNABLE TO OPEN COGSRUNC, STATUS = "
001740                 WS-RUN-STATUS
001750         MOVE 16 TO RETURN-CODE
001760         STOP RUN
001770     END-IF.
001780     READ RUN-CONTROL-FILE
001790         AT END
001800             DISPLAY "COGSCTUP - EMPTY RUN-CONTROL FILE"
001810             MOVE 16 TO RETURN-CODE
001820             STOP RUN
001830     END-READ.
001840     IF RC-CYCLE-STARTED
001850         DISPLAY "COGSCTUP - CYCLE FOR " RC-BUS-DATE
001860                 " NEVER COMPLETED - RESTORE THROUGH COGSREST "
001870                 "BEFORE CATCHING UP"
001880         MOVE 16 TO RETURN-CODE
001890         CLOSE RUN-CONTROL-FILE
001900         STOP RUN
001910     END-IF.
001920     MOVE "WIND" TO CDP-FUNCTION.
001930     MOVE RC-BUS-DATE TO CDP-DATE-IN.
001940     CALL "COGSDATE" USING DATE-CALL-PARMS.
001950     MOVE CDP-DATE-OUT TO WS-BUS-DATE-8.
001960     IF CC-FROM NOT = WS-BUS-DATE-8
001970         DISPLAY "COGSCTUP - COGSRUNC IS WAITING ON "
001980                 WS-BUS-DATE-8 " - THE CATCH-UP MUST START "
001990                 "THERE - NOTHING SET UP"
002000         MOVE 16 TO RETURN-CODE
002010         CLOSE RUN-CONTROL-FILE
002020         STOP RUN
002030     END-IF.
002040     IF RC-CATCHUP-ACTIVE
002050         DISPLAY "COGSCTUP - REPLACING CATCH-UP "
002060                 RC-CATCHUP-FROM " THRU " RC-CATCHUP-THRU
002070     END-IF.
002080     MOVE "Y"            TO RC-CATCHUP-SW.
002090     MOVE CC-FROM-X(3:6) TO RC-CATCHUP-FROM.
002100     MOVE CC-THRU-X(3:6) TO RC-CATCHUP-THRU.
002110     MOVE ZERO           TO RC-CATCHUP-DONE.
002120     REWRITE RUN-CONTROL-RECORD.
002130     CLOSE RUN-CONTROL-FILE.
002140     DISPLAY "COGSCTUP - CATCH-UP SET FOR " WS-DATE-COUNT
002150             " BUSINESS DATES " CC-FROM-X " THRU " CC-THRU-X.
002160 3000-EXIT.
002170     EXIT.
