000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSCTSB.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSCTSB SUBMITS THE NEXT CYCLE OF A CATCH-UP.  IT RUNS AS *
000090*   THE LAST STEP OF COGSCTCH AND OF EVERY COGSNITE, AND DOES  *
000100*   NOTHING UNLESS COGSRUNC SHOWS A CATCH-UP IN PROGRESS WITH  *
000110*   THE LAST CYCLE COMPLETE.  THEN IT COPIES THE COGSNITE      *
000120*   SKELETON FROM COGSJCLI TO THE INTERNAL READER ON COGSJCLO, *
000130*   CHANGING TWO CARDS FOR THE DATE COGSRUNC IS WAITING ON:    *
000140*   THE SET OF TXNSFX, SO THE TRANSACTION BATCH DDS READ THAT  *
000150*   DATE'S .DYYMMDD BATCHES, AND THE COGSOPNP NIGHTLY CARD,    *
000160*   WHICH BECOMES CATCHUP YYMMDD SO COGSOPEN OPENS THE CYCLE   *
000170*   FOR THAT DATE ONLY.  THE SKELETON IS SCANNED FIRST AND     *
000180*   NOTHING IS SUBMITTED (RC=16) UNLESS EACH CARD IS THERE     *
000190*   EXACTLY ONCE.  A CYCLE THAT FAILS TO BALANCE NEVER         *
000200*   REACHES THIS STEP, SO THE CATCH-UP STOPS ON THAT DATE.     *
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
000310     SELECT RUN-CONTROL-FILE ASSIGN TO COGSRUNC
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-RUN-STATUS.
000340     SELECT SKELETON-FILE ASSIGN TO COGSJCLI
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-SKL-STATUS.
000370     SELECT READER-FILE ASSIGN TO COGSJCLO
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-RDR-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  RUN-CONTROL-FILE
000430     RECORDING MODE IS F
000440     RECORD CONTAINS 80 CHARACTERS
000450     LABEL RECORDS ARE STANDARD.
000460 COPY COGSRUNR.
000470 FD  SKELETON-FILE
000480     RECORDING MODE IS F
000490     RECORD CONTAINS 80 CHARACTERS
000500     LABEL RECORDS ARE STANDARD.
000510 01  SKELETON-RECORD.
000520     05  SK-SET-PREFIX       PIC X(22).
000530     05  FILLER              PIC X(58).
000540 01  SKELETON-MODE-RECORD.
000550     05  SK-MODE-PREFIX      PIC X(08).
000560     05  FILLER              PIC X(72).
000570 FD  READER-FILE
000580     RECORDING MODE IS F
000590     RECORD CONTAINS 80 CHARACTERS
000600     LABEL RECORDS ARE STANDARD.
000610 01  READER-RECORD               PIC X(80).
000620 WORKING-STORAGE SECTION.
000630 77  WS-RUN-STATUS               PIC X(02) VALUE SPACES.
000640 77  WS-SKL-STATUS               PIC X(02) VALUE SPACES.
000650 77  WS-RDR-STATUS               PIC X(02) VALUE SPACES.
000660 77  WS-BUS-DATE-8               PIC 9(08) VALUE ZERO.
000670 77  WS-THRU-DATE-8              PIC 9(08) VALUE ZERO.
000680 77  WS-SET-PREFIX               PIC X(22)
000690     VALUE "//         SET TXNSFX=".
000700 77  WS-MODE-PREFIX              PIC X(08) VALUE "NIGHTLY ".
000710 77  WS-SET-CARDS                PIC 9(05) COMP VALUE ZERO.
000720 77  WS-MODE-CARDS               PIC 9(05) COMP VALUE ZERO.
000730 77  WS-CARDS-COPIED             PIC 9(07) COMP VALUE ZERO.
000740 01  WS-SWITCHES.
000750     05  WS-SKL-EOF-SW           PIC X(01) VALUE 'N'.
000760         88  WS-SKL-EOF                     VALUE 'Y'.
000770 01  WS-SET-CARD.
000780     05  FILLER                  PIC X(22)
000790         VALUE "//         SET TXNSFX=".
000800     05  FILLER                  PIC X(03) VALUE "'.D".
000810     05  SC-DATE                 PIC 9(06).
000820     05  FILLER                  PIC X(01) VALUE "'".
000830     05  FILLER                  PIC X(48) VALUE SPACES.
000840 01  WS-MODE-CARD.
000850     05  FILLER                  PIC X(08) VALUE "CATCHUP ".
000860     05  MD-DATE                 PIC 9(06).
000870     05  FILLER                  PIC X(66) VALUE SPACES.
000880 COPY COGSDATP.
000890 PROCEDURE DIVISION.
000900*----------------------------------------------------------------
000910*    0000-MAINLINE - PROGRAM CONTROL
000920*----------------------------------------------------------------
000930 0000-MAINLINE.
000940     DISPLAY "COGSCTSB STARTING - CATCH-UP SUBMIT".
000950     PERFORM 1000-CHECK-RUN-CONTROL THRU 1000-EXIT.
000960     PERFORM 2000-SCAN-SKELETON THRU 2000-EXIT.
000970     PERFORM 3000-SUBMIT-CYCLE THRU 3000-EXIT.
000980     STOP RUN.
000990*----------------------------------------------------------------
001000*    1000-CHECK-RUN-CONTROL - IS THERE A NEXT DATE TO SUBMIT
001010*----------------------------------------------------------------
001020 1000-CHECK-RUN-CONTROL.
001030     OPEN INPUT RUN-CONTROL-FILE.
001040     IF WS-RUN-STATUS NOT = "00"
001050         DISPLAY "COGSCTSB - UNABLE TO OPEN COGSRUNC, STATUS = "
001060                 WS-RUN-STATUS
001070         MOVE 16 TO RETURN-CODE
001080         STOP RUN
001090     END-IF.
001100     READ RUN-CONTROL-FILE
001110         AT END
001120             DISPLAY "COGSCTSB - EMPTY RUN-CONTROL FILE"
001130             MOVE 16 TO RETURN-CODE
001140             STOP RUN
001150     END-READ.
001160     CLOSE RUN-CONTROL-FILE.
001170     IF NOT RC-CATCHUP-ACTIVE
001180         DISPLAY "COGSCTSB - NO CATCH-UP IN PROGRESS, NOTHING "
001190                 "SUBMITTED"
001200         STOP RUN
001210     END-IF.
001220     IF NOT RC-CYCLE-COMPLETE
001230         DISPLAY "COGSCTSB - CYCLE FOR " RC-BUS-DATE
001240                 " NOT COMPLETE - CATCH-UP STOPPED, NOTHING "
001250                 "SUBMITTED"
001260         MOVE 16 TO RETURN-CODE
001270         STOP RUN
001280     END-IF.
001290     MOVE "WIND" TO CDP-FUNCTION.
001300     MOVE RC-BUS-DATE TO CDP-DATE-IN.
001310     CALL "COGSDATE" USING DATE-CALL-PARMS.
001320     MOVE CDP-DATE-OUT TO WS-BUS-DATE-8.
001330     MOVE "WIND" TO CDP-FUNCTION.
001340     MOVE RC-CATCHUP-THRU TO CDP-DATE-IN.
001350     CALL "COGSDATE" USING DATE-CALL-PARMS.
001360     MOVE CDP-DATE-OUT TO WS-THRU-DATE-8.
001370     IF WS-BUS-DATE-8 > WS-THRU-DATE-8
001380         DISPLAY "COGSCTSB - CATCH-UP THRU " RC-CATCHUP-THRU
001390                 " ALREADY COMPLETE, NOTHING SUBMITTED"
001400         STOP RUN
001410     END-IF.
001420     MOVE RC-BUS-DATE TO SC-DATE.
001430     MOVE RC-BUS-DATE TO MD-DATE.
001440 1000-EXIT.
001450     EXIT.
001460*----------------------------------------------------------------
001470*    2000-SCAN-SKELETON - BOTH CARDS THERE EXACTLY ONCE BEFORE
001480*    ANYTHING GOES TO THE READER
001490*----------------------------------------------------------------
001500 2000-SCAN-SKELETON.
001510     OPEN INPUT SKELETON-FILE.
001520     IF WS-SKL-STATUS NOT = "00"
001530         DISPLAY "COGSCTSB - UNABLE TO OPEN COGSJCLI, STATUS = "
001540                 WS-SKL-STATUS
001550         MOVE 16 TO RETURN-CODE
001560         STOP RUN
001570     END-IF.
001580     MOVE 'N' TO WS-SKL-EOF-SW.
001590     PERFORM 2100-SCAN-ONE-CARD THRU 2100-EXIT
001600         UNTIL WS-SKL-EOF.
001610     CLOSE SKELETON-FILE.
001620     IF WS-SET-CARDS NOT = 1 OR WS-MODE-CARDS NOT = 1
001630         DISPLAY "COGSCTSB - COGSJCLI HAS " WS-SET-CARDS
001640                 " TXNSFX SET CARDS AND " WS-MODE-CARDS
001650                 " NIGHTLY CARDS, NEED ONE OF EACH - NOTHING "
001660                 "SUBMITTED"
001670         MOVE 16 TO RETURN-CODE
001680         STOP RUN
001690     END-IF.
001700 2000-EXIT.
001710     EXIT.
001720 2100-SCAN-ONE-CARD.
001730     READ SKELETON-FILE
001740         AT END
001750             MOVE 'Y' TO WS-SKL-EOF-SW
001760             GO TO 2100-EXIT
001770     END-READ.
001780     IF SK-SET-PREFIX = WS-SET-PREFIX
001790         ADD 1 TO WS-SET-CARDS
001800     END-IF.
001810     IF SK-MODE-PREFIX = WS-MODE-PREFIX
001820         ADD 1 TO WS-MODE-CARDS
001830     END-IF.
001840 2100-EXIT.
001850     EXIT.
001860*----------------------------------------------------------------
001870*    3000-SUBMIT-CYCLE - COPY THE SKELETON TO THE READER WITH
001880*    THE TWO CARDS CHANGED FOR THE DATE
001890*----------------------------------------------------------------
001900 3000-SUBMIT-CYCLE.
001910     OPEN INPUT SKELETON-FILE.
001920     IF WS-SKL-STATUS NOT = "00"
001930         DISPLAY "COGSCTSB - UNABLE TO REOPEN COGSJCLI, STATUS = "
001940                 WS-SKL-STATUS
001950         MOVE 16 TO RETURN-CODE
001960         STOP RUN
001970     END-IF.
001980     OPEN OUTPUT READER-FILE.
001990     IF WS-RDR-STATUS NOT = "00"
002000         DISPLAY "COGSCTSB - UNABLE TO OPEN COGSJCLO, STATUS = "
002010                 WS-RDR-STATUS
002020         MOVE 16 TO RETURN-CODE
002030         STOP RUN
002040     END-IF.
002050     MOVE 'N' TO WS-SKL-EOF-SW.
002060     PERFORM 3100-COPY-ONE-CARD THRU 3100-EXIT
002070         UNTIL WS-SKL-EOF.
002080     CLOSE SKELETON-FILE.
002090     CLOSE READER-FILE.
002100     DISPLAY "COGSCTSB - COGSNITE SUBMITTED FOR CATCH-UP DATE "
002110             RC-BUS-DATE " (" WS-CARDS-COPIED " CARDS)".
002120 3000-EXIT.
002130     EXIT.
002140 3100-COPY-ONE-CARD.
002150     READ SKELETON-FILE
002160         AT END
002170             MOVE 'Y' TO WS-SKL-EOF-SW
002180             GO TO 3100-EXIT
002190     END-READ.
002200     EVALUATE TRUE
002210         WHEN SK-SET-PREFIX = WS-SET-PREFIX
002220             WRITE READER-RECORD FROM WS-SET-CARD
002230         WHEN SK-MODE-PREFIX = WS-MODE-PREFIX
002240             WRITE READER-RECORD FROM WS-MODE-CARD
002250         WHEN OTHER
002260             WRITE READER-RECORD FROM SKELETON-RECORD
002270     END-EVALUATE.
002280     ADD 1 TO WS-CARDS-COPIED.
002290 3100-EXIT.
002300     EXIT.
