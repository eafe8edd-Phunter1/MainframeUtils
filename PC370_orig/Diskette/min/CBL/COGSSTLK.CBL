000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSSTLK.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSSTLK IS THE SHARED STORE MASTER LOOK-UP SERVICE,       *
000090*   CALLED THE SAME WAY COGSXLAT AND COGSDATE ARE.  UNTIL THE  *
000100*   COGSSTRM STORE MASTER EXISTED A STORE WAS ONLY A THREE-    *
000110*   DIGIT NUMBER; THIS SERVICE PUTS THE NAME, HOME STATE,      *
000120*   WAREHOUSE FLAG AND OPEN/CLOSED STANDING BEHIND IT FOR THE  *
000130*   EDIT, POSTING, ALLOCATION AND REPORT PROGRAMS.  THE STORE  *
000140*   MASTER IS TABLED ON THE FIRST CALL (THE WAY COGSDATE       *
000150*   TABLES COGSHOLF), SO A NIGHT'S WORTH OF SALES COSTS ONE    *
000160*   PASS OF THE FILE.  STATUS 00 MEANS FOUND; 23 MEANS THE     *
000170*   STORE (OR A WAREHOUSE) IS NOT ON FILE; 35 MEANS THE STORE  *
000180*   MASTER IS NOT ON THE JOB, AND THE CALLER CARRIES ON AS IT  *
000190*   DID BEFORE THE STORE MASTER EXISTED.                       *
000200*                                                              *
000210*   MODIFICATION HISTORY                                      *
000220*   2026-10-05  DHH  INITIAL VERSION                           *
000230****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.  IBM-370.
000270 OBJECT-COMPUTER.  IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT STORE-MASTER-FILE ASSIGN TO COGSSTRM
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS SM-STORE
000340         FILE STATUS IS WS-SMF-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  STORE-MASTER-FILE
000380     RECORDING MODE IS F
000390     RECORD CONTAINS 100 CHARACTERS
000400     LABEL RECORDS ARE STANDARD.
000410 COPY COGSSTRR.
000420 WORKING-STORAGE SECTION.
000430 77  WS-SMF-STATUS               PIC X(02) VALUE SPACES.
000440 77  WS-SM-COUNT                 PIC 9(04) COMP VALUE ZERO.
000450 77  WS-WHSE-STORE               PIC 9(03) VALUE ZERO.
000460 01  WS-SWITCHES.
000470     05  WS-SM-LOADED-SW         PIC X(01) VALUE 'N'.
000480         88  WS-SM-LOADED                   VALUE 'Y'.
000490     05  WS-SM-ABSENT-SW         PIC X(01) VALUE 'N'.
000500         88  WS-SM-ABSENT                   VALUE 'Y'.
000510     05  WS-SM-EOF-SW            PIC X(01) VALUE 'N'.
000520         88  WS-SM-EOF                      VALUE 'Y'.
000530*    ONE SLOT PER POSSIBLE STORE NUMBER, SUBSCRIPTED BY THE
000540*    STORE NUMBER ITSELF - STORE 000 IS "NO STORE" AND NEVER
000550*    LOOKED UP.
000560 01  WS-STORE-TABLE.
000570     05  WS-SM-ENTRY OCCURS 999 TIMES.
000580         10  WS-SM-ON-FILE-SW    PIC X(01).
000590             88  WS-SM-ON-FILE              VALUE 'Y'.
000600         10  WS-SM-NAME          PIC X(20).
000610         10  WS-SM-STATE         PIC X(02).
000620         10  WS-SM-WHSE-FLAG     PIC X(01).
000630         10  WS-SM-OPEN-DATE     PIC 9(08).
000640         10  WS-SM-CLOSE-DATE    PIC 9(08).
000650 LINKAGE SECTION.
000660 COPY COGSSTLP.
000670 PROCEDURE DIVISION USING STORE-CALL-PARMS.
000680*----------------------------------------------------------------
000690*    0000-MAINLINE - PROGRAM CONTROL
000700*----------------------------------------------------------------
000710 0000-MAINLINE.
000720     MOVE "23" TO SKP-RETURN-STATUS.
000730     MOVE SPACES TO SKP-NAME.
000740     MOVE SPACES TO SKP-STATE.
000750     MOVE SPACES TO SKP-WHSE-FLAG.
000760     MOVE SPACES TO SKP-OPEN-STATUS.
000770     PERFORM 1000-LOAD-STORE-TABLE THRU 1000-EXIT.
000780     IF WS-SM-ABSENT
000790         MOVE "35" TO SKP-RETURN-STATUS
000800         GOBACK
000810     END-IF.
000820     EVALUATE TRUE
000830         WHEN SKP-LOOK-UP-STORE
000840             PERFORM 2000-LOOK-UP-STORE THRU 2000-EXIT
000850         WHEN SKP-FIND-WAREHOUSE
000860             PERFORM 3000-FIND-WAREHOUSE THRU 3000-EXIT
000870         WHEN OTHER
000880             MOVE "12" TO SKP-RETURN-STATUS
000890     END-EVALUATE.
000900     GOBACK.
000910*----------------------------------------------------------------
000920*    1000-LOAD-STORE-TABLE - TABLE THE COGSSTRM STORES, ONCE
000930*----------------------------------------------------------------
000940 1000-LOAD-STORE-TABLE.
000950     IF WS-SM-LOADED
000960         GO TO 1000-EXIT
000970     END-IF.
000980     MOVE 'Y' TO WS-SM-LOADED-SW.
000990     INITIALIZE WS-STORE-TABLE.
001000     OPEN INPUT STORE-MASTER-FILE.
001010     IF WS-SMF-STATUS NOT = "00"
001020         MOVE 'Y' TO WS-SM-ABSENT-SW
001030         GO TO 1000-EXIT
001040     END-IF.
001050     PERFORM 1050-LOAD-ONE-STORE THRU 1050-EXIT
001060         UNTIL WS-SM-EOF.
001070     CLOSE STORE-MASTER-FILE.
001080 1000-EXIT.
001090     EXIT.
001100 1050-LOAD-ONE-STORE.
001110     READ STORE-MASTER-FILE NEXT RECORD
001120         AT END
001130             MOVE 'Y' TO WS-SM-EOF-SW
001140             GO TO 1050-EXIT
001150     END-READ.
001160     IF SM-STORE = ZERO
001170         GO TO 1050-EXIT
001180     END-IF.
001190     ADD 1 TO WS-SM-COUNT.
001200     MOVE 'Y'           TO WS-SM-ON-FILE-SW(SM-STORE).
001210     MOVE SM-NAME       TO WS-SM-NAME(SM-STORE).
001220     MOVE SM-STATE      TO WS-SM-STATE(SM-STORE).
001230     MOVE SM-WHSE-FLAG  TO WS-SM-WHSE-FLAG(SM-STORE).
001240     MOVE SM-OPEN-DATE  TO WS-SM-OPEN-DATE(SM-STORE).
001250     MOVE SM-CLOSE-DATE TO WS-SM-CLOSE-DATE(SM-STORE).
001260     IF SM-WAREHOUSE AND WS-WHSE-STORE = ZERO
001270         MOVE SM-STORE TO WS-WHSE-STORE
001280     END-IF.
001290 1050-EXIT.
001300     EXIT.
001310*----------------------------------------------------------------
001320*    2000-LOOK-UP-STORE - ONE STORE, OPEN OR CLOSED AS OF THE
001330*    CALLER'S DATE
001340*----------------------------------------------------------------
001350 2000-LOOK-UP-STORE.
001360     IF SKP-STORE = ZERO
001370         GO TO 2000-EXIT
001380     END-IF.
001390     IF NOT WS-SM-ON-FILE(SKP-STORE)
001400         GO TO 2000-EXIT
001410     END-IF.
001420     MOVE WS-SM-NAME(SKP-STORE)      TO SKP-NAME.
001430     MOVE WS-SM-STATE(SKP-STORE)     TO SKP-STATE.
001440     MOVE WS-SM-WHSE-FLAG(SKP-STORE) TO SKP-WHSE-FLAG.
001450     MOVE "O" TO SKP-OPEN-STATUS.
001460     IF SKP-AS-OF-DATE < WS-SM-OPEN-DATE(SKP-STORE)
001470         MOVE "N" TO SKP-OPEN-STATUS
001480     END-IF.
001490     IF WS-SM-CLOSE-DATE(SKP-STORE) NOT = ZERO
001500             AND SKP-AS-OF-DATE NOT < WS-SM-CLOSE-DATE(SKP-STORE)
001510         MOVE "C" TO SKP-OPEN-STATUS
001520     END-IF.
001530     MOVE "00" TO SKP-RETURN-STATUS.
001540 2000-EXIT.
001550     EXIT.
001560*----------------------------------------------------------------
001570*    3000-FIND-WAREHOUSE - THE STORE FLAGGED AS THE DOCK
001580*----------------------------------------------------------------
001590 3000-FIND-WAREHOUSE.
001600     IF WS-WHSE-STORE = ZERO
001610         GO TO 3000-EXIT
001620     END-IF.
001630     MOVE WS-WHSE-STORE TO SKP-STORE.
001640     PERFORM 2000-LOOK-UP-STORE THRU 2000-EXIT.
001650 3000-EXIT.
001660     EXIT.
