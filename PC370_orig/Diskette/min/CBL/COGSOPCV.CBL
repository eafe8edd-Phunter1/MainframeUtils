000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSOPCV.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000077*   COGSOPCV IS THE ONE-TIME CONVERSION OF THE AUDIT TRAIL     *
000084*   TO THE LAYOUT THAT CARRIES THE OPERATOR ID.  THE LIVE      *
000091*   COGSAUD1 DATASET HOLDS 54-BYTE RECORDS; EVERY PROGRAM NOW  *
000098*   DECLARES THE 60-BYTE LAYOUT, SO THIS PROGRAM MUST RUN ONCE *
000105*   (SEE COGSOPCV.JCL), AFTER COGSWIDE AND BEFORE THE FIRST    *
000112*   CYCLE ON THE NEW RELEASE.  THE COST AND PRICE HISTORIES    *
000119*   ARE NOT TOUCHED HERE - COGSWIDE TAKES THEM STRAIGHT FROM   *
000126*   34 TO 50 BYTES WITH THE OPERATOR FIELDS AS SPACES.         *
000140*   EVERY FIELD KEEPS ITS POSITION - EACH OLD RECORD IS        *
000150*   COPIED INTO THE FRONT OF THE NEW ONE AND AUD-OPER-ID IS    *
000160*   LEFT AS SPACES, SINCE NOBODY RECORDED WHO KEYED THE OLD    *
000170*   CHANGES.  THE NEW RECORDS GO TO COGSAUDC, WHICH THE JCL    *
000180*   CATALOGS OVER THE LIVE NAME.  IN/OUT RECORD COUNTS ARE     *
000190*   CROSS-FOOTED AND THE RUN ENDS RC=8 IF THEY DO NOT PROVE.   *
000210*                                                              *
000220*   MODIFICATION HISTORY                                      *
000230*   2026-10-05  DHH  INITIAL VERSION                           *
000233*   2026-10-05  DHH  COST AND PRICE HISTORIES DROPPED -        *
000236*                    COGSWIDE ALREADY TAKES THEM TO 50 BYTES   *
000240****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.  IBM-370.
000280 OBJECT-COMPUTER.  IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OLD-AUDIT-FILE ASSIGN TO COGSAUD1
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-AUD-STATUS.
000340     SELECT NEW-AUDIT-FILE ASSIGN TO COGSAUDC
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-AUC-STATUS.
000490     SELECT PRINT-FILE ASSIGN TO COGSOPC1
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-PRT-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  OLD-AUDIT-FILE
000550     RECORDING MODE IS F
000560     RECORD CONTAINS 54 CHARACTERS
000570     BLOCK CONTAINS 0 RECORDS
000580     LABEL RECORDS ARE STANDARD.
000590 01  OLD-AUDIT-RECORD            PIC X(54).
000600 FD  NEW-AUDIT-FILE
000610     RECORDING MODE IS F
000620     RECORD CONTAINS 60 CHARACTERS
000630     BLOCK CONTAINS 0 RECORDS
000640     LABEL RECORDS ARE STANDARD.
000650 COPY COGSAUDR.
000900 FD  PRINT-FILE
000910     RECORDING MODE IS F
000920     RECORD CONTAINS 132 CHARACTERS
000930     LABEL RECORDS ARE STANDARD.
000940 01  PRINT-RECORD                PIC X(132).
000950 WORKING-STORAGE SECTION.
000960 77  WS-AUD-STATUS               PIC X(02) VALUE SPACES.
000970 77  WS-AUC-STATUS               PIC X(02) VALUE SPACES.
001020 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
001030 77  WS-AUD-READ                 PIC 9(07) COMP VALUE ZERO.
001040 77  WS-AUD-WRITTEN              PIC 9(07) COMP VALUE ZERO.
001090 01  WS-SWITCHES.
001100     05  WS-AUD-EOF-SW           PIC X(01) VALUE 'N'.
001110         88  WS-AUD-EOF                     VALUE 'Y'.
001160 01  WS-HEADING-1.
001170     05  FILLER                  PIC X(48) VALUE
001180         "COGSWORTH HISTORY OPERATOR CONVERSION (ONE-TIME)".
001190 01  WS-COUNT-LINE.
001200     05  CL-FILE                 PIC X(10).
001210     05  FILLER                  PIC X(08) VALUE " READ = ".
001220     05  CL-READ                 PIC ZZZ,ZZ9.
001230     05  FILLER                  PIC X(11) VALUE " WRITTEN = ".
001240     05  CL-WRITTEN              PIC ZZZ,ZZ9.
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  CL-PROVED               PIC X(12).
001270 PROCEDURE DIVISION.
001280*----------------------------------------------------------------
001290*    0000-MAINLINE - PROGRAM CONTROL
001300*----------------------------------------------------------------
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001330     PERFORM 2000-CONVERT-ONE-AUDIT THRU 2000-EXIT
001340         UNTIL WS-AUD-EOF.
001390     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001400     STOP RUN.
001410*----------------------------------------------------------------
001420*    1000-INITIALIZE - OPEN FILES, PRINT HEADINGS
001430*----------------------------------------------------------------
001440 1000-INITIALIZE.
001450     DISPLAY "COGSOPCV STARTING - HISTORY OPERATOR CONVERSION".
001460     OPEN INPUT OLD-AUDIT-FILE.
001470     IF WS-AUD-STATUS NOT = "00"
001480         DISPLAY "COGSOPCV - UNABLE TO OPEN COGSAUD1, STATUS = "
001490                 WS-AUD-STATUS
001500         MOVE 16 TO RETURN-CODE
001510         STOP RUN
001520     END-IF.
001670     OPEN OUTPUT NEW-AUDIT-FILE.
001700     IF WS-AUC-STATUS NOT = "00"
001720         DISPLAY "COGSOPCV - UNABLE TO OPEN COGSAUDC, STATUS = "
001730                 WS-AUC-STATUS
001750         MOVE 16 TO RETURN-CODE
001760         STOP RUN
001770     END-IF.
001780     OPEN OUTPUT PRINT-FILE.
001790     IF WS-PRT-STATUS NOT = "00"
001800         DISPLAY "COGSOPCV - UNABLE TO OPEN COGSOPC1, STATUS = "
001810                 WS-PRT-STATUS
001820         MOVE 16 TO RETURN-CODE
001830         STOP RUN
001840     END-IF.
001850     WRITE PRINT-RECORD FROM WS-HEADING-1.
001860     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
001890 1000-EXIT.
001900     EXIT.
001910*----------------------------------------------------------------
001920*    2000-CONVERT-ONE-AUDIT - OLD 54-BYTE ROW TO NEW 60-BYTE
001930*----------------------------------------------------------------
001940 2000-CONVERT-ONE-AUDIT.
001950     MOVE OLD-AUDIT-RECORD TO AUDIT-RECORD.
001960     MOVE SPACES           TO AUD-OPER-ID.
001970     WRITE AUDIT-RECORD.
001980     ADD 1 TO WS-AUD-WRITTEN.
001990     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
002000 2000-EXIT.
002010     EXIT.
002020 2100-READ-AUDIT.
002030     READ OLD-AUDIT-FILE
002040         AT END
002050             MOVE 'Y' TO WS-AUD-EOF-SW
002060             GO TO 2100-EXIT
002070     END-READ.
002080     ADD 1 TO WS-AUD-READ.
002090 2100-EXIT.
002100     EXIT.
002510*----------------------------------------------------------------
002520*    3000-TERMINATE - PROVE THE COUNTS AND CLOSE FILES
002530*----------------------------------------------------------------
002540 3000-TERMINATE.
002550     MOVE "COGSAUD1"     TO CL-FILE.
002560     MOVE WS-AUD-READ    TO CL-READ.
002570     MOVE WS-AUD-WRITTEN TO CL-WRITTEN.
002580     IF WS-AUD-READ = WS-AUD-WRITTEN
002590         MOVE "PROVED"      TO CL-PROVED
002600     ELSE
002610         MOVE "** SHORT **" TO CL-PROVED
002620         MOVE 8 TO RETURN-CODE
002630     END-IF.
002640     WRITE PRINT-RECORD FROM WS-COUNT-LINE.
002850     CLOSE OLD-AUDIT-FILE.
002860     CLOSE NEW-AUDIT-FILE.
002910     CLOSE PRINT-FILE.
002920     DISPLAY "COGSOPCV - AUDIT READ/WRITTEN  = "
002930             WS-AUD-READ " " WS-AUD-WRITTEN.
002980 3000-EXIT.
002990     EXIT.
