000162*   2026-08-23  DHH  SUSPENSE RECORD MOVED TO COGSSUSR.CPY SO  *
000164*                    COGSCORR READS THE SAME LAYOUT; NEW       *
000166*                    SU-AGE-COUNT STARTS AT ZERO               *
000167*   2026-10-05  DHH  WIDENED BASE RECORD - COGSIN IS NOW 75    *
000168*                    BYTES, EXPECTED QOH AND DIFFERENCE S9(08) *
000170****************************************************************
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000340 FILE SECTION.
000350 FD  COGS-INPUT-FILE
000360     RECORDING MODE IS F
000370     RECORD CONTAINS 75 CHARACTERS
000375     BLOCK CONTAINS 0 RECORDS
000380     LABEL RECORDS ARE STANDARD.
000390 COPY COGSREC.
000560 77  WS-IN-STATUS                PIC X(02) VALUE SPACES.
000570 77  WS-SUS-STATUS               PIC X(02) VALUE SPACES.
000580 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000590 77  WS-EXPECTED-QOH             PIC S9(08) VALUE ZERO.
000600 77  WS-DIFFERENCE               PIC S9(08) VALUE ZERO.
000610 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000620 77  WS-RECS-EXCEPTION           PIC 9(07) COMP VALUE ZERO.
000630 01  WS-SWITCHES.
000680         VALUE "COGSWORTH INVENTORY RECONCILIATION REPORT".
000690 01  WS-HEADING-2.
000700     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
000710     05  FILLER                  PIC X(09) VALUE "  ON-HAND".
000720     05  FILLER                  PIC X(12) VALUE "    EXPECTED".
000730     05  FILLER                  PIC X(12) VALUE "  DIFFERENCE".
000740 01  WS-EXCEPTION-LINE.
000750     05  EL-DESC                 PIC X(14).
000760     05  EL-QOH                  PIC -(8)9.
000770     05  FILLER                  PIC X(03) VALUE SPACES.
000780     05  EL-EXPECTED             PIC -(8)9.
000790     05  FILLER                  PIC X(03) VALUE SPACES.
000800     05  EL-DIFFERENCE           PIC -(8)9.
000810 01  WS-SUMMARY-LINE.
000820     05  FILLER                  PIC X(22)
000830         VALUE "RECORDS READ         =".
