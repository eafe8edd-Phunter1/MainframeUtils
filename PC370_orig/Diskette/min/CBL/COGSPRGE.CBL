000230*   2026-08-23  DHH  FULL-CENTURY DATES - 54/34-BYTE HISTORY   *
000240*                    RECORDS, CCYYMMDD CUTOFF VALIDATED        *
000250*                    THROUGH THE COGSDATE SERVICE              *
000255*   2026-10-05  DHH  COST CHANGE RECORDS NOW 40 BYTES          *
000256*   2026-10-05  DHH  AUDIT AND COST HISTORY RECORDS NOW 60     *
000257*                    AND 50 BYTES WITH THE OPERATOR IDS        *
000260****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000670     05  FILLER              PIC X(72).
000680 FD  AUDIT-FILE
000690     RECORDING MODE IS F
000700     RECORD CONTAINS 60 CHARACTERS
000710     BLOCK CONTAINS 0 RECORDS
000720     LABEL RECORDS ARE STANDARD.
000730 COPY COGSAUDR.
000740 FD  AUDIT-NEW-FILE
000750     RECORDING MODE IS F
000760     RECORD CONTAINS 60 CHARACTERS
000770     BLOCK CONTAINS 0 RECORDS
000780     LABEL RECORDS ARE STANDARD.
000790 01  AUDIT-NEW-RECORD            PIC X(60).
000800 FD  AUDIT-ARCH-FILE
000810     RECORDING MODE IS F
000820     RECORD CONTAINS 60 CHARACTERS
000830     BLOCK CONTAINS 0 RECORDS
000840     LABEL RECORDS ARE STANDARD.
000850 01  AUDIT-ARCH-RECORD           PIC X(60).
000860 FD  CHG-FILE
000870     RECORDING MODE IS F
000880     RECORD CONTAINS 50 CHARACTERS
000890     BLOCK CONTAINS 0 RECORDS
000900     LABEL RECORDS ARE STANDARD.
000910 COPY COGSCHGR.
000920 FD  CHG-NEW-FILE
000930     RECORDING MODE IS F
000940     RECORD CONTAINS 50 CHARACTERS
000950     BLOCK CONTAINS 0 RECORDS
000960     LABEL RECORDS ARE STANDARD.
000970 01  CHG-NEW-RECORD              PIC X(50).
000980 FD  CHG-ARCH-FILE
000990     RECORDING MODE IS F
001000     RECORD CONTAINS 50 CHARACTERS
001010     BLOCK CONTAINS 0 RECORDS
001020     LABEL RECORDS ARE STANDARD.
001030 01  CHG-ARCH-RECORD             PIC X(50).
001040 FD  PRINT-FILE
001050     RECORDING MODE IS F
001060     RECORD CONTAINS 132 CHARACTERS
