000280*                    COGSAUD CALLS IN 2800 OPEN THE SAME       *
000290*                    COGSAUD1 EXTEND, AND TWO CONCURRENT       *
000300*                    OPENS ON ONE DATASET IS ASKING FOR IT     *
000303*   2026-10-05  DHH  AUDIT RECORD NOW 60 BYTES WITH THE        *
000306*                    OPERATOR ID                               *
000310****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000630     05  FILLER              PIC X(64).
000640 FD  AUDIT-FILE
000650     RECORDING MODE IS F
000660     RECORD CONTAINS 60 CHARACTERS
000670     BLOCK CONTAINS 0 RECORDS
000680     LABEL RECORDS ARE STANDARD.
000690 COPY COGSAUDR.
