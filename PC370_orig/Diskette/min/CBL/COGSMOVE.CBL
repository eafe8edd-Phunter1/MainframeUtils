000220*   2026-08-23  DHH  FULL-CENTURY DATES - 54-BYTE AUDIT        *
000230*                    RECORD, CCYYMMDD PARAMETER, DEFAULT       *
000240*                    DATE FROM THE COGSDATE SERVICE            *
000243*   2026-10-05  DHH  AUDIT RECORD NOW 60 BYTES WITH THE        *
000246*                    OPERATOR ID                               *
000250****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000430 FILE SECTION.
000440 FD  AUDIT-FILE
000450     RECORDING MODE IS F
000460     RECORD CONTAINS 60 CHARACTERS
000470     BLOCK CONTAINS 0 RECORDS
000480     LABEL RECORDS ARE STANDARD.
000490 COPY COGSAUDR.
