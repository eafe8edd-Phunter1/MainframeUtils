000210*                                                              *
000220*   MODIFICATION HISTORY                                      *
000230*   2026-09-02  DHH  INITIAL VERSION                           *
000233*   2026-10-05  DHH  AUDIT RECORD NOW 60 BYTES WITH THE        *
000236*                    OPERATOR ID                               *
000240****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000680 COPY COGSCTLR.
000690 FD  AUDIT-FILE
000700     RECORDING MODE IS F
000710     RECORD CONTAINS 60 CHARACTERS
000720     BLOCK CONTAINS 0 RECORDS
000730     LABEL RECORDS ARE STANDARD.
000740 COPY COGSAUDR.
