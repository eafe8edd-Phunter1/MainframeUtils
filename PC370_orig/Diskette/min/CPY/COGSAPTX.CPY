      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2026-08-23  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  AP-OPER-ID CARVED FROM THE FILLER - THE  *
      *                     SUPERVISOR MAKING THE DECISION           *
      ****************************************************************
       01  APPROVAL-TRANS-RECORD.
           05  AP-ACTION           PIC X(03).
               88  AP-ACTION-RELEASE          VALUE "REL".
               88  AP-ACTION-REJECT           VALUE "REJ".
           05  AP-DESC             PIC X(10).
           05  AP-OPER-ID          PIC X(05).
           05  FILLER              PIC X(02).
