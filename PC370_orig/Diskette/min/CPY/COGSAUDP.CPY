      *                                                              *
      *    MODIFICATION HISTORY                                     *
      *    2012-05-14  DHH  INITIAL VERSION                          *
      *    2026-10-05  DHH  ACP-OPER-ID ADDED - SPACES UNLESS THE    *
      *                     CALLER IS POSTING AN OPERATOR'S CHANGE   *
      ****************************************************************
       01  AUDIT-CALL-PARMS.
           05  ACP-DESC            PIC X(10).
           05  ACP-OLD-VALUE       PIC 9(07).
           05  ACP-NEW-VALUE       PIC 9(07).
           05  ACP-JOB-ID          PIC X(08).
           05  ACP-OPER-ID         PIC X(05) VALUE SPACES.
           05  ACP-RETURN-STATUS   PIC X(02).
