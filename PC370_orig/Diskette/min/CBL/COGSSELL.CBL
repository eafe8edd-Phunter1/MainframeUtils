000200*                                                              *
000210*   MODIFICATION HISTORY                                      *
000220*   2026-08-23  DHH  INITIAL VERSION                           *
000221*   2026-10-05  DHH  SELL PRICE FIELDS WIDENED TO 99999.99     *
000222*   2026-10-05  DHH  EACH PRICE CHANGE CHECKED AGAINST THE     *
000223*                    KEYING OPERATOR'S PRC AUTHORITY           *
000224*                    (COGSAUTH); THE OPERATOR IS SHOWN ON THE  *
000225*                    EXCEPTIONS AND CARRIED ONTO THE PRICE     *
000226*                    HISTORY                                   *
000230****************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000420 FILE SECTION.
000430 FD  SELL-TRANS-FILE
000440     RECORDING MODE IS F
000450     RECORD CONTAINS 25 CHARACTERS
000460     BLOCK CONTAINS 0 RECORDS
000470     LABEL RECORDS ARE STANDARD.
000480 COPY COGSSPTX.
000630 77  WS-RECS-UNCHANGED           PIC 9(07) COMP VALUE ZERO.
000640 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
000650 77  WS-JOB-ID                   PIC X(08) VALUE "COGSSELL".
000660 77  WS-OLD-SELL                 PIC 9(05)V9(02) VALUE ZERO.
000670 01  WS-SWITCHES.
000680     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000690         88  WS-EOF                         VALUE 'Y'.
000740         VALUE "COGSWORTH SELL-PRICE CHANGE EXCEPTIONS".
000750 01  WS-HEADING-2.
000760     05  FILLER                  PIC X(14) VALUE "DESCRIPTION   ".
000767     05  FILLER                  PIC X(09) VALUE " NEW SELL".
000774     05  FILLER                  PIC X(09) VALUE "  OPER   ".
000781     05  FILLER                  PIC X(30) VALUE "REASON".
000790 01  WS-DETAIL-LINE.
000800     05  DL-DESC                 PIC X(14).
000806     05  DL-SELL                 PIC ZZ,ZZ9.99.
000812     05  FILLER                  PIC X(02) VALUE SPACES.
000818     05  DL-OPER                 PIC X(05).
000824     05  FILLER                  PIC X(02) VALUE SPACES.
000830     05  DL-REASON               PIC X(30).
000840 01  WS-SUMMARY-LINE.
000850     05  FILLER                  PIC X(25)
000860         VALUE "PRICE CHANGES REJECTED  =".
000870     05  SL-REJECTED             PIC ZZZ,ZZ9.
000880 COPY COGSPRCP.
000885 COPY COGSAUTP.
000890 PROCEDURE DIVISION.
000900*----------------------------------------------------------------
000910*    0000-MAINLINE - PROGRAM CONTROL
001320*----------------------------------------------------------------
001330 2000-PROCESS-RECORD.
001340     MOVE 'N' TO WS-REJECT-SW.
001347     PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT.
001354     IF NOT WS-REJECTED
001361         MOVE SP-DESC TO IDESC OF COGS-MASTER-RECORD
001368         READ COGS-MASTER-FILE
001375             INVALID KEY
001382                 MOVE 'Y' TO WS-REJECT-SW
001389                 MOVE "PRODUCT NOT ON MASTER FILE"
001396                     TO DL-REASON
001403         END-READ
001410     END-IF.
001420     IF WS-REJECTED
001430         MOVE SP-DESC            TO DL-DESC
001440         MOVE SP-NEW-SELL        TO DL-SELL
001445         MOVE SP-OPER-ID         TO DL-OPER
001450         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
001460         ADD 1 TO WS-RECS-REJECTED
001470     ELSE
001570     END-IF.
001580     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001590 2000-EXIT.
001591     EXIT.
001592*----------------------------------------------------------------
001593*    2050-CHECK-AUTHORITY - KEYING OPERATOR NEEDS PRC AUTHORITY
001594*----------------------------------------------------------------
001595 2050-CHECK-AUTHORITY.
001596     MOVE SP-OPER-ID TO AUP-OPER-ID.
001597     MOVE "PRC"      TO AUP-TRAN-TYPE.
001598     CALL "COGSAUTH" USING AUTH-CALL-PARMS.
001599     IF NOT AUP-AUTHORIZED
001600         MOVE 'Y' TO WS-REJECT-SW
001601         MOVE AUP-REASON TO DL-REASON
001602     END-IF.
001603 2050-EXIT.
001604     EXIT.
001610*----------------------------------------------------------------
001620*    2100-READ-TRANS - READ NEXT SELL-PRICE TRANSACTION
001630*----------------------------------------------------------------
001780     MOVE WS-OLD-SELL                 TO PRP-OLD-SELL.
001790     MOVE SP-NEW-SELL                 TO PRP-NEW-SELL.
001800     MOVE WS-JOB-ID                   TO PRP-JOB-ID.
001805     MOVE SP-OPER-ID                  TO PRP-OPER-ID.
001810     CALL "COGSPRC" USING PRICE-CHANGE-CALL-PARMS.
001820 2200-EXIT.
001830     EXIT.
