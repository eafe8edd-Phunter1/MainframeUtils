000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSAUTH.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSAUTH IS THE SHARED OPERATOR AUTHORITY SERVICE, CALLED  *
000090*   THE SAME WAY COGSXLAT AND COGSAUD ARE.  THE CALLER PASSES  *
000100*   THE OPERATOR ID KEYED ON A TRANSACTION AND THE TRANSACTION *
000110*   TYPE (MNT, PRC, CST OR APR) AND GETS BACK WHETHER THAT     *
000120*   OPERATOR MAY KEY IT, FROM THE COGSOPAU AUTHORITY FILE.     *
000130*   STATUS 00 IS AUTHORIZED; 04 IS ON FILE BUT NOT             *
000140*   AUTHORIZED FOR THE TYPE; 08 IS A BLANK, UNKNOWN OR         *
000150*   REVOKED OPERATOR; 12 IS AN AUTHORITY FILE THAT CANNOT BE   *
000160*   OPENED - WHICH REFUSES EVERYTHING, SO A MISSING FILE       *
000170*   NEVER OPENS THE DOOR.  AUP-REASON CARRIES THE EXCEPTION    *
000180*   TEXT FOR THE CALLER'S REPORT.                              *
000190*                                                              *
000200*   MODIFICATION HISTORY                                      *
000210*   2026-10-05  DHH  INITIAL VERSION                           *
000213*   2026-10-05  DHH  OTB AUTHORITY TYPE ANSWERED FROM          *
000216*                    OA-AUTH-OTB                               *
000218*   2026-10-05  DHH  REASON TEXT SHORTENED TO FIT AUP-REASON   *
000220****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.  IBM-370.
000260 OBJECT-COMPUTER.  IBM-370.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT OPER-AUTH-FILE ASSIGN TO COGSOPAU
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS OA-OPER-ID
000330         FILE STATUS IS WS-OPA-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  OPER-AUTH-FILE
000370     RECORDING MODE IS F
000380     RECORD CONTAINS 80 CHARACTERS
000390     LABEL RECORDS ARE STANDARD.
000400 COPY COGSOPAR.
000410 WORKING-STORAGE SECTION.
000420 77  WS-OPA-STATUS               PIC X(02) VALUE SPACES.
000430 77  WS-AUTH-FLAG                PIC X(01) VALUE 'N'.
000440 LINKAGE SECTION.
000450 COPY COGSAUTP.
000460 PROCEDURE DIVISION USING AUTH-CALL-PARMS.
000470*----------------------------------------------------------------
000480*    0000-MAINLINE - PROGRAM CONTROL
000490*----------------------------------------------------------------
000500 0000-MAINLINE.
000510     MOVE "08" TO AUP-RETURN-STATUS.
000520     MOVE "NO OPERATOR ID ON TRANSACTION" TO AUP-REASON.
000530     IF AUP-OPER-ID = SPACES
000540         GOBACK
000550     END-IF.
000560     PERFORM 1000-CHECK-AUTHORITY THRU 1000-EXIT.
000570     GOBACK.
000580*----------------------------------------------------------------
000590*    1000-CHECK-AUTHORITY - ONE KEYED READ OF COGSOPAU
000600*----------------------------------------------------------------
000610 1000-CHECK-AUTHORITY.
000620     OPEN INPUT OPER-AUTH-FILE.
000630     IF WS-OPA-STATUS NOT = "00"
000640         MOVE "12" TO AUP-RETURN-STATUS
000650         MOVE "OPERATOR AUTHORITY FILE ABSENT" TO AUP-REASON
000660         GO TO 1000-EXIT
000670     END-IF.
000680     MOVE AUP-OPER-ID TO OA-OPER-ID.
000690     READ OPER-AUTH-FILE
000700         INVALID KEY
000710             MOVE "OPERATOR NOT ON AUTHORITY FILE"
000720                 TO AUP-REASON
000730             CLOSE OPER-AUTH-FILE
000740             GO TO 1000-EXIT
000750     END-READ.
000760     CLOSE OPER-AUTH-FILE.
000770     IF NOT OA-ACTIVE
000780         MOVE "OPERATOR AUTHORITY REVOKED" TO AUP-REASON
000790         GO TO 1000-EXIT
000800     END-IF.
000810     EVALUATE TRUE
000820         WHEN AUP-TYPE-MNT
000830             MOVE OA-AUTH-MNT TO WS-AUTH-FLAG
000840         WHEN AUP-TYPE-PRC
000850             MOVE OA-AUTH-PRC TO WS-AUTH-FLAG
000860         WHEN AUP-TYPE-CST
000870             MOVE OA-AUTH-CST TO WS-AUTH-FLAG
000880         WHEN AUP-TYPE-APR
000890             MOVE OA-AUTH-APR TO WS-AUTH-FLAG
000893         WHEN AUP-TYPE-OTB
000896             MOVE OA-AUTH-OTB TO WS-AUTH-FLAG
000900         WHEN OTHER
000910             MOVE 'N' TO WS-AUTH-FLAG
000920     END-EVALUATE.
000930     IF WS-AUTH-FLAG = 'Y'
000940         MOVE "00" TO AUP-RETURN-STATUS
000950         MOVE SPACES TO AUP-REASON
000960     ELSE
000970         MOVE "04" TO AUP-RETURN-STATUS
000980         STRING "OPERATOR NOT AUTHORIZED - "
000990                DELIMITED BY SIZE
001000                AUP-TRAN-TYPE DELIMITED BY SIZE
001010             INTO AUP-REASON
001020     END-IF.
001030 1000-EXIT.
001040     EXIT.
