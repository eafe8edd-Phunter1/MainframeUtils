000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSOTBM.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSOTBM MAINTAINS THE OPEN-TO-BUY PLAN FILE (COGSOTBP)    *
000090*   FROM KEYED ADD/CHG/DEL TRANSACTIONS, THE SAME PATTERN      *
000100*   COGSDMNT USES FOR THE DEPARTMENT FILE.  EACH PLAN IS ONE   *
000110*   DEPARTMENT'S PLANNED PURCHASES AT COST FOR ONE CCYYMM      *
000120*   MONTH.  THE KEYING OPERATOR MUST HOLD OTB AUTHORITY        *
000130*   (COGSAUTH), AN ADD MUST NAME A DEPARTMENT ON COGSDEPT,     *
000140*   AND EVERY PLAN WRITTEN IS STAMPED WITH THE BUSINESS DATE   *
000150*   AND THE OPERATOR.  COGSOPST HOLDS ORDERS AGAINST THE       *
000160*   PLANS AND COGSOTBW REPORTS ON THEM.  ANYTHING REFUSED IS   *
000170*   LISTED ON THE EXCEPTION REPORT.                            *
000180*                                                              *
000190*   MODIFICATION HISTORY                                      *
000200*   2026-10-05  DHH  INITIAL VERSION                           *
000205*   2026-10-05  DHH  REASON TEXTS SHORTENED TO FIT DL-REASON   *
000210****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.  IBM-370.
000250 OBJECT-COMPUTER.  IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PLAN-TRANS-FILE ASSIGN TO COGSOTBI
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS WS-TRN-STATUS.
000310     SELECT OTB-PLAN-FILE ASSIGN TO COGSOTBP
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS OB-KEY
000350         FILE STATUS IS WS-OTB-STATUS.
000360     SELECT DEPARTMENT-FILE ASSIGN TO COGSDEPT
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS DP-CODE
000400         FILE STATUS IS WS-DPT-STATUS.
000410     SELECT PRINT-FILE ASSIGN TO COGSOTM1
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-PRT-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  PLAN-TRANS-FILE
000470     RECORDING MODE IS F
000480     RECORD CONTAINS 40 CHARACTERS
000490     BLOCK CONTAINS 0 RECORDS
000500     LABEL RECORDS ARE STANDARD.
000510 COPY COGSOTTX.
000520 FD  OTB-PLAN-FILE
000530     RECORDING MODE IS F
000540     RECORD CONTAINS 40 CHARACTERS
000550     LABEL RECORDS ARE STANDARD.
000560 COPY COGSOTBR.
000570 FD  DEPARTMENT-FILE
000580     RECORDING MODE IS F
000590     RECORD CONTAINS 40 CHARACTERS
000600     LABEL RECORDS ARE STANDARD.
000610 COPY COGSDPTR.
000620 FD  PRINT-FILE
000630     RECORDING MODE IS F
000640     RECORD CONTAINS 132 CHARACTERS
000650     LABEL RECORDS ARE STANDARD.
000660 01  PRINT-RECORD                PIC X(132).
000670 WORKING-STORAGE SECTION.
000680 77  WS-TRN-STATUS               PIC X(02) VALUE SPACES.
000690 77  WS-OTB-STATUS               PIC X(02) VALUE SPACES.
000700 77  WS-DPT-STATUS               PIC X(02) VALUE SPACES.
000710 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000720 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000730 77  WS-RECS-ADDED               PIC 9(07) COMP VALUE ZERO.
000740 77  WS-RECS-CHANGED             PIC 9(07) COMP VALUE ZERO.
000750 77  WS-RECS-DELETED             PIC 9(07) COMP VALUE ZERO.
000760 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
000770 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000780 77  WS-TRN-MM                   PIC 9(02) VALUE ZERO.
000785 77  WS-TRN-CCYY                 PIC 9(04) VALUE ZERO.
000790 COPY COGSDATP.
000800 01  WS-SWITCHES.
000810     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000820         88  WS-EOF                         VALUE 'Y'.
000830     05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
000840         88  WS-REJECTED                    VALUE 'Y'.
000850     05  WS-ON-FILE-SW           PIC X(01) VALUE 'N'.
000860         88  WS-ON-FILE                     VALUE 'Y'.
000870 01  WS-HEADING-1.
000880     05  FILLER                  PIC X(44)
000890         VALUE "COGSWORTH OPEN-TO-BUY PLAN MAINT EXCEPTIONS".
000900 01  WS-HEADING-2.
000910     05  FILLER                  PIC X(07) VALUE "ACTION ".
000920     05  FILLER                  PIC X(06) VALUE "DEPT  ".
000930     05  FILLER                  PIC X(08) VALUE "MONTH   ".
000940     05  FILLER                  PIC X(17) VALUE "PLAN AS KEYED".
000950     05  FILLER                  PIC X(07) VALUE "OPER   ".
000960     05  FILLER                  PIC X(30) VALUE "REASON".
000970 01  WS-DETAIL-LINE.
000980     05  DL-ACTION               PIC X(03).
000990     05  FILLER                  PIC X(04) VALUE SPACES.
001000     05  DL-DEPT                 PIC X(06).
001010     05  DL-MONTH                PIC X(08).
001020     05  DL-PLAN                 PIC X(17).
001030     05  DL-OPER                 PIC X(07).
001040     05  DL-REASON               PIC X(30).
001050 01  WS-SUMMARY-LINE.
001060     05  FILLER                  PIC X(25)
001070         VALUE "OTB PLAN MAINT REJECTED =".
001080     05  SL-REJECTED             PIC ZZZ,ZZ9.
001090 COPY COGSAUTP.
001100 PROCEDURE DIVISION.
001110*----------------------------------------------------------------
001120*    0000-MAINLINE - PROGRAM CONTROL
001130*----------------------------------------------------------------
001140 0000-MAINLINE.
001150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001160     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001170         UNTIL WS-EOF.
001180     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001190     STOP RUN.
001200*----------------------------------------------------------------
001210*    1000-INITIALIZE - OPEN FILES, PICK UP THE BUSINESS DATE,
001220*    PRINT HEADINGS
001230*----------------------------------------------------------------
001240 1000-INITIALIZE.
001250     DISPLAY "COGSOTBM STARTING - OPEN-TO-BUY PLAN MAINTENANCE".
001260     MOVE "BUSD" TO CDP-FUNCTION.
001270     CALL "COGSDATE" USING DATE-CALL-PARMS.
001280     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001290     OPEN INPUT PLAN-TRANS-FILE.
001300     IF WS-TRN-STATUS NOT = "00"
001310         DISPLAY "COGSOTBM - UNABLE TO OPEN COGSOTBI, STATUS = "
001320                 WS-TRN-STATUS
001330         MOVE 16 TO RETURN-CODE
001340         STOP RUN
001350     END-IF.
001360     OPEN I-O OTB-PLAN-FILE.
001370     IF WS-OTB-STATUS = "35"
001380         OPEN OUTPUT OTB-PLAN-FILE
001390         CLOSE OTB-PLAN-FILE
001400         OPEN I-O OTB-PLAN-FILE
001410     END-IF.
001420     IF WS-OTB-STATUS NOT = "00"
001430         DISPLAY "COGSOTBM - UNABLE TO OPEN COGSOTBP, STATUS = "
001440                 WS-OTB-STATUS
001450         MOVE 16 TO RETURN-CODE
001460         STOP RUN
001470     END-IF.
001480     OPEN INPUT DEPARTMENT-FILE.
001490     IF WS-DPT-STATUS NOT = "00"
001500         DISPLAY "COGSOTBM - UNABLE TO OPEN COGSDEPT, STATUS = "
001510                 WS-DPT-STATUS
001520         MOVE 16 TO RETURN-CODE
001530         STOP RUN
001540     END-IF.
001550     OPEN OUTPUT PRINT-FILE.
001560     IF WS-PRT-STATUS NOT = "00"
001570         DISPLAY "COGSOTBM - UNABLE TO OPEN COGSOTM1, STATUS = "
001580                 WS-PRT-STATUS
001590         MOVE 16 TO RETURN-CODE
001600         STOP RUN
001610     END-IF.
001620     WRITE PRINT-RECORD FROM WS-HEADING-1.
001630     WRITE PRINT-RECORD FROM WS-HEADING-2.
001640     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001650 1000-EXIT.
001660     EXIT.
001670*----------------------------------------------------------------
001680*    2000-PROCESS-RECORD - APPLY ONE PLAN TRANSACTION
001690*----------------------------------------------------------------
001700 2000-PROCESS-RECORD.
001710     MOVE 'N' TO WS-REJECT-SW.
001720     PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT.
001730     IF NOT WS-REJECTED
001740         PERFORM 2120-EDIT-KEY THRU 2120-EXIT
001750     END-IF.
001760     IF NOT WS-REJECTED
001770         PERFORM 2150-READ-PLAN THRU 2150-EXIT
001780         EVALUATE TRUE
001790             WHEN OX-ACTION-ADD
001800                 PERFORM 2300-APPLY-ADD THRU 2300-EXIT
001810             WHEN OX-ACTION-CHANGE
001820                 PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
001830             WHEN OX-ACTION-DELETE
001840                 PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
001850             WHEN OTHER
001860                 MOVE 'Y' TO WS-REJECT-SW
001870                 MOVE "INVALID ACTION CODE" TO DL-REASON
001880         END-EVALUATE
001890     END-IF.
001900     IF WS-REJECTED
001910         MOVE OX-ACTION          TO DL-ACTION
001920         MOVE OX-DEPT            TO DL-DEPT
001930         MOVE OX-MONTH-X         TO DL-MONTH
001940         MOVE OX-PLAN-X          TO DL-PLAN
001950         MOVE OX-OPER-ID         TO DL-OPER
001960         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
001970         ADD 1 TO WS-RECS-REJECTED
001980     END-IF.
001990     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002000 2000-EXIT.
002010     EXIT.
002020*----------------------------------------------------------------
002030*    2050-CHECK-AUTHORITY - KEYING OPERATOR NEEDS OTB
002040*    AUTHORITY
002050*----------------------------------------------------------------
002060 2050-CHECK-AUTHORITY.
002070     MOVE OX-OPER-ID TO AUP-OPER-ID.
002080     MOVE "OTB"      TO AUP-TRAN-TYPE.
002090     CALL "COGSAUTH" USING AUTH-CALL-PARMS.
002100     IF NOT AUP-AUTHORIZED
002110         MOVE 'Y' TO WS-REJECT-SW
002120         MOVE AUP-REASON TO DL-REASON
002130     END-IF.
002140 2050-EXIT.
002150     EXIT.
002160*----------------------------------------------------------------
002170*    2100-READ-TRANS - READ NEXT PLAN TRANSACTION
002180*----------------------------------------------------------------
002190 2100-READ-TRANS.
002200     READ PLAN-TRANS-FILE
002210         AT END
002220             MOVE 'Y' TO WS-EOF-SW
002230             GO TO 2100-EXIT
002240     END-READ.
002250     ADD 1 TO WS-RECS-READ.
002260 2100-EXIT.
002270     EXIT.
002280*----------------------------------------------------------------
002290*    2120-EDIT-KEY - DEPARTMENT GIVEN, MONTH A REAL CCYYMM
002300*----------------------------------------------------------------
002310 2120-EDIT-KEY.
002320     IF OX-DEPT = SPACES
002330         MOVE 'Y' TO WS-REJECT-SW
002340         MOVE "NO DEPARTMENT CODE" TO DL-REASON
002350         GO TO 2120-EXIT
002360     END-IF.
002370     IF OX-MONTH NOT NUMERIC
002380         MOVE 'Y' TO WS-REJECT-SW
002390         MOVE "MONTH NOT NUMERIC CCYYMM" TO DL-REASON
002400         GO TO 2120-EXIT
002410     END-IF.
002420     DIVIDE OX-MONTH BY 100 GIVING WS-TRN-CCYY
002430         REMAINDER WS-TRN-MM.
002440     IF WS-TRN-MM < 1 OR WS-TRN-MM > 12
002450         MOVE 'Y' TO WS-REJECT-SW
002460         MOVE "MONTH NOT 01 THRU 12" TO DL-REASON
002470     END-IF.
002480 2120-EXIT.
002490     EXIT.
002500*----------------------------------------------------------------
002510*    2150-READ-PLAN - IS THE DEPARTMENT/MONTH ALREADY ON FILE
002520*----------------------------------------------------------------
002530 2150-READ-PLAN.
002540     MOVE 'Y' TO WS-ON-FILE-SW.
002550     MOVE OX-DEPT  TO OB-DEPT.
002560     MOVE OX-MONTH TO OB-MONTH.
002570     READ OTB-PLAN-FILE
002580         INVALID KEY
002590             MOVE 'N' TO WS-ON-FILE-SW
002600     END-READ.
002610 2150-EXIT.
002620     EXIT.
002630*----------------------------------------------------------------
002640*    2300-APPLY-ADD - SET UP A NEW DEPARTMENT/MONTH PLAN
002650*----------------------------------------------------------------
002660 2300-APPLY-ADD.
002670     IF WS-ON-FILE
002680         MOVE 'Y' TO WS-REJECT-SW
002690         MOVE "DUPLICATE ADD - ALREADY EXISTS" TO DL-REASON
002700         GO TO 2300-EXIT
002710     END-IF.
002720     IF OX-PLAN NOT NUMERIC
002730         MOVE 'Y' TO WS-REJECT-SW
002740         MOVE "PLAN AMOUNT NOT NUMERIC" TO DL-REASON
002750         GO TO 2300-EXIT
002760     END-IF.
002770     MOVE OX-DEPT TO DP-CODE.
002780     READ DEPARTMENT-FILE
002790         INVALID KEY
002800             MOVE 'Y' TO WS-REJECT-SW
002810             MOVE "DEPARTMENT NOT ON COGSDEPT" TO DL-REASON
002820             GO TO 2300-EXIT
002830     END-READ.
002840     INITIALIZE OTB-PLAN-RECORD.
002850     MOVE OX-DEPT     TO OB-DEPT.
002860     MOVE OX-MONTH    TO OB-MONTH.
002870     MOVE OX-PLAN     TO OB-PLAN.
002880     MOVE WS-BUS-DATE TO OB-DATE-CHANGED.
002890     MOVE OX-OPER-ID  TO OB-CHANGED-BY.
002900     WRITE OTB-PLAN-RECORD.
002910     IF WS-OTB-STATUS NOT = "00" AND WS-OTB-STATUS NOT = "02"
002920         MOVE 'Y' TO WS-REJECT-SW
002930         MOVE "PLAN WRITE FAILED" TO DL-REASON
002940         GO TO 2300-EXIT
002950     END-IF.
002960     ADD 1 TO WS-RECS-ADDED.
002970 2300-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------
003000*    2400-APPLY-CHANGE - REPLACE THE PLANNED AMOUNT
003010*----------------------------------------------------------------
003020 2400-APPLY-CHANGE.
003030     IF NOT WS-ON-FILE
003040         MOVE 'Y' TO WS-REJECT-SW
003050         MOVE "CHANGE - PLAN NOT ON FILE" TO DL-REASON
003060         GO TO 2400-EXIT
003070     END-IF.
003080     IF OX-PLAN NOT NUMERIC
003090         MOVE 'Y' TO WS-REJECT-SW
003100         MOVE "PLAN AMOUNT NOT NUMERIC" TO DL-REASON
003110         GO TO 2400-EXIT
003120     END-IF.
003130     MOVE OX-PLAN     TO OB-PLAN.
003140     MOVE WS-BUS-DATE TO OB-DATE-CHANGED.
003150     MOVE OX-OPER-ID  TO OB-CHANGED-BY.
003160     REWRITE OTB-PLAN-RECORD.
003170     ADD 1 TO WS-RECS-CHANGED.
003180 2400-EXIT.
003190     EXIT.
003200*----------------------------------------------------------------
003210*    2500-APPLY-DELETE - REMOVE A PLAN FROM THE FILE
003220*----------------------------------------------------------------
003230 2500-APPLY-DELETE.
003240     IF NOT WS-ON-FILE
003250         MOVE 'Y' TO WS-REJECT-SW
003260         MOVE "DELETE - PLAN NOT ON FILE" TO DL-REASON
003270         GO TO 2500-EXIT
003280     END-IF.
003290     DELETE OTB-PLAN-FILE.
003300     IF WS-OTB-STATUS NOT = "00"
003310         MOVE 'Y' TO WS-REJECT-SW
003320         MOVE "PLAN DELETE FAILED" TO DL-REASON
003330         GO TO 2500-EXIT
003340     END-IF.
003350     ADD 1 TO WS-RECS-DELETED.
003360 2500-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------
003390*    3000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
003400*----------------------------------------------------------------
003410 3000-TERMINATE.
003420     CLOSE PLAN-TRANS-FILE.
003430     CLOSE OTB-PLAN-FILE.
003440     CLOSE DEPARTMENT-FILE.
003450     MOVE WS-RECS-REJECTED TO SL-REJECTED.
003460     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
003470     CLOSE PRINT-FILE.
003480     DISPLAY "COGSOTBM - RECORDS READ  = " WS-RECS-READ.
003490     DISPLAY "COGSOTBM - PLANS ADDED   = " WS-RECS-ADDED.
003500     DISPLAY "COGSOTBM - PLANS CHANGED = " WS-RECS-CHANGED.
003510     DISPLAY "COGSOTBM - PLANS DELETED = " WS-RECS-DELETED.
003520     DISPLAY "COGSOTBM - REJECTED      = " WS-RECS-REJECTED.
003530 3000-EXIT.
003540     EXIT.
