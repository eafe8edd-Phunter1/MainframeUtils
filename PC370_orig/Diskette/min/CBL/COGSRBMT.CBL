000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSRBMT.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSRBMT MAINTAINS THE VENDOR REBATE AGREEMENT FILE        *
000090*   (COGSRBAG) FROM KEYED ADD/CHG/DEL TRANSACTIONS, THE SAME   *
000100*   PATTERN COGSOTBM USES FOR THE OPEN-TO-BUY PLANS.  AN       *
000110*   AGREEMENT IS ONE VENDOR'S VOLUME REBATE OR ALLOWANCE       *
000120*   PROGRAM - SCOPE, BASIS, PROGRAM YEAR AND UP TO THREE       *
000130*   TIERS (SEE COGSRBAR.CPY).  THE KEYING OPERATOR MUST HOLD   *
000140*   CST AUTHORITY (COGSAUTH).  THE VENDOR MUST BE ON VNDRMST,  *
000150*   A PRODUCT SCOPE ON COGSMST AND A DEPARTMENT SCOPE ON       *
000160*   COGSDEPT.  ADD AND CHG APPLY THE KEYED TERMS AND THEN EDIT *
000170*   THE AGREEMENT AS A WHOLE, SO A CHANGE CANNOT LEAVE IT      *
000180*   INCONSISTENT.  A CLAIMED AGREEMENT IS CLOSED TO CHANGE,    *
000190*   AND ONE WITH REBATE ACCRUED BUT NOT YET CLAIMED CANNOT BE  *
000200*   DELETED.  COGSRBAC ACCRUES AND CLAIMS AGAINST THEM AT      *
000210*   MONTH END.  ANYTHING REFUSED IS LISTED ON THE EXCEPTION    *
000220*   REPORT.                                                    *
000230*                                                              *
000240*   MODIFICATION HISTORY                                      *
000250*   2026-10-05  DHH  INITIAL VERSION                           *
000255*   2026-10-05  DHH  REASON TEXTS SHORTENED TO FIT DL-REASON   *
000260****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.  IBM-370.
000300 OBJECT-COMPUTER.  IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT REBATE-TRANS-FILE ASSIGN TO COGSRBTI
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-TRN-STATUS.
000360     SELECT REBATE-AGREEMENT-FILE ASSIGN TO COGSRBAG
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS RA-KEY
000400         FILE STATUS IS WS-RBA-STATUS.
000410     SELECT VENDOR-MASTER-FILE ASSIGN TO VNDRMST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS VN-CODE
000450         FILE STATUS IS WS-VND-STATUS.
000460     SELECT COGS-MASTER-FILE ASSIGN TO COGSMST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS IDESC
000500         FILE STATUS IS WS-MST-STATUS.
000510     SELECT DEPARTMENT-FILE ASSIGN TO COGSDEPT
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS DP-CODE
000550         FILE STATUS IS WS-DPT-STATUS.
000560     SELECT PRINT-FILE ASSIGN TO COGSRBM1
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-PRT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  REBATE-TRANS-FILE
000620     RECORDING MODE IS F
000630     RECORD CONTAINS 100 CHARACTERS
000640     BLOCK CONTAINS 0 RECORDS
000650     LABEL RECORDS ARE STANDARD.
000660 COPY COGSRBTX.
000670 FD  REBATE-AGREEMENT-FILE
000680     RECORDING MODE IS F
000690     RECORD CONTAINS 160 CHARACTERS
000700     LABEL RECORDS ARE STANDARD.
000710 COPY COGSRBAR.
000720 FD  VENDOR-MASTER-FILE
000730     RECORDING MODE IS F
000740     RECORD CONTAINS 80 CHARACTERS
000750     LABEL RECORDS ARE STANDARD.
000760 COPY COGSVNDR.
000770 FD  COGS-MASTER-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 COPY COGSMSTR.
000800 FD  DEPARTMENT-FILE
000810     RECORDING MODE IS F
000820     RECORD CONTAINS 40 CHARACTERS
000830     LABEL RECORDS ARE STANDARD.
000840 COPY COGSDPTR.
000850 FD  PRINT-FILE
000860     RECORDING MODE IS F
000870     RECORD CONTAINS 132 CHARACTERS
000880     LABEL RECORDS ARE STANDARD.
000890 01  PRINT-RECORD                PIC X(132).
000900 WORKING-STORAGE SECTION.
000910 77  WS-TRN-STATUS               PIC X(02) VALUE SPACES.
000920 77  WS-RBA-STATUS               PIC X(02) VALUE SPACES.
000930 77  WS-VND-STATUS               PIC X(02) VALUE SPACES.
000940 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
000950 77  WS-DPT-STATUS               PIC X(02) VALUE SPACES.
000960 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000970 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000980 77  WS-RECS-ADDED               PIC 9(07) COMP VALUE ZERO.
000990 77  WS-RECS-CHANGED             PIC 9(07) COMP VALUE ZERO.
001000 77  WS-RECS-DELETED             PIC 9(07) COMP VALUE ZERO.
001010 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
001020 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
001030 77  WS-TIER-SUB                 PIC 9(02) COMP VALUE ZERO.
001040 77  WS-PREV-SUB                 PIC 9(02) COMP VALUE ZERO.
001050 COPY COGSDATP.
001060 01  WS-SWITCHES.
001070     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001080         88  WS-EOF                         VALUE 'Y'.
001090     05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
001100         88  WS-REJECTED                    VALUE 'Y'.
001110     05  WS-ON-FILE-SW           PIC X(01) VALUE 'N'.
001120         88  WS-ON-FILE                     VALUE 'Y'.
001130 01  WS-DATE-WORK.
001140     05  WS-DW-DATE          PIC 9(08).
001150     05  WS-DW-R REDEFINES WS-DW-DATE.
001160         10  WS-DW-CCYY      PIC 9(04).
001170         10  WS-DW-MM        PIC 9(02).
001180         10  WS-DW-DD        PIC 9(02).
001190 01  WS-HEADING-1.
001200     05  FILLER                  PIC X(44)
001210         VALUE "COGSWORTH VENDOR REBATE MAINT EXCEPTIONS".
001220 01  WS-HEADING-2.
001230     05  FILLER                  PIC X(07) VALUE "ACTION ".
001240     05  FILLER                  PIC X(08) VALUE "VENDOR  ".
001250     05  FILLER                  PIC X(06) VALUE "AGMT  ".
001260     05  FILLER                  PIC X(06) VALUE "SCOPE ".
001270     05  FILLER                  PIC X(12) VALUE "PROD/DEPT".
001280     05  FILLER                  PIC X(06) VALUE "BASIS ".
001290     05  FILLER                  PIC X(07) VALUE "OPER   ".
001300     05  FILLER                  PIC X(30) VALUE "REASON".
001310 01  WS-DETAIL-LINE.
001320     05  DL-ACTION               PIC X(03).
001330     05  FILLER                  PIC X(04) VALUE SPACES.
001340     05  DL-VNDR                 PIC X(08).
001350     05  DL-AGREE                PIC X(06).
001360     05  DL-SCOPE                PIC X(06).
001370     05  DL-SCOPE-CODE           PIC X(12).
001380     05  DL-BASIS                PIC X(06).
001390     05  DL-OPER                 PIC X(07).
001400     05  DL-REASON               PIC X(30).
001410 01  WS-SUMMARY-LINE.
001420     05  FILLER                  PIC X(25)
001430         VALUE "REBATE MAINT REJECTED   =".
001440     05  SL-REJECTED             PIC ZZZ,ZZ9.
001450 COPY COGSAUTP.
001460 PROCEDURE DIVISION.
001470*----------------------------------------------------------------
001480*    0000-MAINLINE - PROGRAM CONTROL
001490*----------------------------------------------------------------
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001520     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001530         UNTIL WS-EOF.
001540     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001550     STOP RUN.
001560*----------------------------------------------------------------
001570*    1000-INITIALIZE - OPEN FILES, PICK UP THE BUSINESS DATE,
001580*    PRINT HEADINGS
001590*----------------------------------------------------------------
001600 1000-INITIALIZE.
001610     DISPLAY "COGSRBMT STARTING - VENDOR REBATE MAINTENANCE".
001620     MOVE "BUSD" TO CDP-FUNCTION.
001630     CALL "COGSDATE" USING DATE-CALL-PARMS.
001640     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001650     OPEN INPUT REBATE-TRANS-FILE.
001660     IF WS-TRN-STATUS NOT = "00"
001670         DISPLAY "COGSRBMT - UNABLE TO OPEN COGSRBTI, STATUS = "
001680                 WS-TRN-STATUS
001690         MOVE 16 TO RETURN-CODE
001700         STOP RUN
001710     END-IF.
001720     OPEN I-O REBATE-AGREEMENT-FILE.
001730     IF WS-RBA-STATUS = "35"
001740         OPEN OUTPUT REBATE-AGREEMENT-FILE
001750         CLOSE REBATE-AGREEMENT-FILE
001760         OPEN I-O REBATE-AGREEMENT-FILE
001770     END-IF.
001780     IF WS-RBA-STATUS NOT = "00"
001790         DISPLAY "COGSRBMT - UNABLE TO OPEN COGSRBAG, STATUS = "
001800                 WS-RBA-STATUS
001810         MOVE 16 TO RETURN-CODE
001820         STOP RUN
001830     END-IF.
001840     OPEN INPUT VENDOR-MASTER-FILE.
001850     IF WS-VND-STATUS NOT = "00"
001860         DISPLAY "COGSRBMT - UNABLE TO OPEN VNDRMST, STATUS = "
001870                 WS-VND-STATUS
001880         MOVE 16 TO RETURN-CODE
001890         STOP RUN
001900     END-IF.
001910     OPEN INPUT COGS-MASTER-FILE.
001920     IF WS-MST-STATUS NOT = "00"
001930         DISPLAY "COGSRBMT - UNABLE TO OPEN COGSMST, STATUS = "
001940                 WS-MST-STATUS
001950         MOVE 16 TO RETURN-CODE
001960         STOP RUN
001970     END-IF.
001980     OPEN INPUT DEPARTMENT-FILE.
001990     IF WS-DPT-STATUS NOT = "00"
002000         DISPLAY "COGSRBMT - UNABLE TO OPEN COGSDEPT, STATUS = "
002010                 WS-DPT-STATUS
002020         MOVE 16 TO RETURN-CODE
002030         STOP RUN
002040     END-IF.
002050     OPEN OUTPUT PRINT-FILE.
002060     IF WS-PRT-STATUS NOT = "00"
002070         DISPLAY "COGSRBMT - UNABLE TO OPEN COGSRBM1, STATUS = "
002080                 WS-PRT-STATUS
002090         MOVE 16 TO RETURN-CODE
002100         STOP RUN
002110     END-IF.
002120     WRITE PRINT-RECORD FROM WS-HEADING-1.
002130     WRITE PRINT-RECORD FROM WS-HEADING-2.
002140     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002150 1000-EXIT.
002160     EXIT.
002170*----------------------------------------------------------------
002180*    2000-PROCESS-RECORD - APPLY ONE AGREEMENT TRANSACTION
002190*----------------------------------------------------------------
002200 2000-PROCESS-RECORD.
002210     MOVE 'N' TO WS-REJECT-SW.
002220     PERFORM 2050-CHECK-AUTHORITY THRU 2050-EXIT.
002230     IF NOT WS-REJECTED
002240         PERFORM 2120-EDIT-KEY THRU 2120-EXIT
002250     END-IF.
002260     IF NOT WS-REJECTED
002270         PERFORM 2150-READ-AGREEMENT THRU 2150-EXIT
002280         EVALUATE TRUE
002290             WHEN RX-ACTION-ADD
002300                 PERFORM 2300-APPLY-ADD THRU 2300-EXIT
002310             WHEN RX-ACTION-CHANGE
002320                 PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
002330             WHEN RX-ACTION-DELETE
002340                 PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
002350             WHEN OTHER
002360                 MOVE 'Y' TO WS-REJECT-SW
002370                 MOVE "INVALID ACTION CODE" TO DL-REASON
002380         END-EVALUATE
002390     END-IF.
002400     IF WS-REJECTED
002410         MOVE RX-ACTION          TO DL-ACTION
002420         MOVE RX-VNDR            TO DL-VNDR
002430         MOVE RX-AGREE-NO-X      TO DL-AGREE
002440         MOVE RX-SCOPE           TO DL-SCOPE
002450         MOVE RX-SCOPE-CODE      TO DL-SCOPE-CODE
002460         MOVE RX-BASIS           TO DL-BASIS
002470         MOVE RX-OPER-ID         TO DL-OPER
002480         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
002490         ADD 1 TO WS-RECS-REJECTED
002500     END-IF.
002510     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002520 2000-EXIT.
002530     EXIT.
002540*----------------------------------------------------------------
002550*    2050-CHECK-AUTHORITY - KEYING OPERATOR NEEDS CST
002560*    AUTHORITY
002570*----------------------------------------------------------------
002580 2050-CHECK-AUTHORITY.
002590     MOVE RX-OPER-ID TO AUP-OPER-ID.
002600     MOVE "CST"      TO AUP-TRAN-TYPE.
002610     CALL "COGSAUTH" USING AUTH-CALL-PARMS.
002620     IF NOT AUP-AUTHORIZED
002630         MOVE 'Y' TO WS-REJECT-SW
002640         MOVE AUP-REASON TO DL-REASON
002650     END-IF.
002660 2050-EXIT.
002670     EXIT.
002680*----------------------------------------------------------------
002690*    2100-READ-TRANS - READ NEXT AGREEMENT TRANSACTION
002700*----------------------------------------------------------------
002710 2100-READ-TRANS.
002720     READ REBATE-TRANS-FILE
002730         AT END
002740             MOVE 'Y' TO WS-EOF-SW
002750             GO TO 2100-EXIT
002760     END-READ.
002770     ADD 1 TO WS-RECS-READ.
002780 2100-EXIT.
002790     EXIT.
002800*----------------------------------------------------------------
002810*    2120-EDIT-KEY - VENDOR GIVEN, AGREEMENT NUMBER NOT ZERO
002820*----------------------------------------------------------------
002830 2120-EDIT-KEY.
002840     IF RX-VNDR = SPACES
002850         MOVE 'Y' TO WS-REJECT-SW
002860         MOVE "NO VENDOR CODE" TO DL-REASON
002870         GO TO 2120-EXIT
002880     END-IF.
002890     IF RX-AGREE-NO NOT NUMERIC
002900         MOVE 'Y' TO WS-REJECT-SW
002910         MOVE "AGREEMENT NUMBER NOT NUMERIC" TO DL-REASON
002920         GO TO 2120-EXIT
002930     END-IF.
002940     IF RX-AGREE-NO = ZERO
002950         MOVE 'Y' TO WS-REJECT-SW
002960         MOVE "AGREEMENT NUMBER IS ZERO" TO DL-REASON
002970     END-IF.
002980 2120-EXIT.
002990     EXIT.
003000*----------------------------------------------------------------
003010*    2150-READ-AGREEMENT - IS THE VENDOR/AGREEMENT ON FILE
003020*----------------------------------------------------------------
003030 2150-READ-AGREEMENT.
003040     MOVE 'Y' TO WS-ON-FILE-SW.
003050     MOVE RX-VNDR     TO RA-VNDR.
003060     MOVE RX-AGREE-NO TO RA-AGREE-NO.
003070     READ REBATE-AGREEMENT-FILE
003080         INVALID KEY
003090             MOVE 'N' TO WS-ON-FILE-SW
003100     END-READ.
003110 2150-EXIT.
003120     EXIT.
003130*----------------------------------------------------------------
003140*    2300-APPLY-ADD - SET UP A NEW AGREEMENT
003150*----------------------------------------------------------------
003160 2300-APPLY-ADD.
003170     IF WS-ON-FILE
003180         MOVE 'Y' TO WS-REJECT-SW
003190         MOVE "DUPLICATE ADD - ALREADY EXISTS" TO DL-REASON
003200         GO TO 2300-EXIT
003210     END-IF.
003220     MOVE RX-VNDR TO VN-CODE.
003230     READ VENDOR-MASTER-FILE
003240         INVALID KEY
003250             MOVE 'Y' TO WS-REJECT-SW
003260             MOVE "VENDOR NOT ON VNDRMST" TO DL-REASON
003270             GO TO 2300-EXIT
003280     END-READ.
003290     INITIALIZE REBATE-AGREEMENT-RECORD.
003300     MOVE RX-VNDR     TO RA-VNDR.
003310     MOVE RX-AGREE-NO TO RA-AGREE-NO.
003320     MOVE "O"         TO RA-STATUS.
003330     PERFORM 2700-APPLY-TERMS THRU 2700-EXIT.
003340     IF WS-REJECTED
003350         GO TO 2300-EXIT
003360     END-IF.
003370     PERFORM 2800-EDIT-AGREEMENT THRU 2800-EXIT.
003380     IF WS-REJECTED
003390         GO TO 2300-EXIT
003400     END-IF.
003410     MOVE WS-BUS-DATE TO RA-DATE-CHANGED.
003420     MOVE RX-OPER-ID  TO RA-CHANGED-BY.
003430     WRITE REBATE-AGREEMENT-RECORD.
003440     IF WS-RBA-STATUS NOT = "00" AND WS-RBA-STATUS NOT = "02"
003450         MOVE 'Y' TO WS-REJECT-SW
003460         MOVE "AGREEMENT WRITE FAILED" TO DL-REASON
003470         GO TO 2300-EXIT
003480     END-IF.
003490     ADD 1 TO WS-RECS-ADDED.
003500 2300-EXIT.
003510     EXIT.
003520*----------------------------------------------------------------
003530*    2400-APPLY-CHANGE - REPLACE THE KEYED TERMS.  COGSRBAC
003540*    TRUES THE ACCRUAL UP TO THE NEW TERMS AT MONTH END
003550*----------------------------------------------------------------
003560 2400-APPLY-CHANGE.
003570     IF NOT WS-ON-FILE
003580         MOVE 'Y' TO WS-REJECT-SW
003590         MOVE "CHANGE - AGREEMENT NOT ON FILE" TO DL-REASON
003600         GO TO 2400-EXIT
003610     END-IF.
003620     IF RA-CLAIMED
003630         MOVE 'Y' TO WS-REJECT-SW
003640         MOVE "AGREEMENT ALREADY CLAIMED" TO DL-REASON
003650         GO TO 2400-EXIT
003660     END-IF.
003670     PERFORM 2700-APPLY-TERMS THRU 2700-EXIT.
003680     IF WS-REJECTED
003690         GO TO 2400-EXIT
003700     END-IF.
003710     PERFORM 2800-EDIT-AGREEMENT THRU 2800-EXIT.
003720     IF WS-REJECTED
003730         GO TO 2400-EXIT
003740     END-IF.
003750     MOVE WS-BUS-DATE TO RA-DATE-CHANGED.
003760     MOVE RX-OPER-ID  TO RA-CHANGED-BY.
003770     REWRITE REBATE-AGREEMENT-RECORD.
003780     ADD 1 TO WS-RECS-CHANGED.
003790 2400-EXIT.
003800     EXIT.
003810*----------------------------------------------------------------
003820*    2500-APPLY-DELETE - REMOVE AN AGREEMENT.  ONE WITH REBATE
003830*    ACCRUED AND NOT YET CLAIMED WOULD STRAND THE ACCRUAL
003840*----------------------------------------------------------------
003850 2500-APPLY-DELETE.
003860     IF NOT WS-ON-FILE
003870         MOVE 'Y' TO WS-REJECT-SW
003880         MOVE "DELETE - AGREEMENT NOT ON FILE" TO DL-REASON
003890         GO TO 2500-EXIT
003900     END-IF.
003910     IF RA-OPEN AND RA-ACCRUED > ZERO
003920         MOVE 'Y' TO WS-REJECT-SW
003930         MOVE "ACCRUED - NOT YET CLAIMED" TO DL-REASON
003940         GO TO 2500-EXIT
003950     END-IF.
003960     DELETE REBATE-AGREEMENT-FILE.
003970     IF WS-RBA-STATUS NOT = "00"
003980         MOVE 'Y' TO WS-REJECT-SW
003990         MOVE "AGREEMENT DELETE FAILED" TO DL-REASON
004000         GO TO 2500-EXIT
004010     END-IF.
004020     ADD 1 TO WS-RECS-DELETED.
004030 2500-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------
004060*    2700-APPLY-TERMS - MOVE THE KEYED TERMS ONTO THE RECORD.
004070*    A BLANK FIELD LEAVES THE TERM AS IT WAS
004080*----------------------------------------------------------------
004090 2700-APPLY-TERMS.
004100     IF RX-SCOPE = SPACE AND RX-SCOPE-CODE NOT = SPACES
004110         MOVE 'Y' TO WS-REJECT-SW
004120         MOVE "PROD/DEPT KEYED WITH NO SCOPE" TO DL-REASON
004130         GO TO 2700-EXIT
004140     END-IF.
004150     IF RX-SCOPE NOT = SPACE
004160         MOVE RX-SCOPE TO RA-SCOPE
004170         MOVE SPACES   TO RA-SCOPE-DESC
004180         MOVE SPACES   TO RA-SCOPE-DEPT-CODE
004190         IF RA-SCOPE-PRODUCT
004200             MOVE RX-SCOPE-CODE TO RA-SCOPE-DESC
004210         END-IF
004220         IF RA-SCOPE-DEPT
004230             MOVE RX-SCOPE-CODE TO RA-SCOPE-DEPT-CODE
004240         END-IF
004250     END-IF.
004260     IF RX-BASIS NOT = SPACE
004270         MOVE RX-BASIS TO RA-BASIS
004280     END-IF.
004290     IF RX-YEAR-START-X NOT = SPACES
004300         IF RX-YEAR-START NOT NUMERIC
004310             MOVE 'Y' TO WS-REJECT-SW
004320             MOVE "YEAR START NOT NUMERIC" TO DL-REASON
004330             GO TO 2700-EXIT
004340         END-IF
004350         MOVE RX-YEAR-START TO RA-YEAR-START
004360     END-IF.
004370     IF RX-YEAR-END-X NOT = SPACES
004380         IF RX-YEAR-END NOT NUMERIC
004390             MOVE 'Y' TO WS-REJECT-SW
004400             MOVE "YEAR END NOT NUMERIC" TO DL-REASON
004410             GO TO 2700-EXIT
004420         END-IF
004430         MOVE RX-YEAR-END TO RA-YEAR-END
004440     END-IF.
004450     IF RX-TIER(1) = SPACES AND RX-TIER(2) = SPACES
004460             AND RX-TIER(3) = SPACES
004470         GO TO 2700-EXIT
004480     END-IF.
004490     PERFORM 2750-APPLY-ONE-TIER THRU 2750-EXIT
004500         VARYING WS-TIER-SUB FROM 1 BY 1
004510         UNTIL WS-TIER-SUB > 3 OR WS-REJECTED.
004520 2700-EXIT.
004530     EXIT.
004540 2750-APPLY-ONE-TIER.
004550     IF RX-TIER(WS-TIER-SUB) = SPACES
004560         MOVE ZERO TO RA-TIER-FROM(WS-TIER-SUB)
004570         MOVE ZERO TO RA-TIER-RATE(WS-TIER-SUB)
004580         GO TO 2750-EXIT
004590     END-IF.
004600     IF RX-TIER-FROM(WS-TIER-SUB) NOT NUMERIC
004610             OR RX-TIER-RATE(WS-TIER-SUB) NOT NUMERIC
004620         MOVE 'Y' TO WS-REJECT-SW
004630         MOVE "TIER VOLUME/RATE NOT NUMERIC" TO DL-REASON
004640         GO TO 2750-EXIT
004650     END-IF.
004660     MOVE RX-TIER-FROM(WS-TIER-SUB)
004670         TO RA-TIER-FROM(WS-TIER-SUB).
004680     MOVE RX-TIER-RATE(WS-TIER-SUB)
004690         TO RA-TIER-RATE(WS-TIER-SUB).
004700 2750-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------
004730*    2800-EDIT-AGREEMENT - THE AGREEMENT AS IT WILL BE FILED:
004740*    SCOPE ON FILE, BASIS KNOWN, A REAL PROGRAM YEAR, AND
004750*    TIERS THAT CLIMB
004760*----------------------------------------------------------------
004770 2800-EDIT-AGREEMENT.
004780     EVALUATE TRUE
004790         WHEN RA-SCOPE-ALL
004800             CONTINUE
004810         WHEN RA-SCOPE-PRODUCT
004820             MOVE RA-SCOPE-DESC TO IDESC
004830             READ COGS-MASTER-FILE
004840                 INVALID KEY
004850                     MOVE 'Y' TO WS-REJECT-SW
004860                     MOVE "PRODUCT NOT ON COGSMST" TO DL-REASON
004870                     GO TO 2800-EXIT
004880             END-READ
004890         WHEN RA-SCOPE-DEPT
004900             MOVE RA-SCOPE-DEPT-CODE TO DP-CODE
004910             READ DEPARTMENT-FILE
004920                 INVALID KEY
004930                     MOVE 'Y' TO WS-REJECT-SW
004940                     MOVE "DEPARTMENT NOT ON COGSDEPT"
004950                         TO DL-REASON
004960                     GO TO 2800-EXIT
004970             END-READ
004980         WHEN OTHER
004990             MOVE 'Y' TO WS-REJECT-SW
005000             MOVE "SCOPE NOT A, P OR D" TO DL-REASON
005010             GO TO 2800-EXIT
005020     END-EVALUATE.
005030     IF NOT RA-BASIS-PERCENT AND NOT RA-BASIS-UNIT
005040         MOVE 'Y' TO WS-REJECT-SW
005050         MOVE "BASIS NOT P OR U" TO DL-REASON
005060         GO TO 2800-EXIT
005070     END-IF.
005080     MOVE RA-YEAR-START TO WS-DW-DATE.
005090     PERFORM 2850-EDIT-DATE THRU 2850-EXIT.
005100     IF NOT WS-REJECTED
005110         MOVE RA-YEAR-END TO WS-DW-DATE
005120         PERFORM 2850-EDIT-DATE THRU 2850-EXIT
005130     END-IF.
005140     IF WS-REJECTED
005150         MOVE "PROGRAM YEAR DATE NOT VALID" TO DL-REASON
005160         GO TO 2800-EXIT
005170     END-IF.
005180     IF RA-YEAR-START > RA-YEAR-END
005190         MOVE 'Y' TO WS-REJECT-SW
005200         MOVE "PROGRAM YEAR STARTS AFTER END" TO DL-REASON
005210         GO TO 2800-EXIT
005220     END-IF.
005230     IF RA-TIER-RATE(1) = ZERO
005240         MOVE 'Y' TO WS-REJECT-SW
005250         MOVE "NO RATE ON TIER 1" TO DL-REASON
005260         GO TO 2800-EXIT
005270     END-IF.
005280     PERFORM 2870-EDIT-ONE-TIER THRU 2870-EXIT
005290         VARYING WS-TIER-SUB FROM 1 BY 1
005300         UNTIL WS-TIER-SUB > 3 OR WS-REJECTED.
005310 2800-EXIT.
005320     EXIT.
005330 2850-EDIT-DATE.
005340     IF WS-DW-MM < 1 OR WS-DW-MM > 12
005350             OR WS-DW-DD < 1 OR WS-DW-DD > 31
005360             OR WS-DW-CCYY < 1900
005370         MOVE 'Y' TO WS-REJECT-SW
005380     END-IF.
005390 2850-EXIT.
005400     EXIT.
005410*----------------------------------------------------------------
005420*    2870-EDIT-ONE-TIER - A PERCENT NO MORE THAN 100, AND A
005430*    USED TIER OPENS ABOVE THE ONE BEFORE IT WITH NO GAP
005440*----------------------------------------------------------------
005450 2870-EDIT-ONE-TIER.
005460     IF RA-BASIS-PERCENT AND RA-TIER-RATE(WS-TIER-SUB) > 100
005470         MOVE 'Y' TO WS-REJECT-SW
005480         MOVE "PERCENT RATE OVER 100" TO DL-REASON
005490         GO TO 2870-EXIT
005500     END-IF.
005510     IF WS-TIER-SUB = 1
005520         GO TO 2870-EXIT
005530     END-IF.
005540     COMPUTE WS-PREV-SUB = WS-TIER-SUB - 1.
005550     IF RA-TIER-RATE(WS-TIER-SUB) = ZERO
005560         IF RA-TIER-FROM(WS-TIER-SUB) NOT = ZERO
005570             MOVE 'Y' TO WS-REJECT-SW
005580             MOVE "TIER VOLUME WITH NO RATE" TO DL-REASON
005590         END-IF
005600         GO TO 2870-EXIT
005610     END-IF.
005620     IF RA-TIER-RATE(WS-PREV-SUB) = ZERO
005630         MOVE 'Y' TO WS-REJECT-SW
005640         MOVE "TIERS NOT KEYED IN ORDER" TO DL-REASON
005650         GO TO 2870-EXIT
005660     END-IF.
005670     IF RA-TIER-FROM(WS-TIER-SUB)
005680             NOT > RA-TIER-FROM(WS-PREV-SUB)
005690         MOVE 'Y' TO WS-REJECT-SW
005700         MOVE "TIER VOLUMES DO NOT CLIMB" TO DL-REASON
005710     END-IF.
005720 2870-EXIT.
005730     EXIT.
005740*----------------------------------------------------------------
005750*    3000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
005760*----------------------------------------------------------------
005770 3000-TERMINATE.
005780     CLOSE REBATE-TRANS-FILE.
005790     CLOSE REBATE-AGREEMENT-FILE.
005800     CLOSE VENDOR-MASTER-FILE.
005810     CLOSE COGS-MASTER-FILE.
005820     CLOSE DEPARTMENT-FILE.
005830     MOVE WS-RECS-REJECTED TO SL-REJECTED.
005840     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
005850     CLOSE PRINT-FILE.
005860     DISPLAY "COGSRBMT - RECORDS READ       = " WS-RECS-READ.
005870     DISPLAY "COGSRBMT - AGREEMENTS ADDED   = " WS-RECS-ADDED.
005880     DISPLAY "COGSRBMT - AGREEMENTS CHANGED = " WS-RECS-CHANGED.
005890     DISPLAY "COGSRBMT - AGREEMENTS DELETED = " WS-RECS-DELETED.
005900     DISPLAY "COGSRBMT - REJECTED           = " WS-RECS-REJECTED.
005910 3000-EXIT.
005920     EXIT.
