000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSVCMN.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSVCMN MAINTAINS THE VENDOR ITEM CATALOG (COGSVCAT)      *
000090*   FROM KEYED ADD/CHG/DEL TRANSACTIONS, THE SAME PATTERN      *
000100*   COGSVMNT USES FOR THE VENDOR MASTER.  EACH CATALOG RECORD  *
000110*   MAKES ONE VENDOR AN APPROVED SOURCE FOR ONE PRODUCT, WITH  *
000120*   THAT VENDOR'S PART NUMBER, QUOTED COST, MINIMUM ORDER AND  *
000130*   LEAD TIME.  AN ADD NEEDS THE PRODUCT ON COGSMST AND THE    *
000140*   VENDOR ON VNDRMST.  MARKING A SOURCE PREFERRED TAKES THE   *
000150*   FLAG OFF EVERY OTHER SOURCE FOR THE PRODUCT, SO COGSSPO    *
000160*   NEVER SEES TWO.  REJECTS ARE LISTED ON THE EXCEPTION       *
000170*   REPORT.                                                    *
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
000280     SELECT CATALOG-TRANS-FILE ASSIGN TO COGSVCIN
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS WS-TRN-STATUS.
000310     SELECT VENDOR-ITEM-FILE ASSIGN TO COGSVCAT
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS VI-KEY
000350         FILE STATUS IS WS-CAT-STATUS.
000360     SELECT COGS-MASTER-FILE ASSIGN TO COGSMST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS IDESC
000400         FILE STATUS IS WS-MST-STATUS.
000410     SELECT VENDOR-MASTER-FILE ASSIGN TO VNDRMST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS VN-CODE
000450         FILE STATUS IS WS-VND-STATUS.
000460     SELECT PRINT-FILE ASSIGN TO COGSVCM1
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-PRT-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CATALOG-TRANS-FILE
000520     RECORDING MODE IS F
000530     RECORD CONTAINS 80 CHARACTERS
000540     BLOCK CONTAINS 0 RECORDS
000550     LABEL RECORDS ARE STANDARD.
000560 COPY COGSVCTX.
000570 FD  VENDOR-ITEM-FILE
000580     RECORDING MODE IS F
000590     RECORD CONTAINS 80 CHARACTERS
000600     LABEL RECORDS ARE STANDARD.
000610 COPY COGSVITR.
000620 FD  COGS-MASTER-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY COGSMSTR.
000650 FD  VENDOR-MASTER-FILE
000660     RECORDING MODE IS F
000670     RECORD CONTAINS 80 CHARACTERS
000680     LABEL RECORDS ARE STANDARD.
000690 COPY COGSVNDR.
000700 FD  PRINT-FILE
000710     RECORDING MODE IS F
000720     RECORD CONTAINS 132 CHARACTERS
000730     LABEL RECORDS ARE STANDARD.
000740 01  PRINT-RECORD                PIC X(132).
000750 WORKING-STORAGE SECTION.
000760 77  WS-TRN-STATUS               PIC X(02) VALUE SPACES.
000770 77  WS-CAT-STATUS               PIC X(02) VALUE SPACES.
000780 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
000790 77  WS-VND-STATUS               PIC X(02) VALUE SPACES.
000800 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
000810 77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
000820 77  WS-RECS-ADDED               PIC 9(07) COMP VALUE ZERO.
000830 77  WS-RECS-CHANGED             PIC 9(07) COMP VALUE ZERO.
000840 77  WS-RECS-DELETED             PIC 9(07) COMP VALUE ZERO.
000850 77  WS-RECS-REJECTED            PIC 9(07) COMP VALUE ZERO.
000860 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000870 COPY COGSDATP.
000880 01  WS-SWITCHES.
000890     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000900         88  WS-EOF                         VALUE 'Y'.
000910     05  WS-REJECT-SW            PIC X(01) VALUE 'N'.
000920         88  WS-REJECTED                    VALUE 'Y'.
000930     05  WS-ON-FILE-SW           PIC X(01) VALUE 'N'.
000940         88  WS-ON-FILE                     VALUE 'Y'.
000950     05  WS-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
000960         88  WS-SCAN-DONE                   VALUE 'Y'.
000970 01  WS-HEADING-1.
000980     05  FILLER                  PIC X(46)
000990         VALUE "COGSWORTH VENDOR ITEM CATALOG MAINT EXCEPTIONS".
001000 01  WS-HEADING-2.
001010     05  FILLER                  PIC X(07) VALUE "ACTION ".
001020     05  FILLER                  PIC X(12) VALUE "DESCRIPTION ".
001030     05  FILLER                  PIC X(08) VALUE "VENDOR  ".
001040     05  FILLER                  PIC X(30) VALUE "REASON".
001050 01  WS-DETAIL-LINE.
001060     05  DL-ACTION               PIC X(03).
001070     05  FILLER                  PIC X(04) VALUE SPACES.
001080     05  DL-DESC                 PIC X(12).
001090     05  DL-VNDR                 PIC X(08).
001100     05  DL-REASON               PIC X(30).
001110 01  WS-SUMMARY-LINE.
001120     05  FILLER                  PIC X(25)
001130         VALUE "CATALOG MAINT REJECTED  =".
001140     05  SL-REJECTED             PIC ZZZ,ZZ9.
001150 PROCEDURE DIVISION.
001160*----------------------------------------------------------------
001170*    0000-MAINLINE - PROGRAM CONTROL
001180*----------------------------------------------------------------
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001210     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001220         UNTIL WS-EOF.
001230     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001240     STOP RUN.
001250*----------------------------------------------------------------
001260*    1000-INITIALIZE - OPEN FILES, PRINT HEADINGS
001270*----------------------------------------------------------------
001280 1000-INITIALIZE.
001290     DISPLAY "COGSVCMN STARTING - VENDOR ITEM CATALOG MAINT".
001300     MOVE "BUSD" TO CDP-FUNCTION.
001310     CALL "COGSDATE" USING DATE-CALL-PARMS.
001320     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
001330     OPEN INPUT CATALOG-TRANS-FILE.
001340     IF WS-TRN-STATUS NOT = "00"
001350         DISPLAY "COGSVCMN - UNABLE TO OPEN COGSVCIN, STATUS = "
001360                 WS-TRN-STATUS
001370         MOVE 16 TO RETURN-CODE
001380         STOP RUN
001390     END-IF.
001400     OPEN I-O VENDOR-ITEM-FILE.
001410     IF WS-CAT-STATUS = "35"
001420         OPEN OUTPUT VENDOR-ITEM-FILE
001430         CLOSE VENDOR-ITEM-FILE
001440         OPEN I-O VENDOR-ITEM-FILE
001450     END-IF.
001460     IF WS-CAT-STATUS NOT = "00"
001470         DISPLAY "COGSVCMN - UNABLE TO OPEN COGSVCAT, STATUS = "
001480                 WS-CAT-STATUS
001490         MOVE 16 TO RETURN-CODE
001500         STOP RUN
001510     END-IF.
001520     OPEN INPUT COGS-MASTER-FILE.
001530     IF WS-MST-STATUS NOT = "00"
001540         DISPLAY "COGSVCMN - UNABLE TO OPEN COGSMST, STATUS = "
001550                 WS-MST-STATUS
001560         MOVE 16 TO RETURN-CODE
001570         STOP RUN
001580     END-IF.
001590     OPEN INPUT VENDOR-MASTER-FILE.
001600     IF WS-VND-STATUS NOT = "00"
001610         DISPLAY "COGSVCMN - UNABLE TO OPEN VNDRMST, STATUS = "
001620                 WS-VND-STATUS
001630         MOVE 16 TO RETURN-CODE
001640         STOP RUN
001650     END-IF.
001660     OPEN OUTPUT PRINT-FILE.
001670     IF WS-PRT-STATUS NOT = "00"
001680         DISPLAY "COGSVCMN - UNABLE TO OPEN COGSVCM1, STATUS = "
001690                 WS-PRT-STATUS
001700         MOVE 16 TO RETURN-CODE
001710         STOP RUN
001720     END-IF.
001730     WRITE PRINT-RECORD FROM WS-HEADING-1.
001740     WRITE PRINT-RECORD FROM WS-HEADING-2.
001750     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001760 1000-EXIT.
001770     EXIT.
001780*----------------------------------------------------------------
001790*    2000-PROCESS-RECORD - APPLY ONE CATALOG TRANSACTION
001800*----------------------------------------------------------------
001810 2000-PROCESS-RECORD.
001820     MOVE 'N' TO WS-REJECT-SW.
001830     PERFORM 2150-READ-CATALOG THRU 2150-EXIT.
001840     EVALUATE TRUE
001850         WHEN VT-ACTION-ADD
001860             PERFORM 2300-APPLY-ADD THRU 2300-EXIT
001870         WHEN VT-ACTION-CHANGE
001880             PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
001890         WHEN VT-ACTION-DELETE
001900             PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
001910         WHEN OTHER
001920             MOVE 'Y' TO WS-REJECT-SW
001930             MOVE "INVALID ACTION CODE" TO DL-REASON
001940     END-EVALUATE.
001950     IF WS-REJECTED
001960         MOVE VT-ACTION          TO DL-ACTION
001970         MOVE VT-DESC            TO DL-DESC
001980         MOVE VT-VNDR            TO DL-VNDR
001990         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
002000         ADD 1 TO WS-RECS-REJECTED
002010     END-IF.
002020     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002030 2000-EXIT.
002040     EXIT.
002050*----------------------------------------------------------------
002060*    2100-READ-TRANS - READ NEXT CATALOG TRANSACTION
002070*----------------------------------------------------------------
002080 2100-READ-TRANS.
002090     READ CATALOG-TRANS-FILE
002100         AT END
002110             MOVE 'Y' TO WS-EOF-SW
002120             GO TO 2100-EXIT
002130     END-READ.
002140     ADD 1 TO WS-RECS-READ.
002150 2100-EXIT.
002160     EXIT.
002170*----------------------------------------------------------------
002180*    2150-READ-CATALOG - IS THIS PRODUCT/VENDOR ALREADY ON FILE
002190*----------------------------------------------------------------
002200 2150-READ-CATALOG.
002210     MOVE 'Y' TO WS-ON-FILE-SW.
002220     MOVE VT-DESC TO VI-DESC.
002230     MOVE VT-VNDR TO VI-VNDR.
002240     READ VENDOR-ITEM-FILE
002250         INVALID KEY
002260             MOVE 'N' TO WS-ON-FILE-SW
002270     END-READ.
002280 2150-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------
002310*    2200-EDIT-FIELDS - NUMERIC AND CODE CHECKS COMMON TO ADD
002320*    AND CHANGE
002330*----------------------------------------------------------------
002340 2200-EDIT-FIELDS.
002350     IF VT-COST-X NOT = SPACES AND VT-COST-X NOT NUMERIC
002360         MOVE 'Y' TO WS-REJECT-SW
002370         MOVE "NON-NUMERIC QUOTED COST" TO DL-REASON
002380         GO TO 2200-EXIT
002390     END-IF.
002400     IF VT-MIN-ORDER-X NOT = SPACES
002410             AND VT-MIN-ORDER-X NOT NUMERIC
002420         MOVE 'Y' TO WS-REJECT-SW
002430         MOVE "NON-NUMERIC MINIMUM ORDER" TO DL-REASON
002440         GO TO 2200-EXIT
002450     END-IF.
002460     IF VT-LEAD-DAYS-X NOT = SPACES
002470             AND VT-LEAD-DAYS-X NOT NUMERIC
002480         MOVE 'Y' TO WS-REJECT-SW
002490         MOVE "NON-NUMERIC LEAD-TIME DAYS" TO DL-REASON
002500         GO TO 2200-EXIT
002510     END-IF.
002520     IF NOT VT-PREFERRED-VALID
002530         MOVE 'Y' TO WS-REJECT-SW
002540         MOVE "PREFERRED FLAG NOT Y OR N" TO DL-REASON
002550         GO TO 2200-EXIT
002560     END-IF.
002570     IF NOT VT-STATUS-VALID
002580         MOVE 'Y' TO WS-REJECT-SW
002590         MOVE "STATUS NOT A OR S" TO DL-REASON
002600         GO TO 2200-EXIT
002610     END-IF.
002620 2200-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------
002650*    2300-APPLY-ADD - APPROVE A NEW SOURCE FOR A PRODUCT
002660*----------------------------------------------------------------
002670 2300-APPLY-ADD.
002680     IF WS-ON-FILE
002690         MOVE 'Y' TO WS-REJECT-SW
002700         MOVE "DUPLICATE ADD - ALREADY EXISTS" TO DL-REASON
002710         GO TO 2300-EXIT
002720     END-IF.
002730     MOVE VT-DESC TO IDESC.
002740     READ COGS-MASTER-FILE
002750         INVALID KEY
002760             MOVE 'Y' TO WS-REJECT-SW
002770             MOVE "PRODUCT NOT ON MASTER FILE" TO DL-REASON
002780             GO TO 2300-EXIT
002790     END-READ.
002800     MOVE VT-VNDR TO VN-CODE.
002810     READ VENDOR-MASTER-FILE
002820         INVALID KEY
002830             MOVE 'Y' TO WS-REJECT-SW
002840             MOVE "VENDOR NOT ON VENDOR MASTER" TO DL-REASON
002850             GO TO 2300-EXIT
002860     END-READ.
002870     PERFORM 2200-EDIT-FIELDS THRU 2200-EXIT.
002880     IF WS-REJECTED
002890         GO TO 2300-EXIT
002900     END-IF.
002910     IF VT-PREFERRED = "Y"
002920         PERFORM 2600-CLEAR-PREFERRED THRU 2600-EXIT
002930     END-IF.
002940     INITIALIZE VENDOR-ITEM-RECORD.
002950     MOVE VT-DESC    TO VI-DESC.
002960     MOVE VT-VNDR    TO VI-VNDR.
002970     MOVE VT-PART-NO TO VI-PART-NO.
002980     IF VT-COST-X NUMERIC
002990         MOVE VT-COST TO VI-COST
003000     END-IF.
003010     IF VT-MIN-ORDER-X NUMERIC
003020         MOVE VT-MIN-ORDER TO VI-MIN-ORDER
003030     END-IF.
003040     IF VT-LEAD-DAYS-X NUMERIC
003050         MOVE VT-LEAD-DAYS TO VI-LEAD-DAYS
003060     END-IF.
003070     MOVE "N" TO VI-PREFERRED.
003080     IF VT-PREFERRED = "Y"
003090         MOVE "Y" TO VI-PREFERRED
003100     END-IF.
003110     MOVE "A" TO VI-STATUS.
003120     IF VT-STATUS = "S"
003130         MOVE "S" TO VI-STATUS
003140     END-IF.
003150     MOVE WS-BUS-DATE TO VI-DATE-CHANGED.
003160     WRITE VENDOR-ITEM-RECORD.
003170     IF WS-CAT-STATUS NOT = "00" AND WS-CAT-STATUS NOT = "02"
003180         MOVE 'Y' TO WS-REJECT-SW
003190         MOVE "CATALOG WRITE FAILED" TO DL-REASON
003200         GO TO 2300-EXIT
003210     END-IF.
003220     ADD 1 TO WS-RECS-ADDED.
003230 2300-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------
003260*    2400-APPLY-CHANGE - FIX FIELDS ON A SOURCE ON FILE
003270*----------------------------------------------------------------
003280 2400-APPLY-CHANGE.
003290     IF NOT WS-ON-FILE
003300         MOVE 'Y' TO WS-REJECT-SW
003310         MOVE "CHANGE - SOURCE NOT ON FILE" TO DL-REASON
003320         GO TO 2400-EXIT
003330     END-IF.
003340     PERFORM 2200-EDIT-FIELDS THRU 2200-EXIT.
003350     IF WS-REJECTED
003360         GO TO 2400-EXIT
003370     END-IF.
003380     IF VT-PREFERRED = "Y"
003390         PERFORM 2600-CLEAR-PREFERRED THRU 2600-EXIT
003400         PERFORM 2150-READ-CATALOG THRU 2150-EXIT
003410     END-IF.
003420     IF VT-PART-NO NOT = SPACES
003430         MOVE VT-PART-NO TO VI-PART-NO
003440     END-IF.
003450     IF VT-COST-X NOT = SPACES
003460         MOVE VT-COST TO VI-COST
003470     END-IF.
003480     IF VT-MIN-ORDER-X NOT = SPACES
003490         MOVE VT-MIN-ORDER TO VI-MIN-ORDER
003500     END-IF.
003510     IF VT-LEAD-DAYS-X NOT = SPACES
003520         MOVE VT-LEAD-DAYS TO VI-LEAD-DAYS
003530     END-IF.
003540     IF VT-PREFERRED NOT = SPACES
003550         MOVE VT-PREFERRED TO VI-PREFERRED
003560     END-IF.
003570     IF VT-STATUS NOT = SPACES
003580         MOVE VT-STATUS TO VI-STATUS
003590     END-IF.
003600     MOVE WS-BUS-DATE TO VI-DATE-CHANGED.
003610     REWRITE VENDOR-ITEM-RECORD.
003620     ADD 1 TO WS-RECS-CHANGED.
003630 2400-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------
003660*    2500-APPLY-DELETE - WITHDRAW A SOURCE FOR A PRODUCT
003670*----------------------------------------------------------------
003680 2500-APPLY-DELETE.
003690     IF NOT WS-ON-FILE
003700         MOVE 'Y' TO WS-REJECT-SW
003710         MOVE "DELETE - SOURCE NOT ON FILE" TO DL-REASON
003720         GO TO 2500-EXIT
003730     END-IF.
003740     DELETE VENDOR-ITEM-FILE.
003750     IF WS-CAT-STATUS NOT = "00"
003760         MOVE 'Y' TO WS-REJECT-SW
003770         MOVE "CATALOG DELETE FAILED" TO DL-REASON
003780         GO TO 2500-EXIT
003790     END-IF.
003800     ADD 1 TO WS-RECS-DELETED.
003810 2500-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------
003840*    2600-CLEAR-PREFERRED - TAKE THE PREFERRED FLAG OFF EVERY
003850*    OTHER SOURCE FOR THIS PRODUCT
003860*----------------------------------------------------------------
003870 2600-CLEAR-PREFERRED.
003880     MOVE 'N' TO WS-SCAN-DONE-SW.
003890     MOVE VT-DESC    TO VI-DESC.
003900     MOVE LOW-VALUES TO VI-VNDR.
003910     START VENDOR-ITEM-FILE KEY NOT < VI-KEY
003920         INVALID KEY
003930             MOVE 'Y' TO WS-SCAN-DONE-SW
003940     END-START.
003950     PERFORM 2610-CLEAR-ONE-SOURCE THRU 2610-EXIT
003960         UNTIL WS-SCAN-DONE.
003970 2600-EXIT.
003980     EXIT.
003990 2610-CLEAR-ONE-SOURCE.
004000     READ VENDOR-ITEM-FILE NEXT RECORD
004010         AT END
004020             MOVE 'Y' TO WS-SCAN-DONE-SW
004030             GO TO 2610-EXIT
004040     END-READ.
004050     IF VI-DESC NOT = VT-DESC
004060         MOVE 'Y' TO WS-SCAN-DONE-SW
004070         GO TO 2610-EXIT
004080     END-IF.
004090     IF VI-VNDR NOT = VT-VNDR AND VI-IS-PREFERRED
004100         MOVE "N" TO VI-PREFERRED
004110         MOVE WS-BUS-DATE TO VI-DATE-CHANGED
004120         REWRITE VENDOR-ITEM-RECORD
004130     END-IF.
004140 2610-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------
004170*    3000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
004180*----------------------------------------------------------------
004190 3000-TERMINATE.
004200     CLOSE CATALOG-TRANS-FILE.
004210     CLOSE VENDOR-ITEM-FILE.
004220     CLOSE COGS-MASTER-FILE.
004230     CLOSE VENDOR-MASTER-FILE.
004240     MOVE WS-RECS-REJECTED TO SL-REJECTED.
004250     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
004260     CLOSE PRINT-FILE.
004270     DISPLAY "COGSVCMN - RECORDS READ    = " WS-RECS-READ.
004280     DISPLAY "COGSVCMN - SOURCES ADDED   = " WS-RECS-ADDED.
004290     DISPLAY "COGSVCMN - SOURCES CHANGED = " WS-RECS-CHANGED.
004300     DISPLAY "COGSVCMN - SOURCES DELETED = " WS-RECS-DELETED.
004310     DISPLAY "COGSVCMN - REJECTED        = " WS-RECS-REJECTED.
004320 3000-EXIT.
004330     EXIT.
