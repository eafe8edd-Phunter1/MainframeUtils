000190*                                                              *
000200*   MODIFICATION HISTORY                                      *
000210*   2026-09-02  DHH  INITIAL VERSION                           *
000212*   2026-10-05  DHH  ASN LINES AND ASN% COLUMNS - SHIP-NOTICE  *
000214*                    LINES THE DOCK CONFIRMED THROUGH COGSASCF *
000216*                    AND THE SHARE THAT ARRIVED EXACTLY AS     *
000218*                    NOTIFIED, FROM VN-ASN-LINES/VN-ASN-EXACT  *
000220****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000700 77  WS-AVG-DAYS                 PIC 9(05) VALUE ZERO.
000710 77  WS-LATE-PCT                 PIC 9(03) VALUE ZERO.
000720 77  WS-SHORT-PCT                PIC 9(03) VALUE ZERO.
000722 77  WS-ASN-LINES                PIC 9(05) VALUE ZERO.
000724 77  WS-ASN-EXACT                PIC 9(05) VALUE ZERO.
000726 77  WS-ASN-PCT                  PIC 9(03) VALUE ZERO.
000730 01  WS-DATE-WORK.
000740     05  WS-DW-DATE          PIC 9(08).
000750     05  WS-DW-R REDEFINES WS-DW-DATE.
001060     05  FILLER                  PIC X(05) VALUE "LEAD ".
001070     05  FILLER                  PIC X(06) VALUE "LATE% ".
001080     05  FILLER                  PIC X(06) VALUE "SHRT% ".
001083     05  FILLER                  PIC X(10) VALUE "ASN LINES ".
001086     05  FILLER                  PIC X(05) VALUE "ASN% ".
001090 01  WS-DETAIL-LINE.
001100     05  DL-VNDR                 PIC X(08).
001110     05  DL-NAME                 PIC X(22).
001220     05  DL-LATE                 PIC ZZ9.
001230     05  FILLER                  PIC X(03) VALUE SPACES.
001240     05  DL-SHORT                PIC ZZ9.
001241     05  FILLER                  PIC X(05) VALUE SPACES.
001242     05  DL-ASN-LINES            PIC ZZ,ZZ9.
001243     05  FILLER                  PIC X(02) VALUE SPACES.
001244     05  DL-ASN-PCT              PIC X(03).
001245     05  DL-ASN-PCT-N REDEFINES DL-ASN-PCT
001246                                 PIC ZZ9.
001250 01  WS-SUMMARY-LINE.
001260     05  FILLER                  PIC X(24)
001270         VALUE "RECEIPT EVENTS READ    =".
002740     READ VENDOR-MASTER-FILE
002750         INVALID KEY
002760             MOVE "** NOT ON VENDOR MASTER **" TO VN-NAME
002765             MOVE ZERO TO VN-ASN-LINES VN-ASN-EXACT
002770     END-READ.
002780     MOVE WS-VS-VNDR(WS-VS-SUB)       TO DL-VNDR.
002790     MOVE VN-NAME                     TO DL-NAME.
003120         MOVE ZERO TO WS-SHORT-PCT
003130     END-IF.
003140     MOVE WS-SHORT-PCT TO DL-SHORT.
003145     PERFORM 4150-ASN-ACCURACY THRU 4150-EXIT.
003150     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
003160 4100-EXIT.
003161     EXIT.
003162*----------------------------------------------------------------
003163*    4150-ASN-ACCURACY - SHARE OF THE VENDOR'S CONFIRMED SHIP-
003164*    NOTICE LINES THAT ARRIVED EXACTLY AS NOTIFIED ("-" WHEN
003165*    THE VENDOR HAS SENT NONE)
003166*----------------------------------------------------------------
003167 4150-ASN-ACCURACY.
003168     MOVE ZERO TO WS-ASN-LINES WS-ASN-EXACT.
003169     IF VN-ASN-LINES NUMERIC
003170         MOVE VN-ASN-LINES TO WS-ASN-LINES
003171     END-IF.
003172     IF VN-ASN-EXACT NUMERIC
003173         MOVE VN-ASN-EXACT TO WS-ASN-EXACT
003174     END-IF.
003175     MOVE WS-ASN-LINES TO DL-ASN-LINES.
003176     IF WS-ASN-LINES = ZERO
003177         MOVE "  -" TO DL-ASN-PCT
003178         GO TO 4150-EXIT
003179     END-IF.
003180     COMPUTE WS-ASN-PCT =
003181         (WS-ASN-EXACT * 100) / WS-ASN-LINES.
003182     MOVE WS-ASN-PCT TO DL-ASN-PCT-N.
003183 4150-EXIT.
003184     EXIT.
003185*----------------------------------------------------------------
003190*    5000-TERMINATE - PRINT SUMMARY AND CLOSE FILES
003200*----------------------------------------------------------------
003210 5000-TERMINATE.
