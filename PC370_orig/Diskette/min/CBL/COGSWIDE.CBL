000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSWIDE.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSWIDE IS THE ONE-TIME CONVERSION OF THE LIVE FILES TO   *
000090*   THE WIDENED BASE RECORD.  QUANTITY FIELDS THAT WERE 9(03)  *
000100*   ARE NOW 9(07) AND COST/SELL PRICES THAT WERE 99V99 ARE     *
000110*   NOW 9(05)V99, SO THE MASTER GROWS FROM 184 TO 268 BYTES,   *
000120*   THE COST AND PRICE HISTORIES FROM 34 TO 50 (OPERATOR ID    *
000123*   FIELDS AS SPACES), THE SALES HISTORY FROM 40 TO 44 AND     *
000126*   THE COUNT VARIANCE HISTORY STAYS 50 WITH WIDER FIELDS.     *
000140*   THE STORE, PENDING-COST,                                   *
000150*   PO LINE, PROMOTION AND BOTH SUSPENSE FILES KEEP THEIR      *
000160*   LENGTH BUT THEIR FIELDS MOVE INSIDE THE RECORD.  EACH      *
000170*   OLD RECORD IS READ IN ITS OLD SHAPE (CARRIED INLINE HERE)  *
000180*   AND REWRITTEN IN THE NEW SHAPE FROM THE CURRENT COPYBOOK   *
000190*   TO A ...W DATASET WHICH COGSWIDE.JCL CATALOGS OVER THE     *
000200*   LIVE NAME.  THE LATEST COGSARC SNAPSHOT IS CONVERTED TO A  *
000210*   NEW GENERATION SO COGSRBLD CAN REPLAY FROM IT.  A MASTER   *
000220*   RECORD WHOSE COGS10 ABC FIELDS ARE NOT NUMERIC (WRITTEN    *
000230*   BEFORE THAT EXTENSION) IS STILL CONVERTED, WITH THE ABC    *
000240*   FIELDS CLEARED FOR THE NEXT COGSABC RUN, COUNTED AND       *
000250*   LISTED, AND THE STEP ENDS RC=4.  IN/OUT RECORD COUNTS ARE  *
000260*   CROSS-FOOTED PER FILE AND THE RUN ENDS RC=8 IF ANY DO NOT  *
000270*   PROVE.                                                     *
000280*                                                              *
000290*   MODIFICATION HISTORY                                      *
000300*   2026-10-05  DHH  INITIAL VERSION                           *
000303*   2026-10-05  DHH  WIDENED CHANGE HISTORIES NOW 50 BYTES -   *
000306*                    OPERATOR IDS WRITTEN AS SPACES            *
000310****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.  IBM-370.
000350 OBJECT-COMPUTER.  IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OLD-MASTER-FILE ASSIGN TO COGSMST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS OM-DESC
000420         FILE STATUS IS WS-OMS-STATUS.
000430     SELECT COGS-MASTER-FILE ASSIGN TO COGSMSTW
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS IDESC OF COGS-MASTER-RECORD
000470         FILE STATUS IS WS-MST-STATUS.
000480     SELECT OLD-STORE-FILE ASSIGN TO COGSSTOR
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS OST-KEY
000520         FILE STATUS IS WS-OST-STATUS.
000530     SELECT STORE-INVENTORY-FILE ASSIGN TO COGSSTRW
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS ST-KEY
000570         FILE STATUS IS WS-STO-STATUS.
000580     SELECT OLD-PENDING-FILE ASSIGN TO COGSPEND
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS OPN-DESC
000620         FILE STATUS IS WS-OPN-STATUS.
000630     SELECT PENDING-COST-FILE ASSIGN TO COGSPNDW
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS PN-DESC
000670         FILE STATUS IS WS-PND-STATUS.
000680     SELECT OLD-PO-LINE-FILE ASSIGN TO COGSPOL
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS OPL-KEY
000720         FILE STATUS IS WS-OPL-STATUS.
000730     SELECT PO-LINE-FILE ASSIGN TO COGSPOLW
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS PL-KEY
000770         FILE STATUS IS WS-POL-STATUS.
000780     SELECT OLD-PROMO-FILE ASSIGN TO COGSPRMO
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS SEQUENTIAL
000810         RECORD KEY IS OPM-DESC
000820         FILE STATUS IS WS-OPM-STATUS.
000830     SELECT PROMO-PRICE-FILE ASSIGN TO COGSPRMW
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS SEQUENTIAL
000860         RECORD KEY IS PM-DESC
000870         FILE STATUS IS WS-PRM-STATUS.
000880     SELECT OLD-CHG-FILE ASSIGN TO COGSCHG1
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-OCH-STATUS.
000910     SELECT CHG-FILE ASSIGN TO COGSCHGW
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-CHG-STATUS.
000940     SELECT OLD-PRC-FILE ASSIGN TO COGSPRC1
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-OPR-STATUS.
000970     SELECT PRC-FILE ASSIGN TO COGSPRCW
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-PRC-STATUS.
001000     SELECT OLD-HISTORY-FILE ASSIGN TO COGSSLH1
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-OSH-STATUS.
001030     SELECT SALES-HISTORY-FILE ASSIGN TO COGSSLHW
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-SLH-STATUS.
001060     SELECT OLD-SUSPENSE-FILE ASSIGN TO COGSSUSP
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS WS-OSU-STATUS.
001090     SELECT SUSPENSE-FILE ASSIGN TO COGSSUSW
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS WS-SUS-STATUS.
001120     SELECT OLD-STORE-SUSP-FILE ASSIGN TO COGSSSUS
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS WS-OSS-STATUS.
001150     SELECT STORE-SUSPENSE-FILE ASSIGN TO COGSSSUW
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS WS-SSU-STATUS.
001180     SELECT OLD-VARIANCE-FILE ASSIGN TO COGSCVH1
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS WS-OCV-STATUS.
001210     SELECT VARIANCE-HIST-FILE ASSIGN TO COGSCVHW
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS WS-CVH-STATUS.
001240     SELECT OLD-ARCHIVE-FILE ASSIGN TO COGSARC
001250         ORGANIZATION IS SEQUENTIAL
001260         FILE STATUS IS WS-OAR-STATUS.
001270     SELECT ARCHIVE-FILE ASSIGN TO COGSARCW
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS WS-ARC-STATUS.
001300     SELECT PRINT-FILE ASSIGN TO COGSWID1
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS WS-PRT-STATUS.
001330 DATA DIVISION.
001340 FILE SECTION.
001350 FD  OLD-MASTER-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 01  OLD-MASTER-RECORD.
001380     05  OM-DESC                 PIC X(10).
001390     05  OM-CALIF                PIC 9(03).
001400     05  OM-ILL                  PIC 9(03).
001410     05  OM-UTAH                 PIC 9(03).
001420     05  OM-WISC                 PIC 9(03).
001430     05  OM-BEGIN                PIC 9(03).
001440     05  OM-PURCH                PIC 9(03).
001450     05  OM-QOH                  PIC 9(03).
001460     05  OM-COST                 PIC 9(02)V9(02).
001470     05  OM-SELL                 PIC 9(02)V9(02).
001480     05  OM-CRLF                 PIC X(02).
001490     05  OM-REORD                PIC 9(05).
001500     05  OM-VNDR                 PIC X(06).
001510     05  OM-REGION-COUNT         PIC 9(02) COMP.
001520     05  OM-REGION-TABLE OCCURS 10 TIMES.
001530         10  OM-REGION-CODE      PIC X(03).
001540         10  OM-REGION-UNITS     PIC 9(03).
001550     05  OM-LAST-SALE-DATE       PIC 9(08).
001560     05  OM-DEPT                 PIC X(04).
001570     05  OM-STATUS               PIC X(01).
001580     05  OM-ITEM                 PIC 9(06).
001590     05  OM-CASE-PACK            PIC 9(03).
001600     05  OM-PTD-SALES            PIC S9(05).
001610     05  OM-PTD-PURCH            PIC S9(05).
001620     05  OM-PTD-ADJ              PIC S9(05).
001630     05  OM-MTH-OPEN-QOH         PIC 9(05).
001640     05  OM-ABC-CLASS            PIC X(01).
001650     05  OM-ANNUAL-VALUE         PIC 9(09)V9(02).
001660     05  OM-CLASS-DATE           PIC 9(08).
001670     05  OM-LAST-COUNT-DATE      PIC 9(08).
001680 FD  COGS-MASTER-FILE
001690     LABEL RECORDS ARE STANDARD.
001700 COPY COGSMSTR.
001710 FD  OLD-STORE-FILE
001720     LABEL RECORDS ARE STANDARD.
001730 01  OLD-STORE-RECORD.
001740     05  OST-KEY.
001750         10  OST-DESC            PIC X(10).
001760         10  OST-STORE           PIC 9(03).
001770     05  OST-QOH                 PIC 9(05).
001780     05  OST-REORD               PIC 9(05).
001790     05  OST-UNITS-SOLD          PIC 9(07).
001800     05  FILLER                  PIC X(10).
001810 FD  STORE-INVENTORY-FILE
001820     LABEL RECORDS ARE STANDARD.
001830 COPY COGSSTOR.
001840 FD  OLD-PENDING-FILE
001850     LABEL RECORDS ARE STANDARD.
001860 01  OLD-PENDING-RECORD.
001870     05  OPN-DESC                PIC X(10).
001880     05  OPN-OLD-COST            PIC 9(02)V9(02).
001890     05  OPN-NEW-COST            PIC 9(02)V9(02).
001900     05  OPN-DATE                PIC 9(08).
001910     05  OPN-PCT                 PIC 9(03).
001920     05  FILLER                  PIC X(11).
001930 FD  PENDING-COST-FILE
001940     LABEL RECORDS ARE STANDARD.
001950 COPY COGSPNDR.
001960 FD  OLD-PO-LINE-FILE
001970     LABEL RECORDS ARE STANDARD.
001980 01  OLD-PO-LINE-RECORD.
001990     05  OPL-KEY.
002000         10  OPL-PO-NUMBER       PIC 9(07).
002010         10  OPL-LINE            PIC 9(03).
002020     05  OPL-DESC                PIC X(10).
002030     05  OPL-QTY-ORDERED         PIC 9(05).
002040     05  OPL-QTY-RECEIVED        PIC 9(05).
002050     05  OPL-UNIT-COST           PIC 9(02)V9(02).
002060     05  OPL-STATUS              PIC X(01).
002070     05  OPL-DATE-CLOSED         PIC 9(08).
002080     05  OPL-VNDR-PART-NO        PIC X(15).
002090     05  FILLER                  PIC X(22).
002100 FD  PO-LINE-FILE
002110     LABEL RECORDS ARE STANDARD.
002120 COPY COGSPOLR.
002130 FD  OLD-PROMO-FILE
002140     LABEL RECORDS ARE STANDARD.
002150 01  OLD-PROMO-RECORD.
002160     05  OPM-DESC                PIC X(10).
002170     05  OPM-PRICE               PIC 9(02)V9(02).
002180     05  OPM-START               PIC 9(08).
002190     05  OPM-END                 PIC 9(08).
002200     05  OPM-ACTIVE-SW           PIC X(01).
002210     05  FILLER                  PIC X(09).
002220 FD  PROMO-PRICE-FILE
002230     LABEL RECORDS ARE STANDARD.
002240 COPY COGSPRMR.
002250 FD  OLD-CHG-FILE
002260     RECORDING MODE IS F
002270     RECORD CONTAINS 34 CHARACTERS
002280     BLOCK CONTAINS 0 RECORDS
002290     LABEL RECORDS ARE STANDARD.
002300 01  OLD-CHG-RECORD.
002310     05  OCH-DESC                PIC X(10).
002320     05  OCH-OLD-COST            PIC 9(02)V9(02).
002330     05  OCH-NEW-COST            PIC 9(02)V9(02).
002340     05  OCH-DATE                PIC 9(08).
002350     05  OCH-JOB-ID              PIC X(08).
002360 FD  CHG-FILE
002370     RECORDING MODE IS F
002380     RECORD CONTAINS 50 CHARACTERS
002390     BLOCK CONTAINS 0 RECORDS
002400     LABEL RECORDS ARE STANDARD.
002410 COPY COGSCHGR.
002420 FD  OLD-PRC-FILE
002430     RECORDING MODE IS F
002440     RECORD CONTAINS 34 CHARACTERS
002450     BLOCK CONTAINS 0 RECORDS
002460     LABEL RECORDS ARE STANDARD.
002470 01  OLD-PRC-RECORD.
002480     05  OPR-DESC                PIC X(10).
002490     05  OPR-OLD-SELL            PIC 9(02)V9(02).
002500     05  OPR-NEW-SELL            PIC 9(02)V9(02).
002510     05  OPR-DATE                PIC 9(08).
002520     05  OPR-JOB-ID              PIC X(08).
002530 FD  PRC-FILE
002540     RECORDING MODE IS F
002550     RECORD CONTAINS 50 CHARACTERS
002560     BLOCK CONTAINS 0 RECORDS
002570     LABEL RECORDS ARE STANDARD.
002580 COPY COGSPRCR.
002590 FD  OLD-HISTORY-FILE
002600     RECORDING MODE IS F
002610     RECORD CONTAINS 40 CHARACTERS
002620     BLOCK CONTAINS 0 RECORDS
002630     LABEL RECORDS ARE STANDARD.
002640 01  OLD-HISTORY-RECORD.
002650     05  OSH-DESC                PIC X(10).
002660     05  OSH-STATE               PIC X(02).
002670     05  OSH-STORE               PIC 9(03).
002680     05  OSH-QTY                 PIC 9(05).
002690     05  OSH-UNIT-PRICE          PIC 9(02)V9(02).
002700     05  OSH-MAST-SELL           PIC 9(02)V9(02).
002710     05  OSH-DATE                PIC 9(08).
002720     05  FILLER                  PIC X(04).
002730 FD  SALES-HISTORY-FILE
002740     RECORDING MODE IS F
002750     RECORD CONTAINS 44 CHARACTERS
002760     BLOCK CONTAINS 0 RECORDS
002770     LABEL RECORDS ARE STANDARD.
002780 COPY COGSSLHR.
002790 FD  OLD-SUSPENSE-FILE
002800     RECORDING MODE IS F
002810     RECORD CONTAINS 60 CHARACTERS
002820     BLOCK CONTAINS 0 RECORDS
002830     LABEL RECORDS ARE STANDARD.
002840 01  OLD-SUSPENSE-RECORD.
002850     05  OSU-DESC                PIC X(10).
002860     05  OSU-QOH                 PIC 9(03).
002870     05  OSU-EXPECTED-QOH        PIC S9(05).
002880     05  OSU-DIFFERENCE          PIC S9(05).
002890     05  OSU-AGE-COUNT           PIC 9(03).
002900     05  FILLER                  PIC X(34).
002910 FD  SUSPENSE-FILE
002920     RECORDING MODE IS F
002930     RECORD CONTAINS 60 CHARACTERS
002940     BLOCK CONTAINS 0 RECORDS
002950     LABEL RECORDS ARE STANDARD.
002960 COPY COGSSUSR.
002970 FD  OLD-STORE-SUSP-FILE
002980     RECORDING MODE IS F
002990     RECORD CONTAINS 60 CHARACTERS
003000     BLOCK CONTAINS 0 RECORDS
003010     LABEL RECORDS ARE STANDARD.
003020 01  OLD-STORE-SUSP-RECORD.
003030     05  OSS-DESC                PIC X(10).
003040     05  OSS-QOH                 PIC 9(03).
003050     05  OSS-STORE-QOH           PIC 9(07).
003060     05  OSS-DIFFERENCE          PIC S9(07).
003070     05  FILLER                  PIC X(33).
003080 FD  STORE-SUSPENSE-FILE
003090     RECORDING MODE IS F
003100     RECORD CONTAINS 60 CHARACTERS
003110     BLOCK CONTAINS 0 RECORDS
003120     LABEL RECORDS ARE STANDARD.
003130 COPY COGSSSUR.
003140 FD  OLD-VARIANCE-FILE
003150     RECORDING MODE IS F
003160     RECORD CONTAINS 50 CHARACTERS
003170     BLOCK CONTAINS 0 RECORDS
003180     LABEL RECORDS ARE STANDARD.
003190 01  OLD-VARIANCE-RECORD.
003200     05  OCV-DESC                PIC X(10).
003210     05  OCV-BOOK-QTY            PIC 9(05).
003220     05  OCV-COUNT-QTY           PIC 9(05).
003230     05  OCV-VARIANCE            PIC S9(05).
003240     05  OCV-VARIANCE-AMT        PIC S9(07)V9(02).
003250     05  OCV-DATE                PIC 9(08).
003260     05  FILLER                  PIC X(08).
003270 FD  VARIANCE-HIST-FILE
003280     RECORDING MODE IS F
003290     RECORD CONTAINS 50 CHARACTERS
003300     BLOCK CONTAINS 0 RECORDS
003310     LABEL RECORDS ARE STANDARD.
003320 COPY COGSCVHR.
003330 FD  OLD-ARCHIVE-FILE
003340     RECORDING MODE IS F
003350     RECORD CONTAINS 41 CHARACTERS
003360     BLOCK CONTAINS 0 RECORDS
003370     LABEL RECORDS ARE STANDARD.
003380 01  OLD-ARCHIVE-RECORD.
003390     05  OAR-DESC                PIC X(10).
003400     05  OAR-CALIF               PIC 9(03).
003410     05  OAR-ILL                 PIC 9(03).
003420     05  OAR-UTAH                PIC 9(03).
003430     05  OAR-WISC                PIC 9(03).
003440     05  OAR-BEGIN               PIC 9(03).
003450     05  OAR-PURCH               PIC 9(03).
003460     05  OAR-QOH                 PIC 9(03).
003470     05  OAR-COST                PIC 9(02)V9(02).
003480     05  OAR-SELL                PIC 9(02)V9(02).
003490     05  OAR-CRLF                PIC X(02).
003500 FD  ARCHIVE-FILE
003510     RECORDING MODE IS F
003520     RECORD CONTAINS 75 CHARACTERS
003530     BLOCK CONTAINS 0 RECORDS
003540     LABEL RECORDS ARE STANDARD.
003550 COPY COGSREC.
003560 FD  PRINT-FILE
003570     RECORDING MODE IS F
003580     RECORD CONTAINS 132 CHARACTERS
003590     LABEL RECORDS ARE STANDARD.
003600 01  PRINT-RECORD                PIC X(132).
003610 WORKING-STORAGE SECTION.
003620 77  WS-OMS-STATUS               PIC X(02) VALUE SPACES.
003630 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
003640 77  WS-OST-STATUS               PIC X(02) VALUE SPACES.
003650 77  WS-STO-STATUS               PIC X(02) VALUE SPACES.
003660 77  WS-OPN-STATUS               PIC X(02) VALUE SPACES.
003670 77  WS-PND-STATUS               PIC X(02) VALUE SPACES.
003680 77  WS-OPL-STATUS               PIC X(02) VALUE SPACES.
003690 77  WS-POL-STATUS               PIC X(02) VALUE SPACES.
003700 77  WS-OPM-STATUS               PIC X(02) VALUE SPACES.
003710 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
003720 77  WS-OCH-STATUS               PIC X(02) VALUE SPACES.
003730 77  WS-CHG-STATUS               PIC X(02) VALUE SPACES.
003740 77  WS-OPR-STATUS               PIC X(02) VALUE SPACES.
003750 77  WS-PRC-STATUS               PIC X(02) VALUE SPACES.
003760 77  WS-OSH-STATUS               PIC X(02) VALUE SPACES.
003770 77  WS-SLH-STATUS               PIC X(02) VALUE SPACES.
003780 77  WS-OSU-STATUS               PIC X(02) VALUE SPACES.
003790 77  WS-SUS-STATUS               PIC X(02) VALUE SPACES.
003800 77  WS-OSS-STATUS               PIC X(02) VALUE SPACES.
003810 77  WS-SSU-STATUS               PIC X(02) VALUE SPACES.
003820 77  WS-OCV-STATUS               PIC X(02) VALUE SPACES.
003830 77  WS-CVH-STATUS               PIC X(02) VALUE SPACES.
003840 77  WS-OAR-STATUS               PIC X(02) VALUE SPACES.
003850 77  WS-ARC-STATUS               PIC X(02) VALUE SPACES.
003860 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
003870 77  WS-CNT-SUB                  PIC 9(02) COMP VALUE ZERO.
003880 77  WS-RGN-SUB                  PIC 9(02) COMP VALUE ZERO.
003890 77  WS-ABC-FLAGGED              PIC 9(07) COMP VALUE ZERO.
003900 77  WS-OPEN-DDNAME              PIC X(08) VALUE SPACES.
003910 77  WS-OPEN-STATUS              PIC X(02) VALUE SPACES.
003920 01  WS-SWITCHES.
003930     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
003940         88  WS-EOF                         VALUE 'Y'.
003950     05  WS-SHORT-SW             PIC X(01) VALUE 'N'.
003960         88  WS-SHORT                       VALUE 'Y'.
003970*----------------------------------------------------------------
003980*    ONE COUNT ENTRY PER CONVERTED FILE, IN THE ORDER CONVERTED
003990*----------------------------------------------------------------
004000 01  WS-FILE-NAME-VALUES.
004010     05  FILLER                  PIC X(08) VALUE "COGSMST ".
004020     05  FILLER                  PIC X(08) VALUE "COGSSTOR".
004030     05  FILLER                  PIC X(08) VALUE "COGSPEND".
004040     05  FILLER                  PIC X(08) VALUE "COGSPOL ".
004050     05  FILLER                  PIC X(08) VALUE "COGSPRMO".
004060     05  FILLER                  PIC X(08) VALUE "COGSCHG1".
004070     05  FILLER                  PIC X(08) VALUE "COGSPRC1".
004080     05  FILLER                  PIC X(08) VALUE "COGSSLH1".
004090     05  FILLER                  PIC X(08) VALUE "COGSSUSP".
004100     05  FILLER                  PIC X(08) VALUE "COGSSSUS".
004110     05  FILLER                  PIC X(08) VALUE "COGSCVH1".
004120     05  FILLER                  PIC X(08) VALUE "COGSARC ".
004130 01  WS-FILE-NAMES REDEFINES WS-FILE-NAME-VALUES.
004140     05  WS-FILE-NAME            PIC X(08) OCCURS 12 TIMES.
004150 01  WS-COUNT-TABLE.
004160     05  WS-COUNT-ENTRY OCCURS 12 TIMES.
004170         10  WS-CNT-READ         PIC 9(07) COMP.
004180         10  WS-CNT-WRITTEN      PIC 9(07) COMP.
004190 01  WS-HEADING-1.
004200     05  FILLER                  PIC X(46) VALUE
004210         "COGSWORTH WIDENED RECORD CONVERSION (ONE-TIME)".
004220 01  WS-FLAG-LINE.
004230     05  FILLER                  PIC X(06) VALUE "FILE  ".
004240     05  FL-FILE                 PIC X(10).
004250     05  FILLER                  PIC X(06) VALUE "DESC  ".
004260     05  FL-DESC                 PIC X(12).
004270     05  FL-REASON               PIC X(40).
004280 01  WS-COUNT-LINE.
004290     05  CL-FILE                 PIC X(10).
004300     05  FILLER                  PIC X(08) VALUE " READ = ".
004310     05  CL-READ                 PIC Z,ZZZ,ZZ9.
004320     05  FILLER                  PIC X(11) VALUE " WRITTEN = ".
004330     05  CL-WRITTEN              PIC Z,ZZZ,ZZ9.
004340     05  FILLER                  PIC X(02) VALUE SPACES.
004350     05  CL-PROVED               PIC X(12).
004360 PROCEDURE DIVISION.
004370*----------------------------------------------------------------
004380*    0000-MAINLINE - PROGRAM CONTROL
004390*----------------------------------------------------------------
004400 0000-MAINLINE.
004410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004420     PERFORM 2000-CONVERT-MASTER THRU 2000-EXIT.
004430     PERFORM 2100-CONVERT-STORE THRU 2100-EXIT.
004440     PERFORM 2200-CONVERT-PENDING THRU 2200-EXIT.
004450     PERFORM 2300-CONVERT-PO-LINE THRU 2300-EXIT.
004460     PERFORM 2400-CONVERT-PROMO THRU 2400-EXIT.
004470     PERFORM 2500-CONVERT-CHANGE THRU 2500-EXIT.
004480     PERFORM 2600-CONVERT-PRICE THRU 2600-EXIT.
004490     PERFORM 2700-CONVERT-HISTORY THRU 2700-EXIT.
004500     PERFORM 2800-CONVERT-SUSPENSE THRU 2800-EXIT.
004510     PERFORM 2850-CONVERT-STORE-SUSP THRU 2850-EXIT.
004520     PERFORM 2900-CONVERT-VARIANCE THRU 2900-EXIT.
004530     PERFORM 2950-CONVERT-ARCHIVE THRU 2950-EXIT.
004540     PERFORM 3000-TERMINATE THRU 3000-EXIT.
004550     STOP RUN.
004560*----------------------------------------------------------------
004570*    1000-INITIALIZE - OPEN THE REPORT, CLEAR THE COUNTS
004580*----------------------------------------------------------------
004590 1000-INITIALIZE.
004600     DISPLAY "COGSWIDE STARTING - WIDENED RECORD CONVERSION".
004610     INITIALIZE WS-COUNT-TABLE.
004620     OPEN OUTPUT PRINT-FILE.
004630     IF WS-PRT-STATUS NOT = "00"
004640         DISPLAY "COGSWIDE - UNABLE TO OPEN COGSWID1, STATUS = "
004650                 WS-PRT-STATUS
004660         MOVE 16 TO RETURN-CODE
004670         STOP RUN
004680     END-IF.
004690     WRITE PRINT-RECORD FROM WS-HEADING-1.
004700 1000-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------
004730*    1900-CHECK-OPEN - ANY FILE THAT WILL NOT OPEN ENDS THE RUN
004740*----------------------------------------------------------------
004750 1900-CHECK-OPEN.
004760     IF WS-OPEN-STATUS NOT = "00"
004770         DISPLAY "COGSWIDE - UNABLE TO OPEN " WS-OPEN-DDNAME
004780                 ", STATUS = " WS-OPEN-STATUS
004790         MOVE 16 TO RETURN-CODE
004800         STOP RUN
004810     END-IF.
004820 1900-EXIT.
004830     EXIT.
004840*----------------------------------------------------------------
004850*    2000-CONVERT-MASTER - OLD 184-BYTE MASTER TO NEW 268-BYTE
004860*----------------------------------------------------------------
004870 2000-CONVERT-MASTER.
004880     OPEN INPUT OLD-MASTER-FILE.
004890     MOVE "COGSMST"     TO WS-OPEN-DDNAME.
004900     MOVE WS-OMS-STATUS TO WS-OPEN-STATUS.
004910     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
004920     OPEN OUTPUT COGS-MASTER-FILE.
004930     MOVE "COGSMSTW"    TO WS-OPEN-DDNAME.
004940     MOVE WS-MST-STATUS TO WS-OPEN-STATUS.
004950     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
004960     MOVE 'N' TO WS-EOF-SW.
004970     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
004980     PERFORM 2020-CONVERT-ONE-MASTER THRU 2020-EXIT
004990         UNTIL WS-EOF.
005000     CLOSE OLD-MASTER-FILE.
005010     CLOSE COGS-MASTER-FILE.
005020 2000-EXIT.
005030     EXIT.
005040 2010-READ-MASTER.
005050     READ OLD-MASTER-FILE NEXT RECORD
005060         AT END
005070             MOVE 'Y' TO WS-EOF-SW
005080             GO TO 2010-EXIT
005090     END-READ.
005100     ADD 1 TO WS-CNT-READ(1).
005110 2010-EXIT.
005120     EXIT.
005130 2020-CONVERT-ONE-MASTER.
005140     INITIALIZE COGS-MASTER-RECORD.
005150     MOVE OM-DESC            TO IDESC OF COGS-MASTER-RECORD.
005160     MOVE OM-CALIF           TO ICALIF OF COGS-MASTER-RECORD.
005170     MOVE OM-ILL             TO IILL OF COGS-MASTER-RECORD.
005180     MOVE OM-UTAH            TO IUTAH OF COGS-MASTER-RECORD.
005190     MOVE OM-WISC            TO IWISC OF COGS-MASTER-RECORD.
005200     MOVE OM-BEGIN           TO IBEGIN OF COGS-MASTER-RECORD.
005210     MOVE OM-PURCH           TO IPURCH OF COGS-MASTER-RECORD.
005220     MOVE OM-QOH             TO IQOH OF COGS-MASTER-RECORD.
005230     MOVE OM-COST            TO ICOST OF COGS-MASTER-RECORD.
005240     MOVE OM-SELL            TO ISELL OF COGS-MASTER-RECORD.
005250     MOVE OM-CRLF            TO ICRLF OF COGS-MASTER-RECORD.
005260     MOVE OM-REORD           TO I2REORD.
005270     MOVE OM-VNDR            TO I2VNDR.
005280     MOVE OM-REGION-COUNT    TO I3-REGION-COUNT.
005290     PERFORM 2030-MOVE-ONE-REGION THRU 2030-EXIT
005300         VARYING WS-RGN-SUB FROM 1 BY 1
005310         UNTIL WS-RGN-SUB > 10.
005320     MOVE OM-LAST-SALE-DATE  TO I4-LAST-SALE-DATE.
005330     MOVE OM-DEPT            TO I5DEPT.
005340     MOVE OM-STATUS          TO I6STATUS.
005350     MOVE OM-ITEM            TO I7ITEM.
005360     MOVE OM-CASE-PACK       TO I8CASE-PACK.
005370     MOVE OM-PTD-SALES       TO I9PTD-SALES.
005380     MOVE OM-PTD-PURCH       TO I9PTD-PURCH.
005390     MOVE OM-PTD-ADJ         TO I9PTD-ADJ.
005400     MOVE OM-MTH-OPEN-QOH    TO I9MTH-OPEN-QOH.
005410     IF OM-ANNUAL-VALUE NUMERIC
005420             AND OM-CLASS-DATE NUMERIC
005430             AND OM-LAST-COUNT-DATE NUMERIC
005440         MOVE OM-ABC-CLASS       TO I10ABC-CLASS
005450         MOVE OM-ANNUAL-VALUE    TO I10ANNUAL-VALUE
005460         MOVE OM-CLASS-DATE      TO I10CLASS-DATE
005470         MOVE OM-LAST-COUNT-DATE TO I10LAST-COUNT-DATE
005480     ELSE
005490         MOVE SPACE TO I10ABC-CLASS
005500         MOVE "COGSMST" TO FL-FILE
005510         MOVE OM-DESC   TO FL-DESC
005520         MOVE "ABC FIELDS NOT NUMERIC - CLEARED"
005530             TO FL-REASON
005540         WRITE PRINT-RECORD FROM WS-FLAG-LINE
005550         ADD 1 TO WS-ABC-FLAGGED
005560     END-IF.
005570     WRITE COGS-MASTER-RECORD.
005580     IF WS-MST-STATUS = "00" OR WS-MST-STATUS = "02"
005590         ADD 1 TO WS-CNT-WRITTEN(1)
005600     ELSE
005610         DISPLAY "COGSWIDE - COGSMSTW WRITE FAILED FOR "
005620                 OM-DESC " STATUS = " WS-MST-STATUS
005630     END-IF.
005640     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
005650 2020-EXIT.
005660     EXIT.
005670 2030-MOVE-ONE-REGION.
005680     MOVE OM-REGION-CODE(WS-RGN-SUB)
005690         TO I3-REGION-CODE(WS-RGN-SUB).
005700     IF OM-REGION-UNITS(WS-RGN-SUB) NUMERIC
005710         MOVE OM-REGION-UNITS(WS-RGN-SUB)
005720             TO I3-REGION-UNITS(WS-RGN-SUB)
005730     END-IF.
005740 2030-EXIT.
005750     EXIT.
005760*----------------------------------------------------------------
005770*    2100-CONVERT-STORE - COGSSTOR, ST-QOH 9(05) TO 9(07)
005780*----------------------------------------------------------------
005790 2100-CONVERT-STORE.
005800     OPEN INPUT OLD-STORE-FILE.
005810     MOVE "COGSSTOR"    TO WS-OPEN-DDNAME.
005820     MOVE WS-OST-STATUS TO WS-OPEN-STATUS.
005830     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
005840     OPEN OUTPUT STORE-INVENTORY-FILE.
005850     MOVE "COGSSTRW"    TO WS-OPEN-DDNAME.
005860     MOVE WS-STO-STATUS TO WS-OPEN-STATUS.
005870     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
005880     MOVE 'N' TO WS-EOF-SW.
005890     PERFORM 2110-READ-STORE THRU 2110-EXIT.
005900     PERFORM 2120-CONVERT-ONE-STORE THRU 2120-EXIT
005910         UNTIL WS-EOF.
005920     CLOSE OLD-STORE-FILE.
005930     CLOSE STORE-INVENTORY-FILE.
005940 2100-EXIT.
005950     EXIT.
005960 2110-READ-STORE.
005970     READ OLD-STORE-FILE NEXT RECORD
005980         AT END
005990             MOVE 'Y' TO WS-EOF-SW
006000             GO TO 2110-EXIT
006010     END-READ.
006020     ADD 1 TO WS-CNT-READ(2).
006030 2110-EXIT.
006040     EXIT.
006050 2120-CONVERT-ONE-STORE.
006060     INITIALIZE STORE-INVENTORY-RECORD.
006070     MOVE OST-DESC       TO ST-DESC.
006080     MOVE OST-STORE      TO ST-STORE.
006090     MOVE OST-QOH        TO ST-QOH.
006100     MOVE OST-REORD      TO ST-REORD.
006110     MOVE OST-UNITS-SOLD TO ST-UNITS-SOLD.
006120     WRITE STORE-INVENTORY-RECORD.
006130     IF WS-STO-STATUS = "00"
006140         ADD 1 TO WS-CNT-WRITTEN(2)
006150     ELSE
006160         DISPLAY "COGSWIDE - COGSSTRW WRITE FAILED FOR "
006170                 OST-KEY " STATUS = " WS-STO-STATUS
006180     END-IF.
006190     PERFORM 2110-READ-STORE THRU 2110-EXIT.
006200 2120-EXIT.
006210     EXIT.
006220*----------------------------------------------------------------
006230*    2200-CONVERT-PENDING - COGSPEND, COSTS 99V99 TO 9(05)V99
006240*----------------------------------------------------------------
006250 2200-CONVERT-PENDING.
006260     OPEN INPUT OLD-PENDING-FILE.
006270     MOVE "COGSPEND"    TO WS-OPEN-DDNAME.
006280     MOVE WS-OPN-STATUS TO WS-OPEN-STATUS.
006290     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
006300     OPEN OUTPUT PENDING-COST-FILE.
006310     MOVE "COGSPNDW"    TO WS-OPEN-DDNAME.
006320     MOVE WS-PND-STATUS TO WS-OPEN-STATUS.
006330     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
006340     MOVE 'N' TO WS-EOF-SW.
006350     PERFORM 2210-READ-PENDING THRU 2210-EXIT.
006360     PERFORM 2220-CONVERT-ONE-PENDING THRU 2220-EXIT
006370         UNTIL WS-EOF.
006380     CLOSE OLD-PENDING-FILE.
006390     CLOSE PENDING-COST-FILE.
006400 2200-EXIT.
006410     EXIT.
006420 2210-READ-PENDING.
006430     READ OLD-PENDING-FILE NEXT RECORD
006440         AT END
006450             MOVE 'Y' TO WS-EOF-SW
006460             GO TO 2210-EXIT
006470     END-READ.
006480     ADD 1 TO WS-CNT-READ(3).
006490 2210-EXIT.
006500     EXIT.
006510 2220-CONVERT-ONE-PENDING.
006520     INITIALIZE PENDING-COST-RECORD.
006530     MOVE OPN-DESC     TO PN-DESC.
006540     MOVE OPN-OLD-COST TO PN-OLD-COST.
006550     MOVE OPN-NEW-COST TO PN-NEW-COST.
006560     MOVE OPN-DATE     TO PN-DATE.
006570     MOVE OPN-PCT      TO PN-PCT.
006580     WRITE PENDING-COST-RECORD.
006590     IF WS-PND-STATUS = "00"
006600         ADD 1 TO WS-CNT-WRITTEN(3)
006610     ELSE
006620         DISPLAY "COGSWIDE - COGSPNDW WRITE FAILED FOR "
006630                 OPN-DESC " STATUS = " WS-PND-STATUS
006640     END-IF.
006650     PERFORM 2210-READ-PENDING THRU 2210-EXIT.
006660 2220-EXIT.
006670     EXIT.
006680*----------------------------------------------------------------
006690*    2300-CONVERT-PO-LINE - COGSPOL, UNIT COST TO 9(05)V99
006700*----------------------------------------------------------------
006710 2300-CONVERT-PO-LINE.
006720     OPEN INPUT OLD-PO-LINE-FILE.
006730     MOVE "COGSPOL"     TO WS-OPEN-DDNAME.
006740     MOVE WS-OPL-STATUS TO WS-OPEN-STATUS.
006750     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
006760     OPEN OUTPUT PO-LINE-FILE.
006770     MOVE "COGSPOLW"    TO WS-OPEN-DDNAME.
006780     MOVE WS-POL-STATUS TO WS-OPEN-STATUS.
006790     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
006800     MOVE 'N' TO WS-EOF-SW.
006810     PERFORM 2310-READ-PO-LINE THRU 2310-EXIT.
006820     PERFORM 2320-CONVERT-ONE-PO-LINE THRU 2320-EXIT
006830         UNTIL WS-EOF.
006840     CLOSE OLD-PO-LINE-FILE.
006850     CLOSE PO-LINE-FILE.
006860 2300-EXIT.
006870     EXIT.
006880 2310-READ-PO-LINE.
006890     READ OLD-PO-LINE-FILE NEXT RECORD
006900         AT END
006910             MOVE 'Y' TO WS-EOF-SW
006920             GO TO 2310-EXIT
006930     END-READ.
006940     ADD 1 TO WS-CNT-READ(4).
006950 2310-EXIT.
006960     EXIT.
006970 2320-CONVERT-ONE-PO-LINE.
006980     INITIALIZE PO-LINE-RECORD.
006990     MOVE OPL-PO-NUMBER    TO PL-PO-NUMBER.
007000     MOVE OPL-LINE         TO PL-LINE.
007010     MOVE OPL-DESC         TO PL-DESC.
007020     MOVE OPL-QTY-ORDERED  TO PL-QTY-ORDERED.
007030     MOVE OPL-QTY-RECEIVED TO PL-QTY-RECEIVED.
007040     MOVE OPL-UNIT-COST    TO PL-UNIT-COST.
007050     MOVE OPL-STATUS       TO PL-STATUS.
007060     MOVE OPL-DATE-CLOSED  TO PL-DATE-CLOSED.
007070     MOVE OPL-VNDR-PART-NO TO PL-VNDR-PART-NO.
007080     WRITE PO-LINE-RECORD.
007090     IF WS-POL-STATUS = "00"
007100         ADD 1 TO WS-CNT-WRITTEN(4)
007110     ELSE
007120         DISPLAY "COGSWIDE - COGSPOLW WRITE FAILED FOR "
007130                 OPL-KEY " STATUS = " WS-POL-STATUS
007140     END-IF.
007150     PERFORM 2310-READ-PO-LINE THRU 2310-EXIT.
007160 2320-EXIT.
007170     EXIT.
007180*----------------------------------------------------------------
007190*    2400-CONVERT-PROMO - COGSPRMO, PROMOTION PRICE TO 9(05)V99
007200*----------------------------------------------------------------
007210 2400-CONVERT-PROMO.
007220     OPEN INPUT OLD-PROMO-FILE.
007230     MOVE "COGSPRMO"    TO WS-OPEN-DDNAME.
007240     MOVE WS-OPM-STATUS TO WS-OPEN-STATUS.
007250     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
007260     OPEN OUTPUT PROMO-PRICE-FILE.
007270     MOVE "COGSPRMW"    TO WS-OPEN-DDNAME.
007280     MOVE WS-PRM-STATUS TO WS-OPEN-STATUS.
007290     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
007300     MOVE 'N' TO WS-EOF-SW.
007310     PERFORM 2410-READ-PROMO THRU 2410-EXIT.
007320     PERFORM 2420-CONVERT-ONE-PROMO THRU 2420-EXIT
007330         UNTIL WS-EOF.
007340     CLOSE OLD-PROMO-FILE.
007350     CLOSE PROMO-PRICE-FILE.
007360 2400-EXIT.
007370     EXIT.
007380 2410-READ-PROMO.
007390     READ OLD-PROMO-FILE NEXT RECORD
007400         AT END
007410             MOVE 'Y' TO WS-EOF-SW
007420             GO TO 2410-EXIT
007430     END-READ.
007440     ADD 1 TO WS-CNT-READ(5).
007450 2410-EXIT.
007460     EXIT.
007470 2420-CONVERT-ONE-PROMO.
007480     INITIALIZE PROMO-PRICE-RECORD.
007490     MOVE OPM-DESC      TO PM-DESC.
007500     MOVE OPM-PRICE     TO PM-PRICE.
007510     MOVE OPM-START     TO PM-START.
007520     MOVE OPM-END       TO PM-END.
007530     MOVE OPM-ACTIVE-SW TO PM-ACTIVE-SW.
007540     WRITE PROMO-PRICE-RECORD.
007550     IF WS-PRM-STATUS = "00"
007560         ADD 1 TO WS-CNT-WRITTEN(5)
007570     ELSE
007580         DISPLAY "COGSWIDE - COGSPRMW WRITE FAILED FOR "
007590                 OPM-DESC " STATUS = " WS-PRM-STATUS
007600     END-IF.
007610     PERFORM 2410-READ-PROMO THRU 2410-EXIT.
007620 2420-EXIT.
007630     EXIT.
007640*----------------------------------------------------------------
007650*    2500-CONVERT-CHANGE - COGSCHG1, OLD 34-BYTE TO NEW 40-BYTE
007660*----------------------------------------------------------------
007670 2500-CONVERT-CHANGE.
007680     OPEN INPUT OLD-CHG-FILE.
007690     MOVE "COGSCHG1"    TO WS-OPEN-DDNAME.
007700     MOVE WS-OCH-STATUS TO WS-OPEN-STATUS.
007710     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
007720     OPEN OUTPUT CHG-FILE.
007730     MOVE "COGSCHGW"    TO WS-OPEN-DDNAME.
007740     MOVE WS-CHG-STATUS TO WS-OPEN-STATUS.
007750     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
007760     MOVE 'N' TO WS-EOF-SW.
007770     PERFORM 2510-READ-CHANGE THRU 2510-EXIT.
007780     PERFORM 2520-CONVERT-ONE-CHANGE THRU 2520-EXIT
007790         UNTIL WS-EOF.
007800     CLOSE OLD-CHG-FILE.
007810     CLOSE CHG-FILE.
007820 2500-EXIT.
007830     EXIT.
007840 2510-READ-CHANGE.
007850     READ OLD-CHG-FILE
007860         AT END
007870             MOVE 'Y' TO WS-EOF-SW
007880             GO TO 2510-EXIT
007890     END-READ.
007900     ADD 1 TO WS-CNT-READ(6).
007910 2510-EXIT.
007920     EXIT.
007930 2520-CONVERT-ONE-CHANGE.
007940     MOVE OCH-DESC     TO CHG-DESC.
007950     MOVE OCH-OLD-COST TO CHG-OLD-COST.
007960     MOVE OCH-NEW-COST TO CHG-NEW-COST.
007970     MOVE OCH-DATE     TO CHG-DATE.
007980     MOVE OCH-JOB-ID   TO CHG-JOB-ID.
007985     MOVE SPACES       TO CHG-OPER-ID CHG-APPR-ID.
007990     WRITE COST-CHANGE-RECORD.
008000     ADD 1 TO WS-CNT-WRITTEN(6).
008010     PERFORM 2510-READ-CHANGE THRU 2510-EXIT.
008020 2520-EXIT.
008030     EXIT.
008040*----------------------------------------------------------------
008050*    2600-CONVERT-PRICE - COGSPRC1, OLD 34-BYTE TO NEW 40-BYTE
008060*----------------------------------------------------------------
008070 2600-CONVERT-PRICE.
008080     OPEN INPUT OLD-PRC-FILE.
008090     MOVE "COGSPRC1"    TO WS-OPEN-DDNAME.
008100     MOVE WS-OPR-STATUS TO WS-OPEN-STATUS.
008110     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
008120     OPEN OUTPUT PRC-FILE.
008130     MOVE "COGSPRCW"    TO WS-OPEN-DDNAME.
008140     MOVE WS-PRC-STATUS TO WS-OPEN-STATUS.
008150     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
008160     MOVE 'N' TO WS-EOF-SW.
008170     PERFORM 2610-READ-PRICE THRU 2610-EXIT.
008180     PERFORM 2620-CONVERT-ONE-PRICE THRU 2620-EXIT
008190         UNTIL WS-EOF.
008200     CLOSE OLD-PRC-FILE.
008210     CLOSE PRC-FILE.
008220 2600-EXIT.
008230     EXIT.
008240 2610-READ-PRICE.
008250     READ OLD-PRC-FILE
008260         AT END
008270             MOVE 'Y' TO WS-EOF-SW
008280             GO TO 2610-EXIT
008290     END-READ.
008300     ADD 1 TO WS-CNT-READ(7).
008310 2610-EXIT.
008320     EXIT.
008330 2620-CONVERT-ONE-PRICE.
008340     MOVE OPR-DESC     TO PRC-DESC.
008350     MOVE OPR-OLD-SELL TO PRC-OLD-SELL.
008360     MOVE OPR-NEW-SELL TO PRC-NEW-SELL.
008370     MOVE OPR-DATE     TO PRC-DATE.
008380     MOVE OPR-JOB-ID   TO PRC-JOB-ID.
008385     MOVE SPACES       TO PRC-OPER-ID.
008390     WRITE PRICE-CHANGE-RECORD.
008400     ADD 1 TO WS-CNT-WRITTEN(7).
008410     PERFORM 2610-READ-PRICE THRU 2610-EXIT.
008420 2620-EXIT.
008430     EXIT.
008440*----------------------------------------------------------------
008450*    2700-CONVERT-HISTORY - COGSSLH1, OLD 40-BYTE TO NEW 44-BYTE
008460*----------------------------------------------------------------
008470 2700-CONVERT-HISTORY.
008480     OPEN INPUT OLD-HISTORY-FILE.
008490     MOVE "COGSSLH1"    TO WS-OPEN-DDNAME.
008500     MOVE WS-OSH-STATUS TO WS-OPEN-STATUS.
008510     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
008520     OPEN OUTPUT SALES-HISTORY-FILE.
008530     MOVE "COGSSLHW"    TO WS-OPEN-DDNAME.
008540     MOVE WS-SLH-STATUS TO WS-OPEN-STATUS.
008550     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
008560     MOVE 'N' TO WS-EOF-SW.
008570     PERFORM 2710-READ-HISTORY THRU 2710-EXIT.
008580     PERFORM 2720-CONVERT-ONE-HISTORY THRU 2720-EXIT
008590         UNTIL WS-EOF.
008600     CLOSE OLD-HISTORY-FILE.
008610     CLOSE SALES-HISTORY-FILE.
008620 2700-EXIT.
008630     EXIT.
008640 2710-READ-HISTORY.
008650     READ OLD-HISTORY-FILE
008660         AT END
008670             MOVE 'Y' TO WS-EOF-SW
008680             GO TO 2710-EXIT
008690     END-READ.
008700     ADD 1 TO WS-CNT-READ(8).
008710 2710-EXIT.
008720     EXIT.
008730 2720-CONVERT-ONE-HISTORY.
008740     INITIALIZE SALES-HISTORY-RECORD.
008750     MOVE OSH-DESC       TO SH-DESC.
008760     MOVE OSH-STATE      TO SH-STATE.
008770     MOVE OSH-STORE      TO SH-STORE.
008780     MOVE OSH-QTY        TO SH-QTY.
008790     MOVE OSH-UNIT-PRICE TO SH-UNIT-PRICE.
008800     MOVE OSH-MAST-SELL  TO SH-MAST-SELL.
008810     MOVE OSH-DATE       TO SH-DATE.
008820     WRITE SALES-HISTORY-RECORD.
008830     ADD 1 TO WS-CNT-WRITTEN(8).
008840     PERFORM 2710-READ-HISTORY THRU 2710-EXIT.
008850 2720-EXIT.
008860     EXIT.
008870*----------------------------------------------------------------
008880*    2800-CONVERT-SUSPENSE - COGSSUSP, QOH FIELDS WIDENED
008890*----------------------------------------------------------------
008900 2800-CONVERT-SUSPENSE.
008910     OPEN INPUT OLD-SUSPENSE-FILE.
008920     MOVE "COGSSUSP"    TO WS-OPEN-DDNAME.
008930     MOVE WS-OSU-STATUS TO WS-OPEN-STATUS.
008940     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
008950     OPEN OUTPUT SUSPENSE-FILE.
008960     MOVE "COGSSUSW"    TO WS-OPEN-DDNAME.
008970     MOVE WS-SUS-STATUS TO WS-OPEN-STATUS.
008980     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
008990     MOVE 'N' TO WS-EOF-SW.
009000     PERFORM 2810-READ-SUSPENSE THRU 2810-EXIT.
009010     PERFORM 2820-CONVERT-ONE-SUSPENSE THRU 2820-EXIT
009020         UNTIL WS-EOF.
009030     CLOSE OLD-SUSPENSE-FILE.
009040     CLOSE SUSPENSE-FILE.
009050 2800-EXIT.
009060     EXIT.
009070 2810-READ-SUSPENSE.
009080     READ OLD-SUSPENSE-FILE
009090         AT END
009100             MOVE 'Y' TO WS-EOF-SW
009110             GO TO 2810-EXIT
009120     END-READ.
009130     ADD 1 TO WS-CNT-READ(9).
009140 2810-EXIT.
009150     EXIT.
009160 2820-CONVERT-ONE-SUSPENSE.
009170     INITIALIZE SUSPENSE-RECORD.
009180     MOVE OSU-DESC         TO SU-DESC.
009190     MOVE OSU-QOH          TO SU-QOH.
009200     MOVE OSU-EXPECTED-QOH TO SU-EXPECTED-QOH.
009210     MOVE OSU-DIFFERENCE   TO SU-DIFFERENCE.
009220     MOVE OSU-AGE-COUNT    TO SU-AGE-COUNT.
009230     WRITE SUSPENSE-RECORD.
009240     ADD 1 TO WS-CNT-WRITTEN(9).
009250     PERFORM 2810-READ-SUSPENSE THRU 2810-EXIT.
009260 2820-EXIT.
009270     EXIT.
009280*----------------------------------------------------------------
009290*    2850-CONVERT-STORE-SUSP - COGSSSUS, SS-QOH 9(03) TO 9(07)
009300*----------------------------------------------------------------
009310 2850-CONVERT-STORE-SUSP.
009320     OPEN INPUT OLD-STORE-SUSP-FILE.
009330     MOVE "COGSSSUS"    TO WS-OPEN-DDNAME.
009340     MOVE WS-OSS-STATUS TO WS-OPEN-STATUS.
009350     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
009360     OPEN OUTPUT STORE-SUSPENSE-FILE.
009370     MOVE "COGSSSUW"    TO WS-OPEN-DDNAME.
009380     MOVE WS-SSU-STATUS TO WS-OPEN-STATUS.
009390     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
009400     MOVE 'N' TO WS-EOF-SW.
009410     PERFORM 2860-READ-STORE-SUSP THRU 2860-EXIT.
009420     PERFORM 2870-CONVERT-ONE-STORE-SUSP THRU 2870-EXIT
009430         UNTIL WS-EOF.
009440     CLOSE OLD-STORE-SUSP-FILE.
009450     CLOSE STORE-SUSPENSE-FILE.
009460 2850-EXIT.
009470     EXIT.
009480 2860-READ-STORE-SUSP.
009490     READ OLD-STORE-SUSP-FILE
009500         AT END
009510             MOVE 'Y' TO WS-EOF-SW
009520             GO TO 2860-EXIT
009530     END-READ.
009540     ADD 1 TO WS-CNT-READ(10).
009550 2860-EXIT.
009560     EXIT.
009570 2870-CONVERT-ONE-STORE-SUSP.
009580     INITIALIZE STORE-SUSPENSE-RECORD.
009590     MOVE OSS-DESC       TO SS-DESC.
009600     MOVE OSS-QOH        TO SS-QOH.
009610     MOVE OSS-STORE-QOH  TO SS-STORE-QOH.
009620     MOVE OSS-DIFFERENCE TO SS-DIFFERENCE.
009630     WRITE STORE-SUSPENSE-RECORD.
009640     ADD 1 TO WS-CNT-WRITTEN(10).
009650     PERFORM 2860-READ-STORE-SUSP THRU 2860-EXIT.
009660 2870-EXIT.
009670     EXIT.
009680*----------------------------------------------------------------
009690*    2900-CONVERT-VARIANCE - COGSCVH1, QUANTITIES AND AMOUNT
009700*----------------------------------------------------------------
009710 2900-CONVERT-VARIANCE.
009720     OPEN INPUT OLD-VARIANCE-FILE.
009730     MOVE "COGSCVH1"    TO WS-OPEN-DDNAME.
009740     MOVE WS-OCV-STATUS TO WS-OPEN-STATUS.
009750     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
009760     OPEN OUTPUT VARIANCE-HIST-FILE.
009770     MOVE "COGSCVHW"    TO WS-OPEN-DDNAME.
009780     MOVE WS-CVH-STATUS TO WS-OPEN-STATUS.
009790     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
009800     MOVE 'N' TO WS-EOF-SW.
009810     PERFORM 2910-READ-VARIANCE THRU 2910-EXIT.
009820     PERFORM 2920-CONVERT-ONE-VARIANCE THRU 2920-EXIT
009830         UNTIL WS-EOF.
009840     CLOSE OLD-VARIANCE-FILE.
009850     CLOSE VARIANCE-HIST-FILE.
009860 2900-EXIT.
009870     EXIT.
009880 2910-READ-VARIANCE.
009890     READ OLD-VARIANCE-FILE
009900         AT END
009910             MOVE 'Y' TO WS-EOF-SW
009920             GO TO 2910-EXIT
009930     END-READ.
009940     ADD 1 TO WS-CNT-READ(11).
009950 2910-EXIT.
009960     EXIT.
009970 2920-CONVERT-ONE-VARIANCE.
009980     MOVE OCV-DESC         TO CV-DESC.
009990     MOVE OCV-BOOK-QTY     TO CV-BOOK-QTY.
010000     MOVE OCV-COUNT-QTY    TO CV-COUNT-QTY.
010010     MOVE OCV-VARIANCE     TO CV-VARIANCE.
010020     MOVE OCV-VARIANCE-AMT TO CV-VARIANCE-AMT.
010030     MOVE OCV-DATE         TO CV-DATE.
010040     WRITE COUNT-VARIANCE-RECORD.
010050     ADD 1 TO WS-CNT-WRITTEN(11).
010060     PERFORM 2910-READ-VARIANCE THRU 2910-EXIT.
010070 2920-EXIT.
010080     EXIT.
010090*----------------------------------------------------------------
010100*    2950-CONVERT-ARCHIVE - LATEST COGSARC SNAPSHOT, 41 TO 75
010110*----------------------------------------------------------------
010120 2950-CONVERT-ARCHIVE.
010130     OPEN INPUT OLD-ARCHIVE-FILE.
010140     MOVE "COGSARC"     TO WS-OPEN-DDNAME.
010150     MOVE WS-OAR-STATUS TO WS-OPEN-STATUS.
010160     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
010170     OPEN OUTPUT ARCHIVE-FILE.
010180     MOVE "COGSARCW"    TO WS-OPEN-DDNAME.
010190     MOVE WS-ARC-STATUS TO WS-OPEN-STATUS.
010200     PERFORM 1900-CHECK-OPEN THRU 1900-EXIT.
010210     MOVE 'N' TO WS-EOF-SW.
010220     PERFORM 2960-READ-ARCHIVE THRU 2960-EXIT.
010230     PERFORM 2970-CONVERT-ONE-ARCHIVE THRU 2970-EXIT
010240         UNTIL WS-EOF.
010250     CLOSE OLD-ARCHIVE-FILE.
010260     CLOSE ARCHIVE-FILE.
010270 2950-EXIT.
010280     EXIT.
010290 2960-READ-ARCHIVE.
010300     READ OLD-ARCHIVE-FILE
010310         AT END
010320             MOVE 'Y' TO WS-EOF-SW
010330             GO TO 2960-EXIT
010340     END-READ.
010350     ADD 1 TO WS-CNT-READ(12).
010360 2960-EXIT.
010370     EXIT.
010380 2970-CONVERT-ONE-ARCHIVE.
010390     MOVE OAR-DESC  TO IDESC OF COGS-RECORD.
010400     MOVE OAR-CALIF TO ICALIF OF COGS-RECORD.
010410     MOVE OAR-ILL   TO IILL OF COGS-RECORD.
010420     MOVE OAR-UTAH  TO IUTAH OF COGS-RECORD.
010430     MOVE OAR-WISC  TO IWISC OF COGS-RECORD.
010440     MOVE OAR-BEGIN TO IBEGIN OF COGS-RECORD.
010450     MOVE OAR-PURCH TO IPURCH OF COGS-RECORD.
010460     MOVE OAR-QOH   TO IQOH OF COGS-RECORD.
010470     MOVE OAR-COST  TO ICOST OF COGS-RECORD.
010480     MOVE OAR-SELL  TO ISELL OF COGS-RECORD.
010490     MOVE OAR-CRLF  TO ICRLF OF COGS-RECORD.
010500     WRITE COGS-RECORD.
010510     ADD 1 TO WS-CNT-WRITTEN(12).
010520     PERFORM 2960-READ-ARCHIVE THRU 2960-EXIT.
010530 2970-EXIT.
010540     EXIT.
010550*----------------------------------------------------------------
010560*    3000-TERMINATE - PROVE THE COUNTS AND CLOSE THE REPORT
010570*----------------------------------------------------------------
010580 3000-TERMINATE.
010590     PERFORM 3100-PROVE-ONE-FILE THRU 3100-EXIT
010600         VARYING WS-CNT-SUB FROM 1 BY 1
010610         UNTIL WS-CNT-SUB > 12.
010620     CLOSE PRINT-FILE.
010630     DISPLAY "COGSWIDE - ABC FIELDS CLEARED  = "
010640             WS-ABC-FLAGGED.
010650     IF WS-SHORT
010660         MOVE 8 TO RETURN-CODE
010670     ELSE
010680         IF WS-ABC-FLAGGED > ZERO
010690             MOVE 4 TO RETURN-CODE
010700         END-IF
010710     END-IF.
010720 3000-EXIT.
010730     EXIT.
010740 3100-PROVE-ONE-FILE.
010750     MOVE WS-FILE-NAME(WS-CNT-SUB)   TO CL-FILE.
010760     MOVE WS-CNT-READ(WS-CNT-SUB)    TO CL-READ.
010770     MOVE WS-CNT-WRITTEN(WS-CNT-SUB) TO CL-WRITTEN.
010780     IF WS-CNT-READ(WS-CNT-SUB) = WS-CNT-WRITTEN(WS-CNT-SUB)
010790         MOVE "PROVED"      TO CL-PROVED
010800     ELSE
010810         MOVE "** SHORT **" TO CL-PROVED
010820         MOVE 'Y' TO WS-SHORT-SW
010830     END-IF.
010840     WRITE PRINT-RECORD FROM WS-COUNT-LINE.
010850     DISPLAY "COGSWIDE - " WS-FILE-NAME(WS-CNT-SUB)
010860             " READ/WRITTEN = " WS-CNT-READ(WS-CNT-SUB)
010870             " " WS-CNT-WRITTEN(WS-CNT-SUB).
010880 3100-EXIT.
010890     EXIT.
