000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSRINT.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSRINT IS THE WEEKLY REFERENTIAL INTEGRITY SWEEP.  EVERY *
000090*   SIDE FILE IS KEYED BACK TO A MASTER PRODUCT, AND COGSMNT   *
000100*   CARRIES THEM ACROSS A RENAME, BUT A FAILED RUN OR A DELETE *
000110*   STILL LEAVES ROWS BEHIND.  THIS PROGRAM READS COGSSTOR,    *
000116*   COGSOPO, COGSBORD, COGSPRMO, COGSPEND, COGSRSV,            *
000122*   COGSCLRF, COGSLNDL, COGSPOL, COGSXIT, COGSVCAT AND BOTH    *
000128*   SIDES OF COGSKIT AGAINST COGSMST, COGSBIN AGAINST THE      *
000134*   COGSSTOR SHELF IT STOCKS, AND COGSALIA'S CURRENT           *
000140*   DESCRIPTION AGAINST COGSMST, AND LISTS EVERY ROW WHOSE     *
000150*   PRODUCT IS GONE ON THE COGSRIN1 ORPHAN REPORT, GROUPED BY  *
000160*   FILE AND RELATIONSHIP.  EACH ONE IS ALSO WRITTEN TO        *
000170*   COGSRIPO IN THE COGSRIPR LAYOUT AS A PROPOSED PURGE.  THE  *
000180*   MASTER ITSELF IS CHECKED FOR I2VNDR CODES NOT ON VNDRMST,  *
000190*   I5DEPT CODES NOT ON COGSDEPT AND I7ITEM NUMBERS CARRIED BY *
000200*   MORE THAN ONE PRODUCT; THOSE ARE REPORTED ONLY, FOR        *
000210*   CORRECTION THROUGH COGSMNT.  NOTHING IS DELETED FROM WHAT  *
000220*   THIS RUN FINDS. THE LINES A SUPERVISOR HAS APPROVED FROM   *
000230*   AN EARLIER COGSRIPO ARE GIVEN BACK ON COGSRIPI, AND ARE    *
000240*   APPLIED BEFORE THE SWEEP - EACH ROW IS DELETED ONLY IF IT  *
000250*   IS STILL ON FILE, STILL POINTS AT THE SAME PRODUCT AND     *
000260*   THAT PRODUCT IS STILL NOT ON THE MASTER.  RC=4 WHEN        *
000270*   ANYTHING IS FOUND.                                         *
000280*                                                              *
000290*   MODIFICATION HISTORY                                      *
000300*   2026-10-05  DHH  INITIAL VERSION                           *
000302*   2026-10-05  DHH  COGSPOL, COGSXIT, COGSVCAT AND BOTH       *
000304*                    SIDES OF COGSKIT SWEPT AGAINST COGSMST,   *
000306*                    AND COGSBIN AGAINST COGSSTOR; ALL FIVE    *
000308*                    PURGEABLE.  RP-KEY NOW 21 BYTES           *
000309*   2026-10-05  DHH  ACTION TEXT SHORTENED TO FIT DL-ACTION    *
000310*   2026-10-05  DHH  COGSLNDL SWEPT AGAINST COGSMST AND        *
000311*                    PURGEABLE                                 *
000312****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.  IBM-370.
000350 OBJECT-COMPUTER.  IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT COGS-MASTER-FILE ASSIGN TO COGSMST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS IDESC OF COGS-MASTER-RECORD
000420         FILE STATUS IS WS-MST-STATUS.
000430     SELECT VENDOR-MASTER-FILE ASSIGN TO VNDRMST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS VN-CODE
000470         FILE STATUS IS WS-VND-STATUS.
000480     SELECT DEPARTMENT-FILE ASSIGN TO COGSDEPT
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS DP-CODE
000520         FILE STATUS IS WS-DPT-STATUS.
000530     SELECT STORE-INVENTORY-FILE ASSIGN TO COGSSTOR
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS ST-KEY
000570         FILE STATUS IS WS-STO-STATUS.
000580     SELECT OPEN-PO-FILE ASSIGN TO COGSOPO
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS OP-DESC
000620         FILE STATUS IS WS-OPO-STATUS.
000630     SELECT BACKORDER-FILE ASSIGN TO COGSBORD
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS BO-KEY
000670         FILE STATUS IS WS-BOR-STATUS.
000680     SELECT PROMO-PRICE-FILE ASSIGN TO COGSPRMO
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS PM-DESC
000720         FILE STATUS IS WS-PMO-STATUS.
000730     SELECT PENDING-COST-FILE ASSIGN TO COGSPEND
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS PN-DESC
000770         FILE STATUS IS WS-PND-STATUS.
000780     SELECT RESERVATION-FILE ASSIGN TO COGSRSV
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS RV-KEY
000820         FILE STATUS IS WS-RSV-STATUS.
000830     SELECT CLEARANCE-FILE ASSIGN TO COGSCLRF
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS CL-DESC
000870         FILE STATUS IS WS-CLR-STATUS.
000871     SELECT PO-LINE-FILE ASSIGN TO COGSPOL
000872         ORGANIZATION IS INDEXED
000873         ACCESS MODE IS DYNAMIC
000874         RECORD KEY IS PL-KEY
000875         FILE STATUS IS WS-POL-STATUS.
000876     SELECT IN-TRANSIT-FILE ASSIGN TO COGSXIT
000877         ORGANIZATION IS INDEXED
000878         ACCESS MODE IS DYNAMIC
000879         RECORD KEY IS IT-KEY
000880         FILE STATUS IS WS-XIT-STATUS.
000881     SELECT VENDOR-ITEM-FILE ASSIGN TO COGSVCAT
000882         ORGANIZATION IS INDEXED
000883         ACCESS MODE IS DYNAMIC
000884         RECORD KEY IS VI-KEY
000885         FILE STATUS IS WS-VCT-STATUS.
000886     SELECT KIT-FILE ASSIGN TO COGSKIT
000887         ORGANIZATION IS INDEXED
000888         ACCESS MODE IS DYNAMIC
000889         RECORD KEY IS KT-KEY
000890         FILE STATUS IS WS-KIT-STATUS.
000891     SELECT BIN-LOCATION-FILE ASSIGN TO COGSBIN
000892         ORGANIZATION IS INDEXED
000893         ACCESS MODE IS DYNAMIC
000894         RECORD KEY IS BN-KEY
000895         FILE STATUS IS WS-BIN-STATUS.
000896     SELECT LANDED-LEDGER-FILE ASSIGN TO COGSLNDL
000897         ORGANIZATION IS INDEXED
000898         ACCESS MODE IS DYNAMIC
000899         RECORD KEY IS LN-DESC
000900         FILE STATUS IS WS-LND-STATUS.
000901     SELECT ALIAS-FILE ASSIGN TO COGSALIA
000902         ORGANIZATION IS INDEXED
000903         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS AL-DESC
000920         FILE STATUS IS WS-ALI-STATUS.
000930     SELECT PURGE-IN-FILE ASSIGN TO COGSRIPI
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-RPI-STATUS.
000960     SELECT PURGE-OUT-FILE ASSIGN TO COGSRIPO
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-RPO-STATUS.
000990     SELECT ITEM-WORK-FILE ASSIGN TO COGSRIWK
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-WRK-STATUS.
001020     SELECT ITEM-SORTED-FILE ASSIGN TO COGSRISR
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-SRT-STATUS.
001050     SELECT SORT-WORK-FILE ASSIGN TO SORTWK1.
001060     SELECT PRINT-FILE ASSIGN TO COGSRIN1
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS WS-PRT-STATUS.
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  COGS-MASTER-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 COPY COGSMSTR.
001140 FD  VENDOR-MASTER-FILE
001150     RECORDING MODE IS F
001160     RECORD CONTAINS 80 CHARACTERS
001170     LABEL RECORDS ARE STANDARD.
001180 COPY COGSVNDR.
001190 FD  DEPARTMENT-FILE
001200     RECORDING MODE IS F
001210     RECORD CONTAINS 40 CHARACTERS
001220     LABEL RECORDS ARE STANDARD.
001230 COPY COGSDPTR.
001240 FD  STORE-INVENTORY-FILE
001250     RECORDING MODE IS F
001260     RECORD CONTAINS 40 CHARACTERS
001270     LABEL RECORDS ARE STANDARD.
001280 COPY COGSSTOR.
001290 FD  OPEN-PO-FILE
001300     RECORDING MODE IS F
001310     RECORD CONTAINS 40 CHARACTERS
001320     LABEL RECORDS ARE STANDARD.
001330 COPY COGSOPOR.
001340 FD  BACKORDER-FILE
001350     RECORDING MODE IS F
001360     RECORD CONTAINS 40 CHARACTERS
001370     LABEL RECORDS ARE STANDARD.
001380 COPY COGSBORR.
001390 FD  PROMO-PRICE-FILE
001400     RECORDING MODE IS F
001410     RECORD CONTAINS 40 CHARACTERS
001420     LABEL RECORDS ARE STANDARD.
001430 COPY COGSPRMR.
001440 FD  PENDING-COST-FILE
001450     RECORDING MODE IS F
001460     RECORD CONTAINS 40 CHARACTERS
001470     LABEL RECORDS ARE STANDARD.
001480 COPY COGSPNDR.
001490 FD  RESERVATION-FILE
001500     RECORDING MODE IS F
001510     RECORD CONTAINS 80 CHARACTERS
001520     LABEL RECORDS ARE STANDARD.
001530 COPY COGSRSVR.
001540 FD  CLEARANCE-FILE
001550     RECORDING MODE IS F
001560     RECORD CONTAINS 80 CHARACTERS
001570     LABEL RECORDS ARE STANDARD.
001580 COPY COGSCLRR.
001581 FD  PO-LINE-FILE
001582     RECORDING MODE IS F
001583     RECORD CONTAINS 80 CHARACTERS
001584     LABEL RECORDS ARE STANDARD.
001585 COPY COGSPOLR.
001586 FD  IN-TRANSIT-FILE
001587     RECORDING MODE IS F
001588     RECORD CONTAINS 80 CHARACTERS
001589     LABEL RECORDS ARE STANDARD.
001590 COPY COGSXITR.
001591 FD  VENDOR-ITEM-FILE
001592     RECORDING MODE IS F
001593     RECORD CONTAINS 80 CHARACTERS
001594     LABEL RECORDS ARE STANDARD.
001595 COPY COGSVITR.
001596 FD  KIT-FILE
001597     RECORDING MODE IS F
001598     RECORD CONTAINS 40 CHARACTERS
001599     LABEL RECORDS ARE STANDARD.
001600 COPY COGSKITR.
001601 FD  BIN-LOCATION-FILE
001602     RECORDING MODE IS F
001603     RECORD CONTAINS 50 CHARACTERS
001604     LABEL RECORDS ARE STANDARD.
001605 COPY COGSBINR.
001606 FD  LANDED-LEDGER-FILE
001607     RECORDING MODE IS F
001608     RECORD CONTAINS 80 CHARACTERS
001609     LABEL RECORDS ARE STANDARD.
001610 COPY COGSLNDR.
001611 FD  ALIAS-FILE
001612     RECORDING MODE IS F
001613     RECORD CONTAINS 40 CHARACTERS
001620     LABEL RECORDS ARE STANDARD.
001630 COPY COGSALIR.
001640 FD  PURGE-IN-FILE
001650     RECORDING MODE IS F
001660     RECORD CONTAINS 40 CHARACTERS
001670     BLOCK CONTAINS 0 RECORDS
001680     LABEL RECORDS ARE STANDARD.
001690 01  PURGE-IN-RECORD             PIC X(40).
001700 FD  PURGE-OUT-FILE
001710     RECORDING MODE IS F
001720     RECORD CONTAINS 40 CHARACTERS
001730     BLOCK CONTAINS 0 RECORDS
001740     LABEL RECORDS ARE STANDARD.
001750 COPY COGSRIPR.
001760 FD  ITEM-WORK-FILE
001770     RECORDING MODE IS F
001780     RECORD CONTAINS 16 CHARACTERS
001790     BLOCK CONTAINS 0 RECORDS
001800     LABEL RECORDS ARE STANDARD.
001810 01  ITEM-WORK-RECORD.
001820     05  IW-ITEM             PIC 9(06).
001830     05  IW-DESC             PIC X(10).
001840 FD  ITEM-SORTED-FILE
001850     RECORDING MODE IS F
001860     RECORD CONTAINS 16 CHARACTERS
001870     BLOCK CONTAINS 0 RECORDS
001880     LABEL RECORDS ARE STANDARD.
001890 01  ITEM-SORTED-RECORD.
001900     05  IS-ITEM             PIC 9(06).
001910     05  IS-DESC             PIC X(10).
001920 SD  SORT-WORK-FILE
001930     RECORD CONTAINS 16 CHARACTERS.
001940 01  SORT-ITEM-RECORD.
001950     05  SI-ITEM             PIC 9(06).
001960     05  SI-DESC             PIC X(10).
001970 FD  PRINT-FILE
001980     RECORDING MODE IS F
001990     RECORD CONTAINS 132 CHARACTERS
002000     LABEL RECORDS ARE STANDARD.
002010 01  PRINT-RECORD                PIC X(132).
002020 WORKING-STORAGE SECTION.
002030 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
002040 77  WS-VND-STATUS               PIC X(02) VALUE SPACES.
002050 77  WS-DPT-STATUS               PIC X(02) VALUE SPACES.
002060 77  WS-STO-STATUS               PIC X(02) VALUE SPACES.
002070 77  WS-OPO-STATUS               PIC X(02) VALUE SPACES.
002080 77  WS-BOR-STATUS               PIC X(02) VALUE SPACES.
002090 77  WS-PMO-STATUS               PIC X(02) VALUE SPACES.
002100 77  WS-PND-STATUS               PIC X(02) VALUE SPACES.
002110 77  WS-RSV-STATUS               PIC X(02) VALUE SPACES.
002120 77  WS-CLR-STATUS               PIC X(02) VALUE SPACES.
002121 77  WS-POL-STATUS               PIC X(02) VALUE SPACES.
002122 77  WS-XIT-STATUS               PIC X(02) VALUE SPACES.
002123 77  WS-VCT-STATUS               PIC X(02) VALUE SPACES.
002124 77  WS-KIT-STATUS               PIC X(02) VALUE SPACES.
002125 77  WS-BIN-STATUS               PIC X(02) VALUE SPACES.
002127 77  WS-LND-STATUS               PIC X(02) VALUE SPACES.
002130 77  WS-ALI-STATUS               PIC X(02) VALUE SPACES.
002140 77  WS-RPI-STATUS               PIC X(02) VALUE SPACES.
002150 77  WS-RPO-STATUS               PIC X(02) VALUE SPACES.
002160 77  WS-WRK-STATUS               PIC X(02) VALUE SPACES.
002170 77  WS-SRT-STATUS               PIC X(02) VALUE SPACES.
002180 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
002190 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
002200 77  WS-CHECK-DESC               PIC X(10) VALUE SPACES.
002210 77  WS-PREV-ITEM                PIC 9(06) VALUE ZERO.
002220 77  WS-PREV-DESC                PIC X(10) VALUE SPACES.
002225 77  WS-CHECK-STORE              PIC 9(03) VALUE ZERO.
002230 77  WS-SECTION-COUNT            PIC 9(07) COMP VALUE ZERO.
002240 77  WS-PRODUCTS-READ            PIC 9(07) COMP VALUE ZERO.
002250 77  WS-ORPHANS-FOUND            PIC 9(07) COMP VALUE ZERO.
002260 77  WS-MASTER-FAULTS            PIC 9(07) COMP VALUE ZERO.
002270 77  WS-PURGES-READ              PIC 9(07) COMP VALUE ZERO.
002280 77  WS-PURGES-APPLIED           PIC 9(07) COMP VALUE ZERO.
002290 77  WS-PURGES-KEPT              PIC 9(07) COMP VALUE ZERO.
002300 01  WS-SWITCHES.
002310     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
002320         88  WS-EOF                         VALUE 'Y'.
002330     05  WS-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
002340         88  WS-SCAN-DONE                   VALUE 'Y'.
002350     05  WS-PARENT-SW            PIC X(01) VALUE 'N'.
002360         88  WS-PARENT-MISSING              VALUE 'Y'.
002370     05  WS-PREV-LISTED-SW       PIC X(01) VALUE 'N'.
002380         88  WS-PREV-LISTED                 VALUE 'Y'.
002390     05  WS-RPI-OPEN-SW          PIC X(01) VALUE 'N'.
002400         88  WS-RPI-OPEN                    VALUE 'Y'.
002410     05  WS-VND-OPEN-SW          PIC X(01) VALUE 'N'.
002420         88  WS-VND-OPEN                    VALUE 'Y'.
002430     05  WS-DPT-OPEN-SW          PIC X(01) VALUE 'N'.
002440         88  WS-DPT-OPEN                    VALUE 'Y'.
002450     05  WS-STO-OPEN-SW          PIC X(01) VALUE 'N'.
002460         88  WS-STO-OPEN                    VALUE 'Y'.
002470     05  WS-OPO-OPEN-SW          PIC X(01) VALUE 'N'.
002480         88  WS-OPO-OPEN                    VALUE 'Y'.
002490     05  WS-BOR-OPEN-SW          PIC X(01) VALUE 'N'.
002500         88  WS-BOR-OPEN                    VALUE 'Y'.
002510     05  WS-PMO-OPEN-SW          PIC X(01) VALUE 'N'.
002520         88  WS-PMO-OPEN                    VALUE 'Y'.
002530     05  WS-PND-OPEN-SW          PIC X(01) VALUE 'N'.
002540         88  WS-PND-OPEN                    VALUE 'Y'.
002550     05  WS-RSV-OPEN-SW          PIC X(01) VALUE 'N'.
002560         88  WS-RSV-OPEN                    VALUE 'Y'.
002570     05  WS-CLR-OPEN-SW          PIC X(01) VALUE 'N'.
002580         88  WS-CLR-OPEN                    VALUE 'Y'.
002581     05  WS-POL-OPEN-SW          PIC X(01) VALUE 'N'.
002582         88  WS-POL-OPEN                    VALUE 'Y'.
002583     05  WS-XIT-OPEN-SW          PIC X(01) VALUE 'N'.
002584         88  WS-XIT-OPEN                    VALUE 'Y'.
002585     05  WS-VCT-OPEN-SW          PIC X(01) VALUE 'N'.
002586         88  WS-VCT-OPEN                    VALUE 'Y'.
002587     05  WS-KIT-OPEN-SW          PIC X(01) VALUE 'N'.
002588         88  WS-KIT-OPEN                    VALUE 'Y'.
002589     05  WS-BIN-OPEN-SW          PIC X(01) VALUE 'N'.
002590         88  WS-BIN-OPEN                    VALUE 'Y'.
002591     05  WS-LND-OPEN-SW          PIC X(01) VALUE 'N'.
002592         88  WS-LND-OPEN                    VALUE 'Y'.
002593     05  WS-KIT-SIDE-SW          PIC X(01) VALUE 'K'.
002594         88  WS-KIT-SIDE                    VALUE 'K'.
002595     05  WS-ALI-OPEN-SW          PIC X(01) VALUE 'N'.
002600         88  WS-ALI-OPEN                    VALUE 'Y'.
002610 01  WS-PURGE-REQUEST.
002620     05  PQ-FILE                 PIC X(08).
002630     05  PQ-KEY                  PIC X(21).
002640     05  PQ-PARENT               PIC X(10).
002650     05  FILLER                  PIC X(01).
002660 01  WS-INFO.
002670     05  WI-LABEL-1              PIC X(06).
002680     05  WI-VALUE-1              PIC Z(07)9.
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  WI-LABEL-2              PIC X(06).
002710     05  WI-VALUE-2              PIC Z(07)9.
002720 COPY COGSDATP.
002730 01  WS-HEADING-1.
002740     05  FILLER                  PIC X(44)
002750         VALUE "COGSWORTH REFERENTIAL INTEGRITY SWEEP      ".
002760     05  FILLER                  PIC X(15)
002770         VALUE "BUSINESS DATE  ".
002780     05  H1-DATE                 PIC 9(08).
002790 01  WS-HEADING-2.
002800     05  FILLER                  PIC X(10) VALUE "FILE      ".
002810     05  FILLER                  PIC X(23) VALUE "RECORD KEY".
002820     05  FILLER                  PIC X(12) VALUE "PARENT".
002830     05  FILLER                  PIC X(32) VALUE "DETAIL".
002840     05  FILLER                  PIC X(30) VALUE "ACTION".
002850 01  WS-SECTION-LINE.
002860     05  FILLER                  PIC X(04) VALUE "*** ".
002870     05  SL-TITLE                PIC X(60).
002880 01  WS-DETAIL-LINE.
002890     05  DL-FILE                 PIC X(08).
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  DL-KEY                  PIC X(21).
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  DL-PARENT               PIC X(10).
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  DL-INFO                 PIC X(30).
002960     05  FILLER                  PIC X(02) VALUE SPACES.
002970     05  DL-ACTION               PIC X(30).
002980 01  WS-SUMMARY-LINE.
002990     05  SM-LABEL                PIC X(25).
003000     05  SM-COUNT                PIC ZZZ,ZZ9.
003010 PROCEDURE DIVISION.
003020*----------------------------------------------------------------
003030*    0000-MAINLINE - PROGRAM CONTROL
003040*----------------------------------------------------------------
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003070     IF WS-RPI-OPEN
003080         PERFORM 2000-APPLY-PURGES THRU 2000-EXIT
003090     END-IF.
003100     PERFORM 3000-SWEEP-MASTER THRU 3000-EXIT.
003110     PERFORM 3500-DUPLICATE-ITEMS THRU 3500-EXIT.
003120     PERFORM 4100-SWEEP-STORES THRU 4100-EXIT.
003130     PERFORM 4200-SWEEP-OPEN-PO THRU 4200-EXIT.
003140     PERFORM 4300-SWEEP-BACKORDERS THRU 4300-EXIT.
003150     PERFORM 4400-SWEEP-PROMOS THRU 4400-EXIT.
003160     PERFORM 4500-SWEEP-PENDING THRU 4500-EXIT.
003170     PERFORM 4600-SWEEP-HOLDS THRU 4600-EXIT.
003180     PERFORM 4700-SWEEP-CLEARANCE THRU 4700-EXIT.
003190     PERFORM 4800-SWEEP-ALIASES THRU 4800-EXIT.
003191     PERFORM 5100-SWEEP-PO-LINES THRU 5100-EXIT.
003192     PERFORM 5200-SWEEP-IN-TRANSIT THRU 5200-EXIT.
003193     PERFORM 5300-SWEEP-CATALOG THRU 5300-EXIT.
003194     PERFORM 5400-SWEEP-KITS THRU 5400-EXIT.
003195     PERFORM 5500-SWEEP-BINS THRU 5500-EXIT.
003197     PERFORM 5600-SWEEP-LANDED THRU 5600-EXIT.
003200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003210     STOP RUN.
003220*----------------------------------------------------------------
003230*    1000-INITIALIZE - OPEN THE MASTER, THE PARENT FILES AND
003240*    WHICHEVER SIDE FILES EXIST
003250*----------------------------------------------------------------
003260 1000-INITIALIZE.
003270     DISPLAY "COGSRINT STARTING - REFERENTIAL INTEGRITY SWEEP".
003280     MOVE "BUSD" TO CDP-FUNCTION.
003290     CALL "COGSDATE" USING DATE-CALL-PARMS.
003300     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
003310     OPEN INPUT COGS-MASTER-FILE.
003320     IF WS-MST-STATUS NOT = "00"
003330         DISPLAY "COGSRINT - UNABLE TO OPEN COGSMST, STATUS = "
003340                 WS-MST-STATUS
003350         MOVE 16 TO RETURN-CODE
003360         STOP RUN
003370     END-IF.
003380     OPEN INPUT VENDOR-MASTER-FILE.
003390     IF WS-VND-STATUS = "00"
003400         MOVE 'Y' TO WS-VND-OPEN-SW
003410     ELSE
003420         DISPLAY "COGSRINT - NO VNDRMST, STATUS = "
003430                 WS-VND-STATUS " - VENDOR CODES NOT CHECKED"
003440     END-IF.
003450     OPEN INPUT DEPARTMENT-FILE.
003460     IF WS-DPT-STATUS = "00"
003470         MOVE 'Y' TO WS-DPT-OPEN-SW
003480     ELSE
003490         DISPLAY "COGSRINT - NO COGSDEPT, STATUS = "
003500                 WS-DPT-STATUS " - DEPARTMENTS NOT CHECKED"
003510     END-IF.
003520     OPEN I-O STORE-INVENTORY-FILE.
003530     IF WS-STO-STATUS = "00"
003540         MOVE 'Y' TO WS-STO-OPEN-SW
003550     END-IF.
003560     OPEN I-O OPEN-PO-FILE.
003570     IF WS-OPO-STATUS = "00"
003580         MOVE 'Y' TO WS-OPO-OPEN-SW
003590     END-IF.
003600     OPEN I-O BACKORDER-FILE.
003610     IF WS-BOR-STATUS = "00"
003620         MOVE 'Y' TO WS-BOR-OPEN-SW
003630     END-IF.
003640     OPEN I-O PROMO-PRICE-FILE.
003650     IF WS-PMO-STATUS = "00"
003660         MOVE 'Y' TO WS-PMO-OPEN-SW
003670     END-IF.
003680     OPEN I-O PENDING-COST-FILE.
003690     IF WS-PND-STATUS = "00"
003700         MOVE 'Y' TO WS-PND-OPEN-SW
003710     END-IF.
003720     OPEN I-O RESERVATION-FILE.
003730     IF WS-RSV-STATUS = "00"
003740         MOVE 'Y' TO WS-RSV-OPEN-SW
003750     END-IF.
003760     OPEN I-O CLEARANCE-FILE.
003770     IF WS-CLR-STATUS = "00"
003780         MOVE 'Y' TO WS-CLR-OPEN-SW
003781     END-IF.
003782     OPEN I-O PO-LINE-FILE.
003783     IF WS-POL-STATUS = "00"
003784         MOVE 'Y' TO WS-POL-OPEN-SW
003785     END-IF.
003786     OPEN I-O IN-TRANSIT-FILE.
003787     IF WS-XIT-STATUS = "00"
003788         MOVE 'Y' TO WS-XIT-OPEN-SW
003789     END-IF.
003790     OPEN I-O VENDOR-ITEM-FILE.
003791     IF WS-VCT-STATUS = "00"
003792         MOVE 'Y' TO WS-VCT-OPEN-SW
003793     END-IF.
003794     OPEN I-O KIT-FILE.
003795     IF WS-KIT-STATUS = "00"
003796         MOVE 'Y' TO WS-KIT-OPEN-SW
003797     END-IF.
003798     OPEN I-O BIN-LOCATION-FILE.
003799     IF WS-BIN-STATUS = "00"
003800         MOVE 'Y' TO WS-BIN-OPEN-SW
003801     END-IF.
003802     OPEN I-O LANDED-LEDGER-FILE.
003803     IF WS-LND-STATUS = "00"
003804         MOVE 'Y' TO WS-LND-OPEN-SW
003805     END-IF.
003806     OPEN I-O ALIAS-FILE.
003810     IF WS-ALI-STATUS = "00"
003820         MOVE 'Y' TO WS-ALI-OPEN-SW
003830     END-IF.
003840     OPEN INPUT PURGE-IN-FILE.
003850     IF WS-RPI-STATUS = "00"
003860         MOVE 'Y' TO WS-RPI-OPEN-SW
003870     ELSE
003880         DISPLAY "COGSRINT - NO COGSRIPI, STATUS = "
003890                 WS-RPI-STATUS " - NO PURGES APPLIED"
003900     END-IF.
003910     OPEN OUTPUT PURGE-OUT-FILE.
003920     IF WS-RPO-STATUS NOT = "00"
003930         DISPLAY "COGSRINT - UNABLE TO OPEN COGSRIPO, STATUS = "
003940                 WS-RPO-STATUS
003950         MOVE 16 TO RETURN-CODE
003960         STOP RUN
003970     END-IF.
003980     OPEN OUTPUT ITEM-WORK-FILE.
003990     IF WS-WRK-STATUS NOT = "00"
004000         DISPLAY "COGSRINT - UNABLE TO OPEN COGSRIWK, STATUS = "
004010                 WS-WRK-STATUS
004020         MOVE 16 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050     OPEN OUTPUT PRINT-FILE.
004060     IF WS-PRT-STATUS NOT = "00"
004070         DISPLAY "COGSRINT - UNABLE TO OPEN COGSRIN1, STATUS = "
004080                 WS-PRT-STATUS
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120     MOVE WS-BUS-DATE TO H1-DATE.
004130     WRITE PRINT-RECORD FROM WS-HEADING-1.
004140     MOVE SPACES TO PRINT-RECORD.
004150     WRITE PRINT-RECORD.
004160     WRITE PRINT-RECORD FROM WS-HEADING-2.
004170 1000-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200*    2000-APPLY-PURGES - THE REVIEWED LINES FROM COGSRIPI, EACH
004210*    PROVEN STILL AN ORPHAN BEFORE THE ROW IS DELETED
004220*----------------------------------------------------------------
004230 2000-APPLY-PURGES.
004240     MOVE "PURGES APPLIED FROM THE REVIEWED COGSRIPI LIST"
004250         TO SL-TITLE.
004260     PERFORM 4960-SECTION-HEADING THRU 4960-EXIT.
004270     MOVE 'N' TO WS-EOF-SW.
004280     PERFORM 2100-APPLY-ONE-PURGE THRU 2100-EXIT
004290         UNTIL WS-EOF.
004300     CLOSE PURGE-IN-FILE.
004310     PERFORM 4970-SECTION-TOTAL THRU 4970-EXIT.
004320 2000-EXIT.
004330     EXIT.
004340 2100-APPLY-ONE-PURGE.
004350     READ PURGE-IN-FILE INTO WS-PURGE-REQUEST
004360         AT END
004370             MOVE 'Y' TO WS-EOF-SW
004380             GO TO 2100-EXIT
004390     END-READ.
004400     ADD 1 TO WS-PURGES-READ.
004410     MOVE SPACES    TO WS-DETAIL-LINE.
004420     MOVE PQ-FILE   TO DL-FILE.
004430     MOVE PQ-KEY    TO DL-KEY.
004440     MOVE PQ-PARENT TO DL-PARENT.
004450     MOVE PQ-PARENT TO WS-CHECK-DESC.
004460     PERFORM 4900-CHECK-PARENT THRU 4900-EXIT.
004470     IF NOT WS-PARENT-MISSING AND PQ-FILE NOT = "COGSBIN "
004480         MOVE "KEPT - PRODUCT BACK ON MASTER" TO DL-ACTION
004490         GO TO 2190-KEPT
004500     END-IF.
004510     EVALUATE PQ-FILE
004520         WHEN "COGSSTOR"
004530             PERFORM 2110-PURGE-STORE THRU 2110-EXIT
004540         WHEN "COGSOPO "
004550             PERFORM 2120-PURGE-OPEN-PO THRU 2120-EXIT
004560         WHEN "COGSBORD"
004570             PERFORM 2130-PURGE-BACKORDER THRU 2130-EXIT
004580         WHEN "COGSPRMO"
004590             PERFORM 2140-PURGE-PROMO THRU 2140-EXIT
004600         WHEN "COGSPEND"
004610             PERFORM 2150-PURGE-PENDING THRU 2150-EXIT
004620         WHEN "COGSRSV "
004630             PERFORM 2160-PURGE-HOLD THRU 2160-EXIT
004640         WHEN "COGSCLRF"
004650             PERFORM 2170-PURGE-CLEARANCE THRU 2170-EXIT
004660         WHEN "COGSALIA"
004670             PERFORM 2180-PURGE-ALIAS THRU 2180-EXIT
004671         WHEN "COGSPOL "
004672             PERFORM 2200-PURGE-PO-LINE THRU 2200-EXIT
004673         WHEN "COGSXIT "
004674             PERFORM 2210-PURGE-IN-TRANSIT THRU 2210-EXIT
004675         WHEN "COGSVCAT"
004676             PERFORM 2220-PURGE-CATALOG THRU 2220-EXIT
004677         WHEN "COGSKIT "
004678             PERFORM 2230-PURGE-KIT THRU 2230-EXIT
004679         WHEN "COGSBIN "
004680             PERFORM 2240-PURGE-BIN THRU 2240-EXIT
004681         WHEN "COGSLNDL"
004682             PERFORM 2250-PURGE-LANDED THRU 2250-EXIT
004683         WHEN OTHER
004690             MOVE "KEPT - FILE NOT PURGEABLE" TO DL-ACTION
004700     END-EVALUATE.
004710     IF DL-ACTION = "PURGED"
004720         ADD 1 TO WS-PURGES-APPLIED
004730         ADD 1 TO WS-SECTION-COUNT
004740         WRITE PRINT-RECORD FROM WS-DETAIL-LINE
004750         GO TO 2100-EXIT
004760     END-IF.
004770 2190-KEPT.
004780     ADD 1 TO WS-PURGES-KEPT.
004790     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
004800 2100-EXIT.
004810     EXIT.
004820 2110-PURGE-STORE.
004830     IF NOT WS-STO-OPEN
004840         MOVE "KEPT - FILE NOT AVAILABLE" TO DL-ACTION
004850         GO TO 2110-EXIT
004860     END-IF.
004870     MOVE PQ-KEY TO ST-KEY.
004880     READ STORE-INVENTORY-FILE
004890         INVALID KEY
004900             MOVE "NOT ON FILE - ALREADY GONE" TO DL-ACTION
004910             GO TO 2110-EXIT
004920     END-READ.
004930     IF ST-DESC NOT = PQ-PARENT
004940         MOVE "KEPT - CHANGED SINCE LISTED" TO DL-ACTION
004950         GO TO 2110-EXIT
004960     END-IF.
004970     DELETE STORE-INVENTORY-FILE RECORD.
004980     MOVE "PURGED" TO DL-ACTION.
004990 2110-EXIT.
005000     EXIT.
005010 2120-PURGE-OPEN-PO.
005020     IF NOT WS-OPO-OPEN
005030         MOVE "KEPT - FILE NOT AVAILABLE" TO DL-ACTION
005040         GO TO 2120-EXIT
005050     END-IF.
005060     MOVE PQ-KEY TO OP-DESC.
005070     READ OPEN-PO-FILE
005080         INVALID KEY
005090             MOVE "NOT ON FILE - ALREADY GONE" TO DL-ACTION
005100             GO TO 2120-EXIT
005110     END-READ.
005120     IF OP-DESC NOT = PQ-PARENT
005130         MOVE "KEPT - CHANGED SINCE LISTED" TO DL-ACTION
005140         GO TO 2120-EXIT
005150     END-IF.
005160     DELETE OPEN-PO-FILE RECORD.
005170     MOVE "PURGED" TO DL-ACTION.
005180 2120-EXIT.
005190     EXIT.
005200 2130-PURGE-BACKORDER.
005210     IF NOT WS-BOR-OPEN
005220         MOVE "KEPT - FILE NOT AVAILABLE" TO DL-ACTION
005230         GO TO 2130-EXIT
005240     END-IF.
005250     MOVE PQ-KEY TO BO-KEY.
005260     READ BACKORDER-FILE
005270         INVALID KEY
005280             MOVE "NOT ON FILE - ALREADY GONE" TO DL-ACTION
005290             GO TO 2130-EXIT
005300     END-READ.
005310     IF BO-DESC NOT = PQ-PARENT
005320         MOVE "KEPT - CHANGED SINCE LISTED" TO DL-ACTION
005330         GO TO 2130-EXIT
005340     END-IF.
005350     DELETE BACKORDER-FILE RECORD.
005360     MOVE "PURGED" TO DL-ACTION.
005370 2130-EXIT.
005380     EXIT.
005390 2140-PURGE-PROMO.
005400     IF NOT WS-PMO-OPEN
005410         MOVE "KEPT - FILE NOT AVAILABLE" TO DL-ACTION
005420         GO TO 2140-EXIT
005430     END-IF.
005440     MOVE PQ-KEY TO PM-DESC.
005450     READ PROMO-PRICE-FILE
005460         INVALID KEY
005470             MOVE "NOT ON FILE - ALREADY GONE" TO DL-ACTION
005480             GO TO 2140-EXIT
005490     END-READ.
005500     IF PM-DESC NOT = PQ-PARENT
005510         MOVE "KEPT - CHANGED SINCE LISTED" TO DL-ACTION
005520         GO TO 2140-EXIT
005530     END-IF.
005540     DELETE PROMO-PRICE-FILE RECORD.
005550     MOVE "PURGED" TO DL-ACTION.
005560 2140-EXIT.
005570     EXIT.
005580 2150-PURGE-PENDING.
005590     IF NOT WS-PND-OPEN
005600         MOVE "KEPT - FILE NOT AVAILABLE" TO DL-ACTION
005610         GO TO 2150-EXIT
005620     END-IF.
005630     MOVE PQ-KEY TO PN-DESC.
005640     READ PENDING-COST-FILE
005650         INVALID KEY
005660             MOVE "NOT ON FILE - ALREADY GONE" TO DL-ACTION
005670             GO TO 2150-EXIT
005680     END-READ.
005690     IF PN-DESC NOT = PQ-PARENT
005700         MOVE "KEPT - CHANGED SINCE LISTED" TO DL-ACTION
005710         GO TO 2150-EXIT
005720     END-IF.
005730     DELETE PENDING-COST-FILE RECORD.
005740     MOVE "PURGED" TO DL-ACTION.
005750 2150-EXIT.
005760     EXIT.
005770 2160-PURGE-HOLD.
005780     IF NOT WS-RSV-OPEN
005790         MOVE "KEPT - FILE NOT AVAILABLE" TO DL-ACTION
005800         GO TO 2160-EXIT
005810     END-IF.
005820     MOVE PQ-KEY TO RV-KEY.
005830     READ RESERVATION-FILE
005840         INVALID KEY
005850             MOVE "NOT ON FILE - ALREADY GONE" TO DL-ACTION
005860             GO TO 2160-EXIT
005870     END-READ.
005880     IF RV-DESC NOT = PQ-PARENT
005890         MOVE "KEPT - CHANGED SINCE LISTED" TO DL-ACTION
005900         GO TO 2160-EXIT
005910     END-IF.
005920     DELETE RESERVATION-FILE RECORD.
005930     MOVE "PURGED" TO DL-ACTION.
005940 2160-EXIT.
005950     EXIT.
005960 2170-PURGE-CLEARANCE.
005970     IF NOT WS-CLR-OPEN
005980         MOVE "KEPT - FILE NOT AVAILABLE" TO DL-ACTION
005990         GO TO 2170-EXIT
006000     END-IF.
006010     MOVE PQ-KEY TO CL-DESC.
006020     READ CLEARANCE-FILE
006030         INVALID KEY
006040             MOVE "NOT ON FILE - ALREADY GONE" TO DL-ACTION
006050             GO TO 2170-EXIT
006060     END-READ.
006070     IF CL-DESC NOT = PQ-PARENT
006080         MOVE "KEPT - CHANGED SINCE LISTED" TO DL-ACTION
006090         GO TO 2170-EXIT
006100     END-IF.
006110     DELETE CLEARANCE-FILE RECORD.
006120     MOVE "PURGED" TO DL-ACTION.
006130 2170-EXIT.
006140     EXIT.
006150 2180-PURGE-ALIAS.
006160     IF NOT WS-ALI-OPEN
006170         MOVE "KEPT - FILE NOT AVAILABLE" TO DL-ACTION
006180         GO TO 2180-EXIT
006190     END-IF.
006200     MOVE PQ-KEY TO AL-DESC.
006210     READ ALIAS-FILE
006220         INVALID KEY
006230             MOVE "NOT ON FILE - ALREADY GONE" TO DL-ACTION
006240             GO TO 2180-EXIT
006250     END-READ.
006260     IF AL-CURRENT-DESC NOT = PQ-PARENT
006270         MOVE "KEPT - CHANGED SINCE LISTED" TO DL-ACTION
006280         GO TO 2180-EXIT
006290     END-IF.
006300     DELETE ALIAS-FILE RECORD.
006310     MOVE "PURGED" TO DL-ACTION.
006320 2180-EXIT.
006321     EXIT.
006322 2200-PURGE-PO-LINE.
006323     IF NOT WS-POL-OPEN
006324         MOVE "KEPT - FILE NOT AVAILABLE" TO DL-ACTION
006325         GO TO 2200-EXIT
006326     END-IF.
006327     MOVE PQ-KEY TO PL-KEY.
006328     READ PO-LINE-FILE
006329         INVALID KEY
006330             MOVE "NOT ON FILE - ALREADY GONE" TO DL-ACTION
006331             GO TO 2200-EXIT
006332     END-READ.
006333     IF PL-DESC NOT = PQ-PARENT
006334         MOVE "KEPT - CHANGED SINCE LISTED" TO DL-ACTION
006335         GO TO 2200-EXIT
006336     END-IF.
006337     DELETE PO-LINE-FILE RECORD.
006338     MOVE "PURGED" TO DL-ACTION.
006339 2200-EXIT.
006340     EXIT.
006341 2210-PURGE-IN-TRANSIT.
006342     IF NOT WS-XIT-OPEN
006343         MOVE "KEPT - FILE NOT AVAILABLE" TO DL-ACTION
006344         GO TO 2210-EXIT
006345     END-IF.
006346     MOVE PQ-KEY TO IT-KEY.
006347     READ IN-TRANSIT-FILE
006348         INVALID KEY
006349             MOVE "NOT ON FILE - ALREADY GONE" TO DL-ACTION
006350             GO TO 2210-EXIT
006351     END-READ.
006352     IF IT-DESC NOT = PQ-PARENT
006353         MOVE "KEPT - CHANGED SINCE LISTED" TO DL-ACTION
006354         GO TO 2210-EXIT
006355     END-IF.
006356     DELETE IN-TRANSIT-FILE RECORD.
006357     MOVE "PURGED" TO DL-ACTION.
006358 2210-EXIT.
006359     EXIT.
006360 2220-PURGE-CATALOG.
006361     IF NOT WS-VCT-OPEN
006362         MOVE "KEPT - FILE NOT AVAILABLE" TO DL-ACTION
006363         GO TO 2220-EXIT
006364     END-IF.
006365     MOVE PQ-KEY TO VI-KEY.
006366     READ VENDOR-ITEM-FILE
006367         INVALID KEY
006368             MOVE "NOT ON FILE - ALREADY GONE" TO DL-ACTION
006369             GO TO 2220-EXIT
006370     END-READ.
006371     IF VI-DESC NOT = PQ-PARENT
006372         MOVE "KEPT - CHANGED SINCE LISTED" TO DL-ACTION
006373         GO TO 2220-EXIT
006374     END-IF.
006375     DELETE VENDOR-ITEM-FILE RECORD.
006376     MOVE "PURGED" TO DL-ACTION.
006377 2220-EXIT.
006378     EXIT.
006379 2230-PURGE-KIT.
006380     IF NOT WS-KIT-OPEN
006381         MOVE "KEPT - FILE NOT AVAILABLE" TO DL-ACTION
006382         GO TO 2230-EXIT
006383     END-IF.
006384     MOVE PQ-KEY TO KT-KEY.
006385     READ KIT-FILE
006386         INVALID KEY
006387             MOVE "NOT ON FILE - ALREADY GONE" TO DL-ACTION
006388             GO TO 2230-EXIT
006389     END-READ.
006390     IF KT-KIT-DESC NOT = PQ-PARENT
006391     AND KT-COMP-DESC NOT = PQ-PARENT
006392         MOVE "KEPT - CHANGED SINCE LISTED" TO DL-ACTION
006393         GO TO 2230-EXIT
006394     END-IF.
006395     DELETE KIT-FILE RECORD.
006396     MOVE "PURGED" TO DL-ACTION.
006397 2230-EXIT.
006398     EXIT.
006399 2240-PURGE-BIN.
006400     IF NOT WS-BIN-OPEN OR NOT WS-STO-OPEN
006401         MOVE "KEPT - FILE NOT AVAILABLE" TO DL-ACTION
006402         GO TO 2240-EXIT
006403     END-IF.
006404     MOVE PQ-KEY TO BN-KEY.
006405     READ BIN-LOCATION-FILE
006406         INVALID KEY
006407             MOVE "NOT ON FILE - ALREADY GONE" TO DL-ACTION
006408             GO TO 2240-EXIT
006409     END-READ.
006410     IF BN-DESC NOT = PQ-PARENT
006411         MOVE "KEPT - CHANGED SINCE LISTED" TO DL-ACTION
006412         GO TO 2240-EXIT
006413     END-IF.
006414     MOVE BN-DESC  TO WS-CHECK-DESC.
006415     MOVE BN-STORE TO WS-CHECK-STORE.
006416     PERFORM 4910-CHECK-SHELF THRU 4910-EXIT.
006417     IF NOT WS-PARENT-MISSING
006418         MOVE "KEPT - SHELF BACK ON COGSSTOR" TO DL-ACTION
006419         GO TO 2240-EXIT
006420     END-IF.
006421     DELETE BIN-LOCATION-FILE RECORD.
006422     MOVE "PURGED" TO DL-ACTION.
006423 2240-EXIT.
006424     EXIT.
006425 2250-PURGE-LANDED.
006426     IF NOT WS-LND-OPEN
006427         MOVE "KEPT - FILE NOT AVAILABLE" TO DL-ACTION
006428         GO TO 2250-EXIT
006429     END-IF.
006430     MOVE PQ-KEY TO LN-DESC.
006431     READ LANDED-LEDGER-FILE
006432         INVALID KEY
006433             MOVE "NOT ON FILE - ALREADY GONE" TO DL-ACTION
006434             GO TO 2250-EXIT
006435     END-READ.
006436     IF LN-DESC NOT = PQ-PARENT
006437         MOVE "KEPT - CHANGED SINCE LISTED" TO DL-ACTION
006438         GO TO 2250-EXIT
006439     END-IF.
006440     DELETE LANDED-LEDGER-FILE RECORD.
006441     MOVE "PURGED" TO DL-ACTION.
006442 2250-EXIT.
006443     EXIT.
006444*----------------------------------------------------------------
006445*    3000-SWEEP-MASTER - VENDOR AND DEPARTMENT CODES AGAINST
006446*    THEIR MASTERS; ITEM NUMBERS OUT FOR THE DUPLICATE CHECK
006447*----------------------------------------------------------------
006448 3000-SWEEP-MASTER.
006449     MOVE "COGSMST I2VNDR/I5DEPT - CODE NOT ON VNDRMST/COGSDEPT"
006450         TO SL-TITLE.
006451     PERFORM 4960-SECTION-HEADING THRU 4960-EXIT.
006452     MOVE 'N' TO WS-SCAN-DONE-SW.
006453     MOVE LOW-VALUES TO IDESC OF COGS-MASTER-RECORD.
006454     START COGS-MASTER-FILE
006455         KEY NOT < IDESC OF COGS-MASTER-RECORD
006460         INVALID KEY
006470             MOVE 'Y' TO WS-SCAN-DONE-SW
006480     END-START.
006490     PERFORM 3100-CHECK-ONE-PRODUCT THRU 3100-EXIT
006500         UNTIL WS-SCAN-DONE.
006510     CLOSE ITEM-WORK-FILE.
006520     PERFORM 4970-SECTION-TOTAL THRU 4970-EXIT.
006530 3000-EXIT.
006540     EXIT.
006550 3100-CHECK-ONE-PRODUCT.
006560     READ COGS-MASTER-FILE NEXT RECORD
006570         AT END
006580             MOVE 'Y' TO WS-SCAN-DONE-SW
006590             GO TO 3100-EXIT
006600     END-READ.
006610     ADD 1 TO WS-PRODUCTS-READ.
006620     IF I7ITEM NUMERIC AND I7ITEM NOT = ZERO
006630         MOVE I7ITEM TO IW-ITEM
006640         MOVE IDESC OF COGS-MASTER-RECORD TO IW-DESC
006650         WRITE ITEM-WORK-RECORD
006660     END-IF.
006670     IF WS-VND-OPEN AND I2VNDR NOT = SPACES
006680         MOVE I2VNDR TO VN-CODE
006690         READ VENDOR-MASTER-FILE
006700             INVALID KEY
006710                 MOVE SPACES TO WS-DETAIL-LINE
006720                 MOVE "COGSMST " TO DL-FILE
006730                 MOVE IDESC OF COGS-MASTER-RECORD TO DL-KEY
006740                 MOVE I2VNDR TO DL-PARENT
006750                 MOVE "I2VNDR NOT ON VNDRMST" TO DL-INFO
006760                 PERFORM 3900-LIST-MASTER-FAULT THRU 3900-EXIT
006770         END-READ
006780     END-IF.
006790     IF WS-DPT-OPEN AND I5DEPT NOT = SPACES
006800         MOVE I5DEPT TO DP-CODE
006810         READ DEPARTMENT-FILE
006820             INVALID KEY
006830                 MOVE SPACES TO WS-DETAIL-LINE
006840                 MOVE "COGSMST " TO DL-FILE
006850                 MOVE IDESC OF COGS-MASTER-RECORD TO DL-KEY
006860                 MOVE I5DEPT TO DL-PARENT
006870                 MOVE "I5DEPT NOT ON COGSDEPT" TO DL-INFO
006880                 PERFORM 3900-LIST-MASTER-FAULT THRU 3900-EXIT
006890         END-READ
006900     END-IF.
006910 3100-EXIT.
006920     EXIT.
006930*----------------------------------------------------------------
006940*    3500-DUPLICATE-ITEMS - SORT THE ITEM NUMBERS AND LIST EVERY
006950*    PRODUCT SHARING ONE WITH ANOTHER
006960*----------------------------------------------------------------
006970 3500-DUPLICATE-ITEMS.
006980     MOVE "COGSMST I7ITEM - ITEM NUMBER ON MORE THAN ONE PRODUCT"
006990         TO SL-TITLE.
007000     PERFORM 4960-SECTION-HEADING THRU 4960-EXIT.
007010     SORT SORT-WORK-FILE
007020         ON ASCENDING KEY SI-ITEM
007030         ON ASCENDING KEY SI-DESC
007040         USING ITEM-WORK-FILE
007050         GIVING ITEM-SORTED-FILE.
007060     IF SORT-RETURN NOT = ZERO
007070         DISPLAY "COGSRINT - SORT FAILED, RETURN CODE = "
007080                 SORT-RETURN
007090         MOVE 16 TO RETURN-CODE
007100         STOP RUN
007110     END-IF.
007120     OPEN INPUT ITEM-SORTED-FILE.
007130     MOVE 'N' TO WS-SCAN-DONE-SW.
007140     MOVE ZERO TO WS-PREV-ITEM.
007150     PERFORM 3600-CHECK-ONE-ITEM THRU 3600-EXIT
007160         UNTIL WS-SCAN-DONE.
007170     CLOSE ITEM-SORTED-FILE.
007180     PERFORM 4970-SECTION-TOTAL THRU 4970-EXIT.
007190 3500-EXIT.
007200     EXIT.
007210 3600-CHECK-ONE-ITEM.
007220     READ ITEM-SORTED-FILE
007230         AT END
007240             MOVE 'Y' TO WS-SCAN-DONE-SW
007250             GO TO 3600-EXIT
007260     END-READ.
007270     IF IS-ITEM NOT = WS-PREV-ITEM
007280         MOVE IS-ITEM TO WS-PREV-ITEM
007290         MOVE IS-DESC TO WS-PREV-DESC
007300         MOVE 'N' TO WS-PREV-LISTED-SW
007310         GO TO 3600-EXIT
007320     END-IF.
007330     IF NOT WS-PREV-LISTED
007340         MOVE WS-PREV-DESC TO WS-CHECK-DESC
007350         PERFORM 3650-LIST-DUPLICATE THRU 3650-EXIT
007360         MOVE 'Y' TO WS-PREV-LISTED-SW
007370     END-IF.
007380     MOVE IS-DESC TO WS-CHECK-DESC.
007390     PERFORM 3650-LIST-DUPLICATE THRU 3650-EXIT.
007400 3600-EXIT.
007410     EXIT.
007420 3650-LIST-DUPLICATE.
007430     MOVE SPACES        TO WS-DETAIL-LINE.
007440     MOVE "COGSMST "    TO DL-FILE.
007450     MOVE WS-CHECK-DESC TO DL-KEY.
007460     MOVE SPACES        TO WS-INFO.
007470     MOVE "ITEM  "      TO WI-LABEL-1.
007480     MOVE IS-ITEM       TO WI-VALUE-1.
007490     MOVE WS-INFO       TO DL-INFO.
007500     PERFORM 3900-LIST-MASTER-FAULT THRU 3900-EXIT.
007510 3650-EXIT.
007520     EXIT.
007530*----------------------------------------------------------------
007540*    3900-LIST-MASTER-FAULT - REPORTED ONLY; THE MASTER IS
007550*    CORRECTED THROUGH COGSMNT, NEVER PURGED FROM HERE
007560*----------------------------------------------------------------
007570 3900-LIST-MASTER-FAULT.
007580     MOVE "CORRECT THROUGH COGSMNT" TO DL-ACTION.
007590     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
007600     ADD 1 TO WS-SECTION-COUNT.
007610     ADD 1 TO WS-MASTER-FAULTS.
007620 3900-EXIT.
007630     EXIT.
007640*----------------------------------------------------------------
007650*    4100-SWEEP-STORES - STORE SHELVES AGAINST THE MASTER
007660*----------------------------------------------------------------
007670 4100-SWEEP-STORES.
007680     MOVE "COGSSTOR ST-DESC - STORE ROW, PRODUCT NOT ON COGSMST"
007690         TO SL-TITLE.
007700     PERFORM 4960-SECTION-HEADING THRU 4960-EXIT.
007710     IF NOT WS-STO-OPEN
007720         PERFORM 4980-NOT-SWEPT THRU 4980-EXIT
007730         GO TO 4100-EXIT
007740     END-IF.
007750     MOVE 'N' TO WS-SCAN-DONE-SW.
007760     MOVE LOW-VALUES TO ST-KEY.
007770     START STORE-INVENTORY-FILE KEY NOT < ST-KEY
007780         INVALID KEY
007790             MOVE 'Y' TO WS-SCAN-DONE-SW
007800     END-START.
007810     PERFORM 4110-CHECK-ONE-STORE THRU 4110-EXIT
007820         UNTIL WS-SCAN-DONE.
007830     PERFORM 4970-SECTION-TOTAL THRU 4970-EXIT.
007840 4100-EXIT.
007850     EXIT.
007860 4110-CHECK-ONE-STORE.
007870     READ STORE-INVENTORY-FILE NEXT RECORD
007880         AT END
007890             MOVE 'Y' TO WS-SCAN-DONE-SW
007900             GO TO 4110-EXIT
007910     END-READ.
007920     MOVE ST-DESC TO WS-CHECK-DESC.
007930     PERFORM 4900-CHECK-PARENT THRU 4900-EXIT.
007940     IF NOT WS-PARENT-MISSING
007950         GO TO 4110-EXIT
007960     END-IF.
007970     MOVE SPACES     TO WS-INFO.
007980     MOVE "STORE "   TO WI-LABEL-1.
007990     MOVE ST-STORE   TO WI-VALUE-1.
008000     MOVE "QOH   "   TO WI-LABEL-2.
008010     MOVE ST-QOH     TO WI-VALUE-2.
008020     MOVE "COGSSTOR" TO RP-FILE.
008030     MOVE ST-KEY     TO RP-KEY.
008040     PERFORM 4950-LIST-ORPHAN THRU 4950-EXIT.
008050 4110-EXIT.
008060     EXIT.
008070*----------------------------------------------------------------
008080*    4200-SWEEP-OPEN-PO - OPEN ORDERS AGAINST THE MASTER
008090*----------------------------------------------------------------
008100 4200-SWEEP-OPEN-PO.
008110     MOVE "COGSOPO OP-DESC - OPEN ORDER, PRODUCT NOT ON COGSMST"
008120         TO SL-TITLE.
008130     PERFORM 4960-SECTION-HEADING THRU 4960-EXIT.
008140     IF NOT WS-OPO-OPEN
008150         PERFORM 4980-NOT-SWEPT THRU 4980-EXIT
008160         GO TO 4200-EXIT
008170     END-IF.
008180     MOVE 'N' TO WS-SCAN-DONE-SW.
008190     MOVE LOW-VALUES TO OP-DESC.
008200     START OPEN-PO-FILE KEY NOT < OP-DESC
008210         INVALID KEY
008220             MOVE 'Y' TO WS-SCAN-DONE-SW
008230     END-START.
008240     PERFORM 4210-CHECK-ONE-OPEN-PO THRU 4210-EXIT
008250         UNTIL WS-SCAN-DONE.
008260     PERFORM 4970-SECTION-TOTAL THRU 4970-EXIT.
008270 4200-EXIT.
008280     EXIT.
008290 4210-CHECK-ONE-OPEN-PO.
008300     READ OPEN-PO-FILE NEXT RECORD
008310         AT END
008320             MOVE 'Y' TO WS-SCAN-DONE-SW
008330             GO TO 4210-EXIT
008340     END-READ.
008350     MOVE OP-DESC TO WS-CHECK-DESC.
008360     PERFORM 4900-CHECK-PARENT THRU 4900-EXIT.
008370     IF NOT WS-PARENT-MISSING
008380         GO TO 4210-EXIT
008390     END-IF.
008400     MOVE SPACES          TO WS-INFO.
008410     MOVE "ORDER "        TO WI-LABEL-1.
008420     MOVE OP-QTY-ORDERED  TO WI-VALUE-1.
008430     MOVE "RCVD  "        TO WI-LABEL-2.
008440     MOVE OP-QTY-RECEIVED TO WI-VALUE-2.
008450     MOVE "COGSOPO "      TO RP-FILE.
008460     MOVE OP-DESC         TO RP-KEY.
008470     PERFORM 4950-LIST-ORPHAN THRU 4950-EXIT.
008480 4210-EXIT.
008490     EXIT.
008500*----------------------------------------------------------------
008510*    4300-SWEEP-BACKORDERS - OPEN DEMAND AGAINST THE MASTER
008520*----------------------------------------------------------------
008530 4300-SWEEP-BACKORDERS.
008540     MOVE "COGSBORD BO-DESC - BACKORDER, PRODUCT NOT ON COGSMST"
008550         TO SL-TITLE.
008560     PERFORM 4960-SECTION-HEADING THRU 4960-EXIT.
008570     IF NOT WS-BOR-OPEN
008580         PERFORM 4980-NOT-SWEPT THRU 4980-EXIT
008590         GO TO 4300-EXIT
008600     END-IF.
008610     MOVE 'N' TO WS-SCAN-DONE-SW.
008620     MOVE LOW-VALUES TO BO-KEY.
008630     START BACKORDER-FILE KEY NOT < BO-KEY
008640         INVALID KEY
008650             MOVE 'Y' TO WS-SCAN-DONE-SW
008660     END-START.
008670     PERFORM 4310-CHECK-ONE-BACKORDER THRU 4310-EXIT
008680         UNTIL WS-SCAN-DONE.
008690     PERFORM 4970-SECTION-TOTAL THRU 4970-EXIT.
008700 4300-EXIT.
008710     EXIT.
008720 4310-CHECK-ONE-BACKORDER.
008730     READ BACKORDER-FILE NEXT RECORD
008740         AT END
008750             MOVE 'Y' TO WS-SCAN-DONE-SW
008760             GO TO 4310-EXIT
008770     END-READ.
008780     MOVE BO-DESC TO WS-CHECK-DESC.
008790     PERFORM 4900-CHECK-PARENT THRU 4900-EXIT.
008800     IF NOT WS-PARENT-MISSING
008810         GO TO 4310-EXIT
008820     END-IF.
008830     MOVE SPACES     TO WS-INFO.
008840     MOVE "STORE "   TO WI-LABEL-1.
008850     MOVE BO-STORE   TO WI-VALUE-1.
008860     MOVE "QTY   "   TO WI-LABEL-2.
008870     MOVE BO-QTY     TO WI-VALUE-2.
008880     MOVE "COGSBORD" TO RP-FILE.
008890     MOVE BO-KEY     TO RP-KEY.
008900     PERFORM 4950-LIST-ORPHAN THRU 4950-EXIT.
008910 4310-EXIT.
008920     EXIT.
008930*----------------------------------------------------------------
008940*    4400-SWEEP-PROMOS - THE PROMOTION CALENDAR AGAINST THE
008950*    MASTER
008960*----------------------------------------------------------------
008970 4400-SWEEP-PROMOS.
008980     MOVE "COGSPRMO PM-DESC - PROMOTION, PRODUCT NOT ON COGSMST"
008990         TO SL-TITLE.
009000     PERFORM 4960-SECTION-HEADING THRU 4960-EXIT.
009010     IF NOT WS-PMO-OPEN
009020         PERFORM 4980-NOT-SWEPT THRU 4980-EXIT
009030         GO TO 4400-EXIT
009040     END-IF.
009050     MOVE 'N' TO WS-SCAN-DONE-SW.
009060     MOVE LOW-VALUES TO PM-DESC.
009070     START PROMO-PRICE-FILE KEY NOT < PM-DESC
009080         INVALID KEY
009090             MOVE 'Y' TO WS-SCAN-DONE-SW
009100     END-START.
009110     PERFORM 4410-CHECK-ONE-PROMO THRU 4410-EXIT
009120         UNTIL WS-SCAN-DONE.
009130     PERFORM 4970-SECTION-TOTAL THRU 4970-EXIT.
009140 4400-EXIT.
009150     EXIT.
009160 4410-CHECK-ONE-PROMO.
009170     READ PROMO-PRICE-FILE NEXT RECORD
009180         AT END
009190             MOVE 'Y' TO WS-SCAN-DONE-SW
009200             GO TO 4410-EXIT
009210     END-READ.
009220     MOVE PM-DESC TO WS-CHECK-DESC.
009230     PERFORM 4900-CHECK-PARENT THRU 4900-EXIT.
009240     IF NOT WS-PARENT-MISSING
009250         GO TO 4410-EXIT
009260     END-IF.
009270     MOVE SPACES     TO WS-INFO.
009280     MOVE "START "   TO WI-LABEL-1.
009290     MOVE PM-START   TO WI-VALUE-1.
009300     MOVE "END   "   TO WI-LABEL-2.
009310     MOVE PM-END     TO WI-VALUE-2.
009320     MOVE "COGSPRMO" TO RP-FILE.
009330     MOVE PM-DESC    TO RP-KEY.
009340     PERFORM 4950-LIST-ORPHAN THRU 4950-EXIT.
009350 4410-EXIT.
009360     EXIT.
009370*----------------------------------------------------------------
009380*    4500-SWEEP-PENDING - COST CHANGES ON APPROVAL HOLD AGAINST
009390*    THE MASTER
009400*----------------------------------------------------------------
009410 4500-SWEEP-PENDING.
009420     MOVE "COGSPEND PN-DESC - COST HOLD, PRODUCT NOT ON COGSMST"
009430         TO SL-TITLE.
009440     PERFORM 4960-SECTION-HEADING THRU 4960-EXIT.
009450     IF NOT WS-PND-OPEN
009460         PERFORM 4980-NOT-SWEPT THRU 4980-EXIT
009470         GO TO 4500-EXIT
009480     END-IF.
009490     MOVE 'N' TO WS-SCAN-DONE-SW.
009500     MOVE LOW-VALUES TO PN-DESC.
009510     START PENDING-COST-FILE KEY NOT < PN-DESC
009520         INVALID KEY
009530             MOVE 'Y' TO WS-SCAN-DONE-SW
009540     END-START.
009550     PERFORM 4510-CHECK-ONE-PENDING THRU 4510-EXIT
009560         UNTIL WS-SCAN-DONE.
009570     PERFORM 4970-SECTION-TOTAL THRU 4970-EXIT.
009580 4500-EXIT.
009590     EXIT.
009600 4510-CHECK-ONE-PENDING.
009610     READ PENDING-COST-FILE NEXT RECORD
009620         AT END
009630             MOVE 'Y' TO WS-SCAN-DONE-SW
009640             GO TO 4510-EXIT
009650     END-READ.
009660     MOVE PN-DESC TO WS-CHECK-DESC.
009670     PERFORM 4900-CHECK-PARENT THRU 4900-EXIT.
009680     IF NOT WS-PARENT-MISSING
009690         GO TO 4510-EXIT
009700     END-IF.
009710     MOVE SPACES     TO WS-INFO.
009720     MOVE "HELD  "   TO WI-LABEL-1.
009730     MOVE PN-DATE    TO WI-VALUE-1.
009740     MOVE "COGSPEND" TO RP-FILE.
009750     MOVE PN-DESC    TO RP-KEY.
009760     PERFORM 4950-LIST-ORPHAN THRU 4950-EXIT.
009770 4510-EXIT.
009780     EXIT.
009790*----------------------------------------------------------------
009800*    4600-SWEEP-HOLDS - CUSTOMER RESERVATIONS AGAINST THE MASTER
009810*----------------------------------------------------------------
009820 4600-SWEEP-HOLDS.
009830     MOVE "COGSRSV RV-DESC - CUSTOMER HOLD, PRODUCT NOT ON MASTER"
009840         TO SL-TITLE.
009850     PERFORM 4960-SECTION-HEADING THRU 4960-EXIT.
009860     IF NOT WS-RSV-OPEN
009870         PERFORM 4980-NOT-SWEPT THRU 4980-EXIT
009880         GO TO 4600-EXIT
009890     END-IF.
009900     MOVE 'N' TO WS-SCAN-DONE-SW.
009910     MOVE LOW-VALUES TO RV-KEY.
009920     START RESERVATION-FILE KEY NOT < RV-KEY
009930         INVALID KEY
009940             MOVE 'Y' TO WS-SCAN-DONE-SW
009950     END-START.
009960     PERFORM 4610-CHECK-ONE-HOLD THRU 4610-EXIT
009970         UNTIL WS-SCAN-DONE.
009980     PERFORM 4970-SECTION-TOTAL THRU 4970-EXIT.
009990 4600-EXIT.
010000     EXIT.
010010 4610-CHECK-ONE-HOLD.
010020     READ RESERVATION-FILE NEXT RECORD
010030         AT END
010040             MOVE 'Y' TO WS-SCAN-DONE-SW
010050             GO TO 4610-EXIT
010060     END-READ.
010070     MOVE RV-DESC TO WS-CHECK-DESC.
010080     PERFORM 4900-CHECK-PARENT THRU 4900-EXIT.
010090     IF NOT WS-PARENT-MISSING
010100         GO TO 4610-EXIT
010110     END-IF.
010120     MOVE SPACES     TO WS-INFO.
010130     MOVE "STORE "   TO WI-LABEL-1.
010140     MOVE RV-STORE   TO WI-VALUE-1.
010150     MOVE "QTY   "   TO WI-LABEL-2.
010160     MOVE RV-QTY     TO WI-VALUE-2.
010170     MOVE "COGSRSV " TO RP-FILE.
010180     MOVE RV-KEY     TO RP-KEY.
010190     PERFORM 4950-LIST-ORPHAN THRU 4950-EXIT.
010200 4610-EXIT.
010210     EXIT.
010220*----------------------------------------------------------------
010230*    4700-SWEEP-CLEARANCE - THE MARKDOWN SCHEDULE AGAINST THE
010240*    MASTER
010250*----------------------------------------------------------------
010260 4700-SWEEP-CLEARANCE.
010270     MOVE "COGSCLRF CL-DESC - CLEARANCE, PRODUCT NOT ON COGSMST"
010280         TO SL-TITLE.
010290     PERFORM 4960-SECTION-HEADING THRU 4960-EXIT.
010300     IF NOT WS-CLR-OPEN
010310         PERFORM 4980-NOT-SWEPT THRU 4980-EXIT
010320         GO TO 4700-EXIT
010330     END-IF.
010340     MOVE 'N' TO WS-SCAN-DONE-SW.
010350     MOVE LOW-VALUES TO CL-DESC.
010360     START CLEARANCE-FILE KEY NOT < CL-DESC
010370         INVALID KEY
010380             MOVE 'Y' TO WS-SCAN-DONE-SW
010390     END-START.
010400     PERFORM 4710-CHECK-ONE-CLEARANCE THRU 4710-EXIT
010410         UNTIL WS-SCAN-DONE.
010420     PERFORM 4970-SECTION-TOTAL THRU 4970-EXIT.
010430 4700-EXIT.
010440     EXIT.
010450 4710-CHECK-ONE-CLEARANCE.
010460     READ CLEARANCE-FILE NEXT RECORD
010470         AT END
010480             MOVE 'Y' TO WS-SCAN-DONE-SW
010490             GO TO 4710-EXIT
010500     END-READ.
010510     MOVE CL-DESC TO WS-CHECK-DESC.
010520     PERFORM 4900-CHECK-PARENT THRU 4900-EXIT.
010530     IF NOT WS-PARENT-MISSING
010540         GO TO 4710-EXIT
010550     END-IF.
010560     MOVE SPACES          TO WS-INFO.
010570     MOVE "STEP  "        TO WI-LABEL-1.
010580     MOVE CL-STEP         TO WI-VALUE-1.
010590     MOVE "SINCE "        TO WI-LABEL-2.
010600     MOVE CL-DATE-ENTERED TO WI-VALUE-2.
010610     MOVE "COGSCLRF"      TO RP-FILE.
010620     MOVE CL-DESC         TO RP-KEY.
010630     PERFORM 4950-LIST-ORPHAN THRU 4950-EXIT.
010640 4710-EXIT.
010650     EXIT.
010660*----------------------------------------------------------------
010670*    4800-SWEEP-ALIASES - EVERY CROSS-REFERENCE ROW MUST POINT AT
010680*    A CURRENT DESCRIPTION THAT IS ON THE MASTER
010690*----------------------------------------------------------------
010700 4800-SWEEP-ALIASES.
010710     MOVE "COGSALIA AL-CURRENT-DESC - CURRENT NAME NOT ON COGSMST"
010720         TO SL-TITLE.
010730     PERFORM 4960-SECTION-HEADING THRU 4960-EXIT.
010740     IF NOT WS-ALI-OPEN
010750         PERFORM 4980-NOT-SWEPT THRU 4980-EXIT
010760         GO TO 4800-EXIT
010770     END-IF.
010780     MOVE 'N' TO WS-SCAN-DONE-SW.
010790     MOVE LOW-VALUES TO AL-DESC.
010800     START ALIAS-FILE KEY NOT < AL-DESC
010810         INVALID KEY
010820             MOVE 'Y' TO WS-SCAN-DONE-SW
010830     END-START.
010840     PERFORM 4810-CHECK-ONE-ALIAS THRU 4810-EXIT
010850         UNTIL WS-SCAN-DONE.
010860     PERFORM 4970-SECTION-TOTAL THRU 4970-EXIT.
010870 4800-EXIT.
010880     EXIT.
010890 4810-CHECK-ONE-ALIAS.
010900     READ ALIAS-FILE NEXT RECORD
010910         AT END
010920             MOVE 'Y' TO WS-SCAN-DONE-SW
010930             GO TO 4810-EXIT
010940     END-READ.
010950     MOVE AL-CURRENT-DESC TO WS-CHECK-DESC.
010960     PERFORM 4900-CHECK-PARENT THRU 4900-EXIT.
010970     IF NOT WS-PARENT-MISSING
010980         GO TO 4810-EXIT
010990     END-IF.
011000     MOVE SPACES     TO WS-INFO.
011010     MOVE "ITEM  "   TO WI-LABEL-1.
011020     MOVE AL-ITEM    TO WI-VALUE-1.
011030     MOVE "COGSALIA" TO RP-FILE.
011040     MOVE AL-DESC    TO RP-KEY.
011050     PERFORM 4950-LIST-ORPHAN THRU 4950-EXIT.
011060 4810-EXIT.
011070     EXIT.
011080*----------------------------------------------------------------
011090*    4900-CHECK-PARENT - IS WS-CHECK-DESC ON THE MASTER
011100*----------------------------------------------------------------
011110 4900-CHECK-PARENT.
011120     MOVE 'N' TO WS-PARENT-SW.
011130     MOVE WS-CHECK-DESC TO IDESC OF COGS-MASTER-RECORD.
011140     READ COGS-MASTER-FILE
011150         INVALID KEY
011160             MOVE 'Y' TO WS-PARENT-SW
011170     END-READ.
011180 4900-EXIT.
011190     EXIT.
011200*----------------------------------------------------------------
011201*    4910-CHECK-SHELF - IS THERE A COGSSTOR ROW FOR
011202*    WS-CHECK-STORE AND WS-CHECK-DESC
011203*----------------------------------------------------------------
011204 4910-CHECK-SHELF.
011205     MOVE 'N' TO WS-PARENT-SW.
011206     MOVE WS-CHECK-DESC  TO ST-DESC.
011207     MOVE WS-CHECK-STORE TO ST-STORE.
011208     READ STORE-INVENTORY-FILE
011209         INVALID KEY
011210             MOVE 'Y' TO WS-PARENT-SW
011211     END-READ.
011212 4910-EXIT.
011213     EXIT.
011214*----------------------------------------------------------------
011215*    4950-LIST-ORPHAN - PRINT THE ROW AND PROPOSE IT FOR PURGE
011220*----------------------------------------------------------------
011230 4950-LIST-ORPHAN.
011240     MOVE WS-CHECK-DESC TO RP-PARENT.
011250     WRITE ORPHAN-PURGE-RECORD.
011260     MOVE SPACES        TO WS-DETAIL-LINE.
011270     MOVE RP-FILE       TO DL-FILE.
011280     MOVE RP-KEY        TO DL-KEY.
011290     MOVE RP-PARENT     TO DL-PARENT.
011300     MOVE WS-INFO       TO DL-INFO.
011310     MOVE "PROPOSED FOR PURGE - COGSRIPO" TO DL-ACTION.
011320     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
011330     ADD 1 TO WS-SECTION-COUNT.
011340     ADD 1 TO WS-ORPHANS-FOUND.
011350 4950-EXIT.
011360     EXIT.
011370*----------------------------------------------------------------
011380*    4960-SECTION-HEADING / 4970-SECTION-TOTAL - ONE GROUP PER
011390*    FILE AND RELATIONSHIP
011400*----------------------------------------------------------------
011410 4960-SECTION-HEADING.
011420     MOVE ZERO TO WS-SECTION-COUNT.
011430     MOVE SPACES TO PRINT-RECORD.
011440     WRITE PRINT-RECORD.
011450     WRITE PRINT-RECORD FROM WS-SECTION-LINE.
011460 4960-EXIT.
011470     EXIT.
011480 4970-SECTION-TOTAL.
011490     MOVE "    ROWS LISTED         =" TO SM-LABEL.
011500     MOVE WS-SECTION-COUNT TO SM-COUNT.
011510     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
011520 4970-EXIT.
011530     EXIT.
011540 4980-NOT-SWEPT.
011550     MOVE SPACES TO WS-DETAIL-LINE.
011560     MOVE "FILE NOT AVAILABLE - NOT SWEPT" TO DL-ACTION.
011570     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
011580 4980-EXIT.
011590     EXIT.
011600*----------------------------------------------------------------
011601*    5100-SWEEP-PO-LINES - NUMBERED-PO LINES AGAINST THE MASTER
011602*----------------------------------------------------------------
011603 5100-SWEEP-PO-LINES.
011604     MOVE "COGSPOL PL-DESC - PO LINE, PRODUCT NOT ON COGSMST"
011605         TO SL-TITLE.
011606     PERFORM 4960-SECTION-HEADING THRU 4960-EXIT.
011607     IF NOT WS-POL-OPEN
011608         PERFORM 4980-NOT-SWEPT THRU 4980-EXIT
011609         GO TO 5100-EXIT
011610     END-IF.
011611     MOVE 'N' TO WS-SCAN-DONE-SW.
011612     MOVE LOW-VALUES TO PL-KEY.
011613     START PO-LINE-FILE KEY NOT < PL-KEY
011614         INVALID KEY
011615             MOVE 'Y' TO WS-SCAN-DONE-SW
011616     END-START.
011617     PERFORM 5110-CHECK-ONE-PO-LINE THRU 5110-EXIT
011618         UNTIL WS-SCAN-DONE.
011619     PERFORM 4970-SECTION-TOTAL THRU 4970-EXIT.
011620 5100-EXIT.
011621     EXIT.
011622 5110-CHECK-ONE-PO-LINE.
011623     READ PO-LINE-FILE NEXT RECORD
011624         AT END
011625             MOVE 'Y' TO WS-SCAN-DONE-SW
011626             GO TO 5110-EXIT
011627     END-READ.
011628     MOVE PL-DESC TO WS-CHECK-DESC.
011629     PERFORM 4900-CHECK-PARENT THRU 4900-EXIT.
011630     IF NOT WS-PARENT-MISSING
011631         GO TO 5110-EXIT
011632     END-IF.
011633     MOVE SPACES          TO WS-INFO.
011634     MOVE "ORDER "        TO WI-LABEL-1.
011635     MOVE PL-QTY-ORDERED  TO WI-VALUE-1.
011636     MOVE "RCVD  "        TO WI-LABEL-2.
011637     MOVE PL-QTY-RECEIVED TO WI-VALUE-2.
011638     MOVE "COGSPOL "      TO RP-FILE.
011639     MOVE PL-KEY          TO RP-KEY.
011640     PERFORM 4950-LIST-ORPHAN THRU 4950-EXIT.
011641 5110-EXIT.
011642     EXIT.
011643*----------------------------------------------------------------
011644*    5200-SWEEP-IN-TRANSIT - TRANSFERS ON THE ROAD AGAINST THE
011645*    MASTER
011646*----------------------------------------------------------------
011647 5200-SWEEP-IN-TRANSIT.
011648     MOVE "COGSXIT IT-DESC - IN TRANSIT, PRODUCT NOT ON COGSMST"
011649         TO SL-TITLE.
011650     PERFORM 4960-SECTION-HEADING THRU 4960-EXIT.
011651     IF NOT WS-XIT-OPEN
011652         PERFORM 4980-NOT-SWEPT THRU 4980-EXIT
011653         GO TO 5200-EXIT
011654     END-IF.
011655     MOVE 'N' TO WS-SCAN-DONE-SW.
011656     MOVE LOW-VALUES TO IT-KEY.
011657     START IN-TRANSIT-FILE KEY NOT < IT-KEY
011658         INVALID KEY
011659             MOVE 'Y' TO WS-SCAN-DONE-SW
011660     END-START.
011661     PERFORM 5210-CHECK-ONE-TRANSIT THRU 5210-EXIT
011662         UNTIL WS-SCAN-DONE.
011663     PERFORM 4970-SECTION-TOTAL THRU 4970-EXIT.
011664 5200-EXIT.
011665     EXIT.
011666 5210-CHECK-ONE-TRANSIT.
011667     READ IN-TRANSIT-FILE NEXT RECORD
011668         AT END
011669             MOVE 'Y' TO WS-SCAN-DONE-SW
011670             GO TO 5210-EXIT
011671     END-READ.
011672     MOVE IT-DESC TO WS-CHECK-DESC.
011673     PERFORM 4900-CHECK-PARENT THRU 4900-EXIT.
011674     IF NOT WS-PARENT-MISSING
011675         GO TO 5210-EXIT
011676     END-IF.
011677     MOVE SPACES         TO WS-INFO.
011678     MOVE "TO    "       TO WI-LABEL-1.
011679     MOVE IT-TO-STORE    TO WI-VALUE-1.
011680     MOVE "QTY   "       TO WI-LABEL-2.
011681     MOVE IT-QTY-SHIPPED TO WI-VALUE-2.
011682     MOVE "COGSXIT "     TO RP-FILE.
011683     MOVE IT-KEY         TO RP-KEY.
011684     PERFORM 4950-LIST-ORPHAN THRU 4950-EXIT.
011685 5210-EXIT.
011686     EXIT.
011687*----------------------------------------------------------------
011688*    5300-SWEEP-CATALOG - VENDOR CATALOG ROWS AGAINST THE MASTER
011689*----------------------------------------------------------------
011690 5300-SWEEP-CATALOG.
011691     MOVE "COGSVCAT VI-DESC - CATALOG ROW, PRODUCT NOT ON COGSMST"
011692         TO SL-TITLE.
011693     PERFORM 4960-SECTION-HEADING THRU 4960-EXIT.
011694     IF NOT WS-VCT-OPEN
011695         PERFORM 4980-NOT-SWEPT THRU 4980-EXIT
011696         GO TO 5300-EXIT
011697     END-IF.
011698     MOVE 'N' TO WS-SCAN-DONE-SW.
011699     MOVE LOW-VALUES TO VI-KEY.
011700     START VENDOR-ITEM-FILE KEY NOT < VI-KEY
011701         INVALID KEY
011702             MOVE 'Y' TO WS-SCAN-DONE-SW
011703     END-START.
011704     PERFORM 5310-CHECK-ONE-CATALOG THRU 5310-EXIT
011705         UNTIL WS-SCAN-DONE.
011706     PERFORM 4970-SECTION-TOTAL THRU 4970-EXIT.
011707 5300-EXIT.
011708     EXIT.
011709 5310-CHECK-ONE-CATALOG.
011710     READ VENDOR-ITEM-FILE NEXT RECORD
011711         AT END
011712             MOVE 'Y' TO WS-SCAN-DONE-SW
011713             GO TO 5310-EXIT
011714     END-READ.
011715     MOVE VI-DESC TO WS-CHECK-DESC.
011716     PERFORM 4900-CHECK-PARENT THRU 4900-EXIT.
011717     IF NOT WS-PARENT-MISSING
011718         GO TO 5310-EXIT
011719     END-IF.
011720     MOVE SPACES       TO WS-INFO.
011721     MOVE "MINORD"     TO WI-LABEL-1.
011722     MOVE VI-MIN-ORDER TO WI-VALUE-1.
011723     MOVE "LEAD  "     TO WI-LABEL-2.
011724     MOVE VI-LEAD-DAYS TO WI-VALUE-2.
011725     MOVE "COGSVCAT"   TO RP-FILE.
011726     MOVE VI-KEY       TO RP-KEY.
011727     PERFORM 4950-LIST-ORPHAN THRU 4950-EXIT.
011728 5310-EXIT.
011729     EXIT.
011730*----------------------------------------------------------------
011731*    5400-SWEEP-KITS - EACH KIT ROW TWICE OVER: THE KIT ITSELF,
011732*    THEN THE COMPONENT, AGAINST THE MASTER
011733*----------------------------------------------------------------
011734 5400-SWEEP-KITS.
011735     MOVE "COGSKIT KT-KIT-DESC - KIT NOT ON COGSMST"
011736         TO SL-TITLE.
011737     PERFORM 4960-SECTION-HEADING THRU 4960-EXIT.
011738     IF NOT WS-KIT-OPEN
011739         PERFORM 4980-NOT-SWEPT THRU 4980-EXIT
011740         GO TO 5400-EXIT
011741     END-IF.
011742     MOVE 'K' TO WS-KIT-SIDE-SW.
011743     PERFORM 5405-START-KITS THRU 5405-EXIT.
011744     PERFORM 5410-CHECK-ONE-KIT THRU 5410-EXIT
011745         UNTIL WS-SCAN-DONE.
011746     PERFORM 4970-SECTION-TOTAL THRU 4970-EXIT.
011747     MOVE "COGSKIT KT-COMP-DESC - COMPONENT NOT ON COGSMST"
011748         TO SL-TITLE.
011749     PERFORM 4960-SECTION-HEADING THRU 4960-EXIT.
011750     MOVE 'C' TO WS-KIT-SIDE-SW.
011751     PERFORM 5405-START-KITS THRU 5405-EXIT.
011752     PERFORM 5410-CHECK-ONE-KIT THRU 5410-EXIT
011753         UNTIL WS-SCAN-DONE.
011754     PERFORM 4970-SECTION-TOTAL THRU 4970-EXIT.
011755 5400-EXIT.
011756     EXIT.
011757 5405-START-KITS.
011758     MOVE 'N' TO WS-SCAN-DONE-SW.
011759     MOVE LOW-VALUES TO KT-KEY.
011760     START KIT-FILE KEY NOT < KT-KEY
011761         INVALID KEY
011762             MOVE 'Y' TO WS-SCAN-DONE-SW
011763     END-START.
011764 5405-EXIT.
011765     EXIT.
011766 5410-CHECK-ONE-KIT.
011767     READ KIT-FILE NEXT RECORD
011768         AT END
011769             MOVE 'Y' TO WS-SCAN-DONE-SW
011770             GO TO 5410-EXIT
011771     END-READ.
011772     IF WS-KIT-SIDE
011773         MOVE KT-KIT-DESC TO WS-CHECK-DESC
011774     ELSE
011775         MOVE KT-COMP-DESC TO WS-CHECK-DESC
011776     END-IF.
011777     PERFORM 4900-CHECK-PARENT THRU 4900-EXIT.
011778     IF NOT WS-PARENT-MISSING
011779         GO TO 5410-EXIT
011780     END-IF.
011781     MOVE SPACES          TO WS-INFO.
011782     MOVE "QTY   "        TO WI-LABEL-1.
011783     MOVE KT-QTY          TO WI-VALUE-1.
011784     MOVE "SINCE "        TO WI-LABEL-2.
011785     MOVE KT-DATE-CHANGED TO WI-VALUE-2.
011786     MOVE "COGSKIT "      TO RP-FILE.
011787     MOVE KT-KEY          TO RP-KEY.
011788     PERFORM 4950-LIST-ORPHAN THRU 4950-EXIT.
011789 5410-EXIT.
011790     EXIT.
011791*----------------------------------------------------------------
011792*    5500-SWEEP-BINS - EVERY BIN MUST BELONG TO A SHELF ON
011793*    COGSSTOR FOR THE SAME STORE AND PRODUCT
011794*----------------------------------------------------------------
011795 5500-SWEEP-BINS.
011796     MOVE "COGSBIN BN-STORE/BN-DESC - BIN, NO SHELF ON COGSSTOR"
011797         TO SL-TITLE.
011798     PERFORM 4960-SECTION-HEADING THRU 4960-EXIT.
011799     IF NOT WS-BIN-OPEN OR NOT WS-STO-OPEN
011800         PERFORM 4980-NOT-SWEPT THRU 4980-EXIT
011801         GO TO 5500-EXIT
011802     END-IF.
011803     MOVE 'N' TO WS-SCAN-DONE-SW.
011804     MOVE LOW-VALUES TO BN-KEY.
011805     START BIN-LOCATION-FILE KEY NOT < BN-KEY
011806         INVALID KEY
011807             MOVE 'Y' TO WS-SCAN-DONE-SW
011808     END-START.
011809     PERFORM 5510-CHECK-ONE-BIN THRU 5510-EXIT
011810         UNTIL WS-SCAN-DONE.
011811     PERFORM 4970-SECTION-TOTAL THRU 4970-EXIT.
011812 5500-EXIT.
011813     EXIT.
011814 5510-CHECK-ONE-BIN.
011815     READ BIN-LOCATION-FILE NEXT RECORD
011816         AT END
011817             MOVE 'Y' TO WS-SCAN-DONE-SW
011818             GO TO 5510-EXIT
011819     END-READ.
011820     MOVE BN-DESC  TO WS-CHECK-DESC.
011821     MOVE BN-STORE TO WS-CHECK-STORE.
011822     PERFORM 4910-CHECK-SHELF THRU 4910-EXIT.
011823     IF NOT WS-PARENT-MISSING
011824         GO TO 5510-EXIT
011825     END-IF.
011826     MOVE SPACES     TO WS-INFO.
011827     MOVE "STORE "   TO WI-LABEL-1.
011828     MOVE BN-STORE   TO WI-VALUE-1.
011829     MOVE "QTY   "   TO WI-LABEL-2.
011830     MOVE BN-QTY     TO WI-VALUE-2.
011831     MOVE "COGSBIN " TO RP-FILE.
011832     MOVE BN-KEY     TO RP-KEY.
011833     PERFORM 4950-LIST-ORPHAN THRU 4950-EXIT.
011834 5510-EXIT.
011835     EXIT.
011836*----------------------------------------------------------------
011837*    5600-SWEEP-LANDED - THE LANDED-COST LEDGER AGAINST THE
011838*    MASTER
011839*----------------------------------------------------------------
011840 5600-SWEEP-LANDED.
011841     MOVE "COGSLNDL LN-DESC - LANDED COST, PRODUCT NOT ON COGSMST"
011842         TO SL-TITLE.
011843     PERFORM 4960-SECTION-HEADING THRU 4960-EXIT.
011844     IF NOT WS-LND-OPEN
011845         PERFORM 4980-NOT-SWEPT THRU 4980-EXIT
011846         GO TO 5600-EXIT
011847     END-IF.
011848     MOVE 'N' TO WS-SCAN-DONE-SW.
011849     MOVE LOW-VALUES TO LN-DESC.
011850     START LANDED-LEDGER-FILE KEY NOT < LN-DESC
011851         INVALID KEY
011852             MOVE 'Y' TO WS-SCAN-DONE-SW
011853     END-START.
011854     PERFORM 5610-CHECK-ONE-LANDED THRU 5610-EXIT
011855         UNTIL WS-SCAN-DONE.
011856     PERFORM 4970-SECTION-TOTAL THRU 4970-EXIT.
011857 5600-EXIT.
011858     EXIT.
011859 5610-CHECK-ONE-LANDED.
011860     READ LANDED-LEDGER-FILE NEXT RECORD
011861         AT END
011862             MOVE 'Y' TO WS-SCAN-DONE-SW
011863             GO TO 5610-EXIT
011864     END-READ.
011865     MOVE LN-DESC TO WS-CHECK-DESC.
011866     PERFORM 4900-CHECK-PARENT THRU 4900-EXIT.
011867     IF NOT WS-PARENT-MISSING
011868         GO TO 5610-EXIT
011869     END-IF.
011870     MOVE SPACES           TO WS-INFO.
011871     MOVE "PO    "         TO WI-LABEL-1.
011872     MOVE LN-PO-NUMBER     TO WI-VALUE-1.
011873     MOVE "RECVD "         TO WI-LABEL-2.
011874     MOVE LN-DATE-RECEIVED TO WI-VALUE-2.
011875     MOVE "COGSLNDL"       TO RP-FILE.
011876     MOVE LN-DESC          TO RP-KEY.
011877     PERFORM 4950-LIST-ORPHAN THRU 4950-EXIT.
011878 5610-EXIT.
011879     EXIT.
011880*----------------------------------------------------------------
011881*    8000-TERMINATE - SUMMARY, RETURN CODE, CLOSE FILES
011882*----------------------------------------------------------------
011883 8000-TERMINATE.
011884     CLOSE COGS-MASTER-FILE.
011885     IF WS-VND-OPEN
011886         CLOSE VENDOR-MASTER-FILE
011887     END-IF.
011888     IF WS-DPT-OPEN
011889         CLOSE DEPARTMENT-FILE
011890     END-IF.
011891     IF WS-STO-OPEN
011892         CLOSE STORE-INVENTORY-FILE
011893     END-IF.
011894     IF WS-OPO-OPEN
011895         CLOSE OPEN-PO-FILE
011896     END-IF.
011897     IF WS-BOR-OPEN
011898         CLOSE BACKORDER-FILE
011899     END-IF.
011900     IF WS-PMO-OPEN
011901         CLOSE PROMO-PRICE-FILE
011902     END-IF.
011903     IF WS-PND-OPEN
011904         CLOSE PENDING-COST-FILE
011905     END-IF.
011906     IF WS-RSV-OPEN
011907         CLOSE RESERVATION-FILE
011908     END-IF.
011909     IF WS-CLR-OPEN
011910         CLOSE CLEARANCE-FILE
011911     END-IF.
011912     IF WS-POL-OPEN
011913         CLOSE PO-LINE-FILE
011914     END-IF.
011915     IF WS-XIT-OPEN
011916         CLOSE IN-TRANSIT-FILE
011917     END-IF.
011918     IF WS-VCT-OPEN
011919         CLOSE VENDOR-ITEM-FILE
011920     END-IF.
011921     IF WS-LND-OPEN
011922         CLOSE LANDED-LEDGER-FILE
011923     END-IF.
011924     IF WS-KIT-OPEN
011925         CLOSE KIT-FILE
011926     END-IF.
011927     IF WS-BIN-OPEN
011928         CLOSE BIN-LOCATION-FILE
011929     END-IF.
011930     IF WS-ALI-OPEN
011931         CLOSE ALIAS-FILE
011940     END-IF.
011950     CLOSE PURGE-OUT-FILE.
011960     MOVE SPACES TO PRINT-RECORD.
011970     WRITE PRINT-RECORD.
011980     MOVE "PRODUCTS ON MASTER      =" TO SM-LABEL.
011990     MOVE WS-PRODUCTS-READ TO SM-COUNT.
012000     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
012010     MOVE "PURGES APPLIED          =" TO SM-LABEL.
012020     MOVE WS-PURGES-APPLIED TO SM-COUNT.
012030     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
012040     MOVE "PURGES KEPT OR GONE     =" TO SM-LABEL.
012050     MOVE WS-PURGES-KEPT TO SM-COUNT.
012060     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
012070     MOVE "ORPHANS PROPOSED        =" TO SM-LABEL.
012080     MOVE WS-ORPHANS-FOUND TO SM-COUNT.
012090     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
012100     MOVE "MASTER FAULTS           =" TO SM-LABEL.
012110     MOVE WS-MASTER-FAULTS TO SM-COUNT.
012120     WRITE PRINT-RECORD FROM WS-SUMMARY-LINE.
012130     CLOSE PRINT-FILE.
012140     IF WS-ORPHANS-FOUND > ZERO OR WS-MASTER-FAULTS > ZERO
012150         MOVE 4 TO RETURN-CODE
012160     END-IF.
012170     DISPLAY "COGSRINT - PRODUCTS READ      = " WS-PRODUCTS-READ.
012180     DISPLAY "COGSRINT - PURGE LINES READ   = " WS-PURGES-READ.
012190     DISPLAY "COGSRINT - PURGES APPLIED     = " WS-PURGES-APPLIED.
012200     DISPLAY "COGSRINT - ORPHANS PROPOSED   = " WS-ORPHANS-FOUND.
012210     DISPLAY "COGSRINT - MASTER FAULTS      = " WS-MASTER-FAULTS.
012220 8000-EXIT.
012230     EXIT.
