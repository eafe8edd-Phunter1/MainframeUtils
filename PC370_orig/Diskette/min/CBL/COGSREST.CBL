000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSREST.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSREST RELOADS ONE COGSBKUP BACKUP SET AND PROVES IT.    *
000090*   THE ONE-RECORD COGSRSTP PARAMETER NAMES THE MODE (VERIFY   *
000100*   OR RELOAD) AND THE BUSINESS DATE OF THE SET WANTED; THE    *
000110*   SET ITSELF IS THE COGSBKU1 UNLOAD AND COGSBKM1 MANIFEST    *
000120*   GENERATIONS GIVEN IN THE JCL.  BEFORE ANYTHING IS TOUCHED  *
000130*   THE SET IS REFUSED (RC=16) UNLESS THE MANIFEST IS MARKED   *
000140*   GOOD, CARRIES EXACTLY ONE CLEAN LINE FOR EVERY FILE OF THE *
000150*   SET, IS FOR THE REQUESTED BUSINESS DATE, AND EVERY         *
000160*   MANIFEST LINE AND UNLOAD RECORD BEARS THE SAME SET ID - A  *
000170*   MIXED OR INCOMPLETE SET IS NEVER RELOADED - AND UNLESS THE *
000180*   UNLOAD ITSELF FOOTS TO THE MANIFEST'S COUNTS AND HASH      *
000190*   TOTALS.  IN VERIFY MODE THAT IS ALL.  IN RELOAD MODE EVERY *
000200*   FILE IS THEN OPENED OUTPUT (THE CLUSTERS ARE DELETED AND   *
000210*   DEFINED AGAIN BY THE STEP BEFORE), RELOADED FROM THE       *
000220*   UNLOAD, AND READ BACK AND PROVED AGAINST THE MANIFEST ONCE *
000230*   MORE.  A RELOAD THAT FAILS OR DOES NOT PROVE ENDS RC=16    *
000240*   WITH THE FILES INCOMPLETE - COGSNITE MUST NOT BE RUN UNTIL *
000250*   A RELOAD HAS PROVED.  THE KEY AND QUANTITY HASH FIELDS ARE *
000260*   THE SAME ONES COGSBKUP TAKES.                              *
000270*                                                              *
000280*   MODIFICATION HISTORY                                      *
000290*   2026-10-05  DHH  INITIAL VERSION                           *
000292*   2026-10-05  DHH  RELOADS THE SAME TWENTY-EIGHT FILES AS    *
000294*                    COGSBKUP; A SET TAKEN BEFORE THE          *
000296*                    SEVENTEEN WERE ADDED IS REFUSED AS        *
000298*                    INCOMPLETE                                *
000300****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.  IBM-370.
000340 OBJECT-COMPUTER.  IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PARM-FILE ASSIGN TO COGSRSTP
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-PRM-STATUS.
000400     SELECT UNLOAD-FILE ASSIGN TO COGSBKU1
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-BKU-STATUS.
000430     SELECT MANIFEST-FILE ASSIGN TO COGSBKM1
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-BKM-STATUS.
000460     SELECT COGS-MASTER-FILE ASSIGN TO COGSMST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS IDESC OF COGS-MASTER-RECORD
000500         FILE STATUS IS WS-MST-STATUS.
000510     SELECT STORE-INVENTORY-FILE ASSIGN TO COGSSTOR
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS ST-KEY OF STORE-INVENTORY-RECORD
000550         FILE STATUS IS WS-STO-STATUS.
000560     SELECT OPEN-PO-FILE ASSIGN TO COGSOPO
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS OP-DESC OF OPEN-PO-RECORD
000600         FILE STATUS IS WS-OPO-STATUS.
000610     SELECT BACKORDER-FILE ASSIGN TO COGSBORD
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS BO-KEY OF BACKORDER-RECORD
000650         FILE STATUS IS WS-BOR-STATUS.
000660     SELECT PENDING-COST-FILE ASSIGN TO COGSPEND
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS PN-DESC OF PENDING-COST-RECORD
000700         FILE STATUS IS WS-PND-STATUS.
000710     SELECT PROMO-PRICE-FILE ASSIGN TO COGSPRMO
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS PM-DESC OF PROMO-PRICE-RECORD
000750         FILE STATUS IS WS-PMO-STATUS.
000760     SELECT ALIAS-FILE ASSIGN TO COGSALIA
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS AL-DESC OF ALIAS-RECORD
000800         FILE STATUS IS WS-ALI-STATUS.
000810     SELECT BATCH-REGISTRY-FILE ASSIGN TO COGSBREG
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS BR-KEY OF BATCH-REGISTRY-RECORD
000850         FILE STATUS IS WS-BRG-STATUS.
000860     SELECT VENDOR-MASTER-FILE ASSIGN TO VNDRMST
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS VN-CODE OF VENDOR-MASTER-RECORD
000900         FILE STATUS IS WS-VND-STATUS.
000910     SELECT DEPARTMENT-FILE ASSIGN TO COGSDEPT
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS DP-CODE OF DEPARTMENT-RECORD
000950         FILE STATUS IS WS-DPT-STATUS.
000960     SELECT RUN-CONTROL-FILE ASSIGN TO COGSRUNC
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-RUN-STATUS.
000981     SELECT PO-HEADER-FILE ASSIGN TO COGSPOH
000982         ORGANIZATION IS INDEXED
000983         ACCESS MODE IS DYNAMIC
000984         RECORD KEY IS PH-PO-NUMBER OF PO-HEADER-RECORD
000985         FILE STATUS IS WS-POH-STATUS.
000986     SELECT PO-LINE-FILE ASSIGN TO COGSPOL
000987         ORGANIZATION IS INDEXED
000988         ACCESS MODE IS DYNAMIC
000989         RECORD KEY IS PL-KEY OF PO-LINE-RECORD
000990         FILE STATUS IS WS-POL-STATUS.
000991     SELECT RESERVATION-FILE ASSIGN TO COGSRSV
000992         ORGANIZATION IS INDEXED
000993         ACCESS MODE IS DYNAMIC
000994         RECORD KEY IS RV-KEY OF RESERVATION-RECORD
000995         FILE STATUS IS WS-RSV-STATUS.
000996     SELECT IN-TRANSIT-FILE ASSIGN TO COGSXIT
000997         ORGANIZATION IS INDEXED
000998         ACCESS MODE IS DYNAMIC
000999         RECORD KEY IS IT-KEY OF IN-TRANSIT-RECORD
001000         FILE STATUS IS WS-XIT-STATUS.
001001     SELECT KIT-FILE ASSIGN TO COGSKIT
001002         ORGANIZATION IS INDEXED
001003         ACCESS MODE IS DYNAMIC
001004         RECORD KEY IS KT-KEY OF KIT-COMPONENT-RECORD
001005         FILE STATUS IS WS-KIT-STATUS.
001006     SELECT VENDOR-ITEM-FILE ASSIGN TO COGSVCAT
001007         ORGANIZATION IS INDEXED
001008         ACCESS MODE IS DYNAMIC
001009         RECORD KEY IS VI-KEY OF VENDOR-ITEM-RECORD
001010         FILE STATUS IS WS-VCT-STATUS.
001011     SELECT BIN-LOCATION-FILE ASSIGN TO COGSBIN
001012         ORGANIZATION IS INDEXED
001013         ACCESS MODE IS DYNAMIC
001014         RECORD KEY IS BN-KEY OF BIN-LOCATION-RECORD
001015         FILE STATUS IS WS-BIN-STATUS.
001016     SELECT STORE-MASTER-FILE ASSIGN TO COGSSTRM
001017         ORGANIZATION IS INDEXED
001018         ACCESS MODE IS DYNAMIC
001019         RECORD KEY IS SM-STORE OF STORE-MASTER-RECORD
001020         FILE STATUS IS WS-SMF-STATUS.
001021     SELECT AP-MATCH-FILE ASSIGN TO COGSAPMT
001022         ORGANIZATION IS INDEXED
001023         ACCESS MODE IS DYNAMIC
001024         RECORD KEY IS AM-KEY OF AP-MATCH-RECORD
001025         FILE STATUS IS WS-APM-STATUS.
001026     SELECT INVOICE-HOLD-FILE ASSIGN TO COGSINVH
001027         ORGANIZATION IS INDEXED
001028         ACCESS MODE IS DYNAMIC
001029         RECORD KEY IS IH-KEY OF INVOICE-HOLD-RECORD
001030         FILE STATUS IS WS-HLD-STATUS.
001031     SELECT RTV-FILE ASSIGN TO COGSRTVF
001032         ORGANIZATION IS INDEXED
001033         ACCESS MODE IS DYNAMIC
001034         RECORD KEY IS RV-RTV-NUMBER OF RTV-RECORD
001035         FILE STATUS IS WS-RTV-STATUS.
001036     SELECT LANDED-LEDGER-FILE ASSIGN TO COGSLNDL
001037         ORGANIZATION IS INDEXED
001038         ACCESS MODE IS DYNAMIC
001039         RECORD KEY IS LN-DESC OF LANDED-LEDGER-RECORD
001040         FILE STATUS IS WS-LND-STATUS.
001041     SELECT CLEARANCE-FILE ASSIGN TO COGSCLRF
001042         ORGANIZATION IS INDEXED
001043         ACCESS MODE IS DYNAMIC
001044         RECORD KEY IS CL-DESC OF CLEARANCE-RECORD
001045         FILE STATUS IS WS-CLR-STATUS.
001046     SELECT OTB-HOLD-FILE ASSIGN TO COGSOTBH
001047         ORGANIZATION IS INDEXED
001048         ACCESS MODE IS DYNAMIC
001049         RECORD KEY IS OH-KEY OF OTB-HELD-ORDER-RECORD
001050         FILE STATUS IS WS-OTH-STATUS.
001051     SELECT OTB-PLAN-FILE ASSIGN TO COGSOTBP
001052         ORGANIZATION IS INDEXED
001053         ACCESS MODE IS DYNAMIC
001054         RECORD KEY IS OB-KEY OF OTB-PLAN-RECORD
001055         FILE STATUS IS WS-OTB-STATUS.
001056     SELECT ASN-FILE ASSIGN TO COGSASN
001057         ORGANIZATION IS INDEXED
001058         ACCESS MODE IS DYNAMIC
001059         RECORD KEY IS AN-KEY OF ASN-LINE-RECORD
001060         FILE STATUS IS WS-ASN-STATUS.
001061     SELECT REBATE-AGREEMENT-FILE ASSIGN TO COGSRBAG
001062         ORGANIZATION IS INDEXED
001063         ACCESS MODE IS DYNAMIC
001064         RECORD KEY IS RA-KEY OF REBATE-AGREEMENT-RECORD
001065         FILE STATUS IS WS-RBA-STATUS.
001066     SELECT PRINT-FILE ASSIGN TO COGSRST1
001067         ORGANIZATION IS SEQUENTIAL
001068         FILE STATUS IS WS-PRT-STATUS.
001069 DATA DIVISION.
001070 FILE SECTION.
001071 FD  PARM-FILE
001072     RECORDING MODE IS F
001073     RECORD CONTAINS 80 CHARACTERS
001074     LABEL RECORDS ARE STANDARD.
001080 01  PARM-RECORD.
001090     05  PRM-MODE            PIC X(06).
001100         88  PRM-VERIFY                 VALUE "VERIFY".
001110         88  PRM-RELOAD                 VALUE "RELOAD".
001120     05  FILLER              PIC X(01).
001130     05  PRM-SET-DATE-X      PIC X(08).
001140     05  PRM-SET-DATE REDEFINES PRM-SET-DATE-X
001150                             PIC 9(08).
001160     05  FILLER              PIC X(65).
001170 FD  UNLOAD-FILE
001180     RECORDING MODE IS F
001190     RECORD CONTAINS 300 CHARACTERS
001200     BLOCK CONTAINS 0 RECORDS
001210     LABEL RECORDS ARE STANDARD.
001220 COPY COGSBKUR.
001230 FD  MANIFEST-FILE
001240     RECORDING MODE IS F
001250     RECORD CONTAINS 80 CHARACTERS
001260     BLOCK CONTAINS 0 RECORDS
001270     LABEL RECORDS ARE STANDARD.
001280 COPY COGSBKMR.
001290 FD  COGS-MASTER-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 COPY COGSMSTR.
001320 FD  STORE-INVENTORY-FILE
001330     RECORDING MODE IS F
001340     RECORD CONTAINS 40 CHARACTERS
001350     LABEL RECORDS ARE STANDARD.
001360 COPY COGSSTOR.
001370 FD  OPEN-PO-FILE
001380     RECORDING MODE IS F
001390     RECORD CONTAINS 40 CHARACTERS
001400     LABEL RECORDS ARE STANDARD.
001410 COPY COGSOPOR.
001420 FD  BACKORDER-FILE
001430     RECORDING MODE IS F
001440     RECORD CONTAINS 40 CHARACTERS
001450     LABEL RECORDS ARE STANDARD.
001460 COPY COGSBORR.
001470 FD  PENDING-COST-FILE
001480     RECORDING MODE IS F
001490     RECORD CONTAINS 40 CHARACTERS
001500     LABEL RECORDS ARE STANDARD.
001510 COPY COGSPNDR.
001520 FD  PROMO-PRICE-FILE
001530     RECORDING MODE IS F
001540     RECORD CONTAINS 40 CHARACTERS
001550     LABEL RECORDS ARE STANDARD.
001560 COPY COGSPRMR.
001570 FD  ALIAS-FILE
001580     RECORDING MODE IS F
001590     RECORD CONTAINS 40 CHARACTERS
001600     LABEL RECORDS ARE STANDARD.
001610 COPY COGSALIR.
001620 FD  BATCH-REGISTRY-FILE
001630     RECORDING MODE IS F
001640     RECORD CONTAINS 40 CHARACTERS
001650     LABEL RECORDS ARE STANDARD.
001660 COPY COGSBRER.
001670 FD  VENDOR-MASTER-FILE
001680     RECORDING MODE IS F
001690     RECORD CONTAINS 80 CHARACTERS
001700     LABEL RECORDS ARE STANDARD.
001710 COPY COGSVNDR.
001720 FD  DEPARTMENT-FILE
001730     RECORDING MODE IS F
001740     RECORD CONTAINS 40 CHARACTERS
001750     LABEL RECORDS ARE STANDARD.
001760 COPY COGSDPTR.
001770 FD  RUN-CONTROL-FILE
001780     RECORDING MODE IS F
001790     RECORD CONTAINS 80 CHARACTERS
001800     LABEL RECORDS ARE STANDARD.
001810 COPY COGSRUNR.
001811 FD  PO-HEADER-FILE
001812     RECORDING MODE IS F
001813     RECORD CONTAINS 80 CHARACTERS
001814     LABEL RECORDS ARE STANDARD.
001815 COPY COGSPOHR.
001816 FD  PO-LINE-FILE
001817     RECORDING MODE IS F
001818     RECORD CONTAINS 80 CHARACTERS
001819     LABEL RECORDS ARE STANDARD.
001820 COPY COGSPOLR.
001821 FD  RESERVATION-FILE
001822     RECORDING MODE IS F
001823     RECORD CONTAINS 80 CHARACTERS
001824     LABEL RECORDS ARE STANDARD.
001825 COPY COGSRSVR.
001826 FD  IN-TRANSIT-FILE
001827     RECORDING MODE IS F
001828     RECORD CONTAINS 80 CHARACTERS
001829     LABEL RECORDS ARE STANDARD.
001830 COPY COGSXITR.
001831 FD  KIT-FILE
001832     RECORDING MODE IS F
001833     RECORD CONTAINS 40 CHARACTERS
001834     LABEL RECORDS ARE STANDARD.
001835 COPY COGSKITR.
001836 FD  VENDOR-ITEM-FILE
001837     RECORDING MODE IS F
001838     RECORD CONTAINS 80 CHARACTERS
001839     LABEL RECORDS ARE STANDARD.
001840 COPY COGSVITR.
001841 FD  BIN-LOCATION-FILE
001842     RECORDING MODE IS F
001843     RECORD CONTAINS 50 CHARACTERS
001844     LABEL RECORDS ARE STANDARD.
001845 COPY COGSBINR.
001846 FD  STORE-MASTER-FILE
001847     RECORDING MODE IS F
001848     RECORD CONTAINS 100 CHARACTERS
001849     LABEL RECORDS ARE STANDARD.
001850 COPY COGSSTRR.
001851 FD  AP-MATCH-FILE
001852     RECORDING MODE IS F
001853     RECORD CONTAINS 80 CHARACTERS
001854     LABEL RECORDS ARE STANDARD.
001855 COPY COGSAPMR.
001856 FD  INVOICE-HOLD-FILE
001857     RECORDING MODE IS F
001858     RECORD CONTAINS 80 CHARACTERS
001859     LABEL RECORDS ARE STANDARD.
001860 COPY COGSINHR.
001861 FD  RTV-FILE
001862     RECORDING MODE IS F
001863     RECORD CONTAINS 100 CHARACTERS
001864     LABEL RECORDS ARE STANDARD.
001865 COPY COGSRVFR.
001866 FD  LANDED-LEDGER-FILE
001867     RECORDING MODE IS F
001868     RECORD CONTAINS 80 CHARACTERS
001869     LABEL RECORDS ARE STANDARD.
001870 COPY COGSLNDR.
001871 FD  CLEARANCE-FILE
001872     RECORDING MODE IS F
001873     RECORD CONTAINS 80 CHARACTERS
001874     LABEL RECORDS ARE STANDARD.
001875 COPY COGSCLRR.
001876 FD  OTB-HOLD-FILE
001877     RECORDING MODE IS F
001878     RECORD CONTAINS 130 CHARACTERS
001879     LABEL RECORDS ARE STANDARD.
001880 COPY COGSOTHR.
001881 FD  OTB-PLAN-FILE
001882     RECORDING MODE IS F
001883     RECORD CONTAINS 40 CHARACTERS
001884     LABEL RECORDS ARE STANDARD.
001885 COPY COGSOTBR.
001886 FD  ASN-FILE
001887     RECORDING MODE IS F
001888     RECORD CONTAINS 100 CHARACTERS
001889     LABEL RECORDS ARE STANDARD.
001890 COPY COGSASNR.
001891 FD  REBATE-AGREEMENT-FILE
001892     RECORDING MODE IS F
001893     RECORD CONTAINS 160 CHARACTERS
001894     LABEL RECORDS ARE STANDARD.
001895 COPY COGSRBAR.
001896 FD  PRINT-FILE
001897     RECORDING MODE IS F
001898     RECORD CONTAINS 132 CHARACTERS
001899     LABEL RECORDS ARE STANDARD.
001900 01  PRINT-RECORD                PIC X(132).
001901 WORKING-STORAGE SECTION.
001902 77  WS-PRM-STATUS               PIC X(02) VALUE SPACES.
001903 77  WS-BKU-STATUS               PIC X(02) VALUE SPACES.
001904 77  WS-BKM-STATUS               PIC X(02) VALUE SPACES.
001910 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
001920 77  WS-STO-STATUS               PIC X(02) VALUE SPACES.
001930 77  WS-OPO-STATUS               PIC X(02) VALUE SPACES.
001940 77  WS-BOR-STATUS               PIC X(02) VALUE SPACES.
001950 77  WS-PND-STATUS               PIC X(02) VALUE SPACES.
001960 77  WS-PMO-STATUS               PIC X(02) VALUE SPACES.
001970 77  WS-ALI-STATUS               PIC X(02) VALUE SPACES.
001980 77  WS-BRG-STATUS               PIC X(02) VALUE SPACES.
001990 77  WS-VND-STATUS               PIC X(02) VALUE SPACES.
002000 77  WS-DPT-STATUS               PIC X(02) VALUE SPACES.
002010 77  WS-RUN-STATUS               PIC X(02) VALUE SPACES.
002011 77  WS-POH-STATUS              PIC X(02) VALUE SPACES.
002012 77  WS-POL-STATUS              PIC X(02) VALUE SPACES.
002013 77  WS-RSV-STATUS              PIC X(02) VALUE SPACES.
002014 77  WS-XIT-STATUS              PIC X(02) VALUE SPACES.
002015 77  WS-KIT-STATUS              PIC X(02) VALUE SPACES.
002016 77  WS-VCT-STATUS              PIC X(02) VALUE SPACES.
002017 77  WS-BIN-STATUS              PIC X(02) VALUE SPACES.
002018 77  WS-SMF-STATUS              PIC X(02) VALUE SPACES.
002019 77  WS-APM-STATUS              PIC X(02) VALUE SPACES.
002020 77  WS-HLD-STATUS              PIC X(02) VALUE SPACES.
002021 77  WS-RTV-STATUS              PIC X(02) VALUE SPACES.
002022 77  WS-LND-STATUS              PIC X(02) VALUE SPACES.
002023 77  WS-CLR-STATUS              PIC X(02) VALUE SPACES.
002024 77  WS-OTH-STATUS              PIC X(02) VALUE SPACES.
002025 77  WS-OTB-STATUS              PIC X(02) VALUE SPACES.
002026 77  WS-ASN-STATUS              PIC X(02) VALUE SPACES.
002027 77  WS-RBA-STATUS              PIC X(02) VALUE SPACES.
002028 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
002030 77  WS-IO-STATUS                PIC X(02) VALUE SPACES.
002040 77  WS-FILE-SUB                 PIC 9(02) COMP VALUE ZERO.
002050 77  WS-FOUND-SUB                PIC 9(02) COMP VALUE ZERO.
002060 77  WS-FILE-MAX                 PIC 9(02) COMP VALUE 28.
002070 77  WS-HASH-POS                 PIC 9(02) COMP VALUE ZERO.
002080 77  WS-HASH-KEY-LEN             PIC 9(02) COMP VALUE ZERO.
002090 77  WS-HASH-QTY                 PIC 9(11) VALUE ZERO.
002100 77  WS-RECS-RELOADED            PIC 9(09) COMP VALUE ZERO.
002110 77  WS-LOOKUP-NAME              PIC X(08) VALUE SPACES.
002120 77  WS-PHASE                    PIC X(20) VALUE SPACES.
002130 77  WS-REFUSE-REASON            PIC X(80) VALUE SPACES.
002140 01  WS-SWITCHES.
002150     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
002160         88  WS-EOF                         VALUE 'Y'.
002170     05  WS-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
002180         88  WS-SCAN-DONE                   VALUE 'Y'.
002190     05  WS-TRAILER-SW           PIC X(01) VALUE 'N'.
002200         88  WS-TRAILER-SEEN                VALUE 'Y'.
002210     05  WS-MISMATCH-SW          PIC X(01) VALUE 'N'.
002220         88  WS-MISMATCH                    VALUE 'Y'.
002230     05  WS-PRT-OPEN-SW          PIC X(01) VALUE 'N'.
002240         88  WS-PRT-OPEN                    VALUE 'Y'.
002250 01  WS-SET-ID.
002260     05  WS-SET-DATE             PIC 9(08) VALUE ZERO.
002270     05  WS-SET-TIME             PIC 9(08) VALUE ZERO.
002280*----------------------------------------------------------------
002290*    THE FILES OF THE SET, IN THE SAME ORDER AS COGSBKUP -
002300*    WS-FILE-SUB SELECTS THE FILE IN THE 6000 PARAGRAPHS
002310*----------------------------------------------------------------
002320 01  WS-FILE-NAME-VALUES.
002330     05  FILLER                  PIC X(08) VALUE "COGSMST ".
002340     05  FILLER                  PIC X(08) VALUE "COGSSTOR".
002350     05  FILLER                  PIC X(08) VALUE "COGSOPO ".
002360     05  FILLER                  PIC X(08) VALUE "COGSBORD".
002370     05  FILLER                  PIC X(08) VALUE "COGSPEND".
002380     05  FILLER                  PIC X(08) VALUE "COGSPRMO".
002390     05  FILLER                  PIC X(08) VALUE "COGSALIA".
002400     05  FILLER                  PIC X(08) VALUE "COGSBREG".
002410     05  FILLER                  PIC X(08) VALUE "VNDRMST ".
002420     05  FILLER                  PIC X(08) VALUE "COGSDEPT".
002430     05  FILLER                  PIC X(08) VALUE "COGSRUNC".
002431     05  FILLER                  PIC X(08) VALUE "COGSPOH ".
002432     05  FILLER                  PIC X(08) VALUE "COGSPOL ".
002433     05  FILLER                  PIC X(08) VALUE "COGSRSV ".
002434     05  FILLER                  PIC X(08) VALUE "COGSXIT ".
002435     05  FILLER                  PIC X(08) VALUE "COGSKIT ".
002436     05  FILLER                  PIC X(08) VALUE "COGSVCAT".
002437     05  FILLER                  PIC X(08) VALUE "COGSBIN ".
002438     05  FILLER                  PIC X(08) VALUE "COGSSTRM".
002439     05  FILLER                  PIC X(08) VALUE "COGSAPMT".
002440     05  FILLER                  PIC X(08) VALUE "COGSINVH".
002441     05  FILLER                  PIC X(08) VALUE "COGSRTVF".
002442     05  FILLER                  PIC X(08) VALUE "COGSLNDL".
002443     05  FILLER                  PIC X(08) VALUE "COGSCLRF".
002444     05  FILLER                  PIC X(08) VALUE "COGSOTBH".
002445     05  FILLER                  PIC X(08) VALUE "COGSOTBP".
002446     05  FILLER                  PIC X(08) VALUE "COGSASN ".
002447     05  FILLER                  PIC X(08) VALUE "COGSRBAG".
002448 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
002449     05  WS-FT-NAME              PIC X(08) OCCURS 28 TIMES.
002460*----------------------------------------------------------------
002470*    WS-MF- HOLDS THE MANIFEST'S TOTALS, WS-CK- THE TOTALS
002480*    TAKEN FROM THE UNLOAD AND THEN FROM THE RELOADED FILES
002490*----------------------------------------------------------------
002500 01  WS-FILE-TOTALS.
002510     05  WS-FT-ENTRY             OCCURS 28 TIMES.
002520         10  WS-MF-SEEN-SW       PIC X(01).
002530             88  WS-MF-SEEN                 VALUE 'Y'.
002540         10  WS-MF-COUNT         PIC 9(09) COMP.
002550         10  WS-MF-KEY-HASH      PIC 9(15) COMP.
002560         10  WS-MF-QTY-HASH      PIC 9(15) COMP.
002570         10  WS-CK-COUNT         PIC 9(09) COMP.
002580         10  WS-CK-KEY-HASH      PIC 9(15) COMP.
002590         10  WS-CK-QTY-HASH      PIC 9(15) COMP.
002600*----------------------------------------------------------------
002610*    KEY OF THE RECORD IN HAND, AND THE HALFWORD USED TO TAKE
002620*    THE VALUE OF ONE KEY BYTE FOR THE HASH
002630*----------------------------------------------------------------
002640 01  WS-HASH-KEY                 PIC X(30) VALUE SPACES.
002650 01  WS-HASH-KEY-CHARS REDEFINES WS-HASH-KEY.
002660     05  WS-HK-CHAR              PIC X(01) OCCURS 30 TIMES.
002670 01  WS-HASH-BYTE-AREA.
002680     05  WS-HB-VALUE             PIC 9(04) COMP VALUE ZERO.
002690 01  WS-HASH-BYTE-CHARS REDEFINES WS-HASH-BYTE-AREA.
002700     05  WS-HB-HIGH              PIC X(01).
002710     05  WS-HB-LOW               PIC X(01).
002720*----------------------------------------------------------------
002730*    WORKING COPIES OF EACH RECORD, SO THE UNLOAD CAN BE
002740*    PROVED WITHOUT ANY OF THE FILES OPEN
002750*----------------------------------------------------------------
002760 COPY COGSMSTR REPLACING ==COGS-MASTER-RECORD==
002770                      BY ==IMG-MASTER-RECORD==.
002780 COPY COGSSTOR REPLACING ==STORE-INVENTORY-RECORD==
002790                      BY ==IMG-STORE-RECORD==.
002800 COPY COGSOPOR REPLACING ==OPEN-PO-RECORD==
002810                      BY ==IMG-OPEN-PO-RECORD==.
002820 COPY COGSBORR REPLACING ==BACKORDER-RECORD==
002830                      BY ==IMG-BACKORDER-RECORD==.
002840 COPY COGSPNDR REPLACING ==PENDING-COST-RECORD==
002850                      BY ==IMG-PENDING-RECORD==.
002860 COPY COGSPRMR REPLACING ==PROMO-PRICE-RECORD==
002870                      BY ==IMG-PROMO-RECORD==.
002880 COPY COGSALIR REPLACING ==ALIAS-RECORD==
002890                      BY ==IMG-ALIAS-RECORD==.
002900 COPY COGSBRER REPLACING ==BATCH-REGISTRY-RECORD==
002910                      BY ==IMG-REGISTRY-RECORD==.
002920 COPY COGSVNDR REPLACING ==VENDOR-MASTER-RECORD==
002930                      BY ==IMG-VENDOR-RECORD==.
002940 COPY COGSDPTR REPLACING ==DEPARTMENT-RECORD==
002950                      BY ==IMG-DEPARTMENT-RECORD==.
002960 COPY COGSRUNR REPLACING ==RUN-CONTROL-RECORD==
002970                      BY ==IMG-RUN-CONTROL-RECORD==.
002971 COPY COGSPOHR REPLACING ==PO-HEADER-RECORD==
002972                      BY ==IMG-PO-HEADER-RECORD==.
002973 COPY COGSPOLR REPLACING ==PO-LINE-RECORD==
002974                      BY ==IMG-PO-LINE-RECORD==.
002975 COPY COGSRSVR REPLACING ==RESERVATION-RECORD==
002976                      BY ==IMG-RESERVATION-RECORD==.
002977 COPY COGSXITR REPLACING ==IN-TRANSIT-RECORD==
002978                      BY ==IMG-IN-TRANSIT-RECORD==.
002979 COPY COGSKITR REPLACING ==KIT-COMPONENT-RECORD==
002980                      BY ==IMG-KIT-RECORD==.
002981 COPY COGSVITR REPLACING ==VENDOR-ITEM-RECORD==
002982                      BY ==IMG-VENDOR-ITEM-RECORD==.
002983 COPY COGSBINR REPLACING ==BIN-LOCATION-RECORD==
002984                      BY ==IMG-BIN-RECORD==.
002985 COPY COGSSTRR REPLACING ==STORE-MASTER-RECORD==
002986                      BY ==IMG-STORE-MASTER-RECORD==.
002987 COPY COGSAPMR REPLACING ==AP-MATCH-RECORD==
002988                      BY ==IMG-AP-MATCH-RECORD==.
002989 COPY COGSINHR REPLACING ==INVOICE-HOLD-RECORD==
002990                      BY ==IMG-INVOICE-HOLD-RECORD==.
002991 COPY COGSRVFR REPLACING ==RTV-RECORD==
002992                      BY ==IMG-RTV-RECORD==.
002993 COPY COGSLNDR REPLACING ==LANDED-LEDGER-RECORD==
002994                      BY ==IMG-LANDED-RECORD==.
002995 COPY COGSCLRR REPLACING ==CLEARANCE-RECORD==
002996                      BY ==IMG-CLEARANCE-RECORD==.
002997 COPY COGSOTHR REPLACING ==OTB-HELD-ORDER-RECORD==
002998                      BY ==IMG-OTB-HELD-RECORD==.
002999 COPY COGSOTBR REPLACING ==OTB-PLAN-RECORD==
003000                      BY ==IMG-OTB-PLAN-RECORD==.
003001 COPY COGSASNR REPLACING ==ASN-LINE-RECORD==
003002                      BY ==IMG-ASN-RECORD==.
003003 COPY COGSRBAR REPLACING ==REBATE-AGREEMENT-RECORD==
003004                      BY ==IMG-REBATE-RECORD==.
003005 01  WS-HEADING-1.
003006     05  FILLER                  PIC X(40)
003007         VALUE "COGSWORTH BACKUP RESTORE - SET ID       ".
003010     05  H1-SET-DATE             PIC 9(08).
003020     05  FILLER                  PIC X(01) VALUE "-".
003030     05  H1-SET-TIME             PIC 9(08).
003040     05  FILLER                  PIC X(08) VALUE "  MODE  ".
003050     05  H1-MODE                 PIC X(06).
003060 01  WS-HEADING-2.
003070     05  FILLER                  PIC X(10) VALUE "FILE".
003080     05  FILLER                  PIC X(15) VALUE "  MANIFEST".
003090     05  FILLER                  PIC X(15) VALUE "     FOUND".
003100     05  FILLER                  PIC X(30) VALUE "RESULT".
003110 01  WS-PHASE-LINE.
003120     05  FILLER                  PIC X(04) VALUE "*** ".
003130     05  PL-PHASE                PIC X(20).
003140     05  FILLER                  PIC X(30)
003150         VALUE " PROVED AGAINST THE MANIFEST".
003160 01  WS-DETAIL-LINE.
003170     05  DL-FILE                 PIC X(08).
003180     05  FILLER                  PIC X(02) VALUE SPACES.
003190     05  DL-MF-COUNT             PIC ZZZ,ZZZ,ZZ9.
003200     05  FILLER                  PIC X(04) VALUE SPACES.
003210     05  DL-CK-COUNT             PIC ZZZ,ZZZ,ZZ9.
003220     05  FILLER                  PIC X(04) VALUE SPACES.
003230     05  DL-RESULT               PIC X(40).
003240 01  WS-VERDICT-LINE.
003250     05  FILLER                  PIC X(12) VALUE "VERDICT  - ".
003260     05  VL-TEXT                 PIC X(80).
003270 PROCEDURE DIVISION.
003280*----------------------------------------------------------------
003290*    0000-MAINLINE - PROGRAM CONTROL
003300*----------------------------------------------------------------
003310 0000-MAINLINE.
003320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003330     PERFORM 2000-LOAD-MANIFEST THRU 2000-EXIT.
003340     PERFORM 3000-VERIFY-UNLOAD THRU 3000-EXIT.
003350     IF PRM-RELOAD
003360         PERFORM 4000-RELOAD-SET THRU 4000-EXIT
003370         PERFORM 5000-PROVE-RELOAD THRU 5000-EXIT
003380     END-IF.
003390     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003400     STOP RUN.
003410*----------------------------------------------------------------
003420*    1000-INITIALIZE - PARAMETER, MANIFEST AND REPORT
003430*----------------------------------------------------------------
003440 1000-INITIALIZE.
003450     DISPLAY "COGSREST STARTING - BACKUP SET RESTORE".
003460     OPEN OUTPUT PRINT-FILE.
003470     IF WS-PRT-STATUS NOT = "00"
003480         DISPLAY "COGSREST - UNABLE TO OPEN COGSRST1, STATUS = "
003490                 WS-PRT-STATUS
003500         MOVE 16 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     MOVE 'Y' TO WS-PRT-OPEN-SW.
003540     OPEN INPUT PARM-FILE.
003550     IF WS-PRM-STATUS NOT = "00"
003560         MOVE "NO COGSRSTP PARAMETER - MODE AND SET DATE REQUIRED"
003570             TO WS-REFUSE-REASON
003580         PERFORM 9000-REFUSE THRU 9000-EXIT
003590     END-IF.
003600     READ PARM-FILE
003610         AT END
003620             MOVE SPACES TO PARM-RECORD
003630     END-READ.
003640     CLOSE PARM-FILE.
003650     IF NOT PRM-VERIFY AND NOT PRM-RELOAD
003660         MOVE "COGSRSTP MODE MUST BE VERIFY OR RELOAD"
003670             TO WS-REFUSE-REASON
003680         PERFORM 9000-REFUSE THRU 9000-EXIT
003690     END-IF.
003700     IF PRM-SET-DATE-X NOT NUMERIC OR PRM-SET-DATE = ZERO
003710         MOVE "COGSRSTP SET DATE MUST BE CCYYMMDD"
003720             TO WS-REFUSE-REASON
003730         PERFORM 9000-REFUSE THRU 9000-EXIT
003740     END-IF.
003750     DISPLAY "COGSREST - MODE " PRM-MODE " FOR SET DATE "
003760             PRM-SET-DATE.
003770     OPEN INPUT MANIFEST-FILE.
003780     IF WS-BKM-STATUS NOT = "00"
003790         MOVE "UNABLE TO OPEN THE COGSBKM1 MANIFEST"
003800             TO WS-REFUSE-REASON
003810         PERFORM 9000-REFUSE THRU 9000-EXIT
003820     END-IF.
003830 1000-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------
003860*    2000-LOAD-MANIFEST - ONE SET ID THROUGHOUT, MARKED GOOD,
003870*    ONE CLEAN LINE FOR EVERY FILE, FOR THE REQUESTED DATE
003880*----------------------------------------------------------------
003890 2000-LOAD-MANIFEST.
003900     PERFORM 2050-CLEAR-TOTALS THRU 2050-EXIT
003910         VARYING WS-FILE-SUB FROM 1 BY 1
003920         UNTIL WS-FILE-SUB > WS-FILE-MAX.
003930     READ MANIFEST-FILE
003940         AT END
003950             MOVE "THE COGSBKM1 MANIFEST IS EMPTY"
003960                 TO WS-REFUSE-REASON
003970             PERFORM 9000-REFUSE THRU 9000-EXIT
003980     END-READ.
003990     MOVE BM-SET-ID TO WS-SET-ID.
004000     MOVE 'N' TO WS-EOF-SW.
004010     PERFORM 2100-TAKE-MANIFEST-LINE THRU 2100-EXIT
004020         UNTIL WS-EOF.
004030     CLOSE MANIFEST-FILE.
004040     IF NOT WS-TRAILER-SEEN
004050         MOVE "INCOMPLETE SET - THE MANIFEST HAS NO TRAILER"
004060             TO WS-REFUSE-REASON
004070         PERFORM 9000-REFUSE THRU 9000-EXIT
004080     END-IF.
004090     PERFORM 2300-CHECK-FILE-PRESENT THRU 2300-EXIT
004100         VARYING WS-FILE-SUB FROM 1 BY 1
004110         UNTIL WS-FILE-SUB > WS-FILE-MAX.
004120     IF WS-SET-DATE NOT = PRM-SET-DATE
004130         STRING "THE SET IS FOR BUSINESS DATE " DELIMITED BY SIZE
004140                WS-SET-DATE DELIMITED BY SIZE
004150                ", NOT THE REQUESTED " DELIMITED BY SIZE
004160                PRM-SET-DATE DELIMITED BY SIZE
004170                INTO WS-REFUSE-REASON
004180         PERFORM 9000-REFUSE THRU 9000-EXIT
004190     END-IF.
004200     MOVE WS-SET-DATE TO H1-SET-DATE.
004210     MOVE WS-SET-TIME TO H1-SET-TIME.
004220     MOVE PRM-MODE    TO H1-MODE.
004230     WRITE PRINT-RECORD FROM WS-HEADING-1.
004240 2000-EXIT.
004250     EXIT.
004260 2050-CLEAR-TOTALS.
004270     MOVE 'N'  TO WS-MF-SEEN-SW (WS-FILE-SUB).
004280     MOVE ZERO TO WS-MF-COUNT (WS-FILE-SUB)
004290                  WS-MF-KEY-HASH (WS-FILE-SUB)
004300                  WS-MF-QTY-HASH (WS-FILE-SUB)
004310                  WS-CK-COUNT (WS-FILE-SUB)
004320                  WS-CK-KEY-HASH (WS-FILE-SUB)
004330                  WS-CK-QTY-HASH (WS-FILE-SUB).
004340 2050-EXIT.
004350     EXIT.
004360 2100-TAKE-MANIFEST-LINE.
004370     IF BM-SET-ID NOT = WS-SET-ID
004380         MOVE "MIXED SET - MANIFEST LINES FROM TWO BACKUPS"
004390             TO WS-REFUSE-REASON
004400         PERFORM 9000-REFUSE THRU 9000-EXIT
004410     END-IF.
004420     IF BM-TRAILER
004430         PERFORM 2150-TAKE-TRAILER THRU 2150-EXIT
004440         GO TO 2190-READ-NEXT
004450     END-IF.
004460     IF NOT BM-FILE-LINE
004470         MOVE "MANIFEST RECORD TYPE NOT RECOGNIZED"
004480             TO WS-REFUSE-REASON
004490         PERFORM 9000-REFUSE THRU 9000-EXIT
004500     END-IF.
004510     MOVE BM-FILE TO WS-LOOKUP-NAME.
004520     PERFORM 2400-FIND-FILE THRU 2400-EXIT.
004530     IF WS-FOUND-SUB = ZERO
004540         STRING "MANIFEST NAMES " DELIMITED BY SIZE
004550                BM-FILE DELIMITED BY SIZE
004560                ", WHICH IS NOT A FILE OF THE SET"
004570                    DELIMITED BY SIZE
004580                INTO WS-REFUSE-REASON
004590         PERFORM 9000-REFUSE THRU 9000-EXIT
004600     END-IF.
004610     IF WS-MF-SEEN (WS-FOUND-SUB)
004620         STRING "MIXED SET - " DELIMITED BY SIZE
004630                BM-FILE DELIMITED BY SIZE
004640                " IS ON THE MANIFEST TWICE" DELIMITED BY SIZE
004650                INTO WS-REFUSE-REASON
004660         PERFORM 9000-REFUSE THRU 9000-EXIT
004670     END-IF.
004680     IF NOT BM-FILE-OK
004690         STRING "INCOMPLETE SET - " DELIMITED BY SIZE
004700                BM-FILE DELIMITED BY SIZE
004710                " DID NOT UNLOAD CLEANLY" DELIMITED BY SIZE
004720                INTO WS-REFUSE-REASON
004730         PERFORM 9000-REFUSE THRU 9000-EXIT
004740     END-IF.
004750     MOVE 'Y'         TO WS-MF-SEEN-SW (WS-FOUND-SUB).
004760     MOVE BM-COUNT    TO WS-MF-COUNT (WS-FOUND-SUB).
004770     MOVE BM-KEY-HASH TO WS-MF-KEY-HASH (WS-FOUND-SUB).
004780     MOVE BM-QTY-HASH TO WS-MF-QTY-HASH (WS-FOUND-SUB).
004790 2190-READ-NEXT.
004800     READ MANIFEST-FILE
004810         AT END
004820             MOVE 'Y' TO WS-EOF-SW
004830     END-READ.
004840 2100-EXIT.
004850     EXIT.
004860 2150-TAKE-TRAILER.
004870     IF NOT BM-SET-GOOD
004880         MOVE "COGSBKUP DID NOT MARK THIS SET GOOD"
004890             TO WS-REFUSE-REASON
004900         PERFORM 9000-REFUSE THRU 9000-EXIT
004910     END-IF.
004920     IF BM-COUNT NOT = WS-FILE-MAX
004930         MOVE "INCOMPLETE SET - WRONG NUMBER OF FILES IN THE SET"
004940             TO WS-REFUSE-REASON
004950         PERFORM 9000-REFUSE THRU 9000-EXIT
004960     END-IF.
004970     MOVE 'Y' TO WS-TRAILER-SW.
004980 2150-EXIT.
004990     EXIT.
005000 2300-CHECK-FILE-PRESENT.
005010     IF NOT WS-MF-SEEN (WS-FILE-SUB)
005020         STRING "INCOMPLETE SET - " DELIMITED BY SIZE
005030                WS-FT-NAME (WS-FILE-SUB) DELIMITED BY SIZE
005040                " IS NOT ON THE MANIFEST" DELIMITED BY SIZE
005050                INTO WS-REFUSE-REASON
005060         PERFORM 9000-REFUSE THRU 9000-EXIT
005070     END-IF.
005080 2300-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------
005110*    2400-FIND-FILE - WS-FOUND-SUB FOR WS-LOOKUP-NAME, OR ZERO
005120*----------------------------------------------------------------
005130 2400-FIND-FILE.
005140     MOVE ZERO TO WS-FOUND-SUB.
005150     PERFORM 2450-MATCH-NAME THRU 2450-EXIT
005160         VARYING WS-FILE-SUB FROM 1 BY 1
005170         UNTIL WS-FILE-SUB > WS-FILE-MAX
005180            OR WS-FOUND-SUB > ZERO.
005190 2400-EXIT.
005200     EXIT.
005210 2450-MATCH-NAME.
005220     IF WS-FT-NAME (WS-FILE-SUB) = WS-LOOKUP-NAME
005230         MOVE WS-FILE-SUB TO WS-FOUND-SUB
005240     END-IF.
005250 2450-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------
005280*    3000-VERIFY-UNLOAD - THE UNLOAD MUST BE ALL ONE SET AND
005290*    FOOT TO THE MANIFEST BEFORE ANY FILE IS TOUCHED
005300*----------------------------------------------------------------
005310 3000-VERIFY-UNLOAD.
005320     OPEN INPUT UNLOAD-FILE.
005330     IF WS-BKU-STATUS NOT = "00"
005340         MOVE "UNABLE TO OPEN THE COGSBKU1 UNLOAD"
005350             TO WS-REFUSE-REASON
005360         PERFORM 9000-REFUSE THRU 9000-EXIT
005370     END-IF.
005380     MOVE 'N' TO WS-EOF-SW.
005390     PERFORM 3100-CHECK-UNLOAD-RECORD THRU 3100-EXIT
005400         UNTIL WS-EOF.
005410     CLOSE UNLOAD-FILE.
005420     MOVE "UNLOAD" TO WS-PHASE.
005430     PERFORM 3500-PROVE-TOTALS THRU 3500-EXIT.
005440 3000-EXIT.
005450     EXIT.
005460 3100-CHECK-UNLOAD-RECORD.
005470     READ UNLOAD-FILE
005480         AT END
005490             MOVE 'Y' TO WS-EOF-SW
005500             GO TO 3100-EXIT
005510     END-READ.
005520     IF WS-BKU-STATUS NOT = "00"
005530         STRING "COGSBKU1 READ FAILED, STATUS = "
005540                    DELIMITED BY SIZE
005550                WS-BKU-STATUS DELIMITED BY SIZE
005560                INTO WS-REFUSE-REASON
005570         PERFORM 9000-REFUSE THRU 9000-EXIT
005580     END-IF.
005590     IF BU-SET-ID NOT = WS-SET-ID
005600         MOVE "MIXED SET - THE UNLOAD IS NOT THE MANIFEST'S SET"
005610             TO WS-REFUSE-REASON
005620         PERFORM 9000-REFUSE THRU 9000-EXIT
005630     END-IF.
005640     MOVE BU-FILE TO WS-LOOKUP-NAME.
005650     PERFORM 2400-FIND-FILE THRU 2400-EXIT.
005660     IF WS-FOUND-SUB = ZERO
005670         STRING "UNLOAD CARRIES " DELIMITED BY SIZE
005680                BU-FILE DELIMITED BY SIZE
005690                ", WHICH IS NOT A FILE OF THE SET"
005700                    DELIMITED BY SIZE
005710                INTO WS-REFUSE-REASON
005720         PERFORM 9000-REFUSE THRU 9000-EXIT
005730     END-IF.
005740     MOVE WS-FOUND-SUB TO WS-FILE-SUB.
005750     PERFORM 6450-IMAGE-FROM-UNLOAD THRU 6450-EXIT.
005760     PERFORM 3900-ACCUMULATE THRU 3900-EXIT.
005770 3100-EXIT.
005780     EXIT.
005790*----------------------------------------------------------------
005800*    3500-PROVE-TOTALS - EVERY FILE'S COUNT AND BOTH HASH TOTALS
005810*    AGAINST THE MANIFEST; ANY DIFFERENCE REFUSES THE SET
005820*----------------------------------------------------------------
005830 3500-PROVE-TOTALS.
005840     MOVE WS-PHASE TO PL-PHASE.
005850     MOVE SPACES TO PRINT-RECORD.
005860     WRITE PRINT-RECORD.
005870     WRITE PRINT-RECORD FROM WS-PHASE-LINE.
005880     WRITE PRINT-RECORD FROM WS-HEADING-2.
005890     MOVE 'N' TO WS-MISMATCH-SW.
005900     PERFORM 3600-PROVE-ONE-FILE THRU 3600-EXIT
005910         VARYING WS-FILE-SUB FROM 1 BY 1
005920         UNTIL WS-FILE-SUB > WS-FILE-MAX.
005930     IF WS-MISMATCH
005940         STRING WS-PHASE DELIMITED BY "  "
005950                " DOES NOT PROVE TO THE MANIFEST"
005960                    DELIMITED BY SIZE
005970                INTO WS-REFUSE-REASON
005980         PERFORM 9000-REFUSE THRU 9000-EXIT
005990     END-IF.
006000 3500-EXIT.
006010     EXIT.
006020 3600-PROVE-ONE-FILE.
006030     MOVE SPACES                     TO WS-DETAIL-LINE.
006040     MOVE WS-FT-NAME (WS-FILE-SUB)   TO DL-FILE.
006050     MOVE WS-MF-COUNT (WS-FILE-SUB)  TO DL-MF-COUNT.
006060     MOVE WS-CK-COUNT (WS-FILE-SUB)  TO DL-CK-COUNT.
006070     EVALUATE TRUE
006080         WHEN WS-CK-COUNT (WS-FILE-SUB)
006090                  NOT = WS-MF-COUNT (WS-FILE-SUB)
006100             MOVE "RECORD COUNT DIFFERS" TO DL-RESULT
006110             MOVE 'Y' TO WS-MISMATCH-SW
006120         WHEN WS-CK-KEY-HASH (WS-FILE-SUB)
006130                  NOT = WS-MF-KEY-HASH (WS-FILE-SUB)
006140             MOVE "KEY HASH TOTAL DIFFERS" TO DL-RESULT
006150             MOVE 'Y' TO WS-MISMATCH-SW
006160         WHEN WS-CK-QTY-HASH (WS-FILE-SUB)
006170                  NOT = WS-MF-QTY-HASH (WS-FILE-SUB)
006180             MOVE "QUANTITY HASH TOTAL DIFFERS" TO DL-RESULT
006190             MOVE 'Y' TO WS-MISMATCH-SW
006200         WHEN OTHER
006210             MOVE "PROVED" TO DL-RESULT
006220     END-EVALUATE.
006230     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
006240 3600-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------
006270*    3900-ACCUMULATE - COUNT AND HASH THE RECORD IN THE WORKING
006280*    COPY FOR WS-FILE-SUB
006290*----------------------------------------------------------------
006300 3900-ACCUMULATE.
006310     PERFORM 6400-TAKE-KEYS THRU 6400-EXIT.
006320     ADD 1 TO WS-CK-COUNT (WS-FILE-SUB).
006330     ADD WS-HASH-QTY TO WS-CK-QTY-HASH (WS-FILE-SUB).
006340     PERFORM 3950-HASH-ONE-BYTE THRU 3950-EXIT
006350         VARYING WS-HASH-POS FROM 1 BY 1
006360         UNTIL WS-HASH-POS > WS-HASH-KEY-LEN.
006370 3900-EXIT.
006380     EXIT.
006390 3950-HASH-ONE-BYTE.
006400     MOVE LOW-VALUE TO WS-HB-HIGH.
006410     MOVE WS-HK-CHAR (WS-HASH-POS) TO WS-HB-LOW.
006420     COMPUTE WS-CK-KEY-HASH (WS-FILE-SUB) =
006430             WS-CK-KEY-HASH (WS-FILE-SUB)
006440           + WS-HB-VALUE * WS-HASH-POS.
006450 3950-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------
006480*    4000-RELOAD-SET - EVERY FILE OPENED OUTPUT AND RELOADED
006490*    FROM THE UNLOAD, IN THE KEY ORDER IT WAS UNLOADED IN
006500*----------------------------------------------------------------
006510 4000-RELOAD-SET.
006520     PERFORM 4050-OPEN-FOR-RELOAD THRU 4050-EXIT
006530         VARYING WS-FILE-SUB FROM 1 BY 1
006540         UNTIL WS-FILE-SUB > WS-FILE-MAX.
006550     OPEN INPUT UNLOAD-FILE.
006560     IF WS-BKU-STATUS NOT = "00"
006570         MOVE "RELOAD FAILED - UNABLE TO REOPEN COGSBKU1"
006580             TO WS-REFUSE-REASON
006590         PERFORM 9000-REFUSE THRU 9000-EXIT
006600     END-IF.
006610     MOVE 'N' TO WS-EOF-SW.
006620     PERFORM 4100-RELOAD-ONE-RECORD THRU 4100-EXIT
006630         UNTIL WS-EOF.
006640     CLOSE UNLOAD-FILE.
006650     PERFORM 6300-CLOSE-FILE THRU 6300-EXIT
006660         VARYING WS-FILE-SUB FROM 1 BY 1
006670         UNTIL WS-FILE-SUB > WS-FILE-MAX.
006680 4000-EXIT.
006690     EXIT.
006700 4050-OPEN-FOR-RELOAD.
006710     PERFORM 6150-OPEN-OUTPUT THRU 6150-EXIT.
006720     IF WS-IO-STATUS NOT = "00"
006730         STRING "RELOAD FAILED - UNABLE TO OPEN "
006740                    DELIMITED BY SIZE
006750                WS-FT-NAME (WS-FILE-SUB) DELIMITED BY SIZE
006760                " OUTPUT, STATUS = " DELIMITED BY SIZE
006770                WS-IO-STATUS DELIMITED BY SIZE
006780                INTO WS-REFUSE-REASON
006790         PERFORM 9000-REFUSE THRU 9000-EXIT
006800     END-IF.
006810 4050-EXIT.
006820     EXIT.
006830 4100-RELOAD-ONE-RECORD.
006840     READ UNLOAD-FILE
006850         AT END
006860             MOVE 'Y' TO WS-EOF-SW
006870             GO TO 4100-EXIT
006880     END-READ.
006890     MOVE BU-FILE TO WS-LOOKUP-NAME.
006900     PERFORM 2400-FIND-FILE THRU 2400-EXIT.
006910     MOVE WS-FOUND-SUB TO WS-FILE-SUB.
006920     PERFORM 6250-WRITE-FILE THRU 6250-EXIT.
006930     IF WS-IO-STATUS NOT = "00"
006940         STRING "RELOAD FAILED WRITING " DELIMITED BY SIZE
006950                WS-FT-NAME (WS-FILE-SUB) DELIMITED BY SIZE
006960                ", STATUS = " DELIMITED BY SIZE
006970                WS-IO-STATUS DELIMITED BY SIZE
006980                INTO WS-REFUSE-REASON
006990         PERFORM 9000-REFUSE THRU 9000-EXIT
007000     END-IF.
007010     ADD 1 TO WS-RECS-RELOADED.
007020 4100-EXIT.
007030     EXIT.
007040*----------------------------------------------------------------
007050*    5000-PROVE-RELOAD - READ EVERY RELOADED FILE BACK AND PROVE
007060*    IT AGAINST THE MANIFEST ONCE MORE
007070*----------------------------------------------------------------
007080 5000-PROVE-RELOAD.
007090     PERFORM 5050-CLEAR-CHECK-TOTALS THRU 5050-EXIT
007100         VARYING WS-FILE-SUB FROM 1 BY 1
007110         UNTIL WS-FILE-SUB > WS-FILE-MAX.
007120     PERFORM 5100-READ-BACK-FILE THRU 5100-EXIT
007130         VARYING WS-FILE-SUB FROM 1 BY 1
007140         UNTIL WS-FILE-SUB > WS-FILE-MAX.
007150     MOVE "RELOADED FILES" TO WS-PHASE.
007160     PERFORM 3500-PROVE-TOTALS THRU 3500-EXIT.
007170 5000-EXIT.
007180     EXIT.
007190 5050-CLEAR-CHECK-TOTALS.
007200     MOVE ZERO TO WS-CK-COUNT (WS-FILE-SUB)
007210                  WS-CK-KEY-HASH (WS-FILE-SUB)
007220                  WS-CK-QTY-HASH (WS-FILE-SUB).
007230 5050-EXIT.
007240     EXIT.
007250 5100-READ-BACK-FILE.
007260     PERFORM 6100-OPEN-INPUT THRU 6100-EXIT.
007270     IF WS-IO-STATUS NOT = "00"
007280         STRING "RELOADED " DELIMITED BY SIZE
007290                WS-FT-NAME (WS-FILE-SUB) DELIMITED BY SIZE
007300                " WILL NOT OPEN, STATUS = " DELIMITED BY SIZE
007310                WS-IO-STATUS DELIMITED BY SIZE
007320                INTO WS-REFUSE-REASON
007330         PERFORM 9000-REFUSE THRU 9000-EXIT
007340     END-IF.
007350     MOVE 'N' TO WS-SCAN-DONE-SW.
007360     PERFORM 5200-READ-BACK-RECORD THRU 5200-EXIT
007370         UNTIL WS-SCAN-DONE.
007380     PERFORM 6300-CLOSE-FILE THRU 6300-EXIT.
007390 5100-EXIT.
007400     EXIT.
007410 5200-READ-BACK-RECORD.
007420     PERFORM 6200-READ-FILE THRU 6200-EXIT.
007430     IF WS-IO-STATUS = "10"
007440         MOVE 'Y' TO WS-SCAN-DONE-SW
007450         GO TO 5200-EXIT
007460     END-IF.
007470     IF WS-IO-STATUS NOT = "00"
007480         STRING "RELOADED " DELIMITED BY SIZE
007490                WS-FT-NAME (WS-FILE-SUB) DELIMITED BY SIZE
007500                " READ FAILED, STATUS = " DELIMITED BY SIZE
007510                WS-IO-STATUS DELIMITED BY SIZE
007520                INTO WS-REFUSE-REASON
007530         PERFORM 9000-REFUSE THRU 9000-EXIT
007540     END-IF.
007550     PERFORM 6460-IMAGE-FROM-FILE THRU 6460-EXIT.
007560     PERFORM 3900-ACCUMULATE THRU 3900-EXIT.
007570 5200-EXIT.
007580     EXIT.
007590*----------------------------------------------------------------
007600*    6100-OPEN-INPUT / 6150-OPEN-OUTPUT - THE FILE SELECTED BY
007610*    WS-FILE-SUB
007620*----------------------------------------------------------------
007630 6100-OPEN-INPUT.
007640     EVALUATE WS-FILE-SUB
007650         WHEN 1
007660             OPEN INPUT COGS-MASTER-FILE
007670             MOVE WS-MST-STATUS TO WS-IO-STATUS
007680         WHEN 2
007690             OPEN INPUT STORE-INVENTORY-FILE
007700             MOVE WS-STO-STATUS TO WS-IO-STATUS
007710         WHEN 3
007720             OPEN INPUT OPEN-PO-FILE
007730             MOVE WS-OPO-STATUS TO WS-IO-STATUS
007740         WHEN 4
007750             OPEN INPUT BACKORDER-FILE
007760             MOVE WS-BOR-STATUS TO WS-IO-STATUS
007770         WHEN 5
007780             OPEN INPUT PENDING-COST-FILE
007790             MOVE WS-PND-STATUS TO WS-IO-STATUS
007800         WHEN 6
007810             OPEN INPUT PROMO-PRICE-FILE
007820             MOVE WS-PMO-STATUS TO WS-IO-STATUS
007830         WHEN 7
007840             OPEN INPUT ALIAS-FILE
007850             MOVE WS-ALI-STATUS TO WS-IO-STATUS
007860         WHEN 8
007870             OPEN INPUT BATCH-REGISTRY-FILE
007880             MOVE WS-BRG-STATUS TO WS-IO-STATUS
007890         WHEN 9
007900             OPEN INPUT VENDOR-MASTER-FILE
007910             MOVE WS-VND-STATUS TO WS-IO-STATUS
007920         WHEN 10
007930             OPEN INPUT DEPARTMENT-FILE
007940             MOVE WS-DPT-STATUS TO WS-IO-STATUS
007950         WHEN 11
007960             OPEN INPUT RUN-CONTROL-FILE
007970             MOVE WS-RUN-STATUS TO WS-IO-STATUS
007971         WHEN 12
007972             OPEN INPUT PO-HEADER-FILE
007973             MOVE WS-POH-STATUS TO WS-IO-STATUS
007974         WHEN 13
007975             OPEN INPUT PO-LINE-FILE
007976             MOVE WS-POL-STATUS TO WS-IO-STATUS
007977         WHEN 14
007978             OPEN INPUT RESERVATION-FILE
007979             MOVE WS-RSV-STATUS TO WS-IO-STATUS
007980         WHEN 15
007981             OPEN INPUT IN-TRANSIT-FILE
007982             MOVE WS-XIT-STATUS TO WS-IO-STATUS
007983         WHEN 16
007984             OPEN INPUT KIT-FILE
007985             MOVE WS-KIT-STATUS TO WS-IO-STATUS
007986         WHEN 17
007987             OPEN INPUT VENDOR-ITEM-FILE
007988             MOVE WS-VCT-STATUS TO WS-IO-STATUS
007989         WHEN 18
007990             OPEN INPUT BIN-LOCATION-FILE
007991             MOVE WS-BIN-STATUS TO WS-IO-STATUS
007992         WHEN 19
007993             OPEN INPUT STORE-MASTER-FILE
007994             MOVE WS-SMF-STATUS TO WS-IO-STATUS
007995         WHEN 20
007996             OPEN INPUT AP-MATCH-FILE
007997             MOVE WS-APM-STATUS TO WS-IO-STATUS
007998         WHEN 21
007999             OPEN INPUT INVOICE-HOLD-FILE
008000             MOVE WS-HLD-STATUS TO WS-IO-STATUS
008001         WHEN 22
008002             OPEN INPUT RTV-FILE
008003             MOVE WS-RTV-STATUS TO WS-IO-STATUS
008004         WHEN 23
008005             OPEN INPUT LANDED-LEDGER-FILE
008006             MOVE WS-LND-STATUS TO WS-IO-STATUS
008007         WHEN 24
008008             OPEN INPUT CLEARANCE-FILE
008009             MOVE WS-CLR-STATUS TO WS-IO-STATUS
008010         WHEN 25
008011             OPEN INPUT OTB-HOLD-FILE
008012             MOVE WS-OTH-STATUS TO WS-IO-STATUS
008013         WHEN 26
008014             OPEN INPUT OTB-PLAN-FILE
008015             MOVE WS-OTB-STATUS TO WS-IO-STATUS
008016         WHEN 27
008017             OPEN INPUT ASN-FILE
008018             MOVE WS-ASN-STATUS TO WS-IO-STATUS
008019         WHEN 28
008020             OPEN INPUT REBATE-AGREEMENT-FILE
008021             MOVE WS-RBA-STATUS TO WS-IO-STATUS
008022     END-EVALUATE.
008023 6100-EXIT.
008024     EXIT.
008025 6150-OPEN-OUTPUT.
008026     EVALUATE WS-FILE-SUB
008030         WHEN 1
008040             OPEN OUTPUT COGS-MASTER-FILE
008050             MOVE WS-MST-STATUS TO WS-IO-STATUS
008060         WHEN 2
008070             OPEN OUTPUT STORE-INVENTORY-FILE
008080             MOVE WS-STO-STATUS TO WS-IO-STATUS
008090         WHEN 3
008100             OPEN OUTPUT OPEN-PO-FILE
008110             MOVE WS-OPO-STATUS TO WS-IO-STATUS
008120         WHEN 4
008130             OPEN OUTPUT BACKORDER-FILE
008140             MOVE WS-BOR-STATUS TO WS-IO-STATUS
008150         WHEN 5
008160             OPEN OUTPUT PENDING-COST-FILE
008170             MOVE WS-PND-STATUS TO WS-IO-STATUS
008180         WHEN 6
008190             OPEN OUTPUT PROMO-PRICE-FILE
008200             MOVE WS-PMO-STATUS TO WS-IO-STATUS
008210         WHEN 7
008220             OPEN OUTPUT ALIAS-FILE
008230             MOVE WS-ALI-STATUS TO WS-IO-STATUS
008240         WHEN 8
008250             OPEN OUTPUT BATCH-REGISTRY-FILE
008260             MOVE WS-BRG-STATUS TO WS-IO-STATUS
008270         WHEN 9
008280             OPEN OUTPUT VENDOR-MASTER-FILE
008290             MOVE WS-VND-STATUS TO WS-IO-STATUS
008300         WHEN 10
008310             OPEN OUTPUT DEPARTMENT-FILE
008320             MOVE WS-DPT-STATUS TO WS-IO-STATUS
008330         WHEN 11
008340             OPEN OUTPUT RUN-CONTROL-FILE
008350             MOVE WS-RUN-STATUS TO WS-IO-STATUS
008351         WHEN 12
008352             OPEN OUTPUT PO-HEADER-FILE
008353             MOVE WS-POH-STATUS TO WS-IO-STATUS
008354         WHEN 13
008355             OPEN OUTPUT PO-LINE-FILE
008356             MOVE WS-POL-STATUS TO WS-IO-STATUS
008357         WHEN 14
008358             OPEN OUTPUT RESERVATION-FILE
008359             MOVE WS-RSV-STATUS TO WS-IO-STATUS
008360         WHEN 15
008361             OPEN OUTPUT IN-TRANSIT-FILE
008362             MOVE WS-XIT-STATUS TO WS-IO-STATUS
008363         WHEN 16
008364             OPEN OUTPUT KIT-FILE
008365             MOVE WS-KIT-STATUS TO WS-IO-STATUS
008366         WHEN 17
008367             OPEN OUTPUT VENDOR-ITEM-FILE
008368             MOVE WS-VCT-STATUS TO WS-IO-STATUS
008369         WHEN 18
008370             OPEN OUTPUT BIN-LOCATION-FILE
008371             MOVE WS-BIN-STATUS TO WS-IO-STATUS
008372         WHEN 19
008373             OPEN OUTPUT STORE-MASTER-FILE
008374             MOVE WS-SMF-STATUS TO WS-IO-STATUS
008375         WHEN 20
008376             OPEN OUTPUT AP-MATCH-FILE
008377             MOVE WS-APM-STATUS TO WS-IO-STATUS
008378         WHEN 21
008379             OPEN OUTPUT INVOICE-HOLD-FILE
008380             MOVE WS-HLD-STATUS TO WS-IO-STATUS
008381         WHEN 22
008382             OPEN OUTPUT RTV-FILE
008383             MOVE WS-RTV-STATUS TO WS-IO-STATUS
008384         WHEN 23
008385             OPEN OUTPUT LANDED-LEDGER-FILE
008386             MOVE WS-LND-STATUS TO WS-IO-STATUS
008387         WHEN 24
008388             OPEN OUTPUT CLEARANCE-FILE
008389             MOVE WS-CLR-STATUS TO WS-IO-STATUS
008390         WHEN 25
008391             OPEN OUTPUT OTB-HOLD-FILE
008392             MOVE WS-OTH-STATUS TO WS-IO-STATUS
008393         WHEN 26
008394             OPEN OUTPUT OTB-PLAN-FILE
008395             MOVE WS-OTB-STATUS TO WS-IO-STATUS
008396         WHEN 27
008397             OPEN OUTPUT ASN-FILE
008398             MOVE WS-ASN-STATUS TO WS-IO-STATUS
008399         WHEN 28
008400             OPEN OUTPUT REBATE-AGREEMENT-FILE
008401             MOVE WS-RBA-STATUS TO WS-IO-STATUS
008402     END-EVALUATE.
008403 6150-EXIT.
008404     EXIT.
008405*----------------------------------------------------------------
008406*    6200-READ-FILE - NEXT RECORD IN KEY ORDER; "10" AT END
008410*----------------------------------------------------------------
008420 6200-READ-FILE.
008430     EVALUATE WS-FILE-SUB
008440         WHEN 1
008450             READ COGS-MASTER-FILE NEXT RECORD
008460                 AT END
008470                     CONTINUE
008480             END-READ
008490             MOVE WS-MST-STATUS TO WS-IO-STATUS
008500         WHEN 2
008510             READ STORE-INVENTORY-FILE NEXT RECORD
008520                 AT END
008530                     CONTINUE
008540             END-READ
008550             MOVE WS-STO-STATUS TO WS-IO-STATUS
008560         WHEN 3
008570             READ OPEN-PO-FILE NEXT RECORD
008580                 AT END
008590                     CONTINUE
008600             END-READ
008610             MOVE WS-OPO-STATUS TO WS-IO-STATUS
008620         WHEN 4
008630             READ BACKORDER-FILE NEXT RECORD
008640                 AT END
008650                     CONTINUE
008660             END-READ
008670             MOVE WS-BOR-STATUS TO WS-IO-STATUS
008680         WHEN 5
008690             READ PENDING-COST-FILE NEXT RECORD
008700                 AT END
008710                     CONTINUE
008720             END-READ
008730             MOVE WS-PND-STATUS TO WS-IO-STATUS
008740         WHEN 6
008750             READ PROMO-PRICE-FILE NEXT RECORD
008760                 AT END
008770                     CONTINUE
008780             END-READ
008790             MOVE WS-PMO-STATUS TO WS-IO-STATUS
008800         WHEN 7
008810             READ ALIAS-FILE NEXT RECORD
008820                 AT END
008830                     CONTINUE
008840             END-READ
008850             MOVE WS-ALI-STATUS TO WS-IO-STATUS
008860         WHEN 8
008870             READ BATCH-REGISTRY-FILE NEXT RECORD
008880                 AT END
008890                     CONTINUE
008900             END-READ
008910             MOVE WS-BRG-STATUS TO WS-IO-STATUS
008920         WHEN 9
008930             READ VENDOR-MASTER-FILE NEXT RECORD
008940                 AT END
008950                     CONTINUE
008960             END-READ
008970             MOVE WS-VND-STATUS TO WS-IO-STATUS
008980         WHEN 10
008990             READ DEPARTMENT-FILE NEXT RECORD
009000                 AT END
009010                     CONTINUE
009020             END-READ
009030             MOVE WS-DPT-STATUS TO WS-IO-STATUS
009040         WHEN 11
009050             READ RUN-CONTROL-FILE
009060                 AT END
009070                     CONTINUE
009080             END-READ
009090             MOVE WS-RUN-STATUS TO WS-IO-STATUS
009091         WHEN 12
009092             READ PO-HEADER-FILE NEXT RECORD
009093                 AT END
009094                     CONTINUE
009095             END-READ
009096             MOVE WS-POH-STATUS TO WS-IO-STATUS
009097         WHEN 13
009098             READ PO-LINE-FILE NEXT RECORD
009099                 AT END
009100                     CONTINUE
009101             END-READ
009102             MOVE WS-POL-STATUS TO WS-IO-STATUS
009103         WHEN 14
009104             READ RESERVATION-FILE NEXT RECORD
009105                 AT END
009106                     CONTINUE
009107             END-READ
009108             MOVE WS-RSV-STATUS TO WS-IO-STATUS
009109         WHEN 15
009110             READ IN-TRANSIT-FILE NEXT RECORD
009111                 AT END
009112                     CONTINUE
009113             END-READ
009114             MOVE WS-XIT-STATUS TO WS-IO-STATUS
009115         WHEN 16
009116             READ KIT-FILE NEXT RECORD
009117                 AT END
009118                     CONTINUE
009119             END-READ
009120             MOVE WS-KIT-STATUS TO WS-IO-STATUS
009121         WHEN 17
009122             READ VENDOR-ITEM-FILE NEXT RECORD
009123                 AT END
009124                     CONTINUE
009125             END-READ
009126             MOVE WS-VCT-STATUS TO WS-IO-STATUS
009127         WHEN 18
009128             READ BIN-LOCATION-FILE NEXT RECORD
009129                 AT END
009130                     CONTINUE
009131             END-READ
009132             MOVE WS-BIN-STATUS TO WS-IO-STATUS
009133         WHEN 19
009134             READ STORE-MASTER-FILE NEXT RECORD
009135                 AT END
009136                     CONTINUE
009137             END-READ
009138             MOVE WS-SMF-STATUS TO WS-IO-STATUS
009139         WHEN 20
009140             READ AP-MATCH-FILE NEXT RECORD
009141                 AT END
009142                     CONTINUE
009143             END-READ
009144             MOVE WS-APM-STATUS TO WS-IO-STATUS
009145         WHEN 21
009146             READ INVOICE-HOLD-FILE NEXT RECORD
009147                 AT END
009148                     CONTINUE
009149             END-READ
009150             MOVE WS-HLD-STATUS TO WS-IO-STATUS
009151         WHEN 22
009152             READ RTV-FILE NEXT RECORD
009153                 AT END
009154                     CONTINUE
009155             END-READ
009156             MOVE WS-RTV-STATUS TO WS-IO-STATUS
009157         WHEN 23
009158             READ LANDED-LEDGER-FILE NEXT RECORD
009159                 AT END
009160                     CONTINUE
009161             END-READ
009162             MOVE WS-LND-STATUS TO WS-IO-STATUS
009163         WHEN 24
009164             READ CLEARANCE-FILE NEXT RECORD
009165                 AT END
009166                     CONTINUE
009167             END-READ
009168             MOVE WS-CLR-STATUS TO WS-IO-STATUS
009169         WHEN 25
009170             READ OTB-HOLD-FILE NEXT RECORD
009171                 AT END
009172                     CONTINUE
009173             END-READ
009174             MOVE WS-OTH-STATUS TO WS-IO-STATUS
009175         WHEN 26
009176             READ OTB-PLAN-FILE NEXT RECORD
009177                 AT END
009178                     CONTINUE
009179             END-READ
009180             MOVE WS-OTB-STATUS TO WS-IO-STATUS
009181         WHEN 27
009182             READ ASN-FILE NEXT RECORD
009183                 AT END
009184                     CONTINUE
009185             END-READ
009186             MOVE WS-ASN-STATUS TO WS-IO-STATUS
009187         WHEN 28
009188             READ REBATE-AGREEMENT-FILE NEXT RECORD
009189                 AT END
009190                     CONTINUE
009191             END-READ
009192             MOVE WS-RBA-STATUS TO WS-IO-STATUS
009193     END-EVALUATE.
009194 6200-EXIT.
009195     EXIT.
009196*----------------------------------------------------------------
009197*    6250-WRITE-FILE - THE UNLOADED RECORD BACK TO ITS FILE
009198*----------------------------------------------------------------
009199 6250-WRITE-FILE.
009200     EVALUATE WS-FILE-SUB
009201         WHEN 1
009202             MOVE BU-DATA TO COGS-MASTER-RECORD
009203             WRITE COGS-MASTER-RECORD
009210             MOVE WS-MST-STATUS TO WS-IO-STATUS
009220         WHEN 2
009230             MOVE BU-DATA TO STORE-INVENTORY-RECORD
009240             WRITE STORE-INVENTORY-RECORD
009250             MOVE WS-STO-STATUS TO WS-IO-STATUS
009260         WHEN 3
009270             MOVE BU-DATA TO OPEN-PO-RECORD
009280             WRITE OPEN-PO-RECORD
009290             MOVE WS-OPO-STATUS TO WS-IO-STATUS
009300         WHEN 4
009310             MOVE BU-DATA TO BACKORDER-RECORD
009320             WRITE BACKORDER-RECORD
009330             MOVE WS-BOR-STATUS TO WS-IO-STATUS
009340         WHEN 5
009350             MOVE BU-DATA TO PENDING-COST-RECORD
009360             WRITE PENDING-COST-RECORD
009370             MOVE WS-PND-STATUS TO WS-IO-STATUS
009380         WHEN 6
009390             MOVE BU-DATA TO PROMO-PRICE-RECORD
009400             WRITE PROMO-PRICE-RECORD
009410             MOVE WS-PMO-STATUS TO WS-IO-STATUS
009420         WHEN 7
009430             MOVE BU-DATA TO ALIAS-RECORD
009440             WRITE ALIAS-RECORD
009450             MOVE WS-ALI-STATUS TO WS-IO-STATUS
009460         WHEN 8
009470             MOVE BU-DATA TO BATCH-REGISTRY-RECORD
009480             WRITE BATCH-REGISTRY-RECORD
009490             MOVE WS-BRG-STATUS TO WS-IO-STATUS
009500         WHEN 9
009510             MOVE BU-DATA TO VENDOR-MASTER-RECORD
009520             WRITE VENDOR-MASTER-RECORD
009530             MOVE WS-VND-STATUS TO WS-IO-STATUS
009540         WHEN 10
009550             MOVE BU-DATA TO DEPARTMENT-RECORD
009560             WRITE DEPARTMENT-RECORD
009570             MOVE WS-DPT-STATUS TO WS-IO-STATUS
009580         WHEN 11
009590             MOVE BU-DATA TO RUN-CONTROL-RECORD
009600             WRITE RUN-CONTROL-RECORD
009610             MOVE WS-RUN-STATUS TO WS-IO-STATUS
009611         WHEN 12
009612             MOVE BU-DATA TO PO-HEADER-RECORD
009613             WRITE PO-HEADER-RECORD
009614             MOVE WS-POH-STATUS TO WS-IO-STATUS
009615         WHEN 13
009616             MOVE BU-DATA TO PO-LINE-RECORD
009617             WRITE PO-LINE-RECORD
009618             MOVE WS-POL-STATUS TO WS-IO-STATUS
009619         WHEN 14
009620             MOVE BU-DATA TO RESERVATION-RECORD
009621             WRITE RESERVATION-RECORD
009622             MOVE WS-RSV-STATUS TO WS-IO-STATUS
009623         WHEN 15
009624             MOVE BU-DATA TO IN-TRANSIT-RECORD
009625             WRITE IN-TRANSIT-RECORD
009626             MOVE WS-XIT-STATUS TO WS-IO-STATUS
009627         WHEN 16
009628             MOVE BU-DATA TO KIT-COMPONENT-RECORD
009629             WRITE KIT-COMPONENT-RECORD
009630             MOVE WS-KIT-STATUS TO WS-IO-STATUS
009631         WHEN 17
009632             MOVE BU-DATA TO VENDOR-ITEM-RECORD
009633             WRITE VENDOR-ITEM-RECORD
009634             MOVE WS-VCT-STATUS TO WS-IO-STATUS
009635         WHEN 18
009636             MOVE BU-DATA TO BIN-LOCATION-RECORD
009637             WRITE BIN-LOCATION-RECORD
009638             MOVE WS-BIN-STATUS TO WS-IO-STATUS
009639         WHEN 19
009640             MOVE BU-DATA TO STORE-MASTER-RECORD
009641             WRITE STORE-MASTER-RECORD
009642             MOVE WS-SMF-STATUS TO WS-IO-STATUS
009643         WHEN 20
009644             MOVE BU-DATA TO AP-MATCH-RECORD
009645             WRITE AP-MATCH-RECORD
009646             MOVE WS-APM-STATUS TO WS-IO-STATUS
009647         WHEN 21
009648             MOVE BU-DATA TO INVOICE-HOLD-RECORD
009649             WRITE INVOICE-HOLD-RECORD
009650             MOVE WS-HLD-STATUS TO WS-IO-STATUS
009651         WHEN 22
009652             MOVE BU-DATA TO RTV-RECORD
009653             WRITE RTV-RECORD
009654             MOVE WS-RTV-STATUS TO WS-IO-STATUS
009655         WHEN 23
009656             MOVE BU-DATA TO LANDED-LEDGER-RECORD
009657             WRITE LANDED-LEDGER-RECORD
009658             MOVE WS-LND-STATUS TO WS-IO-STATUS
009659         WHEN 24
009660             MOVE BU-DATA TO CLEARANCE-RECORD
009661             WRITE CLEARANCE-RECORD
009662             MOVE WS-CLR-STATUS TO WS-IO-STATUS
009663         WHEN 25
009664             MOVE BU-DATA TO OTB-HELD-ORDER-RECORD
009665             WRITE OTB-HELD-ORDER-RECORD
009666             MOVE WS-OTH-STATUS TO WS-IO-STATUS
009667         WHEN 26
009668             MOVE BU-DATA TO OTB-PLAN-RECORD
009669             WRITE OTB-PLAN-RECORD
009670             MOVE WS-OTB-STATUS TO WS-IO-STATUS
009671         WHEN 27
009672             MOVE BU-DATA TO ASN-LINE-RECORD
009673             WRITE ASN-LINE-RECORD
009674             MOVE WS-ASN-STATUS TO WS-IO-STATUS
009675         WHEN 28
009676             MOVE BU-DATA TO REBATE-AGREEMENT-RECORD
009677             WRITE REBATE-AGREEMENT-RECORD
009678             MOVE WS-RBA-STATUS TO WS-IO-STATUS
009679     END-EVALUATE.
009680 6250-EXIT.
009681     EXIT.
009682*----------------------------------------------------------------
009683*    6300-CLOSE-FILE - CLOSE THE FILE SELECTED BY WS-FILE-SUB
009684*----------------------------------------------------------------
009685 6300-CLOSE-FILE.
009690     EVALUATE WS-FILE-SUB
009700         WHEN 1
009710             CLOSE COGS-MASTER-FILE
009720         WHEN 2
009730             CLOSE STORE-INVENTORY-FILE
009740         WHEN 3
009750             CLOSE OPEN-PO-FILE
009760         WHEN 4
009770             CLOSE BACKORDER-FILE
009780         WHEN 5
009790             CLOSE PENDING-COST-FILE
009800         WHEN 6
009810             CLOSE PROMO-PRICE-FILE
009820         WHEN 7
009830             CLOSE ALIAS-FILE
009840         WHEN 8
009850             CLOSE BATCH-REGISTRY-FILE
009860         WHEN 9
009870             CLOSE VENDOR-MASTER-FILE
009880         WHEN 10
009890             CLOSE DEPARTMENT-FILE
009900         WHEN 11
009910             CLOSE RUN-CONTROL-FILE
009911         WHEN 12
009912             CLOSE PO-HEADER-FILE
009913         WHEN 13
009914             CLOSE PO-LINE-FILE
009915         WHEN 14
009916             CLOSE RESERVATION-FILE
009917         WHEN 15
009918             CLOSE IN-TRANSIT-FILE
009919         WHEN 16
009920             CLOSE KIT-FILE
009921         WHEN 17
009922             CLOSE VENDOR-ITEM-FILE
009923         WHEN 18
009924             CLOSE BIN-LOCATION-FILE
009925         WHEN 19
009926             CLOSE STORE-MASTER-FILE
009927         WHEN 20
009928             CLOSE AP-MATCH-FILE
009929         WHEN 21
009930             CLOSE INVOICE-HOLD-FILE
009931         WHEN 22
009932             CLOSE RTV-FILE
009933         WHEN 23
009934             CLOSE LANDED-LEDGER-FILE
009935         WHEN 24
009936             CLOSE CLEARANCE-FILE
009937         WHEN 25
009938             CLOSE OTB-HOLD-FILE
009939         WHEN 26
009940             CLOSE OTB-PLAN-FILE
009941         WHEN 27
009942             CLOSE ASN-FILE
009943         WHEN 28
009944             CLOSE REBATE-AGREEMENT-FILE
009945     END-EVALUATE.
009946 6300-EXIT.
009947     EXIT.
009950*----------------------------------------------------------------
009960*    6400-TAKE-KEYS - KEY AND PRINCIPAL NUMERIC FIELD OF THE
009970*    WORKING COPY, THE SAME FIELDS COGSBKUP HASHES
009980*----------------------------------------------------------------
009990 6400-TAKE-KEYS.
010000     MOVE SPACES TO WS-HASH-KEY.
010010     EVALUATE WS-FILE-SUB
010020         WHEN 1
010030             MOVE IDESC OF IMG-MASTER-RECORD TO WS-HASH-KEY
010040             MOVE 10 TO WS-HASH-KEY-LEN
010050             MOVE IQOH OF IMG-MASTER-RECORD TO WS-HASH-QTY
010060         WHEN 2
010070             MOVE ST-KEY OF IMG-STORE-RECORD TO WS-HASH-KEY
010080             MOVE 13 TO WS-HASH-KEY-LEN
010090             MOVE ST-QOH OF IMG-STORE-RECORD TO WS-HASH-QTY
010100         WHEN 3
010110             MOVE OP-DESC OF IMG-OPEN-PO-RECORD TO WS-HASH-KEY
010120             MOVE 10 TO WS-HASH-KEY-LEN
010130             MOVE OP-QTY-ORDERED OF IMG-OPEN-PO-RECORD
010140                 TO WS-HASH-QTY
010150         WHEN 4
010160             MOVE BO-KEY OF IMG-BACKORDER-RECORD TO WS-HASH-KEY
010170             MOVE 15 TO WS-HASH-KEY-LEN
010180             MOVE BO-QTY OF IMG-BACKORDER-RECORD TO WS-HASH-QTY
010190         WHEN 5
010200             MOVE PN-DESC OF IMG-PENDING-RECORD TO WS-HASH-KEY
010210             MOVE 10 TO WS-HASH-KEY-LEN
010220             COMPUTE WS-HASH-QTY =
010230                     PN-NEW-COST OF IMG-PENDING-RECORD * 100
010240         WHEN 6
010250             MOVE PM-DESC OF IMG-PROMO-RECORD TO WS-HASH-KEY
010260             MOVE 10 TO WS-HASH-KEY-LEN
010270             COMPUTE WS-HASH-QTY =
010280                     PM-PRICE OF IMG-PROMO-RECORD * 100
010290         WHEN 7
010300             MOVE AL-DESC OF IMG-ALIAS-RECORD TO WS-HASH-KEY
010310             MOVE 10 TO WS-HASH-KEY-LEN
010320             MOVE AL-ITEM OF IMG-ALIAS-RECORD TO WS-HASH-QTY
010330         WHEN 8
010340             MOVE BR-KEY OF IMG-REGISTRY-RECORD TO WS-HASH-KEY
010350             MOVE 14 TO WS-HASH-KEY-LEN
010360             MOVE BR-DATE-POSTED OF IMG-REGISTRY-RECORD
010370                 TO WS-HASH-QTY
010380         WHEN 9
010390             MOVE VN-CODE OF IMG-VENDOR-RECORD TO WS-HASH-KEY
010400             MOVE 6 TO WS-HASH-KEY-LEN
010410             MOVE VN-LEAD-DAYS OF IMG-VENDOR-RECORD
010420                 TO WS-HASH-QTY
010430         WHEN 10
010440             MOVE DP-CODE OF IMG-DEPARTMENT-RECORD TO WS-HASH-KEY
010450             MOVE 4 TO WS-HASH-KEY-LEN
010460             MOVE ZERO TO WS-HASH-QTY
010470         WHEN 11
010480             MOVE RC-STATUS OF IMG-RUN-CONTROL-RECORD
010490                 TO WS-HASH-KEY
010500             MOVE 8 TO WS-HASH-KEY-LEN
010510             MOVE RC-BUS-DATE OF IMG-RUN-CONTROL-RECORD
010520                 TO WS-HASH-QTY
010521         WHEN 12
010522             MOVE PH-PO-NUMBER OF IMG-PO-HEADER-RECORD
010523                 TO WS-HASH-KEY
010524             MOVE 7 TO WS-HASH-KEY-LEN
010525             MOVE PH-LINE-COUNT OF IMG-PO-HEADER-RECORD
010526                 TO WS-HASH-QTY
010527         WHEN 13
010528             MOVE PL-KEY OF IMG-PO-LINE-RECORD TO WS-HASH-KEY
010529             MOVE 10 TO WS-HASH-KEY-LEN
010530             MOVE PL-QTY-ORDERED OF IMG-PO-LINE-RECORD
010531                 TO WS-HASH-QTY
010532         WHEN 14
010533             MOVE RV-KEY OF IMG-RESERVATION-RECORD TO WS-HASH-KEY
010534             MOVE 17 TO WS-HASH-KEY-LEN
010535             MOVE RV-QTY OF IMG-RESERVATION-RECORD TO WS-HASH-QTY
010536         WHEN 15
010537             MOVE IT-KEY OF IMG-IN-TRANSIT-RECORD TO WS-HASH-KEY
010538             MOVE 17 TO WS-HASH-KEY-LEN
010539             MOVE IT-QTY-SHIPPED OF IMG-IN-TRANSIT-RECORD
010540                 TO WS-HASH-QTY
010541         WHEN 16
010542             MOVE KT-KEY OF IMG-KIT-RECORD TO WS-HASH-KEY
010543             MOVE 20 TO WS-HASH-KEY-LEN
010544             MOVE KT-QTY OF IMG-KIT-RECORD TO WS-HASH-QTY
010545         WHEN 17
010546             MOVE VI-KEY OF IMG-VENDOR-ITEM-RECORD TO WS-HASH-KEY
010547             MOVE 16 TO WS-HASH-KEY-LEN
010548             COMPUTE WS-HASH-QTY =
010549                     VI-COST OF IMG-VENDOR-ITEM-RECORD * 100
010550         WHEN 18
010551             MOVE BN-KEY OF IMG-BIN-RECORD TO WS-HASH-KEY
010552             MOVE 21 TO WS-HASH-KEY-LEN
010553             MOVE BN-QTY OF IMG-BIN-RECORD TO WS-HASH-QTY
010554         WHEN 19
010555             MOVE SM-STORE OF IMG-STORE-MASTER-RECORD
010556                 TO WS-HASH-KEY
010557             MOVE 3 TO WS-HASH-KEY-LEN
010558             MOVE SM-OPEN-DATE OF IMG-STORE-MASTER-RECORD
010559                 TO WS-HASH-QTY
010560         WHEN 20
010561             MOVE AM-KEY OF IMG-AP-MATCH-RECORD TO WS-HASH-KEY
010562             MOVE 29 TO WS-HASH-KEY-LEN
010563             MOVE AM-QTY-RECEIVED OF IMG-AP-MATCH-RECORD
010564                 TO WS-HASH-QTY
010565         WHEN 21
010566             MOVE IH-KEY OF IMG-INVOICE-HOLD-RECORD TO WS-HASH-KEY
010567             MOVE 26 TO WS-HASH-KEY-LEN
010568             MOVE IH-QTY-BILLED OF IMG-INVOICE-HOLD-RECORD
010569                 TO WS-HASH-QTY
010570         WHEN 22
010571             MOVE RV-RTV-NUMBER OF IMG-RTV-RECORD TO WS-HASH-KEY
010572             MOVE 7 TO WS-HASH-KEY-LEN
010573             MOVE RV-QTY OF IMG-RTV-RECORD TO WS-HASH-QTY
010574         WHEN 23
010575             MOVE LN-DESC OF IMG-LANDED-RECORD TO WS-HASH-KEY
010576             MOVE 10 TO WS-HASH-KEY-LEN
010577             COMPUTE WS-HASH-QTY =
010578                     LN-LANDED-COST OF IMG-LANDED-RECORD * 100
010579         WHEN 24
010580             MOVE CL-DESC OF IMG-CLEARANCE-RECORD TO WS-HASH-KEY
010581             MOVE 10 TO WS-HASH-KEY-LEN
010582             COMPUTE WS-HASH-QTY =
010583                     CL-ORIG-SELL OF IMG-CLEARANCE-RECORD * 100
010584         WHEN 25
010585             MOVE OH-KEY OF IMG-OTB-HELD-RECORD TO WS-HASH-KEY
010586             MOVE 13 TO WS-HASH-KEY-LEN
010587             MOVE OH-ORD-QTY OF IMG-OTB-HELD-RECORD TO WS-HASH-QTY
010588         WHEN 26
010589             MOVE OB-KEY OF IMG-OTB-PLAN-RECORD TO WS-HASH-KEY
010590             MOVE 10 TO WS-HASH-KEY-LEN
010591             COMPUTE WS-HASH-QTY =
010592                     OB-PLAN OF IMG-OTB-PLAN-RECORD * 100
010593         WHEN 27
010594             MOVE AN-KEY OF IMG-ASN-RECORD TO WS-HASH-KEY
010595             MOVE 19 TO WS-HASH-KEY-LEN
010596             MOVE AN-QTY-SHIPPED OF IMG-ASN-RECORD TO WS-HASH-QTY
010597         WHEN 28
010598             MOVE RA-KEY OF IMG-REBATE-RECORD TO WS-HASH-KEY
010599             MOVE 9 TO WS-HASH-KEY-LEN
010600             COMPUTE WS-HASH-QTY =
010601                     RA-ACCRUED OF IMG-REBATE-RECORD * 100
010602     END-EVALUATE.
010603 6400-EXIT.
010604     EXIT.
010605*----------------------------------------------------------------
010606*    6450-IMAGE-FROM-UNLOAD / 6460-IMAGE-FROM-FILE - FILL THE
010607*    WORKING COPY FOR WS-FILE-SUB
010608*----------------------------------------------------------------
010609 6450-IMAGE-FROM-UNLOAD.
010610     EVALUATE WS-FILE-SUB
010620         WHEN 1
010630             MOVE BU-DATA TO IMG-MASTER-RECORD
010640         WHEN 2
010650             MOVE BU-DATA TO IMG-STORE-RECORD
010660         WHEN 3
010670             MOVE BU-DATA TO IMG-OPEN-PO-RECORD
010680         WHEN 4
010690             MOVE BU-DATA TO IMG-BACKORDER-RECORD
010700         WHEN 5
010710             MOVE BU-DATA TO IMG-PENDING-RECORD
010720         WHEN 6
010730             MOVE BU-DATA TO IMG-PROMO-RECORD
010740         WHEN 7
010750             MOVE BU-DATA TO IMG-ALIAS-RECORD
010760         WHEN 8
010770             MOVE BU-DATA TO IMG-REGISTRY-RECORD
010780         WHEN 9
010790             MOVE BU-DATA TO IMG-VENDOR-RECORD
010800         WHEN 10
010810             MOVE BU-DATA TO IMG-DEPARTMENT-RECORD
010820         WHEN 11
010830             MOVE BU-DATA TO IMG-RUN-CONTROL-RECORD
010831         WHEN 12
010832             MOVE BU-DATA TO IMG-PO-HEADER-RECORD
010833         WHEN 13
010834             MOVE BU-DATA TO IMG-PO-LINE-RECORD
010835         WHEN 14
010836             MOVE BU-DATA TO IMG-RESERVATION-RECORD
010837         WHEN 15
010838             MOVE BU-DATA TO IMG-IN-TRANSIT-RECORD
010839         WHEN 16
010840             MOVE BU-DATA TO IMG-KIT-RECORD
010841         WHEN 17
010842             MOVE BU-DATA TO IMG-VENDOR-ITEM-RECORD
010843         WHEN 18
010844             MOVE BU-DATA TO IMG-BIN-RECORD
010845         WHEN 19
010846             MOVE BU-DATA TO IMG-STORE-MASTER-RECORD
010847         WHEN 20
010848             MOVE BU-DATA TO IMG-AP-MATCH-RECORD
010849         WHEN 21
010850             MOVE BU-DATA TO IMG-INVOICE-HOLD-RECORD
010851         WHEN 22
010852             MOVE BU-DATA TO IMG-RTV-RECORD
010853         WHEN 23
010854             MOVE BU-DATA TO IMG-LANDED-RECORD
010855         WHEN 24
010856             MOVE BU-DATA TO IMG-CLEARANCE-RECORD
010857         WHEN 25
010858             MOVE BU-DATA TO IMG-OTB-HELD-RECORD
010859         WHEN 26
010860             MOVE BU-DATA TO IMG-OTB-PLAN-RECORD
010861         WHEN 27
010862             MOVE BU-DATA TO IMG-ASN-RECORD
010863         WHEN 28
010864             MOVE BU-DATA TO IMG-REBATE-RECORD
010865     END-EVALUATE.
010866 6450-EXIT.
010867     EXIT.
010870 6460-IMAGE-FROM-FILE.
010880     EVALUATE WS-FILE-SUB
010890         WHEN 1
010900             MOVE COGS-MASTER-RECORD TO IMG-MASTER-RECORD
010910         WHEN 2
010920             MOVE STORE-INVENTORY-RECORD TO IMG-STORE-RECORD
010930         WHEN 3
010940             MOVE OPEN-PO-RECORD TO IMG-OPEN-PO-RECORD
010950         WHEN 4
010960             MOVE BACKORDER-RECORD TO IMG-BACKORDER-RECORD
010970         WHEN 5
010980             MOVE PENDING-COST-RECORD TO IMG-PENDING-RECORD
010990         WHEN 6
011000             MOVE PROMO-PRICE-RECORD TO IMG-PROMO-RECORD
011010         WHEN 7
011020             MOVE ALIAS-RECORD TO IMG-ALIAS-RECORD
011030         WHEN 8
011040             MOVE BATCH-REGISTRY-RECORD TO IMG-REGISTRY-RECORD
011050         WHEN 9
011060             MOVE VENDOR-MASTER-RECORD TO IMG-VENDOR-RECORD
011070         WHEN 10
011080             MOVE DEPARTMENT-RECORD TO IMG-DEPARTMENT-RECORD
011090         WHEN 11
011100             MOVE RUN-CONTROL-RECORD TO IMG-RUN-CONTROL-RECORD
011101         WHEN 12
011102             MOVE PO-HEADER-RECORD TO IMG-PO-HEADER-RECORD
011103         WHEN 13
011104             MOVE PO-LINE-RECORD TO IMG-PO-LINE-RECORD
011105         WHEN 14
011106             MOVE RESERVATION-RECORD TO IMG-RESERVATION-RECORD
011107         WHEN 15
011108             MOVE IN-TRANSIT-RECORD TO IMG-IN-TRANSIT-RECORD
011109         WHEN 16
011110             MOVE KIT-COMPONENT-RECORD TO IMG-KIT-RECORD
011111         WHEN 17
011112             MOVE VENDOR-ITEM-RECORD TO IMG-VENDOR-ITEM-RECORD
011113         WHEN 18
011114             MOVE BIN-LOCATION-RECORD TO IMG-BIN-RECORD
011115         WHEN 19
011116             MOVE STORE-MASTER-RECORD TO IMG-STORE-MASTER-RECORD
011117         WHEN 20
011118             MOVE AP-MATCH-RECORD TO IMG-AP-MATCH-RECORD
011119         WHEN 21
011120             MOVE INVOICE-HOLD-RECORD TO IMG-INVOICE-HOLD-RECORD
011121         WHEN 22
011122             MOVE RTV-RECORD TO IMG-RTV-RECORD
011123         WHEN 23
011124             MOVE LANDED-LEDGER-RECORD TO IMG-LANDED-RECORD
011125         WHEN 24
011126             MOVE CLEARANCE-RECORD TO IMG-CLEARANCE-RECORD
011127         WHEN 25
011128             MOVE OTB-HELD-ORDER-RECORD TO IMG-OTB-HELD-RECORD
011129         WHEN 26
011130             MOVE OTB-PLAN-RECORD TO IMG-OTB-PLAN-RECORD
011131         WHEN 27
011132             MOVE ASN-LINE-RECORD TO IMG-ASN-RECORD
011133         WHEN 28
011134             MOVE REBATE-AGREEMENT-RECORD TO IMG-REBATE-RECORD
011135     END-EVALUATE.
011136 6460-EXIT.
011137     EXIT.
011140*----------------------------------------------------------------
011150*    8000-TERMINATE - THE SET VERIFIED, OR RELOADED AND PROVED
011160*----------------------------------------------------------------
011170 8000-TERMINATE.
011180     MOVE SPACES TO PRINT-RECORD.
011190     WRITE PRINT-RECORD.
011200     IF PRM-RELOAD
011210         MOVE "SET RELOADED AND PROVED - COGSNITE MAY BE RUN"
011220             TO VL-TEXT
011230         DISPLAY "COGSREST - RECORDS RELOADED = " WS-RECS-RELOADED
011240     ELSE
011250         MOVE "SET VERIFIED - NOTHING RELOADED" TO VL-TEXT
011260     END-IF.
011270     WRITE PRINT-RECORD FROM WS-VERDICT-LINE.
011280     CLOSE PRINT-FILE.
011290     DISPLAY "COGSREST - " VL-TEXT.
011300 8000-EXIT.
011310     EXIT.
011320*----------------------------------------------------------------
011330*    9000-REFUSE - NAME THE REASON, END THE STEP RC=16
011340*----------------------------------------------------------------
011350 9000-REFUSE.
011360     DISPLAY "COGSREST - SET REFUSED - " WS-REFUSE-REASON.
011370     IF WS-PRT-OPEN
011380         MOVE SPACES TO PRINT-RECORD
011390         WRITE PRINT-RECORD
011400         MOVE WS-REFUSE-REASON TO VL-TEXT
011410         WRITE PRINT-RECORD FROM WS-VERDICT-LINE
011420         IF PRM-RELOAD AND WS-RECS-RELOADED > ZERO
011430             MOVE "THE FILES ARE INCOMPLETE - DO NOT RUN COGSNITE"
011440                 TO VL-TEXT
011450             WRITE PRINT-RECORD FROM WS-VERDICT-LINE
011460         END-IF
011470         CLOSE PRINT-FILE
011480     END-IF.
011490     MOVE 16 TO RETURN-CODE.
011500     STOP RUN.
011510 9000-EXIT.
011520     EXIT.
