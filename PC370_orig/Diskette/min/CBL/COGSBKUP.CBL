000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSBKUP.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSBKUP TAKES THE COORDINATED BACKUP OF EVERY FILE THE    *
000090*   NIGHT DEPENDS ON - COGSMST, COGSSTOR, COGSOPO, COGSBORD,   *
000100*   COGSPEND, COGSPRMO, COGSALIA, COGSBREG, VNDRMST, COGSDEPT  *
000103*   AND COGSRUNC, AND THE FILES KEPT IN STEP WITH THEM:        *
000106*   COGSPOH, COGSPOL, COGSRSV, COGSXIT, COGSKIT, COGSVCAT,     *
000109*   COGSBIN, COGSSTRM, COGSAPMT, COGSINVH, COGSRTVF, COGSLNDL, *
000112*   COGSCLRF, COGSOTBH, COGSOTBP, COGSASN AND COGSRBAG - AT    *
000115*   ONE POINT IN THE CYCLE, JUST AFTER                         *
000120*   COGSCLOS, SO THE COPIES ALWAYS GO TOGETHER.  EVERY RECORD  *
000130*   OF EVERY FILE IS UNLOADED IN KEY ORDER TO ONE COGSBKU1     *
000140*   GENERATION IN THE COGSBKUR LAYOUT, AND A COGSBKMR MANIFEST *
000150*   IS WRITTEN TO COGSBKM1 - PER FILE, THE RECORD COUNT, A KEY *
000160*   HASH TOTAL AND A QUANTITY HASH TOTAL - ALL STAMPED WITH    *
000170*   THE SET ID: THE BUSINESS DATE ON COGSRUNC (THE DATE THE    *
000180*   RESTORED FILES ARE READY TO POST) AND THE TIME OF THE RUN. *
000190*   THE MANIFEST TRAILER MARKS THE SET GOOD ONLY IF EVERY FILE *
000200*   OPENED, READ AND UNLOADED CLEANLY; OTHERWISE IT IS MARKED  *
000210*   FAIL, THE FAILING FILE IS NAMED ON COGSBKP1 AND THE STEP   *
000220*   ENDS RC=16.  COGSREST WILL NOT RELOAD A SET NOT MARKED     *
000230*   GOOD.                                                      *
000240*                                                              *
000250*   MODIFICATION HISTORY                                      *
000260*   2026-10-05  DHH  INITIAL VERSION                           *
000261*   2026-10-05  DHH  SEVENTEEN MORE FILES IN THE SET - THE     *
000262*                    PO, RESERVATION, IN-TRANSIT, KIT, BIN,    *
000263*                    CATALOGUE, STORE, AP, RTV, LANDED COST,   *
000264*                    CLEARANCE, OTB, ASN AND REBATE FILES      *
000265*                    KEPT IN STEP WITH THE ORIGINAL ELEVEN     *
000270****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.  IBM-370.
000310 OBJECT-COMPUTER.  IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT COGS-MASTER-FILE ASSIGN TO COGSMST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS IDESC OF COGS-MASTER-RECORD
000380         FILE STATUS IS WS-MST-STATUS.
000390     SELECT STORE-INVENTORY-FILE ASSIGN TO COGSSTOR
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS ST-KEY
000430         FILE STATUS IS WS-STO-STATUS.
000440     SELECT OPEN-PO-FILE ASSIGN TO COGSOPO
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS OP-DESC
000480         FILE STATUS IS WS-OPO-STATUS.
000490     SELECT BACKORDER-FILE ASSIGN TO COGSBORD
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS BO-KEY
000530         FILE STATUS IS WS-BOR-STATUS.
000540     SELECT PENDING-COST-FILE ASSIGN TO COGSPEND
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS PN-DESC
000580         FILE STATUS IS WS-PND-STATUS.
000590     SELECT PROMO-PRICE-FILE ASSIGN TO COGSPRMO
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS PM-DESC
000630         FILE STATUS IS WS-PMO-STATUS.
000640     SELECT ALIAS-FILE ASSIGN TO COGSALIA
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS AL-DESC
000680         FILE STATUS IS WS-ALI-STATUS.
000690     SELECT BATCH-REGISTRY-FILE ASSIGN TO COGSBREG
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS BR-KEY
000730         FILE STATUS IS WS-BRG-STATUS.
000740     SELECT VENDOR-MASTER-FILE ASSIGN TO VNDRMST
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS VN-CODE
000780         FILE STATUS IS WS-VND-STATUS.
000790     SELECT DEPARTMENT-FILE ASSIGN TO COGSDEPT
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS DP-CODE
000830         FILE STATUS IS WS-DPT-STATUS.
000840     SELECT RUN-CONTROL-FILE ASSIGN TO COGSRUNC
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-RUN-STATUS.
000861     SELECT PO-HEADER-FILE ASSIGN TO COGSPOH
000862         ORGANIZATION IS INDEXED
000863         ACCESS MODE IS DYNAMIC
000864         RECORD KEY IS PH-PO-NUMBER
000865         FILE STATUS IS WS-POH-STATUS.
000866     SELECT PO-LINE-FILE ASSIGN TO COGSPOL
000867         ORGANIZATION IS INDEXED
000868         ACCESS MODE IS DYNAMIC
000869         RECORD KEY IS PL-KEY
000870         FILE STATUS IS WS-POL-STATUS.
000871     SELECT RESERVATION-FILE ASSIGN TO COGSRSV
000872         ORGANIZATION IS INDEXED
000873         ACCESS MODE IS DYNAMIC
000874         RECORD KEY IS RV-KEY
000875         FILE STATUS IS WS-RSV-STATUS.
000876     SELECT IN-TRANSIT-FILE ASSIGN TO COGSXIT
000877         ORGANIZATION IS INDEXED
000878         ACCESS MODE IS DYNAMIC
000879         RECORD KEY IS IT-KEY
000880         FILE STATUS IS WS-XIT-STATUS.
000881     SELECT KIT-FILE ASSIGN TO COGSKIT
000882         ORGANIZATION IS INDEXED
000883         ACCESS MODE IS DYNAMIC
000884         RECORD KEY IS KT-KEY
000885         FILE STATUS IS WS-KIT-STATUS.
000886     SELECT VENDOR-ITEM-FILE ASSIGN TO COGSVCAT
000887         ORGANIZATION IS INDEXED
000888         ACCESS MODE IS DYNAMIC
000889         RECORD KEY IS VI-KEY
000890         FILE STATUS IS WS-VCT-STATUS.
000891     SELECT BIN-LOCATION-FILE ASSIGN TO COGSBIN
000892         ORGANIZATION IS INDEXED
000893         ACCESS MODE IS DYNAMIC
000894         RECORD KEY IS BN-KEY
000895         FILE STATUS IS WS-BIN-STATUS.
000896     SELECT STORE-MASTER-FILE ASSIGN TO COGSSTRM
000897         ORGANIZATION IS INDEXED
000898         ACCESS MODE IS DYNAMIC
000899         RECORD KEY IS SM-STORE
000900         FILE STATUS IS WS-SMF-STATUS.
000901     SELECT AP-MATCH-FILE ASSIGN TO COGSAPMT
000902         ORGANIZATION IS INDEXED
000903         ACCESS MODE IS DYNAMIC
000904         RECORD KEY IS AM-KEY
000905         FILE STATUS IS WS-APM-STATUS.
000906     SELECT INVOICE-HOLD-FILE ASSIGN TO COGSINVH
000907         ORGANIZATION IS INDEXED
000908         ACCESS MODE IS DYNAMIC
000909         RECORD KEY IS IH-KEY
000910         FILE STATUS IS WS-HLD-STATUS.
000911     SELECT RTV-FILE ASSIGN TO COGSRTVF
000912         ORGANIZATION IS INDEXED
000913         ACCESS MODE IS DYNAMIC
000914         RECORD KEY IS RV-RTV-NUMBER
000915         FILE STATUS IS WS-RTV-STATUS.
000916     SELECT LANDED-LEDGER-FILE ASSIGN TO COGSLNDL
000917         ORGANIZATION IS INDEXED
000918         ACCESS MODE IS DYNAMIC
000919         RECORD KEY IS LN-DESC
000920         FILE STATUS IS WS-LND-STATUS.
000921     SELECT CLEARANCE-FILE ASSIGN TO COGSCLRF
000922         ORGANIZATION IS INDEXED
000923         ACCESS MODE IS DYNAMIC
000924         RECORD KEY IS CL-DESC
000925         FILE STATUS IS WS-CLR-STATUS.
000926     SELECT OTB-HOLD-FILE ASSIGN TO COGSOTBH
000927         ORGANIZATION IS INDEXED
000928         ACCESS MODE IS DYNAMIC
000929         RECORD KEY IS OH-KEY
000930         FILE STATUS IS WS-OTH-STATUS.
000931     SELECT OTB-PLAN-FILE ASSIGN TO COGSOTBP
000932         ORGANIZATION IS INDEXED
000933         ACCESS MODE IS DYNAMIC
000934         RECORD KEY IS OB-KEY
000935         FILE STATUS IS WS-OTB-STATUS.
000936     SELECT ASN-FILE ASSIGN TO COGSASN
000937         ORGANIZATION IS INDEXED
000938         ACCESS MODE IS DYNAMIC
000939         RECORD KEY IS AN-KEY
000940         FILE STATUS IS WS-ASN-STATUS.
000941     SELECT REBATE-AGREEMENT-FILE ASSIGN TO COGSRBAG
000942         ORGANIZATION IS INDEXED
000943         ACCESS MODE IS DYNAMIC
000944         RECORD KEY IS RA-KEY
000945         FILE STATUS IS WS-RBA-STATUS.
000946     SELECT UNLOAD-FILE ASSIGN TO COGSBKU1
000947         ORGANIZATION IS SEQUENTIAL
000948         FILE STATUS IS WS-BKU-STATUS.
000949     SELECT MANIFEST-FILE ASSIGN TO COGSBKM1
000950         ORGANIZATION IS SEQUENTIAL
000951         FILE STATUS IS WS-BKM-STATUS.
000952     SELECT PRINT-FILE ASSIGN TO COGSBKP1
000953         ORGANIZATION IS SEQUENTIAL
000954         FILE STATUS IS WS-PRT-STATUS.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  COGS-MASTER-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 COPY COGSMSTR.
001010 FD  STORE-INVENTORY-FILE
001020     RECORDING MODE IS F
001030     RECORD CONTAINS 40 CHARACTERS
001040     LABEL RECORDS ARE STANDARD.
001050 COPY COGSSTOR.
001060 FD  OPEN-PO-FILE
001070     RECORDING MODE IS F
001080     RECORD CONTAINS 40 CHARACTERS
001090     LABEL RECORDS ARE STANDARD.
001100 COPY COGSOPOR.
001110 FD  BACKORDER-FILE
001120     RECORDING MODE IS F
001130     RECORD CONTAINS 40 CHARACTERS
001140     LABEL RECORDS ARE STANDARD.
001150 COPY COGSBORR.
001160 FD  PENDING-COST-FILE
001170     RECORDING MODE IS F
001180     RECORD CONTAINS 40 CHARACTERS
001190     LABEL RECORDS ARE STANDARD.
001200 COPY COGSPNDR.
001210 FD  PROMO-PRICE-FILE
001220     RECORDING MODE IS F
001230     RECORD CONTAINS 40 CHARACTERS
001240     LABEL RECORDS ARE STANDARD.
001250 COPY COGSPRMR.
001260 FD  ALIAS-FILE
001270     RECORDING MODE IS F
001280     RECORD CONTAINS 40 CHARACTERS
001290     LABEL RECORDS ARE STANDARD.
001300 COPY COGSALIR.
001310 FD  BATCH-REGISTRY-FILE
001320     RECORDING MODE IS F
001330     RECORD CONTAINS 40 CHARACTERS
001340     LABEL RECORDS ARE STANDARD.
001350 COPY COGSBRER.
001360 FD  VENDOR-MASTER-FILE
001370     RECORDING MODE IS F
001380     RECORD CONTAINS 80 CHARACTERS
001390     LABEL RECORDS ARE STANDARD.
001400 COPY COGSVNDR.
001410 FD  DEPARTMENT-FILE
001420     RECORDING MODE IS F
001430     RECORD CONTAINS 40 CHARACTERS
001440     LABEL RECORDS ARE STANDARD.
001450 COPY COGSDPTR.
001460 FD  RUN-CONTROL-FILE
001470     RECORDING MODE IS F
001480     RECORD CONTAINS 80 CHARACTERS
001490     LABEL RECORDS ARE STANDARD.
001500 COPY COGSRUNR.
001501 FD  PO-HEADER-FILE
001502     RECORDING MODE IS F
001503     RECORD CONTAINS 80 CHARACTERS
001504     LABEL RECORDS ARE STANDARD.
001505 COPY COGSPOHR.
001506 FD  PO-LINE-FILE
001507     RECORDING MODE IS F
001508     RECORD CONTAINS 80 CHARACTERS
001509     LABEL RECORDS ARE STANDARD.
001510 COPY COGSPOLR.
001511 FD  RESERVATION-FILE
001512     RECORDING MODE IS F
001513     RECORD CONTAINS 80 CHARACTERS
001514     LABEL RECORDS ARE STANDARD.
001515 COPY COGSRSVR.
001516 FD  IN-TRANSIT-FILE
001517     RECORDING MODE IS F
001518     RECORD CONTAINS 80 CHARACTERS
001519     LABEL RECORDS ARE STANDARD.
001520 COPY COGSXITR.
001521 FD  KIT-FILE
001522     RECORDING MODE IS F
001523     RECORD CONTAINS 40 CHARACTERS
001524     LABEL RECORDS ARE STANDARD.
001525 COPY COGSKITR.
001526 FD  VENDOR-ITEM-FILE
001527     RECORDING MODE IS F
001528     RECORD CONTAINS 80 CHARACTERS
001529     LABEL RECORDS ARE STANDARD.
001530 COPY COGSVITR.
001531 FD  BIN-LOCATION-FILE
001532     RECORDING MODE IS F
001533     RECORD CONTAINS 50 CHARACTERS
001534     LABEL RECORDS ARE STANDARD.
001535 COPY COGSBINR.
001536 FD  STORE-MASTER-FILE
001537     RECORDING MODE IS F
001538     RECORD CONTAINS 100 CHARACTERS
001539     LABEL RECORDS ARE STANDARD.
001540 COPY COGSSTRR.
001541 FD  AP-MATCH-FILE
001542     RECORDING MODE IS F
001543     RECORD CONTAINS 80 CHARACTERS
001544     LABEL RECORDS ARE STANDARD.
001545 COPY COGSAPMR.
001546 FD  INVOICE-HOLD-FILE
001547     RECORDING MODE IS F
001548     RECORD CONTAINS 80 CHARACTERS
001549     LABEL RECORDS ARE STANDARD.
001550 COPY COGSINHR.
001551 FD  RTV-FILE
001552     RECORDING MODE IS F
001553     RECORD CONTAINS 100 CHARACTERS
001554     LABEL RECORDS ARE STANDARD.
001555 COPY COGSRVFR.
001556 FD  LANDED-LEDGER-FILE
001557     RECORDING MODE IS F
001558     RECORD CONTAINS 80 CHARACTERS
001559     LABEL RECORDS ARE STANDARD.
001560 COPY COGSLNDR.
001561 FD  CLEARANCE-FILE
001562     RECORDING MODE IS F
001563     RECORD CONTAINS 80 CHARACTERS
001564     LABEL RECORDS ARE STANDARD.
001565 COPY COGSCLRR.
001566 FD  OTB-HOLD-FILE
001567     RECORDING MODE IS F
001568     RECORD CONTAINS 130 CHARACTERS
001569     LABEL RECORDS ARE STANDARD.
001570 COPY COGSOTHR.
001571 FD  OTB-PLAN-FILE
001572     RECORDING MODE IS F
001573     RECORD CONTAINS 40 CHARACTERS
001574     LABEL RECORDS ARE STANDARD.
001575 COPY COGSOTBR.
001576 FD  ASN-FILE
001577     RECORDING MODE IS F
001578     RECORD CONTAINS 100 CHARACTERS
001579     LABEL RECORDS ARE STANDARD.
001580 COPY COGSASNR.
001581 FD  REBATE-AGREEMENT-FILE
001582     RECORDING MODE IS F
001583     RECORD CONTAINS 160 CHARACTERS
001584     LABEL RECORDS ARE STANDARD.
001585 COPY COGSRBAR.
001586 FD  UNLOAD-FILE
001587     RECORDING MODE IS F
001588     RECORD CONTAINS 300 CHARACTERS
001589     BLOCK CONTAINS 0 RECORDS
001590     LABEL RECORDS ARE STANDARD.
001591 COPY COGSBKUR.
001592 FD  MANIFEST-FILE
001593     RECORDING MODE IS F
001594     RECORD CONTAINS 80 CHARACTERS
001600     BLOCK CONTAINS 0 RECORDS
001610     LABEL RECORDS ARE STANDARD.
001620 COPY COGSBKMR.
001630 FD  PRINT-FILE
001640     RECORDING MODE IS F
001650     RECORD CONTAINS 132 CHARACTERS
001660     LABEL RECORDS ARE STANDARD.
001670 01  PRINT-RECORD                PIC X(132).
001680 WORKING-STORAGE SECTION.
001690 77  WS-MST-STATUS               PIC X(02) VALUE SPACES.
001700 77  WS-STO-STATUS               PIC X(02) VALUE SPACES.
001710 77  WS-OPO-STATUS               PIC X(02) VALUE SPACES.
001720 77  WS-BOR-STATUS               PIC X(02) VALUE SPACES.
001730 77  WS-PND-STATUS               PIC X(02) VALUE SPACES.
001740 77  WS-PMO-STATUS               PIC X(02) VALUE SPACES.
001750 77  WS-ALI-STATUS               PIC X(02) VALUE SPACES.
001760 77  WS-BRG-STATUS               PIC X(02) VALUE SPACES.
001770 77  WS-VND-STATUS               PIC X(02) VALUE SPACES.
001780 77  WS-DPT-STATUS               PIC X(02) VALUE SPACES.
001790 77  WS-RUN-STATUS               PIC X(02) VALUE SPACES.
001791 77  WS-POH-STATUS              PIC X(02) VALUE SPACES.
001792 77  WS-POL-STATUS              PIC X(02) VALUE SPACES.
001793 77  WS-RSV-STATUS              PIC X(02) VALUE SPACES.
001794 77  WS-XIT-STATUS              PIC X(02) VALUE SPACES.
001795 77  WS-KIT-STATUS              PIC X(02) VALUE SPACES.
001796 77  WS-VCT-STATUS              PIC X(02) VALUE SPACES.
001797 77  WS-BIN-STATUS              PIC X(02) VALUE SPACES.
001798 77  WS-SMF-STATUS              PIC X(02) VALUE SPACES.
001799 77  WS-APM-STATUS              PIC X(02) VALUE SPACES.
001800 77  WS-HLD-STATUS              PIC X(02) VALUE SPACES.
001801 77  WS-RTV-STATUS              PIC X(02) VALUE SPACES.
001802 77  WS-LND-STATUS              PIC X(02) VALUE SPACES.
001803 77  WS-CLR-STATUS              PIC X(02) VALUE SPACES.
001804 77  WS-OTH-STATUS              PIC X(02) VALUE SPACES.
001805 77  WS-OTB-STATUS              PIC X(02) VALUE SPACES.
001806 77  WS-ASN-STATUS              PIC X(02) VALUE SPACES.
001807 77  WS-RBA-STATUS              PIC X(02) VALUE SPACES.
001808 77  WS-BKU-STATUS               PIC X(02) VALUE SPACES.
001810 77  WS-BKM-STATUS               PIC X(02) VALUE SPACES.
001820 77  WS-PRT-STATUS               PIC X(02) VALUE SPACES.
001830 77  WS-IO-STATUS                PIC X(02) VALUE SPACES.
001840 77  WS-FILE-SUB                 PIC 9(02) COMP VALUE ZERO.
001850 77  WS-FILE-MAX                 PIC 9(02) COMP VALUE 28.
001860 77  WS-FILES-FAILED             PIC 9(02) COMP VALUE ZERO.
001870 77  WS-HASH-POS                 PIC 9(02) COMP VALUE ZERO.
001880 77  WS-HASH-KEY-LEN             PIC 9(02) COMP VALUE ZERO.
001890 77  WS-HASH-QTY                 PIC 9(11) VALUE ZERO.
001900 77  WS-RECS-UNLOADED            PIC 9(09) COMP VALUE ZERO.
001910 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
001920 01  WS-SWITCHES.
001930     05  WS-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
001940         88  WS-SCAN-DONE                   VALUE 'Y'.
001950 01  WS-SET-ID.
001960     05  WS-SET-DATE             PIC 9(08) VALUE ZERO.
001970     05  WS-SET-TIME             PIC 9(08) VALUE ZERO.
001980*----------------------------------------------------------------
001990*    THE FILES OF THE SET, IN UNLOAD ORDER - WS-FILE-SUB
002000*    SELECTS THE FILE IN 5100 / 5200 / 5300 / 5400
002010*----------------------------------------------------------------
002020 01  WS-FILE-NAME-VALUES.
002030     05  FILLER                  PIC X(08) VALUE "COGSMST ".
002040     05  FILLER                  PIC X(08) VALUE "COGSSTOR".
002050     05  FILLER                  PIC X(08) VALUE "COGSOPO ".
002060     05  FILLER                  PIC X(08) VALUE "COGSBORD".
002070     05  FILLER                  PIC X(08) VALUE "COGSPEND".
002080     05  FILLER                  PIC X(08) VALUE "COGSPRMO".
002090     05  FILLER                  PIC X(08) VALUE "COGSALIA".
002100     05  FILLER                  PIC X(08) VALUE "COGSBREG".
002110     05  FILLER                  PIC X(08) VALUE "VNDRMST ".
002120     05  FILLER                  PIC X(08) VALUE "COGSDEPT".
002130     05  FILLER                  PIC X(08) VALUE "COGSRUNC".
002131     05  FILLER                  PIC X(08) VALUE "COGSPOH ".
002132     05  FILLER                  PIC X(08) VALUE "COGSPOL ".
002133     05  FILLER                  PIC X(08) VALUE "COGSRSV ".
002134     05  FILLER                  PIC X(08) VALUE "COGSXIT ".
002135     05  FILLER                  PIC X(08) VALUE "COGSKIT ".
002136     05  FILLER                  PIC X(08) VALUE "COGSVCAT".
002137     05  FILLER                  PIC X(08) VALUE "COGSBIN ".
002138     05  FILLER                  PIC X(08) VALUE "COGSSTRM".
002139     05  FILLER                  PIC X(08) VALUE "COGSAPMT".
002140     05  FILLER                  PIC X(08) VALUE "COGSINVH".
002141     05  FILLER                  PIC X(08) VALUE "COGSRTVF".
002142     05  FILLER                  PIC X(08) VALUE "COGSLNDL".
002143     05  FILLER                  PIC X(08) VALUE "COGSCLRF".
002144     05  FILLER                  PIC X(08) VALUE "COGSOTBH".
002145     05  FILLER                  PIC X(08) VALUE "COGSOTBP".
002146     05  FILLER                  PIC X(08) VALUE "COGSASN ".
002147     05  FILLER                  PIC X(08) VALUE "COGSRBAG".
002148 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
002149     05  WS-FT-NAME              PIC X(08) OCCURS 28 TIMES.
002160 01  WS-FILE-TOTALS.
002170     05  WS-FT-ENTRY             OCCURS 28 TIMES.
002180         10  WS-FT-COUNT         PIC 9(09) COMP.
002190         10  WS-FT-KEY-HASH      PIC 9(15) COMP.
002200         10  WS-FT-QTY-HASH      PIC 9(15) COMP.
002210         10  WS-FT-STATUS        PIC X(04).
002220         10  WS-FT-IO-STATUS     PIC X(02).
002230*----------------------------------------------------------------
002240*    KEY OF THE RECORD IN HAND, AND THE HALFWORD USED TO TAKE
002250*    THE VALUE OF ONE KEY BYTE FOR THE HASH
002260*----------------------------------------------------------------
002270 01  WS-HASH-KEY                 PIC X(30) VALUE SPACES.
002280 01  WS-HASH-KEY-CHARS REDEFINES WS-HASH-KEY.
002290     05  WS-HK-CHAR              PIC X(01) OCCURS 30 TIMES.
002300 01  WS-HASH-BYTE-AREA.
002310     05  WS-HB-VALUE             PIC 9(04) COMP VALUE ZERO.
002320 01  WS-HASH-BYTE-CHARS REDEFINES WS-HASH-BYTE-AREA.
002330     05  WS-HB-HIGH              PIC X(01).
002340     05  WS-HB-LOW               PIC X(01).
002350 COPY COGSDATP.
002360 01  WS-HEADING-1.
002370     05  FILLER                  PIC X(40)
002380         VALUE "COGSWORTH COORDINATED BACKUP - SET ID   ".
002390     05  H1-SET-DATE             PIC 9(08).
002400     05  FILLER                  PIC X(01) VALUE "-".
002410     05  H1-SET-TIME             PIC 9(08).
002420 01  WS-HEADING-2.
002430     05  FILLER                  PIC X(10) VALUE "FILE".
002440     05  FILLER                  PIC X(14) VALUE "     RECORDS".
002450     05  FILLER                  PIC X(22)
002460         VALUE "              KEY HASH".
002470     05  FILLER                  PIC X(22)
002480         VALUE "         QUANTITY HASH".
002490     05  FILLER                  PIC X(10) VALUE "  STATUS".
002500 01  WS-DETAIL-LINE.
002510     05  DL-FILE                 PIC X(08).
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  DL-COUNT                PIC ZZZ,ZZZ,ZZ9.
002540     05  FILLER                  PIC X(03) VALUE SPACES.
002550     05  DL-KEY-HASH             PIC Z(14)9.
002560     05  FILLER                  PIC X(07) VALUE SPACES.
002570     05  DL-QTY-HASH             PIC Z(14)9.
002580     05  FILLER                  PIC X(04) VALUE SPACES.
002590     05  DL-STATUS               PIC X(04).
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  DL-NOTE                 PIC X(30).
002620 01  WS-SET-LINE.
002630     05  FILLER                  PIC X(20)
002640         VALUE "BACKUP SET          ".
002650     05  SL-VERDICT              PIC X(50).
002660 PROCEDURE DIVISION.
002670*----------------------------------------------------------------
002680*    0000-MAINLINE - PROGRAM CONTROL
002690*----------------------------------------------------------------
002700 0000-MAINLINE.
002710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002720     PERFORM 2000-UNLOAD-FILE THRU 2000-EXIT
002730         VARYING WS-FILE-SUB FROM 1 BY 1
002740         UNTIL WS-FILE-SUB > WS-FILE-MAX.
002750     PERFORM 3000-WRITE-MANIFEST THRU 3000-EXIT.
002760     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002770     STOP RUN.
002780*----------------------------------------------------------------
002790*    1000-INITIALIZE - SET ID, OUTPUT FILES, TOTALS
002800*----------------------------------------------------------------
002810 1000-INITIALIZE.
002820     MOVE "BUSD" TO CDP-FUNCTION.
002830     CALL "COGSDATE" USING DATE-CALL-PARMS.
002840     MOVE CDP-DATE-OUT TO WS-SET-DATE.
002850     ACCEPT WS-RUN-TIME FROM TIME.
002860     MOVE WS-RUN-TIME TO WS-SET-TIME.
002870     DISPLAY "COGSBKUP STARTING - BACKUP SET " WS-SET-DATE
002880             "-" WS-SET-TIME.
002890     OPEN OUTPUT UNLOAD-FILE.
002900     IF WS-BKU-STATUS NOT = "00"
002910         DISPLAY "COGSBKUP - UNABLE TO OPEN COGSBKU1, STATUS = "
002920                 WS-BKU-STATUS
002930         MOVE 16 TO RETURN-CODE
002940         STOP RUN
002950     END-IF.
002960     OPEN OUTPUT MANIFEST-FILE.
002970     IF WS-BKM-STATUS NOT = "00"
002980         DISPLAY "COGSBKUP - UNABLE TO OPEN COGSBKM1, STATUS = "
002990                 WS-BKM-STATUS
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030     OPEN OUTPUT PRINT-FILE.
003040     IF WS-PRT-STATUS NOT = "00"
003050         DISPLAY "COGSBKUP - UNABLE TO OPEN COGSBKP1, STATUS = "
003060                 WS-PRT-STATUS
003070         MOVE 16 TO RETURN-CODE
003080         STOP RUN
003090     END-IF.
003100     PERFORM 1100-CLEAR-TOTALS THRU 1100-EXIT
003110         VARYING WS-FILE-SUB FROM 1 BY 1
003120         UNTIL WS-FILE-SUB > WS-FILE-MAX.
003130     MOVE WS-SET-DATE TO H1-SET-DATE.
003140     MOVE WS-SET-TIME TO H1-SET-TIME.
003150     WRITE PRINT-RECORD FROM WS-HEADING-1.
003160     MOVE SPACES TO PRINT-RECORD.
003170     WRITE PRINT-RECORD.
003180     WRITE PRINT-RECORD FROM WS-HEADING-2.
003190 1000-EXIT.
003200     EXIT.
003210 1100-CLEAR-TOTALS.
003220     MOVE ZERO   TO WS-FT-COUNT (WS-FILE-SUB)
003230                    WS-FT-KEY-HASH (WS-FILE-SUB)
003240                    WS-FT-QTY-HASH (WS-FILE-SUB).
003250     MOVE "OK  " TO WS-FT-STATUS (WS-FILE-SUB).
003260     MOVE "00"   TO WS-FT-IO-STATUS (WS-FILE-SUB).
003270 1100-EXIT.
003280     EXIT.
003290*----------------------------------------------------------------
003300*    2000-UNLOAD-FILE - EVERY RECORD OF ONE FILE, IN KEY ORDER
003310*----------------------------------------------------------------
003320 2000-UNLOAD-FILE.
003330     PERFORM 5100-OPEN-FILE THRU 5100-EXIT.
003340     IF WS-IO-STATUS NOT = "00"
003350         PERFORM 2900-FILE-FAILED THRU 2900-EXIT
003360         GO TO 2000-EXIT
003370     END-IF.
003380     MOVE 'N' TO WS-SCAN-DONE-SW.
003390     PERFORM 2100-UNLOAD-ONE-RECORD THRU 2100-EXIT
003400         UNTIL WS-SCAN-DONE.
003410     PERFORM 5300-CLOSE-FILE THRU 5300-EXIT.
003420 2000-EXIT.
003430     EXIT.
003440 2100-UNLOAD-ONE-RECORD.
003450     PERFORM 5200-READ-FILE THRU 5200-EXIT.
003460     IF WS-IO-STATUS = "10"
003470         MOVE 'Y' TO WS-SCAN-DONE-SW
003480         GO TO 2100-EXIT
003490     END-IF.
003500     IF WS-IO-STATUS NOT = "00"
003510         PERFORM 2900-FILE-FAILED THRU 2900-EXIT
003520         MOVE 'Y' TO WS-SCAN-DONE-SW
003530         GO TO 2100-EXIT
003540     END-IF.
003550     MOVE WS-SET-ID               TO BU-SET-ID.
003560     MOVE WS-FT-NAME (WS-FILE-SUB) TO BU-FILE.
003570     PERFORM 5400-TAKE-RECORD THRU 5400-EXIT.
003580     WRITE BACKUP-UNLOAD-RECORD.
003590     IF WS-BKU-STATUS NOT = "00"
003600         MOVE WS-BKU-STATUS TO WS-IO-STATUS
003610         PERFORM 2900-FILE-FAILED THRU 2900-EXIT
003620         MOVE 'Y' TO WS-SCAN-DONE-SW
003630         GO TO 2100-EXIT
003640     END-IF.
003650     ADD 1 TO WS-RECS-UNLOADED.
003660     ADD 1 TO WS-FT-COUNT (WS-FILE-SUB).
003670     ADD WS-HASH-QTY TO WS-FT-QTY-HASH (WS-FILE-SUB).
003680     PERFORM 2200-HASH-ONE-BYTE THRU 2200-EXIT
003690         VARYING WS-HASH-POS FROM 1 BY 1
003700         UNTIL WS-HASH-POS > WS-HASH-KEY-LEN.
003710 2100-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740*    2200-HASH-ONE-BYTE - KEY HASH IS EACH KEY BYTE'S VALUE
003750*    TIMES ITS POSITION, SO TRANSPOSED KEYS DO NOT CANCEL OUT
003760*----------------------------------------------------------------
003770 2200-HASH-ONE-BYTE.
003780     MOVE LOW-VALUE TO WS-HB-HIGH.
003790     MOVE WS-HK-CHAR (WS-HASH-POS) TO WS-HB-LOW.
003800     COMPUTE WS-FT-KEY-HASH (WS-FILE-SUB) =
003810             WS-FT-KEY-HASH (WS-FILE-SUB)
003820           + WS-HB-VALUE * WS-HASH-POS.
003830 2200-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------
003860*    2900-FILE-FAILED - THE FILE CANNOT BE VOUCHED FOR, SO THE
003870*    SET WILL NOT BE MARKED GOOD
003880*----------------------------------------------------------------
003890 2900-FILE-FAILED.
003900     DISPLAY "COGSBKUP - " WS-FT-NAME (WS-FILE-SUB)
003910             " UNLOAD FAILED, STATUS = " WS-IO-STATUS.
003920     IF WS-FT-STATUS (WS-FILE-SUB) = "OK  "
003930         ADD 1 TO WS-FILES-FAILED
003940     END-IF.
003950     MOVE "FAIL"       TO WS-FT-STATUS (WS-FILE-SUB).
003960     MOVE WS-IO-STATUS TO WS-FT-IO-STATUS (WS-FILE-SUB).
003970 2900-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------
004000*    3000-WRITE-MANIFEST - ONE LINE PER FILE AND THE TRAILER
004010*    THAT MARKS THE SET GOOD OR FAILED
004020*----------------------------------------------------------------
004030 3000-WRITE-MANIFEST.
004040     PERFORM 3100-WRITE-FILE-LINE THRU 3100-EXIT
004050         VARYING WS-FILE-SUB FROM 1 BY 1
004060         UNTIL WS-FILE-SUB > WS-FILE-MAX.
004070     MOVE SPACES      TO BACKUP-MANIFEST-RECORD.
004080     MOVE WS-SET-ID   TO BM-SET-ID.
004090     MOVE "T"         TO BM-TYPE.
004100     MOVE WS-FILE-MAX TO BM-COUNT.
004110     MOVE ZERO        TO BM-KEY-HASH
004120                         BM-QTY-HASH.
004130     MOVE SPACES TO PRINT-RECORD.
004140     WRITE PRINT-RECORD.
004150     IF WS-FILES-FAILED = ZERO
004160         MOVE "GOOD" TO BM-STATUS
004170         MOVE "MARKED GOOD - ALL FILES UNLOADED" TO SL-VERDICT
004180     ELSE
004190         MOVE "FAIL" TO BM-STATUS
004200         MOVE "NOT MARKED GOOD - SEE FAILED FILES ABOVE"
004210             TO SL-VERDICT
004220     END-IF.
004230     WRITE BACKUP-MANIFEST-RECORD.
004240     IF WS-BKM-STATUS NOT = "00"
004250         DISPLAY "COGSBKUP - COGSBKM1 WRITE FAILED, STATUS = "
004260                 WS-BKM-STATUS
004270         ADD 1 TO WS-FILES-FAILED
004280         MOVE "NOT MARKED GOOD - MANIFEST WRITE FAILED"
004290             TO SL-VERDICT
004300     END-IF.
004310     WRITE PRINT-RECORD FROM WS-SET-LINE.
004320 3000-EXIT.
004330     EXIT.
004340 3100-WRITE-FILE-LINE.
004350     MOVE SPACES                       TO BACKUP-MANIFEST-RECORD.
004360     MOVE WS-SET-ID                    TO BM-SET-ID.
004370     MOVE "F"                          TO BM-TYPE.
004380     MOVE WS-FT-NAME (WS-FILE-SUB)     TO BM-FILE.
004390     MOVE WS-FT-COUNT (WS-FILE-SUB)    TO BM-COUNT.
004400     MOVE WS-FT-KEY-HASH (WS-FILE-SUB) TO BM-KEY-HASH.
004410     MOVE WS-FT-QTY-HASH (WS-FILE-SUB) TO BM-QTY-HASH.
004420     MOVE WS-FT-STATUS (WS-FILE-SUB)   TO BM-STATUS.
004430     WRITE BACKUP-MANIFEST-RECORD.
004440     IF WS-BKM-STATUS NOT = "00"
004450         MOVE WS-BKM-STATUS TO WS-IO-STATUS
004460         PERFORM 2900-FILE-FAILED THRU 2900-EXIT
004470     END-IF.
004480     MOVE SPACES                       TO WS-DETAIL-LINE.
004490     MOVE WS-FT-NAME (WS-FILE-SUB)     TO DL-FILE.
004500     MOVE WS-FT-COUNT (WS-FILE-SUB)    TO DL-COUNT.
004510     MOVE WS-FT-KEY-HASH (WS-FILE-SUB) TO DL-KEY-HASH.
004520     MOVE WS-FT-QTY-HASH (WS-FILE-SUB) TO DL-QTY-HASH.
004530     MOVE WS-FT-STATUS (WS-FILE-SUB)   TO DL-STATUS.
004540     IF WS-FT-STATUS (WS-FILE-SUB) NOT = "OK  "
004550         STRING "FILE STATUS " DELIMITED BY SIZE
004560                WS-FT-IO-STATUS (WS-FILE-SUB) DELIMITED BY SIZE
004570                INTO DL-NOTE
004580     END-IF.
004590     WRITE PRINT-RECORD FROM WS-DETAIL-LINE.
004600 3100-EXIT.
004610     EXIT.
004620*----------------------------------------------------------------
004630*    5100-OPEN-FILE - OPEN THE FILE SELECTED BY WS-FILE-SUB
004640*----------------------------------------------------------------
004650 5100-OPEN-FILE.
004660     EVALUATE WS-FILE-SUB
004670         WHEN 1
004680             OPEN INPUT COGS-MASTER-FILE
004690             MOVE WS-MST-STATUS TO WS-IO-STATUS
004700         WHEN 2
004710             OPEN INPUT STORE-INVENTORY-FILE
004720             MOVE WS-STO-STATUS TO WS-IO-STATUS
004730         WHEN 3
004740             OPEN INPUT OPEN-PO-FILE
004750             MOVE WS-OPO-STATUS TO WS-IO-STATUS
004760         WHEN 4
004770             OPEN INPUT BACKORDER-FILE
004780             MOVE WS-BOR-STATUS TO WS-IO-STATUS
004790         WHEN 5
004800             OPEN INPUT PENDING-COST-FILE
004810             MOVE WS-PND-STATUS TO WS-IO-STATUS
004820         WHEN 6
004830             OPEN INPUT PROMO-PRICE-FILE
004840             MOVE WS-PMO-STATUS TO WS-IO-STATUS
004850         WHEN 7
004860             OPEN INPUT ALIAS-FILE
004870             MOVE WS-ALI-STATUS TO WS-IO-STATUS
004880         WHEN 8
004890             OPEN INPUT BATCH-REGISTRY-FILE
004900             MOVE WS-BRG-STATUS TO WS-IO-STATUS
004910         WHEN 9
004920             OPEN INPUT VENDOR-MASTER-FILE
004930             MOVE WS-VND-STATUS TO WS-IO-STATUS
004940         WHEN 10
004950             OPEN INPUT DEPARTMENT-FILE
004960             MOVE WS-DPT-STATUS TO WS-IO-STATUS
004970         WHEN 11
004980             OPEN INPUT RUN-CONTROL-FILE
004990             MOVE WS-RUN-STATUS TO WS-IO-STATUS
004991         WHEN 12
004992             OPEN INPUT PO-HEADER-FILE
004993             MOVE WS-POH-STATUS TO WS-IO-STATUS
004994         WHEN 13
004995             OPEN INPUT PO-LINE-FILE
004996             MOVE WS-POL-STATUS TO WS-IO-STATUS
004997         WHEN 14
004998             OPEN INPUT RESERVATION-FILE
004999             MOVE WS-RSV-STATUS TO WS-IO-STATUS
005000         WHEN 15
005001             OPEN INPUT IN-TRANSIT-FILE
005002             MOVE WS-XIT-STATUS TO WS-IO-STATUS
005003         WHEN 16
005004             OPEN INPUT KIT-FILE
005005             MOVE WS-KIT-STATUS TO WS-IO-STATUS
005006         WHEN 17
005007             OPEN INPUT VENDOR-ITEM-FILE
005008             MOVE WS-VCT-STATUS TO WS-IO-STATUS
005009         WHEN 18
005010             OPEN INPUT BIN-LOCATION-FILE
005011             MOVE WS-BIN-STATUS TO WS-IO-STATUS
005012         WHEN 19
005013             OPEN INPUT STORE-MASTER-FILE
005014             MOVE WS-SMF-STATUS TO WS-IO-STATUS
005015         WHEN 20
005016             OPEN INPUT AP-MATCH-FILE
005017             MOVE WS-APM-STATUS TO WS-IO-STATUS
005018         WHEN 21
005019             OPEN INPUT INVOICE-HOLD-FILE
005020             MOVE WS-HLD-STATUS TO WS-IO-STATUS
005021         WHEN 22
005022             OPEN INPUT RTV-FILE
005023             MOVE WS-RTV-STATUS TO WS-IO-STATUS
005024         WHEN 23
005025             OPEN INPUT LANDED-LEDGER-FILE
005026             MOVE WS-LND-STATUS TO WS-IO-STATUS
005027         WHEN 24
005028             OPEN INPUT CLEARANCE-FILE
005029             MOVE WS-CLR-STATUS TO WS-IO-STATUS
005030         WHEN 25
005031             OPEN INPUT OTB-HOLD-FILE
005032             MOVE WS-OTH-STATUS TO WS-IO-STATUS
005033         WHEN 26
005034             OPEN INPUT OTB-PLAN-FILE
005035             MOVE WS-OTB-STATUS TO WS-IO-STATUS
005036         WHEN 27
005037             OPEN INPUT ASN-FILE
005038             MOVE WS-ASN-STATUS TO WS-IO-STATUS
005039         WHEN 28
005040             OPEN INPUT REBATE-AGREEMENT-FILE
005041             MOVE WS-RBA-STATUS TO WS-IO-STATUS
005042     END-EVALUATE.
005043 5100-EXIT.
005044     EXIT.
005045*----------------------------------------------------------------
005046*    5200-READ-FILE - NEXT RECORD IN KEY ORDER; "10" AT END
005050*----------------------------------------------------------------
005060 5200-READ-FILE.
005070     EVALUATE WS-FILE-SUB
005080         WHEN 1
005090             READ COGS-MASTER-FILE NEXT RECORD
005100                 AT END
005110                     CONTINUE
005120             END-READ
005130             MOVE WS-MST-STATUS TO WS-IO-STATUS
005140         WHEN 2
005150             READ STORE-INVENTORY-FILE NEXT RECORD
005160                 AT END
005170                     CONTINUE
005180             END-READ
005190             MOVE WS-STO-STATUS TO WS-IO-STATUS
005200         WHEN 3
005210             READ OPEN-PO-FILE NEXT RECORD
005220                 AT END
005230                     CONTINUE
005240             END-READ
005250             MOVE WS-OPO-STATUS TO WS-IO-STATUS
005260         WHEN 4
005270             READ BACKORDER-FILE NEXT RECORD
005280                 AT END
005290                     CONTINUE
005300             END-READ
005310             MOVE WS-BOR-STATUS TO WS-IO-STATUS
005320         WHEN 5
005330             READ PENDING-COST-FILE NEXT RECORD
005340                 AT END
005350                     CONTINUE
005360             END-READ
005370             MOVE WS-PND-STATUS TO WS-IO-STATUS
005380         WHEN 6
005390             READ PROMO-PRICE-FILE NEXT RECORD
005400                 AT END
005410                     CONTINUE
005420             END-READ
005430             MOVE WS-PMO-STATUS TO WS-IO-STATUS
005440         WHEN 7
005450             READ ALIAS-FILE NEXT RECORD
005460                 AT END
005470                     CONTINUE
005480             END-READ
005490             MOVE WS-ALI-STATUS TO WS-IO-STATUS
005500         WHEN 8
005510             READ BATCH-REGISTRY-FILE NEXT RECORD
005520                 AT END
005530                     CONTINUE
005540             END-READ
005550             MOVE WS-BRG-STATUS TO WS-IO-STATUS
005560         WHEN 9
005570             READ VENDOR-MASTER-FILE NEXT RECORD
005580                 AT END
005590                     CONTINUE
005600             END-READ
005610             MOVE WS-VND-STATUS TO WS-IO-STATUS
005620         WHEN 10
005630             READ DEPARTMENT-FILE NEXT RECORD
005640                 AT END
005650                     CONTINUE
005660             END-READ
005670             MOVE WS-DPT-STATUS TO WS-IO-STATUS
005680         WHEN 11
005690             READ RUN-CONTROL-FILE
005700                 AT END
005710                     CONTINUE
005720             END-READ
005730             MOVE WS-RUN-STATUS TO WS-IO-STATUS
005731         WHEN 12
005732             READ PO-HEADER-FILE NEXT RECORD
005733                 AT END
005734                     CONTINUE
005735             END-READ
005736             MOVE WS-POH-STATUS TO WS-IO-STATUS
005737         WHEN 13
005738             READ PO-LINE-FILE NEXT RECORD
005739                 AT END
005740                     CONTINUE
005741             END-READ
005742             MOVE WS-POL-STATUS TO WS-IO-STATUS
005743         WHEN 14
005744             READ RESERVATION-FILE NEXT RECORD
005745                 AT END
005746                     CONTINUE
005747             END-READ
005748             MOVE WS-RSV-STATUS TO WS-IO-STATUS
005749         WHEN 15
005750             READ IN-TRANSIT-FILE NEXT RECORD
005751                 AT END
005752                     CONTINUE
005753             END-READ
005754             MOVE WS-XIT-STATUS TO WS-IO-STATUS
005755         WHEN 16
005756             READ KIT-FILE NEXT RECORD
005757                 AT END
005758                     CONTINUE
005759             END-READ
005760             MOVE WS-KIT-STATUS TO WS-IO-STATUS
005761         WHEN 17
005762             READ VENDOR-ITEM-FILE NEXT RECORD
005763                 AT END
005764                     CONTINUE
005765             END-READ
005766             MOVE WS-VCT-STATUS TO WS-IO-STATUS
005767         WHEN 18
005768             READ BIN-LOCATION-FILE NEXT RECORD
005769                 AT END
005770                     CONTINUE
005771             END-READ
005772             MOVE WS-BIN-STATUS TO WS-IO-STATUS
005773         WHEN 19
005774             READ STORE-MASTER-FILE NEXT RECORD
005775                 AT END
005776                     CONTINUE
005777             END-READ
005778             MOVE WS-SMF-STATUS TO WS-IO-STATUS
005779         WHEN 20
005780             READ AP-MATCH-FILE NEXT RECORD
005781                 AT END
005782                     CONTINUE
005783             END-READ
005784             MOVE WS-APM-STATUS TO WS-IO-STATUS
005785         WHEN 21
005786             READ INVOICE-HOLD-FILE NEXT RECORD
005787                 AT END
005788                     CONTINUE
005789             END-READ
005790             MOVE WS-HLD-STATUS TO WS-IO-STATUS
005791         WHEN 22
005792             READ RTV-FILE NEXT RECORD
005793                 AT END
005794                     CONTINUE
005795             END-READ
005796             MOVE WS-RTV-STATUS TO WS-IO-STATUS
005797         WHEN 23
005798             READ LANDED-LEDGER-FILE NEXT RECORD
005799                 AT END
005800                     CONTINUE
005801             END-READ
005802             MOVE WS-LND-STATUS TO WS-IO-STATUS
005803         WHEN 24
005804             READ CLEARANCE-FILE NEXT RECORD
005805                 AT END
005806                     CONTINUE
005807             END-READ
005808             MOVE WS-CLR-STATUS TO WS-IO-STATUS
005809         WHEN 25
005810             READ OTB-HOLD-FILE NEXT RECORD
005811                 AT END
005812                     CONTINUE
005813             END-READ
005814             MOVE WS-OTH-STATUS TO WS-IO-STATUS
005815         WHEN 26
005816             READ OTB-PLAN-FILE NEXT RECORD
005817                 AT END
005818                     CONTINUE
005819             END-READ
005820             MOVE WS-OTB-STATUS TO WS-IO-STATUS
005821         WHEN 27
005822             READ ASN-FILE NEXT RECORD
005823                 AT END
005824                     CONTINUE
005825             END-READ
005826             MOVE WS-ASN-STATUS TO WS-IO-STATUS
005827         WHEN 28
005828             READ REBATE-AGREEMENT-FILE NEXT RECORD
005829                 AT END
005830                     CONTINUE
005831             END-READ
005832             MOVE WS-RBA-STATUS TO WS-IO-STATUS
005833     END-EVALUATE.
005834 5200-EXIT.
005835     EXIT.
005836*----------------------------------------------------------------
005837*    5300-CLOSE-FILE - CLOSE THE FILE SELECTED BY WS-FILE-SUB
005838*----------------------------------------------------------------
005839 5300-CLOSE-FILE.
005840     EVALUATE WS-FILE-SUB
005841         WHEN 1
005842             CLOSE COGS-MASTER-FILE
005843         WHEN 2
005850             CLOSE STORE-INVENTORY-FILE
005860         WHEN 3
005870             CLOSE OPEN-PO-FILE
005880         WHEN 4
005890             CLOSE BACKORDER-FILE
005900         WHEN 5
005910             CLOSE PENDING-COST-FILE
005920         WHEN 6
005930             CLOSE PROMO-PRICE-FILE
005940         WHEN 7
005950             CLOSE ALIAS-FILE
005960         WHEN 8
005970             CLOSE BATCH-REGISTRY-FILE
005980         WHEN 9
005990             CLOSE VENDOR-MASTER-FILE
006000         WHEN 10
006010             CLOSE DEPARTMENT-FILE
006020         WHEN 11
006030             CLOSE RUN-CONTROL-FILE
006031         WHEN 12
006032             CLOSE PO-HEADER-FILE
006033         WHEN 13
006034             CLOSE PO-LINE-FILE
006035         WHEN 14
006036             CLOSE RESERVATION-FILE
006037         WHEN 15
006038             CLOSE IN-TRANSIT-FILE
006039         WHEN 16
006040             CLOSE KIT-FILE
006041         WHEN 17
006042             CLOSE VENDOR-ITEM-FILE
006043         WHEN 18
006044             CLOSE BIN-LOCATION-FILE
006045         WHEN 19
006046             CLOSE STORE-MASTER-FILE
006047         WHEN 20
006048             CLOSE AP-MATCH-FILE
006049         WHEN 21
006050             CLOSE INVOICE-HOLD-FILE
006051         WHEN 22
006052             CLOSE RTV-FILE
006053         WHEN 23
006054             CLOSE LANDED-LEDGER-FILE
006055         WHEN 24
006056             CLOSE CLEARANCE-FILE
006057         WHEN 25
006058             CLOSE OTB-HOLD-FILE
006059         WHEN 26
006060             CLOSE OTB-PLAN-FILE
006061         WHEN 27
006062             CLOSE ASN-FILE
006063         WHEN 28
006064             CLOSE REBATE-AGREEMENT-FILE
006065     END-EVALUATE.
006066 5300-EXIT.
006067     EXIT.
006070*----------------------------------------------------------------
006080*    5400-TAKE-RECORD - THE RECORD JUST READ INTO BU-DATA, ITS
006090*    KEY FOR THE KEY HASH AND ITS PRINCIPAL NUMERIC FIELD FOR
006100*    THE QUANTITY HASH (PRICES AND COSTS IN CENTS).  COGSREST
006110*    MAKES THE SAME CHOICE OF FIELDS IN ITS OWN 5400
006120*----------------------------------------------------------------
006130 5400-TAKE-RECORD.
006140     MOVE SPACES TO WS-HASH-KEY.
006150     EVALUATE WS-FILE-SUB
006160         WHEN 1
006170             MOVE COGS-MASTER-RECORD TO BU-DATA
006180             MOVE IDESC OF COGS-MASTER-RECORD TO WS-HASH-KEY
006190             MOVE 10 TO WS-HASH-KEY-LEN
006200             MOVE IQOH TO WS-HASH-QTY
006210         WHEN 2
006220             MOVE STORE-INVENTORY-RECORD TO BU-DATA
006230             MOVE ST-KEY TO WS-HASH-KEY
006240             MOVE 13 TO WS-HASH-KEY-LEN
006250             MOVE ST-QOH TO WS-HASH-QTY
006260         WHEN 3
006270             MOVE OPEN-PO-RECORD TO BU-DATA
006280             MOVE OP-DESC TO WS-HASH-KEY
006290             MOVE 10 TO WS-HASH-KEY-LEN
006300             MOVE OP-QTY-ORDERED TO WS-HASH-QTY
006310         WHEN 4
006320             MOVE BACKORDER-RECORD TO BU-DATA
006330             MOVE BO-KEY TO WS-HASH-KEY
006340             MOVE 15 TO WS-HASH-KEY-LEN
006350             MOVE BO-QTY TO WS-HASH-QTY
006360         WHEN 5
006370             MOVE PENDING-COST-RECORD TO BU-DATA
006380             MOVE PN-DESC TO WS-HASH-KEY
006390             MOVE 10 TO WS-HASH-KEY-LEN
006400             COMPUTE WS-HASH-QTY = PN-NEW-COST * 100
006410         WHEN 6
006420             MOVE PROMO-PRICE-RECORD TO BU-DATA
006430             MOVE PM-DESC TO WS-HASH-KEY
006440             MOVE 10 TO WS-HASH-KEY-LEN
006450             COMPUTE WS-HASH-QTY = PM-PRICE * 100
006460         WHEN 7
006470             MOVE ALIAS-RECORD TO BU-DATA
006480             MOVE AL-DESC TO WS-HASH-KEY
006490             MOVE 10 TO WS-HASH-KEY-LEN
006500             MOVE AL-ITEM TO WS-HASH-QTY
006510         WHEN 8
006520             MOVE BATCH-REGISTRY-RECORD TO BU-DATA
006530             MOVE BR-KEY TO WS-HASH-KEY
006540             MOVE 14 TO WS-HASH-KEY-LEN
006550             MOVE BR-DATE-POSTED TO WS-HASH-QTY
006560         WHEN 9
006570             MOVE VENDOR-MASTER-RECORD TO BU-DATA
006580             MOVE VN-CODE TO WS-HASH-KEY
006590             MOVE 6 TO WS-HASH-KEY-LEN
006600             MOVE VN-LEAD-DAYS TO WS-HASH-QTY
006610         WHEN 10
006620             MOVE DEPARTMENT-RECORD TO BU-DATA
006630             MOVE DP-CODE TO WS-HASH-KEY
006640             MOVE 4 TO WS-HASH-KEY-LEN
006650             MOVE ZERO TO WS-HASH-QTY
006660         WHEN 11
006670             MOVE RUN-CONTROL-RECORD TO BU-DATA
006680             MOVE RC-STATUS TO WS-HASH-KEY
006690             MOVE 8 TO WS-HASH-KEY-LEN
006700             MOVE RC-BUS-DATE TO WS-HASH-QTY
006701         WHEN 12
006702             MOVE PO-HEADER-RECORD TO BU-DATA
006703             MOVE PH-PO-NUMBER TO WS-HASH-KEY
006704             MOVE 7 TO WS-HASH-KEY-LEN
006705             MOVE PH-LINE-COUNT TO WS-HASH-QTY
006706         WHEN 13
006707             MOVE PO-LINE-RECORD TO BU-DATA
006708             MOVE PL-KEY TO WS-HASH-KEY
006709             MOVE 10 TO WS-HASH-KEY-LEN
006710             MOVE PL-QTY-ORDERED TO WS-HASH-QTY
006711         WHEN 14
006712             MOVE RESERVATION-RECORD TO BU-DATA
006713             MOVE RV-KEY OF RESERVATION-RECORD TO WS-HASH-KEY
006714             MOVE 17 TO WS-HASH-KEY-LEN
006715             MOVE RV-QTY OF RESERVATION-RECORD TO WS-HASH-QTY
006716         WHEN 15
006717             MOVE IN-TRANSIT-RECORD TO BU-DATA
006718             MOVE IT-KEY TO WS-HASH-KEY
006719             MOVE 17 TO WS-HASH-KEY-LEN
006720             MOVE IT-QTY-SHIPPED TO WS-HASH-QTY
006721         WHEN 16
006722             MOVE KIT-COMPONENT-RECORD TO BU-DATA
006723             MOVE KT-KEY TO WS-HASH-KEY
006724             MOVE 20 TO WS-HASH-KEY-LEN
006725             MOVE KT-QTY TO WS-HASH-QTY
006726         WHEN 17
006727             MOVE VENDOR-ITEM-RECORD TO BU-DATA
006728             MOVE VI-KEY TO WS-HASH-KEY
006729             MOVE 16 TO WS-HASH-KEY-LEN
006730             COMPUTE WS-HASH-QTY = VI-COST * 100
006731         WHEN 18
006732             MOVE BIN-LOCATION-RECORD TO BU-DATA
006733             MOVE BN-KEY TO WS-HASH-KEY
006734             MOVE 21 TO WS-HASH-KEY-LEN
006735             MOVE BN-QTY TO WS-HASH-QTY
006736         WHEN 19
006737             MOVE STORE-MASTER-RECORD TO BU-DATA
006738             MOVE SM-STORE TO WS-HASH-KEY
006739             MOVE 3 TO WS-HASH-KEY-LEN
006740             MOVE SM-OPEN-DATE TO WS-HASH-QTY
006741         WHEN 20
006742             MOVE AP-MATCH-RECORD TO BU-DATA
006743             MOVE AM-KEY TO WS-HASH-KEY
006744             MOVE 29 TO WS-HASH-KEY-LEN
006745             MOVE AM-QTY-RECEIVED TO WS-HASH-QTY
006746         WHEN 21
006747             MOVE INVOICE-HOLD-RECORD TO BU-DATA
006748             MOVE IH-KEY TO WS-HASH-KEY
006749             MOVE 26 TO WS-HASH-KEY-LEN
006750             MOVE IH-QTY-BILLED TO WS-HASH-QTY
006751         WHEN 22
006752             MOVE RTV-RECORD TO BU-DATA
006753             MOVE RV-RTV-NUMBER OF RTV-RECORD TO WS-HASH-KEY
006754             MOVE 7 TO WS-HASH-KEY-LEN
006755             MOVE RV-QTY OF RTV-RECORD TO WS-HASH-QTY
006756         WHEN 23
006757             MOVE LANDED-LEDGER-RECORD TO BU-DATA
006758             MOVE LN-DESC TO WS-HASH-KEY
006759             MOVE 10 TO WS-HASH-KEY-LEN
006760             COMPUTE WS-HASH-QTY = LN-LANDED-COST * 100
006761         WHEN 24
006762             MOVE CLEARANCE-RECORD TO BU-DATA
006763             MOVE CL-DESC TO WS-HASH-KEY
006764             MOVE 10 TO WS-HASH-KEY-LEN
006765             COMPUTE WS-HASH-QTY = CL-ORIG-SELL * 100
006766         WHEN 25
006767             MOVE OTB-HELD-ORDER-RECORD TO BU-DATA
006768             MOVE OH-KEY TO WS-HASH-KEY
006769             MOVE 13 TO WS-HASH-KEY-LEN
006770             MOVE OH-ORD-QTY TO WS-HASH-QTY
006771         WHEN 26
006772             MOVE OTB-PLAN-RECORD TO BU-DATA
006773             MOVE OB-KEY TO WS-HASH-KEY
006774             MOVE 10 TO WS-HASH-KEY-LEN
006775             COMPUTE WS-HASH-QTY = OB-PLAN * 100
006776         WHEN 27
006777             MOVE ASN-LINE-RECORD TO BU-DATA
006778             MOVE AN-KEY TO WS-HASH-KEY
006779             MOVE 19 TO WS-HASH-KEY-LEN
006780             MOVE AN-QTY-SHIPPED TO WS-HASH-QTY
006781         WHEN 28
006782             MOVE REBATE-AGREEMENT-RECORD TO BU-DATA
006783             MOVE RA-KEY TO WS-HASH-KEY
006784             MOVE 9 TO WS-HASH-KEY-LEN
006785             COMPUTE WS-HASH-QTY = RA-ACCRUED * 100
006786     END-EVALUATE.
006787 5400-EXIT.
006788     EXIT.
006789*----------------------------------------------------------------
006790*    8000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE
006791*----------------------------------------------------------------
006792 8000-TERMINATE.
006793     CLOSE UNLOAD-FILE.
006794     CLOSE MANIFEST-FILE.
006800     CLOSE PRINT-FILE.
006810     DISPLAY "COGSBKUP - RECORDS UNLOADED = " WS-RECS-UNLOADED.
006820     IF WS-FILES-FAILED = ZERO
006830         DISPLAY "COGSBKUP - BACKUP SET MARKED GOOD"
006840     ELSE
006850         DISPLAY "COGSBKUP - FILES FAILED     = " WS-FILES-FAILED
006860         DISPLAY "COGSBKUP - BACKUP SET NOT MARKED GOOD"
006870         MOVE 16 TO RETURN-CODE
006880     END-IF.
006890 8000-EXIT.
006900     EXIT.
