000160*   COGSCHG1 COST AND COGSPRC1 PRICE CHANGES - DATED AFTER    *
000170*   THE SNAPSHOT AND THROUGH THE AS-OF DATE ARE REPLAYED     *
000180*   FORWARD.  THE AS-OF COPY IS WRITTEN TO COGSASOF IN THE   *
000190*   75-BYTE COGSREC SHAPE FOR INQUIRY, WITH A PROOF REPORT   *
000200*   OF RECORDS AND ROWS REPLAYED.  AUDIT FIELDS THE 75-BYTE  *
000210*   BASE DOES NOT CARRY (THE COGS3 REGION TABLE AND LATER    *
000220*   EXTENSIONS) ARE COUNTED AND LISTED AS NOT REPLAYABLE.    *
000230*   WHEN THE AS-OF DATE IS THE CURRENT BUSINESS DATE THE     *
000270*                                                              *
000280*   MODIFICATION HISTORY                                      *
000290*   2026-09-02  DHH  INITIAL VERSION                           *
000291*   2026-10-05  DHH  WIDENED BASE RECORD - ARCHIVE AND AS-OF   *
000292*                    FILES 75 BYTES, COST/PRICE HISTORY 40,    *
000293*                    REBUILD TABLE QUANTITIES 9(07) AND        *
000294*                    PRICES 9(05)V99                           *
000295*   2026-10-05  DHH  AUDIT, COST AND PRICE HISTORY RECORDS     *
000296*                    NOW 60/50/50 BYTES WITH THE OPERATOR IDS  *
000300****************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000760     05  FILLER              PIC X(64).
000770 FD  ARCHIVE-FILE
000780     RECORDING MODE IS F
000790     RECORD CONTAINS 75 CHARACTERS
000800     BLOCK CONTAINS 0 RECORDS
000810     LABEL RECORDS ARE STANDARD.
000820 COPY COGSREC REPLACING ==COGS-RECORD== BY ==ARCHIVE-RECORD==.
000830 FD  AUDIT-FILE
000840     RECORDING MODE IS F
000850     RECORD CONTAINS 60 CHARACTERS
000860     BLOCK CONTAINS 0 RECORDS
000870     LABEL RECORDS ARE STANDARD.
000880 COPY COGSAUDR.
000890 FD  CHG-FILE
000900     RECORDING MODE IS F
000910     RECORD CONTAINS 50 CHARACTERS
000920     BLOCK CONTAINS 0 RECORDS
000930     LABEL RECORDS ARE STANDARD.
000940 COPY COGSCHGR.
000950 FD  PRC-FILE
000960     RECORDING MODE IS F
000970     RECORD CONTAINS 50 CHARACTERS
000980     BLOCK CONTAINS 0 RECORDS
000990     LABEL RECORDS ARE STANDARD.
001000 COPY COGSPRCR.
001030 COPY COGSMSTR.
001040 FD  ASOF-FILE
001050     RECORDING MODE IS F
001060     RECORD CONTAINS 75 CHARACTERS
001070     BLOCK CONTAINS 0 RECORDS
001080     LABEL RECORDS ARE STANDARD.
001090 COPY COGSREC.
001500 01  WS-REBUILD-TABLE.
001510     05  WS-RB-ENTRY OCCURS 2000 TIMES.
001520         10  WS-RB-DESC          PIC X(10).
001530         10  WS-RB-CALIF         PIC 9(07).
001540         10  WS-RB-ILL           PIC 9(07).
001550         10  WS-RB-UTAH          PIC 9(07).
001560         10  WS-RB-WISC          PIC 9(07).
001570         10  WS-RB-BEGIN         PIC 9(07).
001580         10  WS-RB-PURCH         PIC 9(07).
001590         10  WS-RB-QOH           PIC 9(07).
001600         10  WS-RB-COST          PIC 9(05)V9(02).
001610         10  WS-RB-SELL          PIC 9(05)V9(02).
001620 77  WS-LOOKUP-DESC              PIC X(10) VALUE SPACES.
001630 COPY COGSDATP.
001640 01  WS-HEADING-1.
