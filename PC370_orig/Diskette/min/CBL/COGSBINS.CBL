000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COGSBINS.
000030 AUTHOR.        D. HALVORSEN.
000040 INSTALLATION.  COGSWORTH DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070****************************************************************
000080*   COGSBINS IS THE SHARED BIN LOCATION SERVICE, CALLED BY     *
000085*   THE PROGRAMS THAT PUT STOCK AWAY OR DRAW IT FOR A TRANSFER *
000090*   - COGSPO AND COGSPOST RECEIPTS, COGSXFER PICK AND PUTA -   *
000095*   SO THE BINS MOVE WITH ST-QOH FOR THOSE.  SALES, BACKORDER  *
000100*   FILLS, KIT DRAWS, RTVS AND RESTOCKS MOVE ST-QOH WITHOUT    *
000105*   TOUCHING BINS, AND COGSBREC REPORTS THE DRIFT FOR A        *
000110*   RE-SLOT THROUGH COGSBMNT.  PUTA PUTS A RECEIPT AWAY TO THE *
000120*   PRODUCT'S PRIMARY BIN; PICK DRAWS A SHIPMENT FROM THE      *
000130*   PRODUCT'S BINS IN WALK ORDER, THE SAME ORDER COGSPICK      *
000140*   PRINTS THEM ON THE PICK LIST.  A STORE OR PRODUCT WITH NO  *
000150*   BINS IS LEFT ALONE (STATUS 23), AND A JOB WITHOUT COGSBIN  *
000160*   GETS STATUS 35, SO UNBINNED STORES POST AS BEFORE.  LIKE   *
000170*   COGSAUD, THE FILE IS OPENED AND CLOSED ON EVERY CALL.      *
000180*                                                              *
000190*   MODIFICATION HISTORY                                      *
000200*   2026-10-05  DHH  INITIAL VERSION                           *
000202*   2026-10-05  DHH  HEADER NOW NAMES THE CALLERS; THE         *
000204*                    MOVEMENTS THAT BYPASS THE BINS ARE LEFT   *
000206*                    TO COGSBREC                               *
000210****************************************************************
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.  IBM-370.
000250 OBJECT-COMPUTER.  IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT BIN-LOCATION-FILE ASSIGN TO COGSBIN
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS BN-KEY
000320         FILE STATUS IS WS-BIN-STATUS.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  BIN-LOCATION-FILE
000360     RECORDING MODE IS F
000370     RECORD CONTAINS 50 CHARACTERS
000380     LABEL RECORDS ARE STANDARD.
000390 COPY COGSBINR.
000400 WORKING-STORAGE SECTION.
000410 77  WS-BIN-STATUS               PIC X(02) VALUE SPACES.
000420 77  WS-BUS-DATE                 PIC 9(08) VALUE ZERO.
000430 77  WS-REMAINING                PIC 9(07) VALUE ZERO.
000440 77  WS-DRAW                     PIC 9(07) VALUE ZERO.
000450 77  WS-NEW-BIN-QTY              PIC 9(08) VALUE ZERO.
000460 77  WS-BINS-FOUND               PIC 9(05) COMP VALUE ZERO.
000470 01  WS-SWITCHES.
000480     05  WS-BIN-EOF-SW           PIC X(01) VALUE 'N'.
000490         88  WS-BIN-EOF                     VALUE 'Y'.
000500 COPY COGSDATP.
000510 LINKAGE SECTION.
000520 COPY COGSBINP.
000530 PROCEDURE DIVISION USING BIN-CALL-PARMS.
000540*----------------------------------------------------------------
000550*    0000-MAINLINE - PROGRAM CONTROL
000560*----------------------------------------------------------------
000570 0000-MAINLINE.
000580     MOVE ZERO   TO BNP-QTY-DONE.
000590     MOVE SPACES TO BNP-BIN.
000600     OPEN I-O BIN-LOCATION-FILE.
000610     IF WS-BIN-STATUS NOT = "00"
000620         MOVE "35" TO BNP-RETURN-STATUS
000630         GOBACK
000640     END-IF.
000650     MOVE "BUSD" TO CDP-FUNCTION.
000660     CALL "COGSDATE" USING DATE-CALL-PARMS.
000670     MOVE CDP-DATE-OUT TO WS-BUS-DATE.
000680     EVALUATE TRUE
000690         WHEN BNP-PUT-AWAY
000700             PERFORM 1000-PUT-AWAY THRU 1000-EXIT
000710         WHEN BNP-PICK
000720             PERFORM 2000-PICK THRU 2000-EXIT
000730         WHEN OTHER
000740             MOVE "23" TO BNP-RETURN-STATUS
000750     END-EVALUATE.
000760     CLOSE BIN-LOCATION-FILE.
000770     GOBACK.
000780*----------------------------------------------------------------
000790*    1000-PUT-AWAY - THE RECEIPT GOES TO THE PRIMARY BIN
000800*----------------------------------------------------------------
000810 1000-PUT-AWAY.
000820     MOVE "23" TO BNP-RETURN-STATUS.
000830     PERFORM 3000-START-PRODUCT THRU 3000-EXIT.
000840     PERFORM 3100-READ-NEXT-BIN THRU 3100-EXIT.
000850     PERFORM 3100-READ-NEXT-BIN THRU 3100-EXIT
000860         UNTIL WS-BIN-EOF OR BN-PRIMARY.
000870     IF WS-BIN-EOF
000880         GO TO 1000-EXIT
000890     END-IF.
000900     COMPUTE WS-NEW-BIN-QTY = BN-QTY + BNP-QTY.
000910     IF WS-NEW-BIN-QTY > 9999999
000920         MOVE 9999999 TO WS-NEW-BIN-QTY
000930     END-IF.
000940     COMPUTE BNP-QTY-DONE = WS-NEW-BIN-QTY - BN-QTY.
000950     MOVE WS-NEW-BIN-QTY TO BN-QTY.
000960     MOVE WS-BUS-DATE    TO BN-DATE-CHANGED.
000970     MOVE BNP-JOB-ID     TO BN-CHANGED-BY.
000980     REWRITE BIN-LOCATION-RECORD.
000990     MOVE BN-BIN TO BNP-BIN.
001000     MOVE "00"   TO BNP-RETURN-STATUS.
001010 1000-EXIT.
001020     EXIT.
001030*----------------------------------------------------------------
001040*    2000-PICK - DRAW THE BINS IN WALK ORDER UNTIL THE QUANTITY
001050*    IS COVERED OR THE BINS RUN OUT
001060*----------------------------------------------------------------
001070 2000-PICK.
001080     MOVE BNP-QTY TO WS-REMAINING.
001090     MOVE ZERO    TO WS-BINS-FOUND.
001100     PERFORM 3000-START-PRODUCT THRU 3000-EXIT.
001110     PERFORM 3100-READ-NEXT-BIN THRU 3100-EXIT.
001120     PERFORM 2100-DRAW-ONE-BIN THRU 2100-EXIT
001130         UNTIL WS-BIN-EOF OR WS-REMAINING = ZERO.
001140     IF WS-BINS-FOUND = ZERO
001150         MOVE "23" TO BNP-RETURN-STATUS
001160         GO TO 2000-EXIT
001170     END-IF.
001180     COMPUTE BNP-QTY-DONE = BNP-QTY - WS-REMAINING.
001190     IF WS-REMAINING > ZERO
001200         MOVE "04" TO BNP-RETURN-STATUS
001210     ELSE
001220         MOVE "00" TO BNP-RETURN-STATUS
001230     END-IF.
001240 2000-EXIT.
001250     EXIT.
001260*----------------------------------------------------------------
001270*    2100-DRAW-ONE-BIN - TAKE WHAT THIS BIN CAN GIVE
001280*----------------------------------------------------------------
001290 2100-DRAW-ONE-BIN.
001300     ADD 1 TO WS-BINS-FOUND.
001310     IF BN-QTY > ZERO
001320         IF BN-QTY < WS-REMAINING
001330             MOVE BN-QTY TO WS-DRAW
001340         ELSE
001350             MOVE WS-REMAINING TO WS-DRAW
001360         END-IF
001370         SUBTRACT WS-DRAW FROM BN-QTY
001380         SUBTRACT WS-DRAW FROM WS-REMAINING
001390         MOVE WS-BUS-DATE TO BN-DATE-CHANGED
001400         MOVE BNP-JOB-ID  TO BN-CHANGED-BY
001410         REWRITE BIN-LOCATION-RECORD
001420         MOVE BN-BIN TO BNP-BIN
001430     END-IF.
001440     PERFORM 3100-READ-NEXT-BIN THRU 3100-EXIT.
001450 2100-EXIT.
001460     EXIT.
001470*----------------------------------------------------------------
001480*    3000-START-PRODUCT - POSITION AT THE PRODUCT'S FIRST BIN
001490*----------------------------------------------------------------
001500 3000-START-PRODUCT.
001510     MOVE 'N' TO WS-BIN-EOF-SW.
001520     MOVE BNP-STORE  TO BN-STORE.
001530     MOVE BNP-DESC   TO BN-DESC.
001540     MOVE LOW-VALUES TO BN-BIN.
001550     START BIN-LOCATION-FILE KEY IS NOT < BN-KEY
001560         INVALID KEY
001570             MOVE 'Y' TO WS-BIN-EOF-SW
001580     END-START.
001590 3000-EXIT.
001600     EXIT.
001610*----------------------------------------------------------------
001620*    3100-READ-NEXT-BIN - NEXT BIN, EOF AT THE END OF THE
001630*    PRODUCT
001640*----------------------------------------------------------------
001650 3100-READ-NEXT-BIN.
001660     IF WS-BIN-EOF
001670         GO TO 3100-EXIT
001680     END-IF.
001690     READ BIN-LOCATION-FILE NEXT RECORD
001700         AT END
001710             MOVE 'Y' TO WS-BIN-EOF-SW
001720             GO TO 3100-EXIT
001730     END-READ.
001740     IF BN-STORE NOT = BNP-STORE OR BN-DESC NOT = BNP-DESC
001750         MOVE 'Y' TO WS-BIN-EOF-SW
001760     END-IF.
001770 3100-EXIT.
001780     EXIT.
