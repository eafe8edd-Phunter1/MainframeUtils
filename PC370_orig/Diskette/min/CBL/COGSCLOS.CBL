000230*                    SUNDAY AS MISSED CYCLES (THE OLD ONE-     *
000240*                    CALENDAR-DAY ADVANCE REMAINS THE          *
000250*                    FALLBACK WHEN THE SERVICE CANNOT)         *
000252*   2026-10-05  DHH  A CATCH-UP CYCLE LEAVES THE LAST-RUN      *
000254*                    DATE FOR TONIGHT'S ORDINARY CYCLE AND     *
000256*                    ENDS THE CATCH-UP ONCE THE NEXT           *
000258*                    BUSINESS DATE IS PAST ITS THRU DATE       *
000260****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000470 77  WS-MONTH-DAYS               PIC 9(02) VALUE ZERO.
000480 77  WS-LEAP-QUOT                PIC 9(02) VALUE ZERO.
000490 77  WS-LEAP-REM                 PIC 9(02) VALUE ZERO.
000493 77  WS-NEXT-DATE-8              PIC 9(08) VALUE ZERO.
000496 77  WS-THRU-DATE-8              PIC 9(08) VALUE ZERO.
000500 01  WS-DATE-WORK.
000510     05  WS-DW-DATE          PIC 9(06).
000520     05  WS-DW-R REDEFINES WS-DW-DATE.
000950     MOVE RC-BUS-DATE TO WS-DW-DATE.
000960     PERFORM 1050-NEXT-BUSINESS-DAY THRU 1050-EXIT.
000970     MOVE WS-DW-DATE TO RC-BUS-DATE.
000973     IF RC-CATCHUP-ACTIVE
000976         PERFORM 1200-ADVANCE-CATCHUP THRU 1200-EXIT
000979     ELSE
000982         MOVE WS-TODAY-DATE TO RC-LAST-RUN-DATE
000985     END-IF.
000990     MOVE "COMPLETE" TO RC-STATUS.
001000     REWRITE RUN-CONTROL-RECORD.
001010     CLOSE RUN-CONTROL-FILE.
001540     END-IF.
001550 1100-EXIT.
001560     EXIT.
001570*----------------------------------------------------------------
001580*    1200-ADVANCE-CATCHUP - ONE MORE MISSED DATE DONE.  THE
001590*    CATCH-UP ENDS WHEN THE NEXT BUSINESS DATE IS PAST ITS THRU
001600*    DATE, AND THE ORDINARY NIGHTLY MAY BE RELEASED
001610*----------------------------------------------------------------
001620 1200-ADVANCE-CATCHUP.
001630     ADD 1 TO RC-CATCHUP-DONE.
001640     MOVE "WIND" TO CDP-FUNCTION.
001650     MOVE RC-BUS-DATE TO CDP-DATE-IN.
001660     CALL "COGSDATE" USING DATE-CALL-PARMS.
001670     MOVE CDP-DATE-OUT TO WS-NEXT-DATE-8.
001680     MOVE "WIND" TO CDP-FUNCTION.
001690     MOVE RC-CATCHUP-THRU TO CDP-DATE-IN.
001700     CALL "COGSDATE" USING DATE-CALL-PARMS.
001710     MOVE CDP-DATE-OUT TO WS-THRU-DATE-8.
001720     IF WS-NEXT-DATE-8 > WS-THRU-DATE-8
001730         MOVE SPACE TO RC-CATCHUP-SW
001740         DISPLAY "COGSCLOS - CATCH-UP COMPLETE, "
001750                 RC-CATCHUP-DONE " DATES " RC-CATCHUP-FROM
001760                 " THRU " RC-CATCHUP-THRU
001770                 " - RELEASE THE SCHEDULED COGSNITE"
001780     ELSE
001790         DISPLAY "COGSCLOS - CATCH-UP CONTINUES WITH "
001800                 RC-BUS-DATE
001810     END-IF.
001820 1200-EXIT.
001830     EXIT.
