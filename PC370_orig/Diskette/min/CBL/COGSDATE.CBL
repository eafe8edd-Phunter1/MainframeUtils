000230*                    BUSINESS DAYS BETWEEN TWO DATES, SO THE   *
000240*                    DOUBLE-RUN GUARD AND THE AGING BUCKETS    *
000250*                    STOP LYING FOR A WEEK EVERY JANUARY       *
000252*   2026-10-05  DHH  PDAY RETURNS THE PRIOR CALENDAR DAY, SO   *
000254*                    A REPORT CAN LAY A COMPARISON WINDOW OF   *
000256*                    THE SAME NUMBER OF DAYS BEHIND ANOTHER    *
000260****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
001210             PERFORM 4000-NEXT-BUSINESS-DAY THRU 4000-EXIT
001220         WHEN CDP-BUS-DAYS-BETWEEN
001230             PERFORM 5000-BUS-DAYS-BETWEEN THRU 5000-EXIT
001233         WHEN CDP-PREV-DAY
001236             PERFORM 6000-PREVIOUS-DAY THRU 6000-EXIT
001240         WHEN OTHER
001250             MOVE "12" TO CDP-RETURN-STATUS
001260     END-EVALUATE.
003790     END-IF.
003800 5100-EXIT.
003810     EXIT.
003820*----------------------------------------------------------------
003830*    6000-PREVIOUS-DAY - CCYYMMDD IN, PRIOR CALENDAR DAY OUT
003840*----------------------------------------------------------------
003850 6000-PREVIOUS-DAY.
003860     MOVE CDP-DATE-IN TO WS-D8-DATE.
003870     PERFORM 3100-CHECK-CALENDAR-DATE THRU 3100-EXIT.
003880     IF CDP-RETURN-STATUS NOT = "00"
003890         GO TO 6000-EXIT
003900     END-IF.
003910     PERFORM 6100-BACK-ONE-DAY THRU 6100-EXIT.
003920     MOVE WS-D8-DATE TO CDP-DATE-OUT.
003930 6000-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------
003960*    6100-BACK-ONE-DAY - BACK WS-D8-DATE UP ONE CALENDAR DAY
003970*----------------------------------------------------------------
003980 6100-BACK-ONE-DAY.
003990     IF WS-D8-DD > 1
004000         SUBTRACT 1 FROM WS-D8-DD
004010         GO TO 6100-EXIT
004020     END-IF.
004030     IF WS-D8-MM > 1
004040         SUBTRACT 1 FROM WS-D8-MM
004050     ELSE
004060         MOVE 12 TO WS-D8-MM
004070         SUBTRACT 1 FROM WS-D8-CCYY
004080     END-IF.
004090     MOVE WS-MONTH-LEN(WS-D8-MM) TO WS-MONTH-DAYS.
004100     IF WS-D8-MM = 2
004110         PERFORM 3200-CHECK-LEAP-YEAR THRU 3200-EXIT
004120     END-IF.
004130     MOVE WS-MONTH-DAYS TO WS-D8-DD.
004140 6100-EXIT.
004150     EXIT.
