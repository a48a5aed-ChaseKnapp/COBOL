      ******************************************************************
      * Shared shop calendar load: reads CALENDAR.DAT into the CALWS
      * table. With no calendar on disk the table stays empty and
      * every weekday counts as a business day, every month's last
      * weekday as its period end.
      * COPY CALLOAD. -- the program declares CALENDAR-FILE on
      * "CALENDAR.DAT" with FILE STATUS CAL-STATUS and COPY CALREC.
      ******************************************************************
           MOVE ZERO TO CAL-COUNT
           MOVE "N" TO CAL-EOF
           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS = "00"
               PERFORM UNTIL CAL-EOF = "Y"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "Y" TO CAL-EOF
                       NOT AT END
                           IF CA-DATE IS NUMERIC
                              AND (CA-HOLIDAY OR CA-WORKED-DAY
                                   OR CA-PERIOD-END)
                              AND CAL-COUNT < 1000
                               ADD 1 TO CAL-COUNT
                               MOVE CA-DATE TO CAL-E-DATE (CAL-COUNT)
                               MOVE CA-TYPE TO CAL-E-TYPE (CAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY "CALENDAR.DAT NOT FOUND - WEEKDAYS COUNT AS "
                   "BUSINESS DAYS"
           END-IF
