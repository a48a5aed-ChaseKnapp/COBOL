      ******************************************************************
      * Shared fiscal period-end test: CAL-PERIOD-END "Y" when
      * CAL-DATE carries a "P" record. A year with no "P" records
      * on the calendar closes on the last business day of each
      * month instead.
      * COPY CALPEND. -- no REPLACING; see CALWS.
      ******************************************************************
           MOVE "N" TO CAL-PERIOD-END
           MOVE ZERO TO CAL-PERIOD-COUNT
           PERFORM VARYING CAL-SUB FROM 1 BY 1
                   UNTIL CAL-SUB > CAL-COUNT
               IF CAL-E-TYPE (CAL-SUB) = "P"
                  AND CAL-E-DATE (CAL-SUB) (1:4) = CAL-DATE (1:4)
                   ADD 1 TO CAL-PERIOD-COUNT
                   IF CAL-E-DATE (CAL-SUB) = CAL-DATE
                       MOVE "Y" TO CAL-PERIOD-END
                   END-IF
               END-IF
           END-PERFORM
           IF CAL-PERIOD-COUNT = ZERO
               COMPUTE CAL-INT = FUNCTION INTEGER-OF-DATE (CAL-DATE)
               COPY CALTEST.
               IF CAL-BUSINESS-DAY = "Y"
                   MOVE "N" TO CAL-BUSINESS-DAY
                   MOVE ZERO TO CAL-TRIES
                   PERFORM UNTIL CAL-BUSINESS-DAY = "Y"
                                 OR CAL-TRIES > 366
                       ADD 1 TO CAL-TRIES
                       ADD 1 TO CAL-INT
                       COPY CALTEST.
                   END-PERFORM
                   IF CAL-TEST-DATE (5:2) NOT = CAL-DATE (5:2)
                       MOVE "Y" TO CAL-PERIOD-END
                   END-IF
               END-IF
           END-IF
