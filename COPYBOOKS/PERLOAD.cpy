      ******************************************************************
      * Shared period control load: reads PERIODS.DAT into the PERWS
      * table and works out the current period and the redirect
      * date. With no control file on disk every period is open.
      * COPY PERLOAD. -- the program declares PERIOD-FILE on
      * "PERIODS.DAT" with FILE STATUS PER-STATUS and COPY PERREC.
      ******************************************************************
           MOVE ZERO TO PER-COUNT
           MOVE ZERO TO PER-CLOSED-THRU
           MOVE "N" TO PER-EOF
           OPEN INPUT PERIOD-FILE
           IF PER-STATUS = "00"
               PERFORM UNTIL PER-EOF = "Y"
                   READ PERIOD-FILE
                       AT END
                           MOVE "Y" TO PER-EOF
                       NOT AT END
                           IF PE-PERIOD IS NUMERIC
                              AND (PE-OPEN OR PE-SOFT-CLOSED
                                   OR PE-CLOSED)
                              AND PER-COUNT < 600
                               ADD 1 TO PER-COUNT
                               MOVE PE-PERIOD TO
                                   PER-E-PERIOD (PER-COUNT)
                               MOVE PE-STATUS TO
                                   PER-E-STATUS (PER-COUNT)
                               MOVE PE-CHANGED-DATE TO
                                   PER-E-CHANGED (PER-COUNT)
                               MOVE PE-OPERATOR TO
                                   PER-E-OPERATOR (PER-COUNT)
                               IF PE-CLOSED
                                  AND PE-PERIOD > PER-CLOSED-THRU
                                   MOVE PE-PERIOD TO PER-CLOSED-THRU
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           ELSE
               DISPLAY "PERIODS.DAT NOT FOUND - EVERY PERIOD IS OPEN"
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO PER-TODAY
           COMPUTE PER-TODAY-PERIOD = PER-TODAY / 100
           MOVE PER-TODAY-PERIOD TO PER-TEST-PERIOD
           COPY PERTEST.
           MOVE ZERO TO PER-TRIES
           PERFORM UNTIL PER-OPEN OR PER-TRIES > 120
               ADD 1 TO PER-TRIES
               IF FUNCTION MOD (PER-TEST-PERIOD, 100) >= 12
                   COMPUTE PER-TEST-PERIOD = PER-TEST-PERIOD + 89
               ELSE
                   ADD 1 TO PER-TEST-PERIOD
               END-IF
               COPY PERTEST.
           END-PERFORM
           MOVE PER-TEST-PERIOD TO PER-CURRENT-PERIOD
           IF PER-CURRENT-PERIOD = PER-TODAY-PERIOD
               MOVE PER-TODAY TO PER-REDIRECT-DATE
           ELSE
               COMPUTE PER-REDIRECT-DATE =
                   (PER-CURRENT-PERIOD * 100) + 1
           END-IF
