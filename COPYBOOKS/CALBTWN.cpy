      ******************************************************************
      * Shared business-days-between count: CAL-DAYS is the number
      * of business days after CAL-DATE up to and including
      * CAL-DATE-2 -- shipped on a Friday and delivered the Monday
      * after is one business day. Zero when CAL-DATE-2 is not
      * later than CAL-DATE.
      * COPY CALBTWN. -- no REPLACING; see CALWS.
      ******************************************************************
           MOVE ZERO TO CAL-DAYS
           IF CAL-DATE-2 > CAL-DATE
               COMPUTE CAL-INT = FUNCTION INTEGER-OF-DATE (CAL-DATE)
               COMPUTE CAL-INT-END =
                   FUNCTION INTEGER-OF-DATE (CAL-DATE-2)
               PERFORM UNTIL CAL-INT >= CAL-INT-END
                   ADD 1 TO CAL-INT
                   COPY CALTEST.
                   IF CAL-BUSINESS-DAY = "Y"
                       ADD 1 TO CAL-DAYS
                   END-IF
               END-PERFORM
           END-IF
