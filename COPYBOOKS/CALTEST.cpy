      ******************************************************************
      * Shared business-day test for day number CAL-INT (the
      * INTEGER-OF-DATE count, day 1 a Monday): CAL-BUSINESS-DAY
      * "Y" Monday to Friday, "N" Saturday and Sunday, then a
      * holiday or worked-day record on the calendar overrides.
      * CAL-TEST-DATE comes back as the day's YYYYMMDD.
      * COPY CALTEST. -- no REPLACING; CALNEXT, CALBTWN and CALPEND
      * copy it in.
      ******************************************************************
           COMPUTE CAL-TEST-DATE = FUNCTION DATE-OF-INTEGER (CAL-INT)
           COMPUTE CAL-WEEKDAY = FUNCTION MOD (CAL-INT, 7)
           IF CAL-WEEKDAY = 0 OR CAL-WEEKDAY = 6
               MOVE "N" TO CAL-BUSINESS-DAY
           ELSE
               MOVE "Y" TO CAL-BUSINESS-DAY
           END-IF
           PERFORM VARYING CAL-SUB FROM 1 BY 1
                   UNTIL CAL-SUB > CAL-COUNT
               IF CAL-E-DATE (CAL-SUB) = CAL-TEST-DATE
                   IF CAL-E-TYPE (CAL-SUB) = "H"
                       MOVE "N" TO CAL-BUSINESS-DAY
                   END-IF
                   IF CAL-E-TYPE (CAL-SUB) = "W"
                       MOVE "Y" TO CAL-BUSINESS-DAY
                   END-IF
               END-IF
           END-PERFORM
