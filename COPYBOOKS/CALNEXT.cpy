      ******************************************************************
      * Shared next-business-day step: moves CAL-DATE to the first
      * business day after it (CAL-STEP +1) or the last one before
      * it (CAL-STEP -1). A calendar with no business day within a
      * year of CAL-DATE leaves it where it was.
      * COPY CALNEXT. -- no REPLACING; see CALWS.
      ******************************************************************
           COMPUTE CAL-INT = FUNCTION INTEGER-OF-DATE (CAL-DATE)
           MOVE "N" TO CAL-BUSINESS-DAY
           MOVE ZERO TO CAL-TRIES
           PERFORM UNTIL CAL-BUSINESS-DAY = "Y" OR CAL-TRIES > 366
               ADD 1 TO CAL-TRIES
               ADD CAL-STEP TO CAL-INT
               COPY CALTEST.
           END-PERFORM
           IF CAL-BUSINESS-DAY = "Y"
               MOVE CAL-TEST-DATE TO CAL-DATE
           END-IF
