      ******************************************************************
      * Shared period status test for PER-TEST-PERIOD (YYYYMM):
      * PER-STATE "O" open, "S" soft-closed or "C" closed. A period
      * at or before PER-CLOSED-THRU is closed unless its own record
      * says otherwise; any other period without a record is open.
      * COPY PERTEST. -- no REPLACING; PERLOAD copies it in.
      ******************************************************************
           IF PER-TEST-PERIOD <= PER-CLOSED-THRU
               MOVE "C" TO PER-STATE
           ELSE
               MOVE "O" TO PER-STATE
           END-IF
           PERFORM VARYING PER-SUB FROM 1 BY 1
                   UNTIL PER-SUB > PER-COUNT
               IF PER-E-PERIOD (PER-SUB) = PER-TEST-PERIOD
                   MOVE PER-E-STATUS (PER-SUB) TO PER-STATE
               END-IF
           END-PERFORM
