      ******************************************************************
      * Shared accounting period table and the work fields the period
      * lock answers through:
      *   PERLOAD  -> the table, PER-TODAY, PER-TODAY-PERIOD,
      *               PER-CLOSED-THRU, and PER-CURRENT-PERIOD (the
      *               first open period from this month on) with
      *               PER-REDIRECT-DATE, the date activity turned
      *               away from a locked period is posted under:
      *               today if this month is open, otherwise the
      *               first of the current period
      *   PERTEST  PER-TEST-PERIOD (YYYYMM) -> PER-STATE
      * Activity dated in a soft-closed period is redirected to the
      * current period unless it is an adjustment; activity dated in
      * a closed period is refused. Either way the item goes to
      * EXCEPTIONS.LOG, "PERRDR" redirected or "PERCLS" refused.
      * COPY PERWS. -- in WORKING-STORAGE, no REPLACING.
      ******************************************************************
       01  PERIOD-CONTROL.
           05  PER-STATUS          PIC XX.
           05  PER-EOF             PIC X     VALUE "N".
           05  PER-COUNT           PIC 9(4)  VALUE ZERO.
           05  PER-ENTRY           OCCURS 600 TIMES.
               10  PER-E-PERIOD    PIC 9(6).
               10  PER-E-STATUS    PIC X.
               10  PER-E-CHANGED   PIC 9(8).
               10  PER-E-OPERATOR  PIC X(8).
           05  PER-TODAY           PIC 9(8)  VALUE ZERO.
           05  PER-TODAY-PERIOD    PIC 9(6)  VALUE ZERO.
           05  PER-CLOSED-THRU     PIC 9(6)  VALUE ZERO.
           05  PER-CURRENT-PERIOD  PIC 9(6)  VALUE ZERO.
           05  PER-REDIRECT-DATE   PIC 9(8)  VALUE ZERO.
           05  PER-TEST-PERIOD     PIC 9(6)  VALUE ZERO.
           05  PER-STATE           PIC X     VALUE "O".
               88  PER-OPEN                  VALUE "O".
               88  PER-SOFT-CLOSED           VALUE "S".
               88  PER-CLOSED                VALUE "C".
           05  PER-SUB             PIC 9(4)  VALUE ZERO.
           05  PER-TRIES           PIC 9(3)  VALUE ZERO.
