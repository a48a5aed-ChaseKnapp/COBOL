      ******************************************************************
      * Shared shop calendar table and the work fields the calendar
      * date logic answers through:
      *   CALTEST  CAL-INT (a day number)  -> CAL-BUSINESS-DAY,
      *            CAL-TEST-DATE
      *   CALNEXT  CAL-DATE, CAL-STEP +1/-1 -> CAL-DATE moved to the
      *            next (prior) business day
      *   CALBTWN  CAL-DATE, CAL-DATE-2    -> CAL-DAYS, the business
      *            days after CAL-DATE up to and including CAL-DATE-2
      *   CALPEND  CAL-DATE                -> CAL-PERIOD-END
      * Dates are YYYYMMDD and must be real dates. A year with no
      * "P" records closes its periods on each month's last
      * business day.
      * COPY CALWS. -- in WORKING-STORAGE, no REPLACING.
      ******************************************************************
       01  SHOP-CALENDAR.
           05  CAL-STATUS          PIC XX.
           05  CAL-EOF             PIC X     VALUE "N".
           05  CAL-COUNT           PIC 9(4)  VALUE ZERO.
           05  CAL-ENTRY           OCCURS 1000 TIMES.
               10  CAL-E-DATE      PIC 9(8).
               10  CAL-E-TYPE      PIC X.
           05  CAL-DATE            PIC 9(8)  VALUE ZERO.
           05  CAL-DATE-2          PIC 9(8)  VALUE ZERO.
           05  CAL-STEP            PIC S9    VALUE +1.
           05  CAL-DAYS            PIC S9(5) VALUE ZERO.
           05  CAL-BUSINESS-DAY    PIC X     VALUE "Y".
           05  CAL-PERIOD-END      PIC X     VALUE "N".
           05  CAL-TEST-DATE       PIC 9(8)  VALUE ZERO.
           05  CAL-INT             PIC 9(7)  VALUE ZERO.
           05  CAL-INT-END         PIC 9(7)  VALUE ZERO.
           05  CAL-WEEKDAY         PIC 9     VALUE ZERO.
           05  CAL-SUB             PIC 9(4)  VALUE ZERO.
           05  CAL-TRIES           PIC 9(3)  VALUE ZERO.
           05  CAL-PERIOD-COUNT    PIC 9(4)  VALUE ZERO.
