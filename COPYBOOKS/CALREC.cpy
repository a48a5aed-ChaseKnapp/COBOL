      ******************************************************************
      * Shop calendar record, CALENDAR.DAT: one record per date that
      * is not an ordinary day. Monday through Friday are business
      * days and Saturday and Sunday are not unless a record says
      * otherwise -- "H" a holiday (no business), "W" a weekend day
      * worked (business day), "P" a fiscal period end. A date may
      * carry both an "H" or "W" and a "P" record. Maintained by
      * CalMaint; read through CALLOAD into the CALWS table.
      * COPY CALREC. -- under the FD, no REPLACING.
      ******************************************************************
       01  CALENDAR-REC.
           05  CA-DATE             PIC 9(8).
           05  FILLER              PIC X.
           05  CA-TYPE             PIC X.
               88  CA-HOLIDAY                VALUE "H".
               88  CA-WORKED-DAY             VALUE "W".
               88  CA-PERIOD-END             VALUE "P".
           05  FILLER              PIC X.
           05  CA-DESC             PIC X(30).
