      ******************************************************************
      * Accounting period control record, PERIODS.DAT: one record per
      * fiscal period (YYYYMM) whose status is not simply open --
      * "O" open, "S" soft-closed (only adjusting journal entries
      * post into it; regular activity goes to the current period),
      * "C" closed (nothing posts). A period with no record is open,
      * unless it falls at or before the latest closed period, since
      * GlClose closes every period through the one it is run for.
      * Maintained by PerMaint and marked closed by GlClose; read
      * through PERLOAD into the PERWS table.
      * COPY PERREC. -- under the FD, no REPLACING.
      ******************************************************************
       01  PERIOD-REC.
           05  PE-PERIOD           PIC 9(6).
           05  FILLER              PIC X.
           05  PE-STATUS           PIC X.
               88  PE-OPEN                   VALUE "O".
               88  PE-SOFT-CLOSED            VALUE "S".
               88  PE-CLOSED                 VALUE "C".
           05  FILLER              PIC X.
           05  PE-CHANGED-DATE     PIC 9(8).
           05  FILLER              PIC X.
           05  PE-OPERATOR         PIC X(8).
