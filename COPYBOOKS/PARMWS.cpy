      ******************************************************************
      * Shared system parameter table and lookup fields:
      *   PARMLOAD  PRM-PROGRAM -> the program's settings in force
      *             today loaded into the table
      *   PARMGET   PRM-NAME    -> PRM-FOUND, PRM-VALUE and, for a
      *             numeric value, PRM-NUMBER (PRM-NUMERIC "Y")
      * A setting that is not on SYSPARM.DAT leaves PRM-FOUND "N" and
      * raises a PRMMIS alert on ALERTS.LOG; the caller keeps its
      * compiled-in default for the run.
      * COPY PARMWS. -- in WORKING-STORAGE, no REPLACING.
      ******************************************************************
       01  SYSTEM-PARAMETERS.
           05  PRM-STATUS          PIC XX.
           05  PRM-EOF             PIC X     VALUE "N".
           05  PRM-PROGRAM         PIC X(8)  VALUE SPACES.
           05  PRM-TODAY           PIC 9(8)  VALUE ZERO.
           05  PRM-COUNT           PIC 9(4)  VALUE ZERO.
           05  PRM-ENTRY           OCCURS 100 TIMES.
               10  PRM-E-NAME      PIC X(12).
               10  PRM-E-VALUE     PIC X(20).
               10  PRM-E-EFFECTIVE PIC 9(8).
           05  PRM-NAME            PIC X(12) VALUE SPACES.
           05  PRM-VALUE           PIC X(20) VALUE SPACES.
           05  PRM-FOUND           PIC X     VALUE "N".
           05  PRM-NUMERIC         PIC X     VALUE "N".
           05  PRM-NUMBER          PIC S9(9)V9(6) VALUE ZERO.
           05  PRM-SUB             PIC 9(4)  VALUE ZERO.
           05  PRM-MISSING-COUNT   PIC 9(3)  VALUE ZERO.
           05  PRM-NOW             PIC X(21) VALUE SPACES.
