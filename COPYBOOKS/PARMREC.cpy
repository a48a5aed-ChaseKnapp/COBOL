      ******************************************************************
      * System parameter master record, SYSPARM.DAT: one setting per
      * record, keyed by the owning program (or the subsystem whose
      * programs share it, e.g. PAYROLL) and the parameter name. A
      * setting may be on file more than once with different
      * effective dates; the one in force is the latest dated on or
      * before today, so a change can be keyed ahead of time.
      * Numeric values are kept as plain text ("0.055", "240").
      * Maintained by PrmMaint; read through PARMLOAD into PARMWS.
      * COPY PARMREC. -- under the FD, no REPLACING.
      ******************************************************************
       01  PARAMETER-REC.
           05  PM-PROGRAM          PIC X(8).
           05  FILLER              PIC X.
           05  PM-NAME             PIC X(12).
           05  FILLER              PIC X.
           05  PM-VALUE            PIC X(20).
           05  FILLER              PIC X.
           05  PM-EFFECTIVE        PIC 9(8).
           05  FILLER              PIC X.
           05  PM-DESC             PIC X(30).
           05  FILLER              PIC X.
           05  PM-CHANGED-DATE     PIC 9(8).
           05  FILLER              PIC X.
           05  PM-OPERATOR         PIC X(8).
