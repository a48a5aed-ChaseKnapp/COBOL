      ******************************************************************
      * Shared company profile work fields: the profile COMPLOAD
      * assembled for one business, ready for COMPHEAD (letterhead)
      * and COMPREMT (remit-to block) to print, and the one print
      * line both of them (and a document's own message line) use.
      * COPY COMPWS. -- used as-is (no REPLACING) in WORKING-STORAGE;
      * the SELECT for COMPANY-FILE names CL-STATUS as its status.
      ******************************************************************
       01  COMPANY-LETTERHEAD.
           05  CL-STATUS            PIC XX.
           05  CL-EOF               PIC X     VALUE "N".
           05  CL-FOUND             PIC X     VALUE "N".
           05  CL-LEGAL-NAME        PIC X(30) VALUE SPACES.
           05  CL-NAME              PIC X(30) VALUE SPACES.
           05  CL-STREET            PIC X(25) VALUE SPACES.
           05  CL-CITY              PIC X(15) VALUE SPACES.
           05  CL-STATE             PIC XX    VALUE SPACES.
           05  CL-ZIP               PIC X(10) VALUE SPACES.
           05  CL-PHONE             PIC X(10) VALUE SPACES.
           05  CL-REMIT-NAME        PIC X(30) VALUE SPACES.
           05  CL-REMIT-STREET      PIC X(25) VALUE SPACES.
           05  CL-REMIT-CITY        PIC X(15) VALUE SPACES.
           05  CL-REMIT-STATE       PIC XX    VALUE SPACES.
           05  CL-REMIT-ZIP         PIC X(10) VALUE SPACES.
           05  CL-STMT-MESSAGE      PIC X(60) VALUE SPACES.
           05  CL-INV-MESSAGE       PIC X(60) VALUE SPACES.
       01  CL-PRINT-LINE.
           05  FILLER               PIC X(6)  VALUE SPACES.
           05  CL-PRINT-TEXT        PIC X(60).
           05  FILLER               PIC X(14) VALUE SPACES.
