       FD  SHIPPER-ACCOUNT-FILE.
       01  SHIPPER-ACCOUNT-REC.
           05  SA-ACCT-NO          PIC X(5).
           05  FILLER              PIC X(73).
       FD  ZONE-MASTER-FILE.
       01  ZONE-MASTER-REC.
           05  ZM-CODE             PIC X.
       FD  GLFEED-FILE.
       01  GLFEED-REC.
           05  GL-EMPLOYEE-NO      PIC X(5).
           05  FILLER              PIC X(21).
       FD  SHIPLOG-FILE.
       01  SHIPLOG-REC.
           05  FILLER              PIC X(12).
