      ******************************************************************
      * Shared company profile record, one line of COMPANY.DAT per
      * business: "CORP" is the legal entity itself, and SHIP, PIZZ
      * and CUST are the shipping, pizza and customer businesses.
      * Every customer-facing document prints its letterhead, remit-
      * to block, phone number and message line from its business's
      * record; a field left blank there is taken from the CORP
      * record, so an address shared by every business is kept once.
      * CP-PHONE is the ten digits only.
      * COPY COMPPROF. -- used as-is (no REPLACING) under the FD.
      ******************************************************************
       01  COMPANY-PROFILE-REC.
           05  CP-BUSINESS          PIC X(4).
           05  FILLER               PIC X.
           05  CP-NAME              PIC X(30).
           05  CP-STREET            PIC X(25).
           05  CP-CITY              PIC X(15).
           05  CP-STATE             PIC XX.
           05  CP-ZIP               PIC X(10).
           05  CP-PHONE             PIC X(10).
           05  CP-REMIT-NAME        PIC X(30).
           05  CP-REMIT-STREET      PIC X(25).
           05  CP-REMIT-CITY        PIC X(15).
           05  CP-REMIT-STATE       PIC XX.
           05  CP-REMIT-ZIP         PIC X(10).
           05  CP-STMT-MESSAGE      PIC X(60).
           05  CP-INV-MESSAGE       PIC X(60).
           05  FILLER               PIC X.
