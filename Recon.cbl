           05  GL-TERRITORY-NO       PIC XX.
           05  GL-AMOUNT-INCREASE    PIC 9(5)V99.
           05  GL-NEW-SALARY         PIC 9(7)9V99.
           05  GL-OFFICE-NO          PIC XX.
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-INREC         PIC X(75).
       FD  RECON-REPORT-FILE.
