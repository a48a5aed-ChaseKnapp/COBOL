           05  DC-ADDR           PIC X(30).
           05  DC-ORDER-COUNT    PIC 9(5).
           05  DC-LAST-ORDER-NO  PIC 9(6).
           05  DC-POINTS-BALANCE PIC 9(7).
           05  DC-LAST-ORDER-DATE PIC 9(8).
       FD  TOPS-REPORT-FILE.
       01  TOPS-REPORT-REC       PIC X(80).
       WORKING-STORAGE SECTION.
