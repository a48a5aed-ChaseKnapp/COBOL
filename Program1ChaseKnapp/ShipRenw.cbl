       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShipRenw.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Monthly contract renewal list for sales. Lists every
      *     negotiated shipper contract on SHIPCTR.DAT that expires
      *     within the next 60 days, soonest first, with the
      *     shipper's name, the sales rep, the contract dates, the
      *     days left, and the contract's discount and hazmat
      *     waiver, so a contract can be renegotiated before the
      *     account drops back to the standard schedule. The window
      *     runs from today unless a YYYYMMDD date is given on the
      *     command line.
      * Input:
      *     SHIPCTR.DAT
      *     SHIPACCT.DAT (shipper account master, for the name)
      * Output:
      *     SHIPRENW.RPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  CONTRACT-FILE
               ASSIGN TO "SHIPCTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-ACCT-NO
               FILE STATUS IS WS-CTR-STATUS.
           SELECT  SHIPPER-ACCOUNT-FILE
               ASSIGN TO "SHIPACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT  SORT-FILE
               ASSIGN TO "SHIPRENW.SRT".
           SELECT  RENEWAL-REPORT-FILE
               ASSIGN TO "SHIPRENW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-FILE.
       01  CONTRACT-REC.
           05  SC-ACCT-NO              PIC X(5).
           05  SC-EFF-DATE             PIC 9(8).
           05  SC-EXP-DATE             PIC 9(8).
           05  SC-DISCOUNT-PCT         PIC 99V99.
           05  SC-LOW-POUND-FEE        PIC 9V99.
           05  SC-MID-POUND-FEE        PIC 9V99.
           05  SC-HIGH-POUND-FEE       PIC 9V99.
           05  SC-HAZMAT-WAIVED        PIC X.
               88  SC-HAZ-WAIVED              VALUE "Y".
           05  SC-SALES-REP            PIC X(15).
           05  SC-UPDATED-DATE         PIC 9(8).
           05  SC-UPDATED-BY           PIC X(8).
       FD  SHIPPER-ACCOUNT-FILE.
       01  SHIPPER-ACCOUNT-REC.
           05  SA-ACCT-NO              PIC X(5).
           05  SA-NAME                 PIC X(15).
           05  SA-SHIP-COUNT           PIC 9(7).
           05  SA-STREET               PIC X(20).
           05  SA-CITY                 PIC X(12).
           05  SA-STATE                PIC XX.
           05  SA-ZIP                  PIC X(5).
           05  SA-TERMS-DAYS           PIC 9(3).
           05  SA-CREDIT-HOLD          PIC X.
               88  SA-ON-HOLD                 VALUE "H".
           05  SA-HOLD-DATE            PIC 9(8).
       SD  SORT-FILE.
       01  SORT-CONTRACT-REC.
           05  SR-EXP-DATE             PIC 9(8).
           05  SR-ACCT-NO              PIC X(5).
           05  SR-EFF-DATE             PIC 9(8).
           05  SR-DAYS-LEFT            PIC 9(3).
           05  SR-DISCOUNT-PCT         PIC 99V99.
           05  SR-HAZMAT-WAIVED        PIC X.
           05  SR-SALES-REP            PIC X(15).
       FD  RENEWAL-REPORT-FILE.
       01  RENEWAL-REPORT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-CTR-STATUS      PIC XX.
           05  WS-ACCT-STATUS     PIC XX.
           05  WS-ACCTS-OPEN      PIC X     VALUE "N".
           05  WS-CTR-EOF         PIC X     VALUE "N".
           05  WS-SORT-EOF        PIC X     VALUE "N".
           05  WS-CMD-ARG         PIC X(8)  VALUE SPACES.
           05  WS-DATE-OK         PIC X     VALUE "Y".
           05  WS-AS-OF-DATE      PIC 9(8)  VALUE ZERO.
           05  WS-AS-OF-DAYNO     PIC 9(7)  VALUE ZERO.
           05  WS-EXP-DAYNO       PIC 9(7)  VALUE ZERO.
           05  WS-DAYS-LEFT       PIC S9(7) VALUE ZERO.
           05  WS-CONTRACT-COUNT  PIC 9(5)  VALUE ZERO.
           05  WS-LISTED-COUNT    PIC 9(5)  VALUE ZERO.
      ******************************************************************
      * How far ahead of expiration a contract comes up for renewal.
      ******************************************************************
       77  WS-RENEWAL-DAYS        PIC 9(3)  VALUE 60.
       01  WS-AS-OF-SPLIT.
           05  WS-AS-OF-YEAR      PIC 9(4).
           05  WS-AS-OF-MONTH     PIC 99.
           05  WS-AS-OF-DAY       PIC 99.
       01  HEADING-MAIN-TITLE.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(34) VALUE
                                  "SHIPPER CONTRACTS DUE FOR RENEWAL".
           05  FILLER             PIC X(7)  VALUE "AS OF: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==HD-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER             PIC X(19) VALUE SPACES.
       01  HEADING-WINDOW.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(25) VALUE
                                  "CONTRACTS EXPIRING WITHIN".
           05  HW-DAYS            PIC ZZ9.
           05  FILLER             PIC X(42) VALUE " DAYS".
       01  COLUMN-HEADING.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(7)  VALUE "ACCT".
           05  FILLER             PIC X(17) VALUE "NAME".
           05  FILLER             PIC X(17) VALUE "SALES REP".
           05  FILLER             PIC X(10) VALUE "EFFECTIVE".
           05  FILLER             PIC X(9)  VALUE "EXPIRES".
           05  FILLER             PIC X(6)  VALUE "DAYS".
           05  FILLER             PIC X(6)  VALUE "DISC%".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(4)  VALUE "HAZ".
       01  RENEWAL-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DT-ACCT-NO         PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DT-NAME            PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DT-SALES-REP       PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DT-EFF-DATE        PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DT-EXP-DATE        PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DT-DAYS-LEFT       PIC ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DT-DISCOUNT-PCT    PIC Z9.99.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  DT-HAZMAT-WAIVED   PIC X.
           05  FILLER             PIC X(3)  VALUE SPACES.
       01  NONE-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(20) VALUE "NONE".
           05  FILLER             PIC X(56) VALUE SPACES.
       01  TOTAL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(21) VALUE
                                  "CONTRACTS ON FILE:".
           05  TL-CONTRACT-COUNT  PIC ZZ,ZZ9.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(21) VALUE
                                  "DUE FOR RENEWAL:".
           05  TL-LISTED-COUNT    PIC ZZ,ZZ9.
           05  FILLER             PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  INTO WS-AS-OF-DATE
           END-STRING
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG IS NUMERIC
               MOVE WS-CMD-ARG TO WS-AS-OF-SPLIT
               COPY DATEVAL REPLACING
                   ==:WS-YEAR-FLD:==    BY ==WS-AS-OF-YEAR==
                   ==:WS-MONTH-FLD:==   BY ==WS-AS-OF-MONTH==
                   ==:WS-DAY-FLD:==     BY ==WS-AS-OF-DAY==
                   ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
               IF WS-DATE-OK = "Y"
                   MOVE WS-AS-OF-SPLIT TO WS-AS-OF-DATE
               ELSE
                   DISPLAY "INVALID AS-OF DATE " WS-CMD-ARG
                       " - TODAY USED"
               END-IF
           END-IF
           MOVE WS-AS-OF-DATE TO WS-AS-OF-SPLIT
           MOVE WS-AS-OF-MONTH TO HD-MM
           MOVE WS-AS-OF-DAY   TO HD-DD
           MOVE WS-AS-OF-YEAR  TO HD-YEAR
           COMPUTE WS-AS-OF-DAYNO =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           OPEN INPUT SHIPPER-ACCOUNT-FILE
           IF WS-ACCT-STATUS = "00"
               MOVE "Y" TO WS-ACCTS-OPEN
           END-IF
           OPEN OUTPUT RENEWAL-REPORT-FILE
           WRITE RENEWAL-REPORT-REC FROM HEADING-MAIN-TITLE
           MOVE WS-RENEWAL-DAYS TO HW-DAYS
           WRITE RENEWAL-REPORT-REC FROM HEADING-WINDOW
               AFTER ADVANCING 1 LINE
           WRITE RENEWAL-REPORT-REC FROM COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           SORT  SORT-FILE
               ON ASCENDING KEY SR-EXP-DATE
               ON ASCENDING KEY SR-ACCT-NO
               INPUT PROCEDURE IS 100-RELEASE-CONTRACTS
               OUTPUT PROCEDURE IS 200-PRINT-CONTRACTS
           IF WS-LISTED-COUNT = ZERO
               WRITE RENEWAL-REPORT-REC FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-CONTRACT-COUNT TO TL-CONTRACT-COUNT
           MOVE WS-LISTED-COUNT   TO TL-LISTED-COUNT
           WRITE RENEWAL-REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
           CLOSE RENEWAL-REPORT-FILE
           IF WS-ACCTS-OPEN = "Y"
               CLOSE SHIPPER-ACCOUNT-FILE
           END-IF
           DISPLAY "SHIPRENW.RPT GENERATED - " WS-LISTED-COUNT
               " CONTRACTS DUE FOR RENEWAL"
           STOP RUN.
      ******************************************************************
      * Sort input: every contract whose expiration falls between
      * the as-of date and the end of the renewal window. One
      * already lapsed has dropped to the standard schedule and is
      * not listed.
      ******************************************************************
       100-RELEASE-CONTRACTS.
           OPEN INPUT CONTRACT-FILE
           IF WS-CTR-STATUS = "00"
               MOVE "N" TO WS-CTR-EOF
               PERFORM UNTIL WS-CTR-EOF = "Y"
                   READ CONTRACT-FILE
                       AT END
                           MOVE "Y" TO WS-CTR-EOF
                       NOT AT END
                           ADD 1 TO WS-CONTRACT-COUNT
                           PERFORM 110-CHECK-ONE-CONTRACT
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
           ELSE
               DISPLAY "SHIPCTR.DAT NOT FOUND - NO CONTRACTS LISTED"
           END-IF.
       110-CHECK-ONE-CONTRACT.
           IF SC-EXP-DATE NOT < WS-AS-OF-DATE
               COMPUTE WS-EXP-DAYNO =
                   FUNCTION INTEGER-OF-DATE(SC-EXP-DATE)
               COMPUTE WS-DAYS-LEFT = WS-EXP-DAYNO - WS-AS-OF-DAYNO
               IF WS-DAYS-LEFT NOT > WS-RENEWAL-DAYS
                   MOVE SC-EXP-DATE      TO SR-EXP-DATE
                   MOVE SC-ACCT-NO       TO SR-ACCT-NO
                   MOVE SC-EFF-DATE      TO SR-EFF-DATE
                   MOVE WS-DAYS-LEFT     TO SR-DAYS-LEFT
                   MOVE SC-DISCOUNT-PCT  TO SR-DISCOUNT-PCT
                   MOVE SC-HAZMAT-WAIVED TO SR-HAZMAT-WAIVED
                   MOVE SC-SALES-REP     TO SR-SALES-REP
                   RELEASE SORT-CONTRACT-REC
               END-IF
           END-IF.
       200-PRINT-CONTRACTS.
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 210-PRINT-ONE-CONTRACT
               END-RETURN
           END-PERFORM.
       210-PRINT-ONE-CONTRACT.
           ADD 1 TO WS-LISTED-COUNT
           MOVE SR-ACCT-NO       TO DT-ACCT-NO
           MOVE SPACES           TO DT-NAME
           IF WS-ACCTS-OPEN = "Y"
               MOVE SR-ACCT-NO TO SA-ACCT-NO
               READ SHIPPER-ACCOUNT-FILE
                   INVALID KEY
                       MOVE "NOT ON FILE" TO DT-NAME
                   NOT INVALID KEY
                       MOVE SA-NAME TO DT-NAME
               END-READ
           END-IF
           MOVE SR-SALES-REP     TO DT-SALES-REP
           MOVE SR-EFF-DATE      TO DT-EFF-DATE
           MOVE SR-EXP-DATE      TO DT-EXP-DATE
           MOVE SR-DAYS-LEFT     TO DT-DAYS-LEFT
           MOVE SR-DISCOUNT-PCT  TO DT-DISCOUNT-PCT
           MOVE SR-HAZMAT-WAIVED TO DT-HAZMAT-WAIVED
           WRITE RENEWAL-REPORT-REC FROM RENEWAL-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       END PROGRAM ShipRenw.
