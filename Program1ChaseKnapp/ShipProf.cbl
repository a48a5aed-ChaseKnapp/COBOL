       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShipProf.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Monthly shipping profitability by shipper account and by
      *     zone. ShipInv says what we billed; this says what it cost
      *     us. Every CHARGE and CREDIT line for the report month on
      *     SHIPLOG.DAT (and the month's SHIPLOG.<YYYYMM>.DAT archive
      *     once ShipRoll has rolled it) is repriced at carrier cost
      *     from CARRCOST.DAT -- a per-shipment and per-pound cost by
      *     zone plus hazmat and COD handling costs, effective-dated
      *     like SHIPRATE.DAT so each line is costed at the schedule
      *     in force on its ship date. A return (CREDIT) moved the
      *     package as surely as a charge did, so it carries the
      *     same carrier cost against its negative revenue; a CREDIT
      *     line for an approved loss/damage claim (its tracking
      *     number is on SHIPCLM.DAT) moved nothing and is shown as
      *     claims against margin instead of revenue. Accounts print
      *     lowest margin first, then the zones, then the totals.
      *     The report month is prompted; a BATCH command-line
      *     argument takes the current month, as ClaimReg does.
      * Input:
      *     SHIPLOG.DAT, SHIPLOG.<YYYYMM>.DAT, CARRCOST.DAT,
      *     SHIPCLM.DAT (claim credits; optional)
      * Output:
      *     SHIPPROF.RPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  SHIPLOG-FILE
               ASSIGN TO "SHIPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT  ARCHIVE-LOG-FILE
               ASSIGN USING WS-ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
      ******************************************************************
      * Carrier cost schedule, one record per zone per effective
      * date; hand-maintained from the carrier's rate sheet.
      ******************************************************************
           SELECT  CARRIER-COST-FILE
               ASSIGN TO "CARRCOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-STATUS.
           SELECT  CLAIM-FILE
               ASSIGN TO "SHIPCLM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CLAIM-NO
               ALTERNATE RECORD KEY IS CL-TRACKING-NO WITH DUPLICATES
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT  SORT-FILE
               ASSIGN TO "SHIPPROF.SRT".
           SELECT  PROFIT-REPORT-FILE
               ASSIGN TO "SHIPPROF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIPLOG-FILE.
       01  SHIPLOG-REC                 PIC X(80).
       FD  ARCHIVE-LOG-FILE.
       01  ARCHIVE-LOG-REC             PIC X(80).
       FD  CARRIER-COST-FILE.
       01  CARRIER-COST-REC.
           05  CT-EFF-DATE             PIC 9(8).
           05  CT-ZONE                 PIC X.
           05  CT-SHIP-COST            PIC 9(3)V99.
           05  CT-POUND-COST           PIC 9(2)V99.
           05  CT-HAZMAT-COST          PIC 9(3)V99.
           05  CT-COD-COST             PIC 9(2)V99.
       FD  CLAIM-FILE.
       01  CLAIM-REC.
           05  CL-CLAIM-NO             PIC 9(6).
           05  CL-TRACKING-NO          PIC X(8).
           05  CL-ACCT-NO              PIC X(5).
           05  CL-ZONE                 PIC X.
           05  CL-SHIP-DATE            PIC 9(8).
           05  CL-TYPE                 PIC X.
           05  CL-CLAIMED-VALUE        PIC 9(5)V99.
           05  CL-STATUS               PIC X.
           05  CL-FILED-DATE           PIC 9(8).
           05  CL-APPROVED-DATE        PIC 9(8).
           05  CL-APPROVED-AMOUNT      PIC 9(5)V99.
           05  CL-DENIED-DATE          PIC 9(8).
           05  CL-PAID-DATE            PIC 9(8).
           05  CL-NOTE                 PIC X(20).
           05  CL-UPDATED-BY           PIC X(8).
       SD  SORT-FILE.
       01  SORT-ACCT-REC.
           05  SR-MARGIN               PIC S9(9)V99.
           05  SR-ACCT-NO              PIC X(5).
           05  SR-SHIPMENTS            PIC 9(7).
           05  SR-REVENUE              PIC S9(9)V99.
           05  SR-CLAIMS               PIC S9(9)V99.
           05  SR-COST                 PIC S9(9)V99.
       FD  PROFIT-REPORT-FILE.
       01  PROFIT-REPORT-REC           PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-LOG-STATUS      PIC XX.
           05  WS-ARCH-STATUS     PIC XX.
           05  WS-COST-STATUS     PIC XX.
           05  WS-CLAIM-STATUS    PIC XX.
           05  WS-CLAIMS-OPEN     PIC X     VALUE "N".
           05  WS-CLAIM-EOF       PIC X     VALUE "N".
           05  WS-LOG-EOF         PIC X     VALUE "N".
           05  WS-SORT-EOF        PIC X     VALUE "N".
           05  WS-CMD-ARG         PIC X(8)  VALUE SPACES.
           05  WS-REG-YEAR        PIC 9(4)  VALUE ZERO.
           05  WS-REG-MONTH       PIC 99    VALUE ZERO.
           05  WS-REG-PERIOD      PIC 9(6)  VALUE ZERO.
           05  WS-LINE-DATE       PIC 9(8)  VALUE ZERO.
           05  WS-LINE-FEE        PIC S9(7)V99 VALUE ZERO.
           05  WS-LINE-WEIGHT     PIC 9(3)V99 VALUE ZERO.
           05  WS-LINE-COD        PIC 9(5)V99 VALUE ZERO.
           05  WS-LINE-COST       PIC S9(7)V99 VALUE ZERO.
           05  WS-LINE-CLAIM      PIC S9(7)V99 VALUE ZERO.
           05  WS-LINE-REVENUE    PIC S9(7)V99 VALUE ZERO.
           05  WS-IS-CLAIM        PIC X     VALUE "N".
           05  WS-COST-SUB        PIC 9(3)  VALUE ZERO.
           05  WS-COST-FOUND-SUB  PIC 9(3)  VALUE ZERO.
           05  WS-COST-FOUND-DATE PIC 9(8)  VALUE ZERO.
           05  WS-ZONE-SUB        PIC 9(3)  VALUE ZERO.
           05  WS-ACCT-SUB        PIC 9(3)  VALUE ZERO.
           05  WS-LINE-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-UNCOSTED-COUNT  PIC 9(7)  VALUE ZERO.
           05  WS-MARGIN          PIC S9(9)V99 VALUE ZERO.
           05  WS-MARGIN-PCT      PIC S9(4)V9 VALUE ZERO.
           05  WS-PR-REVENUE      PIC S9(9)V99 VALUE ZERO.
           05  WS-PR-CLAIMS       PIC S9(9)V99 VALUE ZERO.
           05  WS-PR-COST         PIC S9(9)V99 VALUE ZERO.
       77  WS-ARCH-FILE-NAME     PIC X(30) VALUE SPACES.
      ******************************************************************
      * The log line in the calculator's SHIPLOG-DETAIL-LINE layout,
      * live or archive.
      ******************************************************************
       01  WS-LOG-LINE.
           05  FILLER                  PIC X.
           05  WL-MM                   PIC 99.
           05  FILLER                  PIC X.
           05  WL-DD                   PIC 99.
           05  FILLER                  PIC X.
           05  WL-YEAR                 PIC 9(4).
           05  FILLER                  PIC X.
           05  WL-ACCT-NO              PIC X(5).
           05  FILLER                  PIC X.
           05  WL-CUST-NAME            PIC X(15).
           05  FILLER                  PIC X.
           05  WL-WEIGHT               PIC X(5).
           05  FILLER                  PIC X.
           05  WL-HAZARDOUS            PIC X.
           05  FILLER                  PIC X.
           05  WL-ZONE                 PIC X.
           05  FILLER                  PIC X.
           05  WL-SHIPPING-FEE         PIC X(11).
           05  FILLER                  PIC X.
           05  WL-TRANSACTION-TYPE     PIC X(6).
           05  FILLER                  PIC X.
           05  WL-TRACKING-NO          PIC X(8).
           05  FILLER                  PIC X.
           05  WL-COD-AMOUNT           PIC X(7).
           05  FILLER                  PIC X.
      ******************************************************************
      * The whole cost schedule, every effective date, so a line is
      * costed at whatever was in force on the day it shipped.
      ******************************************************************
       01  WS-COST-TABLE.
           05  WS-COST-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-COST-ENTRY      OCCURS 300 TIMES.
               10  WS-CT-EFF-DATE     PIC 9(8).
               10  WS-CT-ZONE         PIC X.
               10  WS-CT-SHIP-COST    PIC 9(3)V99.
               10  WS-CT-POUND-COST   PIC 9(2)V99.
               10  WS-CT-HAZMAT-COST  PIC 9(3)V99.
               10  WS-CT-COD-COST     PIC 9(2)V99.
      ******************************************************************
      * Revenue, claims, and cost accumulated per zone and per
      * shipper account; shipments counts the CHARGE lines.
      ******************************************************************
       01  WS-ZONE-TABLE.
           05  WS-ZONE-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-ZONE-ENTRY      OCCURS 20 TIMES.
               10  WS-ZN-CODE     PIC X.
               10  WS-ZN-SHIPMENTS PIC 9(7).
               10  WS-ZN-REVENUE  PIC S9(9)V99.
               10  WS-ZN-CLAIMS   PIC S9(9)V99.
               10  WS-ZN-COST     PIC S9(9)V99.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-ACCT-ENTRY      OCCURS 500 TIMES.
               10  WS-AC-ACCT-NO  PIC X(5).
               10  WS-AC-SHIPMENTS PIC 9(7).
               10  WS-AC-REVENUE  PIC S9(9)V99.
               10  WS-AC-CLAIMS   PIC S9(9)V99.
               10  WS-AC-COST     PIC S9(9)V99.
       01  WS-REPORT-TOTALS.
           05  WS-TOT-SHIPMENTS   PIC 9(7)  VALUE ZERO.
           05  WS-TOT-REVENUE     PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-CLAIMS      PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-COST        PIC S9(9)V99 VALUE ZERO.
       01  REPORT-HEADING.
           05  FILLER             PIC X(16) VALUE SPACES.
           05  FILLER             PIC X(25) VALUE
                                  "SHIPPING PROFITABILITY - ".
           05  RH-MONTH           PIC 99.
           05  FILLER             PIC X     VALUE "/".
           05  RH-YEAR            PIC 9(4).
           05  FILLER             PIC X(32) VALUE SPACES.
       01  SECTION-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  SH-TITLE           PIC X(40).
           05  FILLER             PIC X(34) VALUE SPACES.
       01  COLUMN-HEADING.
           05  SH-KEY-TITLE       PIC X(7).
           05  FILLER             PIC X(6)  VALUE "SHIPS ".
           05  FILLER             PIC X(14) VALUE "      REVENUE ".
           05  FILLER             PIC X(13) VALUE "      CLAIMS ".
           05  FILLER             PIC X(13) VALUE "   CARR COST ".
           05  FILLER             PIC X(14) VALUE "       MARGIN ".
           05  FILLER             PIC X(8)  VALUE " MARGIN%".
           05  FILLER             PIC X(5)  VALUE SPACES.
       01  PROFIT-DETAIL-LINE.
           05  FILLER             PIC X     VALUE SPACES.
           05  PD-KEY             PIC X(5).
           05  FILLER             PIC X     VALUE SPACES.
           05  PD-SHIPMENTS       PIC ZZZZZ9.
           05  FILLER             PIC X     VALUE SPACES.
           05  PD-REVENUE         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X     VALUE SPACES.
           05  PD-CLAIMS          PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X     VALUE SPACES.
           05  PD-COST            PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X     VALUE SPACES.
           05  PD-MARGIN          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X     VALUE SPACES.
           05  PD-MARGIN-PCT      PIC ZZZ9.9-.
           05  FILLER             PIC X(7)  VALUE SPACES.
       01  UNCOSTED-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(38) VALUE
               "LINES WITH NO CARRIER COST ON FILE: ".
           05  UL-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(31) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-INPUT-REPORT-MONTH
           PERFORM 020-LOAD-COST-SCHEDULE
           IF WS-COST-COUNT = ZERO
               DISPLAY "CARRCOST.DAT NOT FOUND OR EMPTY - NOTHING TO "
                   "COST AGAINST"
               STOP RUN
           END-IF
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-STATUS = "00"
               MOVE "Y" TO WS-CLAIMS-OPEN
           END-IF
           PERFORM 030-COST-MONTH-LINES
           IF WS-CLAIMS-OPEN = "Y"
               CLOSE CLAIM-FILE
           END-IF
           OPEN OUTPUT PROFIT-REPORT-FILE
           MOVE WS-REG-MONTH TO RH-MONTH
           MOVE WS-REG-YEAR  TO RH-YEAR
           WRITE PROFIT-REPORT-REC FROM REPORT-HEADING
           MOVE "*** BY ACCOUNT - LOWEST MARGIN FIRST ***" TO SH-TITLE
           WRITE PROFIT-REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 2 LINES
           MOVE " ACCT  " TO SH-KEY-TITLE
           WRITE PROFIT-REPORT-REC FROM COLUMN-HEADING
               AFTER ADVANCING 1 LINE
           SORT  SORT-FILE
               ON ASCENDING KEY SR-MARGIN
               ON ASCENDING KEY SR-ACCT-NO
               INPUT PROCEDURE IS 300-RELEASE-ACCOUNTS
               OUTPUT PROCEDURE IS 400-PRINT-ACCOUNTS
           PERFORM 500-PRINT-ZONE-SUMMARY
           PERFORM 600-PRINT-TOTALS
           CLOSE PROFIT-REPORT-FILE
           DISPLAY "SHIPPROF.RPT GENERATED - " WS-LINE-COUNT
               " LINES COSTED"
           IF WS-UNCOSTED-COUNT > ZERO
               DISPLAY "WARNING - " WS-UNCOSTED-COUNT
                   " LINES HAD NO CARRIER COST ON FILE"
           END-IF
           STOP RUN.
       010-INPUT-REPORT-MONTH.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG = "BATCH"
               MOVE WS-YEAR  TO WS-REG-YEAR
               MOVE WS-MONTH TO WS-REG-MONTH
           ELSE
               DISPLAY 'ENTER REPORT YEAR (YYYY)'
               ACCEPT WS-REG-YEAR
               DISPLAY 'ENTER REPORT MONTH (MM)'
               ACCEPT WS-REG-MONTH
               PERFORM UNTIL WS-REG-YEAR IS NUMERIC AND
                             WS-REG-MONTH IS NUMERIC AND
                             WS-REG-MONTH >= 1 AND
                             WS-REG-MONTH <= 12
                   DISPLAY 'INVALID PERIOD - PLEASE RE-ENTER'
                   DISPLAY 'ENTER REPORT YEAR (YYYY)'
                   ACCEPT WS-REG-YEAR
                   DISPLAY 'ENTER REPORT MONTH (MM)'
                   ACCEPT WS-REG-MONTH
               END-PERFORM
           END-IF
           COMPUTE WS-REG-PERIOD =
               (WS-REG-YEAR * 100) + WS-REG-MONTH
           MOVE SPACES TO WS-ARCH-FILE-NAME
           STRING "SHIPLOG." DELIMITED BY SIZE
                  WS-REG-PERIOD DELIMITED BY SIZE
                  ".DAT"     DELIMITED BY SIZE
                  INTO WS-ARCH-FILE-NAME
           END-STRING.
      ******************************************************************
      * Loads every schedule record; one with a non-numeric date or
      * cost is skipped so a typo cannot cost a zone at zero.
      ******************************************************************
       020-LOAD-COST-SCHEDULE.
           OPEN INPUT CARRIER-COST-FILE
           IF WS-COST-STATUS = "00"
               MOVE "N" TO WS-LOG-EOF
               PERFORM UNTIL WS-LOG-EOF = "Y"
                   READ CARRIER-COST-FILE
                       AT END
                           MOVE "Y" TO WS-LOG-EOF
                       NOT AT END
                           PERFORM 025-STORE-COST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CARRIER-COST-FILE
           END-IF.
       025-STORE-COST-ENTRY.
           IF CT-EFF-DATE IS NUMERIC AND CT-SHIP-COST IS NUMERIC
              AND CT-POUND-COST IS NUMERIC
              AND CT-HAZMAT-COST IS NUMERIC
              AND CT-COD-COST IS NUMERIC
               IF WS-COST-COUNT < 300
                   ADD 1 TO WS-COST-COUNT
                   MOVE CT-EFF-DATE    TO WS-CT-EFF-DATE (WS-COST-COUNT)
                   MOVE CT-ZONE        TO WS-CT-ZONE (WS-COST-COUNT)
                   MOVE CT-SHIP-COST   TO WS-CT-SHIP-COST
                                              (WS-COST-COUNT)
                   MOVE CT-POUND-COST  TO WS-CT-POUND-COST
                                              (WS-COST-COUNT)
                   MOVE CT-HAZMAT-COST TO WS-CT-HAZMAT-COST
                                              (WS-COST-COUNT)
                   MOVE CT-COD-COST    TO WS-CT-COD-COST
                                              (WS-COST-COUNT)
               ELSE
                   DISPLAY "COST TABLE FULL - " CT-EFF-DATE " "
                       CT-ZONE " SKIPPED"
               END-IF
           ELSE
               DISPLAY "BAD CARRCOST.DAT RECORD SKIPPED: "
                   CARRIER-COST-REC
           END-IF.
      ******************************************************************
      * The month's CHARGE and CREDIT lines, live log then the
      * month's archive if ShipRoll has rolled it.
      ******************************************************************
       030-COST-MONTH-LINES.
           OPEN INPUT SHIPLOG-FILE
           IF WS-LOG-STATUS = "00"
               MOVE "N" TO WS-LOG-EOF
               PERFORM UNTIL WS-LOG-EOF = "Y"
                   READ SHIPLOG-FILE
                       AT END
                           MOVE "Y" TO WS-LOG-EOF
                       NOT AT END
                           MOVE SHIPLOG-REC TO WS-LOG-LINE
                           PERFORM 100-COST-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE SHIPLOG-FILE
           END-IF
           OPEN INPUT ARCHIVE-LOG-FILE
           IF WS-ARCH-STATUS = "00"
               MOVE "N" TO WS-LOG-EOF
               PERFORM UNTIL WS-LOG-EOF = "Y"
                   READ ARCHIVE-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-LOG-EOF
                       NOT AT END
                           MOVE ARCHIVE-LOG-REC TO WS-LOG-LINE
                           PERFORM 100-COST-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LOG-FILE
           END-IF.
      ******************************************************************
      * One log line: revenue is the fee as logged (negative on a
      * CREDIT). A claim credit goes to claims with no carrier cost;
      * anything else is costed at the schedule in force on its ship
      * date for its zone.
      ******************************************************************
       100-COST-ONE-LINE.
           IF (WL-TRANSACTION-TYPE = "CHARGE"
               OR WL-TRANSACTION-TYPE = "CREDIT")
              AND WL-YEAR = WS-REG-YEAR
              AND WL-MM = WS-REG-MONTH
               ADD 1 TO WS-LINE-COUNT
               COMPUTE WS-LINE-FEE =
                   FUNCTION NUMVAL(WL-SHIPPING-FEE)
               MOVE ZERO TO WS-LINE-COST
               MOVE ZERO TO WS-LINE-CLAIM
               MOVE WS-LINE-FEE TO WS-LINE-REVENUE
               MOVE "N" TO WS-IS-CLAIM
               IF WL-TRANSACTION-TYPE = "CREDIT"
                  AND WS-CLAIMS-OPEN = "Y"
                   PERFORM 110-CHECK-CLAIM-CREDIT
               END-IF
               IF WS-IS-CLAIM = "Y"
                   COMPUTE WS-LINE-CLAIM = ZERO - WS-LINE-FEE
                   MOVE ZERO TO WS-LINE-REVENUE
               ELSE
                   PERFORM 120-COMPUTE-LINE-COST
               END-IF
               PERFORM 200-ROLL-INTO-TABLES
           END-IF.
      ******************************************************************
      * A credit is a claim settlement only when a claim on the
      * tracking number was approved or paid; a claim still filed,
      * or one denied, leaves the credit costed like any other line.
      * Every claim on the tracking number is looked at.
      ******************************************************************
       110-CHECK-CLAIM-CREDIT.
           MOVE "N" TO WS-CLAIM-EOF
           MOVE WL-TRACKING-NO TO CL-TRACKING-NO
           START CLAIM-FILE KEY IS = CL-TRACKING-NO
               INVALID KEY
                   MOVE "Y" TO WS-CLAIM-EOF
           END-START
           PERFORM UNTIL WS-CLAIM-EOF = "Y"
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLAIM-EOF
                   NOT AT END
                       IF CL-TRACKING-NO NOT = WL-TRACKING-NO
                           MOVE "Y" TO WS-CLAIM-EOF
                       ELSE
                           IF CL-STATUS = "A" OR CL-STATUS = "P"
                               MOVE "Y" TO WS-IS-CLAIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * The zone's latest schedule entry effective on or before the
      * ship date: a per-shipment cost, a per-pound cost on the
      * logged weight, and the hazmat and COD handling costs when
      * they apply. No entry leaves the line uncosted and counted.
      ******************************************************************
       120-COMPUTE-LINE-COST.
           STRING WL-YEAR DELIMITED BY SIZE
                  WL-MM   DELIMITED BY SIZE
                  WL-DD   DELIMITED BY SIZE
                  INTO WS-LINE-DATE
           END-STRING
           MOVE ZERO TO WS-COST-FOUND-SUB
           MOVE ZERO TO WS-COST-FOUND-DATE
           PERFORM VARYING WS-COST-SUB FROM 1 BY 1
                   UNTIL WS-COST-SUB > WS-COST-COUNT
               IF WS-CT-ZONE (WS-COST-SUB) = WL-ZONE
                  AND WS-CT-EFF-DATE (WS-COST-SUB) NOT > WS-LINE-DATE
                  AND WS-CT-EFF-DATE (WS-COST-SUB)
                      NOT < WS-COST-FOUND-DATE
                   MOVE WS-COST-SUB TO WS-COST-FOUND-SUB
                   MOVE WS-CT-EFF-DATE (WS-COST-SUB)
                       TO WS-COST-FOUND-DATE
               END-IF
           END-PERFORM
           IF WS-COST-FOUND-SUB = ZERO
               ADD 1 TO WS-UNCOSTED-COUNT
           ELSE
               MOVE ZERO TO WS-LINE-WEIGHT
               IF WL-WEIGHT NOT = SPACES
                   COMPUTE WS-LINE-WEIGHT =
                       FUNCTION NUMVAL(WL-WEIGHT)
               END-IF
               MOVE ZERO TO WS-LINE-COD
               IF WL-COD-AMOUNT NOT = SPACES
                   COMPUTE WS-LINE-COD =
                       FUNCTION NUMVAL(WL-COD-AMOUNT)
               END-IF
               COMPUTE WS-LINE-COST =
                   WS-CT-SHIP-COST (WS-COST-FOUND-SUB)
                   + (WS-CT-POUND-COST (WS-COST-FOUND-SUB)
                      * WS-LINE-WEIGHT)
               IF WL-HAZARDOUS = "Y"
                   ADD WS-CT-HAZMAT-COST (WS-COST-FOUND-SUB)
                       TO WS-LINE-COST
               END-IF
               IF WS-LINE-COD > ZERO
                   ADD WS-CT-COD-COST (WS-COST-FOUND-SUB)
                       TO WS-LINE-COST
               END-IF
           END-IF.
      ******************************************************************
      * Into the line's zone and account, each added on first sight.
      ******************************************************************
       200-ROLL-INTO-TABLES.
           IF WL-TRANSACTION-TYPE = "CHARGE"
               ADD 1 TO WS-TOT-SHIPMENTS
           END-IF
           ADD WS-LINE-REVENUE TO WS-TOT-REVENUE
           ADD WS-LINE-CLAIM   TO WS-TOT-CLAIMS
           ADD WS-LINE-COST    TO WS-TOT-COST
           PERFORM VARYING WS-ZONE-SUB FROM 1 BY 1
                   UNTIL WS-ZONE-SUB > WS-ZONE-COUNT
                      OR WS-ZN-CODE (WS-ZONE-SUB) = WL-ZONE
               CONTINUE
           END-PERFORM
           IF WS-ZONE-SUB > WS-ZONE-COUNT AND WS-ZONE-COUNT < 20
               ADD 1 TO WS-ZONE-COUNT
               MOVE WL-ZONE TO WS-ZN-CODE (WS-ZONE-COUNT)
               MOVE ZERO TO WS-ZN-SHIPMENTS (WS-ZONE-COUNT)
               MOVE ZERO TO WS-ZN-REVENUE (WS-ZONE-COUNT)
               MOVE ZERO TO WS-ZN-CLAIMS (WS-ZONE-COUNT)
               MOVE ZERO TO WS-ZN-COST (WS-ZONE-COUNT)
           END-IF
           IF WS-ZONE-SUB <= WS-ZONE-COUNT
               IF WL-TRANSACTION-TYPE = "CHARGE"
                   ADD 1 TO WS-ZN-SHIPMENTS (WS-ZONE-SUB)
               END-IF
               ADD WS-LINE-REVENUE TO WS-ZN-REVENUE (WS-ZONE-SUB)
               ADD WS-LINE-CLAIM   TO WS-ZN-CLAIMS (WS-ZONE-SUB)
               ADD WS-LINE-COST    TO WS-ZN-COST (WS-ZONE-SUB)
           END-IF
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                      OR WS-AC-ACCT-NO (WS-ACCT-SUB) = WL-ACCT-NO
               CONTINUE
           END-PERFORM
           IF WS-ACCT-SUB > WS-ACCT-COUNT AND WS-ACCT-COUNT < 500
               ADD 1 TO WS-ACCT-COUNT
               MOVE WL-ACCT-NO TO WS-AC-ACCT-NO (WS-ACCT-COUNT)
               MOVE ZERO TO WS-AC-SHIPMENTS (WS-ACCT-COUNT)
               MOVE ZERO TO WS-AC-REVENUE (WS-ACCT-COUNT)
               MOVE ZERO TO WS-AC-CLAIMS (WS-ACCT-COUNT)
               MOVE ZERO TO WS-AC-COST (WS-ACCT-COUNT)
           END-IF
           IF WS-ACCT-SUB <= WS-ACCT-COUNT
               IF WL-TRANSACTION-TYPE = "CHARGE"
                   ADD 1 TO WS-AC-SHIPMENTS (WS-ACCT-SUB)
               END-IF
               ADD WS-LINE-REVENUE TO WS-AC-REVENUE (WS-ACCT-SUB)
               ADD WS-LINE-CLAIM   TO WS-AC-CLAIMS (WS-ACCT-SUB)
               ADD WS-LINE-COST    TO WS-AC-COST (WS-ACCT-SUB)
           ELSE
               DISPLAY "ACCOUNT TABLE FULL - " WL-ACCT-NO
                   " NOT LISTED"
           END-IF.
      ******************************************************************
      * Sort input: one record per account keyed on its margin.
      ******************************************************************
       300-RELEASE-ACCOUNTS.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               MOVE WS-AC-ACCT-NO (WS-ACCT-SUB)   TO SR-ACCT-NO
               MOVE WS-AC-SHIPMENTS (WS-ACCT-SUB) TO SR-SHIPMENTS
               MOVE WS-AC-REVENUE (WS-ACCT-SUB)   TO SR-REVENUE
               MOVE WS-AC-CLAIMS (WS-ACCT-SUB)    TO SR-CLAIMS
               MOVE WS-AC-COST (WS-ACCT-SUB)      TO SR-COST
               COMPUTE SR-MARGIN = SR-REVENUE - SR-CLAIMS - SR-COST
               RELEASE SORT-ACCT-REC
           END-PERFORM.
       400-PRINT-ACCOUNTS.
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       MOVE SR-ACCT-NO   TO PD-KEY
                       MOVE SR-SHIPMENTS TO PD-SHIPMENTS
                       MOVE SR-REVENUE   TO WS-PR-REVENUE
                       MOVE SR-CLAIMS    TO WS-PR-CLAIMS
                       MOVE SR-COST      TO WS-PR-COST
                       PERFORM 450-FORMAT-AND-WRITE
               END-RETURN
           END-PERFORM.
      ******************************************************************
      * Shared by the account, zone, and total lines: the caller has
      * set the key and shipment count and the WS-PR- amounts.
      ******************************************************************
       450-FORMAT-AND-WRITE.
           MOVE WS-PR-REVENUE TO PD-REVENUE
           MOVE WS-PR-CLAIMS  TO PD-CLAIMS
           MOVE WS-PR-COST    TO PD-COST
           COMPUTE WS-MARGIN =
               WS-PR-REVENUE - WS-PR-CLAIMS - WS-PR-COST
           MOVE WS-MARGIN     TO PD-MARGIN
           IF WS-PR-REVENUE > ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   (WS-MARGIN * 100) / WS-PR-REVENUE
                   ON SIZE ERROR
                       MOVE -999.9 TO WS-MARGIN-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-MARGIN-PCT
           END-IF
           MOVE WS-MARGIN-PCT TO PD-MARGIN-PCT
           WRITE PROFIT-REPORT-REC FROM PROFIT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       500-PRINT-ZONE-SUMMARY.
           MOVE "*** BY ZONE ***" TO SH-TITLE
           WRITE PROFIT-REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 2 LINES
           MOVE " ZONE  " TO SH-KEY-TITLE
           WRITE PROFIT-REPORT-REC FROM COLUMN-HEADING
               AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-ZONE-SUB FROM 1 BY 1
                   UNTIL WS-ZONE-SUB > WS-ZONE-COUNT
               MOVE WS-ZN-CODE (WS-ZONE-SUB)      TO PD-KEY
               MOVE WS-ZN-SHIPMENTS (WS-ZONE-SUB) TO PD-SHIPMENTS
               MOVE WS-ZN-REVENUE (WS-ZONE-SUB)   TO WS-PR-REVENUE
               MOVE WS-ZN-CLAIMS (WS-ZONE-SUB)    TO WS-PR-CLAIMS
               MOVE WS-ZN-COST (WS-ZONE-SUB)      TO WS-PR-COST
               PERFORM 450-FORMAT-AND-WRITE
           END-PERFORM.
       600-PRINT-TOTALS.
           MOVE "TOTAL"          TO PD-KEY
           MOVE WS-TOT-SHIPMENTS TO PD-SHIPMENTS
           MOVE WS-TOT-REVENUE   TO WS-PR-REVENUE
           MOVE WS-TOT-CLAIMS    TO WS-PR-CLAIMS
           MOVE WS-TOT-COST      TO WS-PR-COST
           MOVE SPACES           TO SH-TITLE
           WRITE PROFIT-REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 1 LINE
           PERFORM 450-FORMAT-AND-WRITE
           IF WS-UNCOSTED-COUNT > ZERO
               MOVE WS-UNCOSTED-COUNT TO UL-COUNT
               WRITE PROFIT-REPORT-REC FROM UNCOSTED-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
       END PROGRAM ShipProf.
