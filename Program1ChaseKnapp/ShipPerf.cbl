      *     latest deliveries, days over promise, largest first. The
      *     report month is prompted; a BATCH command-line argument
      *     takes the current month for unattended runs.
      *     Days are business days off the shop calendar
      *     CALENDAR.DAT -- a weekend or holiday in transit is not
      *     held against the carrier's promise.
      * Input:
      *     SHIPLOG.DAT, SHIPSTAT.DAT, ZONEMAST.DAT, CALENDAR.DAT
      * Output:
      *     SHIPPERF.RPT
      ******************************************************************
               ASSIGN TO "ZONEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZONE-STATUS.
           SELECT  CALENDAR-FILE
               ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT  PERF-REPORT-FILE
               ASSIGN TO "SHIPPERF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  ZM-NAME                 PIC X(12).
           05  ZM-SURCHARGE            PIC 99.
           05  ZM-TRANSIT-DAYS         PIC 99.
       FD  CALENDAR-FILE.
           COPY CALREC.
       FD  PERF-REPORT-FILE.
       01  PERF-REPORT-REC             PIC X(80).
       WORKING-STORAGE SECTION.
           05  WS-LATE-J          PIC 9(3)  VALUE ZERO.
           05  WS-ONTIME-PCT      PIC 999V9 VALUE ZERO.
           05  WS-AVG-DAYS        PIC 999V9 VALUE ZERO.
           COPY CALWS.
       01  WS-ZONE-TABLE.
           05  WS-ZONE-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-ZONE-ENTRY      OCCURS 20 TIMES.
           05  FILLER             PIC X     VALUE "/".
           05  PH-YEAR            PIC 9(4).
           05  FILLER             PIC X(40) VALUE SPACES.
       01  PERF-SUBHEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
                   "DAYS ARE BUSINESS DAYS PER CALENDAR.DAT".
           05  FILLER             PIC X(34) VALUE SPACES.
       01  ZONE-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ZD-ZONE            PIC X.
           05  LD-ZONE            PIC X.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LD-OVER            PIC ZZZZ9.
           05  FILLER             PIC X(22) VALUE
                                  " BUS DAYS PAST PROMISE".
           05  FILLER             PIC X(33) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-INPUT-REPORT-MONTH
           PERFORM 020-LOAD-ZONE-TABLE
           PERFORM 025-LOAD-CALENDAR
           PERFORM 030-LOAD-DELIVERED-DATES
           OPEN INPUT SHIPLOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               END-READ
           END-PERFORM
           CLOSE ZONE-MASTER-FILE.
       025-LOAD-CALENDAR.
           COPY CALLOAD.
           .
       030-LOAD-DELIVERED-DATES.
           OPEN INPUT STATUS-FILE
           IF WS-STAT-STATUS = "00"
           END-IF.
      ******************************************************************
      * One report-month CHARGE line: with a delivered date on file,
      * the actual transit days -- business days after the ship date
      * through the delivered date -- go into its zone's
      * accumulators, and a late one joins the worst-offenders
      * table.
      ******************************************************************
       100-MEASURE-NEXT-SHIPMENT.
           READ SHIPLOG-FILE
                      LOG-DD   DELIMITED BY SIZE
                      INTO WS-SHIP-YMD
               END-STRING
               MOVE ZERO TO WS-ACTUAL-DAYS
               IF WS-SHIP-YMD > 19000101
                   MOVE WS-SHIP-YMD  TO CAL-DATE
                   MOVE WS-DELIV-YMD TO CAL-DATE-2
                   COPY CALBTWN.
                   MOVE CAL-DAYS TO WS-ACTUAL-DAYS
               END-IF
               IF WS-ACTUAL-DAYS < ZERO
                   MOVE ZERO TO WS-ACTUAL-DAYS
               END-IF
           MOVE WS-PERF-MONTH TO PH-MONTH
           MOVE WS-PERF-YEAR  TO PH-YEAR
           WRITE PERF-REPORT-REC FROM PERF-HEADING
           WRITE PERF-REPORT-REC FROM PERF-SUBHEADING
           PERFORM VARYING WS-ZONE-SUB FROM 1 BY 1
                   UNTIL WS-ZONE-SUB > WS-ZONE-COUNT
               MOVE WS-ZN-CODE (WS-ZONE-SUB) TO ZD-ZONE
