      *     packages) and prints every shipment with no delivered
      *     event: ship date, customer, zone, days since shipped, and
      *     the latest status posted. Runs unattended at the end of
      *     the day. The consignee's delivery address from
      *     SHIPCONS.DAT prints under each package, so the follow-up
      *     call knows where the box was headed. Days since shipped
      *     are business days off the shop calendar CALENDAR.DAT, so
      *     Monday's report does not age Friday's boxes by the
      *     weekend.
      * Input:
      *     SHIPLOG.DAT, SHIPSTAT.DAT, SHIPCONS.DAT, CALENDAR.DAT
      * Output:
      *     SHIPUNDL.RPT
      ******************************************************************
               ASSIGN TO "SHIPSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
           SELECT  CONSIGNEE-FILE
               ASSIGN TO "SHIPCONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-TRACKING-NO
               FILE STATUS IS WS-CONS-STATUS.
           SELECT  CALENDAR-FILE
               ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT  UNDELIVERED-REPORT-FILE
               ASSIGN TO "SHIPUNDL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  SS-STATUS-CODE          PIC X.
           05  FILLER                  PIC X.
           05  SS-NOTE                 PIC X(20).
       FD  CONSIGNEE-FILE.
       01  CONSIGNEE-REC.
           05  CN-TRACKING-NO          PIC X(8).
           05  CN-NAME                 PIC X(20).
           05  CN-STREET               PIC X(20).
           05  CN-CITY                 PIC X(12).
           05  CN-STATE                PIC XX.
           05  CN-ZIP                  PIC X(5).
       FD  CALENDAR-FILE.
           COPY CALREC.
       FD  UNDELIVERED-REPORT-FILE.
       01  UNDELIVERED-REPORT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
           05  WS-STAT-STATUS     PIC XX.
           05  WS-STAT-EOF        PIC X     VALUE "N".
           05  WS-TODAY-YMD       PIC 9(8)  VALUE ZERO.
           05  WS-SHIP-YMD        PIC 9(8)  VALUE ZERO.
           05  WS-AGE-DAYS        PIC S9(9) VALUE ZERO.
           05  WS-UNDEL-COUNT     PIC 9(5)  VALUE ZERO.
           05  WS-STAT-SUB        PIC 9(5)  VALUE ZERO.
           05  WS-LAST-CODE       PIC X     VALUE SPACE.
           05  WS-CONS-STATUS     PIC XX.
           05  WS-CONS-OPEN       PIC X     VALUE "N".
           COPY CALWS.
      ******************************************************************
      * The day's status events loaded once: the latest event per
      * tracking number decides delivered or not.
                                   ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER             PIC X(34) VALUE SPACES.
       01  UNDEL-SUBHEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
                   "DAYS ARE BUSINESS DAYS PER CALENDAR.DAT".
           05  FILLER             PIC X(34) VALUE SPACES.
       01  UNDEL-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  UD-TRACKING-NO     PIC X(8).
           05  FILLER             PIC X(10) VALUE " DAYS OUT ".
           05  UD-LAST-STATUS     PIC X(16).
           05  FILLER             PIC X(2)  VALUE SPACES.
       01  UNDEL-SHIPTO-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "SHIP TO: ".
           05  US-CONS-NAME       PIC X(20).
           05  FILLER             PIC X     VALUE SPACES.
           05  US-CONS-STREET     PIC X(20).
           05  FILLER             PIC X     VALUE SPACES.
           05  US-CONS-CITY       PIC X(12).
           05  FILLER             PIC X     VALUE SPACES.
           05  US-CONS-STATE      PIC XX.
           05  FILLER             PIC X     VALUE SPACES.
           05  US-CONS-ZIP        PIC X(5).
       01  UNDEL-CONTROL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(22) VALUE
                  WS-DAY   DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING
           PERFORM 005-LOAD-CALENDAR
           PERFORM 010-LOAD-STATUS-TABLE
           OPEN INPUT SHIPLOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               STOP RUN
           END-IF
           OPEN OUTPUT UNDELIVERED-REPORT-FILE
           OPEN INPUT CONSIGNEE-FILE
           IF WS-CONS-STATUS = "00"
               MOVE "Y" TO WS-CONS-OPEN
           END-IF
           WRITE UNDELIVERED-REPORT-REC FROM UNDEL-HEADING
           WRITE UNDELIVERED-REPORT-REC FROM UNDEL-SUBHEADING
           PERFORM 100-CHECK-NEXT-SHIPMENT UNTIL EOF = "Y"
           IF WS-CONS-OPEN = "Y"
               CLOSE CONSIGNEE-FILE
           END-IF
           MOVE WS-UNDEL-COUNT TO UC-UNDEL-COUNT
           WRITE UNDELIVERED-REPORT-REC FROM UNDEL-CONTROL-LINE
               AFTER ADVANCING 2 LINES
           DISPLAY "SHIPUNDL.RPT GENERATED - " WS-UNDEL-COUNT
               " UNDELIVERED"
           STOP RUN.
       005-LOAD-CALENDAR.
           COPY CALLOAD.
           .
      ******************************************************************
      * Loads the status file, keeping the latest event code per
      * tracking number (the file is in posting order, so the last
           END-IF.
      ******************************************************************
      * A CHARGE line with no delivered event prints with its age in
      * business days and whatever the dispatcher last posted.
      ******************************************************************
       100-CHECK-NEXT-SHIPMENT.
           READ SHIPLOG-FILE
           END-STRING
           MOVE WS-SHIP-YMD TO UD-SHIP-DATE
           IF WS-SHIP-YMD > 19000101
               MOVE WS-SHIP-YMD  TO CAL-DATE
               MOVE WS-TODAY-YMD TO CAL-DATE-2
               COPY CALBTWN.
               MOVE CAL-DAYS TO WS-AGE-DAYS
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
               WHEN OTHER
                   MOVE "NO EVENTS POSTED" TO UD-LAST-STATUS
           END-EVALUATE
           WRITE UNDELIVERED-REPORT-REC FROM UNDEL-DETAIL-LINE
           PERFORM 210-PRINT-SHIP-TO-LINE.
      ******************************************************************
      * Consignee address filed under the tracking number; shipments
      * logged before addresses were captured print without one.
      ******************************************************************
       210-PRINT-SHIP-TO-LINE.
           IF WS-CONS-OPEN = "Y"
               MOVE LOG-TRACKING-NO TO CN-TRACKING-NO
               READ CONSIGNEE-FILE
                   NOT INVALID KEY
                       MOVE CN-NAME   TO US-CONS-NAME
                       MOVE CN-STREET TO US-CONS-STREET
                       MOVE CN-CITY   TO US-CONS-CITY
                       MOVE CN-STATE  TO US-CONS-STATE
                       MOVE CN-ZIP    TO US-CONS-ZIP
                       WRITE UNDELIVERED-REPORT-REC
                           FROM UNDEL-SHIPTO-LINE
               END-READ
           END-IF.
       END PROGRAM ShipUndl.
