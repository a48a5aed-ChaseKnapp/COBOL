       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalMaint.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Maintains the shop calendar CALENDAR.DAT that every
      *     business-day count and schedule check reads: holidays
      *     ("H"), weekend days worked ("W") and fiscal period ends
      *     ("P"). Monday to Friday are business days and the
      *     weekend is not without any record at all, so only the
      *     exceptions are kept; a year with no period ends on file
      *     closes on each month's last business day. Add and delete
      *     keep the file in date order; list shows a year with each
      *     date's weekday; query answers for any date whether it is
      *     a business day and a period end, the next and prior
      *     business days, and the business days to a later date --
      *     the same answers ShipPerf, ShipUndl, PayRun and the daily
      *     driver get through the shared calendar copybooks. The
      *     file is loaded into a table, changed, and rewritten,
      *     behind the operator sign-on (function "J"), and every add
      *     and delete goes to the shared MNTAUDIT.LOG.
      * Input:
      *     CALENDAR.DAT, OPERATOR.DAT
      * Output:
      *     CALENDAR.DAT (rewritten)
      *     MNTAUDIT.LOG (before/after images, appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  CALENDAR-FILE
               ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT  MAINT-AUDIT-FILE
               ASSIGN TO "MNTAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY CALREC.
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-OUTREC    PIC X(320).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * Shared maintenance-audit record and work fields; see
      * MNTAUDIT.
      ******************************************************************
           COPY MNTAUDIT.
       01  WS-MAUD-FIELDS.
           05  WS-MAUD-STATUS     PIC XX.
           05  WS-MAUD-NOW        PIC X(21) VALUE SPACES.
      ******************************************************************
      * Shared calendar table and date logic fields; see CALWS.
      ******************************************************************
           COPY CALWS.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  WS-MAINT-ACTION       PIC X.
       77  WS-MAINT-TYPE         PIC X     VALUE SPACE.
       77  WS-DATE-OK            PIC X     VALUE "N".
       77  WS-TYPE-OK            PIC X     VALUE "N".
       77  WS-ADD-OK             PIC X     VALUE "N".
       77  WS-DAY-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-FOUND-SUB          PIC 9(4)  VALUE ZERO.
       77  WS-INSERT-SUB         PIC 9(4)  VALUE ZERO.
       77  WS-LIST-YEAR          PIC 9(4)  VALUE ZERO.
       77  WS-LIST-COUNT         PIC 9(4)  VALUE ZERO.
       77  WS-HOLIDAY-COUNT      PIC 9(4)  VALUE ZERO.
       77  WS-WORKED-COUNT       PIC 9(4)  VALUE ZERO.
       77  WS-PERIOD-COUNT       PIC 9(4)  VALUE ZERO.
       77  WS-DAY-NAME-SUB       PIC 9     VALUE ZERO.
       77  WS-DAYS-EDIT          PIC ZZZZ9.
       77  WS-LOWER-CASE         PIC X(26) VALUE
                                 "abcdefghijklmnopqrstuvwxyz".
       77  WS-UPPER-CASE         PIC X(26) VALUE
                                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      ******************************************************************
      * The date keyed, with its year/month/day view for the shared
      * DATEVAL range check.
      ******************************************************************
       01  WS-KEY-DATE-AREA.
           05  WS-KEY-DATE        PIC X(8)  VALUE SPACES.
           05  WS-KEY-DATE-PARTS REDEFINES WS-KEY-DATE.
               10  WS-KEY-YEAR    PIC 9(4).
               10  WS-KEY-MONTH   PIC 99.
               10  WS-KEY-DAY     PIC 99.
           05  WS-KEY-YMD         PIC 9(8)  VALUE ZERO.
           05  WS-QUERY-YMD       PIC 9(8)  VALUE ZERO.
           05  WS-ROUND-TRIP      PIC 9(8)  VALUE ZERO.
       01  WS-DAY-NAMES           PIC X(21) VALUE
                                  "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME        PIC X(3)  OCCURS 7 TIMES.
       01  WS-DAY-TABLE.
           05  WS-DAY-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-DAY-ENTRY       OCCURS 1000 TIMES
                                  PIC X(41).
       01  LIST-LINE.
           05  LL-DATE           PIC 9(8).
           05  FILLER            PIC X     VALUE SPACE.
           05  LL-DAY-NAME       PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LL-TYPE           PIC X(12).
           05  FILLER            PIC X     VALUE SPACE.
           05  LL-DESC           PIC X(30).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           PERFORM 100-LOAD-DAY-TABLE
           DISPLAY 'ENTER ACTION: A-ADD   D-DELETE   L-LIST   Q-QUERY'
           ACCEPT WS-MAINT-ACTION
           INSPECT WS-MAINT-ACTION
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           EVALUATE WS-MAINT-ACTION
               WHEN "A"
                   PERFORM 200-ADD-DATE
                   PERFORM 500-REWRITE-CALENDAR-FILE
               WHEN "D"
                   PERFORM 300-DELETE-DATE
                   PERFORM 500-REWRITE-CALENDAR-FILE
               WHEN "L"
                   PERFORM 400-LIST-YEAR
               WHEN "Q"
                   PERFORM 450-QUERY-DATE
               WHEN OTHER
                   DISPLAY 'INVALID ACTION - NO CHANGE MADE'
           END-EVALUATE
           STOP RUN.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
      * function "J" among its allowed functions. With no operator
      * file on disk yet the sign-on is not enforced, only recorded.
      ******************************************************************
       050-OPERATOR-SIGNON.
           MOVE "N" TO WS-SIGNON-OK
           DISPLAY 'ENTER OPERATOR ID'
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY 'OPERATOR.DAT NOT FOUND - SIGN-ON NOT ENFORCED'
               MOVE "Y" TO WS-SIGNON-OK
           ELSE
               PERFORM UNTIL WS-OPER-EOF = "Y"
                   READ OPERATOR-FILE
                       AT END
                           MOVE "Y" TO WS-OPER-EOF
                       NOT AT END
                           IF OP-ID = WS-OPERATOR-ID
                               MOVE "Y" TO WS-OPER-EOF
                               MOVE OP-NAME TO WS-OPERATOR-NAME
                               MOVE ZERO TO WS-FUNC-TALLY
                               INSPECT OP-FUNCTIONS TALLYING
                                   WS-FUNC-TALLY FOR ALL "J"
                               IF WS-FUNC-TALLY > ZERO
                                   MOVE "Y" TO WS-SIGNON-OK
                               END-IF
                           END-IF
               END-PERFORM
               CLOSE OPERATOR-FILE
               IF WS-SIGNON-OK = "Y"
                   DISPLAY 'SIGNED ON: ' WS-OPERATOR-NAME
               ELSE
                   DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' NOT AUTHORIZED FOR THIS FUNCTION'
               END-IF
           END-IF.
      ******************************************************************
      * The whole calendar, in file order (date order as this program
      * writes it).
      ******************************************************************
       100-LOAD-DAY-TABLE.
           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS = "00"
               PERFORM UNTIL CAL-EOF = "Y"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "Y" TO CAL-EOF
                       NOT AT END
                           IF WS-DAY-COUNT < 1000
                               ADD 1 TO WS-DAY-COUNT
                               MOVE CALENDAR-REC TO
                                   WS-DAY-ENTRY (WS-DAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
      ******************************************************************
      * A date is keyed as YYYYMMDD and must be a real date: the
      * shared range check, then the day-number round trip that
      * turns away February 30th.
      ******************************************************************
       140-KEY-DATE.
           MOVE "N" TO WS-DATE-OK
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY 'ENTER DATE (YYYYMMDD)'
               ACCEPT WS-KEY-DATE
               PERFORM 145-CHECK-KEY-DATE
               IF WS-DATE-OK = "N"
                   DISPLAY 'NOT A VALID DATE - PLEASE RE-ENTER'
               END-IF
           END-PERFORM.
       145-CHECK-KEY-DATE.
           COPY DATEVAL
               REPLACING ==:WS-YEAR-FLD:==    BY ==WS-KEY-YEAR==
                         ==:WS-MONTH-FLD:==   BY ==WS-KEY-MONTH==
                         ==:WS-DAY-FLD:==     BY ==WS-KEY-DAY==
                         ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
           IF WS-DATE-OK = "Y"
               MOVE WS-KEY-DATE TO WS-KEY-YMD
               COMPUTE WS-ROUND-TRIP = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-KEY-YMD))
               IF WS-ROUND-TRIP NOT = WS-KEY-YMD
                   MOVE "N" TO WS-DATE-OK
               END-IF
           END-IF.
       150-KEY-TYPE.
           MOVE "N" TO WS-TYPE-OK
           PERFORM UNTIL WS-TYPE-OK = "Y"
               DISPLAY 'ENTER TYPE: H-HOLIDAY  W-WEEKEND DAY WORKED  '
                   'P-PERIOD END'
               ACCEPT WS-MAINT-TYPE
               INSPECT WS-MAINT-TYPE
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               IF WS-MAINT-TYPE = "H" OR "W" OR "P"
                   MOVE "Y" TO WS-TYPE-OK
               ELSE
                   DISPLAY 'TYPE MUST BE H, W OR P'
               END-IF
           END-PERFORM.
       160-FIND-DATE.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
               MOVE WS-DAY-ENTRY (WS-DAY-SUB) TO CALENDAR-REC
               IF CA-DATE = WS-KEY-YMD AND CA-TYPE = WS-MAINT-TYPE
                   MOVE WS-DAY-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
      ******************************************************************
      * The weekday of WS-KEY-YMD off the shared business-day test
      * (with the calendar table empty it answers for the weekday
      * alone): CAL-WEEKDAY 1 Monday to 6 Saturday, 0 Sunday.
      ******************************************************************
       170-FIND-WEEKDAY.
           COMPUTE CAL-INT = FUNCTION INTEGER-OF-DATE (WS-KEY-YMD)
           COPY CALTEST.
           IF CAL-WEEKDAY = ZERO
               MOVE 7 TO WS-DAY-NAME-SUB
           ELSE
               MOVE CAL-WEEKDAY TO WS-DAY-NAME-SUB
           END-IF.
      ******************************************************************
      * A holiday goes on a weekday (a Saturday holiday is entered
      * on the day it is observed) and a worked day on a weekend, so
      * a date can never be both. The new record goes in date
      * order.
      ******************************************************************
       200-ADD-DATE.
           PERFORM 140-KEY-DATE
           PERFORM 150-KEY-TYPE
           PERFORM 210-CHECK-NEW-DATE
           IF WS-ADD-OK = "Y"
               MOVE SPACES TO CALENDAR-REC
               MOVE WS-KEY-YMD TO CA-DATE
               MOVE WS-MAINT-TYPE TO CA-TYPE
               DISPLAY 'ENTER DESCRIPTION'
               ACCEPT CA-DESC
               INSPECT CA-DESC
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               MOVE 1 TO WS-INSERT-SUB
               PERFORM UNTIL WS-INSERT-SUB > WS-DAY-COUNT
                          OR WS-DAY-ENTRY (WS-INSERT-SUB) (1:8)
                             > CA-DATE
                   ADD 1 TO WS-INSERT-SUB
               END-PERFORM
               PERFORM VARYING WS-DAY-SUB FROM WS-DAY-COUNT BY -1
                       UNTIL WS-DAY-SUB < WS-INSERT-SUB
                   MOVE WS-DAY-ENTRY (WS-DAY-SUB)
                       TO WS-DAY-ENTRY (WS-DAY-SUB + 1)
               END-PERFORM
               MOVE CALENDAR-REC TO WS-DAY-ENTRY (WS-INSERT-SUB)
               ADD 1 TO WS-DAY-COUNT
               DISPLAY CA-DATE ' ' CA-TYPE ' ADDED'
               MOVE "ADD   " TO MA-ACTION
               MOVE SPACES TO MA-BEFORE-IMAGE
               MOVE CALENDAR-REC TO MA-AFTER-IMAGE
               PERFORM 905-LOG-MAINT-AUDIT
           END-IF.
       210-CHECK-NEW-DATE.
           MOVE "Y" TO WS-ADD-OK
           PERFORM 160-FIND-DATE
           PERFORM 170-FIND-WEEKDAY
           IF WS-FOUND-SUB NOT = ZERO
               DISPLAY WS-KEY-YMD ' ' WS-MAINT-TYPE
                   ' ALREADY ON THE CALENDAR - NO CHANGE MADE'
               MOVE "N" TO WS-ADD-OK
           END-IF
           IF WS-ADD-OK = "Y"
              AND WS-MAINT-TYPE = "H" AND CAL-BUSINESS-DAY = "N"
               DISPLAY WS-KEY-YMD ' IS A ' WS-DAY-NAME (WS-DAY-NAME-SUB)
                   ' - ENTER THE DAY THE HOLIDAY IS OBSERVED'
               MOVE "N" TO WS-ADD-OK
           END-IF
           IF WS-ADD-OK = "Y"
              AND WS-MAINT-TYPE = "W" AND CAL-BUSINESS-DAY = "Y"
               DISPLAY WS-KEY-YMD ' IS A ' WS-DAY-NAME (WS-DAY-NAME-SUB)
                   ' - ALREADY A BUSINESS DAY'
               MOVE "N" TO WS-ADD-OK
           END-IF
           IF WS-ADD-OK = "Y" AND WS-DAY-COUNT >= 1000
               DISPLAY 'CALENDAR TABLE FULL - NO CHANGE MADE'
               MOVE "N" TO WS-ADD-OK
           END-IF.
       300-DELETE-DATE.
           PERFORM 140-KEY-DATE
           PERFORM 150-KEY-TYPE
           PERFORM 160-FIND-DATE
           IF WS-FOUND-SUB = ZERO
               DISPLAY WS-KEY-YMD ' ' WS-MAINT-TYPE
                   ' NOT ON THE CALENDAR - NO CHANGE MADE'
           ELSE
               MOVE WS-DAY-ENTRY (WS-FOUND-SUB) TO CALENDAR-REC
               PERFORM VARYING WS-DAY-SUB FROM WS-FOUND-SUB BY 1
                       UNTIL WS-DAY-SUB >= WS-DAY-COUNT
                   MOVE WS-DAY-ENTRY (WS-DAY-SUB + 1)
                       TO WS-DAY-ENTRY (WS-DAY-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-DAY-COUNT
               DISPLAY CA-DATE ' ' CA-TYPE ' ' CA-DESC ' DELETED'
               MOVE "DELETE" TO MA-ACTION
               MOVE CALENDAR-REC TO MA-BEFORE-IMAGE
               MOVE SPACES TO MA-AFTER-IMAGE
               PERFORM 905-LOG-MAINT-AUDIT
           END-IF.
      ******************************************************************
      * One year's records with their weekdays and a count of each
      * kind; a year with no period ends says so, since its periods
      * then close on the month-end business days.
      ******************************************************************
       400-LIST-YEAR.
           DISPLAY 'ENTER YEAR (YYYY)'
           ACCEPT WS-LIST-YEAR
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
               MOVE WS-DAY-ENTRY (WS-DAY-SUB) TO CALENDAR-REC
               IF CA-DATE (1:4) = WS-LIST-YEAR
                   PERFORM 410-LIST-ONE-DATE
               END-IF
           END-PERFORM
           DISPLAY WS-LIST-COUNT ' DATES FOR ' WS-LIST-YEAR ': '
               WS-HOLIDAY-COUNT ' HOLIDAYS, ' WS-WORKED-COUNT
               ' WORKED, ' WS-PERIOD-COUNT ' PERIOD ENDS'
           IF WS-PERIOD-COUNT = ZERO
               DISPLAY 'NO PERIOD ENDS FOR ' WS-LIST-YEAR
                   ' - EACH MONTH CLOSES ON ITS LAST BUSINESS DAY'
           END-IF.
       410-LIST-ONE-DATE.
           ADD 1 TO WS-LIST-COUNT
           MOVE CA-DATE TO WS-KEY-YMD
           PERFORM 170-FIND-WEEKDAY
           MOVE CA-DATE TO LL-DATE
           MOVE WS-DAY-NAME (WS-DAY-NAME-SUB) TO LL-DAY-NAME
           EVALUATE TRUE
               WHEN CA-HOLIDAY
                   MOVE "HOLIDAY" TO LL-TYPE
                   ADD 1 TO WS-HOLIDAY-COUNT
               WHEN CA-WORKED-DAY
                   MOVE "WORKED DAY" TO LL-TYPE
                   ADD 1 TO WS-WORKED-COUNT
               WHEN CA-PERIOD-END
                   MOVE "PERIOD END" TO LL-TYPE
                   ADD 1 TO WS-PERIOD-COUNT
               WHEN OTHER
                   MOVE "UNKNOWN TYPE" TO LL-TYPE
           END-EVALUATE
           MOVE CA-DESC TO LL-DESC
           DISPLAY LIST-LINE.
      ******************************************************************
      * Answers for one date through the shared calendar logic, off
      * the calendar as it stands on disk.
      ******************************************************************
       450-QUERY-DATE.
           COPY CALLOAD.
           PERFORM 140-KEY-DATE
           MOVE WS-KEY-YMD TO WS-QUERY-YMD
           PERFORM 170-FIND-WEEKDAY
           IF CAL-BUSINESS-DAY = "Y"
               DISPLAY WS-QUERY-YMD ' ' WS-DAY-NAME (WS-DAY-NAME-SUB)
                   '  BUSINESS DAY'
           ELSE
               DISPLAY WS-QUERY-YMD ' ' WS-DAY-NAME (WS-DAY-NAME-SUB)
                   '  NOT A BUSINESS DAY'
           END-IF
           MOVE WS-QUERY-YMD TO CAL-DATE
           COPY CALPEND.
           IF CAL-PERIOD-END = "Y"
               DISPLAY '    FISCAL PERIOD END'
           END-IF
           MOVE WS-QUERY-YMD TO CAL-DATE
           MOVE +1 TO CAL-STEP
           COPY CALNEXT.
           DISPLAY '    NEXT BUSINESS DAY:  ' CAL-DATE
           MOVE WS-QUERY-YMD TO CAL-DATE
           MOVE -1 TO CAL-STEP
           COPY CALNEXT.
           DISPLAY '    PRIOR BUSINESS DAY: ' CAL-DATE
           DISPLAY 'ENTER A LATER DATE FOR THE BUSINESS DAYS BETWEEN '
               '(BLANK SKIPS)'
           ACCEPT WS-KEY-DATE
           IF WS-KEY-DATE NOT = SPACES
               PERFORM 145-CHECK-KEY-DATE
               IF WS-DATE-OK = "Y"
                   MOVE WS-QUERY-YMD TO CAL-DATE
                   MOVE WS-KEY-YMD TO CAL-DATE-2
                   COPY CALBTWN.
                   MOVE CAL-DAYS TO WS-DAYS-EDIT
                   DISPLAY '    BUSINESS DAYS AFTER ' CAL-DATE
                       ' THROUGH ' CAL-DATE-2 ': ' WS-DAYS-EDIT
               ELSE
                   DISPLAY 'NOT A VALID DATE - NO COUNT'
               END-IF
           END-IF.
       500-REWRITE-CALENDAR-FILE.
           OPEN OUTPUT CALENDAR-FILE
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
               MOVE WS-DAY-ENTRY (WS-DAY-SUB) TO CALENDAR-REC
               WRITE CALENDAR-REC
           END-PERFORM
           CLOSE CALENDAR-FILE.
       905-LOG-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-MAUD-NOW
           MOVE "CALMAINT" TO MA-PROGRAM
           MOVE WS-OPERATOR-ID TO MA-OPERATOR
           MOVE SPACES TO MA-KEY
           STRING CA-DATE DELIMITED BY SIZE
                  CA-TYPE DELIMITED BY SIZE
                  INTO MA-KEY
           END-STRING
           MOVE WS-MAUD-NOW (5:2)  TO MA-MONTH
           MOVE WS-MAUD-NOW (7:2)  TO MA-DAY
           MOVE WS-MAUD-NOW (1:4)  TO MA-YEAR
           MOVE WS-MAUD-NOW (9:6)  TO MA-TIME
           OPEN EXTEND MAINT-AUDIT-FILE
           IF WS-MAUD-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           WRITE MAINT-AUDIT-OUTREC FROM MAINT-AUDIT-RECORD
           CLOSE MAINT-AUDIT-FILE.
       END PROGRAM CalMaint.
