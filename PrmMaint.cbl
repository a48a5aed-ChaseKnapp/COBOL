       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrmMaint.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Maintains the system parameter master SYSPARM.DAT that
      *     the programs read their tuning values from through the
      *     shared PARMLOAD/PARMGET copybooks -- the tax, finance and
      *     variance rates, the archive cutoff, the batch window, the
      *     truck capacities, the delivery run size, the review and
      *     stale-raise limits and the PAYROLL pay period. A setting
      *     is keyed by program (or subsystem), parameter name and
      *     effective date, so a change can be keyed ahead of the day
      *     it takes effect; the one in force is the latest dated on
      *     or before today. Set adds a setting or changes the value
      *     and description of one already on file; delete removes
      *     one; list shows a program's settings (or all of them)
      *     marked in force, future or superseded; query shows every
      *     dated setting of one parameter. The file is loaded into a
      *     table in key order, changed, and rewritten, behind the
      *     operator sign-on (function "U"), and every change goes to
      *     the shared MNTAUDIT.LOG. PrmRpt prints the settings in
      *     force.
      * Input:
      *     SYSPARM.DAT, OPERATOR.DAT
      * Output:
      *     SYSPARM.DAT (rewritten)
      *     MNTAUDIT.LOG (before/after images, appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
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
       FD  PARAMETER-FILE.
           COPY PARMREC.
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
      * Shared system parameter fields (status, end-of-file switch);
      * see PARMWS.
      ******************************************************************
           COPY PARMWS.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  WS-MAINT-ACTION       PIC X.
       77  WS-DATE-OK            PIC X     VALUE "N".
       77  WS-BLANK-DATE-OK      PIC X     VALUE "N".
       77  WS-KEY-OK             PIC X     VALUE "N".
       77  WS-TODAY              PIC 9(8)  VALUE ZERO.
       77  WS-PRM-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-FOUND-SUB          PIC 9(4)  VALUE ZERO.
       77  WS-INSERT-SUB         PIC 9(4)  VALUE ZERO.
       77  WS-LIST-COUNT         PIC 9(4)  VALUE ZERO.
       77  WS-STILL-IN-FORCE     PIC X     VALUE "N".
       77  WS-PRM-STATE          PIC X(10) VALUE SPACES.
       77  WS-NEW-VALUE          PIC X(20) VALUE SPACES.
       77  WS-NEW-DESC           PIC X(30) VALUE SPACES.
       77  WS-LIST-PROGRAM       PIC X(8)  VALUE SPACES.
       77  WS-LOWER-CASE         PIC X(26) VALUE
                                 "abcdefghijklmnopqrstuvwxyz".
       77  WS-UPPER-CASE         PIC X(26) VALUE
                                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      ******************************************************************
      * The key keyed -- program, parameter name, effective date --
      * laid out as the table key so one compare finds or places a
      * setting; the date has a year/month/day view for the shared
      * DATEVAL range check.
      ******************************************************************
       01  WS-NEW-KEY.
           05  WS-NK-PROGRAM      PIC X(8)  VALUE SPACES.
           05  WS-NK-NAME         PIC X(12) VALUE SPACES.
           05  WS-NK-EFFECTIVE    PIC 9(8)  VALUE ZERO.
       01  WS-KEY-DATE-AREA.
           05  WS-KEY-DATE        PIC X(8)  VALUE SPACES.
           05  WS-KEY-DATE-PARTS REDEFINES WS-KEY-DATE.
               10  WS-KEY-YEAR    PIC 9(4).
               10  WS-KEY-MONTH   PIC 99.
               10  WS-KEY-DAY     PIC 99.
           05  WS-KEY-YMD         PIC 9(8)  VALUE ZERO.
           05  WS-ROUND-TRIP      PIC 9(8)  VALUE ZERO.
      ******************************************************************
      * SYSPARM.DAT held whole, in program/name/effective-date order
      * whatever order it was read in.
      ******************************************************************
       01  WS-PRM-TABLE.
           05  WS-PRM-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-PRM-ENTRY       OCCURS 1000 TIMES.
               10  WS-PT-KEY.
                   15  WS-PT-PROGRAM    PIC X(8).
                   15  WS-PT-NAME       PIC X(12).
                   15  WS-PT-EFFECTIVE  PIC 9(8).
               10  WS-PT-REC      PIC X(100).
       01  LIST-LINE.
           05  LL-PROGRAM        PIC X(8).
           05  FILLER            PIC X     VALUE SPACE.
           05  LL-NAME           PIC X(12).
           05  FILLER            PIC X     VALUE SPACE.
           05  LL-VALUE          PIC X(20).
           05  FILLER            PIC X     VALUE SPACE.
           05  LL-EFFECTIVE      PIC 9(8).
           05  FILLER            PIC X     VALUE SPACE.
           05  LL-STATE          PIC X(10).
           05  FILLER            PIC X     VALUE SPACE.
           05  LL-DESC           PIC X(30).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM 100-LOAD-PARAMETER-TABLE
           DISPLAY 'ENTER ACTION: S-SET   D-DELETE   L-LIST   Q-QUERY'
           ACCEPT WS-MAINT-ACTION
           INSPECT WS-MAINT-ACTION
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           EVALUATE WS-MAINT-ACTION
               WHEN "S"
                   PERFORM 200-SET-PARAMETER
                   PERFORM 500-REWRITE-PARAMETER-FILE
               WHEN "D"
                   PERFORM 300-DELETE-PARAMETER
                   PERFORM 500-REWRITE-PARAMETER-FILE
               WHEN "L"
                   PERFORM 400-LIST-PARAMETERS
               WHEN "Q"
                   PERFORM 450-QUERY-PARAMETER
               WHEN OTHER
                   DISPLAY 'INVALID ACTION - NO CHANGE MADE'
           END-EVALUATE
           STOP RUN.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
      * function "U" among its allowed functions. With no operator
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
                                   WS-FUNC-TALLY FOR ALL "U"
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
      * Every setting on file, each placed in key order as it is
      * read, so a hand-edited file comes back out sorted.
      ******************************************************************
       100-LOAD-PARAMETER-TABLE.
           OPEN INPUT PARAMETER-FILE
           IF PRM-STATUS = "00"
               PERFORM UNTIL PRM-EOF = "Y"
                   READ PARAMETER-FILE
                       AT END
                           MOVE "Y" TO PRM-EOF
                       NOT AT END
                           IF PM-PROGRAM NOT = SPACES
                              AND PM-NAME NOT = SPACES
                              AND WS-PRM-COUNT < 1000
                               MOVE PM-PROGRAM TO WS-NK-PROGRAM
                               MOVE PM-NAME TO WS-NK-NAME
                               MOVE PM-EFFECTIVE TO WS-NK-EFFECTIVE
                               PERFORM 120-INSERT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           ELSE
               DISPLAY 'SYSPARM.DAT NOT FOUND - STARTING A NEW FILE'
           END-IF.
      ******************************************************************
      * PARAMETER-REC goes into the table at WS-NEW-KEY's place in
      * key order.
      ******************************************************************
       120-INSERT-ENTRY.
           MOVE 1 TO WS-INSERT-SUB
           PERFORM UNTIL WS-INSERT-SUB > WS-PRM-COUNT
                      OR WS-PT-KEY (WS-INSERT-SUB) > WS-NEW-KEY
               ADD 1 TO WS-INSERT-SUB
           END-PERFORM
           PERFORM VARYING WS-PRM-SUB FROM WS-PRM-COUNT BY -1
                   UNTIL WS-PRM-SUB < WS-INSERT-SUB
               MOVE WS-PRM-ENTRY (WS-PRM-SUB)
                   TO WS-PRM-ENTRY (WS-PRM-SUB + 1)
           END-PERFORM
           MOVE WS-NEW-KEY TO WS-PT-KEY (WS-INSERT-SUB)
           MOVE PARAMETER-REC TO WS-PT-REC (WS-INSERT-SUB)
           ADD 1 TO WS-PRM-COUNT.
      ******************************************************************
      * Program (or subsystem) and parameter name, upper-cased; both
      * must be keyed.
      ******************************************************************
       130-KEY-PROGRAM-AND-NAME.
           MOVE "N" TO WS-KEY-OK
           PERFORM UNTIL WS-KEY-OK = "Y"
               DISPLAY 'ENTER PROGRAM OR SUBSYSTEM (E.G. PAYROLL)'
               ACCEPT WS-NK-PROGRAM
               DISPLAY 'ENTER PARAMETER NAME'
               ACCEPT WS-NK-NAME
               INSPECT WS-NK-PROGRAM
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               INSPECT WS-NK-NAME
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               IF WS-NK-PROGRAM = SPACES OR WS-NK-NAME = SPACES
                   DISPLAY 'PROGRAM AND NAME ARE BOTH REQUIRED'
               ELSE
                   MOVE "Y" TO WS-KEY-OK
               END-IF
           END-PERFORM.
      ******************************************************************
      * The effective date is keyed as YYYYMMDD and must be a real
      * date: the shared range check, then the day-number round trip
      * that turns away February 30th. Where WS-BLANK-DATE-OK allows
      * it, a blank date is today.
      ******************************************************************
       140-KEY-EFFECTIVE-DATE.
           MOVE "N" TO WS-DATE-OK
           PERFORM UNTIL WS-DATE-OK = "Y"
               IF WS-BLANK-DATE-OK = "Y"
                   DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD, BLANK FOR '
                       'TODAY)'
               ELSE
                   DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD)'
               END-IF
               MOVE SPACES TO WS-KEY-DATE
               ACCEPT WS-KEY-DATE
               IF WS-KEY-DATE = SPACES AND WS-BLANK-DATE-OK = "Y"
                   MOVE WS-TODAY TO WS-KEY-YMD
                   MOVE "Y" TO WS-DATE-OK
               ELSE
                   PERFORM 145-CHECK-KEY-DATE
               END-IF
               IF WS-DATE-OK = "N"
                   DISPLAY 'NOT A VALID DATE - PLEASE RE-ENTER'
               END-IF
           END-PERFORM
           MOVE WS-KEY-YMD TO WS-NK-EFFECTIVE.
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
       160-FIND-PARAMETER.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB > WS-PRM-COUNT
               IF WS-PT-KEY (WS-PRM-SUB) = WS-NEW-KEY
                   MOVE WS-PRM-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
      ******************************************************************
      * Where the setting at WS-PRM-SUB stands today: dated after
      * today it is future; otherwise it is in force unless the next
      * setting of the same parameter (key order puts it next) has
      * also taken effect.
      ******************************************************************
       170-SET-STATE.
           MOVE WS-PT-REC (WS-PRM-SUB) TO PARAMETER-REC
           IF WS-PT-EFFECTIVE (WS-PRM-SUB) > WS-TODAY
               MOVE "FUTURE" TO WS-PRM-STATE
           ELSE
               MOVE "IN FORCE" TO WS-PRM-STATE
               IF WS-PRM-SUB < WS-PRM-COUNT
                   IF WS-PT-PROGRAM (WS-PRM-SUB + 1) = PM-PROGRAM
                      AND WS-PT-NAME (WS-PRM-SUB + 1) = PM-NAME
                      AND WS-PT-EFFECTIVE (WS-PRM-SUB + 1)
                          NOT > WS-TODAY
                       MOVE "SUPERSEDED" TO WS-PRM-STATE
                   END-IF
               END-IF
           END-IF.
       180-DISPLAY-ONE-PARAMETER.
           PERFORM 170-SET-STATE
           ADD 1 TO WS-LIST-COUNT
           MOVE PM-PROGRAM TO LL-PROGRAM
           MOVE PM-NAME TO LL-NAME
           MOVE PM-VALUE TO LL-VALUE
           MOVE PM-EFFECTIVE TO LL-EFFECTIVE
           MOVE WS-PRM-STATE TO LL-STATE
           MOVE PM-DESC TO LL-DESC
           DISPLAY LIST-LINE.
      ******************************************************************
      * A new key adds the setting in key order; a key already on
      * file changes its value and description (a blank description
      * keeps the old one). Either way the record is stamped with
      * the day and the operator.
      ******************************************************************
       200-SET-PARAMETER.
           PERFORM 130-KEY-PROGRAM-AND-NAME
           MOVE "Y" TO WS-BLANK-DATE-OK
           PERFORM 140-KEY-EFFECTIVE-DATE
           PERFORM 160-FIND-PARAMETER
           IF WS-FOUND-SUB NOT = ZERO
               MOVE WS-PT-REC (WS-FOUND-SUB) TO PARAMETER-REC
               DISPLAY 'NOW: ' PM-VALUE ' ' PM-DESC
           END-IF
           MOVE SPACES TO WS-NEW-VALUE
           PERFORM UNTIL WS-NEW-VALUE NOT = SPACES
               DISPLAY 'ENTER VALUE'
               ACCEPT WS-NEW-VALUE
               IF WS-NEW-VALUE = SPACES
                   DISPLAY 'A VALUE IS REQUIRED'
               END-IF
           END-PERFORM
           DISPLAY 'ENTER DESCRIPTION'
           MOVE SPACES TO WS-NEW-DESC
           ACCEPT WS-NEW-DESC
           INSPECT WS-NEW-DESC
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           IF WS-FOUND-SUB NOT = ZERO
               MOVE WS-PT-REC (WS-FOUND-SUB) TO MA-BEFORE-IMAGE
               MOVE WS-NEW-VALUE TO PM-VALUE
               IF WS-NEW-DESC NOT = SPACES
                   MOVE WS-NEW-DESC TO PM-DESC
               END-IF
               MOVE WS-TODAY TO PM-CHANGED-DATE
               MOVE WS-OPERATOR-ID TO PM-OPERATOR
               MOVE PARAMETER-REC TO WS-PT-REC (WS-FOUND-SUB)
               DISPLAY PM-PROGRAM ' ' PM-NAME ' ' PM-EFFECTIVE
                   ' CHANGED'
               MOVE "CHANGE" TO MA-ACTION
               MOVE PARAMETER-REC TO MA-AFTER-IMAGE
               PERFORM 905-LOG-MAINT-AUDIT
           ELSE
               IF WS-PRM-COUNT >= 1000
                   DISPLAY 'PARAMETER TABLE FULL - NO CHANGE MADE'
               ELSE
                   MOVE SPACES TO PARAMETER-REC
                   MOVE WS-NK-PROGRAM TO PM-PROGRAM
                   MOVE WS-NK-NAME TO PM-NAME
                   MOVE WS-NEW-VALUE TO PM-VALUE
                   MOVE WS-NK-EFFECTIVE TO PM-EFFECTIVE
                   MOVE WS-NEW-DESC TO PM-DESC
                   MOVE WS-TODAY TO PM-CHANGED-DATE
                   MOVE WS-OPERATOR-ID TO PM-OPERATOR
                   PERFORM 120-INSERT-ENTRY
                   DISPLAY PM-PROGRAM ' ' PM-NAME ' ' PM-EFFECTIVE
                       ' ADDED'
                   MOVE "ADD   " TO MA-ACTION
                   MOVE SPACES TO MA-BEFORE-IMAGE
                   MOVE PARAMETER-REC TO MA-AFTER-IMAGE
                   PERFORM 905-LOG-MAINT-AUDIT
               END-IF
           END-IF
           IF WS-NK-EFFECTIVE > WS-TODAY
               DISPLAY 'TAKES EFFECTIVE ' WS-NK-EFFECTIVE
                   ' - THE SETTING NOW IN FORCE STAYS UNTIL THEN'
           END-IF.
      ******************************************************************
      * The dated setting is removed. If that leaves the parameter
      * with nothing in force, the operator is told: its programs
      * will fall back to their defaults and raise a missing-
      * parameter alert each run.
      ******************************************************************
       300-DELETE-PARAMETER.
           PERFORM 130-KEY-PROGRAM-AND-NAME
           MOVE "N" TO WS-BLANK-DATE-OK
           PERFORM 140-KEY-EFFECTIVE-DATE
           PERFORM 160-FIND-PARAMETER
           IF WS-FOUND-SUB = ZERO
               DISPLAY WS-NK-PROGRAM ' ' WS-NK-NAME ' '
                   WS-NK-EFFECTIVE ' NOT ON FILE - NO CHANGE MADE'
           ELSE
               MOVE WS-PT-REC (WS-FOUND-SUB) TO PARAMETER-REC
               PERFORM VARYING WS-PRM-SUB FROM WS-FOUND-SUB BY 1
                       UNTIL WS-PRM-SUB >= WS-PRM-COUNT
                   MOVE WS-PRM-ENTRY (WS-PRM-SUB + 1)
                       TO WS-PRM-ENTRY (WS-PRM-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-PRM-COUNT
               DISPLAY PM-PROGRAM ' ' PM-NAME ' ' PM-EFFECTIVE ' '
                   PM-VALUE ' DELETED'
               MOVE "DELETE" TO MA-ACTION
               MOVE PARAMETER-REC TO MA-BEFORE-IMAGE
               MOVE SPACES TO MA-AFTER-IMAGE
               PERFORM 905-LOG-MAINT-AUDIT
               MOVE "N" TO WS-STILL-IN-FORCE
               PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
                       UNTIL WS-PRM-SUB > WS-PRM-COUNT
                   IF WS-PT-PROGRAM (WS-PRM-SUB) = WS-NK-PROGRAM
                      AND WS-PT-NAME (WS-PRM-SUB) = WS-NK-NAME
                      AND WS-PT-EFFECTIVE (WS-PRM-SUB) NOT > WS-TODAY
                       MOVE "Y" TO WS-STILL-IN-FORCE
                   END-IF
               END-PERFORM
               IF WS-STILL-IN-FORCE = "N"
                   DISPLAY 'NO SETTING OF ' WS-NK-NAME
                       ' IS NOW IN FORCE - ' WS-NK-PROGRAM
                       ' WILL USE ITS DEFAULT AND RAISE AN ALERT'
               END-IF
           END-IF.
      ******************************************************************
      * One program's settings (all of them for a blank program),
      * every dated record with where it stands today.
      ******************************************************************
       400-LIST-PARAMETERS.
           DISPLAY 'ENTER PROGRAM OR SUBSYSTEM (BLANK FOR ALL)'
           ACCEPT WS-LIST-PROGRAM
           INSPECT WS-LIST-PROGRAM
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB > WS-PRM-COUNT
               IF WS-LIST-PROGRAM = SPACES
                  OR WS-PT-PROGRAM (WS-PRM-SUB) = WS-LIST-PROGRAM
                   PERFORM 180-DISPLAY-ONE-PARAMETER
               END-IF
           END-PERFORM
           DISPLAY WS-LIST-COUNT ' SETTINGS LISTED'.
      ******************************************************************
      * Every dated setting of one parameter, so the operator sees
      * the value in force today and any change keyed ahead.
      ******************************************************************
       450-QUERY-PARAMETER.
           PERFORM 130-KEY-PROGRAM-AND-NAME
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB > WS-PRM-COUNT
               IF WS-PT-PROGRAM (WS-PRM-SUB) = WS-NK-PROGRAM
                  AND WS-PT-NAME (WS-PRM-SUB) = WS-NK-NAME
                   PERFORM 180-DISPLAY-ONE-PARAMETER
               END-IF
           END-PERFORM
           IF WS-LIST-COUNT = ZERO
               DISPLAY WS-NK-PROGRAM ' ' WS-NK-NAME
                   ' NOT ON FILE - THE PROGRAM USES ITS DEFAULT'
           END-IF.
       500-REWRITE-PARAMETER-FILE.
           OPEN OUTPUT PARAMETER-FILE
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB > WS-PRM-COUNT
               MOVE WS-PT-REC (WS-PRM-SUB) TO PARAMETER-REC
               WRITE PARAMETER-REC
           END-PERFORM
           CLOSE PARAMETER-FILE.
       905-LOG-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-MAUD-NOW
           MOVE "PRMMAINT" TO MA-PROGRAM
           MOVE WS-OPERATOR-ID TO MA-OPERATOR
           MOVE PM-PROGRAM TO MA-KEY
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
       END PROGRAM PrmMaint.
