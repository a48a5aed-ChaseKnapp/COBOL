       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exam2Per.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Maintains the EXAM2 person master EXAM2PER.DAT, so a
      *     person is one number instead of two initials and ten
      *     characters of last name -- two J. Smiths no longer share
      *     a balance, and a misspelled name no longer starts a new
      *     "person". Each person carries a number (assigned on add,
      *     one past the highest on file), full name, address, and
      *     a status: "A" active, "I" inactive. People are never
      *     deleted, since transactions and balances carry their
      *     number; someone who has left is made inactive, which
      *     Exam2Ent refuses to key against. Names are kept in upper
      *     case. The file is loaded into a table, changed, and
      *     rewritten, the same idiom as the deduction maintenance,
      *     behind the operator sign-on (function "N"), and every add
      *     and change goes to the shared MNTAUDIT.LOG.
      * Input:
      *     EXAM2PER.DAT, OPERATOR.DAT
      * Output:
      *     EXAM2PER.DAT (rewritten)
      *     MNTAUDIT.LOG (before/after images, appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PERSON-MASTER-FILE ASSIGN TO "EXAM2PER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
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
       FD  PERSON-MASTER-FILE.
       01  PERSON-MASTER-REC.
           05  PM-PERSON-NO      PIC 9(6).
           05  FILLER            PIC X.
           05  PM-LAST-NAME      PIC X(15).
           05  PM-FIRST-NAME     PIC X(12).
           05  PM-MIDDLE-INIT    PIC X.
           05  FILLER            PIC X.
           05  PM-STREET         PIC X(20).
           05  PM-CITY           PIC X(12).
           05  PM-STATE          PIC XX.
           05  PM-ZIP            PIC X(5).
           05  FILLER            PIC X.
           05  PM-STATUS         PIC X.
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
       77  WS-PER-STATUS         PIC XX.
       77  WS-PER-EOF            PIC X     VALUE "N".
       77  WS-PER-OVERFLOW       PIC X     VALUE "N".
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  WS-MAINT-ACTION       PIC X.
       77  WS-MAINT-PERSON-NO    PIC 9(6)  VALUE ZERO.
       77  WS-NEXT-PERSON-NO     PIC 9(6)  VALUE ZERO.
       77  WS-FIX-FIELD          PIC X(20) VALUE SPACES.
       77  WS-PER-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-FOUND-SUB          PIC 9(4)  VALUE ZERO.
       77  WS-ACTIVE-COUNT       PIC 9(4)  VALUE ZERO.
       77  WS-LOWER-CASE         PIC X(26) VALUE
                                 "abcdefghijklmnopqrstuvwxyz".
       77  WS-UPPER-CASE         PIC X(26) VALUE
                                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-PER-TABLE.
           05  WS-PER-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-PER-ENTRY       OCCURS 2000 TIMES
                                  PIC X(77).
       01  LIST-LINE.
           05  LL-PERSON-NO      PIC 9(6).
           05  FILLER            PIC X     VALUE SPACE.
           05  LL-STATUS         PIC X.
           05  FILLER            PIC X     VALUE SPACE.
           05  LL-LAST-NAME      PIC X(15).
           05  FILLER            PIC X     VALUE SPACE.
           05  LL-FIRST-NAME     PIC X(12).
           05  FILLER            PIC X     VALUE SPACE.
           05  LL-MIDDLE-INIT    PIC X.
           05  FILLER            PIC X     VALUE SPACE.
           05  LL-CITY           PIC X(12).
           05  FILLER            PIC X     VALUE SPACE.
           05  LL-STATE          PIC XX.
           05  FILLER            PIC X     VALUE SPACE.
           05  LL-ZIP            PIC X(5).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           PERFORM 100-LOAD-PERSON-TABLE
           DISPLAY 'ENTER ACTION: A-ADD   C-CHANGE   L-LIST'
           ACCEPT WS-MAINT-ACTION
           IF WS-PER-OVERFLOW = "Y"
              AND (WS-MAINT-ACTION = "A" OR WS-MAINT-ACTION = "C")
               DISPLAY 'PERSON MASTER EXCEEDS TABLE - NO CHANGE MADE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE WS-MAINT-ACTION
               WHEN "A"
                   PERFORM 200-ADD-PERSON
                   PERFORM 500-REWRITE-PERSON-FILE
               WHEN "C"
                   PERFORM 300-CHANGE-PERSON
                   PERFORM 500-REWRITE-PERSON-FILE
               WHEN "L"
                   PERFORM 400-LIST-PERSONS
               WHEN OTHER
                   DISPLAY 'INVALID ACTION - NO CHANGE MADE'
           END-EVALUATE
           STOP RUN.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
      * function "N" among its allowed functions. With no operator
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
                                   WS-FUNC-TALLY FOR ALL "N"
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
      * The next number assigned is one past the highest on file.
      * The master is rewritten whole from this table, so one with
      * more persons than the table holds is flagged and no add or
      * change is taken against it.
      ******************************************************************
       100-LOAD-PERSON-TABLE.
           OPEN INPUT PERSON-MASTER-FILE
           IF WS-PER-STATUS = "00"
               PERFORM UNTIL WS-PER-EOF = "Y"
                   READ PERSON-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-PER-EOF
                       NOT AT END
                           IF WS-PER-COUNT < 2000
                               ADD 1 TO WS-PER-COUNT
                               MOVE PERSON-MASTER-REC TO
                                   WS-PER-ENTRY (WS-PER-COUNT)
                               IF PM-PERSON-NO > WS-NEXT-PERSON-NO
                                   MOVE PM-PERSON-NO
                                       TO WS-NEXT-PERSON-NO
                               END-IF
                           ELSE
                               MOVE "Y" TO WS-PER-OVERFLOW
                               MOVE "Y" TO WS-PER-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERSON-MASTER-FILE
           END-IF
           ADD 1 TO WS-NEXT-PERSON-NO.
       150-FIND-PERSON.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-COUNT
               MOVE WS-PER-ENTRY (WS-PER-SUB) TO PERSON-MASTER-REC
               IF PM-PERSON-NO = WS-MAINT-PERSON-NO
                   MOVE WS-PER-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       200-ADD-PERSON.
           IF WS-PER-COUNT >= 2000
               DISPLAY 'PERSON TABLE FULL - NO CHANGE MADE'
           ELSE
               MOVE SPACES TO PERSON-MASTER-REC
               MOVE WS-NEXT-PERSON-NO TO PM-PERSON-NO
               DISPLAY 'ENTER LAST NAME'
               ACCEPT PM-LAST-NAME
               PERFORM UNTIL PM-LAST-NAME NOT = SPACES
                   DISPLAY 'LAST NAME IS REQUIRED'
                   ACCEPT PM-LAST-NAME
               END-PERFORM
               DISPLAY 'ENTER FIRST NAME'
               ACCEPT PM-FIRST-NAME
               PERFORM UNTIL PM-FIRST-NAME NOT = SPACES
                   DISPLAY 'FIRST NAME IS REQUIRED'
                   ACCEPT PM-FIRST-NAME
               END-PERFORM
               DISPLAY 'ENTER MIDDLE INITIAL'
               ACCEPT PM-MIDDLE-INIT
               DISPLAY 'ENTER STREET'
               ACCEPT PM-STREET
               DISPLAY 'ENTER CITY'
               ACCEPT PM-CITY
               DISPLAY 'ENTER STATE'
               ACCEPT PM-STATE
               DISPLAY 'ENTER ZIP CODE'
               ACCEPT PM-ZIP
               MOVE "A" TO PM-STATUS
               PERFORM 250-UPPER-CASE-NAME
               ADD 1 TO WS-PER-COUNT
               MOVE PERSON-MASTER-REC TO WS-PER-ENTRY (WS-PER-COUNT)
               DISPLAY 'PERSON ' PM-PERSON-NO ' ADDED'
               MOVE "ADD   " TO MA-ACTION
               MOVE PM-PERSON-NO TO MA-KEY
               MOVE SPACES TO MA-BEFORE-IMAGE
               MOVE PERSON-MASTER-REC TO MA-AFTER-IMAGE
               PERFORM 905-LOG-MAINT-AUDIT
           END-IF.
       250-UPPER-CASE-NAME.
           INSPECT PM-LAST-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT PM-FIRST-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT PM-MIDDLE-INIT
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
      ******************************************************************
      * Every field is shown with its value on file; a blank entry
      * keeps it. The status change is how a person is retired.
      ******************************************************************
       300-CHANGE-PERSON.
           DISPLAY 'ENTER PERSON NUMBER'
           ACCEPT WS-MAINT-PERSON-NO
           PERFORM 150-FIND-PERSON
           IF WS-FOUND-SUB = ZERO
               DISPLAY 'PERSON NOT FOUND - NO CHANGE MADE'
           ELSE
               MOVE WS-PER-ENTRY (WS-FOUND-SUB) TO PERSON-MASTER-REC
               MOVE PERSON-MASTER-REC TO MA-BEFORE-IMAGE
               DISPLAY 'LAST NAME:   ' PM-LAST-NAME
               DISPLAY 'ENTER NEW VALUE (BLANK KEEPS)'
               ACCEPT WS-FIX-FIELD
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO PM-LAST-NAME
               END-IF
               DISPLAY 'FIRST NAME:  ' PM-FIRST-NAME
               DISPLAY 'ENTER NEW VALUE (BLANK KEEPS)'
               ACCEPT WS-FIX-FIELD
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO PM-FIRST-NAME
               END-IF
               DISPLAY 'MIDDLE INIT: ' PM-MIDDLE-INIT
               DISPLAY 'ENTER NEW VALUE (BLANK KEEPS)'
               ACCEPT WS-FIX-FIELD
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO PM-MIDDLE-INIT
               END-IF
               DISPLAY 'STREET:      ' PM-STREET
               DISPLAY 'ENTER NEW VALUE (BLANK KEEPS)'
               ACCEPT WS-FIX-FIELD
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO PM-STREET
               END-IF
               DISPLAY 'CITY:        ' PM-CITY
               DISPLAY 'ENTER NEW VALUE (BLANK KEEPS)'
               ACCEPT WS-FIX-FIELD
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO PM-CITY
               END-IF
               DISPLAY 'STATE:       ' PM-STATE
               DISPLAY 'ENTER NEW VALUE (BLANK KEEPS)'
               ACCEPT WS-FIX-FIELD
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO PM-STATE
               END-IF
               DISPLAY 'ZIP CODE:    ' PM-ZIP
               DISPLAY 'ENTER NEW VALUE (BLANK KEEPS)'
               ACCEPT WS-FIX-FIELD
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO PM-ZIP
               END-IF
               DISPLAY 'STATUS:      ' PM-STATUS
               DISPLAY 'ENTER NEW VALUE A-ACTIVE  I-INACTIVE '
                   '(BLANK KEEPS)'
               ACCEPT WS-FIX-FIELD
               PERFORM UNTIL WS-FIX-FIELD = SPACES
                             OR WS-FIX-FIELD = "A"
                             OR WS-FIX-FIELD = "I"
                   DISPLAY 'PLEASE ENTER A, I OR BLANK'
                   ACCEPT WS-FIX-FIELD
               END-PERFORM
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO PM-STATUS
               END-IF
               PERFORM 250-UPPER-CASE-NAME
               MOVE PERSON-MASTER-REC TO WS-PER-ENTRY (WS-FOUND-SUB)
               DISPLAY 'PERSON ' PM-PERSON-NO ' CHANGED'
               MOVE "CHANGE" TO MA-ACTION
               MOVE PM-PERSON-NO TO MA-KEY
               MOVE PERSON-MASTER-REC TO MA-AFTER-IMAGE
               PERFORM 905-LOG-MAINT-AUDIT
           END-IF.
       400-LIST-PERSONS.
           MOVE ZERO TO WS-ACTIVE-COUNT
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-COUNT
               MOVE WS-PER-ENTRY (WS-PER-SUB) TO PERSON-MASTER-REC
               MOVE PM-PERSON-NO   TO LL-PERSON-NO
               MOVE PM-STATUS      TO LL-STATUS
               MOVE PM-LAST-NAME   TO LL-LAST-NAME
               MOVE PM-FIRST-NAME  TO LL-FIRST-NAME
               MOVE PM-MIDDLE-INIT TO LL-MIDDLE-INIT
               MOVE PM-CITY        TO LL-CITY
               MOVE PM-STATE       TO LL-STATE
               MOVE PM-ZIP         TO LL-ZIP
               DISPLAY LIST-LINE
               IF PM-STATUS = "A"
                   ADD 1 TO WS-ACTIVE-COUNT
               END-IF
           END-PERFORM
           DISPLAY WS-PER-COUNT " PERSONS ON FILE, "
               WS-ACTIVE-COUNT " ACTIVE"
           IF WS-PER-OVERFLOW = "Y"
               DISPLAY 'PERSON MASTER EXCEEDS TABLE - LIST INCOMPLETE'
           END-IF.
       500-REWRITE-PERSON-FILE.
           OPEN OUTPUT PERSON-MASTER-FILE
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-COUNT
               MOVE WS-PER-ENTRY (WS-PER-SUB) TO PERSON-MASTER-REC
               WRITE PERSON-MASTER-REC
           END-PERFORM
           CLOSE PERSON-MASTER-FILE.
       905-LOG-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-MAUD-NOW
           MOVE "EXAM2PER" TO MA-PROGRAM
           MOVE WS-OPERATOR-ID TO MA-OPERATOR
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
       END PROGRAM Exam2Per.
