       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exam2Tpl.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Maintenance for the EXAM2 recurring-transaction templates.
      *     The standing monthly entries -- the same person (by
      *     EXAM2PER.DAT person number, confirmed by name), amount,
      *     debit/credit type and category every period -- are kept
      *     once on EXAM2TPL.DAT with a frequency (monthly, quarterly
      *     or annual) and start/stop months, and Exam2Gen writes the
      *     due ones into the month's EXAM2Mnn.DAT before the clerk
      *     keys the one-offs. Each field is validated at the
      *     keyboard the way Exam2Ent validates a keyed transaction.
      * Input:
      *     EXAM2TPL.DAT, EXAM2CAT.DAT (category master)
      *     EXAM2PER.DAT (person master)
      * Output:
      *     EXAM2TPL.DAT (rewritten after an add, change or delete)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  TEMPLATE-FILE ASSIGN TO "EXAM2TPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.
           SELECT  CATEGORY-FILE ASSIGN TO "EXAM2CAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT  PERSON-MASTER-FILE ASSIGN TO "EXAM2PER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * One recurring template. Frequency M = every month from the
      * start month, Q = every third month from the start month,
      * A = the start month each year. A zero stop month means the
      * template runs until it is changed or deleted.
      ******************************************************************
       FD  TEMPLATE-FILE.
       01  TEMPLATE-REC.
           05  TP-ID         PIC X(4).
           05  TP-INITIAL1   PIC X.
           05  TP-INITIAL2   PIC X.
           05  TP-LNAME      PIC X(10).
           05  TP-AMOUNT     PIC 9(6).
           05  TP-TYPE       PIC X.
           05  TP-CATEGORY   PIC XX.
           05  TP-FREQUENCY  PIC X.
           05  TP-START-YM.
               10  TP-START-YEAR  PIC 9(4).
               10  TP-START-MONTH PIC 99.
           05  TP-STOP-YM.
               10  TP-STOP-YEAR   PIC 9(4).
               10  TP-STOP-MONTH  PIC 99.
           05  TP-PERSON-NO  PIC 9(6).
       FD  CATEGORY-FILE.
       01  CATEGORY-REC.
           05  CAT-CODE      PIC XX.
           05  CAT-DESC      PIC X(15).
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
       WORKING-STORAGE SECTION.
       77  WS-TPL-STATUS     PIC XX.
       77  WS-TPL-EOF        PIC X     VALUE "N".
       77  WS-TPL-OVERFLOW   PIC X     VALUE "N".
       77  WS-CAT-STATUS     PIC XX.
       77  WS-CAT-EOF        PIC X     VALUE "N".
       77  WS-PER-STATUS     PIC XX.
       77  WS-PER-EOF        PIC X     VALUE "N".
       77  WS-PER-SUB        PIC 9(4)  VALUE ZERO.
       77  WS-PERSON-OK      PIC X     VALUE "N".
       77  WS-CONFIRM-ANSWER PIC X     VALUE "N".
       77  WS-MAINT-ACTION   PIC X     VALUE SPACES.
       77  WS-MAINT-ID       PIC X(4)  VALUE SPACES.
       77  WS-ENTRY-CATEGORY PIC XX.
       77  WS-CAT-VALID      PIC X     VALUE "Y".
       77  WS-DATE-OK        PIC X     VALUE "Y".
       77  WS-ENTRY-YEAR     PIC 9(4)  VALUE ZERO.
       77  WS-ENTRY-MONTH    PIC 99    VALUE ZERO.
       77  WS-TPL-SUB        PIC 9(4)  VALUE ZERO.
       77  WS-FOUND-SUB      PIC 9(4)  VALUE ZERO.
       01  WS-CAT-TABLE.
           05  WS-CAT-COUNT  PIC 9(3)  VALUE ZERO.
           05  WS-CAT-ENTRY  OCCURS 1 TO 100 TIMES
                             DEPENDING ON WS-CAT-COUNT
                             INDEXED BY WS-CAT-IDX.
               10  WS-CAT-CODE PIC XX.
               10  WS-CAT-DESC PIC X(15).
       01  WS-PER-TABLE.
           05  WS-PER-COUNT  PIC 9(4)  VALUE ZERO.
           05  WS-PER-ENTRY  OCCURS 2000 TIMES
                             PIC X(77).
       01  WS-TPL-TABLE.
           05  WS-TPL-COUNT  PIC 9(4)  VALUE ZERO.
           05  WS-TPL-ENTRY  OCCURS 5000 TIMES
                             PIC X(44).
      ******************************************************************
      * The template being keyed; laid out as TEMPLATE-REC so it
      * moves into the table whole.
      ******************************************************************
       01  WS-ENTRY-TEMPLATE.
           05  WS-ET-ID          PIC X(4).
           05  WS-ET-INITIAL1    PIC X.
           05  WS-ET-INITIAL2    PIC X.
           05  WS-ET-LNAME       PIC X(10).
           05  WS-ET-AMOUNT      PIC 9(6).
           05  WS-ET-TYPE        PIC X.
           05  WS-ET-CATEGORY    PIC XX.
           05  WS-ET-FREQUENCY   PIC X.
               88  WS-ET-FREQ-VALID      VALUE "M" "Q" "A".
           05  WS-ET-START-YM    PIC 9(6).
           05  WS-ET-STOP-YM     PIC 9(6).
           05  WS-ET-PERSON-NO   PIC 9(6).
       01  LIST-LINE.
           05  LL-ID             PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LL-PERSON-NO      PIC X(6).
           05  FILLER            PIC X     VALUE SPACES.
           05  LL-INITIAL1       PIC X.
           05  LL-INITIAL2       PIC X.
           05  FILLER            PIC X     VALUE SPACES.
           05  LL-LNAME          PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LL-AMOUNT         PIC ZZZ,ZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LL-TYPE           PIC X.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LL-CATEGORY       PIC XX.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  LL-FREQUENCY      PIC X(9).
           05  FILLER            PIC X(6)  VALUE " FROM ".
           05  LL-START-YM       PIC 9(6).
           05  FILLER            PIC X(4)  VALUE " TO ".
           05  LL-STOP-YM        PIC X(6).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-LOAD-CATEGORY-TABLE
           PERFORM 015-LOAD-PERSON-TABLE
           PERFORM 020-LOAD-TEMPLATE-TABLE
           DISPLAY 'ENTER ACTION: A-ADD/CHANGE   D-DELETE   L-LIST'
           ACCEPT WS-MAINT-ACTION
           IF WS-TPL-OVERFLOW = "Y"
              AND (WS-MAINT-ACTION = "A" OR WS-MAINT-ACTION = "D")
               DISPLAY "EXAM2TPL.DAT EXCEEDS TABLE - NO CHANGE MADE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE WS-MAINT-ACTION
               WHEN "A"
                   PERFORM 200-ADD-OR-CHANGE-TEMPLATE
                   PERFORM 500-REWRITE-TEMPLATE-FILE
               WHEN "D"
                   PERFORM 300-DELETE-TEMPLATE
                   PERFORM 500-REWRITE-TEMPLATE-FILE
               WHEN "L"
                   PERFORM 400-LIST-TEMPLATES
               WHEN OTHER
                   DISPLAY 'INVALID ACTION - NO CHANGE MADE'
           END-EVALUATE
           STOP RUN.
      ******************************************************************
      * Loads the category master, the same idiom as Exam2Ent. With
      * no master on disk no category validation is done.
      ******************************************************************
       010-LOAD-CATEGORY-TABLE.
           OPEN INPUT CATEGORY-FILE
           IF WS-CAT-STATUS = "00"
               PERFORM UNTIL WS-CAT-EOF = "Y"
                   READ CATEGORY-FILE
                       AT END
                           MOVE "Y" TO WS-CAT-EOF
                       NOT AT END
                           ADD 1 TO WS-CAT-COUNT
                           SET WS-CAT-IDX TO WS-CAT-COUNT
                           MOVE CAT-CODE TO WS-CAT-CODE (WS-CAT-IDX)
                           MOVE CAT-DESC TO WS-CAT-DESC (WS-CAT-IDX)
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-FILE
           END-IF.
      ******************************************************************
      * Templates are keyed by person number, the same as Exam2Ent,
      * so the person master must be on disk first, and all of it
      * must fit the table or a person past the end could never be
      * keyed.
      ******************************************************************
       015-LOAD-PERSON-TABLE.
           OPEN INPUT PERSON-MASTER-FILE
           IF WS-PER-STATUS NOT = "00"
               DISPLAY "EXAM2PER.DAT NOT FOUND - RUN EXAM2PER FIRST"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PER-EOF = "Y"
               READ PERSON-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-PER-EOF
                   NOT AT END
                       IF WS-PER-COUNT < 2000
                           ADD 1 TO WS-PER-COUNT
                           MOVE PERSON-MASTER-REC TO
                               WS-PER-ENTRY (WS-PER-COUNT)
                       ELSE
                           DISPLAY "EXAM2PER.DAT EXCEEDS TABLE (2000) "
                               "- NO CHANGE MADE"
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERSON-MASTER-FILE.
      ******************************************************************
      * The file is rewritten whole from this table, so one holding
      * more templates than the table is flagged and only listed.
      ******************************************************************
       020-LOAD-TEMPLATE-TABLE.
           OPEN INPUT TEMPLATE-FILE
           IF WS-TPL-STATUS = "00"
               PERFORM UNTIL WS-TPL-EOF = "Y"
                   READ TEMPLATE-FILE
                       AT END
                           MOVE "Y" TO WS-TPL-EOF
                       NOT AT END
                           IF WS-TPL-COUNT < 5000
                               ADD 1 TO WS-TPL-COUNT
                               MOVE TEMPLATE-REC TO
                                   WS-TPL-ENTRY (WS-TPL-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TPL-OVERFLOW
                               MOVE "Y" TO WS-TPL-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.
      ******************************************************************
      * One template per ID: an existing ID has its terms replaced,
      * a new one joins the table.
      ******************************************************************
       200-ADD-OR-CHANGE-TEMPLATE.
           DISPLAY "ENTER TEMPLATE ID"
           ACCEPT WS-MAINT-ID
           PERFORM 250-FIND-TEMPLATE
           MOVE WS-MAINT-ID TO WS-ET-ID
           MOVE "N" TO WS-PERSON-OK
           PERFORM 210-KEY-PERSON UNTIL WS-PERSON-OK = "Y"
           DISPLAY "ENTER AMOUNT (WHOLE DOLLARS)"
           ACCEPT WS-ET-AMOUNT
           PERFORM UNTIL WS-ET-AMOUNT IS NUMERIC
                         AND WS-ET-AMOUNT > ZERO
               DISPLAY "AMOUNT MUST BE GREATER THAN ZERO"
               ACCEPT WS-ET-AMOUNT
           END-PERFORM
           DISPLAY "ENTER TYPE: D-DEBIT   C-CREDIT"
           ACCEPT WS-ET-TYPE
           PERFORM UNTIL WS-ET-TYPE = "D"
                         OR WS-ET-TYPE = "C"
               DISPLAY "PLEASE ENTER D OR C"
               ACCEPT WS-ET-TYPE
           END-PERFORM
           PERFORM 120-KEY-CATEGORY
           MOVE WS-ENTRY-CATEGORY TO WS-ET-CATEGORY
           DISPLAY "ENTER FREQUENCY: M-MONTHLY   Q-QUARTERLY   "
               "A-ANNUAL"
           ACCEPT WS-ET-FREQUENCY
           PERFORM UNTIL WS-ET-FREQ-VALID
               DISPLAY "PLEASE ENTER M, Q OR A"
               ACCEPT WS-ET-FREQUENCY
           END-PERFORM
           DISPLAY "START MONTH"
           PERFORM 110-KEY-YEAR-MONTH
           COMPUTE WS-ET-START-YM =
               WS-ENTRY-YEAR * 100 + WS-ENTRY-MONTH
           DISPLAY "STOP MONTH (YEAR 0 = NO STOP MONTH)"
           DISPLAY "ENTER YEAR (YYYY)"
           ACCEPT WS-ENTRY-YEAR
           IF WS-ENTRY-YEAR = ZERO
               MOVE ZERO TO WS-ET-STOP-YM
           ELSE
               PERFORM 115-KEY-STOP-MONTH
           END-IF
           IF WS-FOUND-SUB = ZERO
               IF WS-TPL-COUNT >= 5000
                   DISPLAY "TEMPLATE TABLE FULL - NO CHANGE MADE"
               ELSE
                   ADD 1 TO WS-TPL-COUNT
                   MOVE WS-TPL-COUNT TO WS-FOUND-SUB
                   DISPLAY "TEMPLATE ADDED"
               END-IF
           ELSE
               DISPLAY "TEMPLATE CHANGED"
           END-IF
           IF WS-FOUND-SUB > ZERO
               MOVE WS-ENTRY-TEMPLATE TO WS-TPL-ENTRY (WS-FOUND-SUB)
           END-IF.
       110-KEY-YEAR-MONTH.
           DISPLAY "ENTER YEAR (YYYY)"
           ACCEPT WS-ENTRY-YEAR
           DISPLAY "ENTER MONTH (MM)"
           ACCEPT WS-ENTRY-MONTH
           COPY DATEVAL REPLACING
               ==:WS-YEAR-FLD:==    BY ==WS-ENTRY-YEAR==
               ==:WS-MONTH-FLD:==   BY ==WS-ENTRY-MONTH==
               ==:WS-DAY-FLD:==     BY ==1==
               ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY "INVALID YEAR/MONTH - PLEASE RE-ENTER"
               DISPLAY "ENTER YEAR (YYYY)"
               ACCEPT WS-ENTRY-YEAR
               DISPLAY "ENTER MONTH (MM)"
               ACCEPT WS-ENTRY-MONTH
               COPY DATEVAL REPLACING
                   ==:WS-YEAR-FLD:==    BY ==WS-ENTRY-YEAR==
                   ==:WS-MONTH-FLD:==   BY ==WS-ENTRY-MONTH==
                   ==:WS-DAY-FLD:==     BY ==1==
                   ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
           END-PERFORM.
      ******************************************************************
      * The stop year has already been keyed; a stop month before
      * the start month is re-keyed.
      ******************************************************************
       115-KEY-STOP-MONTH.
           DISPLAY "ENTER MONTH (MM)"
           ACCEPT WS-ENTRY-MONTH
           COPY DATEVAL REPLACING
               ==:WS-YEAR-FLD:==    BY ==WS-ENTRY-YEAR==
               ==:WS-MONTH-FLD:==   BY ==WS-ENTRY-MONTH==
               ==:WS-DAY-FLD:==     BY ==1==
               ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
           IF WS-DATE-OK = "Y"
               COMPUTE WS-ET-STOP-YM =
                   WS-ENTRY-YEAR * 100 + WS-ENTRY-MONTH
               IF WS-ET-STOP-YM < WS-ET-START-YM
                   MOVE "N" TO WS-DATE-OK
               END-IF
           END-IF
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY "STOP MONTH INVALID OR BEFORE START MONTH - "
                   "PLEASE RE-ENTER"
               PERFORM 110-KEY-YEAR-MONTH
               COMPUTE WS-ET-STOP-YM =
                   WS-ENTRY-YEAR * 100 + WS-ENTRY-MONTH
               IF WS-ET-STOP-YM < WS-ET-START-YM
                   MOVE "N" TO WS-DATE-OK
               END-IF
           END-PERFORM.
      ******************************************************************
      * A blank category passes as uncoded, as on Exam2Ent; anything
      * keyed must be on the master.
      ******************************************************************
       120-KEY-CATEGORY.
           DISPLAY "ENTER CATEGORY (BLANK = UNCODED)"
           ACCEPT WS-ENTRY-CATEGORY
           PERFORM 130-VALIDATE-CATEGORY
           PERFORM UNTIL WS-CAT-VALID = "Y"
               DISPLAY "CATEGORY NOT ON EXAM2CAT.DAT - RE-ENTER"
               ACCEPT WS-ENTRY-CATEGORY
               PERFORM 130-VALIDATE-CATEGORY
           END-PERFORM.
       130-VALIDATE-CATEGORY.
           MOVE "Y" TO WS-CAT-VALID
           IF WS-CAT-COUNT > ZERO
              AND WS-ENTRY-CATEGORY NOT = SPACES
               SET WS-CAT-IDX TO 1
               SEARCH WS-CAT-ENTRY
                   AT END
                       MOVE "N" TO WS-CAT-VALID
                   WHEN WS-CAT-CODE (WS-CAT-IDX)
                            = WS-ENTRY-CATEGORY
                       CONTINUE
               END-SEARCH
           END-IF.
       250-FIND-TEMPLATE.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-TPL-SUB FROM 1 BY 1
                   UNTIL WS-TPL-SUB > WS-TPL-COUNT
               IF WS-TPL-ENTRY (WS-TPL-SUB) (1:4) = WS-MAINT-ID
                   MOVE WS-TPL-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       300-DELETE-TEMPLATE.
           DISPLAY "ENTER TEMPLATE ID"
           ACCEPT WS-MAINT-ID
           PERFORM 250-FIND-TEMPLATE
           IF WS-FOUND-SUB = ZERO
               DISPLAY "TEMPLATE NOT FOUND - NO CHANGE MADE"
           ELSE
               PERFORM VARYING WS-TPL-SUB FROM WS-FOUND-SUB BY 1
                       UNTIL WS-TPL-SUB >= WS-TPL-COUNT
                   MOVE WS-TPL-ENTRY (WS-TPL-SUB + 1)
                       TO WS-TPL-ENTRY (WS-TPL-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-TPL-COUNT
               DISPLAY "TEMPLATE DELETED"
           END-IF.
      ******************************************************************
      * The person must be on the master and active, and the name
      * shown back must be the one meant; the initials and last name
      * the generated entries still carry come off the master.
      ******************************************************************
       210-KEY-PERSON.
           DISPLAY "ENTER PERSON NUMBER"
           MOVE ZERO TO WS-ET-PERSON-NO
           ACCEPT WS-ET-PERSON-NO
           IF WS-ET-PERSON-NO IS NOT NUMERIC
               MOVE ZERO TO WS-ET-PERSON-NO
           END-IF
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-COUNT
                      OR WS-PER-ENTRY (WS-PER-SUB) (1:6)
                             = WS-ET-PERSON-NO
               CONTINUE
           END-PERFORM
           IF WS-PER-SUB > WS-PER-COUNT
               DISPLAY "PERSON NOT ON EXAM2PER.DAT - RE-ENTER"
           ELSE
               MOVE WS-PER-ENTRY (WS-PER-SUB) TO PERSON-MASTER-REC
               IF PM-STATUS = "I"
                   DISPLAY "PERSON IS INACTIVE - RE-ENTER"
               ELSE
                   DISPLAY "PERSON: " PM-FIRST-NAME " "
                       PM-MIDDLE-INIT " " PM-LAST-NAME
                   DISPLAY "IS THIS THE RIGHT PERSON? (Y/N)"
                   ACCEPT WS-CONFIRM-ANSWER
                   IF WS-CONFIRM-ANSWER = "Y"
                       MOVE "Y" TO WS-PERSON-OK
                       MOVE PM-FIRST-NAME (1:1) TO WS-ET-INITIAL1
                       MOVE PM-MIDDLE-INIT      TO WS-ET-INITIAL2
                       MOVE PM-LAST-NAME (1:10) TO WS-ET-LNAME
                   END-IF
               END-IF
           END-IF.
       400-LIST-TEMPLATES.
           IF WS-TPL-COUNT = ZERO
               DISPLAY "NO TEMPLATES ON FILE"
           END-IF
           PERFORM VARYING WS-TPL-SUB FROM 1 BY 1
                   UNTIL WS-TPL-SUB > WS-TPL-COUNT
               MOVE WS-TPL-ENTRY (WS-TPL-SUB) TO WS-ENTRY-TEMPLATE
               MOVE WS-ET-ID       TO LL-ID
               MOVE WS-ET-PERSON-NO TO LL-PERSON-NO
               MOVE WS-ET-INITIAL1 TO LL-INITIAL1
               MOVE WS-ET-INITIAL2 TO LL-INITIAL2
               MOVE WS-ET-LNAME    TO LL-LNAME
               MOVE WS-ET-AMOUNT   TO LL-AMOUNT
               MOVE WS-ET-TYPE     TO LL-TYPE
               MOVE WS-ET-CATEGORY TO LL-CATEGORY
               EVALUATE WS-ET-FREQUENCY
                   WHEN "M"
                       MOVE "MONTHLY  " TO LL-FREQUENCY
                   WHEN "Q"
                       MOVE "QUARTERLY" TO LL-FREQUENCY
                   WHEN OTHER
                       MOVE "ANNUAL   " TO LL-FREQUENCY
               END-EVALUATE
               MOVE WS-ET-START-YM TO LL-START-YM
               IF WS-ET-STOP-YM = ZERO
                   MOVE "OPEN  " TO LL-STOP-YM
               ELSE
                   MOVE WS-ET-STOP-YM TO LL-STOP-YM
               END-IF
               DISPLAY LIST-LINE
           END-PERFORM
           IF WS-TPL-OVERFLOW = "Y"
               DISPLAY "EXAM2TPL.DAT EXCEEDS TABLE - LIST INCOMPLETE"
           END-IF.
       500-REWRITE-TEMPLATE-FILE.
           OPEN OUTPUT TEMPLATE-FILE
           PERFORM VARYING WS-TPL-SUB FROM 1 BY 1
                   UNTIL WS-TPL-SUB > WS-TPL-COUNT
               MOVE WS-TPL-ENTRY (WS-TPL-SUB) TO TEMPLATE-REC
               WRITE TEMPLATE-REC
           END-PERFORM
           CLOSE TEMPLATE-FILE.
       END PROGRAM Exam2Tpl.
