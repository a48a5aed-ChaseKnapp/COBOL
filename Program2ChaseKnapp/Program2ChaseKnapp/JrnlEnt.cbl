       IDENTIFICATION DIVISION.
       PROGRAM-ID. JrnlEnt.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Manual and recurring journal entries for the G/L, so the
      *     accruals, depreciation, corrections and standing monthly
      *     charges stop being pencilled onto the trial balance.
      *     Accounting signs on (operator function "G") and keys a
      *     multi-line entry: a description, the period it belongs
      *     to, and account / debit-or-credit / amount lines. Every
      *     account must be on GLACCT.DAT, and the entry is not taken
      *     until its debits equal its credits -- the operator keys a
      *     correcting line or abandons it. A taken entry gets the
      *     next entry number and is kept on GLENTRY.DAT with its
      *     description and preparer; its lines go to GLJRNL.DAT for
      *     GlLedger the same way the machine postings do.
      *     An entry marked as an auto-reversing accrual also gets a
      *     reversing entry (debits and credits swapped) numbered
      *     and kept on GLENTRY.DAT, whose lines wait on GLREVRS.DAT
      *     until GlLedger posts the period after the accrual's.
      *     Standing entries are keyed once as templates on
      *     GLRECUR.DAT (same balancing and account checks) and the
      *     "R" action generates every template as an entry for a
      *     period in one step; a template already generated for
      *     that period is passed over, so a rerun is harmless.
      *     Adjustments may still be keyed into a soft-closed period
      *     (PERIODS.DAT), but an entry -- or its reversal -- for a
      *     closed period is refused and logged (PERCLS).
      * Input:
      *     GLACCT.DAT, GLENTRY.DAT, GLRECUR.DAT, OPERATOR.DAT,
      *     PERIODS.DAT (accounting period control)
      * Output:
      *     GLENTRY.DAT (journal entries taken, appended)
      *     GLJRNL.DAT (entry lines for posting, appended)
      *     GLREVRS.DAT (accrual reversals held, appended)
      *     GLRECUR.DAT (recurring templates, rewritten)
      *     EXCEPTIONS.LOG (shared exception log)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ACCOUNT-FILE
               ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT  ENTRY-FILE
               ASSIGN TO "GLENTRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRY-STATUS.
           SELECT  TEMPLATE-FILE
               ASSIGN TO "GLRECUR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.
           SELECT  JOURNAL-FILE
               ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT  REVERSAL-FILE
               ASSIGN TO "GLREVRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT  PERIOD-FILE
               ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PER-STATUS.
           SELECT  EXCEPTIONS-FILE
               ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-REC.
           05  GA-ACCOUNT         PIC X(8).
           05  FILLER             PIC X.
           05  GA-NAME            PIC X(20).
           05  FILLER             PIC X.
           05  GA-TYPE            PIC X.
      ******************************************************************
      * One record per entry line. Type "M" manual, "R" generated
      * from a recurring template (source = template ID), "V" an
      * accrual's reversal (source = the entry it reverses).
      ******************************************************************
       FD  ENTRY-FILE.
       01  ENTRY-REC.
           05  GE-ENTRY-NO           PIC 9(6).
           05  FILLER                PIC X.
           05  GE-LINE-NO            PIC 99.
           05  FILLER                PIC X.
           05  GE-ENTRY-TYPE         PIC X.
           05  FILLER                PIC X.
           05  GE-PERIOD             PIC 9(6).
           05  FILLER                PIC X.
           05  GE-ACCOUNT            PIC X(8).
           05  FILLER                PIC X.
           05  GE-DEBIT-CREDIT       PIC X.
           05  FILLER                PIC X.
           05  GE-AMOUNT             PIC 9(9)V99.
           05  FILLER                PIC X.
           05  GE-DESCRIPTION        PIC X(30).
           05  FILLER                PIC X.
           05  GE-PREPARER           PIC X(8).
           05  FILLER                PIC X.
           05  GE-KEYED-DATE         PIC 9(8).
           05  FILLER                PIC X.
           05  GE-SOURCE             PIC X(6).
      ******************************************************************
      * One record per template line; the template's ID,
      * description and reversing flag repeat on each of its lines.
      ******************************************************************
       FD  TEMPLATE-FILE.
       01  TEMPLATE-REC.
           05  RC-TEMPLATE-ID        PIC X(4).
           05  FILLER                PIC X.
           05  RC-DESCRIPTION        PIC X(30).
           05  FILLER                PIC X.
           05  RC-REVERSE            PIC X.
           05  FILLER                PIC X.
           05  RC-ACCOUNT            PIC X(8).
           05  FILLER                PIC X.
           05  RC-DEBIT-CREDIT       PIC X.
           05  FILLER                PIC X.
           05  RC-AMOUNT             PIC 9(9)V99.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  JR-ACCOUNT            PIC X(8).
           05  FILLER                PIC X.
           05  JR-DEBIT-CREDIT       PIC X.
           05  FILLER                PIC X.
           05  JR-AMOUNT             PIC 9(9)V99.
           05  FILLER                PIC X.
           05  JR-SOURCE             PIC X(8).
           05  FILLER                PIC X.
           05  JR-POST-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  JR-REFERENCE          PIC X(10).
           05  FILLER                PIC X.
           05  JR-DESCRIPTION        PIC X(30).
       FD  REVERSAL-FILE.
       01  REVERSAL-REC.
           05  RR-DUE-PERIOD         PIC 9(6).
           05  FILLER                PIC X.
           05  RR-ENTRY-NO           PIC 9(6).
           05  FILLER                PIC X.
           05  RR-ACCOUNT            PIC X(8).
           05  FILLER                PIC X.
           05  RR-DEBIT-CREDIT       PIC X.
           05  FILLER                PIC X.
           05  RR-AMOUNT             PIC 9(9)V99.
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       FD  PERIOD-FILE.
           COPY PERREC.
       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-OUTREC          PIC X(120).
       WORKING-STORAGE SECTION.
       77  WS-ACCT-STATUS        PIC XX.
       77  WS-ENTRY-STATUS       PIC XX.
       77  WS-TPL-STATUS         PIC XX.
       77  WS-JRNL-STATUS        PIC XX.
       77  WS-REV-STATUS         PIC XX.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  WS-ACCT-EOF           PIC X     VALUE "N".
       77  WS-ENTRY-EOF          PIC X     VALUE "N".
       77  WS-TPL-EOF            PIC X     VALUE "N".
       77  WS-ACTION             PIC X     VALUE SPACES.
       77  WS-TODAY              PIC 9(8)  VALUE ZERO.
       77  WS-ENTRY-DONE         PIC X     VALUE "N".
       77  WS-LINES-DONE         PIC X     VALUE "N".
       77  WS-ENTRY-OK           PIC X     VALUE "N".
       77  WS-TPL-CHANGED        PIC X     VALUE "N".
       77  WS-ENTRY-DESC         PIC X(30) VALUE SPACES.
       77  WS-ENTRY-TYPE         PIC X     VALUE SPACES.
       77  WS-ENTRY-SOURCE       PIC X(6)  VALUE SPACES.
       77  WS-ENTRY-REVERSE      PIC X     VALUE "N".
       77  WS-ENTRY-YEAR         PIC 9(4)  VALUE ZERO.
       77  WS-ENTRY-MONTH        PIC 99    VALUE ZERO.
       77  WS-ENTRY-PERIOD       PIC 9(6)  VALUE ZERO.
       77  WS-REVERSE-PERIOD     PIC 9(6)  VALUE ZERO.
       77  WS-NEXT-ENTRY-NO      PIC 9(6)  VALUE 1.
       77  WS-ENTRY-NO           PIC 9(6)  VALUE ZERO.
       77  WS-REVERSAL-NO        PIC 9(6)  VALUE ZERO.
       77  WS-KEY-ACCOUNT        PIC X(8)  VALUE SPACES.
       77  WS-KEY-DC             PIC X     VALUE SPACES.
       77  WS-KEY-AMOUNT         PIC 9(9)V99 VALUE ZERO.
       77  WS-KEY-TPL-ID         PIC X(4)  VALUE SPACES.
       77  WS-ACCT-SUB           PIC 9(4)  VALUE ZERO.
       77  WS-FOUND-SUB          PIC 9(4)  VALUE ZERO.
       77  WS-LINE-SUB           PIC 99    VALUE ZERO.
       77  WS-TPL-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-TPL-SUB-2          PIC 9(4)  VALUE ZERO.
       77  WS-GEN-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-DEBIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
       77  WS-CREDIT-TOTAL       PIC 9(9)V99 VALUE ZERO.
       77  WS-DEBIT-ED           PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-CREDIT-ED          PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-AMOUNT-ED          PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-GEN-COUNT          PIC 9(4)  VALUE ZERO.
       77  WS-SKIP-COUNT         PIC 9(4)  VALUE ZERO.
       77  WS-PERIOD-OK          PIC X     VALUE "Y".
      ******************************************************************
      * The shared exception layout is kept in WORKING-STORAGE (and
      * written with WRITE ... FROM) so its FILLER/separator VALUE
      * clauses actually take effect.
      ******************************************************************
           COPY EXCPREC.
      ******************************************************************
      * Shared period table and period lock fields; see PERWS.
      ******************************************************************
           COPY PERWS.
       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE    PIC 9(8).
           05  FILLER             PIC X(13).
       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-ACCT-ENTRY      OCCURS 1000 TIMES.
               10  WS-AC-ACCOUNT  PIC X(8).
               10  WS-AC-NAME     PIC X(20).
      ******************************************************************
      * The lines of the entry (or template) being keyed or
      * generated.
      ******************************************************************
       01  WS-LINE-TABLE.
           05  WS-LINE-COUNT      PIC 99    VALUE ZERO.
           05  WS-LINE-ENTRY      OCCURS 50 TIMES.
               10  WS-LN-ACCOUNT  PIC X(8).
               10  WS-LN-DC       PIC X.
               10  WS-LN-AMOUNT   PIC 9(9)V99.
       01  WS-TPL-TABLE.
           05  WS-TPL-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-TPL-ENTRY       OCCURS 500 TIMES.
               10  WS-TP-ID       PIC X(4).
               10  WS-TP-DESC     PIC X(30).
               10  WS-TP-REVERSE  PIC X.
               10  WS-TP-ACCOUNT  PIC X(8).
               10  WS-TP-DC       PIC X.
               10  WS-TP-AMOUNT   PIC 9(9)V99.
               10  WS-TP-DONE     PIC X.
      ******************************************************************
      * Templates already generated, by template ID and period,
      * gathered off GLENTRY.DAT so a period is never generated
      * twice.
      ******************************************************************
       01  WS-GEN-TABLE.
           05  WS-GEN-TBL-COUNT   PIC 9(4)  VALUE ZERO.
           05  WS-GEN-ENTRY       OCCURS 2000 TIMES.
               10  WS-GN-SOURCE   PIC X(6).
               10  WS-GN-PERIOD   PIC 9(6).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-FIELDS
           MOVE WS-CURRENT-DATE TO WS-TODAY
           PERFORM 010-LOAD-ACCOUNT-TABLE
           IF WS-ACCT-COUNT = ZERO
               DISPLAY "GLACCT.DAT HAS NO ACCOUNTS - NO ENTRIES TAKEN"
               STOP RUN
           END-IF
           PERFORM 020-LOAD-ENTRY-HISTORY
           PERFORM 030-LOAD-TEMPLATE-TABLE
           PERFORM 040-LOAD-PERIODS
           DISPLAY 'ENTER ACTION: E-JOURNAL ENTRY   T-KEY TEMPLATE'
               '   D-DELETE TEMPLATE'
           DISPLAY '              R-GENERATE RECURRING   L-LIST'
               ' TEMPLATES'
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "E"
                   PERFORM 100-KEY-JOURNAL-ENTRY
                       UNTIL WS-ENTRY-DONE = "Y"
               WHEN "T"
                   PERFORM 400-KEY-TEMPLATE
               WHEN "D"
                   PERFORM 450-DELETE-TEMPLATE
               WHEN "R"
                   PERFORM 500-GENERATE-RECURRING
               WHEN "L"
                   PERFORM 600-LIST-TEMPLATES
               WHEN OTHER
                   DISPLAY 'INVALID ACTION - NO CHANGE MADE'
           END-EVALUATE
           IF WS-TPL-CHANGED = "Y"
               PERFORM 480-REWRITE-TEMPLATE-FILE
           END-IF
           STOP RUN.
       010-LOAD-ACCOUNT-TABLE.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS = "00"
               PERFORM UNTIL WS-ACCT-EOF = "Y"
                   READ ACCOUNT-FILE
                       AT END
                           MOVE "Y" TO WS-ACCT-EOF
                       NOT AT END
                           IF WS-ACCT-COUNT < 1000
                               ADD 1 TO WS-ACCT-COUNT
                               MOVE GA-ACCOUNT TO
                                   WS-AC-ACCOUNT (WS-ACCT-COUNT)
                               MOVE GA-NAME TO
                                   WS-AC-NAME (WS-ACCT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF.
      ******************************************************************
      * The next entry number follows the highest on file; the
      * recurring templates already generated are noted by period.
      ******************************************************************
       020-LOAD-ENTRY-HISTORY.
           OPEN INPUT ENTRY-FILE
           IF WS-ENTRY-STATUS = "00"
               PERFORM UNTIL WS-ENTRY-EOF = "Y"
                   READ ENTRY-FILE
                       AT END
                           MOVE "Y" TO WS-ENTRY-EOF
                       NOT AT END
                           IF GE-ENTRY-NO >= WS-NEXT-ENTRY-NO
                               COMPUTE WS-NEXT-ENTRY-NO =
                                   GE-ENTRY-NO + 1
                           END-IF
                           IF GE-ENTRY-TYPE = "R"
                              AND GE-LINE-NO = 1
                              AND WS-GEN-TBL-COUNT < 2000
                               ADD 1 TO WS-GEN-TBL-COUNT
                               MOVE GE-SOURCE TO
                                   WS-GN-SOURCE (WS-GEN-TBL-COUNT)
                               MOVE GE-PERIOD TO
                                   WS-GN-PERIOD (WS-GEN-TBL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTRY-FILE
           END-IF.
       030-LOAD-TEMPLATE-TABLE.
           OPEN INPUT TEMPLATE-FILE
           IF WS-TPL-STATUS = "00"
               PERFORM UNTIL WS-TPL-EOF = "Y"
                   READ TEMPLATE-FILE
                       AT END
                           MOVE "Y" TO WS-TPL-EOF
                       NOT AT END
                           IF WS-TPL-COUNT < 500
                               ADD 1 TO WS-TPL-COUNT
                               MOVE RC-TEMPLATE-ID TO
                                   WS-TP-ID (WS-TPL-COUNT)
                               MOVE RC-DESCRIPTION TO
                                   WS-TP-DESC (WS-TPL-COUNT)
                               MOVE RC-REVERSE TO
                                   WS-TP-REVERSE (WS-TPL-COUNT)
                               MOVE RC-ACCOUNT TO
                                   WS-TP-ACCOUNT (WS-TPL-COUNT)
                               MOVE RC-DEBIT-CREDIT TO
                                   WS-TP-DC (WS-TPL-COUNT)
                               MOVE RC-AMOUNT TO
                                   WS-TP-AMOUNT (WS-TPL-COUNT)
                               MOVE "N" TO
                                   WS-TP-DONE (WS-TPL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.
       040-LOAD-PERIODS.
           COPY PERLOAD.
           .
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
      * function "G" among its allowed functions. With no operator
      * file on disk yet the sign-on is not enforced, only recorded,
      * so the control can be rolled out without bricking the shop.
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
                                   WS-FUNC-TALLY FOR ALL "G"
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
      * One manual entry per pass; a blank description ends the
      * session.
      ******************************************************************
       100-KEY-JOURNAL-ENTRY.
           DISPLAY "ENTER ENTRY DESCRIPTION (BLANK TO QUIT)"
           ACCEPT WS-ENTRY-DESC
           IF WS-ENTRY-DESC = SPACES
               MOVE "Y" TO WS-ENTRY-DONE
           ELSE
               PERFORM 110-KEY-ENTRY-PERIOD
               MOVE WS-ENTRY-PERIOD TO PER-TEST-PERIOD
               PERFORM 120-CHECK-PERIOD-LOCK
               IF WS-PERIOD-OK = "Y"
                   DISPLAY "AUTO-REVERSING ACCRUAL? (Y/N)"
                   ACCEPT WS-ENTRY-REVERSE
                   PERFORM UNTIL WS-ENTRY-REVERSE = "Y"
                                 OR WS-ENTRY-REVERSE = "N"
                       DISPLAY "PLEASE ENTER Y OR N"
                       ACCEPT WS-ENTRY-REVERSE
                   END-PERFORM
                   IF WS-ENTRY-REVERSE = "Y"
                       MOVE WS-REVERSE-PERIOD TO PER-TEST-PERIOD
                       PERFORM 120-CHECK-PERIOD-LOCK
                   END-IF
               END-IF
               IF WS-PERIOD-OK = "Y"
                   PERFORM 200-KEY-ENTRY-LINES
                   IF WS-ENTRY-OK = "Y"
                       MOVE "M"    TO WS-ENTRY-TYPE
                       MOVE SPACES TO WS-ENTRY-SOURCE
                       PERFORM 300-STORE-ENTRY
                   END-IF
               END-IF
           END-IF.
       110-KEY-ENTRY-PERIOD.
           DISPLAY 'ENTER PERIOD YEAR (YYYY)'
           ACCEPT WS-ENTRY-YEAR
           DISPLAY 'ENTER PERIOD MONTH (MM)'
           ACCEPT WS-ENTRY-MONTH
           PERFORM UNTIL WS-ENTRY-YEAR IS NUMERIC AND
                         WS-ENTRY-MONTH IS NUMERIC AND
                         WS-ENTRY-MONTH >= 1 AND
                         WS-ENTRY-MONTH <= 12
               DISPLAY 'INVALID PERIOD - PLEASE RE-ENTER'
               DISPLAY 'ENTER PERIOD YEAR (YYYY)'
               ACCEPT WS-ENTRY-YEAR
               DISPLAY 'ENTER PERIOD MONTH (MM)'
               ACCEPT WS-ENTRY-MONTH
           END-PERFORM
           COMPUTE WS-ENTRY-PERIOD =
               (WS-ENTRY-YEAR * 100) + WS-ENTRY-MONTH
           IF WS-ENTRY-MONTH = 12
               COMPUTE WS-REVERSE-PERIOD =
                   ((WS-ENTRY-YEAR + 1) * 100) + 1
           ELSE
               COMPUTE WS-REVERSE-PERIOD = WS-ENTRY-PERIOD + 1
           END-IF.
      ******************************************************************
      * Adjustments are what a soft-closed period is still open for,
      * so only a closed period refuses the entry.
      ******************************************************************
       120-CHECK-PERIOD-LOCK.
           MOVE "Y" TO WS-PERIOD-OK
           COPY PERTEST.
           IF PER-CLOSED
               DISPLAY "PERIOD " PER-TEST-PERIOD " IS CLOSED - "
                   "ENTRY REFUSED"
               MOVE "N" TO WS-PERIOD-OK
               MOVE "JRNLENT"          TO EXC-SOURCE-PROGRAM
               MOVE SPACES             TO EXC-RECORD-KEY
               STRING "JE" PER-TEST-PERIOD DELIMITED BY SIZE
                   INTO EXC-RECORD-KEY
               END-STRING
               MOVE "PERCLS"           TO EXC-REASON-CODE
               MOVE WS-TODAY (5:2)     TO EXC-MONTH
               MOVE WS-TODAY (7:2)     TO EXC-DAY
               MOVE WS-TODAY (1:4)     TO EXC-YEAR
               MOVE SPACES TO EXC-RESOLVED-FLAG
               MOVE SPACES TO EXC-RECORD-IMAGE
               MOVE PER-TEST-PERIOD TO EXC-RECORD-IMAGE (1:6)
               MOVE WS-ENTRY-DESC TO EXC-RECORD-IMAGE (31:30)
               MOVE WS-OPERATOR-ID TO EXC-RECORD-IMAGE (62:8)
               OPEN EXTEND EXCEPTIONS-FILE
               WRITE EXCEPTION-OUTREC FROM EXCEPTION-RECORD
               CLOSE EXCEPTIONS-FILE
           END-IF.
      ******************************************************************
      * Keys lines until the operator finishes a balanced set of at
      * least two lines, or abandons with "X".
      ******************************************************************
       200-KEY-ENTRY-LINES.
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-DEBIT-TOTAL
           MOVE ZERO TO WS-CREDIT-TOTAL
           MOVE "N" TO WS-ENTRY-OK
           MOVE "N" TO WS-LINES-DONE
           PERFORM 210-KEY-ONE-LINE UNTIL WS-LINES-DONE = "Y".
       210-KEY-ONE-LINE.
           COMPUTE WS-LINE-SUB = WS-LINE-COUNT + 1
           DISPLAY "LINE " WS-LINE-SUB
               " - ENTER ACCOUNT (BLANK TO FINISH, X TO ABANDON)"
           ACCEPT WS-KEY-ACCOUNT
           EVALUATE TRUE
               WHEN WS-KEY-ACCOUNT = "X"
                   MOVE "Y" TO WS-LINES-DONE
                   DISPLAY "ENTRY ABANDONED - NOTHING RECORDED"
               WHEN WS-KEY-ACCOUNT = SPACES
                   PERFORM 230-CHECK-ENTRY-BALANCE
               WHEN OTHER
                   PERFORM 220-KEY-LINE-FIELDS
           END-EVALUATE.
       220-KEY-LINE-FIELDS.
           PERFORM 250-FIND-ACCOUNT
           IF WS-FOUND-SUB = ZERO
               DISPLAY "ACCOUNT " WS-KEY-ACCOUNT
                   " NOT ON GLACCT.DAT - LINE NOT TAKEN"
           ELSE
               IF WS-LINE-COUNT >= 50
                   DISPLAY "ENTRY IS LIMITED TO 50 LINES - LINE NOT "
                       "TAKEN"
               ELSE
                   DISPLAY "ACCOUNT: " WS-AC-NAME (WS-FOUND-SUB)
                   DISPLAY "D-DEBIT OR C-CREDIT"
                   ACCEPT WS-KEY-DC
                   PERFORM UNTIL WS-KEY-DC = "D" OR WS-KEY-DC = "C"
                       DISPLAY "PLEASE ENTER D OR C"
                       ACCEPT WS-KEY-DC
                   END-PERFORM
                   DISPLAY "ENTER AMOUNT"
                   ACCEPT WS-KEY-AMOUNT
                   PERFORM UNTIL WS-KEY-AMOUNT IS NUMERIC
                                 AND WS-KEY-AMOUNT > ZERO
                       DISPLAY "AMOUNT MUST BE NUMERIC AND ABOVE ZERO"
                       ACCEPT WS-KEY-AMOUNT
                   END-PERFORM
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-KEY-ACCOUNT TO WS-LN-ACCOUNT (WS-LINE-COUNT)
                   MOVE WS-KEY-DC      TO WS-LN-DC (WS-LINE-COUNT)
                   MOVE WS-KEY-AMOUNT  TO WS-LN-AMOUNT (WS-LINE-COUNT)
                   IF WS-KEY-DC = "D"
                       ADD WS-KEY-AMOUNT TO WS-DEBIT-TOTAL
                   ELSE
                       ADD WS-KEY-AMOUNT TO WS-CREDIT-TOTAL
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * An out-of-balance entry is not taken: the operator is shown
      * the totals and goes on keying until it balances.
      ******************************************************************
       230-CHECK-ENTRY-BALANCE.
           MOVE WS-DEBIT-TOTAL  TO WS-DEBIT-ED
           MOVE WS-CREDIT-TOTAL TO WS-CREDIT-ED
           IF WS-LINE-COUNT < 2
               DISPLAY "AN ENTRY NEEDS AT LEAST TWO LINES - KEY "
                   "ANOTHER LINE OR X TO ABANDON"
           ELSE
               IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   DISPLAY "OUT OF BALANCE - DEBITS " WS-DEBIT-ED
                       "  CREDITS " WS-CREDIT-ED
                   DISPLAY "KEY A CORRECTING LINE OR X TO ABANDON"
               ELSE
                   DISPLAY "IN BALANCE - DEBITS AND CREDITS "
                       WS-DEBIT-ED
                   MOVE "Y" TO WS-ENTRY-OK
                   MOVE "Y" TO WS-LINES-DONE
               END-IF
           END-IF.
       250-FIND-ACCOUNT.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                      OR WS-FOUND-SUB > ZERO
               IF WS-AC-ACCOUNT (WS-ACCT-SUB) = WS-KEY-ACCOUNT
                   MOVE WS-ACCT-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
      ******************************************************************
      * Numbers the entry, keeps it on GLENTRY.DAT and sends its
      * lines to GLJRNL.DAT, posting-dated the first of the entry's
      * period so GlLedger posts them into that period. An accrual's
      * reversal is numbered and kept as its own entry, with its
      * lines held on GLREVRS.DAT for GlLedger to post in the
      * following period.
      ******************************************************************
       300-STORE-ENTRY.
           MOVE WS-NEXT-ENTRY-NO TO WS-ENTRY-NO
           ADD 1 TO WS-NEXT-ENTRY-NO
           OPEN EXTEND ENTRY-FILE
           IF WS-ENTRY-STATUS NOT = "00"
               OPEN OUTPUT ENTRY-FILE
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               MOVE SPACES TO ENTRY-REC
               MOVE WS-ENTRY-NO     TO GE-ENTRY-NO
               MOVE WS-LINE-SUB     TO GE-LINE-NO
               MOVE WS-ENTRY-TYPE   TO GE-ENTRY-TYPE
               MOVE WS-ENTRY-PERIOD TO GE-PERIOD
               MOVE WS-LN-ACCOUNT (WS-LINE-SUB) TO GE-ACCOUNT
               MOVE WS-LN-DC (WS-LINE-SUB)      TO GE-DEBIT-CREDIT
               MOVE WS-LN-AMOUNT (WS-LINE-SUB)  TO GE-AMOUNT
               MOVE WS-ENTRY-DESC   TO GE-DESCRIPTION
               MOVE WS-OPERATOR-ID  TO GE-PREPARER
               MOVE WS-TODAY        TO GE-KEYED-DATE
               MOVE WS-ENTRY-SOURCE TO GE-SOURCE
               WRITE ENTRY-REC
               MOVE SPACES TO JOURNAL-REC
               MOVE WS-LN-ACCOUNT (WS-LINE-SUB) TO JR-ACCOUNT
               MOVE WS-LN-DC (WS-LINE-SUB)      TO JR-DEBIT-CREDIT
               MOVE WS-LN-AMOUNT (WS-LINE-SUB)  TO JR-AMOUNT
               MOVE "JRNLENT"       TO JR-SOURCE
               COMPUTE JR-POST-DATE = WS-ENTRY-PERIOD * 100 + 1
               STRING "JE" WS-ENTRY-NO DELIMITED BY SIZE
                   INTO JR-REFERENCE
               END-STRING
               MOVE WS-ENTRY-DESC   TO JR-DESCRIPTION
               WRITE JOURNAL-REC
           END-PERFORM
           CLOSE JOURNAL-FILE
           DISPLAY "ENTRY " WS-ENTRY-NO " TAKEN FOR PERIOD "
               WS-ENTRY-PERIOD " - LINES SENT TO GLJRNL.DAT"
           IF WS-ENTRY-REVERSE = "Y"
               PERFORM 310-STORE-REVERSAL
           END-IF
           CLOSE ENTRY-FILE.
       310-STORE-REVERSAL.
           MOVE WS-NEXT-ENTRY-NO TO WS-REVERSAL-NO
           ADD 1 TO WS-NEXT-ENTRY-NO
           OPEN EXTEND REVERSAL-FILE
           IF WS-REV-STATUS NOT = "00"
               OPEN OUTPUT REVERSAL-FILE
           END-IF
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               IF WS-LN-DC (WS-LINE-SUB) = "D"
                   MOVE "C" TO WS-KEY-DC
               ELSE
                   MOVE "D" TO WS-KEY-DC
               END-IF
               MOVE SPACES TO ENTRY-REC
               MOVE WS-REVERSAL-NO    TO GE-ENTRY-NO
               MOVE WS-LINE-SUB       TO GE-LINE-NO
               MOVE "V"               TO GE-ENTRY-TYPE
               MOVE WS-REVERSE-PERIOD TO GE-PERIOD
               MOVE WS-LN-ACCOUNT (WS-LINE-SUB) TO GE-ACCOUNT
               MOVE WS-KEY-DC         TO GE-DEBIT-CREDIT
               MOVE WS-LN-AMOUNT (WS-LINE-SUB)  TO GE-AMOUNT
               MOVE WS-ENTRY-DESC     TO GE-DESCRIPTION
               MOVE WS-OPERATOR-ID    TO GE-PREPARER
               MOVE WS-TODAY          TO GE-KEYED-DATE
               MOVE WS-ENTRY-NO       TO GE-SOURCE
               WRITE ENTRY-REC
               MOVE SPACES TO REVERSAL-REC
               MOVE WS-REVERSE-PERIOD TO RR-DUE-PERIOD
               MOVE WS-REVERSAL-NO    TO RR-ENTRY-NO
               MOVE WS-LN-ACCOUNT (WS-LINE-SUB) TO RR-ACCOUNT
               MOVE WS-KEY-DC         TO RR-DEBIT-CREDIT
               MOVE WS-LN-AMOUNT (WS-LINE-SUB)  TO RR-AMOUNT
               WRITE REVERSAL-REC
           END-PERFORM
           CLOSE REVERSAL-FILE
           DISPLAY "REVERSING ENTRY " WS-REVERSAL-NO
               " HELD TO POST IN PERIOD " WS-REVERSE-PERIOD.
      ******************************************************************
      * Keys a recurring template. Keying an existing ID again
      * replaces its lines once the new set balances; abandoning
      * leaves the template as it was.
      ******************************************************************
       400-KEY-TEMPLATE.
           DISPLAY "ENTER TEMPLATE ID (UP TO 4 CHARACTERS)"
           ACCEPT WS-KEY-TPL-ID
           IF WS-KEY-TPL-ID = SPACES
               DISPLAY "NO TEMPLATE ID - NO CHANGE MADE"
           ELSE
               PERFORM 410-FIND-TEMPLATE
               IF WS-FOUND-SUB > ZERO
                   DISPLAY "TEMPLATE ON FILE: "
                       WS-TP-DESC (WS-FOUND-SUB)
                       " - KEYING AGAIN REPLACES IT"
               END-IF
               DISPLAY "ENTER TEMPLATE DESCRIPTION"
               ACCEPT WS-ENTRY-DESC
               PERFORM UNTIL WS-ENTRY-DESC NOT = SPACES
                   DISPLAY "A DESCRIPTION IS REQUIRED"
                   ACCEPT WS-ENTRY-DESC
               END-PERFORM
               DISPLAY "AUTO-REVERSING ACCRUAL? (Y/N)"
               ACCEPT WS-ENTRY-REVERSE
               PERFORM UNTIL WS-ENTRY-REVERSE = "Y"
                             OR WS-ENTRY-REVERSE = "N"
                   DISPLAY "PLEASE ENTER Y OR N"
                   ACCEPT WS-ENTRY-REVERSE
               END-PERFORM
               PERFORM 200-KEY-ENTRY-LINES
               IF WS-ENTRY-OK = "Y"
                   PERFORM 420-STORE-TEMPLATE
               END-IF
           END-IF.
       410-FIND-TEMPLATE.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-TPL-SUB FROM 1 BY 1
                   UNTIL WS-TPL-SUB > WS-TPL-COUNT
                      OR WS-FOUND-SUB > ZERO
               IF WS-TP-ID (WS-TPL-SUB) = WS-KEY-TPL-ID
                   MOVE WS-TPL-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       420-STORE-TEMPLATE.
           PERFORM 460-REMOVE-TEMPLATE-LINES
           IF WS-TPL-COUNT + WS-LINE-COUNT > 500
               DISPLAY "TEMPLATE TABLE FULL - TEMPLATE NOT STORED"
           ELSE
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-LINE-COUNT
                   ADD 1 TO WS-TPL-COUNT
                   MOVE WS-KEY-TPL-ID TO WS-TP-ID (WS-TPL-COUNT)
                   MOVE WS-ENTRY-DESC TO WS-TP-DESC (WS-TPL-COUNT)
                   MOVE WS-ENTRY-REVERSE
                       TO WS-TP-REVERSE (WS-TPL-COUNT)
                   MOVE WS-LN-ACCOUNT (WS-LINE-SUB)
                       TO WS-TP-ACCOUNT (WS-TPL-COUNT)
                   MOVE WS-LN-DC (WS-LINE-SUB)
                       TO WS-TP-DC (WS-TPL-COUNT)
                   MOVE WS-LN-AMOUNT (WS-LINE-SUB)
                       TO WS-TP-AMOUNT (WS-TPL-COUNT)
                   MOVE "N" TO WS-TP-DONE (WS-TPL-COUNT)
               END-PERFORM
               DISPLAY "TEMPLATE " WS-KEY-TPL-ID " STORED"
           END-IF
           MOVE "Y" TO WS-TPL-CHANGED.
       450-DELETE-TEMPLATE.
           DISPLAY "ENTER TEMPLATE ID"
           ACCEPT WS-KEY-TPL-ID
           PERFORM 410-FIND-TEMPLATE
           IF WS-FOUND-SUB = ZERO
               DISPLAY "TEMPLATE NOT FOUND - NO CHANGE MADE"
           ELSE
               PERFORM 460-REMOVE-TEMPLATE-LINES
               MOVE "Y" TO WS-TPL-CHANGED
               DISPLAY "TEMPLATE " WS-KEY-TPL-ID " DELETED"
           END-IF.
       460-REMOVE-TEMPLATE-LINES.
           MOVE ZERO TO WS-TPL-SUB-2
           PERFORM VARYING WS-TPL-SUB FROM 1 BY 1
                   UNTIL WS-TPL-SUB > WS-TPL-COUNT
               IF WS-TP-ID (WS-TPL-SUB) NOT = WS-KEY-TPL-ID
                   ADD 1 TO WS-TPL-SUB-2
                   MOVE WS-TPL-ENTRY (WS-TPL-SUB)
                       TO WS-TPL-ENTRY (WS-TPL-SUB-2)
               END-IF
           END-PERFORM
           MOVE WS-TPL-SUB-2 TO WS-TPL-COUNT.
       480-REWRITE-TEMPLATE-FILE.
           OPEN OUTPUT TEMPLATE-FILE
           PERFORM VARYING WS-TPL-SUB FROM 1 BY 1
                   UNTIL WS-TPL-SUB > WS-TPL-COUNT
               MOVE SPACES TO TEMPLATE-REC
               MOVE WS-TP-ID (WS-TPL-SUB)      TO RC-TEMPLATE-ID
               MOVE WS-TP-DESC (WS-TPL-SUB)    TO RC-DESCRIPTION
               MOVE WS-TP-REVERSE (WS-TPL-SUB) TO RC-REVERSE
               MOVE WS-TP-ACCOUNT (WS-TPL-SUB) TO RC-ACCOUNT
               MOVE WS-TP-DC (WS-TPL-SUB)      TO RC-DEBIT-CREDIT
               MOVE WS-TP-AMOUNT (WS-TPL-SUB)  TO RC-AMOUNT
               WRITE TEMPLATE-REC
           END-PERFORM
           CLOSE TEMPLATE-FILE.
      ******************************************************************
      * Generates every template as an entry for the period keyed.
      * A template already generated for the period, or one that no
      * longer balances or names an account since removed from
      * GLACCT.DAT, is passed over with a message.
      ******************************************************************
       500-GENERATE-RECURRING.
           IF WS-TPL-COUNT = ZERO
               DISPLAY "GLRECUR.DAT HAS NO TEMPLATES - NOTHING "
                   "GENERATED"
           ELSE
               PERFORM 110-KEY-ENTRY-PERIOD
               MOVE WS-ENTRY-PERIOD TO PER-TEST-PERIOD
               MOVE SPACES TO WS-ENTRY-DESC
               PERFORM 120-CHECK-PERIOD-LOCK
               IF WS-PERIOD-OK = "Y"
                   PERFORM VARYING WS-TPL-SUB FROM 1 BY 1
                           UNTIL WS-TPL-SUB > WS-TPL-COUNT
                       IF WS-TP-DONE (WS-TPL-SUB) = "N"
                           PERFORM 510-GENERATE-ONE-TEMPLATE
                       END-IF
                   END-PERFORM
                   DISPLAY "RECURRING ENTRIES GENERATED: "
                       WS-GEN-COUNT "   PASSED OVER: " WS-SKIP-COUNT
               END-IF
           END-IF.
       510-GENERATE-ONE-TEMPLATE.
           MOVE WS-TP-ID (WS-TPL-SUB)      TO WS-KEY-TPL-ID
           MOVE WS-TP-DESC (WS-TPL-SUB)    TO WS-ENTRY-DESC
           MOVE WS-TP-REVERSE (WS-TPL-SUB) TO WS-ENTRY-REVERSE
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-DEBIT-TOTAL
           MOVE ZERO TO WS-CREDIT-TOTAL
           MOVE "Y" TO WS-ENTRY-OK
           PERFORM VARYING WS-TPL-SUB-2 FROM WS-TPL-SUB BY 1
                   UNTIL WS-TPL-SUB-2 > WS-TPL-COUNT
               IF WS-TP-ID (WS-TPL-SUB-2) = WS-KEY-TPL-ID
                   MOVE "Y" TO WS-TP-DONE (WS-TPL-SUB-2)
                   PERFORM 520-TAKE-TEMPLATE-LINE
               END-IF
           END-PERFORM
           IF WS-ENTRY-OK = "Y"
              AND (WS-LINE-COUNT < 2
                   OR WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL)
               DISPLAY "TEMPLATE " WS-KEY-TPL-ID
                   " DOES NOT BALANCE - PASSED OVER"
               MOVE "N" TO WS-ENTRY-OK
           END-IF
           IF WS-ENTRY-OK = "Y"
               PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                       UNTIL WS-GEN-SUB > WS-GEN-TBL-COUNT
                   IF WS-GN-SOURCE (WS-GEN-SUB) = WS-KEY-TPL-ID
                      AND WS-GN-PERIOD (WS-GEN-SUB) = WS-ENTRY-PERIOD
                       MOVE "N" TO WS-ENTRY-OK
                   END-IF
               END-PERFORM
               IF WS-ENTRY-OK = "N"
                   DISPLAY "TEMPLATE " WS-KEY-TPL-ID
                       " ALREADY GENERATED FOR " WS-ENTRY-PERIOD
                       " - PASSED OVER"
               END-IF
           END-IF
           IF WS-ENTRY-OK = "Y"
               MOVE "R"           TO WS-ENTRY-TYPE
               MOVE WS-KEY-TPL-ID TO WS-ENTRY-SOURCE
               PERFORM 300-STORE-ENTRY
               ADD 1 TO WS-GEN-COUNT
           ELSE
               ADD 1 TO WS-SKIP-COUNT
           END-IF.
       520-TAKE-TEMPLATE-LINE.
           MOVE WS-TP-ACCOUNT (WS-TPL-SUB-2) TO WS-KEY-ACCOUNT
           PERFORM 250-FIND-ACCOUNT
           IF WS-FOUND-SUB = ZERO
               IF WS-ENTRY-OK = "Y"
                   DISPLAY "TEMPLATE " WS-KEY-TPL-ID " ACCOUNT "
                       WS-KEY-ACCOUNT " NOT ON GLACCT.DAT - PASSED OVER"
               END-IF
               MOVE "N" TO WS-ENTRY-OK
           ELSE
               IF WS-LINE-COUNT < 50
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-KEY-ACCOUNT
                       TO WS-LN-ACCOUNT (WS-LINE-COUNT)
                   MOVE WS-TP-DC (WS-TPL-SUB-2)
                       TO WS-LN-DC (WS-LINE-COUNT)
                   MOVE WS-TP-AMOUNT (WS-TPL-SUB-2)
                       TO WS-LN-AMOUNT (WS-LINE-COUNT)
                   IF WS-TP-DC (WS-TPL-SUB-2) = "D"
                       ADD WS-TP-AMOUNT (WS-TPL-SUB-2) TO WS-DEBIT-TOTAL
                   ELSE
                       ADD WS-TP-AMOUNT (WS-TPL-SUB-2)
                           TO WS-CREDIT-TOTAL
                   END-IF
               END-IF
           END-IF.
       600-LIST-TEMPLATES.
           PERFORM VARYING WS-TPL-SUB FROM 1 BY 1
                   UNTIL WS-TPL-SUB > WS-TPL-COUNT
               MOVE WS-TP-AMOUNT (WS-TPL-SUB) TO WS-AMOUNT-ED
               DISPLAY WS-TP-ID (WS-TPL-SUB) " "
                   WS-TP-DESC (WS-TPL-SUB) " "
                   WS-TP-REVERSE (WS-TPL-SUB) " "
                   WS-TP-ACCOUNT (WS-TPL-SUB) " "
                   WS-TP-DC (WS-TPL-SUB) " " WS-AMOUNT-ED
           END-PERFORM
           DISPLAY WS-TPL-COUNT " TEMPLATE LINES ON FILE".
       END PROGRAM JrnlEnt.
