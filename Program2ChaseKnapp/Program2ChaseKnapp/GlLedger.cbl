      *     journal is moved aside to GLJRNL.PST and the live
      *     GLJRNL.DAT removed, so a rerun cannot post the same
      *     entries twice -- the same rerun protection the YTD
      *     totals got. Reversals of accruals keyed through JrnlEnt
      *     wait on GLREVRS.DAT for the period after the accrual; the
      *     first posting into that period (or any later one) posts
      *     them with the journal and drops them from the file.
      *     Every line posted is also kept on the G/L detail history
      *     GLDETAIL.DAT -- account, period, amount, and the source
      *     program, posting date, reference and description the
      *     poster stamped on the journal line -- so a period
      *     balance can be traced back to the runs that made it.
      *     The posting period is checked on PERIODS.DAT. BATCH
      *     posts into the current (first open) period; a keyed
      *     period that is closed is refused (PERCLS) and the
      *     journal left in place. Into a soft-closed period only
      *     JrnlEnt adjustments (and their reversals) post; every
      *     other line is posted to the current period instead and
      *     the redirection logged (PERRDR). A JrnlEnt line posts
      *     into the period it was keyed for, carried on its posting
      *     date; one whose period has closed since is refused
      *     (PERCLS, with the line on the exception log) and must be
      *     keyed again into an open period. A reversal posts into
      *     the period it fell due in, or the current period if that
      *     one has closed.
      * Input:
      *     GLJRNL.DAT, GLREVRS.DAT,
      *     PERIODS.DAT (accounting period control)
      * Output:
      *     GLBAL.DAT (account period balances, merged and rewritten)
      *     GLDETAIL.DAT (posted line history, appended)
      *     GLJRNL.PST (the consumed journal, for the audit trail)
      *     GLREVRS.DAT (reversals still to come, rewritten)
      *     EXCEPTIONS.LOG (shared exception log)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT  REVERSAL-FILE
               ASSIGN TO "GLREVRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.
           SELECT  DETAIL-FILE
               ASSIGN TO "GLDETAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT  PERIOD-FILE
               ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PER-STATUS.
           SELECT  EXCEPTIONS-FILE
               ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
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
       FD  BALANCE-FILE.
       01  BALANCE-REC.
           05  GB-ACCOUNT            PIC X(8).
           05  GB-DEBITS             PIC 9(11)V99.
           05  FILLER                PIC X.
           05  GB-CREDITS            PIC 9(11)V99.
      ******************************************************************
      * A reversal line held for the period it falls due in.
      ******************************************************************
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
      ******************************************************************
      * One posted journal line, with the ledger period it went to
      * and the date this run posted it.
      ******************************************************************
       FD  DETAIL-FILE.
       01  DETAIL-REC.
           05  GD-ACCOUNT            PIC X(8).
           05  FILLER                PIC X.
           05  GD-PERIOD             PIC 9(6).
           05  FILLER                PIC X.
           05  GD-DEBIT-CREDIT       PIC X.
           05  FILLER                PIC X.
           05  GD-AMOUNT             PIC 9(9)V99.
           05  FILLER                PIC X.
           05  GD-SOURCE             PIC X(8).
           05  FILLER                PIC X.
           05  GD-POST-DATE          PIC 9(8).
           05  FILLER                PIC X.
           05  GD-REFERENCE          PIC X(10).
           05  FILLER                PIC X.
           05  GD-DESCRIPTION        PIC X(30).
           05  FILLER                PIC X.
           05  GD-LEDGER-DATE        PIC 9(8).
       FD  PERIOD-FILE.
           COPY PERREC.
       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-OUTREC          PIC X(120).
       WORKING-STORAGE SECTION.
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
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
           05  WS-JRNL-STATUS     PIC XX.
           05  WS-BAL-STATUS      PIC XX.
           05  WS-BAL-EOF         PIC X     VALUE "N".
           05  WS-REV-STATUS      PIC XX.
           05  WS-REV-EOF         PIC X     VALUE "N".
           05  WS-DTL-STATUS      PIC XX.
           05  WS-JRNL-FOUND      PIC X     VALUE "N".
           05  WS-REVERSALS-POSTED PIC 9(5) VALUE ZERO.
           05  WS-REV-SUB         PIC 9(4)  VALUE ZERO.
           05  WS-LINE-ACCOUNT    PIC X(8).
           05  WS-LINE-DC         PIC X.
           05  WS-LINE-AMOUNT     PIC 9(9)V99.
           05  WS-LINE-SOURCE     PIC X(8).
           05  WS-LINE-POST-DATE  PIC 9(8).
           05  WS-LINE-REFERENCE  PIC X(10).
           05  WS-LINE-DESC       PIC X(30).
           05  WS-CMD-ARG         PIC X(8)  VALUE SPACES.
           05  WS-POST-YEAR       PIC 9(4)  VALUE ZERO.
           05  WS-POST-MONTH      PIC 99    VALUE ZERO.
           05  WS-POST-PERIOD     PIC 9(6)  VALUE ZERO.
           05  WS-LINE-PERIOD     PIC 9(6)  VALUE ZERO.
           05  WS-TODAY-PERIOD    PIC 9(6)  VALUE ZERO.
           05  WS-SOFT-POST       PIC X     VALUE "N".
           05  WS-LINES-REDIRECTED PIC 9(7) VALUE ZERO.
           05  WS-LINES-REFUSED   PIC 9(7)  VALUE ZERO.
           05  WS-LINES-POSTED    PIC 9(7)  VALUE ZERO.
           05  WS-BAL-SUB         PIC 9(4)  VALUE ZERO.
           05  WS-CALL-STATUS     PIC 9(9)  COMP-5.
               10  WS-GB-PERIOD   PIC 9(6).
               10  WS-GB-DEBITS   PIC 9(11)V99.
               10  WS-GB-CREDITS  PIC 9(11)V99.
       01  WS-REV-TABLE.
           05  WS-REV-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-REV-ENTRY       OCCURS 2000 TIMES.
               10  WS-RR-DUE      PIC 9(6).
               10  WS-RR-ENTRY-NO PIC 9(6).
               10  WS-RR-ACCOUNT  PIC X(8).
               10  WS-RR-DC       PIC X.
               10  WS-RR-AMOUNT   PIC 9(9)V99.
               10  WS-RR-POSTED   PIC X.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-INPUT-POSTING-PERIOD
           PERFORM 015-CHECK-PERIOD-LOCK
           PERFORM 020-LOAD-BALANCE-TABLE
           OPEN EXTEND DETAIL-FILE
           IF WS-DTL-STATUS NOT = "00"
               OPEN OUTPUT DETAIL-FILE
           END-IF
           PERFORM 030-POST-DUE-REVERSALS
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               IF WS-REVERSALS-POSTED = ZERO
                   CLOSE DETAIL-FILE
                   DISPLAY "GLJRNL.DAT NOT FOUND - NOTHING TO POST"
                   STOP RUN
               END-IF
           ELSE
               MOVE "Y" TO WS-JRNL-FOUND
               PERFORM 100-POST-NEXT-LINE UNTIL EOF = "Y"
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE DETAIL-FILE
           IF WS-LINES-POSTED = ZERO AND WS-LINES-REFUSED = ZERO
               DISPLAY "JOURNAL IS EMPTY - NOTHING POSTED"
               STOP RUN
           END-IF
           PERFORM 300-REWRITE-BALANCE-FILE
           IF WS-REVERSALS-POSTED > ZERO
               PERFORM 350-REWRITE-REVERSAL-FILE
               DISPLAY WS-REVERSALS-POSTED
                   " ACCRUAL REVERSAL LINES POSTED"
           END-IF
           IF WS-JRNL-FOUND = "Y"
               PERFORM 400-RETIRE-POSTED-JOURNAL
           END-IF
           IF WS-LINES-REDIRECTED > ZERO
               DISPLAY WS-LINES-REDIRECTED " LINES REDIRECTED TO "
                   "PERIOD " PER-CURRENT-PERIOD
               MOVE "PERRDR" TO EXC-REASON-CODE
               PERFORM 018-LOG-EXCEPTION
           END-IF
           IF WS-LINES-REFUSED > ZERO
               DISPLAY WS-LINES-REFUSED " JRNLENT LINES REFUSED - "
                   "THEIR PERIOD IS CLOSED (SEE EXCEPTIONS.LOG)"
           END-IF
           DISPLAY "LEDGER POSTING COMPLETE - " WS-LINES-POSTED
               " JOURNAL LINES INTO PERIOD " WS-POST-PERIOD
           STOP RUN.
           END-IF
           COMPUTE WS-POST-PERIOD =
               (WS-POST-YEAR * 100) + WS-POST-MONTH.
      ******************************************************************
      * BATCH always posts into the current period -- the first one
      * still open. A keyed closed period is refused with the journal
      * left where it is; a keyed soft-closed period takes only
      * JrnlEnt adjustments, everything else going to the current
      * period.
      ******************************************************************
       015-CHECK-PERIOD-LOCK.
           COPY PERLOAD.
           COMPUTE WS-TODAY-PERIOD = (WS-YEAR * 100) + WS-MONTH
           IF WS-CMD-ARG = "BATCH"
               MOVE PER-CURRENT-PERIOD TO WS-POST-PERIOD
               IF WS-POST-PERIOD NOT = WS-TODAY-PERIOD
                   DISPLAY "PERIOD " WS-TODAY-PERIOD " IS LOCKED - "
                       "POSTING INTO PERIOD " WS-POST-PERIOD
                   MOVE "PERRDR" TO EXC-REASON-CODE
                   MOVE WS-TODAY-PERIOD TO PER-TEST-PERIOD
                   PERFORM 018-LOG-EXCEPTION
               END-IF
           ELSE
               MOVE WS-POST-PERIOD TO PER-TEST-PERIOD
               COPY PERTEST.
               EVALUATE TRUE
                   WHEN PER-CLOSED
                       DISPLAY "PERIOD " WS-POST-PERIOD " IS CLOSED - "
                           "NOTHING POSTED"
                       MOVE "PERCLS" TO EXC-REASON-CODE
                       PERFORM 018-LOG-EXCEPTION
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   WHEN PER-SOFT-CLOSED
                       DISPLAY "PERIOD " WS-POST-PERIOD " IS SOFT-"
                           "CLOSED - ONLY ADJUSTMENTS POST INTO IT"
                       MOVE "Y" TO WS-SOFT-POST
               END-EVALUATE
           END-IF.
       018-LOG-EXCEPTION.
           MOVE "GLLEDGER"         TO EXC-SOURCE-PROGRAM
           MOVE SPACES             TO EXC-RECORD-KEY
           STRING "GL" PER-TEST-PERIOD DELIMITED BY SIZE
               INTO EXC-RECORD-KEY
           END-STRING
           MOVE WS-MONTH           TO EXC-MONTH
           MOVE WS-DAY             TO EXC-DAY
           MOVE WS-YEAR            TO EXC-YEAR
           MOVE SPACES TO EXC-RESOLVED-FLAG
           MOVE SPACES TO EXC-RECORD-IMAGE
           MOVE PER-TEST-PERIOD TO EXC-RECORD-IMAGE (1:6)
           MOVE PER-REDIRECT-DATE TO EXC-RECORD-IMAGE (23:8)
           OPEN EXTEND EXCEPTIONS-FILE
           WRITE EXCEPTION-OUTREC FROM EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.
       020-LOAD-BALANCE-TABLE.
           OPEN INPUT BALANCE-FILE
           IF WS-BAL-STATUS = "00"
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.
      ******************************************************************
      * Reversals falling due in the posting period or before are
      * posted with this run; later ones stay on the file.
      ******************************************************************
       030-POST-DUE-REVERSALS.
           OPEN INPUT REVERSAL-FILE
           IF WS-REV-STATUS = "00"
               PERFORM UNTIL WS-REV-EOF = "Y"
                   READ REVERSAL-FILE
                       AT END
                           MOVE "Y" TO WS-REV-EOF
                       NOT AT END
                           IF WS-REV-COUNT < 2000
                               ADD 1 TO WS-REV-COUNT
                               MOVE RR-DUE-PERIOD TO
                                   WS-RR-DUE (WS-REV-COUNT)
                               MOVE RR-ENTRY-NO TO
                                   WS-RR-ENTRY-NO (WS-REV-COUNT)
                               MOVE RR-ACCOUNT TO
                                   WS-RR-ACCOUNT (WS-REV-COUNT)
                               MOVE RR-DEBIT-CREDIT TO
                                   WS-RR-DC (WS-REV-COUNT)
                               MOVE RR-AMOUNT TO
                                   WS-RR-AMOUNT (WS-REV-COUNT)
                               MOVE "N" TO
                                   WS-RR-POSTED (WS-REV-COUNT)
                           ELSE
                               DISPLAY "REVERSAL TABLE FULL - "
                                   "GLREVRS.DAT NOT POSTED"
                               CLOSE REVERSAL-FILE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVERSAL-FILE
               PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                       UNTIL WS-REV-SUB > WS-REV-COUNT
                   IF WS-RR-DUE (WS-REV-SUB) <= WS-POST-PERIOD
                       MOVE WS-RR-ACCOUNT (WS-REV-SUB)
                           TO WS-LINE-ACCOUNT
                       MOVE WS-RR-DC (WS-REV-SUB)     TO WS-LINE-DC
                       MOVE WS-RR-AMOUNT (WS-REV-SUB) TO WS-LINE-AMOUNT
                       MOVE "JRNLENT"  TO WS-LINE-SOURCE
                       COMPUTE WS-LINE-POST-DATE =
                           WS-RR-DUE (WS-REV-SUB) * 100 + 1
                       MOVE SPACES     TO WS-LINE-REFERENCE
                       STRING "JE" WS-RR-ENTRY-NO (WS-REV-SUB)
                           DELIMITED BY SIZE INTO WS-LINE-REFERENCE
                       END-STRING
                       MOVE "ACCRUAL REVERSAL" TO WS-LINE-DESC
                       MOVE WS-RR-DUE (WS-REV-SUB) TO WS-LINE-PERIOD
                       MOVE WS-LINE-PERIOD TO PER-TEST-PERIOD
                       COPY PERTEST.
                       IF PER-CLOSED
                           MOVE PER-CURRENT-PERIOD TO WS-LINE-PERIOD
                           ADD 1 TO WS-LINES-REDIRECTED
                       END-IF
                       PERFORM 110-POST-ONE-LINE
                       MOVE "Y" TO WS-RR-POSTED (WS-REV-SUB)
                       ADD 1 TO WS-REVERSALS-POSTED
                   END-IF
               END-PERFORM
           END-IF.
       100-POST-NEXT-LINE.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   MOVE JR-ACCOUNT      TO WS-LINE-ACCOUNT
                   MOVE JR-DEBIT-CREDIT TO WS-LINE-DC
                   MOVE JR-AMOUNT       TO WS-LINE-AMOUNT
                   MOVE JR-SOURCE       TO WS-LINE-SOURCE
                   IF JR-POST-DATE IS NUMERIC
                       MOVE JR-POST-DATE TO WS-LINE-POST-DATE
                   ELSE
                       MOVE ZERO TO WS-LINE-POST-DATE
                   END-IF
                   MOVE JR-REFERENCE    TO WS-LINE-REFERENCE
                   MOVE JR-DESCRIPTION  TO WS-LINE-DESC
                   MOVE WS-POST-PERIOD  TO WS-LINE-PERIOD
                   IF WS-SOFT-POST = "Y"
                      AND JR-SOURCE NOT = "JRNLENT"
                       MOVE PER-CURRENT-PERIOD TO WS-LINE-PERIOD
                       ADD 1 TO WS-LINES-REDIRECTED
                   END-IF
                   IF JR-SOURCE = "JRNLENT"
                      AND WS-LINE-POST-DATE > ZERO
                       COMPUTE WS-LINE-PERIOD = WS-LINE-POST-DATE / 100
                       MOVE WS-LINE-PERIOD TO PER-TEST-PERIOD
                       COPY PERTEST.
                   END-IF
                   IF JR-SOURCE = "JRNLENT"
                      AND WS-LINE-POST-DATE > ZERO
                      AND PER-CLOSED
                       PERFORM 105-REFUSE-LINE
                   ELSE
                       PERFORM 110-POST-ONE-LINE
                   END-IF
           END-READ.
      ******************************************************************
      * A JrnlEnt line for a period closed since it was keyed is not
      * posted; the line goes on the exception log under its entry
      * reference for the accountant to key again.
      ******************************************************************
       105-REFUSE-LINE.
           ADD 1 TO WS-LINES-REFUSED
           MOVE "GLLEDGER"         TO EXC-SOURCE-PROGRAM
           MOVE JR-REFERENCE       TO EXC-RECORD-KEY
           MOVE "PERCLS"           TO EXC-REASON-CODE
           MOVE WS-MONTH           TO EXC-MONTH
           MOVE WS-DAY             TO EXC-DAY
           MOVE WS-YEAR            TO EXC-YEAR
           MOVE SPACES TO EXC-RESOLVED-FLAG
           MOVE JOURNAL-REC TO EXC-RECORD-IMAGE
           OPEN EXTEND EXCEPTIONS-FILE
           WRITE EXCEPTION-OUTREC FROM EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.
       110-POST-ONE-LINE.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-COUNT
                      OR (WS-GB-ACCOUNT (WS-BAL-SUB) = WS-LINE-ACCOUNT
                          AND WS-GB-PERIOD (WS-BAL-SUB)
                                  = WS-LINE-PERIOD)
               CONTINUE
           END-PERFORM
           IF WS-BAL-SUB > WS-BAL-COUNT
               IF WS-BAL-COUNT >= 2000
                   DISPLAY "BALANCE TABLE FULL - LINE FOR "
                       WS-LINE-ACCOUNT " NOT POSTED"
               ELSE
                   ADD 1 TO WS-BAL-COUNT
                   MOVE WS-BAL-COUNT TO WS-BAL-SUB
                   MOVE WS-LINE-ACCOUNT TO WS-GB-ACCOUNT (WS-BAL-SUB)
                   MOVE WS-LINE-PERIOD
                       TO WS-GB-PERIOD (WS-BAL-SUB)
                   MOVE ZERO TO WS-GB-DEBITS (WS-BAL-SUB)
                   MOVE ZERO TO WS-GB-CREDITS (WS-BAL-SUB)
               END-IF
           END-IF
           IF WS-BAL-SUB <= WS-BAL-COUNT
               IF WS-LINE-DC = "D"
                   ADD WS-LINE-AMOUNT TO WS-GB-DEBITS (WS-BAL-SUB)
               ELSE
                   ADD WS-LINE-AMOUNT TO WS-GB-CREDITS (WS-BAL-SUB)
               END-IF
               ADD 1 TO WS-LINES-POSTED
               PERFORM 120-WRITE-DETAIL-LINE
           END-IF.
       120-WRITE-DETAIL-LINE.
           MOVE SPACES TO DETAIL-REC
           MOVE WS-LINE-ACCOUNT   TO GD-ACCOUNT
           MOVE WS-LINE-PERIOD    TO GD-PERIOD
           MOVE WS-LINE-DC        TO GD-DEBIT-CREDIT
           MOVE WS-LINE-AMOUNT    TO GD-AMOUNT
           MOVE WS-LINE-SOURCE    TO GD-SOURCE
           MOVE WS-LINE-POST-DATE TO GD-POST-DATE
           MOVE WS-LINE-REFERENCE TO GD-REFERENCE
           MOVE WS-LINE-DESC      TO GD-DESCRIPTION
           MOVE WS-DATE           TO GD-LEDGER-DATE
           WRITE DETAIL-REC.
       300-REWRITE-BALANCE-FILE.
           OPEN OUTPUT BALANCE-FILE
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
           END-PERFORM
           CLOSE BALANCE-FILE.
      ******************************************************************
      * Posted reversals drop off; the ones not yet due are kept.
      ******************************************************************
       350-REWRITE-REVERSAL-FILE.
           OPEN OUTPUT REVERSAL-FILE
           PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB > WS-REV-COUNT
               IF WS-RR-POSTED (WS-REV-SUB) = "N"
                   MOVE SPACES TO REVERSAL-REC
                   MOVE WS-RR-DUE (WS-REV-SUB)      TO RR-DUE-PERIOD
                   MOVE WS-RR-ENTRY-NO (WS-REV-SUB) TO RR-ENTRY-NO
                   MOVE WS-RR-ACCOUNT (WS-REV-SUB)  TO RR-ACCOUNT
                   MOVE WS-RR-DC (WS-REV-SUB)       TO RR-DEBIT-CREDIT
                   MOVE WS-RR-AMOUNT (WS-REV-SUB)   TO RR-AMOUNT
                   WRITE REVERSAL-REC
               END-IF
           END-PERFORM
           CLOSE REVERSAL-FILE.
      ******************************************************************
      * The consumed journal moves aside so a rerun cannot
      * double-post it -- the CBL_COPY_FILE/CBL_DELETE_FILE idiom
      * the report-archiving steps already use.
