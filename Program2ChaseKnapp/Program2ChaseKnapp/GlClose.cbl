      *     runs behind the year-end operator sign-on (OPERATOR.DAT
      *     function "Y") and asks for confirmation, because a close
      *     is not a thing to back out of casually.
      *     Revenue (type R) and expense (type E) accounts, by
      *     GLACCT.DAT, do not carry a brought-forward bucket of
      *     their own: their buckets for the closing year and the
      *     year before stay as they are, so the income statement
      *     keeps its period, year-to-date and prior-year columns,
      *     and anything older is closed into the brought-forward
      *     bucket of the retained-earnings account named by the
      *     GLCLOSE RETAINED-ERN setting on SYSPARM.DAT. Without that
      *     setting, or with the account not on GLACCT.DAT, the close
      *     is refused before anything is rewritten. The closing
      *     period, and any earlier period on PERIODS.DAT not yet
      *     marked closed, is then marked closed so nothing more
      *     posts into the periods just rolled; each status change
      *     goes to the shared MNTAUDIT.LOG.
      * Input:
      *     GLBAL.DAT, GLACCT.DAT, OPERATOR.DAT, PERIODS.DAT,
      *     SYSPARM.DAT (retained-earnings account)
      * Output:
      *     GLBAL.DAT (rolled forward and rewritten)
      *     PERIODS.DAT (closed periods marked, rewritten)
      *     MNTAUDIT.LOG (before/after images, appended)
      *     ALERTS.LOG (missing parameter, appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT  ACCOUNT-FILE
               ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT  PERIOD-FILE
               ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PER-STATUS.
           SELECT  MAINT-AUDIT-FILE
               ASSIGN TO "MNTAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
           05  GB-DEBITS             PIC 9(11)V99.
           05  FILLER                PIC X.
           05  GB-CREDITS            PIC 9(11)V99.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-REC.
           05  GA-ACCOUNT         PIC X(8).
           05  FILLER             PIC X.
           05  GA-NAME            PIC X(20).
           05  FILLER             PIC X.
           05  GA-TYPE            PIC X.
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       FD  PERIOD-FILE.
           COPY PERREC.
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-OUTREC    PIC X(320).
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC           PIC X(90).
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
      * Shared period table and period lock fields; see PERWS.
      ******************************************************************
           COPY PERWS.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
       77  WS-BAL-STATUS         PIC XX.
       77  WS-ACCT-STATUS        PIC XX.
       77  WS-ACCT-EOF           PIC X     VALUE "N".
       77  WS-ALERT-STATUS       PIC XX.
       77  WS-RE-ACCOUNT         PIC X(8)  VALUE SPACES.
       77  WS-RE-ON-FILE         PIC X     VALUE "N".
       77  WS-FOLD-ACCOUNT       PIC X(8)  VALUE SPACES.
       77  WS-BUCKET-TYPE        PIC X     VALUE SPACE.
       77  WS-INCOME-KEEP-FROM   PIC 9(6)  VALUE ZERO.
       77  WS-INCOME-CLOSED      PIC 9(5)  VALUE ZERO.
       77  WS-ACCT-SUB           PIC 9(4)  VALUE ZERO.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-FWD-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-ROLLED-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-KEPT-COUNT         PIC 9(5)  VALUE ZERO.
       77  WS-INSERT-SUB         PIC 9(4)  VALUE ZERO.
       77  WS-MARKED-COUNT       PIC 9(4)  VALUE ZERO.
       77  WS-FOUND-CLOSE        PIC X     VALUE "N".
       01  WS-BAL-TABLE.
           05  WS-BAL-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-BAL-ENTRY       OCCURS 2000 TIMES.
               10  WS-GB-PERIOD   PIC 9(6).
               10  WS-GB-DEBITS   PIC 9(11)V99.
               10  WS-GB-CREDITS  PIC 9(11)V99.
               10  WS-GB-KEEP     PIC X.
      ******************************************************************
      * Account types off GLACCT.DAT, to tell the revenue and expense
      * accounts from the balance-sheet ones.
      ******************************************************************
       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-ACCT-ENTRY      OCCURS 1000 TIMES.
               10  WS-AC-ACCOUNT  PIC X(8).
               10  WS-AC-TYPE     PIC X.
      ******************************************************************
      * One brought-forward bucket per account, built from the
      * closed periods.
           END-PERFORM
           COMPUTE WS-CLOSE-PERIOD =
               (WS-CLOSE-YEAR * 100) + WS-CLOSE-MONTH
           COMPUTE WS-INCOME-KEEP-FROM =
               ((WS-CLOSE-YEAR - 1) * 100) + 1
           IF WS-CLOSE-MONTH = 12
               COMPUTE WS-FWD-PERIOD =
                   ((WS-CLOSE-YEAR + 1) * 100) + 1
           ELSE
               COMPUTE WS-FWD-PERIOD = WS-CLOSE-PERIOD + 1
           END-IF
           PERFORM 060-LOAD-CLOSE-SETTINGS
           IF WS-RE-ON-FILE = "N"
               DISPLAY 'CLOSE REFUSED - NO CHANGE MADE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'CLOSE PERIODS THROUGH ' WS-CLOSE-PERIOD
               ' AND ROLL FORWARD TO ' WS-FWD-PERIOD '? (Y/N)'
           ACCEPT WS-CONFIRM-ANSWER
           DISPLAY 'PERIOD CLOSE COMPLETE - ' WS-ROLLED-COUNT
               ' BUCKETS ROLLED INTO ' WS-FWD-COUNT
               ' BROUGHT-FORWARD, ' WS-KEPT-COUNT ' KEPT'
           DISPLAY WS-INCOME-CLOSED ' REVENUE AND EXPENSE BUCKETS '
               'BEFORE ' WS-INCOME-KEEP-FROM ' CLOSED TO RETAINED '
               'EARNINGS ' WS-RE-ACCOUNT
           PERFORM 400-MARK-PERIODS-CLOSED
           STOP RUN.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
                       ' NOT AUTHORIZED FOR THE LEDGER CLOSE'
               END-IF
           END-IF.
      ******************************************************************
      * The retained-earnings account comes from SYSPARM.DAT and must
      * be on GLACCT.DAT; the account types are kept for the roll.
      * There is no compiled-in account to fall back on, so a close
      * without one is refused (WS-RE-ON-FILE stays "N").
      ******************************************************************
       060-LOAD-CLOSE-SETTINGS.
           MOVE "GLCLOSE" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "RETAINED-ERN" TO PRM-NAME
           COPY PARMGET.
           IF PRM-FOUND = "Y"
               MOVE PRM-VALUE TO WS-RE-ACCOUNT
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "GLACCT.DAT NOT FOUND - REVENUE AND EXPENSE "
                   "ACCOUNTS CANNOT BE TOLD APART"
           ELSE
               PERFORM UNTIL WS-ACCT-EOF = "Y"
                   READ ACCOUNT-FILE
                       AT END
                           MOVE "Y" TO WS-ACCT-EOF
                       NOT AT END
                           IF WS-ACCT-COUNT < 1000
                               ADD 1 TO WS-ACCT-COUNT
                               MOVE GA-ACCOUNT TO
                                   WS-AC-ACCOUNT (WS-ACCT-COUNT)
                               MOVE GA-TYPE TO
                                   WS-AC-TYPE (WS-ACCT-COUNT)
                           END-IF
                           IF GA-ACCOUNT = WS-RE-ACCOUNT
                              AND WS-RE-ACCOUNT NOT = SPACES
                               MOVE "Y" TO WS-RE-ON-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
               IF WS-RE-ACCOUNT = SPACES
                   DISPLAY "NO RETAINED-EARNINGS ACCOUNT SET UP - "
                       "GLCLOSE RETAINED-ERN ON SYSPARM.DAT"
               ELSE
                   IF WS-RE-ON-FILE = "N"
                       DISPLAY "RETAINED-EARNINGS ACCOUNT "
                           WS-RE-ACCOUNT " NOT ON GLACCT.DAT"
                   END-IF
               END-IF
           END-IF.
       100-LOAD-BALANCE-TABLE.
           OPEN INPUT BALANCE-FILE
           IF WS-BAL-STATUS NOT = "00"
      ******************************************************************
      * Buckets at or before the closing period fold into their
      * account's brought-forward figures; later buckets stay as
      * they are. A revenue or expense bucket is kept as it is back
      * to the start of the year before the close, and an older one
      * folds into the retained-earnings account's brought-forward
      * figures instead of its own.
      ******************************************************************
       200-ROLL-CLOSED-PERIODS.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-COUNT
               MOVE "N" TO WS-GB-KEEP (WS-BAL-SUB)
               IF WS-GB-PERIOD (WS-BAL-SUB) <= WS-CLOSE-PERIOD
                   PERFORM 205-FIND-BUCKET-TYPE
                   MOVE WS-GB-ACCOUNT (WS-BAL-SUB) TO WS-FOLD-ACCOUNT
                   IF WS-BUCKET-TYPE = "R" OR WS-BUCKET-TYPE = "E"
                       IF WS-GB-PERIOD (WS-BAL-SUB)
                              >= WS-INCOME-KEEP-FROM
                           MOVE "Y" TO WS-GB-KEEP (WS-BAL-SUB)
                       ELSE
                           MOVE WS-RE-ACCOUNT TO WS-FOLD-ACCOUNT
                           ADD 1 TO WS-INCOME-CLOSED
                       END-IF
                   END-IF
                   IF WS-GB-KEEP (WS-BAL-SUB) = "Y"
                       ADD 1 TO WS-KEPT-COUNT
                   ELSE
                       ADD 1 TO WS-ROLLED-COUNT
                       PERFORM 210-FOLD-INTO-FORWARD
                   END-IF
               ELSE
                   MOVE "Y" TO WS-GB-KEEP (WS-BAL-SUB)
                   ADD 1 TO WS-KEPT-COUNT
               END-IF
           END-PERFORM.
       205-FIND-BUCKET-TYPE.
           MOVE SPACE TO WS-BUCKET-TYPE
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                      OR WS-AC-ACCOUNT (WS-ACCT-SUB)
                             = WS-GB-ACCOUNT (WS-BAL-SUB)
               CONTINUE
           END-PERFORM
           IF WS-ACCT-SUB <= WS-ACCT-COUNT
               MOVE WS-AC-TYPE (WS-ACCT-SUB) TO WS-BUCKET-TYPE
           END-IF.
       210-FOLD-INTO-FORWARD.
           PERFORM VARYING WS-FWD-SUB FROM 1 BY 1
                   UNTIL WS-FWD-SUB > WS-FWD-COUNT
                      OR WS-FW-ACCOUNT (WS-FWD-SUB)
                             = WS-FOLD-ACCOUNT
               CONTINUE
           END-PERFORM
           IF WS-FWD-SUB > WS-FWD-COUNT
              AND WS-FWD-COUNT < 1000
               ADD 1 TO WS-FWD-COUNT
               MOVE WS-FWD-COUNT TO WS-FWD-SUB
               MOVE WS-FOLD-ACCOUNT
                   TO WS-FW-ACCOUNT (WS-FWD-SUB)
               MOVE ZERO TO WS-FW-DEBITS (WS-FWD-SUB)
               MOVE ZERO TO WS-FW-CREDITS (WS-FWD-SUB)
           END-PERFORM
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-COUNT
               IF WS-GB-KEEP (WS-BAL-SUB) = "Y"
                   MOVE SPACES TO BALANCE-REC
                   MOVE WS-GB-ACCOUNT (WS-BAL-SUB) TO GB-ACCOUNT
                   MOVE WS-GB-PERIOD (WS-BAL-SUB)  TO GB-PERIOD
               END-IF
           END-PERFORM
           CLOSE BALANCE-FILE.
      ******************************************************************
      * Marks the closing period closed on the period control file,
      * with any earlier period still open or soft-closed there, so
      * the posting programs turn away activity dated in a period
      * whose balances have been rolled forward.
      ******************************************************************
       400-MARK-PERIODS-CLOSED.
           COPY PERLOAD.
           MOVE "N" TO WS-FOUND-CLOSE
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > PER-COUNT
               IF PER-E-PERIOD (WS-BAL-SUB) = WS-CLOSE-PERIOD
                   MOVE "Y" TO WS-FOUND-CLOSE
               END-IF
               IF PER-E-PERIOD (WS-BAL-SUB) <= WS-CLOSE-PERIOD
                  AND PER-E-STATUS (WS-BAL-SUB) NOT = "C"
                   PERFORM 410-CLOSE-PERIOD-ENTRY
               END-IF
           END-PERFORM
           IF WS-FOUND-CLOSE = "N" AND PER-COUNT < 600
               PERFORM 420-ADD-CLOSED-PERIOD
           END-IF
           IF WS-MARKED-COUNT > ZERO
               OPEN OUTPUT PERIOD-FILE
               PERFORM VARYING PER-SUB FROM 1 BY 1
                       UNTIL PER-SUB > PER-COUNT
                   MOVE SPACES TO PERIOD-REC
                   MOVE PER-E-PERIOD (PER-SUB)   TO PE-PERIOD
                   MOVE PER-E-STATUS (PER-SUB)   TO PE-STATUS
                   MOVE PER-E-CHANGED (PER-SUB)  TO PE-CHANGED-DATE
                   MOVE PER-E-OPERATOR (PER-SUB) TO PE-OPERATOR
                   WRITE PERIOD-REC
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF
           DISPLAY 'PERIODS THROUGH ' WS-CLOSE-PERIOD
               ' CLOSED TO POSTING - ' WS-MARKED-COUNT
               ' PERIOD RECORDS MARKED'.
       410-CLOSE-PERIOD-ENTRY.
           MOVE SPACES TO PERIOD-REC
           MOVE PER-E-PERIOD (WS-BAL-SUB)   TO PE-PERIOD
           MOVE PER-E-STATUS (WS-BAL-SUB)   TO PE-STATUS
           MOVE PER-E-CHANGED (WS-BAL-SUB)  TO PE-CHANGED-DATE
           MOVE PER-E-OPERATOR (WS-BAL-SUB) TO PE-OPERATOR
           MOVE PERIOD-REC TO MA-BEFORE-IMAGE
           MOVE "C"            TO PER-E-STATUS (WS-BAL-SUB)
           MOVE PER-TODAY      TO PER-E-CHANGED (WS-BAL-SUB)
           MOVE WS-OPERATOR-ID TO PER-E-OPERATOR (WS-BAL-SUB)
           MOVE "C"            TO PE-STATUS
           MOVE PER-TODAY      TO PE-CHANGED-DATE
           MOVE WS-OPERATOR-ID TO PE-OPERATOR
           MOVE PERIOD-REC TO MA-AFTER-IMAGE
           MOVE "CHANGE" TO MA-ACTION
           PERFORM 905-LOG-MAINT-AUDIT
           ADD 1 TO WS-MARKED-COUNT.
       420-ADD-CLOSED-PERIOD.
           MOVE 1 TO WS-INSERT-SUB
           PERFORM UNTIL WS-INSERT-SUB > PER-COUNT
                      OR PER-E-PERIOD (WS-INSERT-SUB) > WS-CLOSE-PERIOD
               ADD 1 TO WS-INSERT-SUB
           END-PERFORM
           PERFORM VARYING PER-SUB FROM PER-COUNT BY -1
                   UNTIL PER-SUB < WS-INSERT-SUB
               MOVE PER-ENTRY (PER-SUB) TO PER-ENTRY (PER-SUB + 1)
           END-PERFORM
           ADD 1 TO PER-COUNT
           MOVE WS-CLOSE-PERIOD TO PER-E-PERIOD (WS-INSERT-SUB)
           MOVE "C"             TO PER-E-STATUS (WS-INSERT-SUB)
           MOVE PER-TODAY       TO PER-E-CHANGED (WS-INSERT-SUB)
           MOVE WS-OPERATOR-ID  TO PER-E-OPERATOR (WS-INSERT-SUB)
           MOVE SPACES TO PERIOD-REC
           MOVE WS-CLOSE-PERIOD TO PE-PERIOD
           MOVE "C"             TO PE-STATUS
           MOVE PER-TODAY       TO PE-CHANGED-DATE
           MOVE WS-OPERATOR-ID  TO PE-OPERATOR
           MOVE SPACES TO MA-BEFORE-IMAGE
           MOVE PERIOD-REC TO MA-AFTER-IMAGE
           MOVE "ADD   " TO MA-ACTION
           PERFORM 905-LOG-MAINT-AUDIT
           ADD 1 TO WS-MARKED-COUNT.
       905-LOG-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-MAUD-NOW
           MOVE "GLCLOSE" TO MA-PROGRAM
           MOVE WS-OPERATOR-ID TO MA-OPERATOR
           MOVE SPACES TO MA-KEY
           MOVE PE-PERIOD TO MA-KEY
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
       END PROGRAM GlClose.
