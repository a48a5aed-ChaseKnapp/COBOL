       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Keyed entry for the monthly EXAM2 extract files, which in
      *     truth a clerk used to build in a text editor -- misaligned
      *     columns and all. The operator names the month being keyed
      *     (which EXAM2Mnn.DAT to build), then keys each transaction:
      *     the person number (looked up on the EXAM2PER.DAT person
      *     master, the name shown back, and the person confirmed before
      *     anything else is keyed), year and month (validated through
      *     the shared DATEVAL check), amount, debit/credit type, and
      *     category (validated against the EXAM2CAT.DAT master). The
      *     session accumulates a count and an amount hash total, and
      *     the month's file is only written after the operator confirms
      *     those totals against the paper batch header. When Exam2Gen
      *     has already written the month's recurring entries (an open
      *     "G" line on EXAM2GEN.DAT), the keyed one-offs are added
      *     behind them instead of replacing the file, and the session
      *     totals cover the one-offs alone.
      * Input:
      *     EXAM2PER.DAT (person master)
      *     EXAM2CAT.DAT (category master)
      *     EXAM2GEN.DAT (recurring-entry generation log)
      * Output:
      *     EXAM2Mnn.DAT (the keyed month's extract)
      *     EXAM2GEN.DAT (the month's generation line marked keyed)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PERSON-MASTER-FILE ASSIGN TO "EXAM2PER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT  CATEGORY-FILE ASSIGN TO "EXAM2CAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT  MONTH-FILE
               ASSIGN USING WS-MONTH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  GENERATION-FILE ASSIGN TO "EXAM2GEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
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
       FD  CATEGORY-FILE.
       01  CATEGORY-REC.
           05  CAT-CODE      PIC XX.
           05  MO-AMOUNT     PIC 9(6).
           05  MO-TYPE       PIC X.
           05  MO-CATEGORY   PIC XX.
           05  MO-PERSON-NO  PIC 9(6).
       FD  GENERATION-FILE.
       01  GENERATION-REC.
           05  GN-YEAR       PIC 9(4).
           05  GN-MONTH      PIC 99.
           05  FILLER        PIC X.
           05  GN-COUNT      PIC 9(3).
           05  FILLER        PIC X.
           05  GN-HASH       PIC 9(9).
           05  FILLER        PIC X.
           05  GN-RUN-DATE   PIC 9(8).
           05  FILLER        PIC X.
           05  GN-STATUS     PIC X.
       WORKING-STORAGE SECTION.
       77  WS-PER-STATUS     PIC XX.
       77  WS-PER-EOF        PIC X     VALUE "N".
       77  WS-PER-SUB        PIC 9(4)  VALUE ZERO.
       77  WS-PERSON-OK      PIC X     VALUE "N".
       77  WS-CAT-STATUS     PIC XX.
       77  WS-CAT-EOF        PIC X     VALUE "N".
       77  WS-MONTH-FILE-NAME PIC X(30) VALUE SPACES.
       77  WS-FILE-MONTH     PIC 99    VALUE ZERO.
       77  WS-ENTRY-DONE     PIC X     VALUE "N".
       77  WS-CONFIRM-ANSWER PIC X     VALUE "N".
       77  WS-ENTRY-PERSON-NO PIC 9(6).
       77  WS-ENTRY-INITIAL1 PIC X.
       77  WS-ENTRY-INITIAL2 PIC X.
       77  WS-ENTRY-LNAME    PIC X(10).
       77  WS-BATCH-SUB      PIC 9(3)  VALUE ZERO.
       77  WS-SESSION-COUNT  PIC 9(3)  VALUE ZERO.
       77  WS-HASH-TOTAL     PIC 9(9)  VALUE ZERO.
       77  WS-GEN-STATUS     PIC XX.
       77  WS-GEN-EOF        PIC X     VALUE "N".
       77  WS-GEN-SUB        PIC 9(3)  VALUE ZERO.
       77  WS-GEN-FOUND-SUB  PIC 9(3)  VALUE ZERO.
       01  WS-PER-TABLE.
           05  WS-PER-COUNT  PIC 9(4)  VALUE ZERO.
           05  WS-PER-ENTRY  OCCURS 2000 TIMES
                             PIC X(77).
      ******************************************************************
      * The generation log, held so the month's line can be marked
      * keyed and the log written back.
      ******************************************************************
       01  WS-GEN-TABLE.
           05  WS-GEN-COUNT  PIC 9(3)  VALUE ZERO.
           05  WS-GEN-ENTRY  OCCURS 600 TIMES
                             PIC X(31).
       01  WS-CAT-TABLE.
           05  WS-CAT-COUNT  PIC 9(3)  VALUE ZERO.
           05  WS-CAT-ENTRY  OCCURS 1 TO 100 TIMES
       01  WS-BATCH-TABLE.
           05  WS-BATCH-COUNT PIC 9(3)  VALUE ZERO.
           05  WS-BATCH-ENTRY OCCURS 500 TIMES
                              PIC X(33).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 005-LOAD-PERSON-TABLE
           PERFORM 010-LOAD-CATEGORY-TABLE
           DISPLAY 'ENTER MONTH FILE TO BUILD (01-12)'
           ACCEPT WS-FILE-MONTH
                  ".DAT"       DELIMITED BY SIZE
                  INTO WS-MONTH-FILE-NAME
           END-STRING
           PERFORM 020-CHECK-RECURRING-ENTRIES
           PERFORM 100-KEY-ONE-TRANSACTION
               UNTIL WS-ENTRY-DONE = "Y"
           IF WS-BATCH-COUNT = ZERO
           END-IF
           STOP RUN.
      ******************************************************************
      * Transactions are keyed by person number, so there is nothing
      * to key against until the person master exists.
      ******************************************************************
       005-LOAD-PERSON-TABLE.
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERSON-MASTER-FILE.
      ******************************************************************
      * Loads the category master, the same idiom as the report
      * run's own table. With no master on disk no category
      * validation is done, matching the report's behavior.
               CLOSE CATEGORY-FILE
           END-IF.
      ******************************************************************
      * Looks for the month's open generation line: recurring entries
      * already written by Exam2Gen that the one-offs must join.
      ******************************************************************
       020-CHECK-RECURRING-ENTRIES.
           MOVE ZERO TO WS-GEN-FOUND-SUB
           OPEN INPUT GENERATION-FILE
           IF WS-GEN-STATUS = "00"
               PERFORM UNTIL WS-GEN-EOF = "Y"
                   READ GENERATION-FILE
                       AT END
                           MOVE "Y" TO WS-GEN-EOF
                       NOT AT END
                           IF WS-GEN-COUNT < 600
                               ADD 1 TO WS-GEN-COUNT
                               MOVE GENERATION-REC TO
                                   WS-GEN-ENTRY (WS-GEN-COUNT)
                               IF GN-MONTH = WS-FILE-MONTH
                                  AND GN-STATUS = "G"
                                   MOVE WS-GEN-COUNT
                                       TO WS-GEN-FOUND-SUB
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-FILE
           END-IF
           IF WS-GEN-FOUND-SUB > ZERO
               MOVE WS-GEN-ENTRY (WS-GEN-FOUND-SUB) TO GENERATION-REC
               DISPLAY "RECURRING ENTRIES ALREADY ON "
                   WS-MONTH-FILE-NAME " FOR " GN-YEAR "/" GN-MONTH
               DISPLAY "  RECURRING COUNT: " GN-COUNT
                   "   HASH: " GN-HASH
               DISPLAY "KEY THE ONE-OFF TRANSACTIONS ONLY"
           END-IF.
      ******************************************************************
      * Keys one transaction; a person number of zero ends the
      * batch. Every field is validated at the keyboard, where the
      * fix is a retype instead of a morning exception.
      ******************************************************************
       100-KEY-ONE-TRANSACTION.
           DISPLAY " "
           DISPLAY "ENTER PERSON NUMBER (0 TO END BATCH)"
           MOVE ZERO TO WS-ENTRY-PERSON-NO
           ACCEPT WS-ENTRY-PERSON-NO
           IF WS-ENTRY-PERSON-NO IS NOT NUMERIC
               MOVE ZERO TO WS-ENTRY-PERSON-NO
           END-IF
           MOVE "N" TO WS-PERSON-OK
           IF WS-ENTRY-PERSON-NO = ZERO
               MOVE "Y" TO WS-ENTRY-DONE
           ELSE
               PERFORM 105-CONFIRM-PERSON
           END-IF
           IF WS-PERSON-OK = "Y"
               PERFORM 110-KEY-TRANSACTION-DATE
               DISPLAY "ENTER AMOUNT (WHOLE DOLLARS)"
               ACCEPT WS-ENTRY-AMOUNT
               PERFORM 120-KEY-CATEGORY
               PERFORM 200-ADD-TO-BATCH
           END-IF.
      ******************************************************************
      * The person must be on the master and active, and the
      * operator must recognize the name shown back. The initials
      * and last name the extract still carries come off the master.
      ******************************************************************
       105-CONFIRM-PERSON.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-COUNT
                      OR WS-PER-ENTRY (WS-PER-SUB) (1:6)
                             = WS-ENTRY-PERSON-NO
               CONTINUE
           END-PERFORM
           IF WS-PER-SUB > WS-PER-COUNT
               DISPLAY "PERSON " WS-ENTRY-PERSON-NO
                   " NOT ON EXAM2PER.DAT - NOT KEYED"
           ELSE
               MOVE WS-PER-ENTRY (WS-PER-SUB) TO PERSON-MASTER-REC
               IF PM-STATUS = "I"
                   DISPLAY "PERSON " WS-ENTRY-PERSON-NO
                       " IS INACTIVE - NOT KEYED"
               ELSE
                   DISPLAY "PERSON: " PM-FIRST-NAME " "
                       PM-MIDDLE-INIT " " PM-LAST-NAME
                   DISPLAY "        " PM-STREET " " PM-CITY " "
                       PM-STATE
                   DISPLAY "IS THIS THE RIGHT PERSON? (Y/N)"
                   ACCEPT WS-CONFIRM-ANSWER
                   IF WS-CONFIRM-ANSWER = "Y"
                       MOVE "Y" TO WS-PERSON-OK
                       MOVE PM-FIRST-NAME (1:1) TO WS-ENTRY-INITIAL1
                       MOVE PM-MIDDLE-INIT      TO WS-ENTRY-INITIAL2
                       MOVE PM-LAST-NAME (1:10) TO WS-ENTRY-LNAME
                   END-IF
               END-IF
           END-IF.
       110-KEY-TRANSACTION-DATE.
           DISPLAY "ENTER YEAR (YYYY)"
           ACCEPT WS-ENTRY-YEAR
               MOVE WS-ENTRY-AMOUNT   TO MO-AMOUNT
               MOVE WS-ENTRY-TYPE     TO MO-TYPE
               MOVE WS-ENTRY-CATEGORY TO MO-CATEGORY
               MOVE WS-ENTRY-PERSON-NO TO MO-PERSON-NO
               ADD 1 TO WS-BATCH-COUNT
               MOVE MONTH-REC TO WS-BATCH-ENTRY (WS-BATCH-COUNT)
               ADD 1 TO WS-SESSION-COUNT
               ADD WS-ENTRY-AMOUNT TO WS-HASH-TOTAL
           END-IF.
       300-WRITE-MONTH-FILE.
           IF WS-GEN-FOUND-SUB > ZERO
               OPEN EXTEND MONTH-FILE
           ELSE
               OPEN OUTPUT MONTH-FILE
           END-IF
           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
               MOVE WS-BATCH-ENTRY (WS-BATCH-SUB) TO MONTH-REC
               WRITE MONTH-REC
           END-PERFORM
           CLOSE MONTH-FILE
           IF WS-GEN-FOUND-SUB > ZERO
               PERFORM 310-MARK-MONTH-KEYED
           END-IF.
      ******************************************************************
      * The month's generation line goes to "K" so a later session
      * for the same month number (next year's) starts a fresh file.
      ******************************************************************
       310-MARK-MONTH-KEYED.
           MOVE WS-GEN-ENTRY (WS-GEN-FOUND-SUB) TO GENERATION-REC
           MOVE "K" TO GN-STATUS
           MOVE GENERATION-REC TO WS-GEN-ENTRY (WS-GEN-FOUND-SUB)
           OPEN OUTPUT GENERATION-FILE
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
               MOVE WS-GEN-ENTRY (WS-GEN-SUB) TO GENERATION-REC
               WRITE GENERATION-REC
           END-PERFORM
           CLOSE GENERATION-FILE.
       END PROGRAM Exam2Ent.
