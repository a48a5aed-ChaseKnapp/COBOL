               FILE STATUS IS WS-BAL-STATUS.
      ******************************************************************
      * Large-transaction review (the transposed-amount incident):
      * every transaction over the EXAM2 REVIEW-LIMIT threshold on
      * the system parameter master (SYSPARM.DAT) goes to the
      * review report and to the shared EXCEPTIONS.LOG with its
      * own reason code, so it surfaces in ExcRev's morning summary
      * instead of depending on someone reading a second report.
      * A threshold not on file is raised on ALERTS.LOG.
      ******************************************************************
           SELECT  PARAMETER-FILE ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
           SELECT  ALERTS-FILE ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      * Category budgets (category, year, annual budget): the
      * budget-vs-actual section at the end of the report finally
      * uncoded rather than rejecting the whole back file.
      ******************************************************************
           05  IN-CATEGORY   PIC XX.
      ******************************************************************
      * Person number off the EXAM2PER.DAT person master -- the key
      * the per-person summary, the balance master, and the review
      * carry. Records from before the master (and any the Exam2Cnv
      * conversion could not resolve) hold blanks or zero and are
      * still grouped by initials and last name as they always were.
      ******************************************************************
           05  IN-PERSON-NO  PIC 9(6).
       FD OUTPUT-FILE.
	   01  OUT-REC.
           05  FILE-OUT-REC  PIC X(80).
           05  MG-AMOUNT     PIC 9(6).
           05  MG-TYPE       PIC X.
           05  MG-CATEGORY   PIC XX.
           05  MG-PERSON-NO  PIC 9(6).
       FD  MONTH01-FILE.
       01  MONTH01-REC       PIC X(33).
       FD  MONTH02-FILE.
       01  MONTH02-REC       PIC X(33).
       FD  MONTH03-FILE.
       01  MONTH03-REC       PIC X(33).
       FD  MONTH04-FILE.
       01  MONTH04-REC       PIC X(33).
       FD  MONTH05-FILE.
       01  MONTH05-REC       PIC X(33).
       FD  MONTH06-FILE.
       01  MONTH06-REC       PIC X(33).
       FD  MONTH07-FILE.
       01  MONTH07-REC       PIC X(33).
       FD  MONTH08-FILE.
       01  MONTH08-REC       PIC X(33).
       FD  MONTH09-FILE.
       01  MONTH09-REC       PIC X(33).
       FD  MONTH10-FILE.
       01  MONTH10-REC       PIC X(33).
       FD  MONTH11-FILE.
       01  MONTH11-REC       PIC X(33).
       FD  MONTH12-FILE.
       01  MONTH12-REC       PIC X(33).
       FD  RUN-NUMBER-FILE.
       01  RUN-NUMBER-REC.
           05  RN-NUMBER     PIC 9(6).
           05  PS-AMOUNT     PIC 9(6).
           05  PS-TYPE       PIC X.
           05  PS-CATEGORY   PIC XX.
           05  PS-PERSON-NO  PIC 9(6).
       FD  SUMMARY-FILE.
       01  SUMMARY-OUTREC    PIC X(100).
       FD  BUDGET-FILE.
           05  BU-YEAR       PIC 9(4).
           05  FILLER        PIC X.
           05  BU-ANNUAL     PIC 9(8).
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC      PIC X(90).
       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-REC PIC X(80).
       FD  EXCEPTIONS-FILE.
           05  BL-INITIAL2   PIC X.
           05  FILLER        PIC X.
           05  BL-BALANCE    PIC S9(7) SIGN LEADING SEPARATE.
           05  FILLER        PIC X.
           05  BL-PERSON-NO  PIC 9(6).
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-OUTREC        PIC X(75).
       WORKING-STORAGE SECTION.
      * CURRENT-DATE capture its date/time stamp is cut from.
      ******************************************************************
           COPY RUNHIST.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
       01  WS-RUNHIST-STATUS         PIC XX.
       01  WS-RH-NOW                 PIC X(21).

      * opening-plus-activity-equals-closing proof gates the
      * rewrite.
      ******************************************************************
       01  WS-BUD-STATUS     PIC XX.
       01  WS-BUD-EOF        PIC X     VALUE "N".
      ******************************************************************
       01  WS-REVIEW-OPEN    PIC X     VALUE "N".
       01  REVIEW-DETAIL-LINE.
           05  FILLER         PIC X(2)  VALUE SPACE.
           05  RV-PERSON-NO   PIC X(6).
           05  FILLER         PIC X     VALUE SPACE.
           05  RV-LNAME       PIC X(10).
           05  FILLER         PIC X     VALUE SPACE.
           05  RV-INITIAL1    PIC X.
           05  RV-CATEGORY    PIC XX.
           05  FILLER         PIC X(9)  VALUE "  AMOUNT ".
           05  RV-AMOUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(23) VALUE SPACE.
       01  WS-BAL-STATUS     PIC XX.
       01  WS-BAL-EOF        PIC X     VALUE "N".
       01  WS-BAL-FIELDS.
       01  WS-BAL-TABLE.
           05  WS-BAL-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-BAL-ENTRY       OCCURS 2000 TIMES.
               10  WS-BA-PERSON-NO PIC 9(6).
               10  WS-BA-LNAME    PIC X(10).
               10  WS-BA-INITIAL1 PIC X.
               10  WS-BA-INITIAL2 PIC X.
           05  BC-FLAG        PIC X(14).
       01  WS-PERSON-FIELDS.
           05  WS-PSN-EOF         PIC X     VALUE "N".
      ******************************************************************
      * A person is grouped by person number; the initials and last
      * name are part of the key only for records with no number.
      * The name printed is the one on the group's first record.
      ******************************************************************
           05  WS-PREV-PERSON.
               10  WS-PREV-PERSON-NO PIC 9(6).
               10  WS-PREV-LNAME     PIC X(10).
               10  WS-PREV-INITIAL1  PIC X.
               10  WS-PREV-INITIAL2  PIC X.
           05  WS-CURR-PERSON.
               10  WS-CURR-PERSON-NO PIC 9(6).
               10  WS-CURR-LNAME     PIC X(10).
               10  WS-CURR-INITIAL1  PIC X.
               10  WS-CURR-INITIAL2  PIC X.
           05  WS-PRINT-NAME.
               10  WS-PRINT-LNAME    PIC X(10).
               10  WS-PRINT-INITIAL1 PIC X.
               10  WS-PRINT-INITIAL2 PIC X.
           05  WS-PERSON-COUNT    PIC 9(5)  VALUE ZERO.
           05  WS-PERSON-TOTAL    PIC S9(7) VALUE ZERO.
           05  WS-PSN-GRAND-TOTAL PIC S9(7) VALUE ZERO.
           05  FILLER         PIC X(3)  VALUE 'ARY'.
           05  FILLER         PIC X(30) VALUE SPACE.
       01  SUMMARY-DETAIL-LINE.
           05  FILLER         PIC X     VALUE SPACE.
           05  SM-PERSON-NO   PIC 9(6).
           05  FILLER         PIC X     VALUE SPACE.
           05  SM-LNAME       PIC X(10).
           05  FILLER         PIC X     VALUE SPACE.
           05  SM-TOTAL       PIC $$,$$$,$$9-.
           05  FILLER         PIC X(8)  VALUE '  CLOSE:'.
           05  SM-CLOSING     PIC $$,$$$,$$9-.
           05  FILLER         PIC X(3)  VALUE SPACE.
       01  SUMMARY-TOTAL-LINE.
           05  FILLER         PIC X(27) VALUE SPACE.
           05  FILLER         PIC X(13) VALUE 'GRAND TOTAL: '.
      * validation is done.
      ******************************************************************
      ******************************************************************
      * Loads the category budgets; no file just means no budget
      * section this run.
      ******************************************************************
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.
      ******************************************************************
      * Reads the review threshold off the system parameter master;
      * a threshold not on file is raised on ALERTS.LOG and the
      * compiled-in default kept in force.
      ******************************************************************
       002-LOAD-REVIEW-THRESHOLD.
           MOVE "EXAM2" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "REVIEW-LIMIT" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 10000000
               MOVE PRM-NUMBER TO WS-REVIEW-THRESHOLD
           END-IF.
       003-LOAD-CATEGORY-TABLE.
           OPEN INPUT CATEGORY-FILE
               OPEN OUTPUT REVIEW-REPORT-FILE
               MOVE "Y" TO WS-REVIEW-OPEN
           END-IF
           MOVE IN-PERSON-NO TO RV-PERSON-NO
           MOVE IN-LNAME    TO RV-LNAME
           MOVE IN-INITIAL1 TO RV-INITIAL1
           MOVE IN-INITIAL2 TO RV-INITIAL2
           MOVE IN-AMOUNT   TO RV-AMOUNT
           WRITE REVIEW-REPORT-REC FROM REVIEW-DETAIL-LINE
           MOVE "EXAM2"         TO EXC-SOURCE-PROGRAM
           IF IN-PERSON-NO IS NUMERIC AND IN-PERSON-NO > ZERO
               MOVE IN-PERSON-NO    TO EXC-RECORD-KEY
           ELSE
               MOVE IN-LNAME        TO EXC-RECORD-KEY
           END-IF
           MOVE "BIGAMT"        TO EXC-REASON-CODE
           MOVE WS-MM           TO EXC-MONTH
           MOVE WS-DD           TO EXC-DAY
       300-PERSON-SUMMARY.
           PERFORM 290-LOAD-BALANCE-MASTER
           SORT MERGE-FILE
               ON ASCENDING KEY MG-PERSON-NO
               ON ASCENDING KEY MG-LNAME
               ON ASCENDING KEY MG-INITIAL1
               ON ASCENDING KEY MG-INITIAL2
                       NOT AT END
                           IF WS-BAL-COUNT < 2000
                               ADD 1 TO WS-BAL-COUNT
                               IF BL-PERSON-NO IS NOT NUMERIC
                                   MOVE ZERO TO BL-PERSON-NO
                               END-IF
                               MOVE BL-PERSON-NO TO
                                   WS-BA-PERSON-NO (WS-BAL-COUNT)
                               MOVE BL-LNAME TO
                                   WS-BA-LNAME (WS-BAL-COUNT)
                               MOVE BL-INITIAL1 TO
               PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                       UNTIL WS-BAL-SUB > WS-BAL-COUNT
                   MOVE SPACES TO BALANCE-REC
                   MOVE WS-BA-PERSON-NO (WS-BAL-SUB) TO BL-PERSON-NO
                   MOVE WS-BA-LNAME (WS-BAL-SUB)    TO BL-LNAME
                   MOVE WS-BA-INITIAL1 (WS-BAL-SUB) TO BL-INITIAL1
                   MOVE WS-BA-INITIAL2 (WS-BAL-SUB) TO BL-INITIAL2
               END-SEARCH
           END-IF.
       320-COUNT-PERSON-RECORD.
           IF PS-PERSON-NO IS NOT NUMERIC
               MOVE ZERO TO PS-PERSON-NO
           END-IF
           MOVE PS-PERSON-NO TO WS-CURR-PERSON-NO
           IF PS-PERSON-NO = ZERO
               MOVE PS-LNAME    TO WS-CURR-LNAME
               MOVE PS-INITIAL1 TO WS-CURR-INITIAL1
               MOVE PS-INITIAL2 TO WS-CURR-INITIAL2
           ELSE
               MOVE SPACES TO WS-CURR-LNAME
               MOVE SPACES TO WS-CURR-INITIAL1
               MOVE SPACES TO WS-CURR-INITIAL2
           END-IF
           IF WS-CURR-PERSON NOT = WS-PREV-PERSON
               IF WS-PREV-PERSON NOT = SPACES
                   PERFORM 330-PRINT-PERSON-LINE
               END-IF
               MOVE WS-CURR-PERSON TO WS-PREV-PERSON
               MOVE PS-LNAME    TO WS-PRINT-LNAME
               MOVE PS-INITIAL1 TO WS-PRINT-INITIAL1
               MOVE PS-INITIAL2 TO WS-PRINT-INITIAL2
           END-IF
           ADD 1 TO WS-PERSON-COUNT
           IF PS-TYPE = "C"
           END-IF.
       330-PRINT-PERSON-LINE.
           PERFORM 335-APPLY-TO-BALANCE
           MOVE WS-PREV-PERSON-NO TO SM-PERSON-NO
           MOVE WS-PRINT-LNAME    TO SM-LNAME
           MOVE WS-PRINT-INITIAL1 TO SM-INITIAL1
           MOVE WS-PRINT-INITIAL2 TO SM-INITIAL2
           MOVE WS-PERSON-COUNT  TO SM-COUNT
           MOVE WS-PERSON-OPENING TO SM-OPENING
           MOVE WS-PERSON-TOTAL  TO SM-TOTAL
      ******************************************************************
       335-APPLY-TO-BALANCE.
           MOVE ZERO TO WS-PERSON-OPENING
           IF WS-PREV-PERSON-NO > ZERO
               PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                       UNTIL WS-BAL-SUB > WS-BAL-COUNT
                          OR WS-BA-PERSON-NO (WS-BAL-SUB)
                                  = WS-PREV-PERSON-NO
                   CONTINUE
               END-PERFORM
           ELSE
               PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                       UNTIL WS-BAL-SUB > WS-BAL-COUNT
                          OR (WS-BA-PERSON-NO (WS-BAL-SUB) = ZERO
                          AND WS-BA-LNAME (WS-BAL-SUB) = WS-PREV-LNAME
                          AND WS-BA-INITIAL1 (WS-BAL-SUB)
                                  = WS-PREV-INITIAL1
                          AND WS-BA-INITIAL2 (WS-BAL-SUB)
                                  = WS-PREV-INITIAL2)
                   CONTINUE
               END-PERFORM
           END-IF
           IF WS-BAL-SUB > WS-BAL-COUNT
               IF WS-BAL-COUNT >= 2000
                   DISPLAY "BALANCE TABLE FULL - " WS-PRINT-LNAME
                       " NOT CARRIED"
               ELSE
                   ADD 1 TO WS-BAL-COUNT
                   MOVE WS-BAL-COUNT TO WS-BAL-SUB
                   MOVE WS-PREV-PERSON-NO
                       TO WS-BA-PERSON-NO (WS-BAL-SUB)
                   MOVE WS-PRINT-LNAME
                       TO WS-BA-LNAME (WS-BAL-SUB)
                   MOVE WS-PRINT-INITIAL1
                       TO WS-BA-INITIAL1 (WS-BAL-SUB)
                   MOVE WS-PRINT-INITIAL2
                       TO WS-BA-INITIAL2 (WS-BAL-SUB)
                   MOVE ZERO TO WS-BA-BALANCE (WS-BAL-SUB)
               END-IF
