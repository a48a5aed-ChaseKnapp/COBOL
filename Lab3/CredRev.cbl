       IDENTIFICATION DIVISION.
       PROGRAM-ID. CredRev.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Periodic credit review. CM-CREDIT-LIMIT is set once when
      *     the customer is added and never looked at again, so good
      *     payers keep running into it and landing on CUSTHELD.DAT
      *     while slow payers keep their full limit. This run scores
      *     every customer on CUSTMAST.DAT from what the A/R side
      *     already records: the average days-to-pay (each cash
      *     application ArPost logged, from the paid item's date to
      *     the payment's, weighted by the dollars applied), the
      *     letters ArDun has sent, the finance charges ArFin
      *     assessed, and how often CredRel had to release a held
      *     purchase. Each customer prints with a suggested limit --
      *     raise, reduce, or leave alone -- by the CREDREV rules on
      *     SYSPARM.DAT, so credit works the list instead of
      *     guessing. Nothing on the master is changed; the limit is
      *     still maintained through CustMaint.
      * Input:
      *     CUSTMAST.DAT (customer master, read only)
      *     ARAPPLY.DAT (cash applications logged by ArPost)
      *     ARDUN.DAT (letters sent per customer, kept by ArDun)
      *     AROPEN.DAT (open items, for the "F" finance charges)
      *     CREDREL.HST (release/deny history kept by CredRel)
      *     SYSPARM.DAT (review rules)
      * Output:
      *     CREDREV.RPT (scorecard and suggested limit per customer)
      *     ALERTS.LOG (missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  SEQUENTIAL
               RECORD KEY IS   CM-CUST-NO
               FILE STATUS IS  WS-MAST-STATUS.
           SELECT  APPLY-HISTORY-FILE
               ASSIGN TO "ARAPPLY.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-APH-STATUS.
           SELECT  DUN-HISTORY-FILE
               ASSIGN TO "ARDUN.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-DUN-STATUS.
           SELECT  AR-OPEN-FILE
               ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  SEQUENTIAL
               RECORD KEY IS   AR-ITEM-NO
               ALTERNATE RECORD KEY IS AR-CUST-NO WITH DUPLICATES
               FILE STATUS IS  WS-AR-STATUS.
           SELECT  RELEASE-HISTORY-FILE
               ASSIGN TO "CREDREL.HST"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-HIST-STATUS.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  PRM-STATUS.
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS  LINE SEQUENTIAL.
           SELECT  REPORT-FILE
               ASSIGN TO "CREDREV.RPT"
               ORGANIZATION IS  LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-REC.
           05  CM-CUST-NO          PIC X(5).
           05  CM-NAME             PIC X(20).
           05  CM-STREET           PIC X(20).
           05  CM-CITY             PIC X(12).
           05  CM-STATE            PIC XX.
           05  CM-ZIP              PIC X(5).
           05  CM-PHONE            PIC X(10).
           05  CM-CONTACT          PIC X(15).
           05  CM-CREDIT-LIMIT     PIC 9(7)V99.
           05  CM-TOTAL-PURCHASES  PIC 9(9)V99.
           05  CM-LAST-POST-DATE   PIC 9(8).
       FD  APPLY-HISTORY-FILE.
       01  APPLY-HISTORY-REC.
           05  AH-PAY-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  AH-CUST-NO         PIC X(5).
           05  FILLER             PIC X.
           05  AH-ITEM-NO         PIC 9(6).
           05  FILLER             PIC X.
           05  AH-ITEM-DATE       PIC 9(8).
           05  FILLER             PIC X.
           05  AH-ITEM-TYPE       PIC X.
           05  FILLER             PIC X.
           05  AH-AMOUNT          PIC 9(5)V99.
       FD  DUN-HISTORY-FILE.
       01  DUN-HISTORY-REC.
           05  DH-CUST-NO         PIC X(5).
           05  FILLER             PIC X.
           05  DH-LEVEL           PIC 9.
           05  FILLER             PIC X.
           05  DH-SENT-DATE       PIC 9(8).
           05  FILLER             PIC X.
           05  DH-LETTER-COUNT    PIC 9(4).
       FD  AR-OPEN-FILE.
       01  AR-OPEN-REC.
           05  AR-ITEM-NO         PIC 9(6).
           05  AR-CUST-NO         PIC X(5).
           05  AR-DATE            PIC 9(8).
           05  AR-ORIG-AMOUNT     PIC 9(5)V99.
           05  AR-OPEN-AMOUNT     PIC 9(5)V99.
           05  AR-TYPE            PIC X.
       FD  RELEASE-HISTORY-FILE.
       01  RELEASE-HISTORY-REC.
           05  RH-DECIDED-DATE    PIC 9(8).
           05  FILLER             PIC X.
           05  RH-CUST-NO         PIC X(5).
           05  FILLER             PIC X.
           05  RH-TRAN-DATE       PIC 9(8).
           05  FILLER             PIC X.
           05  RH-AMOUNT          PIC 9(5)V99.
           05  FILLER             PIC X.
           05  RH-DISPOSITION     PIC X(8).
           05  FILLER             PIC X.
           05  RH-OPERATOR        PIC X(8).
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC           PIC X(90).
       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-MAST-STATUS     PIC XX.
           05  WS-APH-STATUS      PIC XX.
           05  WS-DUN-STATUS      PIC XX.
           05  WS-AR-STATUS       PIC XX.
           05  WS-HIST-STATUS     PIC XX.
           05  WS-TODAY-YMD       PIC 9(8)  VALUE ZERO.
           05  WS-TODAY-DAYNUM    PIC 9(9)  VALUE ZERO.
           05  WS-WINDOW-DAYNUM   PIC S9(9) VALUE ZERO.
           05  WS-WORK-DATE       PIC 9(8)  VALUE ZERO.
           05  WS-WORK-DAYNUM     PIC S9(9) VALUE ZERO.
           05  WS-ITEM-DAYNUM     PIC S9(9) VALUE ZERO.
           05  WS-DAYS-TO-PAY     PIC S9(9) VALUE ZERO.
           05  WS-IN-WINDOW       PIC X     VALUE "N".
           05  WS-FIND-CUST-NO    PIC X(5)  VALUE SPACES.
           05  WS-FOUND-SUB       PIC 9(4)  VALUE ZERO.
           05  WS-CUST-SUB        PIC 9(4)  VALUE ZERO.
           05  WS-AVG-DAYS        PIC 9(4)  VALUE ZERO.
           05  WS-ACTION          PIC X(9)  VALUE SPACES.
           05  WS-REASON          PIC X(22) VALUE SPACES.
           05  WS-NEW-LIMIT       PIC 9(7)V99 VALUE ZERO.
           05  WS-REVIEWED-COUNT  PIC 9(5)  VALUE ZERO.
           05  WS-RAISE-COUNT     PIC 9(5)  VALUE ZERO.
           05  WS-CUT-COUNT       PIC 9(5)  VALUE ZERO.
           05  WS-SAME-COUNT      PIC 9(5)  VALUE ZERO.
      ******************************************************************
      * Compiled-in rules, overridden by SYSPARM.DAT: a year of
      * history; 20 days or less is fast and over 45 slow; raise
      * 20% and cut 25%; more than 2 letters or 2 finance charges
      * calls for a cut; 2 or more releases in the window earns a
      * fast payer the raise.
      ******************************************************************
       77  WS-LOOKBACK-DAYS      PIC 9(3)  VALUE 365.
       77  WS-FAST-DAYS          PIC 9(3)  VALUE 20.
       77  WS-SLOW-DAYS          PIC 9(3)  VALUE 45.
       77  WS-RAISE-PCT          PIC 9(3)  VALUE 20.
       77  WS-CUT-PCT            PIC 9(3)  VALUE 25.
       77  WS-MAX-LETTERS        PIC 9(2)  VALUE 2.
       77  WS-MAX-FIN-CHARGES    PIC 9(2)  VALUE 2.
       77  WS-MIN-RELEASES       PIC 9(2)  VALUE 2.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
      ******************************************************************
      * One entry per customer on the master, in key order, filled
      * in by a pass over each history file.
      ******************************************************************
       01  WS-CUST-TABLE.
           05  WS-CUST-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-CUST-ENTRY      OCCURS 2000 TIMES.
               10  WS-CT-CUST-NO  PIC X(5).
               10  WS-CT-NAME     PIC X(20).
               10  WS-CT-LIMIT    PIC 9(7)V99.
               10  WS-CT-PAID     PIC 9(9)V99.
               10  WS-CT-DAY-DOLLARS PIC 9(13)V99.
               10  WS-CT-LETTERS  PIC 9(4).
               10  WS-CT-FIN-COUNT PIC 9(4).
               10  WS-CT-FIN-TOTAL PIC 9(7)V99.
               10  WS-CT-RELEASES PIC 9(4).
       01  HEADING-MAIN-TITLE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(30) VALUE
                                  "CREDIT LIMIT REVIEW".
           05  FILLER             PIC X(6)  VALUE "DATE: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==HD-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER             PIC X(28) VALUE SPACES.
       01  HEADING-RULES-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "LOOK-BACK ".
           05  HR-LOOKBACK        PIC ZZ9.
           05  FILLER             PIC X(13) VALUE " DAYS   FAST ".
           05  HR-FAST            PIC ZZ9.
           05  FILLER             PIC X(7)  VALUE "  SLOW ".
           05  HR-SLOW            PIC ZZ9.
           05  FILLER             PIC X(10) VALUE "  RAISE ".
           05  HR-RAISE           PIC ZZ9.
           05  FILLER             PIC X(7)  VALUE "%  CUT ".
           05  HR-CUT             PIC ZZ9.
           05  FILLER             PIC X(12) VALUE "%".
       01  HEADING-COLUMN-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(7)  VALUE "CUST".
           05  FILLER             PIC X(22) VALUE "NAME".
           05  FILLER             PIC X(11) VALUE "    LIMIT".
           05  FILLER             PIC X(6)  VALUE "DAYS".
           05  FILLER             PIC X(5)  VALUE "LTRS".
           05  FILLER             PIC X(5)  VALUE " FIN".
           05  FILLER             PIC X(12) VALUE "   FIN AMT".
           05  FILLER             PIC X(6)  VALUE " RELS".
       01  DETAIL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  DL-CUST-NO         PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-NAME            PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-LIMIT           PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-AVG-DAYS        PIC ZZZ9.
           05  DL-AVG-NONE REDEFINES DL-AVG-DAYS PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-LETTERS         PIC ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-FIN-COUNT       PIC ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-FIN-TOTAL       PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  DL-RELEASES        PIC ZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
       01  SUGGEST-LINE.
           05  FILLER             PIC X(13) VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "SUGGEST: ".
           05  SL-ACTION          PIC X(9).
           05  FILLER             PIC X(11) VALUE "NEW LIMIT: ".
           05  SL-NEW-LIMIT       PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SL-REASON          PIC X(22).
           05  FILLER             PIC X(5)  VALUE SPACES.
       01  TOTAL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "REVIEWED: ".
           05  TL-REVIEWED        PIC ZZ,ZZ9.
           05  FILLER             PIC X(10) VALUE "  RAISE: ".
           05  TL-RAISE           PIC ZZ,ZZ9.
           05  FILLER             PIC X(10) VALUE "  REDUCE: ".
           05  TL-CUT             PIC ZZ,ZZ9.
           05  FILLER             PIC X(13) VALUE "  NO CHANGE: ".
           05  TL-SAME            PIC ZZ,ZZ9.
           05  FILLER             PIC X(7)  VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           COPY DATEMOV REPLACING ==:WS-YEAR-FLD:==     BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:==    BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==      BY ==WS-DAY==
                                  ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                  ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                  ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
               TO WS-TODAY-DAYNUM
           PERFORM 010-LOAD-REVIEW-RULES
           COMPUTE WS-WINDOW-DAYNUM = WS-TODAY-DAYNUM - WS-LOOKBACK-DAYS
           PERFORM 100-LOAD-CUSTOMERS
           IF WS-CUST-COUNT = ZERO
               STOP RUN
           END-IF
           PERFORM 200-SCORE-PAYMENTS
           PERFORM 300-COUNT-LETTERS
           PERFORM 400-COUNT-FINANCE-CHARGES
           PERFORM 500-COUNT-RELEASES
           OPEN OUTPUT REPORT-FILE
           MOVE WS-LOOKBACK-DAYS TO HR-LOOKBACK
           MOVE WS-FAST-DAYS     TO HR-FAST
           MOVE WS-SLOW-DAYS     TO HR-SLOW
           MOVE WS-RAISE-PCT     TO HR-RAISE
           MOVE WS-CUT-PCT       TO HR-CUT
           WRITE REPORT-REC FROM HEADING-MAIN-TITLE
           WRITE REPORT-REC FROM HEADING-RULES-LINE
           WRITE REPORT-REC FROM HEADING-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 600-PRINT-SCORECARD
               VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
           MOVE WS-REVIEWED-COUNT TO TL-REVIEWED
           MOVE WS-RAISE-COUNT    TO TL-RAISE
           MOVE WS-CUT-COUNT      TO TL-CUT
           MOVE WS-SAME-COUNT     TO TL-SAME
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
           CLOSE REPORT-FILE
           DISPLAY "CREDIT REVIEW COMPLETE - " WS-REVIEWED-COUNT
               " CUSTOMERS ON CREDREV.RPT"
           STOP RUN.
      ******************************************************************
      * Reads the review rules off the system parameter master: the
      * look-back window in days, the average days-to-pay at or
      * under which a customer is a fast payer and over which a slow
      * one, the raise and cut percentages, the most letters and
      * finance charges tolerated before a cut, and the releases in
      * the window that show a fast payer is outgrowing the limit.
      * A rule not on file is raised on ALERTS.LOG and the
      * compiled-in rule stays in force.
      ******************************************************************
       010-LOAD-REVIEW-RULES.
           MOVE "CREDREV" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "LOOKBACK-DAY" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 1000
               MOVE PRM-NUMBER TO WS-LOOKBACK-DAYS
           END-IF
           MOVE "FAST-DAYS" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 1000
               MOVE PRM-NUMBER TO WS-FAST-DAYS
           END-IF
           MOVE "SLOW-DAYS" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 1000
               MOVE PRM-NUMBER TO WS-SLOW-DAYS
           END-IF
           MOVE "RAISE-PCT" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 1000
               MOVE PRM-NUMBER TO WS-RAISE-PCT
           END-IF
           MOVE "CUT-PCT" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 100
               MOVE PRM-NUMBER TO WS-CUT-PCT
           END-IF
           MOVE "MAX-LETTERS" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 100
               MOVE PRM-NUMBER TO WS-MAX-LETTERS
           END-IF
           MOVE "MAX-FIN-CHG" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 100
               MOVE PRM-NUMBER TO WS-MAX-FIN-CHARGES
           END-IF
           MOVE "MIN-RELEASES" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 100
               MOVE PRM-NUMBER TO WS-MIN-RELEASES
           END-IF.
       100-LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT NOT FOUND - BUILD THE MASTER"
                   " FIRST"
           ELSE
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           IF WS-CUST-COUNT < 2000
                               ADD 1 TO WS-CUST-COUNT
                               INITIALIZE WS-CUST-ENTRY (WS-CUST-COUNT)
                               MOVE CM-CUST-NO TO
                                   WS-CT-CUST-NO (WS-CUST-COUNT)
                               MOVE CM-NAME TO
                                   WS-CT-NAME (WS-CUST-COUNT)
                               MOVE CM-CREDIT-LIMIT TO
                                   WS-CT-LIMIT (WS-CUST-COUNT)
                           ELSE
                               DISPLAY "CUSTOMER TABLE FULL - LATER "
                                   "CUSTOMERS NOT REVIEWED"
                               MOVE "Y" TO EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
      ******************************************************************
      * Every cash application in the window adds its dollars, and
      * its dollars times the days from item date to payment date,
      * to the customer; the average days-to-pay is the one divided
      * by the other, so a large invoice paid late weighs more than
      * a small one. A payment dated before the item (a prepayment
      * absorbed later) counts as zero days.
      ******************************************************************
       200-SCORE-PAYMENTS.
           OPEN INPUT APPLY-HISTORY-FILE
           IF WS-APH-STATUS NOT = "00"
               DISPLAY "ARAPPLY.DAT NOT FOUND - NO PAYMENT HISTORY YET"
           ELSE
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ APPLY-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           MOVE AH-PAY-DATE TO WS-WORK-DATE
                           PERFORM 910-CHECK-WINDOW
                           IF WS-IN-WINDOW = "Y"
                              AND AH-ITEM-DATE IS NUMERIC
                              AND AH-ITEM-DATE > 19000101
                              AND AH-AMOUNT IS NUMERIC
                               MOVE AH-CUST-NO TO WS-FIND-CUST-NO
                               PERFORM 900-FIND-CUSTOMER
                               IF WS-FOUND-SUB > ZERO
                                   PERFORM 210-ADD-APPLICATION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLY-HISTORY-FILE
           END-IF.
       210-ADD-APPLICATION.
           MOVE FUNCTION INTEGER-OF-DATE(AH-ITEM-DATE)
               TO WS-ITEM-DAYNUM
           COMPUTE WS-DAYS-TO-PAY = WS-WORK-DAYNUM - WS-ITEM-DAYNUM
           IF WS-DAYS-TO-PAY < ZERO
               MOVE ZERO TO WS-DAYS-TO-PAY
           END-IF
           ADD AH-AMOUNT TO WS-CT-PAID (WS-FOUND-SUB)
           COMPUTE WS-CT-DAY-DOLLARS (WS-FOUND-SUB) =
               WS-CT-DAY-DOLLARS (WS-FOUND-SUB)
               + AH-AMOUNT * WS-DAYS-TO-PAY.
      ******************************************************************
      * ArDun keeps one line per customer it has ever dunned, with
      * the running count of letters sent; lines from before the
      * count was kept score as none.
      ******************************************************************
       300-COUNT-LETTERS.
           OPEN INPUT DUN-HISTORY-FILE
           IF WS-DUN-STATUS = "00"
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ DUN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           IF DH-LETTER-COUNT IS NUMERIC
                               MOVE DH-CUST-NO TO WS-FIND-CUST-NO
                               PERFORM 900-FIND-CUSTOMER
                               IF WS-FOUND-SUB > ZERO
                                   MOVE DH-LETTER-COUNT TO
                                       WS-CT-LETTERS (WS-FOUND-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUN-HISTORY-FILE
           END-IF.
      ******************************************************************
      * Every "F" item dated in the window is a finance charge the
      * month-end run assessed, paid off since or not.
      ******************************************************************
       400-COUNT-FINANCE-CHARGES.
           OPEN INPUT AR-OPEN-FILE
           IF WS-AR-STATUS = "00"
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ AR-OPEN-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           IF AR-TYPE = "F"
                               MOVE AR-DATE TO WS-WORK-DATE
                               PERFORM 910-CHECK-WINDOW
                               IF WS-IN-WINDOW = "Y"
                                   MOVE AR-CUST-NO TO WS-FIND-CUST-NO
                                   PERFORM 900-FIND-CUSTOMER
                                   IF WS-FOUND-SUB > ZERO
                                       ADD 1 TO
                                           WS-CT-FIN-COUNT
                                               (WS-FOUND-SUB)
                                       ADD AR-ORIG-AMOUNT TO
                                           WS-CT-FIN-TOTAL
                                               (WS-FOUND-SUB)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-OPEN-FILE
           END-IF.
      ******************************************************************
      * Each held purchase CredRel released in the window is a time
      * the customer ran into the limit and credit let it through;
      * denials are not counted.
      ******************************************************************
       500-COUNT-RELEASES.
           OPEN INPUT RELEASE-HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ RELEASE-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           IF RH-DISPOSITION = "RELEASED"
                               MOVE RH-DECIDED-DATE TO WS-WORK-DATE
                               PERFORM 910-CHECK-WINDOW
                               IF WS-IN-WINDOW = "Y"
                                   MOVE RH-CUST-NO TO WS-FIND-CUST-NO
                                   PERFORM 900-FIND-CUSTOMER
                                   IF WS-FOUND-SUB > ZERO
                                       ADD 1 TO
                                           WS-CT-RELEASES
                                               (WS-FOUND-SUB)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEASE-HISTORY-FILE
           END-IF.
      ******************************************************************
      * Scores one customer and prints the scorecard. The rules, in
      * order: a zero limit means no limit is enforced and there is
      * nothing to review; a slow average, too many letters, or too
      * many finance charges suggests the cut; a fast payer who is
      * otherwise clean and keeps being released off hold suggests
      * the raise; anything else holds the limit where it is.
      ******************************************************************
       600-PRINT-SCORECARD.
           ADD 1 TO WS-REVIEWED-COUNT
           MOVE WS-CT-CUST-NO (WS-CUST-SUB)   TO DL-CUST-NO
           MOVE WS-CT-NAME (WS-CUST-SUB)      TO DL-NAME
           MOVE WS-CT-LIMIT (WS-CUST-SUB)     TO DL-LIMIT
           MOVE WS-CT-LETTERS (WS-CUST-SUB)   TO DL-LETTERS
           MOVE WS-CT-FIN-COUNT (WS-CUST-SUB) TO DL-FIN-COUNT
           MOVE WS-CT-FIN-TOTAL (WS-CUST-SUB) TO DL-FIN-TOTAL
           MOVE WS-CT-RELEASES (WS-CUST-SUB)  TO DL-RELEASES
           MOVE ZERO TO WS-AVG-DAYS
           IF WS-CT-PAID (WS-CUST-SUB) > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-CT-DAY-DOLLARS (WS-CUST-SUB)
                   / WS-CT-PAID (WS-CUST-SUB)
                   ON SIZE ERROR
                       MOVE 9999 TO WS-AVG-DAYS
               END-COMPUTE
               MOVE WS-AVG-DAYS TO DL-AVG-DAYS
           ELSE
               MOVE " N/A" TO DL-AVG-NONE
           END-IF
           MOVE WS-CT-LIMIT (WS-CUST-SUB) TO WS-NEW-LIMIT
           MOVE "NO CHANGE" TO WS-ACTION
           EVALUATE TRUE
               WHEN WS-CT-LIMIT (WS-CUST-SUB) = ZERO
                   MOVE "NO LIMIT SET" TO WS-REASON
               WHEN WS-CT-PAID (WS-CUST-SUB) > ZERO
                    AND WS-AVG-DAYS > WS-SLOW-DAYS
                   MOVE "REDUCE" TO WS-ACTION
                   MOVE "SLOW PAYER" TO WS-REASON
               WHEN WS-CT-LETTERS (WS-CUST-SUB) > WS-MAX-LETTERS
                   MOVE "REDUCE" TO WS-ACTION
                   MOVE "REPEATEDLY DUNNED" TO WS-REASON
               WHEN WS-CT-FIN-COUNT (WS-CUST-SUB)
                    > WS-MAX-FIN-CHARGES
                   MOVE "REDUCE" TO WS-ACTION
                   MOVE "REPEATED FINANCE CHGS" TO WS-REASON
               WHEN WS-CT-PAID (WS-CUST-SUB) = ZERO
                   MOVE "NO PAYMENT HISTORY" TO WS-REASON
               WHEN WS-AVG-DAYS <= WS-FAST-DAYS
                    AND WS-CT-RELEASES (WS-CUST-SUB)
                        >= WS-MIN-RELEASES
                   MOVE "RAISE" TO WS-ACTION
                   MOVE "FAST PAYER AT LIMIT" TO WS-REASON
               WHEN WS-AVG-DAYS <= WS-FAST-DAYS
                   MOVE "FAST PAYER" TO WS-REASON
               WHEN OTHER
                   MOVE "PAYS WITHIN TERMS" TO WS-REASON
           END-EVALUATE
           EVALUATE WS-ACTION
               WHEN "RAISE"
                   COMPUTE WS-NEW-LIMIT ROUNDED =
                       WS-CT-LIMIT (WS-CUST-SUB)
                       * (100 + WS-RAISE-PCT) / 100
                       ON SIZE ERROR
                           MOVE 9999999.99 TO WS-NEW-LIMIT
                   END-COMPUTE
                   ADD 1 TO WS-RAISE-COUNT
               WHEN "REDUCE"
                   COMPUTE WS-NEW-LIMIT ROUNDED =
                       WS-CT-LIMIT (WS-CUST-SUB)
                       * (100 - WS-CUT-PCT) / 100
                   ADD 1 TO WS-CUT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SAME-COUNT
           END-EVALUATE
           MOVE WS-ACTION    TO SL-ACTION
           MOVE WS-NEW-LIMIT TO SL-NEW-LIMIT
           MOVE WS-REASON    TO SL-REASON
           WRITE REPORT-REC FROM DETAIL-LINE
           WRITE REPORT-REC FROM SUGGEST-LINE.
      ******************************************************************
      * Finds WS-FIND-CUST-NO in the customer table; WS-FOUND-SUB is
      * zero when the customer is not on the master.
      ******************************************************************
       900-FIND-CUSTOMER.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-COUNT
                      OR WS-FOUND-SUB > ZERO
               IF WS-CT-CUST-NO (WS-CUST-SUB) = WS-FIND-CUST-NO
                   MOVE WS-CUST-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
      ******************************************************************
      * Sets WS-IN-WINDOW for WS-WORK-DATE against the look-back
      * window, leaving its day number in WS-WORK-DAYNUM; a date
      * that is not a real date is left out.
      ******************************************************************
       910-CHECK-WINDOW.
           MOVE "N" TO WS-IN-WINDOW
           IF WS-WORK-DATE IS NUMERIC AND WS-WORK-DATE > 19000101
               MOVE FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                   TO WS-WORK-DAYNUM
               IF WS-WORK-DAYNUM >= WS-WINDOW-DAYNUM
                   MOVE "Y" TO WS-IN-WINDOW
               END-IF
           END-IF.
       END PROGRAM CredRev.
