       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exam2Gl.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Posts one month of EXAM2 transactions to the G/L journal
      *     after the EXAM2 run has reported it, the way PizzaGl and
      *     ShipGl post their sides of the business. The month is
      *     prompted (BATCH takes the current month). Its EXAM2Mnn.DAT
      *     transactions are summed by category, debits and credits
      *     apart; each category's debits are debited and its credits
      *     credited to the category's account, and the net goes to
      *     the clearing account so the entry balances. Accounts map
      *     through COAMAP.DAT record type "M":
      *       "M" with the category code in the territory field (a
      *           blank territory takes the uncoded transactions)
      *       "M" with "**" in the territory field is the clearing
      *           account the offset goes to
      *     The whole month is refused -- and no journal lines are
      *     left behind -- if a category or the clearing account is
      *     unmapped, the net of debits less credits does not tie to
      *     the month total the EXAM2 run left on EXAM2HIST.DAT, or
      *     the month is already on EXAM2GLP.DAT, the posted-months
      *     log a successful posting is appended to.
      * Input:
      *     EXAM2Mnn.DAT, EXAM2HIST.DAT, EXAM2GLP.DAT, COAMAP.DAT
      * Output:
      *     GLJRNL.DAT (balanced journal entry, appended)
      *     EXAM2GL.RPT (posting register)
      *     EXAM2GLP.DAT (the posted month, appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  MONTH-FILE
               ASSIGN USING WS-MONTH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-STATUS.
           SELECT  HISTORY-FILE ASSIGN TO "EXAM2HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT  POSTED-FILE ASSIGN TO "EXAM2GLP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT  COA-MAP-FILE
               ASSIGN TO "COAMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT  JOURNAL-FILE
               ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT  REGISTER-FILE
               ASSIGN TO "EXAM2GL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MONTH-FILE.
       01  MONTH-REC.
           05  MO-INITIAL1   PIC X.
           05  MO-INITIAL2   PIC X.
           05  MO-LNAME      PIC X(10).
           05  MO-MONTH      PIC XX.
           05  MO-YEAR       PIC X(4).
           05  MO-AMOUNT     PIC 9(6).
           05  MO-TYPE       PIC X.
               88  MO-CREDIT             VALUE "C".
           05  MO-CATEGORY   PIC XX.
           05  MO-PERSON-NO  PIC 9(6).
       FD  HISTORY-FILE.
       01  HISTORY-REC.
           05  HY-YEAR       PIC 9(4).
           05  HY-MONTH      PIC 99.
           05  HY-TOTAL      PIC S9(7) SIGN LEADING SEPARATE.
      ******************************************************************
      * One line per month posted to GLJRNL.DAT.
      ******************************************************************
       FD  POSTED-FILE.
       01  POSTED-REC.
           05  GP-YEAR       PIC 9(4).
           05  GP-MONTH      PIC 99.
           05  FILLER        PIC X.
           05  GP-DEBITS     PIC 9(9)V99.
           05  FILLER        PIC X.
           05  GP-CREDITS    PIC 9(9)V99.
           05  FILLER        PIC X.
           05  GP-POST-DATE  PIC 9(8).
      ******************************************************************
      * Only the "M" records are EXAM2's; the rest are ignored.
      ******************************************************************
       FD  COA-MAP-FILE.
       01  COA-MAP-REC.
           05  COA-TYPE              PIC X.
           05  COA-TERRITORY-NO      PIC XX.
           05  COA-ACCOUNT           PIC X(8).
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
       FD  REGISTER-FILE.
       01  REGISTER-REC              PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-MONTH-STATUS   PIC XX.
       77  WS-MONTH-EOF      PIC X     VALUE "N".
       77  WS-HIST-STATUS    PIC XX.
       77  WS-HIST-EOF       PIC X     VALUE "N".
       77  WS-POSTED-STATUS  PIC XX.
       77  WS-POSTED-EOF     PIC X     VALUE "N".
       77  WS-COA-STATUS     PIC XX.
       77  WS-COA-EOF        PIC X     VALUE "N".
       77  WS-JRNL-STATUS    PIC XX.
       77  WS-MONTH-FILE-NAME PIC X(30) VALUE SPACES.
       77  WS-CMD-ARG        PIC X(8)  VALUE SPACES.
       77  WS-POST-YEAR      PIC 9(4)  VALUE ZERO.
       77  WS-POST-MONTH     PIC 99    VALUE ZERO.
       77  WS-DATE-OK        PIC X     VALUE "Y".
       77  WS-BATCH-OK       PIC X     VALUE "Y".
       77  WS-HIST-FOUND     PIC X     VALUE "N".
       77  WS-RUN-TOTAL      PIC S9(7) VALUE ZERO.
       77  WS-TRAN-COUNT     PIC 9(5)  VALUE ZERO.
       77  WS-MONTH-DEBITS   PIC 9(9)V99 VALUE ZERO.
       77  WS-MONTH-CREDITS  PIC 9(9)V99 VALUE ZERO.
       77  WS-MONTH-NET      PIC S9(9)V99 VALUE ZERO.
       77  WS-DEBIT-TOTAL    PIC 9(9)V99 VALUE ZERO.
       77  WS-CREDIT-TOTAL   PIC 9(9)V99 VALUE ZERO.
       77  WS-CLEARING-ACCOUNT PIC X(8) VALUE SPACES.
       77  WS-CAT-SUB        PIC 9(3)  VALUE ZERO.
       77  WS-COA-SUB        PIC 9(3)  VALUE ZERO.
       77  WS-STAGE-SUB      PIC 9(3)  VALUE ZERO.
       77  WS-TODAY          PIC 9(8)  VALUE ZERO.
      ******************************************************************
      * The month's debits and credits by category.
      ******************************************************************
       01  WS-CATEGORY-TABLE.
           05  WS-CAT-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-CAT-ENTRY       OCCURS 100 TIMES.
               10  WS-CT-CATEGORY PIC XX.
               10  WS-CT-DEBITS   PIC 9(9)V99.
               10  WS-CT-CREDITS  PIC 9(9)V99.
       01  WS-COA-TABLE.
           05  WS-COA-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-COA-ENTRY       OCCURS 100 TIMES.
               10  WS-COA-KEY     PIC XX.
               10  WS-COA-ACCT    PIC X(8).
      ******************************************************************
      * Journal lines are staged here and only written once the
      * entry has tied and proved in balance, so a rejected month
      * leaves nothing behind.
      ******************************************************************
       01  WS-STAGE-TABLE.
           05  WS-STAGE-COUNT     PIC 9(3)  VALUE ZERO.
           05  WS-STAGE-ENTRY     OCCURS 210 TIMES.
               10  WS-SG-ACCOUNT  PIC X(8).
               10  WS-SG-DC       PIC X.
               10  WS-SG-AMOUNT   PIC 9(9)V99.
               10  WS-SG-NOTE     PIC X(20).
       01  WS-STAGE-WORK.
           05  WS-WK-ACCOUNT      PIC X(8).
           05  WS-WK-DC           PIC X.
           05  WS-WK-AMOUNT       PIC 9(9)V99.
           05  WS-WK-NOTE         PIC X(20).
       01  REGISTER-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(26) VALUE
                                  "EXAM2 MONTHLY G/L POSTING".
           05  FILLER             PIC X(7)  VALUE "MONTH: ".
           05  RH-YEAR            PIC 9(4).
           05  FILLER             PIC X     VALUE "/".
           05  RH-MONTH           PIC 99.
           05  FILLER             PIC X(34) VALUE SPACES.
       01  REGISTER-DETAIL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  RG-ACCOUNT         PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RG-DEBIT-CREDIT    PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RG-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RG-NOTE            PIC X(20).
           05  FILLER             PIC X(20) VALUE SPACES.
       01  REGISTER-TIE-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(11) VALUE "MONTH NET  ".
           05  FILLER             PIC X(7)  VALUE "POSTED ".
           05  RI-POSTED          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(11) VALUE "EXAM2 RUN: ".
           05  RI-RUN             PIC -Z,ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RI-FLAG            PIC X(12).
       01  REGISTER-TOTAL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "DEBITS: ".
           05  RT-DEBIT-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "CREDITS: ".
           05  RT-CREDIT-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RT-BALANCE-FLAG    PIC X(14).
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM 010-SELECT-MONTH
           MOVE SPACES TO WS-MONTH-FILE-NAME
           STRING "EXAM2M"      DELIMITED BY SIZE
                  WS-POST-MONTH DELIMITED BY SIZE
                  ".DAT"        DELIMITED BY SIZE
                  INTO WS-MONTH-FILE-NAME
           END-STRING
           PERFORM 020-CHECK-ALREADY-POSTED
           PERFORM 030-LOAD-RUN-TOTAL
           PERFORM 040-LOAD-COA-MAP
           PERFORM 100-TOTAL-THE-MONTH
           PERFORM 200-STAGE-JOURNAL-ENTRY
           PERFORM 300-CHECK-AND-POST
           STOP RUN.
      ******************************************************************
      * The month to post: keyed and validated through the shared
      * DATEVAL check, or the current month on a BATCH run.
      ******************************************************************
       010-SELECT-MONTH.
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG = "BATCH"
               MOVE WS-TODAY (1:4) TO WS-POST-YEAR
               MOVE WS-TODAY (5:2) TO WS-POST-MONTH
           ELSE
               DISPLAY "ENTER YEAR TO POST (YYYY)"
               ACCEPT WS-POST-YEAR
               DISPLAY "ENTER MONTH TO POST (MM)"
               ACCEPT WS-POST-MONTH
               COPY DATEVAL REPLACING
                   ==:WS-YEAR-FLD:==    BY ==WS-POST-YEAR==
                   ==:WS-MONTH-FLD:==   BY ==WS-POST-MONTH==
                   ==:WS-DAY-FLD:==     BY ==1==
                   ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
               PERFORM UNTIL WS-DATE-OK = "Y"
                   DISPLAY "INVALID YEAR/MONTH - PLEASE RE-ENTER"
                   DISPLAY "ENTER YEAR TO POST (YYYY)"
                   ACCEPT WS-POST-YEAR
                   DISPLAY "ENTER MONTH TO POST (MM)"
                   ACCEPT WS-POST-MONTH
                   COPY DATEVAL REPLACING
                       ==:WS-YEAR-FLD:==    BY ==WS-POST-YEAR==
                       ==:WS-MONTH-FLD:==   BY ==WS-POST-MONTH==
                       ==:WS-DAY-FLD:==     BY ==1==
                       ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
               END-PERFORM
           END-IF.
      ******************************************************************
      * A month already on EXAM2GLP.DAT was posted.
      ******************************************************************
       020-CHECK-ALREADY-POSTED.
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS = "00"
               PERFORM UNTIL WS-POSTED-EOF = "Y"
                   READ POSTED-FILE
                       AT END
                           MOVE "Y" TO WS-POSTED-EOF
                       NOT AT END
                           IF GP-YEAR = WS-POST-YEAR
                              AND GP-MONTH = WS-POST-MONTH
                               MOVE "Y" TO WS-POSTED-EOF
                               MOVE "N" TO WS-BATCH-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTED-FILE
           END-IF
           IF WS-BATCH-OK = "N"
               DISPLAY WS-POST-YEAR "/" WS-POST-MONTH
                   " ALREADY POSTED - MONTH REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      * The month total the EXAM2 run reported. A month the run has
      * not reported cannot be tied, so it is not posted.
      ******************************************************************
       030-LOAD-RUN-TOTAL.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-EOF = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-HIST-EOF
                       NOT AT END
                           IF HY-YEAR = WS-POST-YEAR
                              AND HY-MONTH = WS-POST-MONTH
                               MOVE HY-TOTAL TO WS-RUN-TOTAL
                               MOVE "Y" TO WS-HIST-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           IF WS-HIST-FOUND = "N"
               DISPLAY WS-POST-YEAR "/" WS-POST-MONTH
                   " NOT ON EXAM2HIST.DAT - RUN EXAM2 FIRST"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
       040-LOAD-COA-MAP.
           OPEN INPUT COA-MAP-FILE
           IF WS-COA-STATUS NOT = "00"
               DISPLAY "COAMAP.DAT NOT FOUND - MONTH REFUSED"
               MOVE "N" TO WS-BATCH-OK
           ELSE
               PERFORM UNTIL WS-COA-EOF = "Y"
                   READ COA-MAP-FILE
                       AT END
                           MOVE "Y" TO WS-COA-EOF
                       NOT AT END
                           IF COA-TYPE = "M"
                               IF COA-TERRITORY-NO = "**"
                                   MOVE COA-ACCOUNT
                                       TO WS-CLEARING-ACCOUNT
                               ELSE
                                   IF WS-COA-COUNT < 100
                                       ADD 1 TO WS-COA-COUNT
                                       MOVE COA-TERRITORY-NO TO
                                           WS-COA-KEY (WS-COA-COUNT)
                                       MOVE COA-ACCOUNT TO
                                           WS-COA-ACCT (WS-COA-COUNT)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COA-MAP-FILE
           END-IF.
      ******************************************************************
      * Sums the month's transactions by category. Only the posting
      * year's lines count; the extract may still hold other years'.
      ******************************************************************
       100-TOTAL-THE-MONTH.
           OPEN INPUT MONTH-FILE
           IF WS-MONTH-STATUS NOT = "00"
               DISPLAY WS-MONTH-FILE-NAME " NOT FOUND - MONTH REFUSED"
               MOVE "N" TO WS-BATCH-OK
           ELSE
               PERFORM UNTIL WS-MONTH-EOF = "Y"
                   READ MONTH-FILE
                       AT END
                           MOVE "Y" TO WS-MONTH-EOF
                       NOT AT END
                           IF MO-YEAR = WS-POST-YEAR
                              AND MO-MONTH = WS-POST-MONTH
                               PERFORM 110-ADD-TO-CATEGORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONTH-FILE
           END-IF.
       110-ADD-TO-CATEGORY.
           ADD 1 TO WS-TRAN-COUNT
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-COUNT
                      OR WS-CT-CATEGORY (WS-CAT-SUB) = MO-CATEGORY
               CONTINUE
           END-PERFORM
           IF WS-CAT-SUB > WS-CAT-COUNT
               IF WS-CAT-COUNT < 100
                   ADD 1 TO WS-CAT-COUNT
                   MOVE WS-CAT-COUNT TO WS-CAT-SUB
                   MOVE MO-CATEGORY TO WS-CT-CATEGORY (WS-CAT-SUB)
                   MOVE ZERO TO WS-CT-DEBITS (WS-CAT-SUB)
                   MOVE ZERO TO WS-CT-CREDITS (WS-CAT-SUB)
               ELSE
                   DISPLAY "MORE THAN 100 CATEGORIES - MONTH REFUSED"
                   MOVE "N" TO WS-BATCH-OK
                   MOVE "Y" TO WS-MONTH-EOF
               END-IF
           END-IF
           IF WS-CAT-SUB <= WS-CAT-COUNT
               IF MO-CREDIT
                   ADD MO-AMOUNT TO WS-CT-CREDITS (WS-CAT-SUB)
                   ADD MO-AMOUNT TO WS-MONTH-CREDITS
               ELSE
                   ADD MO-AMOUNT TO WS-CT-DEBITS (WS-CAT-SUB)
                   ADD MO-AMOUNT TO WS-MONTH-DEBITS
               END-IF
           END-IF.
      ******************************************************************
      * Stages the entry: each category's debits and credits to its
      * own account, then the net to the clearing account. A category
      * with no mapping refuses the month.
      ******************************************************************
       200-STAGE-JOURNAL-ENTRY.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-COUNT
               MOVE SPACES TO WS-WK-ACCOUNT
               PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                       UNTIL WS-COA-SUB > WS-COA-COUNT
                   IF WS-COA-KEY (WS-COA-SUB)
                          = WS-CT-CATEGORY (WS-CAT-SUB)
                       MOVE WS-COA-ACCT (WS-COA-SUB) TO WS-WK-ACCOUNT
                   END-IF
               END-PERFORM
               IF WS-CT-DEBITS (WS-CAT-SUB) > ZERO
                   MOVE "D" TO WS-WK-DC
                   MOVE WS-CT-DEBITS (WS-CAT-SUB) TO WS-WK-AMOUNT
                   PERFORM 205-BUILD-CATEGORY-NOTE
                   PERFORM 210-STAGE-ONE-LINE
               END-IF
               IF WS-CT-CREDITS (WS-CAT-SUB) > ZERO
                   MOVE "C" TO WS-WK-DC
                   MOVE WS-CT-CREDITS (WS-CAT-SUB) TO WS-WK-AMOUNT
                   PERFORM 205-BUILD-CATEGORY-NOTE
                   PERFORM 210-STAGE-ONE-LINE
               END-IF
           END-PERFORM
           COMPUTE WS-MONTH-NET = WS-MONTH-DEBITS - WS-MONTH-CREDITS
           IF WS-MONTH-NET NOT = ZERO
               MOVE WS-CLEARING-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "EXAM2 CLEARING" TO WS-WK-NOTE
               IF WS-MONTH-NET > ZERO
                   MOVE "C" TO WS-WK-DC
                   MOVE WS-MONTH-NET TO WS-WK-AMOUNT
               ELSE
                   MOVE "D" TO WS-WK-DC
                   COMPUTE WS-WK-AMOUNT = ZERO - WS-MONTH-NET
               END-IF
               PERFORM 210-STAGE-ONE-LINE
           END-IF.
       205-BUILD-CATEGORY-NOTE.
           MOVE SPACES TO WS-WK-NOTE
           IF WS-CT-CATEGORY (WS-CAT-SUB) = SPACES
               MOVE "EXAM2 - UNCODED" TO WS-WK-NOTE
           ELSE
               STRING "EXAM2 - " DELIMITED BY SIZE
                   WS-CT-CATEGORY (WS-CAT-SUB) DELIMITED BY SIZE
                   INTO WS-WK-NOTE
               END-STRING
           END-IF.
       210-STAGE-ONE-LINE.
           IF WS-WK-ACCOUNT = SPACES
               DISPLAY WS-WK-NOTE " HAS NO ACCOUNT IN COAMAP.DAT - "
                   "MONTH REFUSED"
               MOVE "N" TO WS-BATCH-OK
           ELSE
               IF WS-STAGE-COUNT >= 210
                   DISPLAY "TOO MANY JOURNAL LINES - MONTH REFUSED"
                   MOVE "N" TO WS-BATCH-OK
               ELSE
                   ADD 1 TO WS-STAGE-COUNT
                   MOVE WS-WK-ACCOUNT TO WS-SG-ACCOUNT (WS-STAGE-COUNT)
                   MOVE WS-WK-DC      TO WS-SG-DC (WS-STAGE-COUNT)
                   MOVE WS-WK-AMOUNT  TO WS-SG-AMOUNT (WS-STAGE-COUNT)
                   MOVE WS-WK-NOTE    TO WS-SG-NOTE (WS-STAGE-COUNT)
                   IF WS-WK-DC = "D"
                       ADD WS-WK-AMOUNT TO WS-DEBIT-TOTAL
                   ELSE
                       ADD WS-WK-AMOUNT TO WS-CREDIT-TOTAL
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * The month's net must be the total the EXAM2 run reported, and
      * the staged entry must balance, before a single line reaches
      * GLJRNL.DAT.
      ******************************************************************
       300-CHECK-AND-POST.
           OPEN OUTPUT REGISTER-FILE
           MOVE WS-POST-YEAR  TO RH-YEAR
           MOVE WS-POST-MONTH TO RH-MONTH
           WRITE REGISTER-REC FROM REGISTER-HEADING
           MOVE WS-MONTH-NET TO RI-POSTED
           MOVE WS-RUN-TOTAL TO RI-RUN
           IF WS-MONTH-NET = WS-RUN-TOTAL
               MOVE "TIES" TO RI-FLAG
           ELSE
               MOVE "NO TIE" TO RI-FLAG
               MOVE "N" TO WS-BATCH-OK
               DISPLAY "MONTH NET DOES NOT TIE TO THE EXAM2 RUN - "
                   "MONTH REFUSED"
           END-IF
           WRITE REGISTER-REC FROM REGISTER-TIE-LINE
               AFTER ADVANCING 2 LINES
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE "N" TO WS-BATCH-OK
               DISPLAY "JOURNAL DEBITS DO NOT EQUAL CREDITS - "
                   "MONTH REFUSED"
           END-IF
           IF WS-TRAN-COUNT = ZERO
               MOVE "N" TO WS-BATCH-OK
               DISPLAY "NO TRANSACTIONS FOR THE MONTH - "
                   "MONTH REFUSED"
           END-IF
           IF WS-BATCH-OK = "Y"
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               PERFORM VARYING WS-STAGE-SUB FROM 1 BY 1
                       UNTIL WS-STAGE-SUB > WS-STAGE-COUNT
                   MOVE SPACES TO JOURNAL-REC
                   MOVE WS-SG-ACCOUNT (WS-STAGE-SUB) TO JR-ACCOUNT
                   MOVE WS-SG-DC (WS-STAGE-SUB) TO JR-DEBIT-CREDIT
                   MOVE WS-SG-AMOUNT (WS-STAGE-SUB) TO JR-AMOUNT
                   MOVE "EXAM2GL" TO JR-SOURCE
                   MOVE WS-TODAY  TO JR-POST-DATE
                   STRING "E2" WS-POST-YEAR WS-POST-MONTH
                       DELIMITED BY SIZE
                       INTO JR-REFERENCE
                   END-STRING
                   MOVE WS-SG-NOTE (WS-STAGE-SUB) TO JR-DESCRIPTION
                   WRITE JOURNAL-REC
                   PERFORM 310-PRINT-STAGED-LINE
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE "IN BALANCE" TO RT-BALANCE-FLAG
               PERFORM 400-LOG-POSTED-MONTH
               DISPLAY "EXAM2 " WS-POST-YEAR "/" WS-POST-MONTH
                   " POSTED TO GLJRNL.DAT"
           ELSE
               MOVE "BATCH REJECTED" TO RT-BALANCE-FLAG
               MOVE 1 TO RETURN-CODE
           END-IF
           MOVE WS-DEBIT-TOTAL  TO RT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO RT-CREDIT-TOTAL
           WRITE REGISTER-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           CLOSE REGISTER-FILE.
       310-PRINT-STAGED-LINE.
           MOVE WS-SG-ACCOUNT (WS-STAGE-SUB) TO RG-ACCOUNT
           IF WS-SG-DC (WS-STAGE-SUB) = "D"
               MOVE "DEBIT " TO RG-DEBIT-CREDIT
           ELSE
               MOVE "CREDIT" TO RG-DEBIT-CREDIT
           END-IF
           MOVE WS-SG-AMOUNT (WS-STAGE-SUB) TO RG-AMOUNT
           MOVE WS-SG-NOTE (WS-STAGE-SUB) TO RG-NOTE
           WRITE REGISTER-REC FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 1 LINES.
      ******************************************************************
      * The posted month goes on EXAM2GLP.DAT so it cannot be
      * journaled twice.
      ******************************************************************
       400-LOG-POSTED-MONTH.
           OPEN EXTEND POSTED-FILE
           IF WS-POSTED-STATUS NOT = "00"
               OPEN OUTPUT POSTED-FILE
           END-IF
           MOVE SPACES          TO POSTED-REC
           MOVE WS-POST-YEAR    TO GP-YEAR
           MOVE WS-POST-MONTH   TO GP-MONTH
           MOVE WS-DEBIT-TOTAL  TO GP-DEBITS
           MOVE WS-CREDIT-TOTAL TO GP-CREDITS
           MOVE WS-TODAY        TO GP-POST-DATE
           WRITE POSTED-REC
           CLOSE POSTED-FILE.
       END PROGRAM Exam2Gl.
