       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayGl.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Posts each pay run's payroll expense to the G/L journal,
      *     the way GlPost posts the raises, so GlTrial's payroll
      *     accounts carry what PayRun and OffCycle actually paid.
      *     The run's pay records come off PAYGLFD.DAT (written by
      *     PayRun beside PAYHIST.DAT). Gross wages are summed per
      *     territory and
      *     debited to the territory's payroll expense account (the
      *     COAMAP.DAT "E" records GlPost already uses); withholding
      *     is credited to the tax liability account (the single "W"
      *     record); mileage reimbursed, which is paid in net but is
      *     not wages, is debited to the mileage expense account (the
      *     single "X" record); each deduction code is credited to its
      *     own liability account ("D" records, the deduction code in
      *     the territory field -- insurance payable, garnishments
      *     payable, savings plan); and net pay is credited to cash
      *     (the "K" record ArGl already uses). The whole batch is
      *     refused -- and no journal lines are left behind -- if an
      *     account is unmapped, debits do not equal credits, or the
      *     entry does not tie to PAYRUN.TOT's count, gross,
      *     withholding, net and mileage. A posted feed retires to
      *     PAYGLFD.PST (the GlLedger idiom), so a rerun finds nothing
      *     to post.
      *     Run with OFFCYCLE on the command line it posts OffCycle's
      *     checks instead: OFFGLFD.DAT against the running totals on
      *     OFFRUN.TOT, referenced "OC" and the pay date rather than
      *     "PR", and once posted both files retire (OFFGLFD.PST,
      *     OFFRUN.PST) so the next off-cycle run starts them afresh.
      * Input:
      *     PAYGLFD.DAT, PAYRUN.TOT, COAMAP.DAT
      *     OFFGLFD.DAT, OFFRUN.TOT (OFFCYCLE run)
      * Output:
      *     GLJRNL.DAT (balanced journal entry, appended)
      *     PAYGL.RPT (posting register)
      *     PAYGLFD.PST (the consumed feed)
      *     OFFGLFD.PST, OFFRUN.PST (OFFCYCLE run)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PAY-GL-FEED-FILE
               ASSIGN USING WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT  PAY-TOTALS-FILE
               ASSIGN USING WS-TOTALS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOT-STATUS.
           SELECT  COA-MAP-FILE
               ASSIGN TO "COAMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT  JOURNAL-FILE
               ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT  REGISTER-FILE
               ASSIGN TO "PAYGL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * PayRun's pay-history record, one per employee paid (one per
      * check off OffCycle). A record from before mileage was carried
      * apart has no mileage field.
      ******************************************************************
       FD  PAY-GL-FEED-FILE.
       01  PAY-GL-FEED-REC.
           05  PH-EMP-NO             PIC X(5).
           05  PH-EMP-NAME           PIC X(20).
           05  PH-RUN-DATE           PIC 9(8).
           05  PH-TERRITORY-NO       PIC XX.
           05  PH-OFFICE-NO          PIC XX.
           05  PH-GROSS              PIC 9(7)V99.
           05  PH-SUPP-GROSS         PIC 9(7)V99.
           05  PH-WH                 PIC 9(7)V99.
           05  PH-DED-TOTAL          PIC 9(7)V99.
           05  PH-NET                PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
           05  PH-PAY-METHOD         PIC X.
           05  PH-DED-COUNT          PIC 99.
           05  PH-DED-ENTRY          OCCURS 20 TIMES.
               10  PH-DED-CODE       PIC XX.
               10  PH-DED-AMOUNT     PIC 9(5)V99.
           05  PH-MILEAGE            PIC 9(7)V99.
       FD  PAY-TOTALS-FILE.
       01  PAY-TOTALS-REC.
           05  PT-EMP-COUNT          PIC 9(5).
           05  FILLER                PIC X.
           05  PT-GROSS-TOTAL        PIC 9(9)V99.
           05  FILLER                PIC X.
           05  PT-WH-TOTAL           PIC 9(9)V99.
           05  FILLER                PIC X.
           05  PT-NET-TOTAL          PIC 9(9)V99.
           05  FILLER                PIC X.
           05  PT-MILEAGE-TOTAL      PIC 9(9)V99.
      ******************************************************************
      * "E" records map a territory to its payroll expense account,
      * "D" records a deduction code (in the territory field) to its
      * liability account; the single "W" record names the tax
      * withholding liability, the "X" record mileage reimbursement
      * expense and the "K" record cash. Records of any other type
      * belong to other postings.
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
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           05  WS-FEED-STATUS     PIC XX.
           05  WS-TOT-STATUS      PIC XX.
           05  WS-COA-STATUS      PIC XX.
           05  WS-JRNL-STATUS     PIC XX.
           05  WS-COA-EOF         PIC X     VALUE "N".
           05  WS-BATCH-OK        PIC X     VALUE "Y".
           05  WS-FEED-COUNT      PIC 9(5)  VALUE ZERO.
           05  WS-RUN-DATE        PIC 9(8)  VALUE ZERO.
           05  WS-TODAY-YMD       PIC 9(8)  VALUE ZERO.
           05  WS-GROSS-TOTAL     PIC 9(9)V99  VALUE ZERO.
           05  WS-WH-TOTAL        PIC 9(9)V99  VALUE ZERO.
           05  WS-DED-TOTAL       PIC 9(9)V99  VALUE ZERO.
           05  WS-NET-TOTAL       PIC S9(9)V99 VALUE ZERO.
           05  WS-DEBIT-TOTAL     PIC 9(9)V99  VALUE ZERO.
           05  WS-CREDIT-TOTAL    PIC 9(9)V99  VALUE ZERO.
           05  WS-MILEAGE-TOTAL   PIC 9(9)V99  VALUE ZERO.
           05  WS-WH-ACCOUNT      PIC X(8)  VALUE SPACES.
           05  WS-MILEAGE-ACCOUNT PIC X(8)  VALUE SPACES.
           05  WS-CASH-ACCOUNT    PIC X(8)  VALUE SPACES.
           05  WS-MAP-ACCOUNT     PIC X(8)  VALUE SPACES.
           05  WS-TERR-SUB        PIC 9(3)  VALUE ZERO.
           05  WS-CODE-SUB        PIC 9(3)  VALUE ZERO.
           05  WS-COA-SUB         PIC 9(3)  VALUE ZERO.
           05  WS-DED-SUB         PIC 99    VALUE ZERO.
           05  WS-STAGE-SUB       PIC 9(3)  VALUE ZERO.
           05  WS-CALL-STATUS     PIC 9(9)  COMP-5.
           05  WS-CMD-ARG         PIC X(8)  VALUE SPACES.
           05  WS-FEED-NAME       PIC X(11) VALUE "PAYGLFD.DAT".
           05  WS-POSTED-NAME     PIC X(11) VALUE "PAYGLFD.PST".
           05  WS-TOTALS-NAME     PIC X(10) VALUE "PAYRUN.TOT".
           05  WS-TOTALS-POSTED-NAME
                                  PIC X(10) VALUE "OFFRUN.PST".
           05  WS-REF-PREFIX      PIC XX    VALUE "PR".
           05  WS-PT-FIELDS.
               10  WS-PT-EMP-COUNT    PIC 9(5)     VALUE ZERO.
               10  WS-PT-GROSS        PIC 9(9)V99  VALUE ZERO.
               10  WS-PT-WH           PIC 9(9)V99  VALUE ZERO.
               10  WS-PT-NET          PIC 9(9)V99  VALUE ZERO.
               10  WS-PT-MILEAGE      PIC 9(9)V99  VALUE ZERO.
      ******************************************************************
      * Gross per territory and deductions per code off the feed, and
      * the maps that turn them into accounts.
      ******************************************************************
       01  WS-TERRITORY-TABLE.
           05  WS-TERR-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-TERR-ENTRY      OCCURS 50 TIMES.
               10  WS-TERR-NO     PIC XX.
               10  WS-TERR-AMOUNT PIC 9(9)V99.
       01  WS-CODE-TABLE.
           05  WS-CODE-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-CODE-ENTRY      OCCURS 100 TIMES.
               10  WS-CD-CODE     PIC XX.
               10  WS-CD-AMOUNT   PIC 9(9)V99.
       01  WS-COA-TABLE.
           05  WS-COA-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-COA-ENTRY       OCCURS 150 TIMES.
               10  WS-COA-TYPE    PIC X.
               10  WS-COA-KEY     PIC XX.
               10  WS-COA-ACCT    PIC X(8).
      ******************************************************************
      * Journal lines are staged here and only written once the
      * entry has proved in balance and tied to the run totals.
      ******************************************************************
       01  WS-STAGE-TABLE.
           05  WS-STAGE-COUNT     PIC 9(3)  VALUE ZERO.
           05  WS-STAGE-ENTRY     OCCURS 160 TIMES.
               10  WS-SG-ACCOUNT  PIC X(8).
               10  WS-SG-DC       PIC X.
               10  WS-SG-AMOUNT   PIC 9(9)V99.
               10  WS-SG-NOTE     PIC X(20).
       01  REGISTER-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  RH-TITLE           PIC X(24) VALUE
                                  "PAYROLL G/L POSTING     ".
           05  FILLER             PIC X(10) VALUE "RUN DATE: ".
           05  RH-RUN-DATE        PIC 9(8).
           05  FILLER             PIC X(32) VALUE SPACES.
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
           PERFORM 005-SELECT-RUN
           OPEN INPUT PAY-GL-FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY WS-FEED-NAME " NOT FOUND - NOTHING TO POST"
               STOP RUN
           END-IF
           PERFORM 010-LOAD-PAY-TOTALS
           PERFORM 020-LOAD-COA-MAP
           PERFORM 100-READ-FEED-RECORD UNTIL EOF = "Y"
           CLOSE PAY-GL-FEED-FILE
           IF WS-FEED-COUNT = ZERO
               DISPLAY WS-FEED-NAME " IS EMPTY - NOTHING TO POST"
               STOP RUN
           END-IF
           PERFORM 200-STAGE-JOURNAL-ENTRY
           PERFORM 300-CHECK-AND-POST
           IF WS-BATCH-OK = "Y"
               PERFORM 400-RETIRE-POSTED-FEED
           END-IF
           STOP RUN.
      ******************************************************************
      * OFFCYCLE on the command line posts OffCycle's feed against
      * its own running totals; anything else is the regular run.
      ******************************************************************
       005-SELECT-RUN.
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG = "OFFCYCLE"
               MOVE "OFFGLFD.DAT" TO WS-FEED-NAME
               MOVE "OFFGLFD.PST" TO WS-POSTED-NAME
               MOVE "OFFRUN.TOT"  TO WS-TOTALS-NAME
               MOVE "OC"          TO WS-REF-PREFIX
               MOVE "OFF-CYCLE G/L POSTING" TO RH-TITLE
           END-IF.
      ******************************************************************
      * The run totals the entry must tie to -- no totals file, no
      * posting.
      ******************************************************************
       010-LOAD-PAY-TOTALS.
           OPEN INPUT PAY-TOTALS-FILE
           IF WS-TOT-STATUS NOT = "00"
               DISPLAY WS-TOTALS-NAME " NOT FOUND - BATCH REJECTED"
               MOVE "N" TO WS-BATCH-OK
           ELSE
               READ PAY-TOTALS-FILE
                   AT END
                       DISPLAY WS-TOTALS-NAME
                           " IS EMPTY - BATCH REJECTED"
                       MOVE "N" TO WS-BATCH-OK
                   NOT AT END
                       MOVE PT-EMP-COUNT   TO WS-PT-EMP-COUNT
                       MOVE PT-GROSS-TOTAL TO WS-PT-GROSS
                       MOVE PT-WH-TOTAL    TO WS-PT-WH
                       MOVE PT-NET-TOTAL   TO WS-PT-NET
                       IF PT-MILEAGE-TOTAL IS NUMERIC
                           MOVE PT-MILEAGE-TOTAL TO WS-PT-MILEAGE
                       END-IF
               END-READ
               CLOSE PAY-TOTALS-FILE
           END-IF.
       020-LOAD-COA-MAP.
           OPEN INPUT COA-MAP-FILE
           IF WS-COA-STATUS NOT = "00"
               DISPLAY "COAMAP.DAT NOT FOUND - BATCH REJECTED"
               MOVE "N" TO WS-BATCH-OK
           ELSE
               PERFORM UNTIL WS-COA-EOF = "Y"
                   READ COA-MAP-FILE
                       AT END
                           MOVE "Y" TO WS-COA-EOF
                       NOT AT END
                           EVALUATE COA-TYPE
                               WHEN "W"
                                   MOVE COA-ACCOUNT TO WS-WH-ACCOUNT
                               WHEN "X"
                                   MOVE COA-ACCOUNT
                                       TO WS-MILEAGE-ACCOUNT
                               WHEN "K"
                                   MOVE COA-ACCOUNT
                                       TO WS-CASH-ACCOUNT
                               WHEN "E"
                               WHEN "D"
                                   IF WS-COA-COUNT < 150
                                       ADD 1 TO WS-COA-COUNT
                                       MOVE COA-TYPE TO
                                           WS-COA-TYPE (WS-COA-COUNT)
                                       MOVE COA-TERRITORY-NO TO
                                           WS-COA-KEY (WS-COA-COUNT)
                                       MOVE COA-ACCOUNT TO
                                           WS-COA-ACCT (WS-COA-COUNT)
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE COA-MAP-FILE
               IF WS-WH-ACCOUNT = SPACES
                   DISPLAY "COAMAP.DAT HAS NO WITHHOLDING ACCOUNT - "
                       "BATCH REJECTED"
                   MOVE "N" TO WS-BATCH-OK
               END-IF
               IF WS-CASH-ACCOUNT = SPACES
                   DISPLAY "COAMAP.DAT HAS NO CASH ACCOUNT - "
                       "BATCH REJECTED"
                   MOVE "N" TO WS-BATCH-OK
               END-IF
           END-IF.
      ******************************************************************
      * Sums the feed: gross by territory, deductions by code, and
      * the run's withholding, net and mileage.
      ******************************************************************
       100-READ-FEED-RECORD.
           READ PAY-GL-FEED-FILE
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   ADD 1 TO WS-FEED-COUNT
                   MOVE PH-RUN-DATE TO WS-RUN-DATE
                   ADD PH-GROSS TO WS-GROSS-TOTAL
                   ADD PH-WH    TO WS-WH-TOTAL
                   ADD PH-NET   TO WS-NET-TOTAL
                   IF PH-MILEAGE IS NUMERIC
                       ADD PH-MILEAGE TO WS-MILEAGE-TOTAL
                   END-IF
                   PERFORM 110-ADD-TO-TERRITORY
                   PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                           UNTIL WS-DED-SUB > PH-DED-COUNT
                              OR WS-DED-SUB > 20
                       PERFORM 120-ADD-TO-CODE
                   END-PERFORM
           END-READ.
       110-ADD-TO-TERRITORY.
           PERFORM VARYING WS-TERR-SUB FROM 1 BY 1
                   UNTIL WS-TERR-SUB > WS-TERR-COUNT
                      OR WS-TERR-NO (WS-TERR-SUB) = PH-TERRITORY-NO
               CONTINUE
           END-PERFORM
           IF WS-TERR-SUB > WS-TERR-COUNT
               IF WS-TERR-COUNT >= 50
                   DISPLAY "TERRITORY TABLE FULL - BATCH REJECTED"
                   MOVE "N" TO WS-BATCH-OK
               ELSE
                   ADD 1 TO WS-TERR-COUNT
                   MOVE WS-TERR-COUNT TO WS-TERR-SUB
                   MOVE PH-TERRITORY-NO TO WS-TERR-NO (WS-TERR-SUB)
                   MOVE ZERO TO WS-TERR-AMOUNT (WS-TERR-SUB)
               END-IF
           END-IF
           IF WS-TERR-SUB <= WS-TERR-COUNT
               ADD PH-GROSS TO WS-TERR-AMOUNT (WS-TERR-SUB)
           END-IF.
       120-ADD-TO-CODE.
           ADD PH-DED-AMOUNT (WS-DED-SUB) TO WS-DED-TOTAL
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > WS-CODE-COUNT
                      OR WS-CD-CODE (WS-CODE-SUB)
                             = PH-DED-CODE (WS-DED-SUB)
               CONTINUE
           END-PERFORM
           IF WS-CODE-SUB > WS-CODE-COUNT
               IF WS-CODE-COUNT >= 100
                   DISPLAY "DEDUCTION CODE TABLE FULL - BATCH "
                       "REJECTED"
                   MOVE "N" TO WS-BATCH-OK
               ELSE
                   ADD 1 TO WS-CODE-COUNT
                   MOVE WS-CODE-COUNT TO WS-CODE-SUB
                   MOVE PH-DED-CODE (WS-DED-SUB)
                       TO WS-CD-CODE (WS-CODE-SUB)
                   MOVE ZERO TO WS-CD-AMOUNT (WS-CODE-SUB)
               END-IF
           END-IF
           IF WS-CODE-SUB <= WS-CODE-COUNT
               ADD PH-DED-AMOUNT (WS-DED-SUB)
                   TO WS-CD-AMOUNT (WS-CODE-SUB)
           END-IF.
      ******************************************************************
      * Stages the entry: a debit per territory to its expense
      * account and one for mileage reimbursed, then credits for
      * withholding, each deduction code and net pay. Anything
      * unmapped rejects the batch.
      ******************************************************************
       200-STAGE-JOURNAL-ENTRY.
           PERFORM VARYING WS-TERR-SUB FROM 1 BY 1
                   UNTIL WS-TERR-SUB > WS-TERR-COUNT
               MOVE SPACES TO WS-MAP-ACCOUNT
               PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                       UNTIL WS-COA-SUB > WS-COA-COUNT
                   IF WS-COA-TYPE (WS-COA-SUB) = "E"
                      AND WS-COA-KEY (WS-COA-SUB)
                              = WS-TERR-NO (WS-TERR-SUB)
                       MOVE WS-COA-ACCT (WS-COA-SUB)
                           TO WS-MAP-ACCOUNT
                   END-IF
               END-PERFORM
               IF WS-MAP-ACCOUNT = SPACES
                   DISPLAY "TERRITORY " WS-TERR-NO (WS-TERR-SUB)
                       " NOT IN COAMAP.DAT - BATCH REJECTED"
                   MOVE "N" TO WS-BATCH-OK
               ELSE
                   ADD 1 TO WS-STAGE-COUNT
                   MOVE WS-MAP-ACCOUNT
                       TO WS-SG-ACCOUNT (WS-STAGE-COUNT)
                   MOVE "D" TO WS-SG-DC (WS-STAGE-COUNT)
                   MOVE WS-TERR-AMOUNT (WS-TERR-SUB)
                       TO WS-SG-AMOUNT (WS-STAGE-COUNT)
                   MOVE SPACES TO WS-SG-NOTE (WS-STAGE-COUNT)
                   STRING "TERRITORY " WS-TERR-NO (WS-TERR-SUB)
                       DELIMITED BY SIZE
                       INTO WS-SG-NOTE (WS-STAGE-COUNT)
                   END-STRING
                   ADD WS-TERR-AMOUNT (WS-TERR-SUB) TO WS-DEBIT-TOTAL
               END-IF
           END-PERFORM
           IF WS-MILEAGE-TOTAL > ZERO
               IF WS-MILEAGE-ACCOUNT = SPACES
                   DISPLAY "COAMAP.DAT HAS NO MILEAGE ACCOUNT - "
                       "BATCH REJECTED"
                   MOVE "N" TO WS-BATCH-OK
               ELSE
                   ADD 1 TO WS-STAGE-COUNT
                   MOVE WS-MILEAGE-ACCOUNT
                       TO WS-SG-ACCOUNT (WS-STAGE-COUNT)
                   MOVE "D" TO WS-SG-DC (WS-STAGE-COUNT)
                   MOVE WS-MILEAGE-TOTAL
                       TO WS-SG-AMOUNT (WS-STAGE-COUNT)
                   MOVE "MILEAGE REIMBURSED"
                       TO WS-SG-NOTE (WS-STAGE-COUNT)
                   ADD WS-MILEAGE-TOTAL TO WS-DEBIT-TOTAL
               END-IF
           END-IF
           IF WS-WH-TOTAL > ZERO
               ADD 1 TO WS-STAGE-COUNT
               MOVE WS-WH-ACCOUNT TO WS-SG-ACCOUNT (WS-STAGE-COUNT)
               MOVE "C" TO WS-SG-DC (WS-STAGE-COUNT)
               MOVE WS-WH-TOTAL TO WS-SG-AMOUNT (WS-STAGE-COUNT)
               MOVE "TAX WITHHELD" TO WS-SG-NOTE (WS-STAGE-COUNT)
               ADD WS-WH-TOTAL TO WS-CREDIT-TOTAL
           END-IF
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > WS-CODE-COUNT
               MOVE SPACES TO WS-MAP-ACCOUNT
               PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                       UNTIL WS-COA-SUB > WS-COA-COUNT
                   IF WS-COA-TYPE (WS-COA-SUB) = "D"
                      AND WS-COA-KEY (WS-COA-SUB)
                              = WS-CD-CODE (WS-CODE-SUB)
                       MOVE WS-COA-ACCT (WS-COA-SUB)
                           TO WS-MAP-ACCOUNT
                   END-IF
               END-PERFORM
               IF WS-MAP-ACCOUNT = SPACES
                   DISPLAY "DEDUCTION CODE " WS-CD-CODE (WS-CODE-SUB)
                       " NOT IN COAMAP.DAT - BATCH REJECTED"
                   MOVE "N" TO WS-BATCH-OK
               ELSE
                   ADD 1 TO WS-STAGE-COUNT
                   MOVE WS-MAP-ACCOUNT
                       TO WS-SG-ACCOUNT (WS-STAGE-COUNT)
                   MOVE "C" TO WS-SG-DC (WS-STAGE-COUNT)
                   MOVE WS-CD-AMOUNT (WS-CODE-SUB)
                       TO WS-SG-AMOUNT (WS-STAGE-COUNT)
                   MOVE SPACES TO WS-SG-NOTE (WS-STAGE-COUNT)
                   STRING "DEDUCTION " WS-CD-CODE (WS-CODE-SUB)
                       DELIMITED BY SIZE
                       INTO WS-SG-NOTE (WS-STAGE-COUNT)
                   END-STRING
                   ADD WS-CD-AMOUNT (WS-CODE-SUB) TO WS-CREDIT-TOTAL
               END-IF
           END-PERFORM
           IF WS-NET-TOTAL < ZERO
               DISPLAY "RUN NET PAY IS NEGATIVE - BATCH REJECTED"
               MOVE "N" TO WS-BATCH-OK
           ELSE
               IF WS-NET-TOTAL > ZERO
                   ADD 1 TO WS-STAGE-COUNT
                   MOVE WS-CASH-ACCOUNT
                       TO WS-SG-ACCOUNT (WS-STAGE-COUNT)
                   MOVE "C" TO WS-SG-DC (WS-STAGE-COUNT)
                   MOVE WS-NET-TOTAL TO WS-SG-AMOUNT (WS-STAGE-COUNT)
                   MOVE "NET PAY" TO WS-SG-NOTE (WS-STAGE-COUNT)
                   ADD WS-NET-TOTAL TO WS-CREDIT-TOTAL
               END-IF
           END-IF.
      ******************************************************************
      * The staged entry must balance within itself and tie to the
      * pay run's totals before a single line reaches GLJRNL.DAT.
      ******************************************************************
       300-CHECK-AND-POST.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE "N" TO WS-BATCH-OK
               DISPLAY "JOURNAL DEBITS DO NOT EQUAL CREDITS - "
                   "BATCH REJECTED"
           END-IF
           IF WS-FEED-COUNT NOT = WS-PT-EMP-COUNT
              OR WS-GROSS-TOTAL NOT = WS-PT-GROSS
              OR WS-WH-TOTAL NOT = WS-PT-WH
              OR WS-NET-TOTAL NOT = WS-PT-NET
              OR WS-MILEAGE-TOTAL NOT = WS-PT-MILEAGE
               MOVE "N" TO WS-BATCH-OK
               DISPLAY "PAY RECORDS DO NOT TIE TO " WS-TOTALS-NAME
                   " - BATCH REJECTED"
           END-IF
           OPEN OUTPUT REGISTER-FILE
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE REGISTER-REC FROM REGISTER-HEADING
           IF WS-BATCH-OK = "Y"
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YMD
               PERFORM VARYING WS-STAGE-SUB FROM 1 BY 1
                       UNTIL WS-STAGE-SUB > WS-STAGE-COUNT
                   MOVE SPACES TO JOURNAL-REC
                   MOVE WS-SG-ACCOUNT (WS-STAGE-SUB) TO JR-ACCOUNT
                   MOVE WS-SG-DC (WS-STAGE-SUB) TO JR-DEBIT-CREDIT
                   MOVE WS-SG-AMOUNT (WS-STAGE-SUB) TO JR-AMOUNT
                   MOVE "PAYGL"      TO JR-SOURCE
                   MOVE WS-TODAY-YMD TO JR-POST-DATE
                   STRING WS-REF-PREFIX WS-RUN-DATE
                       DELIMITED BY SIZE
                       INTO JR-REFERENCE
                   END-STRING
                   MOVE WS-SG-NOTE (WS-STAGE-SUB) TO JR-DESCRIPTION
                   WRITE JOURNAL-REC
                   MOVE WS-SG-ACCOUNT (WS-STAGE-SUB) TO RG-ACCOUNT
                   IF WS-SG-DC (WS-STAGE-SUB) = "D"
                       MOVE "DEBIT " TO RG-DEBIT-CREDIT
                   ELSE
                       MOVE "CREDIT" TO RG-DEBIT-CREDIT
                   END-IF
                   MOVE WS-SG-AMOUNT (WS-STAGE-SUB) TO RG-AMOUNT
                   MOVE WS-SG-NOTE (WS-STAGE-SUB) TO RG-NOTE
                   WRITE REGISTER-REC FROM REGISTER-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE "IN BALANCE" TO RT-BALANCE-FLAG
               DISPLAY "PAYROLL POSTED TO GLJRNL.DAT - " WS-FEED-COUNT
                   " PAY RECORDS"
           ELSE
               MOVE "BATCH REJECTED" TO RT-BALANCE-FLAG
               MOVE 1 TO RETURN-CODE
           END-IF
           MOVE WS-DEBIT-TOTAL  TO RT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO RT-CREDIT-TOTAL
           WRITE REGISTER-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           CLOSE REGISTER-FILE.
      ******************************************************************
      * The posted feed moves aside so a rerun cannot post the same
      * pay run twice. OffCycle's running totals go with it, so the
      * next off-cycle run totals only what it pays; PAYRUN.TOT is
      * rewritten by every PayRun and stays where it is.
      ******************************************************************
       400-RETIRE-POSTED-FEED.
           CALL "CBL_COPY_FILE" USING WS-FEED-NAME
                                      WS-POSTED-NAME
               RETURNING WS-CALL-STATUS
           END-CALL
           IF WS-CALL-STATUS = ZERO
               CALL "CBL_DELETE_FILE" USING WS-FEED-NAME
                   RETURNING WS-CALL-STATUS
               END-CALL
           ELSE
               DISPLAY "WARNING: " WS-FEED-NAME " COULD NOT BE MOVED "
                   "ASIDE - DO NOT RERUN WITHOUT CHECKING"
           END-IF
           IF WS-CMD-ARG = "OFFCYCLE"
               CALL "CBL_COPY_FILE" USING WS-TOTALS-NAME
                                          WS-TOTALS-POSTED-NAME
                   RETURNING WS-CALL-STATUS
               END-CALL
               IF WS-CALL-STATUS = ZERO
                   CALL "CBL_DELETE_FILE" USING WS-TOTALS-NAME
                       RETURNING WS-CALL-STATUS
                   END-CALL
               ELSE
                   DISPLAY "WARNING: " WS-TOTALS-NAME " COULD NOT BE "
                       "MOVED ASIDE - NEXT OFF-CYCLE RUN WILL NOT TIE"
               END-IF
           END-IF.
       END PROGRAM PayGl.
