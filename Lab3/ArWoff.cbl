       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArWoff.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Bad-debt write-off. Once ArDun's final notice has gone
      *     unanswered the open items used to sit in the 90-and-over
      *     bucket forever while ArFin kept charging interest on
      *     them. A credit manager signs on against OPERATOR.DAT
      *     (function "W"), picks a customer, sees the customer's
      *     open items, and writes off the ones selected with a
      *     reason code. Each write-off zeroes the item's open
      *     amount and records the dollars on a new "W" item (next
      *     item number, original amount = the amount written off,
      *     nothing open), so the aging, dunning, and finance-charge
      *     runs stop seeing the debt while the A/R file still shows
      *     what was written off and when. Every write-off goes to
      *     MNTAUDIT.LOG and prints on the write-off register with
      *     the approver and totals; the run's totals are appended
      *     to ARWOFF.TOT for the A/R G/L posting. A later payment
      *     from the customer is recognized by ArPost as a recovery
      *     against these "W" items.
      * Input:
      *     AROPEN.DAT (open items)
      *     CUSTMAST.DAT (customer master, read only, for the name)
      *     OPERATOR.DAT (operator sign-on, function "W")
      * Output:
      *     AROPEN.DAT (written-off items zeroed, "W" items added)
      *     MNTAUDIT.LOG (one entry per write-off)
      *     ARWOFF.RPT (write-off register)
      *     ARWOFF.TOT (run totals appended for the A/R G/L posting)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  AR-OPEN-FILE
               ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  DYNAMIC
               RECORD KEY IS   AR-ITEM-NO
               ALTERNATE RECORD KEY IS AR-CUST-NO WITH DUPLICATES
               FILE STATUS IS  WS-AR-STATUS.
           SELECT  CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  RANDOM
               RECORD KEY IS   CM-CUST-NO
               FILE STATUS IS  WS-MAST-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT  MAINT-AUDIT-FILE
               ASSIGN TO "MNTAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.
           SELECT  REGISTER-FILE
               ASSIGN TO "ARWOFF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      * One record appended per run that wrote anything off -- the
      * range of "W" item numbers created, their count and dollars --
      * which the A/R G/L posting proves against AROPEN.DAT and
      * retires once journaled.
      ******************************************************************
           SELECT  WOFF-TOTALS-FILE
               ASSIGN TO "ARWOFF.TOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WTOT-STATUS.
           SELECT  LOCK-FILE
               ASSIGN TO "LOCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-FILE.
       01  AR-OPEN-REC.
           05  AR-ITEM-NO         PIC 9(6).
           05  AR-CUST-NO         PIC X(5).
           05  AR-DATE            PIC 9(8).
           05  AR-ORIG-AMOUNT     PIC 9(5)V99.
           05  AR-OPEN-AMOUNT     PIC 9(5)V99.
      ******************************************************************
      * Item type: space purchase, "F" finance charge, "C" credit on
      * account, "M" credit-memo marker, "W" bad-debt write-off
      * (original amount = dollars written off, never anything open),
      * "R" recovery of written-off dollars.
      ******************************************************************
           05  AR-TYPE            PIC X.
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
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-OUTREC    PIC X(320).
       FD  REGISTER-FILE.
       01  REGISTER-REC          PIC X(80).
       FD  WOFF-TOTALS-FILE.
       01  WOFF-TOTALS-REC.
           05  WX-RUN-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  WX-FIRST-ITEM-NO   PIC 9(6).
           05  FILLER             PIC X.
           05  WX-LAST-ITEM-NO    PIC 9(6).
           05  FILLER             PIC X.
           05  WX-WOFF-COUNT      PIC 9(5).
           05  FILLER             PIC X.
           05  WX-WOFF-TOTAL      PIC 9(9)V99.
       FD  LOCK-FILE.
       01  LOCK-IOREC            PIC X(45).
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
      * Shared run-lock record and work fields; see LOCKREC. The
      * lock is acquired before the open-item file opens for update
      * and released at end of run.
      ******************************************************************
           COPY LOCKREC.
       01  WS-RUN-LOCK-FIELDS.
           05  WS-LOCK-STATUS     PIC XX.
           05  WS-LOCK-EOF        PIC X     VALUE "N".
           05  WS-LOCK-BUSY       PIC X     VALUE "N".
           05  WS-LOCK-TARGET     PIC X(20) VALUE SPACES.
           05  WS-LOCK-NOW        PIC X(21) VALUE SPACES.
           05  WS-LOCK-SUB        PIC 9(3)  VALUE ZERO.
       01  WS-HELD-LOCK-TABLE.
           05  WS-HLOCK-COUNT     PIC 9(3)  VALUE ZERO.
           05  WS-HLOCK-ENTRY     OCCURS 100 TIMES.
               10  WS-HL-RECORD   PIC X(45).
               10  WS-HL-MINE     PIC X.
       77  WS-AR-STATUS          PIC XX.
       77  WS-MAST-STATUS        PIC XX.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-WTOT-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  WS-CHAIN-EOF          PIC X     VALUE "N".
       77  WS-CUST-DONE          PIC X     VALUE "N".
       77  WS-ITEMS-DONE         PIC X     VALUE "N".
       77  WS-CONFIRM-ANSWER     PIC X     VALUE "N".
       77  WS-SEL-CUST-NO        PIC X(5)  VALUE SPACES.
       77  WS-SEL-CUST-NAME      PIC X(20) VALUE SPACES.
       77  WS-SEL-ITEM-NO        PIC 9(6)  VALUE ZERO.
       77  WS-SEL-REASON         PIC XX    VALUE SPACES.
       77  WS-REASON-OK          PIC X     VALUE "N".
       77  WS-OPEN-SHOWN         PIC 9(4)  VALUE ZERO.
       77  WS-NEXT-ITEM-NO       PIC 9(6)  VALUE ZERO.
       77  WS-FIRST-ITEM-NO      PIC 9(6)  VALUE ZERO.
       77  WS-WOFF-AMOUNT        PIC 9(5)V99 VALUE ZERO.
       77  WS-WOFF-COUNT         PIC 9(5)  VALUE ZERO.
       77  WS-WOFF-TOTAL         PIC 9(9)V99 VALUE ZERO.
       77  WS-REG-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-ZEROED-ITEM        PIC X(34) VALUE SPACES.
       01  WORKING-ITEMS.
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-TODAY           PIC 9(8)  VALUE ZERO.
      ******************************************************************
      * Write-off reason codes and what each prints as on the
      * register.
      ******************************************************************
       01  WS-REASON-LIST.
           05  FILLER             PIC X(22) VALUE
                                  "BKBANKRUPTCY          ".
           05  FILLER             PIC X(22) VALUE
                                  "UCUNCOLLECTIBLE       ".
           05  FILLER             PIC X(22) VALUE
                                  "SKSKIPPED - NO ADDRESS".
           05  FILLER             PIC X(22) VALUE
                                  "DCDECEASED            ".
           05  FILLER             PIC X(22) VALUE
                                  "SBSMALL BALANCE       ".
           05  FILLER             PIC X(22) VALUE
                                  "STSETTLED FOR LESS    ".
       01  WS-REASON-TABLE REDEFINES WS-REASON-LIST.
           05  WS-REASON-ENTRY    OCCURS 6 TIMES
                                  INDEXED BY WS-REASON-IDX.
               10  WS-RS-CODE     PIC XX.
               10  WS-RS-TEXT     PIC X(20).
      ******************************************************************
      * The session's write-offs, printed on the register at the end.
      ******************************************************************
       01  WS-REGISTER-TABLE.
           05  WS-REG-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-REG-ENTRY       OCCURS 500 TIMES.
               10  WS-RG-CUST-NO  PIC X(5).
               10  WS-RG-ITEM-NO  PIC 9(6).
               10  WS-RG-ITEM-DATE PIC 9(8).
               10  WS-RG-AMOUNT   PIC 9(5)V99.
               10  WS-RG-REASON   PIC X(20).
               10  WS-RG-WOFF-NO  PIC 9(6).
       01  OPEN-ITEM-DISPLAY.
           05  FILLER             PIC X(6)  VALUE "ITEM: ".
           05  OD-ITEM-NO         PIC 9(6).
           05  FILLER             PIC X(8)  VALUE "  DATED ".
           05  OD-DATE            PIC 9(8).
           05  FILLER             PIC X(7)  VALUE "  OPEN ".
           05  OD-AMOUNT          PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  OD-TYPE-TEXT       PIC X(15).
       01  REGISTER-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(28) VALUE
                                  "BAD-DEBT WRITE-OFF REGISTER".
           05  FILLER             PIC X(6)  VALUE "DATE: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==HD-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER             PIC X(30) VALUE SPACES.
       01  REGISTER-COLUMN-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(7)  VALUE "CUST".
           05  FILLER             PIC X(8)  VALUE "ITEM".
           05  FILLER             PIC X(10) VALUE "DATED".
           05  FILLER             PIC X(11) VALUE "   AMOUNT".
           05  FILLER             PIC X(22) VALUE "REASON".
           05  FILLER             PIC X(16) VALUE "W-ITEM".
       01  REGISTER-DETAIL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  RD-CUST-NO         PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-ITEM-NO         PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-ITEM-DATE       PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-AMOUNT          PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-REASON          PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-WOFF-NO         PIC 9(6).
           05  FILLER             PIC X(10) VALUE SPACES.
       01  REGISTER-TOTAL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(12) VALUE "WRITE-OFFS: ".
           05  RT-COUNT           PIC ZZ,ZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  FILLER             PIC X(7)  VALUE "TOTAL: ".
           05  RT-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(32) VALUE SPACES.
       01  REGISTER-APPROVER-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(13) VALUE "APPROVED BY: ".
           05  RA-OPERATOR-ID     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RA-OPERATOR-NAME   PIC X(20).
           05  FILLER             PIC X(31) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           MOVE "AROPEN.DAT" TO WS-LOCK-TARGET
           PERFORM 907-ACQUIRE-ONE-LOCK
           OPEN I-O AR-OPEN-FILE
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "AROPEN.DAT NOT FOUND - NOTHING TO WRITE OFF"
               PERFORM 909-RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  INTO WS-TODAY
           END-STRING
           PERFORM 020-FIND-NEXT-ITEM-NO
           COMPUTE WS-FIRST-ITEM-NO = WS-NEXT-ITEM-NO + 1
           PERFORM 100-SELECT-CUSTOMER UNTIL WS-CUST-DONE = "Y"
           CLOSE AR-OPEN-FILE
           IF WS-MAST-STATUS = "00"
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF WS-WOFF-COUNT = ZERO
               DISPLAY "NOTHING WRITTEN OFF"
           ELSE
               PERFORM 300-PRINT-REGISTER
               PERFORM 400-WRITE-WOFF-TOTALS
               DISPLAY "WRITE-OFFS: " WS-WOFF-COUNT "  TOTAL: "
                   WS-WOFF-TOTAL
           END-IF
           PERFORM 909-RELEASE-RUN-LOCKS
           STOP RUN.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
      * function "W" (credit manager) among its allowed functions.
      * With no operator file on disk yet the sign-on is not
      * enforced, only recorded.
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
                                   WS-FUNC-TALLY FOR ALL "W"
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
                       ' NOT AUTHORIZED FOR WRITE-OFFS'
               END-IF
           END-IF.
      ******************************************************************
      * Highest item number on file, so the "W" items continue the
      * series past every purchase, finance, and credit item.
      ******************************************************************
       020-FIND-NEXT-ITEM-NO.
           MOVE ZERO TO WS-NEXT-ITEM-NO
           MOVE ZERO TO AR-ITEM-NO
           MOVE "N" TO WS-CHAIN-EOF
           START AR-OPEN-FILE KEY IS NOT < AR-ITEM-NO
               INVALID KEY
                   MOVE "Y" TO WS-CHAIN-EOF
           END-START
           PERFORM UNTIL WS-CHAIN-EOF = "Y"
               READ AR-OPEN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CHAIN-EOF
                   NOT AT END
                       IF AR-ITEM-NO > WS-NEXT-ITEM-NO
                           MOVE AR-ITEM-NO TO WS-NEXT-ITEM-NO
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * One customer at a time: a blank customer number ends the
      * session. The customer's open items are listed, then written
      * off one by one as the credit manager selects them.
      ******************************************************************
       100-SELECT-CUSTOMER.
           DISPLAY " "
           DISPLAY "ENTER CUSTOMER NUMBER (BLANK TO END)"
           ACCEPT WS-SEL-CUST-NO
           IF WS-SEL-CUST-NO = SPACES
               MOVE "Y" TO WS-CUST-DONE
           ELSE
               MOVE SPACES TO WS-SEL-CUST-NAME
               IF WS-MAST-STATUS = "00"
                   MOVE WS-SEL-CUST-NO TO CM-CUST-NO
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           MOVE "(NOT ON CUSTMAST)" TO WS-SEL-CUST-NAME
                       NOT INVALID KEY
                           MOVE CM-NAME TO WS-SEL-CUST-NAME
                   END-READ
               END-IF
               DISPLAY "CUSTOMER: " WS-SEL-CUST-NO " " WS-SEL-CUST-NAME
               PERFORM 110-LIST-OPEN-ITEMS
               IF WS-OPEN-SHOWN = ZERO
                   DISPLAY "NO OPEN ITEMS FOR THIS CUSTOMER"
               ELSE
                   MOVE "N" TO WS-ITEMS-DONE
                   PERFORM 200-WRITE-OFF-ONE-ITEM
                       UNTIL WS-ITEMS-DONE = "Y"
               END-IF
           END-IF.
       110-LIST-OPEN-ITEMS.
           MOVE ZERO TO WS-OPEN-SHOWN
           MOVE "N" TO WS-CHAIN-EOF
           MOVE WS-SEL-CUST-NO TO AR-CUST-NO
           START AR-OPEN-FILE KEY IS = AR-CUST-NO
               INVALID KEY
                   MOVE "Y" TO WS-CHAIN-EOF
           END-START
           PERFORM UNTIL WS-CHAIN-EOF = "Y"
               READ AR-OPEN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CHAIN-EOF
                   NOT AT END
                       IF AR-CUST-NO NOT = WS-SEL-CUST-NO
                           MOVE "Y" TO WS-CHAIN-EOF
                       ELSE
                           IF AR-OPEN-AMOUNT > ZERO
                              AND AR-TYPE NOT = "C"
                              AND AR-TYPE NOT = "M"
                               ADD 1 TO WS-OPEN-SHOWN
                               MOVE AR-ITEM-NO     TO OD-ITEM-NO
                               MOVE AR-DATE        TO OD-DATE
                               MOVE AR-OPEN-AMOUNT TO OD-AMOUNT
                               IF AR-TYPE = "F"
                                   MOVE "FINANCE CHARGE"
                                       TO OD-TYPE-TEXT
                               ELSE
                                   MOVE "PURCHASE" TO OD-TYPE-TEXT
                               END-IF
                               DISPLAY OPEN-ITEM-DISPLAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      * Writes off one selected item: it must be this customer's and
      * still owe money, and the reason code must be on the list.
      * Nothing changes until the credit manager confirms.
      ******************************************************************
       200-WRITE-OFF-ONE-ITEM.
           DISPLAY "ENTER ITEM NUMBER TO WRITE OFF (0 TO END)"
           ACCEPT WS-SEL-ITEM-NO
           IF WS-SEL-ITEM-NO NOT NUMERIC OR WS-SEL-ITEM-NO = ZERO
               MOVE "Y" TO WS-ITEMS-DONE
           ELSE
               MOVE WS-SEL-ITEM-NO TO AR-ITEM-NO
               READ AR-OPEN-FILE
                   INVALID KEY
                       DISPLAY "ITEM " WS-SEL-ITEM-NO " NOT ON FILE"
                   NOT INVALID KEY
                       IF AR-CUST-NO NOT = WS-SEL-CUST-NO
                          OR AR-OPEN-AMOUNT = ZERO
                          OR AR-TYPE = "C"
                          OR AR-TYPE = "M"
                           DISPLAY "ITEM " WS-SEL-ITEM-NO
                               " IS NOT AN OPEN ITEM OF THIS CUSTOMER"
                       ELSE
                           PERFORM 210-ACCEPT-REASON
                           DISPLAY "WRITE OFF " AR-OPEN-AMOUNT
                               " ON ITEM " AR-ITEM-NO "? (Y/N)"
                           ACCEPT WS-CONFIRM-ANSWER
                           IF WS-CONFIRM-ANSWER = "Y"
                               PERFORM 220-APPLY-WRITE-OFF
                           ELSE
                               DISPLAY "NOT WRITTEN OFF"
                           END-IF
                       END-IF
               END-READ
           END-IF.
       210-ACCEPT-REASON.
           MOVE "N" TO WS-REASON-OK
           PERFORM UNTIL WS-REASON-OK = "Y"
               DISPLAY "REASON: BK-BANKRUPTCY UC-UNCOLLECTIBLE "
                   "SK-SKIPPED DC-DECEASED SB-SMALL BAL "
                   "ST-SETTLED"
               ACCEPT WS-SEL-REASON
               SET WS-REASON-IDX TO 1
               SEARCH WS-REASON-ENTRY
                   AT END
                       DISPLAY "INVALID REASON CODE - RE-ENTER"
                   WHEN WS-RS-CODE (WS-REASON-IDX) = WS-SEL-REASON
                       MOVE "Y" TO WS-REASON-OK
               END-SEARCH
           END-PERFORM.
      ******************************************************************
      * Zeroes the item's open amount, adds the "W" item carrying the
      * dollars written off, and logs both on MNTAUDIT.LOG (before
      * and after images of the item, the "W" item number and reason
      * riding on the after image).
      ******************************************************************
       220-APPLY-WRITE-OFF.
           MOVE AR-OPEN-REC TO MA-BEFORE-IMAGE
           MOVE AR-OPEN-AMOUNT TO WS-WOFF-AMOUNT
           MOVE ZERO TO AR-OPEN-AMOUNT
           REWRITE AR-OPEN-REC
               INVALID KEY
                   DISPLAY "ITEM REWRITE FAILED - STATUS " WS-AR-STATUS
               NOT INVALID KEY
                   IF WS-REG-COUNT < 500
                       ADD 1 TO WS-REG-COUNT
                       MOVE AR-CUST-NO TO WS-RG-CUST-NO (WS-REG-COUNT)
                       MOVE AR-ITEM-NO TO WS-RG-ITEM-NO (WS-REG-COUNT)
                       MOVE AR-DATE
                           TO WS-RG-ITEM-DATE (WS-REG-COUNT)
                       MOVE WS-WOFF-AMOUNT
                           TO WS-RG-AMOUNT (WS-REG-COUNT)
                       MOVE WS-RS-TEXT (WS-REASON-IDX)
                           TO WS-RG-REASON (WS-REG-COUNT)
                   END-IF
                   MOVE AR-OPEN-REC TO WS-ZEROED-ITEM
                   PERFORM 230-ADD-WOFF-ITEM
           END-REWRITE.
       230-ADD-WOFF-ITEM.
           MOVE AR-CUST-NO TO WS-SEL-CUST-NO
           ADD 1 TO WS-NEXT-ITEM-NO
           MOVE WS-NEXT-ITEM-NO TO AR-ITEM-NO
           MOVE WS-SEL-CUST-NO  TO AR-CUST-NO
           MOVE WS-TODAY        TO AR-DATE
           MOVE WS-WOFF-AMOUNT  TO AR-ORIG-AMOUNT
           MOVE ZERO            TO AR-OPEN-AMOUNT
           MOVE "W"             TO AR-TYPE
           WRITE AR-OPEN-REC
               INVALID KEY
                   DISPLAY "WRITE-OFF ITEM WRITE FAILED - STATUS "
                       WS-AR-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-WOFF-COUNT
                   ADD WS-WOFF-AMOUNT TO WS-WOFF-TOTAL
                   IF WS-REG-COUNT > ZERO
                       MOVE WS-NEXT-ITEM-NO
                           TO WS-RG-WOFF-NO (WS-REG-COUNT)
                   END-IF
                   MOVE SPACES TO MA-AFTER-IMAGE
                   STRING WS-ZEROED-ITEM        DELIMITED BY SIZE
                          " W-ITEM "            DELIMITED BY SIZE
                          WS-NEXT-ITEM-NO       DELIMITED BY SIZE
                          " REASON "            DELIMITED BY SIZE
                          WS-SEL-REASON         DELIMITED BY SIZE
                          INTO MA-AFTER-IMAGE
                   END-STRING
                   MOVE "WRTOFF" TO MA-ACTION
                   MOVE WS-SEL-ITEM-NO TO MA-KEY
                   PERFORM 905-LOG-MAINT-AUDIT
                   DISPLAY "WRITTEN OFF AS ITEM " WS-NEXT-ITEM-NO
           END-WRITE.
      ******************************************************************
      * Register: every write-off of the session with its reason and
      * the "W" item carrying it, the totals, and the approver.
      ******************************************************************
       300-PRINT-REGISTER.
           COPY DATEMOV REPLACING ==:WS-YEAR-FLD:==     BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:==    BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==      BY ==WS-DAY==
                                  ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                  ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                  ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           OPEN OUTPUT REGISTER-FILE
           WRITE REGISTER-REC FROM REGISTER-HEADING
           WRITE REGISTER-REC FROM REGISTER-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-RG-CUST-NO (WS-REG-SUB)   TO RD-CUST-NO
               MOVE WS-RG-ITEM-NO (WS-REG-SUB)   TO RD-ITEM-NO
               MOVE WS-RG-ITEM-DATE (WS-REG-SUB) TO RD-ITEM-DATE
               MOVE WS-RG-AMOUNT (WS-REG-SUB)    TO RD-AMOUNT
               MOVE WS-RG-REASON (WS-REG-SUB)    TO RD-REASON
               MOVE WS-RG-WOFF-NO (WS-REG-SUB)   TO RD-WOFF-NO
               WRITE REGISTER-REC FROM REGISTER-DETAIL-LINE
           END-PERFORM
           MOVE WS-WOFF-COUNT TO RT-COUNT
           MOVE WS-WOFF-TOTAL TO RT-TOTAL
           WRITE REGISTER-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-OPERATOR-ID   TO RA-OPERATOR-ID
           MOVE WS-OPERATOR-NAME TO RA-OPERATOR-NAME
           WRITE REGISTER-REC FROM REGISTER-APPROVER-LINE
           CLOSE REGISTER-FILE
           DISPLAY "WRITE-OFF REGISTER WRITTEN TO ARWOFF.RPT".
       400-WRITE-WOFF-TOTALS.
           OPEN EXTEND WOFF-TOTALS-FILE
           IF WS-WTOT-STATUS NOT = "00"
               OPEN OUTPUT WOFF-TOTALS-FILE
           END-IF
           MOVE SPACES           TO WOFF-TOTALS-REC
           MOVE WS-TODAY         TO WX-RUN-DATE
           MOVE WS-FIRST-ITEM-NO TO WX-FIRST-ITEM-NO
           MOVE WS-NEXT-ITEM-NO  TO WX-LAST-ITEM-NO
           MOVE WS-WOFF-COUNT    TO WX-WOFF-COUNT
           MOVE WS-WOFF-TOTAL    TO WX-WOFF-TOTAL
           WRITE WOFF-TOTALS-REC
           CLOSE WOFF-TOTALS-FILE.
      ******************************************************************
      * Appends one maintenance action to the shared MNTAUDIT.LOG:
      * the caller has set MA-ACTION, MA-KEY, and the before/after
      * images; this stamps the program, operator, and timestamp.
      ******************************************************************
       905-LOG-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-MAUD-NOW
           MOVE "ARWOFF" TO MA-PROGRAM
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
      ******************************************************************
      * Run-lock discipline: a file another run has locked refuses
      * this run with a clear message; otherwise our lock joins
      * LOCKS.DAT until 909-RELEASE-RUN-LOCKS takes it back
      * out at end of run. LockUtil lists and clears stale locks
      * left by a crash.
      ******************************************************************
       907-ACQUIRE-ONE-LOCK.
           MOVE "N" TO WS-LOCK-BUSY
           MOVE "N" TO WS-LOCK-EOF
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               PERFORM UNTIL WS-LOCK-EOF = "Y"
                   READ LOCK-FILE
                       AT END
                           MOVE "Y" TO WS-LOCK-EOF
                       NOT AT END
                           MOVE LOCK-IOREC TO LOCK-RECORD
                           IF LK-FILE-NAME = WS-LOCK-TARGET
                               MOVE "Y" TO WS-LOCK-BUSY
                               MOVE "Y" TO WS-LOCK-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF
           IF WS-LOCK-BUSY = "Y"
               DISPLAY WS-LOCK-TARGET " IS LOCKED BY " LK-PROGRAM
                   " SINCE " LK-DATE " " LK-TIME
                   " - RUN REFUSED (SEE LOCKUTIL)"
               MOVE 1 TO RETURN-CODE
               PERFORM 909-RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-LOCK-NOW
           MOVE WS-LOCK-TARGET     TO LK-FILE-NAME
           MOVE "ARWOFF" TO LK-PROGRAM
           MOVE WS-LOCK-NOW (1:8)  TO LK-DATE
           MOVE WS-LOCK-NOW (9:6)  TO LK-TIME
           OPEN EXTEND LOCK-FILE
           IF WS-LOCK-STATUS NOT = "00"
               OPEN OUTPUT LOCK-FILE
           END-IF
           WRITE LOCK-IOREC FROM LOCK-RECORD
           CLOSE LOCK-FILE.
       909-RELEASE-RUN-LOCKS.
           MOVE ZERO TO WS-HLOCK-COUNT
           MOVE "N" TO WS-LOCK-EOF
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               PERFORM UNTIL WS-LOCK-EOF = "Y"
                   READ LOCK-FILE
                       AT END
                           MOVE "Y" TO WS-LOCK-EOF
                       NOT AT END
                           IF WS-HLOCK-COUNT < 100
                               ADD 1 TO WS-HLOCK-COUNT
                               MOVE LOCK-IOREC TO
                                   WS-HL-RECORD (WS-HLOCK-COUNT)
                               MOVE LOCK-IOREC TO LOCK-RECORD
                               IF LK-PROGRAM = "ARWOFF"
                                   MOVE "Y" TO
                                       WS-HL-MINE (WS-HLOCK-COUNT)
                               ELSE
                                   MOVE "N" TO
                                       WS-HL-MINE (WS-HLOCK-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-FILE
               OPEN OUTPUT LOCK-FILE
               PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
                       UNTIL WS-LOCK-SUB > WS-HLOCK-COUNT
                   IF WS-HL-MINE (WS-LOCK-SUB) = "N"
                       MOVE WS-HL-RECORD (WS-LOCK-SUB)
                           TO LOCK-IOREC
                       WRITE LOCK-IOREC
                   END-IF
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF.
       END PROGRAM ArWoff.
