       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShipCtr.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Maintains the negotiated contract-rate file SHIPCTR.DAT
      *     that Program1 prices a contracted shipper's shipments
      *     from: add or renew a contract, look one up, or remove
      *     one. Each shipper account carries at most one contract,
      *     keyed by account number, with its effective and
      *     expiration dates, a flat discount percent, its own
      *     per-pound fee for any weight tier (zero keeps the
      *     standard schedule for that tier), and whether the
      *     hazardous-material surcharge is waived. A renewal is
      *     keyed over the old contract with its new dates.
      * Input:
      *     SHIPCTR.DAT
      *     SHIPACCT.DAT (shipper account master, to validate)
      * Output:
      *     SHIPCTR.DAT (updated in place)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  CONTRACT-FILE
               ASSIGN TO "SHIPCTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-ACCT-NO
               FILE STATUS IS WS-CTR-STATUS.
           SELECT  SHIPPER-ACCOUNT-FILE
               ASSIGN TO "SHIPACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT  MAINT-AUDIT-FILE
               ASSIGN TO "MNTAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.
           SELECT  LOCK-FILE
               ASSIGN TO "LOCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-FILE.
       01  CONTRACT-REC.
           05  SC-ACCT-NO              PIC X(5).
           05  SC-EFF-DATE             PIC 9(8).
           05  SC-EXP-DATE             PIC 9(8).
           05  SC-DISCOUNT-PCT         PIC 99V99.
           05  SC-LOW-POUND-FEE        PIC 9V99.
           05  SC-MID-POUND-FEE        PIC 9V99.
           05  SC-HIGH-POUND-FEE       PIC 9V99.
           05  SC-HAZMAT-WAIVED        PIC X.
               88  SC-HAZ-WAIVED              VALUE "Y".
           05  SC-SALES-REP            PIC X(15).
           05  SC-UPDATED-DATE         PIC 9(8).
           05  SC-UPDATED-BY           PIC X(8).
       FD  SHIPPER-ACCOUNT-FILE.
       01  SHIPPER-ACCOUNT-REC.
           05  SA-ACCT-NO              PIC X(5).
           05  SA-NAME                 PIC X(15).
           05  SA-SHIP-COUNT           PIC 9(7).
           05  SA-STREET               PIC X(20).
           05  SA-CITY                 PIC X(12).
           05  SA-STATE                PIC XX.
           05  SA-ZIP                  PIC X(5).
           05  SA-TERMS-DAYS           PIC 9(3).
           05  SA-CREDIT-HOLD          PIC X.
               88  SA-ON-HOLD                 VALUE "H".
           05  SA-HOLD-DATE            PIC 9(8).
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-OUTREC    PIC X(320).
       FD  LOCK-FILE.
       01  LOCK-IOREC            PIC X(45).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * Shared maintenance-audit record and work fields; see
      * MNTAUDIT. Every add, change, and delete leaves its
      * before/after images on the common MNTAUDIT.LOG.
      ******************************************************************
           COPY MNTAUDIT.
       01  WS-MAUD-FIELDS.
           05  WS-MAUD-STATUS     PIC XX.
           05  WS-MAUD-NOW        PIC X(21) VALUE SPACES.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
      ******************************************************************
      * Shared run-lock record and work fields; see LOCKREC. The
      * lock is acquired before the contract file opens for update
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

       77  WS-CTR-STATUS         PIC XX.
       77  WS-ACCT-STATUS        PIC XX.
       77  WS-ACCT-AVAILABLE     PIC X     VALUE "N".
       77  WS-ACCT-OK            PIC X     VALUE "N".
       77  WS-MAINT-ACTION       PIC X.
       77  WS-MAINT-ACCT-NO      PIC X(5).
       77  WS-MAINT-DISCOUNT     PIC 99V99.
       77  WS-MAINT-LOW-FEE      PIC 9V99.
       77  WS-MAINT-MID-FEE      PIC 9V99.
       77  WS-MAINT-HIGH-FEE     PIC 9V99.
       77  WS-MAINT-HAZ-WAIVED   PIC X.
       77  WS-MAINT-SALES-REP    PIC X(15).
       77  WS-MAINT-NOW          PIC X(21) VALUE SPACES.
       77  WS-DATE-OK            PIC X     VALUE "Y".
       77  WS-MAINT-EFF-DATE     PIC 9(8)  VALUE ZERO.
       77  WS-MAINT-EXP-DATE     PIC 9(8)  VALUE ZERO.
       01  WS-ENTRY-DATE         PIC X(8)  VALUE SPACES.
       01  WS-ENTRY-DATE-SPLIT.
           05  WS-ENTRY-YEAR     PIC 9(4).
           05  WS-ENTRY-MONTH    PIC 99.
           05  WS-ENTRY-DAY      PIC 99.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           MOVE "SHIPCTR.DAT" TO WS-LOCK-TARGET
           PERFORM 907-ACQUIRE-ONE-LOCK
           OPEN I-O CONTRACT-FILE
           IF WS-CTR-STATUS NOT = "00"
               OPEN OUTPUT CONTRACT-FILE
               CLOSE CONTRACT-FILE
               OPEN I-O CONTRACT-FILE
           END-IF
           OPEN INPUT SHIPPER-ACCOUNT-FILE
           IF WS-ACCT-STATUS = "00"
               MOVE "Y" TO WS-ACCT-AVAILABLE
           END-IF
           DISPLAY 'ENTER ACTION: A-ADD/RENEW   D-DELETE   I-INQUIRE'
           ACCEPT WS-MAINT-ACTION
           DISPLAY 'ENTER SHIPPER ACCOUNT NUMBER'
           ACCEPT WS-MAINT-ACCT-NO
           EVALUATE WS-MAINT-ACTION
               WHEN "A"
                   PERFORM 090-CHECK-ACCOUNT
                   IF WS-ACCT-OK = "Y"
                       PERFORM 100-ADD-OR-CHANGE-CONTRACT
                   END-IF
               WHEN "D"
                   PERFORM 200-DELETE-CONTRACT
               WHEN "I"
                   PERFORM 300-INQUIRE-CONTRACT
               WHEN OTHER
                   DISPLAY 'INVALID ACTION - NO CHANGE MADE'
           END-EVALUATE
           CLOSE CONTRACT-FILE
           IF WS-ACCT-AVAILABLE = "Y"
               CLOSE SHIPPER-ACCOUNT-FILE
           END-IF
           PERFORM 909-RELEASE-RUN-LOCKS
           STOP RUN.
      ******************************************************************
      * A contract can only be written for an account on the shipper
      * master. With no SHIPACCT.DAT on disk the check is skipped.
      ******************************************************************
       090-CHECK-ACCOUNT.
           MOVE "Y" TO WS-ACCT-OK
           IF WS-ACCT-AVAILABLE = "Y"
               MOVE WS-MAINT-ACCT-NO TO SA-ACCT-NO
               READ SHIPPER-ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY 'ACCOUNT ' WS-MAINT-ACCT-NO
                           ' NOT ON SHIPACCT.DAT - NO CHANGE MADE'
                       MOVE "N" TO WS-ACCT-OK
                   NOT INVALID KEY
                       DISPLAY 'SHIPPER: ' SA-NAME
               END-READ
           END-IF.
      ******************************************************************
      * Adds a contract for an account that has none, or replaces
      * the terms of the one on file (a renewal or a correction).
      ******************************************************************
       100-ADD-OR-CHANGE-CONTRACT.
           PERFORM 150-ACCEPT-CONTRACT-FIELDS
           MOVE WS-MAINT-ACCT-NO TO SC-ACCT-NO
           READ CONTRACT-FILE
               INVALID KEY
                   PERFORM 160-STORE-CONTRACT-FIELDS
                   WRITE CONTRACT-REC
                       INVALID KEY
                           DISPLAY 'WRITE FAILED - STATUS '
                               WS-CTR-STATUS
                       NOT INVALID KEY
                           DISPLAY 'CONTRACT ADDED'
                           MOVE "ADD   " TO MA-ACTION
                           MOVE SC-ACCT-NO TO MA-KEY
                           MOVE SPACES TO MA-BEFORE-IMAGE
                           MOVE CONTRACT-REC TO MA-AFTER-IMAGE
                           PERFORM 905-LOG-MAINT-AUDIT
                   END-WRITE
               NOT INVALID KEY
                   MOVE CONTRACT-REC TO MA-BEFORE-IMAGE
                   PERFORM 160-STORE-CONTRACT-FIELDS
                   REWRITE CONTRACT-REC
                       INVALID KEY
                           DISPLAY 'REWRITE FAILED - STATUS '
                               WS-CTR-STATUS
                       NOT INVALID KEY
                           DISPLAY 'CONTRACT CHANGED'
                           MOVE "CHANGE" TO MA-ACTION
                           MOVE SC-ACCT-NO TO MA-KEY
                           MOVE CONTRACT-REC TO MA-AFTER-IMAGE
                           PERFORM 905-LOG-MAINT-AUDIT
                   END-REWRITE
           END-READ.
      ******************************************************************
      * Prompts the contract terms. Both dates must be real dates
      * and the expiration may not fall before the effective date;
      * a fee or percent keyed as anything but a number is zero.
      ******************************************************************
       150-ACCEPT-CONTRACT-FIELDS.
           DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD)'
           PERFORM 170-ACCEPT-ONE-DATE
           MOVE WS-ENTRY-DATE-SPLIT TO WS-MAINT-EFF-DATE
           DISPLAY 'ENTER EXPIRATION DATE (YYYYMMDD)'
           PERFORM 170-ACCEPT-ONE-DATE
           MOVE WS-ENTRY-DATE-SPLIT TO WS-MAINT-EXP-DATE
           PERFORM UNTIL WS-MAINT-EXP-DATE NOT < WS-MAINT-EFF-DATE
               DISPLAY 'EXPIRATION IS BEFORE EFFECTIVE DATE - '
                   'PLEASE RE-ENTER (YYYYMMDD)'
               PERFORM 170-ACCEPT-ONE-DATE
               MOVE WS-ENTRY-DATE-SPLIT TO WS-MAINT-EXP-DATE
           END-PERFORM
           DISPLAY 'ENTER FLAT DISCOUNT PERCENT (0 FOR NONE)'
           ACCEPT WS-MAINT-DISCOUNT
           IF WS-MAINT-DISCOUNT IS NOT NUMERIC
               MOVE ZERO TO WS-MAINT-DISCOUNT
           END-IF
           DISPLAY 'ENTER LOW-TIER FEE PER POUND (0 FOR SCHEDULE)'
           ACCEPT WS-MAINT-LOW-FEE
           IF WS-MAINT-LOW-FEE IS NOT NUMERIC
               MOVE ZERO TO WS-MAINT-LOW-FEE
           END-IF
           DISPLAY 'ENTER MID-TIER FEE PER POUND (0 FOR SCHEDULE)'
           ACCEPT WS-MAINT-MID-FEE
           IF WS-MAINT-MID-FEE IS NOT NUMERIC
               MOVE ZERO TO WS-MAINT-MID-FEE
           END-IF
           DISPLAY 'ENTER HIGH-TIER FEE PER POUND (0 FOR SCHEDULE)'
           ACCEPT WS-MAINT-HIGH-FEE
           IF WS-MAINT-HIGH-FEE IS NOT NUMERIC
               MOVE ZERO TO WS-MAINT-HIGH-FEE
           END-IF
           DISPLAY 'WAIVE HAZARDOUS SURCHARGE? (Y/N)'
           ACCEPT WS-MAINT-HAZ-WAIVED
           PERFORM UNTIL WS-MAINT-HAZ-WAIVED = 'Y'
                      OR WS-MAINT-HAZ-WAIVED = 'N'
               DISPLAY 'PLEASE ENTER Y OR N'
               ACCEPT WS-MAINT-HAZ-WAIVED
           END-PERFORM
           DISPLAY 'ENTER SALES REP'
           ACCEPT WS-MAINT-SALES-REP.
       160-STORE-CONTRACT-FIELDS.
           MOVE FUNCTION CURRENT-DATE TO WS-MAINT-NOW
           MOVE WS-MAINT-ACCT-NO    TO SC-ACCT-NO
           MOVE WS-MAINT-EFF-DATE   TO SC-EFF-DATE
           MOVE WS-MAINT-EXP-DATE   TO SC-EXP-DATE
           MOVE WS-MAINT-DISCOUNT   TO SC-DISCOUNT-PCT
           MOVE WS-MAINT-LOW-FEE    TO SC-LOW-POUND-FEE
           MOVE WS-MAINT-MID-FEE    TO SC-MID-POUND-FEE
           MOVE WS-MAINT-HIGH-FEE   TO SC-HIGH-POUND-FEE
           MOVE WS-MAINT-HAZ-WAIVED TO SC-HAZMAT-WAIVED
           MOVE WS-MAINT-SALES-REP  TO SC-SALES-REP
           MOVE WS-MAINT-NOW (1:8)  TO SC-UPDATED-DATE
           MOVE WS-OPERATOR-ID      TO SC-UPDATED-BY.
       170-ACCEPT-ONE-DATE.
           ACCEPT WS-ENTRY-DATE
           MOVE WS-ENTRY-DATE TO WS-ENTRY-DATE-SPLIT
           COPY DATEVAL REPLACING
               ==:WS-YEAR-FLD:==    BY ==WS-ENTRY-YEAR==
               ==:WS-MONTH-FLD:==   BY ==WS-ENTRY-MONTH==
               ==:WS-DAY-FLD:==     BY ==WS-ENTRY-DAY==
               ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
           PERFORM UNTIL WS-DATE-OK = "Y"
               DISPLAY "INVALID DATE - PLEASE RE-ENTER (YYYYMMDD)"
               ACCEPT WS-ENTRY-DATE
               MOVE WS-ENTRY-DATE TO WS-ENTRY-DATE-SPLIT
               COPY DATEVAL REPLACING
                   ==:WS-YEAR-FLD:==    BY ==WS-ENTRY-YEAR==
                   ==:WS-MONTH-FLD:==   BY ==WS-ENTRY-MONTH==
                   ==:WS-DAY-FLD:==     BY ==WS-ENTRY-DAY==
                   ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
           END-PERFORM.
       200-DELETE-CONTRACT.
           MOVE WS-MAINT-ACCT-NO TO SC-ACCT-NO
           READ CONTRACT-FILE
               INVALID KEY
                   DISPLAY 'CONTRACT NOT FOUND - NO CHANGE MADE'
               NOT INVALID KEY
                   DISPLAY 'DELETING CONTRACT: ' SC-ACCT-NO ' '
                       SC-EFF-DATE ' THRU ' SC-EXP-DATE
                   MOVE CONTRACT-REC TO MA-BEFORE-IMAGE
                   DELETE CONTRACT-FILE RECORD
                       INVALID KEY
                           DISPLAY 'DELETE FAILED - STATUS '
                               WS-CTR-STATUS
                       NOT INVALID KEY
                           DISPLAY 'CONTRACT DELETED'
                           MOVE "DELETE" TO MA-ACTION
                           MOVE WS-MAINT-ACCT-NO TO MA-KEY
                           MOVE SPACES TO MA-AFTER-IMAGE
                           PERFORM 905-LOG-MAINT-AUDIT
                   END-DELETE
           END-READ.
       300-INQUIRE-CONTRACT.
           MOVE WS-MAINT-ACCT-NO TO SC-ACCT-NO
           READ CONTRACT-FILE
               INVALID KEY
                   DISPLAY 'CONTRACT NOT FOUND'
               NOT INVALID KEY
                   DISPLAY 'ACCOUNT:          ' SC-ACCT-NO
                   DISPLAY 'EFFECTIVE:        ' SC-EFF-DATE
                   DISPLAY 'EXPIRES:          ' SC-EXP-DATE
                   DISPLAY 'DISCOUNT PERCENT: ' SC-DISCOUNT-PCT
                   DISPLAY 'LOW-TIER FEE:     ' SC-LOW-POUND-FEE
                   DISPLAY 'MID-TIER FEE:     ' SC-MID-POUND-FEE
                   DISPLAY 'HIGH-TIER FEE:    ' SC-HIGH-POUND-FEE
                   DISPLAY 'HAZMAT WAIVED:    ' SC-HAZMAT-WAIVED
                   DISPLAY 'SALES REP:        ' SC-SALES-REP
                   DISPLAY 'LAST CHANGED:     ' SC-UPDATED-DATE
                       ' BY ' SC-UPDATED-BY
           END-READ.
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
           MOVE "SHIPCTR" TO LK-PROGRAM
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
                               IF LK-PROGRAM = "SHIPCTR"
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
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT
      * with function "K" among its allowed functions. With no
      * operator file on disk yet the sign-on is not enforced, only
      * recorded, so the control can be rolled out without bricking
      * the shop.
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
                                   WS-FUNC-TALLY FOR ALL "K"
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
                       ' NOT AUTHORIZED FOR CONTRACT MAINTENANCE'
               END-IF
           END-IF.
      ******************************************************************
      * Appends one maintenance action to the shared MNTAUDIT.LOG:
      * the caller has set MA-ACTION, MA-KEY, and the before/after
      * images; this stamps the program, operator, and timestamp.
      ******************************************************************
       905-LOG-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-MAUD-NOW
           MOVE "SHIPCTR" TO MA-PROGRAM
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
       END PROGRAM ShipCtr.
