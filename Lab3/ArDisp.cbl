       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArDisp.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Disputed-item maintenance. A customer who disputes one
      *     invoice used to keep getting ArDun's escalating letters
      *     and ArFin's finance charge on it. The A/R clerk signs on
      *     against OPERATOR.DAT (function "A"), keys the open item
      *     being disputed, and logs the dispute with a reason code
      *     and a note; the dispute is dated today and carries the
      *     clerk's operator ID. While the dispute is open ArDun
      *     leaves the item out of its letters and escalation, ArFin
      *     leaves it out of the past-grace balance, ArStmt shows it
      *     on its own line, and CustPost leaves it out of the
      *     credit-limit exposure. Keying a disputed item again offers
      *     to resolve the dispute, which puts the item back into the
      *     normal collection cycle; the resolved record stays on file
      *     as history. Every dispute logged or resolved goes to
      *     MNTAUDIT.LOG. ArDisAge reports the open disputes by age.
      * Input:
      *     AROPEN.DAT (open items, read only)
      *     OPERATOR.DAT (operator sign-on, function "A")
      * Output:
      *     ARDISP.DAT (one dispute record per disputed item)
      *     MNTAUDIT.LOG (one entry per dispute logged or resolved)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  AR-OPEN-FILE
               ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  RANDOM
               RECORD KEY IS   AR-ITEM-NO
               ALTERNATE RECORD KEY IS AR-CUST-NO WITH DUPLICATES
               FILE STATUS IS  WS-AR-STATUS.
      ******************************************************************
      * The dispute flag rides on a companion file keyed by the same
      * item number as AROPEN.DAT, so the open-item layout every A/R
      * program shares is left alone; an item with no record here,
      * or with a resolved one, is not in dispute.
      ******************************************************************
           SELECT  DISPUTE-FILE
               ASSIGN TO "ARDISP.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  RANDOM
               RECORD KEY IS   DP-ITEM-NO
               FILE STATUS IS  WS-DISP-STATUS.
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
       FD  AR-OPEN-FILE.
       01  AR-OPEN-REC.
           05  AR-ITEM-NO         PIC 9(6).
           05  AR-CUST-NO         PIC X(5).
           05  AR-DATE            PIC 9(8).
           05  AR-ORIG-AMOUNT     PIC 9(5)V99.
           05  AR-OPEN-AMOUNT     PIC 9(5)V99.
           05  AR-TYPE            PIC X.
       FD  DISPUTE-FILE.
       01  DISPUTE-REC.
           05  DP-ITEM-NO         PIC 9(6).
           05  DP-CUST-NO         PIC X(5).
      ******************************************************************
      * "O" open dispute, "R" resolved.
      ******************************************************************
           05  DP-STATUS          PIC X.
           05  DP-DATE            PIC 9(8).
           05  DP-REASON          PIC XX.
           05  DP-NOTE            PIC X(40).
           05  DP-LOGGED-BY       PIC X(8).
           05  DP-RESOLVED-DATE   PIC 9(8).
           05  DP-RESOLVED-BY     PIC X(8).
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
      * MNTAUDIT.
      ******************************************************************
           COPY MNTAUDIT.
       01  WS-MAUD-FIELDS.
           05  WS-MAUD-STATUS     PIC XX.
           05  WS-MAUD-NOW        PIC X(21) VALUE SPACES.
      ******************************************************************
      * Shared run-lock record and work fields; see LOCKREC. The
      * lock is acquired before the dispute file opens for update
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
       77  WS-DISP-STATUS        PIC XX.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  WS-ENTRY-DONE         PIC X     VALUE "N".
       77  WS-CONFIRM-ANSWER     PIC X     VALUE "N".
       77  WS-SEL-ITEM-NO        PIC 9(6)  VALUE ZERO.
       77  WS-SEL-REASON         PIC XX    VALUE SPACES.
       77  WS-REASON-OK          PIC X     VALUE "N".
       77  WS-DISP-ON-FILE       PIC X     VALUE "N".
       77  WS-LOGGED-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-RESOLVED-COUNT     PIC 9(5)  VALUE ZERO.
       01  WORKING-ITEMS.
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-TODAY           PIC 9(8)  VALUE ZERO.
      ******************************************************************
      * Dispute reason codes and what each reads as. ArDisAge
      * carries the same list for its report.
      ******************************************************************
       01  WS-REASON-LIST.
           05  FILLER             PIC X(22) VALUE
                                  "PRPRICE DISAGREEMENT  ".
           05  FILLER             PIC X(22) VALUE
                                  "QTSHORT SHIPMENT      ".
           05  FILLER             PIC X(22) VALUE
                                  "DMDAMAGED GOODS       ".
           05  FILLER             PIC X(22) VALUE
                                  "NRNOT RECEIVED        ".
           05  FILLER             PIC X(22) VALUE
                                  "DBDUPLICATE BILLING   ".
           05  FILLER             PIC X(22) VALUE
                                  "OTOTHER - SEE NOTE    ".
       01  WS-REASON-TABLE REDEFINES WS-REASON-LIST.
           05  WS-REASON-ENTRY    OCCURS 6 TIMES
                                  INDEXED BY WS-REASON-IDX.
               10  WS-RS-CODE     PIC XX.
               10  WS-RS-TEXT     PIC X(20).
       01  ITEM-DISPLAY.
           05  FILLER             PIC X(10) VALUE "CUSTOMER: ".
           05  ID-CUST-NO         PIC X(5).
           05  FILLER             PIC X(8)  VALUE "  DATED ".
           05  ID-DATE            PIC 9(8).
           05  FILLER             PIC X(7)  VALUE "  OPEN ".
           05  ID-AMOUNT          PIC ZZ,ZZ9.99.
       01  DISPUTE-DISPLAY.
           05  FILLER             PIC X(17) VALUE "IN DISPUTE SINCE ".
           05  DD-DATE            PIC 9(8).
           05  FILLER             PIC X(4)  VALUE " BY ".
           05  DD-LOGGED-BY       PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DD-REASON          PIC X(20).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           OPEN INPUT AR-OPEN-FILE
           IF WS-AR-STATUS NOT = "00"
               DISPLAY "AROPEN.DAT NOT FOUND - NO ITEMS TO DISPUTE"
               STOP RUN
           END-IF
           MOVE "ARDISP.DAT" TO WS-LOCK-TARGET
           PERFORM 907-ACQUIRE-ONE-LOCK
           PERFORM 010-OPEN-OR-CREATE-DISPUTES
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  INTO WS-TODAY
           END-STRING
           PERFORM 100-SELECT-ITEM UNTIL WS-ENTRY-DONE = "Y"
           CLOSE AR-OPEN-FILE
           CLOSE DISPUTE-FILE
           PERFORM 909-RELEASE-RUN-LOCKS
           DISPLAY "DISPUTES LOGGED: " WS-LOGGED-COUNT
               "  RESOLVED: " WS-RESOLVED-COUNT
           STOP RUN.
      ******************************************************************
      * Opens ARDISP.DAT for update, creating it empty first the
      * very first time a dispute is logged.
      ******************************************************************
       010-OPEN-OR-CREATE-DISPUTES.
           OPEN I-O DISPUTE-FILE
           IF WS-DISP-STATUS NOT = "00"
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
      * function "A" (A/R clerk) among its allowed functions. With no
      * operator file on disk yet the sign-on is not enforced, only
      * recorded.
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
                                   WS-FUNC-TALLY FOR ALL "A"
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
                       ' NOT AUTHORIZED FOR A/R'
               END-IF
           END-IF.
      ******************************************************************
      * One item at a time: an item not in dispute can have one
      * logged against it; an item in open dispute can have it
      * resolved. Zero ends the session.
      ******************************************************************
       100-SELECT-ITEM.
           DISPLAY " "
           DISPLAY "ENTER ITEM NUMBER (0 TO END)"
           ACCEPT WS-SEL-ITEM-NO
           IF WS-SEL-ITEM-NO NOT NUMERIC OR WS-SEL-ITEM-NO = ZERO
               MOVE "Y" TO WS-ENTRY-DONE
           ELSE
               MOVE WS-SEL-ITEM-NO TO AR-ITEM-NO
               READ AR-OPEN-FILE
                   INVALID KEY
                       DISPLAY "ITEM " WS-SEL-ITEM-NO " NOT ON FILE"
                   NOT INVALID KEY
                       MOVE AR-CUST-NO     TO ID-CUST-NO
                       MOVE AR-DATE        TO ID-DATE
                       MOVE AR-OPEN-AMOUNT TO ID-AMOUNT
                       DISPLAY ITEM-DISPLAY
                       PERFORM 150-READ-DISPUTE
                       IF WS-DISP-ON-FILE = "Y" AND DP-STATUS = "O"
                           PERFORM 300-RESOLVE-DISPUTE
                       ELSE
                           PERFORM 200-LOG-DISPUTE
                       END-IF
               END-READ
           END-IF.
       150-READ-DISPUTE.
           MOVE WS-SEL-ITEM-NO TO DP-ITEM-NO
           READ DISPUTE-FILE
               INVALID KEY
                   MOVE "N" TO WS-DISP-ON-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DISP-ON-FILE
           END-READ.
      ******************************************************************
      * Only an item that still owes money can be disputed: a "C"
      * credit or "M" marker is not a charge to the customer, and a
      * paid or written-off item has nothing left to collect.
      ******************************************************************
       200-LOG-DISPUTE.
           IF AR-OPEN-AMOUNT = ZERO
              OR AR-TYPE = "C" OR AR-TYPE = "M"
               DISPLAY "ITEM " WS-SEL-ITEM-NO
                   " HAS NOTHING OPEN TO DISPUTE"
           ELSE
               DISPLAY "LOG A DISPUTE ON THIS ITEM? (Y/N)"
               ACCEPT WS-CONFIRM-ANSWER
               IF WS-CONFIRM-ANSWER = "Y"
                   PERFORM 210-ACCEPT-REASON
                   IF WS-DISP-ON-FILE = "Y"
                       MOVE DISPUTE-REC TO MA-BEFORE-IMAGE
                   ELSE
                       MOVE SPACES TO MA-BEFORE-IMAGE
                   END-IF
                   MOVE SPACES        TO DISPUTE-REC
                   MOVE WS-SEL-ITEM-NO TO DP-ITEM-NO
                   MOVE AR-CUST-NO    TO DP-CUST-NO
                   MOVE "O"           TO DP-STATUS
                   MOVE WS-TODAY      TO DP-DATE
                   MOVE WS-SEL-REASON TO DP-REASON
                   DISPLAY "ENTER NOTE (UP TO 40 CHARACTERS)"
                   ACCEPT DP-NOTE
                   MOVE WS-OPERATOR-ID TO DP-LOGGED-BY
                   MOVE ZERO          TO DP-RESOLVED-DATE
                   IF WS-DISP-ON-FILE = "Y"
                       REWRITE DISPUTE-REC
                           INVALID KEY
                               DISPLAY "DISPUTE REWRITE FAILED - "
                                   "STATUS " WS-DISP-STATUS
                           NOT INVALID KEY
                               PERFORM 220-AUDIT-DISPUTE-LOGGED
                       END-REWRITE
                   ELSE
                       WRITE DISPUTE-REC
                           INVALID KEY
                               DISPLAY "DISPUTE WRITE FAILED - "
                                   "STATUS " WS-DISP-STATUS
                           NOT INVALID KEY
                               PERFORM 220-AUDIT-DISPUTE-LOGGED
                       END-WRITE
                   END-IF
               END-IF
           END-IF.
       210-ACCEPT-REASON.
           MOVE "N" TO WS-REASON-OK
           PERFORM UNTIL WS-REASON-OK = "Y"
               DISPLAY "REASON: PR-PRICE QT-SHORT SHIP DM-DAMAGED "
                   "NR-NOT RECEIVED DB-DUPLICATE OT-OTHER"
               ACCEPT WS-SEL-REASON
               SET WS-REASON-IDX TO 1
               SEARCH WS-REASON-ENTRY
                   AT END
                       DISPLAY "INVALID REASON CODE - RE-ENTER"
                   WHEN WS-RS-CODE (WS-REASON-IDX) = WS-SEL-REASON
                       MOVE "Y" TO WS-REASON-OK
               END-SEARCH
           END-PERFORM.
       220-AUDIT-DISPUTE-LOGGED.
           ADD 1 TO WS-LOGGED-COUNT
           MOVE DISPUTE-REC TO MA-AFTER-IMAGE
           MOVE "DISPUT" TO MA-ACTION
           MOVE WS-SEL-ITEM-NO TO MA-KEY
           PERFORM 905-LOG-MAINT-AUDIT
           DISPLAY "DISPUTE LOGGED ON ITEM " WS-SEL-ITEM-NO.
      ******************************************************************
      * Resolving a dispute returns the item to the normal collection
      * cycle; the record stays on file, marked resolved, as history.
      ******************************************************************
       300-RESOLVE-DISPUTE.
           MOVE DP-DATE      TO DD-DATE
           MOVE DP-LOGGED-BY TO DD-LOGGED-BY
           MOVE SPACES       TO DD-REASON
           SET WS-REASON-IDX TO 1
           SEARCH WS-REASON-ENTRY
               AT END
                   MOVE DP-REASON TO DD-REASON
               WHEN WS-RS-CODE (WS-REASON-IDX) = DP-REASON
                   MOVE WS-RS-TEXT (WS-REASON-IDX) TO DD-REASON
           END-SEARCH
           DISPLAY DISPUTE-DISPLAY
           DISPLAY "NOTE: " DP-NOTE
           DISPLAY "RESOLVE THIS DISPUTE? (Y/N)"
           ACCEPT WS-CONFIRM-ANSWER
           IF WS-CONFIRM-ANSWER = "Y"
               MOVE DISPUTE-REC    TO MA-BEFORE-IMAGE
               MOVE "R"            TO DP-STATUS
               MOVE WS-TODAY       TO DP-RESOLVED-DATE
               MOVE WS-OPERATOR-ID TO DP-RESOLVED-BY
               REWRITE DISPUTE-REC
                   INVALID KEY
                       DISPLAY "DISPUTE REWRITE FAILED - STATUS "
                           WS-DISP-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-RESOLVED-COUNT
                       MOVE DISPUTE-REC TO MA-AFTER-IMAGE
                       MOVE "RESOLV" TO MA-ACTION
                       MOVE WS-SEL-ITEM-NO TO MA-KEY
                       PERFORM 905-LOG-MAINT-AUDIT
                       DISPLAY "DISPUTE RESOLVED ON ITEM "
                           WS-SEL-ITEM-NO
               END-REWRITE
           END-IF.
      ******************************************************************
      * Appends one maintenance action to the shared MNTAUDIT.LOG:
      * the caller has set MA-ACTION, MA-KEY, and the before/after
      * images; this stamps the program, operator, and timestamp.
      ******************************************************************
       905-LOG-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-MAUD-NOW
           MOVE "ARDISP" TO MA-PROGRAM
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
           MOVE "ARDISP" TO LK-PROGRAM
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
                               IF LK-PROGRAM = "ARDISP"
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
       END PROGRAM ArDisp.
