      *     name is refused as a probable keying error (the same
      *     number under the SAME name is a legitimate repeat purchase
      *     record and is allowed).
      *     A credit-limit change is carried to the customer's
      *     CUSTMAST.DAT record, where the posting run's credit check
      *     reads it -- except an increase of more than the CREDIT
      *     APPROVE-OVER threshold on the system parameter master
      *     SYSPARM.DAT, which is held on CREDPEND.DAT with the
      *     old limit left in force until a second operator approves
      *     it through CredAppr. A threshold missing from SYSPARM.DAT
      *     is raised on ALERTS.LOG and the compiled-in one used.
      * Input:
      *     CUSTOMER.DAT (indexed, keyed on CUST-SEQ-NO with CUST-NO
      *                   as alternate key WITH DUPLICATES)
      *     SYSPARM.DAT (dual-control threshold)
      * Output:
      *     CUSTOMER.DAT (updated in place)
      *     CUSTMAST.DAT (credit limit, updated in place)
      *     CREDPEND.DAT (held limit increases, appended)
      *     ALERTS.LOG (missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS   CUST-SEQ-NO
               ALTERNATE RECORD KEY IS CUST-NO WITH DUPLICATES
               FILE STATUS IS  WS-CUST-STATUS.
           SELECT  CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  RANDOM
               RECORD KEY IS   CM-CUST-NO
               FILE STATUS IS  WS-MAST-STATUS.
      ******************************************************************
      * Credit-limit increases over the dual-control threshold wait
      * here for CredAppr; SYSPARM.DAT carries the threshold.
      ******************************************************************
           SELECT  PENDING-CHANGE-FILE
               ASSIGN TO "CREDPEND.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-PEND-STATUS.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  PRM-STATUS.
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS  LINE SEQUENTIAL.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  CUST-CREDIT-LIMIT  PIC 9(7)V99.
           05  CUST-DATE          PIC 9(8).
           05  CUST-TRAN-TYPE     PIC X.
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
       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-REC.
           05  PD-CUST-NO         PIC X(5).
           05  FILLER             PIC X.
           05  PD-SEQ-NO          PIC 9(6).
           05  FILLER             PIC X.
           05  PD-OLD-LIMIT       PIC 9(7)V99.
           05  FILLER             PIC X.
           05  PD-NEW-LIMIT       PIC 9(7)V99.
           05  FILLER             PIC X.
           05  PD-REQUESTED-BY    PIC X(8).
           05  FILLER             PIC X.
           05  PD-REQ-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  PD-REQ-TIME        PIC 9(6).
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC           PIC X(90).
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
       01  WS-MAUD-FIELDS.
           05  WS-MAUD-STATUS     PIC XX.
           05  WS-MAUD-NOW        PIC X(21) VALUE SPACES.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-MAINT-CONTACT      PIC X(15).
       77  WS-MAINT-CREDIT       PIC 9(7)V99.
       77  WS-MAINT-DATE         PIC 9(8).
      ******************************************************************
      * Dual control on credit-limit increases. The compiled-in
      * threshold is overridden by SYSPARM.DAT. The limit in force
      * is the master's when the customer is on CUSTMAST.DAT, else
      * the record's own (zero on an add).
      ******************************************************************
       77  WS-APPROVAL-THRESHOLD PIC 9(7)V99 VALUE 1000.00.
       77  WS-PEND-STATUS        PIC XX.
       77  WS-PEND-NOW           PIC X(21) VALUE SPACES.
       77  WS-MAST-STATUS        PIC XX.
       77  WS-MAST-AVAILABLE     PIC X     VALUE "N".
       77  WS-MAST-FOUND         PIC X     VALUE "N".
       77  WS-RECORD-CREDIT      PIC 9(7)V99 VALUE ZERO.
       77  WS-OLD-CREDIT         PIC 9(7)V99 VALUE ZERO.
       77  WS-LIMIT-INCREASE     PIC 9(7)V99 VALUE ZERO.
       77  WS-LIMIT-HELD         PIC X     VALUE "N".
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           PERFORM 010-LOAD-CREDIT-CONTROL
           MOVE "CUSTOMER.DAT" TO WS-LOCK-TARGET
           PERFORM 907-ACQUIRE-ONE-LOCK
           MOVE "CUSTMAST.DAT" TO WS-LOCK-TARGET
           PERFORM 907-ACQUIRE-ONE-LOCK
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUSTOMER.DAT NOT FOUND - RUN THE LOAD FIRST"
               PERFORM 909-RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-MAST-STATUS = "00"
               MOVE "Y" TO WS-MAST-AVAILABLE
           END-IF
           DISPLAY 'ENTER ACTION: A-ADD   C-CHANGE   D-DELETE'
           ACCEPT WS-MAINT-ACTION
           EVALUATE WS-MAINT-ACTION
                   DISPLAY 'INVALID ACTION - NO CHANGE MADE'
           END-EVALUATE
           CLOSE CUSTOMER-FILE
           IF WS-MAST-AVAILABLE = "Y"
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           PERFORM 909-RELEASE-RUN-LOCKS
           STOP RUN.
      ******************************************************************
      * Reads the dual-control threshold off the system parameter
      * master, under the CREDIT settings CredAppr shares; a
      * threshold not on file is raised on ALERTS.LOG and the
      * compiled-in one kept.
      ******************************************************************
       010-LOAD-CREDIT-CONTROL.
           MOVE "CREDIT" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "APPROVE-OVER" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 10000000
               MOVE PRM-NUMBER TO WS-APPROVAL-THRESHOLD
           END-IF.
      ******************************************************************
      * Adds one new record, assigning the next IN-CUST-SEQ-NO after
      * the highest already on file, after the duplicate-name check.
      ******************************************************************
               MOVE WS-NEXT-SEQ-NO     TO CUST-SEQ-NO
               MOVE SPACE              TO CUST-TRAN-TYPE
               PERFORM 160-STORE-MASTER-FIELDS
               MOVE ZERO               TO WS-RECORD-CREDIT
               PERFORM 170-CHECK-LIMIT-INCREASE
               WRITE CUSTOMER-REC
                   INVALID KEY
                       DISPLAY "WRITE FAILED - STATUS " WS-CUST-STATUS
                       MOVE SPACES TO MA-BEFORE-IMAGE
                       MOVE CUSTOMER-REC TO MA-AFTER-IMAGE
                       PERFORM 905-LOG-MAINT-AUDIT
                       PERFORM 180-FINISH-LIMIT-CHANGE
               END-WRITE
           END-IF.
      ******************************************************************
           MOVE WS-MAINT-CREDIT  TO CUST-CREDIT-LIMIT
           MOVE WS-MAINT-DATE    TO CUST-DATE.
      ******************************************************************
      * Dual control: an increase of more than the threshold over
      * the limit in force is not stored -- the record keeps the old
      * limit and the requested one is held for approval once the
      * record itself is on file.
      ******************************************************************
       170-CHECK-LIMIT-INCREASE.
           MOVE "N" TO WS-LIMIT-HELD
           MOVE "N" TO WS-MAST-FOUND
           MOVE WS-RECORD-CREDIT TO WS-OLD-CREDIT
           IF WS-MAST-AVAILABLE = "Y"
               MOVE CUST-NO TO CM-CUST-NO
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MAST-FOUND
                       MOVE CM-CREDIT-LIMIT TO WS-OLD-CREDIT
               END-READ
           END-IF
           IF WS-MAINT-CREDIT > WS-OLD-CREDIT
               COMPUTE WS-LIMIT-INCREASE =
                   WS-MAINT-CREDIT - WS-OLD-CREDIT
               IF WS-LIMIT-INCREASE > WS-APPROVAL-THRESHOLD
                   MOVE "Y" TO WS-LIMIT-HELD
                   MOVE WS-OLD-CREDIT TO CUST-CREDIT-LIMIT
               END-IF
           END-IF.
      ******************************************************************
      * After the record is written: a held increase goes onto
      * CREDPEND.DAT; any other change of limit is carried to the
      * customer's master record so the credit check sees it.
      ******************************************************************
       180-FINISH-LIMIT-CHANGE.
           IF WS-LIMIT-HELD = "Y"
               PERFORM 185-WRITE-PENDING-CHANGE
           ELSE
               IF WS-MAST-FOUND = "Y"
                  AND WS-MAINT-CREDIT NOT = CM-CREDIT-LIMIT
                   PERFORM 190-APPLY-MASTER-LIMIT
               END-IF
           END-IF.
       185-WRITE-PENDING-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-PEND-NOW
           MOVE SPACES            TO PENDING-CHANGE-REC
           MOVE CUST-NO           TO PD-CUST-NO
           MOVE CUST-SEQ-NO       TO PD-SEQ-NO
           MOVE WS-OLD-CREDIT     TO PD-OLD-LIMIT
           MOVE WS-MAINT-CREDIT   TO PD-NEW-LIMIT
           MOVE WS-OPERATOR-ID    TO PD-REQUESTED-BY
           MOVE WS-PEND-NOW (1:8) TO PD-REQ-DATE
           MOVE WS-PEND-NOW (9:6) TO PD-REQ-TIME
           OPEN EXTEND PENDING-CHANGE-FILE
           IF WS-PEND-STATUS NOT = "00"
               OPEN OUTPUT PENDING-CHANGE-FILE
           END-IF
           WRITE PENDING-CHANGE-REC
           CLOSE PENDING-CHANGE-FILE
           DISPLAY "CREDIT LIMIT INCREASE TO " WS-MAINT-CREDIT
               " HELD FOR APPROVAL - LIMIT STAYS " WS-OLD-CREDIT
           MOVE "LIMREQ" TO MA-ACTION
           MOVE CUST-NO TO MA-KEY
           MOVE SPACES TO MA-BEFORE-IMAGE
           MOVE PENDING-CHANGE-REC TO MA-AFTER-IMAGE
           PERFORM 905-LOG-MAINT-AUDIT.
       190-APPLY-MASTER-LIMIT.
           MOVE CUSTOMER-MASTER-REC TO MA-BEFORE-IMAGE
           MOVE WS-MAINT-CREDIT TO CM-CREDIT-LIMIT
           REWRITE CUSTOMER-MASTER-REC
               INVALID KEY
                   DISPLAY "MASTER REWRITE FAILED - STATUS "
                       WS-MAST-STATUS
               NOT INVALID KEY
                   DISPLAY "CREDIT LIMIT CHANGED ON CUSTMAST.DAT"
                   MOVE "LIMIT " TO MA-ACTION
                   MOVE CM-CUST-NO TO MA-KEY
                   MOVE CUSTOMER-MASTER-REC TO MA-AFTER-IMAGE
                   PERFORM 905-LOG-MAINT-AUDIT
           END-REWRITE.
      ******************************************************************
      * Changes the name/purchase of one record, addressed by its
      * unique IN-CUST-SEQ-NO (customer number alone can match many
      * records, so corrections are applied to one specific record).
                   DISPLAY 'ON FILE: ' CUST-NO ' ' CUST-NAME ' '
                       CUST-PURCHASE
                   MOVE CUSTOMER-REC TO MA-BEFORE-IMAGE
                   MOVE CUST-CREDIT-LIMIT TO WS-RECORD-CREDIT
                   DISPLAY 'ENTER CUSTOMER NAME'
                   ACCEPT WS-MAINT-NAME
                   DISPLAY 'ENTER PURCHASE AMOUNT'
                   MOVE WS-MAINT-NAME     TO CUST-NAME
                   MOVE WS-MAINT-PURCHASE TO CUST-PURCHASE
                   PERFORM 160-STORE-MASTER-FIELDS
                   PERFORM 170-CHECK-LIMIT-INCREASE
                   REWRITE CUSTOMER-REC
                       INVALID KEY
                           DISPLAY "REWRITE FAILED - STATUS "
                           MOVE CUST-SEQ-NO TO MA-KEY
                           MOVE CUSTOMER-REC TO MA-AFTER-IMAGE
                           PERFORM 905-LOG-MAINT-AUDIT
                           PERFORM 180-FINISH-LIMIT-CHANGE
                   END-REWRITE
           END-READ.
      ******************************************************************
