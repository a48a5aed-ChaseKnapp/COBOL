      *     account, fix an account name, look one up, or remove a
      *     dead account. The cumulative shipment count is shown but
      *     only the calculator itself bumps it.
      *     A shipper account that also buys from us is linked to its
      *     customer number on CUSTMAST.DAT, so ArStmt can print one
      *     combined statement and CustPost can weigh the shipping
      *     balance in its credit check. The link is keyed on the
      *     add/change screen (blank for none) and removed with the
      *     account.
      * Input:
      *     SHIPACCT.DAT
      *     CUSTMAST.DAT (customer master, to validate the link)
      * Output:
      *     SHIPACCT.DAT (updated in place)
      *     SHIPXREF.DAT (shipper account to customer cross-reference)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
      ******************************************************************
      * The cross-reference rides on its own file keyed by shipper
      * account, so the account layout the shipping programs share
      * is left alone; the alternate key finds every shipper account
      * a customer owns.
      ******************************************************************
           SELECT  SHIPPER-XREF-FILE
               ASSIGN TO "SHIPXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-ACCT-NO
               ALTERNATE RECORD KEY IS XR-CUST-NO WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT  CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-MAST-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  SA-STATE                PIC XX.
           05  SA-ZIP                  PIC X(5).
           05  SA-TERMS-DAYS           PIC 9(3).
      ******************************************************************
      * Credit hold: set by the aging run once the oldest unpaid
      * invoice is too far past its terms, cleared by payment entry
      * when the account is brought current. Program1 refuses to
      * ship for a held account without a supervisor override.
      ******************************************************************
           05  SA-CREDIT-HOLD          PIC X.
               88  SA-ON-HOLD                 VALUE "H".
           05  SA-HOLD-DATE            PIC 9(8).
       FD  SHIPPER-XREF-FILE.
       01  SHIPPER-XREF-REC.
           05  XR-ACCT-NO              PIC X(5).
           05  XR-CUST-NO              PIC X(5).
           05  XR-LINKED-DATE          PIC 9(8).
           05  XR-LINKED-BY            PIC X(8).
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-REC.
           05  CM-CUST-NO              PIC X(5).
           05  CM-NAME                 PIC X(20).
           05  FILLER                  PIC X(92).
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
       77  WS-MAINT-STATE        PIC XX.
       77  WS-MAINT-ZIP          PIC X(5).
       77  WS-MAINT-TERMS        PIC 9(3).
       77  WS-XREF-STATUS        PIC XX.
       77  WS-MAST-STATUS        PIC XX.
       77  WS-MAST-AVAILABLE     PIC X     VALUE "N".
       77  WS-MAINT-CUST-NO      PIC X(5)  VALUE SPACES.
       77  WS-LINK-OK            PIC X     VALUE "N".
       77  WS-XREF-NOW           PIC X(21) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           END-IF
           MOVE "SHIPACCT.DAT" TO WS-LOCK-TARGET
           PERFORM 907-ACQUIRE-ONE-LOCK
           MOVE "SHIPXREF.DAT" TO WS-LOCK-TARGET
           PERFORM 907-ACQUIRE-ONE-LOCK
           OPEN I-O SHIPPER-ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               OPEN OUTPUT SHIPPER-ACCOUNT-FILE
               CLOSE SHIPPER-ACCOUNT-FILE
               OPEN I-O SHIPPER-ACCOUNT-FILE
           END-IF
           OPEN I-O SHIPPER-XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               OPEN OUTPUT SHIPPER-XREF-FILE
               CLOSE SHIPPER-XREF-FILE
               OPEN I-O SHIPPER-XREF-FILE
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MAST-STATUS = "00"
               MOVE "Y" TO WS-MAST-AVAILABLE
           END-IF
           DISPLAY 'ENTER ACTION: A-ADD/CHANGE   D-DELETE   I-INQUIRE'
           ACCEPT WS-MAINT-ACTION
           DISPLAY 'ENTER ACCOUNT NUMBER'
                   DISPLAY 'INVALID ACTION - NO CHANGE MADE'
           END-EVALUATE
           CLOSE SHIPPER-ACCOUNT-FILE
           CLOSE SHIPPER-XREF-FILE
           IF WS-MAST-AVAILABLE = "Y"
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           PERFORM 909-RELEASE-RUN-LOCKS
           STOP RUN.
      ******************************************************************
           DISPLAY 'ENTER CUSTOMER NAME'
           ACCEPT WS-MAINT-NAME
           PERFORM 150-ACCEPT-BILLING-FIELDS
           PERFORM 170-ACCEPT-CUSTOMER-LINK
           MOVE WS-MAINT-ACCT-NO TO SA-ACCT-NO
           READ SHIPPER-ACCOUNT-FILE
               INVALID KEY
                   MOVE WS-MAINT-ACCT-NO TO SA-ACCT-NO
                   MOVE WS-MAINT-NAME    TO SA-NAME
                   MOVE ZERO             TO SA-SHIP-COUNT
                   MOVE SPACE            TO SA-CREDIT-HOLD
                   MOVE ZERO             TO SA-HOLD-DATE
                   PERFORM 160-STORE-BILLING-FIELDS
                   WRITE SHIPPER-ACCOUNT-REC
                       INVALID KEY
                           MOVE SHIPPER-ACCOUNT-REC
                               TO MA-AFTER-IMAGE
                           PERFORM 905-LOG-MAINT-AUDIT
                           PERFORM 180-UPDATE-CUSTOMER-LINK
                   END-WRITE
               NOT INVALID KEY
                   MOVE SHIPPER-ACCOUNT-REC TO MA-BEFORE-IMAGE
                           MOVE SHIPPER-ACCOUNT-REC
                               TO MA-AFTER-IMAGE
                           PERFORM 905-LOG-MAINT-AUDIT
                           PERFORM 180-UPDATE-CUSTOMER-LINK
                   END-REWRITE
           END-READ.
      ******************************************************************
           MOVE WS-MAINT-STATE  TO SA-STATE
           MOVE WS-MAINT-ZIP    TO SA-ZIP
           MOVE WS-MAINT-TERMS  TO SA-TERMS-DAYS.
      ******************************************************************
      * The customer number this shipper account bills together
      * with. It must be on CUSTMAST.DAT; one that is not is
      * refused and the link left as it was.
      ******************************************************************
       170-ACCEPT-CUSTOMER-LINK.
           MOVE "Y" TO WS-LINK-OK
           MOVE SPACES TO WS-MAINT-CUST-NO
           DISPLAY 'ENTER LINKED CUSTOMER NUMBER (BLANK FOR NONE)'
           ACCEPT WS-MAINT-CUST-NO
           IF WS-MAINT-CUST-NO NOT = SPACES
               IF WS-MAST-AVAILABLE = "N"
                   DISPLAY 'CUSTMAST.DAT NOT FOUND - LINK NOT CHANGED'
                   MOVE "N" TO WS-LINK-OK
               ELSE
                   MOVE WS-MAINT-CUST-NO TO CM-CUST-NO
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           DISPLAY 'CUSTOMER ' WS-MAINT-CUST-NO
                               ' NOT ON CUSTMAST.DAT - LINK NOT '
                               'CHANGED'
                           MOVE "N" TO WS-LINK-OK
                       NOT INVALID KEY
                           DISPLAY 'LINKED TO: ' CM-NAME
                   END-READ
               END-IF
           END-IF.
      ******************************************************************
      * Brings SHIPXREF.DAT in line with what was keyed: a new or
      * different customer is written, a blank removes any link.
      * Each change is audited under the shipper account number.
      ******************************************************************
       180-UPDATE-CUSTOMER-LINK.
           IF WS-LINK-OK = "Y"
               MOVE WS-MAINT-ACCT-NO TO XR-ACCT-NO
               READ SHIPPER-XREF-FILE
                   INVALID KEY
                       IF WS-MAINT-CUST-NO NOT = SPACES
                           MOVE SPACES TO MA-BEFORE-IMAGE
                           PERFORM 185-STAMP-LINK
                           WRITE SHIPPER-XREF-REC
                               INVALID KEY
                                   DISPLAY 'LINK WRITE FAILED - '
                                       'STATUS ' WS-XREF-STATUS
                               NOT INVALID KEY
                                   PERFORM 190-AUDIT-LINK
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       MOVE SHIPPER-XREF-REC TO MA-BEFORE-IMAGE
                       IF WS-MAINT-CUST-NO = SPACES
                           PERFORM 195-REMOVE-LINK
                       ELSE
                           IF XR-CUST-NO NOT = WS-MAINT-CUST-NO
                               PERFORM 185-STAMP-LINK
                               REWRITE SHIPPER-XREF-REC
                                   INVALID KEY
                                       DISPLAY 'LINK REWRITE FAILED '
                                           '- STATUS ' WS-XREF-STATUS
                                   NOT INVALID KEY
                                       PERFORM 190-AUDIT-LINK
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-IF.
       185-STAMP-LINK.
           MOVE FUNCTION CURRENT-DATE TO WS-XREF-NOW
           MOVE WS-MAINT-ACCT-NO  TO XR-ACCT-NO
           MOVE WS-MAINT-CUST-NO  TO XR-CUST-NO
           MOVE WS-XREF-NOW (1:8) TO XR-LINKED-DATE
           MOVE WS-OPERATOR-ID    TO XR-LINKED-BY.
       190-AUDIT-LINK.
           DISPLAY 'ACCOUNT LINKED TO CUSTOMER ' XR-CUST-NO
           MOVE "LINK  " TO MA-ACTION
           MOVE XR-ACCT-NO TO MA-KEY
           MOVE SHIPPER-XREF-REC TO MA-AFTER-IMAGE
           PERFORM 905-LOG-MAINT-AUDIT.
      ******************************************************************
      * The caller has read the link record and saved its before
      * image.
      ******************************************************************
       195-REMOVE-LINK.
           DELETE SHIPPER-XREF-FILE RECORD
               INVALID KEY
                   DISPLAY 'LINK DELETE FAILED - STATUS '
                       WS-XREF-STATUS
               NOT INVALID KEY
                   DISPLAY 'CUSTOMER LINK REMOVED'
                   MOVE "UNLINK" TO MA-ACTION
                   MOVE WS-MAINT-ACCT-NO TO MA-KEY
                   MOVE SPACES TO MA-AFTER-IMAGE
                   PERFORM 905-LOG-MAINT-AUDIT
           END-DELETE.
       200-DELETE-ACCOUNT.
           MOVE WS-MAINT-ACCT-NO TO SA-ACCT-NO
           READ SHIPPER-ACCOUNT-FILE
                           MOVE WS-MAINT-ACCT-NO TO MA-KEY
                           MOVE SPACES TO MA-AFTER-IMAGE
                           PERFORM 905-LOG-MAINT-AUDIT
                           MOVE WS-MAINT-ACCT-NO TO XR-ACCT-NO
                           READ SHIPPER-XREF-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE SHIPPER-XREF-REC
                                       TO MA-BEFORE-IMAGE
                                   PERFORM 195-REMOVE-LINK
                           END-READ
                   END-DELETE
           END-READ.
       300-INQUIRE-ACCOUNT.
                   DISPLAY 'CITY/ST/ZIP:    ' SA-CITY ' ' SA-STATE
                       ' ' SA-ZIP
                   DISPLAY 'TERMS (DAYS):   ' SA-TERMS-DAYS
                   IF SA-ON-HOLD
                       DISPLAY 'CREDIT HOLD SINCE: ' SA-HOLD-DATE
                   END-IF
                   MOVE WS-MAINT-ACCT-NO TO XR-ACCT-NO
                   READ SHIPPER-XREF-FILE
                       INVALID KEY
                           DISPLAY 'LINKED CUSTOMER: NONE'
                       NOT INVALID KEY
                           DISPLAY 'LINKED CUSTOMER: ' XR-CUST-NO
                   END-READ
           END-READ.
      ******************************************************************
      * Run-lock discipline: a file another run has locked refuses
