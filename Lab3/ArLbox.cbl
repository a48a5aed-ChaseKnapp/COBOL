       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArLbox.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Bank lockbox remittance import. Most customer checks now
      *     go to the bank's lockbox and the clerk was retyping the
      *     bank's remittance listing into ArEntry one check at a
      *     time. This run reads the bank's daily LOCKBOX.DAT (check
      *     number, deposit date, customer number, amount, and up to
      *     six item numbers the customer wrote on the stub),
      *     validates each customer against CUSTMAST.DAT, and writes
      *     the accepted checks to ARPAY.DAT as one trailer-closed
      *     batch (the ArEntry idiom -- appended, batch number off
      *     BATCHNO.DAT) for ArPost. Every stub item that is really
      *     an open item of that customer on AROPEN.DAT goes to
      *     ARREMIT.DAT against the check's batch and position, so
      *     ArPost pays the named invoices first instead of always
      *     oldest-first. A check that cannot be tied to a customer
      *     lands on LOCKSUSP.DAT for the cash clerk to work from the
      *     listing. The consumed bank file moves aside to
      *     LOCKBOX.PST so a rerun cannot import the same deposit
      *     twice.
      * Input:
      *     LOCKBOX.DAT (bank lockbox remittance file)
      *     CUSTMAST.DAT (customer master, read only)
      *     AROPEN.DAT (open items, read only)
      * Output:
      *     ARPAY.DAT (accepted checks, one batch appended)
      *     ARREMIT.DAT (stub item numbers per check, appended)
      *     LOCKSUSP.DAT (unmatched checks, appended)
      *     LOCKBOX.RPT (import listing)
      *     LOCKBOX.PST (the consumed bank file)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  LOCKBOX-FILE
               ASSIGN TO "LOCKBOX.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-LBX-STATUS.
           SELECT  CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  RANDOM
               RECORD KEY IS   CM-CUST-NO
               FILE STATUS IS  WS-MAST-STATUS.
           SELECT  AR-OPEN-FILE
               ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  RANDOM
               RECORD KEY IS   AR-ITEM-NO
               ALTERNATE RECORD KEY IS AR-CUST-NO WITH DUPLICATES
               FILE STATUS IS  WS-AR-STATUS.
           SELECT  PAYMENT-FILE
               ASSIGN TO "ARPAY.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-PAY-STATUS.
      ******************************************************************
      * One record per stub item named, keyed by the batch ID and the
      * check's position within that batch's ARPAY.DAT segment --
      * the payment record itself carries no check number.
      ******************************************************************
           SELECT  REMITTANCE-FILE
               ASSIGN TO "ARREMIT.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-REM-STATUS.
           SELECT  SUSPENSE-FILE
               ASSIGN TO "LOCKSUSP.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-SUSP-STATUS.
           SELECT  BATCH-NUMBER-FILE
               ASSIGN TO "BATCHNO.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-BNO-STATUS.
           SELECT  LISTING-FILE
               ASSIGN TO "LOCKBOX.RPT"
               ORGANIZATION IS  LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * The bank's fixed-width remittance line. Unused stub-item
      * slots come across blank.
      ******************************************************************
       FD  LOCKBOX-FILE.
       01  LOCKBOX-REC.
           05  LB-CHECK-NO         PIC X(8).
           05  LB-DEPOSIT-DATE     PIC 9(8).
           05  LB-CUST-NO          PIC X(5).
           05  LB-AMOUNT           PIC 9(5)V99.
           05  LB-ITEM-NO          PIC 9(6)  OCCURS 6 TIMES.
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
       FD  AR-OPEN-FILE.
       01  AR-OPEN-REC.
           05  AR-ITEM-NO         PIC 9(6).
           05  AR-CUST-NO         PIC X(5).
           05  AR-DATE            PIC 9(8).
           05  AR-ORIG-AMOUNT     PIC 9(5)V99.
           05  AR-OPEN-AMOUNT     PIC 9(5)V99.
           05  AR-TYPE            PIC X.
       FD  PAYMENT-FILE.
       01  PAYMENT-REC.
           05  PAY-DATE           PIC 9(8).
           05  PAY-CUST-NO        PIC X(5).
           05  PAY-AMOUNT         PIC 9(5)V99.
       01  PAYMENT-TRAILER-REC    PIC X(27).
       FD  REMITTANCE-FILE.
       01  REMITTANCE-REC.
           05  RM-BATCH-ID        PIC 9(6).
           05  FILLER             PIC X.
           05  RM-PAY-SEQ         PIC 9(4).
           05  FILLER             PIC X.
           05  RM-ITEM-NO         PIC 9(6).
           05  FILLER             PIC X.
           05  RM-CHECK-NO        PIC X(8).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-REC.
           05  SU-IMPORT-DATE     PIC 9(8).
           05  FILLER             PIC X.
           05  SU-REASON          PIC X(20).
           05  FILLER             PIC X.
           05  SU-IMAGE           PIC X(64).
       FD  BATCH-NUMBER-FILE.
       01  BATCH-NUMBER-REC.
           05  BN-NUMBER          PIC 9(6).
       FD  LISTING-FILE.
       01  LISTING-REC            PIC X(80).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * Shared batch-control trailer layout; see BATCHTRL.
      ******************************************************************
           COPY BATCHTRL.
       77  WS-LBX-STATUS         PIC XX.
       77  WS-MAST-STATUS        PIC XX.
       77  WS-AR-STATUS          PIC XX.
       77  WS-PAY-STATUS         PIC XX.
       77  WS-REM-STATUS         PIC XX.
       77  WS-SUSP-STATUS        PIC XX.
       77  WS-BNO-STATUS         PIC XX.
       77  WS-LBX-EOF            PIC X     VALUE "N".
       77  WS-AR-OPEN-OK         PIC X     VALUE "N".
       77  WS-DATE-OK            PIC X     VALUE "Y".
       77  WS-SUSP-REASON        PIC X(20) VALUE SPACES.
       77  WS-BATCH-NUMBER       PIC 9(6)  VALUE ZERO.
       77  WS-BATCH-SUB          PIC 9(4)  VALUE ZERO.
       77  WS-ITEM-SUB           PIC 9     VALUE ZERO.
       77  WS-CHECKS-READ        PIC 9(5)  VALUE ZERO.
       77  WS-CHECK-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-HASH-TOTAL         PIC 9(9)V99 VALUE ZERO.
       77  WS-SUSP-COUNT         PIC 9(5)  VALUE ZERO.
       77  WS-SUSP-TOTAL         PIC 9(9)V99 VALUE ZERO.
       77  WS-ITEMS-NAMED        PIC 9(5)  VALUE ZERO.
       77  WS-ITEMS-IGNORED      PIC 9(5)  VALUE ZERO.
       77  WS-CALL-STATUS        PIC 9(9)  COMP-5.
       77  WS-LBX-NAME           PIC X(30) VALUE "LOCKBOX.DAT".
       77  WS-POSTED-NAME        PIC X(30) VALUE "LOCKBOX.PST".
       01  WS-DEPOSIT-DATE-SPLIT.
           05  WS-DEPOSIT-YEAR   PIC 9(4).
           05  WS-DEPOSIT-MONTH  PIC 99.
           05  WS-DEPOSIT-DAY    PIC 99.
      ******************************************************************
      * Accepted checks are held here and only written once the whole
      * bank file has been read, so the ARPAY.DAT segment and its
      * trailer go out together. Each check's valid stub items ride
      * along for ARREMIT.DAT.
      ******************************************************************
       01  WS-BATCH-TABLE.
           05  WS-BATCH-COUNT     PIC 9(4)  VALUE ZERO.
           05  WS-BATCH-ENTRY     OCCURS 1000 TIMES.
               10  WS-BE-DATE     PIC 9(8).
               10  WS-BE-CUST-NO  PIC X(5).
               10  WS-BE-AMOUNT   PIC 9(5)V99.
               10  WS-BE-CHECK-NO PIC X(8).
               10  WS-BE-ITEM-COUNT PIC 9.
               10  WS-BE-ITEM-NO  PIC 9(6)  OCCURS 6 TIMES.
       01  WORKING-ITEMS.
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-TODAY           PIC 9(8)  VALUE ZERO.
       01  HEADING-MAIN-TITLE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(28) VALUE
                                  "LOCKBOX REMITTANCE IMPORT".
           05  FILLER             PIC X(6)  VALUE "DATE: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==HD-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER             PIC X(30) VALUE SPACES.
       01  HEADING-COLUMN-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "CHECK NO".
           05  FILLER             PIC X(7)  VALUE "CUST".
           05  FILLER             PIC X(22) VALUE "CUSTOMER NAME".
           05  FILLER             PIC X(11) VALUE "   AMOUNT".
           05  FILLER             PIC X(24) VALUE
                                  "ACCEPTED / SUSPENSE WHY".
       01  LISTING-DETAIL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  LD-CHECK-NO        PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LD-CUST-NO         PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LD-NAME            PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LD-AMOUNT          PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LD-NOTE            PIC X(24).
       01  LISTING-ITEM-LINE.
           05  FILLER             PIC X(16) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "STUB ITEM ".
           05  LI-ITEM-NO         PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LI-NOTE            PIC X(40).
           05  FILLER             PIC X(6)  VALUE SPACES.
       01  LISTING-CONTROL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  LC-LABEL           PIC X(18).
           05  LC-COUNT           PIC ZZ,ZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  FILLER             PIC X(7)  VALUE "TOTAL: ".
           05  LC-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(26) VALUE SPACES.
       01  LISTING-BATCH-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(18) VALUE "ARPAY.DAT BATCH:  ".
           05  LB-BATCH-ID-OUT    PIC 9(6).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  FILLER             PIC X(13) VALUE "ITEMS NAMED: ".
           05  LB-ITEMS-NAMED     PIC ZZ,ZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "IGNORED: ".
           05  LB-ITEMS-IGNORED   PIC ZZ,ZZ9.
           05  FILLER             PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           OPEN INPUT LOCKBOX-FILE
           IF WS-LBX-STATUS NOT = "00"
               DISPLAY "LOCKBOX.DAT NOT FOUND - NOTHING TO IMPORT"
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT NOT FOUND - BUILD THE MASTER"
                   " FIRST"
               CLOSE LOCKBOX-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      ******************************************************************
      * Without AROPEN.DAT no stub item can be proved, so every check
      * still imports and simply pays oldest-first.
      ******************************************************************
           OPEN INPUT AR-OPEN-FILE
           IF WS-AR-STATUS = "00"
               MOVE "Y" TO WS-AR-OPEN-OK
           ELSE
               DISPLAY "AROPEN.DAT NOT FOUND - STUB ITEMS IGNORED"
           END-IF
           PERFORM 050-PRINT-TITLES
           PERFORM 100-IMPORT-ONE-CHECK UNTIL WS-LBX-EOF = "Y"
           CLOSE LOCKBOX-FILE
           CLOSE CUSTOMER-MASTER-FILE
           IF WS-AR-OPEN-OK = "Y"
               CLOSE AR-OPEN-FILE
           END-IF
           IF WS-SUSP-COUNT > ZERO
               CLOSE SUSPENSE-FILE
           END-IF
           IF WS-BATCH-COUNT > ZERO
               PERFORM 400-WRITE-PAYMENT-FILE
               PERFORM 300-PRINT-BATCH-LINE
           END-IF
           PERFORM 350-PRINT-CONTROL-LINES
           CLOSE LISTING-FILE
           PERFORM 500-RETIRE-LOCKBOX-FILE
           DISPLAY "LOCKBOX IMPORT COMPLETE - " WS-CHECK-COUNT
               " CHECKS TO ARPAY.DAT, " WS-SUSP-COUNT
               " TO SUSPENSE"
           STOP RUN.
       050-PRINT-TITLES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  INTO WS-TODAY
           END-STRING
           COPY DATEMOV REPLACING ==:WS-YEAR-FLD:==     BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:==    BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==      BY ==WS-DAY==
                                  ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                  ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                  ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           OPEN OUTPUT LISTING-FILE
           WRITE LISTING-REC FROM HEADING-MAIN-TITLE
           WRITE LISTING-REC FROM HEADING-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
      ******************************************************************
      * Imports one bank line: a check whose customer cannot be
      * established -- blank, not on CUSTMAST.DAT -- or whose amount
      * or deposit date is unusable goes to suspense; anything else
      * joins the batch with whichever of its stub items prove out.
      ******************************************************************
       100-IMPORT-ONE-CHECK.
           READ LOCKBOX-FILE
               AT END
                   MOVE "Y" TO WS-LBX-EOF
               NOT AT END
                   ADD 1 TO WS-CHECKS-READ
                   MOVE SPACES TO WS-SUSP-REASON
                   PERFORM 110-VALIDATE-CHECK
                   IF WS-SUSP-REASON NOT = SPACES
                       PERFORM 200-WRITE-SUSPENSE
                   ELSE
                       IF WS-BATCH-COUNT < 1000
                           PERFORM 150-ACCEPT-CHECK
                       ELSE
                           MOVE "BATCH FULL" TO WS-SUSP-REASON
                           PERFORM 200-WRITE-SUSPENSE
                       END-IF
                   END-IF
           END-READ.
       110-VALIDATE-CHECK.
           IF LB-AMOUNT NOT NUMERIC OR LB-AMOUNT = ZERO
               MOVE "INVALID AMOUNT" TO WS-SUSP-REASON
           ELSE
               MOVE LB-DEPOSIT-DATE TO WS-DEPOSIT-DATE-SPLIT
               COPY DATEVAL REPLACING
                   ==:WS-YEAR-FLD:==    BY ==WS-DEPOSIT-YEAR==
                   ==:WS-MONTH-FLD:==   BY ==WS-DEPOSIT-MONTH==
                   ==:WS-DAY-FLD:==     BY ==WS-DEPOSIT-DAY==
                   ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
               IF WS-DATE-OK = "N"
                   MOVE "INVALID DEPOSIT DATE" TO WS-SUSP-REASON
               ELSE
                   IF LB-CUST-NO = SPACES
                       MOVE "NO CUSTOMER NUMBER" TO WS-SUSP-REASON
                   ELSE
                       MOVE LB-CUST-NO TO CM-CUST-NO
                       READ CUSTOMER-MASTER-FILE
                           INVALID KEY
                               MOVE "CUSTOMER NOT ON FILE"
                                   TO WS-SUSP-REASON
                       END-READ
                   END-IF
               END-IF
           END-IF.
       150-ACCEPT-CHECK.
           ADD 1 TO WS-BATCH-COUNT
           MOVE LB-DEPOSIT-DATE TO WS-BE-DATE (WS-BATCH-COUNT)
           MOVE LB-CUST-NO      TO WS-BE-CUST-NO (WS-BATCH-COUNT)
           MOVE LB-AMOUNT       TO WS-BE-AMOUNT (WS-BATCH-COUNT)
           MOVE LB-CHECK-NO     TO WS-BE-CHECK-NO (WS-BATCH-COUNT)
           MOVE ZERO            TO WS-BE-ITEM-COUNT (WS-BATCH-COUNT)
           ADD 1 TO WS-CHECK-COUNT
           ADD LB-AMOUNT TO WS-HASH-TOTAL
           MOVE LB-CHECK-NO TO LD-CHECK-NO
           MOVE LB-CUST-NO  TO LD-CUST-NO
           MOVE CM-NAME     TO LD-NAME
           MOVE LB-AMOUNT   TO LD-AMOUNT
           MOVE "ACCEPTED" TO LD-NOTE
           WRITE LISTING-REC FROM LISTING-DETAIL-LINE
           PERFORM 160-CHECK-STUB-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > 6.
      ******************************************************************
      * A stub item counts only if it is an open item of this same
      * customer with money still owing; a mistyped or someone
      * else's invoice number is listed and ignored, and the check
      * pays oldest-first for whatever the named items don't absorb.
      ******************************************************************
       160-CHECK-STUB-ITEM.
           IF LB-ITEM-NO (WS-ITEM-SUB) IS NUMERIC
              AND LB-ITEM-NO (WS-ITEM-SUB) > ZERO
               MOVE LB-ITEM-NO (WS-ITEM-SUB) TO LI-ITEM-NO
               IF WS-AR-OPEN-OK = "N"
                   MOVE "IGNORED - NO AROPEN.DAT" TO LI-NOTE
                   ADD 1 TO WS-ITEMS-IGNORED
               ELSE
                   MOVE LB-ITEM-NO (WS-ITEM-SUB) TO AR-ITEM-NO
                   READ AR-OPEN-FILE
                       INVALID KEY
                           MOVE "IGNORED - NOT ON AROPEN.DAT"
                               TO LI-NOTE
                           ADD 1 TO WS-ITEMS-IGNORED
                       NOT INVALID KEY
                           IF AR-CUST-NO NOT = LB-CUST-NO
                               MOVE "IGNORED - ANOTHER CUSTOMER'S ITEM"
                                   TO LI-NOTE
                               ADD 1 TO WS-ITEMS-IGNORED
                           ELSE
                               IF AR-OPEN-AMOUNT = ZERO
                                  OR AR-TYPE = "C" OR AR-TYPE = "M"
                                   MOVE "IGNORED - NOTHING OPEN ON ITEM"
                                       TO LI-NOTE
                                   ADD 1 TO WS-ITEMS-IGNORED
                               ELSE
                                   MOVE "APPLIED FIRST" TO LI-NOTE
                                   ADD 1 TO WS-ITEMS-NAMED
                                   ADD 1 TO WS-BE-ITEM-COUNT
                                       (WS-BATCH-COUNT)
                                   MOVE AR-ITEM-NO TO WS-BE-ITEM-NO
                                       (WS-BATCH-COUNT,
                                        WS-BE-ITEM-COUNT
                                            (WS-BATCH-COUNT))
                               END-IF
                           END-IF
                   END-READ
               END-IF
               WRITE LISTING-REC FROM LISTING-ITEM-LINE
           END-IF.
      ******************************************************************
      * Suspense keeps the bank's line intact beside the reason so
      * the cash clerk can identify the payer and key the check
      * through ArEntry once it is known.
      ******************************************************************
       200-WRITE-SUSPENSE.
           IF WS-SUSP-COUNT = ZERO
               OPEN EXTEND SUSPENSE-FILE
               IF WS-SUSP-STATUS NOT = "00"
                   OPEN OUTPUT SUSPENSE-FILE
               END-IF
           END-IF
           ADD 1 TO WS-SUSP-COUNT
           IF LB-AMOUNT IS NUMERIC
               ADD LB-AMOUNT TO WS-SUSP-TOTAL
           END-IF
           MOVE SPACES         TO SUSPENSE-REC
           MOVE WS-TODAY       TO SU-IMPORT-DATE
           MOVE WS-SUSP-REASON TO SU-REASON
           MOVE LOCKBOX-REC    TO SU-IMAGE
           WRITE SUSPENSE-REC
           MOVE LB-CHECK-NO    TO LD-CHECK-NO
           MOVE LB-CUST-NO     TO LD-CUST-NO
           MOVE SPACES         TO LD-NAME
           IF LB-AMOUNT IS NUMERIC
               MOVE LB-AMOUNT  TO LD-AMOUNT
           ELSE
               MOVE ZERO       TO LD-AMOUNT
           END-IF
           MOVE WS-SUSP-REASON TO LD-NOTE
           WRITE LISTING-REC FROM LISTING-DETAIL-LINE.
       300-PRINT-BATCH-LINE.
           MOVE WS-BATCH-NUMBER  TO LB-BATCH-ID-OUT
           MOVE WS-ITEMS-NAMED   TO LB-ITEMS-NAMED
           MOVE WS-ITEMS-IGNORED TO LB-ITEMS-IGNORED
           WRITE LISTING-REC FROM LISTING-BATCH-LINE
               AFTER ADVANCING 2 LINES.
       350-PRINT-CONTROL-LINES.
           MOVE "CHECKS READ:"    TO LC-LABEL
           MOVE WS-CHECKS-READ    TO LC-COUNT
           COMPUTE LC-TOTAL = WS-HASH-TOTAL + WS-SUSP-TOTAL
           WRITE LISTING-REC FROM LISTING-CONTROL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "TO ARPAY.DAT:"   TO LC-LABEL
           MOVE WS-CHECK-COUNT    TO LC-COUNT
           MOVE WS-HASH-TOTAL     TO LC-TOTAL
           WRITE LISTING-REC FROM LISTING-CONTROL-LINE
           MOVE "TO SUSPENSE:"    TO LC-LABEL
           MOVE WS-SUSP-COUNT     TO LC-COUNT
           MOVE WS-SUSP-TOTAL     TO LC-TOTAL
           WRITE LISTING-REC FROM LISTING-CONTROL-LINE.
      ******************************************************************
      * The batch goes on the END of ARPAY.DAT as its own trailer-
      * closed segment, numbered off the same BATCHNO.DAT series
      * ArEntry uses so the two sources can never collide on an ID.
      * Each named stub item goes to ARREMIT.DAT against the batch ID
      * and the check's position in the segment.
      ******************************************************************
       400-WRITE-PAYMENT-FILE.
           PERFORM 410-ASSIGN-BATCH-NUMBER
           OPEN EXTEND PAYMENT-FILE
           IF WS-PAY-STATUS NOT = "00"
               OPEN OUTPUT PAYMENT-FILE
           END-IF
           OPEN EXTEND REMITTANCE-FILE
           IF WS-REM-STATUS NOT = "00"
               OPEN OUTPUT REMITTANCE-FILE
           END-IF
           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
               MOVE WS-BE-DATE (WS-BATCH-SUB)    TO PAY-DATE
               MOVE WS-BE-CUST-NO (WS-BATCH-SUB) TO PAY-CUST-NO
               MOVE WS-BE-AMOUNT (WS-BATCH-SUB)  TO PAY-AMOUNT
               WRITE PAYMENT-REC
               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB >
                             WS-BE-ITEM-COUNT (WS-BATCH-SUB)
                   MOVE SPACES TO REMITTANCE-REC
                   MOVE WS-BATCH-NUMBER TO RM-BATCH-ID
                   MOVE WS-BATCH-SUB    TO RM-PAY-SEQ
                   MOVE WS-BE-ITEM-NO (WS-BATCH-SUB, WS-ITEM-SUB)
                       TO RM-ITEM-NO
                   MOVE WS-BE-CHECK-NO (WS-BATCH-SUB) TO RM-CHECK-NO
                   WRITE REMITTANCE-REC
               END-PERFORM
           END-PERFORM
           MOVE "*"             TO BT-MARKER
           MOVE WS-BATCH-NUMBER TO BT-BATCH-ID
           MOVE WS-CHECK-COUNT  TO BT-RECORD-COUNT
           MOVE WS-HASH-TOTAL   TO BT-AMOUNT-HASH
           MOVE BATCH-TRAILER-RECORD TO PAYMENT-TRAILER-REC
           WRITE PAYMENT-TRAILER-REC
           CLOSE PAYMENT-FILE
           CLOSE REMITTANCE-FILE
           DISPLAY "BATCH ID " WS-BATCH-NUMBER " ASSIGNED".
       410-ASSIGN-BATCH-NUMBER.
           MOVE ZERO TO WS-BATCH-NUMBER
           OPEN INPUT BATCH-NUMBER-FILE
           IF WS-BNO-STATUS = "00"
               READ BATCH-NUMBER-FILE
                   NOT AT END
                       MOVE BN-NUMBER TO WS-BATCH-NUMBER
               END-READ
               CLOSE BATCH-NUMBER-FILE
           END-IF
           ADD 1 TO WS-BATCH-NUMBER
           OPEN OUTPUT BATCH-NUMBER-FILE
           MOVE WS-BATCH-NUMBER TO BN-NUMBER
           WRITE BATCH-NUMBER-REC
           CLOSE BATCH-NUMBER-FILE.
      ******************************************************************
      * The consumed bank file moves aside so a rerun cannot import
      * the same deposit twice -- the CBL_COPY_FILE/CBL_DELETE_FILE
      * idiom GlLedger uses for the journal.
      ******************************************************************
       500-RETIRE-LOCKBOX-FILE.
           CALL "CBL_COPY_FILE" USING WS-LBX-NAME
                                      WS-POSTED-NAME
               RETURNING WS-CALL-STATUS
           END-CALL
           IF WS-CALL-STATUS = ZERO
               CALL "CBL_DELETE_FILE" USING WS-LBX-NAME
                   RETURNING WS-CALL-STATUS
               END-CALL
           ELSE
               DISPLAY "WARNING: LOCKBOX.DAT COULD NOT BE MOVED "
                   "ASIDE - DO NOT RERUN WITHOUT CHECKING"
           END-IF.
       END PROGRAM ArLbox.
