               ASSIGN TO "ORDERS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      * Question 32 (added): sales tax rate now comes from the system
      * parameter master instead of being compiled into the source;
      * a rate missing from it is raised on ALERTS.LOG.
      ******************************************************************
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
      * Pizza menu master (flavor, name, current price): every order
      * item is validated against it and the authoritative price
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUPON-STATUS.
      ******************************************************************
      * Coupon redemption register: one record per discount given
      * (date, order number, coupon code, discount), appended as
      * the coupon is applied, so the shift's discounts can be
      * posted to the ledger apart from the delivery fees netted
      * into the same order amount.
      ******************************************************************
           SELECT  COUPON-LOG-FILE
               ASSIGN TO "COUPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUPLOG-STATUS.
      ******************************************************************
      * Sequential order numbering and the persistent order log:
      * ORDNO.DAT is bumped once per order the same way RUNNO.DAT is
      * bumped once per run, and every order's number, items, tax,
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-PHONE
               FILE STATUS IS WS-DELCUST-STATUS.
      ******************************************************************
      * Loyalty points ledger: one record per earn, redemption, or
      * expiry with the order number behind it, read back by the
      * monthly loyalty report (LoyRpt). The loyalty rates are the
      * LOYALTY settings on SYSPARM.DAT, which LoyRpt reads too.
      ******************************************************************
           SELECT  LOYALTY-LEDGER-FILE
               ASSIGN TO "LOYLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOYLEDG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS-FILE.
      * ring a lower price".
      ******************************************************************
           05  OR-COUPON-CODE    PIC X(8).
      ******************************************************************
      * Loyalty points the caller asks to redeem (zero = none): taken
      * off the order amount before tax like a coupon, at the point
      * value on SYSPARM.DAT, never past the caller's balance or the
      * order amount. NOTE: adding this field changed the ORDERS.DAT
      * layout incompatibly; order files keyed before the change
      * must be re-keyed to the new layout.
      ******************************************************************
           05  OR-REDEEM-POINTS  PIC 9(5).
      ******************************************************************
      * Tip written on a card slip (zero = none), logged on the order
      * header for the driver settlement to pay through payroll. It
      * is not part of the sale: not taxed, not in the order total.
      * A cash order's tip never reaches the register, so one keyed
      * on a cash order is dropped. NOTE: adding this field changed
      * the ORDERS.DAT layout incompatibly; order files keyed before
      * the change must be re-keyed to the new layout.
      ******************************************************************
           05  OR-CARD-TIP       PIC 99V99.
           05  OR-ITEM-COUNT     PIC 9.
           05  OR-ITEM           OCCURS 1 TO 5 TIMES
                                  DEPENDING ON OR-ITEM-COUNT
               10  OR-QUANTITY   PIC 9.
       FD  ORDERS-REPORT-FILE.
       01  ORDERS-REPORT-REC     PIC X(80).
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC          PIC X(90).
       FD  MENU-FILE.
      ******************************************************************
      * Menu category (e.g. "PZ" pizzas, "SD" sides, "DR" drinks):
      * the shift's food sales are posted to the ledger by category.
      * Only the shift G/L posting reads it.
      ******************************************************************
       01  MENU-REC.
           05  MN-FLAVOR         PIC X(10).
           05  MN-NAME           PIC X(15).
           05  MN-PRICE          PIC 99V99.
           05  MN-CATEGORY       PIC XX.
       FD  MENU-REJECT-FILE.
       01  MENU-REJECT-REC       PIC X(80).
       FD  COUPON-FILE.
           05  CP-START-DATE     PIC 9(8).
           05  FILLER            PIC X.
           05  CP-END-DATE       PIC 9(8).
       FD  COUPON-LOG-FILE.
       01  COUPON-LOG-REC.
           05  CL-DATE           PIC 9(8).
           05  FILLER            PIC X.
           05  CL-ORDER-NO       PIC 9(6).
           05  FILLER            PIC X.
           05  CL-COUPON-CODE    PIC X(8).
           05  FILLER            PIC X.
           05  CL-DISCOUNT       PIC 9(4)V99.
       FD  ORDER-NUMBER-FILE.
       01  ORDER-NUMBER-REC.
           05  ON-NUMBER         PIC 9(6).
      * total) followed by one "D" record per item.
      ******************************************************************
       FD  ORDER-LOG-FILE.
       01  ORDER-LOG-REC         PIC X(63).
      ******************************************************************
      * Read-back view of the log: the voids and refunds OrdVoid has
      * appended since the last run are netted out of this run's
      * sales-by-flavor figures.
      ******************************************************************
       01  ORDER-LOG-IN.
           05  OI-TYPE           PIC X.
           05  OI-ORDER-NO       PIC 9(6).
           05  OI-H-FIELDS.
               10  OI-H-ITEM-COUNT PIC 9.
               10  OI-H-AMOUNT     PIC 9(5)V99.
               10  OI-H-TAX        PIC 9(4)V99.
               10  OI-H-TOTAL      PIC 9(5)V99.
               10  FILLER          PIC X(35).
           05  OI-D-FIELDS REDEFINES OI-H-FIELDS.
               10  OI-D-FLAVOR     PIC X(10).
               10  OI-D-QUANTITY   PIC 9.
               10  OI-D-UNIT-PRICE PIC 99V99.
               10  OI-D-AMOUNT     PIC 999V99.
               10  FILLER          PIC X(36).
       FD  DELIVERY-CUSTOMER-FILE.
       01  DELIVERY-CUSTOMER-REC.
           05  DC-PHONE          PIC X(10).
           05  DC-ADDR           PIC X(30).
           05  DC-ORDER-COUNT    PIC 9(5).
           05  DC-LAST-ORDER-NO  PIC 9(6).
           05  DC-POINTS-BALANCE PIC 9(7).
           05  DC-LAST-ORDER-DATE PIC 9(8).
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-OUTREC        PIC X(75).
      ******************************************************************
      * Ledger type: "E" earned, "R" redeemed, "X" expired. Points
      * are always positive; the type carries the direction. The
      * amount is the order's pre-tax amount on an earn and the
      * discount given on a redemption.
      ******************************************************************
       FD  LOYALTY-LEDGER-FILE.
       01  LOYALTY-LEDGER-REC.
           05  LY-DATE           PIC 9(8).
           05  FILLER            PIC X.
           05  LY-PHONE          PIC X(10).
           05  FILLER            PIC X.
           05  LY-ORDER-NO       PIC 9(6).
           05  FILLER            PIC X.
           05  LY-TYPE           PIC X.
           05  FILLER            PIC X.
           05  LY-POINTS         PIC 9(7).
           05  FILLER            PIC X.
           05  LY-AMOUNT         PIC 9(5)V99.
       WORKING-STORAGE SECTION.
      * DO_2: Define a 77 level constant data item for the sales tax
      *       rate 5.5%. Use WS- as the prefix of the data name.
      * Question 32 (added): kept as the fallback rate used when
      * SYSPARM.DAT carries no LAB2 TAX-RATE.
      ******************************************************************
      * Shared run-history record (see RUNHIST copybook) and the raw
      * CURRENT-DATE capture its date/time stamp is cut from.
       01  WS-RUNHIST-STATUS         PIC XX.
       01  WS-RH-NOW                 PIC X(21).
       77  WS-TAX-RATE           PIC 9V999    VALUE .055.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
      ******************************************************************
      * Menu master table and order-validation switches. With no
      * MENU.DAT on file the old behavior stands: the keyed price is
      ******************************************************************
       77  WS-COUPON-STATUS      PIC XX.
       77  WS-COUPON-EOF         PIC X        VALUE 'N'.
       77  WS-COUPLOG-STATUS     PIC XX.
       77  WS-TODAY-YMD          PIC 9(8)     VALUE ZERO.
       77  WS-DISCOUNT           PIC 9(4)V99  VALUE ZERO.
       77  WS-COUPON-SUB         PIC 9(3)     VALUE ZERO.
           05  FILLER            PIC X(12)   VALUE "  DISCOUNTS:".
           05  CD-TOTAL          PIC $ZZ,ZZ9.99.
           05  FILLER            PIC X(14)   VALUE SPACES.
      ******************************************************************
      * Loyalty rates (SYSPARM.DAT overrides these defaults), the
      * expiry cutoff date, and the per-order earn/redeem figures.
      ******************************************************************
       77  WS-LOYLEDG-STATUS     PIC XX.
       77  WS-POINTS-PER-DOLLAR  PIC 9(3)     VALUE 1.
       77  WS-POINT-VALUE        PIC 9V9999   VALUE .0500.
       77  WS-EXPIRE-MONTHS      PIC 9(3)     VALUE 12.
       77  WS-EXPIRE-CUTOFF      PIC 9(8)     VALUE ZERO.
       77  WS-CUTOFF-MONTHS      PIC 9(7)     VALUE ZERO.
       77  WS-CUTOFF-YEAR        PIC 9(4)     VALUE ZERO.
       77  WS-CUTOFF-MONTH       PIC 99       VALUE ZERO.
       77  WS-CUTOFF-MMDD        PIC 9(4)     VALUE ZERO.
       77  WS-CUTOFF-DAY         PIC 99       VALUE ZERO.
       77  WS-POINTS-REDEEMED    PIC 9(7)     VALUE ZERO.
       77  WS-POINTS-DISCOUNT    PIC 9(4)V99  VALUE ZERO.
       77  WS-POINTS-EARNED      PIC 9(7)     VALUE ZERO.
       77  WS-POINTS-BALANCE     PIC 9(7)     VALUE ZERO.
       77  WS-POINTS-ON-FILE     PIC X        VALUE 'N'.
       77  WS-REDEEM-COUNT       PIC 9(5)     VALUE ZERO.
       77  WS-TOTAL-POINTS-DISC  PIC 9(7)V99  VALUE ZERO.
       01  POINTS-SUMMARY-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(25)   VALUE
               "LOYALTY POINTS REDEEMED  ".
           05  FILLER            PIC X(7)    VALUE "  USED:".
           05  PS-USES           PIC ZZ,ZZ9.
           05  FILLER            PIC X(12)   VALUE "  DISCOUNTS:".
           05  PS-TOTAL          PIC $ZZ,ZZ9.99.
           05  FILLER            PIC X(14)   VALUE SPACES.
       77  WS-MENU-REJECT-COUNT  PIC 9(5)     VALUE ZERO.
       77  WS-ORDERS-READ-COUNT  PIC 9(5)     VALUE ZERO.
       77  WS-ORDNO-STATUS       PIC XX.
      ******************************************************************
           05  OL-H-DATE         PIC 9(8)     VALUE ZERO.
           05  FILLER            PIC X        VALUE SPACES.
      ******************************************************************
      * Card tip, outside the amount and total. Headers logged before
      * the field was added read back as spaces -- no tip.
      ******************************************************************
           05  OL-H-CARD-TIP     PIC 9(3)V99  VALUE ZERO.
      ******************************************************************
      * Reason code and approving manager, filled only on the void
      * and refund headers OrdVoid writes.
      ******************************************************************
           05  OL-H-REASON       PIC XX       VALUE SPACES.
           05  OL-H-MANAGER      PIC X(8)     VALUE SPACES.
       01  ORDER-LOG-DETAIL.
           05  OL-D-TYPE         PIC X        VALUE "D".
           05  OL-D-ORDER-NO     PIC 9(6).
           05  OL-D-QUANTITY     PIC 9.
           05  OL-D-UNIT-PRICE   PIC 99V99.
           05  OL-D-AMOUNT       PIC 999V99.
           05  FILLER            PIC X(36)    VALUE SPACES.
       01  RECEIPT-ORDER-LINE.
           05  FILLER            PIC X(17)   VALUE "ORDER NUMBER:    ".
           05  RC-ORDER-NO       PIC 9(6).
                                 DEPENDING ON WS-FLAVOR-COUNT
                                 INDEXED BY WS-FLAVOR-IDX.
               10  WS-FLV-NAME   PIC X(10).
               10  WS-FLV-QTY    PIC S9(5).
               10  WS-FLV-REVENUE PIC S9(7)V99.
       01  WS-FLAVOR-SORT-FIELDS.
           05  WS-FLV-I          PIC 9(3).
           05  WS-FLV-J          PIC 9(3).
           05  WS-FLV-SWAP.
               10  WS-SWAP-NAME  PIC X(10).
               10  WS-SWAP-QTY   PIC S9(5).
               10  WS-SWAP-REVENUE PIC S9(7)V99.
      ******************************************************************
      * Pizzas given back by void or refund since the last run, by
      * flavor, plus the count and money of the reversals themselves.
      ******************************************************************
       77  WS-ORDLOG-EOF         PIC X        VALUE 'N'.
       77  WS-REVERSAL-COUNT     PIC 9(5)     VALUE ZERO.
       77  WS-REVERSAL-TOTAL     PIC 9(7)V99  VALUE ZERO.
       01  WS-REVERSAL-TABLE.
           05  WS-RV-FLAVOR-COUNT PIC 9(3)    VALUE ZERO.
           05  WS-RV-ENTRY       OCCURS 50 TIMES.
               10  WS-RV-FLAVOR  PIC X(10).
               10  WS-RV-QTY     PIC 9(5).
               10  WS-RV-AMOUNT  PIC 9(7)V99.
       77  WS-RV-SUB             PIC 9(3)     VALUE ZERO.
       01  REVERSAL-SUMMARY-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(15)   VALUE "VOIDS/REFUNDS: ".
           05  RV-COUNT          PIC ZZZZ9.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(15)   VALUE "GIVEN BACK:    ".
           05  RV-TOTAL          PIC $ZZ,ZZ9.99.
           05  FILLER            PIC X(25)   VALUE
               "  (SINCE THE LAST RUN)".
       01  FLAVOR-SECTION-HEADING.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(26)   VALUE
           05  FL-NAME           PIC X(10).
           05  FILLER            PIC X(2)    VALUE SPACES.
           05  FILLER            PIC X(6)    VALUE "SOLD: ".
           05  FL-QTY            PIC ZZ,ZZ9-.
           05  FILLER            PIC X(4)    VALUE SPACES.
           05  FILLER            PIC X(9)    VALUE "REVENUE: ".
           05  FL-REVENUE        PIC $ZZ,ZZ9.99-.
           05  FILLER            PIC X(25)   VALUE SPACES.
       01  PAYMENT-REJECT-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  PR-PAY-METHOD     PIC X.
           05  WS-TOTAL-FOOD-SALES PIC 9(7)V99 VALUE ZERO.
           05  WS-DELIVERY-COUNT   PIC 9(5)    VALUE ZERO.
           05  WS-TOTAL-DELIV-FEES PIC 9(7)V99 VALUE ZERO.
           05  WS-TOTAL-CARD-TIPS  PIC 9(7)V99 VALUE ZERO.
       01  RECEIPT-DELIVERY-LINE.
           05  FILLER            PIC X(17)   VALUE "DELIVERY TO:     ".
           05  RC-DELIV-ADDR     PIC X(30).
           05  FILLER            PIC X(3)    VALUE SPACES.
           05  FILLER            PIC X(12)   VALUE "FOOD SALES: ".
           05  DL-FOOD-SALES     PIC $ZZ,ZZ9.99.
       01  CARD-TIPS-SUMMARY-LINE.
           05  FILLER            PIC X(6)    VALUE SPACES.
           05  FILLER            PIC X(15)   VALUE "CARD TIPS:     ".
           05  DL-CARD-TIPS      PIC $ZZ,ZZ9.99.
           05  FILLER            PIC X(49)   VALUE SPACES.
      ******************************************************************
      * Both summary lines must fit the 80-byte report record or the
      * WRITE silently clips the cents off the last money column.
           MOVE WS-RH-NOW (1:8) TO WS-TODAY-YMD
           PERFORM 010-LOAD-TAX-RATE
           PERFORM 015-LOAD-COUPON-TABLE
           PERFORM 016-LOAD-LOYALTY-CONTROL
           PERFORM 030-LOG-RUN-START
           PERFORM 020-LOAD-MENU-TABLE
           PERFORM 025-LOAD-PENDING-REVERSALS
           OPEN INPUT ORDERS-FILE
           OPEN OUTPUT ORDERS-REPORT-FILE
           OPEN OUTPUT MENU-REJECT-FILE
           IF WS-ORDLOG-STATUS NOT = "00"
               OPEN OUTPUT ORDER-LOG-FILE
           END-IF
           OPEN EXTEND COUPON-LOG-FILE
           IF WS-COUPLOG-STATUS NOT = "00"
               OPEN OUTPUT COUPON-LOG-FILE
           END-IF
           OPEN EXTEND LOYALTY-LEDGER-FILE
           IF WS-LOYLEDG-STATUS NOT = "00"
               OPEN OUTPUT LOYALTY-LEDGER-FILE
           END-IF
           PERFORM 040-OPEN-DELIVERY-MASTER
           PERFORM 100-INPUT-ORDER
           PERFORM UNTIL ORDERS-EOF = 'Y'
                   END-IF
                   PERFORM 200-COMPUTE-SALES-AMOUNT
                   PERFORM 250-LOG-ORDER
                   IF OR-PHONE NOT = SPACES
                       PERFORM 260-EARN-POINTS
                   END-IF
                   PERFORM 300-DISPLAY-TRANSACTION
               ELSE
                   PERFORM 350-REJECT-ORDER
           CLOSE ORDERS-REPORT-FILE
           CLOSE MENU-REJECT-FILE
           CLOSE ORDER-LOG-FILE
           CLOSE COUPON-LOG-FILE
           CLOSE LOYALTY-LEDGER-FILE
           PERFORM 032-LOG-RUN-END
           STOP RUN.
      ******************************************************************
      * Reads the order log before it is opened for this run's orders.
      * Every header marks a run's orders, so the voids and refunds
      * logged after the last header are the ones given back since
      * the last run; their "X" lines are the pizzas given back.
      ******************************************************************
       025-LOAD-PENDING-REVERSALS.
           OPEN INPUT ORDER-LOG-FILE
           IF WS-ORDLOG-STATUS = "00"
               PERFORM UNTIL WS-ORDLOG-EOF = 'Y'
                   READ ORDER-LOG-FILE INTO ORDER-LOG-IN
                       AT END
                           MOVE 'Y' TO WS-ORDLOG-EOF
                       NOT AT END
                           EVALUATE OI-TYPE
                               WHEN "H"
                                   MOVE ZERO TO WS-REVERSAL-COUNT
                                   MOVE ZERO TO WS-REVERSAL-TOTAL
                                   MOVE ZERO TO WS-RV-FLAVOR-COUNT
                               WHEN "V"
                               WHEN "F"
                                   ADD 1 TO WS-REVERSAL-COUNT
                                   ADD OI-H-TOTAL TO WS-REVERSAL-TOTAL
                               WHEN "X"
                                   PERFORM 026-ADD-PENDING-FLAVOR
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE ORDER-LOG-FILE
           END-IF.
       026-ADD-PENDING-FLAVOR.
           PERFORM VARYING WS-RV-SUB FROM 1 BY 1
                   UNTIL WS-RV-SUB > WS-RV-FLAVOR-COUNT
                      OR WS-RV-FLAVOR (WS-RV-SUB) = OI-D-FLAVOR
               CONTINUE
           END-PERFORM
           IF WS-RV-SUB > WS-RV-FLAVOR-COUNT
              AND WS-RV-FLAVOR-COUNT < 50
               ADD 1 TO WS-RV-FLAVOR-COUNT
               MOVE OI-D-FLAVOR TO WS-RV-FLAVOR (WS-RV-SUB)
               MOVE ZERO TO WS-RV-QTY (WS-RV-SUB)
               MOVE ZERO TO WS-RV-AMOUNT (WS-RV-SUB)
           END-IF
           IF WS-RV-SUB <= WS-RV-FLAVOR-COUNT
               ADD OI-D-QUANTITY TO WS-RV-QTY (WS-RV-SUB)
               ADD OI-D-AMOUNT TO WS-RV-AMOUNT (WS-RV-SUB)
           END-IF.
      ******************************************************************
      * Opens the delivery-customer master for update, creating it
      * empty on the very first run.
                   MOVE OR-DELIV-ADDR  TO DC-ADDR
                   MOVE 1              TO DC-ORDER-COUNT
                   MOVE WS-ORDER-NUMBER TO DC-LAST-ORDER-NO
                   MOVE ZERO           TO DC-POINTS-BALANCE
                   MOVE WS-TODAY-YMD   TO DC-LAST-ORDER-DATE
                   WRITE DELIVERY-CUSTOMER-REC
                       INVALID KEY
                           DISPLAY "DELIVERY CUSTOMER ENROLL FAILED"
                               " - STATUS " WS-DELCUST-STATUS
                   END-REWRITE
           END-READ.
      ******************************************************************
      * Question 32 (added): reads the sales tax rate, LAB2 TAX-RATE
      * on SYSPARM.DAT; if it is not there the 77-level WS-TAX-RATE
      * VALUE clause above is left as the fallback rate and the
      * missing setting is raised on ALERTS.LOG.
      ******************************************************************
       010-LOAD-TAX-RATE.
           MOVE "LAB2" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "TAX-RATE" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 1
               MOVE PRM-NUMBER TO WS-TAX-RATE
           END-IF.
      ******************************************************************
      * Run-history logbook entries: one record as the run starts,
               ADD 1 TO WS-CP-USES (WS-COUPON-HIT)
               ADD WS-DISCOUNT TO WS-CP-TOTAL (WS-COUPON-HIT)
               ADD WS-DISCOUNT TO WS-TOTAL-DISCOUNTS
               IF WS-DISCOUNT > ZERO
                   MOVE SPACES          TO COUPON-LOG-REC
                   MOVE WS-TODAY-YMD    TO CL-DATE
                   MOVE WS-ORDER-NUMBER TO CL-ORDER-NO
                   MOVE OR-COUPON-CODE  TO CL-COUPON-CODE
                   MOVE WS-DISCOUNT     TO CL-DISCOUNT
                   WRITE COUPON-LOG-REC
               END-IF
           END-IF.
      ******************************************************************
      * Loads the loyalty rates off the system parameter master,
      * the LOYALTY settings LoyRpt reads as well, the way the tax
      * rate is read; a rate not on file is raised on ALERTS.LOG and
      * its VALUE clause stands. The expiry cutoff is today less the
      * expiry months: a balance on a caller whose last order is
      * older than that is forfeit.
      ******************************************************************
       016-LOAD-LOYALTY-CONTROL.
           MOVE "LOYALTY" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "POINTS-DOLLR" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 1000
               MOVE PRM-NUMBER TO WS-POINTS-PER-DOLLAR
           END-IF
           MOVE "POINT-VALUE" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 10
               MOVE PRM-NUMBER TO WS-POINT-VALUE
           END-IF
           MOVE "EXPIRE-MONTH" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 1000
               MOVE PRM-NUMBER TO WS-EXPIRE-MONTHS
           END-IF
           DIVIDE WS-TODAY-YMD BY 10000 GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MMDD
           DIVIDE WS-CUTOFF-MMDD BY 100 GIVING WS-CUTOFF-MONTH
               REMAINDER WS-CUTOFF-DAY
           COMPUTE WS-CUTOFF-MONTHS =
               WS-CUTOFF-YEAR * 12 + WS-CUTOFF-MONTH - 1
                   - WS-EXPIRE-MONTHS
           DIVIDE WS-CUTOFF-MONTHS BY 12 GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH
           ADD 1 TO WS-CUTOFF-MONTH
           COMPUTE WS-EXPIRE-CUTOFF =
               WS-CUTOFF-YEAR * 10000 + WS-CUTOFF-MONTH * 100
                   + WS-CUTOFF-DAY.
      ******************************************************************
      * Redeems the caller's points as a discount off the order
      * amount, after any coupon and before tax. Stale points expire
      * first. The redemption is capped at the balance and at the
      * whole points the order amount will absorb, and it goes to
      * the coupon register under code POINTS so the shift's
      * discounts still tie to the ledger posting.
      ******************************************************************
       195-REDEEM-POINTS.
           MOVE OR-PHONE TO DC-PHONE
           READ DELIVERY-CUSTOMER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-POINTS-ON-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-POINTS-ON-FILE
           END-READ
           IF WS-POINTS-ON-FILE = 'Y' AND WS-POINT-VALUE > ZERO
               PERFORM 197-EXPIRE-STALE-POINTS
               MOVE OR-REDEEM-POINTS TO WS-POINTS-REDEEMED
               IF WS-POINTS-REDEEMED > DC-POINTS-BALANCE
                   MOVE DC-POINTS-BALANCE TO WS-POINTS-REDEEMED
               END-IF
               COMPUTE WS-POINTS-DISCOUNT ROUNDED =
                   WS-POINTS-REDEEMED * WS-POINT-VALUE
               IF WS-POINTS-DISCOUNT > WS-AMOUNT
                   COMPUTE WS-POINTS-REDEEMED =
                       WS-AMOUNT / WS-POINT-VALUE
                   COMPUTE WS-POINTS-DISCOUNT ROUNDED =
                       WS-POINTS-REDEEMED * WS-POINT-VALUE
               END-IF
               IF WS-POINTS-REDEEMED > ZERO
                   SUBTRACT WS-POINTS-DISCOUNT FROM WS-AMOUNT
                   SUBTRACT WS-POINTS-REDEEMED FROM DC-POINTS-BALANCE
                   REWRITE DELIVERY-CUSTOMER-REC
                       INVALID KEY
                           DISPLAY "DELIVERY CUSTOMER UPDATE FAILED"
                               " - STATUS " WS-DELCUST-STATUS
                   END-REWRITE
                   MOVE SPACES TO LOYALTY-LEDGER-REC
                   MOVE "R"                TO LY-TYPE
                   MOVE WS-POINTS-REDEEMED TO LY-POINTS
                   MOVE WS-POINTS-DISCOUNT TO LY-AMOUNT
                   PERFORM 198-WRITE-LEDGER
                   ADD 1 TO WS-REDEEM-COUNT
                   ADD WS-POINTS-DISCOUNT TO WS-TOTAL-POINTS-DISC
                   MOVE SPACES          TO COUPON-LOG-REC
                   MOVE WS-TODAY-YMD    TO CL-DATE
                   MOVE WS-ORDER-NUMBER TO CL-ORDER-NO
                   MOVE "POINTS"        TO CL-COUPON-CODE
                   MOVE WS-POINTS-DISCOUNT TO CL-DISCOUNT
                   WRITE COUPON-LOG-REC
               ELSE
                   MOVE ZERO TO WS-POINTS-DISCOUNT
               END-IF
           END-IF.
      ******************************************************************
      * A balance on a caller who has not ordered since the cutoff
      * is forfeit: the whole balance goes to the ledger as expired.
      * The caller record is rewritten by the paragraph that read it.
      ******************************************************************
       197-EXPIRE-STALE-POINTS.
           IF DC-POINTS-BALANCE > ZERO
              AND DC-LAST-ORDER-DATE < WS-EXPIRE-CUTOFF
               MOVE SPACES TO LOYALTY-LEDGER-REC
               MOVE "X"               TO LY-TYPE
               MOVE DC-POINTS-BALANCE TO LY-POINTS
               MOVE ZERO              TO LY-AMOUNT
               PERFORM 198-WRITE-LEDGER
               MOVE ZERO TO DC-POINTS-BALANCE
               REWRITE DELIVERY-CUSTOMER-REC
                   INVALID KEY
                       DISPLAY "DELIVERY CUSTOMER UPDATE FAILED"
                           " - STATUS " WS-DELCUST-STATUS
               END-REWRITE
           END-IF.
       198-WRITE-LEDGER.
           MOVE WS-TODAY-YMD    TO LY-DATE
           MOVE OR-PHONE        TO LY-PHONE
           MOVE WS-ORDER-NUMBER TO LY-ORDER-NO
           WRITE LOYALTY-LEDGER-REC.
      ******************************************************************
      * Earns points on the order's pre-tax amount (after discounts)
      * for a caller on the delivery-customer master, and stamps the
      * order date that keeps the balance from expiring.
      ******************************************************************
       260-EARN-POINTS.
           MOVE ZERO TO WS-POINTS-EARNED
           MOVE 'N' TO WS-POINTS-ON-FILE
           MOVE OR-PHONE TO DC-PHONE
           READ DELIVERY-CUSTOMER-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-POINTS-ON-FILE
           END-READ
           IF WS-POINTS-ON-FILE = 'Y'
               PERFORM 197-EXPIRE-STALE-POINTS
               COMPUTE WS-POINTS-EARNED =
                   WS-AMOUNT * WS-POINTS-PER-DOLLAR
               ADD WS-POINTS-EARNED TO DC-POINTS-BALANCE
               MOVE WS-TODAY-YMD TO DC-LAST-ORDER-DATE
               MOVE DC-POINTS-BALANCE TO WS-POINTS-BALANCE
               REWRITE DELIVERY-CUSTOMER-REC
                   INVALID KEY
                       DISPLAY "DELIVERY CUSTOMER UPDATE FAILED"
                           " - STATUS " WS-DELCUST-STATUS
               END-REWRITE
               IF WS-POINTS-EARNED > ZERO
                   MOVE SPACES TO LOYALTY-LEDGER-REC
                   MOVE "E"              TO LY-TYPE
                   MOVE WS-POINTS-EARNED TO LY-POINTS
                   MOVE WS-AMOUNT        TO LY-AMOUNT
                   PERFORM 198-WRITE-LEDGER
               END-IF
           END-IF.
       020-LOAD-MENU-TABLE.
           OPEN INPUT MENU-FILE
           MOVE WS-AMOUNT       TO OL-H-AMOUNT
           MOVE WS-SALES-TAX    TO OL-H-TAX
           MOVE WS-SALES-TOTAL  TO OL-H-TOTAL
           IF CASH-ORDER
               MOVE ZERO        TO OL-H-CARD-TIP
           ELSE
               MOVE OR-CARD-TIP TO OL-H-CARD-TIP
               ADD OR-CARD-TIP  TO WS-TOTAL-CARD-TIPS
           END-IF
           WRITE ORDER-LOG-REC FROM ORDER-LOG-HEADER
           PERFORM VARYING OR-ITEM-IDX FROM 1 BY 1
                   UNTIL OR-ITEM-IDX > OR-ITEM-COUNT
           IF OR-COUPON-CODE NOT = SPACES
               PERFORM 190-APPLY-COUPON
           END-IF
           MOVE ZERO TO WS-POINTS-REDEEMED
           MOVE ZERO TO WS-POINTS-DISCOUNT
           IF OR-REDEEM-POINTS > ZERO AND OR-PHONE NOT = SPACES
               PERFORM 195-REDEEM-POINTS
           END-IF
           MOVE WS-AMOUNT TO OUT-AMOUNT
      * DO_8: COMPUTE sales tax and transaction amount and
      *       MOVE them to the output data items.
                   WRITE ORDERS-REPORT-REC
               END-IF
           END-IF
           IF OR-REDEEM-POINTS > ZERO
               IF WS-POINTS-REDEEMED > ZERO
                   MOVE 'POINTS DISCOUNT: ' TO RC-LABEL
                   MOVE WS-POINTS-DISCOUNT TO RC-AMOUNT
                   WRITE ORDERS-REPORT-REC FROM RECEIPT-AMOUNT-LINE
               ELSE
                   MOVE SPACES TO ORDERS-REPORT-REC
                   STRING 'NO LOYALTY POINTS AVAILABLE - NO DISCOUNT'
                       DELIMITED BY SIZE INTO ORDERS-REPORT-REC
                   END-STRING
                   WRITE ORDERS-REPORT-REC
               END-IF
           END-IF
           MOVE 'SALES AMOUNT:    ' TO RC-LABEL
           MOVE OUT-AMOUNT TO RC-AMOUNT
           WRITE ORDERS-REPORT-REC FROM RECEIPT-AMOUNT-LINE
           WRITE ORDERS-REPORT-REC
           MOVE 'SALES TOTAL:     ' TO RC-LABEL
           MOVE OUT-SALES-TOTAL TO RC-AMOUNT
           WRITE ORDERS-REPORT-REC FROM RECEIPT-AMOUNT-LINE
           IF OL-H-CARD-TIP > ZERO
               MOVE 'CARD TIP:        ' TO RC-LABEL
               MOVE OL-H-CARD-TIP TO RC-AMOUNT
               WRITE ORDERS-REPORT-REC FROM RECEIPT-AMOUNT-LINE
           END-IF
           IF WS-POINTS-ON-FILE = 'Y' AND OR-PHONE NOT = SPACES
               MOVE SPACES TO ORDERS-REPORT-REC
               STRING 'POINTS EARNED:   ' WS-POINTS-EARNED
                   '   POINTS BALANCE: ' WS-POINTS-BALANCE
                   DELIMITED BY SIZE INTO ORDERS-REPORT-REC
               END-STRING
               WRITE ORDERS-REPORT-REC
           END-IF.
      ******************************************************************
      * Question 31 (added): shift-end summary written after the last
      * order's receipt.
           MOVE WS-TOTAL-DELIV-FEES TO DL-DELIV-FEES
           MOVE WS-TOTAL-FOOD-SALES TO DL-FOOD-SALES
           WRITE ORDERS-REPORT-REC FROM DELIVERY-SUMMARY-LINE
           IF WS-TOTAL-CARD-TIPS > ZERO
               MOVE WS-TOTAL-CARD-TIPS TO DL-CARD-TIPS
               WRITE ORDERS-REPORT-REC FROM CARD-TIPS-SUMMARY-LINE
           END-IF
           IF WS-REVERSAL-COUNT > ZERO
               MOVE WS-REVERSAL-COUNT TO RV-COUNT
               MOVE WS-REVERSAL-TOTAL TO RV-TOTAL
               WRITE ORDERS-REPORT-REC FROM REVERSAL-SUMMARY-LINE
           END-IF
           PERFORM 415-NET-FLAVOR-REVERSALS
           PERFORM 410-WRITE-FLAVOR-SUMMARY
           PERFORM 420-WRITE-COUPON-SUMMARY
           IF WS-MENU-REJECT-COUNT > ZERO
      ******************************************************************
       420-WRITE-COUPON-SUMMARY.
           IF WS-TOTAL-DISCOUNTS > ZERO OR WS-BAD-COUPON-COUNT > ZERO
              OR WS-REDEEM-COUNT > ZERO
               MOVE SPACES TO ORDERS-REPORT-REC
               WRITE ORDERS-REPORT-REC
               WRITE ORDERS-REPORT-REC FROM COUPON-SECTION-HEADING
                           FROM COUPON-DETAIL-LINE
                   END-IF
               END-PERFORM
               IF WS-REDEEM-COUNT > ZERO
                   MOVE WS-REDEEM-COUNT      TO PS-USES
                   MOVE WS-TOTAL-POINTS-DISC TO PS-TOTAL
                   WRITE ORDERS-REPORT-REC FROM POINTS-SUMMARY-LINE
               END-IF
               IF WS-BAD-COUPON-COUNT > ZERO
                   MOVE SPACES TO ORDERS-REPORT-REC
                   STRING '      INVALID/EXPIRED COUPONS KEYED: '
                   WRITE ORDERS-REPORT-REC
               END-IF
           END-IF.
      ******************************************************************
      * Pizzas given back come off their flavor's sold quantity and
      * revenue; a flavor given back but not sold this run shows
      * negative.
      ******************************************************************
       415-NET-FLAVOR-REVERSALS.
           PERFORM VARYING WS-RV-SUB FROM 1 BY 1
                   UNTIL WS-RV-SUB > WS-RV-FLAVOR-COUNT
               SET WS-FLAVOR-IDX TO 1
               SEARCH WS-FLAVOR-ENTRY
                   AT END
                       IF WS-FLAVOR-COUNT < 50
                           ADD 1 TO WS-FLAVOR-COUNT
                           SET WS-FLAVOR-IDX TO WS-FLAVOR-COUNT
                           MOVE WS-RV-FLAVOR (WS-RV-SUB)
                               TO WS-FLV-NAME (WS-FLAVOR-IDX)
                           COMPUTE WS-FLV-QTY (WS-FLAVOR-IDX) =
                               ZERO - WS-RV-QTY (WS-RV-SUB)
                           COMPUTE WS-FLV-REVENUE (WS-FLAVOR-IDX) =
                               ZERO - WS-RV-AMOUNT (WS-RV-SUB)
                       END-IF
                   WHEN WS-FLV-NAME (WS-FLAVOR-IDX)
                            = WS-RV-FLAVOR (WS-RV-SUB)
                       SUBTRACT WS-RV-QTY (WS-RV-SUB)
                           FROM WS-FLV-QTY (WS-FLAVOR-IDX)
                       SUBTRACT WS-RV-AMOUNT (WS-RV-SUB)
                           FROM WS-FLV-REVENUE (WS-FLAVOR-IDX)
               END-SEARCH
           END-PERFORM.
       410-WRITE-FLAVOR-SUMMARY.
           IF WS-FLAVOR-COUNT > ZERO
               PERFORM VARYING WS-FLV-I FROM 1 BY 1
