       IDENTIFICATION DIVISION.
       PROGRAM-ID. PizzaGl.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Posts one pizza shift's sales, sales tax and tenders to
      *     the G/L journal, the way ShipGl and ArGl post their sides
      *     of the business -- the pizza money finally reaches the
      *     ledger. The shift date is prompted (BATCH takes today).
      *     The shift's ORDERLOG.DAT orders are summed: item amounts
      *     by the MENU.DAT category of each flavor, sales tax, and
      *     order totals by payment method; the shift's coupon
      *     discounts come off the COUPLOG.DAT redemption register,
      *     and the delivery fees are what the order amounts carry
      *     beyond the items less the discounts. The drawer close
      *     PizzaRec appended to SHIFTCLS.DAT supplies the counted
      *     cash and the over/short. The entry debits cash on hand
      *     for the counted drawer, a card clearing account per card
      *     type, coupon discounts, and a shortage; it credits food
      *     sales per category, delivery fees, sales tax payable, and
      *     an overage. Card tips on the order headers ride in the
      *     card clearing debit (the card house pays them over with
      *     the sale) and credit tips payable until the drivers are
      *     paid them through payroll. Accounts map through
      *     COAMAP.DAT record types added for the pizza shop:
      *       "P" food sales (menu category in the territory field;
      *           a blank category takes flavors not categorized)
      *       "Q" card clearing (payment method letter in the
      *           territory field, e.g. "V", "M")
      *       "H" cash on hand (the "K" cash account if none)
      *       "T" sales tax payable
      *       "N" coupon discounts
      *       "Y" delivery fee income
      *       "O" cash over/short
      *       "G" card tips payable (needed only when tips were
      *           written on the shift's card slips)
      *       "V" sales returns (needed only when orders were voided
      *           or refunded on the shift)
      *     Voids and refunds (OrdVoid) dated the shift debit sales
      *     returns for the amount given back, and sales tax payable
      *     and tips payable for the tax and tip given back; they
      *     come off the card clearing of the tender refunded (a
      *     clearing that goes negative posts as a credit), and cash
      *     ones are already out of the drawer the close expected.
      *     The whole shift is refused -- and no journal lines are
      *     left behind -- if it was never closed, orders were logged
      *     after the drawer was closed, an account is unmapped, or
      *     debits do not equal credits. A posted shift's close
      *     records move from SHIFTCLS.DAT to SHIFTCLS.PST, so a
      *     second posting of the shift finds it consumed and is
      *     refused, the way GlLedger refuses a consumed journal.
      * Input:
      *     ORDERLOG.DAT, MENU.DAT, COUPLOG.DAT, SHIFTCLS.DAT,
      *     SHIFTCLS.PST, COAMAP.DAT
      * Output:
      *     GLJRNL.DAT (balanced journal entry, appended)
      *     PIZZAGL.RPT (posting register)
      *     SHIFTCLS.DAT (rewritten without the posted shift)
      *     SHIFTCLS.PST (the posted shift's closes, appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ORDER-LOG-FILE
               ASSIGN TO "ORDERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDLOG-STATUS.
           SELECT  MENU-FILE
               ASSIGN TO "MENU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENU-STATUS.
           SELECT  COUPON-LOG-FILE
               ASSIGN TO "COUPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUPLOG-STATUS.
           SELECT  SHIFT-CLOSE-FILE
               ASSIGN TO "SHIFTCLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.
           SELECT  POSTED-CLOSE-FILE
               ASSIGN TO "SHIFTCLS.PST"
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
               ASSIGN TO "PIZZAGL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Mirror of the batch run's ORDERLOG.DAT layout: "H" headers
      * carry the order's amount, tax, total and payment method;
      * the "D" items after each header carry no date of their own.
      ******************************************************************
       FD  ORDER-LOG-FILE.
       01  ORDER-LOG-REC.
           05  OL-TYPE           PIC X.
           05  OL-ORDER-NO       PIC 9(6).
           05  OL-H-FIELDS.
               10  OL-H-ITEM-COUNT PIC 9.
               10  OL-H-AMOUNT     PIC 9(5)V99.
               10  OL-H-TAX        PIC 9(4)V99.
               10  OL-H-TOTAL      PIC 9(5)V99.
               10  OL-H-PAY-METHOD PIC X.
               10  OL-H-PHONE      PIC X(10).
               10  OL-H-DATE       PIC X(8).
               10  FILLER          PIC X.
               10  OL-H-CARD-TIP   PIC 9(3)V99.
               10  OL-H-REASON     PIC XX.
               10  OL-H-MANAGER    PIC X(8).
           05  OL-D-FIELDS REDEFINES OL-H-FIELDS.
               10  OL-D-FLAVOR     PIC X(10).
               10  OL-D-QUANTITY   PIC 9.
               10  OL-D-UNIT-PRICE PIC 99V99.
               10  OL-D-AMOUNT     PIC 999V99.
               10  FILLER          PIC X(36).
       FD  MENU-FILE.
       01  MENU-REC.
           05  MN-FLAVOR         PIC X(10).
           05  MN-NAME           PIC X(15).
           05  MN-PRICE          PIC 99V99.
           05  MN-CATEGORY       PIC XX.
       FD  COUPON-LOG-FILE.
       01  COUPON-LOG-REC.
           05  CL-DATE           PIC 9(8).
           05  FILLER            PIC X.
           05  CL-ORDER-NO       PIC 9(6).
           05  FILLER            PIC X.
           05  CL-COUPON-CODE    PIC X(8).
           05  FILLER            PIC X.
           05  CL-DISCOUNT       PIC 9(4)V99.
       FD  SHIFT-CLOSE-FILE.
       01  SHIFT-CLOSE-REC.
           05  SC-SHIFT-DATE     PIC 9(8).
           05  FILLER            PIC X.
           05  SC-OPERATOR       PIC X(8).
           05  FILLER            PIC X.
           05  SC-EXPECTED-CASH  PIC 9(7)V99.
           05  FILLER            PIC X.
           05  SC-COUNTED-CASH   PIC 9(7)V99.
           05  FILLER            PIC X.
           05  SC-OVER-SHORT     PIC S9(7)V99
                                 SIGN IS LEADING SEPARATE.
       FD  POSTED-CLOSE-FILE.
       01  POSTED-CLOSE-REC.
           05  PC-SHIFT-DATE     PIC 9(8).
           05  FILLER            PIC X(40).
      ******************************************************************
      * "P", "Q", "H", "T", "N", "Y" and "O" are the pizza shop's;
      * "K" is read as the fallback cash on hand. The payroll,
      * shipping and customer records in the same file are ignored.
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
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-ORDLOG-STATUS   PIC XX.
           05  WS-MENU-STATUS     PIC XX.
           05  WS-COUPLOG-STATUS  PIC XX.
           05  WS-CLOSE-STATUS    PIC XX.
           05  WS-POSTED-STATUS   PIC XX.
           05  WS-COA-STATUS      PIC XX.
           05  WS-JRNL-STATUS     PIC XX.
           05  WS-BATCH-OK        PIC X     VALUE "Y".
           05  WS-IN-SHIFT        PIC X     VALUE "N".
           05  WS-CMD-ARG         PIC X(8)  VALUE SPACES.
           05  WS-SHIFT-DATE      PIC 9(8)  VALUE ZERO.
           05  WS-NOW             PIC X(21) VALUE SPACES.
           05  WS-CASH-ACCOUNT    PIC X(8)  VALUE SPACES.
           05  WS-BANK-ACCOUNT    PIC X(8)  VALUE SPACES.
           05  WS-TAX-ACCOUNT     PIC X(8)  VALUE SPACES.
           05  WS-DISC-ACCOUNT    PIC X(8)  VALUE SPACES.
           05  WS-FEE-ACCOUNT     PIC X(8)  VALUE SPACES.
           05  WS-TIP-ACCOUNT     PIC X(8)  VALUE SPACES.
           05  WS-RETN-ACCOUNT    PIC X(8)  VALUE SPACES.
           05  WS-OVSH-ACCOUNT    PIC X(8)  VALUE SPACES.
      ******************************************************************
      * The close being posted (the last one keyed for the shift).
      ******************************************************************
           05  WS-CLOSE-HIT       PIC 9(3)  VALUE ZERO.
           05  WS-CLOSE-OPERATOR  PIC X(8)  VALUE SPACES.
           05  WS-EXPECTED-CASH   PIC 9(7)V99 VALUE ZERO.
           05  WS-COUNTED-CASH    PIC 9(7)V99 VALUE ZERO.
           05  WS-OVER-SHORT      PIC S9(7)V99 VALUE ZERO.
      ******************************************************************
      * Shift totals off the order log and the redemption register.
      ******************************************************************
           05  WS-ORDER-COUNT     PIC 9(5)  VALUE ZERO.
           05  WS-AMOUNT-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05  WS-FOOD-TOTAL      PIC 9(9)V99 VALUE ZERO.
           05  WS-TAX-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05  WS-LOG-CASH        PIC 9(9)V99 VALUE ZERO.
           05  WS-DISCOUNT-TOTAL  PIC 9(9)V99 VALUE ZERO.
           05  WS-FEE-TOTAL       PIC S9(9)V99 VALUE ZERO.
           05  WS-TIP-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05  WS-REV-COUNT       PIC 9(5)  VALUE ZERO.
           05  WS-REV-AMOUNT      PIC 9(9)V99 VALUE ZERO.
           05  WS-REV-TAX         PIC 9(9)V99 VALUE ZERO.
           05  WS-REV-CASH        PIC 9(9)V99 VALUE ZERO.
           05  WS-REV-TIPS        PIC 9(9)V99 VALUE ZERO.
           05  WS-NET-CASH        PIC S9(9)V99 VALUE ZERO.
           05  WS-TENDER-NET      PIC S9(9)V99 VALUE ZERO.
           05  WS-DEBIT-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05  WS-CREDIT-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05  WS-FIND-CATEGORY   PIC XX    VALUE SPACES.
           05  WS-CLOSE-SUB       PIC 9(3)  VALUE ZERO.
           05  WS-MENU-SUB        PIC 9(3)  VALUE ZERO.
           05  WS-CAT-SUB         PIC 9(3)  VALUE ZERO.
           05  WS-TENDER-SUB      PIC 9(3)  VALUE ZERO.
           05  WS-COA-SUB         PIC 9(3)  VALUE ZERO.
           05  WS-STAGE-SUB       PIC 9(3)  VALUE ZERO.
      ******************************************************************
      * SHIFTCLS.DAT held whole, so the posted shift's closes can be
      * moved out and the rest written back.
      ******************************************************************
       01  WS-CLOSE-TABLE.
           05  WS-CLOSE-COUNT     PIC 9(3)  VALUE ZERO.
           05  WS-CLOSE-ENTRY     OCCURS 200 TIMES
                                  PIC X(48).
       01  WS-MENU-TABLE.
           05  WS-MENU-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-MENU-ENTRY      OCCURS 200 TIMES.
               10  WS-MN-FLAVOR   PIC X(10).
               10  WS-MN-CATEGORY PIC XX.
       01  WS-CATEGORY-TABLE.
           05  WS-CAT-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-CAT-ENTRY       OCCURS 30 TIMES.
               10  WS-CT-CATEGORY PIC XX.
               10  WS-CT-AMOUNT   PIC 9(9)V99.
       01  WS-TENDER-TABLE.
           05  WS-TENDER-COUNT    PIC 9(3)  VALUE ZERO.
           05  WS-TENDER-ENTRY    OCCURS 10 TIMES.
               10  WS-TN-METHOD   PIC X.
               10  WS-TN-COUNT    PIC 9(5).
               10  WS-TN-AMOUNT   PIC 9(9)V99.
               10  WS-TN-REV-AMOUNT PIC 9(9)V99.
      ******************************************************************
      * The keyed mappings: "P" by category, "Q" by payment method.
      ******************************************************************
       01  WS-COA-TABLE.
           05  WS-COA-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-COA-ENTRY       OCCURS 60 TIMES.
               10  WS-COA-TYPE    PIC X.
               10  WS-COA-KEY     PIC XX.
               10  WS-COA-ACCT    PIC X(8).
      ******************************************************************
      * Journal lines are staged here and only written once the
      * entry has proved in balance, so a rejected shift leaves
      * nothing behind.
      ******************************************************************
       01  WS-STAGE-TABLE.
           05  WS-STAGE-COUNT     PIC 9(3)  VALUE ZERO.
           05  WS-STAGE-ENTRY     OCCURS 60 TIMES.
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
           05  FILLER             PIC X(25) VALUE
                                  "PIZZA SHIFT G/L POSTING".
           05  FILLER             PIC X(7)  VALUE "SHIFT: ".
           05  RH-SHIFT-DATE      PIC 9999/99/99.
           05  FILLER             PIC X(13) VALUE "  CLOSED BY: ".
           05  RH-OPERATOR        PIC X(8).
           05  FILLER             PIC X(11) VALUE SPACES.
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
           05  FILLER             PIC X(15) VALUE "DRAWER CASH    ".
           05  FILLER             PIC X(7)  VALUE "LOGGED ".
           05  RI-LOGGED          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "CLOSED: ".
           05  RI-CLOSED          PIC ZZZ,ZZZ,ZZ9.99.
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
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG = "BATCH"
               MOVE WS-NOW (1:8) TO WS-SHIFT-DATE
           ELSE
               DISPLAY "ENTER SHIFT DATE (YYYYMMDD)"
               ACCEPT WS-SHIFT-DATE
               IF WS-SHIFT-DATE IS NOT NUMERIC
                  OR WS-SHIFT-DATE = ZERO
                   MOVE WS-NOW (1:8) TO WS-SHIFT-DATE
               END-IF
           END-IF
           PERFORM 010-CHECK-ALREADY-POSTED
           PERFORM 020-LOAD-SHIFT-CLOSE
           PERFORM 030-LOAD-COA-MAP
           PERFORM 040-LOAD-MENU
           PERFORM 100-TOTAL-THE-SHIFT
           PERFORM 150-TOTAL-COUPONS
           PERFORM 200-STAGE-JOURNAL-ENTRY
           PERFORM 300-CHECK-AND-POST
           STOP RUN.
      ******************************************************************
      * A shift whose close is already on SHIFTCLS.PST was posted.
      ******************************************************************
       010-CHECK-ALREADY-POSTED.
           OPEN INPUT POSTED-CLOSE-FILE
           IF WS-POSTED-STATUS = "00"
               PERFORM UNTIL EOF = "Y"
                   READ POSTED-CLOSE-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           IF PC-SHIFT-DATE = WS-SHIFT-DATE
                               MOVE "Y" TO EOF
                               MOVE "N" TO WS-BATCH-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTED-CLOSE-FILE
               MOVE "N" TO EOF
           END-IF
           IF WS-BATCH-OK = "N"
               DISPLAY "SHIFT " WS-SHIFT-DATE " ALREADY POSTED - "
                   "SHIFT REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      * Every close on file is kept; the last one keyed for the
      * shift is the one posted. No close, no posting.
      ******************************************************************
       020-LOAD-SHIFT-CLOSE.
           OPEN INPUT SHIFT-CLOSE-FILE
           IF WS-CLOSE-STATUS = "00"
               PERFORM UNTIL EOF = "Y"
                   READ SHIFT-CLOSE-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           IF WS-CLOSE-COUNT < 200
                               ADD 1 TO WS-CLOSE-COUNT
                               MOVE SHIFT-CLOSE-REC
                                   TO WS-CLOSE-ENTRY (WS-CLOSE-COUNT)
                               IF SC-SHIFT-DATE = WS-SHIFT-DATE
                                   MOVE WS-CLOSE-COUNT
                                       TO WS-CLOSE-HIT
                               END-IF
                           ELSE
                               DISPLAY "SHIFTCLS.DAT HOLDS MORE THAN "
                                   "200 CLOSES - SHIFT REFUSED"
                               MOVE "Y" TO EOF
                               MOVE "N" TO WS-BATCH-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIFT-CLOSE-FILE
               MOVE "N" TO EOF
           END-IF
           IF WS-CLOSE-HIT = ZERO
               DISPLAY "SHIFT " WS-SHIFT-DATE " NOT CLOSED - RUN "
                   "PIZZAREC FIRST"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CLOSE-ENTRY (WS-CLOSE-HIT) TO SHIFT-CLOSE-REC
           MOVE SC-OPERATOR      TO WS-CLOSE-OPERATOR
           MOVE SC-EXPECTED-CASH TO WS-EXPECTED-CASH
           MOVE SC-COUNTED-CASH  TO WS-COUNTED-CASH
           MOVE SC-OVER-SHORT    TO WS-OVER-SHORT.
       030-LOAD-COA-MAP.
           OPEN INPUT COA-MAP-FILE
           IF WS-COA-STATUS NOT = "00"
               DISPLAY "COAMAP.DAT NOT FOUND - SHIFT REFUSED"
               MOVE "N" TO WS-BATCH-OK
           ELSE
               PERFORM UNTIL EOF = "Y"
                   READ COA-MAP-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           EVALUATE COA-TYPE
                               WHEN "H"
                                   MOVE COA-ACCOUNT
                                       TO WS-CASH-ACCOUNT
                               WHEN "K"
                                   MOVE COA-ACCOUNT
                                       TO WS-BANK-ACCOUNT
                               WHEN "T"
                                   MOVE COA-ACCOUNT
                                       TO WS-TAX-ACCOUNT
                               WHEN "N"
                                   MOVE COA-ACCOUNT
                                       TO WS-DISC-ACCOUNT
                               WHEN "Y"
                                   MOVE COA-ACCOUNT
                                       TO WS-FEE-ACCOUNT
                               WHEN "O"
                                   MOVE COA-ACCOUNT
                                       TO WS-OVSH-ACCOUNT
                               WHEN "G"
                                   MOVE COA-ACCOUNT
                                       TO WS-TIP-ACCOUNT
                               WHEN "V"
                                   MOVE COA-ACCOUNT
                                       TO WS-RETN-ACCOUNT
                               WHEN "P"
                               WHEN "Q"
                                   IF WS-COA-COUNT < 60
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
               MOVE "N" TO EOF
               IF WS-CASH-ACCOUNT = SPACES
                   MOVE WS-BANK-ACCOUNT TO WS-CASH-ACCOUNT
               END-IF
           END-IF.
      ******************************************************************
      * Flavor to category. With no MENU.DAT every flavor posts as
      * uncategorized.
      ******************************************************************
       040-LOAD-MENU.
           OPEN INPUT MENU-FILE
           IF WS-MENU-STATUS = "00"
               PERFORM UNTIL EOF = "Y"
                   READ MENU-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           IF WS-MENU-COUNT < 200
                               ADD 1 TO WS-MENU-COUNT
                               MOVE MN-FLAVOR TO
                                   WS-MN-FLAVOR (WS-MENU-COUNT)
                               MOVE MN-CATEGORY TO
                                   WS-MN-CATEGORY (WS-MENU-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENU-FILE
               MOVE "N" TO EOF
           END-IF.
      ******************************************************************
      * Detail lines carry no date of their own; they belong to the
      * header just read, so the header's date decides whether they
      * are the shift's. A void or refund header ends the order before
      * it: its "X" lines are the pizzas given back, already counted
      * once as sold, so they are not totaled again as sales.
      ******************************************************************
       100-TOTAL-THE-SHIFT.
           OPEN INPUT ORDER-LOG-FILE
           IF WS-ORDLOG-STATUS NOT = "00"
               DISPLAY "ORDERLOG.DAT NOT FOUND - SHIFT REFUSED"
               MOVE "N" TO WS-BATCH-OK
           ELSE
               PERFORM UNTIL EOF = "Y"
                   READ ORDER-LOG-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           EVALUATE OL-TYPE
                               WHEN "H"
                                   IF OL-H-DATE = WS-SHIFT-DATE
                                       MOVE "Y" TO WS-IN-SHIFT
                                       PERFORM 110-TOTAL-ONE-ORDER
                                   ELSE
                                       MOVE "N" TO WS-IN-SHIFT
                                   END-IF
                               WHEN "V"
                               WHEN "F"
                                   MOVE "N" TO WS-IN-SHIFT
                                   IF OL-H-DATE = WS-SHIFT-DATE
                                       PERFORM 130-TOTAL-ONE-REVERSAL
                                   END-IF
                               WHEN OTHER
                                   IF WS-IN-SHIFT = "Y"
                                       PERFORM 120-TOTAL-ONE-ITEM
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE ORDER-LOG-FILE
               MOVE "N" TO EOF
           END-IF.
       110-TOTAL-ONE-ORDER.
           ADD 1 TO WS-ORDER-COUNT
           ADD OL-H-AMOUNT TO WS-AMOUNT-TOTAL
           ADD OL-H-TAX    TO WS-TAX-TOTAL
           IF OL-H-PAY-METHOD = "C"
               ADD OL-H-TOTAL TO WS-LOG-CASH
           END-IF
           PERFORM 115-FIND-TENDER
           IF WS-TENDER-SUB <= WS-TENDER-COUNT
               ADD 1 TO WS-TN-COUNT (WS-TENDER-SUB)
               ADD OL-H-TOTAL TO WS-TN-AMOUNT (WS-TENDER-SUB)
               IF OL-H-PAY-METHOD NOT = "C"
                  AND OL-H-CARD-TIP IS NUMERIC
                   ADD OL-H-CARD-TIP TO WS-TN-AMOUNT (WS-TENDER-SUB)
                   ADD OL-H-CARD-TIP TO WS-TIP-TOTAL
               END-IF
           END-IF.
       115-FIND-TENDER.
           PERFORM VARYING WS-TENDER-SUB FROM 1 BY 1
                   UNTIL WS-TENDER-SUB > WS-TENDER-COUNT
                      OR WS-TN-METHOD (WS-TENDER-SUB)
                             = OL-H-PAY-METHOD
               CONTINUE
           END-PERFORM
           IF WS-TENDER-SUB > WS-TENDER-COUNT
               IF WS-TENDER-COUNT >= 10
                   DISPLAY "TENDER TABLE FULL - SHIFT REFUSED"
                   MOVE "N" TO WS-BATCH-OK
               ELSE
                   ADD 1 TO WS-TENDER-COUNT
                   MOVE WS-TENDER-COUNT TO WS-TENDER-SUB
                   MOVE OL-H-PAY-METHOD
                       TO WS-TN-METHOD (WS-TENDER-SUB)
                   MOVE ZERO TO WS-TN-COUNT (WS-TENDER-SUB)
                   MOVE ZERO TO WS-TN-AMOUNT (WS-TENDER-SUB)
                   MOVE ZERO TO WS-TN-REV-AMOUNT (WS-TENDER-SUB)
               END-IF
           END-IF.
       120-TOTAL-ONE-ITEM.
           ADD OL-D-AMOUNT TO WS-FOOD-TOTAL
           MOVE SPACES TO WS-FIND-CATEGORY
           PERFORM VARYING WS-MENU-SUB FROM 1 BY 1
                   UNTIL WS-MENU-SUB > WS-MENU-COUNT
               IF WS-MN-FLAVOR (WS-MENU-SUB) = OL-D-FLAVOR
                   MOVE WS-MN-CATEGORY (WS-MENU-SUB)
                       TO WS-FIND-CATEGORY
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-COUNT
                      OR WS-CT-CATEGORY (WS-CAT-SUB)
                             = WS-FIND-CATEGORY
               CONTINUE
           END-PERFORM
           IF WS-CAT-SUB > WS-CAT-COUNT
               IF WS-CAT-COUNT >= 30
                   DISPLAY "CATEGORY TABLE FULL - SHIFT REFUSED"
                   MOVE "N" TO WS-BATCH-OK
               ELSE
                   ADD 1 TO WS-CAT-COUNT
                   MOVE WS-CAT-COUNT TO WS-CAT-SUB
                   MOVE WS-FIND-CATEGORY
                       TO WS-CT-CATEGORY (WS-CAT-SUB)
                   MOVE ZERO TO WS-CT-AMOUNT (WS-CAT-SUB)
               END-IF
           END-IF
           IF WS-CAT-SUB <= WS-CAT-COUNT
               ADD OL-D-AMOUNT TO WS-CT-AMOUNT (WS-CAT-SUB)
           END-IF.
      ******************************************************************
      * A void or refund given back on the shift, whatever day the
      * order was taken. A void hands back the card tip with the
      * order; cash given back was paid out of the drawer.
      ******************************************************************
       130-TOTAL-ONE-REVERSAL.
           ADD 1 TO WS-REV-COUNT
           ADD OL-H-AMOUNT TO WS-REV-AMOUNT
           ADD OL-H-TAX    TO WS-REV-TAX
           IF OL-H-PAY-METHOD = "C"
               ADD OL-H-TOTAL TO WS-REV-CASH
           END-IF
           PERFORM 115-FIND-TENDER
           IF WS-TENDER-SUB <= WS-TENDER-COUNT
               ADD OL-H-TOTAL TO WS-TN-REV-AMOUNT (WS-TENDER-SUB)
               IF OL-H-PAY-METHOD NOT = "C"
                  AND OL-H-CARD-TIP IS NUMERIC
                   ADD OL-H-CARD-TIP
                       TO WS-TN-REV-AMOUNT (WS-TENDER-SUB)
                   ADD OL-H-CARD-TIP TO WS-REV-TIPS
               END-IF
           END-IF.
      ******************************************************************
      * Discounts given on the shift's orders. The order amount is
      * items plus delivery fee less discount, so what the amounts
      * carry beyond the items and discounts is the delivery fees;
      * a shortfall means a discount is missing from the register.
      ******************************************************************
       150-TOTAL-COUPONS.
           OPEN INPUT COUPON-LOG-FILE
           IF WS-COUPLOG-STATUS = "00"
               PERFORM UNTIL EOF = "Y"
                   READ COUPON-LOG-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           IF CL-DATE = WS-SHIFT-DATE
                               ADD CL-DISCOUNT TO WS-DISCOUNT-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COUPON-LOG-FILE
               MOVE "N" TO EOF
           END-IF
           COMPUTE WS-FEE-TOTAL = WS-AMOUNT-TOTAL - WS-FOOD-TOTAL
               + WS-DISCOUNT-TOTAL
           IF WS-FEE-TOTAL < ZERO
               DISPLAY "ORDER AMOUNTS DO NOT TIE TO ITEMS AND "
                   "COUPLOG.DAT - SHIFT REFUSED"
               MOVE "N" TO WS-BATCH-OK
           END-IF.
      ******************************************************************
      * Stages the entry. Card tenders debit their clearing account
      * by payment method; cash debits cash on hand for what was
      * counted, the difference from what was logged going to over/
      * short. A category or card type with no mapping refuses the
      * shift.
      ******************************************************************
       200-STAGE-JOURNAL-ENTRY.
           IF WS-COUNTED-CASH > ZERO
               MOVE WS-CASH-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "D" TO WS-WK-DC
               MOVE WS-COUNTED-CASH TO WS-WK-AMOUNT
               MOVE "DRAWER CASH" TO WS-WK-NOTE
               PERFORM 210-STAGE-ONE-LINE
           END-IF
           PERFORM VARYING WS-TENDER-SUB FROM 1 BY 1
                   UNTIL WS-TENDER-SUB > WS-TENDER-COUNT
               COMPUTE WS-TENDER-NET = WS-TN-AMOUNT (WS-TENDER-SUB)
                   - WS-TN-REV-AMOUNT (WS-TENDER-SUB)
               IF WS-TN-METHOD (WS-TENDER-SUB) NOT = "C"
                  AND WS-TENDER-NET NOT = ZERO
                   MOVE SPACES TO WS-WK-ACCOUNT
                   PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                           UNTIL WS-COA-SUB > WS-COA-COUNT
                       IF WS-COA-TYPE (WS-COA-SUB) = "Q"
                          AND WS-COA-KEY (WS-COA-SUB) (1:1)
                              = WS-TN-METHOD (WS-TENDER-SUB)
                           MOVE WS-COA-ACCT (WS-COA-SUB)
                               TO WS-WK-ACCOUNT
                       END-IF
                   END-PERFORM
                   IF WS-TENDER-NET > ZERO
                       MOVE "D" TO WS-WK-DC
                       MOVE WS-TENDER-NET TO WS-WK-AMOUNT
                   ELSE
                       MOVE "C" TO WS-WK-DC
                       COMPUTE WS-WK-AMOUNT = ZERO - WS-TENDER-NET
                   END-IF
                   MOVE SPACES TO WS-WK-NOTE
                   STRING "CARD CLEARING - " DELIMITED BY SIZE
                       WS-TN-METHOD (WS-TENDER-SUB) DELIMITED BY SIZE
                       INTO WS-WK-NOTE
                   END-STRING
                   PERFORM 210-STAGE-ONE-LINE
               END-IF
           END-PERFORM
           IF WS-DISCOUNT-TOTAL > ZERO
               MOVE WS-DISC-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "D" TO WS-WK-DC
               MOVE WS-DISCOUNT-TOTAL TO WS-WK-AMOUNT
               MOVE "COUPON DISCOUNTS" TO WS-WK-NOTE
               PERFORM 210-STAGE-ONE-LINE
           END-IF
           IF WS-REV-AMOUNT > ZERO
               MOVE WS-RETN-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "D" TO WS-WK-DC
               MOVE WS-REV-AMOUNT TO WS-WK-AMOUNT
               MOVE "SALES RETURNS" TO WS-WK-NOTE
               PERFORM 210-STAGE-ONE-LINE
           END-IF
           IF WS-REV-TAX > ZERO
               MOVE WS-TAX-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "D" TO WS-WK-DC
               MOVE WS-REV-TAX TO WS-WK-AMOUNT
               MOVE "SALES TAX RETURNED" TO WS-WK-NOTE
               PERFORM 210-STAGE-ONE-LINE
           END-IF
           IF WS-REV-TIPS > ZERO
               MOVE WS-TIP-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "D" TO WS-WK-DC
               MOVE WS-REV-TIPS TO WS-WK-AMOUNT
               MOVE "CARD TIPS RETURNED" TO WS-WK-NOTE
               PERFORM 210-STAGE-ONE-LINE
           END-IF
           IF WS-OVER-SHORT < ZERO
               MOVE WS-OVSH-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "D" TO WS-WK-DC
               COMPUTE WS-WK-AMOUNT = ZERO - WS-OVER-SHORT
               MOVE "CASH SHORT" TO WS-WK-NOTE
               PERFORM 210-STAGE-ONE-LINE
           END-IF
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-COUNT
               IF WS-CT-AMOUNT (WS-CAT-SUB) > ZERO
                   MOVE SPACES TO WS-WK-ACCOUNT
                   PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                           UNTIL WS-COA-SUB > WS-COA-COUNT
                       IF WS-COA-TYPE (WS-COA-SUB) = "P"
                          AND WS-COA-KEY (WS-COA-SUB)
                              = WS-CT-CATEGORY (WS-CAT-SUB)
                           MOVE WS-COA-ACCT (WS-COA-SUB)
                               TO WS-WK-ACCOUNT
                       END-IF
                   END-PERFORM
                   MOVE "C" TO WS-WK-DC
                   MOVE WS-CT-AMOUNT (WS-CAT-SUB) TO WS-WK-AMOUNT
                   MOVE SPACES TO WS-WK-NOTE
                   IF WS-CT-CATEGORY (WS-CAT-SUB) = SPACES
                       MOVE "FOOD SALES - UNCAT" TO WS-WK-NOTE
                   ELSE
                       STRING "FOOD SALES - " DELIMITED BY SIZE
                           WS-CT-CATEGORY (WS-CAT-SUB)
                               DELIMITED BY SIZE
                           INTO WS-WK-NOTE
                       END-STRING
                   END-IF
                   PERFORM 210-STAGE-ONE-LINE
               END-IF
           END-PERFORM
           IF WS-FEE-TOTAL > ZERO
               MOVE WS-FEE-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "C" TO WS-WK-DC
               MOVE WS-FEE-TOTAL TO WS-WK-AMOUNT
               MOVE "DELIVERY FEES" TO WS-WK-NOTE
               PERFORM 210-STAGE-ONE-LINE
           END-IF
           IF WS-TIP-TOTAL > ZERO
               MOVE WS-TIP-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "C" TO WS-WK-DC
               MOVE WS-TIP-TOTAL TO WS-WK-AMOUNT
               MOVE "CARD TIPS PAYABLE" TO WS-WK-NOTE
               PERFORM 210-STAGE-ONE-LINE
           END-IF
           IF WS-TAX-TOTAL > ZERO
               MOVE WS-TAX-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "C" TO WS-WK-DC
               MOVE WS-TAX-TOTAL TO WS-WK-AMOUNT
               MOVE "SALES TAX PAYABLE" TO WS-WK-NOTE
               PERFORM 210-STAGE-ONE-LINE
           END-IF
           IF WS-OVER-SHORT > ZERO
               MOVE WS-OVSH-ACCOUNT TO WS-WK-ACCOUNT
               MOVE "C" TO WS-WK-DC
               MOVE WS-OVER-SHORT TO WS-WK-AMOUNT
               MOVE "CASH OVER" TO WS-WK-NOTE
               PERFORM 210-STAGE-ONE-LINE
           END-IF.
       210-STAGE-ONE-LINE.
           IF WS-WK-ACCOUNT = SPACES
               DISPLAY WS-WK-NOTE " HAS NO ACCOUNT IN COAMAP.DAT - "
                   "SHIFT REFUSED"
               MOVE "N" TO WS-BATCH-OK
           ELSE
               IF WS-STAGE-COUNT >= 60
                   DISPLAY "TOO MANY JOURNAL LINES - SHIFT REFUSED"
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
      * The cash logged since the close must be the cash the close
      * expected, and the staged entry must balance, before a single
      * line reaches GLJRNL.DAT.
      ******************************************************************
       300-CHECK-AND-POST.
           OPEN OUTPUT REGISTER-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-SHIFT-DATE     TO RH-SHIFT-DATE
           MOVE WS-CLOSE-OPERATOR TO RH-OPERATOR
           WRITE REGISTER-REC FROM REGISTER-HEADING
           COMPUTE WS-NET-CASH = WS-LOG-CASH - WS-REV-CASH
           MOVE WS-NET-CASH      TO RI-LOGGED
           MOVE WS-EXPECTED-CASH TO RI-CLOSED
           IF WS-NET-CASH = WS-EXPECTED-CASH
               MOVE "TIES" TO RI-FLAG
           ELSE
               MOVE "NO TIE" TO RI-FLAG
               MOVE "N" TO WS-BATCH-OK
               DISPLAY "ORDERS LOGGED SINCE THE DRAWER WAS CLOSED - "
                   "RECLOSE THE SHIFT"
           END-IF
           WRITE REGISTER-REC FROM REGISTER-TIE-LINE
               AFTER ADVANCING 2 LINES
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE "N" TO WS-BATCH-OK
               DISPLAY "JOURNAL DEBITS DO NOT EQUAL CREDITS - "
                   "SHIFT REFUSED"
           END-IF
           IF WS-ORDER-COUNT = ZERO AND WS-REV-COUNT = ZERO
               MOVE "N" TO WS-BATCH-OK
               DISPLAY "NO ORDERS LOGGED FOR THE SHIFT - "
                   "SHIFT REFUSED"
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
                   MOVE "PIZZAGL" TO JR-SOURCE
                   MOVE WS-DATE   TO JR-POST-DATE
                   STRING "PZ" WS-SHIFT-DATE DELIMITED BY SIZE
                       INTO JR-REFERENCE
                   END-STRING
                   MOVE WS-SG-NOTE (WS-STAGE-SUB) TO JR-DESCRIPTION
                   WRITE JOURNAL-REC
                   PERFORM 310-PRINT-STAGED-LINE
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE "IN BALANCE" TO RT-BALANCE-FLAG
               PERFORM 400-RETIRE-SHIFT-CLOSE
               DISPLAY "PIZZA SHIFT " WS-SHIFT-DATE
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
           WRITE REGISTER-REC FROM REGISTER-DETAIL-LINE.
      ******************************************************************
      * The posted shift's closes move aside to SHIFTCLS.PST and the
      * rest go back to SHIFTCLS.DAT, so the shift cannot be
      * journaled twice.
      ******************************************************************
       400-RETIRE-SHIFT-CLOSE.
           OPEN EXTEND POSTED-CLOSE-FILE
           IF WS-POSTED-STATUS NOT = "00"
               OPEN OUTPUT POSTED-CLOSE-FILE
           END-IF
           OPEN OUTPUT SHIFT-CLOSE-FILE
           PERFORM VARYING WS-CLOSE-SUB FROM 1 BY 1
                   UNTIL WS-CLOSE-SUB > WS-CLOSE-COUNT
               MOVE WS-CLOSE-ENTRY (WS-CLOSE-SUB) TO SHIFT-CLOSE-REC
               IF SC-SHIFT-DATE = WS-SHIFT-DATE
                   WRITE POSTED-CLOSE-REC FROM SHIFT-CLOSE-REC
               ELSE
                   WRITE SHIFT-CLOSE-REC
               END-IF
           END-PERFORM
           CLOSE SHIFT-CLOSE-FILE
           CLOSE POSTED-CLOSE-FILE.
       END PROGRAM PizzaGl.
