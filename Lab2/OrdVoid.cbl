       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrdVoid.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Voids and refunds pizza orders already on ORDERLOG.DAT,
      *     so a wrong order or a burnt pizza is taken back on the
      *     books instead of out of the drawer. A manager signs on
      *     through OPERATOR.DAT (function "V"); each order number
      *     keyed is found on the log and shown with its items and
      *     anything already given back. A void takes back the whole
      *     order and is allowed only on the day the order was taken
      *     and before any refund on it; a refund takes back pizzas
      *     item by item (at the price paid, with the order's tax on
      *     them) on any later day, never more than the order
      *     brought in. Every reversal needs a reason code off
      *     VOIDCTL.DAT and is appended to the log as a "V" void or
      *     "F" refund header carrying the order number, tender,
      *     reason and approving manager, followed by "X" lines for
      *     the pizzas given back, so the reprint (OrdRprnt), the
      *     batch run's sales by flavor, the drawer close (PizzaRec)
      *     and the void/refund report (VoidRpt) all net them out.
      *     Loops until order number zero.
      *     VOIDCTL.DAT "R" records: reason code in 3-4, description
      *     in 6-25. With none on file the shop's standard reasons
      *     stand (WO, BP, LT, CC, DP).
      * Input:
      *     ORDERLOG.DAT, VOIDCTL.DAT, OPERATOR.DAT
      * Output:
      *     ORDERLOG.DAT (void/refund records appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ORDER-LOG-FILE
               ASSIGN TO "ORDERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDLOG-STATUS.
           SELECT  VOID-CONTROL-FILE
               ASSIGN TO "VOIDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOIDCTL-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Mirror of the batch run's ORDERLOG.DAT layout: "H" order,
      * "V" void and "F" refund headers redefined as "D" order and
      * "X" given-back detail records by type byte.
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
      ******************************************************************
      * "R" records are the reason codes a reversal may be given;
      * the void-share limit VoidRpt flags against is on SYSPARM.DAT.
      ******************************************************************
       FD  VOID-CONTROL-FILE.
       01  VOID-CONTROL-REC.
           05  VC-TYPE           PIC X.
           05  FILLER            PIC X.
           05  VC-REASON-FIELDS.
               10  VC-REASON-CODE  PIC XX.
               10  FILLER          PIC X.
               10  VC-REASON-DESC  PIC X(20).
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       WORKING-STORAGE SECTION.
       77  WS-ORDLOG-STATUS      PIC XX.
       77  WS-VOIDCTL-STATUS     PIC XX.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  LOG-EOF               PIC X     VALUE "N".
       77  WS-CTL-EOF            PIC X     VALUE "N".
       77  WS-ENTRY-DONE         PIC X     VALUE "N".
       77  WS-ENTRY-ORDER-NO     PIC 9(6)  VALUE ZERO.
       77  WS-ENTRY-ACTION       PIC X     VALUE SPACE.
       77  WS-ENTRY-QTY          PIC 9     VALUE ZERO.
       77  WS-ENTRY-REASON       PIC XX    VALUE SPACES.
       77  WS-ENTRY-CONFIRM      PIC X     VALUE SPACE.
       77  WS-TODAY-YMD          PIC 9(8)  VALUE ZERO.
       77  WS-REVERSAL-COUNT     PIC 9(5)  VALUE ZERO.
       77  WS-REASON-OK          PIC X     VALUE "N".
       77  WS-REVERSAL-OK        PIC X     VALUE "N".
       77  WS-SHOW-AMOUNT        PIC ZZ,ZZ9.99.
       77  WS-SHOW-QTY           PIC 9.
      ******************************************************************
      * The order as logged, and what has already been given back.
      ******************************************************************
       77  WS-ORIG-FOUND         PIC X     VALUE "N".
       77  WS-ORIG-AMOUNT        PIC 9(5)V99 VALUE ZERO.
       77  WS-ORIG-TAX           PIC 9(4)V99 VALUE ZERO.
       77  WS-ORIG-TOTAL         PIC 9(5)V99 VALUE ZERO.
       77  WS-ORIG-PAY-METHOD    PIC X     VALUE SPACE.
       77  WS-ORIG-PHONE         PIC X(10) VALUE SPACES.
       77  WS-ORIG-DATE          PIC X(8)  VALUE SPACES.
       77  WS-ORIG-TIP           PIC 9(3)V99 VALUE ZERO.
       77  WS-ORIG-VOIDED        PIC X     VALUE "N".
       77  WS-PRIOR-REFUNDED     PIC 9(5)V99 VALUE ZERO.
       77  WS-REFUNDABLE         PIC 9(5)V99 VALUE ZERO.
      ******************************************************************
      * The reversal being keyed.
      ******************************************************************
       77  WS-REV-TYPE           PIC X     VALUE SPACE.
       77  WS-REV-ITEM-COUNT     PIC 9     VALUE ZERO.
       77  WS-REV-AMOUNT         PIC 9(5)V99 VALUE ZERO.
       77  WS-REV-TAX            PIC 9(4)V99 VALUE ZERO.
       77  WS-REV-TOTAL          PIC 9(5)V99 VALUE ZERO.
       77  WS-REV-TIP            PIC 9(3)V99 VALUE ZERO.
       77  WS-ITEM-SUB           PIC 9(3)  VALUE ZERO.
       77  WS-REASON-SUB         PIC 9(3)  VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT     PIC 9(3)  VALUE ZERO.
           05  WS-ITEM-ENTRY     OCCURS 9 TIMES.
               10  WS-IT-FLAVOR     PIC X(10).
               10  WS-IT-QTY        PIC 9.
               10  WS-IT-UNIT-PRICE PIC 99V99.
               10  WS-IT-RETURNED   PIC 9.
               10  WS-IT-REV-QTY    PIC 9.
       01  WS-REASON-TABLE.
           05  WS-REASON-COUNT   PIC 9(3)  VALUE ZERO.
           05  WS-REASON-ENTRY   OCCURS 20 TIMES.
               10  WS-RS-CODE    PIC XX.
               10  WS-RS-DESC    PIC X(20).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YMD
           PERFORM 100-LOAD-REASON-CODES
           PERFORM 200-REVERSE-ONE-ORDER UNTIL WS-ENTRY-DONE = "Y"
           DISPLAY "VOID/REFUND ENTRY COMPLETE - " WS-REVERSAL-COUNT
               " REVERSALS LOGGED"
           STOP RUN.
      ******************************************************************
      * Manager sign-on: the entered ID must be on OPERATOR.DAT with
      * function "V" among its allowed functions, and it is the ID
      * logged as approving every reversal keyed. With no operator
      * file on disk yet the sign-on is not enforced, only recorded,
      * so the control can be rolled out without bricking the shop.
      ******************************************************************
       050-OPERATOR-SIGNON.
           MOVE "N" TO WS-SIGNON-OK
           DISPLAY 'ENTER MANAGER OPERATOR ID'
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'NO MANAGER ID - VOIDS AND REFUNDS REFUSED'
           ELSE
               OPEN INPUT OPERATOR-FILE
               IF WS-OPER-STATUS NOT = "00"
                   DISPLAY 'OPERATOR.DAT NOT FOUND - SIGN-ON NOT '
                       'ENFORCED'
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
                                       WS-FUNC-TALLY FOR ALL "V"
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
                           ' NOT AUTHORIZED FOR THIS FUNCTION'
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * Reason codes off VOIDCTL.DAT; the standard list stands when
      * the file is missing or holds none.
      ******************************************************************
       100-LOAD-REASON-CODES.
           OPEN INPUT VOID-CONTROL-FILE
           IF WS-VOIDCTL-STATUS = "00"
               PERFORM UNTIL WS-CTL-EOF = "Y"
                   READ VOID-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-CTL-EOF
                       NOT AT END
                           IF VC-TYPE = "R"
                              AND VC-REASON-CODE NOT = SPACES
                              AND WS-REASON-COUNT < 20
                               ADD 1 TO WS-REASON-COUNT
                               MOVE VC-REASON-CODE
                                   TO WS-RS-CODE (WS-REASON-COUNT)
                               MOVE VC-REASON-DESC
                                   TO WS-RS-DESC (WS-REASON-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOID-CONTROL-FILE
           END-IF
           IF WS-REASON-COUNT = ZERO
               MOVE 5 TO WS-REASON-COUNT
               MOVE "WO" TO WS-RS-CODE (1)
               MOVE "WRONG ORDER" TO WS-RS-DESC (1)
               MOVE "BP" TO WS-RS-CODE (2)
               MOVE "BAD PRODUCT" TO WS-RS-DESC (2)
               MOVE "LT" TO WS-RS-CODE (3)
               MOVE "LATE DELIVERY" TO WS-RS-DESC (3)
               MOVE "CC" TO WS-RS-CODE (4)
               MOVE "CUSTOMER CANCEL" TO WS-RS-DESC (4)
               MOVE "DP" TO WS-RS-CODE (5)
               MOVE "DUPLICATE ORDER" TO WS-RS-DESC (5)
           END-IF.
       200-REVERSE-ONE-ORDER.
           DISPLAY "ENTER ORDER NUMBER TO VOID/REFUND (0 TO QUIT): "
           MOVE ZERO TO WS-ENTRY-ORDER-NO
           ACCEPT WS-ENTRY-ORDER-NO
           IF WS-ENTRY-ORDER-NO IS NOT NUMERIC
              OR WS-ENTRY-ORDER-NO = ZERO
               MOVE "Y" TO WS-ENTRY-DONE
           ELSE
               PERFORM 210-FIND-ORDER
               EVALUATE TRUE
                   WHEN WS-ORIG-FOUND = "N"
                       DISPLAY "ORDER " WS-ENTRY-ORDER-NO
                           " NOT ON ORDERLOG.DAT"
                   WHEN WS-ORIG-VOIDED = "Y"
                       DISPLAY "ORDER " WS-ENTRY-ORDER-NO
                           " ALREADY VOIDED - NOTHING TO TAKE BACK"
                   WHEN OTHER
                       PERFORM 250-SHOW-ORDER
                       PERFORM 300-KEY-REVERSAL
               END-EVALUATE
           END-IF.
      ******************************************************************
      * One pass of the log picks up the order's header and items and
      * every void or refund already logged against it.
      ******************************************************************
       210-FIND-ORDER.
           MOVE "N" TO WS-ORIG-FOUND
           MOVE "N" TO WS-ORIG-VOIDED
           MOVE ZERO TO WS-PRIOR-REFUNDED
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE "N" TO LOG-EOF
           OPEN INPUT ORDER-LOG-FILE
           IF WS-ORDLOG-STATUS NOT = "00"
               DISPLAY "ORDERLOG.DAT NOT FOUND - NO ORDERS LOGGED"
           ELSE
               PERFORM UNTIL LOG-EOF = "Y"
                   READ ORDER-LOG-FILE
                       AT END
                           MOVE "Y" TO LOG-EOF
                       NOT AT END
                           IF OL-ORDER-NO = WS-ENTRY-ORDER-NO
                               PERFORM 220-TAKE-LOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-LOG-FILE
           END-IF.
       220-TAKE-LOG-RECORD.
           EVALUATE OL-TYPE
               WHEN "H"
                   MOVE "Y" TO WS-ORIG-FOUND
                   MOVE OL-H-AMOUNT     TO WS-ORIG-AMOUNT
                   MOVE OL-H-TAX        TO WS-ORIG-TAX
                   MOVE OL-H-TOTAL      TO WS-ORIG-TOTAL
                   MOVE OL-H-PAY-METHOD TO WS-ORIG-PAY-METHOD
                   MOVE OL-H-PHONE      TO WS-ORIG-PHONE
                   MOVE OL-H-DATE       TO WS-ORIG-DATE
                   IF OL-H-CARD-TIP IS NUMERIC
                       MOVE OL-H-CARD-TIP TO WS-ORIG-TIP
                   ELSE
                       MOVE ZERO TO WS-ORIG-TIP
                   END-IF
               WHEN "D"
                   IF WS-ITEM-COUNT < 9
                       ADD 1 TO WS-ITEM-COUNT
                       MOVE OL-D-FLAVOR
                           TO WS-IT-FLAVOR (WS-ITEM-COUNT)
                       MOVE OL-D-QUANTITY
                           TO WS-IT-QTY (WS-ITEM-COUNT)
                       MOVE OL-D-UNIT-PRICE
                           TO WS-IT-UNIT-PRICE (WS-ITEM-COUNT)
                       MOVE ZERO TO WS-IT-RETURNED (WS-ITEM-COUNT)
                   END-IF
               WHEN "V"
                   MOVE "Y" TO WS-ORIG-VOIDED
               WHEN "F"
                   ADD OL-H-AMOUNT TO WS-PRIOR-REFUNDED
               WHEN "X"
                   PERFORM 230-COUNT-RETURNED-ITEM
           END-EVALUATE.
      ******************************************************************
      * A given-back line is charged to the first item of its flavor
      * that still has pizzas left to give back.
      ******************************************************************
       230-COUNT-RETURNED-ITEM.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                      OR (WS-IT-FLAVOR (WS-ITEM-SUB) = OL-D-FLAVOR
                      AND WS-IT-RETURNED (WS-ITEM-SUB)
                          < WS-IT-QTY (WS-ITEM-SUB))
               CONTINUE
           END-PERFORM
           IF WS-ITEM-SUB <= WS-ITEM-COUNT
               IF WS-IT-RETURNED (WS-ITEM-SUB) + OL-D-QUANTITY
                       > WS-IT-QTY (WS-ITEM-SUB)
                   MOVE WS-IT-QTY (WS-ITEM-SUB)
                       TO WS-IT-RETURNED (WS-ITEM-SUB)
               ELSE
                   ADD OL-D-QUANTITY TO WS-IT-RETURNED (WS-ITEM-SUB)
               END-IF
           END-IF.
       250-SHOW-ORDER.
           MOVE WS-ORIG-TOTAL TO WS-SHOW-AMOUNT
           DISPLAY "ORDER " WS-ENTRY-ORDER-NO "  DATE " WS-ORIG-DATE
               "  TOTAL " WS-SHOW-AMOUNT "  PAID BY "
               WS-ORIG-PAY-METHOD
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               MOVE WS-IT-UNIT-PRICE (WS-ITEM-SUB) TO WS-SHOW-AMOUNT
               DISPLAY "  ITEM " WS-ITEM-SUB (3:1) "  "
                   WS-IT-FLAVOR (WS-ITEM-SUB) "  QTY "
                   WS-IT-QTY (WS-ITEM-SUB) "  AT " WS-SHOW-AMOUNT
                   "  GIVEN BACK " WS-IT-RETURNED (WS-ITEM-SUB)
           END-PERFORM
           IF WS-PRIOR-REFUNDED > ZERO
               MOVE WS-PRIOR-REFUNDED TO WS-SHOW-AMOUNT
               DISPLAY "  ALREADY REFUNDED: " WS-SHOW-AMOUNT
           END-IF.
      ******************************************************************
      * Void or refund, then the reason and the manager's confirm
      * before anything reaches the log.
      ******************************************************************
       300-KEY-REVERSAL.
           MOVE "N" TO WS-REVERSAL-OK
           DISPLAY "ENTER V TO VOID, R TO REFUND (BLANK TO CANCEL)"
           MOVE SPACE TO WS-ENTRY-ACTION
           ACCEPT WS-ENTRY-ACTION
           EVALUATE WS-ENTRY-ACTION
               WHEN "V"
                   PERFORM 310-SET-UP-VOID
               WHEN "R"
                   PERFORM 320-SET-UP-REFUND
               WHEN OTHER
                   DISPLAY "NOTHING TAKEN BACK"
           END-EVALUATE
           IF WS-REVERSAL-OK = "Y"
               PERFORM 350-KEY-REASON
           END-IF
           IF WS-REVERSAL-OK = "Y"
               MOVE WS-REV-TOTAL TO WS-SHOW-AMOUNT
               DISPLAY "GIVE BACK " WS-SHOW-AMOUNT " ON ORDER "
                   WS-ENTRY-ORDER-NO " - CONFIRM (Y/N)"
               MOVE SPACE TO WS-ENTRY-CONFIRM
               ACCEPT WS-ENTRY-CONFIRM
               IF WS-ENTRY-CONFIRM = "Y"
                   PERFORM 400-LOG-REVERSAL
               ELSE
                   DISPLAY "NOTHING TAKEN BACK"
               END-IF
           END-IF.
      ******************************************************************
      * A void takes back the whole order, card tip included, and
      * only on the day it was taken -- after that the money has
      * been closed out of a drawer and it is a refund.
      ******************************************************************
       310-SET-UP-VOID.
           IF WS-ORIG-DATE NOT = WS-TODAY-YMD
               DISPLAY "ORDER NOT TAKEN TODAY - USE A REFUND"
           ELSE
               IF WS-PRIOR-REFUNDED > ZERO
                   DISPLAY "ORDER ALREADY PART REFUNDED - USE A "
                       "REFUND"
               ELSE
                   MOVE "V" TO WS-REV-TYPE
                   MOVE WS-ORIG-AMOUNT TO WS-REV-AMOUNT
                   MOVE WS-ORIG-TAX    TO WS-REV-TAX
                   MOVE WS-ORIG-TOTAL  TO WS-REV-TOTAL
                   IF WS-ORIG-PAY-METHOD = "C"
                       MOVE ZERO TO WS-REV-TIP
                   ELSE
                       MOVE WS-ORIG-TIP TO WS-REV-TIP
                   END-IF
                   MOVE ZERO TO WS-REV-ITEM-COUNT
                   PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                           UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                       COMPUTE WS-IT-REV-QTY (WS-ITEM-SUB) =
                           WS-IT-QTY (WS-ITEM-SUB)
                           - WS-IT-RETURNED (WS-ITEM-SUB)
                       IF WS-IT-REV-QTY (WS-ITEM-SUB) > ZERO
                           ADD 1 TO WS-REV-ITEM-COUNT
                       END-IF
                   END-PERFORM
                   MOVE "Y" TO WS-REVERSAL-OK
               END-IF
           END-IF.
      ******************************************************************
      * A refund takes back pizzas at the price paid with the order's
      * own tax rate on them, capped at what the order brought in
      * less what has already been refunded. The card tip stays with
      * the driver.
      ******************************************************************
       320-SET-UP-REFUND.
           MOVE "F" TO WS-REV-TYPE
           MOVE ZERO TO WS-REV-AMOUNT
           MOVE ZERO TO WS-REV-TAX
           MOVE ZERO TO WS-REV-TIP
           MOVE ZERO TO WS-REV-ITEM-COUNT
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               MOVE ZERO TO WS-IT-REV-QTY (WS-ITEM-SUB)
               IF WS-IT-RETURNED (WS-ITEM-SUB)
                       < WS-IT-QTY (WS-ITEM-SUB)
                   PERFORM 325-KEY-REFUND-QTY
               END-IF
           END-PERFORM
           IF WS-PRIOR-REFUNDED > WS-ORIG-AMOUNT
               MOVE ZERO TO WS-REFUNDABLE
           ELSE
               COMPUTE WS-REFUNDABLE =
                   WS-ORIG-AMOUNT - WS-PRIOR-REFUNDED
           END-IF
           IF WS-REV-AMOUNT > WS-REFUNDABLE
               MOVE WS-REFUNDABLE TO WS-REV-AMOUNT
               MOVE WS-REV-AMOUNT TO WS-SHOW-AMOUNT
               DISPLAY "REFUND HELD TO WHAT THE ORDER BROUGHT IN: "
                   WS-SHOW-AMOUNT
           END-IF
           IF WS-REV-AMOUNT = ZERO
               DISPLAY "NOTHING LEFT TO REFUND ON THIS ORDER"
           ELSE
               IF WS-ORIG-AMOUNT > ZERO
                   COMPUTE WS-REV-TAX ROUNDED =
                       WS-REV-AMOUNT * WS-ORIG-TAX / WS-ORIG-AMOUNT
               END-IF
               COMPUTE WS-REV-TOTAL = WS-REV-AMOUNT + WS-REV-TAX
               MOVE "Y" TO WS-REVERSAL-OK
           END-IF.
       325-KEY-REFUND-QTY.
           COMPUTE WS-SHOW-QTY = WS-IT-QTY (WS-ITEM-SUB)
               - WS-IT-RETURNED (WS-ITEM-SUB)
           DISPLAY "QTY OF " WS-IT-FLAVOR (WS-ITEM-SUB)
               " TO REFUND (0-" WS-SHOW-QTY ")"
           MOVE ZERO TO WS-ENTRY-QTY
           ACCEPT WS-ENTRY-QTY
           IF WS-ENTRY-QTY IS NOT NUMERIC
               MOVE ZERO TO WS-ENTRY-QTY
           END-IF
           IF WS-ENTRY-QTY > WS-SHOW-QTY
               DISPLAY "ONLY " WS-SHOW-QTY " LEFT - " WS-SHOW-QTY
                   " TAKEN"
               MOVE WS-SHOW-QTY TO WS-ENTRY-QTY
           END-IF
           IF WS-ENTRY-QTY > ZERO
               MOVE WS-ENTRY-QTY TO WS-IT-REV-QTY (WS-ITEM-SUB)
               ADD 1 TO WS-REV-ITEM-COUNT
               COMPUTE WS-REV-AMOUNT = WS-REV-AMOUNT
                   + WS-ENTRY-QTY * WS-IT-UNIT-PRICE (WS-ITEM-SUB)
           END-IF.
       350-KEY-REASON.
           DISPLAY "REASON CODES:"
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > WS-REASON-COUNT
               DISPLAY "  " WS-RS-CODE (WS-REASON-SUB) "  "
                   WS-RS-DESC (WS-REASON-SUB)
           END-PERFORM
           MOVE "N" TO WS-REASON-OK
           PERFORM UNTIL WS-REASON-OK = "Y"
               DISPLAY "ENTER REASON CODE (BLANK TO CANCEL)"
               MOVE SPACES TO WS-ENTRY-REASON
               ACCEPT WS-ENTRY-REASON
               IF WS-ENTRY-REASON = SPACES
                   MOVE "Y" TO WS-REASON-OK
                   MOVE "N" TO WS-REVERSAL-OK
                   DISPLAY "NOTHING TAKEN BACK"
               ELSE
                   PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                           UNTIL WS-REASON-SUB > WS-REASON-COUNT
                       IF WS-RS-CODE (WS-REASON-SUB)
                               = WS-ENTRY-REASON
                           MOVE "Y" TO WS-REASON-OK
                       END-IF
                   END-PERFORM
                   IF WS-REASON-OK = "N"
                       DISPLAY "NOT A REASON CODE ON VOIDCTL.DAT"
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      * The reversal header copies the order's tender and phone and
      * is dated today; its "X" lines are the pizzas given back.
      ******************************************************************
       400-LOG-REVERSAL.
           OPEN EXTEND ORDER-LOG-FILE
           IF WS-ORDLOG-STATUS NOT = "00"
               DISPLAY "ORDERLOG.DAT CANNOT BE EXTENDED - NOTHING "
                   "TAKEN BACK"
           ELSE
               MOVE SPACES TO ORDER-LOG-REC
               MOVE WS-REV-TYPE        TO OL-TYPE
               MOVE WS-ENTRY-ORDER-NO  TO OL-ORDER-NO
               MOVE WS-REV-ITEM-COUNT  TO OL-H-ITEM-COUNT
               MOVE WS-REV-AMOUNT      TO OL-H-AMOUNT
               MOVE WS-REV-TAX         TO OL-H-TAX
               MOVE WS-REV-TOTAL       TO OL-H-TOTAL
               MOVE WS-ORIG-PAY-METHOD TO OL-H-PAY-METHOD
               MOVE WS-ORIG-PHONE      TO OL-H-PHONE
               MOVE WS-TODAY-YMD       TO OL-H-DATE
               MOVE WS-REV-TIP         TO OL-H-CARD-TIP
               MOVE WS-ENTRY-REASON    TO OL-H-REASON
               MOVE WS-OPERATOR-ID     TO OL-H-MANAGER
               WRITE ORDER-LOG-REC
               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                   IF WS-IT-REV-QTY (WS-ITEM-SUB) > ZERO
                       MOVE SPACES TO ORDER-LOG-REC
                       MOVE "X" TO OL-TYPE
                       MOVE WS-ENTRY-ORDER-NO TO OL-ORDER-NO
                       MOVE WS-IT-FLAVOR (WS-ITEM-SUB) TO OL-D-FLAVOR
                       MOVE WS-IT-REV-QTY (WS-ITEM-SUB)
                           TO OL-D-QUANTITY
                       MOVE WS-IT-UNIT-PRICE (WS-ITEM-SUB)
                           TO OL-D-UNIT-PRICE
                       COMPUTE OL-D-AMOUNT =
                           WS-IT-REV-QTY (WS-ITEM-SUB)
                           * WS-IT-UNIT-PRICE (WS-ITEM-SUB)
                       WRITE ORDER-LOG-REC
                   END-IF
               END-PERFORM
               CLOSE ORDER-LOG-FILE
               ADD 1 TO WS-REVERSAL-COUNT
               IF WS-REV-TYPE = "V"
                   DISPLAY "ORDER " WS-ENTRY-ORDER-NO " VOIDED"
               ELSE
                   DISPLAY "ORDER " WS-ENTRY-ORDER-NO " REFUNDED"
               END-IF
           END-IF.
       END PROGRAM OrdVoid.
