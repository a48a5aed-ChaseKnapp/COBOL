       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvRecv.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Receiving entry for the kitchen's ingredient deliveries.
      *     Takes an ingredient code (checked against the INVMAST.DAT
      *     ingredient master, its description, unit and on-hand
      *     shown back), the quantity received in the ingredient's
      *     unit, the delivery date and the packing-slip reference,
      *     and appends each delivery to INVRECV.DAT for the nightly
      *     InvRun to take into stock. Loops until a blank code is
      *     entered. Signed on with an OPERATOR.DAT sign-on (function
      *     "I") like the other controlled functions; the receiver's
      *     ID goes on every delivery.
      * Input:
      *     INVMAST.DAT, OPERATOR.DAT
      * Output:
      *     INVRECV.DAT (deliveries appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  INGREDIENT-FILE
               ASSIGN TO "INVMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INGRED-STATUS.
           SELECT  RECEIVING-FILE
               ASSIGN TO "INVRECV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECV-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INGREDIENT-FILE.
       01  INGREDIENT-REC.
           05  IN-INGREDIENT     PIC X(8).
           05  FILLER            PIC X.
           05  IN-DESCRIPTION    PIC X(20).
           05  FILLER            PIC X.
           05  IN-UNIT           PIC X(4).
           05  FILLER            PIC X.
           05  IN-ON-HAND        PIC S9(7)V99
                                 SIGN IS LEADING SEPARATE.
           05  FILLER            PIC X.
           05  IN-REORDER-POINT  PIC 9(7)V99.
           05  FILLER            PIC X.
           05  IN-REORDER-QTY    PIC 9(7)V99.
       FD  RECEIVING-FILE.
       01  RECEIVING-REC.
           05  RV-DATE           PIC 9(8).
           05  FILLER            PIC X.
           05  RV-INGREDIENT     PIC X(8).
           05  FILLER            PIC X.
           05  RV-QUANTITY       PIC 9(7)V99.
           05  FILLER            PIC X.
           05  RV-REFERENCE      PIC X(10).
           05  FILLER            PIC X.
           05  RV-OPERATOR       PIC X(8).
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       WORKING-STORAGE SECTION.
       77  WS-INGRED-STATUS      PIC XX.
       77  WS-RECV-STATUS        PIC XX.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  WS-INGRED-EOF         PIC X     VALUE "N".
       77  WS-ENTRY-DONE         PIC X     VALUE "N".
       77  WS-ENTRY-INGREDIENT   PIC X(8)  VALUE SPACES.
       77  WS-ENTRY-QUANTITY     PIC 9(7)V99 VALUE ZERO.
       77  WS-ENTRY-REFERENCE    PIC X(10) VALUE SPACES.
       77  WS-ENTRY-DATE         PIC 9(8)  VALUE ZERO.
       77  WS-DATE-OK            PIC X     VALUE "Y".
       77  WS-TODAY-YMD          PIC 9(8)  VALUE ZERO.
       77  WS-ING-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-FOUND-SUB          PIC 9(4)  VALUE ZERO.
       77  WS-RECEIVED-COUNT     PIC 9(5)  VALUE ZERO.
       01  WS-ENTRY-DATE-SPLIT.
           05  WS-ENTRY-YEAR     PIC 9(4).
           05  WS-ENTRY-MONTH    PIC 99.
           05  WS-ENTRY-DAY      PIC 99.
       01  WS-ING-TABLE.
           05  WS-ING-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-ING-ENTRY      OCCURS 500 TIMES
                                 PIC X(65).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YMD
           PERFORM 100-LOAD-INGREDIENTS
           IF WS-ING-COUNT = ZERO
               DISPLAY "INVMAST.DAT NOT FOUND OR EMPTY - NO "
                   "INGREDIENTS TO RECEIVE"
               STOP RUN
           END-IF
           OPEN EXTEND RECEIVING-FILE
           IF WS-RECV-STATUS NOT = "00"
               OPEN OUTPUT RECEIVING-FILE
           END-IF
           PERFORM 200-RECEIVE-ONE-DELIVERY UNTIL WS-ENTRY-DONE = "Y"
           CLOSE RECEIVING-FILE
           DISPLAY "RECEIVING COMPLETE - " WS-RECEIVED-COUNT
               " DELIVERIES FOR THE NIGHTLY INVENTORY RUN"
           STOP RUN.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
      * function "I" among its allowed functions. With no operator
      * file on disk yet the sign-on is not enforced, only recorded,
      * so the control can be rolled out without bricking the shop.
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
                                   WS-FUNC-TALLY FOR ALL "I"
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
           END-IF.
       100-LOAD-INGREDIENTS.
           OPEN INPUT INGREDIENT-FILE
           IF WS-INGRED-STATUS = "00"
               PERFORM UNTIL WS-INGRED-EOF = "Y"
                   READ INGREDIENT-FILE
                       AT END
                           MOVE "Y" TO WS-INGRED-EOF
                       NOT AT END
                           IF WS-ING-COUNT < 500
                               ADD 1 TO WS-ING-COUNT
                               MOVE INGREDIENT-REC
                                   TO WS-ING-ENTRY (WS-ING-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INGREDIENT-FILE
           END-IF.
       200-RECEIVE-ONE-DELIVERY.
           DISPLAY "ENTER INGREDIENT CODE (BLANK TO QUIT): "
           MOVE SPACES TO WS-ENTRY-INGREDIENT
           ACCEPT WS-ENTRY-INGREDIENT
           IF WS-ENTRY-INGREDIENT = SPACES
               MOVE "Y" TO WS-ENTRY-DONE
           ELSE
               MOVE ZERO TO WS-FOUND-SUB
               PERFORM VARYING WS-ING-SUB FROM 1 BY 1
                       UNTIL WS-ING-SUB > WS-ING-COUNT
                          OR WS-FOUND-SUB > ZERO
                   MOVE WS-ING-ENTRY (WS-ING-SUB) TO INGREDIENT-REC
                   IF IN-INGREDIENT = WS-ENTRY-INGREDIENT
                       MOVE WS-ING-SUB TO WS-FOUND-SUB
                   END-IF
               END-PERFORM
               IF WS-FOUND-SUB = ZERO
                   DISPLAY "INGREDIENT " WS-ENTRY-INGREDIENT
                       " NOT ON FILE"
               ELSE
                   MOVE WS-ING-ENTRY (WS-FOUND-SUB) TO INGREDIENT-REC
                   PERFORM 250-KEY-DELIVERY-FIELDS
               END-IF
           END-IF.
       250-KEY-DELIVERY-FIELDS.
           DISPLAY "INGREDIENT: " IN-DESCRIPTION "  UNIT: " IN-UNIT
           DISPLAY "ON HAND:    " IN-ON-HAND
           DISPLAY "ENTER QUANTITY RECEIVED (0 TO SKIP)"
           ACCEPT WS-ENTRY-QUANTITY
           IF WS-ENTRY-QUANTITY IS NUMERIC
              AND WS-ENTRY-QUANTITY > ZERO
               DISPLAY "ENTER DELIVERY DATE (YYYYMMDD, BLANK FOR "
                   "TODAY)"
               MOVE ZERO TO WS-ENTRY-DATE
               ACCEPT WS-ENTRY-DATE
               IF WS-ENTRY-DATE IS NOT NUMERIC
                  OR WS-ENTRY-DATE = ZERO
                   MOVE WS-TODAY-YMD TO WS-ENTRY-DATE
               END-IF
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
               END-PERFORM
               DISPLAY "ENTER PACKING SLIP / INVOICE REFERENCE"
               MOVE SPACES TO WS-ENTRY-REFERENCE
               ACCEPT WS-ENTRY-REFERENCE
               MOVE SPACES TO RECEIVING-REC
               MOVE WS-ENTRY-DATE       TO RV-DATE
               MOVE IN-INGREDIENT       TO RV-INGREDIENT
               MOVE WS-ENTRY-QUANTITY   TO RV-QUANTITY
               MOVE WS-ENTRY-REFERENCE  TO RV-REFERENCE
               MOVE WS-OPERATOR-ID      TO RV-OPERATOR
               WRITE RECEIVING-REC
               ADD 1 TO WS-RECEIVED-COUNT
               DISPLAY "DELIVERY RECORDED"
           ELSE
               DISPLAY "NO DELIVERY RECORDED"
           END-IF.
       END PROGRAM InvRecv.
