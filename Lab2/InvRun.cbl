       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvRun.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Nightly ingredient inventory run for the pizza kitchen, so
      *     stock stops being counted by eye. Every item sold on the
      *     shift (the "D" lines under the shift date's headers on
      *     ORDERLOG.DAT) is exploded through its RECIPE.DAT lines --
      *     the ingredients and quantities one of that menu flavor
      *     uses -- and depleted from the INVMAST.DAT ingredient
      *     master's on-hand quantity; deliveries keyed through
      *     InvRecv (INVRECV.DAT) are then taken in. A shift already
      *     depleted (INVCTL.DAT holds the last shift date run) is
      *     not depleted twice, and applied deliveries move aside to
      *     INVRECV.PST, so a rerun takes nothing twice. Prints the
      *     night's usage and receipts by ingredient, any items sold
      *     with no recipe on file, and the reorder report of every
      *     ingredient at or below its reorder point. BATCH on the
      *     command line takes today as the shift date, the way
      *     PizzaRec does.
      * Input:
      *     ORDERLOG.DAT, RECIPE.DAT, INVMAST.DAT, INVRECV.DAT,
      *     INVCTL.DAT
      * Output:
      *     INVMAST.DAT (on-hand quantities updated), INVCTL.DAT,
      *     INVRECV.PST, INVRUN.RPT, REORDER.RPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ORDER-LOG-FILE
               ASSIGN TO "ORDERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDLOG-STATUS.
           SELECT  RECIPE-FILE
               ASSIGN TO "RECIPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIPE-STATUS.
           SELECT  INGREDIENT-FILE
               ASSIGN TO "INVMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INGRED-STATUS.
           SELECT  RECEIVING-FILE
               ASSIGN TO "INVRECV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECV-STATUS.
           SELECT  INVENTORY-CONTROL-FILE
               ASSIGN TO "INVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT  USAGE-REPORT-FILE
               ASSIGN TO "INVRUN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  REORDER-REPORT-FILE
               ASSIGN TO "REORDER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Mirror of the batch run's ORDERLOG.DAT layout: "H" header
      * records redefined as "D" detail records by type byte.
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
      * One line per ingredient a menu flavor uses: the MENU.DAT
      * flavor code as the order line carries it (each size sold is
      * its own code), the ingredient, and the quantity one pizza
      * takes in the ingredient's unit.
      ******************************************************************
       FD  RECIPE-FILE.
       01  RECIPE-REC.
           05  RC-FLAVOR         PIC X(10).
           05  FILLER            PIC X.
           05  RC-INGREDIENT     PIC X(8).
           05  FILLER            PIC X.
           05  RC-QUANTITY       PIC 9(3)V999.
      ******************************************************************
      * Ingredient master: code, description, unit of measure, the
      * quantity on hand (it can run below zero when usage outruns
      * the receipts keyed), and the reorder point and quantity.
      ******************************************************************
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
      ******************************************************************
      * A delivery as keyed through InvRecv.
      ******************************************************************
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
       FD  INVENTORY-CONTROL-FILE.
       01  INVENTORY-CONTROL-REC.
           05  IC-LAST-SHIFT-DATE PIC 9(8).
       FD  USAGE-REPORT-FILE.
       01  USAGE-REPORT-REC      PIC X(80).
       FD  REORDER-REPORT-FILE.
       01  REORDER-REPORT-REC    PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-ORDLOG-STATUS      PIC XX.
       77  WS-RECIPE-STATUS      PIC XX.
       77  WS-INGRED-STATUS      PIC XX.
       77  WS-RECV-STATUS        PIC XX.
       77  WS-CTL-STATUS         PIC XX.
       77  WS-FILE-EOF           PIC X     VALUE "N".
       77  WS-CMD-ARG            PIC X(8)  VALUE SPACES.
       77  WS-SHIFT-DATE         PIC 9(8)  VALUE ZERO.
       77  WS-LAST-SHIFT-DATE    PIC 9(8)  VALUE ZERO.
       77  WS-NOW                PIC X(21) VALUE SPACES.
       77  WS-IN-SHIFT           PIC X     VALUE "N".
       77  WS-DEPLETE-SHIFT      PIC X     VALUE "Y".
       77  WS-RECIPE-FOUND       PIC X     VALUE "N".
       77  WS-ING-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-RCP-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-NR-SUB             PIC 9(3)  VALUE ZERO.
       77  WS-FOUND-SUB          PIC 9(4)  VALUE ZERO.
       77  WS-FIND-INGREDIENT    PIC X(8)  VALUE SPACES.
       77  WS-USED-QTY           PIC 9(7)V99 VALUE ZERO.
       77  WS-ITEMS-SOLD         PIC 9(7)  VALUE ZERO.
       77  WS-RECEIPTS-APPLIED   PIC 9(5)  VALUE ZERO.
       77  WS-RECEIPTS-REJECTED  PIC 9(5)  VALUE ZERO.
       77  WS-REORDER-COUNT      PIC 9(5)  VALUE ZERO.
       77  WS-CALL-STATUS        PIC S9(9) COMP-5 VALUE ZERO.
       77  WS-RECV-NAME          PIC X(30) VALUE "INVRECV.DAT".
       77  WS-RECV-POSTED-NAME   PIC X(30) VALUE "INVRECV.PST".
      ******************************************************************
      * The ingredient master loaded for the run and rewritten at the
      * end, the load/rewrite idiom ShipPay uses for its invoices,
      * with the night's usage and receipts kept beside each entry.
      ******************************************************************
       01  WS-ING-TABLE.
           05  WS-ING-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-ING-ENTRY      OCCURS 500 TIMES.
               10  WS-IG-REC     PIC X(65).
               10  WS-IG-USED    PIC 9(7)V99.
               10  WS-IG-RECEIVED PIC 9(7)V99.
       01  WS-RCP-TABLE.
           05  WS-RCP-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-RCP-ENTRY      OCCURS 2000 TIMES.
               10  WS-RP-FLAVOR  PIC X(10).
               10  WS-RP-ING-SUB PIC 9(4).
               10  WS-RP-QUANTITY PIC 9(3)V999.
      ******************************************************************
      * Flavors sold on the shift with no recipe on file, so the gap
      * shows on the report instead of quietly understating usage.
      ******************************************************************
       01  WS-NO-RECIPE-TABLE.
           05  WS-NR-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-NR-ENTRY       OCCURS 50 TIMES.
               10  WS-NR-FLAVOR  PIC X(10).
               10  WS-NR-QTY     PIC 9(5).
       01  USAGE-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(28) VALUE
                                  "INGREDIENT USAGE - SHIFT ".
           05  UH-SHIFT-DATE      PIC 9999/99/99.
           05  FILLER             PIC X(36) VALUE SPACES.
       01  USAGE-COLUMN-HEADING.
           05  FILLER             PIC X(32) VALUE
                                  "  CODE      DESCRIPTION".
           05  FILLER             PIC X(48) VALUE
               " UNIT       USED   RECEIVED    ON HAND".
       01  USAGE-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  UD-INGREDIENT      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  UD-DESCRIPTION     PIC X(20).
           05  FILLER             PIC X     VALUE SPACE.
           05  UD-UNIT            PIC X(4).
           05  FILLER             PIC X     VALUE SPACE.
           05  UD-USED            PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  UD-RECEIVED        PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  UD-ON-HAND         PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X     VALUE SPACE.
           05  UD-FLAG            PIC X(8).
       01  NO-RECIPE-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(20) VALUE
                                  "NO RECIPE ON FILE: ".
           05  NR-FLAVOR          PIC X(10).
           05  FILLER             PIC X(7)  VALUE "  SOLD:".
           05  NR-QTY             PIC ZZ,ZZ9.
           05  FILLER             PIC X(35) VALUE SPACES.
       01  USAGE-TOTAL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  UT-LABEL           PIC X(30).
           05  UT-COUNT           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(41) VALUE SPACES.
       01  REORDER-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(28) VALUE
                                  "INGREDIENT REORDER REPORT - ".
           05  RH-RUN-DATE        PIC 9999/99/99.
           05  FILLER             PIC X(36) VALUE SPACES.
       01  REORDER-COLUMN-HEADING.
           05  FILLER             PIC X(32) VALUE
                                  "  CODE      DESCRIPTION".
           05  FILLER             PIC X(48) VALUE
               " UNIT    ON HAND   REORDER PT   ORDER QTY".
       01  REORDER-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-INGREDIENT      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-DESCRIPTION     PIC X(20).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-UNIT            PIC X(4).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-ON-HAND         PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-REORDER-POINT   PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-REORDER-QTY     PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(7)  VALUE SPACES.
       01  NO-REORDER-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(44) VALUE
               "NO INGREDIENT AT OR BELOW ITS REORDER POINT".
           05  FILLER             PIC X(34) VALUE SPACES.
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
           PERFORM 050-LOAD-INGREDIENTS
           IF WS-ING-COUNT = ZERO
               DISPLAY "INVMAST.DAT NOT FOUND OR EMPTY - NO "
                   "INGREDIENTS TO UPDATE"
               STOP RUN
           END-IF
           PERFORM 060-LOAD-RECIPES
           PERFORM 070-CHECK-SHIFT-CONTROL
           IF WS-DEPLETE-SHIFT = "Y"
               PERFORM 100-DEPLETE-THE-SHIFT
           END-IF
           PERFORM 200-APPLY-RECEIPTS
           PERFORM 300-REWRITE-INGREDIENTS
           IF WS-DEPLETE-SHIFT = "Y"
               PERFORM 310-RECORD-SHIFT-CONTROL
           END-IF
           PERFORM 400-PRINT-USAGE
           PERFORM 500-PRINT-REORDER
           DISPLAY "INVRUN.RPT GENERATED - " WS-ITEMS-SOLD
               " ITEMS DEPLETED, " WS-RECEIPTS-APPLIED
               " RECEIPTS TAKEN IN"
           DISPLAY "REORDER.RPT GENERATED - " WS-REORDER-COUNT
               " INGREDIENTS TO REORDER"
           STOP RUN.
       050-LOAD-INGREDIENTS.
           OPEN INPUT INGREDIENT-FILE
           IF WS-INGRED-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ INGREDIENT-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF WS-ING-COUNT < 500
                               ADD 1 TO WS-ING-COUNT
                               MOVE INGREDIENT-REC
                                   TO WS-IG-REC (WS-ING-COUNT)
                               MOVE ZERO TO WS-IG-USED (WS-ING-COUNT)
                               MOVE ZERO
                                   TO WS-IG-RECEIVED (WS-ING-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INGREDIENT-FILE
           END-IF.
      ******************************************************************
      * Each recipe line is tied to its ingredient's table entry as
      * it loads; a line naming an ingredient not on the master is
      * dropped with a message.
      ******************************************************************
       060-LOAD-RECIPES.
           OPEN INPUT RECIPE-FILE
           IF WS-RECIPE-STATUS NOT = "00"
               DISPLAY "RECIPE.DAT NOT FOUND - NOTHING WILL BE "
                   "DEPLETED"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ RECIPE-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           PERFORM 065-KEEP-RECIPE-LINE
                   END-READ
               END-PERFORM
               CLOSE RECIPE-FILE
           END-IF.
       065-KEEP-RECIPE-LINE.
           MOVE RC-INGREDIENT TO WS-FIND-INGREDIENT
           PERFORM 090-FIND-INGREDIENT
           IF WS-FOUND-SUB = ZERO
               DISPLAY "RECIPE FOR " RC-FLAVOR " NAMES INGREDIENT "
                   RC-INGREDIENT " NOT ON INVMAST.DAT - LINE SKIPPED"
           ELSE
               IF RC-QUANTITY IS NUMERIC AND WS-RCP-COUNT < 2000
                   ADD 1 TO WS-RCP-COUNT
                   MOVE RC-FLAVOR   TO WS-RP-FLAVOR (WS-RCP-COUNT)
                   MOVE WS-FOUND-SUB TO WS-RP-ING-SUB (WS-RCP-COUNT)
                   MOVE RC-QUANTITY TO WS-RP-QUANTITY (WS-RCP-COUNT)
               END-IF
           END-IF.
      ******************************************************************
      * A shift date at or before the last one depleted has already
      * come off the shelves; its receipts are still taken in.
      ******************************************************************
       070-CHECK-SHIFT-CONTROL.
           OPEN INPUT INVENTORY-CONTROL-FILE
           IF WS-CTL-STATUS = "00"
               READ INVENTORY-CONTROL-FILE
                   AT END
                       MOVE ZERO TO IC-LAST-SHIFT-DATE
               END-READ
               IF IC-LAST-SHIFT-DATE IS NUMERIC
                   MOVE IC-LAST-SHIFT-DATE TO WS-LAST-SHIFT-DATE
               END-IF
               CLOSE INVENTORY-CONTROL-FILE
           END-IF
           IF WS-SHIFT-DATE NOT > WS-LAST-SHIFT-DATE
               MOVE "N" TO WS-DEPLETE-SHIFT
               DISPLAY "SHIFT " WS-SHIFT-DATE " ALREADY DEPLETED - "
                   "RECEIPTS ONLY"
           END-IF.
      ******************************************************************
      * The caller puts the ingredient code in WS-FIND-INGREDIENT; the
      * table subscript comes back in WS-FOUND-SUB (zero if not on
      * the master).
      ******************************************************************
       090-FIND-INGREDIENT.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-ING-SUB FROM 1 BY 1
                   UNTIL WS-ING-SUB > WS-ING-COUNT
                      OR WS-FOUND-SUB > ZERO
               MOVE WS-IG-REC (WS-ING-SUB) TO INGREDIENT-REC
               IF IN-INGREDIENT = WS-FIND-INGREDIENT
                   MOVE WS-ING-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
      ******************************************************************
      * Detail lines carry no date of their own; they belong to the
      * header just read, so the header's date decides whether they
      * are the shift's.
      ******************************************************************
       100-DEPLETE-THE-SHIFT.
           OPEN INPUT ORDER-LOG-FILE
           IF WS-ORDLOG-STATUS NOT = "00"
               DISPLAY "ORDERLOG.DAT NOT FOUND - NO ORDERS LOGGED"
           ELSE
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ ORDER-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           EVALUATE OL-TYPE
                               WHEN "H"
                                   IF OL-H-DATE = WS-SHIFT-DATE
                                       MOVE "Y" TO WS-IN-SHIFT
                                   ELSE
                                       MOVE "N" TO WS-IN-SHIFT
                                   END-IF
                               WHEN "D"
                                   IF WS-IN-SHIFT = "Y"
                                      AND OL-D-QUANTITY IS NUMERIC
                                       PERFORM 110-DEPLETE-ONE-ITEM
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE ORDER-LOG-FILE
           END-IF.
       110-DEPLETE-ONE-ITEM.
           ADD OL-D-QUANTITY TO WS-ITEMS-SOLD
           MOVE "N" TO WS-RECIPE-FOUND
           PERFORM VARYING WS-RCP-SUB FROM 1 BY 1
                   UNTIL WS-RCP-SUB > WS-RCP-COUNT
               IF WS-RP-FLAVOR (WS-RCP-SUB) = OL-D-FLAVOR
                   MOVE "Y" TO WS-RECIPE-FOUND
                   MOVE WS-RP-ING-SUB (WS-RCP-SUB) TO WS-ING-SUB
                   COMPUTE WS-USED-QTY ROUNDED =
                       WS-RP-QUANTITY (WS-RCP-SUB) * OL-D-QUANTITY
                   ADD WS-USED-QTY TO WS-IG-USED (WS-ING-SUB)
                   MOVE WS-IG-REC (WS-ING-SUB) TO INGREDIENT-REC
                   SUBTRACT WS-USED-QTY FROM IN-ON-HAND
                   MOVE INGREDIENT-REC TO WS-IG-REC (WS-ING-SUB)
               END-IF
           END-PERFORM
           IF WS-RECIPE-FOUND = "N"
               PERFORM 120-NOTE-NO-RECIPE
           END-IF.
       120-NOTE-NO-RECIPE.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-NR-SUB FROM 1 BY 1
                   UNTIL WS-NR-SUB > WS-NR-COUNT
                      OR WS-FOUND-SUB > ZERO
               IF WS-NR-FLAVOR (WS-NR-SUB) = OL-D-FLAVOR
                   MOVE WS-NR-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > ZERO
               ADD OL-D-QUANTITY TO WS-NR-QTY (WS-FOUND-SUB)
           ELSE
               IF WS-NR-COUNT < 50
                   ADD 1 TO WS-NR-COUNT
                   MOVE OL-D-FLAVOR TO WS-NR-FLAVOR (WS-NR-COUNT)
                   MOVE OL-D-QUANTITY TO WS-NR-QTY (WS-NR-COUNT)
               END-IF
           END-IF.
      ******************************************************************
      * Every delivery keyed since the last run is taken in, then the
      * file moves aside -- the PAYSUPP.DAT idiom -- so a rerun
      * cannot receive it twice.
      ******************************************************************
       200-APPLY-RECEIPTS.
           OPEN INPUT RECEIVING-FILE
           IF WS-RECV-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ RECEIVING-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           PERFORM 210-APPLY-ONE-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE RECEIVING-FILE
               CALL "CBL_COPY_FILE" USING WS-RECV-NAME
                                          WS-RECV-POSTED-NAME
                   RETURNING WS-CALL-STATUS
               END-CALL
               IF WS-CALL-STATUS = ZERO
                   CALL "CBL_DELETE_FILE" USING WS-RECV-NAME
                       RETURNING WS-CALL-STATUS
                   END-CALL
               ELSE
                   DISPLAY "WARNING: INVRECV.DAT COULD NOT BE MOVED "
                       "ASIDE - DO NOT RERUN WITHOUT CHECKING"
               END-IF
           END-IF.
       210-APPLY-ONE-RECEIPT.
           MOVE RV-INGREDIENT TO WS-FIND-INGREDIENT
           PERFORM 090-FIND-INGREDIENT
           IF WS-FOUND-SUB = ZERO OR RV-QUANTITY IS NOT NUMERIC
               ADD 1 TO WS-RECEIPTS-REJECTED
               DISPLAY "RECEIPT FOR " RV-INGREDIENT
                   " NOT APPLIED - INGREDIENT NOT ON FILE OR BAD "
                   "QUANTITY"
           ELSE
               ADD 1 TO WS-RECEIPTS-APPLIED
               ADD RV-QUANTITY TO WS-IG-RECEIVED (WS-FOUND-SUB)
               MOVE WS-IG-REC (WS-FOUND-SUB) TO INGREDIENT-REC
               ADD RV-QUANTITY TO IN-ON-HAND
               MOVE INGREDIENT-REC TO WS-IG-REC (WS-FOUND-SUB)
           END-IF.
       300-REWRITE-INGREDIENTS.
           OPEN OUTPUT INGREDIENT-FILE
           PERFORM VARYING WS-ING-SUB FROM 1 BY 1
                   UNTIL WS-ING-SUB > WS-ING-COUNT
               MOVE WS-IG-REC (WS-ING-SUB) TO INGREDIENT-REC
               WRITE INGREDIENT-REC
           END-PERFORM
           CLOSE INGREDIENT-FILE.
       310-RECORD-SHIFT-CONTROL.
           OPEN OUTPUT INVENTORY-CONTROL-FILE
           MOVE WS-SHIFT-DATE TO IC-LAST-SHIFT-DATE
           WRITE INVENTORY-CONTROL-REC
           CLOSE INVENTORY-CONTROL-FILE.
       400-PRINT-USAGE.
           OPEN OUTPUT USAGE-REPORT-FILE
           MOVE WS-SHIFT-DATE TO UH-SHIFT-DATE
           WRITE USAGE-REPORT-REC FROM USAGE-HEADING
           WRITE USAGE-REPORT-REC FROM USAGE-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-ING-SUB FROM 1 BY 1
                   UNTIL WS-ING-SUB > WS-ING-COUNT
               MOVE WS-IG-REC (WS-ING-SUB) TO INGREDIENT-REC
               MOVE IN-INGREDIENT  TO UD-INGREDIENT
               MOVE IN-DESCRIPTION TO UD-DESCRIPTION
               MOVE IN-UNIT        TO UD-UNIT
               MOVE WS-IG-USED (WS-ING-SUB)     TO UD-USED
               MOVE WS-IG-RECEIVED (WS-ING-SUB) TO UD-RECEIVED
               MOVE IN-ON-HAND     TO UD-ON-HAND
               IF IN-ON-HAND NOT > IN-REORDER-POINT
                   MOVE "REORDER" TO UD-FLAG
               ELSE
                   MOVE SPACES TO UD-FLAG
               END-IF
               WRITE USAGE-REPORT-REC FROM USAGE-DETAIL-LINE
           END-PERFORM
           PERFORM VARYING WS-NR-SUB FROM 1 BY 1
                   UNTIL WS-NR-SUB > WS-NR-COUNT
               MOVE WS-NR-FLAVOR (WS-NR-SUB) TO NR-FLAVOR
               MOVE WS-NR-QTY (WS-NR-SUB)    TO NR-QTY
               IF WS-NR-SUB = 1
                   WRITE USAGE-REPORT-REC FROM NO-RECIPE-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   WRITE USAGE-REPORT-REC FROM NO-RECIPE-LINE
               END-IF
           END-PERFORM
           MOVE "ITEMS SOLD AND DEPLETED:" TO UT-LABEL
           MOVE WS-ITEMS-SOLD TO UT-COUNT
           WRITE USAGE-REPORT-REC FROM USAGE-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "DELIVERIES RECEIVED:" TO UT-LABEL
           MOVE WS-RECEIPTS-APPLIED TO UT-COUNT
           WRITE USAGE-REPORT-REC FROM USAGE-TOTAL-LINE
           IF WS-RECEIPTS-REJECTED > ZERO
               MOVE "DELIVERIES NOT APPLIED:" TO UT-LABEL
               MOVE WS-RECEIPTS-REJECTED TO UT-COUNT
               WRITE USAGE-REPORT-REC FROM USAGE-TOTAL-LINE
           END-IF
           CLOSE USAGE-REPORT-FILE.
      ******************************************************************
      * Every ingredient at or below its reorder point, with the
      * quantity to order.
      ******************************************************************
       500-PRINT-REORDER.
           OPEN OUTPUT REORDER-REPORT-FILE
           MOVE WS-NOW (1:8) TO RH-RUN-DATE
           WRITE REORDER-REPORT-REC FROM REORDER-HEADING
           WRITE REORDER-REPORT-REC FROM REORDER-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-ING-SUB FROM 1 BY 1
                   UNTIL WS-ING-SUB > WS-ING-COUNT
               MOVE WS-IG-REC (WS-ING-SUB) TO INGREDIENT-REC
               IF IN-ON-HAND NOT > IN-REORDER-POINT
                   ADD 1 TO WS-REORDER-COUNT
                   MOVE IN-INGREDIENT    TO RD-INGREDIENT
                   MOVE IN-DESCRIPTION   TO RD-DESCRIPTION
                   MOVE IN-UNIT          TO RD-UNIT
                   MOVE IN-ON-HAND       TO RD-ON-HAND
                   MOVE IN-REORDER-POINT TO RD-REORDER-POINT
                   MOVE IN-REORDER-QTY   TO RD-REORDER-QTY
                   WRITE REORDER-REPORT-REC FROM REORDER-DETAIL-LINE
               END-IF
           END-PERFORM
           IF WS-REORDER-COUNT = ZERO
               WRITE REORDER-REPORT-REC FROM NO-REORDER-LINE
           END-IF
           CLOSE REORDER-REPORT-FILE.
       END PROGRAM InvRun.
