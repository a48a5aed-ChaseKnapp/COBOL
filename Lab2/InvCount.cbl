       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvCount.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Weekly physical count of the kitchen's ingredients. Takes
      *     an ingredient code and the quantity counted on the shelf,
      *     as many as were counted (a blank code ends the count),
      *     and prints the count-variance report: for each counted
      *     ingredient the on-hand the INVMAST.DAT master expected,
      *     the count, the variance (count less expected) and the
      *     variance as a percent of expected -- so waste, portioning
      *     and theft show up in numbers. Once the report is printed
      *     the counts can be posted, setting each counted
      *     ingredient's on-hand to the count. Signed on with an
      *     OPERATOR.DAT sign-on (function "I"); the counter's ID
      *     prints on the report.
      * Input:
      *     INVMAST.DAT, OPERATOR.DAT
      * Output:
      *     COUNTVAR.RPT, INVMAST.DAT (on-hand set to the counts when
      *     posted)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  INGREDIENT-FILE
               ASSIGN TO "INVMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INGRED-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT  VARIANCE-REPORT-FILE
               ASSIGN TO "COUNTVAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       FD  VARIANCE-REPORT-FILE.
       01  VARIANCE-REPORT-REC   PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-INGRED-STATUS      PIC XX.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  WS-INGRED-EOF         PIC X     VALUE "N".
       77  WS-ENTRY-DONE         PIC X     VALUE "N".
       77  WS-ENTRY-INGREDIENT   PIC X(8)  VALUE SPACES.
       77  WS-ENTRY-COUNT        PIC 9(7)V99 VALUE ZERO.
       77  WS-POST-ANSWER        PIC X     VALUE "N".
       77  WS-ING-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-FOUND-SUB          PIC 9(4)  VALUE ZERO.
       77  WS-COUNTED-ITEMS      PIC 9(5)  VALUE ZERO.
       77  WS-VARIANCE           PIC S9(7)V99 VALUE ZERO.
       77  WS-VARIANCE-PCT       PIC S9(5)V9 VALUE ZERO.
       77  WS-NOW                PIC X(21) VALUE SPACES.
      ******************************************************************
      * The master loaded for the count and rewritten if the counts
      * are posted, each entry with the quantity counted and whether
      * it was counted at all.
      ******************************************************************
       01  WS-ING-TABLE.
           05  WS-ING-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-ING-ENTRY      OCCURS 500 TIMES.
               10  WS-IG-REC     PIC X(65).
               10  WS-IG-COUNTED PIC X.
               10  WS-IG-COUNT   PIC 9(7)V99.
       01  VARIANCE-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(26) VALUE
                                  "COUNT VARIANCE REPORT - ".
           05  VH-COUNT-DATE      PIC 9999/99/99.
           05  FILLER             PIC X(13) VALUE "  COUNTED BY ".
           05  VH-OPERATOR        PIC X(8).
           05  FILLER             PIC X(17) VALUE SPACES.
       01  VARIANCE-COLUMN-HEADING.
           05  FILLER             PIC X(32) VALUE
                                  "  CODE      DESCRIPTION".
           05  FILLER             PIC X(48) VALUE
               " UNIT   EXPECTED    COUNTED   VARIANCE      PCT".
       01  VARIANCE-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  VD-INGREDIENT      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  VD-DESCRIPTION     PIC X(20).
           05  FILLER             PIC X     VALUE SPACE.
           05  VD-UNIT            PIC X(4).
           05  FILLER             PIC X     VALUE SPACE.
           05  VD-EXPECTED        PIC ZZZ,ZZ9.99-.
           05  VD-COUNTED         PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X     VALUE SPACE.
           05  VD-VARIANCE        PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X     VALUE SPACE.
           05  VD-VARIANCE-PCT    PIC ZZZ9.9-.
           05  VD-VARIANCE-PCT-X  REDEFINES VD-VARIANCE-PCT PIC X(7).
           05  FILLER             PIC X     VALUE SPACE.
       01  VARIANCE-TOTAL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(30) VALUE
                                  "INGREDIENTS COUNTED:".
           05  VT-COUNTED         PIC ZZ,ZZ9.
           05  FILLER             PIC X(20) VALUE
                                  "   NOT COUNTED:".
           05  VT-NOT-COUNTED     PIC ZZ,ZZ9.
           05  FILLER             PIC X(16) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           PERFORM 100-LOAD-INGREDIENTS
           IF WS-ING-COUNT = ZERO
               DISPLAY "INVMAST.DAT NOT FOUND OR EMPTY - NOTHING TO "
                   "COUNT"
               STOP RUN
           END-IF
           PERFORM 200-COUNT-ONE-INGREDIENT UNTIL WS-ENTRY-DONE = "Y"
           IF WS-COUNTED-ITEMS = ZERO
               DISPLAY "NO COUNTS ENTERED - NOTHING TO REPORT"
               STOP RUN
           END-IF
           PERFORM 300-PRINT-VARIANCE
           DISPLAY "COUNTVAR.RPT GENERATED - " WS-COUNTED-ITEMS
               " INGREDIENTS COUNTED"
           DISPLAY "POST THE COUNTS AS THE NEW ON-HAND (Y/N)?"
           ACCEPT WS-POST-ANSWER
           IF WS-POST-ANSWER = "Y" OR WS-POST-ANSWER = "y"
               PERFORM 400-POST-COUNTS
               DISPLAY "COUNTS POSTED TO INVMAST.DAT"
           ELSE
               DISPLAY "COUNTS NOT POSTED - ON-HAND UNCHANGED"
           END-IF
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
                                   TO WS-IG-REC (WS-ING-COUNT)
                               MOVE "N" TO WS-IG-COUNTED (WS-ING-COUNT)
                               MOVE ZERO TO WS-IG-COUNT (WS-ING-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INGREDIENT-FILE
           END-IF.
      ******************************************************************
      * Counting the same ingredient twice (a second shelf, say)
      * replaces the first count rather than adding to it, so a
      * miskeyed count can simply be keyed again.
      ******************************************************************
       200-COUNT-ONE-INGREDIENT.
           DISPLAY "ENTER INGREDIENT CODE (BLANK TO END COUNT): "
           MOVE SPACES TO WS-ENTRY-INGREDIENT
           ACCEPT WS-ENTRY-INGREDIENT
           IF WS-ENTRY-INGREDIENT = SPACES
               MOVE "Y" TO WS-ENTRY-DONE
           ELSE
               MOVE ZERO TO WS-FOUND-SUB
               PERFORM VARYING WS-ING-SUB FROM 1 BY 1
                       UNTIL WS-ING-SUB > WS-ING-COUNT
                          OR WS-FOUND-SUB > ZERO
                   MOVE WS-IG-REC (WS-ING-SUB) TO INGREDIENT-REC
                   IF IN-INGREDIENT = WS-ENTRY-INGREDIENT
                       MOVE WS-ING-SUB TO WS-FOUND-SUB
                   END-IF
               END-PERFORM
               IF WS-FOUND-SUB = ZERO
                   DISPLAY "INGREDIENT " WS-ENTRY-INGREDIENT
                       " NOT ON FILE"
               ELSE
                   MOVE WS-IG-REC (WS-FOUND-SUB) TO INGREDIENT-REC
                   DISPLAY "INGREDIENT: " IN-DESCRIPTION
                       "  UNIT: " IN-UNIT
                   DISPLAY "ENTER QUANTITY COUNTED"
                   ACCEPT WS-ENTRY-COUNT
                   PERFORM UNTIL WS-ENTRY-COUNT IS NUMERIC
                       DISPLAY "PLEASE ENTER A NUMERIC QUANTITY"
                       ACCEPT WS-ENTRY-COUNT
                   END-PERFORM
                   IF WS-IG-COUNTED (WS-FOUND-SUB) = "N"
                       ADD 1 TO WS-COUNTED-ITEMS
                   END-IF
                   MOVE "Y" TO WS-IG-COUNTED (WS-FOUND-SUB)
                   MOVE WS-ENTRY-COUNT TO WS-IG-COUNT (WS-FOUND-SUB)
               END-IF
           END-IF.
       300-PRINT-VARIANCE.
           OPEN OUTPUT VARIANCE-REPORT-FILE
           MOVE WS-NOW (1:8)   TO VH-COUNT-DATE
           MOVE WS-OPERATOR-ID TO VH-OPERATOR
           WRITE VARIANCE-REPORT-REC FROM VARIANCE-HEADING
           WRITE VARIANCE-REPORT-REC FROM VARIANCE-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-ING-SUB FROM 1 BY 1
                   UNTIL WS-ING-SUB > WS-ING-COUNT
               IF WS-IG-COUNTED (WS-ING-SUB) = "Y"
                   PERFORM 310-PRINT-ONE-VARIANCE
               END-IF
           END-PERFORM
           MOVE WS-COUNTED-ITEMS TO VT-COUNTED
           COMPUTE VT-NOT-COUNTED = WS-ING-COUNT - WS-COUNTED-ITEMS
           WRITE VARIANCE-REPORT-REC FROM VARIANCE-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           CLOSE VARIANCE-REPORT-FILE.
      ******************************************************************
      * The percent is of the expected quantity; with nothing
      * expected on hand there is no percent to show.
      ******************************************************************
       310-PRINT-ONE-VARIANCE.
           MOVE WS-IG-REC (WS-ING-SUB) TO INGREDIENT-REC
           COMPUTE WS-VARIANCE = WS-IG-COUNT (WS-ING-SUB) - IN-ON-HAND
           MOVE IN-INGREDIENT  TO VD-INGREDIENT
           MOVE IN-DESCRIPTION TO VD-DESCRIPTION
           MOVE IN-UNIT        TO VD-UNIT
           MOVE IN-ON-HAND     TO VD-EXPECTED
           MOVE WS-IG-COUNT (WS-ING-SUB) TO VD-COUNTED
           MOVE WS-VARIANCE    TO VD-VARIANCE
           IF IN-ON-HAND > ZERO
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   (WS-VARIANCE * 100) / IN-ON-HAND
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-VARIANCE-PCT
               END-COMPUTE
               MOVE WS-VARIANCE-PCT TO VD-VARIANCE-PCT
           ELSE
               MOVE SPACES TO VD-VARIANCE-PCT-X
           END-IF
           WRITE VARIANCE-REPORT-REC FROM VARIANCE-DETAIL-LINE.
       400-POST-COUNTS.
           OPEN OUTPUT INGREDIENT-FILE
           PERFORM VARYING WS-ING-SUB FROM 1 BY 1
                   UNTIL WS-ING-SUB > WS-ING-COUNT
               MOVE WS-IG-REC (WS-ING-SUB) TO INGREDIENT-REC
               IF WS-IG-COUNTED (WS-ING-SUB) = "Y"
                   MOVE WS-IG-COUNT (WS-ING-SUB) TO IN-ON-HAND
               END-IF
               WRITE INGREDIENT-REC
           END-PERFORM
           CLOSE INGREDIENT-FILE.
       END PROGRAM InvCount.
