      *     the pay-period run applies between gross and net:
      *     employee number, deduction code, flat amount or percent
      *     of gross, and start/stop dates (a zero stop date means
      *     the deduction runs until stopped), and whether the code
      *     is taken pre-tax for the annual wage and tax statement
      *     (WageStmt). Insurance,
      *     garnishments, and the savings plan stop being
      *     hand-adjustments. The file is loaded into a table,
      *     changed, and rewritten, the same idiom as Lab7's
      *     department maintenance, behind the payroll operator
      *     sign-on (function "E").
      *     Action "C" keeps the description each deduction code
      *     prints under on the PayStub earnings statements,
      *     DEDCODES.DAT, the same way; a blank description removes
      *     the code's entry.
      * Input:
      *     DEDMAST.DAT, DEDCODES.DAT, OPERATOR.DAT
      * Output:
      *     DEDMAST.DAT (rewritten)
      *     DEDCODES.DAT (rewritten by action "C")
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "DEDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-STATUS.
           SELECT  CODE-FILE
               ASSIGN TO "DEDCODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  DM-START-DATE      PIC 9(8).
           05  FILLER             PIC X.
           05  DM-STOP-DATE       PIC 9(8).
      ******************************************************************
      * "Y" marks the code pre-tax; records written before the flag
      * existed read as blank, which is post-tax.
      ******************************************************************
           05  FILLER             PIC X.
           05  DM-PRE-TAX         PIC X.
               88  DM-IS-PRE-TAX             VALUE "Y".
       FD  CODE-FILE.
       01  CODE-REC.
           05  DC-DED-CODE        PIC XX.
           05  FILLER             PIC X.
           05  DC-DESCRIPTION     PIC X(20).
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-FUNCTIONS       PIC X(8).
       WORKING-STORAGE SECTION.
       77  WS-DED-STATUS         PIC XX.
       77  WS-CODE-STATUS        PIC XX.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  WS-DED-EOF            PIC X     VALUE "N".
       77  WS-CODE-EOF           PIC X     VALUE "N".
       77  WS-MAINT-ACTION       PIC X.
       77  WS-MAINT-EMP-NO       PIC X(5).
       77  WS-MAINT-CODE         PIC XX.
       77  WS-MAINT-AMOUNT       PIC 9(3)V99.
       77  WS-MAINT-START        PIC 9(8).
       77  WS-MAINT-STOP         PIC 9(8).
       77  WS-MAINT-PRE-TAX      PIC X.
       77  WS-MAINT-DESCRIPTION  PIC X(20).
       77  WS-DED-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-FOUND-SUB          PIC 9(4)  VALUE ZERO.
       77  WS-CODE-SUB           PIC 9(3)  VALUE ZERO.
       77  WS-FOUND-CODE-SUB     PIC 9(3)  VALUE ZERO.
       01  WS-DED-TABLE.
           05  WS-DED-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-DED-ENTRY       OCCURS 2000 TIMES.
               10  WS-DE-AMOUNT   PIC 9(3)V99.
               10  WS-DE-START    PIC 9(8).
               10  WS-DE-STOP     PIC 9(8).
               10  WS-DE-PRE-TAX  PIC X.
       01  WS-CODE-TABLE.
           05  WS-CODE-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-CODE-ENTRY      OCCURS 100 TIMES.
               10  WS-DC-CODE     PIC XX.
               10  WS-DC-DESC     PIC X(20).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
               STOP RUN
           END-IF
           PERFORM 100-LOAD-DEDUCTION-TABLE
           DISPLAY 'ENTER ACTION: A-ADD/CHANGE   D-DELETE   L-LIST   '
               'C-CODE DESCRIPTION'
           ACCEPT WS-MAINT-ACTION
           EVALUATE WS-MAINT-ACTION
               WHEN "A"
                   PERFORM 500-REWRITE-DEDUCTION-FILE
               WHEN "L"
                   PERFORM 400-LIST-DEDUCTIONS
               WHEN "C"
                   PERFORM 600-LOAD-CODE-TABLE
                   PERFORM 650-SET-CODE-DESCRIPTION
                   PERFORM 700-REWRITE-CODE-FILE
               WHEN OTHER
                   DISPLAY 'INVALID ACTION - NO CHANGE MADE'
           END-EVALUATE
                                   WS-DE-START (WS-DED-COUNT)
                               MOVE DM-STOP-DATE TO
                                   WS-DE-STOP (WS-DED-COUNT)
                               MOVE DM-PRE-TAX TO
                                   WS-DE-PRE-TAX (WS-DED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           ACCEPT WS-MAINT-START
           DISPLAY 'ENTER STOP DATE (YYYYMMDD, 0 = OPEN)'
           ACCEPT WS-MAINT-STOP
           DISPLAY 'PRE-TAX DEDUCTION? (Y/N)'
           ACCEPT WS-MAINT-PRE-TAX
           PERFORM UNTIL WS-MAINT-PRE-TAX = "Y"
                         OR WS-MAINT-PRE-TAX = "N"
               DISPLAY 'PLEASE ENTER Y OR N'
               ACCEPT WS-MAINT-PRE-TAX
           END-PERFORM
           PERFORM 250-FIND-DEDUCTION
           IF WS-FOUND-SUB = ZERO
               IF WS-DED-COUNT >= 2000
               MOVE WS-MAINT-AMOUNT TO WS-DE-AMOUNT (WS-FOUND-SUB)
               MOVE WS-MAINT-START  TO WS-DE-START (WS-FOUND-SUB)
               MOVE WS-MAINT-STOP   TO WS-DE-STOP (WS-FOUND-SUB)
               MOVE WS-MAINT-PRE-TAX
                   TO WS-DE-PRE-TAX (WS-FOUND-SUB)
           END-IF.
       250-FIND-DEDUCTION.
           MOVE ZERO TO WS-FOUND-SUB
                   WS-DE-METHOD (WS-DED-SUB) " "
                   WS-DE-AMOUNT (WS-DED-SUB) " "
                   WS-DE-START (WS-DED-SUB) " "
                   WS-DE-STOP (WS-DED-SUB) " "
                   WS-DE-PRE-TAX (WS-DED-SUB)
           END-PERFORM
           DISPLAY WS-DED-COUNT " DEDUCTIONS ON FILE".
       500-REWRITE-DEDUCTION-FILE.
               MOVE WS-DE-AMOUNT (WS-DED-SUB) TO DM-AMOUNT
               MOVE WS-DE-START (WS-DED-SUB)  TO DM-START-DATE
               MOVE WS-DE-STOP (WS-DED-SUB)   TO DM-STOP-DATE
               MOVE WS-DE-PRE-TAX (WS-DED-SUB) TO DM-PRE-TAX
               WRITE DEDUCTION-REC
           END-PERFORM
           CLOSE DEDUCTION-FILE.
      ******************************************************************
      * DEDCODES.DAT: one description per deduction code, for the
      * earnings statements. No file yet just means no descriptions.
      ******************************************************************
       600-LOAD-CODE-TABLE.
           OPEN INPUT CODE-FILE
           IF WS-CODE-STATUS = "00"
               PERFORM UNTIL WS-CODE-EOF = "Y"
                   READ CODE-FILE
                       AT END
                           MOVE "Y" TO WS-CODE-EOF
                       NOT AT END
                           IF WS-CODE-COUNT < 100
                               ADD 1 TO WS-CODE-COUNT
                               MOVE DC-DED-CODE TO
                                   WS-DC-CODE (WS-CODE-COUNT)
                               MOVE DC-DESCRIPTION TO
                                   WS-DC-DESC (WS-CODE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CODE-FILE
           END-IF.
       650-SET-CODE-DESCRIPTION.
           DISPLAY 'ENTER DEDUCTION CODE'
           ACCEPT WS-MAINT-CODE
           DISPLAY 'ENTER DESCRIPTION (BLANK = REMOVE)'
           ACCEPT WS-MAINT-DESCRIPTION
           MOVE ZERO TO WS-FOUND-CODE-SUB
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > WS-CODE-COUNT
               IF WS-DC-CODE (WS-CODE-SUB) = WS-MAINT-CODE
                   MOVE WS-CODE-SUB TO WS-FOUND-CODE-SUB
               END-IF
           END-PERFORM
           IF WS-MAINT-DESCRIPTION = SPACES
               IF WS-FOUND-CODE-SUB = ZERO
                   DISPLAY 'CODE NOT FOUND - NO CHANGE MADE'
               ELSE
                   PERFORM VARYING WS-CODE-SUB FROM WS-FOUND-CODE-SUB
                           BY 1 UNTIL WS-CODE-SUB >= WS-CODE-COUNT
                       MOVE WS-CODE-ENTRY (WS-CODE-SUB + 1)
                           TO WS-CODE-ENTRY (WS-CODE-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-CODE-COUNT
                   DISPLAY 'DESCRIPTION REMOVED'
               END-IF
           ELSE
               IF WS-FOUND-CODE-SUB = ZERO
                   IF WS-CODE-COUNT >= 100
                       DISPLAY 'CODE TABLE FULL - NO CHANGE MADE'
                   ELSE
                       ADD 1 TO WS-CODE-COUNT
                       MOVE WS-CODE-COUNT TO WS-FOUND-CODE-SUB
                       MOVE WS-MAINT-CODE
                           TO WS-DC-CODE (WS-FOUND-CODE-SUB)
                       DISPLAY 'DESCRIPTION ADDED'
                   END-IF
               ELSE
                   DISPLAY 'DESCRIPTION CHANGED'
               END-IF
               IF WS-FOUND-CODE-SUB > ZERO
                   MOVE WS-MAINT-DESCRIPTION
                       TO WS-DC-DESC (WS-FOUND-CODE-SUB)
               END-IF
           END-IF.
       700-REWRITE-CODE-FILE.
           OPEN OUTPUT CODE-FILE
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > WS-CODE-COUNT
               MOVE SPACES TO CODE-REC
               MOVE WS-DC-CODE (WS-CODE-SUB) TO DC-DED-CODE
               MOVE WS-DC-DESC (WS-CODE-SUB) TO DC-DESCRIPTION
               WRITE CODE-REC
           END-PERFORM
           CLOSE CODE-FILE.
       END PROGRAM DedMaint.
