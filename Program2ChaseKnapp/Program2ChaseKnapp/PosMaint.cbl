       IDENTIFICATION DIVISION.
       PROGRAM-ID. PosMaint.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Maintains the position-control master POSITION.DAT: the
      *     authorized headcount for each territory, office, and job
      *     code, and the budgeted annual salary of one position
      *     there. PosRpt compares it to the filled positions on
      *     employee.dat each month, and EmpMaint warns when an add
      *     would go over it. The file is loaded into a table,
      *     changed, and rewritten, the same idiom as DedMaint,
      *     behind the operator sign-on (function "B", budget).
      * Input:
      *     POSITION.DAT, OPERATOR.DAT
      * Output:
      *     POSITION.DAT (rewritten)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  POSITION-FILE
               ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-FILE.
       01  POSITION-REC.
           05  PM-TERRITORY-NO    PIC XX.
           05  FILLER             PIC X.
           05  PM-OFFICE-NO       PIC XX.
           05  FILLER             PIC X.
           05  PM-JOB-CODE        PIC XX.
           05  FILLER             PIC X.
           05  PM-AUTH-COUNT      PIC 9(3).
           05  FILLER             PIC X.
           05  PM-BUDGET-SALARY   PIC 9(6).
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       WORKING-STORAGE SECTION.
       77  WS-POS-STATUS         PIC XX.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  WS-POS-EOF            PIC X     VALUE "N".
       77  WS-MAINT-ACTION       PIC X.
       77  WS-MAINT-TERR         PIC XX.
      ******************************************************************
      * The same office and job-code ranges EmpMaint enforces, so a
      * position can't be authorized where no employee can be put.
      ******************************************************************
       77  WS-MAINT-OFFICE       PIC XX.
           88  WS-OFFICE-VALID  VALUES "01" THRU "07".
       77  WS-MAINT-JOB          PIC XX.
           88  WS-JOB-VALID     VALUES "01" THRU "03".
       77  WS-MAINT-AUTH-COUNT   PIC 9(3).
       77  WS-MAINT-BUDGET       PIC 9(6).
       77  WS-POS-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-FOUND-SUB          PIC 9(4)  VALUE ZERO.
       77  WS-AUTH-TOTAL         PIC 9(5)  VALUE ZERO.
       01  WS-POS-TABLE.
           05  WS-POS-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-POS-ENTRY       OCCURS 500 TIMES.
               10  WS-PO-TERR     PIC XX.
               10  WS-PO-OFFICE   PIC XX.
               10  WS-PO-JOB      PIC XX.
               10  WS-PO-AUTH     PIC 9(3).
               10  WS-PO-BUDGET   PIC 9(6).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           PERFORM 100-LOAD-POSITION-TABLE
           DISPLAY 'ENTER ACTION: A-ADD/CHANGE   D-DELETE   L-LIST'
           ACCEPT WS-MAINT-ACTION
           EVALUATE WS-MAINT-ACTION
               WHEN "A"
                   PERFORM 200-ADD-OR-CHANGE-POSITION
                   PERFORM 500-REWRITE-POSITION-FILE
               WHEN "D"
                   PERFORM 300-DELETE-POSITION
                   PERFORM 500-REWRITE-POSITION-FILE
               WHEN "L"
                   PERFORM 400-LIST-POSITIONS
               WHEN OTHER
                   DISPLAY 'INVALID ACTION - NO CHANGE MADE'
           END-EVALUATE
           STOP RUN.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
      * function "B" among its allowed functions. With no operator
      * file on disk yet the sign-on is not enforced.
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
                                   WS-FUNC-TALLY FOR ALL "B"
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
                       ' NOT AUTHORIZED FOR POSITION CONTROL'
               END-IF
           END-IF.
       100-LOAD-POSITION-TABLE.
           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS = "00"
               PERFORM UNTIL WS-POS-EOF = "Y"
                   READ POSITION-FILE
                       AT END
                           MOVE "Y" TO WS-POS-EOF
                       NOT AT END
                           IF WS-POS-COUNT < 500
                               ADD 1 TO WS-POS-COUNT
                               MOVE PM-TERRITORY-NO TO
                                   WS-PO-TERR (WS-POS-COUNT)
                               MOVE PM-OFFICE-NO TO
                                   WS-PO-OFFICE (WS-POS-COUNT)
                               MOVE PM-JOB-CODE TO
                                   WS-PO-JOB (WS-POS-COUNT)
                               MOVE PM-AUTH-COUNT TO
                                   WS-PO-AUTH (WS-POS-COUNT)
                               MOVE PM-BUDGET-SALARY TO
                                   WS-PO-BUDGET (WS-POS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF.
      ******************************************************************
      * One entry per territory/office/job code: an existing entry has
      * its count and budget replaced, a new one joins the table.
      ******************************************************************
       200-ADD-OR-CHANGE-POSITION.
           PERFORM 210-ENTER-POSITION-KEY
           DISPLAY 'ENTER AUTHORIZED HEADCOUNT'
           ACCEPT WS-MAINT-AUTH-COUNT
           PERFORM UNTIL WS-MAINT-AUTH-COUNT IS NUMERIC
               DISPLAY 'PLEASE ENTER A NUMBER'
               ACCEPT WS-MAINT-AUTH-COUNT
           END-PERFORM
           DISPLAY 'ENTER BUDGETED ANNUAL SALARY PER POSITION'
           ACCEPT WS-MAINT-BUDGET
           PERFORM UNTIL WS-MAINT-BUDGET IS NUMERIC
               DISPLAY 'PLEASE ENTER A NUMBER'
               ACCEPT WS-MAINT-BUDGET
           END-PERFORM
           PERFORM 250-FIND-POSITION
           IF WS-FOUND-SUB = ZERO
               IF WS-POS-COUNT >= 500
                   DISPLAY 'POSITION TABLE FULL - NO CHANGE MADE'
               ELSE
                   ADD 1 TO WS-POS-COUNT
                   MOVE WS-POS-COUNT TO WS-FOUND-SUB
                   MOVE WS-MAINT-TERR   TO WS-PO-TERR (WS-FOUND-SUB)
                   MOVE WS-MAINT-OFFICE TO WS-PO-OFFICE (WS-FOUND-SUB)
                   MOVE WS-MAINT-JOB    TO WS-PO-JOB (WS-FOUND-SUB)
                   DISPLAY 'POSITION ADDED'
               END-IF
           ELSE
               DISPLAY 'POSITION CHANGED'
           END-IF
           IF WS-FOUND-SUB > ZERO
               MOVE WS-MAINT-AUTH-COUNT TO WS-PO-AUTH (WS-FOUND-SUB)
               MOVE WS-MAINT-BUDGET     TO WS-PO-BUDGET (WS-FOUND-SUB)
           END-IF.
       210-ENTER-POSITION-KEY.
           DISPLAY 'ENTER TERRITORY NO'
           ACCEPT WS-MAINT-TERR
           DISPLAY 'ENTER OFFICE NO'
           ACCEPT WS-MAINT-OFFICE
           PERFORM UNTIL WS-OFFICE-VALID
               DISPLAY 'INVALID OFFICE NO - MUST BE 01-07'
               DISPLAY 'PLEASE RE-ENTER'
               ACCEPT WS-MAINT-OFFICE
           END-PERFORM
           DISPLAY 'ENTER JOB CLASSIFICATION CODE'
           ACCEPT WS-MAINT-JOB
           PERFORM UNTIL WS-JOB-VALID
               DISPLAY 'INVALID JOB CODE - MUST BE 01-03'
               DISPLAY 'PLEASE RE-ENTER'
               ACCEPT WS-MAINT-JOB
           END-PERFORM.
       250-FIND-POSITION.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               IF WS-PO-TERR (WS-POS-SUB) = WS-MAINT-TERR
                  AND WS-PO-OFFICE (WS-POS-SUB) = WS-MAINT-OFFICE
                  AND WS-PO-JOB (WS-POS-SUB) = WS-MAINT-JOB
                   MOVE WS-POS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       300-DELETE-POSITION.
           PERFORM 210-ENTER-POSITION-KEY
           PERFORM 250-FIND-POSITION
           IF WS-FOUND-SUB = ZERO
               DISPLAY 'POSITION NOT FOUND - NO CHANGE MADE'
           ELSE
               PERFORM VARYING WS-POS-SUB FROM WS-FOUND-SUB BY 1
                       UNTIL WS-POS-SUB >= WS-POS-COUNT
                   MOVE WS-POS-ENTRY (WS-POS-SUB + 1)
                       TO WS-POS-ENTRY (WS-POS-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-POS-COUNT
               DISPLAY 'POSITION DELETED'
           END-IF.
       400-LIST-POSITIONS.
           MOVE ZERO TO WS-AUTH-TOTAL
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               DISPLAY WS-PO-TERR (WS-POS-SUB) " "
                   WS-PO-OFFICE (WS-POS-SUB) " "
                   WS-PO-JOB (WS-POS-SUB) " "
                   WS-PO-AUTH (WS-POS-SUB) " "
                   WS-PO-BUDGET (WS-POS-SUB)
               ADD WS-PO-AUTH (WS-POS-SUB) TO WS-AUTH-TOTAL
           END-PERFORM
           DISPLAY WS-POS-COUNT " POSITION ENTRIES, " WS-AUTH-TOTAL
               " AUTHORIZED".
       500-REWRITE-POSITION-FILE.
           OPEN OUTPUT POSITION-FILE
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               MOVE SPACES TO POSITION-REC
               MOVE WS-PO-TERR (WS-POS-SUB)   TO PM-TERRITORY-NO
               MOVE WS-PO-OFFICE (WS-POS-SUB) TO PM-OFFICE-NO
               MOVE WS-PO-JOB (WS-POS-SUB)    TO PM-JOB-CODE
               MOVE WS-PO-AUTH (WS-POS-SUB)   TO PM-AUTH-COUNT
               MOVE WS-PO-BUDGET (WS-POS-SUB) TO PM-BUDGET-SALARY
               WRITE POSITION-REC
           END-PERFORM
           CLOSE POSITION-FILE.
       END PROGRAM PosMaint.
