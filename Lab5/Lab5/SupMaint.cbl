       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupMaint.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Maintains the do-not-mail suppression list SUPPRESS.DAT
      *     the mailing selection run (MailSel) drops entries against,
      *     so a "take me off your list" request no longer means
      *     deleting the person from the roster or customer master.
      *     An entry is keyed one of three ways: "S" by SSN (roster),
      *     "C" by customer number (CUSTMAST.DAT), or "N" by name and
      *     ZIP, which catches the person on either file. Each entry
      *     carries a reason code, the date it took effect, and the
      *     operator who keyed it. Names are kept in upper case so
      *     the selection run matches them without regard to case.
      *     The file is loaded into a table, changed, and rewritten,
      *     the same idiom as the deduction maintenance, behind the
      *     operator sign-on (function "L").
      * Input:
      *     SUPPRESS.DAT, OPERATOR.DAT
      * Output:
      *     SUPPRESS.DAT (rewritten)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  SUPPRESS-FILE
               ASSIGN TO "SUPPRESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * SP-KEY holds the SSN, the customer number, or the name and
      * ZIP, left-justified, according to SP-KEY-TYPE.
      ******************************************************************
       FD  SUPPRESS-FILE.
       01  SUPPRESS-REC.
           05  SP-KEY-TYPE        PIC X.
           05  FILLER             PIC X.
           05  SP-KEY             PIC X(29).
           05  SP-KEY-SSN REDEFINES SP-KEY.
               10  SP-SSN         PIC X(9).
               10  FILLER         PIC X(20).
           05  SP-KEY-CUST REDEFINES SP-KEY.
               10  SP-CUST-NO     PIC X(5).
               10  FILLER         PIC X(24).
           05  SP-KEY-NAME REDEFINES SP-KEY.
               10  SP-NAME        PIC X(24).
               10  SP-ZIP         PIC X(5).
           05  FILLER             PIC X.
           05  SP-REASON          PIC XX.
           05  FILLER             PIC X.
           05  SP-DATE            PIC 9(8).
           05  FILLER             PIC X.
           05  SP-ENTERED-BY      PIC X(8).
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       WORKING-STORAGE SECTION.
       77  WS-SUP-STATUS         PIC XX.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  WS-SUP-EOF            PIC X     VALUE "N".
       77  WS-MAINT-ACTION       PIC X.
       77  WS-MAINT-KEY-TYPE     PIC X.
       77  WS-MAINT-REASON       PIC XX.
       77  WS-MAINT-DATE         PIC 9(8).
       77  WS-TODAY              PIC 9(8)  VALUE ZERO.
       77  WS-SUP-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-FOUND-SUB          PIC 9(4)  VALUE ZERO.
       77  WS-REASON-SUB         PIC 9     VALUE ZERO.
       77  WS-REASON-OK          PIC X     VALUE "N".
       77  WS-LOWER-CASE         PIC X(26) VALUE
                                 "abcdefghijklmnopqrstuvwxyz".
       77  WS-UPPER-CASE         PIC X(26) VALUE
                                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-MAINT-KEY.
           05  WS-MAINT-NAME     PIC X(24).
           05  WS-MAINT-ZIP      PIC X(5).
       01  WS-MASKED-SSN.
           05  FILLER            PIC X(5)  VALUE "XXXXX".
           05  WS-MASK-LAST4     PIC X(4).
       01  WS-SHOW-KEY           PIC X(29).
      ******************************************************************
      * The reasons marketing asked to see the list shrink by; the
      * selection run prints its suppression counts under the same
      * descriptions.
      ******************************************************************
       01  WS-REASON-LIST.
           05  FILLER            PIC X(22) VALUE
                                 "RQREQUESTED REMOVAL   ".
           05  FILLER            PIC X(22) VALUE
                                 "DCDECEASED            ".
           05  FILLER            PIC X(22) VALUE
                                 "BAUNDELIVERABLE ADDR  ".
           05  FILLER            PIC X(22) VALUE
                                 "LGLEGAL / COLLECTIONS ".
           05  FILLER            PIC X(22) VALUE
                                 "OTOTHER               ".
       01  WS-REASON-TABLE REDEFINES WS-REASON-LIST.
           05  WS-REASON-ENTRY   OCCURS 5 TIMES.
               10  WS-RS-CODE    PIC XX.
               10  WS-RS-DESC    PIC X(20).
       01  WS-SUP-TABLE.
           05  WS-SUP-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-SUP-ENTRY       OCCURS 5000 TIMES.
               10  WS-SE-KEY-TYPE PIC X.
               10  WS-SE-KEY      PIC X(29).
               10  WS-SE-REASON   PIC XX.
               10  WS-SE-DATE     PIC 9(8).
               10  WS-SE-BY       PIC X(8).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM 100-LOAD-SUPPRESS-TABLE
           DISPLAY 'ENTER ACTION: A-ADD/CHANGE   D-DELETE   L-LIST'
           ACCEPT WS-MAINT-ACTION
           EVALUATE WS-MAINT-ACTION
               WHEN "A"
                   PERFORM 200-ADD-OR-CHANGE-ENTRY
                   PERFORM 500-REWRITE-SUPPRESS-FILE
               WHEN "D"
                   PERFORM 300-DELETE-ENTRY
                   PERFORM 500-REWRITE-SUPPRESS-FILE
               WHEN "L"
                   PERFORM 400-LIST-ENTRIES
               WHEN OTHER
                   DISPLAY 'INVALID ACTION - NO CHANGE MADE'
           END-EVALUATE
           STOP RUN.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
      * function "L" among its allowed functions. With no operator
      * file on disk yet the sign-on is not enforced, only recorded.
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
                                   WS-FUNC-TALLY FOR ALL "L"
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
       100-LOAD-SUPPRESS-TABLE.
           OPEN INPUT SUPPRESS-FILE
           IF WS-SUP-STATUS = "00"
               PERFORM UNTIL WS-SUP-EOF = "Y"
                   READ SUPPRESS-FILE
                       AT END
                           MOVE "Y" TO WS-SUP-EOF
                       NOT AT END
                           IF WS-SUP-COUNT < 5000
                               ADD 1 TO WS-SUP-COUNT
                               MOVE SP-KEY-TYPE TO
                                   WS-SE-KEY-TYPE (WS-SUP-COUNT)
                               MOVE SP-KEY TO
                                   WS-SE-KEY (WS-SUP-COUNT)
                               MOVE SP-REASON TO
                                   WS-SE-REASON (WS-SUP-COUNT)
                               MOVE SP-DATE TO
                                   WS-SE-DATE (WS-SUP-COUNT)
                               MOVE SP-ENTERED-BY TO
                                   WS-SE-BY (WS-SUP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPRESS-FILE
           END-IF.
      ******************************************************************
      * Keys the entry's type and key; a key already on the list has
      * its reason and date replaced, a new one joins the table.
      ******************************************************************
       150-ACCEPT-KEY.
           DISPLAY 'ENTER KEY TYPE: S-SSN   C-CUSTOMER NO   '
               'N-NAME AND ZIP'
           ACCEPT WS-MAINT-KEY-TYPE
           PERFORM UNTIL WS-MAINT-KEY-TYPE = "S"
                         OR WS-MAINT-KEY-TYPE = "C"
                         OR WS-MAINT-KEY-TYPE = "N"
               DISPLAY 'PLEASE ENTER S, C OR N'
               ACCEPT WS-MAINT-KEY-TYPE
           END-PERFORM
           MOVE SPACES TO WS-MAINT-KEY
           EVALUATE WS-MAINT-KEY-TYPE
               WHEN "S"
                   DISPLAY 'ENTER SSN'
                   ACCEPT WS-MAINT-NAME (1:9)
               WHEN "C"
                   DISPLAY 'ENTER CUSTOMER NUMBER'
                   ACCEPT WS-MAINT-NAME (1:5)
               WHEN OTHER
                   DISPLAY 'ENTER NAME AS IT IS ADDRESSED'
                   ACCEPT WS-MAINT-NAME
                   DISPLAY 'ENTER ZIP CODE'
                   ACCEPT WS-MAINT-ZIP
                   INSPECT WS-MAINT-NAME
                       CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           END-EVALUATE
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                   UNTIL WS-SUP-SUB > WS-SUP-COUNT
               IF WS-SE-KEY-TYPE (WS-SUP-SUB) = WS-MAINT-KEY-TYPE
                  AND WS-SE-KEY (WS-SUP-SUB) = WS-MAINT-KEY
                   MOVE WS-SUP-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       200-ADD-OR-CHANGE-ENTRY.
           PERFORM 150-ACCEPT-KEY
           MOVE "N" TO WS-REASON-OK
           PERFORM UNTIL WS-REASON-OK = "Y"
               DISPLAY 'ENTER REASON: RQ-REQUESTED  DC-DECEASED  '
                   'BA-BAD ADDRESS  LG-LEGAL  OT-OTHER'
               ACCEPT WS-MAINT-REASON
               PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                       UNTIL WS-REASON-SUB > 5
                   IF WS-RS-CODE (WS-REASON-SUB) = WS-MAINT-REASON
                       MOVE "Y" TO WS-REASON-OK
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD, 0 = TODAY)'
           ACCEPT WS-MAINT-DATE
           IF WS-MAINT-DATE = ZERO
               MOVE WS-TODAY TO WS-MAINT-DATE
           END-IF
           IF WS-FOUND-SUB = ZERO
               IF WS-SUP-COUNT >= 5000
                   DISPLAY 'SUPPRESSION TABLE FULL - NO CHANGE MADE'
               ELSE
                   ADD 1 TO WS-SUP-COUNT
                   MOVE WS-SUP-COUNT TO WS-FOUND-SUB
                   MOVE WS-MAINT-KEY-TYPE
                       TO WS-SE-KEY-TYPE (WS-FOUND-SUB)
                   MOVE WS-MAINT-KEY TO WS-SE-KEY (WS-FOUND-SUB)
                   DISPLAY 'SUPPRESSION ADDED'
               END-IF
           ELSE
               DISPLAY 'SUPPRESSION CHANGED'
           END-IF
           IF WS-FOUND-SUB > ZERO
               MOVE WS-MAINT-REASON TO WS-SE-REASON (WS-FOUND-SUB)
               MOVE WS-MAINT-DATE   TO WS-SE-DATE (WS-FOUND-SUB)
               MOVE WS-OPERATOR-ID  TO WS-SE-BY (WS-FOUND-SUB)
           END-IF.
       300-DELETE-ENTRY.
           PERFORM 150-ACCEPT-KEY
           IF WS-FOUND-SUB = ZERO
               DISPLAY 'SUPPRESSION NOT FOUND - NO CHANGE MADE'
           ELSE
               PERFORM VARYING WS-SUP-SUB FROM WS-FOUND-SUB BY 1
                       UNTIL WS-SUP-SUB >= WS-SUP-COUNT
                   MOVE WS-SUP-ENTRY (WS-SUP-SUB + 1)
                       TO WS-SUP-ENTRY (WS-SUP-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-SUP-COUNT
               DISPLAY 'SUPPRESSION DELETED'
           END-IF.
      ******************************************************************
      * SSN keys list masked to the last four digits.
      ******************************************************************
       400-LIST-ENTRIES.
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                   UNTIL WS-SUP-SUB > WS-SUP-COUNT
               MOVE WS-SE-KEY (WS-SUP-SUB) TO WS-SHOW-KEY
               IF WS-SE-KEY-TYPE (WS-SUP-SUB) = "S"
                   MOVE WS-SE-KEY (WS-SUP-SUB) (6:4) TO WS-MASK-LAST4
                   MOVE WS-MASKED-SSN TO WS-SHOW-KEY
               END-IF
               DISPLAY WS-SE-KEY-TYPE (WS-SUP-SUB) " "
                   WS-SHOW-KEY " "
                   WS-SE-REASON (WS-SUP-SUB) " "
                   WS-SE-DATE (WS-SUP-SUB) " "
                   WS-SE-BY (WS-SUP-SUB)
           END-PERFORM
           DISPLAY WS-SUP-COUNT " SUPPRESSIONS ON FILE".
       500-REWRITE-SUPPRESS-FILE.
           OPEN OUTPUT SUPPRESS-FILE
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                   UNTIL WS-SUP-SUB > WS-SUP-COUNT
               MOVE SPACES TO SUPPRESS-REC
               MOVE WS-SE-KEY-TYPE (WS-SUP-SUB) TO SP-KEY-TYPE
               MOVE WS-SE-KEY (WS-SUP-SUB)      TO SP-KEY
               MOVE WS-SE-REASON (WS-SUP-SUB)   TO SP-REASON
               MOVE WS-SE-DATE (WS-SUP-SUB)     TO SP-DATE
               MOVE WS-SE-BY (WS-SUP-SUB)       TO SP-ENTERED-BY
               WRITE SUPPRESS-REC
           END-PERFORM
           CLOSE SUPPRESS-FILE.
       END PROGRAM SupMaint.
