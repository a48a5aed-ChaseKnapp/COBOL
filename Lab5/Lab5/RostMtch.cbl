       IDENTIFICATION DIVISION.
       PROGRAM-ID. RostMtch.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Cross-matches the roster master ROSTER.DAT against the
      *     employee master employee.dat by SSN (RS-SSN to EMP-SSN),
      *     so former employees left on the mailing roster and
      *     employees whose roster address is newer than payroll's
      *     stop being found by accident. The report lists every
      *     roster entry that is an employee, active or "T"
      *     terminated, with any difference in name or address
      *     between the two, then the employees missing from the
      *     roster. Names and addresses compare without regard to
      *     case. The employee master carries no address, so
      *     payroll's mailing address is the EMPADDR.DAT record for
      *     the EMP-NO; an employee with none shows NO PAYROLL
      *     ADDRESS. On request the roster addresses that differ
      *     (or that payroll lacks) are written to ADDRCHG.DAT for HR
      *     to review, in the EMPADDR.DAT layout so an approved
      *     change can be carried straight across. Every SSN prints
      *     masked to its last four digits, like the roster inquiry.
      *     EMPADDR.DAT: EMP-NO in 1-5, street 7-26, city 27-36,
      *     state 37-38, zip 39-43.
      * Input:
      *     ROSTER.DAT (indexed), employee.dat (indexed), EMPADDR.DAT
      * Output:
      *     ROSTMTCH.RPT (match report)
      *     ADDRCHG.DAT (roster address changes, when requested)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ROSTER-MASTER-FILE
               ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RS-SSN
               FILE STATUS IS WS-ROST-STATUS.
           SELECT  EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-EMP-STATUS.
           SELECT  EMP-ADDRESS-FILE
               ASSIGN TO "EMPADDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT  MATCH-REPORT-FILE
               ASSIGN TO "ROSTMTCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  ADDRESS-CHANGE-FILE
               ASSIGN TO "ADDRCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-MASTER-FILE.
       01  ROSTER-MASTER-REC.
           05  RS-SSN             PIC X(9).
           05  RS-NAME            PIC X(24).
           05  RS-STREET          PIC X(20).
           05  RS-CITY            PIC X(10).
           05  RS-STATE           PIC XX.
           05  RS-ZIP             PIC X(5).
           05  FILLER             PIC X(10).
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           05  EMP-NO                PIC X(5).
           05  EMP-NAME              PIC X(20).
           05  EMP-TERRITORY-NO      PIC XX.
           05  EMP-OFFICE-NO         PIC XX.
           05  EMP-SALARY            PIC 9(6).
           05  EMP-SSN               PIC X(9).
           05  EMP-NO-DEPENDENTS     PIC XX.
           05  EMP-JOB-CODE          PIC XX.
           05  EMP-STATUS            PIC X.
           05  FILLER                PIC X(51).
       FD  EMP-ADDRESS-FILE.
       01  EMP-ADDRESS-REC.
           05  EA-EMP-NO          PIC X(5).
           05  FILLER             PIC X.
           05  EA-STREET          PIC X(20).
           05  EA-CITY            PIC X(10).
           05  EA-STATE           PIC XX.
           05  EA-ZIP             PIC X(5).
       FD  MATCH-REPORT-FILE.
       01  MATCH-REPORT-REC          PIC X(80).
      ******************************************************************
      * The EMPADDR.DAT layout, then the masked SSN, the roster name,
      * "N" new (payroll has no address) or "C" changed, and the
      * employee's status, for the reviewer.
      ******************************************************************
       FD  ADDRESS-CHANGE-FILE.
       01  ADDRESS-CHANGE-REC.
           05  AC-EMP-NO          PIC X(5).
           05  FILLER             PIC X.
           05  AC-STREET          PIC X(20).
           05  AC-CITY            PIC X(10).
           05  AC-STATE           PIC XX.
           05  AC-ZIP             PIC X(5).
           05  FILLER             PIC X.
           05  AC-SSN             PIC X(9).
           05  FILLER             PIC X.
           05  AC-NAME            PIC X(24).
           05  FILLER             PIC X.
           05  AC-CHANGE-TYPE     PIC X.
           05  FILLER             PIC X.
           05  AC-EMP-STATUS      PIC X.
       WORKING-STORAGE SECTION.
       77  WS-ROST-STATUS        PIC XX.
       77  WS-EMP-STATUS         PIC XX.
       77  WS-ADDR-STATUS        PIC XX.
       77  WS-ROST-EOF           PIC X     VALUE "N".
       77  WS-EMP-EOF            PIC X     VALUE "N".
       77  WS-ADDR-EOF           PIC X     VALUE "N".
       77  WS-CMD-ARG            PIC X(8)  VALUE SPACES.
       77  WS-WRITE-CHANGES      PIC X     VALUE "N".
       77  WS-CHANGE-TYPE        PIC X     VALUE SPACE.
       77  WS-ROSTER-COUNT       PIC 9(7)  VALUE ZERO.
       77  WS-MATCH-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-FORMER-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-NAME-DIFF-COUNT    PIC 9(5)  VALUE ZERO.
       77  WS-ADDR-DIFF-COUNT    PIC 9(5)  VALUE ZERO.
       77  WS-NO-ADDR-COUNT      PIC 9(5)  VALUE ZERO.
       77  WS-MISSING-COUNT      PIC 9(5)  VALUE ZERO.
       77  WS-CHANGE-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-EMP-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-FOUND-SUB          PIC 9(4)  VALUE ZERO.
       77  WS-LOWER-CASE         PIC X(26) VALUE
                                 "abcdefghijklmnopqrstuvwxyz".
       77  WS-UPPER-CASE         PIC X(26) VALUE
                                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-MASKED-SSN.
           05  FILLER            PIC X(5)  VALUE "XXXXX".
           05  WS-MASK-LAST4     PIC X(4).
      ******************************************************************
      * Both sides folded to upper case before they are compared.
      ******************************************************************
       01  WS-ROSTER-FOLDED.
           05  WS-RF-NAME        PIC X(24).
           05  WS-RF-STREET      PIC X(20).
           05  WS-RF-CITY        PIC X(10).
           05  WS-RF-STATE       PIC XX.
           05  WS-RF-ZIP         PIC X(5).
       01  WS-PAYROLL-FOLDED.
           05  WS-PF-NAME        PIC X(24).
           05  WS-PF-STREET      PIC X(20).
           05  WS-PF-CITY        PIC X(10).
           05  WS-PF-STATE       PIC XX.
           05  WS-PF-ZIP         PIC X(5).
      ******************************************************************
      * employee.dat held by SSN, with payroll's mailing address off
      * EMPADDR.DAT and a flag for the employees the roster matched.
      ******************************************************************
       01  WS-EMP-TABLE.
           05  WS-EMP-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-EMP-ENTRY      OCCURS 2000 TIMES.
               10  WS-EM-NO      PIC X(5).
               10  WS-EM-NAME    PIC X(20).
               10  WS-EM-SSN     PIC X(9).
               10  WS-EM-STATUS  PIC X.
               10  WS-EM-MATCHED PIC X.
               10  WS-EM-HAS-ADDR PIC X.
               10  WS-EM-STREET  PIC X(20).
               10  WS-EM-CITY    PIC X(10).
               10  WS-EM-STATE   PIC XX.
               10  WS-EM-ZIP     PIC X(5).
       01  MATCH-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(42) VALUE
               "ROSTER / EMPLOYEE MASTER SSN CROSS-MATCH".
           05  FILLER             PIC X(32) VALUE SPACES.
       01  SECTION-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  SH-TITLE           PIC X(50).
           05  FILLER             PIC X(24) VALUE SPACES.
       01  MATCH-DETAIL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  MD-SSN             PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MD-EMP-NO          PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MD-NAME            PIC X(24).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MD-STATUS          PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MD-NOTE            PIC X(18).
       01  DIFFERENCE-LINE.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  DF-SOURCE          PIC X(9).
           05  DF-VALUE           PIC X(61).
       01  SUMMARY-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  SM-LABEL           PIC X(34).
           05  SM-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(31) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG NOT = "BATCH"
               DISPLAY "WRITE ADDRESS CHANGES TO ADDRCHG.DAT (Y/N)?"
               ACCEPT WS-WRITE-CHANGES
           END-IF
           PERFORM 100-LOAD-EMPLOYEES
           PERFORM 150-LOAD-PAYROLL-ADDRESSES
           OPEN INPUT ROSTER-MASTER-FILE
           IF WS-ROST-STATUS NOT = "00"
               DISPLAY "ROSTER.DAT NOT FOUND - RUN THE ROSTER LOAD "
                   "FIRST"
               STOP RUN
           END-IF
           OPEN OUTPUT MATCH-REPORT-FILE
           IF WS-WRITE-CHANGES = "Y"
               OPEN OUTPUT ADDRESS-CHANGE-FILE
           END-IF
           WRITE MATCH-REPORT-REC FROM MATCH-HEADING
           MOVE SPACES TO MATCH-REPORT-REC
           WRITE MATCH-REPORT-REC
           MOVE "ROSTER ENTRIES ON THE EMPLOYEE MASTER" TO SH-TITLE
           WRITE MATCH-REPORT-REC FROM SECTION-HEADING
           PERFORM 200-MATCH-NEXT-ROSTER UNTIL WS-ROST-EOF = "Y"
           CLOSE ROSTER-MASTER-FILE
           PERFORM 400-LIST-MISSING-EMPLOYEES
           PERFORM 500-PRINT-SUMMARY
           CLOSE MATCH-REPORT-FILE
           IF WS-WRITE-CHANGES = "Y"
               CLOSE ADDRESS-CHANGE-FILE
           END-IF
           DISPLAY "ROSTMTCH.RPT GENERATED - " WS-MATCH-COUNT
               " MATCHED, " WS-MISSING-COUNT " NOT ON THE ROSTER, "
               WS-CHANGE-COUNT " ADDRESS CHANGES WRITTEN"
           STOP RUN.
       100-LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "employee.dat NOT FOUND - RUN THE CONVERSION"
                   " FIRST"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EMP-EOF = "Y"
               READ EMPLOYEE-FILE
                   AT END
                       MOVE "Y" TO WS-EMP-EOF
                   NOT AT END
                       IF WS-EMP-COUNT < 2000
                           ADD 1 TO WS-EMP-COUNT
                           MOVE EMP-NO
                               TO WS-EM-NO (WS-EMP-COUNT)
                           MOVE EMP-NAME
                               TO WS-EM-NAME (WS-EMP-COUNT)
                           MOVE EMP-SSN
                               TO WS-EM-SSN (WS-EMP-COUNT)
                           MOVE EMP-STATUS
                               TO WS-EM-STATUS (WS-EMP-COUNT)
                           MOVE "N" TO WS-EM-MATCHED (WS-EMP-COUNT)
                           MOVE "N" TO WS-EM-HAS-ADDR (WS-EMP-COUNT)
                       ELSE
                           DISPLAY "MORE THAN 2000 EMPLOYEES - "
                               "MATCH REFUSED"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.
      ******************************************************************
      * Payroll's mailing address by EMP-NO. With no EMPADDR.DAT every
      * employee is reported without one.
      ******************************************************************
       150-LOAD-PAYROLL-ADDRESSES.
           OPEN INPUT EMP-ADDRESS-FILE
           IF WS-ADDR-STATUS = "00"
               PERFORM UNTIL WS-ADDR-EOF = "Y"
                   READ EMP-ADDRESS-FILE
                       AT END
                           MOVE "Y" TO WS-ADDR-EOF
                       NOT AT END
                           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                                   UNTIL WS-EMP-SUB > WS-EMP-COUNT
                               IF WS-EM-NO (WS-EMP-SUB) = EA-EMP-NO
                                   MOVE "Y" TO
                                       WS-EM-HAS-ADDR (WS-EMP-SUB)
                                   MOVE EA-STREET TO
                                       WS-EM-STREET (WS-EMP-SUB)
                                   MOVE EA-CITY TO
                                       WS-EM-CITY (WS-EMP-SUB)
                                   MOVE EA-STATE TO
                                       WS-EM-STATE (WS-EMP-SUB)
                                   MOVE EA-ZIP TO
                                       WS-EM-ZIP (WS-EMP-SUB)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE EMP-ADDRESS-FILE
           ELSE
               DISPLAY "EMPADDR.DAT NOT FOUND - NO PAYROLL ADDRESSES "
                   "TO COMPARE"
           END-IF.
       200-MATCH-NEXT-ROSTER.
           READ ROSTER-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-ROST-EOF
               NOT AT END
                   ADD 1 TO WS-ROSTER-COUNT
                   MOVE ZERO TO WS-FOUND-SUB
                   PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                           UNTIL WS-EMP-SUB > WS-EMP-COUNT
                              OR WS-FOUND-SUB > ZERO
                       IF WS-EM-SSN (WS-EMP-SUB) = RS-SSN
                           MOVE WS-EMP-SUB TO WS-FOUND-SUB
                       END-IF
                   END-PERFORM
                   IF WS-FOUND-SUB > ZERO
                       PERFORM 300-REPORT-MATCH
                   END-IF
           END-READ.
      ******************************************************************
      * One roster entry that is an employee: the match line, then a
      * pair of lines (roster, then payroll) for each difference.
      ******************************************************************
       300-REPORT-MATCH.
           ADD 1 TO WS-MATCH-COUNT
           MOVE "Y" TO WS-EM-MATCHED (WS-FOUND-SUB)
           MOVE RS-SSN (6:4) TO WS-MASK-LAST4
           MOVE WS-MASKED-SSN TO MD-SSN
           MOVE WS-EM-NO (WS-FOUND-SUB) TO MD-EMP-NO
           MOVE RS-NAME TO MD-NAME
           MOVE SPACES TO MD-NOTE
           IF WS-EM-STATUS (WS-FOUND-SUB) = "T"
               MOVE "TERMINATED" TO MD-STATUS
               MOVE "FORMER EMPLOYEE" TO MD-NOTE
               ADD 1 TO WS-FORMER-COUNT
           ELSE
               MOVE "ACTIVE" TO MD-STATUS
           END-IF
           WRITE MATCH-REPORT-REC FROM MATCH-DETAIL-LINE
           MOVE RS-NAME   TO WS-RF-NAME
           MOVE RS-STREET TO WS-RF-STREET
           MOVE RS-CITY   TO WS-RF-CITY
           MOVE RS-STATE  TO WS-RF-STATE
           MOVE RS-ZIP    TO WS-RF-ZIP
           INSPECT WS-ROSTER-FOLDED
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           MOVE WS-EM-NAME (WS-FOUND-SUB)   TO WS-PF-NAME
           MOVE WS-EM-STREET (WS-FOUND-SUB) TO WS-PF-STREET
           MOVE WS-EM-CITY (WS-FOUND-SUB)   TO WS-PF-CITY
           MOVE WS-EM-STATE (WS-FOUND-SUB)  TO WS-PF-STATE
           MOVE WS-EM-ZIP (WS-FOUND-SUB)    TO WS-PF-ZIP
           INSPECT WS-PAYROLL-FOLDED
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           IF WS-RF-NAME NOT = WS-PF-NAME
               ADD 1 TO WS-NAME-DIFF-COUNT
               MOVE "NAME   R:" TO DF-SOURCE
               MOVE RS-NAME TO DF-VALUE
               WRITE MATCH-REPORT-REC FROM DIFFERENCE-LINE
               MOVE "       P:" TO DF-SOURCE
               MOVE WS-EM-NAME (WS-FOUND-SUB) TO DF-VALUE
               WRITE MATCH-REPORT-REC FROM DIFFERENCE-LINE
           END-IF
           IF WS-EM-HAS-ADDR (WS-FOUND-SUB) = "N"
               ADD 1 TO WS-NO-ADDR-COUNT
               MOVE "ADDR   R:" TO DF-SOURCE
               PERFORM 310-SHOW-ROSTER-ADDRESS
               MOVE "       P:" TO DF-SOURCE
               MOVE "NO PAYROLL ADDRESS" TO DF-VALUE
               WRITE MATCH-REPORT-REC FROM DIFFERENCE-LINE
               MOVE "N" TO WS-CHANGE-TYPE
               PERFORM 320-WRITE-ADDRESS-CHANGE
           ELSE
               IF WS-RF-STREET NOT = WS-PF-STREET
                  OR WS-RF-CITY NOT = WS-PF-CITY
                  OR WS-RF-STATE NOT = WS-PF-STATE
                  OR WS-RF-ZIP NOT = WS-PF-ZIP
                   ADD 1 TO WS-ADDR-DIFF-COUNT
                   MOVE "ADDR   R:" TO DF-SOURCE
                   PERFORM 310-SHOW-ROSTER-ADDRESS
                   MOVE "       P:" TO DF-SOURCE
                   MOVE SPACES TO DF-VALUE
                   STRING WS-EM-STREET (WS-FOUND-SUB) " "
                       WS-EM-CITY (WS-FOUND-SUB) " "
                       WS-EM-STATE (WS-FOUND-SUB) " "
                       WS-EM-ZIP (WS-FOUND-SUB)
                       DELIMITED BY SIZE INTO DF-VALUE
                   END-STRING
                   WRITE MATCH-REPORT-REC FROM DIFFERENCE-LINE
                   MOVE "C" TO WS-CHANGE-TYPE
                   PERFORM 320-WRITE-ADDRESS-CHANGE
               END-IF
           END-IF.
       310-SHOW-ROSTER-ADDRESS.
           MOVE SPACES TO DF-VALUE
           STRING RS-STREET " " RS-CITY " " RS-STATE " " RS-ZIP
               DELIMITED BY SIZE INTO DF-VALUE
           END-STRING
           WRITE MATCH-REPORT-REC FROM DIFFERENCE-LINE.
      ******************************************************************
      * The roster address goes to HR as the proposed payroll address;
      * a roster entry with no street has nothing to propose.
      ******************************************************************
       320-WRITE-ADDRESS-CHANGE.
           IF WS-WRITE-CHANGES = "Y" AND RS-STREET NOT = SPACES
               MOVE RS-SSN (6:4) TO WS-MASK-LAST4
               MOVE SPACES TO ADDRESS-CHANGE-REC
               MOVE WS-CHANGE-TYPE TO AC-CHANGE-TYPE
               MOVE WS-EM-NO (WS-FOUND-SUB) TO AC-EMP-NO
               MOVE RS-STREET TO AC-STREET
               MOVE RS-CITY   TO AC-CITY
               MOVE RS-STATE  TO AC-STATE
               MOVE RS-ZIP    TO AC-ZIP
               MOVE WS-MASKED-SSN TO AC-SSN
               MOVE RS-NAME   TO AC-NAME
               IF WS-EM-STATUS (WS-FOUND-SUB) = "T"
                   MOVE "T" TO AC-EMP-STATUS
               ELSE
                   MOVE "A" TO AC-EMP-STATUS
               END-IF
               WRITE ADDRESS-CHANGE-REC
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.
      ******************************************************************
      * Employees no roster entry matched, active and terminated, so
      * the roster owner can decide who belongs on it.
      ******************************************************************
       400-LIST-MISSING-EMPLOYEES.
           MOVE SPACES TO MATCH-REPORT-REC
           WRITE MATCH-REPORT-REC
           MOVE "EMPLOYEES MISSING FROM THE ROSTER" TO SH-TITLE
           WRITE MATCH-REPORT-REC FROM SECTION-HEADING
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EM-MATCHED (WS-EMP-SUB) = "N"
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE WS-EM-SSN (WS-EMP-SUB) (6:4) TO WS-MASK-LAST4
                   MOVE WS-MASKED-SSN TO MD-SSN
                   MOVE WS-EM-NO (WS-EMP-SUB) TO MD-EMP-NO
                   MOVE WS-EM-NAME (WS-EMP-SUB) TO MD-NAME
                   IF WS-EM-STATUS (WS-EMP-SUB) = "T"
                       MOVE "TERMINATED" TO MD-STATUS
                   ELSE
                       MOVE "ACTIVE" TO MD-STATUS
                   END-IF
                   MOVE SPACES TO MD-NOTE
                   WRITE MATCH-REPORT-REC FROM MATCH-DETAIL-LINE
               END-IF
           END-PERFORM.
       500-PRINT-SUMMARY.
           MOVE SPACES TO MATCH-REPORT-REC
           WRITE MATCH-REPORT-REC
           MOVE "ROSTER ENTRIES READ:" TO SM-LABEL
           MOVE WS-ROSTER-COUNT TO SM-COUNT
           WRITE MATCH-REPORT-REC FROM SUMMARY-LINE
           MOVE "ROSTER ENTRIES THAT ARE EMPLOYEES:" TO SM-LABEL
           MOVE WS-MATCH-COUNT TO SM-COUNT
           WRITE MATCH-REPORT-REC FROM SUMMARY-LINE
           MOVE "  OF THEM FORMER EMPLOYEES:" TO SM-LABEL
           MOVE WS-FORMER-COUNT TO SM-COUNT
           WRITE MATCH-REPORT-REC FROM SUMMARY-LINE
           MOVE "NAME DIFFERENCES:" TO SM-LABEL
           MOVE WS-NAME-DIFF-COUNT TO SM-COUNT
           WRITE MATCH-REPORT-REC FROM SUMMARY-LINE
           MOVE "ADDRESS DIFFERENCES:" TO SM-LABEL
           MOVE WS-ADDR-DIFF-COUNT TO SM-COUNT
           WRITE MATCH-REPORT-REC FROM SUMMARY-LINE
           MOVE "NO PAYROLL ADDRESS:" TO SM-LABEL
           MOVE WS-NO-ADDR-COUNT TO SM-COUNT
           WRITE MATCH-REPORT-REC FROM SUMMARY-LINE
           MOVE "EMPLOYEES MISSING FROM THE ROSTER:" TO SM-LABEL
           MOVE WS-MISSING-COUNT TO SM-COUNT
           WRITE MATCH-REPORT-REC FROM SUMMARY-LINE
           IF WS-WRITE-CHANGES = "Y"
               MOVE "ADDRESS CHANGES WRITTEN:" TO SM-LABEL
               MOVE WS-CHANGE-COUNT TO SM-COUNT
               WRITE MATCH-REPORT-REC FROM SUMMARY-LINE
           END-IF.
       END PROGRAM RostMtch.
