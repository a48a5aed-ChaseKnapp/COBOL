      *     the date; nothing is hard-deleted.
      *     A BATCH command-line argument applies a whole EMPTRANS.DAT
      *     file of transactions in one pass with an audit report.
      *     Each employee is salaried or hourly; an hourly employee
      *     carries an hourly rate, is paid by PayRun from approved
      *     timecards (TimeEnt), and has the annual salary field
      *     kept at the rate times 2080 hours for the reports that
      *     read it.
      *     An add that would put its territory/office/job code over
      *     the authorized headcount on POSITION.DAT (PosMaint) is
      *     still applied, but warned about and logged to the shared
      *     EXCEPTIONS.LOG for the budget owners to settle.
      * Input:
      *     employee.dat (indexed, keyed on EMP-NO)
      *     EMPTRANS.DAT (batch mode only)
      *     POSITION.DAT
      * Output:
      *     employee.dat (updated in place)
      *     EMPMAINT.RPT (batch mode audit report)
      *     EXCEPTIONS.LOG (over-authorized adds, appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "LOCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT  POSITION-FILE
               ASSIGN TO "POSITION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           SELECT  EXCEPTIONS-FILE
               ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           05  EMP-STATUS            PIC X.
           05  EMP-TERM-DATE         PIC X(8).
           05  EMP-HIRE-DATE         PIC X(8).
      ******************************************************************
      * Pay type and hourly rate, also out of the unused area: "H"
      * is hourly, "S" (or space, on records written before the
      * field existed) salaried.
      ******************************************************************
           05  EMP-PAY-TYPE          PIC X.
           05  EMP-HOURLY-RATE       PIC 9(3)V99.
           05  EMP-UNUSED            PIC X(9).
      ******************************************************************
      * Direct-deposit bank fields for the payroll bank transfer
      * file. Blank means the employee is paid by check and is left
           05  ET-JOB                PIC XX.
           05  ET-HIRE-DATE          PIC X(8).
      ******************************************************************
      * Pay type and hourly rate; a record sent without them (or a
      * requeued correction) reads blank and keeps what is on file.
      ******************************************************************
           05  ET-PAY-TYPE           PIC X.
           05  ET-HOURLY-RATE        PIC 9(3)V99.
      ******************************************************************
      * Second view of the record area for the batch-control
      * trailer line.
      ******************************************************************
           05  BI-PROGRAM         PIC X(8).
           05  FILLER             PIC X.
           05  BI-BATCH-ID        PIC 9(6).
           05  FILLER             PIC X.
           05  BI-POSTED-DATE     PIC 9(8).
           05  FILLER             PIC X.
           05  BI-POSTED-TIME     PIC 9(6).
       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-REC          PIC X(80).
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-OUTREC    PIC X(320).
       FD  LOCK-FILE.
       01  LOCK-IOREC            PIC X(45).
       FD  POSITION-FILE.
       01  POSITION-REC.
           05  PM-TERRITORY-NO   PIC XX.
           05  FILLER            PIC X.
           05  PM-OFFICE-NO      PIC XX.
           05  FILLER            PIC X.
           05  PM-JOB-CODE       PIC XX.
           05  FILLER            PIC X.
           05  PM-AUTH-COUNT     PIC 9(3).
       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-OUTREC      PIC X(120).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * Shared exception-record layout; see EXCPREC. Position-control
      * warnings go to the common EXCEPTIONS.LOG.
      ******************************************************************
           COPY EXCPREC.
       01  WS-POSITION-FIELDS.
           05  WS-POS-STATUS      PIC XX.
           05  WS-EXC-STATUS      PIC XX.
           05  WS-POS-EOF         PIC X     VALUE "N".
           05  WS-POS-ON-FILE     PIC X     VALUE "N".
           05  WS-POS-OVER        PIC X     VALUE "N".
           05  WS-POS-AUTH        PIC 9(3)  VALUE ZERO.
           05  WS-POS-FILLED      PIC 9(5)  VALUE ZERO.
      ******************************************************************
      * Shared maintenance-audit record and work fields; see
      * MNTAUDIT. Every add, change, and delete leaves its
      * before/after images on the common MNTAUDIT.LOG.
       77  WS-MAINT-OFFICE           PIC XX.
           88  WS-OFFICE-VALID  VALUES "01" THRU "07".
       77  WS-MAINT-SALARY           PIC 9(6).
       77  WS-MAINT-PAY-TYPE         PIC X.
           88  WS-PAY-TYPE-VALID  VALUES "S" "H".
       77  WS-MAINT-HOURLY-RATE      PIC 9(3)V99.
       77  WS-MAINT-SSN              PIC X(9).
       77  WS-MAINT-DEPEND           PIC XX.
       77  WS-MAINT-JOB              PIC XX.
                       DISPLAY 'PLEASE RE-ENTER'
                       ACCEPT WS-MAINT-OFFICE
                   END-PERFORM
                   DISPLAY 'ENTER PAY TYPE: S-SALARIED   H-HOURLY'
                   ACCEPT WS-MAINT-PAY-TYPE
                   PERFORM UNTIL WS-PAY-TYPE-VALID
                       DISPLAY 'PLEASE ENTER S OR H'
                       ACCEPT WS-MAINT-PAY-TYPE
                   END-PERFORM
                   IF WS-MAINT-PAY-TYPE = "H"
                       DISPLAY 'ENTER HOURLY RATE'
                       ACCEPT WS-MAINT-HOURLY-RATE
                       PERFORM UNTIL WS-MAINT-HOURLY-RATE IS NUMERIC
                                     AND WS-MAINT-HOURLY-RATE > ZERO
                           DISPLAY 'HOURLY RATE MUST BE GREATER THAN '
                               'ZERO'
                           ACCEPT WS-MAINT-HOURLY-RATE
                       END-PERFORM
                   ELSE
                       MOVE ZERO TO WS-MAINT-HOURLY-RATE
                       DISPLAY 'ENTER ANNUAL SALARY'
                       ACCEPT WS-MAINT-SALARY
                   END-IF
                   DISPLAY 'ENTER SSN'
                   ACCEPT WS-MAINT-SSN
                   DISPLAY 'ENTER NO OF DEPENDENTS'
                       MOVE EMP-BANK-ROUTING TO WS-MAINT-BANK-ROUTING
                       MOVE EMP-BANK-ACCT    TO WS-MAINT-BANK-ACCT
                   END-IF
                   IF WS-MAINT-PAY-TYPE = SPACE
                       MOVE EMP-PAY-TYPE TO WS-MAINT-PAY-TYPE
                       IF EMP-HOURLY-RATE IS NUMERIC
                           MOVE EMP-HOURLY-RATE
                               TO WS-MAINT-HOURLY-RATE
                       ELSE
                           MOVE ZERO TO WS-MAINT-HOURLY-RATE
                       END-IF
                   END-IF
           END-READ
           MOVE "N" TO WS-POS-OVER
           IF WS-RECORD-FOUND = "N"
               PERFORM 245-CHECK-POSITION-CONTROL
           END-IF
           IF WS-MAINT-PAY-TYPE NOT = "H"
               MOVE "S" TO WS-MAINT-PAY-TYPE
               MOVE ZERO TO WS-MAINT-HOURLY-RATE
           ELSE
               COMPUTE WS-MAINT-SALARY =
                   WS-MAINT-HOURLY-RATE * 2080
           END-IF
           MOVE WS-MAINT-EMP-NO TO EMP-NO
           MOVE WS-MAINT-NAME TO EMP-NAME
           MOVE WS-MAINT-TERR TO EMP-TERRITORY-NO
           MOVE WS-MAINT-HIRE-DATE TO EMP-HIRE-DATE
           MOVE WS-MAINT-BANK-ROUTING TO EMP-BANK-ROUTING
           MOVE WS-MAINT-BANK-ACCT    TO EMP-BANK-ACCT
           MOVE WS-MAINT-PAY-TYPE     TO EMP-PAY-TYPE
           MOVE WS-MAINT-HOURLY-RATE  TO EMP-HOURLY-RATE
           IF WS-RECORD-FOUND = "Y"
               REWRITE EMPLOYEE-REC
                   INVALID KEY
                       MOVE SPACES TO MA-BEFORE-IMAGE
                       MOVE EMPLOYEE-REC TO MA-AFTER-IMAGE
                       PERFORM 905-LOG-MAINT-AUDIT
                       IF WS-POS-OVER = "Y"
                           PERFORM 246-LOG-POSITION-EXCEPTION
                       END-IF
               END-WRITE
           END-IF.
      ******************************************************************
      * Position control: the active employees already in the new
      * hire's territory/office/job code against the authorized count
      * on POSITION.DAT. A code with no entry is authorized for none.
      * With no POSITION.DAT on disk position control is not in use
      * and nothing is checked. The add is never refused here, only
      * warned about; the scan runs before the new record is built.
      ******************************************************************
       245-CHECK-POSITION-CONTROL.
           MOVE ZERO TO WS-POS-AUTH
           MOVE "N" TO WS-POS-ON-FILE
           MOVE "N" TO WS-POS-EOF
           OPEN INPUT POSITION-FILE
           IF WS-POS-STATUS = "00"
               MOVE "Y" TO WS-POS-ON-FILE
               PERFORM UNTIL WS-POS-EOF = "Y"
                   READ POSITION-FILE
                       AT END
                           MOVE "Y" TO WS-POS-EOF
                       NOT AT END
                           IF PM-TERRITORY-NO = WS-MAINT-TERR
                              AND PM-OFFICE-NO = WS-MAINT-OFFICE
                              AND PM-JOB-CODE = WS-MAINT-JOB
                              AND PM-AUTH-COUNT IS NUMERIC
                               MOVE PM-AUTH-COUNT TO WS-POS-AUTH
                               MOVE "Y" TO WS-POS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF
           IF WS-POS-ON-FILE = "Y"
               MOVE ZERO TO WS-POS-FILLED
               MOVE "N" TO WS-SCAN-EOF
               MOVE LOW-VALUES TO EMP-NO
               START EMPLOYEE-FILE KEY IS NOT < EMP-NO
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF EMP-STATUS NOT = "T"
                              AND EMP-TERRITORY-NO = WS-MAINT-TERR
                              AND EMP-OFFICE-NO = WS-MAINT-OFFICE
                              AND EMP-JOB-CODE = WS-MAINT-JOB
                               ADD 1 TO WS-POS-FILLED
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-POS-FILLED + 1 > WS-POS-AUTH
                   MOVE "Y" TO WS-POS-OVER
                   DISPLAY "WARNING - TERRITORY " WS-MAINT-TERR
                       " OFFICE " WS-MAINT-OFFICE " JOB " WS-MAINT-JOB
                       " HAS " WS-POS-FILLED " FILLED OF "
                       WS-POS-AUTH " AUTHORIZED"
                   DISPLAY "ADDING EMPLOYEE " WS-MAINT-EMP-NO
                       " PUTS IT OVER - LOGGED TO EXCEPTIONS.LOG"
               END-IF
           END-IF.
       246-LOG-POSITION-EXCEPTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE "EMPMAINT"      TO EXC-SOURCE-PROGRAM
           MOVE WS-MAINT-EMP-NO TO EXC-RECORD-KEY
           MOVE "OVERHC"        TO EXC-REASON-CODE
           MOVE WS-MONTH        TO EXC-MONTH
           MOVE WS-DAY          TO EXC-DAY
           MOVE WS-YEAR         TO EXC-YEAR
           MOVE SPACES TO EXC-RESOLVED-FLAG
           MOVE EMPLOYEE-REC TO EXC-RECORD-IMAGE
           OPEN EXTEND EXCEPTIONS-FILE
           IF WS-EXC-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTIONS-FILE
           END-IF
           WRITE EXCEPTION-OUTREC FROM EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.
      ******************************************************************
      * Terminations replace deletes: the record stays on file with
      * status "T" and today's date, so rehire checks and W-2 season
      * keep their history while the payroll run skips the employee.
               MOVE SPACES TO BATCH-ID-REC
               MOVE "EMPMAINT" TO BI-PROGRAM
               MOVE WS-BT-ID (WS-BT-SUB) TO BI-BATCH-ID
               MOVE FUNCTION CURRENT-DATE (1:8) TO BI-POSTED-DATE
               MOVE FUNCTION CURRENT-DATE (9:6) TO BI-POSTED-TIME
               WRITE BATCH-ID-REC
           END-PERFORM
           CLOSE BATCH-ID-FILE.
                   MOVE ET-DEPEND    TO WS-MAINT-DEPEND
                   MOVE ET-JOB       TO WS-MAINT-JOB
                   MOVE ET-HIRE-DATE TO WS-MAINT-HIRE-DATE
                   MOVE ET-PAY-TYPE  TO WS-MAINT-PAY-TYPE
                   IF ET-HOURLY-RATE IS NUMERIC
                       MOVE ET-HOURLY-RATE TO WS-MAINT-HOURLY-RATE
                   ELSE
                       MOVE ZERO TO WS-MAINT-HOURLY-RATE
                   END-IF
      ******************************************************************
      * EMPTRANS.DAT carries no bank fields; batch adds start blank
      * and batch changes keep what 241 reads off the record first.
                           MOVE "REJECTED" TO WS-AUDIT-RESULT
                           MOVE "BADJOB" TO WS-AUDIT-REASON
                       ELSE
                           IF (WS-MAINT-PAY-TYPE NOT = SPACE
                               AND NOT WS-PAY-TYPE-VALID)
                              OR (WS-MAINT-PAY-TYPE = "H"
                               AND WS-MAINT-HOURLY-RATE = ZERO)
                               MOVE "REJECTED" TO WS-AUDIT-RESULT
                               MOVE "BADPAY" TO WS-AUDIT-REASON
                           ELSE
                               PERFORM 220-VALIDATE-UNIQUE-SSN
                               IF WS-DUP-SSN-FOUND = "Y"
                                   MOVE "REJECTED" TO WS-AUDIT-RESULT
                                   MOVE "DUPSSN" TO WS-AUDIT-REASON
                               ELSE
                                   PERFORM 241-ADD-OR-UPDATE-EMPLOYEE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
