      * Purpose:
      *     Prints one employee's full raise history on demand from
      *     the SALHIST.DAT file the salary increase run appends to:
      *     run number, date, old salary, percent, amount, new salary,
      *     and the date the raise took effect, on the console and on
      *     SALHIST.RPT. Loops
      *     until a blank employee number is entered, like Lab3's
      *     customer inquiry.
      * Input:
           05  SH-PERCENT            PIC 9V9.
           05  SH-AMOUNT             PIC 9(5)V99.
           05  SH-NEW-SALARY         PIC 9(8)V99.
           05  SH-EFFECTIVE-DATE     PIC 9(8).
       FD  HISTORY-REPORT-FILE.
       01  HISTORY-REPORT-REC        PIC X(80).
       WORKING-STORAGE SECTION.
           05  FILLER             PIC X(6)  VALUE "PCT   ".
           05  FILLER             PIC X(11) VALUE "AMOUNT     ".
           05  FILLER             PIC X(10) VALUE "NEW SALARY".
           05  FILLER             PIC X(12) VALUE "   EFFECTIVE".
           05  FILLER             PIC X(5)  VALUE SPACES.
       01  HISTORY-DETAIL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  DT-RUN-NO          PIC ZZZZZ9.
           05  DT-AMOUNT          PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DT-NEW-SALARY      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DT-EFFECTIVE-DATE  PIC 9(8).
           05  FILLER             PIC X(7)  VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           OPEN OUTPUT HISTORY-REPORT-FILE
                       "SALHIST.RPT"
               END-IF
           END-IF.
      ******************************************************************
      * A raise posted before effective dates were kept took effect
      * on the day it was run.
      ******************************************************************
       200-READ-HISTORY-RECORD.
           READ SALARY-HISTORY-FILE
               AT END
                       MOVE SH-PERCENT    TO DT-PERCENT
                       MOVE SH-AMOUNT     TO DT-AMOUNT
                       MOVE SH-NEW-SALARY TO DT-NEW-SALARY
                       IF SH-EFFECTIVE-DATE IS NOT NUMERIC
                           MOVE SH-DATE TO SH-EFFECTIVE-DATE
                       END-IF
                       MOVE SH-EFFECTIVE-DATE TO DT-EFFECTIVE-DATE
                       WRITE HISTORY-REPORT-REC
                           FROM HISTORY-DETAIL-LINE
                       DISPLAY "RUN " SH-RUN-NO " DATE " SH-DATE
                           " OLD " SH-OLD-SALARY " PCT " SH-PERCENT
                           " AMT " SH-AMOUNT " NEW " SH-NEW-SALARY
                           " EFF " SH-EFFECTIVE-DATE
                   END-IF
           END-READ.
       END PROGRAM SalHist.
