       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exam2Gen.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Writes the month's recurring transactions into its
      *     EXAM2Mnn.DAT before the clerk keys the one-offs through
      *     Exam2Ent. Every template on EXAM2TPL.DAT that is due in
      *     the month named -- inside its start/stop months, and on
      *     its monthly, quarterly or annual cycle -- becomes one
      *     transaction dated that month. The generated entries get
      *     their own count and amount hash, displayed for the
      *     operator and recorded on EXAM2GEN.DAT, which is also how
      *     a second generation of the same month is refused. A due
      *     template whose category is no longer on EXAM2CAT.DAT, or
      *     whose person is not on EXAM2PER.DAT or is inactive there,
      *     is not generated; it goes to the shared EXCEPTIONS.LOG.
      *     BATCH on the command line generates the current month.
      * Input:
      *     EXAM2TPL.DAT, EXAM2CAT.DAT, EXAM2PER.DAT, EXAM2GEN.DAT
      * Output:
      *     EXAM2Mnn.DAT (the generated month's extract)
      *     EXAM2GEN.DAT (generation log: month, count, hash)
      *     EXCEPTIONS.LOG (templates with a retired category, or a
      *     missing or inactive person)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PERSON-MASTER-FILE ASSIGN TO "EXAM2PER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT  TEMPLATE-FILE ASSIGN TO "EXAM2TPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.
           SELECT  CATEGORY-FILE ASSIGN TO "EXAM2CAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT  GENERATION-FILE ASSIGN TO "EXAM2GEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT  MONTH-FILE
               ASSIGN USING WS-MONTH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-STATUS.
           SELECT  EXCEPTIONS-FILE
               ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER-FILE.
       01  PERSON-MASTER-REC.
           05  PM-PERSON-NO      PIC 9(6).
           05  FILLER            PIC X.
           05  PM-LAST-NAME      PIC X(15).
           05  PM-FIRST-NAME     PIC X(12).
           05  PM-MIDDLE-INIT    PIC X.
           05  FILLER            PIC X.
           05  PM-STREET         PIC X(20).
           05  PM-CITY           PIC X(12).
           05  PM-STATE          PIC XX.
           05  PM-ZIP            PIC X(5).
           05  FILLER            PIC X.
           05  PM-STATUS         PIC X.
       FD  TEMPLATE-FILE.
       01  TEMPLATE-REC.
           05  TP-ID         PIC X(4).
           05  TP-INITIAL1   PIC X.
           05  TP-INITIAL2   PIC X.
           05  TP-LNAME      PIC X(10).
           05  TP-AMOUNT     PIC 9(6).
           05  TP-TYPE       PIC X.
           05  TP-CATEGORY   PIC XX.
           05  TP-FREQUENCY  PIC X.
               88  TP-MONTHLY            VALUE "M".
               88  TP-QUARTERLY          VALUE "Q".
               88  TP-ANNUAL             VALUE "A".
           05  TP-START-YM.
               10  TP-START-YEAR  PIC 9(4).
               10  TP-START-MONTH PIC 99.
           05  TP-STOP-YM.
               10  TP-STOP-YEAR   PIC 9(4).
               10  TP-STOP-MONTH  PIC 99.
           05  TP-PERSON-NO  PIC 9(6).
       FD  CATEGORY-FILE.
       01  CATEGORY-REC.
           05  CAT-CODE      PIC XX.
           05  CAT-DESC      PIC X(15).
      ******************************************************************
      * One line per generated month. GN-STATUS is "G" until Exam2Ent
      * has keyed the month's one-offs onto the same file, then "K".
      ******************************************************************
       FD  GENERATION-FILE.
       01  GENERATION-REC.
           05  GN-YEAR       PIC 9(4).
           05  GN-MONTH      PIC 99.
           05  FILLER        PIC X.
           05  GN-COUNT      PIC 9(3).
           05  FILLER        PIC X.
           05  GN-HASH       PIC 9(9).
           05  FILLER        PIC X.
           05  GN-RUN-DATE   PIC 9(8).
           05  FILLER        PIC X.
           05  GN-STATUS     PIC X.
       FD  MONTH-FILE.
       01  MONTH-REC.
           05  MO-INITIAL1   PIC X.
           05  MO-INITIAL2   PIC X.
           05  MO-LNAME      PIC X(10).
           05  MO-MONTH      PIC XX.
           05  MO-YEAR       PIC X(4).
           05  MO-AMOUNT     PIC 9(6).
           05  MO-TYPE       PIC X.
           05  MO-CATEGORY   PIC XX.
           05  MO-PERSON-NO  PIC 9(6).
       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-OUTREC  PIC X(120).
       WORKING-STORAGE SECTION.
       77  WS-PER-STATUS     PIC XX.
       77  WS-PER-EOF        PIC X     VALUE "N".
       77  WS-PER-SUB        PIC 9(4)  VALUE ZERO.
       77  WS-PERSON-OK      PIC X     VALUE "Y".
       77  WS-TPL-STATUS     PIC XX.
       77  WS-TPL-EOF        PIC X     VALUE "N".
       77  WS-CAT-STATUS     PIC XX.
       77  WS-CAT-EOF        PIC X     VALUE "N".
       77  WS-GEN-STATUS     PIC XX.
       77  WS-GEN-EOF        PIC X     VALUE "N".
       77  WS-MONTH-STATUS   PIC XX.
       77  WS-MONTH-EOF      PIC X     VALUE "N".
       77  WS-EXC-STATUS     PIC XX.
       77  WS-MONTH-FILE-NAME PIC X(30) VALUE SPACES.
       77  WS-CMD-ARG        PIC X(8)  VALUE SPACES.
       77  WS-GEN-YEAR       PIC 9(4)  VALUE ZERO.
       77  WS-GEN-MONTH      PIC 99    VALUE ZERO.
       77  WS-GEN-YM         PIC 9(6)  VALUE ZERO.
       77  WS-DATE-OK        PIC X     VALUE "Y".
       77  WS-ALREADY-DONE   PIC X     VALUE "N".
       77  WS-PERIOD-KEYED   PIC X     VALUE "N".
       77  WS-CAT-VALID      PIC X     VALUE "Y".
       77  WS-TEMPLATE-DUE   PIC X     VALUE "N".
       77  WS-MONTHS-IN      PIC S9(5) VALUE ZERO.
       77  WS-CYCLE-QUOT     PIC S9(5) VALUE ZERO.
       77  WS-CYCLE-REM      PIC S9(5) VALUE ZERO.
       77  WS-GEN-COUNT      PIC 9(3)  VALUE ZERO.
       77  WS-HASH-TOTAL     PIC 9(9)  VALUE ZERO.
       77  WS-EXCEPTION-COUNT PIC 9(3) VALUE ZERO.
       77  WS-PERSON-SKIP-COUNT PIC 9(3) VALUE ZERO.
       77  WS-TODAY          PIC 9(8)  VALUE ZERO.
       01  WS-PER-TABLE.
           05  WS-PER-COUNT  PIC 9(4)  VALUE ZERO.
           05  WS-PER-ENTRY  OCCURS 2000 TIMES
                             PIC X(77).
       01  WS-CAT-TABLE.
           05  WS-CAT-COUNT  PIC 9(3)  VALUE ZERO.
           05  WS-CAT-ENTRY  OCCURS 1 TO 100 TIMES
                             DEPENDING ON WS-CAT-COUNT
                             INDEXED BY WS-CAT-IDX.
               10  WS-CAT-CODE PIC XX.
               10  WS-CAT-DESC PIC X(15).
           COPY EXCPREC.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM 010-SELECT-MONTH
           COMPUTE WS-GEN-YM = WS-GEN-YEAR * 100 + WS-GEN-MONTH
           MOVE SPACES TO WS-MONTH-FILE-NAME
           STRING "EXAM2M"     DELIMITED BY SIZE
                  WS-GEN-MONTH DELIMITED BY SIZE
                  ".DAT"       DELIMITED BY SIZE
                  INTO WS-MONTH-FILE-NAME
           END-STRING
           PERFORM 020-CHECK-GENERATION-LOG
           IF WS-ALREADY-DONE = "Y"
               DISPLAY WS-GEN-YEAR "/" WS-GEN-MONTH
                   " ALREADY GENERATED - RUN REFUSED"
               STOP RUN
           END-IF
           PERFORM 005-LOAD-PERSON-TABLE
           OPEN INPUT TEMPLATE-FILE
           IF WS-TPL-STATUS NOT = "00"
               DISPLAY "EXAM2TPL.DAT NOT FOUND - NOTHING TO GENERATE"
               STOP RUN
           END-IF
           PERFORM 030-LOAD-CATEGORY-TABLE
           PERFORM 040-CHECK-MONTH-FILE
           IF WS-PERIOD-KEYED = "Y"
               DISPLAY WS-MONTH-FILE-NAME " ALREADY HOLDS "
                   WS-GEN-YEAR "/" WS-GEN-MONTH
                   " ENTRIES - RECURRING ENTRIES ADDED TO THEM"
               OPEN EXTEND MONTH-FILE
           ELSE
               OPEN OUTPUT MONTH-FILE
           END-IF
           PERFORM 100-PROCESS-TEMPLATE
               UNTIL WS-TPL-EOF = "Y"
           CLOSE TEMPLATE-FILE
           CLOSE MONTH-FILE
           PERFORM 300-LOG-GENERATION
           DISPLAY WS-MONTH-FILE-NAME " GENERATED FOR "
               WS-GEN-YEAR "/" WS-GEN-MONTH
           DISPLAY "RECURRING TRANSACTIONS: " WS-GEN-COUNT
           DISPLAY "AMOUNT HASH TOTAL:      " WS-HASH-TOTAL
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY WS-EXCEPTION-COUNT
                   " TEMPLATES SKIPPED - CATEGORY NOT ON EXAM2CAT.DAT"
                   " - SEE EXCEPTIONS.LOG"
           END-IF
           IF WS-PERSON-SKIP-COUNT > ZERO
               DISPLAY WS-PERSON-SKIP-COUNT
                   " TEMPLATES SKIPPED - PERSON MISSING OR INACTIVE"
                   " - SEE EXCEPTIONS.LOG"
           END-IF
           STOP RUN.
      ******************************************************************
      * Loads the person master the way Exam2Ent does; a generated
      * transaction is for a person, so without the master there is
      * nothing to generate against.
      ******************************************************************
       005-LOAD-PERSON-TABLE.
           OPEN INPUT PERSON-MASTER-FILE
           IF WS-PER-STATUS NOT = "00"
               DISPLAY "EXAM2PER.DAT NOT FOUND - RUN EXAM2PER FIRST"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PER-EOF = "Y"
               READ PERSON-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-PER-EOF
                   NOT AT END
                       IF WS-PER-COUNT < 2000
                           ADD 1 TO WS-PER-COUNT
                           MOVE PERSON-MASTER-REC TO
                               WS-PER-ENTRY (WS-PER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERSON-MASTER-FILE.
      ******************************************************************
      * The month to generate: keyed and validated through the shared
      * DATEVAL check, or the current month on a BATCH run.
      ******************************************************************
       010-SELECT-MONTH.
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG = "BATCH"
               MOVE WS-TODAY (1:4) TO WS-GEN-YEAR
               MOVE WS-TODAY (5:2) TO WS-GEN-MONTH
           ELSE
               DISPLAY "ENTER YEAR TO GENERATE (YYYY)"
               ACCEPT WS-GEN-YEAR
               DISPLAY "ENTER MONTH TO GENERATE (MM)"
               ACCEPT WS-GEN-MONTH
               COPY DATEVAL REPLACING
                   ==:WS-YEAR-FLD:==    BY ==WS-GEN-YEAR==
                   ==:WS-MONTH-FLD:==   BY ==WS-GEN-MONTH==
                   ==:WS-DAY-FLD:==     BY ==1==
                   ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
               PERFORM UNTIL WS-DATE-OK = "Y"
                   DISPLAY "INVALID YEAR/MONTH - PLEASE RE-ENTER"
                   DISPLAY "ENTER YEAR TO GENERATE (YYYY)"
                   ACCEPT WS-GEN-YEAR
                   DISPLAY "ENTER MONTH TO GENERATE (MM)"
                   ACCEPT WS-GEN-MONTH
                   COPY DATEVAL REPLACING
                       ==:WS-YEAR-FLD:==    BY ==WS-GEN-YEAR==
                       ==:WS-MONTH-FLD:==   BY ==WS-GEN-MONTH==
                       ==:WS-DAY-FLD:==     BY ==1==
                       ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
               END-PERFORM
           END-IF.
      ******************************************************************
      * A month already on the generation log has had its recurring
      * entries written; doing it again would double them.
      ******************************************************************
       020-CHECK-GENERATION-LOG.
           MOVE "N" TO WS-ALREADY-DONE
           OPEN INPUT GENERATION-FILE
           IF WS-GEN-STATUS = "00"
               PERFORM UNTIL WS-GEN-EOF = "Y"
                   READ GENERATION-FILE
                       AT END
                           MOVE "Y" TO WS-GEN-EOF
                       NOT AT END
                           IF GN-YEAR = WS-GEN-YEAR
                              AND GN-MONTH = WS-GEN-MONTH
                               MOVE "Y" TO WS-ALREADY-DONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-FILE
           END-IF.
      ******************************************************************
      * Loads the category master, the same idiom as Exam2Ent. With
      * no master on disk no category check is done.
      ******************************************************************
       030-LOAD-CATEGORY-TABLE.
           OPEN INPUT CATEGORY-FILE
           IF WS-CAT-STATUS = "00"
               PERFORM UNTIL WS-CAT-EOF = "Y"
                   READ CATEGORY-FILE
                       AT END
                           MOVE "Y" TO WS-CAT-EOF
                       NOT AT END
                           ADD 1 TO WS-CAT-COUNT
                           SET WS-CAT-IDX TO WS-CAT-COUNT
                           MOVE CAT-CODE TO WS-CAT-CODE (WS-CAT-IDX)
                           MOVE CAT-DESC TO WS-CAT-DESC (WS-CAT-IDX)
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-FILE
           END-IF.
      ******************************************************************
      * EXAM2Mnn.DAT is reused every year. If the file on disk holds
      * last cycle's month it is replaced, as Exam2Ent replaces it;
      * if it already holds entries for the month being generated
      * they were keyed first, and the recurring entries are added
      * behind them rather than wiping them out.
      ******************************************************************
       040-CHECK-MONTH-FILE.
           MOVE "N" TO WS-PERIOD-KEYED
           OPEN INPUT MONTH-FILE
           IF WS-MONTH-STATUS = "00"
               PERFORM UNTIL WS-MONTH-EOF = "Y"
                   READ MONTH-FILE
                       AT END
                           MOVE "Y" TO WS-MONTH-EOF
                       NOT AT END
                           IF MO-YEAR = WS-GEN-YEAR
                              AND MO-MONTH = WS-GEN-MONTH
                               MOVE "Y" TO WS-PERIOD-KEYED
                               MOVE "Y" TO WS-MONTH-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONTH-FILE
           END-IF.
       100-PROCESS-TEMPLATE.
           READ TEMPLATE-FILE
               AT END
                   MOVE "Y" TO WS-TPL-EOF
               NOT AT END
                   PERFORM 110-CHECK-TEMPLATE-DUE
                   IF WS-TEMPLATE-DUE = "Y"
                       PERFORM 120-VALIDATE-CATEGORY
                       PERFORM 130-VALIDATE-PERSON
                       IF WS-CAT-VALID = "N"
                           PERFORM 250-LOG-RETIRED-CATEGORY
                       ELSE
                           IF WS-PERSON-OK = "N"
                               PERFORM 260-LOG-PERSON-SKIP
                           ELSE
                               PERFORM 200-WRITE-TRANSACTION
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
      * Due when the month falls inside the start/stop months and on
      * the template's cycle: every month, every third month counted
      * from the start month, or the start month each year.
      ******************************************************************
       110-CHECK-TEMPLATE-DUE.
           MOVE "N" TO WS-TEMPLATE-DUE
           IF WS-GEN-YM >= TP-START-YM
              AND (TP-STOP-YM = ZERO OR WS-GEN-YM <= TP-STOP-YM)
               COMPUTE WS-MONTHS-IN =
                   (WS-GEN-YEAR - TP-START-YEAR) * 12
                   + WS-GEN-MONTH - TP-START-MONTH
               EVALUATE TRUE
                   WHEN TP-MONTHLY
                       MOVE "Y" TO WS-TEMPLATE-DUE
                   WHEN TP-QUARTERLY
                       DIVIDE WS-MONTHS-IN BY 3 GIVING WS-CYCLE-QUOT
                           REMAINDER WS-CYCLE-REM
                       IF WS-CYCLE-REM = ZERO
                           MOVE "Y" TO WS-TEMPLATE-DUE
                       END-IF
                   WHEN TP-ANNUAL
                       IF WS-GEN-MONTH = TP-START-MONTH
                           MOVE "Y" TO WS-TEMPLATE-DUE
                       END-IF
               END-EVALUATE
           END-IF.
      ******************************************************************
      * A blank category is uncoded and passes, as on Exam2Ent; a
      * coded one must still be on the master.
      ******************************************************************
       120-VALIDATE-CATEGORY.
           MOVE "Y" TO WS-CAT-VALID
           IF WS-CAT-COUNT > ZERO
              AND TP-CATEGORY NOT = SPACES
               SET WS-CAT-IDX TO 1
               SEARCH WS-CAT-ENTRY
                   AT END
                       MOVE "N" TO WS-CAT-VALID
                   WHEN WS-CAT-CODE (WS-CAT-IDX) = TP-CATEGORY
                       CONTINUE
               END-SEARCH
           END-IF.
      ******************************************************************
      * The template's person must still be on the master and active,
      * the same test Exam2Ent puts a keyed person through.
      ******************************************************************
       130-VALIDATE-PERSON.
           MOVE "N" TO WS-PERSON-OK
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-COUNT
                      OR WS-PER-ENTRY (WS-PER-SUB) (1:6)
                             = TP-PERSON-NO
               CONTINUE
           END-PERFORM
           IF WS-PER-SUB <= WS-PER-COUNT
               MOVE WS-PER-ENTRY (WS-PER-SUB) TO PERSON-MASTER-REC
               IF PM-STATUS NOT = "I"
                   MOVE "Y" TO WS-PERSON-OK
               END-IF
           END-IF.
       200-WRITE-TRANSACTION.
           MOVE TP-INITIAL1  TO MO-INITIAL1
           MOVE TP-INITIAL2  TO MO-INITIAL2
           MOVE TP-LNAME     TO MO-LNAME
           MOVE WS-GEN-MONTH TO MO-MONTH
           MOVE WS-GEN-YEAR  TO MO-YEAR
           MOVE TP-AMOUNT    TO MO-AMOUNT
           MOVE TP-TYPE      TO MO-TYPE
           MOVE TP-CATEGORY  TO MO-CATEGORY
           MOVE TP-PERSON-NO TO MO-PERSON-NO
           WRITE MONTH-REC
           ADD 1 TO WS-GEN-COUNT
           ADD TP-AMOUNT TO WS-HASH-TOTAL.
       250-LOG-RETIRED-CATEGORY.
           ADD 1 TO WS-EXCEPTION-COUNT
           DISPLAY "TEMPLATE " TP-ID " CATEGORY " TP-CATEGORY
               " NOT ON EXAM2CAT.DAT - NOT GENERATED"
           MOVE "BADCAT"         TO EXC-REASON-CODE
           PERFORM 270-WRITE-EXCEPTION.
       260-LOG-PERSON-SKIP.
           ADD 1 TO WS-PERSON-SKIP-COUNT
           IF WS-PER-SUB > WS-PER-COUNT
               DISPLAY "TEMPLATE " TP-ID " PERSON " TP-PERSON-NO
                   " NOT ON EXAM2PER.DAT - NOT GENERATED"
           ELSE
               DISPLAY "TEMPLATE " TP-ID " PERSON " TP-PERSON-NO
                   " IS INACTIVE - NOT GENERATED"
           END-IF
           MOVE "BADPER"         TO EXC-REASON-CODE
           PERFORM 270-WRITE-EXCEPTION.
       270-WRITE-EXCEPTION.
           MOVE "EXAM2GEN"       TO EXC-SOURCE-PROGRAM
           MOVE TP-ID            TO EXC-RECORD-KEY
           MOVE WS-TODAY (5:2)   TO EXC-MONTH
           MOVE WS-TODAY (7:2)   TO EXC-DAY
           MOVE WS-TODAY (1:4)   TO EXC-YEAR
           MOVE SPACES TO EXC-RESOLVED-FLAG
           MOVE TEMPLATE-REC TO EXC-RECORD-IMAGE
           OPEN EXTEND EXCEPTIONS-FILE
           IF WS-EXC-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTIONS-FILE
           END-IF
           WRITE EXCEPTION-OUTREC FROM EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.
      ******************************************************************
      * Records the month as generated, with its count and hash. A
      * month whose one-offs were keyed before generation is already
      * complete ("K"); otherwise Exam2Ent will add to it ("G").
      ******************************************************************
       300-LOG-GENERATION.
           OPEN EXTEND GENERATION-FILE
           IF WS-GEN-STATUS NOT = "00"
               OPEN OUTPUT GENERATION-FILE
           END-IF
           MOVE SPACES TO GENERATION-REC
           MOVE WS-GEN-YEAR   TO GN-YEAR
           MOVE WS-GEN-MONTH  TO GN-MONTH
           MOVE WS-GEN-COUNT  TO GN-COUNT
           MOVE WS-HASH-TOTAL TO GN-HASH
           MOVE WS-TODAY      TO GN-RUN-DATE
           IF WS-PERIOD-KEYED = "Y"
               MOVE "K" TO GN-STATUS
           ELSE
               MOVE "G" TO GN-STATUS
           END-IF
           WRITE GENERATION-REC
           CLOSE GENERATION-FILE.
       END PROGRAM Exam2Gen.
