       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exam2Cnv.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     One-time conversion of the EXAM2 files from initials-and-
      *     last-name keys to EXAM2PER.DAT person numbers. Every
      *     record still without a person number -- on the twelve
      *     EXAM2Mnn.DAT extracts, the EXAM2BAL.DAT balance master,
      *     and the EXAM2TPL.DAT templates -- has its initials and
      *     last name matched (without regard to case) to the person
      *     master's first initial, middle initial, and the first ten
      *     characters of last name:
      *       - a key the clerk has resolved on EXAM2XRF.DAT takes
      *         the person number given there;
      *       - a key matching exactly one person takes that number;
      *       - a key matching nobody becomes a new active person on
      *         the master, named from the key, for the clerk to
      *         complete through Exam2Per;
      *       - a key matching more than one person (two J. Smiths)
      *         is ambiguous and its records are left without a
      *         number.
      *     Balance rows that come out under the same person number
      *     (a misspelled name that had started a second "person")
      *     are merged into one balance. EXAM2CNV.RPT lists the
      *     people created, the balances merged, and every ambiguous
      *     key with its candidates; the clerk adds the right number
      *     for each to EXAM2XRF.DAT and runs the conversion again,
      *     which touches only the records still unconverted.
      * Input:
      *     EXAM2PER.DAT, EXAM2XRF.DAT (clerk's resolutions; optional)
      *     EXAM2M01.DAT - EXAM2M12.DAT, EXAM2BAL.DAT, EXAM2TPL.DAT
      * Output:
      *     EXAM2M01.DAT - EXAM2M12.DAT, EXAM2BAL.DAT, EXAM2TPL.DAT
      *         (rewritten with person numbers)
      *     EXAM2PER.DAT (rewritten when people are created)
      *     EXAM2CNV.RPT (conversion report)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PERSON-MASTER-FILE ASSIGN TO "EXAM2PER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT  XREF-FILE ASSIGN TO "EXAM2XRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRF-STATUS.
           SELECT  MONTH-FILE
               ASSIGN USING WS-MONTH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-STATUS.
           SELECT  BALANCE-FILE ASSIGN TO "EXAM2BAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT  TEMPLATE-FILE ASSIGN TO "EXAM2TPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.
           SELECT  REPORT-FILE ASSIGN TO "EXAM2CNV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
      ******************************************************************
      * One line per resolved key: the initials and last name as
      * they appear on the old records, and the person they mean.
      ******************************************************************
       FD  XREF-FILE.
       01  XREF-REC.
           05  XR-KEY.
               10  XR-INITIAL1   PIC X.
               10  XR-INITIAL2   PIC X.
               10  XR-LNAME      PIC X(10).
           05  FILLER            PIC X.
           05  XR-PERSON-NO      PIC 9(6).
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
       FD  BALANCE-FILE.
       01  BALANCE-REC.
           05  BL-LNAME      PIC X(10).
           05  BL-INITIAL1   PIC X.
           05  BL-INITIAL2   PIC X.
           05  FILLER        PIC X.
           05  BL-BALANCE    PIC S9(7) SIGN LEADING SEPARATE.
           05  FILLER        PIC X.
           05  BL-PERSON-NO  PIC 9(6).
       FD  TEMPLATE-FILE.
       01  TEMPLATE-REC.
           05  TP-ID         PIC X(4).
           05  TP-INITIAL1   PIC X.
           05  TP-INITIAL2   PIC X.
           05  TP-LNAME      PIC X(10).
           05  FILLER        PIC X(22).
           05  TP-PERSON-NO  PIC 9(6).
       FD  REPORT-FILE.
       01  REPORT-REC        PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-PER-STATUS     PIC XX.
       77  WS-PER-EOF        PIC X     VALUE "N".
       77  WS-PER-OVERFLOW   PIC X     VALUE "N".
       77  WS-XRF-STATUS     PIC XX.
       77  WS-XRF-EOF        PIC X     VALUE "N".
       77  WS-MONTH-STATUS   PIC XX.
       77  WS-MONTH-EOF      PIC X     VALUE "N".
       77  WS-BAL-STATUS     PIC XX.
       77  WS-BAL-EOF        PIC X     VALUE "N".
       77  WS-TPL-STATUS     PIC XX.
       77  WS-TPL-EOF        PIC X     VALUE "N".
       77  WS-MONTH-FILE-NAME PIC X(30) VALUE SPACES.
       77  WS-FILE-MONTH     PIC 99    VALUE ZERO.
       77  WS-FILE-CHANGED   PIC X     VALUE "N".
       77  WS-FILE-FULL      PIC X     VALUE "N".
       77  WS-NEXT-PERSON-NO PIC 9(6)  VALUE ZERO.
       77  WS-RESOLVED-NO    PIC 9(6)  VALUE ZERO.
       77  WS-MATCH-COUNT    PIC 9(4)  VALUE ZERO.
       77  WS-MATCH-NO       PIC 9(6)  VALUE ZERO.
       77  WS-PERSON-FOUND   PIC X     VALUE "N".
       77  WS-PER-SUB        PIC 9(4)  VALUE ZERO.
       77  WS-XRF-SUB        PIC 9(4)  VALUE ZERO.
       77  WS-KEY-SUB        PIC 9(4)  VALUE ZERO.
       77  WS-REC-SUB        PIC 9(4)  VALUE ZERO.
       77  WS-OUT-SUB        PIC 9(4)  VALUE ZERO.
       77  WS-NOTE-PTR       PIC 99    VALUE ZERO.
       77  WS-CONVERTED-COUNT PIC 9(7) VALUE ZERO.
       77  WS-LEFT-COUNT     PIC 9(7)  VALUE ZERO.
       77  WS-CREATED-COUNT  PIC 9(5)  VALUE ZERO.
       77  WS-MERGED-COUNT   PIC 9(5)  VALUE ZERO.
       77  WS-AMBIG-COUNT    PIC 9(5)  VALUE ZERO.
       77  WS-LOWER-CASE     PIC X(26) VALUE
                             "abcdefghijklmnopqrstuvwxyz".
       77  WS-UPPER-CASE     PIC X(26) VALUE
                             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      ******************************************************************
      * The old key being resolved, upper-cased.
      ******************************************************************
       01  WS-KEY.
           05  WS-KEY-INITIAL1   PIC X.
           05  WS-KEY-INITIAL2   PIC X.
           05  WS-KEY-LNAME      PIC X(10).
       01  WS-PER-TABLE.
           05  WS-PER-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-PER-ENTRY       OCCURS 2000 TIMES
                                  PIC X(77).
       01  WS-XRF-TABLE.
           05  WS-XRF-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-XRF-ENTRY       OCCURS 500 TIMES.
               10  WS-XF-KEY      PIC X(12).
               10  WS-XF-PERSON-NO PIC 9(6).
      ******************************************************************
      * Every key met so far and how it resolved, so each is decided
      * (and reported) once however many records carry it:
      * M matched, C created, X cross-referenced, A ambiguous,
      * U cross-referenced to a number not on the master.
      ******************************************************************
       01  WS-KEY-TABLE.
           05  WS-KEY-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-KEY-ENTRY       OCCURS 2000 TIMES.
               10  WS-KY-KEY      PIC X(12).
               10  WS-KY-RESULT   PIC X.
               10  WS-KY-PERSON-NO PIC 9(6).
               10  WS-KY-LEFT     PIC 9(5).
      ******************************************************************
      * The file being converted, held whole and written back.
      ******************************************************************
       01  WS-REC-TABLE.
           05  WS-REC-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-REC-ENTRY       OCCURS 5000 TIMES
                                  PIC X(44).
       01  WS-OUT-TABLE.
           05  WS-OUT-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-OUT-ENTRY       OCCURS 5000 TIMES
                                  PIC X(29).
       01  WS-BAL-WORK.
           05  WS-BW-LNAME        PIC X(10).
           05  WS-BW-INITIAL1     PIC X.
           05  WS-BW-INITIAL2     PIC X.
           05  FILLER             PIC X.
           05  WS-BW-BALANCE      PIC S9(7) SIGN LEADING SEPARATE.
           05  FILLER             PIC X.
           05  WS-BW-PERSON-NO    PIC 9(6).
       01  REPORT-HEADING.
           05  FILLER             PIC X(20) VALUE SPACES.
           05  FILLER             PIC X(30) VALUE
                                  "EXAM2 PERSON NUMBER CONVERSION".
           05  FILLER             PIC X(30) VALUE SPACES.
       01  REPORT-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-ACTION          PIC X(10).
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-PERSON-NO       PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-INITIAL1        PIC X.
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-INITIAL2        PIC X.
           05  FILLER             PIC X     VALUE SPACE.
           05  RD-LNAME           PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-NOTE            PIC X(43).
       01  REPORT-TOTAL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(11) VALUE "CONVERTED: ".
           05  RT-CONVERTED       PIC ZZZ,ZZ9.
           05  FILLER             PIC X(8)  VALUE "  LEFT: ".
           05  RT-LEFT            PIC ZZZ,ZZ9.
           05  FILLER             PIC X(11) VALUE "  CREATED: ".
           05  RT-CREATED         PIC ZZ,ZZ9.
           05  FILLER             PIC X(10) VALUE "  MERGED: ".
           05  RT-MERGED          PIC ZZ,ZZ9.
           05  FILLER             PIC X(12) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-REC FROM REPORT-HEADING
           PERFORM 100-LOAD-PERSON-TABLE
           IF WS-PER-OVERFLOW = "Y"
               DISPLAY "EXAM2PER.DAT HOLDS MORE THAN 2000 PERSONS - "
                   "NOTHING CONVERTED"
               MOVE 1 TO RETURN-CODE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF
           PERFORM 110-LOAD-XREF-TABLE
           PERFORM 200-CONVERT-MONTH-FILE
               VARYING WS-FILE-MONTH FROM 1 BY 1
               UNTIL WS-FILE-MONTH > 12
           PERFORM 300-CONVERT-BALANCE-FILE
           PERFORM 400-CONVERT-TEMPLATE-FILE
           IF WS-CREATED-COUNT > ZERO
               PERFORM 500-REWRITE-PERSON-FILE
           END-IF
           PERFORM 600-LIST-AMBIGUOUS-KEYS
           MOVE WS-CONVERTED-COUNT TO RT-CONVERTED
           MOVE WS-LEFT-COUNT      TO RT-LEFT
           MOVE WS-CREATED-COUNT   TO RT-CREATED
           MOVE WS-MERGED-COUNT    TO RT-MERGED
           WRITE REPORT-REC FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           CLOSE REPORT-FILE
           DISPLAY "RECORDS CONVERTED:    " WS-CONVERTED-COUNT
           DISPLAY "RECORDS LEFT:         " WS-LEFT-COUNT
           DISPLAY "PERSONS CREATED:      " WS-CREATED-COUNT
           DISPLAY "BALANCES MERGED:      " WS-MERGED-COUNT
           IF WS-AMBIG-COUNT > ZERO
               DISPLAY WS-AMBIG-COUNT " AMBIGUOUS NAMES - RESOLVE ON "
                   "EXAM2XRF.DAT AND RERUN (SEE EXAM2CNV.RPT)"
           END-IF
           STOP RUN.
      ******************************************************************
      * New people are numbered on from the highest on file. The
      * master is rewritten from this table when people are created,
      * so a master larger than the table refuses the conversion
      * before any file is touched.
      ******************************************************************
       100-LOAD-PERSON-TABLE.
           OPEN INPUT PERSON-MASTER-FILE
           IF WS-PER-STATUS = "00"
               PERFORM UNTIL WS-PER-EOF = "Y"
                   READ PERSON-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-PER-EOF
                       NOT AT END
                           IF WS-PER-COUNT < 2000
                               ADD 1 TO WS-PER-COUNT
                               MOVE PERSON-MASTER-REC TO
                                   WS-PER-ENTRY (WS-PER-COUNT)
                               IF PM-PERSON-NO > WS-NEXT-PERSON-NO
                                   MOVE PM-PERSON-NO
                                       TO WS-NEXT-PERSON-NO
                               END-IF
                           ELSE
                               MOVE "Y" TO WS-PER-OVERFLOW
                               MOVE "Y" TO WS-PER-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERSON-MASTER-FILE
           END-IF.
       110-LOAD-XREF-TABLE.
           OPEN INPUT XREF-FILE
           IF WS-XRF-STATUS = "00"
               PERFORM UNTIL WS-XRF-EOF = "Y"
                   READ XREF-FILE
                       AT END
                           MOVE "Y" TO WS-XRF-EOF
                       NOT AT END
                           IF WS-XRF-COUNT < 500
                              AND XR-PERSON-NO IS NUMERIC
                               ADD 1 TO WS-XRF-COUNT
                               INSPECT XR-KEY CONVERTING
                                   WS-LOWER-CASE TO WS-UPPER-CASE
                               MOVE XR-KEY TO
                                   WS-XF-KEY (WS-XRF-COUNT)
                               MOVE XR-PERSON-NO TO
                                   WS-XF-PERSON-NO (WS-XRF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.
      ******************************************************************
      * A month with no extract on disk is skipped. A record already
      * carrying a person number is left as it is.
      ******************************************************************
       200-CONVERT-MONTH-FILE.
           MOVE SPACES TO WS-MONTH-FILE-NAME
           STRING "EXAM2M"      DELIMITED BY SIZE
                  WS-FILE-MONTH DELIMITED BY SIZE
                  ".DAT"        DELIMITED BY SIZE
                  INTO WS-MONTH-FILE-NAME
           END-STRING
           MOVE ZERO TO WS-REC-COUNT
           MOVE "N" TO WS-FILE-CHANGED
           MOVE "N" TO WS-FILE-FULL
           MOVE "N" TO WS-MONTH-EOF
           OPEN INPUT MONTH-FILE
           IF WS-MONTH-STATUS = "00"
               PERFORM UNTIL WS-MONTH-EOF = "Y"
                   READ MONTH-FILE
                       AT END
                           MOVE "Y" TO WS-MONTH-EOF
                       NOT AT END
                           IF WS-REC-COUNT < 5000
                               ADD 1 TO WS-REC-COUNT
                               MOVE MONTH-REC TO
                                   WS-REC-ENTRY (WS-REC-COUNT)
                           ELSE
                               MOVE "Y" TO WS-FILE-FULL
                               MOVE "Y" TO WS-MONTH-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONTH-FILE
               IF WS-FILE-FULL = "Y"
                   DISPLAY WS-MONTH-FILE-NAME " HOLDS MORE THAN 5000 "
                       "RECORDS - NOT CONVERTED"
               ELSE
                   PERFORM 210-CONVERT-MONTH-RECORD
                       VARYING WS-REC-SUB FROM 1 BY 1
                       UNTIL WS-REC-SUB > WS-REC-COUNT
                   IF WS-FILE-CHANGED = "Y"
                       OPEN OUTPUT MONTH-FILE
                       PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                               UNTIL WS-REC-SUB > WS-REC-COUNT
                           MOVE WS-REC-ENTRY (WS-REC-SUB)
                               TO MONTH-REC
                           WRITE MONTH-REC
                       END-PERFORM
                       CLOSE MONTH-FILE
                   END-IF
               END-IF
           END-IF.
       210-CONVERT-MONTH-RECORD.
           MOVE WS-REC-ENTRY (WS-REC-SUB) TO MONTH-REC
           IF MO-PERSON-NO IS NOT NUMERIC OR MO-PERSON-NO = ZERO
               MOVE MO-INITIAL1 TO WS-KEY-INITIAL1
               MOVE MO-INITIAL2 TO WS-KEY-INITIAL2
               MOVE MO-LNAME    TO WS-KEY-LNAME
               PERFORM 250-RESOLVE-KEY THRU 250-EXIT
               IF WS-RESOLVED-NO > ZERO
                   MOVE WS-RESOLVED-NO TO MO-PERSON-NO
                   ADD 1 TO WS-CONVERTED-COUNT
               ELSE
                   MOVE ZERO TO MO-PERSON-NO
                   ADD 1 TO WS-LEFT-COUNT
                   IF WS-KEY-SUB > ZERO
                       ADD 1 TO WS-KY-LEFT (WS-KEY-SUB)
                   END-IF
               END-IF
               MOVE MONTH-REC TO WS-REC-ENTRY (WS-REC-SUB)
               MOVE "Y" TO WS-FILE-CHANGED
           END-IF.
      ******************************************************************
      * Resolves WS-KEY to a person number (zero when it cannot be)
      * and leaves WS-KEY-SUB on the key's entry in the key table,
      * or zero when the table is full and the key has no entry; the
      * full table is displayed here, once for each record it costs.
      ******************************************************************
       250-RESOLVE-KEY.
           INSPECT WS-KEY CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT
                      OR WS-KY-KEY (WS-KEY-SUB) = WS-KEY
               CONTINUE
           END-PERFORM
           IF WS-KEY-SUB > WS-KEY-COUNT
               IF WS-KEY-COUNT >= 2000
                   DISPLAY "NAME TABLE FULL (2000) - " WS-KEY-LNAME
                       " LEFT UNCONVERTED"
                   MOVE ZERO TO WS-RESOLVED-NO
                   MOVE ZERO TO WS-KEY-SUB
                   GO TO 250-EXIT
               END-IF
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-KEY-COUNT TO WS-KEY-SUB
               MOVE WS-KEY TO WS-KY-KEY (WS-KEY-SUB)
               MOVE ZERO TO WS-KY-LEFT (WS-KEY-SUB)
               PERFORM 260-DECIDE-KEY
           END-IF
           IF WS-KY-RESULT (WS-KEY-SUB) = "A"
              OR WS-KY-RESULT (WS-KEY-SUB) = "U"
               MOVE ZERO TO WS-RESOLVED-NO
           ELSE
               MOVE WS-KY-PERSON-NO (WS-KEY-SUB) TO WS-RESOLVED-NO
           END-IF.
       250-EXIT.
           EXIT.
       260-DECIDE-KEY.
           MOVE ZERO TO WS-KY-PERSON-NO (WS-KEY-SUB)
           PERFORM VARYING WS-XRF-SUB FROM 1 BY 1
                   UNTIL WS-XRF-SUB > WS-XRF-COUNT
                      OR WS-XF-KEY (WS-XRF-SUB) = WS-KEY
               CONTINUE
           END-PERFORM
           IF WS-XRF-SUB <= WS-XRF-COUNT
               MOVE WS-XF-PERSON-NO (WS-XRF-SUB) TO WS-MATCH-NO
               MOVE "N" TO WS-PERSON-FOUND
               PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                       UNTIL WS-PER-SUB > WS-PER-COUNT
                   MOVE WS-PER-ENTRY (WS-PER-SUB) TO PERSON-MASTER-REC
                   IF PM-PERSON-NO = WS-MATCH-NO
                       MOVE "Y" TO WS-PERSON-FOUND
                   END-IF
               END-PERFORM
               IF WS-PERSON-FOUND = "Y"
                   MOVE "X" TO WS-KY-RESULT (WS-KEY-SUB)
                   MOVE WS-MATCH-NO TO WS-KY-PERSON-NO (WS-KEY-SUB)
               ELSE
                   MOVE "U" TO WS-KY-RESULT (WS-KEY-SUB)
                   MOVE WS-MATCH-NO TO WS-KY-PERSON-NO (WS-KEY-SUB)
                   ADD 1 TO WS-AMBIG-COUNT
               END-IF
           ELSE
               IF WS-KEY-LNAME = SPACES
                   MOVE "A" TO WS-KY-RESULT (WS-KEY-SUB)
                   ADD 1 TO WS-AMBIG-COUNT
               ELSE
                   PERFORM 270-MATCH-MASTER
               END-IF
           END-IF.
       270-MATCH-MASTER.
           MOVE ZERO TO WS-MATCH-COUNT
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-COUNT
               MOVE WS-PER-ENTRY (WS-PER-SUB) TO PERSON-MASTER-REC
               INSPECT PERSON-MASTER-REC
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               IF PM-FIRST-NAME (1:1) = WS-KEY-INITIAL1
                  AND PM-MIDDLE-INIT = WS-KEY-INITIAL2
                  AND PM-LAST-NAME (1:10) = WS-KEY-LNAME
                   ADD 1 TO WS-MATCH-COUNT
                   MOVE PM-PERSON-NO TO WS-MATCH-NO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-MATCH-COUNT = 1
                   MOVE "M" TO WS-KY-RESULT (WS-KEY-SUB)
                   MOVE WS-MATCH-NO TO WS-KY-PERSON-NO (WS-KEY-SUB)
               WHEN WS-MATCH-COUNT > 1
                   MOVE "A" TO WS-KY-RESULT (WS-KEY-SUB)
                   ADD 1 TO WS-AMBIG-COUNT
               WHEN WS-PER-COUNT >= 2000
                   DISPLAY "PERSON TABLE FULL - " WS-KEY-LNAME
                       " LEFT UNCONVERTED"
                   MOVE "A" TO WS-KY-RESULT (WS-KEY-SUB)
                   ADD 1 TO WS-AMBIG-COUNT
               WHEN OTHER
                   PERFORM 280-CREATE-PERSON
           END-EVALUATE.
      ******************************************************************
      * Nobody on the master answers to the key, so it becomes a new
      * active person with what the old records knew of the name.
      ******************************************************************
       280-CREATE-PERSON.
           ADD 1 TO WS-NEXT-PERSON-NO
           MOVE SPACES TO PERSON-MASTER-REC
           MOVE WS-NEXT-PERSON-NO TO PM-PERSON-NO
           MOVE WS-KEY-LNAME      TO PM-LAST-NAME
           MOVE WS-KEY-INITIAL1   TO PM-FIRST-NAME
           MOVE WS-KEY-INITIAL2   TO PM-MIDDLE-INIT
           MOVE "A"               TO PM-STATUS
           ADD 1 TO WS-PER-COUNT
           MOVE PERSON-MASTER-REC TO WS-PER-ENTRY (WS-PER-COUNT)
           ADD 1 TO WS-CREATED-COUNT
           MOVE "C" TO WS-KY-RESULT (WS-KEY-SUB)
           MOVE WS-NEXT-PERSON-NO TO WS-KY-PERSON-NO (WS-KEY-SUB)
           MOVE "CREATED"         TO RD-ACTION
           MOVE WS-NEXT-PERSON-NO TO RD-PERSON-NO
           MOVE WS-KEY-INITIAL1   TO RD-INITIAL1
           MOVE WS-KEY-INITIAL2   TO RD-INITIAL2
           MOVE WS-KEY-LNAME      TO RD-LNAME
           MOVE "COMPLETE NAME AND ADDRESS ON EXAM2PER"
               TO RD-NOTE
           WRITE REPORT-REC FROM REPORT-DETAIL-LINE.
      ******************************************************************
      * Balances are carried by person: a row whose key resolves to
      * a person already carried is added into that person's row.
      ******************************************************************
       300-CONVERT-BALANCE-FILE.
           MOVE ZERO TO WS-OUT-COUNT
           MOVE "N" TO WS-FILE-CHANGED
           MOVE "N" TO WS-FILE-FULL
           OPEN INPUT BALANCE-FILE
           IF WS-BAL-STATUS = "00"
               PERFORM UNTIL WS-BAL-EOF = "Y"
                   READ BALANCE-FILE
                       AT END
                           MOVE "Y" TO WS-BAL-EOF
                       NOT AT END
                           PERFORM 310-CONVERT-BALANCE-ROW
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
               IF WS-FILE-FULL = "Y"
                   DISPLAY "EXAM2BAL.DAT HOLDS MORE THAN 5000 "
                       "BALANCES - NOT CONVERTED"
               ELSE
                   IF WS-FILE-CHANGED = "Y"
                       OPEN OUTPUT BALANCE-FILE
                       PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                               UNTIL WS-OUT-SUB > WS-OUT-COUNT
                           MOVE WS-OUT-ENTRY (WS-OUT-SUB)
                               TO BALANCE-REC
                           WRITE BALANCE-REC
                       END-PERFORM
                       CLOSE BALANCE-FILE
                   END-IF
               END-IF
           END-IF.
       310-CONVERT-BALANCE-ROW.
           IF BL-PERSON-NO IS NOT NUMERIC OR BL-PERSON-NO = ZERO
               MOVE BL-INITIAL1 TO WS-KEY-INITIAL1
               MOVE BL-INITIAL2 TO WS-KEY-INITIAL2
               MOVE BL-LNAME    TO WS-KEY-LNAME
               PERFORM 250-RESOLVE-KEY THRU 250-EXIT
               MOVE "Y" TO WS-FILE-CHANGED
               IF WS-RESOLVED-NO > ZERO
                   MOVE WS-RESOLVED-NO TO BL-PERSON-NO
                   ADD 1 TO WS-CONVERTED-COUNT
               ELSE
                   MOVE ZERO TO BL-PERSON-NO
                   ADD 1 TO WS-LEFT-COUNT
                   IF WS-KEY-SUB > ZERO
                       ADD 1 TO WS-KY-LEFT (WS-KEY-SUB)
                   END-IF
               END-IF
           END-IF
           MOVE ZERO TO WS-OUT-SUB
           IF BL-PERSON-NO > ZERO
               PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                       UNTIL WS-REC-SUB > WS-OUT-COUNT
                   MOVE WS-OUT-ENTRY (WS-REC-SUB) TO WS-BAL-WORK
                   IF WS-BW-PERSON-NO = BL-PERSON-NO
                       MOVE WS-REC-SUB TO WS-OUT-SUB
                   END-IF
               END-PERFORM
           END-IF
           IF WS-OUT-SUB > ZERO
               MOVE WS-OUT-ENTRY (WS-OUT-SUB) TO WS-BAL-WORK
               ADD BL-BALANCE TO WS-BW-BALANCE
               MOVE WS-BAL-WORK TO WS-OUT-ENTRY (WS-OUT-SUB)
               ADD 1 TO WS-MERGED-COUNT
               MOVE "Y" TO WS-FILE-CHANGED
               MOVE "MERGED"     TO RD-ACTION
               MOVE BL-PERSON-NO TO RD-PERSON-NO
               MOVE BL-INITIAL1  TO RD-INITIAL1
               MOVE BL-INITIAL2  TO RD-INITIAL2
               MOVE BL-LNAME     TO RD-LNAME
               MOVE SPACES TO RD-NOTE
               STRING "BALANCE ADDED TO " DELIMITED BY SIZE
                   WS-BW-INITIAL1 " " WS-BW-INITIAL2 " "
                       DELIMITED BY SIZE
                   WS-BW-LNAME DELIMITED BY SIZE
                   INTO RD-NOTE
               END-STRING
               WRITE REPORT-REC FROM REPORT-DETAIL-LINE
           ELSE
               IF WS-OUT-COUNT < 5000
                   ADD 1 TO WS-OUT-COUNT
                   MOVE BALANCE-REC TO WS-OUT-ENTRY (WS-OUT-COUNT)
               ELSE
                   MOVE "Y" TO WS-FILE-FULL
               END-IF
           END-IF.
       400-CONVERT-TEMPLATE-FILE.
           MOVE ZERO TO WS-REC-COUNT
           MOVE "N" TO WS-FILE-CHANGED
           MOVE "N" TO WS-FILE-FULL
           OPEN INPUT TEMPLATE-FILE
           IF WS-TPL-STATUS = "00"
               PERFORM UNTIL WS-TPL-EOF = "Y"
                   READ TEMPLATE-FILE
                       AT END
                           MOVE "Y" TO WS-TPL-EOF
                       NOT AT END
                           IF WS-REC-COUNT < 5000
                               ADD 1 TO WS-REC-COUNT
                               MOVE TEMPLATE-REC TO
                                   WS-REC-ENTRY (WS-REC-COUNT)
                           ELSE
                               MOVE "Y" TO WS-FILE-FULL
                               MOVE "Y" TO WS-TPL-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
               IF WS-FILE-FULL = "Y"
                   DISPLAY "EXAM2TPL.DAT HOLDS MORE THAN 5000 "
                       "TEMPLATES - NOT CONVERTED"
               ELSE
                   PERFORM 410-CONVERT-TEMPLATE-RECORD
                       VARYING WS-REC-SUB FROM 1 BY 1
                       UNTIL WS-REC-SUB > WS-REC-COUNT
                   IF WS-FILE-CHANGED = "Y"
                       OPEN OUTPUT TEMPLATE-FILE
                       PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                               UNTIL WS-REC-SUB > WS-REC-COUNT
                           MOVE WS-REC-ENTRY (WS-REC-SUB)
                               TO TEMPLATE-REC
                           WRITE TEMPLATE-REC
                       END-PERFORM
                       CLOSE TEMPLATE-FILE
                   END-IF
               END-IF
           END-IF.
       410-CONVERT-TEMPLATE-RECORD.
           MOVE WS-REC-ENTRY (WS-REC-SUB) TO TEMPLATE-REC
           IF TP-PERSON-NO IS NOT NUMERIC OR TP-PERSON-NO = ZERO
               MOVE TP-INITIAL1 TO WS-KEY-INITIAL1
               MOVE TP-INITIAL2 TO WS-KEY-INITIAL2
               MOVE TP-LNAME    TO WS-KEY-LNAME
               PERFORM 250-RESOLVE-KEY THRU 250-EXIT
               IF WS-RESOLVED-NO > ZERO
                   MOVE WS-RESOLVED-NO TO TP-PERSON-NO
                   ADD 1 TO WS-CONVERTED-COUNT
               ELSE
                   MOVE ZERO TO TP-PERSON-NO
                   ADD 1 TO WS-LEFT-COUNT
                   IF WS-KEY-SUB > ZERO
                       ADD 1 TO WS-KY-LEFT (WS-KEY-SUB)
                   END-IF
               END-IF
               MOVE TEMPLATE-REC TO WS-REC-ENTRY (WS-REC-SUB)
               MOVE "Y" TO WS-FILE-CHANGED
           END-IF.
       500-REWRITE-PERSON-FILE.
           OPEN OUTPUT PERSON-MASTER-FILE
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-COUNT
               MOVE WS-PER-ENTRY (WS-PER-SUB) TO PERSON-MASTER-REC
               WRITE PERSON-MASTER-REC
           END-PERFORM
           CLOSE PERSON-MASTER-FILE.
      ******************************************************************
      * Every key left unresolved, with the records it holds back
      * and the people it could be, for the clerk to decide.
      ******************************************************************
       600-LIST-AMBIGUOUS-KEYS.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT
               IF WS-KY-RESULT (WS-KEY-SUB) = "A"
                  OR WS-KY-RESULT (WS-KEY-SUB) = "U"
                   MOVE WS-KY-KEY (WS-KEY-SUB) TO WS-KEY
                   MOVE WS-KEY-INITIAL1 TO RD-INITIAL1
                   MOVE WS-KEY-INITIAL2 TO RD-INITIAL2
                   MOVE WS-KEY-LNAME    TO RD-LNAME
                   MOVE SPACES TO RD-PERSON-NO
                   MOVE SPACES TO RD-NOTE
                   MOVE 1 TO WS-NOTE-PTR
                   STRING WS-KY-LEFT (WS-KEY-SUB) DELIMITED BY SIZE
                       " RECORDS LEFT" DELIMITED BY SIZE
                       INTO RD-NOTE WITH POINTER WS-NOTE-PTR
                   END-STRING
                   IF WS-KY-RESULT (WS-KEY-SUB) = "U"
                       MOVE "BAD XREF" TO RD-ACTION
                       MOVE WS-KY-PERSON-NO (WS-KEY-SUB)
                           TO RD-PERSON-NO
                       STRING " - NOT ON EXAM2PER" DELIMITED BY SIZE
                           INTO RD-NOTE WITH POINTER WS-NOTE-PTR
                       END-STRING
                   ELSE
                       MOVE "AMBIGUOUS" TO RD-ACTION
                       IF WS-KEY-LNAME NOT = SPACES
                           STRING " - PERSONS" DELIMITED BY SIZE
                               INTO RD-NOTE WITH POINTER WS-NOTE-PTR
                           END-STRING
                           PERFORM 610-ADD-CANDIDATE
                               VARYING WS-PER-SUB FROM 1 BY 1
                               UNTIL WS-PER-SUB > WS-PER-COUNT
                       END-IF
                   END-IF
                   WRITE REPORT-REC FROM REPORT-DETAIL-LINE
               END-IF
           END-PERFORM.
       610-ADD-CANDIDATE.
           MOVE WS-PER-ENTRY (WS-PER-SUB) TO PERSON-MASTER-REC
           INSPECT PERSON-MASTER-REC
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           IF PM-FIRST-NAME (1:1) = WS-KEY-INITIAL1
              AND PM-MIDDLE-INIT = WS-KEY-INITIAL2
              AND PM-LAST-NAME (1:10) = WS-KEY-LNAME
              AND WS-NOTE-PTR < 37
               STRING " " PM-PERSON-NO DELIMITED BY SIZE
                   INTO RD-NOTE WITH POINTER WS-NOTE-PTR
               END-STRING
           END-IF.
       END PROGRAM Exam2Cnv.
