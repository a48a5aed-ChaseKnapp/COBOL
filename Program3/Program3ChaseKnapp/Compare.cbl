       IDENTIFICATION DIVISION.
       PROGRAM-ID. Compare.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     General-purpose keyed file compare, the third of the
      *     utilities beside the parameter-driven sort and Extract:
      *     what changed between last night's copy of a file and
      *     tonight's -- employee.dat or SHIPACCT.DAT after a
      *     restore, two CUSTEXTR.DAT sends -- without eyeballing
      *     two listings. Driven by the CMPCTL.DAT control file:
      *         record 1: old (before) file name
      *         record 2: new (after) file name
      *         record 3: key position (3 digits) + length (3
      *                   digits), at most 40 long
      *         further records, optional:
      *           "F" + position (3) + length (3): a compare field;
      *               when any are present a record whose key is on
      *               both files counts as changed only when one of
      *               these fields differs, otherwise when any byte
      *               of the record does.
      *     Neither file needs to be in key order; each is sorted on
      *     the key first. Records pair up by key (a key repeated on
      *     a file pairs in record order and is listed as a
      *     duplicate). Records are compared on their first 130
      *     columns; an indexed file is compared from its sequential
      *     unload, the same as the sort and Extract take it.
      *     COMPARE.RPT lists every record added (on the new file
      *     only), deleted (on the old file only) and changed, with
      *     the before and after images of a changed record and the
      *     differing columns marked, and closes with a count
      *     summary. CMPDIFF.DAT carries the same differences one
      *     image per record for Extract to select from or reformat:
      *         column 1: A added, D deleted, C changed
      *         column 2: B before image, A after image
      *         columns 3-132: the record image (a column n of the
      *                   compared file is column n + 2 here)
      *     so a changed record is two lines, "CB" then "CA".
      * Input:
      *     CMPCTL.DAT (control), plus the two named files
      * Output:
      *     COMPARE.RPT (differences and count summary)
      *     CMPDIFF.DAT (differences, machine-readable)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORT-FILE ASSIGN TO "TEMP.RPT".
           SELECT CONTROL-FILE ASSIGN TO "CMPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT COMPARE-INFILE ASSIGN USING WS-INPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT OLD-SORTED-FILE ASSIGN TO "CMPOLD.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-SORTED-FILE ASSIGN TO "CMPNEW.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "COMPARE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIFFERENCE-FILE ASSIGN TO "CMPDIFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * The sort record carries the key area built from the
      * configured columns, followed by the original record, which
      * rides as a second key so duplicates keep a fixed order.
      ******************************************************************
       SD  SORT-FILE.
       01  SORT-COMPARE-REC.
           05  SC-KEY              PIC X(40).
           05  SC-DATA             PIC X(130).
       FD  CONTROL-FILE.
       01  CONTROL-REC             PIC X(30).
       FD  COMPARE-INFILE.
       01  IN-REC                  PIC X(130).
       FD  OLD-SORTED-FILE.
       01  OLD-SORTED-REC.
           05  OS-KEY              PIC X(40).
           05  OS-DATA             PIC X(130).
       FD  NEW-SORTED-FILE.
       01  NEW-SORTED-REC.
           05  NS-KEY              PIC X(40).
           05  NS-DATA             PIC X(130).
       FD  REPORT-FILE.
       01  REPORT-REC              PIC X(140).
       FD  DIFFERENCE-FILE.
       01  DIFFERENCE-REC.
           05  DF-CHANGE           PIC X.
           05  DF-IMAGE            PIC X.
           05  DF-RECORD           PIC X(130).
       WORKING-STORAGE SECTION.
       77  WS-CTL-STATUS       PIC XX.
       77  WS-IN-STATUS        PIC XX.
       77  WS-CTL-EOF          PIC X     VALUE "N".
       77  WS-IN-EOF           PIC X     VALUE "N".
       77  WS-OLD-EOF          PIC X     VALUE "N".
       77  WS-NEW-EOF          PIC X     VALUE "N".
       77  WS-CTL-REC-NO       PIC 9(3)  VALUE ZERO.
       77  WS-INPUT-NAME       PIC X(30) VALUE SPACES.
       77  WS-OLD-NAME         PIC X(30) VALUE SPACES.
       77  WS-NEW-NAME         PIC X(30) VALUE SPACES.
       77  WS-KEY-POS          PIC 9(3)  VALUE ZERO.
       77  WS-KEY-LEN          PIC 9(3)  VALUE ZERO.
       77  WS-READ-COUNT       PIC 9(7)  VALUE ZERO.
       77  WS-OLD-COUNT        PIC 9(7)  VALUE ZERO.
       77  WS-NEW-COUNT        PIC 9(7)  VALUE ZERO.
       77  WS-ADDED-COUNT      PIC 9(7)  VALUE ZERO.
       77  WS-DELETED-COUNT    PIC 9(7)  VALUE ZERO.
       77  WS-CHANGED-COUNT    PIC 9(7)  VALUE ZERO.
       77  WS-SAME-COUNT       PIC 9(7)  VALUE ZERO.
       77  WS-DUP-COUNT        PIC 9(7)  VALUE ZERO.
       77  WS-FLD-SUB          PIC 9(3)  VALUE ZERO.
       77  WS-COL-SUB          PIC 9(3)  VALUE ZERO.
       77  WS-FIELD-EDIT       PIC Z9.
       77  WS-RECORD-CHANGED   PIC X     VALUE "N".
       77  WS-PREV-OLD-KEY     PIC X(40) VALUE LOW-VALUES.
       77  WS-PREV-NEW-KEY     PIC X(40) VALUE LOW-VALUES.
       01  WORKING-ITEMS.
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
      ******************************************************************
      * Up to twenty compare fields, taken off the control file in
      * order.
      ******************************************************************
       01  WS-FIELD-TABLE.
           05  WS-FIELD-COUNT  PIC 9(3)  VALUE ZERO.
           05  WS-FIELD-ENTRY  OCCURS 20 TIMES.
               10  WS-FL-POS   PIC 9(3).
               10  WS-FL-LEN   PIC 9(3).
      ******************************************************************
      * One control record redefined by what it holds: record 3 is
      * the key position and length, an "F" record a compare field.
      ******************************************************************
       01  WS-CTL-WORK.
           05  WS-CTL-TEXT         PIC X(30).
           05  WS-CTL-KEY-VIEW REDEFINES WS-CTL-TEXT.
               10  WS-CTL-KEY-POS   PIC 9(3).
               10  WS-CTL-KEY-LEN   PIC 9(3).
               10  FILLER           PIC X(24).
           05  WS-CTL-FIELD-VIEW REDEFINES WS-CTL-TEXT.
               10  WS-CTL-KIND      PIC X.
               10  WS-CTL-POS       PIC 9(3).
               10  WS-CTL-LEN       PIC 9(3).
               10  FILLER           PIC X(23).
      ******************************************************************
      * The compare marks: an "*" under every differing column that
      * decides the change.
      ******************************************************************
       01  WS-MARK-LINE            PIC X(130) VALUE SPACES.
       01  HEADING-TITLE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(21) VALUE
                                   "KEYED FILE COMPARE   ".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==HD-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER              PIC X(101) VALUE SPACES.
       01  HEADING-FILE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  HF-LABEL            PIC X(10).
           05  HF-NAME             PIC X(30).
           05  FILLER              PIC X(98) VALUE SPACES.
       01  HEADING-KEY-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "KEY:      ".
           05  FILLER              PIC X(9)  VALUE "POSITION ".
           05  HK-POS              PIC ZZ9.
           05  FILLER              PIC X(9)  VALUE "  LENGTH ".
           05  HK-LEN              PIC ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  HK-FIELDS           PIC X(30).
           05  FILLER              PIC X(70) VALUE SPACES.
       01  KEY-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  KL-CHANGE           PIC X(8).
           05  FILLER              PIC X(6)  VALUE " KEY: ".
           05  KL-KEY              PIC X(40).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  KL-NOTE             PIC X(32).
           05  FILLER              PIC X(50) VALUE SPACES.
       01  IMAGE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  IL-LABEL            PIC X(8).
           05  IL-IMAGE            PIC X(130).
       01  SUMMARY-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SM-LABEL            PIC X(30).
           05  SM-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(99) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-LOAD-CONTROL-FILE
           IF WS-OLD-NAME = SPACES OR WS-NEW-NAME = SPACES
               DISPLAY 'CMPCTL.DAT MUST NAME AN OLD AND A NEW FILE '
                   '- NOTHING COMPARED'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-KEY-LEN = ZERO
               DISPLAY 'CMPCTL.DAT RECORD 3 MUST GIVE THE KEY '
                   'POSITION AND LENGTH - NOTHING COMPARED'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-OLD-NAME TO WS-INPUT-NAME
           PERFORM 200-CHECK-INPUT-FILE
           MOVE WS-NEW-NAME TO WS-INPUT-NAME
           PERFORM 200-CHECK-INPUT-FILE
           MOVE WS-OLD-NAME TO WS-INPUT-NAME
           SORT SORT-FILE
               ON ASCENDING KEY SC-KEY
               ON ASCENDING KEY SC-DATA
               INPUT PROCEDURE IS 300-RELEASE-KEYED-RECORDS
               GIVING OLD-SORTED-FILE
           MOVE WS-READ-COUNT TO WS-OLD-COUNT
           MOVE ZERO TO WS-READ-COUNT
           MOVE WS-NEW-NAME TO WS-INPUT-NAME
           SORT SORT-FILE
               ON ASCENDING KEY SC-KEY
               ON ASCENDING KEY SC-DATA
               INPUT PROCEDURE IS 300-RELEASE-KEYED-RECORDS
               GIVING NEW-SORTED-FILE
           MOVE WS-READ-COUNT TO WS-NEW-COUNT
           PERFORM 400-COMPARE-FILES
           PERFORM 800-PRINT-SUMMARY
           DISPLAY 'COMPARED ' WS-OLD-NAME ' TO ' WS-NEW-NAME
           DISPLAY 'ADDED    ' WS-ADDED-COUNT
           DISPLAY 'DELETED  ' WS-DELETED-COUNT
           DISPLAY 'CHANGED  ' WS-CHANGED-COUNT
           DISPLAY 'DIFFERENCES ON COMPARE.RPT AND CMPDIFF.DAT'
           GOBACK.
      ******************************************************************
      * Reads the control records in order: the two file names, the
      * key, then any compare fields.
      ******************************************************************
       100-LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY 'CMPCTL.DAT NOT FOUND - NOTHING COMPARED'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-CTL-EOF = "Y"
               READ CONTROL-FILE
                   AT END
                       MOVE "Y" TO WS-CTL-EOF
                   NOT AT END
                       ADD 1 TO WS-CTL-REC-NO
                       PERFORM 110-APPLY-CONTROL-RECORD
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE.
       110-APPLY-CONTROL-RECORD.
           MOVE CONTROL-REC TO WS-CTL-TEXT
           EVALUATE TRUE
               WHEN WS-CTL-REC-NO = 1
                   MOVE WS-CTL-TEXT TO WS-OLD-NAME
               WHEN WS-CTL-REC-NO = 2
                   MOVE WS-CTL-TEXT TO WS-NEW-NAME
               WHEN WS-CTL-REC-NO = 3
                   PERFORM 120-TAKE-KEY
               WHEN WS-CTL-KIND = "F"
                   PERFORM 130-TAKE-COMPARE-FIELD
               WHEN OTHER
                   DISPLAY 'CONTROL RECORD IGNORED: ' WS-CTL-TEXT
           END-EVALUATE.
       120-TAKE-KEY.
           IF WS-CTL-KEY-POS IS NOT NUMERIC
              OR WS-CTL-KEY-LEN IS NOT NUMERIC
              OR WS-CTL-KEY-POS = ZERO
              OR WS-CTL-KEY-LEN = ZERO OR WS-CTL-KEY-LEN > 40
              OR WS-CTL-KEY-POS + WS-CTL-KEY-LEN > 131
               DISPLAY 'BAD KEY RECORD: ' WS-CTL-TEXT
           ELSE
               MOVE WS-CTL-KEY-POS TO WS-KEY-POS
               MOVE WS-CTL-KEY-LEN TO WS-KEY-LEN
           END-IF.
       130-TAKE-COMPARE-FIELD.
           IF WS-CTL-POS IS NOT NUMERIC
              OR WS-CTL-LEN IS NOT NUMERIC
              OR WS-CTL-POS = ZERO OR WS-CTL-LEN = ZERO
              OR WS-CTL-POS + WS-CTL-LEN > 131
               DISPLAY 'BAD FIELD RECORD IGNORED: ' WS-CTL-TEXT
           ELSE
               IF WS-FIELD-COUNT >= 20
                   DISPLAY 'FIELD TABLE FULL - RECORD IGNORED'
               ELSE
                   ADD 1 TO WS-FIELD-COUNT
                   MOVE WS-CTL-POS TO WS-FL-POS (WS-FIELD-COUNT)
                   MOVE WS-CTL-LEN TO WS-FL-LEN (WS-FIELD-COUNT)
               END-IF
           END-IF.
      ******************************************************************
      * A missing file would sort as empty and report every record
      * of the other as added or deleted, so it stops the run.
      ******************************************************************
       200-CHECK-INPUT-FILE.
           OPEN INPUT COMPARE-INFILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY 'INPUT FILE NOT FOUND: ' WS-INPUT-NAME
                   ' - NOTHING COMPARED'
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE COMPARE-INFILE.
       300-RELEASE-KEYED-RECORDS.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT COMPARE-INFILE
           PERFORM UNTIL WS-IN-EOF = "Y"
               READ COMPARE-INFILE
                   AT END
                       MOVE "Y" TO WS-IN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE SPACES TO SC-KEY
                       MOVE IN-REC (WS-KEY-POS:WS-KEY-LEN) TO SC-KEY
                       MOVE IN-REC TO SC-DATA
                       RELEASE SORT-COMPARE-REC
               END-READ
           END-PERFORM
           CLOSE COMPARE-INFILE.
      ******************************************************************
      * Match-merges the two key-sorted files: a key only on the old
      * file was deleted, a key only on the new file was added, and
      * a key on both is compared. An exhausted file's key goes to
      * HIGH-VALUES so the other runs out against it.
      ******************************************************************
       400-COMPARE-FILES.
           OPEN INPUT OLD-SORTED-FILE
           OPEN INPUT NEW-SORTED-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT DIFFERENCE-FILE
           PERFORM 410-PRINT-HEADINGS
           PERFORM 610-READ-OLD
           PERFORM 620-READ-NEW
           PERFORM UNTIL WS-OLD-EOF = "Y" AND WS-NEW-EOF = "Y"
               EVALUATE TRUE
                   WHEN OS-KEY < NS-KEY
                       PERFORM 500-REPORT-DELETED
                       PERFORM 610-READ-OLD
                   WHEN OS-KEY > NS-KEY
                       PERFORM 510-REPORT-ADDED
                       PERFORM 620-READ-NEW
                   WHEN OTHER
                       PERFORM 520-COMPARE-MATCHED
                       PERFORM 610-READ-OLD
                       PERFORM 620-READ-NEW
               END-EVALUATE
           END-PERFORM
           CLOSE OLD-SORTED-FILE
           CLOSE NEW-SORTED-FILE
           CLOSE DIFFERENCE-FILE.
       410-PRINT-HEADINGS.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           COPY DATEMOV REPLACING ==:WS-YEAR-FLD:==     BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:==    BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==      BY ==WS-DAY==
                                  ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                  ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                  ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           WRITE REPORT-REC FROM HEADING-TITLE
           MOVE "OLD FILE: " TO HF-LABEL
           MOVE WS-OLD-NAME TO HF-NAME
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           WRITE REPORT-REC FROM HEADING-FILE-LINE
           MOVE "NEW FILE: " TO HF-LABEL
           MOVE WS-NEW-NAME TO HF-NAME
           WRITE REPORT-REC FROM HEADING-FILE-LINE
           MOVE WS-KEY-POS TO HK-POS
           MOVE WS-KEY-LEN TO HK-LEN
           IF WS-FIELD-COUNT = ZERO
               MOVE "COMPARING THE WHOLE RECORD" TO HK-FIELDS
           ELSE
               MOVE SPACES TO HK-FIELDS
               MOVE WS-FIELD-COUNT TO WS-FIELD-EDIT
               STRING "COMPARING" DELIMITED BY SIZE
                      WS-FIELD-EDIT DELIMITED BY SIZE
                      " FIELD(S)" DELIMITED BY SIZE
                      INTO HK-FIELDS
               END-STRING
           END-IF
           WRITE REPORT-REC FROM HEADING-KEY-LINE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.
       500-REPORT-DELETED.
           ADD 1 TO WS-DELETED-COUNT
           MOVE "DELETED " TO KL-CHANGE
           MOVE OS-KEY TO KL-KEY
           MOVE SPACES TO KL-NOTE
           IF OS-KEY = WS-PREV-OLD-KEY
               PERFORM 530-NOTE-DUPLICATE
           END-IF
           WRITE REPORT-REC FROM KEY-LINE
           MOVE "BEFORE: " TO IL-LABEL
           MOVE OS-DATA TO IL-IMAGE
           WRITE REPORT-REC FROM IMAGE-LINE
           MOVE "D" TO DF-CHANGE
           MOVE "B" TO DF-IMAGE
           MOVE OS-DATA TO DF-RECORD
           WRITE DIFFERENCE-REC.
       510-REPORT-ADDED.
           ADD 1 TO WS-ADDED-COUNT
           MOVE "ADDED   " TO KL-CHANGE
           MOVE NS-KEY TO KL-KEY
           MOVE SPACES TO KL-NOTE
           IF NS-KEY = WS-PREV-NEW-KEY
               PERFORM 530-NOTE-DUPLICATE
           END-IF
           WRITE REPORT-REC FROM KEY-LINE
           MOVE "AFTER:  " TO IL-LABEL
           MOVE NS-DATA TO IL-IMAGE
           WRITE REPORT-REC FROM IMAGE-LINE
           MOVE "A" TO DF-CHANGE
           MOVE "A" TO DF-IMAGE
           MOVE NS-DATA TO DF-RECORD
           WRITE DIFFERENCE-REC.
      ******************************************************************
      * A key on both files: changed when a compare field differs
      * (or, with none configured, any byte of the record). The
      * mark line puts an "*" under each differing column that
      * counts.
      ******************************************************************
       520-COMPARE-MATCHED.
           MOVE "N" TO WS-RECORD-CHANGED
           MOVE SPACES TO WS-MARK-LINE
           IF WS-FIELD-COUNT = ZERO
               PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                       UNTIL WS-COL-SUB > 130
                   PERFORM 540-MARK-COLUMN
               END-PERFORM
           ELSE
               PERFORM VARYING WS-FLD-SUB FROM 1 BY 1
                       UNTIL WS-FLD-SUB > WS-FIELD-COUNT
                   PERFORM VARYING WS-COL-SUB
                           FROM WS-FL-POS (WS-FLD-SUB) BY 1
                           UNTIL WS-COL-SUB >= WS-FL-POS (WS-FLD-SUB)
                                 + WS-FL-LEN (WS-FLD-SUB)
                       PERFORM 540-MARK-COLUMN
                   END-PERFORM
               END-PERFORM
           END-IF
           IF WS-RECORD-CHANGED = "N"
               ADD 1 TO WS-SAME-COUNT
           ELSE
               ADD 1 TO WS-CHANGED-COUNT
               MOVE "CHANGED " TO KL-CHANGE
               MOVE OS-KEY TO KL-KEY
               MOVE SPACES TO KL-NOTE
               IF OS-KEY = WS-PREV-OLD-KEY
                   PERFORM 530-NOTE-DUPLICATE
               END-IF
               WRITE REPORT-REC FROM KEY-LINE
               MOVE "BEFORE: " TO IL-LABEL
               MOVE OS-DATA TO IL-IMAGE
               WRITE REPORT-REC FROM IMAGE-LINE
               MOVE "AFTER:  " TO IL-LABEL
               MOVE NS-DATA TO IL-IMAGE
               WRITE REPORT-REC FROM IMAGE-LINE
               MOVE SPACES TO IL-LABEL
               MOVE WS-MARK-LINE TO IL-IMAGE
               WRITE REPORT-REC FROM IMAGE-LINE
               MOVE "C" TO DF-CHANGE
               MOVE "B" TO DF-IMAGE
               MOVE OS-DATA TO DF-RECORD
               WRITE DIFFERENCE-REC
               MOVE "A" TO DF-IMAGE
               MOVE NS-DATA TO DF-RECORD
               WRITE DIFFERENCE-REC
           END-IF.
       530-NOTE-DUPLICATE.
           ADD 1 TO WS-DUP-COUNT
           MOVE "(KEY REPEATED - PAIRED IN ORDER)" TO KL-NOTE.
       540-MARK-COLUMN.
           IF OS-DATA (WS-COL-SUB:1) NOT = NS-DATA (WS-COL-SUB:1)
               MOVE "*" TO WS-MARK-LINE (WS-COL-SUB:1)
               MOVE "Y" TO WS-RECORD-CHANGED
           END-IF.
       610-READ-OLD.
           IF WS-OLD-EOF = "N"
               MOVE OS-KEY TO WS-PREV-OLD-KEY
           END-IF
           READ OLD-SORTED-FILE
               AT END
                   MOVE "Y" TO WS-OLD-EOF
                   MOVE HIGH-VALUES TO OS-KEY
           END-READ.
       620-READ-NEW.
           IF WS-NEW-EOF = "N"
               MOVE NS-KEY TO WS-PREV-NEW-KEY
           END-IF
           READ NEW-SORTED-FILE
               AT END
                   MOVE "Y" TO WS-NEW-EOF
                   MOVE HIGH-VALUES TO NS-KEY
           END-READ.
       800-PRINT-SUMMARY.
           MOVE "RECORDS ON OLD FILE:" TO SM-LABEL
           MOVE WS-OLD-COUNT TO SM-COUNT
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           WRITE REPORT-REC FROM SUMMARY-LINE
           MOVE "RECORDS ON NEW FILE:" TO SM-LABEL
           MOVE WS-NEW-COUNT TO SM-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
           MOVE "ADDED:" TO SM-LABEL
           MOVE WS-ADDED-COUNT TO SM-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
           MOVE "DELETED:" TO SM-LABEL
           MOVE WS-DELETED-COUNT TO SM-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
           MOVE "CHANGED:" TO SM-LABEL
           MOVE WS-CHANGED-COUNT TO SM-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
           MOVE "UNCHANGED:" TO SM-LABEL
           MOVE WS-SAME-COUNT TO SM-COUNT
           WRITE REPORT-REC FROM SUMMARY-LINE
           IF WS-DUP-COUNT > ZERO
               MOVE "REPEATED KEYS:" TO SM-LABEL
               MOVE WS-DUP-COUNT TO SM-COUNT
               WRITE REPORT-REC FROM SUMMARY-LINE
           END-IF
           CLOSE REPORT-FILE.
       END PROGRAM Compare.
