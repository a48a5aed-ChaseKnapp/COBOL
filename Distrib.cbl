       IDENTIFICATION DIVISION.
       PROGRAM-ID. Distrib.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Nightly report distribution, run as the last step of the
      *     daily chain. RPTCAT.DAT is the report catalog: which
      *     reports go to which recipients, how often, and how
      *     sensitive they are. Each recipient's reports due tonight
      *     are bundled into one spool file, <recipient>.SPL, behind
      *     a cover sheet listing what is included and noting any
      *     report that is missing from disk, was not produced
      *     because its step failed (the failing step is read off
      *     DAILYRUN.CKPT), or was withheld because it is restricted
      *     and the recipient is not cleared for restricted reports.
      *     Every cover-sheet line is appended to DISTLOG.DAT, so the
      *     log answers who was sent which report on which night.
      *
      *     RPTCAT.DAT carries two kinds of record, told apart by the
      *     first byte:
      *     "R" recipient: id (8), name (30), cleared for restricted
      *         reports (Y/N).
      *     "C" catalog entry: report file name (12), recipient id
      *         (8), frequency (the schedule's run flags: Y nightly,
      *         B business days, P period ends, 1-7 that weekday),
      *         sensitivity (G general, R restricted - payroll and
      *         SSN-bearing reports), the schedule step that produces
      *         the report (000 if no step does), and a description.
      *     Fields are separated by one space. A catalog entry for a
      *     recipient with no "R" record is still bundled but is
      *     never cleared for restricted reports.
      * Input:
      *     RPTCAT.DAT (report catalog), DAILYRUN.CKPT (failed step),
      *     CALENDAR.DAT (shop calendar), the catalogued reports
      * Output:
      *     <recipient>.SPL (one bundle per recipient),
      *     DISTLOG.DAT (distribution log, appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  CATALOG-FILE
               ASSIGN TO "RPTCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT  RESTART-FILE
               ASSIGN TO "DAILYRUN.CKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT  CALENDAR-FILE
               ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT  REPORT-FILE
               ASSIGN USING WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT  BUNDLE-FILE
               ASSIGN USING WS-BUNDLE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNDL-STATUS.
           SELECT  DIST-LOG-FILE
               ASSIGN TO "DISTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-REC.
           05  CR-REC-TYPE          PIC X.
           05  CR-DATA              PIC X(79).
       01  CATALOG-RECIPIENT-REC.
           05  FILLER               PIC X.
           05  RR-RECIPIENT         PIC X(8).
           05  FILLER               PIC X.
           05  RR-NAME              PIC X(30).
           05  FILLER               PIC X.
           05  RR-CLEARED           PIC X.
           05  FILLER               PIC X(38).
       01  CATALOG-ENTRY-REC.
           05  FILLER               PIC X.
           05  CE-REPORT            PIC X(12).
           05  FILLER               PIC X.
           05  CE-RECIPIENT         PIC X(8).
           05  FILLER               PIC X.
           05  CE-FREQUENCY         PIC X.
           05  FILLER               PIC X.
           05  CE-SENSITIVITY       PIC X.
           05  FILLER               PIC X.
           05  CE-STEP              PIC 9(3).
           05  FILLER               PIC X.
           05  CE-DESC              PIC X(30).
           05  FILLER               PIC X(19).
       FD  RESTART-FILE.
       01  RESTART-REC.
           05  CK-LAST-COMPLETED    PIC 9(3).
           05  FILLER               PIC X.
           05  CK-FAILED-STEP       PIC 9(3).
       FD  CALENDAR-FILE.
           COPY CALREC.
       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(200).
       FD  BUNDLE-FILE.
       01  BUNDLE-REC               PIC X(200).
       FD  DIST-LOG-FILE.
       01  DIST-LOG-REC.
           05  DL-DATE              PIC 9(8).
           05  FILLER               PIC X.
           05  DL-TIME              PIC 9(6).
           05  FILLER               PIC X.
           05  DL-RECIPIENT         PIC X(8).
           05  FILLER               PIC X.
           05  DL-REPORT            PIC X(12).
           05  FILLER               PIC X.
           05  DL-STATUS            PIC X(8).
           05  FILLER               PIC X.
           05  DL-LINES             PIC 9(7).
           05  FILLER               PIC X.
           05  DL-BUNDLE            PIC X(12).
       WORKING-STORAGE SECTION.
       77  WS-CAT-STATUS      PIC XX.
       77  WS-CKPT-STATUS     PIC XX.
       77  WS-RPT-STATUS      PIC XX.
       77  WS-BNDL-STATUS     PIC XX.
       77  WS-LOG-STATUS      PIC XX.
       77  WS-CAT-EOF         PIC X     VALUE "N".
       77  WS-RPT-EOF         PIC X     VALUE "N".
       77  WS-REPORT-NAME     PIC X(12) VALUE SPACES.
       77  WS-BUNDLE-NAME     PIC X(12) VALUE SPACES.
       77  WS-FAILED-STEP     PIC 9(3)  VALUE ZERO.
       77  WS-RUN-DATE        PIC 9(8)  VALUE ZERO.
       77  WS-RUN-TIME        PIC 9(6)  VALUE ZERO.
       77  WS-RUN-WEEKDAY     PIC 9     VALUE ZERO.
       77  WS-RUN-BUSINESS    PIC X     VALUE "Y".
       77  WS-RUN-PERIOD-END  PIC X     VALUE "N".
       77  WS-RCP-SUB         PIC 9(3)  VALUE ZERO.
       77  WS-ENT-SUB         PIC 9(3)  VALUE ZERO.
       77  WS-FIND-SUB        PIC 9(3)  VALUE ZERO.
       77  WS-FIND-ID         PIC X(8)  VALUE SPACES.
       77  WS-DUE-COUNT       PIC 9(3)  VALUE ZERO.
       77  WS-SENT-COUNT      PIC 9(3)  VALUE ZERO.
       77  WS-BUNDLE-COUNT    PIC 9(5)  VALUE ZERO.
       77  WS-INCLUDED-COUNT  PIC 9(5)  VALUE ZERO.
       77  WS-MISSING-COUNT   PIC 9(5)  VALUE ZERO.
       77  WS-NOT-RUN-COUNT   PIC 9(5)  VALUE ZERO.
       77  WS-WITHHELD-COUNT  PIC 9(5)  VALUE ZERO.
       77  WS-COPY-LINES      PIC 9(7)  VALUE ZERO.
       77  WS-STEP-EDIT       PIC 9(3)  VALUE ZERO.
       01  WS-RUN-STAMP.
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
      ******************************************************************
      * Shared calendar table and date logic fields; see CALWS.
      ******************************************************************
           COPY CALWS.
      ******************************************************************
      * Recipients, from the "R" records plus any recipient named
      * only on a catalog entry.
      ******************************************************************
       01  WS-RECIPIENT-TABLE.
           05  WS-RCP-COUNT         PIC 9(3)  VALUE ZERO.
           05  WS-RCP-ENTRY         OCCURS 100 TIMES.
               10  WS-RCP-ID          PIC X(8).
               10  WS-RCP-NAME        PIC X(30).
               10  WS-RCP-CLEARED     PIC X.
      ******************************************************************
      * Catalog entries, with tonight's due flag and outcome.
      ******************************************************************
       01  WS-ENTRY-TABLE.
           05  WS-ENT-COUNT         PIC 9(3)  VALUE ZERO.
           05  WS-ENT-ENTRY         OCCURS 500 TIMES.
               10  WS-ENT-REPORT      PIC X(12).
               10  WS-ENT-RCP-SUB     PIC 9(3).
               10  WS-ENT-FREQUENCY   PIC X.
               10  WS-ENT-SENSITIVITY PIC X.
               10  WS-ENT-STEP        PIC 9(3).
               10  WS-ENT-DESC        PIC X(30).
               10  WS-ENT-DUE         PIC X.
               10  WS-ENT-STATUS      PIC X(8).
               10  WS-ENT-NOTE        PIC X(40).
               10  WS-ENT-LINES       PIC 9(7).
      ******************************************************************
      * Cover sheet lines.
      ******************************************************************
       01  COVER-TITLE.
           05  FILLER              PIC X(20) VALUE
               "REPORT BUNDLE FOR:  ".
           05  CT-RECIPIENT        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CT-NAME             PIC X(30).
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==CT-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==CT-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==CT-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==CT-YEAR==.
       01  COVER-CLEARANCE.
           05  FILLER              PIC X(20) VALUE
               "RESTRICTED REPORTS: ".
           05  CC-TEXT             PIC X(44).
       01  COVER-HEADING.
           05  FILLER              PIC X(13) VALUE "REPORT".
           05  FILLER              PIC X(31) VALUE "DESCRIPTION".
           05  FILLER              PIC X(9)  VALUE "STATUS".
           05  FILLER              PIC X(8)  VALUE "LINES".
           05  FILLER              PIC X(40) VALUE "NOTE".
       01  COVER-LINE.
           05  CL-REPORT           PIC X(12).
           05  FILLER              PIC X     VALUE SPACES.
           05  CL-DESC             PIC X(30).
           05  FILLER              PIC X     VALUE SPACES.
           05  CL-STATUS           PIC X(8).
           05  FILLER              PIC X     VALUE SPACES.
           05  CL-LINES            PIC ZZZZZZ9.
           05  FILLER              PIC X     VALUE SPACES.
           05  CL-NOTE             PIC X(40).
       01  COVER-TOTAL.
           05  FILLER              PIC X(20) VALUE
               "REPORTS INCLUDED:   ".
           05  CO-INCLUDED         PIC ZZ9.
           05  FILLER              PIC X(20) VALUE
               "   NOT INCLUDED:    ".
           05  CO-NOT-INCLUDED     PIC ZZ9.
       01  REPORT-BANNER.
           05  FILLER              PIC X(11) VALUE "*** REPORT ".
           05  RB-REPORT           PIC X(12).
           05  FILLER              PIC X(3)  VALUE " - ".
           05  RB-DESC             PIC X(30).
           05  FILLER              PIC X(4)  VALUE " ***".
       01  REPORT-END-BANNER.
           05  FILLER              PIC X(15) VALUE "*** END REPORT ".
           05  RE-REPORT           PIC X(12).
           05  FILLER              PIC X(4)  VALUE " ***".
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-LOAD-CATALOG
           IF WS-ENT-COUNT = ZERO
               DISPLAY "NO REPORTS CATALOGUED - NOTHING DISTRIBUTED"
           ELSE
               PERFORM 020-LOAD-FAILED-STEP
               PERFORM 030-SET-RUN-DAY
               OPEN EXTEND DIST-LOG-FILE
               IF WS-LOG-STATUS NOT = "00"
                   OPEN OUTPUT DIST-LOG-FILE
               END-IF
               PERFORM 100-BUNDLE-RECIPIENT
                   VARYING WS-RCP-SUB FROM 1 BY 1
                   UNTIL WS-RCP-SUB > WS-RCP-COUNT
               CLOSE DIST-LOG-FILE
           END-IF
           DISPLAY "BUNDLES WRITTEN:     " WS-BUNDLE-COUNT
           DISPLAY "REPORTS INCLUDED:    " WS-INCLUDED-COUNT
           DISPLAY "REPORTS MISSING:     " WS-MISSING-COUNT
           DISPLAY "REPORTS NOT RUN:     " WS-NOT-RUN-COUNT
           DISPLAY "REPORTS WITHHELD:    " WS-WITHHELD-COUNT
           STOP RUN.
      ******************************************************************
      * Loads RPTCAT.DAT into the recipient and entry tables. A
      * missing catalog leaves both empty and nothing goes out.
      ******************************************************************
       010-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS = "00"
               PERFORM UNTIL WS-CAT-EOF = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-CAT-EOF
                       NOT AT END
                           PERFORM 015-STORE-CATALOG-REC
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           ELSE
               DISPLAY "RPTCAT.DAT NOT FOUND"
           END-IF.
       015-STORE-CATALOG-REC.
           EVALUATE CR-REC-TYPE
               WHEN "R"
                   MOVE RR-RECIPIENT TO WS-FIND-ID
                   PERFORM 017-FIND-RECIPIENT
                   IF WS-FIND-SUB > ZERO
                       MOVE RR-NAME TO WS-RCP-NAME (WS-FIND-SUB)
                       MOVE RR-CLEARED TO WS-RCP-CLEARED (WS-FIND-SUB)
                   END-IF
               WHEN "C"
                   IF WS-ENT-COUNT < 500
                       MOVE CE-RECIPIENT TO WS-FIND-ID
                       PERFORM 017-FIND-RECIPIENT
                       IF WS-FIND-SUB > ZERO
                           ADD 1 TO WS-ENT-COUNT
                           PERFORM 016-STORE-ENTRY
                       END-IF
                   ELSE
                       DISPLAY "CATALOG FULL - ENTRY IGNORED: "
                           CE-REPORT " " CE-RECIPIENT
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN CATALOG RECORD IGNORED: "
                       CATALOG-REC
           END-EVALUATE.
       016-STORE-ENTRY.
           MOVE CE-REPORT TO WS-ENT-REPORT (WS-ENT-COUNT)
           MOVE WS-FIND-SUB TO WS-ENT-RCP-SUB (WS-ENT-COUNT)
           MOVE CE-FREQUENCY TO WS-ENT-FREQUENCY (WS-ENT-COUNT)
           MOVE CE-SENSITIVITY TO WS-ENT-SENSITIVITY (WS-ENT-COUNT)
           IF CE-STEP IS NUMERIC
               MOVE CE-STEP TO WS-ENT-STEP (WS-ENT-COUNT)
           ELSE
               MOVE ZERO TO WS-ENT-STEP (WS-ENT-COUNT)
           END-IF
           MOVE CE-DESC TO WS-ENT-DESC (WS-ENT-COUNT)
           MOVE "N" TO WS-ENT-DUE (WS-ENT-COUNT)
           MOVE SPACES TO WS-ENT-STATUS (WS-ENT-COUNT)
           MOVE SPACES TO WS-ENT-NOTE (WS-ENT-COUNT)
           MOVE ZERO TO WS-ENT-LINES (WS-ENT-COUNT).
      ******************************************************************
      * Finds the recipient id in WS-FIND-ID, adding it (not
      * cleared, no name yet) the first time it is seen.
      * WS-FIND-SUB comes back zero when the table is full.
      ******************************************************************
       017-FIND-RECIPIENT.
           MOVE ZERO TO WS-FIND-SUB
           PERFORM VARYING WS-RCP-SUB FROM 1 BY 1
                   UNTIL WS-RCP-SUB > WS-RCP-COUNT
                      OR WS-FIND-SUB > ZERO
               IF WS-RCP-ID (WS-RCP-SUB) = WS-FIND-ID
                   MOVE WS-RCP-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM
           IF WS-FIND-SUB = ZERO
               IF WS-RCP-COUNT < 100
                   ADD 1 TO WS-RCP-COUNT
                   MOVE WS-RCP-COUNT TO WS-FIND-SUB
                   MOVE WS-FIND-ID TO WS-RCP-ID (WS-FIND-SUB)
                   MOVE "NOT ON CATALOG" TO WS-RCP-NAME (WS-FIND-SUB)
                   MOVE "N" TO WS-RCP-CLEARED (WS-FIND-SUB)
               ELSE
                   DISPLAY "RECIPIENT TABLE FULL - IGNORED: "
                       WS-FIND-ID
               END-IF
           END-IF.
      ******************************************************************
      * The step that stopped tonight's chain, if one did; zero when
      * the chain ran clean or the checkpoint is not on disk.
      ******************************************************************
       020-LOAD-FAILED-STEP.
           OPEN INPUT RESTART-FILE
           IF WS-CKPT-STATUS = "00"
               READ RESTART-FILE
                   NOT AT END
                       IF CK-FAILED-STEP IS NUMERIC
                           MOVE CK-FAILED-STEP TO WS-FAILED-STEP
                       END-IF
               END-READ
               CLOSE RESTART-FILE
           END-IF
           IF WS-FAILED-STEP > ZERO
               DISPLAY "CHAIN STOPPED AT STEP " WS-FAILED-STEP
           END-IF.
      ******************************************************************
      * Tonight against the shop calendar, the same way the driver
      * decides which steps are due.
      ******************************************************************
       030-SET-RUN-DAY.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME
           COPY DATEMOV REPLACING ==:WS-YEAR-FLD:==     BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:==    BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==      BY ==WS-DAY==
                                  ==:STAMP-MONTH-FLD:== BY ==CT-MM==
                                  ==:STAMP-DAY-FLD:==   BY ==CT-DD==
                                  ==:STAMP-YEAR-FLD:==  BY ==CT-YEAR==.
           COPY CALLOAD.
           COMPUTE CAL-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           COPY CALTEST.
           MOVE CAL-BUSINESS-DAY TO WS-RUN-BUSINESS
           IF CAL-WEEKDAY = ZERO
               MOVE 7 TO WS-RUN-WEEKDAY
           ELSE
               MOVE CAL-WEEKDAY TO WS-RUN-WEEKDAY
           END-IF
           MOVE WS-RUN-DATE TO CAL-DATE
           COPY CALPEND.
           MOVE CAL-PERIOD-END TO WS-RUN-PERIOD-END
           .
      ******************************************************************
      * One recipient: works out which catalogued reports are due
      * and what became of each, then writes the bundle - cover
      * sheet first, then every included report in catalog order.
      ******************************************************************
       100-BUNDLE-RECIPIENT.
           MOVE ZERO TO WS-DUE-COUNT
           MOVE ZERO TO WS-SENT-COUNT
           PERFORM 110-CHECK-ENTRY
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENT-COUNT
           IF WS-DUE-COUNT = ZERO
               DISPLAY "NOTHING DUE TONIGHT FOR "
                   WS-RCP-ID (WS-RCP-SUB)
           ELSE
               MOVE SPACES TO WS-BUNDLE-NAME
               STRING WS-RCP-ID (WS-RCP-SUB) DELIMITED BY SPACE
                      ".SPL" DELIMITED BY SIZE
                   INTO WS-BUNDLE-NAME
               END-STRING
               OPEN OUTPUT BUNDLE-FILE
               IF WS-BNDL-STATUS NOT = "00"
                   DISPLAY "CANNOT WRITE BUNDLE " WS-BUNDLE-NAME
                       " - STATUS " WS-BNDL-STATUS
               ELSE
                   PERFORM 200-WRITE-COVER-SHEET
                   PERFORM 300-COPY-REPORT
                       VARYING WS-ENT-SUB FROM 1 BY 1
                       UNTIL WS-ENT-SUB > WS-ENT-COUNT
                   CLOSE BUNDLE-FILE
                   ADD 1 TO WS-BUNDLE-COUNT
                   PERFORM 400-LOG-ENTRY
                       VARYING WS-ENT-SUB FROM 1 BY 1
                       UNTIL WS-ENT-SUB > WS-ENT-COUNT
                   DISPLAY "BUNDLE " WS-BUNDLE-NAME ": "
                       WS-SENT-COUNT " OF " WS-DUE-COUNT
                       " REPORTS INCLUDED"
               END-IF
           END-IF.
      ******************************************************************
      * Due tonight per the entry's frequency, then the outcome: a
      * restricted report to an uncleared recipient is withheld; a
      * report whose step failed, or came after the failure, was not
      * produced tonight whatever is on disk from an earlier night;
      * otherwise it is included if the file is there.
      ******************************************************************
       110-CHECK-ENTRY.
           IF WS-ENT-RCP-SUB (WS-ENT-SUB) = WS-RCP-SUB
               PERFORM 120-CHECK-FREQUENCY
               IF WS-ENT-DUE (WS-ENT-SUB) = "Y"
                   ADD 1 TO WS-DUE-COUNT
                   MOVE SPACES TO WS-ENT-NOTE (WS-ENT-SUB)
                   MOVE ZERO TO WS-ENT-LINES (WS-ENT-SUB)
                   IF WS-ENT-SENSITIVITY (WS-ENT-SUB) NOT = "G"
                      AND WS-RCP-CLEARED (WS-RCP-SUB) NOT = "Y"
                       MOVE "WITHHELD" TO WS-ENT-STATUS (WS-ENT-SUB)
                       MOVE "RESTRICTED - RECIPIENT NOT CLEARED"
                           TO WS-ENT-NOTE (WS-ENT-SUB)
                       ADD 1 TO WS-WITHHELD-COUNT
                   ELSE
                       PERFORM 130-CHECK-PRODUCED
                   END-IF
               END-IF
           END-IF.
       120-CHECK-FREQUENCY.
           MOVE "Y" TO WS-ENT-DUE (WS-ENT-SUB)
           EVALUATE WS-ENT-FREQUENCY (WS-ENT-SUB)
               WHEN "Y"
                   CONTINUE
               WHEN "B"
                   IF WS-RUN-BUSINESS = "N"
                       MOVE "N" TO WS-ENT-DUE (WS-ENT-SUB)
                   END-IF
               WHEN "P"
                   IF WS-RUN-PERIOD-END = "N"
                       MOVE "N" TO WS-ENT-DUE (WS-ENT-SUB)
                   END-IF
               WHEN "1" THRU "7"
                   IF WS-ENT-FREQUENCY (WS-ENT-SUB) NOT = WS-RUN-WEEKDAY
                       MOVE "N" TO WS-ENT-DUE (WS-ENT-SUB)
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-ENT-DUE (WS-ENT-SUB)
                   DISPLAY "UNKNOWN FREQUENCY "
                       WS-ENT-FREQUENCY (WS-ENT-SUB) " FOR "
                       WS-ENT-REPORT (WS-ENT-SUB) " TO "
                       WS-RCP-ID (WS-RCP-SUB)
           END-EVALUATE.
       130-CHECK-PRODUCED.
           IF WS-FAILED-STEP > ZERO
              AND WS-ENT-STEP (WS-ENT-SUB) NOT < WS-FAILED-STEP
               MOVE "NOT RUN" TO WS-ENT-STATUS (WS-ENT-SUB)
               MOVE WS-FAILED-STEP TO WS-STEP-EDIT
               IF WS-ENT-STEP (WS-ENT-SUB) = WS-FAILED-STEP
                   STRING "STEP " WS-STEP-EDIT " FAILED"
                       DELIMITED BY SIZE
                       INTO WS-ENT-NOTE (WS-ENT-SUB)
                   END-STRING
               ELSE
                   STRING "CHAIN STOPPED AT STEP " WS-STEP-EDIT
                       DELIMITED BY SIZE
                       INTO WS-ENT-NOTE (WS-ENT-SUB)
                   END-STRING
               END-IF
               ADD 1 TO WS-NOT-RUN-COUNT
           ELSE
               MOVE WS-ENT-REPORT (WS-ENT-SUB) TO WS-REPORT-NAME
               OPEN INPUT REPORT-FILE
               IF WS-RPT-STATUS = "00"
                   CLOSE REPORT-FILE
                   MOVE "INCLUDED" TO WS-ENT-STATUS (WS-ENT-SUB)
                   ADD 1 TO WS-SENT-COUNT
                   ADD 1 TO WS-INCLUDED-COUNT
               ELSE
                   MOVE "MISSING" TO WS-ENT-STATUS (WS-ENT-SUB)
                   MOVE "REPORT FILE NOT ON DISK"
                       TO WS-ENT-NOTE (WS-ENT-SUB)
                   ADD 1 TO WS-MISSING-COUNT
               END-IF
           END-IF.
      ******************************************************************
      * Cover sheet: who the bundle is for, whether they may receive
      * restricted reports, and one line per report due tonight.
      ******************************************************************
       200-WRITE-COVER-SHEET.
           MOVE WS-RCP-ID (WS-RCP-SUB) TO CT-RECIPIENT
           MOVE WS-RCP-NAME (WS-RCP-SUB) TO CT-NAME
           WRITE BUNDLE-REC FROM COVER-TITLE
           IF WS-RCP-CLEARED (WS-RCP-SUB) = "Y"
               MOVE "CLEARED" TO CC-TEXT
           ELSE
               MOVE "NOT CLEARED - RESTRICTED REPORTS WITHHELD"
                   TO CC-TEXT
           END-IF
           WRITE BUNDLE-REC FROM COVER-CLEARANCE
           MOVE SPACES TO BUNDLE-REC
           WRITE BUNDLE-REC
           WRITE BUNDLE-REC FROM COVER-HEADING
           PERFORM 210-WRITE-COVER-LINE
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENT-COUNT
           MOVE SPACES TO BUNDLE-REC
           WRITE BUNDLE-REC
           MOVE WS-SENT-COUNT TO CO-INCLUDED
           COMPUTE CO-NOT-INCLUDED = WS-DUE-COUNT - WS-SENT-COUNT
           WRITE BUNDLE-REC FROM COVER-TOTAL
           MOVE SPACES TO BUNDLE-REC
           WRITE BUNDLE-REC.
      ******************************************************************
      * The cover sheet goes ahead of the reports it lists, so an
      * included report's lines are counted off the report itself
      * before it is copied; one not included shows zero lines.
      ******************************************************************
       210-WRITE-COVER-LINE.
           IF WS-ENT-RCP-SUB (WS-ENT-SUB) = WS-RCP-SUB
              AND WS-ENT-DUE (WS-ENT-SUB) = "Y"
               MOVE WS-ENT-REPORT (WS-ENT-SUB) TO CL-REPORT
               MOVE WS-ENT-DESC (WS-ENT-SUB) TO CL-DESC
               MOVE WS-ENT-STATUS (WS-ENT-SUB) TO CL-STATUS
               MOVE WS-ENT-NOTE (WS-ENT-SUB) TO CL-NOTE
               IF WS-ENT-STATUS (WS-ENT-SUB) = "INCLUDED"
                   PERFORM 220-COUNT-REPORT-LINES
                   MOVE WS-COPY-LINES TO CL-LINES
               ELSE
                   MOVE ZERO TO CL-LINES
               END-IF
               WRITE BUNDLE-REC FROM COVER-LINE
           END-IF.
       220-COUNT-REPORT-LINES.
           MOVE ZERO TO WS-COPY-LINES
           MOVE WS-ENT-REPORT (WS-ENT-SUB) TO WS-REPORT-NAME
           OPEN INPUT REPORT-FILE
           IF WS-RPT-STATUS = "00"
               MOVE "N" TO WS-RPT-EOF
               PERFORM UNTIL WS-RPT-EOF = "Y"
                   READ REPORT-FILE
                       AT END
                           MOVE "Y" TO WS-RPT-EOF
                       NOT AT END
                           ADD 1 TO WS-COPY-LINES
                   END-READ
               END-PERFORM
               CLOSE REPORT-FILE
           END-IF.
      ******************************************************************
      * Copies one included report into the bundle between banners.
      ******************************************************************
       300-COPY-REPORT.
           IF WS-ENT-RCP-SUB (WS-ENT-SUB) = WS-RCP-SUB
              AND WS-ENT-DUE (WS-ENT-SUB) = "Y"
              AND WS-ENT-STATUS (WS-ENT-SUB) = "INCLUDED"
               MOVE WS-ENT-REPORT (WS-ENT-SUB) TO RB-REPORT
               MOVE WS-ENT-DESC (WS-ENT-SUB) TO RB-DESC
               WRITE BUNDLE-REC FROM REPORT-BANNER
               MOVE ZERO TO WS-COPY-LINES
               MOVE WS-ENT-REPORT (WS-ENT-SUB) TO WS-REPORT-NAME
               OPEN INPUT REPORT-FILE
               IF WS-RPT-STATUS = "00"
                   MOVE "N" TO WS-RPT-EOF
                   PERFORM UNTIL WS-RPT-EOF = "Y"
                       READ REPORT-FILE
                           AT END
                               MOVE "Y" TO WS-RPT-EOF
                           NOT AT END
                               ADD 1 TO WS-COPY-LINES
                               WRITE BUNDLE-REC FROM REPORT-REC
                       END-READ
                   END-PERFORM
                   CLOSE REPORT-FILE
               END-IF
               MOVE WS-COPY-LINES TO WS-ENT-LINES (WS-ENT-SUB)
               MOVE WS-ENT-REPORT (WS-ENT-SUB) TO RE-REPORT
               WRITE BUNDLE-REC FROM REPORT-END-BANNER
               MOVE SPACES TO BUNDLE-REC
               WRITE BUNDLE-REC
           END-IF.
      ******************************************************************
      * One distribution-log record per report due to the recipient.
      ******************************************************************
       400-LOG-ENTRY.
           IF WS-ENT-RCP-SUB (WS-ENT-SUB) = WS-RCP-SUB
              AND WS-ENT-DUE (WS-ENT-SUB) = "Y"
               MOVE SPACES TO DIST-LOG-REC
               MOVE WS-RUN-DATE TO DL-DATE
               MOVE WS-RUN-TIME TO DL-TIME
               MOVE WS-RCP-ID (WS-RCP-SUB) TO DL-RECIPIENT
               MOVE WS-ENT-REPORT (WS-ENT-SUB) TO DL-REPORT
               MOVE WS-ENT-STATUS (WS-ENT-SUB) TO DL-STATUS
               MOVE WS-ENT-LINES (WS-ENT-SUB) TO DL-LINES
               MOVE WS-BUNDLE-NAME TO DL-BUNDLE
               WRITE DIST-LOG-REC
           END-IF.
       END PROGRAM Distrib.
