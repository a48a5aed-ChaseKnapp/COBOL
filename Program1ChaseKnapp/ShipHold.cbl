       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShipHold.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Daily credit-hold list for billing. ShipAge logs every
      *     shipper account it puts on credit hold to SHIPHOLD.LOG
      *     and ShipPay logs every hold it releases; this program
      *     lists one day's entries -- the accounts newly held, with
      *     how far past due the oldest invoice was and the past-due
      *     balance, then the accounts newly released. The day is
      *     today unless a YYYYMMDD date is given on the command
      *     line to reprint an earlier list.
      * Input:
      *     SHIPHOLD.LOG
      * Output:
      *     SHIPHOLD.RPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  HOLD-LOG-FILE
               ASSIGN TO "SHIPHOLD.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT  HOLD-REPORT-FILE
               ASSIGN TO "SHIPHOLD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-LOG-FILE.
       01  HOLD-LOG-REC.
           05  HL-DATE                 PIC 9(8).
           05  FILLER                  PIC X.
           05  HL-ACTION               PIC X(6).
           05  FILLER                  PIC X.
           05  HL-ACCT-NO              PIC X(5).
           05  FILLER                  PIC X.
           05  HL-NAME                 PIC X(15).
           05  FILLER                  PIC X.
           05  HL-DAYS-LATE            PIC 9(4).
           05  FILLER                  PIC X.
           05  HL-PAST-DUE             PIC 9(7)V99.
           05  FILLER                  PIC X.
           05  HL-PROGRAM              PIC X(8).
       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-HOLD-STATUS     PIC XX.
           05  WS-CMD-ARG         PIC X(8)  VALUE SPACES.
           05  WS-DATE-OK         PIC X     VALUE "Y".
           05  WS-LIST-DATE       PIC 9(8)  VALUE ZERO.
           05  WS-LIST-ACTION     PIC X(6)  VALUE SPACES.
           05  WS-HELD-COUNT      PIC 9(5)  VALUE ZERO.
           05  WS-RELEASED-COUNT  PIC 9(5)  VALUE ZERO.
           05  WS-HELD-PAST-DUE   PIC 9(9)V99 VALUE ZERO.
       01  WS-LIST-DATE-SPLIT.
           05  WS-LIST-YEAR       PIC 9(4).
           05  WS-LIST-MONTH      PIC 99.
           05  WS-LIST-DAY        PIC 99.
       01  HEADING-MAIN-TITLE.
           05  FILLER             PIC X(14) VALUE SPACES.
           05  FILLER             PIC X(30) VALUE
                                  "SHIPPER CREDIT HOLD LIST".
           05  FILLER             PIC X(6)  VALUE "DATE: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==HD-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER             PIC X(20) VALUE SPACES.
       01  SECTION-HEADING.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  SH-TITLE           PIC X(30).
           05  FILLER             PIC X(48) VALUE SPACES.
       01  COLUMN-HEADING.
           05  FILLER             PIC X(9)  VALUE " ACCT    ".
           05  FILLER             PIC X(17) VALUE "NAME".
           05  FILLER             PIC X(14) VALUE " DAYS PAST DUE".
           05  FILLER             PIC X(18) VALUE
                                  "  PAST-DUE BALANCE".
           05  FILLER             PIC X(22) VALUE SPACES.
       01  HOLD-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DT-ACCT-NO         PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DT-NAME            PIC X(15).
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  DT-DAYS-LATE       PIC Z,ZZ9.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  DT-PAST-DUE        PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(27) VALUE SPACES.
       01  RELEASE-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-ACCT-NO         PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RD-NAME            PIC X(15).
           05  FILLER             PIC X(56) VALUE SPACES.
       01  NONE-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(20) VALUE "NONE".
           05  FILLER             PIC X(56) VALUE SPACES.
       01  HELD-TOTAL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(16) VALUE "NEWLY HELD:".
           05  TL-HELD-COUNT      PIC ZZ,ZZ9.
           05  FILLER             PIC X(16) VALUE SPACES.
           05  TL-HELD-PAST-DUE   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(26) VALUE SPACES.
       01  RELEASED-TOTAL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(16) VALUE "NEWLY RELEASED:".
           05  TL-RELEASED-COUNT  PIC ZZ,ZZ9.
           05  FILLER             PIC X(56) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  INTO WS-LIST-DATE
           END-STRING
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG IS NUMERIC
               MOVE WS-CMD-ARG TO WS-LIST-DATE-SPLIT
               COPY DATEVAL REPLACING
                   ==:WS-YEAR-FLD:==    BY ==WS-LIST-YEAR==
                   ==:WS-MONTH-FLD:==   BY ==WS-LIST-MONTH==
                   ==:WS-DAY-FLD:==     BY ==WS-LIST-DAY==
                   ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
               IF WS-DATE-OK = "Y"
                   MOVE WS-LIST-DATE-SPLIT TO WS-LIST-DATE
               ELSE
                   DISPLAY "INVALID LIST DATE " WS-CMD-ARG
                       " - TODAY LISTED"
               END-IF
           END-IF
           MOVE WS-LIST-DATE TO WS-LIST-DATE-SPLIT
           MOVE WS-LIST-MONTH TO HD-MM
           MOVE WS-LIST-DAY   TO HD-DD
           MOVE WS-LIST-YEAR  TO HD-YEAR
           OPEN OUTPUT HOLD-REPORT-FILE
           WRITE HOLD-REPORT-REC FROM HEADING-MAIN-TITLE
           MOVE "ACCOUNTS NEWLY ON CREDIT HOLD" TO SH-TITLE
           WRITE HOLD-REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 2 LINES
           WRITE HOLD-REPORT-REC FROM COLUMN-HEADING
               AFTER ADVANCING 1 LINE
           MOVE "HOLD  " TO WS-LIST-ACTION
           PERFORM 100-LIST-ONE-ACTION
           IF WS-HELD-COUNT = ZERO
               WRITE HOLD-REPORT-REC FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE "ACCOUNTS RELEASED FROM HOLD" TO SH-TITLE
           WRITE HOLD-REPORT-REC FROM SECTION-HEADING
               AFTER ADVANCING 2 LINES
           MOVE "RELEAS" TO WS-LIST-ACTION
           PERFORM 100-LIST-ONE-ACTION
           IF WS-RELEASED-COUNT = ZERO
               WRITE HOLD-REPORT-REC FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-HELD-COUNT     TO TL-HELD-COUNT
           MOVE WS-HELD-PAST-DUE  TO TL-HELD-PAST-DUE
           WRITE HOLD-REPORT-REC FROM HELD-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-RELEASED-COUNT TO TL-RELEASED-COUNT
           WRITE HOLD-REPORT-REC FROM RELEASED-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           CLOSE HOLD-REPORT-FILE
           DISPLAY "SHIPHOLD.RPT GENERATED - " WS-HELD-COUNT
               " HELD, " WS-RELEASED-COUNT " RELEASED"
           STOP RUN.
      ******************************************************************
      * One pass of the log per section: every entry for the list
      * date carrying the section's action is printed in the order
      * it was logged.
      ******************************************************************
       100-LIST-ONE-ACTION.
           MOVE "N" TO EOF
           OPEN INPUT HOLD-LOG-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM 110-LIST-NEXT-ENTRY UNTIL EOF = "Y"
               CLOSE HOLD-LOG-FILE
           END-IF.
       110-LIST-NEXT-ENTRY.
           READ HOLD-LOG-FILE
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   IF HL-DATE = WS-LIST-DATE
                      AND HL-ACTION = WS-LIST-ACTION
                       PERFORM 120-PRINT-ENTRY
                   END-IF
           END-READ.
       120-PRINT-ENTRY.
           IF WS-LIST-ACTION = "HOLD  "
               ADD 1 TO WS-HELD-COUNT
               MOVE HL-ACCT-NO   TO DT-ACCT-NO
               MOVE HL-NAME      TO DT-NAME
               MOVE HL-DAYS-LATE TO DT-DAYS-LATE
               MOVE HL-PAST-DUE  TO DT-PAST-DUE
               ADD HL-PAST-DUE TO WS-HELD-PAST-DUE
               WRITE HOLD-REPORT-REC FROM HOLD-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               ADD 1 TO WS-RELEASED-COUNT
               MOVE HL-ACCT-NO   TO RD-ACCT-NO
               MOVE HL-NAME      TO RD-NAME
               WRITE HOLD-REPORT-REC FROM RELEASE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       END PROGRAM ShipHold.
