       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArDisAge.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Dispute aging report, so a disputed item gets resolved
      *     instead of forgotten once ArDun and ArFin stop chasing
      *     it. Every open dispute on ARDISP.DAT is listed oldest
      *     first with its customer, the item's open amount off
      *     AROPEN.DAT, the dispute date and how many days it has
      *     been open, the reason, who logged it, and the note; the
      *     totals count the disputes and dollars held up and how
      *     many have been open 30 days or more. Resolved disputes
      *     are history and do not print.
      * Input:
      *     ARDISP.DAT (disputes logged by ArDisp)
      *     AROPEN.DAT (open items, for the amount still open)
      * Output:
      *     ARDISAGE.RPT (open disputes by age)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  DISPUTE-FILE
               ASSIGN TO "ARDISP.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  SEQUENTIAL
               RECORD KEY IS   DP-ITEM-NO
               FILE STATUS IS  WS-DISP-STATUS.
           SELECT  SORT-FILE
               ASSIGN TO "TEMP.RPT".
           SELECT  SORTED-DISPUTE-FILE
               ASSIGN TO "ARDISAGE.SRT"
               ORGANIZATION IS  LINE SEQUENTIAL.
           SELECT  AR-OPEN-FILE
               ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  RANDOM
               RECORD KEY IS   AR-ITEM-NO
               ALTERNATE RECORD KEY IS AR-CUST-NO WITH DUPLICATES
               FILE STATUS IS  WS-AR-STATUS.
           SELECT  REPORT-FILE
               ASSIGN TO "ARDISAGE.RPT"
               ORGANIZATION IS  LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       01  DISPUTE-REC.
           05  DP-ITEM-NO         PIC 9(6).
           05  DP-CUST-NO         PIC X(5).
           05  DP-STATUS          PIC X.
           05  DP-DATE            PIC 9(8).
           05  DP-REASON          PIC XX.
           05  DP-NOTE            PIC X(40).
           05  DP-LOGGED-BY       PIC X(8).
           05  DP-RESOLVED-DATE   PIC 9(8).
           05  DP-RESOLVED-BY     PIC X(8).
       SD  SORT-FILE.
       01  SORT-DISPUTE-REC.
           05  SORT-ITEM-NO       PIC 9(6).
           05  FILLER             PIC X(6).
           05  SORT-DATE          PIC 9(8).
           05  FILLER             PIC X(66).
       FD  SORTED-DISPUTE-FILE.
       01  SORTED-DISPUTE-REC.
           05  SRT-ITEM-NO        PIC 9(6).
           05  SRT-CUST-NO        PIC X(5).
           05  SRT-STATUS         PIC X.
           05  SRT-DATE           PIC 9(8).
           05  SRT-REASON         PIC XX.
           05  SRT-NOTE           PIC X(40).
           05  SRT-LOGGED-BY      PIC X(8).
           05  SRT-RESOLVED-DATE  PIC 9(8).
           05  SRT-RESOLVED-BY    PIC X(8).
       FD  AR-OPEN-FILE.
       01  AR-OPEN-REC.
           05  AR-ITEM-NO         PIC 9(6).
           05  AR-CUST-NO         PIC X(5).
           05  AR-DATE            PIC 9(8).
           05  AR-ORIG-AMOUNT     PIC 9(5)V99.
           05  AR-OPEN-AMOUNT     PIC 9(5)V99.
           05  AR-TYPE            PIC X.
       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-DISP-STATUS     PIC XX.
           05  WS-AR-STATUS       PIC XX.
           05  WS-AR-AVAILABLE    PIC X     VALUE "N".
           05  WS-TODAY-YMD       PIC 9(8)  VALUE ZERO.
           05  WS-TODAY-DAYNUM    PIC 9(9)  VALUE ZERO.
           05  WS-DISP-DAYNUM     PIC 9(9)  VALUE ZERO.
           05  WS-DAYS-OPEN       PIC S9(9) VALUE ZERO.
           05  WS-OPEN-AMOUNT     PIC 9(5)V99 VALUE ZERO.
           05  WS-DISPUTE-COUNT   PIC 9(5)  VALUE ZERO.
           05  WS-DISPUTE-TOTAL   PIC 9(9)V99 VALUE ZERO.
           05  WS-OVER-30-COUNT   PIC 9(5)  VALUE ZERO.
      ******************************************************************
      * The reason codes ArDisp logs, for the report text.
      ******************************************************************
       01  WS-REASON-LIST.
           05  FILLER             PIC X(22) VALUE
                                  "PRPRICE DISAGREEMENT  ".
           05  FILLER             PIC X(22) VALUE
                                  "QTSHORT SHIPMENT      ".
           05  FILLER             PIC X(22) VALUE
                                  "DMDAMAGED GOODS       ".
           05  FILLER             PIC X(22) VALUE
                                  "NRNOT RECEIVED        ".
           05  FILLER             PIC X(22) VALUE
                                  "DBDUPLICATE BILLING   ".
           05  FILLER             PIC X(22) VALUE
                                  "OTOTHER - SEE NOTE    ".
       01  WS-REASON-TABLE REDEFINES WS-REASON-LIST.
           05  WS-REASON-ENTRY    OCCURS 6 TIMES
                                  INDEXED BY WS-REASON-IDX.
               10  WS-RS-CODE     PIC XX.
               10  WS-RS-TEXT     PIC X(20).
       01  HEADING-MAIN-TITLE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(30) VALUE
                                  "OPEN DISPUTES BY AGE".
           05  FILLER             PIC X(6)  VALUE "DATE: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==HD-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER             PIC X(28) VALUE SPACES.
       01  HEADING-COLUMN-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "ITEM".
           05  FILLER             PIC X(7)  VALUE "CUST".
           05  FILLER             PIC X(10) VALUE "DISPUTED".
           05  FILLER             PIC X(6)  VALUE " DAYS".
           05  FILLER             PIC X(11) VALUE "     OPEN".
           05  FILLER             PIC X(22) VALUE "REASON".
           05  FILLER             PIC X(10) VALUE "LOGGED BY".
       01  DETAIL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  DL-ITEM-NO         PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-CUST-NO         PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-DATE            PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-DAYS-OPEN       PIC ZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-AMOUNT          PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-REASON          PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-LOGGED-BY       PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
       01  NOTE-LINE.
           05  FILLER             PIC X(14) VALUE SPACES.
           05  FILLER             PIC X(6)  VALUE "NOTE: ".
           05  NL-NOTE            PIC X(40).
           05  FILLER             PIC X(20) VALUE SPACES.
       01  TOTAL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(15) VALUE "OPEN DISPUTES: ".
           05  TL-COUNT           PIC ZZ,ZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  FILLER             PIC X(12) VALUE "HELD UP:    ".
           05  TL-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(24) VALUE SPACES.
       01  OVER-30-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(28) VALUE
                                  "OPEN 30 DAYS OR MORE:       ".
           05  TL-OVER-30         PIC ZZ,ZZ9.
           05  FILLER             PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           COPY DATEMOV REPLACING ==:WS-YEAR-FLD:==     BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:==    BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==      BY ==WS-DAY==
                                  ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                  ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                  ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
               TO WS-TODAY-DAYNUM
           OPEN INPUT DISPUTE-FILE
           IF WS-DISP-STATUS NOT = "00"
               DISPLAY "ARDISP.DAT NOT FOUND - NO DISPUTES LOGGED YET"
               STOP RUN
           END-IF
           CLOSE DISPUTE-FILE
           SORT  SORT-FILE
               ON ASCENDING KEY SORT-DATE
               ON ASCENDING KEY SORT-ITEM-NO
               USING DISPUTE-FILE
               GIVING SORTED-DISPUTE-FILE
           OPEN INPUT AR-OPEN-FILE
           IF WS-AR-STATUS = "00"
               MOVE "Y" TO WS-AR-AVAILABLE
           END-IF
           OPEN INPUT SORTED-DISPUTE-FILE
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-REC FROM HEADING-MAIN-TITLE
           WRITE REPORT-REC FROM HEADING-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 100-READ-DISPUTE UNTIL EOF = "Y"
           MOVE WS-DISPUTE-COUNT TO TL-COUNT
           MOVE WS-DISPUTE-TOTAL TO TL-TOTAL
           WRITE REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-OVER-30-COUNT TO TL-OVER-30
           WRITE REPORT-REC FROM OVER-30-LINE
           CLOSE SORTED-DISPUTE-FILE
           CLOSE REPORT-FILE
           IF WS-AR-AVAILABLE = "Y"
               CLOSE AR-OPEN-FILE
           END-IF
           DISPLAY "DISPUTE AGING COMPLETE - " WS-DISPUTE-COUNT
               " OPEN DISPUTES ON ARDISAGE.RPT"
           STOP RUN.
       100-READ-DISPUTE.
           READ SORTED-DISPUTE-FILE
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   IF SRT-STATUS = "O"
                       PERFORM 200-PRINT-DISPUTE
                   END-IF
           END-READ.
      ******************************************************************
      * One open dispute: days open counted from the dispute date
      * (an unparseable date prints as 999, the conservative choice
      * the aging report makes), and the amount still open on the
      * item -- payments may have come in against it since.
      ******************************************************************
       200-PRINT-DISPUTE.
           IF SRT-DATE IS NUMERIC AND SRT-DATE > 19000101
               MOVE FUNCTION INTEGER-OF-DATE(SRT-DATE)
                   TO WS-DISP-DAYNUM
               COMPUTE WS-DAYS-OPEN = WS-TODAY-DAYNUM - WS-DISP-DAYNUM
           ELSE
               MOVE 999 TO WS-DAYS-OPEN
           END-IF
           MOVE ZERO TO WS-OPEN-AMOUNT
           IF WS-AR-AVAILABLE = "Y"
               MOVE SRT-ITEM-NO TO AR-ITEM-NO
               READ AR-OPEN-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-OPEN-AMOUNT
                   NOT INVALID KEY
                       MOVE AR-OPEN-AMOUNT TO WS-OPEN-AMOUNT
               END-READ
           END-IF
           MOVE SPACES TO DL-REASON
           SET WS-REASON-IDX TO 1
           SEARCH WS-REASON-ENTRY
               AT END
                   MOVE SRT-REASON TO DL-REASON
               WHEN WS-RS-CODE (WS-REASON-IDX) = SRT-REASON
                   MOVE WS-RS-TEXT (WS-REASON-IDX) TO DL-REASON
           END-SEARCH
           MOVE SRT-ITEM-NO    TO DL-ITEM-NO
           MOVE SRT-CUST-NO    TO DL-CUST-NO
           MOVE SRT-DATE       TO DL-DATE
           MOVE WS-DAYS-OPEN   TO DL-DAYS-OPEN
           MOVE WS-OPEN-AMOUNT TO DL-AMOUNT
           MOVE SRT-LOGGED-BY  TO DL-LOGGED-BY
           WRITE REPORT-REC FROM DETAIL-LINE
           IF SRT-NOTE NOT = SPACES
               MOVE SRT-NOTE TO NL-NOTE
               WRITE REPORT-REC FROM NOTE-LINE
           END-IF
           ADD 1 TO WS-DISPUTE-COUNT
           ADD WS-OPEN-AMOUNT TO WS-DISPUTE-TOTAL
           IF WS-DAYS-OPEN >= 30
               ADD 1 TO WS-OVER-30-COUNT
           END-IF.
       END PROGRAM ArDisAge.
