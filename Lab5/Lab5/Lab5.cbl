      *          
      * Input:
      *     LAB5.dat
      *     COMPANY.DAT (company profile, for the labels' return
      *                  address)
      * Output:
      *     LAB5_SORTED.DAT
      ****************************************************************** 	   
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESORT-STATUS.
      ******************************************************************
      * A mailing list picked by the MailSel selection run, already
      * cleared of do-not-mail entries and duplicate addresses, in
      * the roster layout; labels come off it instead of the whole
      * roster when the label prompt is answered "S".
      ******************************************************************
           SELECT  MAILING-SELECT-FILE
               ASSIGN TO "MAILSEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILSEL-STATUS.
      ******************************************************************
      * Roster delta: the prior run's sorted roster is kept in
      * LAB5PREV.DAT so each run can report SSNs added, SSNs
      * dropped, and records whose name or address changed -- the
           SELECT  DELTA-REPORT-FILE
               ASSIGN TO "LAB5DELTA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-STATUS.

       DATA DIVISION.
      ******************************************************************	   
               10  ZS-STATE  PIC XX.
               10  ZS-ZIP    PIC X(5).
               10  FILLER    PIC X(10).
       FD  MAILING-SELECT-FILE.
       01  MAILING-SELECT-REC PIC X(80).
       FD  PRESORT-CONTROL-FILE.
       01  PRESORT-CONTROL-REC.
           05  PS-MIN-5DIGIT PIC 9(3).
           05  FILLER        PIC X.
           05  PS-MIN-3DIGIT PIC 9(3).
       FD  COMPANY-FILE.
           COPY COMPPROF.
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  WS-EOF      PIC X     VALUE "N".
           05  WS-LABELS-IN-ROW PIC 9    VALUE ZERO.
           05  WS-LABEL-COUNT  PIC 9(7)  VALUE ZERO.
           05  WS-PRESORT-STATUS PIC XX.
           05  WS-MAILSEL-STATUS PIC XX.
           05  WS-MIN-5DIGIT   PIC 9(3)  VALUE 10.
           05  WS-MIN-3DIGIT   PIC 9(3)  VALUE 5.
           05  WS-PREV-ZIP5    PIC X(5)  VALUE SPACES.
       01  WS-MASKED-SSN.
           05  FILLER      PIC X(5)  VALUE "XXXXX".
           05  WS-MASK-LAST4 PIC X(4).
           COPY COMPWS.
       01  RECORD-DETAILS.
           05  DT-SSN      PIC X(9).
           05  FILLER      PIC X(6)  VALUE SPACES.
           PERFORM 100-STRING THRU 500-SORT.
           PERFORM 510-PRINT-REPORT.
           PERFORM 700-ROSTER-DELTA.
           DISPLAY "PRINT MAILING LABELS? (Y/N, S = SELECTED LIST "
               "IN MAILSEL.DAT)"
           ACCEPT WS-LABEL-ANSWER
           IF WS-LABEL-ANSWER = "S"
               OPEN INPUT MAILING-SELECT-FILE
               IF WS-MAILSEL-STATUS = "00"
                   CLOSE MAILING-SELECT-FILE
               ELSE
                   DISPLAY "MAILSEL.DAT NOT FOUND - RUN THE MAILING "
                       "SELECTION FIRST"
                   MOVE "N" TO WS-LABEL-ANSWER
               END-IF
           END-IF
           IF WS-LABEL-ANSWER = "Y" OR WS-LABEL-ANSWER = "S"
               PERFORM 600-PRINT-LABELS
           END-IF.
           STOP RUN.
      ******************************************************************
      * Reads the sorted roster back and lays the labels out two
      * across the page: name line, street line, city/state/ZIP
      * line, then a blank separator row. The sheet opens with the
      * company's return address from the company profile.
      ******************************************************************
       600-PRINT-LABELS.
           PERFORM 601-SORT-LABELS-BY-ZIP
           PERFORM 602-LOAD-PRESORT-CONTROL
           PERFORM 603-COUNT-ZIP-GROUPS
           PERFORM 640-LOAD-COMPANY-PROFILE
           MOVE "N" TO WS-LABEL-EOF
           MOVE ZERO TO WS-LABELS-IN-ROW
           MOVE SPACES TO WS-PREV-ZIP5
           MOVE SPACES TO LBL-CITY-GRP-2
           OPEN INPUT ZIP-SORTED-FILE
           OPEN OUTPUT LABELS-FILE
           COPY COMPHEAD REPLACING ==:OUT-REC:== BY ==LABELS-REC==.
           PERFORM UNTIL WS-LABEL-EOF = "Y"
               READ ZIP-SORTED-FILE
                   AT END
               WS-QUAL3-PIECES " AT 3-DIGIT, "
               WS-SINGLE-PIECES " SINGLE-PIECE".
      ******************************************************************
      * The already-validated, SSN-sorted roster (or the selected
      * mailing list) re-sorts by ZIP so the labels come off in tray
      * sequence.
      ******************************************************************
       601-SORT-LABELS-BY-ZIP.
           IF WS-LABEL-ANSWER = "S"
               SORT  SORT-FILE
                   ON ASCENDING KEY SORT-ZIP
               USING MAILING-SELECT-FILE
               GIVING ZIP-SORTED-FILE
           ELSE
               SORT  SORT-FILE
                   ON ASCENDING KEY SORT-ZIP
               USING SORTED-FILE
               GIVING ZIP-SORTED-FILE
           END-IF.
      ******************************************************************
      * Reads the postal minimums out of PRESORT.DAT; a missing file
      * leaves the compiled-in defaults in force, the same fallback
           MOVE SPACES TO LABELS-REC
           WRITE LABELS-REC
           WRITE LABELS-REC FROM QUAL-SUMMARY-LINE.
      ******************************************************************
      * Loads the legal entity's name and return address from the
      * company profile.
      ******************************************************************
       640-LOAD-COMPANY-PROFILE.
           COPY COMPLOAD REPLACING ==:BUSINESS:== BY =="CORP"==.
           .
       610-FILL-LABEL-POSITION.
           ADD 1 TO WS-LABEL-COUNT
           IF WS-LABELS-IN-ROW = ZERO
