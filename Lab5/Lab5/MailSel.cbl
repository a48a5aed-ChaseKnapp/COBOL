       IDENTIFICATION DIVISION.
       PROGRAM-ID. MailSel.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Selects a mailing list from the roster master ROSTER.DAT,
      *     the customer master CUSTMAST.DAT, or both, by state, by a
      *     ZIP range, or (customers only) by the CustRank purchase
      *     band of the customer's total purchases. Every entry on the
      *     do-not-mail list SUPPRESS.DAT (kept by SupMaint) whose
      *     effective date has arrived is dropped -- by SSN for the
      *     roster, by customer number for customers, or by name and
      *     ZIP for either -- and so is every second piece to the same
      *     address, compared without regard to case. What is left is
      *     written to MAILSEL.DAT in the roster record layout, which
      *     the Lab5 label run takes as its input (answer "S" to its
      *     label prompt) for the labels and the postal presort. The
      *     run report shows the criteria, the counts in and out, and
      *     the suppressions by reason so marketing can see why the
      *     list shrank. Run with BATCH on the command line to select
      *     everyone on both files without prompting.
      * Input:
      *     ROSTER.DAT (indexed), CUSTMAST.DAT (indexed), SUPPRESS.DAT
      * Output:
      *     MAILSEL.DAT (selected mailing list, roster layout)
      *     MAILSEL.RPT (selection run report)
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
           SELECT  CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-MAST-STATUS.
           SELECT  SUPPRESS-FILE
               ASSIGN TO "SUPPRESS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.
           SELECT  SORT-FILE
               ASSIGN TO "MAILSEL.TMP".
           SELECT  MAILING-SELECT-FILE
               ASSIGN TO "MAILSEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  SELECT-REPORT-FILE
               ASSIGN TO "MAILSEL.RPT"
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
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-REC.
           05  CM-CUST-NO          PIC X(5).
           05  CM-NAME             PIC X(20).
           05  CM-STREET           PIC X(20).
           05  CM-CITY             PIC X(12).
           05  CM-STATE            PIC XX.
           05  CM-ZIP              PIC X(5).
           05  CM-PHONE            PIC X(10).
           05  CM-CONTACT          PIC X(15).
           05  CM-CREDIT-LIMIT     PIC 9(7)V99.
           05  CM-TOTAL-PURCHASES  PIC 9(9)V99.
           05  CM-LAST-POST-DATE   PIC 9(8).
       FD  SUPPRESS-FILE.
       01  SUPPRESS-REC.
           05  SP-KEY-TYPE        PIC X.
           05  FILLER             PIC X.
           05  SP-KEY             PIC X(29).
           05  FILLER             PIC X.
           05  SP-REASON          PIC XX.
           05  FILLER             PIC X.
           05  SP-DATE            PIC 9(8).
           05  FILLER             PIC X.
           05  SP-ENTERED-BY      PIC X(8).
      ******************************************************************
      * Each selected piece sorts on its address folded to upper case,
      * roster ahead of customer, so the second piece to the same
      * address falls right behind the first.
      ******************************************************************
       SD  SORT-FILE.
       01  SORT-MAIL-REC.
           05  SM-ADDR-KEY        PIC X(37).
           05  SM-MAIL-DATA.
               10  SM-SSN         PIC X(9).
               10  SM-NAME        PIC X(24).
               10  SM-STREET      PIC X(20).
               10  SM-CITY        PIC X(10).
               10  SM-STATE       PIC XX.
               10  SM-ZIP         PIC X(5).
               10  SM-SOURCE      PIC X.
               10  SM-CUST-NO     PIC X(5).
               10  FILLER         PIC X(4).
      ******************************************************************
      * The roster record layout, with the source ("R" roster, "C"
      * customer) and the customer number in the roster filler.
      ******************************************************************
       FD  MAILING-SELECT-FILE.
       01  MAILING-SELECT-REC.
           05  MS-SSN             PIC X(9).
           05  MS-NAME            PIC X(24).
           05  MS-STREET          PIC X(20).
           05  MS-CITY            PIC X(10).
           05  MS-STATE           PIC XX.
           05  MS-ZIP             PIC X(5).
           05  MS-SOURCE          PIC X.
           05  MS-CUST-NO         PIC X(5).
           05  FILLER             PIC X(4).
       FD  SELECT-REPORT-FILE.
       01  SELECT-REPORT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-ROST-STATUS        PIC XX.
       77  WS-MAST-STATUS        PIC XX.
       77  WS-SUP-STATUS         PIC XX.
       77  WS-ROST-EOF           PIC X     VALUE "N".
       77  WS-MAST-EOF           PIC X     VALUE "N".
       77  WS-SUP-EOF            PIC X     VALUE "N".
       77  WS-SORT-EOF           PIC X     VALUE "N".
       77  WS-CMD-ARG            PIC X(8)  VALUE SPACES.
       77  WS-TODAY              PIC 9(8)  VALUE ZERO.
       77  WS-SOURCE             PIC X     VALUE "B".
       77  WS-SELECT-BY          PIC X     VALUE "A".
       77  WS-SEL-STATE          PIC XX    VALUE SPACES.
       77  WS-SEL-ZIP-FROM       PIC X(5)  VALUE SPACES.
       77  WS-SEL-ZIP-TO         PIC X(5)  VALUE SPACES.
       77  WS-SEL-BAND           PIC 9     VALUE ZERO.
       77  WS-CUST-BAND          PIC 9     VALUE ZERO.
       77  WS-SELECTED           PIC X     VALUE "N".
       77  WS-SUPPRESS-SUB       PIC 9(4)  VALUE ZERO.
       77  WS-REASON-SUB         PIC 9     VALUE ZERO.
       77  WS-SUP-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-FIRST-PIECE        PIC X     VALUE "Y".
       77  WS-PREV-ADDR-KEY      PIC X(37) VALUE SPACES.
       77  WS-ROSTER-READ        PIC 9(7)  VALUE ZERO.
       77  WS-CUST-READ          PIC 9(7)  VALUE ZERO.
       77  WS-NOT-SELECTED       PIC 9(7)  VALUE ZERO.
       77  WS-NO-ADDRESS         PIC 9(7)  VALUE ZERO.
       77  WS-SUPPRESSED         PIC 9(7)  VALUE ZERO.
       77  WS-DUPLICATES         PIC 9(7)  VALUE ZERO.
       77  WS-WRITTEN            PIC 9(7)  VALUE ZERO.
       77  WS-LOWER-CASE         PIC X(26) VALUE
                                 "abcdefghijklmnopqrstuvwxyz".
       77  WS-UPPER-CASE         PIC X(26) VALUE
                                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      ******************************************************************
      * The candidate piece being checked, and its name and address
      * folded to upper case for the name/ZIP and address compares.
      ******************************************************************
       01  WS-CANDIDATE.
           05  WS-CD-SSN         PIC X(9).
           05  WS-CD-NAME        PIC X(24).
           05  WS-CD-STREET      PIC X(20).
           05  WS-CD-CITY        PIC X(10).
           05  WS-CD-STATE       PIC XX.
           05  WS-CD-ZIP         PIC X(5).
           05  WS-CD-SOURCE      PIC X.
           05  WS-CD-CUST-NO     PIC X(5).
           05  FILLER            PIC X(4)  VALUE SPACES.
       01  WS-NAME-ZIP-KEY.
           05  WS-NZ-NAME        PIC X(24).
           05  WS-NZ-ZIP         PIC X(5).
       01  WS-ADDR-KEY.
           05  WS-AK-STREET      PIC X(20).
           05  WS-AK-CITY        PIC X(10).
           05  WS-AK-STATE       PIC XX.
           05  WS-AK-ZIP         PIC X(5).
      ******************************************************************
      * The suppression reasons SupMaint accepts, with this run's
      * count under each.
      ******************************************************************
       01  WS-REASON-LIST.
           05  FILLER            PIC X(22) VALUE
                                 "RQREQUESTED REMOVAL   ".
           05  FILLER            PIC X(22) VALUE
                                 "DCDECEASED            ".
           05  FILLER            PIC X(22) VALUE
                                 "BAUNDELIVERABLE ADDR  ".
           05  FILLER            PIC X(22) VALUE
                                 "LGLEGAL / COLLECTIONS ".
           05  FILLER            PIC X(22) VALUE
                                 "OTOTHER               ".
       01  WS-REASON-TABLE REDEFINES WS-REASON-LIST.
           05  WS-REASON-ENTRY   OCCURS 5 TIMES.
               10  WS-RS-CODE    PIC XX.
               10  WS-RS-DESC    PIC X(20).
       01  WS-REASON-COUNTS.
           05  WS-RS-COUNT       PIC 9(7)  OCCURS 5 TIMES.
      ******************************************************************
      * SUPPRESS.DAT entries already in effect.
      ******************************************************************
       01  WS-SUP-TABLE.
           05  WS-SUP-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-SUP-ENTRY       OCCURS 5000 TIMES.
               10  WS-SE-KEY-TYPE PIC X.
               10  WS-SE-KEY      PIC X(29).
               10  WS-SE-REASON   PIC XX.
       01  SELECT-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(30) VALUE
               "MAILING LIST SELECTION RUN".
           05  FILLER             PIC X(10) VALUE "RUN DATE: ".
           05  HD-RUN-DATE        PIC 9(8).
           05  FILLER             PIC X(26) VALUE SPACES.
       01  CRITERIA-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "SOURCE:   ".
           05  CR-SOURCE          PIC X(22).
           05  FILLER             PIC X(12) VALUE "SELECTION: ".
           05  CR-SELECTION       PIC X(30).
       01  SUMMARY-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  SM-LABEL           PIC X(34).
           05  SM-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(31) VALUE SPACES.
       01  REASON-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(34) VALUE
               "SUPPRESSED BY REASON".
           05  FILLER             PIC X(40) VALUE SPACES.
       01  REASON-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  RL-CODE            PIC XX.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RL-DESC            PIC X(22).
           05  RL-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(37) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG NOT = "BATCH"
               PERFORM 050-ACCEPT-CRITERIA
           END-IF
           INITIALIZE WS-REASON-COUNTS
           PERFORM 100-LOAD-SUPPRESSIONS
           SORT  SORT-FILE
               ON ASCENDING KEY SM-ADDR-KEY
               ON DESCENDING KEY SM-SOURCE
           INPUT PROCEDURE IS 200-SELECT-AND-RELEASE
           OUTPUT PROCEDURE IS 400-DROP-DUPLICATE-ADDRESSES
           PERFORM 500-PRINT-RUN-REPORT
           DISPLAY "MAILSEL.DAT WRITTEN - " WS-WRITTEN " PIECES, "
               WS-SUPPRESSED " SUPPRESSED, " WS-DUPLICATES
               " DUPLICATE ADDRESSES DROPPED"
           STOP RUN.
      ******************************************************************
      * Which file(s) to draw from, and which entries to select.
      ******************************************************************
       050-ACCEPT-CRITERIA.
           DISPLAY "SOURCE: R-ROSTER   C-CUSTOMERS   B-BOTH"
           ACCEPT WS-SOURCE
           PERFORM UNTIL WS-SOURCE = "R" OR WS-SOURCE = "C"
                         OR WS-SOURCE = "B"
               DISPLAY "PLEASE ENTER R, C OR B"
               ACCEPT WS-SOURCE
           END-PERFORM
           DISPLAY "SELECT BY: A-ALL   S-STATE   Z-ZIP RANGE   "
               "P-PURCHASE BAND"
           ACCEPT WS-SELECT-BY
           PERFORM UNTIL WS-SELECT-BY = "A" OR WS-SELECT-BY = "S"
                         OR WS-SELECT-BY = "Z" OR WS-SELECT-BY = "P"
               DISPLAY "PLEASE ENTER A, S, Z OR P"
               ACCEPT WS-SELECT-BY
           END-PERFORM
           EVALUATE WS-SELECT-BY
               WHEN "S"
                   DISPLAY "ENTER STATE CODE"
                   ACCEPT WS-SEL-STATE
                   INSPECT WS-SEL-STATE
                       CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               WHEN "Z"
                   DISPLAY "ENTER FIRST ZIP CODE"
                   ACCEPT WS-SEL-ZIP-FROM
                   DISPLAY "ENTER LAST ZIP CODE"
                   ACCEPT WS-SEL-ZIP-TO
               WHEN "P"
                   DISPLAY "PURCHASE BAND (CUSTOMERS ONLY): "
                       "1-UNDER $100   2-$100 TO $999.99"
                   DISPLAY "  3-$1,000 TO $9,999.99   4-$10,000 AND "
                       "OVER"
                   ACCEPT WS-SEL-BAND
                   PERFORM UNTIL WS-SEL-BAND > ZERO
                                 AND WS-SEL-BAND < 5
                       DISPLAY "PLEASE ENTER 1 TO 4"
                       ACCEPT WS-SEL-BAND
                   END-PERFORM
           END-EVALUATE.
      ******************************************************************
      * Only suppressions whose effective date has arrived are loaded;
      * a name/ZIP entry is folded to upper case in case it was keyed
      * by hand.
      ******************************************************************
       100-LOAD-SUPPRESSIONS.
           OPEN INPUT SUPPRESS-FILE
           IF WS-SUP-STATUS = "00"
               PERFORM UNTIL WS-SUP-EOF = "Y"
                   READ SUPPRESS-FILE
                       AT END
                           MOVE "Y" TO WS-SUP-EOF
                       NOT AT END
                           IF SP-DATE NOT > WS-TODAY
                              AND WS-SUP-COUNT < 5000
                               ADD 1 TO WS-SUP-COUNT
                               MOVE SP-KEY-TYPE TO
                                   WS-SE-KEY-TYPE (WS-SUP-COUNT)
                               MOVE SP-KEY TO
                                   WS-SE-KEY (WS-SUP-COUNT)
                               MOVE SP-REASON TO
                                   WS-SE-REASON (WS-SUP-COUNT)
                               IF SP-KEY-TYPE = "N"
                                   INSPECT WS-SE-KEY (WS-SUP-COUNT)
                                       CONVERTING WS-LOWER-CASE
                                               TO WS-UPPER-CASE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPRESS-FILE
           ELSE
               DISPLAY "SUPPRESS.DAT NOT FOUND - NOTHING SUPPRESSED"
           END-IF.
      ******************************************************************
      * Sort input: the roster and/or the customer master, each entry
      * checked against the criteria and the suppression list.
      ******************************************************************
       200-SELECT-AND-RELEASE.
           IF WS-SOURCE = "R" OR WS-SOURCE = "B"
               OPEN INPUT ROSTER-MASTER-FILE
               IF WS-ROST-STATUS = "00"
                   PERFORM 210-READ-ROSTER UNTIL WS-ROST-EOF = "Y"
                   CLOSE ROSTER-MASTER-FILE
               ELSE
                   DISPLAY "ROSTER.DAT NOT FOUND - NO ROSTER ENTRIES"
               END-IF
           END-IF
           IF WS-SOURCE = "C" OR WS-SOURCE = "B"
               OPEN INPUT CUSTOMER-MASTER-FILE
               IF WS-MAST-STATUS = "00"
                   PERFORM 220-READ-CUSTOMER UNTIL WS-MAST-EOF = "Y"
                   CLOSE CUSTOMER-MASTER-FILE
               ELSE
                   DISPLAY "CUSTMAST.DAT NOT FOUND - NO CUSTOMERS"
               END-IF
           END-IF.
       210-READ-ROSTER.
           READ ROSTER-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-ROST-EOF
               NOT AT END
                   ADD 1 TO WS-ROSTER-READ
                   MOVE SPACES TO WS-CANDIDATE
                   MOVE RS-SSN    TO WS-CD-SSN
                   MOVE RS-NAME   TO WS-CD-NAME
                   MOVE RS-STREET TO WS-CD-STREET
                   MOVE RS-CITY   TO WS-CD-CITY
                   MOVE RS-STATE  TO WS-CD-STATE
                   MOVE RS-ZIP    TO WS-CD-ZIP
                   MOVE "R"       TO WS-CD-SOURCE
                   MOVE ZERO TO WS-CUST-BAND
                   PERFORM 300-CHECK-CANDIDATE
           END-READ.
      ******************************************************************
      * Customer city is twelve wide on the master; the label line
      * carries ten, as it does for the roster.
      ******************************************************************
       220-READ-CUSTOMER.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-MAST-EOF
               NOT AT END
                   ADD 1 TO WS-CUST-READ
                   MOVE SPACES TO WS-CANDIDATE
                   MOVE CM-NAME    TO WS-CD-NAME
                   MOVE CM-STREET  TO WS-CD-STREET
                   MOVE CM-CITY    TO WS-CD-CITY
                   MOVE CM-STATE   TO WS-CD-STATE
                   MOVE CM-ZIP     TO WS-CD-ZIP
                   MOVE "C"        TO WS-CD-SOURCE
                   MOVE CM-CUST-NO TO WS-CD-CUST-NO
                   PERFORM 230-FIND-PURCHASE-BAND
                   PERFORM 300-CHECK-CANDIDATE
           END-READ.
      ******************************************************************
      * The same four bands CustRank reports customers under.
      ******************************************************************
       230-FIND-PURCHASE-BAND.
           EVALUATE TRUE
               WHEN CM-TOTAL-PURCHASES < 100
                   MOVE 1 TO WS-CUST-BAND
               WHEN CM-TOTAL-PURCHASES < 1000
                   MOVE 2 TO WS-CUST-BAND
               WHEN CM-TOTAL-PURCHASES < 10000
                   MOVE 3 TO WS-CUST-BAND
               WHEN OTHER
                   MOVE 4 TO WS-CUST-BAND
           END-EVALUATE.
      ******************************************************************
      * Criteria first, then a piece with no street to mail to, then
      * the suppression list; a piece that survives is released.
      ******************************************************************
       300-CHECK-CANDIDATE.
           MOVE "Y" TO WS-SELECTED
           EVALUATE WS-SELECT-BY
               WHEN "S"
                   MOVE WS-CD-STATE TO WS-AK-STATE
                   INSPECT WS-AK-STATE
                       CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                   IF WS-AK-STATE NOT = WS-SEL-STATE
                       MOVE "N" TO WS-SELECTED
                   END-IF
               WHEN "Z"
                   IF WS-CD-ZIP < WS-SEL-ZIP-FROM
                      OR WS-CD-ZIP > WS-SEL-ZIP-TO
                       MOVE "N" TO WS-SELECTED
                   END-IF
               WHEN "P"
                   IF WS-CUST-BAND NOT = WS-SEL-BAND
                       MOVE "N" TO WS-SELECTED
                   END-IF
           END-EVALUATE
           IF WS-SELECTED = "N"
               ADD 1 TO WS-NOT-SELECTED
           ELSE
               IF WS-CD-STREET = SPACES
                   ADD 1 TO WS-NO-ADDRESS
               ELSE
                   PERFORM 310-CHECK-SUPPRESSION
                   IF WS-SUPPRESS-SUB > ZERO
                       PERFORM 320-COUNT-SUPPRESSION
                   ELSE
                       PERFORM 330-RELEASE-PIECE
                   END-IF
               END-IF
           END-IF.
       310-CHECK-SUPPRESSION.
           MOVE WS-CD-NAME TO WS-NZ-NAME
           MOVE WS-CD-ZIP  TO WS-NZ-ZIP
           INSPECT WS-NAME-ZIP-KEY
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           MOVE ZERO TO WS-SUPPRESS-SUB
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                   UNTIL WS-SUP-SUB > WS-SUP-COUNT
                      OR WS-SUPPRESS-SUB > ZERO
               EVALUATE WS-SE-KEY-TYPE (WS-SUP-SUB)
                   WHEN "S"
                       IF WS-CD-SOURCE = "R"
                          AND WS-SE-KEY (WS-SUP-SUB) (1:9)
                                  = WS-CD-SSN
                           MOVE WS-SUP-SUB TO WS-SUPPRESS-SUB
                       END-IF
                   WHEN "C"
                       IF WS-CD-SOURCE = "C"
                          AND WS-SE-KEY (WS-SUP-SUB) (1:5)
                                  = WS-CD-CUST-NO
                           MOVE WS-SUP-SUB TO WS-SUPPRESS-SUB
                       END-IF
                   WHEN "N"
                       IF WS-SE-KEY (WS-SUP-SUB) = WS-NAME-ZIP-KEY
                           MOVE WS-SUP-SUB TO WS-SUPPRESS-SUB
                       END-IF
               END-EVALUATE
           END-PERFORM.
      ******************************************************************
      * A reason not on the list counts under "OT".
      ******************************************************************
       320-COUNT-SUPPRESSION.
           ADD 1 TO WS-SUPPRESSED
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 4
                      OR WS-RS-CODE (WS-REASON-SUB)
                             = WS-SE-REASON (WS-SUPPRESS-SUB)
               CONTINUE
           END-PERFORM
           ADD 1 TO WS-RS-COUNT (WS-REASON-SUB).
       330-RELEASE-PIECE.
           MOVE WS-CD-STREET TO WS-AK-STREET
           MOVE WS-CD-CITY   TO WS-AK-CITY
           MOVE WS-CD-STATE  TO WS-AK-STATE
           MOVE WS-CD-ZIP    TO WS-AK-ZIP
           INSPECT WS-ADDR-KEY
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           MOVE WS-ADDR-KEY  TO SM-ADDR-KEY
           MOVE WS-CANDIDATE TO SM-MAIL-DATA
           RELEASE SORT-MAIL-REC.
      ******************************************************************
      * Sort output: the first piece to each address is written, any
      * further piece to the same address is dropped.
      ******************************************************************
       400-DROP-DUPLICATE-ADDRESSES.
           OPEN OUTPUT MAILING-SELECT-FILE
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF WS-FIRST-PIECE = "N"
                          AND SM-ADDR-KEY = WS-PREV-ADDR-KEY
                           ADD 1 TO WS-DUPLICATES
                       ELSE
                           WRITE MAILING-SELECT-REC FROM SM-MAIL-DATA
                           ADD 1 TO WS-WRITTEN
                       END-IF
                       MOVE SM-ADDR-KEY TO WS-PREV-ADDR-KEY
                       MOVE "N" TO WS-FIRST-PIECE
               END-RETURN
           END-PERFORM
           CLOSE MAILING-SELECT-FILE.
       500-PRINT-RUN-REPORT.
           OPEN OUTPUT SELECT-REPORT-FILE
           MOVE WS-TODAY TO HD-RUN-DATE
           WRITE SELECT-REPORT-REC FROM SELECT-HEADING
           EVALUATE WS-SOURCE
               WHEN "R"
                   MOVE "ROSTER" TO CR-SOURCE
               WHEN "C"
                   MOVE "CUSTOMERS" TO CR-SOURCE
               WHEN OTHER
                   MOVE "ROSTER AND CUSTOMERS" TO CR-SOURCE
           END-EVALUATE
           MOVE SPACES TO CR-SELECTION
           EVALUATE WS-SELECT-BY
               WHEN "S"
                   STRING "STATE " WS-SEL-STATE
                       DELIMITED BY SIZE INTO CR-SELECTION
                   END-STRING
               WHEN "Z"
                   STRING "ZIP " WS-SEL-ZIP-FROM " TO " WS-SEL-ZIP-TO
                       DELIMITED BY SIZE INTO CR-SELECTION
                   END-STRING
               WHEN "P"
                   STRING "PURCHASE BAND " WS-SEL-BAND
                       DELIMITED BY SIZE INTO CR-SELECTION
                   END-STRING
               WHEN OTHER
                   MOVE "ALL" TO CR-SELECTION
           END-EVALUATE
           WRITE SELECT-REPORT-REC FROM CRITERIA-LINE
           MOVE SPACES TO SELECT-REPORT-REC
           WRITE SELECT-REPORT-REC
           MOVE "ROSTER ENTRIES READ:" TO SM-LABEL
           MOVE WS-ROSTER-READ TO SM-COUNT
           WRITE SELECT-REPORT-REC FROM SUMMARY-LINE
           MOVE "CUSTOMERS READ:" TO SM-LABEL
           MOVE WS-CUST-READ TO SM-COUNT
           WRITE SELECT-REPORT-REC FROM SUMMARY-LINE
           MOVE "NOT SELECTED BY THE CRITERIA:" TO SM-LABEL
           MOVE WS-NOT-SELECTED TO SM-COUNT
           WRITE SELECT-REPORT-REC FROM SUMMARY-LINE
           MOVE "NO STREET ADDRESS:" TO SM-LABEL
           MOVE WS-NO-ADDRESS TO SM-COUNT
           WRITE SELECT-REPORT-REC FROM SUMMARY-LINE
           MOVE "SUPPRESSED (DO NOT MAIL):" TO SM-LABEL
           MOVE WS-SUPPRESSED TO SM-COUNT
           WRITE SELECT-REPORT-REC FROM SUMMARY-LINE
           MOVE "DUPLICATE ADDRESSES DROPPED:" TO SM-LABEL
           MOVE WS-DUPLICATES TO SM-COUNT
           WRITE SELECT-REPORT-REC FROM SUMMARY-LINE
           MOVE "PIECES WRITTEN TO MAILSEL.DAT:" TO SM-LABEL
           MOVE WS-WRITTEN TO SM-COUNT
           WRITE SELECT-REPORT-REC FROM SUMMARY-LINE
           MOVE SPACES TO SELECT-REPORT-REC
           WRITE SELECT-REPORT-REC
           WRITE SELECT-REPORT-REC FROM REASON-HEADING
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 5
               MOVE WS-RS-CODE (WS-REASON-SUB)  TO RL-CODE
               MOVE WS-RS-DESC (WS-REASON-SUB)  TO RL-DESC
               MOVE WS-RS-COUNT (WS-REASON-SUB) TO RL-COUNT
               WRITE SELECT-REPORT-REC FROM REASON-LINE
           END-PERFORM
           CLOSE SELECT-REPORT-FILE.
       END PROGRAM MailSel.
