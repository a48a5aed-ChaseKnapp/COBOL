       IDENTIFICATION DIVISION.
       PROGRAM-ID. VoidRpt.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Void/refund report for one pizza shift (the date is
      *     prompted; BATCH takes today). Every void ("V") and
      *     refund ("F") OrdVoid logged on ORDERLOG.DAT that day is
      *     listed with its order number, amounts, tender, reason
      *     and approving manager, then totaled by manager against
      *     the shift's sales (the day's order totals). A manager
      *     whose reversals run above the share of shift sales set
      *     as VOIDRPT VOID-LIMIT on SYSPARM.DAT (a percent, e.g.
      *     5.0) is flagged for review; with none on file 5.0% stands
      *     and a missing-parameter alert is raised. VOIDCTL.DAT "R"
      *     records, the reason codes OrdVoid offers, supply the
      *     reason descriptions.
      * Input:
      *     ORDERLOG.DAT, SYSPARM.DAT (void limit), VOIDCTL.DAT
      * Output:
      *     VOIDRPT.RPT, ALERTS.LOG (missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  ORDER-LOG-FILE
               ASSIGN TO "ORDERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDLOG-STATUS.
           SELECT  VOID-CONTROL-FILE
               ASSIGN TO "VOIDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOIDCTL-STATUS.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  VOID-REPORT-FILE
               ASSIGN TO "VOIDRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Mirror of the batch run's ORDERLOG.DAT header layout; detail
      * records are recognized by type and skipped.
      ******************************************************************
       FD  ORDER-LOG-FILE.
       01  ORDER-LOG-REC.
           05  OL-TYPE           PIC X.
           05  OL-ORDER-NO       PIC 9(6).
           05  OL-H-ITEM-COUNT   PIC 9.
           05  OL-H-AMOUNT       PIC 9(5)V99.
           05  OL-H-TAX          PIC 9(4)V99.
           05  OL-H-TOTAL        PIC 9(5)V99.
           05  OL-H-PAY-METHOD   PIC X.
           05  OL-H-PHONE        PIC X(10).
           05  OL-H-DATE         PIC X(8).
           05  FILLER            PIC X.
           05  OL-H-CARD-TIP     PIC 9(3)V99.
           05  OL-H-REASON       PIC XX.
           05  OL-H-MANAGER      PIC X(8).
       FD  VOID-CONTROL-FILE.
       01  VOID-CONTROL-REC.
           05  VC-TYPE           PIC X.
           05  FILLER            PIC X.
           05  VC-REASON-FIELDS.
               10  VC-REASON-CODE  PIC XX.
               10  FILLER          PIC X.
               10  VC-REASON-DESC  PIC X(20).
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC              PIC X(90).
       FD  VOID-REPORT-FILE.
       01  VOID-REPORT-REC           PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-ORDLOG-STATUS      PIC XX.
       77  WS-VOIDCTL-STATUS     PIC XX.
       77  LOG-EOF               PIC X     VALUE "N".
       77  WS-CTL-EOF            PIC X     VALUE "N".
       77  WS-CMD-ARG            PIC X(8)  VALUE SPACES.
       77  WS-SHIFT-DATE         PIC 9(8)  VALUE ZERO.
       77  WS-NOW                PIC X(21) VALUE SPACES.
       77  WS-LIMIT-PCT          PIC 99V9  VALUE 5.0.
       77  WS-SHIFT-SALES        PIC 9(7)V99 VALUE ZERO.
       77  WS-ORDER-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-VOID-COUNT         PIC 9(5)  VALUE ZERO.
       77  WS-VOID-TOTAL         PIC 9(7)V99 VALUE ZERO.
       77  WS-REFUND-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-REFUND-TOTAL       PIC 9(7)V99 VALUE ZERO.
       77  WS-SHARE-PCT          PIC 9(5)V9 VALUE ZERO.
       77  WS-FLAGGED-COUNT      PIC 9(3)  VALUE ZERO.
       77  WS-MGR-SUB            PIC 9(3)  VALUE ZERO.
       77  WS-REASON-SUB         PIC 9(3)  VALUE ZERO.
       01  WS-MANAGER-TABLE.
           05  WS-MGR-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-MGR-ENTRY      OCCURS 20 TIMES.
               10  WS-MG-ID      PIC X(8).
               10  WS-MG-COUNT   PIC 9(5).
               10  WS-MG-TOTAL   PIC 9(7)V99.
       01  WS-REASON-TABLE.
           05  WS-REASON-COUNT   PIC 9(3)  VALUE ZERO.
           05  WS-REASON-ENTRY   OCCURS 20 TIMES.
               10  WS-RS-CODE    PIC XX.
               10  WS-RS-DESC    PIC X(20).
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
       01  VOID-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(25) VALUE
                                  "VOID/REFUND REPORT".
           05  FILLER             PIC X(7)  VALUE "SHIFT: ".
           05  VH-SHIFT-DATE      PIC 9999/99/99.
           05  FILLER             PIC X(32) VALUE SPACES.
       01  VOID-COLUMN-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "ORDER   TYPE       AMOUNT      TAX     T".
           05  FILLER             PIC X(34) VALUE
               "OTAL TND RSN MANAGER  REASON".
       01  VOID-DETAIL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  VD-ORDER-NO        PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  VD-TYPE            PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  VD-AMOUNT          PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  VD-TAX             PIC Z,ZZ9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  VD-TOTAL           PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  VD-TENDER          PIC X.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  VD-REASON          PIC XX.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  VD-MANAGER         PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  VD-REASON-DESC     PIC X(12).
       01  VOID-TOTAL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  VT-LABEL           PIC X(16).
           05  VT-COUNT           PIC ZZ,ZZ9.
           05  FILLER             PIC X(9)  VALUE "  TOTAL: ".
           05  VT-TOTAL           PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(31) VALUE SPACES.
       01  MANAGER-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "MANAGER   COUNT     GIVEN BACK  % SALES".
           05  FILLER             PIC X(9)  VALUE "  LIMIT ".
           05  MH-LIMIT           PIC Z9.9.
           05  FILLER             PIC X(21) VALUE "%".
       01  MANAGER-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  MG-ID              PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MG-COUNT           PIC ZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MG-TOTAL           PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MG-SHARE           PIC ZZZZ9.9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MG-FLAG            PIC X(20).
           05  FILLER             PIC X(13) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG = "BATCH"
               MOVE WS-NOW (1:8) TO WS-SHIFT-DATE
           ELSE
               DISPLAY "ENTER SHIFT DATE (YYYYMMDD)"
               ACCEPT WS-SHIFT-DATE
               IF WS-SHIFT-DATE IS NOT NUMERIC
                  OR WS-SHIFT-DATE = ZERO
                   MOVE WS-NOW (1:8) TO WS-SHIFT-DATE
               END-IF
           END-IF
           PERFORM 050-LOAD-VOID-CONTROL
           OPEN OUTPUT VOID-REPORT-FILE
           MOVE WS-SHIFT-DATE TO VH-SHIFT-DATE
           WRITE VOID-REPORT-REC FROM VOID-HEADING
           MOVE SPACES TO VOID-REPORT-REC
           WRITE VOID-REPORT-REC
           WRITE VOID-REPORT-REC FROM VOID-COLUMN-HEADING
           PERFORM 100-LIST-THE-SHIFT
           PERFORM 300-PRINT-TOTALS
           CLOSE VOID-REPORT-FILE
           DISPLAY "VOIDRPT.RPT GENERATED - " WS-VOID-COUNT " VOIDS, "
               WS-REFUND-COUNT " REFUNDS, " WS-FLAGGED-COUNT
               " MANAGERS FLAGGED"
           STOP RUN.
      ******************************************************************
      * The void-share limit off the system parameter master (the
      * 77-level VALUE stands, and a missing-parameter alert is
      * raised, when it is not on file) and the reason descriptions
      * off VOIDCTL.DAT, the standard reasons OrdVoid offers when
      * that holds none.
      ******************************************************************
       050-LOAD-VOID-CONTROL.
           MOVE "VOIDRPT" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "VOID-LIMIT" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER >= ZERO
              AND PRM-NUMBER < 100
               MOVE PRM-NUMBER TO WS-LIMIT-PCT
           END-IF
           OPEN INPUT VOID-CONTROL-FILE
           IF WS-VOIDCTL-STATUS = "00"
               PERFORM UNTIL WS-CTL-EOF = "Y"
                   READ VOID-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-CTL-EOF
                       NOT AT END
                           IF VC-TYPE = "R"
                              AND WS-REASON-COUNT < 20
                               ADD 1 TO WS-REASON-COUNT
                               MOVE VC-REASON-CODE TO
                                   WS-RS-CODE (WS-REASON-COUNT)
                               MOVE VC-REASON-DESC TO
                                   WS-RS-DESC (WS-REASON-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOID-CONTROL-FILE
           END-IF
           IF WS-REASON-COUNT = ZERO
               MOVE 5 TO WS-REASON-COUNT
               MOVE "WO" TO WS-RS-CODE (1)
               MOVE "WRONG ORDER" TO WS-RS-DESC (1)
               MOVE "BP" TO WS-RS-CODE (2)
               MOVE "BAD PRODUCT" TO WS-RS-DESC (2)
               MOVE "LT" TO WS-RS-CODE (3)
               MOVE "LATE DELIVERY" TO WS-RS-DESC (3)
               MOVE "CC" TO WS-RS-CODE (4)
               MOVE "CUSTOMER CANCEL" TO WS-RS-DESC (4)
               MOVE "DP" TO WS-RS-CODE (5)
               MOVE "DUPLICATE ORDER" TO WS-RS-DESC (5)
           END-IF.
      ******************************************************************
      * One pass of the log: the shift's order totals make its sales;
      * its voids and refunds are listed as read and totaled by type
      * and by approving manager.
      ******************************************************************
       100-LIST-THE-SHIFT.
           OPEN INPUT ORDER-LOG-FILE
           IF WS-ORDLOG-STATUS NOT = "00"
               DISPLAY "ORDERLOG.DAT NOT FOUND - NO ORDERS LOGGED"
           ELSE
               PERFORM UNTIL LOG-EOF = "Y"
                   READ ORDER-LOG-FILE
                       AT END
                           MOVE "Y" TO LOG-EOF
                       NOT AT END
                           IF OL-H-DATE = WS-SHIFT-DATE
                               EVALUATE OL-TYPE
                                   WHEN "H"
                                       ADD 1 TO WS-ORDER-COUNT
                                       ADD OL-H-TOTAL TO WS-SHIFT-SALES
                                   WHEN "V"
                                   WHEN "F"
                                       PERFORM 200-LIST-ONE-REVERSAL
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-LOG-FILE
           END-IF.
       200-LIST-ONE-REVERSAL.
           MOVE OL-ORDER-NO     TO VD-ORDER-NO
           MOVE OL-H-AMOUNT     TO VD-AMOUNT
           MOVE OL-H-TAX        TO VD-TAX
           MOVE OL-H-TOTAL      TO VD-TOTAL
           MOVE OL-H-PAY-METHOD TO VD-TENDER
           MOVE OL-H-REASON     TO VD-REASON
           MOVE OL-H-MANAGER    TO VD-MANAGER
           MOVE SPACES TO VD-REASON-DESC
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > WS-REASON-COUNT
               IF WS-RS-CODE (WS-REASON-SUB) = OL-H-REASON
                   MOVE WS-RS-DESC (WS-REASON-SUB) TO VD-REASON-DESC
               END-IF
           END-PERFORM
           IF OL-TYPE = "V"
               MOVE "VOID  " TO VD-TYPE
               ADD 1 TO WS-VOID-COUNT
               ADD OL-H-TOTAL TO WS-VOID-TOTAL
           ELSE
               MOVE "REFUND" TO VD-TYPE
               ADD 1 TO WS-REFUND-COUNT
               ADD OL-H-TOTAL TO WS-REFUND-TOTAL
           END-IF
           WRITE VOID-REPORT-REC FROM VOID-DETAIL-LINE
           PERFORM VARYING WS-MGR-SUB FROM 1 BY 1
                   UNTIL WS-MGR-SUB > WS-MGR-COUNT
                      OR WS-MG-ID (WS-MGR-SUB) = OL-H-MANAGER
               CONTINUE
           END-PERFORM
           IF WS-MGR-SUB > WS-MGR-COUNT AND WS-MGR-COUNT < 20
               ADD 1 TO WS-MGR-COUNT
               MOVE OL-H-MANAGER TO WS-MG-ID (WS-MGR-SUB)
               MOVE ZERO TO WS-MG-COUNT (WS-MGR-SUB)
               MOVE ZERO TO WS-MG-TOTAL (WS-MGR-SUB)
           END-IF
           IF WS-MGR-SUB <= WS-MGR-COUNT
               ADD 1 TO WS-MG-COUNT (WS-MGR-SUB)
               ADD OL-H-TOTAL TO WS-MG-TOTAL (WS-MGR-SUB)
           END-IF.
      ******************************************************************
      * Totals by type, then each manager's reversals as a share of
      * the shift's sales against the limit. Reversals on a shift
      * with no sales are flagged outright.
      ******************************************************************
       300-PRINT-TOTALS.
           IF WS-VOID-COUNT + WS-REFUND-COUNT = ZERO
               MOVE "      NO VOIDS OR REFUNDS ON THE SHIFT"
                   TO VOID-REPORT-REC
               WRITE VOID-REPORT-REC
           END-IF
           MOVE SPACES TO VOID-REPORT-REC
           WRITE VOID-REPORT-REC
           MOVE "SHIFT SALES:    " TO VT-LABEL
           MOVE WS-ORDER-COUNT TO VT-COUNT
           MOVE WS-SHIFT-SALES TO VT-TOTAL
           WRITE VOID-REPORT-REC FROM VOID-TOTAL-LINE
           MOVE "VOIDS:          " TO VT-LABEL
           MOVE WS-VOID-COUNT TO VT-COUNT
           MOVE WS-VOID-TOTAL TO VT-TOTAL
           WRITE VOID-REPORT-REC FROM VOID-TOTAL-LINE
           MOVE "REFUNDS:        " TO VT-LABEL
           MOVE WS-REFUND-COUNT TO VT-COUNT
           MOVE WS-REFUND-TOTAL TO VT-TOTAL
           WRITE VOID-REPORT-REC FROM VOID-TOTAL-LINE
           IF WS-MGR-COUNT > ZERO
               MOVE WS-LIMIT-PCT TO MH-LIMIT
               MOVE SPACES TO VOID-REPORT-REC
               WRITE VOID-REPORT-REC
               WRITE VOID-REPORT-REC FROM MANAGER-HEADING
               PERFORM 310-PRINT-ONE-MANAGER
                   VARYING WS-MGR-SUB FROM 1 BY 1
                   UNTIL WS-MGR-SUB > WS-MGR-COUNT
           END-IF.
       310-PRINT-ONE-MANAGER.
           MOVE WS-MG-ID (WS-MGR-SUB)    TO MG-ID
           MOVE WS-MG-COUNT (WS-MGR-SUB) TO MG-COUNT
           MOVE WS-MG-TOTAL (WS-MGR-SUB) TO MG-TOTAL
           MOVE SPACES TO MG-FLAG
           IF WS-SHIFT-SALES = ZERO
               MOVE ZERO TO MG-SHARE
               MOVE "** NO SHIFT SALES" TO MG-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
           ELSE
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-MG-TOTAL (WS-MGR-SUB) * 100 / WS-SHIFT-SALES
               MOVE WS-SHARE-PCT TO MG-SHARE
               IF WS-SHARE-PCT > WS-LIMIT-PCT
                   MOVE "** OVER VOID LIMIT" TO MG-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-IF
           WRITE VOID-REPORT-REC FROM MANAGER-LINE.
       END PROGRAM VoidRpt.
