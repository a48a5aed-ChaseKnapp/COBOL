       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrmConv.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     One-time load of the system parameter master SYSPARM.DAT
      *     from the one-value control files it replaces: TAXRATE.DAT
      *     (Lab2), FINRATE.DAT (ArFin), VARLIMIT.DAT (Lab3),
      *     CUSTARCH.DAT (CustArch), BATCHWIN.DAT (BatchWin),
      *     TRUCKCAP.DAT (ShipMani), the run-size record at the head
      *     of DRIVRUN.DAT (PizzaRun), COMPCTL.DAT (CompRpt),
      *     EXAM2LIM.DAT (EXAM2), PAYPER.DAT (the PAYROLL programs),
      *     CREDCTL.DAT (CustMaint and CredAppr), HOLDCTL.DAT
      *     (ShipAge), DRVRATE.DAT (DrvSetl), LOYCTL.DAT (Lab2 and
      *     LoyRpt), GLBUDCTL.DAT (GlBudRpt), CREDRULE.DAT (CredRev)
      *     and the limit record on VOIDCTL.DAT (VoidRpt). Each value
      *     found is added effective today; a file that is missing
      *     or holds no usable value adds the program's compiled-in
      *     default instead, so every program finds its settings
      *     from the first run. Pay period dates have no default and
      *     are added only from PAYPER.DAT. A parameter already on
      *     SYSPARM.DAT is left as it is, so the run can be repeated
      *     safely. Every setting added goes to the shared
      *     MNTAUDIT.LOG under the signed-on operator (function "U",
      *     as PrmMaint). DRIVRUN.DAT is rewritten without its old
      *     run-size record, leaving the driver list PizzaRun now
      *     reads it for. The old control files are not read by
      *     anything afterward and are left for the operator to
      *     remove, except VOIDCTL.DAT: its reason records are
      *     still read by OrdVoid and VoidRpt, and its limit record
      *     is simply passed over from now on.
      * Input:
      *     TAXRATE.DAT, FINRATE.DAT, VARLIMIT.DAT, CUSTARCH.DAT,
      *     BATCHWIN.DAT, TRUCKCAP.DAT, DRIVRUN.DAT, COMPCTL.DAT,
      *     EXAM2LIM.DAT, PAYPER.DAT, CREDCTL.DAT, HOLDCTL.DAT,
      *     DRVRATE.DAT, LOYCTL.DAT, GLBUDCTL.DAT, CREDRULE.DAT,
      *     VOIDCTL.DAT, SYSPARM.DAT, OPERATOR.DAT
      * Output:
      *     SYSPARM.DAT (rewritten)
      *     DRIVRUN.DAT (rewritten without the run-size record)
      *     MNTAUDIT.LOG (after images, appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
           SELECT  TAXRATE-FILE
               ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT  FINRATE-FILE
               ASSIGN TO "FINRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT  VARLIMIT-FILE
               ASSIGN TO "VARLIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT  ARCH-CONTROL-FILE
               ASSIGN TO "CUSTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT  WINDOW-CONTROL-FILE
               ASSIGN TO "BATCHWIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT  TRUCK-CAP-FILE
               ASSIGN TO "TRUCKCAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT  RUN-CONTROL-FILE
               ASSIGN TO "DRIVRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT  COMP-CONTROL-FILE
               ASSIGN TO "COMPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT  LIMIT-FILE
               ASSIGN TO "EXAM2LIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT  PAY-PERIOD-FILE
               ASSIGN TO "PAYPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT  CREDIT-CONTROL-FILE
               ASSIGN TO "CREDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT  HOLD-CONTROL-FILE
               ASSIGN TO "HOLDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT  MILEAGE-RATE-FILE
               ASSIGN TO "DRVRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT  LOYALTY-CONTROL-FILE
               ASSIGN TO "LOYCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT  BUDCTL-FILE
               ASSIGN TO "GLBUDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT  CREDRULE-FILE
               ASSIGN TO "CREDRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT  VOID-CONTROL-FILE
               ASSIGN TO "VOIDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT  MAINT-AUDIT-FILE
               ASSIGN TO "MNTAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
           COPY PARMREC.
      ******************************************************************
      * The old control-file layouts, as their programs read them.
      ******************************************************************
       FD  TAXRATE-FILE.
       01  TAXRATE-REC.
           05  TR-TAX-RATE           PIC 9V999.
       FD  FINRATE-FILE.
       01  FINRATE-REC.
           05  FR-MONTHLY-RATE       PIC 9V999.
           05  FILLER                PIC X.
           05  FR-GRACE-DAYS         PIC 9(3).
       FD  VARLIMIT-FILE.
       01  VARLIMIT-REC.
           05  VL-LIMIT-PCT          PIC 99V9.
       FD  ARCH-CONTROL-FILE.
       01  ARCH-CONTROL-REC.
           05  CA-CUTOFF-DAYS        PIC 9(4).
       FD  WINDOW-CONTROL-FILE.
       01  WINDOW-CONTROL-REC.
           05  BW-FLAG-PCT           PIC 9(3).
           05  FILLER                PIC X.
           05  BW-WINDOW-MINUTES     PIC 9(4).
       FD  TRUCK-CAP-FILE.
       01  TRUCK-CAP-REC.
           05  TC-MAX-WEIGHT         PIC 9(5).
           05  FILLER                PIC X.
           05  TC-MAX-PACKAGES       PIC 9(3).
           05  FILLER                PIC X.
           05  TC-MAX-CUBE           PIC 9(5).
      ******************************************************************
      * DRIVRUN.DAT: the old run-size record (two digits alone on
      * the first line) ahead of the drivers' EMP-NOs.
      ******************************************************************
       FD  RUN-CONTROL-FILE.
       01  RUN-DRIVER-REC            PIC X(20).
       01  RUN-CONTROL-REC.
           05  DR-ORDERS-PER-RUN     PIC 99.
           05  DR-REST               PIC X(18).
       FD  COMP-CONTROL-FILE.
       01  COMP-CONTROL-REC.
           05  CC-STALE-RUNS         PIC 9(3).
       FD  LIMIT-FILE.
       01  LIMIT-REC.
           05  EL-THRESHOLD          PIC 9(7).
       FD  PAY-PERIOD-FILE.
       01  PAY-PERIOD-REC.
           05  PP-PERIODS-PER-YEAR   PIC 99.
           05  FILLER                PIC X.
           05  PP-PERIOD-START       PIC 9(8).
           05  FILLER                PIC X.
           05  PP-PERIOD-END         PIC 9(8).
           05  FILLER                PIC X.
           05  PP-PAY-DATE           PIC 9(8).
       FD  CREDIT-CONTROL-FILE.
       01  CREDIT-CONTROL-REC.
           05  CC-THRESHOLD          PIC 9(7)V99.
           05  FILLER                PIC X.
           05  CC-STALE-DAYS         PIC 9(3).
       FD  HOLD-CONTROL-FILE.
       01  HOLD-CONTROL-REC.
           05  HC-HOLD-DAYS          PIC 9(3).
       FD  MILEAGE-RATE-FILE.
       01  MILEAGE-RATE-REC.
           05  MR-RATE-PER-MILE      PIC 9V999.
       FD  LOYALTY-CONTROL-FILE.
       01  LOYALTY-CONTROL-REC.
           05  LC-POINTS-PER-DOLLAR  PIC 9(3).
           05  FILLER                PIC X.
           05  LC-POINT-VALUE        PIC 9V9999.
           05  FILLER                PIC X.
           05  LC-EXPIRE-MONTHS      PIC 9(3).
       FD  BUDCTL-FILE.
       01  BUDCTL-REC.
           05  BC-TOLERANCE-PCT      PIC 9(3)V9.
           05  FILLER                PIC X.
           05  BC-ALERT-FLOOR        PIC 9(7)V99.
       FD  CREDRULE-FILE.
       01  CREDRULE-REC.
           05  CR-LOOKBACK-DAYS      PIC 9(3).
           05  FILLER                PIC X.
           05  CR-FAST-DAYS          PIC 9(3).
           05  FILLER                PIC X.
           05  CR-SLOW-DAYS          PIC 9(3).
           05  FILLER                PIC X.
           05  CR-RAISE-PCT          PIC 9(3).
           05  FILLER                PIC X.
           05  CR-CUT-PCT            PIC 9(3).
           05  FILLER                PIC X.
           05  CR-MAX-LETTERS        PIC 9(2).
           05  FILLER                PIC X.
           05  CR-MAX-FIN-CHARGES    PIC 9(2).
           05  FILLER                PIC X.
           05  CR-MIN-RELEASES       PIC 9(2).
      ******************************************************************
      * VOIDCTL.DAT: only the "L" record's limit percent is taken;
      * the "R" reason records stay where they are.
      ******************************************************************
       FD  VOID-CONTROL-FILE.
       01  VOID-CONTROL-REC.
           05  VC-TYPE               PIC X.
           05  FILLER                PIC X.
           05  VC-LIMIT-PCT          PIC 99V9.
           05  FILLER                PIC X(20).
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-OUTREC    PIC X(320).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * Shared maintenance-audit record and work fields; see
      * MNTAUDIT.
      ******************************************************************
           COPY MNTAUDIT.
       01  WS-MAUD-FIELDS.
           05  WS-MAUD-STATUS     PIC XX.
           05  WS-MAUD-NOW        PIC X(21) VALUE SPACES.
      ******************************************************************
      * Shared system parameter fields (status, end-of-file switch);
      * see PARMWS.
      ******************************************************************
           COPY PARMWS.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  WS-OLD-STATUS         PIC XX.
       77  WS-OLD-EOF            PIC X     VALUE "N".
       77  WS-TODAY              PIC 9(8)  VALUE ZERO.
       77  WS-PRM-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-INSERT-SUB         PIC 9(4)  VALUE ZERO.
       77  WS-ON-FILE            PIC X     VALUE "N".
       77  WS-ADDED-COUNT        PIC 9(3)  VALUE ZERO.
       77  WS-LEFT-COUNT         PIC 9(3)  VALUE ZERO.
       77  WS-DEFAULT-COUNT      PIC 9(3)  VALUE ZERO.
       77  WS-LEAD               PIC 99    VALUE ZERO.
       77  WS-DRV-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-STRIP-DRIVRUN      PIC X     VALUE "N".
      ******************************************************************
      * The setting being added: its key, description and value,
      * and where the value came from -- the old file ("C") or the
      * program's compiled-in default ("D").
      ******************************************************************
       01  WS-NEW-KEY.
           05  WS-NK-PROGRAM      PIC X(8)  VALUE SPACES.
           05  WS-NK-NAME         PIC X(12) VALUE SPACES.
           05  WS-NK-EFFECTIVE    PIC 9(8)  VALUE ZERO.
       01  WS-NEW-SETTING.
           05  WS-NEW-VALUE       PIC X(20) VALUE SPACES.
           05  WS-NEW-DESC        PIC X(30) VALUE SPACES.
           05  WS-NEW-SOURCE      PIC X     VALUE SPACE.
               88  WS-FROM-OLD-FILE         VALUE "C".
               88  WS-FROM-DEFAULT          VALUE "D".
           05  WS-OLD-FILE-NAME   PIC X(12) VALUE SPACES.
      ******************************************************************
      * Values staged in their old pictures, then edited and
      * left-justified into the text SYSPARM.DAT keeps ("0.055").
      ******************************************************************
       01  WS-CONVERT-FIELDS.
           05  WS-CV-RATE         PIC 9V999     VALUE ZERO.
           05  WS-CV-FINE-RATE    PIC 9V9999    VALUE ZERO.
           05  WS-CV-PCT          PIC 9(3)V9    VALUE ZERO.
           05  WS-CV-NUMBER       PIC 9(8)      VALUE ZERO.
           05  WS-CV-AMOUNT       PIC 9(7)V99   VALUE ZERO.
           05  WS-ED-RATE         PIC 9.999.
           05  WS-ED-FINE-RATE    PIC 9.9999.
           05  WS-ED-PCT          PIC ZZ9.9.
           05  WS-ED-NUMBER       PIC Z(7)9.
           05  WS-ED-AMOUNT       PIC Z(6)9.99.
           05  WS-ED-TEXT         PIC X(20)     VALUE SPACES.
      ******************************************************************
      * SYSPARM.DAT held whole in program/name/effective-date order,
      * the same table PrmMaint keeps; and the DRIVRUN.DAT drivers.
      ******************************************************************
       01  WS-PRM-TABLE.
           05  WS-PRM-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-PRM-ENTRY       OCCURS 1000 TIMES.
               10  WS-PT-KEY.
                   15  WS-PT-PROGRAM    PIC X(8).
                   15  WS-PT-NAME       PIC X(12).
                   15  WS-PT-EFFECTIVE  PIC 9(8).
               10  WS-PT-REC      PIC X(100).
       01  WS-DRV-TABLE.
           05  WS-DRV-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-DRV-ENTRY       OCCURS 500 TIMES
                                  PIC X(20).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM 100-LOAD-PARAMETER-TABLE
           PERFORM 200-CONVERT-TAXRATE
           PERFORM 210-CONVERT-FINRATE
           PERFORM 220-CONVERT-VARLIMIT
           PERFORM 230-CONVERT-CUSTARCH
           PERFORM 240-CONVERT-BATCHWIN
           PERFORM 250-CONVERT-TRUCKCAP
           PERFORM 260-CONVERT-DRIVRUN
           PERFORM 270-CONVERT-COMPCTL
           PERFORM 280-CONVERT-EXAM2LIM
           PERFORM 290-CONVERT-PAYPER
           PERFORM 300-CONVERT-CREDCTL
           PERFORM 310-CONVERT-HOLDCTL
           PERFORM 320-CONVERT-DRVRATE
           PERFORM 330-CONVERT-LOYCTL
           PERFORM 340-CONVERT-GLBUDCTL
           PERFORM 350-CONVERT-CREDRULE
           PERFORM 360-CONVERT-VOIDCTL
           IF WS-ADDED-COUNT > ZERO
               PERFORM 500-REWRITE-PARAMETER-FILE
           END-IF
           IF WS-STRIP-DRIVRUN = "Y"
               PERFORM 600-REWRITE-DRIVRUN
           END-IF
           DISPLAY "PARAMETER CONVERSION COMPLETE - " WS-ADDED-COUNT
               " ADDED (" WS-DEFAULT-COUNT " AS DEFAULTS), "
               WS-LEFT-COUNT " ALREADY ON FILE"
           IF WS-ADDED-COUNT > ZERO
               DISPLAY "THE OLD CONTROL FILES ARE NO LONGER READ AND "
                   "MAY BE REMOVED"
           END-IF
           STOP RUN.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
      * function "U" among its allowed functions. With no operator
      * file on disk yet the sign-on is not enforced, only recorded.
      ******************************************************************
       050-OPERATOR-SIGNON.
           MOVE "N" TO WS-SIGNON-OK
           DISPLAY 'ENTER OPERATOR ID'
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY 'OPERATOR.DAT NOT FOUND - SIGN-ON NOT ENFORCED'
               MOVE "Y" TO WS-SIGNON-OK
           ELSE
               PERFORM UNTIL WS-OPER-EOF = "Y"
                   READ OPERATOR-FILE
                       AT END
                           MOVE "Y" TO WS-OPER-EOF
                       NOT AT END
                           IF OP-ID = WS-OPERATOR-ID
                               MOVE "Y" TO WS-OPER-EOF
                               MOVE OP-NAME TO WS-OPERATOR-NAME
                               MOVE ZERO TO WS-FUNC-TALLY
                               INSPECT OP-FUNCTIONS TALLYING
                                   WS-FUNC-TALLY FOR ALL "U"
                               IF WS-FUNC-TALLY > ZERO
                                   MOVE "Y" TO WS-SIGNON-OK
                               END-IF
                           END-IF
               END-PERFORM
               CLOSE OPERATOR-FILE
               IF WS-SIGNON-OK = "Y"
                   DISPLAY 'SIGNED ON: ' WS-OPERATOR-NAME
               ELSE
                   DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' NOT AUTHORIZED FOR THIS FUNCTION'
               END-IF
           END-IF.
       100-LOAD-PARAMETER-TABLE.
           OPEN INPUT PARAMETER-FILE
           IF PRM-STATUS = "00"
               PERFORM UNTIL PRM-EOF = "Y"
                   READ PARAMETER-FILE
                       AT END
                           MOVE "Y" TO PRM-EOF
                       NOT AT END
                           IF PM-PROGRAM NOT = SPACES
                              AND PM-NAME NOT = SPACES
                              AND WS-PRM-COUNT < 1000
                               MOVE PM-PROGRAM TO WS-NK-PROGRAM
                               MOVE PM-NAME TO WS-NK-NAME
                               MOVE PM-EFFECTIVE TO WS-NK-EFFECTIVE
                               PERFORM 120-INSERT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF.
      ******************************************************************
      * PARAMETER-REC goes into the table at WS-NEW-KEY's place in
      * key order.
      ******************************************************************
       120-INSERT-ENTRY.
           MOVE 1 TO WS-INSERT-SUB
           PERFORM UNTIL WS-INSERT-SUB > WS-PRM-COUNT
                      OR WS-PT-KEY (WS-INSERT-SUB) > WS-NEW-KEY
               ADD 1 TO WS-INSERT-SUB
           END-PERFORM
           PERFORM VARYING WS-PRM-SUB FROM WS-PRM-COUNT BY -1
                   UNTIL WS-PRM-SUB < WS-INSERT-SUB
               MOVE WS-PRM-ENTRY (WS-PRM-SUB)
                   TO WS-PRM-ENTRY (WS-PRM-SUB + 1)
           END-PERFORM
           MOVE WS-NEW-KEY TO WS-PT-KEY (WS-INSERT-SUB)
           MOVE PARAMETER-REC TO WS-PT-REC (WS-INSERT-SUB)
           ADD 1 TO WS-PRM-COUNT.
      ******************************************************************
      * Each old file is read for its one record; a value that is
      * not numeric or not above zero is passed over for the default,
      * the same test the program made when it read the file.
      ******************************************************************
       200-CONVERT-TAXRATE.
           MOVE "TAXRATE.DAT" TO WS-OLD-FILE-NAME
           MOVE .055 TO WS-CV-RATE
           MOVE "D" TO WS-NEW-SOURCE
           OPEN INPUT TAXRATE-FILE
           IF WS-OLD-STATUS = "00"
               READ TAXRATE-FILE
                   NOT AT END
                       IF TR-TAX-RATE IS NUMERIC
                          AND TR-TAX-RATE > ZERO
                           MOVE TR-TAX-RATE TO WS-CV-RATE
                           MOVE "C" TO WS-NEW-SOURCE
                       END-IF
               END-READ
               CLOSE TAXRATE-FILE
           END-IF
           MOVE "LAB2" TO WS-NK-PROGRAM
           MOVE "TAX-RATE" TO WS-NK-NAME
           MOVE "SALES TAX RATE" TO WS-NEW-DESC
           PERFORM 820-RATE-VALUE
           PERFORM 800-ADD-SETTING.
       210-CONVERT-FINRATE.
           MOVE "FINRATE.DAT" TO WS-OLD-FILE-NAME
           MOVE .015 TO WS-CV-RATE
           MOVE 30 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           MOVE LOW-VALUES TO FINRATE-REC
           OPEN INPUT FINRATE-FILE
           IF WS-OLD-STATUS = "00"
               READ FINRATE-FILE
                   NOT AT END
                       IF FR-MONTHLY-RATE IS NUMERIC
                          AND FR-MONTHLY-RATE > ZERO
                           MOVE FR-MONTHLY-RATE TO WS-CV-RATE
                           MOVE "C" TO WS-NEW-SOURCE
                       END-IF
               END-READ
               CLOSE FINRATE-FILE
           END-IF
           MOVE "ARFIN" TO WS-NK-PROGRAM
           MOVE "MONTHLY-RATE" TO WS-NK-NAME
           MOVE "FINANCE CHARGE MONTHLY RATE" TO WS-NEW-DESC
           PERFORM 820-RATE-VALUE
           PERFORM 800-ADD-SETTING
           MOVE "D" TO WS-NEW-SOURCE
           IF FR-GRACE-DAYS IS NUMERIC AND FR-GRACE-DAYS > ZERO
               MOVE FR-GRACE-DAYS TO WS-CV-NUMBER
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "GRACE-DAYS" TO WS-NK-NAME
           MOVE "DAYS PAST DUE BEFORE CHARGE" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING.
       220-CONVERT-VARLIMIT.
           MOVE "VARLIMIT.DAT" TO WS-OLD-FILE-NAME
           MOVE 10.0 TO WS-CV-PCT
           MOVE "D" TO WS-NEW-SOURCE
           OPEN INPUT VARLIMIT-FILE
           IF WS-OLD-STATUS = "00"
               READ VARLIMIT-FILE
                   NOT AT END
                       IF VL-LIMIT-PCT IS NUMERIC
                          AND VL-LIMIT-PCT > ZERO
                           MOVE VL-LIMIT-PCT TO WS-CV-PCT
                           MOVE "C" TO WS-NEW-SOURCE
                       END-IF
               END-READ
               CLOSE VARLIMIT-FILE
           END-IF
           MOVE "LAB3" TO WS-NK-PROGRAM
           MOVE "VARIANCE-PCT" TO WS-NK-NAME
           MOVE "VARIANCE REVIEW LIMIT PERCENT" TO WS-NEW-DESC
           PERFORM 830-PCT-VALUE
           PERFORM 800-ADD-SETTING.
       230-CONVERT-CUSTARCH.
           MOVE "CUSTARCH.DAT" TO WS-OLD-FILE-NAME
           MOVE 365 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           OPEN INPUT ARCH-CONTROL-FILE
           IF WS-OLD-STATUS = "00"
               READ ARCH-CONTROL-FILE
                   NOT AT END
                       IF CA-CUTOFF-DAYS IS NUMERIC
                          AND CA-CUTOFF-DAYS > ZERO
                           MOVE CA-CUTOFF-DAYS TO WS-CV-NUMBER
                           MOVE "C" TO WS-NEW-SOURCE
                       END-IF
               END-READ
               CLOSE ARCH-CONTROL-FILE
           END-IF
           MOVE "CUSTARCH" TO WS-NK-PROGRAM
           MOVE "CUTOFF-DAYS" TO WS-NK-NAME
           MOVE "DAYS KEPT BEFORE ARCHIVING" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING.
       240-CONVERT-BATCHWIN.
           MOVE "BATCHWIN.DAT" TO WS-OLD-FILE-NAME
           MOVE LOW-VALUES TO WINDOW-CONTROL-REC
           OPEN INPUT WINDOW-CONTROL-FILE
           IF WS-OLD-STATUS = "00"
               READ WINDOW-CONTROL-FILE
                   AT END
                       MOVE LOW-VALUES TO WINDOW-CONTROL-REC
               END-READ
               CLOSE WINDOW-CONTROL-FILE
           END-IF
           MOVE "BATCHWIN" TO WS-NK-PROGRAM
           MOVE 50 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           IF BW-FLAG-PCT IS NUMERIC AND BW-FLAG-PCT > ZERO
               MOVE BW-FLAG-PCT TO WS-CV-NUMBER
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "FLAG-PCT" TO WS-NK-NAME
           MOVE "RUN OVER ITS NORM FLAG PERCENT" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING
           MOVE 240 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           IF BW-WINDOW-MINUTES IS NUMERIC
              AND BW-WINDOW-MINUTES > ZERO
               MOVE BW-WINDOW-MINUTES TO WS-CV-NUMBER
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "WINDOW-MINS" TO WS-NK-NAME
           MOVE "BATCH WINDOW TARGET MINUTES" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING.
       250-CONVERT-TRUCKCAP.
           MOVE "TRUCKCAP.DAT" TO WS-OLD-FILE-NAME
           MOVE LOW-VALUES TO TRUCK-CAP-REC
           OPEN INPUT TRUCK-CAP-FILE
           IF WS-OLD-STATUS = "00"
               READ TRUCK-CAP-FILE
                   AT END
                       MOVE LOW-VALUES TO TRUCK-CAP-REC
               END-READ
               CLOSE TRUCK-CAP-FILE
           END-IF
           MOVE "SHIPMANI" TO WS-NK-PROGRAM
           MOVE 2000 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           IF TC-MAX-WEIGHT IS NUMERIC AND TC-MAX-WEIGHT > ZERO
               MOVE TC-MAX-WEIGHT TO WS-CV-NUMBER
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "MAX-WEIGHT" TO WS-NK-NAME
           MOVE "TRUCK CAPACITY - WEIGHT" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING
           MOVE 50 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           IF TC-MAX-PACKAGES IS NUMERIC AND TC-MAX-PACKAGES > ZERO
               MOVE TC-MAX-PACKAGES TO WS-CV-NUMBER
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "MAX-PACKAGES" TO WS-NK-NAME
           MOVE "TRUCK CAPACITY - PACKAGES" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING
           MOVE 1600 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           IF TC-MAX-CUBE IS NUMERIC AND TC-MAX-CUBE > ZERO
               MOVE TC-MAX-CUBE TO WS-CV-NUMBER
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "MAX-CUBE" TO WS-NK-NAME
           MOVE "TRUCK CAPACITY - CUBE" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING.
      ******************************************************************
      * The run size is the old first record of DRIVRUN.DAT: two
      * digits and nothing else on the line (an EMP-NO is five
      * characters). When it is there the file is marked to be
      * rewritten without it, whether or not the setting was added,
      * since PizzaRun now takes every line as a driver.
      ******************************************************************
       260-CONVERT-DRIVRUN.
           MOVE "DRIVRUN.DAT" TO WS-OLD-FILE-NAME
           MOVE 4 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-OLD-STATUS = "00"
               READ RUN-CONTROL-FILE
                   NOT AT END
                       IF DR-ORDERS-PER-RUN IS NUMERIC
                          AND DR-REST = SPACES
                           MOVE "Y" TO WS-STRIP-DRIVRUN
                           IF DR-ORDERS-PER-RUN > ZERO
                               MOVE DR-ORDERS-PER-RUN TO WS-CV-NUMBER
                               MOVE "C" TO WS-NEW-SOURCE
                           END-IF
                       END-IF
               END-READ
               IF WS-STRIP-DRIVRUN = "Y"
                   PERFORM UNTIL WS-OLD-EOF = "Y"
                       READ RUN-CONTROL-FILE
                           AT END
                               MOVE "Y" TO WS-OLD-EOF
                           NOT AT END
                               IF WS-DRV-COUNT < 500
                                   ADD 1 TO WS-DRV-COUNT
                                   MOVE RUN-DRIVER-REC
                                       TO WS-DRV-ENTRY (WS-DRV-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF
           MOVE "PIZZARUN" TO WS-NK-PROGRAM
           MOVE "ORDERS-RUN" TO WS-NK-NAME
           MOVE "DELIVERY ORDERS PER RUN" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING.
       270-CONVERT-COMPCTL.
           MOVE "COMPCTL.DAT" TO WS-OLD-FILE-NAME
           MOVE 3 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           OPEN INPUT COMP-CONTROL-FILE
           IF WS-OLD-STATUS = "00"
               READ COMP-CONTROL-FILE
                   NOT AT END
                       IF CC-STALE-RUNS IS NUMERIC
                          AND CC-STALE-RUNS > ZERO
                           MOVE CC-STALE-RUNS TO WS-CV-NUMBER
                           MOVE "C" TO WS-NEW-SOURCE
                       END-IF
               END-READ
               CLOSE COMP-CONTROL-FILE
           END-IF
           MOVE "COMPRPT" TO WS-NK-PROGRAM
           MOVE "STALE-RUNS" TO WS-NK-NAME
           MOVE "RAISE RUNS WITHOUT A RAISE" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING.
       280-CONVERT-EXAM2LIM.
           MOVE "EXAM2LIM.DAT" TO WS-OLD-FILE-NAME
           MOVE 50000 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           OPEN INPUT LIMIT-FILE
           IF WS-OLD-STATUS = "00"
               READ LIMIT-FILE
                   NOT AT END
                       IF EL-THRESHOLD IS NUMERIC
                          AND EL-THRESHOLD > ZERO
                           MOVE EL-THRESHOLD TO WS-CV-NUMBER
                           MOVE "C" TO WS-NEW-SOURCE
                       END-IF
               END-READ
               CLOSE LIMIT-FILE
           END-IF
           MOVE "EXAM2" TO WS-NK-PROGRAM
           MOVE "REVIEW-LIMIT" TO WS-NK-NAME
           MOVE "LARGE TRANSACTION REVIEW LIMIT" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING.
      ******************************************************************
      * PAYPER.DAT's periods per year default to semi-monthly; its
      * period dates and pay date are added only when the file has
      * them (a record in the old two-byte layout has none).
      ******************************************************************
       290-CONVERT-PAYPER.
           MOVE "PAYPER.DAT" TO WS-OLD-FILE-NAME
           MOVE LOW-VALUES TO PAY-PERIOD-REC
           OPEN INPUT PAY-PERIOD-FILE
           IF WS-OLD-STATUS = "00"
               READ PAY-PERIOD-FILE
                   AT END
                       MOVE LOW-VALUES TO PAY-PERIOD-REC
               END-READ
               CLOSE PAY-PERIOD-FILE
           END-IF
           MOVE "PAYROLL" TO WS-NK-PROGRAM
           MOVE 24 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           IF PP-PERIODS-PER-YEAR IS NUMERIC
              AND PP-PERIODS-PER-YEAR > ZERO
               MOVE PP-PERIODS-PER-YEAR TO WS-CV-NUMBER
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "PERIODS-YEAR" TO WS-NK-NAME
           MOVE "PAY PERIODS PER YEAR" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING
           MOVE "C" TO WS-NEW-SOURCE
           MOVE "PERIOD-START" TO WS-NK-NAME
           IF PP-PERIOD-START IS NUMERIC AND PP-PERIOD-START > ZERO
               MOVE PP-PERIOD-START TO WS-CV-NUMBER
               MOVE "OPEN PAY PERIOD FIRST DAY" TO WS-NEW-DESC
               PERFORM 840-NUMBER-VALUE
               PERFORM 800-ADD-SETTING
           ELSE
               PERFORM 850-NO-DATE-ON-FILE
           END-IF
           MOVE "PERIOD-END" TO WS-NK-NAME
           IF PP-PERIOD-END IS NUMERIC AND PP-PERIOD-END > ZERO
               MOVE PP-PERIOD-END TO WS-CV-NUMBER
               MOVE "OPEN PAY PERIOD LAST DAY" TO WS-NEW-DESC
               PERFORM 840-NUMBER-VALUE
               PERFORM 800-ADD-SETTING
           ELSE
               PERFORM 850-NO-DATE-ON-FILE
           END-IF
           MOVE "PAY-DATE" TO WS-NK-NAME
           IF PP-PAY-DATE IS NUMERIC AND PP-PAY-DATE > ZERO
               MOVE PP-PAY-DATE TO WS-CV-NUMBER
               MOVE "OPEN PAY PERIOD PAY DATE" TO WS-NEW-DESC
               PERFORM 840-NUMBER-VALUE
               PERFORM 800-ADD-SETTING
           ELSE
               PERFORM 850-NO-DATE-ON-FILE
           END-IF.
      ******************************************************************
      * The control files below were read with a numeric test only,
      * so a zero on file is a setting and is carried over as one;
      * only the look-back window had to be above zero, and only the
      * cut percent under 100.
      ******************************************************************
       300-CONVERT-CREDCTL.
           MOVE "CREDCTL.DAT" TO WS-OLD-FILE-NAME
           MOVE LOW-VALUES TO CREDIT-CONTROL-REC
           OPEN INPUT CREDIT-CONTROL-FILE
           IF WS-OLD-STATUS = "00"
               READ CREDIT-CONTROL-FILE
                   AT END
                       MOVE LOW-VALUES TO CREDIT-CONTROL-REC
               END-READ
               CLOSE CREDIT-CONTROL-FILE
           END-IF
           MOVE "CREDIT" TO WS-NK-PROGRAM
           MOVE 1000.00 TO WS-CV-AMOUNT
           MOVE "D" TO WS-NEW-SOURCE
           IF CC-THRESHOLD IS NUMERIC
               MOVE CC-THRESHOLD TO WS-CV-AMOUNT
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "APPROVE-OVER" TO WS-NK-NAME
           MOVE "LIMIT NEEDING SECOND APPROVAL" TO WS-NEW-DESC
           PERFORM 860-AMOUNT-VALUE
           PERFORM 800-ADD-SETTING
           MOVE 3 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           IF CC-STALE-DAYS IS NUMERIC
               MOVE CC-STALE-DAYS TO WS-CV-NUMBER
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "STALE-DAYS" TO WS-NK-NAME
           MOVE "DAYS BEFORE A PENDING IS STALE" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING.
       310-CONVERT-HOLDCTL.
           MOVE "HOLDCTL.DAT" TO WS-OLD-FILE-NAME
           MOVE 30 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           OPEN INPUT HOLD-CONTROL-FILE
           IF WS-OLD-STATUS = "00"
               READ HOLD-CONTROL-FILE
                   NOT AT END
                       IF HC-HOLD-DAYS IS NUMERIC
                           MOVE HC-HOLD-DAYS TO WS-CV-NUMBER
                           MOVE "C" TO WS-NEW-SOURCE
                       END-IF
               END-READ
               CLOSE HOLD-CONTROL-FILE
           END-IF
           MOVE "SHIPAGE" TO WS-NK-PROGRAM
           MOVE "HOLD-DAYS" TO WS-NK-NAME
           MOVE "DAYS PAST DUE BEFORE HOLD" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING.
       320-CONVERT-DRVRATE.
           MOVE "DRVRATE.DAT" TO WS-OLD-FILE-NAME
           MOVE .655 TO WS-CV-RATE
           MOVE "D" TO WS-NEW-SOURCE
           OPEN INPUT MILEAGE-RATE-FILE
           IF WS-OLD-STATUS = "00"
               READ MILEAGE-RATE-FILE
                   NOT AT END
                       IF MR-RATE-PER-MILE IS NUMERIC
                           MOVE MR-RATE-PER-MILE TO WS-CV-RATE
                           MOVE "C" TO WS-NEW-SOURCE
                       END-IF
               END-READ
               CLOSE MILEAGE-RATE-FILE
           END-IF
           MOVE "DRVSETL" TO WS-NK-PROGRAM
           MOVE "MILE-RATE" TO WS-NK-NAME
           MOVE "DRIVER MILEAGE RATE PER MILE" TO WS-NEW-DESC
           PERFORM 820-RATE-VALUE
           PERFORM 800-ADD-SETTING.
       330-CONVERT-LOYCTL.
           MOVE "LOYCTL.DAT" TO WS-OLD-FILE-NAME
           MOVE LOW-VALUES TO LOYALTY-CONTROL-REC
           OPEN INPUT LOYALTY-CONTROL-FILE
           IF WS-OLD-STATUS = "00"
               READ LOYALTY-CONTROL-FILE
                   AT END
                       MOVE LOW-VALUES TO LOYALTY-CONTROL-REC
               END-READ
               CLOSE LOYALTY-CONTROL-FILE
           END-IF
           MOVE "LOYALTY" TO WS-NK-PROGRAM
           MOVE 1 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           IF LC-POINTS-PER-DOLLAR IS NUMERIC
               MOVE LC-POINTS-PER-DOLLAR TO WS-CV-NUMBER
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "POINTS-DOLLR" TO WS-NK-NAME
           MOVE "POINTS EARNED PER DOLLAR" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING
           MOVE .0500 TO WS-CV-FINE-RATE
           MOVE "D" TO WS-NEW-SOURCE
           IF LC-POINT-VALUE IS NUMERIC
               MOVE LC-POINT-VALUE TO WS-CV-FINE-RATE
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "POINT-VALUE" TO WS-NK-NAME
           MOVE "DOLLAR VALUE OF ONE POINT" TO WS-NEW-DESC
           PERFORM 825-FINE-RATE-VALUE
           PERFORM 800-ADD-SETTING
           MOVE 12 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           IF LC-EXPIRE-MONTHS IS NUMERIC
               MOVE LC-EXPIRE-MONTHS TO WS-CV-NUMBER
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "EXPIRE-MONTH" TO WS-NK-NAME
           MOVE "MONTHS IDLE BEFORE POINTS END" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING.
       340-CONVERT-GLBUDCTL.
           MOVE "GLBUDCTL.DAT" TO WS-OLD-FILE-NAME
           MOVE LOW-VALUES TO BUDCTL-REC
           OPEN INPUT BUDCTL-FILE
           IF WS-OLD-STATUS = "00"
               READ BUDCTL-FILE
                   AT END
                       MOVE LOW-VALUES TO BUDCTL-REC
               END-READ
               CLOSE BUDCTL-FILE
           END-IF
           MOVE "GLBUDRPT" TO WS-NK-PROGRAM
           MOVE 10.0 TO WS-CV-PCT
           MOVE "D" TO WS-NEW-SOURCE
           IF BC-TOLERANCE-PCT IS NUMERIC
               MOVE BC-TOLERANCE-PCT TO WS-CV-PCT
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "TOLERANCE" TO WS-NK-NAME
           MOVE "BUDGET VARIANCE FLAG PERCENT" TO WS-NEW-DESC
           PERFORM 830-PCT-VALUE
           PERFORM 800-ADD-SETTING
           MOVE 1000.00 TO WS-CV-AMOUNT
           MOVE "D" TO WS-NEW-SOURCE
           IF BC-ALERT-FLOOR IS NUMERIC
               MOVE BC-ALERT-FLOOR TO WS-CV-AMOUNT
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "ALERT-FLOOR" TO WS-NK-NAME
           MOVE "SMALLEST VARIANCE ALERTED" TO WS-NEW-DESC
           PERFORM 860-AMOUNT-VALUE
           PERFORM 800-ADD-SETTING.
       350-CONVERT-CREDRULE.
           MOVE "CREDRULE.DAT" TO WS-OLD-FILE-NAME
           MOVE LOW-VALUES TO CREDRULE-REC
           OPEN INPUT CREDRULE-FILE
           IF WS-OLD-STATUS = "00"
               READ CREDRULE-FILE
                   AT END
                       MOVE LOW-VALUES TO CREDRULE-REC
               END-READ
               CLOSE CREDRULE-FILE
           END-IF
           MOVE "CREDREV" TO WS-NK-PROGRAM
           MOVE 365 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           IF CR-LOOKBACK-DAYS IS NUMERIC AND CR-LOOKBACK-DAYS > ZERO
               MOVE CR-LOOKBACK-DAYS TO WS-CV-NUMBER
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "LOOKBACK-DAY" TO WS-NK-NAME
           MOVE "REVIEW LOOK-BACK WINDOW DAYS" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING
           MOVE 20 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           IF CR-FAST-DAYS IS NUMERIC
               MOVE CR-FAST-DAYS TO WS-CV-NUMBER
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "FAST-DAYS" TO WS-NK-NAME
           MOVE "AVERAGE DAYS TO PAY - FAST" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING
           MOVE 45 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           IF CR-SLOW-DAYS IS NUMERIC
               MOVE CR-SLOW-DAYS TO WS-CV-NUMBER
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "SLOW-DAYS" TO WS-NK-NAME
           MOVE "AVERAGE DAYS TO PAY - SLOW" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING
           MOVE 20 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           IF CR-RAISE-PCT IS NUMERIC
               MOVE CR-RAISE-PCT TO WS-CV-NUMBER
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "RAISE-PCT" TO WS-NK-NAME
           MOVE "SUGGESTED LIMIT RAISE PERCENT" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING
           MOVE 25 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           IF CR-CUT-PCT IS NUMERIC AND CR-CUT-PCT < 100
               MOVE CR-CUT-PCT TO WS-CV-NUMBER
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "CUT-PCT" TO WS-NK-NAME
           MOVE "SUGGESTED LIMIT CUT PERCENT" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING
           MOVE 2 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           IF CR-MAX-LETTERS IS NUMERIC
               MOVE CR-MAX-LETTERS TO WS-CV-NUMBER
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "MAX-LETTERS" TO WS-NK-NAME
           MOVE "DUNNING LETTERS BEFORE A CUT" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING
           MOVE 2 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           IF CR-MAX-FIN-CHARGES IS NUMERIC
               MOVE CR-MAX-FIN-CHARGES TO WS-CV-NUMBER
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "MAX-FIN-CHG" TO WS-NK-NAME
           MOVE "FINANCE CHARGES BEFORE A CUT" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING
           MOVE 2 TO WS-CV-NUMBER
           MOVE "D" TO WS-NEW-SOURCE
           IF CR-MIN-RELEASES IS NUMERIC
               MOVE CR-MIN-RELEASES TO WS-CV-NUMBER
               MOVE "C" TO WS-NEW-SOURCE
           END-IF
           MOVE "MIN-RELEASES" TO WS-NK-NAME
           MOVE "RELEASES EARNING A RAISE" TO WS-NEW-DESC
           PERFORM 840-NUMBER-VALUE
           PERFORM 800-ADD-SETTING.
      ******************************************************************
      * VOIDCTL.DAT is read through for its "L" record (the last one
      * on file counts, as VoidRpt read it); the file is not changed.
      ******************************************************************
       360-CONVERT-VOIDCTL.
           MOVE "VOIDCTL.DAT" TO WS-OLD-FILE-NAME
           MOVE 5.0 TO WS-CV-PCT
           MOVE "D" TO WS-NEW-SOURCE
           MOVE "N" TO WS-OLD-EOF
           OPEN INPUT VOID-CONTROL-FILE
           IF WS-OLD-STATUS = "00"
               PERFORM UNTIL WS-OLD-EOF = "Y"
                   READ VOID-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-OLD-EOF
                       NOT AT END
                           IF VC-TYPE = "L"
                              AND VC-LIMIT-PCT IS NUMERIC
                               MOVE VC-LIMIT-PCT TO WS-CV-PCT
                               MOVE "C" TO WS-NEW-SOURCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOID-CONTROL-FILE
           END-IF
           MOVE "VOIDRPT" TO WS-NK-PROGRAM
           MOVE "VOID-LIMIT" TO WS-NK-NAME
           MOVE "MANAGER VOID SHARE LIMIT PCT" TO WS-NEW-DESC
           PERFORM 830-PCT-VALUE
           PERFORM 800-ADD-SETTING.
       500-REWRITE-PARAMETER-FILE.
           OPEN OUTPUT PARAMETER-FILE
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB > WS-PRM-COUNT
               MOVE WS-PT-REC (WS-PRM-SUB) TO PARAMETER-REC
               WRITE PARAMETER-REC
           END-PERFORM
           CLOSE PARAMETER-FILE.
      ******************************************************************
      * DRIVRUN.DAT back out with the drivers only.
      ******************************************************************
       600-REWRITE-DRIVRUN.
           OPEN OUTPUT RUN-CONTROL-FILE
           PERFORM VARYING WS-DRV-SUB FROM 1 BY 1
                   UNTIL WS-DRV-SUB > WS-DRV-COUNT
               MOVE WS-DRV-ENTRY (WS-DRV-SUB) TO RUN-DRIVER-REC
               WRITE RUN-DRIVER-REC
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           DISPLAY "DRIVRUN.DAT REWRITTEN WITHOUT ITS RUN-SIZE "
               "RECORD - " WS-DRV-COUNT " DRIVERS".
      ******************************************************************
      * The setting in WS-NEW-KEY/WS-NEW-SETTING is added effective
      * today unless the parameter is already on file under any
      * date, in which case what is there stands.
      ******************************************************************
       800-ADD-SETTING.
           MOVE "N" TO WS-ON-FILE
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB > WS-PRM-COUNT
               IF WS-PT-PROGRAM (WS-PRM-SUB) = WS-NK-PROGRAM
                  AND WS-PT-NAME (WS-PRM-SUB) = WS-NK-NAME
                   MOVE "Y" TO WS-ON-FILE
               END-IF
           END-PERFORM
           IF WS-ON-FILE = "Y"
               ADD 1 TO WS-LEFT-COUNT
               DISPLAY WS-NK-PROGRAM " " WS-NK-NAME
                   " ALREADY ON SYSPARM.DAT - LEFT AS IT IS"
           ELSE
               IF WS-PRM-COUNT >= 1000
                   DISPLAY "PARAMETER TABLE FULL - " WS-NK-PROGRAM " "
                       WS-NK-NAME " NOT ADDED"
               ELSE
                   MOVE SPACES TO PARAMETER-REC
                   MOVE WS-NK-PROGRAM TO PM-PROGRAM
                   MOVE WS-NK-NAME TO PM-NAME
                   MOVE WS-NEW-VALUE TO PM-VALUE
                   MOVE WS-TODAY TO PM-EFFECTIVE
                   MOVE WS-NEW-DESC TO PM-DESC
                   MOVE WS-TODAY TO PM-CHANGED-DATE
                   MOVE WS-OPERATOR-ID TO PM-OPERATOR
                   MOVE WS-TODAY TO WS-NK-EFFECTIVE
                   PERFORM 120-INSERT-ENTRY
                   ADD 1 TO WS-ADDED-COUNT
                   IF WS-FROM-DEFAULT
                       ADD 1 TO WS-DEFAULT-COUNT
                       DISPLAY WS-NK-PROGRAM " " WS-NK-NAME " "
                           WS-NEW-VALUE " ADDED - DEFAULT, NOTHING ON "
                           WS-OLD-FILE-NAME
                   ELSE
                       DISPLAY WS-NK-PROGRAM " " WS-NK-NAME " "
                           WS-NEW-VALUE " ADDED FROM " WS-OLD-FILE-NAME
                   END-IF
                   MOVE "ADD   " TO MA-ACTION
                   MOVE SPACES TO MA-BEFORE-IMAGE
                   MOVE PARAMETER-REC TO MA-AFTER-IMAGE
                   PERFORM 905-LOG-MAINT-AUDIT
               END-IF
           END-IF.
       810-LEFT-JUSTIFY.
           MOVE ZERO TO WS-LEAD
           INSPECT WS-ED-TEXT TALLYING WS-LEAD FOR LEADING SPACES
           MOVE SPACES TO WS-NEW-VALUE
           MOVE WS-ED-TEXT (WS-LEAD + 1:) TO WS-NEW-VALUE.
       820-RATE-VALUE.
           MOVE WS-CV-RATE TO WS-ED-RATE
           MOVE WS-ED-RATE TO WS-ED-TEXT
           PERFORM 810-LEFT-JUSTIFY.
       825-FINE-RATE-VALUE.
           MOVE WS-CV-FINE-RATE TO WS-ED-FINE-RATE
           MOVE WS-ED-FINE-RATE TO WS-ED-TEXT
           PERFORM 810-LEFT-JUSTIFY.
       830-PCT-VALUE.
           MOVE WS-CV-PCT TO WS-ED-PCT
           MOVE WS-ED-PCT TO WS-ED-TEXT
           PERFORM 810-LEFT-JUSTIFY.
       840-NUMBER-VALUE.
           MOVE WS-CV-NUMBER TO WS-ED-NUMBER
           MOVE WS-ED-NUMBER TO WS-ED-TEXT
           PERFORM 810-LEFT-JUSTIFY.
       860-AMOUNT-VALUE.
           MOVE WS-CV-AMOUNT TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-ED-TEXT
           PERFORM 810-LEFT-JUSTIFY.
      ******************************************************************
      * A pay period date with nothing to convert is left for the
      * payroll clerk to key with PrmMaint; the PAYROLL programs
      * raise it as missing until then.
      ******************************************************************
       850-NO-DATE-ON-FILE.
           MOVE "N" TO WS-ON-FILE
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB > WS-PRM-COUNT
               IF WS-PT-PROGRAM (WS-PRM-SUB) = WS-NK-PROGRAM
                  AND WS-PT-NAME (WS-PRM-SUB) = WS-NK-NAME
                   MOVE "Y" TO WS-ON-FILE
               END-IF
           END-PERFORM
           IF WS-ON-FILE = "N"
               DISPLAY WS-NK-PROGRAM " " WS-NK-NAME
                   " NOT ON PAYPER.DAT - KEY IT WITH PRMMAINT"
           END-IF.
       905-LOG-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-MAUD-NOW
           MOVE "PRMCONV " TO MA-PROGRAM
           MOVE WS-OPERATOR-ID TO MA-OPERATOR
           MOVE PM-PROGRAM TO MA-KEY
           MOVE WS-MAUD-NOW (5:2)  TO MA-MONTH
           MOVE WS-MAUD-NOW (7:2)  TO MA-DAY
           MOVE WS-MAUD-NOW (1:4)  TO MA-YEAR
           MOVE WS-MAUD-NOW (9:6)  TO MA-TIME
           OPEN EXTEND MAINT-AUDIT-FILE
           IF WS-MAUD-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           WRITE MAINT-AUDIT-OUTREC FROM MAINT-AUDIT-RECORD
           CLOSE MAINT-AUDIT-FILE.
       END PROGRAM PrmConv.
