      *     ORDERLOG.DAT carrying a phone key) are sorted by their
      *     DELCUST.DAT street address so neighboring stops land
      *     together, then grouped into numbered runs of at most the
      *     orders-per-run count (PIZZARUN ORDERS-RUN on the system
      *     parameter master SYSPARM.DAT; default 4, with an
      *     ALERTS.LOG entry, when it is missing).
      *     Each sheet lists order number, address, the items off
      *     the log's detail records, and the amount to collect,
      *     with a per-run order count and collection total the
      *     driver settles against on return.
      *     The shift's drivers are listed by EMP-NO on DRIVRUN.DAT,
      *     one per record, and take the runs in
      *     turn; each sheet heads with its driver, and its foot
      *     carries the card tips written on the run's slips. Every
      *     run goes to the run register RUNREG.DAT (shift date, run,
      *     driver, orders, collection, card tips) with status "O"
      *     out, for DrvRet to take the driver's return and DrvSetl
      *     to settle through payroll. A shift already registered is
      *     not registered again; rerunning only reprints the sheets.
      * Input:
      *     ORDERLOG.DAT, DELCUST.DAT, DRIVRUN.DAT, RUNREG.DAT,
      *     SYSPARM.DAT
      * Output:
      *     RUNSHEET.RPT, RUNREG.DAT (appended)
      *     ALERTS.LOG (missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "DRIVRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  RUNSHEET-FILE
               ASSIGN TO "RUNSHEET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  RUN-REGISTER-FILE
               ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
               10  OL-H-PHONE      PIC X(10).
               10  OL-H-DATE       PIC X(8).
               10  FILLER          PIC X.
               10  OL-H-CARD-TIP   PIC 9(3)V99.
               10  OL-H-REASON     PIC XX.
               10  OL-H-MANAGER    PIC X(8).
           05  OL-D-FIELDS REDEFINES OL-H-FIELDS.
               10  OL-D-FLAVOR     PIC X(10).
               10  OL-D-QUANTITY   PIC 9.
               10  OL-D-UNIT-PRICE PIC 99V99.
               10  OL-D-AMOUNT     PIC 999V99.
               10  FILLER          PIC X(36).
       FD  DELIVERY-CUSTOMER-FILE.
       01  DELIVERY-CUSTOMER-REC.
           05  DC-PHONE          PIC X(10).
           05  DC-ADDR           PIC X(30).
           05  DC-ORDER-COUNT    PIC 9(5).
           05  DC-LAST-ORDER-NO  PIC 9(6).
           05  DC-POINTS-BALANCE PIC 9(7).
           05  DC-LAST-ORDER-DATE PIC 9(8).
      ******************************************************************
      * One driver on the shift per record, by EMP-NO.
      ******************************************************************
       FD  RUN-CONTROL-FILE.
       01  RUN-DRIVER-REC.
           05  DR-EMP-NO         PIC X(5).
       FD  RUNSHEET-FILE.
       01  RUNSHEET-REC          PIC X(80).
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC          PIC X(90).
      ******************************************************************
      * Run register: "O" out, "R" returned (DrvRet keys the miles
      * and cash tips declared), "S" settled (DrvSetl paid it).
      ******************************************************************
       FD  RUN-REGISTER-FILE.
       01  RUN-REGISTER-REC.
           05  RG-SHIFT-DATE     PIC 9(8).
           05  FILLER            PIC X.
           05  RG-RUN-NO         PIC 9(3).
           05  FILLER            PIC X.
           05  RG-EMP-NO         PIC X(5).
           05  FILLER            PIC X.
           05  RG-ORDERS         PIC 99.
           05  FILLER            PIC X.
           05  RG-COLLECT        PIC 9(7)V99.
           05  FILLER            PIC X.
           05  RG-CARD-TIPS      PIC 9(5)V99.
           05  FILLER            PIC X.
           05  RG-MILES          PIC 9(4)V9.
           05  FILLER            PIC X.
           05  RG-CASH-TIPS      PIC 9(5)V99.
           05  FILLER            PIC X.
           05  RG-STATUS         PIC X.
       WORKING-STORAGE SECTION.
       77  WS-ORDLOG-STATUS      PIC XX.
       77  WS-DELCUST-STATUS     PIC XX.
       77  WS-CTL-STATUS         PIC XX.
       77  WS-RUNREG-STATUS      PIC XX.
       77  CTL-EOF               PIC X     VALUE "N".
       77  REG-EOF               PIC X     VALUE "N".
       77  WS-ALREADY-REGISTERED PIC X     VALUE "N".
       77  WS-RUN-TIPS           PIC 9(5)V99 VALUE ZERO.
       77  WS-DRV-SUB            PIC 99    VALUE ZERO.
       77  WS-DRV-QUOT           PIC 9(3)  VALUE ZERO.
       77  WS-RUN-DRIVER         PIC X(5)  VALUE SPACES.
       77  WS-REG-SUB            PIC 9(3)  VALUE ZERO.
       77  LOG-EOF               PIC X     VALUE "N".
       77  WS-ORDERS-PER-RUN     PIC 99    VALUE 4.
       77  WS-ORD-SUB            PIC 9(4)  VALUE ZERO.
       77  WS-SHIFT-DATE         PIC X(8)  VALUE SPACES.
       77  WS-NOW                PIC X(21) VALUE SPACES.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
      ******************************************************************
      * The shift's delivery orders (headers with a phone key) and
      * every detail record, loaded once.
      ******************************************************************
               10  WS-OR-TOTAL    PIC 9(5)V99.
               10  WS-OR-PHONE    PIC X(10).
               10  WS-OR-ADDR     PIC X(30).
               10  WS-OR-CARD-TIP PIC 9(3)V99.
           05  WS-ORD-SWAP.
               10  WS-SW-ORDER-NO PIC 9(6).
               10  WS-SW-TOTAL    PIC 9(5)V99.
               10  WS-SW-PHONE    PIC X(10).
               10  WS-SW-ADDR     PIC X(30).
               10  WS-SW-CARD-TIP PIC 9(3)V99.
       01  WS-DRIVER-TABLE.
           05  WS-DRV-COUNT       PIC 99    VALUE ZERO.
           05  WS-DRV-EMP-NO      PIC X(5)  OCCURS 20 TIMES.
      ******************************************************************
      * The shift's runs, staged for the run register as each run
      * closes.
      ******************************************************************
       01  WS-REGISTER-TABLE.
           05  WS-REG-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-REG-ENTRY       OCCURS 500 TIMES.
               10  WS-RG-RUN-NO   PIC 9(3).
               10  WS-RG-EMP-NO   PIC X(5).
               10  WS-RG-ORDERS   PIC 99.
               10  WS-RG-COLLECT  PIC 9(7)V99.
               10  WS-RG-TIPS     PIC 9(5)V99.
       01  WS-DETAIL-TABLE.
           05  WS-DET-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-DET-ENTRY       OCCURS 2000 TIMES.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(15) VALUE "DRIVER RUN NO. ".
           05  RH-RUN-NO          PIC ZZ9.
           05  FILLER             PIC X(11) VALUE "   DRIVER: ".
           05  RH-DRIVER          PIC X(10).
           05  FILLER             PIC X(35) VALUE SPACES.
       01  ORDER-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(6)  VALUE "ORDER ".
           05  FILLER             PIC X(21) VALUE
                                  "  COLLECTION TOTAL:  ".
           05  RT-COLLECT         PIC $ZZ,ZZ9.99.
           05  FILLER             PIC X(14) VALUE "   CARD TIPS: ".
           05  RT-TIPS            PIC $Z,ZZ9.99.
           05  FILLER             PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           PERFORM 100-LOOK-UP-ADDRESSES
           PERFORM 200-SORT-BY-ADDRESS
           PERFORM 300-PRINT-RUN-SHEETS
           PERFORM 400-REGISTER-RUNS
           DISPLAY "RUNSHEET.RPT GENERATED - " WS-ORD-COUNT
               " DELIVERIES IN " WS-RUN-NO " RUNS"
           STOP RUN.
      ******************************************************************
      * Reads the orders-per-run off the system parameter master (a
      * count not on file is raised on ALERTS.LOG and the
      * compiled-in default kept, the same parameters the tax rate
      * is read through), then the shift's drivers off DRIVRUN.DAT.
      ******************************************************************
       010-LOAD-RUN-CONTROL.
           MOVE "PIZZARUN" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "ORDERS-RUN" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 100
               MOVE PRM-NUMBER TO WS-ORDERS-PER-RUN
           END-IF
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-CTL-STATUS = "00"
               PERFORM UNTIL CTL-EOF = "Y"
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE "Y" TO CTL-EOF
                       NOT AT END
                           IF DR-EMP-NO NOT = SPACES
                              AND WS-DRV-COUNT < 20
                               ADD 1 TO WS-DRV-COUNT
                               MOVE DR-EMP-NO
                                   TO WS-DRV-EMP-NO (WS-DRV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-DRV-COUNT = ZERO
               DISPLAY "NO DRIVERS ON DRIVRUN.DAT - RUNS PRINT "
                   "UNASSIGNED"
           END-IF.
      ******************************************************************
      * Loads the log: a header with a phone key is a delivery
      * order, and every item ("D") record is kept for the item
      * lists. Void and refund headers and their given-back lines
      * are not run-sheet items and are passed over.
      ******************************************************************
       020-LOAD-ORDER-LOG.
           OPEN INPUT ORDER-LOG-FILE
                   AT END
                       MOVE "Y" TO LOG-EOF
                   NOT AT END
                       EVALUATE OL-TYPE
                           WHEN "H"
                               IF OL-H-PHONE NOT = SPACES
                                  AND OL-H-DATE = WS-SHIFT-DATE
                                  AND WS-ORD-COUNT < 500
                                   ADD 1 TO WS-ORD-COUNT
                                   MOVE OL-ORDER-NO TO
                                       WS-OR-ORDER-NO (WS-ORD-COUNT)
                                   MOVE OL-H-TOTAL TO
                                       WS-OR-TOTAL (WS-ORD-COUNT)
                                   MOVE OL-H-PHONE TO
                                       WS-OR-PHONE (WS-ORD-COUNT)
                                   MOVE SPACES TO
                                       WS-OR-ADDR (WS-ORD-COUNT)
                                   MOVE ZERO TO
                                       WS-OR-CARD-TIP (WS-ORD-COUNT)
                                   IF OL-H-PAY-METHOD NOT = "C"
                                      AND OL-H-CARD-TIP IS NUMERIC
                                       MOVE OL-H-CARD-TIP TO
                                           WS-OR-CARD-TIP (WS-ORD-COUNT)
                                   END-IF
                               END-IF
                           WHEN "D"
                               IF WS-DET-COUNT < 2000
                                   ADD 1 TO WS-DET-COUNT
                                   MOVE OL-ORDER-NO TO
                                       WS-DT-ORDER-NO (WS-DET-COUNT)
                                   MOVE OL-D-FLAVOR TO
                                       WS-DT-FLAVOR (WS-DET-COUNT)
                                   MOVE OL-D-QUANTITY TO
                                       WS-DT-QTY (WS-DET-COUNT)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ORDER-LOG-FILE.
           IF WS-RUN-ORDERS = ZERO
               ADD 1 TO WS-RUN-NO
               MOVE WS-RUN-NO TO RH-RUN-NO
               PERFORM 320-ASSIGN-DRIVER
               IF WS-RUN-NO = 1
                   WRITE RUNSHEET-REC FROM RUN-HEADING
               ELSE
           END-IF
           ADD 1 TO WS-RUN-ORDERS
           ADD WS-OR-TOTAL (WS-ORD-SUB) TO WS-RUN-COLLECT
           ADD WS-OR-CARD-TIP (WS-ORD-SUB) TO WS-RUN-TIPS
           MOVE WS-OR-ORDER-NO (WS-ORD-SUB) TO OL-OUT-ORDER-NO
           MOVE WS-OR-ADDR (WS-ORD-SUB)     TO OL-OUT-ADDR
           MOVE WS-OR-TOTAL (WS-ORD-SUB)    TO OL-OUT-TOTAL
           IF WS-RUN-ORDERS >= WS-ORDERS-PER-RUN
               PERFORM 330-CLOSE-RUN
           END-IF.
      ******************************************************************
      * The shift's drivers take the runs in turn.
      ******************************************************************
       320-ASSIGN-DRIVER.
           IF WS-DRV-COUNT = ZERO
               MOVE SPACES TO WS-RUN-DRIVER
               MOVE "UNASSIGNED" TO RH-DRIVER
           ELSE
               COMPUTE WS-DRV-QUOT = WS-RUN-NO - 1
               DIVIDE WS-DRV-QUOT BY WS-DRV-COUNT
                   GIVING WS-DRV-QUOT REMAINDER WS-DRV-SUB
               ADD 1 TO WS-DRV-SUB
               MOVE WS-DRV-EMP-NO (WS-DRV-SUB) TO WS-RUN-DRIVER
               MOVE WS-RUN-DRIVER TO RH-DRIVER
           END-IF.
       330-CLOSE-RUN.
           MOVE WS-RUN-ORDERS  TO RT-ORDERS
           MOVE WS-RUN-COLLECT TO RT-COLLECT
           MOVE WS-RUN-TIPS    TO RT-TIPS
           WRITE RUNSHEET-REC FROM RUN-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           IF WS-REG-COUNT < 500
               ADD 1 TO WS-REG-COUNT
               MOVE WS-RUN-NO      TO WS-RG-RUN-NO (WS-REG-COUNT)
               MOVE WS-RUN-DRIVER  TO WS-RG-EMP-NO (WS-REG-COUNT)
               MOVE WS-RUN-ORDERS  TO WS-RG-ORDERS (WS-REG-COUNT)
               MOVE WS-RUN-COLLECT TO WS-RG-COLLECT (WS-REG-COUNT)
               MOVE WS-RUN-TIPS    TO WS-RG-TIPS (WS-REG-COUNT)
           END-IF
           MOVE ZERO TO WS-RUN-ORDERS
           MOVE ZERO TO WS-RUN-COLLECT
           MOVE ZERO TO WS-RUN-TIPS.
      ******************************************************************
      * Appends the shift's runs to the run register with status
      * "O" -- unless the shift is already there, in which case the
      * runs registered the first time (and any returns keyed
      * against them) stand.
      ******************************************************************
       400-REGISTER-RUNS.
           OPEN INPUT RUN-REGISTER-FILE
           IF WS-RUNREG-STATUS = "00"
               PERFORM UNTIL REG-EOF = "Y"
                   READ RUN-REGISTER-FILE
                       AT END
                           MOVE "Y" TO REG-EOF
                       NOT AT END
                           IF RG-SHIFT-DATE = WS-SHIFT-DATE
                               MOVE "Y" TO WS-ALREADY-REGISTERED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-REGISTER-FILE
           END-IF
           IF WS-ALREADY-REGISTERED = "Y"
               DISPLAY "SHIFT " WS-SHIFT-DATE " ALREADY ON RUNREG.DAT"
                   " - RUN SHEETS REPRINTED ONLY"
           ELSE
               OPEN EXTEND RUN-REGISTER-FILE
               IF WS-RUNREG-STATUS NOT = "00"
                   OPEN OUTPUT RUN-REGISTER-FILE
               END-IF
               PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REG-COUNT
                   MOVE SPACES TO RUN-REGISTER-REC
                   MOVE WS-SHIFT-DATE TO RG-SHIFT-DATE
                   MOVE WS-RG-RUN-NO (WS-REG-SUB)  TO RG-RUN-NO
                   MOVE WS-RG-EMP-NO (WS-REG-SUB)  TO RG-EMP-NO
                   MOVE WS-RG-ORDERS (WS-REG-SUB)  TO RG-ORDERS
                   MOVE WS-RG-COLLECT (WS-REG-SUB) TO RG-COLLECT
                   MOVE WS-RG-TIPS (WS-REG-SUB)    TO RG-CARD-TIPS
                   MOVE ZERO TO RG-MILES
                   MOVE ZERO TO RG-CASH-TIPS
                   MOVE "O" TO RG-STATUS
                   WRITE RUN-REGISTER-REC
               END-PERFORM
               CLOSE RUN-REGISTER-FILE
           END-IF.
       END PROGRAM PizzaRun.
