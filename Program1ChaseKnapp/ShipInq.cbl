      *     the monthly archive files recorded in SHIPLOG.ARC.IDX by
      *     the rollover run, so old shipments stay answerable after
      *     their month rolls off the live file.
      *     The shipment shows its consignee and delivery address
      *     from SHIPCONS.DAT when one was captured.
      * Input:
      *     SHIPLOG.DAT, SHIPSTAT.DAT, SHIPCONS.DAT,
      *     SHIPLOG.ARC.IDX and the SHIPLOG.<YYYYMM>.DAT archives
      * Output:
      *     console display of the matching shipment
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT  CONSIGNEE-FILE
               ASSIGN TO "SHIPCONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-TRACKING-NO
               FILE STATUS IS WS-CONS-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
           05  SA-STATE                PIC XX.
           05  SA-ZIP                  PIC X(5).
           05  SA-TERMS-DAYS           PIC 9(3).
           05  SA-CREDIT-HOLD          PIC X.
               88  SA-ON-HOLD                 VALUE "H".
           05  SA-HOLD-DATE            PIC 9(8).
       FD  STATUS-FILE.
       01  STATUS-REC.
           05  SS-TRACKING-NO          PIC X(8).
           05  SS-STATUS-CODE          PIC X.
           05  FILLER                  PIC X.
           05  SS-NOTE                 PIC X(20).
       FD  CONSIGNEE-FILE.
       01  CONSIGNEE-REC.
           05  CN-TRACKING-NO          PIC X(8).
           05  CN-NAME                 PIC X(20).
           05  CN-STREET               PIC X(20).
           05  CN-CITY                 PIC X(12).
           05  CN-STATE                PIC XX.
           05  CN-ZIP                  PIC X(5).
       WORKING-STORAGE SECTION.
       77  LOG-EOF               PIC X     VALUE "N".
       77  WS-LOG-STATUS         PIC XX.
       77  WS-LINE-FEE           PIC S9(7)V99 VALUE ZERO.
       77  WS-RANGE-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-RANGE-TOTAL        PIC S9(9)V99 VALUE ZERO.
       77  WS-CONS-STATUS        PIC XX.
      ******************************************************************
      * The record found -- live or archive -- is displayed from this
      * mirror, so both paths share one display paragraph.
                   MOVE SPACE TO WS-INQUIRY-MODE
               ELSE
                   DISPLAY "ACCOUNT: " SA-ACCT-NO "  " SA-NAME
                   IF SA-ON-HOLD
                       DISPLAY "ON CREDIT HOLD SINCE " SA-HOLD-DATE
                   END-IF
                   CLOSE SHIPPER-ACCOUNT-FILE
                   PERFORM 510-LIST-ACCOUNT-ACTIVITY
               END-IF
           IF WF-COD-AMOUNT NOT = SPACES
               DISPLAY "COD TO COLLECT:  " WF-COD-AMOUNT
           END-IF
           PERFORM 260-SHOW-CONSIGNEE
           PERFORM 300-SHOW-DELIVERY-STATUS.
      ******************************************************************
      * Delivery address filed under the tracking number; shipments
      * logged before addresses were captured have none.
      ******************************************************************
       260-SHOW-CONSIGNEE.
           OPEN INPUT CONSIGNEE-FILE
           IF WS-CONS-STATUS = "00"
               MOVE WF-TRACKING-NO TO CN-TRACKING-NO
               READ CONSIGNEE-FILE
                   INVALID KEY
                       DISPLAY "SHIP TO:         NOT ON FILE"
                   NOT INVALID KEY
                       DISPLAY "SHIP TO:         " CN-NAME
                       DISPLAY "                 " CN-STREET
                       DISPLAY "                 " CN-CITY " "
                           CN-STATE " " CN-ZIP
               END-READ
               CLOSE CONSIGNEE-FILE
           END-IF.
      ******************************************************************
      * Follows the tracking number into each monthly archive listed
      * in SHIPLOG.ARC.IDX, newest entry last, stopping at the first
      * hit -- a number was only ever issued once.
