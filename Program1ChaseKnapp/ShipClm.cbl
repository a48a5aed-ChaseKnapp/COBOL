       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShipClm.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Loss and damage claims against shipments. When a package
      *     is lost or arrives broken, ShipStat records the "X"
      *     exception event; the claim itself is kept here instead
      *     of in a folder. A claim is opened against a tracking
      *     number validated on SHIPLOG.DAT (or the SHIPLOG.<YYYYMM>
      *     .DAT archive its month rolled to), with the claimed value
      *     and type (lost or damaged), and is worked from filed to
      *     approved or denied, and from approved to paid, each step
      *     dated and audited. Approving a claim appends a CREDIT
      *     line for the approved amount to SHIPLOG.DAT under the
      *     shipment's account, tracking number, and zone, so the
      *     next ShipInv run nets it on the customer's invoice. One
      *     action per run, like ShipAcct. The monthly claims
      *     register (ClaimReg) reports off the same file.
      * Input:
      *     SHIPLOG.DAT, SHIPLOG.ARC.IDX and the SHIPLOG.<YYYYMM>.DAT
      *     archives (tracking-number validation)
      *     SHIPCLM.DAT
      * Output:
      *     SHIPCLM.DAT (claims, updated in place)
      *     CLAIMNO.DAT (last claim number issued)
      *     SHIPLOG.DAT (CREDIT line for an approved claim, appended)
      *     MNTAUDIT.LOG (claim actions, appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
      * One record per claim keyed by claim number; the alternate key
      * finds every claim filed against a tracking number so one
      * package cannot be claimed twice.
      ******************************************************************
           SELECT  CLAIM-FILE
               ASSIGN TO "SHIPCLM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CLAIM-NO
               ALTERNATE RECORD KEY IS CL-TRACKING-NO WITH DUPLICATES
               FILE STATUS IS WS-CLAIM-STATUS.
      ******************************************************************
      * Claim-number control file, bumped once per claim -- the
      * INVNO.DAT idiom.
      ******************************************************************
           SELECT  CLAIM-NUMBER-FILE
               ASSIGN TO "CLAIMNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLNO-STATUS.
           SELECT  SHIPLOG-FILE
               ASSIGN TO "SHIPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT  ARCHIVE-INDEX-FILE
               ASSIGN TO "SHIPLOG.ARC.IDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.
           SELECT  ARCHIVE-LOG-FILE
               ASSIGN USING WS-ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT  MAINT-AUDIT-FILE
               ASSIGN TO "MNTAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.
           SELECT  LOCK-FILE
               ASSIGN TO "LOCKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
       01  CLAIM-REC.
           05  CL-CLAIM-NO             PIC 9(6).
           05  CL-TRACKING-NO          PIC X(8).
           05  CL-ACCT-NO              PIC X(5).
           05  CL-ZONE                 PIC X.
           05  CL-SHIP-DATE            PIC 9(8).
      ******************************************************************
      * Claim type: "L" lost in transit, "D" arrived damaged.
      ******************************************************************
           05  CL-TYPE                 PIC X.
               88  CLAIM-LOST                 VALUE "L".
               88  CLAIM-DAMAGED              VALUE "D".
           05  CL-CLAIMED-VALUE        PIC 9(5)V99.
      ******************************************************************
      * Claim status: "F" filed, "A" approved (credit issued), "D"
      * denied, "P" paid (the carrier has settled with us).
      ******************************************************************
           05  CL-STATUS               PIC X.
               88  CLAIM-FILED                VALUE "F".
               88  CLAIM-APPROVED             VALUE "A".
               88  CLAIM-DENIED               VALUE "D".
               88  CLAIM-PAID                 VALUE "P".
           05  CL-FILED-DATE           PIC 9(8).
           05  CL-APPROVED-DATE        PIC 9(8).
           05  CL-APPROVED-AMOUNT      PIC 9(5)V99.
           05  CL-DENIED-DATE          PIC 9(8).
           05  CL-PAID-DATE            PIC 9(8).
           05  CL-NOTE                 PIC X(20).
           05  CL-UPDATED-BY           PIC X(8).
       FD  CLAIM-NUMBER-FILE.
       01  CLAIM-NUMBER-REC.
           05  CN-NUMBER               PIC 9(6).
       FD  SHIPLOG-FILE.
       01  SHIPLOG-REC                 PIC X(80).
       FD  ARCHIVE-INDEX-FILE.
       01  ARCHIVE-INDEX-REC.
           05  AX-FILENAME             PIC X(30).
           05  FILLER                  PIC X.
           05  AX-PERIOD               PIC 9(6).
       FD  ARCHIVE-LOG-FILE.
       01  ARCHIVE-LOG-REC             PIC X(80).
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-OUTREC    PIC X(320).
       FD  LOCK-FILE.
       01  LOCK-IOREC            PIC X(45).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * Shared maintenance-audit record and work fields; see
      * MNTAUDIT. Every claim filed and every status change leaves
      * its before/after images on the common MNTAUDIT.LOG.
      ******************************************************************
           COPY MNTAUDIT.
       01  WS-MAUD-FIELDS.
           05  WS-MAUD-STATUS     PIC XX.
           05  WS-MAUD-NOW        PIC X(21) VALUE SPACES.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
      ******************************************************************
      * Shared run-lock record and work fields; see LOCKREC. The
      * lock is acquired before the claim file opens for update and
      * released at end of run.
      ******************************************************************
           COPY LOCKREC.
       01  WS-RUN-LOCK-FIELDS.
           05  WS-LOCK-STATUS     PIC XX.
           05  WS-LOCK-EOF        PIC X     VALUE "N".
           05  WS-LOCK-BUSY       PIC X     VALUE "N".
           05  WS-LOCK-TARGET     PIC X(20) VALUE SPACES.
           05  WS-LOCK-NOW        PIC X(21) VALUE SPACES.
           05  WS-LOCK-SUB        PIC 9(3)  VALUE ZERO.
       01  WS-HELD-LOCK-TABLE.
           05  WS-HLOCK-COUNT     PIC 9(3)  VALUE ZERO.
           05  WS-HLOCK-ENTRY     OCCURS 100 TIMES.
               10  WS-HL-RECORD   PIC X(45).
               10  WS-HL-MINE     PIC X.

       77  WS-CLAIM-STATUS       PIC XX.
       77  WS-CLNO-STATUS        PIC XX.
       77  WS-LOG-STATUS         PIC XX.
       77  WS-IDX-STATUS         PIC XX.
       77  WS-ARCH-STATUS        PIC XX.
       77  LOG-EOF               PIC X     VALUE "N".
       77  WS-IDX-EOF            PIC X     VALUE "N".
       77  WS-ARCH-EOF           PIC X     VALUE "N".
       77  WS-CLAIM-EOF          PIC X     VALUE "N".
       77  WS-ARCH-FILE-NAME     PIC X(30) VALUE SPACES.
       77  WS-FOUND              PIC X     VALUE "N".
       77  WS-ALREADY-CLAIMED    PIC X     VALUE "N".
       77  WS-MAINT-ACTION       PIC X.
       77  WS-MAINT-CLAIM-NO     PIC 9(6)  VALUE ZERO.
       77  WS-MAINT-TRACK-NO     PIC X(8)  VALUE SPACES.
       77  WS-MAINT-TYPE         PIC X     VALUE SPACE.
       77  WS-MAINT-VALUE        PIC 9(5)V99 VALUE ZERO.
       77  WS-MAINT-NOTE         PIC X(20) VALUE SPACES.
       77  WS-MAINT-STEP         PIC X     VALUE SPACE.
       77  WS-APPROVE-AMOUNT     PIC 9(5)V99 VALUE ZERO.
       77  WS-NEXT-CLAIM-NO      PIC 9(6)  VALUE ZERO.
       77  WS-CLAIM-NOW          PIC X(21) VALUE SPACES.
       77  WS-TODAY              PIC 9(8)  VALUE ZERO.
       77  WS-CREDIT-FEE         PIC S9(5)V99 VALUE ZERO.
      ******************************************************************
      * The shipment found -- live or archive -- in the calculator's
      * SHIPLOG-DETAIL-LINE layout.
      ******************************************************************
       01  WS-FOUND-SHIPMENT.
           05  FILLER                  PIC X.
           05  WF-MM                   PIC 99.
           05  FILLER                  PIC X.
           05  WF-DD                   PIC 99.
           05  FILLER                  PIC X.
           05  WF-YEAR                 PIC 9(4).
           05  FILLER                  PIC X.
           05  WF-ACCT-NO              PIC X(5).
           05  FILLER                  PIC X.
           05  WF-CUST-NAME            PIC X(15).
           05  FILLER                  PIC X.
           05  WF-WEIGHT               PIC X(5).
           05  FILLER                  PIC X.
           05  WF-HAZARDOUS            PIC X.
           05  FILLER                  PIC X.
           05  WF-ZONE                 PIC X.
           05  FILLER                  PIC X.
           05  WF-SHIPPING-FEE         PIC X(11).
           05  FILLER                  PIC X.
           05  WF-TRANSACTION-TYPE     PIC X(6).
           05  FILLER                  PIC X.
           05  WF-TRACKING-NO          PIC X(8).
           05  FILLER                  PIC X.
           05  WF-COD-AMOUNT           PIC X(7).
      ******************************************************************
      * The credit line an approved claim appends to SHIPLOG.DAT, in
      * the calculator's SHIPLOG-DETAIL-LINE layout so ShipInv picks
      * it up like any other CREDIT line.
      ******************************************************************
       01  CLAIM-CREDIT-LINE.
           05  FILLER                  PIC X       VALUE SPACES.
           05  CC-MM                   PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  CC-DD                   PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  CC-YEAR                 PIC 9(4).
           05  FILLER                  PIC X       VALUE SPACES.
           05  CC-ACCT-NO              PIC X(5).
           05  FILLER                  PIC X       VALUE SPACES.
           05  CC-CUST-NAME            PIC X(15).
           05  FILLER                  PIC X       VALUE SPACES.
           05  CC-WEIGHT               PIC X(5).
           05  FILLER                  PIC X       VALUE SPACES.
           05  CC-HAZARDOUS            PIC X.
           05  FILLER                  PIC X       VALUE SPACES.
           05  CC-ZONE                 PIC X.
           05  FILLER                  PIC X       VALUE SPACES.
           05  CC-SHIPPING-FEE         PIC $ZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACES.
           05  CC-TRANSACTION-TYPE     PIC X(6)    VALUE "CREDIT".
           05  FILLER                  PIC X       VALUE SPACES.
           05  CC-TRACKING-NO          PIC X(8).
           05  FILLER                  PIC X       VALUE SPACES.
           05  CC-COD-AMOUNT           PIC X(7)    VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CLAIM-NOW
           MOVE WS-CLAIM-NOW (1:8) TO WS-TODAY
           MOVE "SHIPCLM.DAT" TO WS-LOCK-TARGET
           PERFORM 907-ACQUIRE-ONE-LOCK
           OPEN I-O CLAIM-FILE
           IF WS-CLAIM-STATUS NOT = "00"
               OPEN OUTPUT CLAIM-FILE
               CLOSE CLAIM-FILE
               OPEN I-O CLAIM-FILE
           END-IF
           DISPLAY 'ENTER ACTION: F-FILE CLAIM   U-UPDATE STATUS   '
               'I-INQUIRE'
           ACCEPT WS-MAINT-ACTION
           EVALUATE WS-MAINT-ACTION
               WHEN "F"
                   PERFORM 100-FILE-CLAIM
               WHEN "U"
                   PERFORM 200-UPDATE-CLAIM-STATUS
               WHEN "I"
                   PERFORM 300-INQUIRE-CLAIM
               WHEN OTHER
                   DISPLAY 'INVALID ACTION - NO CHANGE MADE'
           END-EVALUATE
           CLOSE CLAIM-FILE
           PERFORM 909-RELEASE-RUN-LOCKS
           STOP RUN.
      ******************************************************************
      * Opens a new claim. The tracking number must be a CHARGE line
      * on the live log or an archive, and must not already carry a
      * claim that is still alive (a denied claim may be refiled).
      ******************************************************************
       100-FILE-CLAIM.
           DISPLAY 'ENTER TRACKING NUMBER'
           ACCEPT WS-MAINT-TRACK-NO
           PERFORM 110-FIND-SHIPMENT
           IF WS-FOUND = "N"
               DISPLAY 'NO SHIPMENT FOUND FOR TRACKING NUMBER '
                   WS-MAINT-TRACK-NO ' - NO CLAIM FILED'
           ELSE
               PERFORM 140-CHECK-EXISTING-CLAIM
               IF WS-ALREADY-CLAIMED = "Y"
                   DISPLAY 'CLAIM ' CL-CLAIM-NO ' ALREADY OPEN FOR '
                       WS-MAINT-TRACK-NO ' - NO CLAIM FILED'
               ELSE
                   DISPLAY 'SHIPMENT: ' WF-MM '/' WF-DD '/' WF-YEAR
                       '  ACCOUNT ' WF-ACCT-NO ' ' WF-CUST-NAME
                       '  ZONE ' WF-ZONE
                   PERFORM 150-ACCEPT-CLAIM-FIELDS
                   PERFORM 160-WRITE-CLAIM
               END-IF
           END-IF.
      ******************************************************************
      * Scans the live log for the tracking number's CHARGE line,
      * then follows it into the monthly archives listed in
      * SHIPLOG.ARC.IDX (the ShipInq search), stopping at the first
      * hit -- a number was only ever issued once.
      ******************************************************************
       110-FIND-SHIPMENT.
           MOVE "N" TO WS-FOUND
           MOVE "N" TO LOG-EOF
           OPEN INPUT SHIPLOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL LOG-EOF = "Y"
                   READ SHIPLOG-FILE
                       AT END
                           MOVE "Y" TO LOG-EOF
                       NOT AT END
                           MOVE SHIPLOG-REC TO WS-FOUND-SHIPMENT
                           IF WF-TRACKING-NO = WS-MAINT-TRACK-NO
                              AND WF-TRANSACTION-TYPE = "CHARGE"
                               MOVE "Y" TO WS-FOUND
                               MOVE "Y" TO LOG-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIPLOG-FILE
           END-IF
           IF WS-FOUND = "N"
               PERFORM 120-SEARCH-ARCHIVES
           END-IF.
       120-SEARCH-ARCHIVES.
           MOVE "N" TO WS-IDX-EOF
           OPEN INPUT ARCHIVE-INDEX-FILE
           IF WS-IDX-STATUS = "00"
               PERFORM UNTIL WS-IDX-EOF = "Y" OR WS-FOUND = "Y"
                   READ ARCHIVE-INDEX-FILE
                       AT END
                           MOVE "Y" TO WS-IDX-EOF
                       NOT AT END
                           MOVE AX-FILENAME TO WS-ARCH-FILE-NAME
                           PERFORM 130-SEARCH-ONE-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-INDEX-FILE
           END-IF.
       130-SEARCH-ONE-ARCHIVE.
           MOVE "N" TO WS-ARCH-EOF
           OPEN INPUT ARCHIVE-LOG-FILE
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "ARCHIVE NOT FOUND: " WS-ARCH-FILE-NAME
           ELSE
               PERFORM UNTIL WS-ARCH-EOF = "Y"
                   READ ARCHIVE-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-ARCH-EOF
                       NOT AT END
                           MOVE ARCHIVE-LOG-REC TO WS-FOUND-SHIPMENT
                           IF WF-TRACKING-NO = WS-MAINT-TRACK-NO
                              AND WF-TRANSACTION-TYPE = "CHARGE"
                               MOVE "Y" TO WS-FOUND
                               MOVE "Y" TO WS-ARCH-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LOG-FILE
           END-IF.
      ******************************************************************
      * Walks the tracking number's claims off the alternate key; any
      * one that is not denied blocks a new claim.
      ******************************************************************
       140-CHECK-EXISTING-CLAIM.
           MOVE "N" TO WS-ALREADY-CLAIMED
           MOVE "N" TO WS-CLAIM-EOF
           MOVE WS-MAINT-TRACK-NO TO CL-TRACKING-NO
           START CLAIM-FILE KEY IS = CL-TRACKING-NO
               INVALID KEY
                   MOVE "Y" TO WS-CLAIM-EOF
           END-START
           PERFORM UNTIL WS-CLAIM-EOF = "Y"
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLAIM-EOF
                   NOT AT END
                       IF CL-TRACKING-NO NOT = WS-MAINT-TRACK-NO
                           MOVE "Y" TO WS-CLAIM-EOF
                       ELSE
                           IF NOT CLAIM-DENIED
                               MOVE "Y" TO WS-ALREADY-CLAIMED
                               MOVE "Y" TO WS-CLAIM-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       150-ACCEPT-CLAIM-FIELDS.
           DISPLAY 'ENTER CLAIM TYPE: L-LOST   D-DAMAGED'
           ACCEPT WS-MAINT-TYPE
           PERFORM UNTIL WS-MAINT-TYPE = "L" OR WS-MAINT-TYPE = "D"
               DISPLAY 'PLEASE ENTER L OR D'
               ACCEPT WS-MAINT-TYPE
           END-PERFORM
           DISPLAY 'ENTER CLAIMED VALUE (99999.99)'
           ACCEPT WS-MAINT-VALUE
           PERFORM UNTIL WS-MAINT-VALUE IS NUMERIC
                         AND WS-MAINT-VALUE > ZERO
               DISPLAY 'INVALID VALUE - PLEASE RE-ENTER'
               ACCEPT WS-MAINT-VALUE
           END-PERFORM
           DISPLAY 'ENTER NOTE (OPTIONAL)'
           ACCEPT WS-MAINT-NOTE.
      ******************************************************************
      * Takes the next claim number off CLAIMNO.DAT and writes the
      * claim as filed today, carrying the shipment's account, zone,
      * and ship date so the register need not go back to the log.
      ******************************************************************
       160-WRITE-CLAIM.
           PERFORM 170-ASSIGN-CLAIM-NUMBER
           MOVE SPACES TO CLAIM-REC
           MOVE WS-NEXT-CLAIM-NO  TO CL-CLAIM-NO
           MOVE WS-MAINT-TRACK-NO TO CL-TRACKING-NO
           MOVE WF-ACCT-NO        TO CL-ACCT-NO
           MOVE WF-ZONE           TO CL-ZONE
           COMPUTE CL-SHIP-DATE =
               (WF-YEAR * 10000) + (WF-MM * 100) + WF-DD
           MOVE WS-MAINT-TYPE     TO CL-TYPE
           MOVE WS-MAINT-VALUE    TO CL-CLAIMED-VALUE
           MOVE "F"               TO CL-STATUS
           MOVE WS-TODAY          TO CL-FILED-DATE
           MOVE ZERO              TO CL-APPROVED-DATE
           MOVE ZERO              TO CL-APPROVED-AMOUNT
           MOVE ZERO              TO CL-DENIED-DATE
           MOVE ZERO              TO CL-PAID-DATE
           MOVE WS-MAINT-NOTE     TO CL-NOTE
           MOVE WS-OPERATOR-ID    TO CL-UPDATED-BY
           WRITE CLAIM-REC
               INVALID KEY
                   DISPLAY 'WRITE FAILED - STATUS ' WS-CLAIM-STATUS
               NOT INVALID KEY
                   DISPLAY 'CLAIM ' CL-CLAIM-NO ' FILED'
                   MOVE "FILE  " TO MA-ACTION
                   MOVE CL-CLAIM-NO TO MA-KEY
                   MOVE SPACES TO MA-BEFORE-IMAGE
                   MOVE CLAIM-REC TO MA-AFTER-IMAGE
                   PERFORM 905-LOG-MAINT-AUDIT
           END-WRITE.
      ******************************************************************
      * Reads the last claim number from CLAIMNO.DAT (zero if the
      * file doesn't exist yet), adds one, and writes the new number
      * back -- the RUNNO.DAT idiom.
      ******************************************************************
       170-ASSIGN-CLAIM-NUMBER.
           MOVE ZERO TO WS-NEXT-CLAIM-NO
           OPEN INPUT CLAIM-NUMBER-FILE
           IF WS-CLNO-STATUS = "00"
               READ CLAIM-NUMBER-FILE
                   NOT AT END
                       MOVE CN-NUMBER TO WS-NEXT-CLAIM-NO
               END-READ
               CLOSE CLAIM-NUMBER-FILE
           END-IF
           ADD 1 TO WS-NEXT-CLAIM-NO
           OPEN OUTPUT CLAIM-NUMBER-FILE
           MOVE WS-NEXT-CLAIM-NO TO CN-NUMBER
           WRITE CLAIM-NUMBER-REC
           CLOSE CLAIM-NUMBER-FILE.
      ******************************************************************
      * Moves a claim along: a filed claim is approved or denied, an
      * approved claim is marked paid. Anything else is refused.
      ******************************************************************
       200-UPDATE-CLAIM-STATUS.
           DISPLAY 'ENTER CLAIM NUMBER'
           ACCEPT WS-MAINT-CLAIM-NO
           MOVE WS-MAINT-CLAIM-NO TO CL-CLAIM-NO
           READ CLAIM-FILE
               INVALID KEY
                   DISPLAY 'CLAIM NOT FOUND - NO CHANGE MADE'
               NOT INVALID KEY
                   PERFORM 310-DISPLAY-CLAIM
                   MOVE CLAIM-REC TO MA-BEFORE-IMAGE
                   EVALUATE TRUE
                       WHEN CLAIM-FILED
                           DISPLAY 'ENTER A-APPROVE   D-DENY'
                           ACCEPT WS-MAINT-STEP
                           EVALUATE WS-MAINT-STEP
                               WHEN "A"
                                   PERFORM 210-APPROVE-CLAIM
                               WHEN "D"
                                   PERFORM 220-DENY-CLAIM
                               WHEN OTHER
                                   DISPLAY 'NO CHANGE MADE'
                           END-EVALUATE
                       WHEN CLAIM-APPROVED
                           DISPLAY 'MARK CLAIM PAID? (Y/N)'
                           ACCEPT WS-MAINT-STEP
                           IF WS-MAINT-STEP = "Y"
                               PERFORM 230-PAY-CLAIM
                           ELSE
                               DISPLAY 'NO CHANGE MADE'
                           END-IF
                       WHEN OTHER
                           DISPLAY 'CLAIM IS CLOSED - NO CHANGE MADE'
                   END-EVALUATE
           END-READ.
      ******************************************************************
      * The approved amount defaults to the claimed value and may not
      * exceed it. The customer's credit goes to SHIPLOG.DAT only
      * once the claim record says approved.
      ******************************************************************
       210-APPROVE-CLAIM.
           DISPLAY 'ENTER APPROVED AMOUNT (ZERO FOR FULL CLAIM)'
           ACCEPT WS-APPROVE-AMOUNT
           IF WS-APPROVE-AMOUNT IS NOT NUMERIC
              OR WS-APPROVE-AMOUNT = ZERO
              OR WS-APPROVE-AMOUNT > CL-CLAIMED-VALUE
               MOVE CL-CLAIMED-VALUE TO WS-APPROVE-AMOUNT
           END-IF
           MOVE "A"               TO CL-STATUS
           MOVE WS-TODAY          TO CL-APPROVED-DATE
           MOVE WS-APPROVE-AMOUNT TO CL-APPROVED-AMOUNT
           MOVE WS-OPERATOR-ID    TO CL-UPDATED-BY
           REWRITE CLAIM-REC
               INVALID KEY
                   DISPLAY 'REWRITE FAILED - STATUS ' WS-CLAIM-STATUS
               NOT INVALID KEY
                   DISPLAY 'CLAIM APPROVED FOR ' CL-APPROVED-AMOUNT
                   MOVE "APPROV" TO MA-ACTION
                   PERFORM 240-AUDIT-STATUS-CHANGE
                   PERFORM 250-LOG-CLAIM-CREDIT
           END-REWRITE.
       220-DENY-CLAIM.
           MOVE "D"            TO CL-STATUS
           MOVE WS-TODAY       TO CL-DENIED-DATE
           MOVE WS-OPERATOR-ID TO CL-UPDATED-BY
           REWRITE CLAIM-REC
               INVALID KEY
                   DISPLAY 'REWRITE FAILED - STATUS ' WS-CLAIM-STATUS
               NOT INVALID KEY
                   DISPLAY 'CLAIM DENIED'
                   MOVE "DENY  " TO MA-ACTION
                   PERFORM 240-AUDIT-STATUS-CHANGE
           END-REWRITE.
       230-PAY-CLAIM.
           MOVE "P"            TO CL-STATUS
           MOVE WS-TODAY       TO CL-PAID-DATE
           MOVE WS-OPERATOR-ID TO CL-UPDATED-BY
           REWRITE CLAIM-REC
               INVALID KEY
                   DISPLAY 'REWRITE FAILED - STATUS ' WS-CLAIM-STATUS
               NOT INVALID KEY
                   DISPLAY 'CLAIM MARKED PAID'
                   MOVE "PAID  " TO MA-ACTION
                   PERFORM 240-AUDIT-STATUS-CHANGE
           END-REWRITE.
       240-AUDIT-STATUS-CHANGE.
           MOVE CL-CLAIM-NO TO MA-KEY
           MOVE CLAIM-REC TO MA-AFTER-IMAGE
           PERFORM 905-LOG-MAINT-AUDIT.
      ******************************************************************
      * Appends the approved amount as a CREDIT line dated today, so
      * the next invoice run for the month nets it against the
      * account's charges. The shipment's own line supplies the
      * name, weight, and hazardous flag.
      ******************************************************************
       250-LOG-CLAIM-CREDIT.
           MOVE CL-TRACKING-NO TO WS-MAINT-TRACK-NO
           PERFORM 110-FIND-SHIPMENT
           IF WS-FOUND = "N"
               MOVE SPACES TO WF-CUST-NAME
               MOVE SPACES TO WF-WEIGHT
               MOVE "N"    TO WF-HAZARDOUS
           END-IF
           MOVE WS-CLAIM-NOW (5:2) TO CC-MM
           MOVE WS-CLAIM-NOW (7:2) TO CC-DD
           MOVE WS-CLAIM-NOW (1:4) TO CC-YEAR
           MOVE CL-ACCT-NO         TO CC-ACCT-NO
           MOVE WF-CUST-NAME       TO CC-CUST-NAME
           MOVE WF-WEIGHT          TO CC-WEIGHT
           MOVE WF-HAZARDOUS       TO CC-HAZARDOUS
           MOVE CL-ZONE            TO CC-ZONE
           COMPUTE WS-CREDIT-FEE = ZERO - CL-APPROVED-AMOUNT
           MOVE WS-CREDIT-FEE      TO CC-SHIPPING-FEE
           MOVE CL-TRACKING-NO     TO CC-TRACKING-NO
           OPEN EXTEND SHIPLOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT SHIPLOG-FILE
           END-IF
           WRITE SHIPLOG-REC FROM CLAIM-CREDIT-LINE
           CLOSE SHIPLOG-FILE
           DISPLAY 'CREDIT LOGGED FOR ACCOUNT ' CL-ACCT-NO
               ' - NETS ON THE NEXT INVOICE'.
       300-INQUIRE-CLAIM.
           DISPLAY 'ENTER CLAIM NUMBER'
           ACCEPT WS-MAINT-CLAIM-NO
           MOVE WS-MAINT-CLAIM-NO TO CL-CLAIM-NO
           READ CLAIM-FILE
               INVALID KEY
                   DISPLAY 'CLAIM NOT FOUND'
               NOT INVALID KEY
                   PERFORM 310-DISPLAY-CLAIM
           END-READ.
       310-DISPLAY-CLAIM.
           DISPLAY 'CLAIM:          ' CL-CLAIM-NO
           DISPLAY 'TRACKING:       ' CL-TRACKING-NO
           DISPLAY 'ACCOUNT:        ' CL-ACCT-NO
           DISPLAY 'ZONE:           ' CL-ZONE
           DISPLAY 'SHIP DATE:      ' CL-SHIP-DATE
           IF CLAIM-LOST
               DISPLAY 'TYPE:           LOST'
           ELSE
               DISPLAY 'TYPE:           DAMAGED'
           END-IF
           DISPLAY 'CLAIMED VALUE:  ' CL-CLAIMED-VALUE
           DISPLAY 'FILED:          ' CL-FILED-DATE
           EVALUATE TRUE
               WHEN CLAIM-FILED
                   DISPLAY 'STATUS:         FILED'
               WHEN CLAIM-APPROVED
                   DISPLAY 'STATUS:         APPROVED'
               WHEN CLAIM-DENIED
                   DISPLAY 'STATUS:         DENIED'
               WHEN CLAIM-PAID
                   DISPLAY 'STATUS:         PAID'
           END-EVALUATE
           IF CL-APPROVED-DATE > ZERO
               DISPLAY 'APPROVED:       ' CL-APPROVED-DATE
                   '  AMOUNT ' CL-APPROVED-AMOUNT
           END-IF
           IF CL-DENIED-DATE > ZERO
               DISPLAY 'DENIED:         ' CL-DENIED-DATE
           END-IF
           IF CL-PAID-DATE > ZERO
               DISPLAY 'PAID:           ' CL-PAID-DATE
           END-IF
           DISPLAY 'NOTE:           ' CL-NOTE.
      ******************************************************************
      * Run-lock discipline: a file another run has locked refuses
      * this run with a clear message; otherwise our lock joins
      * LOCKS.DAT until 909-RELEASE-RUN-LOCKS takes it back
      * out at end of run. LockUtil lists and clears stale locks
      * left by a crash.
      ******************************************************************
       907-ACQUIRE-ONE-LOCK.
           MOVE "N" TO WS-LOCK-BUSY
           MOVE "N" TO WS-LOCK-EOF
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               PERFORM UNTIL WS-LOCK-EOF = "Y"
                   READ LOCK-FILE
                       AT END
                           MOVE "Y" TO WS-LOCK-EOF
                       NOT AT END
                           MOVE LOCK-IOREC TO LOCK-RECORD
                           IF LK-FILE-NAME = WS-LOCK-TARGET
                               MOVE "Y" TO WS-LOCK-BUSY
                               MOVE "Y" TO WS-LOCK-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF
           IF WS-LOCK-BUSY = "Y"
               DISPLAY WS-LOCK-TARGET " IS LOCKED BY " LK-PROGRAM
                   " SINCE " LK-DATE " " LK-TIME
                   " - RUN REFUSED (SEE LOCKUTIL)"
               MOVE 1 TO RETURN-CODE
               PERFORM 909-RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-LOCK-NOW
           MOVE WS-LOCK-TARGET     TO LK-FILE-NAME
           MOVE "SHIPCLM" TO LK-PROGRAM
           MOVE WS-LOCK-NOW (1:8)  TO LK-DATE
           MOVE WS-LOCK-NOW (9:6)  TO LK-TIME
           OPEN EXTEND LOCK-FILE
           IF WS-LOCK-STATUS NOT = "00"
               OPEN OUTPUT LOCK-FILE
           END-IF
           WRITE LOCK-IOREC FROM LOCK-RECORD
           CLOSE LOCK-FILE.
       909-RELEASE-RUN-LOCKS.
           MOVE ZERO TO WS-HLOCK-COUNT
           MOVE "N" TO WS-LOCK-EOF
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               PERFORM UNTIL WS-LOCK-EOF = "Y"
                   READ LOCK-FILE
                       AT END
                           MOVE "Y" TO WS-LOCK-EOF
                       NOT AT END
                           IF WS-HLOCK-COUNT < 100
                               ADD 1 TO WS-HLOCK-COUNT
                               MOVE LOCK-IOREC TO
                                   WS-HL-RECORD (WS-HLOCK-COUNT)
                               MOVE LOCK-IOREC TO LOCK-RECORD
                               IF LK-PROGRAM = "SHIPCLM"
                                   MOVE "Y" TO
                                       WS-HL-MINE (WS-HLOCK-COUNT)
                               ELSE
                                   MOVE "N" TO
                                       WS-HL-MINE (WS-HLOCK-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-FILE
               OPEN OUTPUT LOCK-FILE
               PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
                       UNTIL WS-LOCK-SUB > WS-HLOCK-COUNT
                   IF WS-HL-MINE (WS-LOCK-SUB) = "N"
                       MOVE WS-HL-RECORD (WS-LOCK-SUB)
                           TO LOCK-IOREC
                       WRITE LOCK-IOREC
                   END-IF
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT
      * with function "H" (shipping) among its allowed functions.
      * With no operator file on disk yet the sign-on is not
      * enforced, only recorded.
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
                                   WS-FUNC-TALLY FOR ALL "H"
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
                       ' NOT AUTHORIZED FOR SHIPPING CLAIMS'
               END-IF
           END-IF.
      ******************************************************************
      * Appends one claim action to the shared MNTAUDIT.LOG: the
      * caller has set MA-ACTION, MA-KEY, and the before/after
      * images; this stamps the program, operator, and timestamp.
      ******************************************************************
       905-LOG-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-MAUD-NOW
           MOVE "SHIPCLM" TO MA-PROGRAM
           MOVE WS-OPERATOR-ID TO MA-OPERATOR
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
       END PROGRAM ShipClm.
