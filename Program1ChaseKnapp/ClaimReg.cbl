       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimReg.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Monthly loss and damage claims register -- the damage
      *     rate the carrier-contract renewal needs to go with
      *     ShipPerf's on-time figures. Lists every claim filed on
      *     SHIPCLM.DAT in the report month with its type, value, and
      *     where it stands, then summarizes by zone (claims against
      *     the month's CHARGE shipments off SHIPLOG.DAT, or the
      *     month's SHIPLOG.<YYYYMM>.DAT archive once it has rolled,
      *     as a damage rate per hundred shipments) and by shipper
      *     account (claimed and approved value). The report month is
      *     prompted; a BATCH command-line argument takes the current
      *     month for unattended runs, as ShipPerf does.
      * Input:
      *     SHIPCLM.DAT, SHIPLOG.DAT, SHIPLOG.<YYYYMM>.DAT
      * Output:
      *     CLAIMREG.RPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  CLAIM-FILE
               ASSIGN TO "SHIPCLM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-CLAIM-NO
               ALTERNATE RECORD KEY IS CL-TRACKING-NO WITH DUPLICATES
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT  SHIPLOG-FILE
               ASSIGN TO "SHIPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT  ARCHIVE-LOG-FILE
               ASSIGN USING WS-ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT  REGISTER-FILE
               ASSIGN TO "CLAIMREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
       01  CLAIM-REC.
           05  CL-CLAIM-NO             PIC 9(6).
           05  CL-TRACKING-NO          PIC X(8).
           05  CL-ACCT-NO              PIC X(5).
           05  CL-ZONE                 PIC X.
           05  CL-SHIP-DATE            PIC 9(8).
           05  CL-TYPE                 PIC X.
               88  CLAIM-LOST                 VALUE "L".
               88  CLAIM-DAMAGED              VALUE "D".
           05  CL-CLAIMED-VALUE        PIC 9(5)V99.
           05  CL-STATUS               PIC X.
               88  CLAIM-FILED                VALUE "F".
               88  CLAIM-APPROVED             VALUE "A".
               88  CLAIM-DENIED               VALUE "D".
               88  CLAIM-PAID                 VALUE "P".
           05  CL-FILED-DATE           PIC 9(8).
           05  CL-FILED-DATE-SPLIT REDEFINES CL-FILED-DATE.
               10  CL-FILED-YEAR       PIC 9(4).
               10  CL-FILED-MONTH      PIC 99.
               10  CL-FILED-DAY        PIC 99.
           05  CL-APPROVED-DATE        PIC 9(8).
           05  CL-APPROVED-AMOUNT      PIC 9(5)V99.
           05  CL-DENIED-DATE          PIC 9(8).
           05  CL-PAID-DATE            PIC 9(8).
           05  CL-NOTE                 PIC X(20).
           05  CL-UPDATED-BY           PIC X(8).
       FD  SHIPLOG-FILE.
       01  SHIPLOG-REC                 PIC X(80).
       FD  ARCHIVE-LOG-FILE.
       01  ARCHIVE-LOG-REC             PIC X(80).
       FD  REGISTER-FILE.
       01  REGISTER-REC                PIC X(80).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-CLAIM-STATUS    PIC XX.
           05  WS-LOG-STATUS      PIC XX.
           05  WS-ARCH-STATUS     PIC XX.
           05  WS-LOG-EOF         PIC X     VALUE "N".
           05  WS-CMD-ARG         PIC X(8)  VALUE SPACES.
           05  WS-REG-YEAR        PIC 9(4)  VALUE ZERO.
           05  WS-REG-MONTH       PIC 99    VALUE ZERO.
           05  WS-REG-PERIOD      PIC 9(6)  VALUE ZERO.
           05  WS-ZONE-SUB        PIC 9(3)  VALUE ZERO.
           05  WS-ACCT-SUB        PIC 9(3)  VALUE ZERO.
           05  WS-CLAIM-COUNT     PIC 9(5)  VALUE ZERO.
           05  WS-SHIP-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-CLAIMED-TOTAL   PIC 9(9)V99 VALUE ZERO.
           05  WS-APPROVED-TOTAL  PIC 9(9)V99 VALUE ZERO.
           05  WS-DAMAGE-RATE     PIC 999V99 VALUE ZERO.
       77  WS-ARCH-FILE-NAME     PIC X(30) VALUE SPACES.
      ******************************************************************
      * The log line in the calculator's SHIPLOG-DETAIL-LINE layout,
      * live or archive.
      ******************************************************************
       01  WS-LOG-LINE.
           05  FILLER                  PIC X.
           05  WL-MM                   PIC 99.
           05  FILLER                  PIC X.
           05  WL-DD                   PIC 99.
           05  FILLER                  PIC X.
           05  WL-YEAR                 PIC 9(4).
           05  FILLER                  PIC X(31).
           05  WL-ZONE                 PIC X.
           05  FILLER                  PIC X(13).
           05  WL-TRANSACTION-TYPE     PIC X(6).
           05  FILLER                  PIC X(18).
      ******************************************************************
      * Shipments and claims per zone, and claims per shipper account.
      ******************************************************************
       01  WS-ZONE-TABLE.
           05  WS-ZONE-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-ZONE-ENTRY      OCCURS 20 TIMES.
               10  WS-ZN-CODE     PIC X.
               10  WS-ZN-SHIPPED  PIC 9(7).
               10  WS-ZN-CLAIMS   PIC 9(5).
               10  WS-ZN-LOST     PIC 9(5).
               10  WS-ZN-DAMAGED  PIC 9(5).
               10  WS-ZN-CLAIMED  PIC 9(9)V99.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-ACCT-ENTRY      OCCURS 500 TIMES.
               10  WS-AC-ACCT-NO  PIC X(5).
               10  WS-AC-CLAIMS   PIC 9(5).
               10  WS-AC-CLAIMED  PIC 9(9)V99.
               10  WS-AC-APPROVED PIC 9(9)V99.
       01  REGISTER-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(35) VALUE
                                  "LOSS AND DAMAGE CLAIMS REGISTER - ".
           05  RH-MONTH           PIC 99.
           05  FILLER             PIC X     VALUE "/".
           05  RH-YEAR            PIC 9(4).
           05  FILLER             PIC X(32) VALUE SPACES.
       01  CLAIM-HEADING.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "CLAIM   ".
           05  FILLER             PIC X(10) VALUE "TRACK NO  ".
           05  FILLER             PIC X(7)  VALUE "ACCT   ".
           05  FILLER             PIC X(5)  VALUE "ZONE ".
           05  FILLER             PIC X(9)  VALUE "TYPE     ".
           05  FILLER             PIC X(11) VALUE "    CLAIMED".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "STATUS    ".
           05  FILLER             PIC X(11) VALUE "   APPROVED".
           05  FILLER             PIC X(5)  VALUE SPACES.
       01  CLAIM-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CD-CLAIM-NO        PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CD-TRACKING-NO     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CD-ACCT-NO         PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CD-ZONE            PIC X.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  CD-TYPE            PIC X(7).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CD-CLAIMED         PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  CD-STATUS          PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CD-APPROVED        PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(7)  VALUE SPACES.
       01  ZONE-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(22) VALUE
                                  "*** CLAIMS BY ZONE ***".
           05  FILLER             PIC X(52) VALUE SPACES.
       01  ZONE-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  ZD-ZONE            PIC X.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "SHIPPED: ".
           05  ZD-SHIPPED         PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(10) VALUE "  CLAIMS: ".
           05  ZD-CLAIMS          PIC ZZ,ZZ9.
           05  FILLER             PIC X(3)  VALUE " L:".
           05  ZD-LOST            PIC ZZZZ9.
           05  FILLER             PIC X(3)  VALUE " D:".
           05  ZD-DAMAGED         PIC ZZZZ9.
           05  FILLER             PIC X(8)  VALUE "  RATE: ".
           05  ZD-RATE            PIC ZZ9.99.
           05  FILLER             PIC X     VALUE "%".
           05  FILLER             PIC X(10) VALUE SPACES.
       01  ACCOUNT-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(25) VALUE
                                  "*** CLAIMS BY ACCOUNT ***".
           05  FILLER             PIC X(49) VALUE SPACES.
       01  ACCOUNT-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  AD-ACCT-NO         PIC X(5).
           05  FILLER             PIC X(10) VALUE "  CLAIMS: ".
           05  AD-CLAIMS          PIC ZZ,ZZ9.
           05  FILLER             PIC X(11) VALUE "  CLAIMED: ".
           05  AD-CLAIMED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(12) VALUE "  APPROVED: ".
           05  AD-APPROVED        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(6)  VALUE SPACES.
       01  REGISTER-TOTAL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "CLAIMS: ".
           05  RT-CLAIMS          PIC ZZ,ZZ9.
           05  FILLER             PIC X(11) VALUE "  SHIPPED: ".
           05  RT-SHIPPED         PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(8)  VALUE "  RATE: ".
           05  RT-RATE            PIC ZZ9.99.
           05  FILLER             PIC X     VALUE "%".
           05  FILLER             PIC X(11) VALUE "  CLAIMED: ".
           05  RT-CLAIMED         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(4)  VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-INPUT-REPORT-MONTH
           PERFORM 020-COUNT-MONTH-SHIPMENTS
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-STATUS NOT = "00"
               DISPLAY "SHIPCLM.DAT NOT FOUND - NO CLAIMS ON FILE"
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           MOVE WS-REG-MONTH TO RH-MONTH
           MOVE WS-REG-YEAR  TO RH-YEAR
           WRITE REGISTER-REC FROM REGISTER-HEADING
           WRITE REGISTER-REC FROM CLAIM-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM 100-READ-CLAIM UNTIL EOF = "Y"
           CLOSE CLAIM-FILE
           PERFORM 300-PRINT-ZONE-SUMMARY
           PERFORM 400-PRINT-ACCOUNT-SUMMARY
           CLOSE REGISTER-FILE
           DISPLAY "CLAIMREG.RPT GENERATED - " WS-CLAIM-COUNT
               " CLAIMS"
           STOP RUN.
       010-INPUT-REPORT-MONTH.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG = "BATCH"
               MOVE WS-YEAR  TO WS-REG-YEAR
               MOVE WS-MONTH TO WS-REG-MONTH
           ELSE
               DISPLAY 'ENTER REPORT YEAR (YYYY)'
               ACCEPT WS-REG-YEAR
               DISPLAY 'ENTER REPORT MONTH (MM)'
               ACCEPT WS-REG-MONTH
               PERFORM UNTIL WS-REG-YEAR IS NUMERIC AND
                             WS-REG-MONTH IS NUMERIC AND
                             WS-REG-MONTH >= 1 AND
                             WS-REG-MONTH <= 12
                   DISPLAY 'INVALID PERIOD - PLEASE RE-ENTER'
                   DISPLAY 'ENTER REPORT YEAR (YYYY)'
                   ACCEPT WS-REG-YEAR
                   DISPLAY 'ENTER REPORT MONTH (MM)'
                   ACCEPT WS-REG-MONTH
               END-PERFORM
           END-IF
           COMPUTE WS-REG-PERIOD =
               (WS-REG-YEAR * 100) + WS-REG-MONTH
           MOVE SPACES TO WS-ARCH-FILE-NAME
           STRING "SHIPLOG." DELIMITED BY SIZE
                  WS-REG-PERIOD DELIMITED BY SIZE
                  ".DAT"     DELIMITED BY SIZE
                  INTO WS-ARCH-FILE-NAME
           END-STRING.
      ******************************************************************
      * The month's CHARGE shipments by zone, the denominator of the
      * damage rate: the live log plus the month's archive if ShipRoll
      * has already rolled it.
      ******************************************************************
       020-COUNT-MONTH-SHIPMENTS.
           OPEN INPUT SHIPLOG-FILE
           IF WS-LOG-STATUS = "00"
               MOVE "N" TO WS-LOG-EOF
               PERFORM UNTIL WS-LOG-EOF = "Y"
                   READ SHIPLOG-FILE
                       AT END
                           MOVE "Y" TO WS-LOG-EOF
                       NOT AT END
                           MOVE SHIPLOG-REC TO WS-LOG-LINE
                           PERFORM 030-COUNT-ONE-SHIPMENT
                   END-READ
               END-PERFORM
               CLOSE SHIPLOG-FILE
           END-IF
           OPEN INPUT ARCHIVE-LOG-FILE
           IF WS-ARCH-STATUS = "00"
               MOVE "N" TO WS-LOG-EOF
               PERFORM UNTIL WS-LOG-EOF = "Y"
                   READ ARCHIVE-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-LOG-EOF
                       NOT AT END
                           MOVE ARCHIVE-LOG-REC TO WS-LOG-LINE
                           PERFORM 030-COUNT-ONE-SHIPMENT
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LOG-FILE
           END-IF.
       030-COUNT-ONE-SHIPMENT.
           IF WL-TRANSACTION-TYPE = "CHARGE"
              AND WL-YEAR = WS-REG-YEAR
              AND WL-MM = WS-REG-MONTH
               PERFORM 040-FIND-ZONE-ENTRY
               IF WS-ZONE-SUB <= WS-ZONE-COUNT
                   ADD 1 TO WS-ZN-SHIPPED (WS-ZONE-SUB)
               END-IF
               ADD 1 TO WS-SHIP-COUNT
           END-IF.
      ******************************************************************
      * Finds WL-ZONE in the zone table, adding it on first sight.
      * WS-ZONE-SUB past WS-ZONE-COUNT means the table is full.
      ******************************************************************
       040-FIND-ZONE-ENTRY.
           PERFORM VARYING WS-ZONE-SUB FROM 1 BY 1
                   UNTIL WS-ZONE-SUB > WS-ZONE-COUNT
                      OR WS-ZN-CODE (WS-ZONE-SUB) = WL-ZONE
               CONTINUE
           END-PERFORM
           IF WS-ZONE-SUB > WS-ZONE-COUNT AND WS-ZONE-COUNT < 20
               ADD 1 TO WS-ZONE-COUNT
               MOVE WL-ZONE TO WS-ZN-CODE (WS-ZONE-COUNT)
               MOVE ZERO TO WS-ZN-SHIPPED (WS-ZONE-COUNT)
               MOVE ZERO TO WS-ZN-CLAIMS (WS-ZONE-COUNT)
               MOVE ZERO TO WS-ZN-LOST (WS-ZONE-COUNT)
               MOVE ZERO TO WS-ZN-DAMAGED (WS-ZONE-COUNT)
               MOVE ZERO TO WS-ZN-CLAIMED (WS-ZONE-COUNT)
           END-IF.
      ******************************************************************
      * One claim filed in the report month: a register line, then
      * into its zone's and account's accumulators.
      ******************************************************************
       100-READ-CLAIM.
           READ CLAIM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   IF CL-FILED-YEAR = WS-REG-YEAR
                      AND CL-FILED-MONTH = WS-REG-MONTH
                       PERFORM 200-PRINT-CLAIM-LINE
                       PERFORM 210-ACCUMULATE-CLAIM
                   END-IF
           END-READ.
       200-PRINT-CLAIM-LINE.
           MOVE CL-CLAIM-NO      TO CD-CLAIM-NO
           MOVE CL-TRACKING-NO   TO CD-TRACKING-NO
           MOVE CL-ACCT-NO       TO CD-ACCT-NO
           MOVE CL-ZONE          TO CD-ZONE
           IF CLAIM-LOST
               MOVE "LOST"    TO CD-TYPE
           ELSE
               MOVE "DAMAGED" TO CD-TYPE
           END-IF
           MOVE CL-CLAIMED-VALUE TO CD-CLAIMED
           EVALUATE TRUE
               WHEN CLAIM-FILED
                   MOVE "FILED"    TO CD-STATUS
               WHEN CLAIM-APPROVED
                   MOVE "APPROVED" TO CD-STATUS
               WHEN CLAIM-DENIED
                   MOVE "DENIED"   TO CD-STATUS
               WHEN CLAIM-PAID
                   MOVE "PAID"     TO CD-STATUS
               WHEN OTHER
                   MOVE SPACES     TO CD-STATUS
           END-EVALUATE
           MOVE CL-APPROVED-AMOUNT TO CD-APPROVED
           WRITE REGISTER-REC FROM CLAIM-DETAIL-LINE.
       210-ACCUMULATE-CLAIM.
           ADD 1 TO WS-CLAIM-COUNT
           ADD CL-CLAIMED-VALUE   TO WS-CLAIMED-TOTAL
           ADD CL-APPROVED-AMOUNT TO WS-APPROVED-TOTAL
           MOVE CL-ZONE TO WL-ZONE
           PERFORM 040-FIND-ZONE-ENTRY
           IF WS-ZONE-SUB <= WS-ZONE-COUNT
               ADD 1 TO WS-ZN-CLAIMS (WS-ZONE-SUB)
               IF CLAIM-LOST
                   ADD 1 TO WS-ZN-LOST (WS-ZONE-SUB)
               ELSE
                   ADD 1 TO WS-ZN-DAMAGED (WS-ZONE-SUB)
               END-IF
               ADD CL-CLAIMED-VALUE TO WS-ZN-CLAIMED (WS-ZONE-SUB)
           END-IF
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                      OR WS-AC-ACCT-NO (WS-ACCT-SUB) = CL-ACCT-NO
               CONTINUE
           END-PERFORM
           IF WS-ACCT-SUB > WS-ACCT-COUNT AND WS-ACCT-COUNT < 500
               ADD 1 TO WS-ACCT-COUNT
               MOVE CL-ACCT-NO TO WS-AC-ACCT-NO (WS-ACCT-COUNT)
               MOVE ZERO TO WS-AC-CLAIMS (WS-ACCT-COUNT)
               MOVE ZERO TO WS-AC-CLAIMED (WS-ACCT-COUNT)
               MOVE ZERO TO WS-AC-APPROVED (WS-ACCT-COUNT)
           END-IF
           IF WS-ACCT-SUB <= WS-ACCT-COUNT
               ADD 1 TO WS-AC-CLAIMS (WS-ACCT-SUB)
               ADD CL-CLAIMED-VALUE TO WS-AC-CLAIMED (WS-ACCT-SUB)
               ADD CL-APPROVED-AMOUNT TO WS-AC-APPROVED (WS-ACCT-SUB)
           END-IF.
      ******************************************************************
      * One line per zone with its damage rate -- claims filed in the
      * month per hundred CHARGE shipments in the month -- then the
      * register totals.
      ******************************************************************
       300-PRINT-ZONE-SUMMARY.
           WRITE REGISTER-REC FROM ZONE-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-ZONE-SUB FROM 1 BY 1
                   UNTIL WS-ZONE-SUB > WS-ZONE-COUNT
               MOVE WS-ZN-CODE (WS-ZONE-SUB)    TO ZD-ZONE
               MOVE WS-ZN-SHIPPED (WS-ZONE-SUB) TO ZD-SHIPPED
               MOVE WS-ZN-CLAIMS (WS-ZONE-SUB)  TO ZD-CLAIMS
               MOVE WS-ZN-LOST (WS-ZONE-SUB)    TO ZD-LOST
               MOVE WS-ZN-DAMAGED (WS-ZONE-SUB) TO ZD-DAMAGED
               IF WS-ZN-SHIPPED (WS-ZONE-SUB) > ZERO
                   COMPUTE WS-DAMAGE-RATE ROUNDED =
                       (WS-ZN-CLAIMS (WS-ZONE-SUB) * 100)
                       / WS-ZN-SHIPPED (WS-ZONE-SUB)
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-DAMAGE-RATE
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO WS-DAMAGE-RATE
               END-IF
               MOVE WS-DAMAGE-RATE TO ZD-RATE
               WRITE REGISTER-REC FROM ZONE-DETAIL-LINE
           END-PERFORM
           MOVE WS-CLAIM-COUNT TO RT-CLAIMS
           MOVE WS-SHIP-COUNT  TO RT-SHIPPED
           IF WS-SHIP-COUNT > ZERO
               COMPUTE WS-DAMAGE-RATE ROUNDED =
                   (WS-CLAIM-COUNT * 100) / WS-SHIP-COUNT
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-DAMAGE-RATE
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-DAMAGE-RATE
           END-IF
           MOVE WS-DAMAGE-RATE   TO RT-RATE
           MOVE WS-CLAIMED-TOTAL TO RT-CLAIMED
           WRITE REGISTER-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
       400-PRINT-ACCOUNT-SUMMARY.
           WRITE REGISTER-REC FROM ACCOUNT-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               MOVE WS-AC-ACCT-NO (WS-ACCT-SUB)  TO AD-ACCT-NO
               MOVE WS-AC-CLAIMS (WS-ACCT-SUB)   TO AD-CLAIMS
               MOVE WS-AC-CLAIMED (WS-ACCT-SUB)  TO AD-CLAIMED
               MOVE WS-AC-APPROVED (WS-ACCT-SUB) TO AD-APPROVED
               WRITE REGISTER-REC FROM ACCOUNT-DETAIL-LINE
           END-PERFORM.
       END PROGRAM ClaimReg.
