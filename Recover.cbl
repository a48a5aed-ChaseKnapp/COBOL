       IDENTIFICATION DIVISION.
       PROGRAM-ID. Recover.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Forward recovery after a restore. Backup RESTORE puts a
      *     master back the way it was when the generation was taken;
      *     this run then replays, in time order, every journaled
      *     change made to that master since the generation's date
      *     and time, so a bad night costs a restore and a replay
      *     instead of a day of rekeying.
      *       CUSTOMER.DAT   - CustMaint adds/changes/deletes and
      *                        CredAppr limit approvals from
      *                        MNTAUDIT.LOG, plus the CustPost
      *                        postings: the CUSTTRAN.DAT batches
      *                        BATCHIDS.DAT shows posted since the
      *                        generation, and the requeued
      *                        corrections kept in CUSTPOST.RQH.
      *       employee.dat   - EmpMaint adds/changes/terminations
      *                        from MNTAUDIT.LOG (its batch mode
      *                        and the PROGRAM2.RQ corrections are
      *                        journaled there too).
      *       lab7.dat       - department adds/changes/deletes and
      *                        recodes from DEPTAUDIT.LOG.
      *       YTD-TOTALS.DAT - not journaled; the payroll runs since
      *                        the generation are listed for rerun.
      *     Journal entries carry after-images, so the replay is
      *     idempotent: an entry already reflected on the master is
      *     skipped, never applied twice. Postings are re-run through
      *     CustPost's checks and take the next sequence number the
      *     way CustPost assigned it, so replaying in time order
      *     reproduces the original sequence keys; feed records held
      *     or rejected at posting are skipped again, and the period
      *     lock is taken from what CustPost logged on EXCEPTIONS.LOG
      *     since the generation -- a record refused for a closed
      *     period is refused again and one redirected out of a
      *     soft-closed period posts under the date it was redirected
      *     to, whatever the periods' status today. CUSTMAST.DAT is
      *     only read -- it was never restored, so its running totals
      *     already carry the postings.
      *     The master must still match its generation (the size
      *     check Backup verifies with), or the run refuses it --
      *     restore first. Changes made by programs that keep no
      *     journal (merges, archiving, the department file merges)
      *     are not recovered; the report says so. A control count
      *     against RUNHIST.DAT for the runs being recovered closes
      *     the report; a mismatch, or a posted batch whose feed is
      *     no longer on disk, ends the run with a non-zero exit.
      * Input:
      *     BACKUP.IDX, MNTAUDIT.LOG, DEPTAUDIT.LOG, BATCHIDS.DAT,
      *     CUSTTRAN.DAT, CUSTPOST.RQH, CUSTHELD.DAT, CUSTMAST.DAT,
      *     RUNHIST.DAT, EXCEPTIONS.LOG
      * Output:
      *     the restored master brought forward, RECOVER.RPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  BACKUP-INDEX-FILE
               ASSIGN TO "BACKUP.IDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.
           SELECT  MAINT-AUDIT-FILE
               ASSIGN TO "MNTAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.
           SELECT  DEPT-AUDIT-FILE
               ASSIGN TO "DEPTAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAUD-STATUS.
           SELECT  BATCH-ID-FILE
               ASSIGN TO "BATCHIDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BID-STATUS.
           SELECT  TRANSACTION-FILE
               ASSIGN TO "CUSTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT  REQUEUE-HISTORY-FILE
               ASSIGN TO "CUSTPOST.RQH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQH-STATUS.
           SELECT  HELD-TRANS-FILE
               ASSIGN TO "CUSTHELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT  EXCEPTIONS-FILE
               ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT  CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-MAST-STATUS.
           SELECT  CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-SEQ-NO
               ALTERNATE RECORD KEY IS CUST-NO WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT  EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-EMP-STATUS.
           SELECT  DEPT-FILE
               ASSIGN TO "lab7.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT  RUN-HISTORY-FILE
               ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT  RECOVERY-REPORT-FILE
               ASSIGN TO "RECOVER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  EVENT-SORT-FILE
               ASSIGN TO "RECOVER.SRT".
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-INDEX-FILE.
       01  BACKUP-INDEX-REC.
           05  BX-FILENAME        PIC X(30).
           05  FILLER             PIC X.
           05  BX-DATE            PIC 9(8).
           05  FILLER             PIC X.
           05  BX-TIME            PIC 9(6).
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-INREC      PIC X(320).
       FD  DEPT-AUDIT-FILE.
       01  DEPT-AUDIT-INREC       PIC X(90).
       FD  BATCH-ID-FILE.
       01  BATCH-ID-REC.
           05  BI-PROGRAM         PIC X(8).
           05  FILLER             PIC X.
           05  BI-BATCH-ID        PIC 9(6).
           05  FILLER             PIC X.
           05  BI-POSTED-DATE     PIC 9(8).
           05  FILLER             PIC X.
           05  BI-POSTED-TIME     PIC 9(6).
       FD  TRANSACTION-FILE.
       01  TRANSACTION-INREC      PIC X(27).
       FD  REQUEUE-HISTORY-FILE.
       01  REQUEUE-HISTORY-REC.
           05  RQH-DATE           PIC 9(8).
           05  FILLER             PIC X.
           05  RQH-TIME           PIC 9(6).
           05  FILLER             PIC X.
           05  RQH-RECORD         PIC X(21).
       FD  HELD-TRANS-FILE.
       01  HELD-TRANS-REC         PIC X(21).
       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-INREC        PIC X(120).
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
       FD  CUSTOMER-FILE.
       01  CUSTOMER-REC.
           05  CUST-NO            PIC X(5).
           05  CUST-NAME          PIC X(20).
           05  CUST-PURCHASE      PIC 9(5)V99.
           05  CUST-SEQ-NO        PIC 9(6).
           05  CUST-STREET        PIC X(20).
           05  CUST-CITY          PIC X(12).
           05  CUST-STATE         PIC XX.
           05  CUST-ZIP           PIC X(5).
           05  CUST-PHONE         PIC X(10).
           05  CUST-CONTACT       PIC X(15).
           05  CUST-CREDIT-LIMIT  PIC 9(7)V99.
           05  CUST-DATE          PIC 9(8).
           05  CUST-TRAN-TYPE     PIC X.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           05  EMP-NO             PIC X(5).
           05  EMP-REST           PIC X(95).
       FD  DEPT-FILE.
       01  DEPT-REC.
           05  D-CODE             PIC X(2).
           05  D-NAME             PIC X(10).
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-INREC      PIC X(75).
       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-REC    PIC X(132).
      ******************************************************************
      * One journaled change, keyed for replay in time order: the
      * stamp is YYYYMMDDHHMMSS, the rank puts a run's feed ahead of
      * its requeued corrections (as CustPost posts them), and the
      * collection sequence keeps same-second entries in log order.
      * A posting carries its 21-byte transaction in the after-image.
      ******************************************************************
       SD  EVENT-SORT-FILE.
       01  EVENT-SORT-REC.
           05  EV-STAMP           PIC X(14).
           05  EV-RANK            PIC X.
           05  EV-SEQ             PIC 9(7).
           05  EV-SOURCE          PIC X(8).
           05  EV-PROGRAM         PIC X(8).
           05  EV-ACTION          PIC X(6).
           05  EV-KEY             PIC X(10).
           05  EV-BEFORE-IMAGE    PIC X(130).
           05  EV-AFTER-IMAGE     PIC X(130).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * Shared maintenance-audit, run-history, and batch-trailer
      * layouts; see the MNTAUDIT, RUNHIST, and BATCHTRL copybooks.
      * Each is read with MOVE <input record> TO <layout>.
      ******************************************************************
           COPY MNTAUDIT.
           COPY RUNHIST.
           COPY EXCPREC.
           COPY BATCHTRL.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           05  WS-IDX-STATUS      PIC XX.
           05  WS-MAUD-STATUS     PIC XX.
           05  WS-DAUD-STATUS     PIC XX.
           05  WS-BID-STATUS      PIC XX.
           05  WS-TRAN-STATUS     PIC XX.
           05  WS-RQH-STATUS      PIC XX.
           05  WS-HELD-STATUS     PIC XX.
           05  WS-MAST-STATUS     PIC XX.
           05  WS-CUST-STATUS     PIC XX.
           05  WS-EMP-STATUS      PIC XX.
           05  WS-DEPT-STATUS     PIC XX.
           05  WS-RUNHIST-STATUS  PIC XX.
           05  WS-MASTER-NAME     PIC X(30) VALUE SPACES.
           05  WS-MASTER-KIND     PIC X     VALUE SPACE.
           05  WS-GEN-DATE        PIC 9(8)  VALUE ZERO.
           05  WS-GEN-TIME        PIC 9(6)  VALUE ZERO.
           05  WS-GEN-NAME        PIC X(30) VALUE SPACES.
           05  WS-GEN-STAMP       PIC X(14) VALUE SPACES.
           05  WS-GEN-FOUND       PIC X     VALUE "N".
           05  WS-CALL-STATUS     PIC 9(9)  COMP-5.
           05  WS-MASTER-DETAILS  PIC X(24).
           05  WS-GEN-DETAILS     PIC X(24).
           05  WS-MASTER-MATCHES  PIC X     VALUE "N".
           05  WS-MASTER-OPEN     PIC X     VALUE "N".
           05  WS-CM-AVAILABLE    PIC X     VALUE "N".
           05  WS-RECOVERY-OK     PIC X     VALUE "Y".
           05  WS-RELEVANT        PIC X     VALUE "N".
           05  WS-NEXT-SEQ-NO     PIC 9(6)  VALUE ZERO.
           05  WS-REJECT-REASON   PIC X(6).
           05  WS-EXC-STATUS      PIC XX.
           05  WS-EXC-DATE        PIC 9(8)  VALUE ZERO.
           05  WS-REPLAY-IMAGE    PIC X(130).
           05  WS-FIND-CODE       PIC X(2).
           05  WS-FOUND-SUB       PIC 9(3)  VALUE ZERO.
           05  WS-LOOP-SUB        PIC 9(4)  VALUE ZERO.
           05  WS-MASTER-SUB      PIC 9     VALUE ZERO.
       01  WS-COUNTERS.
           05  WS-EVENT-SEQ       PIC 9(7)  VALUE ZERO.
           05  WS-EVENT-COUNT     PIC 9(7)  VALUE ZERO.
           05  WS-APPLIED-COUNT   PIC 9(7)  VALUE ZERO.
           05  WS-SKIPPED-COUNT   PIC 9(7)  VALUE ZERO.
           05  WS-POSTING-COUNT   PIC 9(7)  VALUE ZERO.
           05  WS-RH-STARTED      PIC 9(5)  VALUE ZERO.
           05  WS-RH-COMPLETED    PIC 9(5)  VALUE ZERO.
           05  WS-RH-WRITTEN-SUM  PIC 9(7)  VALUE ZERO.
      ******************************************************************
      * YYYYMMDDHHMMSS stamp assembled from each journal's own date
      * and time layout, so every source compares the same way.
      ******************************************************************
       01  WS-STAMP-BUILD.
           05  WS-SB-YEAR         PIC 9(4).
           05  WS-SB-MONTH        PIC 99.
           05  WS-SB-DAY          PIC 99.
           05  WS-SB-TIME         PIC 9(6).
       01  WS-SB-TIME-SPLIT REDEFINES WS-STAMP-BUILD.
           05  FILLER             PIC X(8).
           05  WS-SB-HH           PIC 99.
           05  WS-SB-MI           PIC 99.
           05  WS-SB-SS           PIC 99.
      ******************************************************************
      * The masters recovery knows, with the kind of replay each
      * takes: "C" customer, "E" employee, "D" department, "Y" not
      * journaled.
      ******************************************************************
       01  WS-MASTER-TABLE.
           05  FILLER             PIC X(31) VALUE
               "CUSTOMER.DAT                  C".
           05  FILLER             PIC X(31) VALUE
               "employee.dat                  E".
           05  FILLER             PIC X(31) VALUE
               "lab7.dat                      D".
           05  FILLER             PIC X(31) VALUE
               "YTD-TOTALS.DAT                Y".
       01  WS-MASTER-LIST REDEFINES WS-MASTER-TABLE.
           05  WS-MASTER-ENTRY    OCCURS 4 TIMES.
               10  WS-ML-NAME     PIC X(30).
               10  WS-ML-KIND     PIC X.
      ******************************************************************
      * DEPTAUDIT.LOG line, the layout Lab7's department maintenance
      * and the recode run write.
      ******************************************************************
       01  DEPT-AUDIT-LINE.
           05  DA-ACTION          PIC X(6).
           05  FILLER             PIC X(9).
           05  DA-BEFORE-IMAGE.
               10  DA-BEFORE-CODE PIC X(2).
               10  FILLER         PIC X.
               10  DA-BEFORE-NAME PIC X(10).
           05  FILLER             PIC X(8).
           05  DA-AFTER-IMAGE.
               10  DA-AFTER-CODE  PIC X(2).
               10  FILLER         PIC X.
               10  DA-AFTER-NAME  PIC X(10).
           05  FILLER             PIC X.
           05  DA-MM              PIC 99.
           05  FILLER             PIC X.
           05  DA-DD              PIC 99.
           05  FILLER             PIC X.
           05  DA-YYYY            PIC 9(4).
           05  FILLER             PIC X.
           05  DA-HH              PIC 99.
           05  FILLER             PIC X.
           05  DA-MI              PIC 99.
           05  FILLER             PIC X.
           05  DA-SS              PIC 99.
           05  FILLER             PIC X(5).
           05  DA-OPERATOR        PIC X(8).
      ******************************************************************
      * Department images as the replay carries them: code, a space,
      * name.
      ******************************************************************
       01  WS-DEPT-IMAGE.
           05  WS-DI-CODE         PIC X(2).
           05  FILLER             PIC X.
           05  WS-DI-NAME         PIC X(10).
       01  WS-DEPT-BEFORE.
           05  WS-DB-CODE         PIC X(2).
           05  FILLER             PIC X.
           05  WS-DB-NAME         PIC X(10).
      ******************************************************************
      * CredAppr's pending-change record, the before-image of an
      * approval: the CUSTOMER.DAT record and the limit approved.
      ******************************************************************
       01  WS-PENDING-CHANGE.
           05  WS-PD-CUST-NO      PIC X(5).
           05  FILLER             PIC X.
           05  WS-PD-SEQ-NO       PIC 9(6).
           05  FILLER             PIC X.
           05  WS-PD-OLD-LIMIT    PIC 9(7)V99.
           05  FILLER             PIC X.
           05  WS-PD-NEW-LIMIT    PIC 9(7)V99.
           05  FILLER             PIC X(98).
      ******************************************************************
      * A posting's transaction, CustPost's CUSTTRAN.DAT layout.
      ******************************************************************
       01  TRANSACTION-REC.
           05  TR-DATE            PIC 9(8).
           05  TR-CUST-NO         PIC X(5).
           05  TR-AMOUNT          PIC 9(5)V99.
           05  TR-TYPE            PIC X.
               88  CREDIT-MEMO-TRAN       VALUE "C".
       01  WS-DATE-OK             PIC X     VALUE "Y".
       01  WS-TRAN-DATE-SPLIT.
           05  WS-TRAN-YEAR       PIC 9(4).
           05  WS-TRAN-MONTH      PIC 99.
           05  WS-TRAN-DAY        PIC 99.
      ******************************************************************
      * CustPost batches on BATCHIDS.DAT posted since the generation,
      * and whether their feed segment turned up in CUSTTRAN.DAT.
      ******************************************************************
       01  WS-POSTED-BATCH-TABLE.
           05  WS-PB-COUNT        PIC 9(3)  VALUE ZERO.
           05  WS-PB-ENTRY        OCCURS 200 TIMES.
               10  WS-PB-ID       PIC 9(6).
               10  WS-PB-STAMP    PIC X(14).
               10  WS-PB-FOUND    PIC X.
       01  WS-PB-SUB              PIC 9(3)  VALUE ZERO.
      ******************************************************************
      * The CUSTTRAN.DAT records read since the last trailer; released
      * once the trailer names a batch posted since the generation.
      ******************************************************************
       01  WS-SEGMENT-TABLE.
           05  WS-SEG-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-SEG-RECORD      PIC X(21) OCCURS 2000 TIMES.
      ******************************************************************
      * CUSTHELD.DAT items (each matched to one feed record at most)
      * and the CUSTPOST.RQH corrections with their run stamps.
      ******************************************************************
       01  WS-HELD-TABLE.
           05  WS-HT-COUNT        PIC 9(4)  VALUE ZERO.
           05  WS-HT-ENTRY        OCCURS 2000 TIMES.
               10  WS-HT-RECORD   PIC X(21).
               10  WS-HT-USED     PIC X.
      ******************************************************************
      * CustPost's period-lock exceptions since the generation: the
      * record as it came in, "PERCLS" refused or "PERRDR" with the
      * date it was redirected to (each matched to one record at
      * most).
      ******************************************************************
       01  WS-PERIOD-LOCK-TABLE.
           05  WS-PL-COUNT        PIC 9(4)  VALUE ZERO.
           05  WS-PL-ENTRY        OCCURS 2000 TIMES.
               10  WS-PL-RECORD   PIC X(21).
               10  WS-PL-REASON   PIC X(6).
               10  WS-PL-DATE     PIC 9(8).
               10  WS-PL-USED     PIC X.
       01  WS-REQUEUE-TABLE.
           05  WS-RT-COUNT        PIC 9(4)  VALUE ZERO.
           05  WS-RT-ENTRY        OCCURS 2000 TIMES.
               10  WS-RT-RECORD   PIC X(21).
               10  WS-RT-STAMP    PIC X(14).
               10  WS-RT-USED     PIC X.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-DEPT-ENTRY      OCCURS 500 TIMES.
               10  WS-D-CODE      PIC X(2).
               10  WS-D-NAME      PIC X(10).
       01  HEADING-MAIN-TITLE.
           05  FILLER             PIC X(40) VALUE
               "FORWARD RECOVERY REPORT".
           05  FILLER             PIC X(8)  VALUE "MASTER: ".
           05  HT-MASTER          PIC X(30).
       01  HEADING-GENERATION.
           05  FILLER             PIC X(12) VALUE "GENERATION: ".
           05  HG-GEN-NAME        PIC X(30).
           05  FILLER             PIC X(8)  VALUE " TAKEN: ".
           05  HG-GEN-DATE        PIC 9(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  HG-GEN-TIME        PIC 9(6).
       01  HEADING-COLUMNS.
           05  FILLER             PIC X(17) VALUE "STAMP".
           05  FILLER             PIC X(9)  VALUE "SOURCE".
           05  FILLER             PIC X(9)  VALUE "PROGRAM".
           05  FILLER             PIC X(7)  VALUE "ACTION".
           05  FILLER             PIC X(11) VALUE "KEY".
           05  FILLER             PIC X(10) VALUE "RESULT".
           05  FILLER             PIC X(30) VALUE "NOTE".
       01  RECOVERY-DETAIL-LINE.
           05  DL-DATE            PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  DL-TIME            PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DL-SOURCE          PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  DL-PROGRAM         PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  DL-ACTION          PIC X(6).
           05  FILLER             PIC X     VALUE SPACE.
           05  DL-KEY             PIC X(10).
           05  FILLER             PIC X     VALUE SPACE.
           05  DL-RESULT          PIC X(9).
           05  FILLER             PIC X     VALUE SPACE.
           05  DL-NOTE            PIC X(40).
       01  RECOVERY-TOTAL-LINE.
           05  FILLER             PIC X(35) VALUE
               "JOURNAL ENTRIES SINCE GENERATION:".
           05  TL-EVENTS          PIC Z(6)9.
           05  FILLER             PIC X(13) VALUE "  REAPPLIED:".
           05  TL-APPLIED         PIC Z(6)9.
           05  FILLER             PIC X(11) VALUE "  SKIPPED:".
           05  TL-SKIPPED         PIC Z(6)9.
       01  RUN-HISTORY-LINE.
           05  FILLER             PIC X(6)  VALUE "  RUN ".
           05  RL-PROGRAM         PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  RL-STATUS          PIC X(9).
           05  FILLER             PIC X     VALUE SPACE.
           05  RL-DATE            PIC X(10).
           05  FILLER             PIC X     VALUE SPACE.
           05  RL-TIME            PIC 9(6).
           05  FILLER             PIC X(10) VALUE "  WRITTEN ".
           05  RL-WRITTEN         PIC Z(6)9.
       01  CONTROL-LINE.
           05  FILLER             PIC X(24) VALUE
               "CUSTPOST RUNS COMPLETED:".
           05  CL-COMPLETED       PIC Z(4)9.
           05  FILLER             PIC X(19) VALUE
               "  RECORDS WRITTEN:".
           05  CL-WRITTEN         PIC Z(6)9.
           05  FILLER             PIC X(21) VALUE
               "  POSTINGS REPLAYED:".
           05  CL-REPLAYED        PIC Z(6)9.
       01  BATCH-MISSING-LINE.
           05  FILLER             PIC X(6)  VALUE "BATCH ".
           05  BM-BATCH-ID        PIC 9(6).
           05  FILLER             PIC X(47) VALUE
               " POSTED SINCE THE GENERATION - FEED NOT ON DISK".
       01  WS-MESSAGE-LINE        PIC X(132).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-GET-MASTER
           IF WS-MASTER-KIND = SPACE
               DISPLAY 'NOT A RECOVERABLE MASTER: ' WS-MASTER-NAME
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 020-FIND-GENERATION
               IF WS-GEN-FOUND = "N"
                   DISPLAY 'NO GENERATION ON BACKUP.IDX FOR '
                       WS-GEN-NAME
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM 025-CHECK-MASTER-RESTORED
                   IF WS-MASTER-MATCHES = "N"
                       DISPLAY WS-MASTER-NAME
                       DISPLAY 'DOES NOT MATCH ' WS-GEN-NAME
                           ' - RESTORE IT BEFORE RECOVERY'
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       PERFORM 100-RUN-RECOVERY
                   END-IF
               END-IF
           END-IF
           STOP RUN.
      ******************************************************************
      * Same prompts as Backup RESTORE: the master and the generation
      * date it was restored from.
      ******************************************************************
       010-GET-MASTER.
           DISPLAY 'ENTER MASTER FILE NAME TO RECOVER'
           ACCEPT WS-MASTER-NAME
           DISPLAY 'ENTER GENERATION DATE RESTORED (YYYYMMDD)'
           ACCEPT WS-GEN-DATE
           PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
                   UNTIL WS-MASTER-SUB > 4
               IF WS-ML-NAME (WS-MASTER-SUB) = WS-MASTER-NAME
                   MOVE WS-ML-KIND (WS-MASTER-SUB) TO WS-MASTER-KIND
               END-IF
           END-PERFORM.
      ******************************************************************
      * The generation's stamp comes from its BACKUP.IDX entry (the
      * last one, should the same day have been backed up twice).
      ******************************************************************
       020-FIND-GENERATION.
           MOVE SPACES TO WS-GEN-NAME
           STRING FUNCTION TRIM(WS-MASTER-NAME) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-GEN-DATE DELIMITED BY SIZE
                  INTO WS-GEN-NAME
           END-STRING
           OPEN INPUT BACKUP-INDEX-FILE
           IF WS-IDX-STATUS = "00"
               PERFORM UNTIL EOF = "Y"
                   READ BACKUP-INDEX-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           IF BX-FILENAME = WS-GEN-NAME
                               MOVE "Y" TO WS-GEN-FOUND
                               MOVE BX-DATE TO WS-GEN-DATE
                               IF BX-TIME IS NUMERIC
                                   MOVE BX-TIME TO WS-GEN-TIME
                               ELSE
                                   MOVE ZERO TO WS-GEN-TIME
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-INDEX-FILE
           END-IF
           MOVE "N" TO EOF
           STRING WS-GEN-DATE DELIMITED BY SIZE
                  WS-GEN-TIME DELIMITED BY SIZE
                  INTO WS-GEN-STAMP
           END-STRING.
      ******************************************************************
      * A master that no longer matches its generation in size has
      * moved on since the restore (or was never restored); replaying
      * onto it could post the same activity twice.
      ******************************************************************
       025-CHECK-MASTER-RESTORED.
           MOVE "N" TO WS-MASTER-MATCHES
           CALL "CBL_CHECK_FILE_EXIST" USING WS-MASTER-NAME
                                             WS-MASTER-DETAILS
               RETURNING WS-CALL-STATUS
           END-CALL
           IF WS-CALL-STATUS = ZERO
               CALL "CBL_CHECK_FILE_EXIST" USING WS-GEN-NAME
                                                 WS-GEN-DETAILS
                   RETURNING WS-CALL-STATUS
               END-CALL
               IF WS-CALL-STATUS = ZERO
                  AND WS-GEN-DETAILS (1:8) = WS-MASTER-DETAILS (1:8)
                   MOVE "Y" TO WS-MASTER-MATCHES
               END-IF
           END-IF.
      ******************************************************************
      * Opens the master, sorts the journaled changes into time order
      * and replays them, then closes with the run-history control
      * count and the totals.
      ******************************************************************
       100-RUN-RECOVERY.
           OPEN OUTPUT RECOVERY-REPORT-FILE
           PERFORM 030-PRINT-HEADINGS
           IF WS-MASTER-KIND = "Y"
               MOVE "YTD-TOTALS.DAT IS NOT JOURNALED - NO REPLAY"
                   TO WS-MESSAGE-LINE
               WRITE RECOVERY-REPORT-REC FROM WS-MESSAGE-LINE
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "RERUN THE PAYROLL RUNS LISTED BELOW AGAINST "
                          DELIMITED BY SIZE
                      "THE RESTORED TOTALS" DELIMITED BY SIZE
                      INTO WS-MESSAGE-LINE
               END-STRING
               WRITE RECOVERY-REPORT-REC FROM WS-MESSAGE-LINE
           ELSE
               PERFORM 210-OPEN-MASTER
               IF WS-MASTER-OPEN = "Y"
                   SORT EVENT-SORT-FILE
                       ON ASCENDING KEY EV-STAMP
                       ON ASCENDING KEY EV-RANK
                       ON ASCENDING KEY EV-SEQ
                       INPUT PROCEDURE IS 110-COLLECT-EVENTS
                       OUTPUT PROCEDURE IS 200-REPLAY-EVENTS
                   PERFORM 280-CLOSE-MASTER
               ELSE
                   MOVE "MASTER COULD NOT BE OPENED - NOTHING REPLAYED"
                       TO WS-MESSAGE-LINE
                   WRITE RECOVERY-REPORT-REC FROM WS-MESSAGE-LINE
                   MOVE "N" TO WS-RECOVERY-OK
               END-IF
           END-IF
           PERFORM 400-CHECK-RUN-HISTORY
           PERFORM 500-WRITE-TOTALS
           CLOSE RECOVERY-REPORT-FILE
           IF WS-RECOVERY-OK = "Y"
               DISPLAY 'RECOVERY COMPLETE - ' WS-APPLIED-COUNT
                   ' CHANGES REAPPLIED - SEE RECOVER.RPT'
           ELSE
               DISPLAY 'RECOVERY INCOMPLETE OR OUT OF BALANCE - '
                   'SEE RECOVER.RPT'
               MOVE 1 TO RETURN-CODE
           END-IF.
       030-PRINT-HEADINGS.
           MOVE WS-MASTER-NAME TO HT-MASTER
           WRITE RECOVERY-REPORT-REC FROM HEADING-MAIN-TITLE
           MOVE WS-GEN-NAME TO HG-GEN-NAME
           MOVE WS-GEN-DATE TO HG-GEN-DATE
           MOVE WS-GEN-TIME TO HG-GEN-TIME
           WRITE RECOVERY-REPORT-REC FROM HEADING-GENERATION
           MOVE SPACES TO RECOVERY-REPORT-REC
           WRITE RECOVERY-REPORT-REC
           WRITE RECOVERY-REPORT-REC FROM HEADING-COLUMNS.
      ******************************************************************
      * Sort input: every journal entry for this master stamped at or
      * after the generation.
      ******************************************************************
       110-COLLECT-EVENTS.
           IF WS-MASTER-KIND = "D"
               PERFORM 120-COLLECT-DEPT-AUDIT
           ELSE
               PERFORM 115-COLLECT-MAINT-AUDIT
           END-IF
           IF WS-MASTER-KIND = "C"
               PERFORM 130-LOAD-POSTED-BATCHES
               PERFORM 135-COLLECT-FEED-SEGMENTS
               PERFORM 140-COLLECT-REQUEUE-HISTORY
           END-IF.
       115-COLLECT-MAINT-AUDIT.
           OPEN INPUT MAINT-AUDIT-FILE
           IF WS-MAUD-STATUS = "00"
               PERFORM UNTIL EOF = "Y"
                   READ MAINT-AUDIT-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           MOVE MAINT-AUDIT-INREC TO MAINT-AUDIT-RECORD
                           PERFORM 116-RELEASE-MAINT-AUDIT
                   END-READ
               END-PERFORM
               CLOSE MAINT-AUDIT-FILE
           END-IF
           MOVE "N" TO EOF.
      ******************************************************************
      * Only the programs and actions that change this master replay;
      * CustMaint's LIMIT and LIMREQ entries are CUSTMAST.DAT and
      * CREDPEND.DAT changes.
      ******************************************************************
       116-RELEASE-MAINT-AUDIT.
           MOVE "N" TO WS-RELEVANT
           IF WS-MASTER-KIND = "C"
               IF MA-PROGRAM = "CUSTMAIN"
                  AND (MA-ACTION = "ADD   " OR MA-ACTION = "CHANGE"
                       OR MA-ACTION = "DELETE")
                   MOVE "Y" TO WS-RELEVANT
               END-IF
               IF MA-PROGRAM = "CREDAPPR" AND MA-ACTION = "APPROV"
                   MOVE "Y" TO WS-RELEVANT
               END-IF
           ELSE
               IF MA-PROGRAM = "EMPMAINT"
                  AND (MA-ACTION = "ADD   " OR MA-ACTION = "CHANGE"
                       OR MA-ACTION = "TERM  ")
                   MOVE "Y" TO WS-RELEVANT
               END-IF
           END-IF
           IF WS-RELEVANT = "Y"
               MOVE MA-YEAR  TO WS-SB-YEAR
               MOVE MA-MONTH TO WS-SB-MONTH
               MOVE MA-DAY   TO WS-SB-DAY
               MOVE MA-TIME  TO WS-SB-TIME
               IF WS-STAMP-BUILD NOT < WS-GEN-STAMP
                   MOVE WS-STAMP-BUILD TO EV-STAMP
                   MOVE "3" TO EV-RANK
                   MOVE "MNTAUDIT" TO EV-SOURCE
                   MOVE MA-PROGRAM TO EV-PROGRAM
                   MOVE MA-ACTION TO EV-ACTION
                   MOVE MA-KEY TO EV-KEY
                   MOVE MA-BEFORE-IMAGE TO EV-BEFORE-IMAGE
                   MOVE MA-AFTER-IMAGE TO EV-AFTER-IMAGE
                   PERFORM 150-RELEASE-EVENT
               END-IF
           END-IF.
      ******************************************************************
      * DeptHier's division/cost-center actions are DEPTHIER.DAT
      * changes and are passed over.
      ******************************************************************
       120-COLLECT-DEPT-AUDIT.
           OPEN INPUT DEPT-AUDIT-FILE
           IF WS-DAUD-STATUS = "00"
               PERFORM UNTIL EOF = "Y"
                   READ DEPT-AUDIT-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           MOVE DEPT-AUDIT-INREC TO DEPT-AUDIT-LINE
                           PERFORM 121-RELEASE-DEPT-AUDIT
                   END-READ
               END-PERFORM
               CLOSE DEPT-AUDIT-FILE
           END-IF
           MOVE "N" TO EOF.
       121-RELEASE-DEPT-AUDIT.
           IF DA-ACTION = "ADD   " OR DA-ACTION = "CHANGE"
              OR DA-ACTION = "DELETE" OR DA-ACTION = "RECODE"
               MOVE DA-YYYY TO WS-SB-YEAR
               MOVE DA-MM   TO WS-SB-MONTH
               MOVE DA-DD   TO WS-SB-DAY
               MOVE DA-HH   TO WS-SB-HH
               MOVE DA-MI   TO WS-SB-MI
               MOVE DA-SS   TO WS-SB-SS
               IF WS-STAMP-BUILD NOT < WS-GEN-STAMP
                   MOVE WS-STAMP-BUILD TO EV-STAMP
                   MOVE "3" TO EV-RANK
                   MOVE "DEPTAUDT" TO EV-SOURCE
                   MOVE DA-ACTION TO EV-ACTION
                   MOVE SPACES TO EV-KEY
                   IF DA-ACTION = "RECODE"
                       MOVE "DEPTRCD" TO EV-PROGRAM
                   ELSE
                       MOVE "LAB7" TO EV-PROGRAM
                   END-IF
                   IF DA-ACTION = "ADD   "
                       MOVE DA-AFTER-CODE TO EV-KEY
                   ELSE
                       MOVE DA-BEFORE-CODE TO EV-KEY
                   END-IF
                   MOVE DA-BEFORE-IMAGE TO EV-BEFORE-IMAGE
                   MOVE DA-AFTER-IMAGE TO EV-AFTER-IMAGE
                   PERFORM 150-RELEASE-EVENT
               END-IF
           END-IF.
      ******************************************************************
      * The CustPost batches posted since the generation, with the
      * stamp of the run that posted them.
      ******************************************************************
       130-LOAD-POSTED-BATCHES.
           OPEN INPUT BATCH-ID-FILE
           IF WS-BID-STATUS = "00"
               PERFORM UNTIL EOF = "Y"
                   READ BATCH-ID-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           IF BI-PROGRAM = "CUSTPOST"
                              AND BI-POSTED-DATE IS NUMERIC
                              AND BI-POSTED-TIME IS NUMERIC
                              AND WS-PB-COUNT < 200
                               PERFORM 131-KEEP-POSTED-BATCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-ID-FILE
           END-IF
           MOVE "N" TO EOF.
       131-KEEP-POSTED-BATCH.
           MOVE SPACES TO WS-STAMP-BUILD
           STRING BI-POSTED-DATE DELIMITED BY SIZE
                  BI-POSTED-TIME DELIMITED BY SIZE
                  INTO WS-STAMP-BUILD
           END-STRING
           IF WS-STAMP-BUILD NOT < WS-GEN-STAMP
               ADD 1 TO WS-PB-COUNT
               MOVE BI-BATCH-ID TO WS-PB-ID (WS-PB-COUNT)
               MOVE WS-STAMP-BUILD TO WS-PB-STAMP (WS-PB-COUNT)
               MOVE "N" TO WS-PB-FOUND (WS-PB-COUNT)
           END-IF.
      ******************************************************************
      * Reads CUSTTRAN.DAT a batch segment at a time; a segment whose
      * trailer names a batch posted since the generation is released
      * under that run's stamp.
      ******************************************************************
       135-COLLECT-FEED-SEGMENTS.
           MOVE ZERO TO WS-SEG-COUNT
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-STATUS = "00"
               PERFORM UNTIL EOF = "Y"
                   READ TRANSACTION-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           IF TRANSACTION-INREC (1:1) = "*"
                               MOVE TRANSACTION-INREC
                                   TO BATCH-TRAILER-RECORD
                               PERFORM 136-RELEASE-SEGMENT
                               MOVE ZERO TO WS-SEG-COUNT
                           ELSE
                               IF WS-SEG-COUNT < 2000
                                   ADD 1 TO WS-SEG-COUNT
                                   MOVE TRANSACTION-INREC (1:21)
                                       TO WS-SEG-RECORD (WS-SEG-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF
           MOVE "N" TO EOF.
       136-RELEASE-SEGMENT.
           PERFORM VARYING WS-PB-SUB FROM 1 BY 1
                   UNTIL WS-PB-SUB > WS-PB-COUNT
               IF WS-PB-ID (WS-PB-SUB) = BT-BATCH-ID
                  AND WS-PB-FOUND (WS-PB-SUB) = "N"
                   MOVE "Y" TO WS-PB-FOUND (WS-PB-SUB)
                   PERFORM VARYING WS-LOOP-SUB FROM 1 BY 1
                           UNTIL WS-LOOP-SUB > WS-SEG-COUNT
                       MOVE WS-PB-STAMP (WS-PB-SUB) TO EV-STAMP
                       MOVE "1" TO EV-RANK
                       MOVE "CUSTTRAN" TO EV-SOURCE
                       MOVE "CUSTPOST" TO EV-PROGRAM
                       MOVE "POST  " TO EV-ACTION
                       MOVE WS-SEG-RECORD (WS-LOOP-SUB) (9:5)
                           TO EV-KEY
                       MOVE SPACES TO EV-BEFORE-IMAGE
                       MOVE WS-SEG-RECORD (WS-LOOP-SUB)
                           TO EV-AFTER-IMAGE
                       PERFORM 150-RELEASE-EVENT
                   END-PERFORM
               END-IF
           END-PERFORM.
      ******************************************************************
      * Requeued corrections posted since the generation; they are
      * also kept in a table so a feed record released from hold and
      * reposted through the requeue is not posted twice.
      ******************************************************************
       140-COLLECT-REQUEUE-HISTORY.
           OPEN INPUT REQUEUE-HISTORY-FILE
           IF WS-RQH-STATUS = "00"
               PERFORM UNTIL EOF = "Y"
                   READ REQUEUE-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           PERFORM 141-RELEASE-REQUEUED
                   END-READ
               END-PERFORM
               CLOSE REQUEUE-HISTORY-FILE
           END-IF
           MOVE "N" TO EOF.
       141-RELEASE-REQUEUED.
           MOVE SPACES TO WS-STAMP-BUILD
           STRING RQH-DATE DELIMITED BY SIZE
                  RQH-TIME DELIMITED BY SIZE
                  INTO WS-STAMP-BUILD
           END-STRING
           IF WS-STAMP-BUILD NOT < WS-GEN-STAMP
               IF WS-RT-COUNT < 2000
                   ADD 1 TO WS-RT-COUNT
                   MOVE RQH-RECORD TO WS-RT-RECORD (WS-RT-COUNT)
                   MOVE WS-STAMP-BUILD TO WS-RT-STAMP (WS-RT-COUNT)
                   MOVE "N" TO WS-RT-USED (WS-RT-COUNT)
               END-IF
               MOVE WS-STAMP-BUILD TO EV-STAMP
               MOVE "2" TO EV-RANK
               MOVE "REQUEUE" TO EV-SOURCE
               MOVE "CUSTPOST" TO EV-PROGRAM
               MOVE "POST  " TO EV-ACTION
               MOVE RQH-RECORD (9:5) TO EV-KEY
               MOVE SPACES TO EV-BEFORE-IMAGE
               MOVE RQH-RECORD TO EV-AFTER-IMAGE
               PERFORM 150-RELEASE-EVENT
           END-IF.
       150-RELEASE-EVENT.
           ADD 1 TO WS-EVENT-SEQ
           MOVE WS-EVENT-SEQ TO EV-SEQ
           RELEASE EVENT-SORT-REC.
      ******************************************************************
      * Sort output: each change in time order against the master.
      ******************************************************************
       200-REPLAY-EVENTS.
           PERFORM UNTIL EOF = "Y"
               RETURN EVENT-SORT-FILE
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       PERFORM 220-APPLY-EVENT
               END-RETURN
           END-PERFORM
           MOVE "N" TO EOF.
      ******************************************************************
      * Opens the master for update. The customer master also needs
      * the next sequence key, CUSTMAST.DAT for the posting checks,
      * and CUSTHELD.DAT to recognize the feed records held at
      * posting; the department file is worked in a table the way
      * Lab7 maintains it.
      ******************************************************************
       210-OPEN-MASTER.
           EVALUATE WS-MASTER-KIND
               WHEN "C"
                   OPEN I-O CUSTOMER-FILE
                   IF WS-CUST-STATUS = "00"
                       MOVE "Y" TO WS-MASTER-OPEN
                       PERFORM 211-FIND-NEXT-SEQ-NO
                       OPEN INPUT CUSTOMER-MASTER-FILE
                       IF WS-MAST-STATUS = "00"
                           MOVE "Y" TO WS-CM-AVAILABLE
                       END-IF
                       PERFORM 212-LOAD-HELD-ITEMS
                       PERFORM 213-LOAD-PERIOD-LOCKS
                   END-IF
               WHEN "E"
                   OPEN I-O EMPLOYEE-FILE
                   IF WS-EMP-STATUS = "00"
                       MOVE "Y" TO WS-MASTER-OPEN
                   END-IF
               WHEN "D"
                   OPEN INPUT DEPT-FILE
                   IF WS-DEPT-STATUS = "00"
                       MOVE "Y" TO WS-MASTER-OPEN
                       PERFORM UNTIL EOF = "Y"
                           READ DEPT-FILE
                               AT END
                                   MOVE "Y" TO EOF
                               NOT AT END
                                   IF WS-DEPT-COUNT < 500
                                       ADD 1 TO WS-DEPT-COUNT
                                       MOVE D-CODE TO
                                           WS-D-CODE (WS-DEPT-COUNT)
                                       MOVE D-NAME TO
                                           WS-D-NAME (WS-DEPT-COUNT)
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE DEPT-FILE
                       MOVE "N" TO EOF
                   END-IF
           END-EVALUATE.
       211-FIND-NEXT-SEQ-NO.
           MOVE ZERO TO WS-NEXT-SEQ-NO
           MOVE ZERO TO CUST-SEQ-NO
           START CUSTOMER-FILE KEY IS NOT < CUST-SEQ-NO
               INVALID KEY
                   MOVE "Y" TO EOF
           END-START
           PERFORM UNTIL EOF = "Y"
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       IF CUST-SEQ-NO > WS-NEXT-SEQ-NO
                           MOVE CUST-SEQ-NO TO WS-NEXT-SEQ-NO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO EOF.
       212-LOAD-HELD-ITEMS.
           OPEN INPUT HELD-TRANS-FILE
           IF WS-HELD-STATUS = "00"
               PERFORM UNTIL EOF = "Y"
                   READ HELD-TRANS-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           IF WS-HT-COUNT < 2000
                               ADD 1 TO WS-HT-COUNT
                               MOVE HELD-TRANS-REC
                                   TO WS-HT-RECORD (WS-HT-COUNT)
                               MOVE "N" TO WS-HT-USED (WS-HT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-TRANS-FILE
           END-IF
           MOVE "N" TO EOF.
       213-LOAD-PERIOD-LOCKS.
           OPEN INPUT EXCEPTIONS-FILE
           IF WS-EXC-STATUS = "00"
               PERFORM UNTIL EOF = "Y"
                   READ EXCEPTIONS-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           MOVE EXCEPTION-INREC TO EXCEPTION-RECORD
                           PERFORM 214-KEEP-PERIOD-LOCK
                   END-READ
               END-PERFORM
               CLOSE EXCEPTIONS-FILE
           END-IF
           MOVE "N" TO EOF.
       214-KEEP-PERIOD-LOCK.
           IF EXC-SOURCE-PROGRAM = "CUSTPOST"
              AND (EXC-REASON-CODE = "PERCLS"
                   OR EXC-REASON-CODE = "PERRDR")
              AND EXC-YEAR IS NUMERIC AND EXC-MONTH IS NUMERIC
              AND EXC-DAY IS NUMERIC
               COMPUTE WS-EXC-DATE = (EXC-YEAR * 10000)
                   + (EXC-MONTH * 100) + EXC-DAY
               IF WS-EXC-DATE >= WS-GEN-DATE AND WS-PL-COUNT < 2000
                   ADD 1 TO WS-PL-COUNT
                   MOVE EXC-RECORD-IMAGE (1:21)
                       TO WS-PL-RECORD (WS-PL-COUNT)
                   MOVE EXC-REASON-CODE TO WS-PL-REASON (WS-PL-COUNT)
                   IF EXC-RECORD-IMAGE (23:8) IS NUMERIC
                       MOVE EXC-RECORD-IMAGE (23:8)
                           TO WS-PL-DATE (WS-PL-COUNT)
                   ELSE
                       MOVE ZERO TO WS-PL-DATE (WS-PL-COUNT)
                   END-IF
                   MOVE "N" TO WS-PL-USED (WS-PL-COUNT)
               END-IF
           END-IF.
      ******************************************************************
      * Applies one change and reports what became of it.
      ******************************************************************
       220-APPLY-EVENT.
           ADD 1 TO WS-EVENT-COUNT
           MOVE EV-STAMP (1:8) TO DL-DATE
           MOVE EV-STAMP (9:6) TO DL-TIME
           MOVE EV-SOURCE TO DL-SOURCE
           MOVE EV-PROGRAM TO DL-PROGRAM
           MOVE EV-ACTION TO DL-ACTION
           MOVE EV-KEY TO DL-KEY
           MOVE "SKIPPED" TO DL-RESULT
           MOVE SPACES TO DL-NOTE
           EVALUATE TRUE
               WHEN EV-ACTION = "POST  "
                   PERFORM 250-APPLY-POSTING
               WHEN EV-ACTION = "APPROV"
                   PERFORM 240-APPLY-CREDIT-APPROVAL
               WHEN WS-MASTER-KIND = "C"
                   PERFORM 230-APPLY-CUSTOMER-IMAGE
               WHEN WS-MASTER-KIND = "E"
                   PERFORM 260-APPLY-EMPLOYEE-IMAGE
               WHEN WS-MASTER-KIND = "D"
                   PERFORM 270-APPLY-DEPT-CHANGE
           END-EVALUATE
           IF DL-RESULT = "REAPPLIED"
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           WRITE RECOVERY-REPORT-REC FROM RECOVERY-DETAIL-LINE.
      ******************************************************************
      * CustMaint add/change/delete: the after-image (before-image
      * for a delete) carries the sequence key.
      ******************************************************************
       230-APPLY-CUSTOMER-IMAGE.
           IF EV-ACTION = "DELETE"
               MOVE EV-BEFORE-IMAGE (1:120) TO CUSTOMER-REC
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "ALREADY DELETED" TO DL-NOTE
                   NOT INVALID KEY
                       DELETE CUSTOMER-FILE
                           INVALID KEY
                               MOVE "DELETE FAILED" TO DL-NOTE
                           NOT INVALID KEY
                               MOVE "REAPPLIED" TO DL-RESULT
                       END-DELETE
               END-READ
           ELSE
               MOVE SPACES TO WS-REPLAY-IMAGE
               MOVE EV-AFTER-IMAGE (1:120) TO WS-REPLAY-IMAGE
               MOVE WS-REPLAY-IMAGE (1:120) TO CUSTOMER-REC
               READ CUSTOMER-FILE
                   INVALID KEY
                       IF EV-ACTION = "ADD   "
                           MOVE WS-REPLAY-IMAGE (1:120)
                               TO CUSTOMER-REC
                           PERFORM 231-WRITE-CUSTOMER-IMAGE
                       ELSE
                           MOVE "NOT ON RESTORED MASTER" TO DL-NOTE
                       END-IF
                   NOT INVALID KEY
                       IF CUSTOMER-REC = WS-REPLAY-IMAGE (1:120)
                           MOVE "ALREADY ON MASTER" TO DL-NOTE
                       ELSE
                           IF EV-ACTION = "ADD   "
                               MOVE "SEQUENCE NO. ALREADY TAKEN"
                                   TO DL-NOTE
                           ELSE
                               MOVE WS-REPLAY-IMAGE (1:120)
                                   TO CUSTOMER-REC
                               REWRITE CUSTOMER-REC
                                   INVALID KEY
                                       MOVE "REWRITE FAILED"
                                           TO DL-NOTE
                                   NOT INVALID KEY
                                       MOVE "REAPPLIED" TO DL-RESULT
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-IF.
       231-WRITE-CUSTOMER-IMAGE.
           WRITE CUSTOMER-REC
               INVALID KEY
                   MOVE "WRITE FAILED" TO DL-NOTE
               NOT INVALID KEY
                   MOVE "REAPPLIED" TO DL-RESULT
                   IF CUST-SEQ-NO > WS-NEXT-SEQ-NO
                       MOVE CUST-SEQ-NO TO WS-NEXT-SEQ-NO
                   END-IF
           END-WRITE.
      ******************************************************************
      * A CredAppr approval: the pending change names the
      * CUSTOMER.DAT record and the limit it was given.
      ******************************************************************
       240-APPLY-CREDIT-APPROVAL.
           MOVE EV-BEFORE-IMAGE TO WS-PENDING-CHANGE
           MOVE WS-PD-SEQ-NO TO CUST-SEQ-NO
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "NOT ON RESTORED MASTER" TO DL-NOTE
               NOT INVALID KEY
                   IF CUST-NO NOT = WS-PD-CUST-NO
                       MOVE "NOT ON RESTORED MASTER" TO DL-NOTE
                   ELSE
                       IF CUST-CREDIT-LIMIT = WS-PD-NEW-LIMIT
                           MOVE "ALREADY ON MASTER" TO DL-NOTE
                       ELSE
                           MOVE WS-PD-NEW-LIMIT TO CUST-CREDIT-LIMIT
                           REWRITE CUSTOMER-REC
                               INVALID KEY
                                   MOVE "REWRITE FAILED" TO DL-NOTE
                               NOT INVALID KEY
                                   MOVE "REAPPLIED" TO DL-RESULT
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
      * One posted transaction, run back through CustPost's checks.
      * A feed record CustPost rejected is rejected again; one it
      * held (still on CUSTHELD.DAT, or released and reposted later
      * from the requeue) is skipped; the rest post under the next
      * sequence key as a purchase or a credit memo.
      ******************************************************************
       250-APPLY-POSTING.
           MOVE EV-AFTER-IMAGE (1:21) TO TRANSACTION-REC
           IF WS-CM-AVAILABLE = "N"
               MOVE "CUSTMAST.DAT NOT AVAILABLE" TO DL-NOTE
           ELSE
               PERFORM 251-VALIDATE-TRANSACTION
               IF WS-REJECT-REASON NOT = SPACES
                   STRING "REJECTED AT POSTING - " DELIMITED BY SIZE
                          WS-REJECT-REASON DELIMITED BY SIZE
                          INTO DL-NOTE
                   END-STRING
               ELSE
                   PERFORM 253-CHECK-PERIOD-LOCK
                   IF DL-NOTE = SPACES
                       PERFORM 252-CHECK-HELD-AT-POSTING
                   END-IF
                   IF DL-NOTE = SPACES
                       PERFORM 255-POST-TRANSACTION
                   END-IF
               END-IF
           END-IF.
       251-VALIDATE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           IF TR-TYPE NOT = SPACE AND TR-TYPE NOT = "P"
              AND TR-TYPE NOT = "C"
               MOVE "BADTYP" TO WS-REJECT-REASON
           END-IF
           MOVE TR-DATE TO WS-TRAN-DATE-SPLIT
           COPY DATEVAL REPLACING ==:WS-YEAR-FLD:== BY ==WS-TRAN-YEAR==
               ==:WS-MONTH-FLD:== BY ==WS-TRAN-MONTH==
               ==:WS-DAY-FLD:== BY ==WS-TRAN-DAY==
               ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
           IF WS-DATE-OK = "N"
               MOVE "BADDTE" TO WS-REJECT-REASON
           ELSE
               IF TR-AMOUNT IS NOT NUMERIC OR TR-AMOUNT NOT > ZERO
                   MOVE "BADAMT" TO WS-REJECT-REASON
               ELSE
                   MOVE TR-CUST-NO TO CM-CUST-NO
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           MOVE "NOMAST" TO WS-REJECT-REASON
                   END-READ
               END-IF
           END-IF.
       252-CHECK-HELD-AT-POSTING.
           IF EV-RANK = "1" AND NOT CREDIT-MEMO-TRAN
               PERFORM VARYING WS-LOOP-SUB FROM 1 BY 1
                       UNTIL WS-LOOP-SUB > WS-RT-COUNT
                          OR DL-NOTE NOT = SPACES
                   IF WS-RT-USED (WS-LOOP-SUB) = "N"
                      AND WS-RT-RECORD (WS-LOOP-SUB) = TRANSACTION-REC
                      AND WS-RT-STAMP (WS-LOOP-SUB) > EV-STAMP
                       MOVE "Y" TO WS-RT-USED (WS-LOOP-SUB)
                       MOVE "HELD - REPOSTED FROM REQUEUE" TO DL-NOTE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-LOOP-SUB FROM 1 BY 1
                       UNTIL WS-LOOP-SUB > WS-HT-COUNT
                          OR DL-NOTE NOT = SPACES
                   IF WS-HT-USED (WS-LOOP-SUB) = "N"
                      AND WS-HT-RECORD (WS-LOOP-SUB) = TRANSACTION-REC
                       MOVE "Y" TO WS-HT-USED (WS-LOOP-SUB)
                       MOVE "HELD AT POSTING" TO DL-NOTE
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      * A record CustPost refused for a closed period is refused
      * again; one it redirected takes the date it posted under
      * before the held check, since the hold carried that date.
      ******************************************************************
       253-CHECK-PERIOD-LOCK.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-LOOP-SUB FROM 1 BY 1
                   UNTIL WS-LOOP-SUB > WS-PL-COUNT
                      OR WS-FOUND-SUB > ZERO
               IF WS-PL-USED (WS-LOOP-SUB) = "N"
                  AND WS-PL-RECORD (WS-LOOP-SUB) = TRANSACTION-REC
                   MOVE "Y" TO WS-PL-USED (WS-LOOP-SUB)
                   MOVE 1 TO WS-FOUND-SUB
                   IF WS-PL-REASON (WS-LOOP-SUB) = "PERCLS"
                       MOVE "REJECTED AT POSTING - PERCLS" TO DL-NOTE
                   ELSE
                       IF WS-PL-DATE (WS-LOOP-SUB) > ZERO
                           MOVE WS-PL-DATE (WS-LOOP-SUB) TO TR-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       255-POST-TRANSACTION.
           ADD 1 TO WS-NEXT-SEQ-NO
           MOVE TR-CUST-NO        TO CUST-NO
           MOVE CM-NAME           TO CUST-NAME
           MOVE TR-AMOUNT         TO CUST-PURCHASE
           MOVE WS-NEXT-SEQ-NO    TO CUST-SEQ-NO
           MOVE CM-STREET         TO CUST-STREET
           MOVE CM-CITY           TO CUST-CITY
           MOVE CM-STATE          TO CUST-STATE
           MOVE CM-ZIP            TO CUST-ZIP
           MOVE CM-PHONE          TO CUST-PHONE
           MOVE CM-CONTACT        TO CUST-CONTACT
           MOVE CM-CREDIT-LIMIT   TO CUST-CREDIT-LIMIT
           MOVE TR-DATE           TO CUST-DATE
           IF CREDIT-MEMO-TRAN
               MOVE "C"           TO CUST-TRAN-TYPE
           ELSE
               MOVE SPACE         TO CUST-TRAN-TYPE
           END-IF
           WRITE CUSTOMER-REC
               INVALID KEY
                   SUBTRACT 1 FROM WS-NEXT-SEQ-NO
                   MOVE "SEQUENCE NO. ALREADY TAKEN" TO DL-NOTE
               NOT INVALID KEY
                   ADD 1 TO WS-POSTING-COUNT
                   MOVE "REAPPLIED" TO DL-RESULT
                   STRING "POSTED AS SEQUENCE " DELIMITED BY SIZE
                          WS-NEXT-SEQ-NO DELIMITED BY SIZE
                          INTO DL-NOTE
                   END-STRING
           END-WRITE.
      ******************************************************************
      * EmpMaint add/change/termination: each after-image is the
      * whole employee record.
      ******************************************************************
       260-APPLY-EMPLOYEE-IMAGE.
           MOVE SPACES TO WS-REPLAY-IMAGE
           MOVE EV-AFTER-IMAGE (1:100) TO WS-REPLAY-IMAGE
           MOVE WS-REPLAY-IMAGE (1:100) TO EMPLOYEE-REC
           READ EMPLOYEE-FILE
               INVALID KEY
                   IF EV-ACTION = "ADD   "
                       MOVE WS-REPLAY-IMAGE (1:100) TO EMPLOYEE-REC
                       WRITE EMPLOYEE-REC
                           INVALID KEY
                               MOVE "WRITE FAILED" TO DL-NOTE
                           NOT INVALID KEY
                               MOVE "REAPPLIED" TO DL-RESULT
                       END-WRITE
                   ELSE
                       MOVE "NOT ON RESTORED MASTER" TO DL-NOTE
                   END-IF
               NOT INVALID KEY
                   IF EMPLOYEE-REC = WS-REPLAY-IMAGE (1:100)
                       MOVE "ALREADY ON MASTER" TO DL-NOTE
                   ELSE
                       IF EV-ACTION = "ADD   "
                           MOVE "EMPLOYEE NO. ALREADY ON MASTER"
                               TO DL-NOTE
                       ELSE
                           MOVE WS-REPLAY-IMAGE (1:100)
                               TO EMPLOYEE-REC
                           REWRITE EMPLOYEE-REC
                               INVALID KEY
                                   MOVE "REWRITE FAILED" TO DL-NOTE
                               NOT INVALID KEY
                                   MOVE "REAPPLIED" TO DL-RESULT
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.
      ******************************************************************
      * Department add/change/delete/recode against the table; the
      * file is rewritten from it when the replay ends.
      ******************************************************************
       270-APPLY-DEPT-CHANGE.
           MOVE EV-BEFORE-IMAGE (1:13) TO WS-DEPT-BEFORE
           MOVE EV-AFTER-IMAGE (1:13) TO WS-DEPT-IMAGE
           EVALUATE EV-ACTION
               WHEN "ADD   "
                   MOVE WS-DI-CODE TO WS-FIND-CODE
                   PERFORM 275-FIND-DEPT-CODE
                   IF WS-FOUND-SUB = ZERO
                       IF WS-DEPT-COUNT < 500
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE WS-DI-CODE TO WS-D-CODE (WS-DEPT-COUNT)
                           MOVE WS-DI-NAME TO WS-D-NAME (WS-DEPT-COUNT)
                           MOVE "REAPPLIED" TO DL-RESULT
                       ELSE
                           MOVE "DEPARTMENT TABLE FULL" TO DL-NOTE
                       END-IF
                   ELSE
                       IF WS-D-NAME (WS-FOUND-SUB) = WS-DI-NAME
                           MOVE "ALREADY ON MASTER" TO DL-NOTE
                       ELSE
                           MOVE "CODE ALREADY ON MASTER" TO DL-NOTE
                       END-IF
                   END-IF
               WHEN "CHANGE"
                   MOVE WS-DB-CODE TO WS-FIND-CODE
                   PERFORM 275-FIND-DEPT-CODE
                   IF WS-FOUND-SUB = ZERO
                       MOVE "NOT ON RESTORED MASTER" TO DL-NOTE
                   ELSE
                       IF WS-D-NAME (WS-FOUND-SUB) = WS-DI-NAME
                           MOVE "ALREADY ON MASTER" TO DL-NOTE
                       ELSE
                           MOVE WS-DI-NAME TO WS-D-NAME (WS-FOUND-SUB)
                           MOVE "REAPPLIED" TO DL-RESULT
                       END-IF
                   END-IF
               WHEN "DELETE"
                   MOVE WS-DB-CODE TO WS-FIND-CODE
                   PERFORM 275-FIND-DEPT-CODE
                   IF WS-FOUND-SUB = ZERO
                       MOVE "ALREADY DELETED" TO DL-NOTE
                   ELSE
                       PERFORM VARYING WS-LOOP-SUB FROM WS-FOUND-SUB
                               BY 1 UNTIL WS-LOOP-SUB >= WS-DEPT-COUNT
                           MOVE WS-DEPT-ENTRY (WS-LOOP-SUB + 1)
                               TO WS-DEPT-ENTRY (WS-LOOP-SUB)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-DEPT-COUNT
                       MOVE "REAPPLIED" TO DL-RESULT
                   END-IF
               WHEN "RECODE"
                   MOVE WS-DB-CODE TO WS-FIND-CODE
                   PERFORM 275-FIND-DEPT-CODE
                   IF WS-FOUND-SUB = ZERO
                       MOVE WS-DI-CODE TO WS-FIND-CODE
                       PERFORM 275-FIND-DEPT-CODE
                       IF WS-FOUND-SUB = ZERO
                           MOVE "NOT ON RESTORED MASTER" TO DL-NOTE
                       ELSE
                           MOVE "ALREADY ON MASTER" TO DL-NOTE
                       END-IF
                   ELSE
                       MOVE WS-DI-CODE TO WS-D-CODE (WS-FOUND-SUB)
                       MOVE "REAPPLIED" TO DL-RESULT
                   END-IF
           END-EVALUATE.
       275-FIND-DEPT-CODE.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-LOOP-SUB FROM 1 BY 1
                   UNTIL WS-LOOP-SUB > WS-DEPT-COUNT
                      OR WS-FOUND-SUB NOT = ZERO
               IF WS-D-CODE (WS-LOOP-SUB) = WS-FIND-CODE
                   MOVE WS-LOOP-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       280-CLOSE-MASTER.
           EVALUATE WS-MASTER-KIND
               WHEN "C"
                   CLOSE CUSTOMER-FILE
                   IF WS-CM-AVAILABLE = "Y"
                       CLOSE CUSTOMER-MASTER-FILE
                   END-IF
               WHEN "E"
                   CLOSE EMPLOYEE-FILE
               WHEN "D"
                   OPEN OUTPUT DEPT-FILE
                   PERFORM VARYING WS-LOOP-SUB FROM 1 BY 1
                           UNTIL WS-LOOP-SUB > WS-DEPT-COUNT
                       MOVE WS-D-CODE (WS-LOOP-SUB) TO D-CODE
                       MOVE WS-D-NAME (WS-LOOP-SUB) TO D-NAME
                       WRITE DEPT-REC
                   END-PERFORM
                   CLOSE DEPT-FILE
           END-EVALUATE.
      ******************************************************************
      * The control count: RUNHIST.DAT runs since the generation. A
      * CustPost run's written count (purchases plus credit memos)
      * must equal the postings replayed; a run that only STARTED
      * failed, and what it posted is in doubt. Payroll runs are
      * listed for the YTD totals, which have nothing to replay.
      ******************************************************************
       400-CHECK-RUN-HISTORY.
           MOVE SPACES TO RECOVERY-REPORT-REC
           WRITE RECOVERY-REPORT-REC
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS = "00"
               PERFORM UNTIL EOF = "Y"
                   READ RUN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           MOVE RUN-HISTORY-INREC
                               TO RUN-HISTORY-RECORD
                           PERFORM 410-COUNT-ONE-RUN
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF
           MOVE "N" TO EOF
           IF WS-RH-STARTED > WS-RH-COMPLETED
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "A RUN SINCE THE GENERATION STARTED BUT NEVER "
                          DELIMITED BY SIZE
                      "COMPLETED - ITS POSTINGS ARE IN DOUBT"
                          DELIMITED BY SIZE
                      INTO WS-MESSAGE-LINE
               END-STRING
               WRITE RECOVERY-REPORT-REC FROM WS-MESSAGE-LINE
               MOVE "N" TO WS-RECOVERY-OK
           END-IF
           EVALUATE WS-MASTER-KIND
               WHEN "C"
                   MOVE WS-RH-COMPLETED TO CL-COMPLETED
                   MOVE WS-RH-WRITTEN-SUM TO CL-WRITTEN
                   MOVE WS-POSTING-COUNT TO CL-REPLAYED
                   WRITE RECOVERY-REPORT-REC FROM CONTROL-LINE
                   IF WS-RH-WRITTEN-SUM = WS-POSTING-COUNT
                       MOVE "CONTROL COUNT AGREES"
                           TO WS-MESSAGE-LINE
                   ELSE
                       MOVE "CONTROL COUNT DOES NOT AGREE"
                           TO WS-MESSAGE-LINE
                       MOVE "N" TO WS-RECOVERY-OK
                   END-IF
                   WRITE RECOVERY-REPORT-REC FROM WS-MESSAGE-LINE
               WHEN "Y"
                   IF WS-RH-COMPLETED = ZERO
                       MOVE "NO PAYROLL RUNS SINCE THE GENERATION"
                           TO WS-MESSAGE-LINE
                       WRITE RECOVERY-REPORT-REC FROM WS-MESSAGE-LINE
                   END-IF
               WHEN OTHER
                   MOVE "NO RUN-HISTORY CONTROL - JOURNAL COUNT ONLY"
                       TO WS-MESSAGE-LINE
                   WRITE RECOVERY-REPORT-REC FROM WS-MESSAGE-LINE
           END-EVALUATE.
       410-COUNT-ONE-RUN.
           IF (WS-MASTER-KIND = "C" AND RH-PROGRAM = "CUSTPOST")
              OR (WS-MASTER-KIND = "Y" AND RH-PROGRAM = "PROGRAM2")
               MOVE RH-YEAR  TO WS-SB-YEAR
               MOVE RH-MONTH TO WS-SB-MONTH
               MOVE RH-DAY   TO WS-SB-DAY
               MOVE RH-TIME  TO WS-SB-TIME
               IF WS-STAMP-BUILD NOT < WS-GEN-STAMP
                   IF RH-STATUS = "STARTED"
                       ADD 1 TO WS-RH-STARTED
                   END-IF
                   IF RH-STATUS = "COMPLETED"
                       ADD 1 TO WS-RH-COMPLETED
                       ADD RH-WRITTEN-COUNT TO WS-RH-WRITTEN-SUM
                       MOVE RH-PROGRAM TO RL-PROGRAM
                       MOVE RH-STATUS TO RL-STATUS
                       MOVE RH-DATE TO RL-DATE
                       MOVE RH-TIME TO RL-TIME
                       MOVE RH-WRITTEN-COUNT TO RL-WRITTEN
                       WRITE RECOVERY-REPORT-REC FROM RUN-HISTORY-LINE
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * Totals, any posted batch whose feed could not be replayed,
      * and the reminder of what the journals do not cover.
      ******************************************************************
       500-WRITE-TOTALS.
           PERFORM VARYING WS-PB-SUB FROM 1 BY 1
                   UNTIL WS-PB-SUB > WS-PB-COUNT
               IF WS-PB-FOUND (WS-PB-SUB) = "N"
                   MOVE WS-PB-ID (WS-PB-SUB) TO BM-BATCH-ID
                   WRITE RECOVERY-REPORT-REC FROM BATCH-MISSING-LINE
                   MOVE "N" TO WS-RECOVERY-OK
               END-IF
           END-PERFORM
           MOVE SPACES TO RECOVERY-REPORT-REC
           WRITE RECOVERY-REPORT-REC
           MOVE WS-EVENT-COUNT TO TL-EVENTS
           MOVE WS-APPLIED-COUNT TO TL-APPLIED
           MOVE WS-SKIPPED-COUNT TO TL-SKIPPED
           WRITE RECOVERY-REPORT-REC FROM RECOVERY-TOTAL-LINE
           MOVE SPACES TO WS-MESSAGE-LINE
           STRING "CHANGES FROM PROGRAMS THAT KEEP NO JOURNAL "
                      DELIMITED BY SIZE
                  "(MERGES, ARCHIVING, FILE LOADS) ARE NOT RECOVERED"
                      DELIMITED BY SIZE
                  INTO WS-MESSAGE-LINE
           END-STRING
           WRITE RECOVERY-REPORT-REC FROM WS-MESSAGE-LINE.
       END PROGRAM Recover.
