       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaskExt.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Masked test-data extract, so testing a program change no
      *     longer means copying the live masters -- full SSNs, bank
      *     accounts, and home addresses included -- onto the test
      *     directory. The customer master CUSTMAST.DAT with its open
      *     items AROPEN.DAT, and the employee master employee.dat
      *     with the roster ROSTER.DAT and the employee files
      *     EMPADDR.DAT, PAYHIST.DAT, SALHIST.DAT, TIMECARD.DAT, and
      *     LEAVEBAL.DAT, are copied into the test directory named at
      *     the prompt (TESTDATA when left blank; never the live
      *     directory), indexed files as indexed with the same keys.
      *     On request only every Nth customer and/or every Nth
      *     employee is taken, and the other files follow the sample:
      *     open items for the customers taken, employee records for
      *     the employees taken, and roster entries for those
      *     employees plus every Nth roster entry that is no
      *     employee.
      *     Masked on the way out, the same way in every file:
      *       SSN (EMP-SSN, RS-SSN) and bank routing -- the nine
      *          digits run through a keyed permutation, so no two
      *          numbers mask alike and an SSN masks to the same
      *          number in employee.dat and ROSTER.DAT (the roster
      *          match still pairs them up in test)
      *       names (employee, roster, pay history, customer and
      *          its contact) -- "NAME nnnnnnn", and street addresses
      *          -- "nnnnnnn TEST ST", the digits drawn from the
      *          original text regardless of case or spacing, so the
      *          same name or street masks alike wherever it appears
      *          and the roster-to-payroll comparisons come out in
      *          test as they do live
      *       bank account -- eleven digits drawn from the original
      *     A blank field stays blank (a blank routing number still
      *     means paid by check). Amounts, dates, codes, cities,
      *     states, zips, and keys other than the SSN are copied as
      *     they stand. The permutation and the substitutes are keyed
      *     by the MASKEXT MASK-KEY setting on SYSPARM.DAT, so the
      *     masks repeat run to run but cannot be rebuilt without the
      *     key; with no key set a built-in one is used and flagged.
      *     Reading the live SSNs requires an OPERATOR.DAT sign-on
      *     with function "S", as the full-SSN listing does. The
      *     manifest lists the sample taken, each file's records read
      *     and extracted, and each field masked with its count.
      * Input:
      *     CUSTMAST.DAT, AROPEN.DAT, employee.dat, ROSTER.DAT (all
      *     indexed), EMPADDR.DAT, PAYHIST.DAT, SALHIST.DAT,
      *     TIMECARD.DAT, LEAVEBAL.DAT, SYSPARM.DAT, OPERATOR.DAT
      * Output:
      *     the masked copies, in the test directory
      *     MASKEXT.RPT (manifest)
      *     ALERTS.LOG (missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT  CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-IN-STATUS.
           SELECT  AR-OPEN-FILE
               ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-ITEM-NO
               ALTERNATE RECORD KEY IS AR-CUST-NO WITH DUPLICATES
               FILE STATUS IS WS-IN-STATUS.
           SELECT  EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-IN-STATUS.
           SELECT  ROSTER-MASTER-FILE
               ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RS-SSN
               FILE STATUS IS WS-IN-STATUS.
      ******************************************************************
      * The test copies, named at run time into the test directory.
      * The roster is written by key at random: its key is the SSN,
      * and masking puts the SSNs in a new order.
      ******************************************************************
           SELECT  TEST-CUSTOMER-FILE
               ASSIGN USING WS-TEST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XC-CUST-NO
               FILE STATUS IS WS-OUT-STATUS.
           SELECT  TEST-AR-OPEN-FILE
               ASSIGN USING WS-TEST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XA-ITEM-NO
               ALTERNATE RECORD KEY IS XA-CUST-NO WITH DUPLICATES
               FILE STATUS IS WS-OUT-STATUS.
           SELECT  TEST-EMPLOYEE-FILE
               ASSIGN USING WS-TEST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XE-EMP-NO
               FILE STATUS IS WS-OUT-STATUS.
           SELECT  TEST-ROSTER-FILE
               ASSIGN USING WS-TEST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-SSN
               FILE STATUS IS WS-OUT-STATUS.
      ******************************************************************
      * The sequential employee files, one at a time; the names are
      * set per file.
      ******************************************************************
           SELECT  HISTORY-IN-FILE
               ASSIGN USING WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT  HISTORY-OUT-FILE
               ASSIGN USING WS-TEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT  MANIFEST-FILE
               ASSIGN TO "MASKEXT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC              PIC X(90).
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-REC.
           05  CM-CUST-NO          PIC X(5).
           05  FILLER              PIC X(112).
       FD  AR-OPEN-FILE.
       01  AR-OPEN-REC.
           05  AR-ITEM-NO          PIC 9(6).
           05  AR-CUST-NO          PIC X(5).
           05  FILLER              PIC X(23).
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           05  EMP-NO              PIC X(5).
           05  FILLER              PIC X(30).
           05  EMP-SSN             PIC X(9).
           05  FILLER              PIC X(56).
       FD  ROSTER-MASTER-FILE.
       01  ROSTER-MASTER-REC.
           05  RS-SSN              PIC X(9).
           05  FILLER              PIC X(71).
       FD  TEST-CUSTOMER-FILE.
       01  TEST-CUSTOMER-REC.
           05  XC-CUST-NO          PIC X(5).
           05  FILLER              PIC X(112).
       FD  TEST-AR-OPEN-FILE.
       01  TEST-AR-OPEN-REC.
           05  XA-ITEM-NO          PIC 9(6).
           05  XA-CUST-NO          PIC X(5).
           05  FILLER              PIC X(23).
       FD  TEST-EMPLOYEE-FILE.
       01  TEST-EMPLOYEE-REC.
           05  XE-EMP-NO           PIC X(5).
           05  FILLER              PIC X(95).
       FD  TEST-ROSTER-FILE.
       01  TEST-ROSTER-REC.
           05  XR-SSN              PIC X(9).
           05  FILLER              PIC X(71).
       FD  HISTORY-IN-FILE.
       01  HISTORY-IN-REC          PIC X(512).
       FD  HISTORY-OUT-FILE.
       01  HISTORY-OUT-REC         PIC X(512).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC            PIC X(90).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-IN-STATUS       PIC XX.
           05  WS-OUT-STATUS      PIC XX.
           05  WS-CALL-STATUS     PIC 9(9)  COMP-5.
           05  WS-TEST-DIR        PIC X(30) VALUE SPACES.
           05  WS-SOURCE-NAME     PIC X(30) VALUE SPACES.
           05  WS-TEST-NAME       PIC X(60) VALUE SPACES.
           05  WS-CUST-EVERY      PIC 9(3)  VALUE 1.
           05  WS-EMP-EVERY       PIC 9(3)  VALUE 1.
           05  WS-SAMPLE-EVERY    PIC 9(3)  VALUE 1.
           05  WS-NON-EMP-SEEN    PIC 9(7)  VALUE ZERO.
           05  WS-TAKE-RECORD     PIC X     VALUE "N".
           05  WS-FILE-SUB        PIC 99    VALUE ZERO.
           05  WS-MASK-SUB        PIC 99    VALUE ZERO.
           05  WS-EXTRACT-REC     PIC X(512).
           05  WS-KEY-EMP-NO      PIC X(5).
           05  WS-KEY-SSN         PIC X(9).
           05  WS-MASK-KEY        PIC 9(9)  VALUE 271828183.
           05  WS-MASK-KEY-SOURCE PIC X(50) VALUE SPACES.
      ******************************************************************
      * Masking work fields: the field's text in and its substitute
      * out, the permutation's nine digits, and the text hash.
      ******************************************************************
       01  WS-MASK-FIELDS.
           05  WS-MASK-START      PIC 9(3)  VALUE ZERO.
           05  WS-MASK-LEN        PIC 9(3)  VALUE ZERO.
           05  WS-MASK-IN         PIC X(24) VALUE SPACES.
           05  WS-MASK-OUT        PIC X(24) VALUE SPACES.
           05  WS-PERM-NUM        PIC 9(9)  VALUE ZERO.
           05  WS-PERM-TEXT REDEFINES WS-PERM-NUM
                                  PIC X(9).
           05  WS-PERM-REVERSED   PIC X(9)  VALUE SPACES.
           05  WS-PERM-WORK       PIC 9(18) VALUE ZERO.
           05  WS-PERM-QUOT       PIC 9(18) VALUE ZERO.
           05  WS-HASH-TEXT       PIC X(24) VALUE SPACES.
           05  WS-HASH-SUB        PIC 99    VALUE ZERO.
           05  WS-HASH-WORK       PIC 9(18) VALUE ZERO.
           05  WS-HASH-NUM        PIC 9(9)  VALUE ZERO.
      ******************************************************************
      * The files extracted: ID, name, and kind -- C customer
      * master, A open items (customer number at the key position),
      * E employee master, R roster, H an employee file (EMP-NO at
      * the key position).
      ******************************************************************
       01  WS-FILE-TABLE-VALUES.
           05  FILLER             PIC X(26) VALUE
               "CUSTMASTCUSTMAST.DAT  C001".
           05  FILLER             PIC X(26) VALUE
               "AROPEN  AROPEN.DAT    A007".
           05  FILLER             PIC X(26) VALUE
               "EMPLOYEEemployee.dat  E001".
           05  FILLER             PIC X(26) VALUE
               "ROSTER  ROSTER.DAT    R001".
           05  FILLER             PIC X(26) VALUE
               "EMPADDR EMPADDR.DAT   H001".
           05  FILLER             PIC X(26) VALUE
               "PAYHIST PAYHIST.DAT   H001".
           05  FILLER             PIC X(26) VALUE
               "SALHIST SALHIST.DAT   H001".
           05  FILLER             PIC X(26) VALUE
               "TIMECARDTIMECARD.DAT  H001".
           05  FILLER             PIC X(26) VALUE
               "LEAVEBALLEAVEBAL.DAT  H001".
       01  WS-FILE-TABLE REDEFINES WS-FILE-TABLE-VALUES.
           05  WS-FILE-ENTRY      OCCURS 9 TIMES.
               10  WS-FT-ID       PIC X(8).
               10  WS-FT-NAME     PIC X(14).
               10  WS-FT-KIND     PIC X.
               10  WS-FT-KEY-START PIC 9(3).
       01  WS-FILE-COUNTS.
           05  WS-FC-ENTRY        OCCURS 9 TIMES.
               10  WS-FC-RESULT   PIC X(12) VALUE SPACES.
               10  WS-FC-READ     PIC 9(7)  VALUE ZERO.
               10  WS-FC-WRITTEN  PIC 9(7)  VALUE ZERO.
      ******************************************************************
      * The fields masked: file (its place in the table above),
      * start, length, treatment -- S SSN, R bank routing (both
      * permuted), N name, A street address, B bank account -- and
      * description.
      ******************************************************************
       01  WS-MASK-TABLE-VALUES.
           05  FILLER             PIC X(25) VALUE
               "01006020NCUSTOMER NAME   ".
           05  FILLER             PIC X(25) VALUE
               "01026020ASTREET ADDRESS  ".
           05  FILLER             PIC X(25) VALUE
               "01075015NCONTACT NAME    ".
           05  FILLER             PIC X(25) VALUE
               "03006020NEMPLOYEE NAME   ".
           05  FILLER             PIC X(25) VALUE
               "03036009SSSN             ".
           05  FILLER             PIC X(25) VALUE
               "03081009RBANK ROUTING    ".
           05  FILLER             PIC X(25) VALUE
               "03090011BBANK ACCOUNT    ".
           05  FILLER             PIC X(25) VALUE
               "04001009SSSN             ".
           05  FILLER             PIC X(25) VALUE
               "04010024NNAME            ".
           05  FILLER             PIC X(25) VALUE
               "04034020ASTREET ADDRESS  ".
           05  FILLER             PIC X(25) VALUE
               "05007020ASTREET ADDRESS  ".
           05  FILLER             PIC X(25) VALUE
               "06006020NEMPLOYEE NAME   ".
       01  WS-MASK-TABLE REDEFINES WS-MASK-TABLE-VALUES.
           05  WS-MASK-ENTRY      OCCURS 12 TIMES.
               10  WS-MT-FILE-SUB PIC 99.
               10  WS-MT-START    PIC 9(3).
               10  WS-MT-LENGTH   PIC 9(3).
               10  WS-MT-TYPE     PIC X.
               10  WS-MT-DESC     PIC X(16).
       01  WS-MASK-COUNTS.
           05  WS-MC-COUNT        PIC 9(7)  VALUE ZERO
                                  OCCURS 12 TIMES.
       01  WS-MASK-ENTRY-COUNT    PIC 99    VALUE 12.
      ******************************************************************
      * Customers taken, in key order for SEARCH ALL.
      ******************************************************************
       01  WS-CUST-TABLE.
           05  WS-CUST-COUNT      PIC 9(5)  VALUE ZERO.
           05  WS-CUST-ENTRY      OCCURS 1 TO 5000 TIMES
                                  DEPENDING ON WS-CUST-COUNT
                                  ASCENDING KEY IS WS-CT-CUST-NO
                                  INDEXED BY WS-CT-IDX.
               10  WS-CT-CUST-NO  PIC X(5).
      ******************************************************************
      * Every employee, in key order, with the live SSN (for the
      * roster) and whether the sample took them.
      ******************************************************************
       01  WS-EMP-TABLE.
           05  WS-EMP-COUNT       PIC 9(5)  VALUE ZERO.
           05  WS-EMP-ENTRY       OCCURS 1 TO 5000 TIMES
                                  DEPENDING ON WS-EMP-COUNT
                                  ASCENDING KEY IS WS-ET-EMP-NO
                                  INDEXED BY WS-ET-IDX.
               10  WS-ET-EMP-NO   PIC X(5).
               10  WS-ET-SSN      PIC X(9).
               10  WS-ET-TAKEN    PIC X.
       01  MANIFEST-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(32) VALUE
               "MASKED TEST-DATA EXTRACT".
           COPY DATESTMP REPLACING ==:GRP-LVL:== BY ==05==
                                   ==:STAMP-GRP:== BY ==MH-DATE==
                                   ==:FLD-LVL:== BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==MH-MONTH==
                                   ==:STAMP-DAY-FLD:== BY ==MH-DAY==
                                   ==:STAMP-YEAR-FLD:== BY ==MH-YEAR==.
           05  FILLER             PIC X(42) VALUE SPACES.
       01  MANIFEST-SETUP-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  MS-LABEL           PIC X(24).
           05  MS-VALUE           PIC X(50).
       01  MANIFEST-FILE-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(52) VALUE
               "FILE            RECORDS READ   EXTRACTED   RESULT".
       01  MANIFEST-FILE-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  MF-NAME            PIC X(14).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MF-READ            PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  MF-WRITTEN         PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  MF-RESULT          PIC X(12).
       01  MANIFEST-MASK-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(34) VALUE
               "FILE            FIELD".
           05  FILLER             PIC X(31) VALUE
               "POS  LEN  TREATMENT      MASKED".
       01  MANIFEST-MASK-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  MM-NAME            PIC X(14).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MM-FIELD           PIC X(16).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MM-START           PIC ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MM-LENGTH          PIC ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MM-TREATMENT       PIC X(12).
           05  MM-COUNT           PIC Z,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           PERFORM 060-LOAD-MASK-KEY
           PERFORM 070-ENTER-RUN-OPTIONS
           IF WS-TEST-DIR = "." OR WS-TEST-DIR = "./"
               DISPLAY "THE TEST DIRECTORY CANNOT BE THE LIVE "
                   "DIRECTORY - NOTHING EXTRACTED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "CBL_CREATE_DIR" USING WS-TEST-DIR
               RETURNING WS-CALL-STATUS
           END-CALL
           PERFORM 200-EXTRACT-CUSTOMERS
           PERFORM 250-EXTRACT-AR-OPEN
           PERFORM 300-EXTRACT-EMPLOYEES
           PERFORM 350-EXTRACT-ROSTER
           PERFORM 400-EXTRACT-EMPLOYEE-FILE
               VARYING WS-FILE-SUB FROM 5 BY 1
               UNTIL WS-FILE-SUB > 9
           PERFORM 800-PRINT-MANIFEST
           DISPLAY "MASKED EXTRACT WRITTEN TO "
               FUNCTION TRIM (WS-TEST-DIR) " - SEE MASKEXT.RPT"
           STOP RUN.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
      * function "S" among its allowed functions -- the extract reads
      * every live SSN, as the full-SSN listing does. With no
      * operator file on disk yet the sign-on is not enforced, only
      * recorded.
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
                                   WS-FUNC-TALLY FOR ALL "S"
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
                       ' NOT AUTHORIZED FOR THE MASKED EXTRACT'
               END-IF
           END-IF.
      ******************************************************************
      * The mask key from SYSPARM.DAT (MASKEXT MASK-KEY, up to nine
      * digits). The built-in key masks just as well but is the same
      * at every shop that has this program, so the manifest says
      * when it was used.
      ******************************************************************
       060-LOAD-MASK-KEY.
           MOVE "BUILT-IN - SET MASKEXT MASK-KEY ON SYSPARM"
               TO WS-MASK-KEY-SOURCE
           MOVE "MASKEXT" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "MASK-KEY" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 1000000000
               MOVE PRM-NUMBER TO WS-MASK-KEY
               MOVE "SYSPARM.DAT MASKEXT MASK-KEY"
                   TO WS-MASK-KEY-SOURCE
           END-IF.
       070-ENTER-RUN-OPTIONS.
           DISPLAY 'ENTER TEST DIRECTORY (BLANK = TESTDATA)'
           ACCEPT WS-TEST-DIR
           IF WS-TEST-DIR = SPACES
               MOVE "TESTDATA" TO WS-TEST-DIR
           END-IF
           DISPLAY 'TAKE EVERY NTH CUSTOMER - ENTER N (BLANK = ALL)'
           ACCEPT WS-CUST-EVERY
           IF WS-CUST-EVERY IS NOT NUMERIC
              OR WS-CUST-EVERY = ZERO
               MOVE 1 TO WS-CUST-EVERY
           END-IF
           DISPLAY 'TAKE EVERY NTH EMPLOYEE - ENTER N (BLANK = ALL)'
           ACCEPT WS-EMP-EVERY
           IF WS-EMP-EVERY IS NOT NUMERIC
              OR WS-EMP-EVERY = ZERO
               MOVE 1 TO WS-EMP-EVERY
           END-IF.
      ******************************************************************
      * Builds the test copy's name: the test directory, then the
      * live file's name.
      ******************************************************************
       100-SET-TEST-NAME.
           MOVE WS-FT-NAME (WS-FILE-SUB) TO WS-SOURCE-NAME
           MOVE SPACES TO WS-TEST-NAME
           STRING FUNCTION TRIM (WS-TEST-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOURCE-NAME) DELIMITED BY SIZE
                  INTO WS-TEST-NAME
           END-STRING.
      ******************************************************************
      * Customer master: every Nth customer in key order (all of
      * them at N = 1), masked and written; the numbers taken are
      * kept for the open items.
      ******************************************************************
       200-EXTRACT-CUSTOMERS.
           MOVE 1 TO WS-FILE-SUB
           PERFORM 100-SET-TEST-NAME
           MOVE "N" TO EOF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-IN-STATUS NOT = "00"
               MOVE "NOT ON FILE" TO WS-FC-RESULT (WS-FILE-SUB)
           ELSE
               OPEN OUTPUT TEST-CUSTOMER-FILE
               IF WS-OUT-STATUS NOT = "00"
                   MOVE "NOT WRITTEN" TO WS-FC-RESULT (WS-FILE-SUB)
                   MOVE "Y" TO EOF
               ELSE
                   MOVE "EXTRACTED" TO WS-FC-RESULT (WS-FILE-SUB)
               END-IF
               PERFORM UNTIL EOF = "Y"
                   READ CUSTOMER-MASTER-FILE INTO WS-EXTRACT-REC
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           ADD 1 TO WS-FC-READ (WS-FILE-SUB)
                           PERFORM 210-TAKE-CUSTOMER
                   END-READ
               END-PERFORM
               IF WS-OUT-STATUS NOT = "30"
                   CLOSE TEST-CUSTOMER-FILE
               END-IF
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           MOVE "N" TO EOF.
       210-TAKE-CUSTOMER.
           IF FUNCTION MOD (WS-FC-READ (WS-FILE-SUB) - 1,
                            WS-CUST-EVERY) = ZERO
               IF WS-CUST-COUNT < 5000
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CM-CUST-NO TO WS-CT-CUST-NO (WS-CUST-COUNT)
               END-IF
               PERFORM 700-MASK-RECORD
               WRITE TEST-CUSTOMER-REC FROM WS-EXTRACT-REC
               ADD 1 TO WS-FC-WRITTEN (WS-FILE-SUB)
           END-IF.
      ******************************************************************
      * Open items follow the customer sample.
      ******************************************************************
       250-EXTRACT-AR-OPEN.
           MOVE 2 TO WS-FILE-SUB
           PERFORM 100-SET-TEST-NAME
           MOVE "N" TO EOF
           OPEN INPUT AR-OPEN-FILE
           IF WS-IN-STATUS NOT = "00"
               MOVE "NOT ON FILE" TO WS-FC-RESULT (WS-FILE-SUB)
           ELSE
               OPEN OUTPUT TEST-AR-OPEN-FILE
               IF WS-OUT-STATUS NOT = "00"
                   MOVE "NOT WRITTEN" TO WS-FC-RESULT (WS-FILE-SUB)
                   MOVE "Y" TO EOF
               ELSE
                   MOVE "EXTRACTED" TO WS-FC-RESULT (WS-FILE-SUB)
               END-IF
               PERFORM UNTIL EOF = "Y"
                   READ AR-OPEN-FILE INTO WS-EXTRACT-REC
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           ADD 1 TO WS-FC-READ (WS-FILE-SUB)
                           PERFORM 260-TAKE-AR-ITEM
                   END-READ
               END-PERFORM
               IF WS-OUT-STATUS NOT = "30"
                   CLOSE TEST-AR-OPEN-FILE
               END-IF
               CLOSE AR-OPEN-FILE
           END-IF
           MOVE "N" TO EOF.
       260-TAKE-AR-ITEM.
           MOVE "Y" TO WS-TAKE-RECORD
           IF WS-CUST-EVERY > 1
               MOVE "N" TO WS-TAKE-RECORD
               IF WS-CUST-COUNT > ZERO
                   SEARCH ALL WS-CUST-ENTRY
                       AT END
                           MOVE "N" TO WS-TAKE-RECORD
                       WHEN WS-CT-CUST-NO (WS-CT-IDX) = AR-CUST-NO
                           MOVE "Y" TO WS-TAKE-RECORD
                   END-SEARCH
               END-IF
           END-IF
           IF WS-TAKE-RECORD = "Y"
               PERFORM 700-MASK-RECORD
               WRITE TEST-AR-OPEN-REC FROM WS-EXTRACT-REC
               ADD 1 TO WS-FC-WRITTEN (WS-FILE-SUB)
           END-IF.
      ******************************************************************
      * Employee master: every Nth employee in key order. Every
      * employee goes into the table with the live SSN, so the
      * roster can tell an employee's entry from anyone else's.
      ******************************************************************
       300-EXTRACT-EMPLOYEES.
           MOVE 3 TO WS-FILE-SUB
           PERFORM 100-SET-TEST-NAME
           MOVE "N" TO EOF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-IN-STATUS NOT = "00"
               MOVE "NOT ON FILE" TO WS-FC-RESULT (WS-FILE-SUB)
           ELSE
               OPEN OUTPUT TEST-EMPLOYEE-FILE
               IF WS-OUT-STATUS NOT = "00"
                   MOVE "NOT WRITTEN" TO WS-FC-RESULT (WS-FILE-SUB)
                   MOVE "Y" TO EOF
               ELSE
                   MOVE "EXTRACTED" TO WS-FC-RESULT (WS-FILE-SUB)
               END-IF
               PERFORM UNTIL EOF = "Y"
                   READ EMPLOYEE-FILE INTO WS-EXTRACT-REC
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           ADD 1 TO WS-FC-READ (WS-FILE-SUB)
                           PERFORM 310-TAKE-EMPLOYEE
                   END-READ
               END-PERFORM
               IF WS-OUT-STATUS NOT = "30"
                   CLOSE TEST-EMPLOYEE-FILE
               END-IF
               CLOSE EMPLOYEE-FILE
           END-IF
           MOVE "N" TO EOF.
       310-TAKE-EMPLOYEE.
           MOVE "N" TO WS-TAKE-RECORD
           IF FUNCTION MOD (WS-FC-READ (WS-FILE-SUB) - 1,
                            WS-EMP-EVERY) = ZERO
               MOVE "Y" TO WS-TAKE-RECORD
           END-IF
           IF WS-EMP-COUNT < 5000
               ADD 1 TO WS-EMP-COUNT
               MOVE EMP-NO TO WS-ET-EMP-NO (WS-EMP-COUNT)
               MOVE EMP-SSN TO WS-ET-SSN (WS-EMP-COUNT)
               MOVE WS-TAKE-RECORD TO WS-ET-TAKEN (WS-EMP-COUNT)
           END-IF
           IF WS-TAKE-RECORD = "Y"
               PERFORM 700-MASK-RECORD
               WRITE TEST-EMPLOYEE-REC FROM WS-EXTRACT-REC
               ADD 1 TO WS-FC-WRITTEN (WS-FILE-SUB)
           END-IF.
      ******************************************************************
      * Roster: an employee's entry goes when the employee went; an
      * entry for anyone else is taken every Nth of those, at the
      * employee sample rate.
      ******************************************************************
       350-EXTRACT-ROSTER.
           MOVE 4 TO WS-FILE-SUB
           PERFORM 100-SET-TEST-NAME
           MOVE "N" TO EOF
           OPEN INPUT ROSTER-MASTER-FILE
           IF WS-IN-STATUS NOT = "00"
               MOVE "NOT ON FILE" TO WS-FC-RESULT (WS-FILE-SUB)
           ELSE
               OPEN OUTPUT TEST-ROSTER-FILE
               IF WS-OUT-STATUS NOT = "00"
                   MOVE "NOT WRITTEN" TO WS-FC-RESULT (WS-FILE-SUB)
                   MOVE "Y" TO EOF
               ELSE
                   MOVE "EXTRACTED" TO WS-FC-RESULT (WS-FILE-SUB)
               END-IF
               PERFORM UNTIL EOF = "Y"
                   READ ROSTER-MASTER-FILE INTO WS-EXTRACT-REC
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           ADD 1 TO WS-FC-READ (WS-FILE-SUB)
                           PERFORM 360-TAKE-ROSTER-ENTRY
                   END-READ
               END-PERFORM
               IF WS-OUT-STATUS NOT = "30"
                   CLOSE TEST-ROSTER-FILE
               END-IF
               CLOSE ROSTER-MASTER-FILE
           END-IF
           MOVE "N" TO EOF.
       360-TAKE-ROSTER-ENTRY.
           MOVE RS-SSN TO WS-KEY-SSN
           MOVE "?" TO WS-TAKE-RECORD
           IF WS-EMP-COUNT > ZERO
               SET WS-ET-IDX TO 1
               SEARCH WS-EMP-ENTRY
                   AT END
                       MOVE "?" TO WS-TAKE-RECORD
                   WHEN WS-ET-SSN (WS-ET-IDX) = WS-KEY-SSN
                       MOVE WS-ET-TAKEN (WS-ET-IDX) TO WS-TAKE-RECORD
               END-SEARCH
           END-IF
           IF WS-TAKE-RECORD = "?"
               ADD 1 TO WS-NON-EMP-SEEN
               IF FUNCTION MOD (WS-NON-EMP-SEEN - 1, WS-EMP-EVERY)
                  = ZERO
                   MOVE "Y" TO WS-TAKE-RECORD
               ELSE
                   MOVE "N" TO WS-TAKE-RECORD
               END-IF
           END-IF
           IF WS-TAKE-RECORD = "Y"
               PERFORM 700-MASK-RECORD
               WRITE TEST-ROSTER-REC FROM WS-EXTRACT-REC
                   INVALID KEY
                       DISPLAY "ROSTER ENTRY NOT WRITTEN - STATUS "
                           WS-OUT-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-FC-WRITTEN (WS-FILE-SUB)
               END-WRITE
           END-IF.
      ******************************************************************
      * An employee file (EMP-NO in the first five bytes) follows the
      * employee sample; with every employee taken it is copied
      * whole, records for unknown employees included, as it stands.
      ******************************************************************
       400-EXTRACT-EMPLOYEE-FILE.
           PERFORM 100-SET-TEST-NAME
           MOVE "N" TO EOF
           OPEN INPUT HISTORY-IN-FILE
           IF WS-IN-STATUS NOT = "00"
               MOVE "NOT ON FILE" TO WS-FC-RESULT (WS-FILE-SUB)
           ELSE
               OPEN OUTPUT HISTORY-OUT-FILE
               IF WS-OUT-STATUS NOT = "00"
                   MOVE "NOT WRITTEN" TO WS-FC-RESULT (WS-FILE-SUB)
                   MOVE "Y" TO EOF
               ELSE
                   MOVE "EXTRACTED" TO WS-FC-RESULT (WS-FILE-SUB)
               END-IF
               PERFORM UNTIL EOF = "Y"
                   MOVE SPACES TO HISTORY-IN-REC
                   READ HISTORY-IN-FILE INTO WS-EXTRACT-REC
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           ADD 1 TO WS-FC-READ (WS-FILE-SUB)
                           PERFORM 410-TAKE-EMPLOYEE-RECORD
                   END-READ
               END-PERFORM
               IF WS-OUT-STATUS NOT = "30"
                   CLOSE HISTORY-OUT-FILE
               END-IF
               CLOSE HISTORY-IN-FILE
           END-IF
           MOVE "N" TO EOF.
       410-TAKE-EMPLOYEE-RECORD.
           MOVE "Y" TO WS-TAKE-RECORD
           IF WS-EMP-EVERY > 1
               MOVE WS-EXTRACT-REC (WS-FT-KEY-START (WS-FILE-SUB):5)
                   TO WS-KEY-EMP-NO
               MOVE "N" TO WS-TAKE-RECORD
               IF WS-EMP-COUNT > ZERO
                   SEARCH ALL WS-EMP-ENTRY
                       AT END
                           MOVE "N" TO WS-TAKE-RECORD
                       WHEN WS-ET-EMP-NO (WS-ET-IDX) = WS-KEY-EMP-NO
                           MOVE WS-ET-TAKEN (WS-ET-IDX)
                               TO WS-TAKE-RECORD
                   END-SEARCH
               END-IF
           END-IF
           IF WS-TAKE-RECORD = "Y"
               PERFORM 700-MASK-RECORD
               WRITE HISTORY-OUT-REC FROM WS-EXTRACT-REC
               ADD 1 TO WS-FC-WRITTEN (WS-FILE-SUB)
           END-IF.
      ******************************************************************
      * Masks every field the mask table names for this file.
      ******************************************************************
       700-MASK-RECORD.
           PERFORM VARYING WS-MASK-SUB FROM 1 BY 1
                   UNTIL WS-MASK-SUB > WS-MASK-ENTRY-COUNT
               IF WS-MT-FILE-SUB (WS-MASK-SUB) = WS-FILE-SUB
                   PERFORM 710-MASK-ONE-FIELD
               END-IF
           END-PERFORM.
       710-MASK-ONE-FIELD.
           MOVE WS-MT-START (WS-MASK-SUB) TO WS-MASK-START
           MOVE WS-MT-LENGTH (WS-MASK-SUB) TO WS-MASK-LEN
           MOVE SPACES TO WS-MASK-IN
           MOVE WS-EXTRACT-REC (WS-MASK-START:WS-MASK-LEN)
               TO WS-MASK-IN
           IF WS-MASK-IN NOT = SPACES
               MOVE SPACES TO WS-MASK-OUT
               EVALUATE WS-MT-TYPE (WS-MASK-SUB)
                   WHEN "S"
                   WHEN "R"
                       PERFORM 720-PERMUTE-NUMBER
                   WHEN "N"
                       PERFORM 730-HASH-TEXT
                       STRING "NAME " DELIMITED BY SIZE
                              WS-HASH-NUM (3:7) DELIMITED BY SIZE
                              INTO WS-MASK-OUT
                       END-STRING
                   WHEN "A"
                       PERFORM 730-HASH-TEXT
                       STRING WS-HASH-NUM (3:7) DELIMITED BY SIZE
                              " TEST ST" DELIMITED BY SIZE
                              INTO WS-MASK-OUT
                       END-STRING
                   WHEN "B"
                       PERFORM 730-HASH-TEXT
                       STRING "00" DELIMITED BY SIZE
                              WS-HASH-NUM DELIMITED BY SIZE
                              INTO WS-MASK-OUT
                       END-STRING
               END-EVALUATE
               MOVE WS-MASK-OUT
                   TO WS-EXTRACT-REC (WS-MASK-START:WS-MASK-LEN)
               ADD 1 TO WS-MC-COUNT (WS-MASK-SUB)
           END-IF.
      ******************************************************************
      * Nine digits through two rounds of multiply-add (an odd
      * multiplier not divisible by five, modulo a billion) with the
      * digits reversed after each -- every step undoes one way
      * only, so no two numbers come out alike and the roster's SSN
      * key stays unique. A value that is not nine digits is hashed
      * to nine instead.
      ******************************************************************
       720-PERMUTE-NUMBER.
           IF WS-MASK-IN (1:9) IS NUMERIC
               MOVE WS-MASK-IN (1:9) TO WS-PERM-TEXT
               PERFORM 725-PERMUTE-ROUND 2 TIMES
               MOVE WS-PERM-TEXT TO WS-MASK-OUT
           ELSE
               PERFORM 730-HASH-TEXT
               MOVE WS-HASH-NUM TO WS-MASK-OUT
           END-IF.
       725-PERMUTE-ROUND.
           COMPUTE WS-PERM-WORK = WS-PERM-NUM * 387420489
                                + WS-MASK-KEY
           DIVIDE WS-PERM-WORK BY 1000000000
               GIVING WS-PERM-QUOT REMAINDER WS-PERM-NUM
           MOVE FUNCTION REVERSE (WS-PERM-TEXT) TO WS-PERM-REVERSED
           MOVE WS-PERM-REVERSED TO WS-PERM-TEXT.
      ******************************************************************
      * Nine digits drawn from the text, upper-cased and with the
      * spaces passed over, so "Mary  Smith" and "MARY SMITH" draw
      * the same digits.
      ******************************************************************
       730-HASH-TEXT.
           MOVE FUNCTION UPPER-CASE (WS-MASK-IN) TO WS-HASH-TEXT
           MOVE WS-MASK-KEY TO WS-HASH-WORK
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
                   UNTIL WS-HASH-SUB > WS-MASK-LEN
               IF WS-HASH-TEXT (WS-HASH-SUB:1) NOT = SPACE
                   COMPUTE WS-HASH-WORK = WS-HASH-WORK * 131
                       + FUNCTION ORD (WS-HASH-TEXT (WS-HASH-SUB:1))
                   DIVIDE WS-HASH-WORK BY 999999937
                       GIVING WS-PERM-QUOT REMAINDER WS-HASH-NUM
                   MOVE WS-HASH-NUM TO WS-HASH-WORK
               END-IF
           END-PERFORM
           MOVE WS-HASH-WORK TO WS-HASH-NUM.
      ******************************************************************
      * The manifest: who ran it and where the copies went, the
      * sample, each file's counts, and each field masked.
      ******************************************************************
       800-PRINT-MANIFEST.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-MONTH TO MH-MONTH
           MOVE WS-DAY   TO MH-DAY
           MOVE WS-YEAR  TO MH-YEAR
           OPEN OUTPUT MANIFEST-FILE
           WRITE MANIFEST-REC FROM MANIFEST-HEADING
           MOVE SPACES TO MANIFEST-REC
           WRITE MANIFEST-REC
           MOVE "OPERATOR:" TO MS-LABEL
           MOVE WS-OPERATOR-ID TO MS-VALUE
           WRITE MANIFEST-REC FROM MANIFEST-SETUP-LINE
           MOVE "TEST DIRECTORY:" TO MS-LABEL
           MOVE WS-TEST-DIR TO MS-VALUE
           WRITE MANIFEST-REC FROM MANIFEST-SETUP-LINE
           MOVE "CUSTOMERS TAKEN:" TO MS-LABEL
           MOVE WS-CUST-EVERY TO WS-SAMPLE-EVERY
           PERFORM 810-SAMPLE-TEXT
           MOVE "EMPLOYEES TAKEN:" TO MS-LABEL
           MOVE WS-EMP-EVERY TO WS-SAMPLE-EVERY
           PERFORM 810-SAMPLE-TEXT
           MOVE "MASK KEY:" TO MS-LABEL
           MOVE WS-MASK-KEY-SOURCE TO MS-VALUE
           WRITE MANIFEST-REC FROM MANIFEST-SETUP-LINE
           MOVE SPACES TO MANIFEST-REC
           WRITE MANIFEST-REC
           WRITE MANIFEST-REC FROM MANIFEST-FILE-HEADING
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 9
               MOVE WS-FT-NAME (WS-FILE-SUB) TO MF-NAME
               MOVE WS-FC-READ (WS-FILE-SUB) TO MF-READ
               MOVE WS-FC-WRITTEN (WS-FILE-SUB) TO MF-WRITTEN
               MOVE WS-FC-RESULT (WS-FILE-SUB) TO MF-RESULT
               WRITE MANIFEST-REC FROM MANIFEST-FILE-LINE
           END-PERFORM
           MOVE SPACES TO MANIFEST-REC
           WRITE MANIFEST-REC
           WRITE MANIFEST-REC FROM MANIFEST-MASK-HEADING
           PERFORM VARYING WS-MASK-SUB FROM 1 BY 1
                   UNTIL WS-MASK-SUB > WS-MASK-ENTRY-COUNT
               MOVE WS-FT-NAME (WS-MT-FILE-SUB (WS-MASK-SUB))
                   TO MM-NAME
               MOVE WS-MT-DESC (WS-MASK-SUB) TO MM-FIELD
               MOVE WS-MT-START (WS-MASK-SUB) TO MM-START
               MOVE WS-MT-LENGTH (WS-MASK-SUB) TO MM-LENGTH
               EVALUATE WS-MT-TYPE (WS-MASK-SUB)
                   WHEN "S"
                   WHEN "R"
                       MOVE "PERMUTED" TO MM-TREATMENT
                   WHEN "B"
                       MOVE "DIGITS" TO MM-TREATMENT
                   WHEN OTHER
                       MOVE "SUBSTITUTED" TO MM-TREATMENT
               END-EVALUATE
               MOVE WS-MC-COUNT (WS-MASK-SUB) TO MM-COUNT
               WRITE MANIFEST-REC FROM MANIFEST-MASK-LINE
           END-PERFORM
           MOVE SPACES TO MANIFEST-REC
           WRITE MANIFEST-REC
           MOVE "NOT MASKED:" TO MS-LABEL
           MOVE "AMOUNTS, DATES, CODES, CITY/STATE/ZIP, OTHER KEYS"
               TO MS-VALUE
           WRITE MANIFEST-REC FROM MANIFEST-SETUP-LINE
           CLOSE MANIFEST-FILE.
      ******************************************************************
      * "ALL" or "ONE IN EVERY nnn" for the sample rate in
      * WS-SAMPLE-EVERY.
      ******************************************************************
       810-SAMPLE-TEXT.
           MOVE SPACES TO MS-VALUE
           IF WS-SAMPLE-EVERY = 1
               MOVE "ALL" TO MS-VALUE
           ELSE
               STRING "ONE IN EVERY " DELIMITED BY SIZE
                      WS-SAMPLE-EVERY DELIMITED BY SIZE
                      INTO MS-VALUE
               END-STRING
           END-IF
           WRITE MANIFEST-REC FROM MANIFEST-SETUP-LINE.
       END PROGRAM MaskExt.
