       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQScan.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Weekly field-level data-quality scan of the master files.
      *     IntAudit proves the keys between files agree; this proves
      *     the fields inside the records make sense -- a non-numeric
      *     salary, a state code that is no state, a hire date of
      *     zeros, an open amount over its original, letters in a
      *     phone number -- before one of them breaks a report at
      *     2 a.m. CUSTMAST.DAT, CUSTOMER.DAT, AROPEN.DAT,
      *     employee.dat, SHIPACCT.DAT, ZONEMAST.DAT, DELCUST.DAT,
      *     and ROSTER.DAT are read end to end and every record is
      *     put through the rules for its file:
      *       N  the field is numeric
      *       D  the field is a YYYYMMDD date passing the shared
      *          DATEVAL checks ("BLANK" in the first parameter lets
      *          an all-space or all-zero date through)
      *       L  the field's value is on the named code list
      *       R  the field is numeric and within the two parameters
      *          (given in the field's own digits, implied decimals
      *          included)
      *       X  cross-field: the field compared (LE, LT, GE, GT,
      *          EQ, NE in the second parameter) with a second field
      *          whose start and length make up the first parameter;
      *          skipped while either field is not numeric, or
      *          while either is zero when a "Z" follows the
      *          operator (a termination date not yet set)
      *     The rules come from DQRULES.DAT and the code lists from
      *     DQLISTS.DAT; either file, when present, replaces the
      *     built-in set below. Violations print by file and rule
      *     with the offending key (SSNs masked to the last four, as
      *     the roster inquiry shows them), each run's count per rule
      *     is kept in DQHIST.DAT, and the report closes with this
      *     run's counts against the prior run's and the total
      *     violations run by run. Any violation ends the run with a
      *     non-zero exit, as IntAudit's orphans do.
      * Input:
      *     DQRULES.DAT, DQLISTS.DAT, DQHIST.DAT, the master files
      * Output:
      *     DQSCAN.RPT, DQHIST.DAT (run history, rewritten)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  RULES-FILE
               ASSIGN TO "DQRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT  LISTS-FILE
               ASSIGN TO "DQLISTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTS-STATUS.
           SELECT  DQ-HISTORY-FILE
               ASSIGN TO "DQHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT  CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT  CUSTOMER-FILE
               ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-SEQ-NO
               ALTERNATE RECORD KEY IS CUST-NO WITH DUPLICATES
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT  AR-OPEN-FILE
               ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-ITEM-NO
               ALTERNATE RECORD KEY IS AR-CUST-NO WITH DUPLICATES
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT  EMPLOYEE-FILE
               ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-NO
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT  SHIPPER-ACCOUNT-FILE
               ASSIGN TO "SHIPACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SA-ACCT-NO
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT  ZONE-MASTER-FILE
               ASSIGN TO "ZONEMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT  DELIVERY-CUSTOMER-FILE
               ASSIGN TO "DELCUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DC-PHONE
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT  ROSTER-MASTER-FILE
               ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RS-SSN
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT  DQ-REPORT-FILE
               ASSIGN TO "DQSCAN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  VIOLATION-SORT-FILE
               ASSIGN TO "DQSCAN.SRT".
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * One rule per line, fields a space apart: file, rule, type,
      * start, length, two parameters, description. A line starting
      * with "*" is a comment.
      ******************************************************************
       FD  RULES-FILE.
       01  RULES-REC.
           05  RR-FILE            PIC X(8).
           05  FILLER             PIC X.
           05  RR-RULE            PIC X(4).
           05  FILLER             PIC X.
           05  RR-TYPE            PIC X.
           05  FILLER             PIC X.
           05  RR-START           PIC 9(3).
           05  FILLER             PIC X.
           05  RR-LENGTH          PIC 9(3).
           05  FILLER             PIC X.
           05  RR-PARM-1          PIC X(7).
           05  FILLER             PIC X.
           05  RR-PARM-2          PIC X(7).
           05  FILLER             PIC X.
           05  RR-DESC            PIC X(18).
      ******************************************************************
      * A code list: its name, then values a space apart ("SPACE"
      * stands for a blank code). A list may run over several lines.
      ******************************************************************
       FD  LISTS-FILE.
       01  LISTS-REC.
           05  LR-NAME            PIC X(6).
           05  FILLER             PIC X.
           05  LR-VALUES          PIC X(73).
       FD  DQ-HISTORY-FILE.
       01  DQ-HISTORY-REC.
           05  DH-RUN-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  DH-FILE            PIC X(8).
           05  FILLER             PIC X.
           05  DH-RULE            PIC X(4).
           05  FILLER             PIC X.
           05  DH-COUNT           PIC 9(7).
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-REC.
           05  CM-CUST-NO          PIC X(5).
           05  FILLER              PIC X(112).
       FD  CUSTOMER-FILE.
       01  CUSTOMER-REC.
           05  CUST-NO             PIC X(5).
           05  FILLER              PIC X(27).
           05  CUST-SEQ-NO         PIC 9(6).
           05  FILLER              PIC X(82).
       FD  AR-OPEN-FILE.
       01  AR-OPEN-REC.
           05  AR-ITEM-NO          PIC 9(6).
           05  AR-CUST-NO          PIC X(5).
           05  FILLER              PIC X(23).
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-REC.
           05  EMP-NO              PIC X(5).
           05  FILLER              PIC X(95).
       FD  SHIPPER-ACCOUNT-FILE.
       01  SHIPPER-ACCOUNT-REC.
           05  SA-ACCT-NO          PIC X(5).
           05  FILLER              PIC X(73).
       FD  ZONE-MASTER-FILE.
       01  ZONE-MASTER-REC         PIC X(17).
       FD  DELIVERY-CUSTOMER-FILE.
       01  DELIVERY-CUSTOMER-REC.
           05  DC-PHONE            PIC X(10).
           05  FILLER              PIC X(76).
       FD  ROSTER-MASTER-FILE.
       01  ROSTER-MASTER-REC.
           05  RS-SSN              PIC X(9).
           05  FILLER              PIC X(71).
       FD  DQ-REPORT-FILE.
       01  DQ-REPORT-REC           PIC X(132).
      ******************************************************************
      * One violation: file and rule (table positions, so the report
      * comes out in table order), read sequence, key, and the value
      * that failed.
      ******************************************************************
       SD  VIOLATION-SORT-FILE.
       01  VIOLATION-SORT-REC.
           05  VS-FILE-SUB         PIC 9.
           05  VS-RULE-SUB         PIC 9(3).
           05  VS-SEQ              PIC 9(7).
           05  VS-KEY              PIC X(10).
           05  VS-VALUE            PIC X(20).
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           05  WS-RULES-STATUS    PIC XX.
           05  WS-LISTS-STATUS    PIC XX.
           05  WS-HIST-STATUS     PIC XX.
           05  WS-SCAN-STATUS     PIC XX.
           05  WS-TODAY-YMD       PIC 9(8)  VALUE ZERO.
           05  WS-TODAY-DAYNUM    PIC 9(9)  VALUE ZERO.
           05  WS-HIST-DAYNUM     PIC 9(9)  VALUE ZERO.
           05  WS-RETENTION-DAYS  PIC 9(3)  VALUE 182.
           05  WS-PRIOR-DATE      PIC 9(8)  VALUE ZERO.
           05  WS-FILE-SUB        PIC 9     VALUE ZERO.
           05  WS-RULE-SUB        PIC 9(3)  VALUE ZERO.
           05  WS-LIST-SUB        PIC 9(3)  VALUE ZERO.
           05  WS-HIST-SUB        PIC 9(4)  VALUE ZERO.
           05  WS-DATE-SUB        PIC 9(3)  VALUE ZERO.
           05  WS-FIRST-DATE-SUB  PIC 9(3)  VALUE ZERO.
           05  WS-READ-SEQ        PIC 9(7)  VALUE ZERO.
           05  WS-TOTAL-VIOLATIONS PIC 9(7) VALUE ZERO.
           05  WS-REJECTED-RULES  PIC 9(3)  VALUE ZERO.
           05  WS-RULE-FAILED     PIC X     VALUE "N".
           05  WS-VALUE-FOUND     PIC X     VALUE "N".
           05  WS-RULE-START      PIC 9(3)  VALUE ZERO.
           05  WS-RULE-LENGTH     PIC 9(3)  VALUE ZERO.
           05  WS-OTHER-START     PIC 9(3)  VALUE ZERO.
           05  WS-OTHER-LENGTH    PIC 9(3)  VALUE ZERO.
           05  WS-CROSS-OP        PIC XX    VALUE SPACES.
           05  WS-FIELD-NUM       PIC S9(13)V99 VALUE ZERO.
           05  WS-OTHER-NUM       PIC S9(13)V99 VALUE ZERO.
           05  WS-LOW-NUM         PIC S9(13)V99 VALUE ZERO.
           05  WS-HIGH-NUM        PIC S9(13)V99 VALUE ZERO.
           05  WS-SCAN-REC        PIC X(200).
           05  WS-SCAN-KEY        PIC X(10).
           05  WS-FIELD-VALUE     PIC X(20).
           05  WS-LIST-TOKEN      PIC X(12).
           05  WS-LIST-PTR        PIC 9(3)  VALUE ZERO.
           05  WS-LIST-NAME       PIC X(6).
           05  WS-LIST-VALUES     PIC X(73).
           05  WS-PRINTED-IN-RULE PIC 9(7)  VALUE ZERO.
           05  WS-DETAIL-LIMIT    PIC 9(3)  VALUE 25.
           05  WS-LAST-FILE-SUB   PIC 9     VALUE ZERO.
           05  WS-LAST-RULE-SUB   PIC 9(3)  VALUE ZERO.
           05  WS-CHANGE          PIC S9(7) VALUE ZERO.
       01  WS-DATE-OK             PIC X     VALUE "Y".
       01  WS-CHECK-DATE.
           05  WS-CHECK-YEAR      PIC 9(4).
           05  WS-CHECK-MONTH     PIC 99.
           05  WS-CHECK-DAY       PIC 99.
       01  WS-MASKED-SSN.
           05  FILLER             PIC X(5)  VALUE "XXXXX".
           05  WS-MASK-LAST4      PIC X(4).
      ******************************************************************
      * The files scanned: rule-file ID, name, record length, key
      * position, and where the SSN sits (zero for none), so a key or
      * value drawn from it prints masked.
      ******************************************************************
       01  WS-FILE-TABLE-VALUES.
           05  FILLER             PIC X(34) VALUE
               "CUSTMASTCUSTMAST.DAT  117001005000".
           05  FILLER             PIC X(34) VALUE
               "CUSTOMERCUSTOMER.DAT  120033006000".
           05  FILLER             PIC X(34) VALUE
               "AROPEN  AROPEN.DAT    034001006000".
           05  FILLER             PIC X(34) VALUE
               "EMPLOYEEemployee.dat  100001005036".
           05  FILLER             PIC X(34) VALUE
               "SHIPACCTSHIPACCT.DAT  078001005000".
           05  FILLER             PIC X(34) VALUE
               "ZONEMASTZONEMAST.DAT  017001001000".
           05  FILLER             PIC X(34) VALUE
               "DELCUST DELCUST.DAT   086001010000".
           05  FILLER             PIC X(34) VALUE
               "ROSTER  ROSTER.DAT    080001009001".
       01  WS-FILE-TABLE REDEFINES WS-FILE-TABLE-VALUES.
           05  WS-FILE-ENTRY      OCCURS 8 TIMES.
               10  WS-FT-ID       PIC X(8).
               10  WS-FT-NAME     PIC X(14).
               10  WS-FT-REC-LEN  PIC 9(3).
               10  WS-FT-KEY-START PIC 9(3).
               10  WS-FT-KEY-LEN  PIC 9(3).
               10  WS-FT-SSN-START PIC 9(3).
       01  WS-FILE-COUNTS.
           05  WS-FC-ENTRY        OCCURS 8 TIMES.
               10  WS-FC-SCANNED  PIC X     VALUE "N".
               10  WS-FC-READ     PIC 9(7)  VALUE ZERO.
      ******************************************************************
      * Built-in rules, used when DQRULES.DAT is not on disk: file,
      * rule, type, start, length, two parameters, description --
      * the rule-file fields without their separators.
      ******************************************************************
       01  WS-DEFAULT-RULE-VALUES.
           05  FILLER             PIC X(51) VALUE
               "CUSTMASTCM01N090009              CREDIT LIMIT      ".
           05  FILLER             PIC X(51) VALUE
               "CUSTMASTCM02N099011              TOTAL PURCHASES   ".
           05  FILLER             PIC X(51) VALUE
               "CUSTMASTCM03L058002STATES        STATE CODE        ".
           05  FILLER             PIC X(51) VALUE
               "CUSTMASTCM04N060005              ZIP CODE          ".
           05  FILLER             PIC X(51) VALUE
               "CUSTMASTCM05N065010              PHONE NUMBER      ".
           05  FILLER             PIC X(51) VALUE
               "CUSTMASTCM06D110008BLANK         LAST POST DATE    ".
           05  FILLER             PIC X(51) VALUE
               "CUSTOMERCU01N026007              PURCHASE AMOUNT   ".
           05  FILLER             PIC X(51) VALUE
               "CUSTOMERCU02D112008              TRANSACTION DATE  ".
           05  FILLER             PIC X(51) VALUE
               "CUSTOMERCU03L071002STATES        STATE CODE        ".
           05  FILLER             PIC X(51) VALUE
               "CUSTOMERCU04L120001CUTYPE        TRANSACTION TYPE  ".
           05  FILLER             PIC X(51) VALUE
               "CUSTOMERCU05N103009              CREDIT LIMIT      ".
           05  FILLER             PIC X(51) VALUE
               "AROPEN  AR01N020007              ORIGINAL AMOUNT   ".
           05  FILLER             PIC X(51) VALUE
               "AROPEN  AR02N027007              OPEN AMOUNT       ".
           05  FILLER             PIC X(51) VALUE
               "AROPEN  AR03X027007020007 LE     OPEN OVER ORIGINAL".
           05  FILLER             PIC X(51) VALUE
               "AROPEN  AR04D012008              ITEM DATE         ".
           05  FILLER             PIC X(51) VALUE
               "AROPEN  AR05L034001ARTYPE        ITEM TYPE         ".
           05  FILLER             PIC X(51) VALUE
               "EMPLOYEEEM01N030006              SALARY            ".
           05  FILLER             PIC X(51) VALUE
               "EMPLOYEEEM02D058008              HIRE DATE         ".
           05  FILLER             PIC X(51) VALUE
               "EMPLOYEEEM03D050008BLANK         TERMINATION DATE  ".
           05  FILLER             PIC X(51) VALUE
               "EMPLOYEEEM04X058008050008 LE Z   HIRE NOT > TERM   ".
           05  FILLER             PIC X(51) VALUE
               "EMPLOYEEEM05L049001EMSTAT        STATUS CODE       ".
           05  FILLER             PIC X(51) VALUE
               "EMPLOYEEEM06N036009              SSN               ".
           05  FILLER             PIC X(51) VALUE
               "EMPLOYEEEM07L066001EMPAY         PAY TYPE          ".
           05  FILLER             PIC X(51) VALUE
               "EMPLOYEEEM08N067005              HOURLY RATE       ".
           05  FILLER             PIC X(51) VALUE
               "SHIPACCTSA01N021007              SHIPMENT COUNT    ".
           05  FILLER             PIC X(51) VALUE
               "SHIPACCTSA02L060002STATES        STATE CODE        ".
           05  FILLER             PIC X(51) VALUE
               "SHIPACCTSA03N062005              ZIP CODE          ".
           05  FILLER             PIC X(51) VALUE
               "SHIPACCTSA04R0670030      180    PAYMENT TERMS DAYS".
           05  FILLER             PIC X(51) VALUE
               "ZONEMASTZM01N014002              SURCHARGE         ".
           05  FILLER             PIC X(51) VALUE
               "ZONEMASTZM02R0160021      30     TRANSIT DAYS      ".
           05  FILLER             PIC X(51) VALUE
               "DELCUST DC01N001010              PHONE NUMBER      ".
           05  FILLER             PIC X(51) VALUE
               "DELCUST DC02N061005              ORDER COUNT       ".
           05  FILLER             PIC X(51) VALUE
               "DELCUST DC03N072007              POINTS BALANCE    ".
           05  FILLER             PIC X(51) VALUE
               "DELCUST DC04D079008BLANK         LAST ORDER DATE   ".
           05  FILLER             PIC X(51) VALUE
               "ROSTER  RS01N001009              SSN               ".
           05  FILLER             PIC X(51) VALUE
               "ROSTER  RS02L064002STATES        STATE CODE        ".
           05  FILLER             PIC X(51) VALUE
               "ROSTER  RS03N066005              ZIP CODE          ".
       01  WS-DEFAULT-RULE-TABLE REDEFINES WS-DEFAULT-RULE-VALUES.
           05  WS-DEFAULT-RULE    PIC X(51) OCCURS 37 TIMES.
       01  WS-DEFAULT-RULE-COUNT  PIC 9(3)  VALUE 37.
      ******************************************************************
      * Built-in code lists, used when DQLISTS.DAT is not on disk.
      ******************************************************************
       01  WS-DEFAULT-LIST-VALUES.
           05  FILLER             PIC X(51) VALUE
               "STATESAL AK AZ AR CA CO CT DE DC FL GA HI ID IL IN ".
           05  FILLER             PIC X(51) VALUE
               "STATESIA KS KY LA ME MD MA MI MN MS MO MT NE NV NH ".
           05  FILLER             PIC X(51) VALUE
               "STATESNJ NM NY NC ND OH OK OR PA RI SC SD TN TX UT ".
           05  FILLER             PIC X(51) VALUE
               "STATESVT VA WA WV WI WY PR                         ".
           05  FILLER             PIC X(51) VALUE
               "CUTYPESPACE C                                      ".
           05  FILLER             PIC X(51) VALUE
               "ARTYPESPACE F C M W R                              ".
           05  FILLER             PIC X(51) VALUE
               "EMSTATSPACE A T                                    ".
           05  FILLER             PIC X(51) VALUE
               "EMPAY SPACE H S                                    ".
       01  WS-DEFAULT-LIST-TABLE REDEFINES WS-DEFAULT-LIST-VALUES.
           05  WS-DEFAULT-LIST    OCCURS 8 TIMES.
               10  WS-DL-NAME     PIC X(6).
               10  WS-DL-VALUES   PIC X(45).
       01  WS-DEFAULT-LIST-COUNT  PIC 9(3)  VALUE 8.
       01  WS-RULE-LINE.
           05  WS-RL-FILE         PIC X(8).
           05  WS-RL-RULE         PIC X(4).
           05  WS-RL-TYPE         PIC X.
           05  WS-RL-START        PIC 9(3).
           05  WS-RL-LENGTH       PIC 9(3).
           05  WS-RL-PARM-1       PIC X(7).
           05  WS-RL-PARM-2       PIC X(7).
           05  WS-RL-DESC         PIC X(18).
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-RULE-ENTRY      OCCURS 200 TIMES.
               10  WS-RT-FILE-SUB PIC 9.
               10  WS-RT-RULE     PIC X(4).
               10  WS-RT-TYPE     PIC X.
               10  WS-RT-START    PIC 9(3).
               10  WS-RT-LENGTH   PIC 9(3).
               10  WS-RT-PARM-1   PIC X(7).
               10  WS-RT-PARM-2   PIC X(7).
               10  WS-RT-DESC     PIC X(18).
               10  WS-RT-COUNT    PIC 9(7).
               10  WS-RT-PRIOR    PIC 9(7).
               10  WS-RT-HAS-PRIOR PIC X.
       01  WS-LIST-TABLE.
           05  WS-LIST-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-LIST-ENTRY      OCCURS 400 TIMES.
               10  WS-LT-NAME     PIC X(6).
               10  WS-LT-VALUE    PIC X(12).
      ******************************************************************
      * DQHIST.DAT as kept (this run's date left out -- a rerun
      * replaces its own counts), and the violation total of each
      * run on it for the trend lines.
      ******************************************************************
       01  WS-HISTORY-TABLE.
           05  WS-HIST-COUNT      PIC 9(4)  VALUE ZERO.
           05  WS-HIST-ENTRY      OCCURS 2000 TIMES.
               10  WS-HI-DATE     PIC 9(8).
               10  WS-HI-FILE     PIC X(8).
               10  WS-HI-RULE     PIC X(4).
               10  WS-HI-COUNT    PIC 9(7).
       01  WS-RUN-TOTAL-TABLE.
           05  WS-RUN-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-RUN-ENTRY       OCCURS 100 TIMES.
               10  WS-RUN-DATE    PIC 9(8).
               10  WS-RUN-TOTAL   PIC 9(7).
       01  DQ-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(34) VALUE
               "FIELD-LEVEL DATA QUALITY SCAN".
           05  FILLER             PIC X(10) VALUE "RUN DATE: ".
           05  DH-HEAD-DATE       PIC 9(8).
       01  RULES-SOURCE-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(7)  VALUE "RULES: ".
           05  RS-RULE-SOURCE     PIC X(12).
           05  FILLER             PIC X(8)  VALUE "  LISTS:".
           05  FILLER             PIC X     VALUE SPACE.
           05  RS-LIST-SOURCE     PIC X(12).
       01  FILE-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "SCANNING ".
           05  FH-FILE-NAME       PIC X(14).
       01  RULE-HEADING.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  FILLER             PIC X(5)  VALUE "RULE ".
           05  RH-RULE            PIC X(4).
           05  FILLER             PIC X     VALUE SPACE.
           05  RH-TYPE            PIC X.
           05  FILLER             PIC X     VALUE SPACE.
           05  RH-START           PIC 9(3).
           05  FILLER             PIC X     VALUE "/".
           05  RH-LENGTH          PIC 9(3).
           05  FILLER             PIC X     VALUE SPACE.
           05  RH-PARM-1          PIC X(7).
           05  FILLER             PIC X     VALUE SPACE.
           05  RH-PARM-2          PIC X(7).
           05  FILLER             PIC X     VALUE SPACE.
           05  RH-DESC            PIC X(18).
       01  VIOLATION-DETAIL-LINE.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(5)  VALUE "KEY: ".
           05  VD-KEY             PIC X(10).
           05  FILLER             PIC X(9)  VALUE "  VALUE: ".
           05  FILLER             PIC X     VALUE "'".
           05  VD-VALUE           PIC X(20).
           05  FILLER             PIC X     VALUE "'".
       01  MORE-VIOLATIONS-LINE.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "... AND ".
           05  MV-COUNT           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(13) VALUE " MORE".
       01  TREND-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(14) VALUE "FILE".
           05  FILLER             PIC X(24) VALUE "RULE".
           05  FILLER             PIC X(10) VALUE "  RECORDS".
           05  FILLER             PIC X(10) VALUE "  THIS RUN".
           05  FILLER             PIC X(10) VALUE " PRIOR RUN".
           05  FILLER             PIC X(10) VALUE "    CHANGE".
       01  TREND-FILE-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  TF-FILE-NAME       PIC X(14).
           05  TF-NOTE            PIC X(24).
           05  TF-RECORDS         PIC Z(8)9.
       01  TREND-RULE-LINE.
           05  FILLER             PIC X(20) VALUE SPACES.
           05  TR-RULE            PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TR-DESC            PIC X(18).
           05  FILLER             PIC X(10) VALUE SPACES.
           05  TR-THIS-RUN        PIC Z(9)9.
           05  TR-PRIOR-RUN       PIC X(10).
           05  TR-CHANGE          PIC X(10).
       01  WS-EDIT-COUNT          PIC Z(9)9.
       01  WS-EDIT-CHANGE         PIC +(9)9.
       01  RUN-TOTAL-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "TOTAL VIOLATIONS BY RUN".
       01  RUN-TOTAL-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  RT-LINE-DATE       PIC 9(8).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  RT-LINE-TOTAL      PIC ZZZ,ZZ9.
       01  DQ-VERDICT-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(18) VALUE
               "TOTAL VIOLATIONS: ".
           05  VL-VIOLATIONS      PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  VL-VERDICT         PIC X(6).
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YMD
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
               TO WS-TODAY-DAYNUM
           OPEN OUTPUT DQ-REPORT-FILE
           MOVE WS-TODAY-YMD TO DH-HEAD-DATE
           WRITE DQ-REPORT-REC FROM DQ-HEADING
           PERFORM 010-LOAD-RULES
           PERFORM 020-LOAD-LISTS
           WRITE DQ-REPORT-REC FROM RULES-SOURCE-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 030-LOAD-HISTORY
           SORT VIOLATION-SORT-FILE
               ON ASCENDING KEY VS-FILE-SUB
               ON ASCENDING KEY VS-RULE-SUB
               ON ASCENDING KEY VS-SEQ
               INPUT PROCEDURE IS 100-SCAN-ALL-FILES
               OUTPUT PROCEDURE IS 300-PRINT-VIOLATIONS
           PERFORM 400-PRINT-TREND
           PERFORM 450-UPDATE-HISTORY
           MOVE WS-TOTAL-VIOLATIONS TO VL-VIOLATIONS
           IF WS-TOTAL-VIOLATIONS = ZERO
               MOVE "PASS  " TO VL-VERDICT
           ELSE
               MOVE "FAIL  " TO VL-VERDICT
               MOVE 1 TO RETURN-CODE
           END-IF
           WRITE DQ-REPORT-REC FROM DQ-VERDICT-LINE
               AFTER ADVANCING 2 LINES
           CLOSE DQ-REPORT-FILE
           DISPLAY "DATA QUALITY SCAN COMPLETE - " WS-TOTAL-VIOLATIONS
               " VIOLATIONS"
           STOP RUN.
      ******************************************************************
      * DQRULES.DAT replaces the built-in rules when it is on disk. A
      * rule naming an unknown file or type, or a field outside the
      * record, is refused with a message rather than checked wrong.
      ******************************************************************
       010-LOAD-RULES.
           MOVE "N" TO EOF
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
               MOVE "DQRULES.DAT" TO RS-RULE-SOURCE
               PERFORM UNTIL EOF = "Y"
                   READ RULES-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           IF RULES-REC (1:1) NOT = "*"
                              AND RULES-REC NOT = SPACES
                               MOVE RR-FILE     TO WS-RL-FILE
                               MOVE RR-RULE     TO WS-RL-RULE
                               MOVE RR-TYPE     TO WS-RL-TYPE
                               MOVE RR-START    TO WS-RL-START
                               MOVE RR-LENGTH   TO WS-RL-LENGTH
                               MOVE RR-PARM-1   TO WS-RL-PARM-1
                               MOVE RR-PARM-2   TO WS-RL-PARM-2
                               MOVE RR-DESC     TO WS-RL-DESC
                               PERFORM 015-ADD-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULES-FILE
           ELSE
               MOVE "BUILT-IN" TO RS-RULE-SOURCE
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                       UNTIL WS-RULE-SUB > WS-DEFAULT-RULE-COUNT
                   MOVE WS-DEFAULT-RULE (WS-RULE-SUB) TO WS-RULE-LINE
                   PERFORM 015-ADD-RULE
               END-PERFORM
           END-IF
           MOVE "N" TO EOF.
       015-ADD-RULE.
           MOVE ZERO TO WS-FILE-SUB
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                   UNTIL WS-LIST-SUB > 8
               IF WS-FT-ID (WS-LIST-SUB) = WS-RL-FILE
                   MOVE WS-LIST-SUB TO WS-FILE-SUB
               END-IF
           END-PERFORM
           IF WS-FILE-SUB = ZERO
              OR (WS-RL-TYPE NOT = "N" AND WS-RL-TYPE NOT = "D"
                  AND WS-RL-TYPE NOT = "L" AND WS-RL-TYPE NOT = "R"
                  AND WS-RL-TYPE NOT = "X")
              OR WS-RL-START IS NOT NUMERIC
              OR WS-RL-LENGTH IS NOT NUMERIC
              OR WS-RL-START = ZERO OR WS-RL-LENGTH = ZERO
              OR WS-RL-LENGTH > 20
              OR WS-RL-START + WS-RL-LENGTH - 1
                   > WS-FT-REC-LEN (WS-FILE-SUB)
              OR WS-RULE-COUNT >= 200
               DISPLAY "RULE " WS-RL-FILE " " WS-RL-RULE
                   " REFUSED - CHECK FILE, TYPE, AND FIELD POSITION"
               ADD 1 TO WS-REJECTED-RULES
           ELSE
               ADD 1 TO WS-RULE-COUNT
               MOVE WS-FILE-SUB  TO WS-RT-FILE-SUB (WS-RULE-COUNT)
               MOVE WS-RL-RULE   TO WS-RT-RULE (WS-RULE-COUNT)
               MOVE WS-RL-TYPE   TO WS-RT-TYPE (WS-RULE-COUNT)
               MOVE WS-RL-START  TO WS-RT-START (WS-RULE-COUNT)
               MOVE WS-RL-LENGTH TO WS-RT-LENGTH (WS-RULE-COUNT)
               MOVE WS-RL-PARM-1 TO WS-RT-PARM-1 (WS-RULE-COUNT)
               MOVE WS-RL-PARM-2 TO WS-RT-PARM-2 (WS-RULE-COUNT)
               MOVE WS-RL-DESC   TO WS-RT-DESC (WS-RULE-COUNT)
               MOVE ZERO TO WS-RT-COUNT (WS-RULE-COUNT)
               MOVE ZERO TO WS-RT-PRIOR (WS-RULE-COUNT)
               MOVE "N" TO WS-RT-HAS-PRIOR (WS-RULE-COUNT)
           END-IF.
      ******************************************************************
      * DQLISTS.DAT replaces the built-in code lists when it is on
      * disk; each line's values are split into the list table.
      ******************************************************************
       020-LOAD-LISTS.
           MOVE "N" TO EOF
           OPEN INPUT LISTS-FILE
           IF WS-LISTS-STATUS = "00"
               MOVE "DQLISTS.DAT" TO RS-LIST-SOURCE
               PERFORM UNTIL EOF = "Y"
                   READ LISTS-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           IF LISTS-REC (1:1) NOT = "*"
                              AND LISTS-REC NOT = SPACES
                               MOVE LR-NAME TO WS-LIST-NAME
                               MOVE LR-VALUES TO WS-LIST-VALUES
                               PERFORM 025-SPLIT-LIST-VALUES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTS-FILE
           ELSE
               MOVE "BUILT-IN" TO RS-LIST-SOURCE
               PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                       UNTIL WS-LIST-SUB > WS-DEFAULT-LIST-COUNT
                   MOVE WS-DL-NAME (WS-LIST-SUB) TO WS-LIST-NAME
                   MOVE WS-DL-VALUES (WS-LIST-SUB) TO WS-LIST-VALUES
                   PERFORM 025-SPLIT-LIST-VALUES
               END-PERFORM
           END-IF
           MOVE "N" TO EOF.
       025-SPLIT-LIST-VALUES.
           MOVE 1 TO WS-LIST-PTR
           PERFORM UNTIL WS-LIST-PTR > 73
               MOVE SPACES TO WS-LIST-TOKEN
               UNSTRING WS-LIST-VALUES DELIMITED BY ALL SPACE
                   INTO WS-LIST-TOKEN
                   WITH POINTER WS-LIST-PTR
               END-UNSTRING
               IF WS-LIST-TOKEN NOT = SPACES
                  AND WS-LIST-COUNT < 400
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-LIST-NAME TO WS-LT-NAME (WS-LIST-COUNT)
                   IF WS-LIST-TOKEN = "SPACE"
                       MOVE SPACES TO WS-LT-VALUE (WS-LIST-COUNT)
                   ELSE
                       MOVE WS-LIST-TOKEN
                           TO WS-LT-VALUE (WS-LIST-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      * Loads DQHIST.DAT, leaving out this run's date and anything
      * past the retention period, and picks up each rule's count
      * from the most recent earlier run.
      ******************************************************************
       030-LOAD-HISTORY.
           MOVE "N" TO EOF
           OPEN INPUT DQ-HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL EOF = "Y"
                   READ DQ-HISTORY-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           IF DH-RUN-DATE IS NUMERIC
                              AND DH-RUN-DATE NOT = WS-TODAY-YMD
                               PERFORM 031-KEEP-HISTORY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DQ-HISTORY-FILE
           END-IF
           MOVE "N" TO EOF
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
               IF WS-HI-DATE (WS-HIST-SUB) < WS-TODAY-YMD
                  AND WS-HI-DATE (WS-HIST-SUB) > WS-PRIOR-DATE
                   MOVE WS-HI-DATE (WS-HIST-SUB) TO WS-PRIOR-DATE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
               IF WS-HI-DATE (WS-HIST-SUB) = WS-PRIOR-DATE
                   PERFORM 032-MATCH-PRIOR-COUNT
               END-IF
           END-PERFORM.
       031-KEEP-HISTORY-LINE.
           MOVE FUNCTION INTEGER-OF-DATE(DH-RUN-DATE)
               TO WS-HIST-DAYNUM
           IF WS-TODAY-DAYNUM - WS-HIST-DAYNUM NOT > WS-RETENTION-DAYS
              AND WS-HIST-COUNT < 2000
               ADD 1 TO WS-HIST-COUNT
               MOVE DH-RUN-DATE TO WS-HI-DATE (WS-HIST-COUNT)
               MOVE DH-FILE     TO WS-HI-FILE (WS-HIST-COUNT)
               MOVE DH-RULE     TO WS-HI-RULE (WS-HIST-COUNT)
               MOVE DH-COUNT    TO WS-HI-COUNT (WS-HIST-COUNT)
           END-IF.
       032-MATCH-PRIOR-COUNT.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
               IF WS-FT-ID (WS-RT-FILE-SUB (WS-RULE-SUB))
                    = WS-HI-FILE (WS-HIST-SUB)
                  AND WS-RT-RULE (WS-RULE-SUB)
                    = WS-HI-RULE (WS-HIST-SUB)
                   MOVE WS-HI-COUNT (WS-HIST-SUB)
                       TO WS-RT-PRIOR (WS-RULE-SUB)
                   MOVE "Y" TO WS-RT-HAS-PRIOR (WS-RULE-SUB)
               END-IF
           END-PERFORM.
      ******************************************************************
      * Sort input: each master read end to end, every record checked
      * against its file's rules. A master not on disk is noted on
      * the trend section, not treated as clean.
      ******************************************************************
       100-SCAN-ALL-FILES.
           PERFORM 110-SCAN-CUSTMAST
           PERFORM 120-SCAN-CUSTOMER
           PERFORM 130-SCAN-AROPEN
           PERFORM 140-SCAN-EMPLOYEE
           PERFORM 150-SCAN-SHIPACCT
           PERFORM 160-SCAN-ZONEMAST
           PERFORM 170-SCAN-DELCUST
           PERFORM 180-SCAN-ROSTER.
       110-SCAN-CUSTMAST.
           MOVE 1 TO WS-FILE-SUB
           MOVE "N" TO EOF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-SCAN-STATUS = "00"
               MOVE "Y" TO WS-FC-SCANNED (WS-FILE-SUB)
               PERFORM UNTIL EOF = "Y"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           MOVE CUSTOMER-MASTER-REC TO WS-SCAN-REC
                           PERFORM 200-CHECK-RECORD
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
       120-SCAN-CUSTOMER.
           MOVE 2 TO WS-FILE-SUB
           MOVE "N" TO EOF
           OPEN INPUT CUSTOMER-FILE
           IF WS-SCAN-STATUS = "00"
               MOVE "Y" TO WS-FC-SCANNED (WS-FILE-SUB)
               PERFORM UNTIL EOF = "Y"
                   READ CUSTOMER-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           MOVE CUSTOMER-REC TO WS-SCAN-REC
                           PERFORM 200-CHECK-RECORD
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.
       130-SCAN-AROPEN.
           MOVE 3 TO WS-FILE-SUB
           MOVE "N" TO EOF
           OPEN INPUT AR-OPEN-FILE
           IF WS-SCAN-STATUS = "00"
               MOVE "Y" TO WS-FC-SCANNED (WS-FILE-SUB)
               PERFORM UNTIL EOF = "Y"
                   READ AR-OPEN-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           MOVE AR-OPEN-REC TO WS-SCAN-REC
                           PERFORM 200-CHECK-RECORD
                   END-READ
               END-PERFORM
               CLOSE AR-OPEN-FILE
           END-IF.
       140-SCAN-EMPLOYEE.
           MOVE 4 TO WS-FILE-SUB
           MOVE "N" TO EOF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-SCAN-STATUS = "00"
               MOVE "Y" TO WS-FC-SCANNED (WS-FILE-SUB)
               PERFORM UNTIL EOF = "Y"
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           MOVE EMPLOYEE-REC TO WS-SCAN-REC
                           PERFORM 200-CHECK-RECORD
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.
       150-SCAN-SHIPACCT.
           MOVE 5 TO WS-FILE-SUB
           MOVE "N" TO EOF
           OPEN INPUT SHIPPER-ACCOUNT-FILE
           IF WS-SCAN-STATUS = "00"
               MOVE "Y" TO WS-FC-SCANNED (WS-FILE-SUB)
               PERFORM UNTIL EOF = "Y"
                   READ SHIPPER-ACCOUNT-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           MOVE SHIPPER-ACCOUNT-REC TO WS-SCAN-REC
                           PERFORM 200-CHECK-RECORD
                   END-READ
               END-PERFORM
               CLOSE SHIPPER-ACCOUNT-FILE
           END-IF.
       160-SCAN-ZONEMAST.
           MOVE 6 TO WS-FILE-SUB
           MOVE "N" TO EOF
           OPEN INPUT ZONE-MASTER-FILE
           IF WS-SCAN-STATUS = "00"
               MOVE "Y" TO WS-FC-SCANNED (WS-FILE-SUB)
               PERFORM UNTIL EOF = "Y"
                   READ ZONE-MASTER-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           MOVE ZONE-MASTER-REC TO WS-SCAN-REC
                           PERFORM 200-CHECK-RECORD
                   END-READ
               END-PERFORM
               CLOSE ZONE-MASTER-FILE
           END-IF.
       170-SCAN-DELCUST.
           MOVE 7 TO WS-FILE-SUB
           MOVE "N" TO EOF
           OPEN INPUT DELIVERY-CUSTOMER-FILE
           IF WS-SCAN-STATUS = "00"
               MOVE "Y" TO WS-FC-SCANNED (WS-FILE-SUB)
               PERFORM UNTIL EOF = "Y"
                   READ DELIVERY-CUSTOMER-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           MOVE DELIVERY-CUSTOMER-REC TO WS-SCAN-REC
                           PERFORM 200-CHECK-RECORD
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-CUSTOMER-FILE
           END-IF.
       180-SCAN-ROSTER.
           MOVE 8 TO WS-FILE-SUB
           MOVE "N" TO EOF
           OPEN INPUT ROSTER-MASTER-FILE
           IF WS-SCAN-STATUS = "00"
               MOVE "Y" TO WS-FC-SCANNED (WS-FILE-SUB)
               PERFORM UNTIL EOF = "Y"
                   READ ROSTER-MASTER-FILE
                       AT END
                           MOVE "Y" TO EOF
                       NOT AT END
                           MOVE ROSTER-MASTER-REC TO WS-SCAN-REC
                           PERFORM 200-CHECK-RECORD
                   END-READ
               END-PERFORM
               CLOSE ROSTER-MASTER-FILE
           END-IF
           MOVE "N" TO EOF.
      ******************************************************************
      * Puts one record through every rule for its file.
      ******************************************************************
       200-CHECK-RECORD.
           ADD 1 TO WS-FC-READ (WS-FILE-SUB)
           ADD 1 TO WS-READ-SEQ
           MOVE SPACES TO WS-SCAN-KEY
           IF WS-FT-SSN-START (WS-FILE-SUB)
                = WS-FT-KEY-START (WS-FILE-SUB)
               MOVE WS-SCAN-REC (WS-FT-SSN-START (WS-FILE-SUB) + 5:4)
                   TO WS-MASK-LAST4
               MOVE WS-MASKED-SSN TO WS-SCAN-KEY
           ELSE
               MOVE WS-SCAN-REC (WS-FT-KEY-START (WS-FILE-SUB):
                                 WS-FT-KEY-LEN (WS-FILE-SUB))
                   TO WS-SCAN-KEY
           END-IF
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
               IF WS-RT-FILE-SUB (WS-RULE-SUB) = WS-FILE-SUB
                   PERFORM 210-APPLY-RULE
                   IF WS-RULE-FAILED = "Y"
                       PERFORM 260-RELEASE-VIOLATION
                   END-IF
               END-IF
           END-PERFORM.
       210-APPLY-RULE.
           MOVE "N" TO WS-RULE-FAILED
           MOVE WS-RT-START (WS-RULE-SUB) TO WS-RULE-START
           MOVE WS-RT-LENGTH (WS-RULE-SUB) TO WS-RULE-LENGTH
           EVALUATE WS-RT-TYPE (WS-RULE-SUB)
               WHEN "N"
                   IF WS-SCAN-REC (WS-RULE-START:WS-RULE-LENGTH)
                        IS NOT NUMERIC
                       MOVE "Y" TO WS-RULE-FAILED
                   END-IF
               WHEN "D"
                   PERFORM 220-CHECK-DATE-RULE
               WHEN "L"
                   PERFORM 230-CHECK-LIST-RULE
               WHEN "R"
                   PERFORM 240-CHECK-RANGE-RULE
               WHEN "X"
                   PERFORM 250-CHECK-CROSS-FIELD-RULE
           END-EVALUATE.
      ******************************************************************
      * Date rules go through the same century-safe range check every
      * posting program applies to its transaction dates.
      ******************************************************************
       220-CHECK-DATE-RULE.
           IF WS-RT-PARM-1 (WS-RULE-SUB) = "BLANK"
              AND (WS-SCAN-REC (WS-RULE-START:WS-RULE-LENGTH)
                     = SPACES
                   OR WS-SCAN-REC (WS-RULE-START:WS-RULE-LENGTH)
                     = ALL "0")
               MOVE "N" TO WS-RULE-FAILED
           ELSE
               IF WS-RULE-LENGTH NOT = 8
                   MOVE "Y" TO WS-RULE-FAILED
               ELSE
                   MOVE WS-SCAN-REC (WS-RULE-START:8) TO WS-CHECK-DATE
                   COPY DATEVAL
                       REPLACING ==:WS-YEAR-FLD:== BY ==WS-CHECK-YEAR==
                           ==:WS-MONTH-FLD:== BY ==WS-CHECK-MONTH==
                           ==:WS-DAY-FLD:== BY ==WS-CHECK-DAY==
                           ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
                   IF WS-DATE-OK = "N"
                       MOVE "Y" TO WS-RULE-FAILED
                   END-IF
               END-IF
           END-IF.
       230-CHECK-LIST-RULE.
           MOVE "N" TO WS-VALUE-FOUND
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                   UNTIL WS-LIST-SUB > WS-LIST-COUNT
                      OR WS-VALUE-FOUND = "Y"
               IF WS-LT-NAME (WS-LIST-SUB) = WS-RT-PARM-1 (WS-RULE-SUB)
                  AND WS-LT-VALUE (WS-LIST-SUB) (1:WS-RULE-LENGTH)
                    = WS-SCAN-REC (WS-RULE-START:WS-RULE-LENGTH)
                   MOVE "Y" TO WS-VALUE-FOUND
               END-IF
           END-PERFORM
           IF WS-VALUE-FOUND = "N"
               MOVE "Y" TO WS-RULE-FAILED
           END-IF.
       240-CHECK-RANGE-RULE.
           IF WS-SCAN-REC (WS-RULE-START:WS-RULE-LENGTH)
                IS NOT NUMERIC
               MOVE "Y" TO WS-RULE-FAILED
           ELSE
               MOVE FUNCTION NUMVAL
                   (WS-SCAN-REC (WS-RULE-START:WS-RULE-LENGTH))
                   TO WS-FIELD-NUM
               MOVE FUNCTION NUMVAL (WS-RT-PARM-1 (WS-RULE-SUB))
                   TO WS-LOW-NUM
               MOVE FUNCTION NUMVAL (WS-RT-PARM-2 (WS-RULE-SUB))
                   TO WS-HIGH-NUM
               IF WS-FIELD-NUM < WS-LOW-NUM
                  OR WS-FIELD-NUM > WS-HIGH-NUM
                   MOVE "Y" TO WS-RULE-FAILED
               END-IF
           END-IF.
       250-CHECK-CROSS-FIELD-RULE.
           IF WS-RT-PARM-1 (WS-RULE-SUB) (1:6) IS NUMERIC
               MOVE WS-RT-PARM-1 (WS-RULE-SUB) (1:3) TO WS-OTHER-START
               MOVE WS-RT-PARM-1 (WS-RULE-SUB) (4:3)
                   TO WS-OTHER-LENGTH
           ELSE
               MOVE ZERO TO WS-OTHER-START
               MOVE ZERO TO WS-OTHER-LENGTH
           END-IF
           IF WS-OTHER-START > ZERO AND WS-OTHER-LENGTH > ZERO
              AND WS-OTHER-START + WS-OTHER-LENGTH - 1
                    NOT > WS-FT-REC-LEN (WS-FILE-SUB)
              AND WS-SCAN-REC (WS-RULE-START:WS-RULE-LENGTH)
                    IS NUMERIC
              AND WS-SCAN-REC (WS-OTHER-START:WS-OTHER-LENGTH)
                    IS NUMERIC
               MOVE FUNCTION NUMVAL
                   (WS-SCAN-REC (WS-RULE-START:WS-RULE-LENGTH))
                   TO WS-FIELD-NUM
               MOVE FUNCTION NUMVAL
                   (WS-SCAN-REC (WS-OTHER-START:WS-OTHER-LENGTH))
                   TO WS-OTHER-NUM
               MOVE WS-RT-PARM-2 (WS-RULE-SUB) (1:2) TO WS-CROSS-OP
               IF WS-RT-PARM-2 (WS-RULE-SUB) (4:1) = "Z"
                  AND (WS-FIELD-NUM = ZERO OR WS-OTHER-NUM = ZERO)
                   MOVE SPACES TO WS-CROSS-OP
               END-IF
               EVALUATE WS-CROSS-OP
                   WHEN "LE"
                       IF WS-FIELD-NUM > WS-OTHER-NUM
                           MOVE "Y" TO WS-RULE-FAILED
                       END-IF
                   WHEN "LT"
                       IF WS-FIELD-NUM NOT < WS-OTHER-NUM
                           MOVE "Y" TO WS-RULE-FAILED
                       END-IF
                   WHEN "GE"
                       IF WS-FIELD-NUM < WS-OTHER-NUM
                           MOVE "Y" TO WS-RULE-FAILED
                       END-IF
                   WHEN "GT"
                       IF WS-FIELD-NUM NOT > WS-OTHER-NUM
                           MOVE "Y" TO WS-RULE-FAILED
                       END-IF
                   WHEN "EQ"
                       IF WS-FIELD-NUM NOT = WS-OTHER-NUM
                           MOVE "Y" TO WS-RULE-FAILED
                       END-IF
                   WHEN "NE"
                       IF WS-FIELD-NUM = WS-OTHER-NUM
                           MOVE "Y" TO WS-RULE-FAILED
                       END-IF
               END-EVALUATE
           END-IF.
       260-RELEASE-VIOLATION.
           ADD 1 TO WS-RT-COUNT (WS-RULE-SUB)
           ADD 1 TO WS-TOTAL-VIOLATIONS
           MOVE SPACES TO WS-FIELD-VALUE
           IF WS-RULE-START = WS-FT-SSN-START (WS-FILE-SUB)
               MOVE WS-SCAN-REC (WS-RULE-START + 5:4) TO WS-MASK-LAST4
               MOVE WS-MASKED-SSN TO WS-FIELD-VALUE
           ELSE
               MOVE WS-SCAN-REC (WS-RULE-START:WS-RULE-LENGTH)
                   TO WS-FIELD-VALUE
           END-IF
           INSPECT WS-FIELD-VALUE REPLACING ALL LOW-VALUE BY "?"
           MOVE WS-FILE-SUB TO VS-FILE-SUB
           MOVE WS-RULE-SUB TO VS-RULE-SUB
           MOVE WS-READ-SEQ TO VS-SEQ
           MOVE WS-SCAN-KEY TO VS-KEY
           MOVE WS-FIELD-VALUE TO VS-VALUE
           RELEASE VIOLATION-SORT-REC.
      ******************************************************************
      * Sort output: violations by file, then rule, the first few of
      * each rule in full and a count of the rest.
      ******************************************************************
       300-PRINT-VIOLATIONS.
           MOVE ZERO TO WS-LAST-FILE-SUB
           MOVE ZERO TO WS-LAST-RULE-SUB
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               RETURN VIOLATION-SORT-FILE
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       PERFORM 310-PRINT-ONE-VIOLATION
               END-RETURN
           END-PERFORM
           PERFORM 320-CLOSE-RULE
           MOVE "N" TO EOF.
       310-PRINT-ONE-VIOLATION.
           IF VS-FILE-SUB NOT = WS-LAST-FILE-SUB
              OR VS-RULE-SUB NOT = WS-LAST-RULE-SUB
               PERFORM 320-CLOSE-RULE
               IF VS-FILE-SUB NOT = WS-LAST-FILE-SUB
                   MOVE WS-FT-NAME (VS-FILE-SUB) TO FH-FILE-NAME
                   WRITE DQ-REPORT-REC FROM FILE-HEADING
                       AFTER ADVANCING 2 LINES
                   MOVE VS-FILE-SUB TO WS-LAST-FILE-SUB
               END-IF
               MOVE VS-RULE-SUB TO WS-LAST-RULE-SUB
               MOVE WS-RT-RULE (VS-RULE-SUB)   TO RH-RULE
               MOVE WS-RT-TYPE (VS-RULE-SUB)   TO RH-TYPE
               MOVE WS-RT-START (VS-RULE-SUB)  TO RH-START
               MOVE WS-RT-LENGTH (VS-RULE-SUB) TO RH-LENGTH
               MOVE WS-RT-PARM-1 (VS-RULE-SUB) TO RH-PARM-1
               MOVE WS-RT-PARM-2 (VS-RULE-SUB) TO RH-PARM-2
               MOVE WS-RT-DESC (VS-RULE-SUB)   TO RH-DESC
               WRITE DQ-REPORT-REC FROM RULE-HEADING
                   AFTER ADVANCING 1 LINE
               MOVE ZERO TO WS-PRINTED-IN-RULE
           END-IF
           ADD 1 TO WS-PRINTED-IN-RULE
           IF WS-PRINTED-IN-RULE NOT > WS-DETAIL-LIMIT
               MOVE VS-KEY TO VD-KEY
               MOVE VS-VALUE TO VD-VALUE
               WRITE DQ-REPORT-REC FROM VIOLATION-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       320-CLOSE-RULE.
           IF WS-LAST-RULE-SUB > ZERO
              AND WS-PRINTED-IN-RULE > WS-DETAIL-LIMIT
               COMPUTE MV-COUNT = WS-PRINTED-IN-RULE - WS-DETAIL-LIMIT
               WRITE DQ-REPORT-REC FROM MORE-VIOLATIONS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      ******************************************************************
      * This run against the prior one, file by file and rule by
      * rule, then the violation total of every run on record.
      ******************************************************************
       400-PRINT-TREND.
           WRITE DQ-REPORT-REC FROM TREND-HEADING
               AFTER ADVANCING 3 LINES
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 8
               MOVE WS-FT-NAME (WS-FILE-SUB) TO TF-FILE-NAME
               MOVE WS-FC-READ (WS-FILE-SUB) TO TF-RECORDS
               IF WS-FC-SCANNED (WS-FILE-SUB) = "Y"
                   MOVE SPACES TO TF-NOTE
               ELSE
                   MOVE "NOT ON DISK - NO SCAN" TO TF-NOTE
               END-IF
               WRITE DQ-REPORT-REC FROM TREND-FILE-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                       UNTIL WS-RULE-SUB > WS-RULE-COUNT
                   IF WS-RT-FILE-SUB (WS-RULE-SUB) = WS-FILE-SUB
                       PERFORM 410-PRINT-RULE-TREND
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM 420-TOTAL-RUNS
           WRITE DQ-REPORT-REC FROM RUN-TOTAL-HEADING
               AFTER ADVANCING 2 LINES
           MOVE 1 TO WS-FIRST-DATE-SUB
           IF WS-RUN-COUNT > 12
               COMPUTE WS-FIRST-DATE-SUB = WS-RUN-COUNT - 11
           END-IF
           PERFORM VARYING WS-DATE-SUB FROM WS-FIRST-DATE-SUB BY 1
                   UNTIL WS-DATE-SUB > WS-RUN-COUNT
               MOVE WS-RUN-DATE (WS-DATE-SUB) TO RT-LINE-DATE
               MOVE WS-RUN-TOTAL (WS-DATE-SUB) TO RT-LINE-TOTAL
               WRITE DQ-REPORT-REC FROM RUN-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE WS-TODAY-YMD TO RT-LINE-DATE
           MOVE WS-TOTAL-VIOLATIONS TO RT-LINE-TOTAL
           WRITE DQ-REPORT-REC FROM RUN-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       410-PRINT-RULE-TREND.
           MOVE WS-RT-RULE (WS-RULE-SUB) TO TR-RULE
           MOVE WS-RT-DESC (WS-RULE-SUB) TO TR-DESC
           MOVE WS-RT-COUNT (WS-RULE-SUB) TO TR-THIS-RUN
           IF WS-RT-HAS-PRIOR (WS-RULE-SUB) = "Y"
               MOVE WS-RT-PRIOR (WS-RULE-SUB) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO TR-PRIOR-RUN
               COMPUTE WS-CHANGE = WS-RT-COUNT (WS-RULE-SUB)
                                 - WS-RT-PRIOR (WS-RULE-SUB)
               MOVE WS-CHANGE TO WS-EDIT-CHANGE
               MOVE WS-EDIT-CHANGE TO TR-CHANGE
           ELSE
               MOVE "       NEW" TO TR-PRIOR-RUN
               MOVE SPACES TO TR-CHANGE
           END-IF
           WRITE DQ-REPORT-REC FROM TREND-RULE-LINE
               AFTER ADVANCING 1 LINE.
      ******************************************************************
      * History is written in date order, so each run's lines sit
      * together; a new date starts a new total.
      ******************************************************************
       420-TOTAL-RUNS.
           MOVE ZERO TO WS-RUN-COUNT
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
               IF WS-RUN-COUNT = ZERO
                   PERFORM 421-START-RUN-TOTAL
               ELSE
                   IF WS-HI-DATE (WS-HIST-SUB)
                        NOT = WS-RUN-DATE (WS-RUN-COUNT)
                       PERFORM 421-START-RUN-TOTAL
                   END-IF
               END-IF
               ADD WS-HI-COUNT (WS-HIST-SUB)
                   TO WS-RUN-TOTAL (WS-RUN-COUNT)
           END-PERFORM.
       421-START-RUN-TOTAL.
           IF WS-RUN-COUNT < 100
               ADD 1 TO WS-RUN-COUNT
           END-IF
           MOVE WS-HI-DATE (WS-HIST-SUB) TO WS-RUN-DATE (WS-RUN-COUNT)
           MOVE ZERO TO WS-RUN-TOTAL (WS-RUN-COUNT).
      ******************************************************************
      * Rewrites DQHIST.DAT: the kept history, then this run's count
      * for every rule of every file that was scanned.
      ******************************************************************
       450-UPDATE-HISTORY.
           OPEN OUTPUT DQ-HISTORY-FILE
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
               MOVE SPACES TO DQ-HISTORY-REC
               MOVE WS-HI-DATE (WS-HIST-SUB)  TO DH-RUN-DATE
               MOVE WS-HI-FILE (WS-HIST-SUB)  TO DH-FILE
               MOVE WS-HI-RULE (WS-HIST-SUB)  TO DH-RULE
               MOVE WS-HI-COUNT (WS-HIST-SUB) TO DH-COUNT
               WRITE DQ-HISTORY-REC
           END-PERFORM
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
               IF WS-FC-SCANNED (WS-RT-FILE-SUB (WS-RULE-SUB)) = "Y"
                   MOVE SPACES TO DQ-HISTORY-REC
                   MOVE WS-TODAY-YMD TO DH-RUN-DATE
                   MOVE WS-FT-ID (WS-RT-FILE-SUB (WS-RULE-SUB))
                       TO DH-FILE
                   MOVE WS-RT-RULE (WS-RULE-SUB) TO DH-RULE
                   MOVE WS-RT-COUNT (WS-RULE-SUB) TO DH-COUNT
                   WRITE DQ-HISTORY-REC
               END-IF
           END-PERFORM
           CLOSE DQ-HISTORY-FILE.
       END PROGRAM DQScan.
