      *     2.  Package Weight (Numeric)
      *     3.  Is Hazardous (Alphanumeric)
      *     4.  Destination Zone (Alphanumeric)
      *     5.  Consignee Name and Delivery Address (Alphanumeric)
      *     6.  Package Length, Width, Height in inches (Numeric)
      *     SHIPCTR.DAT - negotiated contract rates per shipper account
      * Output:
      *     Program does the computation and outputs total cost of
      *     package.
      *     SHIPLABL.RPT - one shipping label per package
      *     SHIPBOL.RPT  - one bill of lading per shipper pickup
      *     EXCEPTIONS.LOG - batch rows refused for a credit hold
      *     SHIPDIM.DAT  - package dimensions, cube, and billed weight
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.
      ******************************************************************
      * Shared reject log: batch rows refused because the shipper
      * account is on credit hold are written here for operations.
      ******************************************************************
           SELECT  EXCEPTIONS-FILE
               ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
      ******************************************************************
      * Memory of batch IDs already posted, shared across the feed
      * consumers, so a re-sent SHIPMENTS.DAT cannot bill twice.
      ******************************************************************
               ASSIGN TO "TRACKNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACKNO-STATUS.
      ******************************************************************
      * Consignee (ship-to) name and delivery address per shipment,
      * keyed by tracking number. Kept beside SHIPLOG.DAT rather than
      * widening the 80-byte log line every report already reads, so
      * the manifest, inquiry, and undelivered report pick the
      * address up by tracking number.
      ******************************************************************
           SELECT  CONSIGNEE-FILE
               ASSIGN TO "SHIPCONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-TRACKING-NO
               FILE STATUS IS WS-CONS-STATUS.
      ******************************************************************
      * States and three-digit ZIP prefixes each zone delivers to; a
      * consignee state/ZIP outside its zone's rows is refused. A
      * zone with no rows (or no file at all) is checked for a
      * well-formed state and ZIP only.
      ******************************************************************
           SELECT  ZONE-STATE-FILE
               ASSIGN TO "ZONESTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZSTAT-STATUS.
      ******************************************************************
      * Negotiated contract rates, one per shipper account, in force
      * between their effective and expiration dates. A contracted
      * shipment is priced off its contract instead of the standard
      * schedule; with no file on disk every account bills at the
      * schedule. Maintained through ShipCtr.
      ******************************************************************
           SELECT  CONTRACT-FILE
               ASSIGN TO "SHIPCTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-ACCT-NO
               FILE STATUS IS WS-CTR-STATUS.
      ******************************************************************
      * Package dimensions, cube, and the weight the fee was billed
      * on, keyed by tracking number beside SHIPLOG.DAT the way the
      * consignee file is, so the invoice can show a dimensional
      * weight and the manifest can load trucks by cube.
      ******************************************************************
           SELECT  DIMENSION-FILE
               ASSIGN TO "SHIPDIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-TRACKING-NO
               FILE STATUS IS WS-DIM-STATUS.
           SELECT  LABEL-FILE
               ASSIGN TO "SHIPLABL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  BILL-OF-LADING-FILE
               ASSIGN TO "SHIPBOL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIPMENT-FILE.
      ******************************************************************
           05  SH-COD-AMOUNT           PIC 999V99.
      ******************************************************************
      * Consignee name and delivery address, checked against the
      * zone the same way the counter session checks them.
      ******************************************************************
           05  SH-CONS-NAME            PIC X(20).
           05  SH-CONS-STREET          PIC X(20).
           05  SH-CONS-CITY            PIC X(12).
           05  SH-CONS-STATE           PIC XX.
           05  SH-CONS-ZIP             PIC X(5).
      ******************************************************************
      * Package length, width, and height in whole inches. A row
      * without them (blank) or with all three zero is billed on
      * its actual weight.
      ******************************************************************
           05  SH-DIMENSIONS.
               10  SH-LENGTH           PIC 999.
               10  SH-WIDTH            PIC 999.
               10  SH-HEIGHT           PIC 999.
      ******************************************************************
      * Second view of the record area for the batch-control
      * trailer line (longer than a shipment row).
      ******************************************************************
           05  SA-STATE                PIC XX.
           05  SA-ZIP                  PIC X(5).
           05  SA-TERMS-DAYS           PIC 9(3).
      ******************************************************************
      * Credit hold: set by the aging run once the oldest unpaid
      * invoice is too far past its terms, cleared by payment entry
      * when the account is brought current. Program1 refuses to
      * ship for a held account without a supervisor override.
      ******************************************************************
           05  SA-CREDIT-HOLD          PIC X.
               88  SA-ON-HOLD                 VALUE "H".
           05  SA-HOLD-DATE            PIC 9(8).
       FD  RATE-SCHEDULE-FILE.
       01  RATE-SCHEDULE-REC.
           05  SR-EFF-DATE             PIC 9(8).
           05  SR-HIGH-BASE-CHARGE     PIC 99.
           05  SR-LOW-WEIGHT           PIC 999.
           05  SR-HIGH-WEIGHT          PIC 999.
      ******************************************************************
      * Cubic inches per pound of dimensional weight; a schedule
      * record without one takes the standard DEFAULT-DIM-DIVISOR.
      ******************************************************************
           05  SR-DIM-DIVISOR          PIC 999.
       FD  ZONE-MASTER-FILE.
       01  ZONE-MASTER-REC.
           05  ZM-CODE                 PIC X.
           05  SG-HIGH-BASE-CHARGE     PIC 99.
           05  SG-LOW-WEIGHT           PIC 999.
           05  SG-HIGH-WEIGHT          PIC 999.
           05  SG-DIM-DIVISOR          PIC 999.
       FD  SIM-REPORT-FILE.
       01  SIM-REPORT-REC              PIC X(80).
       FD  BATCH-ID-FILE.
           05  BI-PROGRAM         PIC X(8).
           05  FILLER             PIC X.
           05  BI-BATCH-ID        PIC 9(6).
           05  FILLER             PIC X.
           05  BI-POSTED-DATE     PIC 9(8).
           05  FILLER             PIC X.
           05  BI-POSTED-TIME     PIC 9(6).
       FD  TRACKING-NUMBER-FILE.
       01  TRACKING-NUMBER-REC.
           05  TN-NUMBER               PIC 9(8).
       FD  CONSIGNEE-FILE.
       01  CONSIGNEE-REC.
           05  CN-TRACKING-NO          PIC X(8).
           05  CN-NAME                 PIC X(20).
           05  CN-STREET               PIC X(20).
           05  CN-CITY                 PIC X(12).
           05  CN-STATE                PIC XX.
           05  CN-ZIP                  PIC X(5).
       FD  ZONE-STATE-FILE.
       01  ZONE-STATE-REC.
           05  ZS-ZONE                 PIC X.
           05  FILLER                  PIC X.
           05  ZS-STATE                PIC XX.
           05  FILLER                  PIC X.
           05  ZS-ZIP-LOW              PIC X(3).
           05  FILLER                  PIC X.
           05  ZS-ZIP-HIGH             PIC X(3).
      ******************************************************************
      * A zero tier fee leaves that tier at the schedule rate (and
      * the volume discount); the discount percent comes off the
      * whole fee after the tiers, surcharges, and zone are added.
      ******************************************************************
       FD  CONTRACT-FILE.
       01  CONTRACT-REC.
           05  SC-ACCT-NO              PIC X(5).
           05  SC-EFF-DATE             PIC 9(8).
           05  SC-EXP-DATE             PIC 9(8).
           05  SC-DISCOUNT-PCT         PIC 99V99.
           05  SC-LOW-POUND-FEE        PIC 9V99.
           05  SC-MID-POUND-FEE        PIC 9V99.
           05  SC-HIGH-POUND-FEE       PIC 9V99.
           05  SC-HAZMAT-WAIVED        PIC X.
               88  SC-HAZ-WAIVED              VALUE "Y".
           05  SC-SALES-REP            PIC X(15).
           05  SC-UPDATED-DATE         PIC 9(8).
           05  SC-UPDATED-BY           PIC X(8).
       FD  DIMENSION-FILE.
       01  DIMENSION-REC.
           05  DM-TRACKING-NO          PIC X(8).
           05  DM-LENGTH               PIC 999.
           05  DM-WIDTH                PIC 999.
           05  DM-HEIGHT               PIC 999.
           05  DM-CUBE-FEET            PIC 9(4)V99.
           05  DM-ACTUAL-WEIGHT        PIC 999V99.
           05  DM-DIM-WEIGHT           PIC 9(5)V99.
           05  DM-BILLED-WEIGHT        PIC 9(5)V99.
           05  DM-WEIGHT-BASIS         PIC X.
       FD  LABEL-FILE.
       01  LABEL-REC                   PIC X(80).
       FD  BILL-OF-LADING-FILE.
       01  BILL-OF-LADING-REC          PIC X(80).
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-OUTREC        PIC X(75).
       FD  OPERATOR-FILE.
           05  OP-FUNCTIONS       PIC X(8).
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-OUTREC    PIC X(320).
       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-OUTREC      PIC X(120).
      *
       WORKING-STORAGE SECTION.

       77  LOW-WEIGHT                  PIC 999    VALUE 5.
       77  HIGH-WEIGHT                 PIC 999    VALUE 10.
      ******************************************************************
      * Dimensional weight: cubic inches per billed pound, and the
      * longest side the carrier accepts.
      ******************************************************************
       77  DEFAULT-DIM-DIVISOR         PIC 999    VALUE 139.
       77  DIM-DIVISOR                 PIC 999    VALUE 139.
       77  MAX-PACKAGE-SIDE            PIC 999    VALUE 108.
      ******************************************************************
      * Question 51 (changed): kept only to seed the zone table with
      * the historical A/B/C zones when ZONEMAST.DAT is missing;
      * everything reads the table now.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
      ******************************************************************
      * The function letter 238-OPERATOR-SIGNON checks for and the
      * name of the function for its refusal message: "Z" for zone
      * maintenance, "O" for a supervisor's credit-hold override.
      ******************************************************************
       77  WS-SIGNON-FUNC        PIC X     VALUE "Z".
       77  WS-SIGNON-TEXT        PIC X(20) VALUE "ZONE MAINTENANCE".
       77  WS-OVERRIDE-ANSWER    PIC X     VALUE "N".
           COPY EXCPREC.
       77  WS-EXC-STATUS         PIC XX.
      ******************************************************************
      * Shared batch-control trailer layout and the verification
      * work fields; see the BATCHTRL copybook.
      ******************************************************************
           05  IN-RETURN-FLAG          PIC X.
               88  IS-RETURN                  VALUE "Y".
           05  IN-COD-AMOUNT           PIC 999V99.
           05  IN-CONS-NAME            PIC X(20).
           05  IN-CONS-STREET          PIC X(20).
           05  IN-CONS-CITY            PIC X(12).
           05  IN-CONS-STATE           PIC XX.
           05  IN-CONS-ZIP             PIC X(5).
           05  IN-LENGTH               PIC 999.
           05  IN-WIDTH                PIC 999.
           05  IN-HEIGHT               PIC 999.
       01  COMPUTATION-ITEMS.
           05  WS-SHIPPING-FEE         PIC S9(5)V99.
           05  WS-SURCHARGE            PIC 99.
           05  WS-TOTAL-CHARGE         PIC S9(7)V99 VALUE ZERO.
           05  WS-BASE-CHARGE          PIC 99V99.
           05  WS-POUND-FEE            PIC 9(5)V99.
           05  WS-TEMP-WEIGHT          PIC 9(5)V99.
           05  WS-EFFECTIVE-POUND-RATE PIC 9V99.
      ******************************************************************
      * The weight the tiers price: the greater of the actual weight
      * and the dimensional weight (cube over the divisor, rounded
      * up to the next whole pound, as the carrier bills it).
      ******************************************************************
           05  WS-CUBE-INCHES          PIC 9(7).
           05  WS-DIM-WEIGHT           PIC 9(5)V99.
           05  WS-DIM-POUNDS           PIC 9(5).
           05  WS-DIM-REMAINDER        PIC 9(3).
           05  WS-BILLED-WEIGHT        PIC 9(5)V99.
           05  WS-WEIGHT-BASIS         PIC X.
               88  DIM-WEIGHT-BILLED          VALUE 'D'.
           05  WS-CONTRACT-DISCOUNT    PIC S9(5)V99.
       01  WS-SWITCHES.
           05  WS-BATCH-ANSWER         PIC X      VALUE 'N'.
               88  BATCH-MODE                 VALUE 'Y'.
               88  NAME-VALID                 VALUE 'Y'.
           05  WS-WEIGHT-VALID         PIC X      VALUE 'Y'.
               88  WEIGHT-VALID                VALUE 'Y'.
           05  WS-DIMS-VALID           PIC X      VALUE 'Y'.
               88  DIMS-VALID                  VALUE 'Y'.
           05  WS-HAZ-VALID            PIC X      VALUE 'Y'.
               88  HAZ-VALID                   VALUE 'Y'.
      ******************************************************************
           05  WS-ACCT-VALID           PIC X      VALUE 'Y'.
               88  ACCT-VALID                  VALUE 'Y'.
      ******************************************************************
      * Set by 229-VALIDATE-CONSIGNEE, with the reason a consignee
      * address was refused for the re-prompt or the reject message.
      ******************************************************************
           05  WS-CONS-VALID           PIC X      VALUE 'Y'.
               88  CONS-VALID                  VALUE 'Y'.
           05  WS-CONS-REASON          PIC X(40)  VALUE SPACES.
      ******************************************************************
      * Cleared to ship: 'N' when the account is on credit hold and
      * no supervisor has overridden it for this session. A held
      * account's batch rows are always refused.
      ******************************************************************
           05  WS-HOLD-CLEAR           PIC X      VALUE 'Y'.
               88  HOLD-CLEARED               VALUE 'Y'.
      ******************************************************************
      * Contract pricing: WS-CTR-OPEN is 'N' when SHIPCTR.DAT is not
      * on disk; WS-CONTRACT-PRICED is set per shipment when the
      * account has a contract in force on the ship date.
      ******************************************************************
           05  WS-CTR-OPEN             PIC X      VALUE 'N'.
           05  WS-CONTRACT-PRICED      PIC X      VALUE 'N'.
               88  CONTRACT-PRICED            VALUE 'Y'.
      ******************************************************************
      * Quote mode: the same rate-schedule, zone-surcharge, and
      * discount arithmetic with every file update switched off --
      * no SHIPLOG.DAT line, no TRACKNO.DAT bump, no SA-SHIP-COUNT
       01  WS-CMD-ARG                  PIC X(8)   VALUE SPACES.
       01  WS-QUOTE-ANSWER             PIC X      VALUE 'N'.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-CTR-STATUS               PIC XX.
       01  WS-DIM-STATUS               PIC XX.
       01  WS-RATE-STATUS              PIC XX.
       01  WS-ZONEMAST-STATUS          PIC XX.
       01  WS-TRACKNO-STATUS           PIC XX.
           05  WS-ZONE-MAINT-TRANSIT   PIC 99.
           05  WS-ZONE-TRANSIT-OUT     PIC Z9.
      ******************************************************************
      * Zone delivery areas loaded from ZONESTAT.DAT for the
      * consignee state/ZIP check.
      ******************************************************************
       01  WS-CONS-STATUS              PIC XX.
       01  WS-ZSTAT-STATUS             PIC XX.
       01  WS-ZSTAT-EOF                PIC X      VALUE 'N'.
       01  WS-ZONE-STATE-TABLE.
           05  WS-ZS-COUNT             PIC 9(3)   VALUE ZERO.
           05  WS-ZS-ENTRY             OCCURS 300 TIMES.
               10  WS-ZS-ZONE          PIC X.
               10  WS-ZS-STATE         PIC XX.
               10  WS-ZS-ZIP-LOW       PIC X(3).
               10  WS-ZS-ZIP-HIGH      PIC X(3).
       01  WS-ZS-FIELDS.
           05  WS-ZS-SUB               PIC 9(3)   VALUE ZERO.
           05  WS-ZS-ZONE-ROWS         PIC 9(3)   VALUE ZERO.
           05  WS-ZS-MATCH             PIC X      VALUE 'N'.
      ******************************************************************
      * Packages picked up this run, held for the bills of lading
      * printed at end of run -- one bill per shipper account, with
      * the hazmat declaration block when any package on it is
      * hazardous.
      ******************************************************************
       01  WS-BOL-TABLE.
           05  WS-BOL-COUNT            PIC 9(4)   VALUE ZERO.
           05  WS-BOL-ENTRY            OCCURS 1000 TIMES.
               10  WS-BL-ACCT-NO       PIC X(5).
               10  WS-BL-CUST-NAME     PIC X(15).
               10  WS-BL-TRACKING-NO   PIC 9(8).
               10  WS-BL-CONS-NAME     PIC X(20).
               10  WS-BL-CONS-CITY     PIC X(12).
               10  WS-BL-CONS-STATE    PIC XX.
               10  WS-BL-CONS-ZIP      PIC X(5).
               10  WS-BL-ZONE          PIC X.
               10  WS-BL-WEIGHT        PIC 999V99.
               10  WS-BL-HAZARDOUS     PIC X.
               10  WS-BL-PRINTED       PIC X.
       01  WS-BOL-FIELDS.
           05  WS-BOL-SUB              PIC 9(4)   VALUE ZERO.
           05  WS-BOL-ACCT             PIC X(5)   VALUE SPACES.
           05  WS-BOL-PACKAGES         PIC 9(4)   VALUE ZERO.
           05  WS-BOL-WEIGHT           PIC 9(6)V99 VALUE ZERO.
           05  WS-BOL-HAZ-PACKAGES     PIC 9(4)   VALUE ZERO.
           05  WS-BOL-HAZ-WEIGHT       PIC 9(6)V99 VALUE ZERO.
           05  WS-BOL-FIRST            PIC X      VALUE 'Y'.
           05  WS-LABEL-FIRST          PIC X      VALUE 'Y'.
           05  WS-PAPERS-OPEN          PIC X      VALUE 'N'.
      ******************************************************************
      * Question 50 (added): the rate schedule loaded from
      * SHIPRATE.DAT, and the effective date selected for this run.
      * The table holds every schedule record; the one with the
               10  WS-RT-HIGH-BASE     PIC 99.
               10  WS-RT-LOW-WEIGHT    PIC 999.
               10  WS-RT-HIGH-WEIGHT   PIC 999.
               10  WS-RT-DIM-DIVISOR   PIC 999.
      ******************************************************************
      * Repricing simulation work fields: the staged schedule, last
      * month's window, the fee computed per log line under the
           05  OUT-TOTAL-CHARGE        PIC $Z,ZZZ,ZZ9.99-.
           05  OUT-POUND-CHARGE        PIC Z9.99.
           05  OUT-PACKAGE-WEIGHT      PIC Z9.99.
           05  OUT-BILLED-WEIGHT       PIC ZZZZ9.99.
      ******************************************************************
      * Question 47 (added): edited session package-count/weight
      * totals for 500-DISPLAY-TOTAL.
           05  LOG-TRANSACTION-TYPE    PIC X(6).
           05  FILLER                  PIC X       VALUE SPACES.
           05  LOG-TRACKING-NO         PIC 9(8).
      ******************************************************************
      * "D" when the fee was billed on dimensional weight rather
      * than the actual weight logged above; blank otherwise.
      ******************************************************************
           05  LOG-WEIGHT-BASIS        PIC X       VALUE SPACE.
           05  LOG-COD-AMOUNT          PIC ZZZ9.99.
      ******************************************************************
      * "K" when the fee came off the shipper's negotiated contract
      * rather than the standard schedule; blank otherwise.
      ******************************************************************
           05  LOG-PRICE-BASIS         PIC X       VALUE SPACE.
      ******************************************************************
      * Question 48 (added): one line per hazardous shipment --
      * customer name, weight, date, and surcharge charged -- for
      * HAZMAT.LOG.
           05  HAZ-SURCHARGE           PIC $Z9.
           05  FILLER                  PIC X       VALUE SPACES.
           05  HAZ-TRACKING-NO         PIC 9(8).
      ******************************************************************
      * Shipping label, one block per package, page-broken so each
      * label prints on its own stock.
      ******************************************************************
       01  LABEL-RULE-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(50)   VALUE ALL '-'.
           05  FILLER                  PIC X(28)   VALUE SPACES.
       01  LABEL-FROM-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(11)   VALUE 'SHIP FROM: '.
           05  LBF-CUST-NAME           PIC X(15).
           05  FILLER                  PIC X(7)    VALUE '  ACCT '.
           05  LBF-ACCT-NO             PIC X(5).
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  LBF-MM                  PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  LBF-DD                  PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  LBF-YEAR                PIC 9(4).
           05  FILLER                  PIC X(26)   VALUE SPACES.
       01  LABEL-TO-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  LBT-CAPTION             PIC X(11).
           05  LBT-TEXT                PIC X(40).
           05  FILLER                  PIC X(27)   VALUE SPACES.
       01  LABEL-CITY-TEXT.
           05  LBC-CITY                PIC X(12).
           05  FILLER                  PIC X       VALUE SPACES.
           05  LBC-STATE               PIC XX.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  LBC-ZIP                 PIC X(5).
           05  FILLER                  PIC X(18)   VALUE SPACES.
       01  LABEL-PACKAGE-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(6)    VALUE 'ZONE: '.
           05  LBP-ZONE                PIC X.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(8)    VALUE 'WEIGHT: '.
           05  LBP-WEIGHT              PIC ZZ9.99.
           05  FILLER                  PIC X(4)    VALUE ' LB '.
           05  LBP-COD-CAPTION         PIC X(6).
           05  LBP-COD-AMOUNT          PIC $$$$9.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(35)   VALUE SPACES.
       01  LABEL-TRACKING-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(13)   VALUE
                                       'TRACKING NO: '.
           05  LBK-TRACKING-NO         PIC 9(8).
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  LBK-HAZ-TEXT            PIC X(30).
           05  FILLER                  PIC X(23)   VALUE SPACES.
      ******************************************************************
      * Bill of lading: heading per shipper pickup, one line per
      * package, totals, and the hazmat declaration block.
      ******************************************************************
       01  BOL-HEADING.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(30)   VALUE
                                       'ACME SHIPPING - BILL OF LADING'.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(13)   VALUE
                                       'PICKUP DATE: '.
           05  BLH-MM                  PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  BLH-DD                  PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  BLH-YEAR                PIC 9(4).
           05  FILLER                  PIC X(21)   VALUE SPACES.
       01  BOL-SHIPPER-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  BLS-CAPTION             PIC X(9).
           05  BLS-TEXT                PIC X(50).
           05  FILLER                  PIC X(19)   VALUE SPACES.
       01  BOL-COLUMN-HEADING.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'TRACK NO  '.
           05  FILLER                  PIC X(21)   VALUE 'CONSIGNEE'.
           05  FILLER                  PIC X(13)   VALUE 'CITY'.
           05  FILLER                  PIC X(9)    VALUE 'ST ZIP'.
           05  FILLER                  PIC X(5)    VALUE 'ZONE '.
           05  FILLER                  PIC X(8)    VALUE ' WEIGHT '.
           05  FILLER                  PIC X(3)    VALUE 'HAZ'.
           05  FILLER                  PIC X(9)    VALUE SPACES.
       01  BOL-DETAIL-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  BLD-TRACKING-NO         PIC 9(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  BLD-CONS-NAME           PIC X(20).
           05  FILLER                  PIC X       VALUE SPACES.
           05  BLD-CONS-CITY           PIC X(12).
           05  FILLER                  PIC X       VALUE SPACES.
           05  BLD-CONS-STATE          PIC XX.
           05  FILLER                  PIC X       VALUE SPACES.
           05  BLD-CONS-ZIP            PIC X(5).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  BLD-ZONE                PIC X.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  BLD-WEIGHT              PIC ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  BLD-HAZARDOUS           PIC X.
           05  FILLER                  PIC X(10)   VALUE SPACES.
       01  BOL-TOTAL-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  BLT-CAPTION             PIC X(18).
           05  BLT-PACKAGES            PIC ZZZ9.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(14)   VALUE
                                       'TOTAL WEIGHT: '.
           05  BLT-WEIGHT              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE ' LB'.
           05  FILLER                  PIC X(25)   VALUE SPACES.
       01  BOL-TEXT-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  BLX-TEXT                PIC X(70).
           05  FILLER                  PIC X(8)    VALUE SPACES.
       01  SHIPPING-RPT-HEADING.
           05  FILLER            PIC X(6)   VALUE "ACCT  ".
           05  FILLER            PIC X(15)  VALUE "CUSTOMER NAME ".
           IF QUOTE-MODE
               DISPLAY '** QUOTE MODE - NO FILES WILL BE UPDATED **'
               PERFORM 020-OPEN-ACCOUNT-MASTER
               PERFORM 025-OPEN-CONTRACT-FILE
               PERFORM 030-LOAD-RATE-SCHEDULE
               PERFORM 040-LOAD-ZONE-TABLE
               PERFORM 100-DISPLAY-TITLE
               CLOSE SHIPPER-ACCOUNT-FILE
               PERFORM 026-CLOSE-CONTRACT-FILE
               STOP RUN
           END-IF
           DISPLAY 'RUN IN BATCH MODE, READING SHIPMENTS.DAT? (Y/N)'
           PERFORM 010-VALIDATE-MODE-ANSWER
           PERFORM 015-LOG-RUN-START
           PERFORM 020-OPEN-ACCOUNT-MASTER
           PERFORM 025-OPEN-CONTRACT-FILE
           PERFORM 030-LOAD-RATE-SCHEDULE
           PERFORM 040-LOAD-ZONE-TABLE
           PERFORM 050-LOAD-ZONE-STATE-TABLE
           PERFORM 055-OPEN-SHIPPING-PAPERS
           IF BATCH-MODE
               PERFORM 700-BATCH-MODE
           ELSE
               END-IF
               PERFORM 100-DISPLAY-TITLE
           END-IF
           PERFORM 600-PRINT-BILLS-OF-LADING
           PERFORM 690-CLOSE-SHIPPING-PAPERS
           CLOSE SHIPPER-ACCOUNT-FILE
           PERFORM 026-CLOSE-CONTRACT-FILE
           PERFORM 017-LOG-RUN-END
           STOP RUN.

               OPEN I-O SHIPPER-ACCOUNT-FILE
           END-IF.

      ******************************************************************
      * Contract rates are only read, never updated here. A missing
      * SHIPCTR.DAT means no account has a contract.
      ******************************************************************
       025-OPEN-CONTRACT-FILE.
           MOVE 'N' TO WS-CTR-OPEN
           OPEN INPUT CONTRACT-FILE
           IF WS-CTR-STATUS = "00"
               MOVE 'Y' TO WS-CTR-OPEN
           END-IF.
       026-CLOSE-CONTRACT-FILE.
           IF WS-CTR-OPEN = 'Y'
               CLOSE CONTRACT-FILE
           END-IF.

      ******************************************************************
      * Question 50 (added): loads every SHIPRATE.DAT schedule record
      * and applies the one in force on the shipment date -- the
                       TO LOW-WEIGHT
                   MOVE WS-RT-HIGH-WEIGHT (WS-RATE-IDX)
                       TO HIGH-WEIGHT
                   IF WS-RT-DIM-DIVISOR (WS-RATE-IDX) IS NUMERIC
                      AND WS-RT-DIM-DIVISOR (WS-RATE-IDX) > ZERO
                       MOVE WS-RT-DIM-DIVISOR (WS-RATE-IDX)
                           TO DIM-DIVISOR
                   ELSE
                       MOVE DEFAULT-DIM-DIVISOR TO DIM-DIVISOR
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RATE-EFF-DATE > ZERO
               PERFORM 045-SEED-DEFAULT-ZONES
           END-IF.

      ******************************************************************
      * Loads the zone delivery areas from ZONESTAT.DAT. A missing
      * file leaves the table empty, and the consignee check falls
      * back to a well-formed state and ZIP.
      ******************************************************************
       050-LOAD-ZONE-STATE-TABLE.
           MOVE ZERO TO WS-ZS-COUNT
           OPEN INPUT ZONE-STATE-FILE
           IF WS-ZSTAT-STATUS = "00"
               PERFORM UNTIL WS-ZSTAT-EOF = 'Y'
                   READ ZONE-STATE-FILE
                       AT END
                           MOVE 'Y' TO WS-ZSTAT-EOF
                       NOT AT END
                           IF WS-ZS-COUNT < 300
                               ADD 1 TO WS-ZS-COUNT
                               MOVE ZS-ZONE TO
                                   WS-ZS-ZONE (WS-ZS-COUNT)
                               MOVE ZS-STATE TO
                                   WS-ZS-STATE (WS-ZS-COUNT)
                               MOVE ZS-ZIP-LOW TO
                                   WS-ZS-ZIP-LOW (WS-ZS-COUNT)
                               MOVE ZS-ZIP-HIGH TO
                                   WS-ZS-ZIP-HIGH (WS-ZS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ZONE-STATE-FILE
           END-IF.

      ******************************************************************
      * Opens the consignee file for update (creating it empty on the
      * first run, as 020 does for the account master) and starts
      * this run's label and bill-of-lading print files.
      ******************************************************************
       055-OPEN-SHIPPING-PAPERS.
           OPEN I-O CONSIGNEE-FILE
           IF WS-CONS-STATUS NOT = "00"
               OPEN OUTPUT CONSIGNEE-FILE
               CLOSE CONSIGNEE-FILE
               OPEN I-O CONSIGNEE-FILE
           END-IF
           OPEN I-O DIMENSION-FILE
           IF WS-DIM-STATUS NOT = "00"
               OPEN OUTPUT DIMENSION-FILE
               CLOSE DIMENSION-FILE
               OPEN I-O DIMENSION-FILE
           END-IF
           OPEN OUTPUT LABEL-FILE
           OPEN OUTPUT BILL-OF-LADING-FILE
           MOVE 'Y' TO WS-PAPERS-OPEN.

       045-SEED-DEFAULT-ZONES.
           MOVE 3 TO WS-ZONE-COUNT
           MOVE 'A'              TO WS-ZN-CODE (1)

      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT
      * with function WS-SIGNON-FUNC among its allowed functions.
      * With no operator file on disk yet the sign-on is not
      * enforced, only recorded, so the control can be rolled out
      * without bricking the shop.
      ******************************************************************
       238-OPERATOR-SIGNON.
           MOVE "N" TO WS-SIGNON-OK
           MOVE "N" TO WS-OPER-EOF
           DISPLAY 'ENTER OPERATOR ID'
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT OPERATOR-FILE
                               MOVE OP-NAME TO WS-OPERATOR-NAME
                               MOVE ZERO TO WS-FUNC-TALLY
                               INSPECT OP-FUNCTIONS TALLYING
                                   WS-FUNC-TALLY FOR ALL
                                   WS-SIGNON-FUNC
                               IF WS-FUNC-TALLY > ZERO
                                   MOVE "Y" TO WS-SIGNON-OK
                               END-IF
                   DISPLAY 'SIGNED ON: ' WS-OPERATOR-NAME
               ELSE
                   DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' NOT AUTHORIZED FOR ' WS-SIGNON-TEXT
               END-IF
           END-IF.
      ******************************************************************
           IF NOT ACCT-VALID
               PERFORM 209-ENROLL-NEW-ACCOUNT
           END-IF
           MOVE 'Y' TO WS-HOLD-CLEAR
           IF ACCT-VALID AND SA-ON-HOLD
               IF QUOTE-MODE
                   DISPLAY 'NOTE: ACCOUNT IS ON CREDIT HOLD SINCE '
                       SA-HOLD-DATE
               ELSE
                   PERFORM 232-CREDIT-HOLD-OVERRIDE
               END-IF
           END-IF
           IF HOLD-CLEARED
               PERFORM 200-INPUT-PACKAGE-INFO
           END-IF.

      ******************************************************************
      * A held account ships only on a supervisor's override: the
      * supervisor signs on with function "O" and the override goes
      * to MNTAUDIT.LOG against the account, its master record as
      * both images since nothing on the master changes.
      ******************************************************************
       232-CREDIT-HOLD-OVERRIDE.
           MOVE 'N' TO WS-HOLD-CLEAR
           DISPLAY 'ACCOUNT ' SA-ACCT-NO ' IS ON CREDIT HOLD SINCE '
               SA-HOLD-DATE
           DISPLAY 'SUPERVISOR OVERRIDE TO SHIP ANYWAY? (Y/N)'
           ACCEPT WS-OVERRIDE-ANSWER
           IF WS-OVERRIDE-ANSWER = 'Y'
               MOVE "O" TO WS-SIGNON-FUNC
               MOVE "CREDIT HOLD OVERRIDE" TO WS-SIGNON-TEXT
               PERFORM 238-OPERATOR-SIGNON
               IF WS-SIGNON-OK = "Y"
                   MOVE 'Y' TO WS-HOLD-CLEAR
                   MOVE "OVERRD" TO MA-ACTION
                   MOVE SA-ACCT-NO TO MA-KEY
                   MOVE SHIPPER-ACCOUNT-REC TO MA-BEFORE-IMAGE
                   MOVE SHIPPER-ACCOUNT-REC TO MA-AFTER-IMAGE
                   PERFORM 905-LOG-MAINT-AUDIT
                   DISPLAY 'CREDIT HOLD OVERRIDDEN BY ' WS-OPERATOR-ID
               END-IF
           END-IF
           IF NOT HOLD-CLEARED
               DISPLAY 'SHIPMENT REFUSED - ACCOUNT ON CREDIT HOLD'
           END-IF.

      ******************************************************************
      * Looks the entered account number up on SHIPACCT.DAT; a hit
           MOVE SPACES       TO SA-STATE
           MOVE SPACES       TO SA-ZIP
           MOVE 30           TO SA-TERMS-DAYS
           MOVE SPACE        TO SA-CREDIT-HOLD
           MOVE ZERO         TO SA-HOLD-DATE
           WRITE SHIPPER-ACCOUNT-REC
               INVALID KEY
                   DISPLAY 'ACCOUNT ENROLL FAILED - STATUS '
           ELSE
               ADD 1 TO WS-SESSION-PACKAGE-COUNT
               ADD IN-PACKAGE-WEIGHT TO WS-SESSION-TOTAL-WEIGHT
               PERFORM 212-INPUT-DIMENSIONS
               PERFORM 210-INPUT-HAZARDOUS-FLAG
               PERFORM 220-INPUT-ZONE
               PERFORM 225-INPUT-RETURN-FLAG
               PERFORM 227-INPUT-COD-AMOUNT
               IF NOT QUOTE-MODE AND NOT IS-RETURN
                   PERFORM 228-INPUT-CONSIGNEE
               END-IF
               PERFORM 300-COMPUTE-SHIPING-FEE
           END-IF.

               ACCEPT IN-COD-AMOUNT
           END-PERFORM.

      ******************************************************************
      * Who the package goes to. Re-prompts for the whole address
      * until 229-VALIDATE-CONSIGNEE accepts it. A quote ships
      * nothing, and a return/credit is paperwork against a package
      * already addressed, so neither is asked.
      ******************************************************************
       228-INPUT-CONSIGNEE.
           PERFORM 230-ACCEPT-CONSIGNEE
           PERFORM 229-VALIDATE-CONSIGNEE
           PERFORM UNTIL CONS-VALID
               DISPLAY WS-CONS-REASON ' - PLEASE RE-ENTER'
               PERFORM 230-ACCEPT-CONSIGNEE
               PERFORM 229-VALIDATE-CONSIGNEE
           END-PERFORM.
       230-ACCEPT-CONSIGNEE.
           DISPLAY 'ENTER CONSIGNEE NAME'
           ACCEPT IN-CONS-NAME
           DISPLAY 'ENTER DELIVERY STREET ADDRESS'
           ACCEPT IN-CONS-STREET
           DISPLAY 'ENTER DELIVERY CITY'
           ACCEPT IN-CONS-CITY
           DISPLAY 'ENTER DELIVERY STATE CODE'
           ACCEPT IN-CONS-STATE
           DISPLAY 'ENTER DELIVERY ZIP CODE'
           ACCEPT IN-CONS-ZIP.

      ******************************************************************
      * Shared by the interactive re-prompt and 720-READ-SHIPMENT:
      * name, street, and city present; a two-letter state and a
      * five-digit ZIP; and, when ZONESTAT.DAT lists delivery areas
      * for the destination zone, the state and ZIP prefix must fall
      * in one of them.
      ******************************************************************
       229-VALIDATE-CONSIGNEE.
           MOVE 'Y' TO WS-CONS-VALID
           MOVE SPACES TO WS-CONS-REASON
           EVALUATE TRUE
               WHEN IN-CONS-NAME = SPACES
                   MOVE 'N' TO WS-CONS-VALID
                   MOVE 'CONSIGNEE NAME CANNOT BE BLANK'
                       TO WS-CONS-REASON
               WHEN IN-CONS-STREET = SPACES
                 OR IN-CONS-CITY = SPACES
                   MOVE 'N' TO WS-CONS-VALID
                   MOVE 'STREET AND CITY ARE REQUIRED'
                       TO WS-CONS-REASON
               WHEN IN-CONS-STATE IS NOT ALPHABETIC
                 OR IN-CONS-STATE (1:1) = SPACE
                 OR IN-CONS-STATE (2:1) = SPACE
                   MOVE 'N' TO WS-CONS-VALID
                   MOVE 'STATE MUST BE A TWO-LETTER CODE'
                       TO WS-CONS-REASON
               WHEN IN-CONS-ZIP IS NOT NUMERIC
                   MOVE 'N' TO WS-CONS-VALID
                   MOVE 'ZIP CODE MUST BE FIVE DIGITS'
                       TO WS-CONS-REASON
               WHEN OTHER
                   PERFORM 231-CHECK-ZONE-AREA
           END-EVALUATE.
       231-CHECK-ZONE-AREA.
           MOVE ZERO TO WS-ZS-ZONE-ROWS
           MOVE 'N' TO WS-ZS-MATCH
           PERFORM VARYING WS-ZS-SUB FROM 1 BY 1
                   UNTIL WS-ZS-SUB > WS-ZS-COUNT
               IF WS-ZS-ZONE (WS-ZS-SUB) = IN-ZONE
                   ADD 1 TO WS-ZS-ZONE-ROWS
                   IF WS-ZS-STATE (WS-ZS-SUB) = IN-CONS-STATE
                      AND IN-CONS-ZIP (1:3) >=
                          WS-ZS-ZIP-LOW (WS-ZS-SUB)
                      AND IN-CONS-ZIP (1:3) <=
                          WS-ZS-ZIP-HIGH (WS-ZS-SUB)
                       MOVE 'Y' TO WS-ZS-MATCH
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ZS-ZONE-ROWS > ZERO AND WS-ZS-MATCH = 'N'
               MOVE 'N' TO WS-CONS-VALID
               STRING 'STATE/ZIP NOT DELIVERED BY ZONE '
                          DELIMITED BY SIZE
                      IN-ZONE DELIMITED BY SIZE
                      INTO WS-CONS-REASON
               END-STRING
           END-IF.

      ******************************************************************
      *  Review fix: factored out of 200-INPUT-PACKAGE-INFO's re-prompt
      *  loop so 720-READ-SHIPMENT can run the same check on a batch
               MOVE 'Y' TO WS-WEIGHT-VALID
           END-IF.

      ******************************************************************
      * Length, width, and height in whole inches, re-prompted until
      * 213-VALIDATE-DIMENSIONS accepts them. Zeros mean the package
      * was not measured and bills on its actual weight.
      ******************************************************************
       212-INPUT-DIMENSIONS.
           PERFORM 214-ACCEPT-DIMENSIONS
           PERFORM 213-VALIDATE-DIMENSIONS
           PERFORM UNTIL DIMS-VALID
               DISPLAY 'EACH SIDE MUST BE 1 TO ' MAX-PACKAGE-SIDE
                   ' INCHES, OR ALL ZERO - PLEASE RE-ENTER'
               PERFORM 214-ACCEPT-DIMENSIONS
               PERFORM 213-VALIDATE-DIMENSIONS
           END-PERFORM.
       214-ACCEPT-DIMENSIONS.
           DISPLAY 'ENTER PACKAGE LENGTH IN INCHES (0 IF NOT MEASURED)'
           ACCEPT IN-LENGTH
           DISPLAY 'ENTER PACKAGE WIDTH IN INCHES'
           ACCEPT IN-WIDTH
           DISPLAY 'ENTER PACKAGE HEIGHT IN INCHES'
           ACCEPT IN-HEIGHT.

      ******************************************************************
      * All three sides zero (not measured), or every side from one
      * inch up to the carrier's longest accepted side.
      ******************************************************************
       213-VALIDATE-DIMENSIONS.
           MOVE 'Y' TO WS-DIMS-VALID
           IF IN-LENGTH IS NOT NUMERIC OR IN-WIDTH IS NOT NUMERIC
              OR IN-HEIGHT IS NOT NUMERIC
               MOVE 'N' TO WS-DIMS-VALID
           ELSE
               IF IN-LENGTH = ZERO AND IN-WIDTH = ZERO
                  AND IN-HEIGHT = ZERO
                   CONTINUE
               ELSE
                   IF IN-LENGTH = ZERO OR IN-WIDTH = ZERO
                      OR IN-HEIGHT = ZERO
                      OR IN-LENGTH > MAX-PACKAGE-SIDE
                      OR IN-WIDTH > MAX-PACKAGE-SIDE
                      OR IN-HEIGHT > MAX-PACKAGE-SIDE
                       MOVE 'N' TO WS-DIMS-VALID
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *  Re-prompts until a bare Y or N is entered, so a mis-typed
      *  hazardous flag can't slip through as non-hazardous.
       300-COMPUTE-SHIPING-FEE.
           PERFORM 310-TRACK-CUSTOMER-SHIPMENTS
           PERFORM 305-DETERMINE-ZONE-SURCHARGE
           PERFORM 312-FIND-CONTRACT-IN-FORCE
           PERFORM 302-DETERMINE-BILLED-WEIGHT
           IF WS-BILLED-WEIGHT > LOW-WEIGHT
               IF WS-BILLED-WEIGHT > HIGH-WEIGHT
                   PERFORM 360-LEVEL3-PACKAGE
               ELSE
                   PERFORM 340-LEVEL2-PACKAGE
               PERFORM 320-LEVEL1-PACKAGE
           END-IF.

      ******************************************************************
      * Bills the package on the greater of its actual weight and its
      * dimensional weight: the cube in inches over the divisor in
      * the rate schedule, rounded up to the next whole pound. An
      * unmeasured package bills on its actual weight.
      ******************************************************************
       302-DETERMINE-BILLED-WEIGHT.
           MOVE IN-PACKAGE-WEIGHT TO WS-BILLED-WEIGHT
           MOVE SPACE TO WS-WEIGHT-BASIS
           MOVE ZERO TO WS-DIM-WEIGHT
           COMPUTE WS-CUBE-INCHES = IN-LENGTH * IN-WIDTH * IN-HEIGHT
           IF WS-CUBE-INCHES > ZERO
               DIVIDE WS-CUBE-INCHES BY DIM-DIVISOR
                   GIVING WS-DIM-POUNDS
                   REMAINDER WS-DIM-REMAINDER
               IF WS-DIM-REMAINDER > ZERO
                   ADD 1 TO WS-DIM-POUNDS
               END-IF
               MOVE WS-DIM-POUNDS TO WS-DIM-WEIGHT
               IF WS-DIM-WEIGHT > IN-PACKAGE-WEIGHT
                   MOVE WS-DIM-WEIGHT TO WS-BILLED-WEIGHT
                   MOVE 'D' TO WS-WEIGHT-BASIS
               END-IF
           END-IF
           MOVE WS-BILLED-WEIGHT TO OUT-BILLED-WEIGHT.

      ******************************************************************
      *  Looks up the destination-zone surcharge that gets added to
      *  the weight-tier fee in each LEVEL paragraph below.
               END-IF
               MOVE SA-SHIP-COUNT TO WS-CUST-SHIP-NUM.

      ******************************************************************
      * Looks up the shipper's negotiated contract. It prices this
      * shipment only when the ship date falls between its effective
      * and expiration dates; a lapsed or future contract leaves the
      * standard schedule in force.
      ******************************************************************
       312-FIND-CONTRACT-IN-FORCE.
           MOVE 'N' TO WS-CONTRACT-PRICED
           IF WS-CTR-OPEN = 'Y'
               MOVE IN-ACCT-NO TO SC-ACCT-NO
               READ CONTRACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SC-EFF-DATE NOT > WS-TODAY-YMD
                          AND SC-EXP-DATE NOT < WS-TODAY-YMD
                           MOVE 'Y' TO WS-CONTRACT-PRICED
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * Takes the contract's flat discount percent off the fee the
      * LEVEL paragraph has built up, before it is reported or
      * turned into a credit.
      ******************************************************************
       315-APPLY-CONTRACT-DISCOUNT.
           MOVE ZERO TO WS-CONTRACT-DISCOUNT
           IF SC-DISCOUNT-PCT > ZERO
               COMPUTE WS-CONTRACT-DISCOUNT ROUNDED =
                   WS-SHIPPING-FEE * SC-DISCOUNT-PCT / 100
               SUBTRACT WS-CONTRACT-DISCOUNT FROM WS-SHIPPING-FEE
           END-IF.

       320-LEVEL1-PACKAGE.
               IF IN-HAZARDOUS = 'Y'
                   MOVE LOW-SURCHARGE TO WS-SURCHARGE
               ELSE
                   MOVE NO-SURCHARGE TO WS-SURCHARGE
               END-IF.
               IF CONTRACT-PRICED AND SC-HAZ-WAIVED
                   MOVE NO-SURCHARGE TO WS-SURCHARGE
               END-IF
               COMPUTE WS-SHIPPING-FEE = WS-SURCHARGE
               MOVE LOW-POUND-FEE TO WS-EFFECTIVE-POUND-RATE
               IF CONTRACT-PRICED AND SC-LOW-POUND-FEE > ZERO
                   MOVE SC-LOW-POUND-FEE TO WS-EFFECTIVE-POUND-RATE
               ELSE
                   IF WS-CUST-SHIP-NUM > VOLUME-DISCOUNT-THRESHOLD
                       COMPUTE WS-EFFECTIVE-POUND-RATE =
                           WS-EFFECTIVE-POUND-RATE -
                           (WS-EFFECTIVE-POUND-RATE *
                            VOLUME-DISCOUNT-PCT)
                   END-IF
               END-IF
               COMPUTE WS-POUND-FEE =
                   WS-EFFECTIVE-POUND-RATE * WS-BILLED-WEIGHT
               COMPUTE WS-SHIPPING-FEE = WS-SHIPPING-FEE + WS-POUND-FEE
               ADD WS-ZONE-SURCHARGE TO WS-SHIPPING-FEE
               IF CONTRACT-PRICED
                   PERFORM 315-APPLY-CONTRACT-DISCOUNT
               END-IF
               MOVE WS-SHIPPING-FEE TO OUT-SHIPPING-FEE
               IF IS-RETURN
                   COMPUTE WS-SHIPPING-FEE = WS-SHIPPING-FEE * -1
               ELSE
                   MOVE NO-SURCHARGE TO WS-SURCHARGE
               END-IF.
               IF CONTRACT-PRICED AND SC-HAZ-WAIVED
                   MOVE NO-SURCHARGE TO WS-SURCHARGE
               END-IF
               MOVE MID-BASE-CHARGE TO WS-BASE-CHARGE
               COMPUTE WS-TEMP-WEIGHT = WS-BILLED-WEIGHT - LOW-WEIGHT
               COMPUTE WS-SHIPPING-FEE = WS-SURCHARGE + WS-BASE-CHARGE
               MOVE MID-POUND-FEE TO WS-EFFECTIVE-POUND-RATE
               IF CONTRACT-PRICED AND SC-MID-POUND-FEE > ZERO
                   MOVE SC-MID-POUND-FEE TO WS-EFFECTIVE-POUND-RATE
               ELSE
                   IF WS-CUST-SHIP-NUM > VOLUME-DISCOUNT-THRESHOLD
                       COMPUTE WS-EFFECTIVE-POUND-RATE =
                           WS-EFFECTIVE-POUND-RATE -
                           (WS-EFFECTIVE-POUND-RATE *
                            VOLUME-DISCOUNT-PCT)
                   END-IF
               END-IF
               COMPUTE WS-POUND-FEE =
                   WS-EFFECTIVE-POUND-RATE * WS-TEMP-WEIGHT
               COMPUTE WS-SHIPPING-FEE = WS-SHIPPING-FEE + WS-POUND-FEE
               ADD WS-ZONE-SURCHARGE TO WS-SHIPPING-FEE
               IF CONTRACT-PRICED
                   PERFORM 315-APPLY-CONTRACT-DISCOUNT
               END-IF
               MOVE WS-SHIPPING-FEE TO OUT-SHIPPING-FEE
               IF IS-RETURN
                   COMPUTE WS-SHIPPING-FEE = WS-SHIPPING-FEE * -1
               ELSE
                   MOVE NO-SURCHARGE TO WS-SURCHARGE
               END-IF.
               IF CONTRACT-PRICED AND SC-HAZ-WAIVED
                   MOVE NO-SURCHARGE TO WS-SURCHARGE
               END-IF
               MOVE HIGH-BASE-CHARGE TO WS-BASE-CHARGE
               COMPUTE WS-TEMP-WEIGHT = WS-BILLED-WEIGHT - HIGH-WEIGHT
               COMPUTE WS-SHIPPING-FEE = WS-SURCHARGE + WS-BASE-CHARGE
               MOVE HIGH-POUND-FEE TO WS-EFFECTIVE-POUND-RATE
               IF CONTRACT-PRICED AND SC-HIGH-POUND-FEE > ZERO
                   MOVE SC-HIGH-POUND-FEE TO WS-EFFECTIVE-POUND-RATE
               ELSE
                   IF WS-CUST-SHIP-NUM > VOLUME-DISCOUNT-THRESHOLD
                       COMPUTE WS-EFFECTIVE-POUND-RATE =
                           WS-EFFECTIVE-POUND-RATE -
                           (WS-EFFECTIVE-POUND-RATE *
                            VOLUME-DISCOUNT-PCT)
                   END-IF
               END-IF
               COMPUTE WS-POUND-FEE =
                   WS-EFFECTIVE-POUND-RATE * WS-TEMP-WEIGHT
               COMPUTE WS-SHIPPING-FEE = WS-SHIPPING-FEE + WS-POUND-FEE
               ADD WS-ZONE-SURCHARGE TO WS-SHIPPING-FEE
               IF CONTRACT-PRICED
                   PERFORM 315-APPLY-CONTRACT-DISCOUNT
               END-IF
               MOVE WS-SHIPPING-FEE TO OUT-SHIPPING-FEE
               IF IS-RETURN
                   COMPUTE WS-SHIPPING-FEE = WS-SHIPPING-FEE * -1
               DISPLAY '-----------------------------------'
               DISPLAY 'TRACKING NUMBER:  ' WS-TRACKING-NO
               DISPLAY 'PACKAGE WEIGHT: ' OUT-PACKAGE-WEIGHT ' POUNDS'
               IF DIM-WEIGHT-BILLED
                   DISPLAY 'BILLED ON DIMENSIONAL WEIGHT: '
                       OUT-BILLED-WEIGHT ' POUNDS'
               END-IF
               DISPLAY 'DESTINATION ZONE: ' IN-ZONE
               DISPLAY 'EST TRANSIT DAYS: ' WS-ZONE-TRANSIT-OUT
               DISPLAY 'CHARGE PER POUND: $ ' OUT-POUND-CHARGE
               DISPLAY 'BASE CHARGE:      ' OUT-BASE-CHARGE
               DISPLAY 'SURCHARGE:        ' OUT-SURCHARGE
               DISPLAY 'ZONE SURCHARGE:   ' OUT-ZONE-SURCHARGE
               IF CONTRACT-PRICED
                   DISPLAY 'PRICED UNDER CONTRACT EFFECTIVE '
                       SC-EFF-DATE ' THRU ' SC-EXP-DATE
               END-IF
               DISPLAY 'SHIPPING FEE:     ' OUT-SHIPPING-FEE
               IF IS-RETURN
                   DISPLAY 'THIS SHIPMENT IS A RETURN/CREDIT'
               MOVE "CHARGE" TO LOG-TRANSACTION-TYPE
           END-IF
           MOVE WS-TRACKING-NO TO LOG-TRACKING-NO
           MOVE WS-WEIGHT-BASIS TO LOG-WEIGHT-BASIS
           MOVE IN-COD-AMOUNT TO LOG-COD-AMOUNT
           IF CONTRACT-PRICED
               MOVE "K" TO LOG-PRICE-BASIS
           ELSE
               MOVE SPACE TO LOG-PRICE-BASIS
           END-IF
           OPEN EXTEND SHIPLOG-FILE
           WRITE SHIPLOG-OUTREC FROM SHIPLOG-DETAIL-LINE
           CLOSE SHIPLOG-FILE
           IF IN-HAZARDOUS = 'Y'
               PERFORM 415-LOG-HAZMAT-SHIPMENT
           END-IF
           IF WS-CUBE-INCHES > ZERO
               PERFORM 413-LOG-DIMENSIONS
           END-IF
           IF NOT IS-RETURN
               PERFORM 412-LOG-CONSIGNEE
               PERFORM 416-PRINT-SHIPPING-LABEL
               PERFORM 417-ADD-TO-BILL-OF-LADING
           END-IF.

      ******************************************************************
      * Files the consignee address under the shipment's tracking
      * number for the manifest, inquiry, and undelivered report.
      ******************************************************************
       412-LOG-CONSIGNEE.
           MOVE WS-TRACKING-NO TO CN-TRACKING-NO
           MOVE IN-CONS-NAME   TO CN-NAME
           MOVE IN-CONS-STREET TO CN-STREET
           MOVE IN-CONS-CITY   TO CN-CITY
           MOVE IN-CONS-STATE  TO CN-STATE
           MOVE IN-CONS-ZIP    TO CN-ZIP
           WRITE CONSIGNEE-REC
               INVALID KEY
                   DISPLAY 'CONSIGNEE NOT FILED - STATUS '
                       WS-CONS-STATUS
           END-WRITE.

      ******************************************************************
      * Files the package's dimensions, cube in cubic feet, and the
      * weight it was billed on under its tracking number.
      ******************************************************************
       413-LOG-DIMENSIONS.
           MOVE WS-TRACKING-NO    TO DM-TRACKING-NO
           MOVE IN-LENGTH         TO DM-LENGTH
           MOVE IN-WIDTH          TO DM-WIDTH
           MOVE IN-HEIGHT         TO DM-HEIGHT
           COMPUTE DM-CUBE-FEET ROUNDED = WS-CUBE-INCHES / 1728
           MOVE IN-PACKAGE-WEIGHT TO DM-ACTUAL-WEIGHT
           MOVE WS-DIM-WEIGHT     TO DM-DIM-WEIGHT
           MOVE WS-BILLED-WEIGHT  TO DM-BILLED-WEIGHT
           MOVE WS-WEIGHT-BASIS   TO DM-WEIGHT-BASIS
           WRITE DIMENSION-REC
               INVALID KEY
                   DISPLAY 'DIMENSIONS NOT FILED - STATUS '
                       WS-DIM-STATUS
           END-WRITE.

      ******************************************************************
      * Prints this package's label: shipper, consignee address,
      * zone, weight, COD amount, tracking number, and a hazardous
      * material marking where it applies.
      ******************************************************************
       416-PRINT-SHIPPING-LABEL.
           IF WS-LABEL-FIRST = 'Y'
               WRITE LABEL-REC FROM LABEL-RULE-LINE
               MOVE 'N' TO WS-LABEL-FIRST
           ELSE
               WRITE LABEL-REC FROM LABEL-RULE-LINE
                   AFTER ADVANCING PAGE
           END-IF
           MOVE IN-CUST-NAME TO LBF-CUST-NAME
           MOVE IN-ACCT-NO   TO LBF-ACCT-NO
           MOVE CD-MONTH     TO LBF-MM
           MOVE CD-DAY       TO LBF-DD
           MOVE CD-YEAR      TO LBF-YEAR
           WRITE LABEL-REC FROM LABEL-FROM-LINE
           MOVE 'SHIP TO:   ' TO LBT-CAPTION
           MOVE IN-CONS-NAME TO LBT-TEXT
           WRITE LABEL-REC FROM LABEL-TO-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO LBT-CAPTION
           MOVE IN-CONS-STREET TO LBT-TEXT
           WRITE LABEL-REC FROM LABEL-TO-LINE
           MOVE IN-CONS-CITY  TO LBC-CITY
           MOVE IN-CONS-STATE TO LBC-STATE
           MOVE IN-CONS-ZIP   TO LBC-ZIP
           MOVE LABEL-CITY-TEXT TO LBT-TEXT
           WRITE LABEL-REC FROM LABEL-TO-LINE
           MOVE IN-ZONE TO LBP-ZONE
           MOVE IN-PACKAGE-WEIGHT TO LBP-WEIGHT
           IF IN-COD-AMOUNT > ZERO
               MOVE 'COD:  ' TO LBP-COD-CAPTION
           ELSE
               MOVE SPACES TO LBP-COD-CAPTION
           END-IF
           MOVE IN-COD-AMOUNT TO LBP-COD-AMOUNT
           WRITE LABEL-REC FROM LABEL-PACKAGE-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-TRACKING-NO TO LBK-TRACKING-NO
           IF IN-HAZARDOUS = 'Y'
               MOVE '*** HAZARDOUS MATERIAL ***' TO LBK-HAZ-TEXT
           ELSE
               MOVE SPACES TO LBK-HAZ-TEXT
           END-IF
           WRITE LABEL-REC FROM LABEL-TRACKING-LINE
           WRITE LABEL-REC FROM LABEL-RULE-LINE.

      ******************************************************************
      * Holds the package for its shipper's bill of lading.
      ******************************************************************
       417-ADD-TO-BILL-OF-LADING.
           IF WS-BOL-COUNT < 1000
               ADD 1 TO WS-BOL-COUNT
               MOVE IN-ACCT-NO TO WS-BL-ACCT-NO (WS-BOL-COUNT)
               MOVE IN-CUST-NAME TO WS-BL-CUST-NAME (WS-BOL-COUNT)
               MOVE WS-TRACKING-NO
                   TO WS-BL-TRACKING-NO (WS-BOL-COUNT)
               MOVE IN-CONS-NAME TO WS-BL-CONS-NAME (WS-BOL-COUNT)
               MOVE IN-CONS-CITY TO WS-BL-CONS-CITY (WS-BOL-COUNT)
               MOVE IN-CONS-STATE
                   TO WS-BL-CONS-STATE (WS-BOL-COUNT)
               MOVE IN-CONS-ZIP TO WS-BL-CONS-ZIP (WS-BOL-COUNT)
               MOVE IN-ZONE TO WS-BL-ZONE (WS-BOL-COUNT)
               MOVE IN-PACKAGE-WEIGHT TO WS-BL-WEIGHT (WS-BOL-COUNT)
               MOVE IN-HAZARDOUS TO WS-BL-HAZARDOUS (WS-BOL-COUNT)
               MOVE 'N' TO WS-BL-PRINTED (WS-BOL-COUNT)
           ELSE
               DISPLAY 'BILL OF LADING FULL - TRACKING NO '
                   WS-TRACKING-NO ' NOT LISTED'
           END-IF.

      ******************************************************************
           DISPLAY ' '
           DISPLAY '--END OF SESSION--'.

      ******************************************************************
      * End of run: one bill of lading per shipper account picked up,
      * in the order the accounts first shipped.
      ******************************************************************
       600-PRINT-BILLS-OF-LADING.
           PERFORM VARYING WS-BOL-SUB FROM 1 BY 1
                   UNTIL WS-BOL-SUB > WS-BOL-COUNT
               IF WS-BL-PRINTED (WS-BOL-SUB) = 'N'
                   MOVE WS-BL-ACCT-NO (WS-BOL-SUB) TO WS-BOL-ACCT
                   PERFORM 610-PRINT-ONE-BILL
               END-IF
           END-PERFORM.
       610-PRINT-ONE-BILL.
           MOVE CD-MONTH TO BLH-MM
           MOVE CD-DAY   TO BLH-DD
           MOVE CD-YEAR  TO BLH-YEAR
           IF WS-BOL-FIRST = 'Y'
               WRITE BILL-OF-LADING-REC FROM BOL-HEADING
               MOVE 'N' TO WS-BOL-FIRST
           ELSE
               WRITE BILL-OF-LADING-REC FROM BOL-HEADING
                   AFTER ADVANCING PAGE
           END-IF
           PERFORM 615-PRINT-BILL-SHIPPER
           WRITE BILL-OF-LADING-REC FROM BOL-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-BOL-PACKAGES
           MOVE ZERO TO WS-BOL-WEIGHT
           MOVE ZERO TO WS-BOL-HAZ-PACKAGES
           MOVE ZERO TO WS-BOL-HAZ-WEIGHT
           PERFORM 620-PRINT-BILL-LINE
               VARYING WS-BOL-SUB FROM WS-BOL-SUB BY 1
               UNTIL WS-BOL-SUB > WS-BOL-COUNT
           MOVE 'PACKAGES:         ' TO BLT-CAPTION
           MOVE WS-BOL-PACKAGES TO BLT-PACKAGES
           MOVE WS-BOL-WEIGHT   TO BLT-WEIGHT
           WRITE BILL-OF-LADING-REC FROM BOL-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           IF WS-BOL-HAZ-PACKAGES > ZERO
               PERFORM 630-PRINT-HAZMAT-DECLARATION
           END-IF
           PERFORM VARYING WS-BOL-SUB FROM 1 BY 1
                   UNTIL WS-BOL-SUB > WS-BOL-COUNT
                      OR WS-BL-ACCT-NO (WS-BOL-SUB) = WS-BOL-ACCT
               CONTINUE
           END-PERFORM.
      ******************************************************************
      * Shipper name off the run, pickup address off the account
      * master when ShipAcct has filled one in.
      ******************************************************************
       615-PRINT-BILL-SHIPPER.
           MOVE 'SHIPPER: ' TO BLS-CAPTION
           MOVE SPACES TO BLS-TEXT
           STRING WS-BOL-ACCT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-BL-CUST-NAME (WS-BOL-SUB) DELIMITED BY SIZE
                  INTO BLS-TEXT
           END-STRING
           WRITE BILL-OF-LADING-REC FROM BOL-SHIPPER-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-BOL-ACCT TO SA-ACCT-NO
           READ SHIPPER-ACCOUNT-FILE
               INVALID KEY
                   MOVE SPACES TO SA-STREET
           END-READ
           IF SA-STREET NOT = SPACES
               MOVE SPACES TO BLS-CAPTION
               MOVE SA-STREET TO BLS-TEXT
               WRITE BILL-OF-LADING-REC FROM BOL-SHIPPER-LINE
               MOVE SA-CITY  TO LBC-CITY
               MOVE SA-STATE TO LBC-STATE
               MOVE SA-ZIP   TO LBC-ZIP
               MOVE LABEL-CITY-TEXT TO BLS-TEXT
               WRITE BILL-OF-LADING-REC FROM BOL-SHIPPER-LINE
           END-IF.
       620-PRINT-BILL-LINE.
           IF WS-BL-ACCT-NO (WS-BOL-SUB) = WS-BOL-ACCT
               MOVE WS-BL-TRACKING-NO (WS-BOL-SUB) TO BLD-TRACKING-NO
               MOVE WS-BL-CONS-NAME (WS-BOL-SUB)   TO BLD-CONS-NAME
               MOVE WS-BL-CONS-CITY (WS-BOL-SUB)   TO BLD-CONS-CITY
               MOVE WS-BL-CONS-STATE (WS-BOL-SUB)  TO BLD-CONS-STATE
               MOVE WS-BL-CONS-ZIP (WS-BOL-SUB)    TO BLD-CONS-ZIP
               MOVE WS-BL-ZONE (WS-BOL-SUB)        TO BLD-ZONE
               MOVE WS-BL-WEIGHT (WS-BOL-SUB)      TO BLD-WEIGHT
               MOVE WS-BL-HAZARDOUS (WS-BOL-SUB)   TO BLD-HAZARDOUS
               WRITE BILL-OF-LADING-REC FROM BOL-DETAIL-LINE
               ADD 1 TO WS-BOL-PACKAGES
               ADD WS-BL-WEIGHT (WS-BOL-SUB) TO WS-BOL-WEIGHT
               IF WS-BL-HAZARDOUS (WS-BOL-SUB) = 'Y'
                   ADD 1 TO WS-BOL-HAZ-PACKAGES
                   ADD WS-BL-WEIGHT (WS-BOL-SUB) TO WS-BOL-HAZ-WEIGHT
               END-IF
               MOVE 'Y' TO WS-BL-PRINTED (WS-BOL-SUB)
           END-IF.
      ******************************************************************
      * Hazmat declaration block: the hazardous packages on this
      * bill relisted, their count and weight, and the shipper's
      * certification with signature and date lines for the driver
      * to collect at pickup.
      ******************************************************************
       630-PRINT-HAZMAT-DECLARATION.
           MOVE ALL '*' TO BLX-TEXT
           WRITE BILL-OF-LADING-REC FROM BOL-TEXT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'HAZARDOUS MATERIALS DECLARATION' TO BLX-TEXT
           WRITE BILL-OF-LADING-REC FROM BOL-TEXT-LINE
           PERFORM 635-PRINT-HAZMAT-LINE
               VARYING WS-BOL-SUB FROM 1 BY 1
               UNTIL WS-BOL-SUB > WS-BOL-COUNT
           MOVE 'HAZMAT PACKAGES:  ' TO BLT-CAPTION
           MOVE WS-BOL-HAZ-PACKAGES TO BLT-PACKAGES
           MOVE WS-BOL-HAZ-WEIGHT   TO BLT-WEIGHT
           WRITE BILL-OF-LADING-REC FROM BOL-TOTAL-LINE
           MOVE 'THIS IS TO CERTIFY THAT THE ABOVE-NAMED MATERIALS ARE'
               TO BLX-TEXT
           WRITE BILL-OF-LADING-REC FROM BOL-TEXT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'PROPERLY CLASSIFIED, PACKAGED, MARKED, AND LABELED,'
               TO BLX-TEXT
           WRITE BILL-OF-LADING-REC FROM BOL-TEXT-LINE
           MOVE 'AND ARE IN PROPER CONDITION FOR TRANSPORTATION.'
               TO BLX-TEXT
           WRITE BILL-OF-LADING-REC FROM BOL-TEXT-LINE
           MOVE
               'SHIPPER SIGNATURE: ____________________  DATE: ________'
               TO BLX-TEXT
           WRITE BILL-OF-LADING-REC FROM BOL-TEXT-LINE
               AFTER ADVANCING 2 LINES
           MOVE ALL '*' TO BLX-TEXT
           WRITE BILL-OF-LADING-REC FROM BOL-TEXT-LINE.
       635-PRINT-HAZMAT-LINE.
           IF WS-BL-ACCT-NO (WS-BOL-SUB) = WS-BOL-ACCT
              AND WS-BL-HAZARDOUS (WS-BOL-SUB) = 'Y'
               MOVE WS-BL-TRACKING-NO (WS-BOL-SUB) TO BLD-TRACKING-NO
               MOVE WS-BL-CONS-NAME (WS-BOL-SUB)   TO BLD-CONS-NAME
               MOVE WS-BL-CONS-CITY (WS-BOL-SUB)   TO BLD-CONS-CITY
               MOVE WS-BL-CONS-STATE (WS-BOL-SUB)  TO BLD-CONS-STATE
               MOVE WS-BL-CONS-ZIP (WS-BOL-SUB)    TO BLD-CONS-ZIP
               MOVE WS-BL-ZONE (WS-BOL-SUB)        TO BLD-ZONE
               MOVE WS-BL-WEIGHT (WS-BOL-SUB)      TO BLD-WEIGHT
               MOVE WS-BL-HAZARDOUS (WS-BOL-SUB)   TO BLD-HAZARDOUS
               WRITE BILL-OF-LADING-REC FROM BOL-DETAIL-LINE
           END-IF.
       690-CLOSE-SHIPPING-PAPERS.
           IF WS-PAPERS-OPEN = 'Y'
               CLOSE CONSIGNEE-FILE
               CLOSE DIMENSION-FILE
               CLOSE LABEL-FILE
               CLOSE BILL-OF-LADING-FILE
               MOVE 'N' TO WS-PAPERS-OPEN
           END-IF.

      ******************************************************************
      *  Batch entry point: drives the same 300-COMPUTE-SHIPING-FEE
      *  tier logic as the interactive session, but reads packages
               MOVE SPACES TO BATCH-ID-REC
               MOVE "PROGRAM1" TO BI-PROGRAM
               MOVE WS-BT-ID (WS-BT-SUB) TO BI-BATCH-ID
               MOVE FUNCTION CURRENT-DATE (1:8) TO BI-POSTED-DATE
               MOVE FUNCTION CURRENT-DATE (9:6) TO BI-POSTED-TIME
               WRITE BATCH-ID-REC
           END-PERFORM
           CLOSE BATCH-ID-FILE.
                   MOVE SH-ZONE TO IN-ZONE
                   MOVE SH-RETURN-FLAG TO IN-RETURN-FLAG
                   MOVE SH-COD-AMOUNT TO IN-COD-AMOUNT
                   MOVE SH-CONS-NAME TO IN-CONS-NAME
                   MOVE SH-CONS-STREET TO IN-CONS-STREET
                   MOVE SH-CONS-CITY TO IN-CONS-CITY
                   MOVE SH-CONS-STATE TO IN-CONS-STATE
                   MOVE SH-CONS-ZIP TO IN-CONS-ZIP
                   IF SH-DIMENSIONS = SPACES
                       MOVE ZERO TO IN-LENGTH
                       MOVE ZERO TO IN-WIDTH
                       MOVE ZERO TO IN-HEIGHT
                   ELSE
                       MOVE SH-LENGTH TO IN-LENGTH
                       MOVE SH-WIDTH TO IN-WIDTH
                       MOVE SH-HEIGHT TO IN-HEIGHT
                   END-IF
      ******************************************************************
      * Review fix: run a batch row through the same weight/hazardous-
      * flag/zone/return-flag checks the interactive session enforces
      * on SHIPACCT.DAT is rejected (batch does not enroll accounts).
      ******************************************************************
                   PERFORM 207-LOOK-UP-ACCOUNT
                   MOVE 'Y' TO WS-HOLD-CLEAR
                   IF ACCT-VALID AND SA-ON-HOLD
                       MOVE 'N' TO WS-HOLD-CLEAR
                   END-IF
                   PERFORM 206-VALIDATE-PACKAGE-WEIGHT
                   PERFORM 213-VALIDATE-DIMENSIONS
                   PERFORM 211-VALIDATE-HAZARDOUS-FLAG
                   PERFORM 221-VALIDATE-ZONE
                   PERFORM 226-VALIDATE-RETURN-FLAG
                   MOVE 'Y' TO WS-CONS-VALID
                   IF ZONE-VALID AND NOT IS-RETURN
                       PERFORM 229-VALIDATE-CONSIGNEE
                   END-IF
                   IF ACCT-VALID AND WEIGHT-VALID AND HAZ-VALID
                       AND ZONE-VALID AND RETURN-FLAG-VALID
                       AND CONS-VALID AND HOLD-CLEARED
                       AND DIMS-VALID
                       PERFORM 300-COMPUTE-SHIPING-FEE
                   ELSE
                       ADD 1 TO WS-BATCH-REJECT-COUNT
                       DISPLAY 'REJECTED SHIPMENT RECORD FOR: '
                           SH-ACCT-NO
                       IF NOT CONS-VALID
                           DISPLAY '  ' WS-CONS-REASON
                       END-IF
                       IF NOT DIMS-VALID
                           DISPLAY '  INVALID PACKAGE DIMENSIONS'
                       END-IF
                       IF NOT HOLD-CLEARED
                           DISPLAY '  ACCOUNT ON CREDIT HOLD'
                           PERFORM 725-LOG-HOLD-EXCEPTION
                       END-IF
                   END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * A row refused for a credit hold goes to the shared
      * EXCEPTIONS.LOG with its account as the key, so billing can
      * see what was held back once the account is released.
      ******************************************************************
       725-LOG-HOLD-EXCEPTION.
           MOVE "PROGRAM1" TO EXC-SOURCE-PROGRAM
           MOVE SH-ACCT-NO TO EXC-RECORD-KEY
           MOVE "CRHOLD" TO EXC-REASON-CODE
           MOVE CD-MONTH TO EXC-MONTH
           MOVE CD-DAY TO EXC-DAY
           MOVE CD-YEAR TO EXC-YEAR
           MOVE SPACES TO EXC-RESOLVED-FLAG
           MOVE SHIPMENT-REC TO EXC-RECORD-IMAGE
           OPEN EXTEND EXCEPTIONS-FILE
           IF WS-EXC-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTIONS-FILE
           END-IF
           WRITE EXCEPTION-OUTREC FROM EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.

      ******************************************************************
      * Repricing simulation (SIM command-line argument): reprices
      * last month's CHARGE lines under the latest schedule staged
