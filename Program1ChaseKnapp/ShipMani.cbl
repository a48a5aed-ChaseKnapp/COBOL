      *     argument takes today for unattended runs.
      *     Each zone's shipments are broken into numbered truck
      *     loads that respect the per-truck weight and package
      *     limits kept on SYSPARM.DAT (SHIPMANI MAX-WEIGHT and
      *     MAX-PACKAGES; compiled-in defaults, and an ALERTS.LOG
      *     entry, when a limit is missing), with hazardous packages
      *     segregated
      *     onto their own loads per the carrier rules -- the dock
      *     supervisor stops splitting the page across trucks by
      *     eye. The zone sort carries the hazardous flag as a minor
      *     key so each zone's ordinary freight loads out before its
      *     hazmat.
      *     Each package prints its consignee's delivery address
      *     from SHIPCONS.DAT under the detail line, so the driver
      *     loads and routes from the same sheet.
      *     Loads also respect a per-truck volume limit in cubic feet
      *     (SHIPMANI MAX-CUBE), using each package's cube from
      *     SHIPDIM.DAT; packages never measured take no volume.
      * Input:
      *     SHIPLOG.DAT, SYSPARM.DAT, SHIPCONS.DAT, SHIPDIM.DAT
      * Output:
      *     MANIFEST.RPT (one page per zone, loads numbered)
      *     ALERTS.LOG (missing parameters)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT  MANIFEST-FILE
               ASSIGN TO "MANIFEST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
           SELECT  ALERTS-FILE
               ASSIGN TO "ALERTS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  CONSIGNEE-FILE
               ASSIGN TO "SHIPCONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-TRACKING-NO
               FILE STATUS IS WS-CONS-STATUS.
           SELECT  DIMENSION-FILE
               ASSIGN TO "SHIPDIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-TRACKING-NO
               FILE STATUS IS WS-DIM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIPLOG-FILE.
           05  SL-COD-AMOUNT           PIC X(7).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC                PIC X(80).
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  ALERTS-FILE.
       01  ALERT-OUTREC                PIC X(90).
       FD  CONSIGNEE-FILE.
       01  CONSIGNEE-REC.
           05  CN-TRACKING-NO          PIC X(8).
           05  CN-NAME                 PIC X(20).
           05  CN-STREET               PIC X(20).
           05  CN-CITY                 PIC X(12).
           05  CN-STATE                PIC XX.
           05  CN-ZIP                  PIC X(5).
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
       WORKING-STORAGE SECTION.
      ******************************************************************
      * Shared system parameter table and alert record; see PARMWS
      * and ALERTREC.
      ******************************************************************
           COPY PARMWS.
           COPY ALERTREC.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
           05  WS-LINE-COD        PIC 9(5)V99 VALUE ZERO.
           05  WS-ZONE-COD        PIC 9(7)V99 VALUE ZERO.
      ******************************************************************
      * Truck-capacity limits (overridden by SYSPARM.DAT) and the
      * load being built: number, running weight, cube and package
      * count, and whether it is a hazmat load.
      ******************************************************************
           05  WS-MAX-WEIGHT      PIC 9(5)    VALUE 2000.
           05  WS-MAX-PACKAGES    PIC 9(3)    VALUE 50.
           05  WS-MAX-CUBE        PIC 9(5)    VALUE 1600.
           05  WS-LOAD-NO         PIC 99      VALUE ZERO.
           05  WS-LOAD-WEIGHT     PIC 9(7)V99 VALUE ZERO.
           05  WS-LOAD-CUBE       PIC 9(7)V99 VALUE ZERO.
           05  WS-LINE-CUBE       PIC 9(4)V99 VALUE ZERO.
           05  WS-LOAD-PACKAGES   PIC 9(3)    VALUE ZERO.
           05  WS-LOAD-HAZ        PIC X       VALUE "N".
           05  WS-CONS-STATUS     PIC XX.
           05  WS-CONS-OPEN       PIC X       VALUE "N".
           05  WS-DIM-STATUS      PIC XX.
           05  WS-DIMS-OPEN       PIC X       VALUE "N".
       01  MANIFEST-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(22) VALUE
           05  FILLER             PIC X(4)  VALUE " TRK".
           05  DT-LOAD-NO         PIC Z9.
           05  FILLER             PIC X(12) VALUE SPACES.
       01  MANIFEST-SHIPTO-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "SHIP TO: ".
           05  ST-CONS-NAME       PIC X(20).
           05  FILLER             PIC X     VALUE SPACES.
           05  ST-CONS-STREET     PIC X(20).
           05  FILLER             PIC X     VALUE SPACES.
           05  ST-CONS-CITY       PIC X(12).
           05  FILLER             PIC X     VALUE SPACES.
           05  ST-CONS-STATE      PIC XX.
           05  FILLER             PIC X     VALUE SPACES.
           05  ST-CONS-ZIP        PIC X(5).
       01  LOAD-TOTAL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(6)  VALUE "TRUCK ".
           05  FILLER             PIC X(7)  VALUE " PKGS  ".
           05  LT-WEIGHT          PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(4)  VALUE " LB ".
           05  LT-CUBE            PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(7)  VALUE " CU FT ".
           05  LT-HAZ-FLAG        PIC X(12).
           05  FILLER             PIC X(12) VALUE SPACES.
       01  ZONE-TOTAL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "PACKAGES: ".
               GIVING SORTED-LOG-FILE
           OPEN INPUT SORTED-LOG-FILE
           OPEN OUTPUT MANIFEST-FILE
           OPEN INPUT CONSIGNEE-FILE
           IF WS-CONS-STATUS = "00"
               MOVE "Y" TO WS-CONS-OPEN
           END-IF
           OPEN INPUT DIMENSION-FILE
           IF WS-DIM-STATUS = "00"
               MOVE "Y" TO WS-DIMS-OPEN
           END-IF
           PERFORM 100-READ-LOG-RECORD UNTIL EOF = "Y"
           IF WS-PREV-ZONE NOT = SPACES
               PERFORM 300-PRINT-ZONE-TOTAL
           END-IF
           CLOSE SORTED-LOG-FILE
           CLOSE MANIFEST-FILE
           IF WS-CONS-OPEN = "Y"
               CLOSE CONSIGNEE-FILE
           END-IF
           IF WS-DIMS-OPEN = "Y"
               CLOSE DIMENSION-FILE
           END-IF
           DISPLAY "MANIFEST.RPT GENERATED!"
           STOP RUN.
      ******************************************************************
      * takes today for unattended runs.
      ******************************************************************
      ******************************************************************
      * Reads the per-truck limits off the system parameter master; a
      * limit not on file is raised on ALERTS.LOG and its compiled-in
      * default kept, the same parameters Lab2 reads its tax rate
      * through.
      ******************************************************************
       015-LOAD-TRUCK-CAPACITY.
           MOVE "SHIPMANI" TO PRM-PROGRAM
           COPY PARMLOAD.
           MOVE "MAX-WEIGHT" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 100000
               MOVE PRM-NUMBER TO WS-MAX-WEIGHT
           END-IF
           MOVE "MAX-PACKAGES" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 1000
               MOVE PRM-NUMBER TO WS-MAX-PACKAGES
           END-IF
           MOVE "MAX-CUBE" TO PRM-NAME
           COPY PARMGET.
           IF PRM-NUMERIC = "Y" AND PRM-NUMBER > ZERO
              AND PRM-NUMBER < 100000
               MOVE PRM-NUMBER TO WS-MAX-CUBE
           END-IF.
       010-INPUT-MANIFEST-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE ZERO TO WS-ZONE-COD
           MOVE ZERO TO WS-LOAD-NO
           MOVE ZERO TO WS-LOAD-WEIGHT
           MOVE ZERO TO WS-LOAD-CUBE
           MOVE ZERO TO WS-LOAD-PACKAGES
           MOVE "N"  TO WS-LOAD-HAZ.
      ******************************************************************
      * Puts the package on the load being built, closing the load
      * and opening the next one when the package would overfill it
      * by weight, volume or package count
      * -- or when the hazardous flag flips, because the zone sort
      * delivers all ordinary freight before any hazmat and the
      * carrier rules keep the two on separate trucks.
      ******************************************************************
       240-ASSIGN-TO-LOAD.
           COMPUTE WS-LINE-WEIGHT = FUNCTION NUMVAL(SL-WEIGHT)
           PERFORM 242-FIND-PACKAGE-CUBE
           IF WS-LOAD-NO = ZERO
               PERFORM 245-START-NEXT-LOAD
           ELSE
               IF SL-HAZARDOUS NOT = WS-LOAD-HAZ
                  OR WS-LOAD-PACKAGES + 1 > WS-MAX-PACKAGES
                  OR WS-LOAD-WEIGHT + WS-LINE-WEIGHT > WS-MAX-WEIGHT
                  OR WS-LOAD-CUBE + WS-LINE-CUBE > WS-MAX-CUBE
                   PERFORM 270-CLOSE-LOAD
                   PERFORM 245-START-NEXT-LOAD
               END-IF
           END-IF
           ADD 1 TO WS-LOAD-PACKAGES
           ADD WS-LINE-WEIGHT TO WS-LOAD-WEIGHT
           ADD WS-LINE-CUBE TO WS-LOAD-CUBE.
      ******************************************************************
      * Package cube in cubic feet, filed under the tracking number
      * when the package was measured; unmeasured packages count
      * against the weight and package limits only.
      ******************************************************************
       242-FIND-PACKAGE-CUBE.
           MOVE ZERO TO WS-LINE-CUBE
           IF WS-DIMS-OPEN = "Y"
               MOVE SL-TRACKING-NO TO DM-TRACKING-NO
               READ DIMENSION-FILE
                   NOT INVALID KEY
                       MOVE DM-CUBE-FEET TO WS-LINE-CUBE
               END-READ
           END-IF.
       245-START-NEXT-LOAD.
           ADD 1 TO WS-LOAD-NO
           MOVE ZERO TO WS-LOAD-WEIGHT
           MOVE ZERO TO WS-LOAD-CUBE
           MOVE ZERO TO WS-LOAD-PACKAGES
           MOVE SL-HAZARDOUS TO WS-LOAD-HAZ.
       270-CLOSE-LOAD.
           MOVE WS-LOAD-NO       TO LT-LOAD-NO
           MOVE WS-LOAD-PACKAGES TO LT-PACKAGES
           MOVE WS-LOAD-WEIGHT   TO LT-WEIGHT
           MOVE WS-LOAD-CUBE     TO LT-CUBE
           IF WS-LOAD-HAZ = "Y"
               MOVE "HAZMAT LOAD " TO LT-HAZ-FLAG
           ELSE
           MOVE SL-COD-AMOUNT  TO DT-COD-AMOUNT
           MOVE WS-LOAD-NO     TO DT-LOAD-NO
           WRITE MANIFEST-REC FROM MANIFEST-DETAIL-LINE
           PERFORM 260-PRINT-SHIP-TO-LINE
           ADD 1 TO WS-ZONE-PACKAGES
           ADD WS-LINE-WEIGHT TO WS-ZONE-WEIGHT
           IF SL-COD-AMOUNT NOT = SPACES
               COMPUTE WS-LINE-COD = FUNCTION NUMVAL(SL-COD-AMOUNT)
               ADD WS-LINE-COD TO WS-ZONE-COD
           END-IF.
      ******************************************************************
      * Consignee address filed under the tracking number; shipments
      * logged before addresses were captured print without one.
      ******************************************************************
       260-PRINT-SHIP-TO-LINE.
           IF WS-CONS-OPEN = "Y"
               MOVE SL-TRACKING-NO TO CN-TRACKING-NO
               READ CONSIGNEE-FILE
                   NOT INVALID KEY
                       MOVE CN-NAME   TO ST-CONS-NAME
                       MOVE CN-STREET TO ST-CONS-STREET
                       MOVE CN-CITY   TO ST-CONS-CITY
                       MOVE CN-STATE  TO ST-CONS-STATE
                       MOVE CN-ZIP    TO ST-CONS-ZIP
                       WRITE MANIFEST-REC FROM MANIFEST-SHIPTO-LINE
               END-READ
           END-IF.
       300-PRINT-ZONE-TOTAL.
           IF WS-LOAD-NO > ZERO
               PERFORM 270-CLOSE-LOAD
