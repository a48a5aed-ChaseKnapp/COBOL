       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShipFeed.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Carrier delivery-status import. The dispatcher was keying
      *     every out-for-delivery, delivered, and exception event
      *     into ShipStat by hand off the carrier's daily printout.
      *     This run reads the carrier's daily status file instead:
      *     each event's tracking number must be on SHIPLOG.DAT or
      *     one of the monthly archives listed in SHIPLOG.ARC.IDX,
      *     and the carrier's event code must map to our "O"/"D"/"X"
      *     codes through CARRCODE.DAT (compiled-in defaults when
      *     the file is missing). Accepted events are appended to
      *     SHIPSTAT.DAT in the ShipStat layout. An event already on
      *     SHIPSTAT.DAT -- same tracking number, date, and code --
      *     is skipped, so a re-sent file posts nothing twice.
      *     Unknown tracking numbers, unmapped codes, and bad dates
      *     go to the shared EXCEPTIONS.LOG. The feed is sorted by
      *     tracking number and event date first (carrier order kept
      *     within a day), so each package's events post in the
      *     order they happened.
      * Input:
      *     CARRSTAT.DAT (carrier daily status file)
      *     CARRCODE.DAT (carrier event code map, optional)
      *     SHIPLOG.DAT, SHIPLOG.ARC.IDX and the SHIPLOG.<YYYYMM>.DAT
      *     archives (tracking-number validation)
      * Output:
      *     SHIPSTAT.DAT (status events, appended)
      *     EXCEPTIONS.LOG (one entry per rejected event)
      *     SHIPFEED.RPT (import listing with control totals)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  CARRIER-FEED-FILE
               ASSIGN TO "CARRSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT  SORT-FILE
               ASSIGN TO "TEMP.RPT".
           SELECT  SORTED-FEED-FILE
               ASSIGN TO "CARRSTAT.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  EVENT-MAP-FILE
               ASSIGN TO "CARRCODE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
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
           SELECT  STATUS-FILE
               ASSIGN TO "SHIPSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
           SELECT  EXCEPTIONS-FILE
               ASSIGN TO "EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT  LISTING-FILE
               ASSIGN TO "SHIPFEED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * The carrier's fixed-width status line.
      ******************************************************************
       FD  CARRIER-FEED-FILE.
       01  CARRIER-FEED-REC.
           05  CF-TRACKING-NO          PIC X(8).
           05  CF-EVENT-DATE           PIC 9(8).
           05  CF-EVENT-CODE           PIC X(3).
           05  CF-NOTE                 PIC X(20).
       SD  SORT-FILE.
       01  SORT-FEED-REC.
           05  SR-TRACKING-NO          PIC X(8).
           05  SR-EVENT-DATE           PIC 9(8).
           05  FILLER                  PIC X(23).
       FD  SORTED-FEED-FILE.
       01  SORTED-FEED-REC.
           05  SF-TRACKING-NO          PIC X(8).
           05  SF-EVENT-DATE           PIC 9(8).
           05  SF-EVENT-CODE           PIC X(3).
           05  SF-NOTE                 PIC X(20).
       FD  EVENT-MAP-FILE.
       01  EVENT-MAP-REC.
           05  CC-CARRIER-CODE         PIC X(3).
           05  FILLER                  PIC X.
           05  CC-STATUS-CODE          PIC X.
      ******************************************************************
      * Only the tracking number and transaction type are needed off
      * the calculator's SHIPLOG-DETAIL-LINE.
      ******************************************************************
       FD  SHIPLOG-FILE.
       01  SHIPLOG-REC.
           05  FILLER                  PIC X(56).
           05  LOG-TRANSACTION-TYPE    PIC X(6).
           05  FILLER                  PIC X.
           05  LOG-TRACKING-NO         PIC X(8).
           05  FILLER                  PIC X(9).
       FD  ARCHIVE-INDEX-FILE.
       01  ARCHIVE-INDEX-REC.
           05  AX-FILENAME             PIC X(30).
           05  FILLER                  PIC X.
           05  AX-PERIOD               PIC 9(6).
       FD  ARCHIVE-LOG-FILE.
       01  ARCHIVE-LOG-REC             PIC X(80).
       FD  STATUS-FILE.
       01  STATUS-REC.
           05  SS-TRACKING-NO          PIC X(8).
           05  FILLER                  PIC X.
           05  SS-EVENT-DATE           PIC 9(8).
           05  FILLER                  PIC X.
           05  SS-STATUS-CODE          PIC X.
           05  FILLER                  PIC X.
           05  SS-NOTE                 PIC X(20).
       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-OUTREC            PIC X(120).
       FD  LISTING-FILE.
       01  LISTING-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * The shared exception layout is kept in WORKING-STORAGE and
      * written FROM, so its separator VALUEs take effect.
      ******************************************************************
           COPY EXCPREC.
       01  WORKING-ITEMS.
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-FEED-STATUS     PIC XX.
           05  WS-MAP-STATUS      PIC XX.
           05  WS-LOG-STATUS      PIC XX.
           05  WS-IDX-STATUS      PIC XX.
           05  WS-ARCH-STATUS     PIC XX.
           05  WS-STAT-STATUS     PIC XX.
           05  WS-EXC-STATUS      PIC XX.
           05  WS-FEED-EOF        PIC X     VALUE "N".
           05  WS-MAP-EOF         PIC X     VALUE "N".
           05  WS-LOG-EOF         PIC X     VALUE "N".
           05  WS-IDX-EOF         PIC X     VALUE "N".
           05  WS-STAT-EOF        PIC X     VALUE "N".
           05  WS-ARCH-FILE-NAME  PIC X(30) VALUE SPACES.
           05  WS-CHECK-TRACK-NO  PIC X(8)  VALUE SPACES.
           05  WS-DATE-OK         PIC X     VALUE "Y".
           05  WS-MAPPED-CODE     PIC X     VALUE SPACE.
           05  WS-MAP-SUB         PIC 9(3)  VALUE ZERO.
           05  WS-PRIOR-SUB       PIC 9(5)  VALUE ZERO.
           05  WS-AT-FIRST        PIC X     VALUE "N".
       01  WS-EVENT-DATE-SPLIT.
           05  WS-EVENT-YEAR      PIC 9(4).
           05  WS-EVENT-MONTH     PIC 99.
           05  WS-EVENT-DAY       PIC 99.
      ******************************************************************
      * Control totals: read = applied + duplicates + rejected.
      ******************************************************************
       77  WS-READ-COUNT         PIC 9(7)  VALUE ZERO.
       77  WS-APPLIED-COUNT      PIC 9(7)  VALUE ZERO.
       77  WS-DUP-COUNT          PIC 9(7)  VALUE ZERO.
       77  WS-REJECT-COUNT       PIC 9(7)  VALUE ZERO.
      ******************************************************************
      * Carrier event code map: CARRCODE.DAT when present, otherwise
      * the codes on the carrier's printout legend.
      ******************************************************************
       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-MAP-ENTRY       OCCURS 50 TIMES.
               10  WS-MP-CARRIER  PIC X(3).
               10  WS-MP-STATUS   PIC X.
      ******************************************************************
      * The sorted feed held in tracking-number order, so the log
      * scans and the SHIPSTAT.DAT scan each pass their files once
      * and find a tracking number's events with SEARCH ALL. A
      * disposition of space is still pending; A applied, U
      * duplicate, R rejected (the exception reason alongside).
      ******************************************************************
       01  WS-FEED-TABLE.
           05  WS-FEED-COUNT      PIC 9(5)  VALUE ZERO.
           05  WS-FEED-ENTRY      OCCURS 1 TO 5000 TIMES
                                  DEPENDING ON WS-FEED-COUNT
                                  ASCENDING KEY IS WS-FD-TRACKING-NO
                                  INDEXED BY WS-FD-IDX.
               10  WS-FD-TRACKING-NO PIC X(8).
               10  WS-FD-EVENT-DATE  PIC 9(8).
               10  WS-FD-CARRIER     PIC X(3).
               10  WS-FD-NOTE        PIC X(20).
               10  WS-FD-CODE        PIC X.
               10  WS-FD-KNOWN       PIC X.
               10  WS-FD-DISP        PIC X.
               10  WS-FD-REASON      PIC X(6).
       01  WS-FD-SUB              PIC 9(5)  VALUE ZERO.
       01  LISTING-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(30) VALUE
                                  "CARRIER STATUS IMPORT".
           05  FILLER             PIC X(6)  VALUE "DATE: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==HD-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER             PIC X(28) VALUE SPACES.
       01  LISTING-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LD-TRACKING-NO     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LD-EVENT-DATE      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LD-CARRIER         PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LD-CODE            PIC X.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LD-DISPOSITION     PIC X(18).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  LD-NOTE            PIC X(20).
           05  FILLER             PIC X(10) VALUE SPACES.
       01  CONTROL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(6)  VALUE "READ: ".
           05  CL-READ-COUNT      PIC ZZZ,ZZ9.
           05  FILLER             PIC X(11) VALUE "  APPLIED: ".
           05  CL-APPLIED-COUNT   PIC ZZZ,ZZ9.
           05  FILLER             PIC X(14) VALUE "  DUPLICATES: ".
           05  CL-DUP-COUNT       PIC ZZZ,ZZ9.
           05  FILLER             PIC X(12) VALUE "  REJECTED: ".
           05  CL-REJECT-COUNT    PIC ZZZ,ZZ9.
           05  FILLER             PIC X(7)  VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN.
           OPEN INPUT CARRIER-FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "CARRSTAT.DAT NOT FOUND - NOTHING TO IMPORT"
               STOP RUN
           END-IF
           CLOSE CARRIER-FEED-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           COPY DATEMOV REPLACING ==:WS-YEAR-FLD:==     BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:==    BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==      BY ==WS-DAY==
                                  ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                  ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                  ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           PERFORM 010-LOAD-EVENT-MAP
           SORT  SORT-FILE
               ON ASCENDING KEY SR-TRACKING-NO
               ON ASCENDING KEY SR-EVENT-DATE
               WITH DUPLICATES IN ORDER
               USING CARRIER-FEED-FILE
               GIVING SORTED-FEED-FILE
           OPEN OUTPUT LISTING-FILE
           WRITE LISTING-REC FROM LISTING-HEADING
           PERFORM 020-LOAD-FEED-TABLE
           PERFORM 030-MARK-KNOWN-TRACKING
           PERFORM 040-MARK-POSTED-EVENTS
           PERFORM 100-APPLY-FEED
           MOVE WS-READ-COUNT    TO CL-READ-COUNT
           MOVE WS-APPLIED-COUNT TO CL-APPLIED-COUNT
           MOVE WS-DUP-COUNT     TO CL-DUP-COUNT
           MOVE WS-REJECT-COUNT  TO CL-REJECT-COUNT
           WRITE LISTING-REC FROM CONTROL-LINE
               AFTER ADVANCING 2 LINES
           CLOSE LISTING-FILE
           DISPLAY "CARRIER FEED READ " WS-READ-COUNT
               "  APPLIED " WS-APPLIED-COUNT
               "  DUPLICATES " WS-DUP-COUNT
               "  REJECTED " WS-REJECT-COUNT
           STOP RUN.
      ******************************************************************
      * Loads CARRCODE.DAT (carrier code, space, our code); a
      * missing or empty file leaves the carrier's published codes
      * in force -- the same fallback idiom Lab2 uses for its tax
      * rate. A map line naming anything but O, D, or X is ignored.
      ******************************************************************
       010-LOAD-EVENT-MAP.
           OPEN INPUT EVENT-MAP-FILE
           IF WS-MAP-STATUS = "00"
               PERFORM UNTIL WS-MAP-EOF = "Y"
                   READ EVENT-MAP-FILE
                       AT END
                           MOVE "Y" TO WS-MAP-EOF
                       NOT AT END
                           IF (CC-STATUS-CODE = "O" OR "D" OR "X")
                              AND WS-MAP-COUNT < 50
                               ADD 1 TO WS-MAP-COUNT
                               MOVE CC-CARRIER-CODE
                                   TO WS-MP-CARRIER (WS-MAP-COUNT)
                               MOVE CC-STATUS-CODE
                                   TO WS-MP-STATUS (WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-MAP-FILE
           END-IF
           IF WS-MAP-COUNT = ZERO
               PERFORM 015-SEED-DEFAULT-MAP
           END-IF.
       015-SEED-DEFAULT-MAP.
           MOVE 5 TO WS-MAP-COUNT
           MOVE "OFD" TO WS-MP-CARRIER (1)
           MOVE "O"   TO WS-MP-STATUS (1)
           MOVE "DEL" TO WS-MP-CARRIER (2)
           MOVE "D"   TO WS-MP-STATUS (2)
           MOVE "EXC" TO WS-MP-CARRIER (3)
           MOVE "X"   TO WS-MP-STATUS (3)
           MOVE "ATT" TO WS-MP-CARRIER (4)
           MOVE "X"   TO WS-MP-STATUS (4)
           MOVE "DMG" TO WS-MP-CARRIER (5)
           MOVE "X"   TO WS-MP-STATUS (5).
      ******************************************************************
      * Loads the sorted feed, checking each event's date and
      * mapping its code as it goes. Events beyond the table's
      * capacity are rejected, not silently dropped, so the control
      * totals still balance.
      ******************************************************************
       020-LOAD-FEED-TABLE.
           OPEN INPUT SORTED-FEED-FILE
           PERFORM UNTIL WS-FEED-EOF = "Y"
               READ SORTED-FEED-FILE
                   AT END
                       MOVE "Y" TO WS-FEED-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF WS-FEED-COUNT < 5000
                           PERFORM 025-ADD-FEED-ENTRY
                       ELSE
                           MOVE "OVERFL" TO EXC-REASON-CODE
                           MOVE SF-TRACKING-NO TO EXC-RECORD-KEY
                           MOVE SORTED-FEED-REC TO EXC-RECORD-IMAGE
                           PERFORM 190-LOG-EXCEPTION
                           ADD 1 TO WS-REJECT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTED-FEED-FILE.
       025-ADD-FEED-ENTRY.
           ADD 1 TO WS-FEED-COUNT
           MOVE WS-FEED-COUNT TO WS-FD-SUB
           MOVE SF-TRACKING-NO TO WS-FD-TRACKING-NO (WS-FD-SUB)
           MOVE SF-EVENT-DATE  TO WS-FD-EVENT-DATE (WS-FD-SUB)
           MOVE SF-EVENT-CODE  TO WS-FD-CARRIER (WS-FD-SUB)
           MOVE SF-NOTE        TO WS-FD-NOTE (WS-FD-SUB)
           MOVE "N"            TO WS-FD-KNOWN (WS-FD-SUB)
           MOVE SPACE          TO WS-FD-DISP (WS-FD-SUB)
           MOVE SPACES         TO WS-FD-REASON (WS-FD-SUB)
           MOVE SPACE TO WS-MAPPED-CODE
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF WS-MP-CARRIER (WS-MAP-SUB) = SF-EVENT-CODE
                   MOVE WS-MP-STATUS (WS-MAP-SUB) TO WS-MAPPED-CODE
               END-IF
           END-PERFORM
           MOVE WS-MAPPED-CODE TO WS-FD-CODE (WS-FD-SUB)
           MOVE SF-EVENT-DATE TO WS-EVENT-DATE-SPLIT
           COPY DATEVAL REPLACING
               ==:WS-YEAR-FLD:==    BY ==WS-EVENT-YEAR==
               ==:WS-MONTH-FLD:==   BY ==WS-EVENT-MONTH==
               ==:WS-DAY-FLD:==     BY ==WS-EVENT-DAY==
               ==:DATE-VALID-FLD:== BY ==WS-DATE-OK==.
           EVALUATE TRUE
               WHEN WS-DATE-OK = "N"
                   MOVE "R"      TO WS-FD-DISP (WS-FD-SUB)
                   MOVE "BADDTE" TO WS-FD-REASON (WS-FD-SUB)
               WHEN WS-MAPPED-CODE = SPACE
                   MOVE "R"      TO WS-FD-DISP (WS-FD-SUB)
                   MOVE "BADCOD" TO WS-FD-REASON (WS-FD-SUB)
           END-EVALUATE.
      ******************************************************************
      * Passes the live log, then every archive on SHIPLOG.ARC.IDX,
      * marking each feed event whose tracking number was issued on
      * a CHARGE line.
      ******************************************************************
       030-MARK-KNOWN-TRACKING.
           MOVE "N" TO WS-LOG-EOF
           OPEN INPUT SHIPLOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-LOG-EOF = "Y"
                   READ SHIPLOG-FILE
                       AT END
                           MOVE "Y" TO WS-LOG-EOF
                       NOT AT END
                           IF LOG-TRANSACTION-TYPE = "CHARGE"
                               MOVE LOG-TRACKING-NO
                                   TO WS-CHECK-TRACK-NO
                               PERFORM 050-MARK-TRACKING-KNOWN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIPLOG-FILE
           END-IF
           OPEN INPUT ARCHIVE-INDEX-FILE
           IF WS-IDX-STATUS = "00"
               PERFORM UNTIL WS-IDX-EOF = "Y"
                   READ ARCHIVE-INDEX-FILE
                       AT END
                           MOVE "Y" TO WS-IDX-EOF
                       NOT AT END
                           MOVE AX-FILENAME TO WS-ARCH-FILE-NAME
                           PERFORM 035-SCAN-ONE-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-INDEX-FILE
           END-IF.
       035-SCAN-ONE-ARCHIVE.
           MOVE "N" TO WS-LOG-EOF
           OPEN INPUT ARCHIVE-LOG-FILE
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "ARCHIVE NOT FOUND: " WS-ARCH-FILE-NAME
           ELSE
               PERFORM UNTIL WS-LOG-EOF = "Y"
                   READ ARCHIVE-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-LOG-EOF
                       NOT AT END
                           MOVE ARCHIVE-LOG-REC TO SHIPLOG-REC
                           IF LOG-TRANSACTION-TYPE = "CHARGE"
                               MOVE LOG-TRACKING-NO
                                   TO WS-CHECK-TRACK-NO
                               PERFORM 050-MARK-TRACKING-KNOWN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LOG-FILE
           END-IF.
      ******************************************************************
      * Passes SHIPSTAT.DAT once; a feed event whose tracking number,
      * date, and mapped code are already posted is a duplicate from
      * a re-sent file.
      ******************************************************************
       040-MARK-POSTED-EVENTS.
           OPEN INPUT STATUS-FILE
           IF WS-STAT-STATUS = "00"
               PERFORM UNTIL WS-STAT-EOF = "Y"
                   READ STATUS-FILE
                       AT END
                           MOVE "Y" TO WS-STAT-EOF
                       NOT AT END
                           MOVE SS-TRACKING-NO TO WS-CHECK-TRACK-NO
                           PERFORM 060-MARK-EVENT-POSTED
                   END-READ
               END-PERFORM
               CLOSE STATUS-FILE
           END-IF.
      ******************************************************************
      * SEARCH ALL lands on any one of a tracking number's events;
      * backing up to the first of them and walking forward covers
      * them all.
      ******************************************************************
       050-MARK-TRACKING-KNOWN.
           PERFORM 070-FIND-FIRST-EVENT
           PERFORM UNTIL WS-FD-SUB = ZERO
                      OR WS-FD-SUB > WS-FEED-COUNT
               IF WS-FD-TRACKING-NO (WS-FD-SUB) = WS-CHECK-TRACK-NO
                   MOVE "Y" TO WS-FD-KNOWN (WS-FD-SUB)
                   ADD 1 TO WS-FD-SUB
               ELSE
                   MOVE ZERO TO WS-FD-SUB
               END-IF
           END-PERFORM.
       060-MARK-EVENT-POSTED.
           PERFORM 070-FIND-FIRST-EVENT
           PERFORM UNTIL WS-FD-SUB = ZERO
                      OR WS-FD-SUB > WS-FEED-COUNT
               IF WS-FD-TRACKING-NO (WS-FD-SUB) = WS-CHECK-TRACK-NO
                   IF WS-FD-EVENT-DATE (WS-FD-SUB) = SS-EVENT-DATE
                      AND WS-FD-CODE (WS-FD-SUB) = SS-STATUS-CODE
                      AND WS-FD-DISP (WS-FD-SUB) = SPACE
                       MOVE "U" TO WS-FD-DISP (WS-FD-SUB)
                   END-IF
                   ADD 1 TO WS-FD-SUB
               ELSE
                   MOVE ZERO TO WS-FD-SUB
               END-IF
           END-PERFORM.
       070-FIND-FIRST-EVENT.
           MOVE ZERO TO WS-FD-SUB
           IF WS-FEED-COUNT > ZERO
               SEARCH ALL WS-FEED-ENTRY
                   AT END
                       MOVE ZERO TO WS-FD-SUB
                   WHEN WS-FD-TRACKING-NO (WS-FD-IDX)
                           = WS-CHECK-TRACK-NO
                       SET WS-FD-SUB TO WS-FD-IDX
               END-SEARCH
           END-IF
           MOVE "N" TO WS-AT-FIRST
           IF WS-FD-SUB > ZERO
               PERFORM UNTIL WS-AT-FIRST = "Y"
                   IF WS-FD-SUB = 1
                       MOVE "Y" TO WS-AT-FIRST
                   ELSE
                       IF WS-FD-TRACKING-NO (WS-FD-SUB - 1)
                               = WS-CHECK-TRACK-NO
                           SUBTRACT 1 FROM WS-FD-SUB
                       ELSE
                           MOVE "Y" TO WS-AT-FIRST
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
      * Posts the pending events in tracking/date order. A second
      * copy of the same event inside the one feed is a duplicate
      * too.
      ******************************************************************
       100-APPLY-FEED.
           OPEN EXTEND STATUS-FILE
           IF WS-STAT-STATUS NOT = "00"
               OPEN OUTPUT STATUS-FILE
           END-IF
           PERFORM 110-APPLY-ONE-EVENT
               VARYING WS-FD-SUB FROM 1 BY 1
               UNTIL WS-FD-SUB > WS-FEED-COUNT
           CLOSE STATUS-FILE.
       110-APPLY-ONE-EVENT.
           IF WS-FD-DISP (WS-FD-SUB) = SPACE
              AND WS-FD-KNOWN (WS-FD-SUB) = "N"
               MOVE "R"      TO WS-FD-DISP (WS-FD-SUB)
               MOVE "UNKTRK" TO WS-FD-REASON (WS-FD-SUB)
           END-IF
           IF WS-FD-DISP (WS-FD-SUB) = SPACE
               PERFORM 120-CHECK-REPEAT-IN-FEED
           END-IF
           EVALUATE WS-FD-DISP (WS-FD-SUB)
               WHEN SPACE
                   MOVE SPACES TO STATUS-REC
                   MOVE WS-FD-TRACKING-NO (WS-FD-SUB)
                       TO SS-TRACKING-NO
                   MOVE WS-FD-EVENT-DATE (WS-FD-SUB) TO SS-EVENT-DATE
                   MOVE WS-FD-CODE (WS-FD-SUB) TO SS-STATUS-CODE
                   MOVE WS-FD-NOTE (WS-FD-SUB) TO SS-NOTE
                   WRITE STATUS-REC
                   MOVE "A" TO WS-FD-DISP (WS-FD-SUB)
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "APPLIED" TO LD-DISPOSITION
               WHEN "U"
                   ADD 1 TO WS-DUP-COUNT
                   MOVE "DUPLICATE SKIPPED" TO LD-DISPOSITION
               WHEN "R"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO LD-DISPOSITION
                   STRING "REJECTED " DELIMITED BY SIZE
                          WS-FD-REASON (WS-FD-SUB) DELIMITED BY SIZE
                          INTO LD-DISPOSITION
                   END-STRING
                   MOVE WS-FD-REASON (WS-FD-SUB) TO EXC-REASON-CODE
                   MOVE WS-FD-TRACKING-NO (WS-FD-SUB)
                       TO EXC-RECORD-KEY
                   MOVE SPACES TO EXC-RECORD-IMAGE
                   MOVE WS-FD-TRACKING-NO (WS-FD-SUB)
                       TO EXC-RECORD-IMAGE (1:8)
                   MOVE WS-FD-EVENT-DATE (WS-FD-SUB)
                       TO EXC-RECORD-IMAGE (9:8)
                   MOVE WS-FD-CARRIER (WS-FD-SUB)
                       TO EXC-RECORD-IMAGE (17:3)
                   MOVE WS-FD-NOTE (WS-FD-SUB)
                       TO EXC-RECORD-IMAGE (20:20)
                   PERFORM 190-LOG-EXCEPTION
           END-EVALUATE
           MOVE WS-FD-TRACKING-NO (WS-FD-SUB) TO LD-TRACKING-NO
           MOVE WS-FD-EVENT-DATE (WS-FD-SUB)  TO LD-EVENT-DATE
           MOVE WS-FD-CARRIER (WS-FD-SUB)     TO LD-CARRIER
           MOVE WS-FD-CODE (WS-FD-SUB)        TO LD-CODE
           MOVE WS-FD-NOTE (WS-FD-SUB)        TO LD-NOTE
           WRITE LISTING-REC FROM LISTING-DETAIL-LINE.
       120-CHECK-REPEAT-IN-FEED.
           MOVE WS-FD-SUB TO WS-PRIOR-SUB
           PERFORM UNTIL WS-PRIOR-SUB = 1
               SUBTRACT 1 FROM WS-PRIOR-SUB
               IF WS-FD-TRACKING-NO (WS-PRIOR-SUB)
                       NOT = WS-FD-TRACKING-NO (WS-FD-SUB)
                   MOVE 1 TO WS-PRIOR-SUB
               ELSE
                   IF WS-FD-DISP (WS-PRIOR-SUB) = "A"
                      AND WS-FD-EVENT-DATE (WS-PRIOR-SUB)
                          = WS-FD-EVENT-DATE (WS-FD-SUB)
                      AND WS-FD-CODE (WS-PRIOR-SUB)
                          = WS-FD-CODE (WS-FD-SUB)
                       MOVE "U" TO WS-FD-DISP (WS-FD-SUB)
                       MOVE 1 TO WS-PRIOR-SUB
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      * Writes one rejected event to the shared EXCEPTIONS.LOG that
      * every program feeds, for the morning exception review.
      ******************************************************************
       190-LOG-EXCEPTION.
           MOVE "SHIPFEED"         TO EXC-SOURCE-PROGRAM
           MOVE WS-MONTH           TO EXC-MONTH
           MOVE WS-DAY             TO EXC-DAY
           MOVE WS-YEAR            TO EXC-YEAR
           MOVE SPACES TO EXC-RESOLVED-FLAG
           OPEN EXTEND EXCEPTIONS-FILE
           IF WS-EXC-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTIONS-FILE
           END-IF
           WRITE EXCEPTION-OUTREC FROM EXCEPTION-RECORD
           CLOSE EXCEPTIONS-FILE.
       END PROGRAM ShipFeed.
