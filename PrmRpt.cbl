       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrmRpt.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     System parameter listing off SYSPARM.DAT: every setting
      *     in force today -- the latest dated on or before today for
      *     each program and parameter name, the one PARMLOAD hands
      *     the programs -- by program, with its value, effective
      *     date, description, and the day and operator of its last
      *     change. Settings keyed ahead of their effective date
      *     print under the one they will replace, marked FUTURE,
      *     so a change waiting to take effect is seen before it
      *     does. Superseded settings are not printed; PrmMaint's
      *     list shows them. Programs and names print in key order
      *     whatever order the file is in.
      * Input:
      *     SYSPARM.DAT
      * Output:
      *     SYSPARM.RPT
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PARAMETER-FILE
               ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-STATUS.
           SELECT  PARAMETER-REPORT-FILE
               ASSIGN TO "SYSPARM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
           COPY PARMREC.
       FD  PARAMETER-REPORT-FILE.
       01  PARAMETER-REPORT-REC      PIC X(110).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * Shared system parameter fields (status, end-of-file switch);
      * see PARMWS.
      ******************************************************************
           COPY PARMWS.
       01  WORKING-ITEMS.
           COPY DATEHDR REPLACING ==:GRP-LVL:==      BY ==05==
                                  ==:WS-DATE-GRP:==  BY ==WS-DATE==
                                  ==:FLD-LVL:==      BY ==10==
                                  ==:WS-YEAR-FLD:==  BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:== BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==   BY ==WS-DAY==.
           05  WS-TODAY           PIC 9(8)  VALUE ZERO.
           05  WS-PRM-SUB         PIC 9(4)  VALUE ZERO.
           05  WS-INSERT-SUB      PIC 9(4)  VALUE ZERO.
           05  WS-PREV-PROGRAM    PIC X(8)  VALUE SPACES.
           05  WS-PRINT-IT        PIC X     VALUE "N".
           05  WS-IN-FORCE-COUNT  PIC 9(4)  VALUE ZERO.
           05  WS-FUTURE-COUNT    PIC 9(4)  VALUE ZERO.
           05  WS-PROGRAM-COUNT   PIC 9(4)  VALUE ZERO.
       01  WS-NEW-KEY.
           05  WS-NK-PROGRAM      PIC X(8)  VALUE SPACES.
           05  WS-NK-NAME         PIC X(12) VALUE SPACES.
           05  WS-NK-EFFECTIVE    PIC 9(8)  VALUE ZERO.
      ******************************************************************
      * SYSPARM.DAT held whole in program/name/effective-date order,
      * the same table PrmMaint keeps.
      ******************************************************************
       01  WS-PRM-TABLE.
           05  WS-PRM-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-PRM-ENTRY       OCCURS 1000 TIMES.
               10  WS-PT-KEY.
                   15  WS-PT-PROGRAM    PIC X(8).
                   15  WS-PT-NAME       PIC X(12).
                   15  WS-PT-EFFECTIVE  PIC 9(8).
               10  WS-PT-REC      PIC X(100).
       01  PARAMETER-HEADING.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(30) VALUE
                                  "SYSTEM PARAMETERS IN FORCE".
           05  FILLER             PIC X(6)  VALUE "DATE: ".
           COPY DATESTMP REPLACING ==:GRP-LVL:==         BY ==05==
                                   ==:STAMP-GRP:==       BY ==HD-DATE==
                                   ==:FLD-LVL:==         BY ==10==
                                   ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                   ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                   ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           05  FILLER             PIC X(58) VALUE SPACES.
       01  COLUMN-HEADING.
           05  FILLER             PIC X(22) VALUE "PROGRAM  PARAMETER".
           05  FILLER             PIC X(21) VALUE "VALUE".
           05  FILLER             PIC X(10) VALUE "EFFECTIVE".
           05  FILLER             PIC X(31) VALUE "DESCRIPTION".
           05  FILLER             PIC X(26) VALUE
                                  "CHANGED  BY".
       01  PARAMETER-DETAIL-LINE.
           05  PD-PROGRAM         PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  PD-NAME            PIC X(12).
           05  FILLER             PIC X     VALUE SPACE.
           05  PD-VALUE           PIC X(20).
           05  FILLER             PIC X     VALUE SPACE.
           05  PD-EFFECTIVE       PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PD-DESC            PIC X(30).
           05  FILLER             PIC X     VALUE SPACE.
           05  PD-CHANGED         PIC 9(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  PD-OPERATOR        PIC X(8).
           05  FILLER             PIC X     VALUE SPACE.
           05  PD-FUTURE          PIC X(6).
       01  PARAMETER-TOTAL-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  PT-IN-FORCE        PIC ZZZ9.
           05  FILLER             PIC X(24) VALUE
                                  " SETTINGS IN FORCE FOR ".
           05  PT-PROGRAMS        PIC ZZZ9.
           05  FILLER             PIC X(13) VALUE " PROGRAMS,  ".
           05  PT-FUTURE          PIC ZZZ9.
           05  FILLER             PIC X(55) VALUE
                                  " KEYED AHEAD OF THEIR DATE".
       PROCEDURE DIVISION.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           COPY DATEMOV REPLACING ==:WS-YEAR-FLD:==     BY ==WS-YEAR==
                                  ==:WS-MONTH-FLD:==    BY ==WS-MONTH==
                                  ==:WS-DAY-FLD:==      BY ==WS-DAY==
                                  ==:STAMP-MONTH-FLD:== BY ==HD-MM==
                                  ==:STAMP-DAY-FLD:==   BY ==HD-DD==
                                  ==:STAMP-YEAR-FLD:==  BY ==HD-YEAR==.
           STRING WS-YEAR  DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  WS-DAY   DELIMITED BY SIZE
                  INTO WS-TODAY
           END-STRING
           PERFORM 100-LOAD-PARAMETER-TABLE
           OPEN OUTPUT PARAMETER-REPORT-FILE
           WRITE PARAMETER-REPORT-REC FROM PARAMETER-HEADING
           WRITE PARAMETER-REPORT-REC FROM COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB > WS-PRM-COUNT
               PERFORM 200-PRINT-ONE-SETTING
           END-PERFORM
           IF WS-PRM-COUNT = ZERO
               MOVE "      NO SETTINGS ON SYSPARM.DAT - EVERY PROGRAM "
                   TO PARAMETER-REPORT-REC
               WRITE PARAMETER-REPORT-REC AFTER ADVANCING 2 LINES
               MOVE "      RUNS ON ITS DEFAULTS AND RAISES ALERTS"
                   TO PARAMETER-REPORT-REC
               WRITE PARAMETER-REPORT-REC
           END-IF
           MOVE WS-IN-FORCE-COUNT TO PT-IN-FORCE
           MOVE WS-PROGRAM-COUNT TO PT-PROGRAMS
           MOVE WS-FUTURE-COUNT TO PT-FUTURE
           WRITE PARAMETER-REPORT-REC FROM PARAMETER-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           CLOSE PARAMETER-REPORT-FILE
           DISPLAY "SYSPARM.RPT GENERATED - " WS-IN-FORCE-COUNT
               " SETTINGS IN FORCE, " WS-FUTURE-COUNT " FUTURE"
           STOP RUN.
      ******************************************************************
      * Every setting on file, each placed in key order as it is
      * read.
      ******************************************************************
       100-LOAD-PARAMETER-TABLE.
           OPEN INPUT PARAMETER-FILE
           IF PRM-STATUS = "00"
               PERFORM UNTIL PRM-EOF = "Y"
                   READ PARAMETER-FILE
                       AT END
                           MOVE "Y" TO PRM-EOF
                       NOT AT END
                           IF PM-PROGRAM NOT = SPACES
                              AND PM-NAME NOT = SPACES
                              AND PM-EFFECTIVE IS NUMERIC
                              AND WS-PRM-COUNT < 1000
                               PERFORM 120-INSERT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           ELSE
               DISPLAY "SYSPARM.DAT NOT FOUND - NO PARAMETERS TO LIST"
           END-IF.
       120-INSERT-ENTRY.
           MOVE PM-PROGRAM TO WS-NK-PROGRAM
           MOVE PM-NAME TO WS-NK-NAME
           MOVE PM-EFFECTIVE TO WS-NK-EFFECTIVE
           MOVE 1 TO WS-INSERT-SUB
           PERFORM UNTIL WS-INSERT-SUB > WS-PRM-COUNT
                      OR WS-PT-KEY (WS-INSERT-SUB) > WS-NEW-KEY
               ADD 1 TO WS-INSERT-SUB
           END-PERFORM
           PERFORM VARYING WS-PRM-SUB FROM WS-PRM-COUNT BY -1
                   UNTIL WS-PRM-SUB < WS-INSERT-SUB
               MOVE WS-PRM-ENTRY (WS-PRM-SUB)
                   TO WS-PRM-ENTRY (WS-PRM-SUB + 1)
           END-PERFORM
           MOVE WS-NEW-KEY TO WS-PT-KEY (WS-INSERT-SUB)
           MOVE PARAMETER-REC TO WS-PT-REC (WS-INSERT-SUB)
           ADD 1 TO WS-PRM-COUNT.
      ******************************************************************
      * A setting dated after today prints as FUTURE. One on or
      * before today prints only if it is in force -- the next
      * setting of the same parameter (key order puts it next) has
      * not also taken effect. Each program heads a new group.
      ******************************************************************
       200-PRINT-ONE-SETTING.
           MOVE WS-PT-REC (WS-PRM-SUB) TO PARAMETER-REC
           MOVE "Y" TO WS-PRINT-IT
           MOVE SPACES TO PD-FUTURE
           IF PM-EFFECTIVE > WS-TODAY
               MOVE "FUTURE" TO PD-FUTURE
           ELSE
               IF WS-PRM-SUB < WS-PRM-COUNT
                   IF WS-PT-PROGRAM (WS-PRM-SUB + 1) = PM-PROGRAM
                      AND WS-PT-NAME (WS-PRM-SUB + 1) = PM-NAME
                      AND WS-PT-EFFECTIVE (WS-PRM-SUB + 1)
                          NOT > WS-TODAY
                       MOVE "N" TO WS-PRINT-IT
                   END-IF
               END-IF
           END-IF
           IF WS-PRINT-IT = "Y"
               IF PM-PROGRAM NOT = WS-PREV-PROGRAM
                   ADD 1 TO WS-PROGRAM-COUNT
                   MOVE PM-PROGRAM TO WS-PREV-PROGRAM
                   MOVE SPACES TO PARAMETER-REPORT-REC
                   WRITE PARAMETER-REPORT-REC
               END-IF
               IF PD-FUTURE = SPACES
                   ADD 1 TO WS-IN-FORCE-COUNT
               ELSE
                   ADD 1 TO WS-FUTURE-COUNT
               END-IF
               MOVE PM-PROGRAM TO PD-PROGRAM
               MOVE PM-NAME TO PD-NAME
               MOVE PM-VALUE TO PD-VALUE
               MOVE PM-EFFECTIVE TO PD-EFFECTIVE
               MOVE PM-DESC TO PD-DESC
               MOVE PM-CHANGED-DATE TO PD-CHANGED
               MOVE PM-OPERATOR TO PD-OPERATOR
               WRITE PARAMETER-REPORT-REC FROM PARAMETER-DETAIL-LINE
           END-IF.
       END PROGRAM PrmRpt.
