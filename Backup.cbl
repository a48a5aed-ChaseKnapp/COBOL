      *     master -- two of them are indexed, so a sequential record
      *     count cannot read them -- plus a record-count check on
      *     the sequential ones), the generation is recorded in
      *     BACKUP.IDX with the date and time it was taken (the
      *     point the recovery run replays journaled changes from),
      *     and generations older than the retention period are
      *     purged.
      *     A RESTORE command-line argument instead prompts for a
      *     master and generation date and puts that generation back.
      * Input:
           05  BX-FILENAME        PIC X(30).
           05  FILLER             PIC X.
           05  BX-DATE            PIC 9(8).
           05  FILLER             PIC X.
           05  BX-TIME            PIC 9(6).
       FD  BACKUP-REPORT-FILE.
       01  BACKUP-REPORT-REC      PIC X(80).
       FD  COUNT-FILE.
           05  WS-COUNT-STATUS    PIC XX.
           05  WS-CMD-ARG         PIC X(8)  VALUE SPACES.
           05  WS-TODAY-YMD       PIC 9(8)  VALUE ZERO.
           05  WS-NOW-TIME        PIC 9(6)  VALUE ZERO.
           05  WS-TODAY-DAYNUM    PIC 9(9)  VALUE ZERO.
           05  WS-GEN-DAYNUM      PIC 9(9)  VALUE ZERO.
           05  WS-AGE-DAYS        PIC S9(9) VALUE ZERO.
           05  WS-IDX-ENTRY       OCCURS 200 TIMES.
               10  WS-IDX-FILENAME PIC X(30).
               10  WS-IDX-DATE     PIC 9(8).
               10  WS-IDX-TIME     PIC 9(6).
       01  WS-KEEP-TABLE.
           05  WS-KEEP-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-KEEP-ENTRY      OCCURS 200 TIMES.
               10  WS-KEEP-FILENAME PIC X(30).
               10  WS-KEEP-DATE     PIC 9(8).
               10  WS-KEEP-TIME     PIC 9(6).
       01  WS-LOOP-SUB            PIC 9(3)  VALUE ZERO.
       01  BACKUP-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
                  WS-DAY   DELIMITED BY SIZE
                  INTO WS-TODAY-YMD
           END-STRING
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW-TIME
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
               TO WS-TODAY-DAYNUM
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
                                   WS-IDX-FILENAME (WS-IDX-COUNT)
                               MOVE BX-DATE TO
                                   WS-IDX-DATE (WS-IDX-COUNT)
                               IF BX-TIME IS NUMERIC
                                   MOVE BX-TIME TO
                                       WS-IDX-TIME (WS-IDX-COUNT)
                               ELSE
                                   MOVE ZERO TO
                                       WS-IDX-TIME (WS-IDX-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE WS-TARGET-NAME TO
                       WS-IDX-FILENAME (WS-IDX-COUNT)
                   MOVE WS-TODAY-YMD TO WS-IDX-DATE (WS-IDX-COUNT)
                   MOVE WS-NOW-TIME TO WS-IDX-TIME (WS-IDX-COUNT)
               END-IF
           END-IF.
      ******************************************************************
                       WS-KEEP-FILENAME (WS-KEEP-COUNT)
                   MOVE WS-IDX-DATE (WS-LOOP-SUB) TO
                       WS-KEEP-DATE (WS-KEEP-COUNT)
                   MOVE WS-IDX-TIME (WS-LOOP-SUB) TO
                       WS-KEEP-TIME (WS-KEEP-COUNT)
               END-IF
           END-PERFORM.
       310-REWRITE-BACKUP-INDEX.
               MOVE SPACES TO BACKUP-INDEX-REC
               MOVE WS-KEEP-FILENAME (WS-LOOP-SUB) TO BX-FILENAME
               MOVE WS-KEEP-DATE (WS-LOOP-SUB) TO BX-DATE
               MOVE WS-KEEP-TIME (WS-LOOP-SUB) TO BX-TIME
               WRITE BACKUP-INDEX-REC
           END-PERFORM
           CLOSE BACKUP-INDEX-FILE.
