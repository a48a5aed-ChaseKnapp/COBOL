           EXIT.
      ******************************************************************
      * Correction mode: finds the first open entry for the entered
      * program and key (a "PERRDR" entry was posted under the
      * current period's date and has nothing to correct), shows
      * the captured image field by field per the source's layout,
      * takes replacement values (a blank keeps what is there),
      * revalidates with the source's own checks, and writes the
      * corrected record to the per-source requeue file. The entry
      * is marked resolved only once the requeue write lands.
      ******************************************************************
       450-CORRECT-AND-REQUEUE.
           IF WS-OVERFLOW-COUNT > ZERO
               IF EXC-RESOLVED-FLAG NOT = "R"
                  AND EXC-SOURCE-PROGRAM = WS-RESOLVE-PROGRAM
                  AND EXC-RECORD-KEY = WS-RESOLVE-KEY
                  AND EXC-REASON-CODE NOT = "PERRDR"
                   MOVE WS-EXC-SUB TO WS-CORRECT-SUB
               END-IF
           END-PERFORM
