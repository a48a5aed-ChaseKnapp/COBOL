      ******************************************************************
      * Shared system parameter lookup of PRM-NAME in the PARMLOAD
      * table. A name not on file is displayed and raised as a PRMMIS
      * alert on ALERTS.LOG, so a missing setting is seen on the
      * morning alert page instead of a default passing unnoticed.
      * COPY PARMGET. -- the program declares ALERTS-FILE on
      * "ALERTS.LOG" (01 ALERT-OUTREC PIC X(90)) and COPY ALERTREC in
      * WORKING-STORAGE.
      ******************************************************************
           MOVE "N" TO PRM-FOUND
           MOVE "N" TO PRM-NUMERIC
           MOVE SPACES TO PRM-VALUE
           MOVE ZERO TO PRM-NUMBER
           PERFORM VARYING PRM-SUB FROM 1 BY 1
                   UNTIL PRM-SUB > PRM-COUNT
               IF PRM-E-NAME (PRM-SUB) = PRM-NAME
                   MOVE "Y" TO PRM-FOUND
                   MOVE PRM-E-VALUE (PRM-SUB) TO PRM-VALUE
               END-IF
           END-PERFORM
           IF PRM-FOUND = "Y"
               IF PRM-VALUE NOT = SPACES
                  AND FUNCTION TEST-NUMVAL (PRM-VALUE) = ZERO
                   MOVE "Y" TO PRM-NUMERIC
                   COMPUTE PRM-NUMBER = FUNCTION NUMVAL (PRM-VALUE)
               END-IF
           ELSE
               ADD 1 TO PRM-MISSING-COUNT
               DISPLAY "PARAMETER " PRM-PROGRAM " " PRM-NAME
                   " NOT ON SYSPARM.DAT - DEFAULT USED"
               MOVE FUNCTION CURRENT-DATE TO PRM-NOW
               MOVE PRM-PROGRAM TO ALR-SOURCE-PROGRAM
               MOVE "M"         TO ALR-SEVERITY
               MOVE "PRMMIS"    TO ALR-CODE
               MOVE PRM-NOW (5:2) TO ALR-MONTH
               MOVE PRM-NOW (7:2) TO ALR-DAY
               MOVE PRM-NOW (1:4) TO ALR-YEAR
               MOVE SPACES TO ALR-TEXT
               STRING "PARAMETER " DELIMITED BY SIZE
                   PRM-NAME DELIMITED BY SPACE
                   " MISSING - DEFAULT USED" DELIMITED BY SIZE
                   INTO ALR-TEXT
               END-STRING
               OPEN EXTEND ALERTS-FILE
               WRITE ALERT-OUTREC FROM ALERT-RECORD
               CLOSE ALERTS-FILE
           END-IF
