      ******************************************************************
      * Shared system parameter load: the settings on SYSPARM.DAT for
      * PRM-PROGRAM that are in force today -- for a name on file
      * more than once, the latest effective date not after today.
      * COPY PARMLOAD. -- the program declares PARAMETER-FILE on
      * "SYSPARM.DAT" with FILE STATUS PRM-STATUS and COPY PARMREC,
      * and moves its program (or subsystem) key to PRM-PROGRAM.
      ******************************************************************
           MOVE ZERO TO PRM-COUNT
           MOVE ZERO TO PRM-MISSING-COUNT
           MOVE "N" TO PRM-EOF
           MOVE FUNCTION CURRENT-DATE (1:8) TO PRM-TODAY
           OPEN INPUT PARAMETER-FILE
           IF PRM-STATUS = "00"
               PERFORM UNTIL PRM-EOF = "Y"
                   READ PARAMETER-FILE
                       AT END
                           MOVE "Y" TO PRM-EOF
                       NOT AT END
                           IF PM-PROGRAM = PRM-PROGRAM
                              AND PM-NAME NOT = SPACES
                              AND PM-EFFECTIVE IS NUMERIC
                              AND PM-EFFECTIVE <= PRM-TODAY
                               PERFORM VARYING PRM-SUB FROM 1 BY 1
                                       UNTIL PRM-SUB > PRM-COUNT
                                    OR PRM-E-NAME (PRM-SUB) = PM-NAME
                                   CONTINUE
                               END-PERFORM
                               IF PRM-SUB > PRM-COUNT
                                  AND PRM-COUNT < 100
                                   ADD 1 TO PRM-COUNT
                                   MOVE PM-NAME TO
                                       PRM-E-NAME (PRM-COUNT)
                                   MOVE ZERO TO
                                       PRM-E-EFFECTIVE (PRM-COUNT)
                               END-IF
                               IF PRM-SUB <= PRM-COUNT
                                  AND PM-EFFECTIVE >=
                                      PRM-E-EFFECTIVE (PRM-SUB)
                                   MOVE PM-VALUE TO
                                       PRM-E-VALUE (PRM-SUB)
                                   MOVE PM-EFFECTIVE TO
                                       PRM-E-EFFECTIVE (PRM-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           ELSE
               DISPLAY "SYSPARM.DAT NOT FOUND - NO PARAMETERS LOADED"
           END-IF
