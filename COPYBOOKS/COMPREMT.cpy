      ******************************************************************
      * Shared remit-to block: prints "REMIT TO:" and the remit name
      * and address from the profile COMPLOAD assembled (the legal
      * name when no remit name is kept), followed by a blank line.
      * Prints nothing when no profile was found.
      * COPY COMPREMT REPLACING ==:OUT-REC:== BY ==LETTER-REC== (etc.)
      ******************************************************************
           IF CL-FOUND = "Y"
              AND CL-REMIT-STREET NOT = SPACES
               MOVE "REMIT TO:" TO CL-PRINT-TEXT
               WRITE :OUT-REC: FROM CL-PRINT-LINE
               MOVE CL-REMIT-NAME TO CL-PRINT-TEXT
               WRITE :OUT-REC: FROM CL-PRINT-LINE
               MOVE CL-REMIT-STREET TO CL-PRINT-TEXT
               WRITE :OUT-REC: FROM CL-PRINT-LINE
               MOVE SPACES TO CL-PRINT-TEXT
               STRING CL-REMIT-CITY DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   CL-REMIT-STATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CL-REMIT-ZIP DELIMITED BY SIZE
                   INTO CL-PRINT-TEXT
               WRITE :OUT-REC: FROM CL-PRINT-LINE
               MOVE SPACES TO :OUT-REC:
               WRITE :OUT-REC:
           END-IF
