      ******************************************************************
      * Shared letterhead: prints the business name (with the legal
      * name under it when the two differ), street, city line and
      * phone number from the profile COMPLOAD assembled, followed
      * by a blank line. Prints nothing when no profile was found.
      * COPY COMPHEAD REPLACING ==:OUT-REC:== BY ==LETTER-REC== (etc.)
      ******************************************************************
           IF CL-FOUND = "Y"
               MOVE CL-NAME TO CL-PRINT-TEXT
               WRITE :OUT-REC: FROM CL-PRINT-LINE
               IF CL-NAME NOT = CL-LEGAL-NAME
                  AND CL-LEGAL-NAME NOT = SPACES
                   MOVE SPACES TO CL-PRINT-TEXT
                   STRING "A DIVISION OF " DELIMITED BY SIZE
                       CL-LEGAL-NAME DELIMITED BY SIZE
                       INTO CL-PRINT-TEXT
                   WRITE :OUT-REC: FROM CL-PRINT-LINE
               END-IF
               MOVE CL-STREET TO CL-PRINT-TEXT
               WRITE :OUT-REC: FROM CL-PRINT-LINE
               MOVE SPACES TO CL-PRINT-TEXT
               STRING CL-CITY DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   CL-STATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CL-ZIP DELIMITED BY SIZE
                   INTO CL-PRINT-TEXT
               WRITE :OUT-REC: FROM CL-PRINT-LINE
               IF CL-PHONE NOT = SPACES
                   MOVE SPACES TO CL-PRINT-TEXT
                   STRING "PHONE (" DELIMITED BY SIZE
                       CL-PHONE (1:3) DELIMITED BY SIZE
                       ") " DELIMITED BY SIZE
                       CL-PHONE (4:3) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       CL-PHONE (7:4) DELIMITED BY SIZE
                       INTO CL-PRINT-TEXT
                   WRITE :OUT-REC: FROM CL-PRINT-LINE
               END-IF
               MOVE SPACES TO :OUT-REC:
               WRITE :OUT-REC:
           END-IF
