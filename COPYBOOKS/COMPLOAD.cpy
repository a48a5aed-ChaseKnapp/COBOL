      ******************************************************************
      * Shared company profile load: reads COMPANY.DAT and assembles
      * the named business's profile into the COMPWS fields -- the
      * CORP record first, then every field the business's own
      * record fills in over it. A remit-to address is taken as a
      * block, never mixed between the two records. With no profile
      * on disk CL-FOUND stays "N" and the document prints without
      * its letterhead, as it did before the profile existed.
      * COPY COMPLOAD REPLACING ==:BUSINESS:== BY =="SHIP"== (etc.)
      ******************************************************************
           MOVE "N" TO CL-FOUND
           MOVE "N" TO CL-EOF
           OPEN INPUT COMPANY-FILE
           IF CL-STATUS = "00"
               PERFORM UNTIL CL-EOF = "Y"
                   READ COMPANY-FILE
                       AT END
                           MOVE "Y" TO CL-EOF
                       NOT AT END
                           IF CP-BUSINESS = "CORP"
                               MOVE "Y" TO CL-FOUND
                               MOVE CP-NAME TO CL-LEGAL-NAME
                               MOVE CP-NAME TO CL-NAME
                               MOVE CP-STREET TO CL-STREET
                               MOVE CP-CITY TO CL-CITY
                               MOVE CP-STATE TO CL-STATE
                               MOVE CP-ZIP TO CL-ZIP
                               MOVE CP-PHONE TO CL-PHONE
                               MOVE CP-REMIT-NAME TO CL-REMIT-NAME
                               MOVE CP-REMIT-STREET TO CL-REMIT-STREET
                               MOVE CP-REMIT-CITY TO CL-REMIT-CITY
                               MOVE CP-REMIT-STATE TO CL-REMIT-STATE
                               MOVE CP-REMIT-ZIP TO CL-REMIT-ZIP
                               MOVE CP-STMT-MESSAGE TO CL-STMT-MESSAGE
                               MOVE CP-INV-MESSAGE TO CL-INV-MESSAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-FILE
               MOVE "N" TO CL-EOF
               OPEN INPUT COMPANY-FILE
               PERFORM UNTIL CL-EOF = "Y"
                   READ COMPANY-FILE
                       AT END
                           MOVE "Y" TO CL-EOF
                       NOT AT END
                           IF CP-BUSINESS = :BUSINESS:
                              AND CP-BUSINESS NOT = "CORP"
                               MOVE "Y" TO CL-FOUND
                               IF CP-NAME NOT = SPACES
                                   MOVE CP-NAME TO CL-NAME
                               END-IF
                               IF CP-STREET NOT = SPACES
                                   MOVE CP-STREET TO CL-STREET
                                   MOVE CP-CITY TO CL-CITY
                                   MOVE CP-STATE TO CL-STATE
                                   MOVE CP-ZIP TO CL-ZIP
                               END-IF
                               IF CP-PHONE NOT = SPACES
                                   MOVE CP-PHONE TO CL-PHONE
                               END-IF
                               IF CP-REMIT-STREET NOT = SPACES
                                   MOVE CP-REMIT-NAME TO CL-REMIT-NAME
                                   MOVE CP-REMIT-STREET
                                       TO CL-REMIT-STREET
                                   MOVE CP-REMIT-CITY TO CL-REMIT-CITY
                                   MOVE CP-REMIT-STATE
                                       TO CL-REMIT-STATE
                                   MOVE CP-REMIT-ZIP TO CL-REMIT-ZIP
                               END-IF
                               IF CP-STMT-MESSAGE NOT = SPACES
                                   MOVE CP-STMT-MESSAGE
                                       TO CL-STMT-MESSAGE
                               END-IF
                               IF CP-INV-MESSAGE NOT = SPACES
                                   MOVE CP-INV-MESSAGE
                                       TO CL-INV-MESSAGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-FILE
           END-IF
           IF CL-REMIT-NAME = SPACES
               MOVE CL-LEGAL-NAME TO CL-REMIT-NAME
           END-IF
           IF CL-FOUND = "N"
               DISPLAY "NO COMPANY PROFILE FOR " :BUSINESS:
                   " - PRINTED WITHOUT LETTERHEAD"
           END-IF
