       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB1.
       AUTHOR. CHASE KNAPP.
       DATE-WRITTEN. 1/22/2015
      ******************************************************************
      * Purpose:
      *     Displays and verifies the company profile COMPANY.DAT
      *     that CompMaint maintains and every customer-facing
      *     document prints its letterhead, remit-to block and phone
      *     number from. Each business's record is shown as the
      *     documents will print it -- its own fields, with the CORP
      *     record's filling any left blank -- and checked: the CORP
      *     record must exist and carry the legal name; every record
      *     must end up with a name, a full address, a ten-digit
      *     phone number and a remit-to address; no business may be
      *     on file twice. A business the documents use (SHIP, PIZZ,
      *     CUST) with no record of its own is only a warning, since
      *     its documents print the CORP profile. Any error sets
      *     return code 1, so the check can run after a change.
      * Input:
      *     COMPANY.DAT
      * Output:
      *     Display data items on the console window
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-FILE.
           COPY COMPPROF.
       WORKING-STORAGE SECTION.
       77  WS-COMP-STATUS        PIC XX.
       77  WS-COMP-EOF           PIC X     VALUE "N".
       77  WS-COMP-SUB           PIC 99    VALUE ZERO.
       77  WS-DUP-SUB            PIC 99    VALUE ZERO.
       77  WS-CORP-SUB           PIC 99    VALUE ZERO.
       77  WS-ERROR-COUNT        PIC 9(3)  VALUE ZERO.
       77  WS-WARNING-COUNT      PIC 9(3)  VALUE ZERO.
       77  WS-CHECK-BUSINESS     PIC X(4)  VALUE SPACES.
       77  WS-BUSINESS-FOUND     PIC X     VALUE "N".
       01  WS-COMP-TABLE.
           05  WS-COMP-COUNT      PIC 99    VALUE ZERO.
           05  WS-COMP-ENTRY      OCCURS 20 TIMES
                                  PIC X(300).
       01  WS-CORP-REC            PIC X(300) VALUE SPACES.
      ******************************************************************
      * The profile of the business in hand as its documents print
      * it: its own fields, or CORP's where its own are blank.
      ******************************************************************
       01  WS-PRINTED-PROFILE.
           05  PP-NAME            PIC X(30).
           05  PP-STREET          PIC X(25).
           05  PP-CITY            PIC X(15).
           05  PP-STATE           PIC XX.
           05  PP-ZIP             PIC X(10).
           05  PP-REMIT-NAME      PIC X(30).
           05  PP-REMIT-STREET    PIC X(25).
           05  PP-REMIT-CITY      PIC X(15).
           05  PP-REMIT-STATE     PIC XX.
           05  PP-REMIT-ZIP       PIC X(10).
           05  PP-STMT-MESSAGE    PIC X(60).
           05  PP-INV-MESSAGE     PIC X(60).
       01  TELEPHONE-NO.
           05  AREA-CODE          PIC X(3).
           05  PHONE-1            PIC X(3).
           05  PHONE-2            PIC X(4).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOAD-PROFILE-TABLE
           IF WS-COMP-STATUS NOT = "00"
               DISPLAY 'COMPANY.DAT NOT FOUND - RUN COMPMAINT TO ADD '
                   'THE CORP PROFILE'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 100-CHECK-CORP-PROFILE
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMP-COUNT
               PERFORM 200-DISPLAY-PROFILE
           END-PERFORM
           MOVE "SHIP" TO WS-CHECK-BUSINESS
           PERFORM 300-CHECK-BUSINESS-ON-FILE
           MOVE "PIZZ" TO WS-CHECK-BUSINESS
           PERFORM 300-CHECK-BUSINESS-ON-FILE
           MOVE "CUST" TO WS-CHECK-BUSINESS
           PERFORM 300-CHECK-BUSINESS-ON-FILE
           DISPLAY ' '
           DISPLAY WS-COMP-COUNT ' PROFILES, ' WS-ERROR-COUNT
               ' ERRORS, ' WS-WARNING-COUNT ' WARNINGS'
           IF WS-ERROR-COUNT > ZERO
               DISPLAY 'COMPANY PROFILE NOT VERIFIED - CORRECT IT '
                   'WITH COMPMAINT'
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY 'COMPANY PROFILE VERIFIED'
           END-IF
           STOP RUN.
       050-LOAD-PROFILE-TABLE.
           OPEN INPUT COMPANY-FILE
           IF WS-COMP-STATUS = "00"
               PERFORM UNTIL WS-COMP-EOF = "Y"
                   READ COMPANY-FILE
                       AT END
                           MOVE "Y" TO WS-COMP-EOF
                       NOT AT END
                           IF WS-COMP-COUNT < 20
                               ADD 1 TO WS-COMP-COUNT
                               MOVE COMPANY-PROFILE-REC TO
                                   WS-COMP-ENTRY (WS-COMP-COUNT)
                           ELSE
                               DISPLAY 'MORE THAN 20 PROFILES - '
                                   CP-BUSINESS ' NOT CHECKED'
                               ADD 1 TO WS-ERROR-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-FILE
           END-IF.
      ******************************************************************
      * The CORP record is the legal entity and every business's
      * fallback, so it must be there and carry the legal name.
      ******************************************************************
       100-CHECK-CORP-PROFILE.
           MOVE ZERO TO WS-CORP-SUB
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMP-COUNT
               MOVE WS-COMP-ENTRY (WS-COMP-SUB) TO COMPANY-PROFILE-REC
               IF CP-BUSINESS = "CORP" AND WS-CORP-SUB = ZERO
                   MOVE WS-COMP-SUB TO WS-CORP-SUB
                   MOVE COMPANY-PROFILE-REC TO WS-CORP-REC
               END-IF
           END-PERFORM
           IF WS-CORP-SUB = ZERO
               DISPLAY 'ERROR: NO CORP PROFILE - THE LEGAL NAME AND '
                   'FALLBACK ADDRESS ARE MISSING'
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE WS-CORP-REC TO COMPANY-PROFILE-REC
               IF CP-NAME = SPACES
                   DISPLAY 'ERROR: CORP PROFILE HAS NO LEGAL NAME'
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.
      ******************************************************************
      * One business's profile as printed, then its checks.
      ******************************************************************
       200-DISPLAY-PROFILE.
           PERFORM 210-BUILD-PRINTED-PROFILE
           DISPLAY ' '
           DISPLAY 'BUSINESS:        ' CP-BUSINESS
           DISPLAY 'NAME:            ' PP-NAME
           DISPLAY 'ADDRESS:         ' PP-STREET
           DISPLAY '                 ' PP-CITY ' ' PP-STATE ' '
               PP-ZIP
           PERFORM 220-DISPLAY-TELNO
           DISPLAY 'REMIT TO:        ' PP-REMIT-NAME
           DISPLAY '                 ' PP-REMIT-STREET
           DISPLAY '                 ' PP-REMIT-CITY ' '
               PP-REMIT-STATE ' ' PP-REMIT-ZIP
           DISPLAY 'STATEMENT MSG:   ' PP-STMT-MESSAGE
           DISPLAY 'INVOICE MSG:     ' PP-INV-MESSAGE
           IF CP-BUSINESS NOT = "CORP" AND CP-BUSINESS NOT = "SHIP"
              AND CP-BUSINESS NOT = "PIZZ" AND CP-BUSINESS NOT = "CUST"
               DISPLAY 'WARNING: BUSINESS ' CP-BUSINESS
                   ' IS NOT PRINTED BY ANY DOCUMENT'
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           PERFORM VARYING WS-DUP-SUB FROM 1 BY 1
                   UNTIL WS-DUP-SUB >= WS-COMP-SUB
               IF WS-COMP-ENTRY (WS-DUP-SUB) (1:4) = CP-BUSINESS
                   DISPLAY 'ERROR: BUSINESS ' CP-BUSINESS
                       ' IS ON FILE MORE THAN ONCE'
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-PERFORM
           IF PP-NAME = SPACES
               DISPLAY 'ERROR: NO NAME TO PRINT'
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF PP-STREET = SPACES OR PP-CITY = SPACES
              OR PP-STATE = SPACES OR PP-ZIP = SPACES
               DISPLAY 'ERROR: ADDRESS INCOMPLETE'
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF TELEPHONE-NO = SPACES
               DISPLAY 'ERROR: NO PHONE NUMBER'
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               IF TELEPHONE-NO IS NOT NUMERIC
                   DISPLAY 'ERROR: PHONE NUMBER IS NOT 10 DIGITS'
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF
           IF PP-REMIT-STREET = SPACES OR PP-REMIT-CITY = SPACES
              OR PP-REMIT-STATE = SPACES OR PP-REMIT-ZIP = SPACES
               DISPLAY 'ERROR: REMIT-TO ADDRESS INCOMPLETE'
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
      ******************************************************************
      * The same fallback the documents' COMPLOAD applies: a blank
      * field takes CORP's, the address and the remit-to address each
      * as a block, and a remit-to with no name prints the legal
      * name.
      ******************************************************************
       210-BUILD-PRINTED-PROFILE.
           MOVE WS-CORP-REC TO COMPANY-PROFILE-REC
           MOVE CP-NAME         TO PP-NAME
           MOVE CP-STREET       TO PP-STREET
           MOVE CP-CITY         TO PP-CITY
           MOVE CP-STATE        TO PP-STATE
           MOVE CP-ZIP          TO PP-ZIP
           MOVE CP-PHONE        TO TELEPHONE-NO
           MOVE CP-REMIT-NAME   TO PP-REMIT-NAME
           MOVE CP-REMIT-STREET TO PP-REMIT-STREET
           MOVE CP-REMIT-CITY   TO PP-REMIT-CITY
           MOVE CP-REMIT-STATE  TO PP-REMIT-STATE
           MOVE CP-REMIT-ZIP    TO PP-REMIT-ZIP
           MOVE CP-STMT-MESSAGE TO PP-STMT-MESSAGE
           MOVE CP-INV-MESSAGE  TO PP-INV-MESSAGE
           IF PP-REMIT-NAME = SPACES
               MOVE CP-NAME TO PP-REMIT-NAME
           END-IF
           MOVE WS-COMP-ENTRY (WS-COMP-SUB) TO COMPANY-PROFILE-REC
           IF CP-BUSINESS NOT = "CORP"
               IF CP-NAME NOT = SPACES
                   MOVE CP-NAME TO PP-NAME
               END-IF
               IF CP-STREET NOT = SPACES
                   MOVE CP-STREET TO PP-STREET
                   MOVE CP-CITY   TO PP-CITY
                   MOVE CP-STATE  TO PP-STATE
                   MOVE CP-ZIP    TO PP-ZIP
               END-IF
               IF CP-PHONE NOT = SPACES
                   MOVE CP-PHONE TO TELEPHONE-NO
               END-IF
               IF CP-REMIT-STREET NOT = SPACES
                   MOVE CP-REMIT-NAME   TO PP-REMIT-NAME
                   MOVE CP-REMIT-STREET TO PP-REMIT-STREET
                   MOVE CP-REMIT-CITY   TO PP-REMIT-CITY
                   MOVE CP-REMIT-STATE  TO PP-REMIT-STATE
                   MOVE CP-REMIT-ZIP    TO PP-REMIT-ZIP
                   IF PP-REMIT-NAME = SPACES
                       MOVE WS-CORP-REC (6:30) TO PP-REMIT-NAME
                   END-IF
               END-IF
               IF CP-STMT-MESSAGE NOT = SPACES
                   MOVE CP-STMT-MESSAGE TO PP-STMT-MESSAGE
               END-IF
               IF CP-INV-MESSAGE NOT = SPACES
                   MOVE CP-INV-MESSAGE TO PP-INV-MESSAGE
               END-IF
           END-IF.
       220-DISPLAY-TELNO.
           DISPLAY 'TELEPHONE NUMBER: (' AREA-CODE ') '
                    PHONE-1 '-' PHONE-2.
      ******************************************************************
      * A business the documents print with no record of its own
      * prints the CORP profile -- allowed, but worth knowing.
      ******************************************************************
       300-CHECK-BUSINESS-ON-FILE.
           MOVE "N" TO WS-BUSINESS-FOUND
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMP-COUNT
               IF WS-COMP-ENTRY (WS-COMP-SUB) (1:4) = WS-CHECK-BUSINESS
                   MOVE "Y" TO WS-BUSINESS-FOUND
               END-IF
           END-PERFORM
           IF WS-BUSINESS-FOUND = "N"
               DISPLAY 'WARNING: NO ' WS-CHECK-BUSINESS
                   ' PROFILE - ITS DOCUMENTS PRINT THE CORP PROFILE'
               ADD 1 TO WS-WARNING-COUNT
           END-IF.
       END PROGRAM LAB1.
