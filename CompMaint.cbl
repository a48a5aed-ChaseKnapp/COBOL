       IDENTIFICATION DIVISION.
       PROGRAM-ID. CompMaint.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     Maintains the company profile COMPANY.DAT, the one place
      *     the shop's legal name, each business's name and address,
      *     the remit-to address, the phone number and the statement
      *     and invoice message lines are kept. ArDun, ArStmt,
      *     CustStmt, ShipInv, OrdRprnt and the Lab5 labels all print
      *     their letterhead and remit-to block from it, so an
      *     address change is made here once instead of in every
      *     program. One record per business: "CORP" (the legal
      *     entity, required), "SHIP", "PIZZ" and "CUST"; a field
      *     left blank on a business's record is taken from CORP when
      *     the documents print. A change shows each field with its
      *     value on file -- blank keeps it, "*" clears it back to the
      *     CORP value. The phone is kept as its ten digits. The
      *     file is loaded into a table, changed, and rewritten,
      *     behind the operator sign-on (function "F"), and every add
      *     and change goes to the shared MNTAUDIT.LOG. Lab1 displays
      *     and verifies the profile after a change.
      * Input:
      *     COMPANY.DAT, OPERATOR.DAT
      * Output:
      *     COMPANY.DAT (rewritten)
      *     MNTAUDIT.LOG (before/after images, appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMP-STATUS.
           SELECT  OPERATOR-FILE
               ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT  MAINT-AUDIT-FILE
               ASSIGN TO "MNTAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-FILE.
           COPY COMPPROF.
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OP-ID              PIC X(8).
           05  OP-NAME            PIC X(20).
           05  OP-FUNCTIONS       PIC X(8).
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-OUTREC    PIC X(320).
       WORKING-STORAGE SECTION.
      ******************************************************************
      * Shared maintenance-audit record and work fields; see
      * MNTAUDIT. The 300-byte profile goes to the log in three
      * parts (key suffix -1, -2, -3), only the parts that changed.
      ******************************************************************
           COPY MNTAUDIT.
       01  WS-MAUD-FIELDS.
           05  WS-MAUD-STATUS     PIC XX.
           05  WS-MAUD-NOW        PIC X(21) VALUE SPACES.
       77  WS-COMP-STATUS        PIC XX.
       77  WS-COMP-EOF           PIC X     VALUE "N".
       77  WS-OPER-STATUS        PIC XX.
       77  WS-OPER-EOF           PIC X     VALUE "N".
       77  WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
       77  WS-OPERATOR-NAME      PIC X(20) VALUE SPACES.
       77  WS-SIGNON-OK          PIC X     VALUE "N".
       77  WS-FUNC-TALLY         PIC 9     VALUE ZERO.
       77  WS-MAINT-ACTION       PIC X.
       77  WS-MAINT-BUSINESS     PIC X(4)  VALUE SPACES.
       77  WS-BUSINESS-OK        PIC X     VALUE "N".
       77  WS-PHONE-OK           PIC X     VALUE "N".
       77  WS-FIX-FIELD          PIC X(60) VALUE SPACES.
       77  WS-COMP-SUB           PIC 99    VALUE ZERO.
       77  WS-FOUND-SUB          PIC 99    VALUE ZERO.
       77  WS-PART-NO            PIC 9     VALUE ZERO.
       77  WS-PART-START         PIC 999   VALUE ZERO.
       77  WS-PART-LENGTH        PIC 999   VALUE ZERO.
       77  WS-LOWER-CASE         PIC X(26) VALUE
                                 "abcdefghijklmnopqrstuvwxyz".
       77  WS-UPPER-CASE         PIC X(26) VALUE
                                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-BEFORE-IMAGE       PIC X(300) VALUE SPACES.
       01  WS-COMP-TABLE.
           05  WS-COMP-COUNT      PIC 99    VALUE ZERO.
           05  WS-COMP-ENTRY      OCCURS 20 TIMES
                                  PIC X(300).
       01  LIST-LINE.
           05  LL-BUSINESS       PIC X(4).
           05  FILLER            PIC X     VALUE SPACE.
           05  LL-NAME           PIC X(30).
           05  FILLER            PIC X     VALUE SPACE.
           05  LL-CITY           PIC X(15).
           05  FILLER            PIC X     VALUE SPACE.
           05  LL-STATE          PIC XX.
           05  FILLER            PIC X     VALUE SPACE.
           05  LL-PHONE          PIC X(10).
       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-OPERATOR-SIGNON
           IF WS-SIGNON-OK = "N"
               STOP RUN
           END-IF
           PERFORM 100-LOAD-COMPANY-TABLE
           DISPLAY 'ENTER ACTION: A-ADD   C-CHANGE   L-LIST'
           ACCEPT WS-MAINT-ACTION
           EVALUATE WS-MAINT-ACTION
               WHEN "A"
                   PERFORM 200-ADD-PROFILE
                   PERFORM 500-REWRITE-COMPANY-FILE
               WHEN "C"
                   PERFORM 300-CHANGE-PROFILE
                   PERFORM 500-REWRITE-COMPANY-FILE
               WHEN "L"
                   PERFORM 400-LIST-PROFILES
               WHEN OTHER
                   DISPLAY 'INVALID ACTION - NO CHANGE MADE'
           END-EVALUATE
           STOP RUN.
      ******************************************************************
      * Operator sign-on: the entered ID must be on OPERATOR.DAT with
      * function "F" among its allowed functions. With no operator
      * file on disk yet the sign-on is not enforced, only recorded.
      ******************************************************************
       050-OPERATOR-SIGNON.
           MOVE "N" TO WS-SIGNON-OK
           DISPLAY 'ENTER OPERATOR ID'
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY 'OPERATOR.DAT NOT FOUND - SIGN-ON NOT ENFORCED'
               MOVE "Y" TO WS-SIGNON-OK
           ELSE
               PERFORM UNTIL WS-OPER-EOF = "Y"
                   READ OPERATOR-FILE
                       AT END
                           MOVE "Y" TO WS-OPER-EOF
                       NOT AT END
                           IF OP-ID = WS-OPERATOR-ID
                               MOVE "Y" TO WS-OPER-EOF
                               MOVE OP-NAME TO WS-OPERATOR-NAME
                               MOVE ZERO TO WS-FUNC-TALLY
                               INSPECT OP-FUNCTIONS TALLYING
                                   WS-FUNC-TALLY FOR ALL "F"
                               IF WS-FUNC-TALLY > ZERO
                                   MOVE "Y" TO WS-SIGNON-OK
                               END-IF
                           END-IF
               END-PERFORM
               CLOSE OPERATOR-FILE
               IF WS-SIGNON-OK = "Y"
                   DISPLAY 'SIGNED ON: ' WS-OPERATOR-NAME
               ELSE
                   DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                       ' NOT AUTHORIZED FOR THIS FUNCTION'
               END-IF
           END-IF.
       100-LOAD-COMPANY-TABLE.
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-FILE
           END-IF.
      ******************************************************************
      * The business code is keyed in upper case and must be one of
      * the four the documents know.
      ******************************************************************
       140-KEY-BUSINESS.
           MOVE "N" TO WS-BUSINESS-OK
           PERFORM UNTIL WS-BUSINESS-OK = "Y"
               DISPLAY 'ENTER BUSINESS: CORP  SHIP  PIZZ  CUST'
               ACCEPT WS-MAINT-BUSINESS
               INSPECT WS-MAINT-BUSINESS
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               IF WS-MAINT-BUSINESS = "CORP" OR "SHIP" OR "PIZZ"
                                     OR "CUST"
                   MOVE "Y" TO WS-BUSINESS-OK
               ELSE
                   DISPLAY 'BUSINESS MUST BE CORP, SHIP, PIZZ OR CUST'
               END-IF
           END-PERFORM.
       150-FIND-PROFILE.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMP-COUNT
               MOVE WS-COMP-ENTRY (WS-COMP-SUB) TO COMPANY-PROFILE-REC
               IF CP-BUSINESS = WS-MAINT-BUSINESS
                   MOVE WS-COMP-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
      ******************************************************************
      * The phone is the ten digits only; blank is allowed on a
      * business's own record (CORP's number prints), not on CORP.
      ******************************************************************
       160-CHECK-PHONE.
           MOVE "Y" TO WS-PHONE-OK
           IF CP-PHONE = SPACES
               IF CP-BUSINESS = "CORP"
                   MOVE "N" TO WS-PHONE-OK
               END-IF
           ELSE
               IF CP-PHONE IS NOT NUMERIC
                   MOVE "N" TO WS-PHONE-OK
               END-IF
           END-IF.
       200-ADD-PROFILE.
           PERFORM 140-KEY-BUSINESS
           PERFORM 150-FIND-PROFILE
           IF WS-FOUND-SUB NOT = ZERO
               DISPLAY 'PROFILE ' WS-MAINT-BUSINESS
                   ' ALREADY ON FILE - USE CHANGE'
           ELSE
               IF WS-COMP-COUNT >= 20
                   DISPLAY 'PROFILE TABLE FULL - NO CHANGE MADE'
               ELSE
                   MOVE SPACES TO COMPANY-PROFILE-REC
                   MOVE WS-MAINT-BUSINESS TO CP-BUSINESS
                   IF CP-BUSINESS NOT = "CORP"
                       DISPLAY 'BLANK FIELDS PRINT THE CORP VALUE'
                   END-IF
                   DISPLAY 'ENTER NAME'
                   ACCEPT CP-NAME
                   PERFORM UNTIL CP-NAME NOT = SPACES
                                 OR CP-BUSINESS NOT = "CORP"
                       DISPLAY 'THE LEGAL NAME IS REQUIRED'
                       ACCEPT CP-NAME
                   END-PERFORM
                   DISPLAY 'ENTER STREET'
                   ACCEPT CP-STREET
                   DISPLAY 'ENTER CITY'
                   ACCEPT CP-CITY
                   DISPLAY 'ENTER STATE'
                   ACCEPT CP-STATE
                   DISPLAY 'ENTER ZIP CODE'
                   ACCEPT CP-ZIP
                   DISPLAY 'ENTER PHONE (10 DIGITS)'
                   ACCEPT CP-PHONE
                   PERFORM 160-CHECK-PHONE
                   PERFORM UNTIL WS-PHONE-OK = "Y"
                       DISPLAY 'PHONE MUST BE 10 DIGITS'
                       ACCEPT CP-PHONE
                       PERFORM 160-CHECK-PHONE
                   END-PERFORM
                   DISPLAY 'ENTER REMIT-TO NAME'
                   ACCEPT CP-REMIT-NAME
                   DISPLAY 'ENTER REMIT-TO STREET'
                   ACCEPT CP-REMIT-STREET
                   DISPLAY 'ENTER REMIT-TO CITY'
                   ACCEPT CP-REMIT-CITY
                   DISPLAY 'ENTER REMIT-TO STATE'
                   ACCEPT CP-REMIT-STATE
                   DISPLAY 'ENTER REMIT-TO ZIP CODE'
                   ACCEPT CP-REMIT-ZIP
                   DISPLAY 'ENTER STATEMENT MESSAGE'
                   ACCEPT CP-STMT-MESSAGE
                   DISPLAY 'ENTER INVOICE MESSAGE'
                   ACCEPT CP-INV-MESSAGE
                   INSPECT COMPANY-PROFILE-REC
                       CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                   ADD 1 TO WS-COMP-COUNT
                   MOVE COMPANY-PROFILE-REC
                       TO WS-COMP-ENTRY (WS-COMP-COUNT)
                   DISPLAY 'PROFILE ' CP-BUSINESS ' ADDED'
                   MOVE "ADD   " TO MA-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM 350-AUDIT-PARTS
               END-IF
           END-IF.
      ******************************************************************
      * Every field is shown with its value on file; a blank entry
      * keeps it and "*" clears it, so a business's field goes back
      * to printing the CORP value. CORP's legal name cannot be
      * cleared, as it cannot be added blank.
      ******************************************************************
       300-CHANGE-PROFILE.
           PERFORM 140-KEY-BUSINESS
           PERFORM 150-FIND-PROFILE
           IF WS-FOUND-SUB = ZERO
               DISPLAY 'PROFILE NOT FOUND - NO CHANGE MADE'
           ELSE
               MOVE WS-COMP-ENTRY (WS-FOUND-SUB) TO COMPANY-PROFILE-REC
               MOVE COMPANY-PROFILE-REC TO WS-BEFORE-IMAGE
               DISPLAY 'NAME:            ' CP-NAME
               PERFORM 310-KEY-NEW-VALUE
               PERFORM UNTIL WS-FIX-FIELD NOT = LOW-VALUES
                             OR CP-BUSINESS NOT = "CORP"
                   DISPLAY 'THE LEGAL NAME IS REQUIRED'
                   PERFORM 310-KEY-NEW-VALUE
               END-PERFORM
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO CP-NAME
               END-IF
               DISPLAY 'STREET:          ' CP-STREET
               PERFORM 310-KEY-NEW-VALUE
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO CP-STREET
               END-IF
               DISPLAY 'CITY:            ' CP-CITY
               PERFORM 310-KEY-NEW-VALUE
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO CP-CITY
               END-IF
               DISPLAY 'STATE:           ' CP-STATE
               PERFORM 310-KEY-NEW-VALUE
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO CP-STATE
               END-IF
               DISPLAY 'ZIP CODE:        ' CP-ZIP
               PERFORM 310-KEY-NEW-VALUE
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO CP-ZIP
               END-IF
               DISPLAY 'PHONE:           ' CP-PHONE
               PERFORM 310-KEY-NEW-VALUE
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO CP-PHONE
                   INSPECT CP-PHONE REPLACING ALL LOW-VALUES BY SPACES
               END-IF
               PERFORM 160-CHECK-PHONE
               PERFORM UNTIL WS-PHONE-OK = "Y"
                   DISPLAY 'PHONE MUST BE 10 DIGITS'
                   ACCEPT CP-PHONE
                   PERFORM 160-CHECK-PHONE
               END-PERFORM
               DISPLAY 'REMIT-TO NAME:   ' CP-REMIT-NAME
               PERFORM 310-KEY-NEW-VALUE
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO CP-REMIT-NAME
               END-IF
               DISPLAY 'REMIT-TO STREET: ' CP-REMIT-STREET
               PERFORM 310-KEY-NEW-VALUE
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO CP-REMIT-STREET
               END-IF
               DISPLAY 'REMIT-TO CITY:   ' CP-REMIT-CITY
               PERFORM 310-KEY-NEW-VALUE
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO CP-REMIT-CITY
               END-IF
               DISPLAY 'REMIT-TO STATE:  ' CP-REMIT-STATE
               PERFORM 310-KEY-NEW-VALUE
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO CP-REMIT-STATE
               END-IF
               DISPLAY 'REMIT-TO ZIP:    ' CP-REMIT-ZIP
               PERFORM 310-KEY-NEW-VALUE
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO CP-REMIT-ZIP
               END-IF
               DISPLAY 'STATEMENT MSG:   ' CP-STMT-MESSAGE
               PERFORM 310-KEY-NEW-VALUE
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO CP-STMT-MESSAGE
               END-IF
               DISPLAY 'INVOICE MSG:     ' CP-INV-MESSAGE
               PERFORM 310-KEY-NEW-VALUE
               IF WS-FIX-FIELD NOT = SPACES
                   MOVE WS-FIX-FIELD TO CP-INV-MESSAGE
               END-IF
               INSPECT COMPANY-PROFILE-REC REPLACING ALL LOW-VALUES
                   BY SPACES
               INSPECT COMPANY-PROFILE-REC
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               MOVE COMPANY-PROFILE-REC TO WS-COMP-ENTRY (WS-FOUND-SUB)
               DISPLAY 'PROFILE ' CP-BUSINESS ' CHANGED'
               MOVE "CHANGE" TO MA-ACTION
               PERFORM 350-AUDIT-PARTS
           END-IF.
      ******************************************************************
      * A "*" entry comes back as LOW-VALUES so the caller's NOT =
      * SPACES test still moves it; the LOW-VALUES are turned back
      * into spaces before the record is kept, leaving the field
      * blank.
      ******************************************************************
       310-KEY-NEW-VALUE.
           DISPLAY 'ENTER NEW VALUE (BLANK KEEPS, * CLEARS)'
           ACCEPT WS-FIX-FIELD
           IF WS-FIX-FIELD = "*"
               MOVE LOW-VALUES TO WS-FIX-FIELD
           END-IF.
      ******************************************************************
      * Logs each 130-byte part of the profile whose after image
      * differs from its before image; an add logs every part.
      ******************************************************************
       350-AUDIT-PARTS.
           PERFORM VARYING WS-PART-NO FROM 1 BY 1 UNTIL WS-PART-NO > 3
               COMPUTE WS-PART-START = (WS-PART-NO - 1) * 130 + 1
               IF WS-PART-NO = 3
                   MOVE 40 TO WS-PART-LENGTH
               ELSE
                   MOVE 130 TO WS-PART-LENGTH
               END-IF
               IF WS-BEFORE-IMAGE (WS-PART-START:WS-PART-LENGTH)
                  NOT = COMPANY-PROFILE-REC
                        (WS-PART-START:WS-PART-LENGTH)
                   MOVE SPACES TO MA-KEY
                   STRING CP-BUSINESS DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-PART-NO DELIMITED BY SIZE
                          INTO MA-KEY
                   END-STRING
                   MOVE SPACES TO MA-BEFORE-IMAGE
                   MOVE SPACES TO MA-AFTER-IMAGE
                   IF MA-ACTION NOT = "ADD   "
                       MOVE WS-BEFORE-IMAGE
                           (WS-PART-START:WS-PART-LENGTH)
                           TO MA-BEFORE-IMAGE
                   END-IF
                   MOVE COMPANY-PROFILE-REC
                       (WS-PART-START:WS-PART-LENGTH)
                       TO MA-AFTER-IMAGE
                   PERFORM 905-LOG-MAINT-AUDIT
               END-IF
           END-PERFORM.
       400-LIST-PROFILES.
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMP-COUNT
               MOVE WS-COMP-ENTRY (WS-COMP-SUB) TO COMPANY-PROFILE-REC
               MOVE CP-BUSINESS TO LL-BUSINESS
               MOVE CP-NAME     TO LL-NAME
               MOVE CP-CITY     TO LL-CITY
               MOVE CP-STATE    TO LL-STATE
               MOVE CP-PHONE    TO LL-PHONE
               DISPLAY LIST-LINE
           END-PERFORM
           DISPLAY WS-COMP-COUNT " PROFILES ON FILE - RUN LAB1 FOR "
               "THE FULL PROFILE AND ITS CHECKS".
       500-REWRITE-COMPANY-FILE.
           OPEN OUTPUT COMPANY-FILE
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-COMP-COUNT
               MOVE WS-COMP-ENTRY (WS-COMP-SUB) TO COMPANY-PROFILE-REC
               WRITE COMPANY-PROFILE-REC
           END-PERFORM
           CLOSE COMPANY-FILE.
       905-LOG-MAINT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-MAUD-NOW
           MOVE "COMPMAIN" TO MA-PROGRAM
           MOVE WS-OPERATOR-ID TO MA-OPERATOR
           MOVE WS-MAUD-NOW (5:2)  TO MA-MONTH
           MOVE WS-MAUD-NOW (7:2)  TO MA-DAY
           MOVE WS-MAUD-NOW (1:4)  TO MA-YEAR
           MOVE WS-MAUD-NOW (9:6)  TO MA-TIME
           OPEN EXTEND MAINT-AUDIT-FILE
           IF WS-MAUD-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           WRITE MAINT-AUDIT-OUTREC FROM MAINT-AUDIT-RECORD
           CLOSE MAINT-AUDIT-FILE.
       END PROGRAM CompMaint.
