      *     of lines cut out of CUSTOMER.RPT.
      * Input:
      *     CUSTOMER.DAT
      *     COMPANY.DAT (company profile, for the letterhead, the
      *                  remit-to block and the statement message)
      * Output:
      *     CUSTSTMT.RPT (one statement page per customer)
      ******************************************************************
           SELECT  STATEMENT-FILE
               ASSIGN TO "CUSTSTMT.RPT"
               ORGANIZATION IS  LINE SEQUENTIAL.
           SELECT  COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  CL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IN-CUSTOMER-FILE.
           05  SORTED-CUST-TRAN-TYPE    PIC X.
       FD  STATEMENT-FILE.
       01  STATEMENT-REC          PIC X(80).
       FD  COMPANY-FILE.
           COPY COMPPROF.
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           05  WS-GROUP-CITY      PIC X(12).
           05  WS-GROUP-STATE     PIC XX.
           05  WS-GROUP-ZIP       PIC X(5).
           COPY COMPWS.
       01  STATEMENT-HEADING.
           05  FILLER             PIC X(25) VALUE SPACES.
           05  FILLER             PIC X(18) VALUE
               ON ASCENDING KEY SORT-CUST-SEQ-NO
               USING IN-CUSTOMER-FILE
               GIVING SORTED-CUSTOMER-FILE
           PERFORM 050-LOAD-COMPANY-PROFILE
           OPEN INPUT SORTED-CUSTOMER-FILE
           OPEN OUTPUT STATEMENT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           DISPLAY "STATEMENTS GENERATED FOR " WS-STMT-COUNT
               " CUSTOMERS"
           STOP RUN.
      ******************************************************************
      * Loads the customer business's letterhead, remit-to address
      * and statement message from the company profile.
      ******************************************************************
       050-LOAD-COMPANY-PROFILE.
           COPY COMPLOAD REPLACING ==:BUSINESS:== BY =="CUST"==.
           .
       100-READ-SORTED-FILE.
           READ  SORTED-CUSTOMER-FILE
               AT END
                   MOVE SORTED-CUST-NO TO WS-PREV-CUST-NO
           END-READ.
      ******************************************************************
      * Starts a new statement page: the company letterhead, the
      * statement heading with the shared date stamp, then the
      * customer's number/name/address block and the purchase column
      * headings.
      ******************************************************************
       200-START-CUSTOMER-STATEMENT.
           ADD 1 TO WS-STMT-COUNT
           MOVE SORTED-CUST-CITY   TO WS-GROUP-CITY
           MOVE SORTED-CUST-STATE  TO WS-GROUP-STATE
           MOVE SORTED-CUST-ZIP    TO WS-GROUP-ZIP
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC AFTER ADVANCING PAGE
           COPY COMPHEAD REPLACING ==:OUT-REC:== BY ==STATEMENT-REC==.
           WRITE STATEMENT-REC FROM STATEMENT-HEADING
           MOVE SORTED-CUST-NO TO NM-CUST-NO
           MOVE WS-GROUP-NAME  TO NM-CUST-NAME
           WRITE STATEMENT-REC FROM CUSTOMER-NAME-LINE
           WRITE STATEMENT-REC FROM PURCHASE-DETAIL-LINE
           ADD SORTED-CUST-PURCHASE TO WS-CUST-TOTAL.
      ******************************************************************
      * Closes the statement with the customer's total purchases,
      * the statement message and the remit-to block.
      ******************************************************************
       300-PRINT-CUSTOMER-TOTAL.
           MOVE WS-CUST-TOTAL TO TL-CUST-TOTAL
           WRITE STATEMENT-REC FROM CUSTOMER-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           IF CL-STMT-MESSAGE NOT = SPACES
               MOVE CL-STMT-MESSAGE TO CL-PRINT-TEXT
               WRITE STATEMENT-REC FROM CL-PRINT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC
           COPY COMPREMT REPLACING ==:OUT-REC:== BY ==STATEMENT-REC==.
           .
       END PROGRAM CustStmt.
