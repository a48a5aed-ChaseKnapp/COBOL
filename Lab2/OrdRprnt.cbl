      *     so a disputed charge is answered by number instead of
      *     scrolling the whole shift's ORDERS.RPT. Loops until a
      *     blank order number is entered, like Lab3's customer
      *     inquiry. Voids and refunds logged against the order by
      *     OrdVoid print after the original receipt so the reprint
      *     shows what was actually kept.
      * Input:
      *     ORDERLOG.DAT
      *     COMPANY.DAT (company profile, for the letterhead and the
      *                  receipt message)
      * Output:
      *     REPRINT.RPT (the regenerated receipt; also displayed)
      ******************************************************************
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-PHONE
               FILE STATUS IS WS-DELCUST-STATUS.
           SELECT  COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
               10  OL-H-PHONE      PIC X(10).
               10  OL-H-DATE       PIC X(8).
               10  FILLER          PIC X.
               10  OL-H-CARD-TIP   PIC 9(3)V99.
               10  OL-H-REASON     PIC XX.
               10  OL-H-MANAGER    PIC X(8).
           05  OL-D-FIELDS REDEFINES OL-H-FIELDS.
               10  OL-D-FLAVOR     PIC X(10).
               10  OL-D-QUANTITY   PIC 9.
               10  OL-D-UNIT-PRICE PIC 99V99.
               10  OL-D-AMOUNT     PIC 999V99.
               10  FILLER          PIC X(36).
       FD  REPRINT-FILE.
       01  REPRINT-REC           PIC X(80).
       FD  DELIVERY-CUSTOMER-FILE.
           05  DC-ADDR           PIC X(30).
           05  DC-ORDER-COUNT    PIC 9(5).
           05  DC-LAST-ORDER-NO  PIC 9(6).
           05  DC-POINTS-BALANCE PIC 9(7).
           05  DC-LAST-ORDER-DATE PIC 9(8).
       FD  COMPANY-FILE.
           COPY COMPPROF.
       WORKING-STORAGE SECTION.
       77  LOG-EOF               PIC X     VALUE "N".
       77  WS-ORDLOG-STATUS      PIC XX.
       77  WS-FOUND              PIC X     VALUE "N".
       77  WS-DELCUST-STATUS     PIC XX.
       77  WS-DELCUST-OPEN       PIC X     VALUE "N".
           COPY COMPWS.
       01  RECEIPT-ORDER-LINE.
           05  FILLER            PIC X(17)   VALUE "ORDER NUMBER:    ".
           05  RC-ORDER-NO       PIC 9(6).
           IF WS-DELCUST-STATUS = "00"
               MOVE "Y" TO WS-DELCUST-OPEN
           END-IF
           PERFORM 050-LOAD-COMPANY-PROFILE
           OPEN OUTPUT REPRINT-FILE
           PERFORM UNTIL WS-INQUIRY-DONE = "Y"
               DISPLAY "ENTER ORDER NUMBER (BLANK TO QUIT): "
           END-IF
           STOP RUN.
      ******************************************************************
      * Loads the pizza business's letterhead and receipt message from
      * the company profile.
      ******************************************************************
       050-LOAD-COMPANY-PROFILE.
           COPY COMPLOAD REPLACING ==:BUSINESS:== BY =="PIZZ"==.
           .
      ******************************************************************
      * Scans the order log for the number and regenerates the
      * receipt in the same shape the batch run prints, closed by the
      * company profile's receipt message.
      ******************************************************************
       100-REPRINT-ORDER.
           MOVE "N" TO WS-FOUND
                   DISPLAY "NO ORDER FOUND FOR NUMBER "
                       WS-INQUIRY-ORDER-NO
               ELSE
                   IF CL-INV-MESSAGE NOT = SPACES
                       MOVE SPACES TO REPRINT-REC
                       WRITE REPRINT-REC
                       MOVE CL-INV-MESSAGE TO CL-PRINT-TEXT
                       WRITE REPRINT-REC FROM CL-PRINT-LINE
                   END-IF
                   DISPLAY "RECEIPT REGENERATED ON REPRINT.RPT"
               END-IF
           END-IF.
                   MOVE "Y" TO LOG-EOF
               NOT AT END
                   IF OL-ORDER-NO = WS-INQUIRY-ORDER-NO
                       EVALUATE OL-TYPE
                           WHEN "H"
                               PERFORM 300-PRINT-RECEIPT-HEADER
                           WHEN "D"
                               PERFORM 400-PRINT-RECEIPT-ITEM
                           WHEN "V"
                           WHEN "F"
                               PERFORM 500-PRINT-REVERSAL-HEADER
                           WHEN "X"
                               PERFORM 600-PRINT-REVERSED-ITEM
                       END-EVALUATE
                   END-IF
           END-READ.
       300-PRINT-RECEIPT-HEADER.
           MOVE "Y" TO WS-FOUND
           MOVE SPACES TO REPRINT-REC
           WRITE REPRINT-REC
           COPY COMPHEAD REPLACING ==:OUT-REC:== BY ==REPRINT-REC==.
           MOVE '-----------------------' TO REPRINT-REC
           WRITE REPRINT-REC
           MOVE '  PIZZA SALES SUMMARY' TO REPRINT-REC
           MOVE 'SALES TOTAL:     ' TO RC-LABEL
           MOVE OL-H-TOTAL TO RC-AMOUNT
           WRITE REPRINT-REC FROM RECEIPT-AMOUNT-LINE
           IF OL-H-CARD-TIP IS NUMERIC AND OL-H-CARD-TIP > ZERO
               MOVE 'CARD TIP:        ' TO RC-LABEL
               MOVE OL-H-CARD-TIP TO RC-AMOUNT
               WRITE REPRINT-REC FROM RECEIPT-AMOUNT-LINE
           END-IF
           MOVE SPACES TO REPRINT-REC
           STRING 'PAID BY:         ' OL-H-PAY-METHOD
               DELIMITED BY SIZE INTO REPRINT-REC
           MOVE OL-D-AMOUNT TO RC-AMOUNT
           WRITE REPRINT-REC FROM RECEIPT-AMOUNT-LINE
           DISPLAY '  ' OL-D-FLAVOR ' X ' OL-D-QUANTITY.
      ******************************************************************
      * A "V" void or "F" refund header logged by OrdVoid: the amounts
      * given back, when, why and which manager approved it.
      ******************************************************************
       500-PRINT-REVERSAL-HEADER.
           MOVE SPACES TO REPRINT-REC
           WRITE REPRINT-REC
           IF OL-TYPE = "V"
               MOVE '  *** ORDER VOIDED ***' TO REPRINT-REC
           ELSE
               MOVE '  *** REFUND ISSUED ***' TO REPRINT-REC
           END-IF
           WRITE REPRINT-REC
           MOVE 'AMOUNT RETURNED: ' TO RC-LABEL
           MOVE OL-H-AMOUNT TO RC-AMOUNT
           WRITE REPRINT-REC FROM RECEIPT-AMOUNT-LINE
           MOVE 'TAX RETURNED:    ' TO RC-LABEL
           MOVE OL-H-TAX TO RC-AMOUNT
           WRITE REPRINT-REC FROM RECEIPT-AMOUNT-LINE
           MOVE 'TOTAL RETURNED:  ' TO RC-LABEL
           MOVE OL-H-TOTAL TO RC-AMOUNT
           WRITE REPRINT-REC FROM RECEIPT-AMOUNT-LINE
           IF OL-H-CARD-TIP IS NUMERIC AND OL-H-CARD-TIP > ZERO
               MOVE 'TIP RETURNED:    ' TO RC-LABEL
               MOVE OL-H-CARD-TIP TO RC-AMOUNT
               WRITE REPRINT-REC FROM RECEIPT-AMOUNT-LINE
           END-IF
           MOVE SPACES TO REPRINT-REC
           STRING 'DATE:            ' OL-H-DATE
               DELIMITED BY SIZE INTO REPRINT-REC
           END-STRING
           WRITE REPRINT-REC
           MOVE SPACES TO REPRINT-REC
           STRING 'REASON:          ' OL-H-REASON
               '   APPROVED BY: ' OL-H-MANAGER
               DELIMITED BY SIZE INTO REPRINT-REC
           END-STRING
           WRITE REPRINT-REC
           IF OL-TYPE = "V"
               DISPLAY '  VOIDED ' OL-H-DATE ' REASON ' OL-H-REASON
           ELSE
               DISPLAY '  REFUNDED ' OL-H-TOTAL ' ON ' OL-H-DATE
                   ' REASON ' OL-H-REASON
           END-IF.
       600-PRINT-REVERSED-ITEM.
           MOVE SPACES TO REPRINT-REC
           STRING 'RETURNED ITEM:   ' OL-D-FLAVOR
               DELIMITED BY SIZE INTO REPRINT-REC
           END-STRING
           WRITE REPRINT-REC
           MOVE 'QUANTITY:        ' TO RC-LABEL
           MOVE OL-D-QUANTITY TO RC-AMOUNT
           WRITE REPRINT-REC FROM RECEIPT-AMOUNT-LINE
           MOVE 'ITEM AMOUNT:     ' TO RC-LABEL
           MOVE OL-D-AMOUNT TO RC-AMOUNT
           WRITE REPRINT-REC FROM RECEIPT-AMOUNT-LINE
           DISPLAY '  RETURNED ' OL-D-FLAVOR ' X ' OL-D-QUANTITY.
       END PROGRAM OrdRprnt.
