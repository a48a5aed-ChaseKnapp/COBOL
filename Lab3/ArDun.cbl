      *     bucket: a reminder at 30 days, a demand at 60, a final
      *     notice at 90 and over. The letter level and date sent are
      *     recorded on ARDUN.DAT so the next run escalates instead of
      *     re-sending the same reminder forever, along with a running
      *     count of letters the customer has been sent. An item in open
      *     dispute on ARDISP.DAT (logged through ArDisp) is left out
      *     of the letter and of the escalation until it is resolved.
      * Input:
      *     AROPEN.DAT (open items)
      *     CUSTMAST.DAT (customer master, for the address block)
      *     ARDUN.DAT (letter level, date last sent and letters sent
      *                per customer)
      *     ARDISP.DAT (disputed items)
      *     COMPANY.DAT (company profile, for the letterhead and the
      *                  remit-to block)
      * Output:
      *     ARDUN.RPT (one letter per delinquent customer)
      *     ARDUN.DAT (rewritten with this run's levels and dates)
               ASSIGN TO "ARDUN.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  WS-DUN-STATUS.
           SELECT  DISPUTE-FILE
               ASSIGN TO "ARDISP.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE IS  RANDOM
               RECORD KEY IS   DP-ITEM-NO
               FILE STATUS IS  WS-DISP-STATUS.
           SELECT  LETTER-FILE
               ASSIGN TO "ARDUN.RPT"
               ORGANIZATION IS  LINE SEQUENTIAL.
           SELECT  COMPANY-FILE
               ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS IS  CL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-FILE.
           05  DH-LEVEL           PIC 9.
           05  FILLER             PIC X.
           05  DH-SENT-DATE       PIC 9(8).
           05  FILLER             PIC X.
      ******************************************************************
      * Letters sent to date, read by the credit review. Lines
      * written before the count was kept have nothing here and
      * load as zero.
      ******************************************************************
           05  DH-LETTER-COUNT    PIC 9(4).
       FD  DISPUTE-FILE.
       01  DISPUTE-REC.
           05  DP-ITEM-NO         PIC 9(6).
           05  DP-CUST-NO         PIC X(5).
           05  DP-STATUS          PIC X.
           05  DP-DATE            PIC 9(8).
           05  DP-REASON          PIC XX.
           05  DP-NOTE            PIC X(40).
           05  DP-LOGGED-BY       PIC X(8).
           05  DP-RESOLVED-DATE   PIC 9(8).
           05  DP-RESOLVED-BY     PIC X(8).
       FD  LETTER-FILE.
       01  LETTER-REC             PIC X(80).
       FD  COMPANY-FILE.
           COPY COMPPROF.
       WORKING-STORAGE SECTION.
       01  WORKING-ITEMS.
           05  EOF                PIC X     VALUE "N".
           05  WS-MAST-STATUS     PIC XX.
           05  WS-DUN-STATUS      PIC XX.
           05  WS-DUN-EOF         PIC X     VALUE "N".
           05  WS-DISP-STATUS     PIC XX.
           05  WS-DISP-AVAILABLE  PIC X     VALUE "N".
           05  WS-ITEM-DISPUTED   PIC X     VALUE "N".
           05  WS-DISPUTED-COUNT  PIC 9(5)  VALUE ZERO.
           05  WS-PREV-CUST-NO    PIC X(5)  VALUE SPACES.
           05  WS-TODAY-YMD       PIC 9(8)  VALUE ZERO.
           05  WS-TODAY-DAYNUM    PIC 9(9)  VALUE ZERO.
               10  WS-DN-CUST-NO  PIC X(5).
               10  WS-DN-LEVEL    PIC 9.
               10  WS-DN-DATE     PIC 9(8).
               10  WS-DN-LETTERS  PIC 9(4).
           COPY COMPWS.
       01  LETTER-ADDRESS-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  LA-TEXT            PIC X(40).
               CLOSE SORTED-AR-FILE
               STOP RUN
           END-IF
           OPEN INPUT DISPUTE-FILE
           IF WS-DISP-STATUS = "00"
               MOVE "Y" TO WS-DISP-AVAILABLE
           END-IF
           PERFORM 050-LOAD-COMPANY-PROFILE
           OPEN OUTPUT LETTER-FILE
           PERFORM 100-READ-OPEN-ITEM UNTIL EOF = "Y"
           IF WS-PREV-CUST-NO NOT = SPACES
           CLOSE SORTED-AR-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE LETTER-FILE
           IF WS-DISP-AVAILABLE = "Y"
               CLOSE DISPUTE-FILE
           END-IF
           DISPLAY "DUNNING RUN COMPLETE - " WS-LETTER-COUNT
               " LETTERS ON ARDUN.RPT"
           IF WS-DISPUTED-COUNT > ZERO
               DISPLAY WS-DISPUTED-COUNT " DISPUTED ITEMS LEFT OUT"
           END-IF
           STOP RUN.
      ******************************************************************
      * Loads the customer business's letterhead and remit-to address
      * from the company profile.
      ******************************************************************
       050-LOAD-COMPANY-PROFILE.
           COPY COMPLOAD REPLACING ==:BUSINESS:== BY =="CUST"==.
           .
      ******************************************************************
      * Loads the letter levels already sent. No ARDUN.DAT yet just
      * means no customer has been dunned before.
      ******************************************************************
                                   WS-DN-LEVEL (WS-DUN-COUNT)
                               MOVE DH-SENT-DATE TO
                                   WS-DN-DATE (WS-DUN-COUNT)
                               IF DH-LETTER-COUNT IS NUMERIC
                                   MOVE DH-LETTER-COUNT TO
                                       WS-DN-LETTERS (WS-DUN-COUNT)
                               ELSE
                                   MOVE ZERO TO
                                       WS-DN-LETTERS (WS-DUN-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
      * past-due item and never belongs in a dunning letter.
      ******************************************************************
           IF SRT-TYPE NOT = "C" AND SRT-OPEN-AMOUNT > ZERO
               PERFORM 210-CHECK-DISPUTED
           END-IF
           IF SRT-TYPE NOT = "C" AND SRT-OPEN-AMOUNT > ZERO
              AND WS-ITEM-DISPUTED = "N"
               IF SRT-DATE IS NUMERIC AND SRT-DATE > 19000101
                   MOVE FUNCTION INTEGER-OF-DATE(SRT-DATE)
                       TO WS-ITEM-DAYNUM
               END-IF
           END-IF.
      ******************************************************************
      * An item in open dispute is not chased until the dispute is
      * resolved; no ARDISP.DAT means nothing is in dispute.
      ******************************************************************
       210-CHECK-DISPUTED.
           MOVE "N" TO WS-ITEM-DISPUTED
           IF WS-DISP-AVAILABLE = "Y"
               MOVE SRT-ITEM-NO TO DP-ITEM-NO
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DP-STATUS = "O"
                           MOVE "Y" TO WS-ITEM-DISPUTED
                           ADD 1 TO WS-DISPUTED-COUNT
                       END-IF
               END-READ
           END-IF.
      ******************************************************************
      * Ends one customer's group: a customer with past-due items
      * gets a letter at the escalated level, and the level and date
      * are recorded so the next run escalates rather than repeats.
           END-READ
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC AFTER ADVANCING PAGE
           COPY COMPHEAD REPLACING ==:OUT-REC:== BY ==LETTER-REC==.
           MOVE CM-NAME TO LA-TEXT
           WRITE LETTER-REC FROM LETTER-ADDRESS-LINE
           MOVE CM-STREET TO LA-TEXT
           END-PERFORM
           MOVE WS-GROUP-BALANCE TO LT-BALANCE
           WRITE LETTER-REC FROM LETTER-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           COPY COMPREMT REPLACING ==:OUT-REC:== BY ==LETTER-REC==.
           .
      ******************************************************************
      * Records this letter in the history table, add-or-update by
      * customer number.
               IF WS-DN-CUST-NO (WS-DUN-SUB) = WS-PREV-CUST-NO
                   MOVE WS-SEND-LEVEL TO WS-DN-LEVEL (WS-DUN-SUB)
                   MOVE WS-TODAY-YMD  TO WS-DN-DATE (WS-DUN-SUB)
                   IF WS-DN-LETTERS (WS-DUN-SUB) < 9999
                       ADD 1 TO WS-DN-LETTERS (WS-DUN-SUB)
                   END-IF
                   MOVE "Y" TO WS-DUN-EOF
               END-IF
           END-PERFORM
               MOVE WS-PREV-CUST-NO TO WS-DN-CUST-NO (WS-DUN-COUNT)
               MOVE WS-SEND-LEVEL   TO WS-DN-LEVEL (WS-DUN-COUNT)
               MOVE WS-TODAY-YMD    TO WS-DN-DATE (WS-DUN-COUNT)
               MOVE 1               TO WS-DN-LETTERS (WS-DUN-COUNT)
           END-IF
           MOVE "N" TO WS-DUN-EOF.
       600-REWRITE-DUN-HISTORY.
               MOVE WS-DN-CUST-NO (WS-DUN-SUB) TO DH-CUST-NO
               MOVE WS-DN-LEVEL (WS-DUN-SUB)   TO DH-LEVEL
               MOVE WS-DN-DATE (WS-DUN-SUB)    TO DH-SENT-DATE
               MOVE WS-DN-LETTERS (WS-DUN-SUB) TO DH-LETTER-COUNT
               WRITE DUN-HISTORY-REC
           END-PERFORM
           CLOSE DUN-HISTORY-FILE.
