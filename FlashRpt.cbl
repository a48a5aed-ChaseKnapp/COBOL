      *     MONTHEND.RPT. Yesterday's revenue comes off the
      *     machine-readable files that already exist: the day's
      *     shipping charges on SHIPLOG.DAT, the pizza shift's order
      *     totals on ORDERLOG.DAT (net of the day's voids and
      *     refunds), and the customer purchase grand total the
      *     report run wrote to CUSTOMER.TOT. Each day's
      *     figures merge into FLASHHIST.DAT (a rerun replaces its
      *     own day) so the flash can show day-over-day change and
      *     the month-to-date accumulation. The shipping and pizza
           05  OL-H-PHONE        PIC X(10).
           05  OL-H-DATE         PIC X(8).
           05  FILLER            PIC X.
           05  OL-H-CARD-TIP     PIC 9(3)V99.
           05  OL-H-REASON       PIC XX.
           05  OL-H-MANAGER      PIC X(8).
       FD  CUSTOMER-TOTALS-FILE.
       01  CUSTOMER-TOTALS-REC.
           05  CT-RECORD-COUNT    PIC 9(7).
           05  WS-LINE-FEE        PIC S9(7)V99 VALUE ZERO.
           05  WS-SHIP-DAY        PIC S9(9)V99 VALUE ZERO.
           05  WS-PIZZA-DAY       PIC 9(9)V99 VALUE ZERO.
           05  WS-PIZZA-RETURNS   PIC 9(9)V99 VALUE ZERO.
           05  WS-CUST-SNAP       PIC 9(9)V99 VALUE ZERO.
           05  WS-CUST-DAY        PIC S9(9)V99 VALUE ZERO.
           05  WS-CUST-PRIOR-DAY  PIC S9(9)V99 VALUE ZERO.
                              AND OL-H-DATE = WS-FLASH-YMD
                               ADD OL-H-TOTAL TO WS-PIZZA-DAY
                           END-IF
                           IF (OL-TYPE = "V" OR OL-TYPE = "F")
                              AND OL-H-DATE = WS-FLASH-YMD
                               ADD OL-H-TOTAL TO WS-PIZZA-RETURNS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-LOG-FILE
               IF WS-PIZZA-RETURNS > WS-PIZZA-DAY
                   MOVE ZERO TO WS-PIZZA-DAY
               ELSE
                   SUBTRACT WS-PIZZA-RETURNS FROM WS-PIZZA-DAY
               END-IF
           END-IF.
      ******************************************************************
      * The customer figure is the grand total the nightly purchase
