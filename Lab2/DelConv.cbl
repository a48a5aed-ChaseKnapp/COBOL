       IDENTIFICATION DIVISION.
       PROGRAM-ID. DelConv.
       AUTHOR. CHASE KNAPP.
      ******************************************************************
      * Purpose:
      *     One-time conversion of the indexed DELCUST.DAT from the
      *     old 71-byte layout (phone, name, address, order count,
      *     last order number) to the expanded layout carrying the
      *     loyalty points balance and the last order date. Every
      *     caller starts with no points and no last order date;
      *     the next order sets the date and starts earning. Every
      *     DC-PHONE key is carried over unchanged.
      *
      *     To run: rename the current DELCUST.DAT to DELCUST.OLD,
      *     run this program (it builds a fresh DELCUST.DAT in the
      *     expanded layout), check the converted count it displays
      *     against the old file, then retire DELCUST.OLD.
      * Input:
      *     DELCUST.OLD (indexed, old layout)
      * Output:
      *     DELCUST.DAT (indexed, expanded layout, same keys)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  OLD-DELIVERY-CUSTOMER-FILE
               ASSIGN TO "DELCUST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-DC-PHONE
               FILE STATUS IS WS-OLD-STATUS.
           SELECT  NEW-DELIVERY-CUSTOMER-FILE
               ASSIGN TO "DELCUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-DC-PHONE
               FILE STATUS IS WS-NEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-DELIVERY-CUSTOMER-FILE.
       01  OLD-DC-REC.
           05  OLD-DC-PHONE          PIC X(10).
           05  OLD-DC-NAME           PIC X(20).
           05  OLD-DC-ADDR           PIC X(30).
           05  OLD-DC-ORDER-COUNT    PIC 9(5).
           05  OLD-DC-LAST-ORDER-NO  PIC 9(6).
       FD  NEW-DELIVERY-CUSTOMER-FILE.
       01  NEW-DC-REC.
           05  NEW-DC-PHONE          PIC X(10).
           05  NEW-DC-NAME           PIC X(20).
           05  NEW-DC-ADDR           PIC X(30).
           05  NEW-DC-ORDER-COUNT    PIC 9(5).
           05  NEW-DC-LAST-ORDER-NO  PIC 9(6).
           05  NEW-DC-POINTS-BALANCE PIC 9(7).
           05  NEW-DC-LAST-ORDER-DATE PIC 9(8).
       WORKING-STORAGE SECTION.
       77  OLD-EOF                PIC X     VALUE "N".
       77  WS-OLD-STATUS          PIC XX.
       77  WS-NEW-STATUS          PIC XX.
       77  WS-CONVERTED-COUNT     PIC 9(7)  VALUE ZERO.
       PROCEDURE DIVISION.
       000-MAIN.
           OPEN INPUT OLD-DELIVERY-CUSTOMER-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "DELCUST.OLD NOT FOUND - RENAME THE CURRENT"
                   " DELCUST.DAT TO DELCUST.OLD FIRST"
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-DELIVERY-CUSTOMER-FILE
           PERFORM 100-CONVERT-RECORD UNTIL OLD-EOF = "Y"
           CLOSE OLD-DELIVERY-CUSTOMER-FILE
           CLOSE NEW-DELIVERY-CUSTOMER-FILE
           DISPLAY "DELCUST.DAT CONVERTED - " WS-CONVERTED-COUNT
               " RECORDS CARRIED OVER"
           STOP RUN.
      ******************************************************************
      * Copies one old record into the expanded layout, carrying the
      * key and figures over unchanged and zeroing the new fields.
      ******************************************************************
       100-CONVERT-RECORD.
           READ OLD-DELIVERY-CUSTOMER-FILE
               AT END
                   MOVE "Y" TO OLD-EOF
               NOT AT END
                   MOVE OLD-DC-PHONE         TO NEW-DC-PHONE
                   MOVE OLD-DC-NAME          TO NEW-DC-NAME
                   MOVE OLD-DC-ADDR          TO NEW-DC-ADDR
                   MOVE OLD-DC-ORDER-COUNT   TO NEW-DC-ORDER-COUNT
                   MOVE OLD-DC-LAST-ORDER-NO TO NEW-DC-LAST-ORDER-NO
                   MOVE ZERO TO NEW-DC-POINTS-BALANCE
                   MOVE ZERO TO NEW-DC-LAST-ORDER-DATE
                   WRITE NEW-DC-REC
                       INVALID KEY
                           DISPLAY "WRITE FAILED FOR PHONE "
                               OLD-DC-PHONE " - STATUS "
                               WS-NEW-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-CONVERTED-COUNT
                   END-WRITE
           END-READ.
       END PROGRAM DelConv.
