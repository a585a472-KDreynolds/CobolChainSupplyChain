               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-SHIPMENT-ID
               FILE STATUS IS FS-RECEIPT.
           SELECT ASN-FILE ASSIGN TO "ASN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASN-SHIPMENT-ID
               FILE STATUS IS FS-ASN.
           SELECT AGING-SORT-FILE ASSIGN TO "AGINGSRT.DAT".

       DATA DIVISION.
       01 RECEIPT-RECORD-DATA.
           COPY RECEIPT-RECORD.

       FD ASN-FILE.
       01 ASN-RECORD-DATA.
           COPY ASN-RECORD.

       SD AGING-SORT-FILE.
       01 AGING-SORT-RECORD.
           05 AS-SUPPLIER-ID       PIC X(10).
           05 AS-SHIPMENT-ID       PIC X(15).
           05 AS-SHIPMENT-DATE     PIC 9(8).
           05 AS-OUTSTANDING-QTY   PIC 9(5).
           05 AS-PROMISED-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-SUPPLY-CHAIN          PIC XX.
       01 FS-RECEIPT               PIC XX.
       01 WS-RECEIPTS-ON-FILE      PIC X(3) VALUE "NO".
       01 FS-ASN                   PIC XX.
       01 WS-NOTICES-ON-FILE       PIC X(3) VALUE "NO".
       01 WS-PROMISED-DATE         PIC 9(8).
       01 WS-PROMISED-INT          PIC 9(9).
       01 WS-END-OF-FILE           PIC X(3) VALUE "NO".
       01 WS-SORT-END-OF-FILE      PIC X(3) VALUE "NO".
       01 WS-AGING-THRESHOLD-DAYS  PIC 9(3) VALUE 7.
           ELSE
               MOVE "NO" TO WS-RECEIPTS-ON-FILE
           END-IF
           OPEN INPUT ASN-FILE
           IF FS-ASN = "00"
               MOVE "YES" TO WS-NOTICES-ON-FILE
           ELSE
               MOVE "NO" TO WS-NOTICES-ON-FILE
           END-IF
           OPEN INPUT SUPPLY-CHAIN-FILE
           PERFORM FILE-STATUS-CHECK
           READ SUPPLY-CHAIN-FILE NEXT RECORD
           CLOSE SUPPLY-CHAIN-FILE
           IF WS-RECEIPTS-ON-FILE = "YES"
               CLOSE RECEIPT-FILE
           END-IF
           IF WS-NOTICES-ON-FILE = "YES"
               CLOSE ASN-FILE
           END-IF.

      *        A SHIPMENT THE SUPPLIER SENT A SHIP NOTICE FOR IS LATE
      *        THE DAY AFTER THE ARRIVAL DATE THE SUPPLIER PROMISED,
      *        AND ITS DAYS OVERDUE ARE COUNTED FROM THAT PROMISE.
      *        ANY OTHER SHIPMENT IS AGED FROM ITS SHIPMENT DATE
      *        AGAINST THE THRESHOLD, AS BEFORE.
       EVALUATE-SHIPMENT-AGE.
           COMPUTE WS-CURRENT-INT = FUNCTION INTEGER-OF-DATE
               (WS-CURRENT-DATE)
           PERFORM LOOKUP-PROMISED-DATE
           MOVE ZERO TO WS-DAYS-OVERDUE
           IF WS-PROMISED-DATE > ZERO
               COMPUTE WS-PROMISED-INT = FUNCTION INTEGER-OF-DATE
                   (WS-PROMISED-DATE)
               IF WS-CURRENT-INT > WS-PROMISED-INT
                   COMPUTE WS-DAYS-OVERDUE =
                       WS-CURRENT-INT - WS-PROMISED-INT
               END-IF
           ELSE
               COMPUTE WS-SHIPMENT-INT = FUNCTION INTEGER-OF-DATE
                   (SHIPMENT-DATE OF SUPPLY-CHAIN-RECORD-DATA)
               COMPUTE WS-DAYS-OVERDUE =
                   WS-CURRENT-INT - WS-SHIPMENT-INT
               IF WS-DAYS-OVERDUE NOT > WS-AGING-THRESHOLD-DAYS
                   MOVE ZERO TO WS-DAYS-OVERDUE
               END-IF
           END-IF
           IF WS-DAYS-OVERDUE > ZERO
               MOVE SUPPLIER-ID OF SUPPLY-CHAIN-RECORD-DATA
                   TO AS-SUPPLIER-ID
               MOVE WS-DAYS-OVERDUE TO AS-DAYS-OVERDUE
                   TO AS-SHIPMENT-ID
               MOVE SHIPMENT-DATE OF SUPPLY-CHAIN-RECORD-DATA
                   TO AS-SHIPMENT-DATE
               MOVE WS-PROMISED-DATE TO AS-PROMISED-DATE
               PERFORM LOOKUP-OUTSTANDING-QTY
               RELEASE AGING-SORT-RECORD
           END-IF.
               END-READ
           END-IF.

      *        THE NOTICE ONLY COUNTS IF IT IS FOR THE SHIPMENT NOW ON
      *        THE MASTER - SAME ITEM AND SAME PO.
       LOOKUP-PROMISED-DATE.
           MOVE ZERO TO WS-PROMISED-DATE
           IF WS-NOTICES-ON-FILE = "YES"
               MOVE SHIPMENT-ID OF SUPPLY-CHAIN-RECORD-DATA
                   TO ASN-SHIPMENT-ID OF ASN-RECORD-DATA
               READ ASN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ASN-ITEM-ID OF ASN-RECORD-DATA
                           = ITEM-ID OF SUPPLY-CHAIN-RECORD-DATA
                           AND ASN-PO-NUMBER OF ASN-RECORD-DATA
                           = PO-NUMBER OF SUPPLY-CHAIN-RECORD-DATA
                           MOVE ASN-PROMISED-DATE OF ASN-RECORD-DATA
                               TO WS-PROMISED-DATE
                       END-IF
               END-READ
           END-IF.

       PRODUCE-AGING-REPORT.
           RETURN AGING-SORT-FILE
               AT END MOVE "YES" TO WS-SORT-END-OF-FILE
               END-IF
               DISPLAY "  ITEM: " AS-ITEM-ID
                   " SHIPMENT: " AS-SHIPMENT-ID
               IF AS-PROMISED-DATE > ZERO
                   DISPLAY "    SHIPPED " AS-SHIPMENT-DATE
                       "  PROMISED " AS-PROMISED-DATE
                       "  DAYS LATE " AS-DAYS-OVERDUE
                       "  QTY OUTSTANDING " AS-OUTSTANDING-QTY
               ELSE
                   DISPLAY "    SHIPPED " AS-SHIPMENT-DATE
                       "  DAYS OVERDUE " AS-DAYS-OVERDUE
                       "  QTY OUTSTANDING " AS-OUTSTANDING-QTY
               END-IF
               ADD 1 TO WS-SUPPLIER-TOTAL
               ADD 1 TO WS-GRAND-TOTAL
               RETURN AGING-SORT-FILE
