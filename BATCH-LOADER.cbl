               RECORD KEY IS LOC-BALANCE-KEY
               FILE STATUS IS FS-LOCATION.

           SELECT LOT-FILE ASSIGN TO "LOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS FS-LOT.

           SELECT ITEM-COST-FILE ASSIGN TO "ITEMCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ICST-ITEM-ID
               FILE STATUS IS FS-ITEM-COST.

           SELECT PRICE-LIST-FILE ASSIGN TO "PRICELIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-PRICE-KEY
               FILE STATUS IS FS-PRICE-LIST.

       DATA DIVISION.
       FILE SECTION.

       01 LOCATION-BALANCE-RECORD-DATA.
           COPY LOCATION-BALANCE-RECORD.

       FD LOT-FILE.
       01 LOT-RECORD-DATA.
           COPY LOT-RECORD.

       FD ITEM-COST-FILE.
       01 ITEM-COST-RECORD-DATA.
           COPY ITEM-COST-RECORD.

       FD PRICE-LIST-FILE.
       01 PRICE-LIST-RECORD-DATA.
           COPY PRICE-LIST-RECORD.

       FD BATCH-INPUT-FILE.
       01 BATCH-INPUT-RECORD.
           05 BI-OPERATION-CODE    PIC X(1).
       01 FS-RECEIPT               PIC XX.
       01 FS-LOCATION              PIC XX.
       01 WS-LOCATION-EOF          PIC X(3) VALUE "NO".
       01 FS-LOT                   PIC XX.
       01 WS-LOT-EOF               PIC X(3) VALUE "NO".
       01 FS-ITEM-COST             PIC XX.
       01 FS-PRICE-LIST            PIC XX.
       01 WS-PRICE-LIST-EOF        PIC X(3) VALUE "NO".
       01 WS-END-OF-FILE           PIC X(3) VALUE "NO".

       01 WS-SUPPLY-CHAIN-RECORD.
       01 WS-RECORD-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-PROCESSED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-REJECTED-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-PRICE-FLAGGED-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-RUN-DATE              PIC 9(8).

      *        WHY THE ROW WAS REJECTED - WRITTEN TO THE SUSPENSE
       01 WS-PO-LINE-EOF           PIC X(3) VALUE "NO".
       01 WS-PO-EXPECTED-AMOUNT    PIC 9(10)V99.

      *        CONTRACT PRICE WORKING FIELDS - THE PO LINE A ROW
      *        MATCHES IS CHECKED AGAINST THE SUPPLIER'S CONTRACT IN
      *        PRICELIST.DAT THE SAME WAY INTERFACE.CBL CHECKS A LINE
      *        AS IT IS KEYED.
       01 WS-PRICE-AS-OF-DATE      PIC 9(8).
       01 WS-CONTRACT-FOUND        PIC X(3) VALUE "NO".
           88 CONTRACT-PRICE-IS-FOUND  VALUE "YES".
       01 WS-CONTRACT-PRICE        PIC 9(5)V99.
       01 WS-CONTRACT-TOLERANCE    PIC 9(2)V99.
       01 WS-PRICE-DIFFERENCE      PIC 9(5)V99.
       01 WS-PRICE-VARIANCE-PCT    PIC 9(9)V99.
       01 WS-PRICE-SHOW            PIC ZZZZ9.99.
       01 WS-CONTRACT-SHOW         PIC ZZZZ9.99.
       01 WS-VARIANCE-PCT-SHOW     PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY "RECORDS READ      : " WS-RECORD-COUNT
           DISPLAY "RECORDS PROCESSED : " WS-PROCESSED-COUNT
           DISPLAY "RECORDS REJECTED  : " WS-REJECTED-COUNT
           DISPLAY "PRICES FLAGGED    : " WS-PRICE-FLAGGED-COUNT
           PERFORM RELEASE-SYSTEM-LOCK
           STOP RUN.

                       IF OPERATION-IS-DELETE
                           PERFORM PURGE-RECEIPT-FOR-SHIPMENT
                           PERFORM PURGE-LOCATION-BALANCES
                           PERFORM PURGE-LOTS
                           PERFORM PURGE-ITEM-COST
                       END-IF
                   ELSE
                       MOVE "STAT" TO WS-REJECT-REASON
                       NOT INVALID KEY
                           PERFORM FIND-PO-LINE-FOR-ITEM
                           PERFORM CHECK-PO-MATCH-FIELDS
                           IF PO-IS-VALID
                               PERFORM CHECK-PO-LINE-CONTRACT
                           END-IF
                   END-READ
                   CLOSE PURCHASE-ORDER-FILE
               END-IF
               CLOSE PO-LINE-FILE
           END-IF.

      *        A CLOSED PO OR LINE ONLY BLOCKS NEW RECORDS, A DRAFT
      *        PO BLOCKS EVERYTHING - SEE THE SAME RULE IN
      *        INTERFACE.CBL.
       CHECK-PO-MATCH-FIELDS.
           MOVE "YES" TO WS-PO-VALID
           IF PORD-STATUS OF WS-PURCHASE-ORDER-RECORD = "DRAFT"
               DISPLAY "PO IS A DRAFT AWAITING SUPERVISOR RELEASE - "
                   "ITEM-ID: " ITEM-ID OF WS-SUPPLY-CHAIN-RECORD
               MOVE "NO" TO WS-PO-VALID
           ELSE
               IF WS-OPERATION-CODE = "A"
                   AND PORD-STATUS OF WS-PURCHASE-ORDER-RECORD
                       NOT = "OPEN"
                   DISPLAY "PO IS NOT OPEN - ITEM-ID: "
                       ITEM-ID OF WS-SUPPLY-CHAIN-RECORD
                   MOVE "NO" TO WS-PO-VALID
               END-IF
           END-IF
           IF PORD-SUPPLIER-ID OF WS-PURCHASE-ORDER-RECORD
               NOT = SUPPLIER-ID OF WS-SUPPLY-CHAIN-RECORD
               END-IF
           END-IF.

      *        A LINE KEYED OUTSIDE ITS CONTRACT TOLERANCE ONLY GETS
      *        ONTO POLINE.DAT WITH A SUPERVISOR'S NAME ON IT.  ONE
      *        WITHOUT - PRICED BEFORE THE CONTRACT WAS AGREED OR
      *        BEFORE THE PRICE LIST EXISTED - STILL MATCHES, SINCE
      *        THE SUPPLIER SHIPPED AGAINST THE PO AS ISSUED, BUT THE
      *        ROW IS FLAGGED AND COUNTED SO PURCHASING CAN CHASE THE
      *        PRICE BEFORE THE INVOICE ARRIVES.  THE CONTRACT IS THE
      *        ONE IN FORCE THE DAY THE LINE WAS PRICED, OR TODAY'S
      *        FOR A LINE WITH NO PRICED DATE.
       CHECK-PO-LINE-CONTRACT.
           IF POLN-PRICE-APPROVED-BY OF WS-PO-LINE-RECORD = SPACES
               IF POLN-PRICED-DATE OF WS-PO-LINE-RECORD = ZERO
                   MOVE WS-RUN-DATE TO WS-PRICE-AS-OF-DATE
               ELSE
                   MOVE POLN-PRICED-DATE OF WS-PO-LINE-RECORD
                       TO WS-PRICE-AS-OF-DATE
               END-IF
               PERFORM FIND-CONTRACT-PRICE
               IF CONTRACT-PRICE-IS-FOUND
                   IF POLN-UNIT-PRICE OF WS-PO-LINE-RECORD
                       > WS-CONTRACT-PRICE
                       COMPUTE WS-PRICE-DIFFERENCE =
                           POLN-UNIT-PRICE OF WS-PO-LINE-RECORD
                           - WS-CONTRACT-PRICE
                   ELSE
                       COMPUTE WS-PRICE-DIFFERENCE =
                           WS-CONTRACT-PRICE
                           - POLN-UNIT-PRICE OF WS-PO-LINE-RECORD
                   END-IF
                   COMPUTE WS-PRICE-VARIANCE-PCT ROUNDED =
                       WS-PRICE-DIFFERENCE * 100 / WS-CONTRACT-PRICE
                   IF WS-PRICE-VARIANCE-PCT > WS-CONTRACT-TOLERANCE
                       MOVE POLN-UNIT-PRICE OF WS-PO-LINE-RECORD
                           TO WS-PRICE-SHOW
                       MOVE WS-CONTRACT-PRICE TO WS-CONTRACT-SHOW
                       MOVE WS-PRICE-VARIANCE-PCT
                           TO WS-VARIANCE-PCT-SHOW
                       DISPLAY "PRICE FLAG - PO LINE OUTSIDE CONTRACT "
                           "TOLERANCE - ITEM-ID: "
                           ITEM-ID OF WS-SUPPLY-CHAIN-RECORD
                       DISPLAY "  PO "
                           POLN-PO-NUMBER OF WS-PO-LINE-RECORD
                           " LINE "
                           POLN-LINE-NUMBER OF WS-PO-LINE-RECORD
                           " PRICE " WS-PRICE-SHOW
                           " CONTRACT " WS-CONTRACT-SHOW
                           " VARIANCE " WS-VARIANCE-PCT-SHOW "%"
                       ADD 1 TO WS-PRICE-FLAGGED-COUNT
                   END-IF
               END-IF
           END-IF.

      *        SAME CONTRACT LOOKUP AS INTERFACE.CBL - NO PRICE LIST
      *        ON FILE, OR NO CONTRACT COVERING THE DAY, LEAVES THE
      *        LINE UNCHECKED.
       FIND-CONTRACT-PRICE.
           MOVE "NO" TO WS-CONTRACT-FOUND
           MOVE "NO" TO WS-PRICE-LIST-EOF
           OPEN INPUT PRICE-LIST-FILE
           IF FS-PRICE-LIST NOT = "00"
               IF FS-PRICE-LIST NOT = "35"
                   DISPLAY "UNABLE TO OPEN PRICELIST.DAT: "
                       FS-PRICE-LIST
               END-IF
           ELSE
               MOVE PORD-SUPPLIER-ID OF WS-PURCHASE-ORDER-RECORD
                   TO PRC-SUPPLIER-ID OF PRICE-LIST-RECORD-DATA
               MOVE POLN-ITEM-ID OF WS-PO-LINE-RECORD
                   TO PRC-ITEM-ID OF PRICE-LIST-RECORD-DATA
               MOVE ZERO TO PRC-EFFECTIVE-FROM OF PRICE-LIST-RECORD-DATA
               START PRICE-LIST-FILE KEY IS NOT LESS THAN
                   PRC-PRICE-KEY OF PRICE-LIST-RECORD-DATA
                   INVALID KEY
                       MOVE "YES" TO WS-PRICE-LIST-EOF
               END-START
               PERFORM UNTIL WS-PRICE-LIST-EOF = "YES"
                   READ PRICE-LIST-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-PRICE-LIST-EOF
                   END-READ
                   IF WS-PRICE-LIST-EOF = "NO"
                       EVALUATE TRUE
                           WHEN PRC-SUPPLIER-ID
                               OF PRICE-LIST-RECORD-DATA
                               NOT = PORD-SUPPLIER-ID
                                   OF WS-PURCHASE-ORDER-RECORD
                           WHEN PRC-ITEM-ID OF PRICE-LIST-RECORD-DATA
                               NOT = POLN-ITEM-ID OF WS-PO-LINE-RECORD
                           WHEN PRC-EFFECTIVE-FROM
                               OF PRICE-LIST-RECORD-DATA
                               > WS-PRICE-AS-OF-DATE
                               MOVE "YES" TO WS-PRICE-LIST-EOF
                           WHEN PRC-EFFECTIVE-TO
                               OF PRICE-LIST-RECORD-DATA
                               NOT < WS-PRICE-AS-OF-DATE
                               MOVE "YES" TO WS-CONTRACT-FOUND
                               MOVE PRC-UNIT-PRICE
                                   OF PRICE-LIST-RECORD-DATA
                                   TO WS-CONTRACT-PRICE
                               MOVE PRC-TOLERANCE-PCT
                                   OF PRICE-LIST-RECORD-DATA
                                   TO WS-CONTRACT-TOLERANCE
                               MOVE "YES" TO WS-PRICE-LIST-EOF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE PRICE-LIST-FILE
           END-IF.

      *        SAME ON-HAND PROTECTION INTERFACE.CBL APPLIES - THE
      *        PERPETUAL BALANCE BELONGS TO RECEIPTS AND ISSUES, SO A
      *        BATCH ADD STARTS IT AT ZERO AND A BATCH UPDATE CARRIES
               CLOSE LOCATION-BALANCE-FILE
           END-IF.

      *        AND ITS LOTS - THE LOT ROWS MUST KEEP SUMMING TO THE
      *        LOCATION BALANCES JUST PURGED.
       PURGE-LOTS.
           MOVE "NO" TO WS-LOT-EOF
           OPEN I-O LOT-FILE
           IF FS-LOT NOT = "00"
               CONTINUE
           ELSE
               MOVE ITEM-ID OF WS-SUPPLY-CHAIN-RECORD
                   TO LOT-ITEM-ID OF LOT-RECORD-DATA
               MOVE SPACES TO LOT-LOCATION-CODE OF LOT-RECORD-DATA
               MOVE SPACES TO LOT-NUMBER OF LOT-RECORD-DATA
               START LOT-FILE KEY IS NOT LESS THAN
                   LOT-KEY OF LOT-RECORD-DATA
                   INVALID KEY
                       MOVE "YES" TO WS-LOT-EOF
               END-START
               PERFORM UNTIL WS-LOT-EOF = "YES"
                   READ LOT-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-LOT-EOF
                   END-READ
                   IF WS-LOT-EOF = "NO"
                       IF LOT-ITEM-ID OF LOT-RECORD-DATA
                           = ITEM-ID OF WS-SUPPLY-CHAIN-RECORD
                           DELETE LOT-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       ELSE
                           MOVE "YES" TO WS-LOT-EOF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LOT-FILE
           END-IF.

      *        AND THE ITEM'S AVERAGE COST - SAME RULE AS THE ONLINE
      *        DELETE, SO A LATER RECORD RE-USING THE ITEM-ID STARTS
      *        AGAIN FROM ITS FIRST PRICED RECEIPT INSTEAD OF THE
      *        DELETED ITEM'S COST.  AN ITEM NEVER RECEIVED AT A PRICE
      *        HAS NO ROW TO DELETE.
       PURGE-ITEM-COST.
           OPEN I-O ITEM-COST-FILE
           IF FS-ITEM-COST = "00"
               MOVE ITEM-ID OF WS-SUPPLY-CHAIN-RECORD
                   TO ICST-ITEM-ID OF ITEM-COST-RECORD-DATA
               DELETE ITEM-COST-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE ITEM-COST-FILE
           END-IF.

       WRITE-CHECKPOINT.
           MOVE ITEM-ID OF BATCH-INPUT-RECORD TO CP-LAST-ITEM-ID
           MOVE WS-RECORD-COUNT TO CP-RECORD-COUNT
