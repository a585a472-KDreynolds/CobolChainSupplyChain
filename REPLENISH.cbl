       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAFT-PO-REPLENISHMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLY-CHAIN-FILE ASSIGN TO "SUPPLYCHAIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS SHIPMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SUPPLIER-ID WITH DUPLICATES
               FILE STATUS IS FS-SUPPLY-CHAIN.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-SUPPLIER-ID
               FILE STATUS IS FS-SUPPLIER.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PORD-PO-NUMBER
               FILE STATUS IS FS-PURCHASE-ORDER.

           SELECT PO-LINE-FILE ASSIGN TO "POLINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POLN-PO-LINE-KEY
               FILE STATUS IS FS-PO-LINE.

           SELECT RECEIPT-FILE ASSIGN TO "RECEIPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-SHIPMENT-ID
               FILE STATUS IS FS-RECEIPT.

           SELECT ASN-FILE ASSIGN TO "ASN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASN-SHIPMENT-ID
               FILE STATUS IS FS-ASN.

           SELECT PRICE-LIST-FILE ASSIGN TO "PRICELIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-PRICE-KEY
               FILE STATUS IS FS-PRICE-LIST.

           SELECT SYSTEM-LOCK-FILE ASSIGN TO "SYSLOCK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-SYSLOCK.

           SELECT REPLENISH-SORT-FILE ASSIGN TO "REPLNSRT.DAT".

       DATA DIVISION.
       FILE SECTION.

       FD SUPPLY-CHAIN-FILE.
       01 SUPPLY-CHAIN-RECORD-DATA.
           COPY SUPPLY-CHAIN-RECORD.

       FD SUPPLIER-MASTER-FILE.
       01 SUPPLIER-MASTER-RECORD-DATA.
           COPY SUPPLIER-RECORD.

       FD PURCHASE-ORDER-FILE.
       01 PURCHASE-ORDER-RECORD-DATA.
           COPY PURCHASE-ORDER-RECORD.

       FD PO-LINE-FILE.
       01 PO-LINE-RECORD-DATA.
           COPY PO-LINE-RECORD.

       FD RECEIPT-FILE.
       01 RECEIPT-RECORD-DATA.
           COPY RECEIPT-RECORD.

       FD ASN-FILE.
       01 ASN-RECORD-DATA.
           COPY ASN-RECORD.

       FD PRICE-LIST-FILE.
       01 PRICE-LIST-RECORD-DATA.
           COPY PRICE-LIST-RECORD.

       FD SYSTEM-LOCK-FILE.
       01 SYSLOCK-RECORD-DATA.
           COPY SYSLOCK-RECORD.

       SD REPLENISH-SORT-FILE.
       01 REPLENISH-SORT-RECORD.
           05 RP-SUPPLIER-ID       PIC X(10).
           05 RP-ITEM-ID           PIC X(10).
           05 RP-ITEM-DESCRIPTION  PIC X(50).
           05 RP-ON-HAND-QUANTITY  PIC 9(5).
           05 RP-REORDER-POINT     PIC 9(5).
           05 RP-SHIPMENT-ID       PIC X(15).
           05 RP-PO-NUMBER         PIC X(10).

       WORKING-STORAGE SECTION.
       01 FS-SUPPLY-CHAIN          PIC XX.
       01 FS-SUPPLIER              PIC XX.
       01 FS-PURCHASE-ORDER        PIC XX.
       01 FS-PO-LINE               PIC XX.
       01 FS-RECEIPT               PIC XX.
       01 FS-ASN                   PIC XX.
       01 FS-PRICE-LIST            PIC XX.
       01 FS-SYSLOCK               PIC XX.
       01 WS-SYSLOCK-RECORD.
           COPY SYSLOCK-RECORD.
       01 WS-END-OF-FILE           PIC X(3) VALUE "NO".
       01 WS-SORT-END-OF-FILE      PIC X(3) VALUE "NO".
       01 WS-PO-LINE-EOF           PIC X(3) VALUE "NO".
       01 WS-RECEIPT-EOF           PIC X(3) VALUE "NO".
       01 WS-RECEIPT-ON-FILE       PIC X(3) VALUE "NO".
       01 WS-NOTICES-ON-FILE       PIC X(3) VALUE "NO".
       01 WS-PRICE-LIST-EOF        PIC X(3) VALUE "NO".
       01 WS-PRICE-LIST-ON-FILE    PIC X(3) VALUE "NO".

       01 WS-SUPPLIER-MASTER-RECORD.
           COPY SUPPLIER-RECORD.
       01 WS-PURCHASE-ORDER-RECORD.
           COPY PURCHASE-ORDER-RECORD.
       01 WS-PO-LINE-RECORD.
           COPY PO-LINE-RECORD.

       01 WS-RUN-DATE              PIC 9(8).
       01 WS-CURRENT-TIMESTAMP     PIC 9(14).
       01 WS-DUE-DATE-INT          PIC 9(9).
       01 WS-PRIOR-SUPPLIER-ID     PIC X(10) VALUE SPACES.
       01 WS-SUPPLIER-ACTIVE       PIC X(3) VALUE "NO".
           88 SUPPLIER-IS-ACTIVE       VALUE "YES".
       01 WS-DRAFT-OPEN            PIC X(3) VALUE "NO".
           88 DRAFT-IS-OPEN            VALUE "YES".

      *        DRAFT PO NUMBERS ARE "D" + THE RUN DATE (YYMMDD) + A
      *        THREE-DIGIT SEQUENCE, SO A DRAFT CAN NEVER COLLIDE WITH
      *        A BUYER-KEYED NUMBER AND A SECOND RUN ON THE SAME DAY
      *        SIMPLY STEPS PAST THE NUMBERS ALREADY TAKEN.
       01 WS-DRAFT-SEQ             PIC 9(3) VALUE ZERO.
       01 WS-DRAFT-PO-NUMBER       PIC X(10).
       01 WS-DRAFT-LINE-NUMBER     PIC 9(3) VALUE ZERO.
       01 WS-DRAFT-WRITTEN         PIC X(3) VALUE "NO".

       01 WS-OPEN-PO-QTY           PIC 9(7).
       01 WS-BACKORDER-QTY         PIC 9(7).
       01 WS-SHORTFALL-QTY         PIC S9(7).
       01 WS-RECEIPT-PO-NUMBER     PIC X(10).
       01 WS-OPEN-LINE-FOUND       PIC X(3) VALUE "NO".
           88 OPEN-LINE-IS-FOUND       VALUE "YES".
       01 WS-LAST-PRICE            PIC 9(5)V99.
       01 WS-LAST-PRICE-STAMP      PIC 9(14).
       01 WS-PRICE-FOUND           PIC X(3) VALUE "NO".
           88 PRICE-IS-FOUND           VALUE "YES".
       01 WS-CONTRACT-FOUND        PIC X(3) VALUE "NO".
           88 CONTRACT-PRICE-IS-FOUND  VALUE "YES".

       01 WS-SHORT-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-COVERED-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-LINE-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-DRAFT-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-UNPRICED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-CONTRACT-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT         PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY "REPLENISHMENT - DRAFT PURCHASE ORDERS FROM "
               "REORDER SHORTFALLS"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM CHECK-AND-CLAIM-SYSTEM-LOCK
           PERFORM OPEN-REPLENISH-FILES
           SORT REPLENISH-SORT-FILE
               ON ASCENDING KEY RP-SUPPLIER-ID
               ON ASCENDING KEY RP-ITEM-ID
               INPUT PROCEDURE IS SELECT-SHORT-ITEMS
               OUTPUT PROCEDURE IS RAISE-DRAFT-ORDERS
           CLOSE SUPPLIER-MASTER-FILE
           CLOSE PURCHASE-ORDER-FILE
           CLOSE PO-LINE-FILE
           IF WS-RECEIPT-ON-FILE = "YES"
               CLOSE RECEIPT-FILE
           END-IF
           IF WS-NOTICES-ON-FILE = "YES"
               CLOSE ASN-FILE
           END-IF
           IF WS-PRICE-LIST-ON-FILE = "YES"
               CLOSE PRICE-LIST-FILE
           END-IF
           DISPLAY " "
           DISPLAY "ITEMS AT OR BELOW REORDER POINT : " WS-SHORT-COUNT
           DISPLAY "ITEMS COVERED BY OPEN ORDERS    : "
               WS-COVERED-COUNT
           DISPLAY "ITEMS SKIPPED - SUPPLIER        : "
               WS-SKIPPED-COUNT
           DISPLAY "DRAFT PURCHASE ORDERS RAISED    : " WS-DRAFT-COUNT
           DISPLAY "DRAFT LINES RAISED              : " WS-LINE-COUNT
           DISPLAY "LINES AT CONTRACT PRICE         : "
               WS-CONTRACT-COUNT
           DISPLAY "LINES WITH NO PRICE HISTORY     : "
               WS-UNPRICED-COUNT
           PERFORM RELEASE-SYSTEM-LOCK
           IF WS-SKIPPED-COUNT > ZERO
               OR WS-UNPRICED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *        THE RUN WRITES PURCHASE ORDERS - IT TAKES THE SHARED
      *        IN-USE LOCK LIKE EVERY OTHER UPDATING JOB AND REFUSES
      *        TO START WITH RC 16 IF ANYTHING ELSE HOLDS IT.
       CHECK-AND-CLAIM-SYSTEM-LOCK.
           OPEN INPUT SYSTEM-LOCK-FILE
           IF FS-SYSLOCK = "35"
               CONTINUE
           ELSE
               IF FS-SYSLOCK NOT = "00"
                   DISPLAY "UNABLE TO OPEN SYSLOCK.DAT: " FS-SYSLOCK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ SYSTEM-LOCK-FILE
                   INTO WS-SYSLOCK-RECORD
                   AT END
                       MOVE SPACES TO LCK-HOLDER OF WS-SYSLOCK-RECORD
               END-READ
               CLOSE SYSTEM-LOCK-FILE
               IF LCK-HOLDER OF WS-SYSLOCK-RECORD NOT = SPACES
                   DISPLAY "SYSTEM IN USE - LOCK HELD BY "
                       LCK-HOLDER OF WS-SYSLOCK-RECORD
                       " SINCE " LCK-TIMESTAMP OF WS-SYSLOCK-RECORD
                   DISPLAY "REPLENISHMENT RUN NOT STARTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE "REPLEN" TO LCK-HOLDER OF WS-SYSLOCK-RECORD
           PERFORM WRITE-SYSTEM-LOCK.

       RELEASE-SYSTEM-LOCK.
           MOVE SPACES TO LCK-HOLDER OF WS-SYSLOCK-RECORD
           PERFORM WRITE-SYSTEM-LOCK.

       WRITE-SYSTEM-LOCK.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO LCK-TIMESTAMP OF WS-SYSLOCK-RECORD
           OPEN OUTPUT SYSTEM-LOCK-FILE
           IF FS-SYSLOCK NOT = "00"
               DISPLAY "UNABLE TO WRITE SYSLOCK.DAT: " FS-SYSLOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE SYSLOCK-RECORD-DATA FROM WS-SYSLOCK-RECORD
           IF FS-SYSLOCK NOT = "00"
               DISPLAY "UNABLE TO WRITE SYSLOCK.DAT: " FS-SYSLOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SYSTEM-LOCK-FILE.

      *        NOTHING HAS BEEN WRITTEN YET ON THESE OPEN FAILURES -
      *        RELEASE THE LOCK SO A MISSING DATASET DOES NOT COST A
      *        STALE-LOCK OVERRIDE.  POFILE AND POLINE ARE CREATED IF
      *        THIS IS THE FIRST ORDER EVER RAISED; A MISSING RECEIPT
      *        FILE ONLY MEANS THERE ARE NO BACK-ORDERS TO NET OFF, A
      *        MISSING ASN FILE THAT NO SHIP NOTICES NAME A PO, AND A
      *        MISSING PRICE LIST THAT NO CONTRACTS ARE AGREED.
       OPEN-REPLENISH-FILES.
           OPEN INPUT SUPPLIER-MASTER-FILE
           IF FS-SUPPLIER NOT = "00"
               DISPLAY "UNABLE TO OPEN SUPPLIER.DAT: " FS-SUPPLIER
               PERFORM RELEASE-SYSTEM-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PURCHASE-ORDER-FILE
           IF FS-PURCHASE-ORDER = "35"
               OPEN OUTPUT PURCHASE-ORDER-FILE
               CLOSE PURCHASE-ORDER-FILE
               OPEN I-O PURCHASE-ORDER-FILE
           END-IF
           IF FS-PURCHASE-ORDER NOT = "00"
               DISPLAY "UNABLE TO OPEN POFILE.DAT: " FS-PURCHASE-ORDER
               PERFORM RELEASE-SYSTEM-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PO-LINE-FILE
           IF FS-PO-LINE = "35"
               OPEN OUTPUT PO-LINE-FILE
               CLOSE PO-LINE-FILE
               OPEN I-O PO-LINE-FILE
           END-IF
           IF FS-PO-LINE NOT = "00"
               DISPLAY "UNABLE TO OPEN POLINE.DAT: " FS-PO-LINE
               PERFORM RELEASE-SYSTEM-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RECEIPT-FILE
           IF FS-RECEIPT = "00"
               MOVE "YES" TO WS-RECEIPT-ON-FILE
           ELSE
               IF FS-RECEIPT NOT = "35"
                   DISPLAY "UNABLE TO OPEN RECEIPT.DAT: " FS-RECEIPT
                   PERFORM RELEASE-SYSTEM-LOCK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ASN-FILE
           IF FS-ASN = "00"
               MOVE "YES" TO WS-NOTICES-ON-FILE
           ELSE
               IF FS-ASN NOT = "35"
                   DISPLAY "UNABLE TO OPEN ASN.DAT: " FS-ASN
                   PERFORM RELEASE-SYSTEM-LOCK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT PRICE-LIST-FILE
           IF FS-PRICE-LIST = "00"
               MOVE "YES" TO WS-PRICE-LIST-ON-FILE
           ELSE
               IF FS-PRICE-LIST NOT = "35"
                   DISPLAY "UNABLE TO OPEN PRICELIST.DAT: "
                       FS-PRICE-LIST
                   PERFORM RELEASE-SYSTEM-LOCK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *        SAME SELECTION AS REORDER-POINT-REPORT - ONLY ITEMS
      *        WITH A REORDER POINT SET ARE STOCK-MANAGED, AND AN
      *        ITEM IS SHORT ONCE ON-HAND IS AT OR BELOW IT.
       SELECT-SHORT-ITEMS.
           OPEN INPUT SUPPLY-CHAIN-FILE
           IF FS-SUPPLY-CHAIN NOT = "00"
               DISPLAY "UNABLE TO OPEN SUPPLYCHAIN.DAT: "
                   FS-SUPPLY-CHAIN
               PERFORM RELEASE-SYSTEM-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ SUPPLY-CHAIN-FILE NEXT RECORD
               AT END MOVE "YES" TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = "YES"
               IF REORDER-POINT OF SUPPLY-CHAIN-RECORD-DATA > 0
                   AND ON-HAND-QUANTITY OF SUPPLY-CHAIN-RECORD-DATA
                       NOT > REORDER-POINT OF SUPPLY-CHAIN-RECORD-DATA
                   MOVE SUPPLIER-ID OF SUPPLY-CHAIN-RECORD-DATA
                       TO RP-SUPPLIER-ID
                   MOVE ITEM-ID OF SUPPLY-CHAIN-RECORD-DATA
                       TO RP-ITEM-ID
                   MOVE ITEM-DESCRIPTION OF SUPPLY-CHAIN-RECORD-DATA
                       TO RP-ITEM-DESCRIPTION
                   MOVE ON-HAND-QUANTITY OF SUPPLY-CHAIN-RECORD-DATA
                       TO RP-ON-HAND-QUANTITY
                   MOVE REORDER-POINT OF SUPPLY-CHAIN-RECORD-DATA
                       TO RP-REORDER-POINT
                   MOVE SHIPMENT-ID OF SUPPLY-CHAIN-RECORD-DATA
                       TO RP-SHIPMENT-ID
                   MOVE PO-NUMBER OF SUPPLY-CHAIN-RECORD-DATA
                       TO RP-PO-NUMBER
                   RELEASE REPLENISH-SORT-RECORD
               END-IF
               READ SUPPLY-CHAIN-FILE NEXT RECORD
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE SUPPLY-CHAIN-FILE.

      *        ONE DRAFT HEADER PER SUPPLIER, ONE LINE PER SHORT ITEM.
      *        THE HEADER IS ONLY WRITTEN WHEN THE FIRST ITEM THAT
      *        REALLY NEEDS ORDERING TURNS UP, SO A SUPPLIER WHOSE
      *        SHORT ITEMS ARE ALL COVERED GETS NO EMPTY DRAFT.
       RAISE-DRAFT-ORDERS.
           RETURN REPLENISH-SORT-FILE
               AT END MOVE "YES" TO WS-SORT-END-OF-FILE
           END-RETURN
           PERFORM UNTIL WS-SORT-END-OF-FILE = "YES"
               IF RP-SUPPLIER-ID NOT = WS-PRIOR-SUPPLIER-ID
                   PERFORM SUPPLIER-BREAK
               END-IF
               ADD 1 TO WS-SHORT-COUNT
               IF SUPPLIER-IS-ACTIVE
                   PERFORM REPLENISH-ONE-ITEM
               ELSE
                   DISPLAY "  ITEM: " RP-ITEM-ID
                       " NOT ORDERED - SUPPLIER NOT ACTIVE"
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
               RETURN REPLENISH-SORT-FILE
                   AT END MOVE "YES" TO WS-SORT-END-OF-FILE
               END-RETURN
           END-PERFORM
           PERFORM FINISH-SUPPLIER-DRAFT.

      *        A SUPPLIER ON QUALITY HOLD, OR MISSING FROM THE
      *        SUPPLIER MASTER, GETS NO DRAFT - ITS SHORT ITEMS ARE
      *        LISTED SO A BUYER CAN SOURCE THEM ELSEWHERE.
       SUPPLIER-BREAK.
           PERFORM FINISH-SUPPLIER-DRAFT
           MOVE RP-SUPPLIER-ID TO WS-PRIOR-SUPPLIER-ID
           MOVE "NO" TO WS-DRAFT-OPEN
           MOVE ZERO TO WS-DRAFT-LINE-NUMBER
           MOVE "NO" TO WS-SUPPLIER-ACTIVE
           DISPLAY " "
           DISPLAY "SUPPLIER-ID: " RP-SUPPLIER-ID
           MOVE RP-SUPPLIER-ID
               TO SUP-SUPPLIER-ID OF SUPPLIER-MASTER-RECORD-DATA
           READ SUPPLIER-MASTER-FILE
               INTO WS-SUPPLIER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "  SUPPLIER NOT ON SUPPLIER MASTER"
               NOT INVALID KEY
                   IF SUP-STATUS OF WS-SUPPLIER-MASTER-RECORD
                       = "ACTIVE"
                       MOVE "YES" TO WS-SUPPLIER-ACTIVE
                   ELSE
                       DISPLAY "  SUPPLIER STATUS IS "
                           SUP-STATUS OF WS-SUPPLIER-MASTER-RECORD
                   END-IF
           END-READ.

      *        WHAT IS ALREADY COMING - OPEN AND DRAFT PO LINES, LESS
      *        WHAT HAS BEEN RECEIVED ON THE OPEN ONES, PLUS BACK-ORDERS
      *        NOT ON AN OPEN LINE - IS NETTED OFF FIRST, AND THE LINE
      *        ORDERS JUST ENOUGH TO LIFT THE ITEM ONE UNIT ABOVE ITS
      *        REORDER POINT.  COUNTING DRAFTS AS COMING MEANS A
      *        SECOND RUN BEFORE THE FIRST RUN'S DRAFTS ARE RELEASED
      *        DOES NOT ORDER THE SAME SHORTFALL TWICE.
       REPLENISH-ONE-ITEM.
           PERFORM SCAN-PO-LINES-FOR-ITEM
           PERFORM FIND-CONTRACT-PRICE-FOR-ITEM
           PERFORM SCAN-RECEIPTS-FOR-ITEM
           COMPUTE WS-SHORTFALL-QTY =
               RP-REORDER-POINT + 1 - RP-ON-HAND-QUANTITY
               - WS-OPEN-PO-QTY - WS-BACKORDER-QTY
           DISPLAY "  ITEM: " RP-ITEM-ID " " RP-ITEM-DESCRIPTION
           DISPLAY "    ON HAND " RP-ON-HAND-QUANTITY
               "  REORDER POINT " RP-REORDER-POINT
               "  ON ORDER " WS-OPEN-PO-QTY
               "  BACK-ORDERED " WS-BACKORDER-QTY
           IF WS-SHORTFALL-QTY NOT > ZERO
               DISPLAY "    COVERED BY QUANTITY ALREADY ON ORDER"
               ADD 1 TO WS-COVERED-COUNT
           ELSE
               IF WS-SHORTFALL-QTY > 99999
                   MOVE 99999 TO WS-SHORTFALL-QTY
               END-IF
               IF NOT DRAFT-IS-OPEN
                   PERFORM WRITE-DRAFT-HEADER
               END-IF
               PERFORM WRITE-DRAFT-LINE
           END-IF.

      *        POLINE.DAT IS KEYED BY PO, NOT BY ITEM, SO THE WHOLE
      *        FILE IS READ FOR EACH SHORT ITEM.  THE SAME PASS PICKS
      *        UP THE PRICE OF THE ITEM'S MOST RECENT PO LINE,
      *        WHATEVER ITS STATUS.
       SCAN-PO-LINES-FOR-ITEM.
           MOVE ZERO TO WS-OPEN-PO-QTY
           MOVE ZERO TO WS-LAST-PRICE
           MOVE ZERO TO WS-LAST-PRICE-STAMP
           MOVE "NO" TO WS-PRICE-FOUND
           MOVE "NO" TO WS-PO-LINE-EOF
           MOVE LOW-VALUES TO POLN-PO-LINE-KEY OF PO-LINE-RECORD-DATA
           START PO-LINE-FILE KEY IS NOT LESS THAN
               POLN-PO-LINE-KEY OF PO-LINE-RECORD-DATA
               INVALID KEY
                   MOVE "YES" TO WS-PO-LINE-EOF
           END-START
           PERFORM UNTIL WS-PO-LINE-EOF = "YES"
               READ PO-LINE-FILE NEXT RECORD
                   AT END MOVE "YES" TO WS-PO-LINE-EOF
               END-READ
               IF WS-PO-LINE-EOF = "NO"
                   AND POLN-ITEM-ID OF PO-LINE-RECORD-DATA
                       = RP-ITEM-ID
                   IF POLN-STATUS OF PO-LINE-RECORD-DATA = "OPEN"
                       OR POLN-STATUS OF PO-LINE-RECORD-DATA = "DRAFT"
                       ADD POLN-ORDERED-QTY OF PO-LINE-RECORD-DATA
                           TO WS-OPEN-PO-QTY
                   END-IF
                   IF POLN-UNIT-PRICE OF PO-LINE-RECORD-DATA > ZERO
                       AND POLN-AUDIT-TIMESTAMP OF PO-LINE-RECORD-DATA
                           NOT < WS-LAST-PRICE-STAMP
                       MOVE POLN-UNIT-PRICE OF PO-LINE-RECORD-DATA
                           TO WS-LAST-PRICE
                       MOVE POLN-AUDIT-TIMESTAMP
                           OF PO-LINE-RECORD-DATA
                           TO WS-LAST-PRICE-STAMP
                       MOVE "YES" TO WS-PRICE-FOUND
                   END-IF
               END-IF
           END-PERFORM.

      *        A CONTRACT IN FORCE ON THE RUN DATE BEATS THE LAST PO
      *        PRICE - THE DRAFT THEN GOES TO THE SUPERVISOR ALREADY
      *        AT THE AGREED PRICE.  CONTRACTS FOR A SUPPLIER AND ITEM
      *        NEVER OVERLAP, SO THE FIRST ROW COVERING THE DAY IS THE
      *        ONLY ONE.
       FIND-CONTRACT-PRICE-FOR-ITEM.
           MOVE "NO" TO WS-CONTRACT-FOUND
           IF WS-PRICE-LIST-ON-FILE = "YES"
               MOVE "NO" TO WS-PRICE-LIST-EOF
               MOVE RP-SUPPLIER-ID
                   TO PRC-SUPPLIER-ID OF PRICE-LIST-RECORD-DATA
               MOVE RP-ITEM-ID TO PRC-ITEM-ID OF PRICE-LIST-RECORD-DATA
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
                               NOT = RP-SUPPLIER-ID
                           WHEN PRC-ITEM-ID OF PRICE-LIST-RECORD-DATA
                               NOT = RP-ITEM-ID
                           WHEN PRC-EFFECTIVE-FROM
                               OF PRICE-LIST-RECORD-DATA
                               > WS-RUN-DATE
                               MOVE "YES" TO WS-PRICE-LIST-EOF
                           WHEN PRC-EFFECTIVE-TO
                               OF PRICE-LIST-RECORD-DATA
                               NOT < WS-RUN-DATE
                               MOVE PRC-UNIT-PRICE
                                   OF PRICE-LIST-RECORD-DATA
                                   TO WS-LAST-PRICE
                               MOVE "YES" TO WS-PRICE-FOUND
                               MOVE "YES" TO WS-CONTRACT-FOUND
                               MOVE "YES" TO WS-PRICE-LIST-EOF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.

      *        A ROW STAGED FROM A SHIP NOTICE WITH NOTHING RECEIVED
      *        YET IS STILL THE OPEN PO LINE'S QUANTITY - IT ONLY
      *        COUNTS HERE ONCE THE DOCK HAS POSTED AGAINST IT.  A PO
      *        LINE STAYS OPEN UNTIL ITS SHIPMENT IS RECEIVED IN FULL,
      *        AND ITS WHOLE ORDERED QUANTITY IS ALREADY ON ORDER - SO
      *        WHILE THE LINE IS OPEN WHAT THE DOCK HAS RECEIVED COMES
      *        OFF THE ON-ORDER QUANTITY, AND THE BACK-ORDER ONLY ADDS
      *        WHEN NO OPEN LINE COVERS THE SHIPMENT.
       SCAN-RECEIPTS-FOR-ITEM.
           MOVE ZERO TO WS-BACKORDER-QTY
           IF WS-RECEIPT-ON-FILE = "YES"
               MOVE "NO" TO WS-RECEIPT-EOF
               MOVE LOW-VALUES
                   TO RCT-SHIPMENT-ID OF RECEIPT-RECORD-DATA
               START RECEIPT-FILE KEY IS NOT LESS THAN
                   RCT-SHIPMENT-ID OF RECEIPT-RECORD-DATA
                   INVALID KEY
                       MOVE "YES" TO WS-RECEIPT-EOF
               END-START
               PERFORM UNTIL WS-RECEIPT-EOF = "YES"
                   READ RECEIPT-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-RECEIPT-EOF
                   END-READ
                   IF WS-RECEIPT-EOF = "NO"
                       AND RCT-ITEM-ID OF RECEIPT-RECORD-DATA
                           = RP-ITEM-ID
                       AND RCT-RECEIVED-QTY OF RECEIPT-RECORD-DATA
                           > ZERO
                       PERFORM NET-RECEIPT-AGAINST-PO-LINE
                   END-IF
               END-PERFORM
           END-IF.

      *        THE MASTER NAMES THE PO OF THE ITEM'S CURRENT SHIPMENT;
      *        AN EARLIER SHIPMENT IS ONLY TIED TO A PO BY ITS SHIP
      *        NOTICE.  A SHIPMENT TIED TO NO PO KEEPS ITS BACK-ORDER.
       NET-RECEIPT-AGAINST-PO-LINE.
           MOVE SPACES TO WS-RECEIPT-PO-NUMBER
           MOVE "NO" TO WS-OPEN-LINE-FOUND
           IF RCT-SHIPMENT-ID OF RECEIPT-RECORD-DATA = RP-SHIPMENT-ID
               MOVE RP-PO-NUMBER TO WS-RECEIPT-PO-NUMBER
           END-IF
           IF WS-RECEIPT-PO-NUMBER = SPACES
               AND WS-NOTICES-ON-FILE = "YES"
               MOVE RCT-SHIPMENT-ID OF RECEIPT-RECORD-DATA
                   TO ASN-SHIPMENT-ID OF ASN-RECORD-DATA
               READ ASN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ASN-ITEM-ID OF ASN-RECORD-DATA = RP-ITEM-ID
                           MOVE ASN-PO-NUMBER OF ASN-RECORD-DATA
                               TO WS-RECEIPT-PO-NUMBER
                       END-IF
               END-READ
           END-IF
           IF WS-RECEIPT-PO-NUMBER NOT = SPACES
               PERFORM FIND-OPEN-LINE-FOR-RECEIPT
           END-IF
           IF OPEN-LINE-IS-FOUND
               IF RCT-RECEIVED-QTY OF RECEIPT-RECORD-DATA
                   > WS-OPEN-PO-QTY
                   MOVE ZERO TO WS-OPEN-PO-QTY
               ELSE
                   SUBTRACT RCT-RECEIVED-QTY OF RECEIPT-RECORD-DATA
                       FROM WS-OPEN-PO-QTY
               END-IF
           ELSE
               ADD RCT-BACKORDER-QTY OF RECEIPT-RECORD-DATA
                   TO WS-BACKORDER-QTY
           END-IF.

      *        THE LINES OF ONE PO ARE READ IN LINE ORDER FROM THE
      *        FIRST; AN OPEN LINE FOR THE ITEM MEANS ITS ORDERED
      *        QUANTITY WAS COUNTED BY SCAN-PO-LINES-FOR-ITEM.
       FIND-OPEN-LINE-FOR-RECEIPT.
           MOVE "NO" TO WS-PO-LINE-EOF
           MOVE WS-RECEIPT-PO-NUMBER
               TO POLN-PO-NUMBER OF PO-LINE-RECORD-DATA
           MOVE ZERO TO POLN-LINE-NUMBER OF PO-LINE-RECORD-DATA
           START PO-LINE-FILE KEY IS NOT LESS THAN
               POLN-PO-LINE-KEY OF PO-LINE-RECORD-DATA
               INVALID KEY
                   MOVE "YES" TO WS-PO-LINE-EOF
           END-START
           PERFORM UNTIL WS-PO-LINE-EOF = "YES"
               READ PO-LINE-FILE NEXT RECORD
                   AT END MOVE "YES" TO WS-PO-LINE-EOF
               END-READ
               EVALUATE TRUE
                   WHEN WS-PO-LINE-EOF = "YES"
                       CONTINUE
                   WHEN POLN-PO-NUMBER OF PO-LINE-RECORD-DATA
                       NOT = WS-RECEIPT-PO-NUMBER
                       MOVE "YES" TO WS-PO-LINE-EOF
                   WHEN POLN-ITEM-ID OF PO-LINE-RECORD-DATA
                       = RP-ITEM-ID
                       AND POLN-STATUS OF PO-LINE-RECORD-DATA = "OPEN"
                       MOVE "YES" TO WS-OPEN-LINE-FOUND
                       MOVE "YES" TO WS-PO-LINE-EOF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *        DUE DATE IS THE RUN DATE PLUS THE SUPPLIER'S QUOTED
      *        LEAD TIME.  A NUMBER ALREADY ON FILE (AN EARLIER RUN
      *        TODAY) IS STEPPED PAST; ANY OTHER WRITE FAILURE STOPS
      *        THE RUN WITH THE LOCK HELD SO THE FILES ARE CHECKED
      *        BEFORE ANYONE RAISES MORE ORDERS.
       WRITE-DRAFT-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
           MOVE RP-SUPPLIER-ID
               TO PORD-SUPPLIER-ID OF WS-PURCHASE-ORDER-RECORD
           MOVE ZERO TO PORD-LINE-COUNT OF WS-PURCHASE-ORDER-RECORD
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + SUP-LEAD-TIME-DAYS OF WS-SUPPLIER-MASTER-RECORD
           COMPUTE PORD-DUE-DATE OF WS-PURCHASE-ORDER-RECORD =
               FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT)
           MOVE "DRAFT" TO PORD-STATUS OF WS-PURCHASE-ORDER-RECORD
           MOVE WS-CURRENT-TIMESTAMP
               TO PORD-AUDIT-TIMESTAMP OF WS-PURCHASE-ORDER-RECORD
      *        A DRAFT IS STAMPED WITH THE JOB, NOT A PERSON - THE
      *        SUPERVISOR WHO RELEASES IT TAKES OVER THE STAMP.
           MOVE "REPLEN" TO PORD-CREATED-BY OF WS-PURCHASE-ORDER-RECORD
           MOVE SPACES TO PORD-CLOSED-BY OF WS-PURCHASE-ORDER-RECORD
           MOVE "NO" TO WS-DRAFT-WRITTEN
           PERFORM UNTIL WS-DRAFT-WRITTEN = "YES"
               IF WS-DRAFT-SEQ = 999
                   DISPLAY "NO DRAFT PO NUMBERS LEFT FOR "
                       WS-RUN-DATE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DRAFT-SEQ
               MOVE SPACES TO WS-DRAFT-PO-NUMBER
               STRING "D" WS-RUN-DATE(3:6) WS-DRAFT-SEQ
                   DELIMITED BY SIZE INTO WS-DRAFT-PO-NUMBER
               MOVE WS-DRAFT-PO-NUMBER
                   TO PORD-PO-NUMBER OF WS-PURCHASE-ORDER-RECORD
               WRITE PURCHASE-ORDER-RECORD-DATA
                   FROM WS-PURCHASE-ORDER-RECORD
               IF FS-PURCHASE-ORDER = "00"
                   MOVE "YES" TO WS-DRAFT-WRITTEN
               ELSE
                   IF FS-PURCHASE-ORDER NOT = "22"
                       DISPLAY "UNABLE TO WRITE POFILE.DAT: "
                           FS-PURCHASE-ORDER
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           MOVE "YES" TO WS-DRAFT-OPEN
           ADD 1 TO WS-DRAFT-COUNT
           DISPLAY "  DRAFT PO " WS-DRAFT-PO-NUMBER
               " DUE " PORD-DUE-DATE OF WS-PURCHASE-ORDER-RECORD.

      *        AN ITEM WITH NO CONTRACT THAT WAS NEVER ORDERED BEFORE
      *        HAS NO PRICE TO CARRY FORWARD - ITS LINE GOES ON THE
      *        DRAFT AT ZERO, WITH NO PRICED DATE, AND THE SUPERVISOR
      *        MUST PRICE IT BEFORE THE DRAFT IS RELEASED.
       WRITE-DRAFT-LINE.
           ADD 1 TO WS-DRAFT-LINE-NUMBER
           MOVE WS-DRAFT-PO-NUMBER
               TO POLN-PO-NUMBER OF WS-PO-LINE-RECORD
           MOVE WS-DRAFT-LINE-NUMBER
               TO POLN-LINE-NUMBER OF WS-PO-LINE-RECORD
           MOVE RP-ITEM-ID TO POLN-ITEM-ID OF WS-PO-LINE-RECORD
           MOVE WS-SHORTFALL-QTY
               TO POLN-ORDERED-QTY OF WS-PO-LINE-RECORD
           MOVE WS-LAST-PRICE TO POLN-UNIT-PRICE OF WS-PO-LINE-RECORD
           MOVE "DRAFT" TO POLN-STATUS OF WS-PO-LINE-RECORD
           MOVE WS-CURRENT-TIMESTAMP
               TO POLN-AUDIT-TIMESTAMP OF WS-PO-LINE-RECORD
           IF PRICE-IS-FOUND
               MOVE WS-RUN-DATE TO POLN-PRICED-DATE OF WS-PO-LINE-RECORD
           ELSE
               MOVE ZERO TO POLN-PRICED-DATE OF WS-PO-LINE-RECORD
           END-IF
           MOVE SPACES TO POLN-PRICE-APPROVED-BY OF WS-PO-LINE-RECORD
           WRITE PO-LINE-RECORD-DATA FROM WS-PO-LINE-RECORD
           IF FS-PO-LINE NOT = "00"
               DISPLAY "UNABLE TO WRITE POLINE.DAT: " FS-PO-LINE
                   " FOR " POLN-PO-LINE-KEY OF WS-PO-LINE-RECORD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LINE-COUNT
           DISPLAY "    LINE " WS-DRAFT-LINE-NUMBER
               " ORDER " POLN-ORDERED-QTY OF WS-PO-LINE-RECORD
               " AT " POLN-UNIT-PRICE OF WS-PO-LINE-RECORD
           EVALUATE TRUE
               WHEN CONTRACT-PRICE-IS-FOUND
                   DISPLAY "    CONTRACT PRICE"
                   ADD 1 TO WS-CONTRACT-COUNT
               WHEN PRICE-IS-FOUND
                   DISPLAY "    NO CONTRACT - LAST PO PRICE"
               WHEN OTHER
                   DISPLAY "    NO PRICE HISTORY - PRICE BEFORE RELEASE"
                   ADD 1 TO WS-UNPRICED-COUNT
           END-EVALUATE.

      *        THE HEADER STATES HOW MANY LINES IT OWNS, THE SAME AS
      *        A PO KEYED ONLINE.
       FINISH-SUPPLIER-DRAFT.
           IF DRAFT-IS-OPEN
               MOVE WS-DRAFT-PO-NUMBER
                   TO PORD-PO-NUMBER OF PURCHASE-ORDER-RECORD-DATA
               READ PURCHASE-ORDER-FILE
                   INVALID KEY
                       DISPLAY "DRAFT PO VANISHED FROM POFILE.DAT: "
                           WS-DRAFT-PO-NUMBER
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-READ
               MOVE WS-DRAFT-LINE-NUMBER
                   TO PORD-LINE-COUNT OF PURCHASE-ORDER-RECORD-DATA
               REWRITE PURCHASE-ORDER-RECORD-DATA
               IF FS-PURCHASE-ORDER NOT = "00"
                   DISPLAY "UNABLE TO REWRITE POFILE.DAT: "
                       FS-PURCHASE-ORDER
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "NO" TO WS-DRAFT-OPEN
           END-IF.

       END PROGRAM DRAFT-PO-REPLENISHMENT.
