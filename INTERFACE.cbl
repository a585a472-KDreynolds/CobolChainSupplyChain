               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-TRANSACTION.

           SELECT TX-ARCHIVE-FILE ASSIGN TO "TXARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-TX-ARCHIVE.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-INVOICE-NUMBER
               FILE STATUS IS FS-INVOICE.

           SELECT TRANSFER-FILE ASSIGN TO "TRANSFER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFR-TRANSFER-ID
               FILE STATUS IS FS-TRANSFER.

           SELECT ITEM-COST-FILE ASSIGN TO "ITEMCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICST-ITEM-ID
               FILE STATUS IS FS-ITEM-COST.

           SELECT LOT-FILE ASSIGN TO "LOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS FS-LOT.

           SELECT COST-CENTER-FILE ASSIGN TO "COSTCTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COST-CENTER-ID
               FILE STATUS IS FS-COST-CENTER.

           SELECT PRICE-LIST-FILE ASSIGN TO "PRICELIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-PRICE-KEY
               FILE STATUS IS FS-PRICE-LIST.

       DATA DIVISION.
       FILE SECTION.

       01 TRANSACTION-RECORD-DATA.
           COPY TRANSACTION-RECORD.

       FD TX-ARCHIVE-FILE.
       01 TX-ARCHIVE-RECORD-DATA.
           COPY TRANSACTION-RECORD.

       FD PURCHASE-ORDER-FILE.
       01 PURCHASE-ORDER-RECORD-DATA.
           COPY PURCHASE-ORDER-RECORD.
       01 INVOICE-RECORD-DATA.
           COPY INVOICE-RECORD.

       FD TRANSFER-FILE.
       01 TRANSFER-RECORD-DATA.
           COPY TRANSFER-RECORD.

       FD ITEM-COST-FILE.
       01 ITEM-COST-RECORD-DATA.
           COPY ITEM-COST-RECORD.

       FD LOT-FILE.
       01 LOT-RECORD-DATA.
           COPY LOT-RECORD.

       FD COST-CENTER-FILE.
       01 COST-CENTER-RECORD-DATA.
           COPY COST-CENTER-RECORD.

       FD PRICE-LIST-FILE.
       01 PRICE-LIST-RECORD-DATA.
           COPY PRICE-LIST-RECORD.

       WORKING-STORAGE SECTION.
       01 FS-SUPPLY-CHAIN      PIC XX.
       01 FS-SUPPLIER          PIC XX.
       01 FS-BLOCKCHAIN        PIC XX.
       01 FS-ANCHOR            PIC XX.
       01 FS-TRANSACTION       PIC XX.
       01 FS-TX-ARCHIVE        PIC XX.
       01 FS-RECEIPT           PIC XX.
       01 FS-PURCHASE-ORDER    PIC XX.
       01 FS-PO-LINE           PIC XX.
       01 FS-SYSLOCK           PIC XX.
       01 FS-LOCATION          PIC XX.
       01 FS-ADJUSTMENT        PIC XX.
       01 FS-TRANSFER          PIC XX.
       01 FS-ITEM-COST         PIC XX.
       01 FS-LOT               PIC XX.
       01 FS-COST-CENTER       PIC XX.
       01 FS-PRICE-LIST        PIC XX.
       01 WS-OPTION            PIC X(1).
       01 WS-INPUT-BUFFER      PIC X(255).
       01 WS-END-OF-FILE       PIC X(3) VALUE "NO".
       01 WS-SUPPLIER-FOUND    PIC X(3) VALUE "NO".
           88 SUPPLIER-IS-FOUND    VALUE "YES".
       01 WS-SUPPLIER-PRIOR-STATUS PIC X(6) VALUE SPACES.
       01 WS-SUPPLIER-PRIOR-TERMS PIC X(10) VALUE SPACES.
       01 WS-SUPPLIER-REWRITTEN PIC X(3) VALUE "NO".

      *        PURCHASE ORDER WORKING FIELDS
       01 WS-PO-DUP-SUB            PIC 9(3) VALUE ZERO.
       01 WS-PO-WRITTEN            PIC X(3) VALUE "NO".
       01 WS-PO-ALL-LINES-CLOSED   PIC X(3) VALUE "NO".
       01 WS-DRAFT-NEW-STATUS      PIC X(6).
       01 WS-DRAFT-UNPRICED        PIC X(3) VALUE "NO".
           88 DRAFT-HAS-UNPRICED-LINE  VALUE "YES".
       01 WS-DRAFT-LINE-PRICE      PIC 9(5)V99.
       01 WS-DRAFT-LINE-SUB        PIC 9(3) COMP VALUE ZERO.
       01 WS-DRAFT-PRICED-DATE     PIC 9(8).

      *        PRICES AGREED FOR A DRAFT'S LINES DURING THE RELEASE
      *        CHECK, BY LINE NUMBER.  NOTHING IS WRITTEN TO THE LINES
      *        UNTIL EVERY LINE HAS PASSED, SO A DRAFT HELD BACK STAYS
      *        EXACTLY AS THE REPLENISHMENT RUN LEFT IT.
       01 WS-DRAFT-PRICE-TABLE.
           05 WS-DRAFT-PRICE-ENTRY OCCURS 999 TIMES.
               10 WS-DRAFT-SET-PRICE   PIC 9(5)V99.
               10 WS-DRAFT-SET-APPROVER PIC X(8).

      *        CONTRACT PRICE WORKING FIELDS - PRICELIST.DAT CARRIES
      *        THE UNIT PRICE AGREED WITH A SUPPLIER FOR AN ITEM OVER
      *        A DATE RANGE, AND THE PERCENTAGE A PO LINE MAY STRAY
      *        FROM IT.  A PO LINE OUTSIDE THAT TOLERANCE IS ONLY
      *        WRITTEN ON A SUPERVISOR OVERRIDE, AND THE SUPERVISOR IS
      *        RECORDED ON THE LINE ITSELF.
       01 WS-PRICE-LIST-RECORD.
           COPY PRICE-LIST-RECORD.
       01 WS-PRICE-ACTION          PIC X(1).
       01 WS-PRICE-SUPPLIER-ID     PIC X(10).
       01 WS-PRICE-ITEM-ID         PIC X(10).
       01 WS-PRICE-AS-OF-DATE      PIC 9(8).
       01 WS-PRICE-TODAY           PIC 9(8).
       01 WS-PRICE-FROM-ENTRY      PIC 9(8).
       01 WS-PRICE-FROM-PARTS REDEFINES WS-PRICE-FROM-ENTRY.
           05 WS-PRICE-FROM-YYYY   PIC 9(4).
           05 WS-PRICE-FROM-MM     PIC 9(2).
           05 WS-PRICE-FROM-DD     PIC 9(2).
       01 WS-PRICE-TO-ENTRY        PIC 9(8).
       01 WS-PRICE-TO-PARTS REDEFINES WS-PRICE-TO-ENTRY.
           05 WS-PRICE-TO-YYYY     PIC 9(4).
           05 WS-PRICE-TO-MM       PIC 9(2).
           05 WS-PRICE-TO-DD       PIC 9(2).
       01 WS-PRICE-TOL-ENTRY       PIC 9(2)V99.
       01 WS-PRICE-OPEN-ENDED      PIC 9(8) VALUE 99991231.
       01 WS-PRICE-DEFAULT-TOL     PIC 9(2)V99 VALUE 2.00.
       01 WS-PRICE-LIST-EOF        PIC X(3) VALUE "NO".
       01 WS-PRICE-LIST-COUNT      PIC 9(5).
       01 WS-PRICE-LIST-TAG        PIC X(7).
       01 WS-PRICE-ROW-FOUND       PIC X(3) VALUE "NO".
           88 PRICE-ROW-IS-FOUND       VALUE "YES".
       01 WS-PRICE-ROW-VALID       PIC X(3) VALUE "NO".
           88 PRICE-ROW-IS-VALID       VALUE "YES".
       01 WS-PRICE-OVERLAP         PIC X(3) VALUE "NO".
           88 PRICE-OVERLAPS           VALUE "YES".
       01 WS-CONTRACT-FOUND        PIC X(3) VALUE "NO".
           88 CONTRACT-PRICE-IS-FOUND  VALUE "YES".
       01 WS-CONTRACT-PRICE        PIC 9(5)V99.
       01 WS-CONTRACT-TOLERANCE    PIC 9(2)V99.
       01 WS-CONTRACT-FROM         PIC 9(8).
       01 WS-CONTRACT-TO           PIC 9(8).
       01 WS-PRICE-ENTRY           PIC 9(5)V99.
       01 WS-PRICE-DIFFERENCE      PIC 9(5)V99.
       01 WS-PRICE-VARIANCE-PCT    PIC 9(9)V99.
       01 WS-PRICE-ACCEPTED        PIC X(3) VALUE "NO".
           88 PRICE-IS-ACCEPTED        VALUE "YES".
       01 WS-PRICE-APPROVED-BY     PIC X(8).
       01 WS-PRICE-OVERRIDE-REPLY  PIC X(3).
       01 WS-PRICE-SHOW            PIC ZZZZ9.99.
       01 WS-CONTRACT-SHOW         PIC ZZZZ9.99.
       01 WS-TOLERANCE-SHOW        PIC Z9.99.
       01 WS-VARIANCE-PCT-SHOW     PIC ZZZZZZZZ9.99.

      *        SYSTEM IN-USE LOCK WORKING FIELDS
       01 WS-SYSLOCK-RECORD.
           88 LOCATION-IS-FOUND        VALUE "YES".
       01 WS-LOCATION-EOF          PIC X(3) VALUE "NO".

      *        STOCK ISSUE WORKING FIELDS - EVERY ISSUE IS CHARGED TO
      *        A COST CENTER ON COSTCTR.DAT, AND OPTIONALLY TO A WORK
      *        ORDER, SO THE MONTH-END CHARGEBACK CAN BILL THE
      *        DEPARTMENT THAT DREW THE MATERIAL.  A REVERSAL PUTS
      *        STOCK BACK AGAINST THE COST CENTER IT WAS ISSUED TO AND
      *        CAN NEVER CREDIT MORE THAN WAS NET ISSUED THERE.
       01 WS-ISSUE-ITEM-ID         PIC X(10).
       01 WS-ISSUE-QTY             PIC 9(5).
       01 WS-ISSUE-ACTION          PIC X(1).
       01 WS-ISSUE-LEDGER-STATUS   PIC X(10).
       01 WS-COST-CENTER-RECORD.
           COPY COST-CENTER-RECORD.
       01 WS-COST-CENTER-ACTION    PIC X(1).
       01 WS-COST-CENTER-ENTRY     PIC X(6).
       01 WS-WORK-ORDER-ENTRY      PIC X(8).
       01 WS-COST-CENTER-STATUS-ENTRY PIC X(6).
       01 WS-COST-CENTER-FOUND     PIC X(3) VALUE "NO".
           88 COST-CENTER-IS-FOUND     VALUE "YES".
       01 WS-COST-CENTER-VALID     PIC X(3) VALUE "NO".
           88 COST-CENTER-IS-VALID     VALUE "YES".
       01 WS-LEDGER-EOF            PIC X(3) VALUE "NO".
       01 WS-ISSUE-LEDGER-ROW.
           COPY TRANSACTION-RECORD.
       01 WS-CENTER-ISSUED-QTY     PIC 9(7).
       01 WS-CENTER-REVERSED-QTY   PIC 9(7).
       01 WS-CENTER-REVERSIBLE-QTY PIC 9(7).
       01 WS-ORDER-ISSUED-QTY      PIC 9(7).
       01 WS-ORDER-REVERSED-QTY    PIC 9(7).
       01 WS-ORDER-REVERSIBLE-QTY  PIC 9(7).
       01 WS-LAST-ISSUE-LOT        PIC X(12).

      *        RETURN-TO-SUPPLIER / CYCLE-COUNT WORKING FIELDS -
      *        BOTH OPERATIONS JOURNAL TO ADJUST.DAT SO THE PERIOD
       01 WS-VARIANCE-QTY          PIC 9(5).
       01 WS-VARIANCE-SIGN         PIC X(1).

      *        WAREHOUSE TRANSFER WORKING FIELDS - STOCK SHIPPED
      *        BETWEEN BUILDINGS LEAVES THE SENDING BALANCE AT ONCE
      *        AND SITS IN THE IN-TRANSIT ROW OF LOCBAL.DAT UNTIL THE
      *        RECEIVING DOCK CONFIRMS IT, SO THE MASTER ON-HAND STAYS
      *        THE SUM OF THE LOCATION ROWS THROUGHOUT.  TRANSFER.DAT
      *        CARRIES ONE ROW PER TRANSFER FOR THE CONFIRMATION AND
      *        THE IN-TRANSIT AGING REPORT.
       01 WS-TRANSFER-RECORD.
           COPY TRANSFER-RECORD.
       01 WS-TRANSFER-ACTION       PIC X(1).
       01 WS-TRANSFER-ITEM-ID      PIC X(10).
       01 WS-TRANSFER-QTY          PIC 9(5).
       01 WS-TRANSFER-ID-ENTRY     PIC X(14).
       01 WS-TO-LOCATION-CODE      PIC X(3).
           88 VALID-TO-LOCATION-CODE   VALUES "DAY" "COL" "CIN".
       01 WS-IN-TRANSIT-LOCATION   PIC X(3) VALUE "TRN".
       01 WS-TRANSFER-FOUND        PIC X(3) VALUE "NO".
           88 TRANSFER-IS-FOUND        VALUE "YES".
       01 WS-TRANSFER-WRITTEN      PIC X(3) VALUE "NO".
       01 WS-TRANSFER-LEG          PIC X(3).
           88 TRANSFER-LEG-IS-SHIP     VALUE "OUT".
           88 TRANSFER-LEG-IS-RECEIPT  VALUE "IN".
       01 WS-LOCATION-POST-QTY     PIC 9(5).

      *        INVENTORY COSTING WORKING FIELDS - ITEMCOST.DAT CARRIES
      *        ONE RUNNING WEIGHTED-AVERAGE UNIT COST PER ITEM, MOVED
      *        ONLY BY RECEIPTS AT THE MATCHED PO LINE PRICE.  EVERY
      *        OTHER MOVEMENT IS VALUED AT THAT AVERAGE AND THE VALUE
      *        RIDES ON ITS LEDGER ROW AS TX-AMOUNT.
       01 WS-ITEM-COST-RECORD.
           COPY ITEM-COST-RECORD.
       01 WS-ITEM-COST-FOUND       PIC X(3) VALUE "NO".
           88 ITEM-COST-IS-FOUND       VALUE "YES".
       01 WS-COST-MOVEMENT-QTY     PIC 9(5).
       01 WS-MOVEMENT-VALUE        PIC 9(7)V99.
       01 WS-RECEIPT-UNIT-PRICE    PIC 9(5)V99.
       01 WS-COST-PRIOR-QTY        PIC 9(5).

      *        LOT AND EXPIRY WORKING FIELDS - LOT.DAT CARRIES ONE ROW
      *        PER ITEM, LOCATION AND LOT, AND THE LOT ROWS FOR AN
      *        ITEM AT A LOCATION ALWAYS SUM TO ITS LOCBAL.DAT ROW.
      *        A RECEIPT OPENS OR TOPS UP A LOT; ISSUES, RETURNS AND
      *        DOWNWARD COUNTS DRAW THE LOT THE OPERATOR NAMES, OR THE
      *        EARLIEST-EXPIRING LOTS FIRST, ONE POSTING PER LOT SO
      *        EVERY BLOCK AND LEDGER ROW NAMES A SINGLE LOT.  A LOT
      *        WITH NO EXPIRY DATE (ZERO) IS DRAWN LAST.
       01 WS-LOT-RECORD.
           COPY LOT-RECORD.
       01 WS-LOT-NUMBER-ENTRY      PIC X(12).
       01 WS-LOT-EXPIRY-ENTRY      PIC 9(8).
       01 WS-LOT-EXPIRY-PARTS REDEFINES WS-LOT-EXPIRY-ENTRY.
           05 WS-LOT-EXPIRY-YYYY   PIC 9(4).
           05 WS-LOT-EXPIRY-MM     PIC 9(2).
           05 WS-LOT-EXPIRY-DD     PIC 9(2).
       01 WS-LOT-TODAY             PIC 9(8).
       01 WS-LOT-FOUND             PIC X(3) VALUE "NO".
           88 LOT-IS-FOUND             VALUE "YES".
       01 WS-LOT-EOF               PIC X(3) VALUE "NO".
       01 WS-LOT-VALID             PIC X(3) VALUE "NO".
           88 LOT-IS-VALID             VALUE "YES".
       01 WS-LOT-MOVEMENT-TYPE     PIC X(1).
           88 LOT-MOVEMENT-IS-ISSUE    VALUE "I".
           88 LOT-MOVEMENT-IS-RETURN   VALUE "R".
           88 LOT-MOVEMENT-IS-COUNT    VALUE "C".
       01 WS-LOT-MOVEMENT-POSTED   PIC X(3) VALUE "NO".
           88 LOT-MOVEMENT-POSTED      VALUE "YES".
       01 WS-LOT-TOTAL-QTY         PIC 9(7).
       01 WS-LOT-REQUIRED-QTY      PIC 9(5).
       01 WS-LOT-REMAINING-QTY     PIC 9(5).
       01 WS-LOT-PORTION-QTY       PIC 9(5).
       01 WS-LOT-SORT-EXPIRY       PIC 9(8).
       01 WS-LOT-BEST-EXPIRY       PIC 9(8).
       01 WS-LOT-TO-LOCATION       PIC X(3).

      *        GOODS-RECEIPT WORKING FIELDS
       01 WS-RECEIPT-RECORD.
           COPY RECEIPT-RECORD.
       01 WS-BLOCKCHAIN-RECORD.
           COPY BLOCKCHAIN-RECORD.
       01 WS-LAST-BLOCK-HASH   PIC X(64) VALUE SPACES.
      *        MOVEMENT DETAIL CARRIED IN BLOCK-DATA BEHIND THE
      *        209-BYTE MASTER IMAGE - SET BY THE CALLER JUST BEFORE
      *        THE APPEND AND CLEARED BY IT, SO A BLOCK ONLY EVER
      *        CARRIES THE DETAIL OF ITS OWN MOVEMENT.
       01 WS-BLOCK-DETAIL.
           COPY BLOCK-DETAIL-RECORD.
       01 WS-BLOCK-NONCE       PIC 9(10) VALUE ZERO.
       01 WS-HASH-INPUT        PIC X(319).
       01 WS-HASH-SUB          PIC 9(3) COMP.
       01 WS-HASH-ACCUM        PIC 9(18) COMP.
       01 WS-HASH-DISPLAY      PIC 9(18).
           DISPLAY "9 - FIND RECORD BY SHIPMENT-ID"
           DISPLAY "A - PURCHASE ORDER ENTRY"
           DISPLAY "B - PURCHASE ORDER INQUIRY"
           DISPLAY "C - ISSUE STOCK OR REVERSE AN ISSUE"
           DISPLAY "D - ENTER SUPPLIER INVOICE"
           DISPLAY "E - RETURN STOCK TO SUPPLIER"
           DISPLAY "F - CYCLE COUNT ADJUSTMENT"
           DISPLAY "G - WAREHOUSE TRANSFER"
           DISPLAY "H - RELEASE OR CANCEL DRAFT PURCHASE ORDER"
           DISPLAY "I - COST CENTER MAINTENANCE".

      *        EVERY FUNCTION THAT CHANGES A FILE IS GATED ON THE
      *        SIGNED-ON OPERATOR'S AUTHORITY - LEVEL 2 FOR STOCK
      *        OPERATIONS, LEVEL 3 (SUPERVISOR) FOR SUPPLIER AND COST
      *        CENTER MAINTENANCE, PO ENTRY/CLOSE, DRAFT PO RELEASE
      *        AND DELETES.  INQUIRIES ARE OPEN TO EVERY SIGNED-ON
      *        OPERATOR.
       PROCESS-MENU-OPTION.
           EVALUATE WS-OPTION
               WHEN "1"
                   PERFORM PURCHASE-ORDER-INQUIRY
               WHEN "C"
                   IF OPERATOR-CAN-UPDATE
                       PERFORM STOCK-ISSUE-MENU
                   ELSE
                       PERFORM REFUSE-UPDATE-AUTHORITY
                   END-IF
                   ELSE
                       PERFORM REFUSE-UPDATE-AUTHORITY
                   END-IF
               WHEN "G"
                   IF OPERATOR-CAN-UPDATE
                       PERFORM WAREHOUSE-TRANSFER
                   ELSE
                       PERFORM REFUSE-UPDATE-AUTHORITY
                   END-IF
               WHEN "H"
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM DRAFT-PURCHASE-ORDER-REVIEW
                   ELSE
                       PERFORM REFUSE-SUPERVISOR-AUTHORITY
                   END-IF
               WHEN "I"
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM COST-CENTER-MAINTENANCE
                   ELSE
                       PERFORM REFUSE-SUPERVISOR-AUTHORITY
                   END-IF
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.
      *        WHERE THE BLOCKCHAIN LEFT OFF SO THIS RUN'S BLOCKS
      *        CHAIN ONTO WHAT IS ALREADY ON DISK.
       INITIALIZE-RUN.
           MOVE SPACES TO WS-BLOCK-DETAIL
           MOVE SPACES TO WS-TRANSACTION-RECORD
           PERFORM OPERATOR-SIGN-ON
           PERFORM CLAIM-SYSTEM-LOCK
           PERFORM LOAD-LAST-BLOCK-HASH.
                       PERFORM WRITE-LEDGER-ENTRY
                       PERFORM PURGE-RECEIPT-FOR-SHIPMENT
                       PERFORM PURGE-LOCATION-BALANCES
                       PERFORM PURGE-LOTS
                       PERFORM PURGE-ITEM-COST
                   END-IF
               END-IF
           END-IF.
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

      *        AND THE ITEM'S AVERAGE COST - A LATER RECORD RE-USING
      *        THE ITEM-ID STARTS AGAIN FROM ITS FIRST PRICED RECEIPT.
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

       PROMPT-FOR-SUPPLY-CHAIN-DATA.
           DISPLAY "ENTER ITEM-ID: "
           ACCEPT ITEM-ID OF WS-SUPPLY-CHAIN-RECORD FROM CONSOLE
               ON-HAND-QUANTITY OF SUPPLY-CHAIN-RECORD-DATA
           DISPLAY "REORDER-POINT    : "
               REORDER-POINT OF SUPPLY-CHAIN-RECORD-DATA
           PERFORM SHOW-LOCATION-BALANCES
           PERFORM SHOW-ITEM-LOTS.

      *        THE GLOBAL ON-HAND NUMBER HIDES WHICH BUILDING THE
      *        STOCK IS IN - LIST THE PER-LOCATION BALANCES UNDER IT.
               CLOSE LOCATION-BALANCE-FILE
           END-IF.

      *        AND THE LOTS MAKING UP THOSE BALANCES, SO THE OPERATOR
      *        CAN NAME A LOT ON AN ISSUE, RETURN OR COUNT.
       SHOW-ITEM-LOTS.
           MOVE "NO" TO WS-LOT-EOF
           OPEN INPUT LOT-FILE
           IF FS-LOT NOT = "00"
               CONTINUE
           ELSE
               MOVE ITEM-ID OF SUPPLY-CHAIN-RECORD-DATA
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
                           = ITEM-ID OF SUPPLY-CHAIN-RECORD-DATA
                           DISPLAY "  LOT "
                               LOT-NUMBER OF LOT-RECORD-DATA
                               " AT "
                               LOT-LOCATION-CODE OF LOT-RECORD-DATA
                               " : " LOT-ON-HAND-QUANTITY
                                   OF LOT-RECORD-DATA
                               " EXPIRES "
                               LOT-EXPIRY-DATE OF LOT-RECORD-DATA
                       ELSE
                           MOVE "YES" TO WS-LOT-EOF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LOT-FILE
           END-IF.

      *        CARRIER CALLS AND BUYER QUESTIONS NO LONGER NEED A FULL
      *        PASS OF THE MASTER - THE ALTERNATE KEYS ANSWER THEM
      *        DIRECTLY.
               PERFORM ACCEPT-AND-WRITE-PO-LINE
           END-IF.

      *        THE CONTRACT PRICE IN FORCE TODAY IS OFFERED AS THE
      *        DEFAULT - A ZERO ENTRY TAKES IT.  A PRICE KEYED OVER IT
      *        MUST STAY WITHIN THE CONTRACT TOLERANCE OR CARRY A
      *        SUPERVISOR OVERRIDE, SO A TYPO OR AN OFF-CONTRACT PRICE
      *        NO LONGER FLOWS STRAIGHT INTO THE THREE-WAY MATCH AND
      *        THE INVOICE CEILING.  AN ITEM WITH NO CONTRACT TAKES
      *        THE PRICE AS KEYED, BUT NEVER A ZERO ONE.
       ACCEPT-AND-WRITE-PO-LINE.
           MOVE PORD-PO-NUMBER OF WS-PURCHASE-ORDER-RECORD
               TO POLN-PO-NUMBER OF WS-PO-LINE-RECORD
               TO POLN-ITEM-ID OF WS-PO-LINE-RECORD
           DISPLAY "ENTER ORDERED QUANTITY: "
           ACCEPT POLN-ORDERED-QTY OF WS-PO-LINE-RECORD FROM CONSOLE
           MOVE PORD-SUPPLIER-ID OF WS-PURCHASE-ORDER-RECORD
               TO WS-PRICE-SUPPLIER-ID
           MOVE WS-PO-LINE-ITEM-ENTRY TO WS-PRICE-ITEM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRICE-AS-OF-DATE
           PERFORM FIND-CONTRACT-PRICE
           IF CONTRACT-PRICE-IS-FOUND
               MOVE WS-CONTRACT-PRICE TO WS-CONTRACT-SHOW
               DISPLAY "CONTRACT PRICE: " WS-CONTRACT-SHOW
                   " (ENTER ZERO TO USE IT)"
           END-IF
           DISPLAY "ENTER UNIT PRICE: "
           ACCEPT WS-PRICE-ENTRY FROM CONSOLE
           IF WS-PRICE-ENTRY = ZERO AND CONTRACT-PRICE-IS-FOUND
               MOVE WS-CONTRACT-PRICE TO WS-PRICE-ENTRY
           END-IF
           MOVE WS-PRICE-ENTRY TO POLN-UNIT-PRICE OF WS-PO-LINE-RECORD
           EVALUATE TRUE
               WHEN POLN-ORDERED-QTY OF WS-PO-LINE-RECORD = ZERO
                   DISPLAY "ORDERED QUANTITY MUST BE GREATER THAN "
                       "ZERO - LINE NOT ADDED"
               WHEN WS-PRICE-ENTRY = ZERO
                   DISPLAY "NO CONTRACT PRICE ON FILE - UNIT PRICE "
                       "IS REQUIRED - LINE NOT ADDED"
               WHEN OTHER
                   PERFORM CHECK-CONTRACT-TOLERANCE
                   IF PRICE-IS-ACCEPTED
                       PERFORM WRITE-ENTERED-PO-LINE
                   ELSE
                       DISPLAY "PRICE OUTSIDE CONTRACT TOLERANCE - "
                           "LINE NOT ADDED"
                   END-IF
           END-EVALUATE.

       WRITE-ENTERED-PO-LINE.
           ADD 1 TO WS-PO-LINE-NUMBER
           MOVE WS-PO-LINE-NUMBER
               TO POLN-LINE-NUMBER OF WS-PO-LINE-RECORD
           MOVE "OPEN" TO POLN-STATUS OF WS-PO-LINE-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP
               TO POLN-AUDIT-TIMESTAMP OF WS-PO-LINE-RECORD
           MOVE WS-PRICE-AS-OF-DATE
               TO POLN-PRICED-DATE OF WS-PO-LINE-RECORD
           MOVE WS-PRICE-APPROVED-BY
               TO POLN-PRICE-APPROVED-BY OF WS-PO-LINE-RECORD
           WRITE PO-LINE-RECORD-DATA FROM WS-PO-LINE-RECORD
               INVALID KEY
                   DISPLAY "PO LINE ALREADY ON FILE: "
                       POLN-PO-LINE-KEY OF WS-PO-LINE-RECORD
                   SUBTRACT 1 FROM WS-PO-LINE-NUMBER
               NOT INVALID KEY
                   DISPLAY "LINE " WS-PO-LINE-NUMBER " ADDED: "
                       POLN-ITEM-ID OF WS-PO-LINE-RECORD
           END-WRITE.

      *        THE CONTRACT IN FORCE FOR WS-PRICE-SUPPLIER-ID AND
      *        WS-PRICE-ITEM-ID ON WS-PRICE-AS-OF-DATE.  CONTRACTS FOR
      *        A SUPPLIER AND ITEM NEVER OVERLAP, SO THE FIRST ROW
      *        WHOSE DATES COVER THE DAY IS THE ONLY ONE.  NO PRICE
      *        LIST ON FILE, OR NO CONTRACT COVERING THE DAY, LEAVES
      *        CONTRACT-PRICE-IS-FOUND OFF AND THE PRICE UNCHECKED.
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
               MOVE WS-PRICE-SUPPLIER-ID
                   TO PRC-SUPPLIER-ID OF PRICE-LIST-RECORD-DATA
               MOVE WS-PRICE-ITEM-ID
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
                               NOT = WS-PRICE-SUPPLIER-ID
                           WHEN PRC-ITEM-ID OF PRICE-LIST-RECORD-DATA
                               NOT = WS-PRICE-ITEM-ID
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
                               MOVE PRC-EFFECTIVE-FROM
                                   OF PRICE-LIST-RECORD-DATA
                                   TO WS-CONTRACT-FROM
                               MOVE PRC-EFFECTIVE-TO
                                   OF PRICE-LIST-RECORD-DATA
                                   TO WS-CONTRACT-TO
                               MOVE "YES" TO WS-PRICE-LIST-EOF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE PRICE-LIST-FILE
           END-IF.

      *        WS-PRICE-ENTRY AGAINST THE CONTRACT FOUND ABOVE.  WITHIN
      *        TOLERANCE (OR NO CONTRACT) THE PRICE IS ACCEPTED AS IS.
      *        OUTSIDE IT, ONLY A SUPERVISOR CAN LET IT THROUGH, AND
      *        WS-PRICE-APPROVED-BY CARRIES WHO DID SO ONTO THE LINE
      *        FOR THE PRICE-VARIANCE REPORT.
       CHECK-CONTRACT-TOLERANCE.
           MOVE "YES" TO WS-PRICE-ACCEPTED
           MOVE SPACES TO WS-PRICE-APPROVED-BY
           IF CONTRACT-PRICE-IS-FOUND
               IF WS-PRICE-ENTRY > WS-CONTRACT-PRICE
                   COMPUTE WS-PRICE-DIFFERENCE =
                       WS-PRICE-ENTRY - WS-CONTRACT-PRICE
               ELSE
                   COMPUTE WS-PRICE-DIFFERENCE =
                       WS-CONTRACT-PRICE - WS-PRICE-ENTRY
               END-IF
               COMPUTE WS-PRICE-VARIANCE-PCT ROUNDED =
                   WS-PRICE-DIFFERENCE * 100 / WS-CONTRACT-PRICE
               IF WS-PRICE-VARIANCE-PCT > WS-CONTRACT-TOLERANCE
                   MOVE WS-PRICE-ENTRY TO WS-PRICE-SHOW
                   MOVE WS-CONTRACT-PRICE TO WS-CONTRACT-SHOW
                   MOVE WS-PRICE-VARIANCE-PCT TO WS-VARIANCE-PCT-SHOW
                   MOVE WS-CONTRACT-TOLERANCE TO WS-TOLERANCE-SHOW
                   DISPLAY "ITEM " WS-PRICE-ITEM-ID " PRICE "
                       WS-PRICE-SHOW " IS " WS-VARIANCE-PCT-SHOW
                       "% FROM CONTRACT " WS-CONTRACT-SHOW
                   DISPLAY "CONTRACT TOLERANCE IS " WS-TOLERANCE-SHOW
                       "%"
                   IF OPERATOR-IS-SUPERVISOR
                       DISPLAY "SUPERVISOR OVERRIDE (YES/NO)? "
                       ACCEPT WS-PRICE-OVERRIDE-REPLY FROM CONSOLE
                       IF WS-PRICE-OVERRIDE-REPLY = "YES"
                           MOVE WS-OPERATOR-ID TO WS-PRICE-APPROVED-BY
                           DISPLAY "PRICE OVERRIDE RECORDED FOR "
                               WS-OPERATOR-ID
                       ELSE
                           MOVE "NO" TO WS-PRICE-ACCEPTED
                       END-IF
                   ELSE
                       DISPLAY "SUPERVISOR OVERRIDE REQUIRED"
                       MOVE "NO" TO WS-PRICE-ACCEPTED
                   END-IF
               END-IF
           END-IF.

      *        WALKS THE LINES ALREADY WRITTEN FOR THIS PO (1 THROUGH
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP
               TO PORD-AUDIT-TIMESTAMP OF WS-PURCHASE-ORDER-RECORD
           MOVE WS-OPERATOR-ID
               TO PORD-CREATED-BY OF WS-PURCHASE-ORDER-RECORD
           MOVE SPACES TO PORD-CLOSED-BY OF WS-PURCHASE-ORDER-RECORD
           OPEN I-O PURCHASE-ORDER-FILE
           IF FS-PURCHASE-ORDER = "35"
               OPEN OUTPUT PURCHASE-ORDER-FILE
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO PORD-AUDIT-TIMESTAMP
                               OF PURCHASE-ORDER-RECORD-DATA
                       MOVE WS-OPERATOR-ID TO PORD-CLOSED-BY
                           OF PURCHASE-ORDER-RECORD-DATA
                       REWRITE PURCHASE-ORDER-RECORD-DATA
                       END-REWRITE
                       DISPLAY "PURCHASE ORDER CLOSED: "
               CLOSE PO-LINE-FILE
           END-IF.

      *        DRAFTS ARE RAISED BY THE REPLENISHMENT RUN, NOT BY A
      *        BUYER, SO NOTHING CAN BE RECEIVED OR INVOICED AGAINST
      *        ONE UNTIL A SUPERVISOR HAS LOOKED IT OVER AND EITHER
      *        RELEASED IT TO OPEN OR CANCELLED IT.
       DRAFT-PURCHASE-ORDER-REVIEW.
           DISPLAY "ENTER DRAFT PO-NUMBER: "
           ACCEPT WS-PO-INQUIRY-NUMBER FROM CONSOLE
           OPEN I-O PURCHASE-ORDER-FILE
           IF FS-PURCHASE-ORDER NOT = "00"
               DISPLAY "UNABLE TO OPEN POFILE.DAT: " FS-PURCHASE-ORDER
           ELSE
               MOVE WS-PO-INQUIRY-NUMBER
                   TO PORD-PO-NUMBER OF PURCHASE-ORDER-RECORD-DATA
               READ PURCHASE-ORDER-FILE
                   INTO WS-PURCHASE-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "PO NOT ON FILE: " WS-PO-INQUIRY-NUMBER
                   NOT INVALID KEY
                       IF PORD-STATUS OF WS-PURCHASE-ORDER-RECORD
                           NOT = "DRAFT"
                           DISPLAY "PO IS NOT A DRAFT - STATUS: "
                               PORD-STATUS OF WS-PURCHASE-ORDER-RECORD
                       ELSE
                           PERFORM REVIEW-ONE-DRAFT-PO
                       END-IF
               END-READ
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

       REVIEW-ONE-DRAFT-PO.
           DISPLAY "SUPPLIER-ID      : "
               PORD-SUPPLIER-ID OF WS-PURCHASE-ORDER-RECORD
           DISPLAY "DUE-DATE         : "
               PORD-DUE-DATE OF WS-PURCHASE-ORDER-RECORD
           DISPLAY "LINE-COUNT       : "
               PORD-LINE-COUNT OF WS-PURCHASE-ORDER-RECORD
           PERFORM SHOW-PO-LINES
           DISPLAY "R - RELEASE DRAFT TO OPEN"
           DISPLAY "X - CANCEL DRAFT"
           ACCEPT WS-PO-ACTION FROM CONSOLE
           EVALUATE WS-PO-ACTION
               WHEN "R"
                   PERFORM RELEASE-DRAFT-PO
               WHEN "X"
                   MOVE "CANCEL" TO WS-DRAFT-NEW-STATUS
                   PERFORM SET-DRAFT-LINE-STATUS
                   PERFORM SET-DRAFT-HEADER-STATUS
                   DISPLAY "DRAFT PURCHASE ORDER CANCELLED: "
                       WS-PO-INQUIRY-NUMBER
               WHEN OTHER
                   DISPLAY "INVALID DRAFT ACTION - DRAFT UNCHANGED"
           END-EVALUATE.

      *        A RELEASED ORDER GOES TO THE SUPPLIER, SO THE SAME
      *        SUPPLIER CHECK AS A BUYER-KEYED PO APPLIES, AND EVERY
      *        LINE MUST CARRY A PRICE - THE THREE-WAY MATCH AND THE
      *        INVOICE CEILING BOTH WORK FROM IT.  THE PRICES AGREED
      *        IN THE CHECK ARE WRITTEN WITH THE OPEN STATUS.
       RELEASE-DRAFT-PO.
           PERFORM CHECK-PO-SUPPLIER
           IF NOT SUPPLIER-IS-VALID
               DISPLAY "DRAFT NOT RELEASED: " WS-PO-INQUIRY-NUMBER
           ELSE
               PERFORM PRICE-DRAFT-PO-LINES
               IF DRAFT-HAS-UNPRICED-LINE
                   DISPLAY "DRAFT HAS AN UNPRICED OR UNAPPROVED LINE "
                       "- NOT RELEASED: " WS-PO-INQUIRY-NUMBER
               ELSE
                   MOVE "OPEN" TO WS-DRAFT-NEW-STATUS
                   PERFORM SET-DRAFT-LINE-STATUS
                   PERFORM SET-DRAFT-HEADER-STATUS
                   DISPLAY "DRAFT PURCHASE ORDER RELEASED: "
                       WS-PO-INQUIRY-NUMBER
               END-IF
           END-IF.

      *        EVERY DRAFT LINE IS CHECKED AGAINST THE SUPPLIER'S
      *        CONTRACT AS AT THE RELEASE.  AN ITEM THAT HAD NEVER
      *        BEEN ORDERED BEFORE AND HAS NO CONTRACT COMES OFF THE
      *        REPLENISHMENT RUN AT A ZERO PRICE - THE SUPERVISOR KEYS
      *        THE AGREED PRICE HERE.  A PRICE LEFT AT ZERO, OR ONE
      *        OUTSIDE THE CONTRACT TOLERANCE WITHOUT AN OVERRIDE,
      *        HOLDS THE WHOLE DRAFT BACK.  THE LINES ARE ONLY READ
      *        HERE - THE AGREED PRICES GO INTO WS-DRAFT-PRICE-TABLE.
       PRICE-DRAFT-PO-LINES.
           MOVE "NO" TO WS-DRAFT-UNPRICED
           MOVE "NO" TO WS-PO-LINE-EOF
           INITIALIZE WS-DRAFT-PRICE-TABLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DRAFT-PRICED-DATE
           OPEN INPUT PO-LINE-FILE
           IF FS-PO-LINE NOT = "00"
               DISPLAY "UNABLE TO OPEN POLINE.DAT: " FS-PO-LINE
               MOVE "YES" TO WS-DRAFT-UNPRICED
           ELSE
               MOVE WS-PO-INQUIRY-NUMBER
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
                   IF WS-PO-LINE-EOF = "NO"
                       IF POLN-PO-NUMBER OF PO-LINE-RECORD-DATA
                           = WS-PO-INQUIRY-NUMBER
                           PERFORM PRICE-ONE-DRAFT-LINE
                       ELSE
                           MOVE "YES" TO WS-PO-LINE-EOF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PO-LINE-FILE
           END-IF.

       PRICE-ONE-DRAFT-LINE.
           MOVE PORD-SUPPLIER-ID OF WS-PURCHASE-ORDER-RECORD
               TO WS-PRICE-SUPPLIER-ID
           MOVE POLN-ITEM-ID OF PO-LINE-RECORD-DATA TO WS-PRICE-ITEM-ID
           MOVE WS-DRAFT-PRICED-DATE TO WS-PRICE-AS-OF-DATE
           PERFORM FIND-CONTRACT-PRICE
           MOVE POLN-UNIT-PRICE OF PO-LINE-RECORD-DATA
               TO WS-DRAFT-LINE-PRICE
           IF WS-DRAFT-LINE-PRICE = ZERO
               IF CONTRACT-PRICE-IS-FOUND
                   MOVE WS-CONTRACT-PRICE TO WS-CONTRACT-SHOW
                   DISPLAY "CONTRACT PRICE: " WS-CONTRACT-SHOW
                       " (ENTER ZERO TO USE IT)"
               END-IF
               DISPLAY "ENTER UNIT PRICE FOR LINE "
                   POLN-LINE-NUMBER OF PO-LINE-RECORD-DATA " ITEM "
                   POLN-ITEM-ID OF PO-LINE-RECORD-DATA ": "
               ACCEPT WS-DRAFT-LINE-PRICE FROM CONSOLE
               IF WS-DRAFT-LINE-PRICE = ZERO
                   AND CONTRACT-PRICE-IS-FOUND
                   MOVE WS-CONTRACT-PRICE TO WS-DRAFT-LINE-PRICE
               END-IF
           END-IF
           IF WS-DRAFT-LINE-PRICE = ZERO
               MOVE "YES" TO WS-DRAFT-UNPRICED
           ELSE
               MOVE WS-DRAFT-LINE-PRICE TO WS-PRICE-ENTRY
               PERFORM CHECK-CONTRACT-TOLERANCE
               IF PRICE-IS-ACCEPTED
                   MOVE POLN-LINE-NUMBER OF PO-LINE-RECORD-DATA
                       TO WS-DRAFT-LINE-SUB
                   MOVE WS-DRAFT-LINE-PRICE
                       TO WS-DRAFT-SET-PRICE (WS-DRAFT-LINE-SUB)
                   MOVE WS-PRICE-APPROVED-BY
                       TO WS-DRAFT-SET-APPROVER (WS-DRAFT-LINE-SUB)
               ELSE
                   DISPLAY "LINE "
                       POLN-LINE-NUMBER OF PO-LINE-RECORD-DATA
                       " PRICE NOT APPROVED"
                   MOVE "YES" TO WS-DRAFT-UNPRICED
               END-IF
           END-IF.

      *        ONLY LINES STILL IN DRAFT ARE TOUCHED - THE STATUS
      *        MOVES WITH THE HEADER, OPEN ON RELEASE, CANCEL ON
      *        CANCELLATION.  A RELEASED LINE TAKES THE PRICE AGREED
      *        FOR IT IN PRICE-DRAFT-PO-LINES AND IS STAMPED PRICED.
       SET-DRAFT-LINE-STATUS.
           MOVE "NO" TO WS-PO-LINE-EOF
           OPEN I-O PO-LINE-FILE
           IF FS-PO-LINE NOT = "00"
               DISPLAY "UNABLE TO OPEN POLINE.DAT: " FS-PO-LINE
           ELSE
               MOVE WS-PO-INQUIRY-NUMBER
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
                   IF WS-PO-LINE-EOF = "NO"
                       IF POLN-PO-NUMBER OF PO-LINE-RECORD-DATA
                           = WS-PO-INQUIRY-NUMBER
                           IF POLN-STATUS OF PO-LINE-RECORD-DATA
                               = "DRAFT"
                               MOVE WS-DRAFT-NEW-STATUS
                                   TO POLN-STATUS
                                       OF PO-LINE-RECORD-DATA
                               IF WS-DRAFT-NEW-STATUS = "OPEN"
                                   PERFORM SET-DRAFT-LINE-PRICE
                               END-IF
                               MOVE FUNCTION CURRENT-DATE(1:14)
                                   TO POLN-AUDIT-TIMESTAMP
                                       OF PO-LINE-RECORD-DATA
                               REWRITE PO-LINE-RECORD-DATA
                               END-REWRITE
                           END-IF
                       ELSE
                           MOVE "YES" TO WS-PO-LINE-EOF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PO-LINE-FILE
           END-IF.

       SET-DRAFT-LINE-PRICE.
           MOVE POLN-LINE-NUMBER OF PO-LINE-RECORD-DATA
               TO WS-DRAFT-LINE-SUB
           MOVE WS-DRAFT-SET-PRICE (WS-DRAFT-LINE-SUB)
               TO POLN-UNIT-PRICE OF PO-LINE-RECORD-DATA
           MOVE WS-DRAFT-PRICED-DATE
               TO POLN-PRICED-DATE OF PO-LINE-RECORD-DATA
           MOVE WS-DRAFT-SET-APPROVER (WS-DRAFT-LINE-SUB)
               TO POLN-PRICE-APPROVED-BY OF PO-LINE-RECORD-DATA.

      *        POFILE.DAT IS STILL OPEN I-O FROM THE REVIEW AND THE
      *        HEADER WAS READ INTO WORKING STORAGE.  THE REPLENISHMENT
      *        RUN ONLY PROPOSES A DRAFT - THE SUPERVISOR WHO RELEASES
      *        IT IS THE ONE WHO RAISES THE ORDER, SO A RELEASE TAKES
      *        OVER THE CREATED-BY STAMP AND A CANCELLATION IS
      *        STAMPED AS THE CLOSE.
       SET-DRAFT-HEADER-STATUS.
           MOVE WS-DRAFT-NEW-STATUS
               TO PORD-STATUS OF WS-PURCHASE-ORDER-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO PORD-AUDIT-TIMESTAMP OF WS-PURCHASE-ORDER-RECORD
           IF WS-DRAFT-NEW-STATUS = "OPEN"
               MOVE WS-OPERATOR-ID
                   TO PORD-CREATED-BY OF WS-PURCHASE-ORDER-RECORD
           ELSE
               MOVE WS-OPERATOR-ID
                   TO PORD-CLOSED-BY OF WS-PURCHASE-ORDER-RECORD
           END-IF
           REWRITE PURCHASE-ORDER-RECORD-DATA
               FROM WS-PURCHASE-ORDER-RECORD
           END-REWRITE.

       PURCHASE-ORDER-INQUIRY.
           DISPLAY "ENTER PO-NUMBER TO INQUIRE: "
           ACCEPT WS-PO-INQUIRY-NUMBER FROM CONSOLE
                           PORD-DUE-DATE OF PURCHASE-ORDER-RECORD-DATA
                       DISPLAY "STATUS           : "
                           PORD-STATUS OF PURCHASE-ORDER-RECORD-DATA
                       DISPLAY "RAISED BY        : "
                           PORD-CREATED-BY
                               OF PURCHASE-ORDER-RECORD-DATA
                       DISPLAY "CLOSED BY        : "
                           PORD-CLOSED-BY
                               OF PURCHASE-ORDER-RECORD-DATA
                       PERFORM SHOW-PO-LINES
               END-READ
               CLOSE PURCHASE-ORDER-FILE
                               POLN-UNIT-PRICE OF PO-LINE-RECORD-DATA
                               " STATUS: "
                               POLN-STATUS OF PO-LINE-RECORD-DATA
                           IF POLN-PRICE-APPROVED-BY
                               OF PO-LINE-RECORD-DATA NOT = SPACES
                               DISPLAY "    PRICE OVERRIDE BY "
                                   POLN-PRICE-APPROVED-BY
                                       OF PO-LINE-RECORD-DATA
                                   " ON "
                                   POLN-PRICED-DATE
                                       OF PO-LINE-RECORD-DATA
                           END-IF
                       ELSE
                           MOVE "YES" TO WS-PO-LINE-EOF
                       END-IF
      *        TO A RECORD ALREADY ON FILE (E.G. STATUS MAINTENANCE
      *        AFTER THE SHIPMENT WAS FULLY RECEIVED AND THE LINE
      *        CLOSED) STILL MATCH ON SUPPLIER, LINE, QUANTITY AND
      *        AMOUNT.  A DRAFT PO BLOCKS BOTH - IT HAS NOT BEEN
      *        SENT TO THE SUPPLIER, SO NOTHING CAN SHIP AGAINST IT.
       CHECK-PO-MATCH-FIELDS.
           MOVE "YES" TO WS-PO-VALID
           IF PORD-STATUS OF WS-PURCHASE-ORDER-RECORD = "DRAFT"
               DISPLAY "PO IS A DRAFT AWAITING SUPERVISOR RELEASE: "
                   PO-NUMBER OF WS-SUPPLY-CHAIN-RECORD
               MOVE "NO" TO WS-PO-VALID
           ELSE
               IF OPERATION-IS-ADD
                   AND PORD-STATUS OF WS-PURCHASE-ORDER-RECORD
                       NOT = "OPEN"
                   DISPLAY "PO IS NOT OPEN: "
                       PO-NUMBER OF WS-SUPPLY-CHAIN-RECORD
                   MOVE "NO" TO WS-PO-VALID
               END-IF
           END-IF
           IF PORD-SUPPLIER-ID OF WS-PURCHASE-ORDER-RECORD
               NOT = SUPPLIER-ID OF WS-SUPPLY-CHAIN-RECORD
           DISPLAY "U - UPDATE SUPPLIER"
           DISPLAY "H - PLACE SUPPLIER ON HOLD"
           DISPLAY "R - REINSTATE SUPPLIER TO ACTIVE"
           DISPLAY "P - CONTRACT PRICE LIST"
           ACCEPT WS-SUPPLIER-ACTION FROM CONSOLE
           EVALUATE WS-SUPPLIER-ACTION
               WHEN "A"
                   PERFORM HOLD-SUPPLIER
               WHEN "R"
                   PERFORM REINSTATE-SUPPLIER
               WHEN "P"
                   PERFORM CONTRACT-PRICE-MAINTENANCE
               WHEN OTHER
                   DISPLAY "INVALID SUPPLIER ACTION"
           END-EVALUATE.
               END-EVALUATE
               PERFORM REWRITE-SUPPLIER
               PERFORM WRITE-SUPPLIER-STATUS-LEDGER
               PERFORM WRITE-SUPPLIER-TERMS-LEDGER
           END-IF.

       HOLD-SUPPLIER.
                       MOVE "YES" TO WS-SUPPLIER-FOUND
                       MOVE SUP-STATUS OF WS-SUPPLIER-MASTER-RECORD
                           TO WS-SUPPLIER-PRIOR-STATUS
                       MOVE SUP-PAYMENT-TERMS
                           OF WS-SUPPLIER-MASTER-RECORD
                           TO WS-SUPPLIER-PRIOR-TERMS
               END-READ
           END-IF.

                   TO TX-OPERATOR-ID OF WS-TRANSACTION-RECORD
               MOVE SPACE
                   TO TX-EXTRACT-STATUS OF WS-TRANSACTION-RECORD
               MOVE SPACES TO TX-LOT-NUMBER OF WS-TRANSACTION-RECORD
               OPEN EXTEND TRANSACTION-FILE
               WRITE TRANSACTION-RECORD-DATA FROM WS-TRANSACTION-RECORD
               IF FS-TRANSACTION NOT = "00"
                   DISPLAY "ERROR WRITING TRANSACTION.DAT: "
                       FS-TRANSACTION
               END-IF
               CLOSE TRANSACTION-FILE
           END-IF.

      *        PAYMENT TERMS DECIDE WHEN AN INVOICE FALLS DUE, SO A
      *        CHANGE TO THEM IS LEDGERED THE SAME WAY AS A HOLD - ONE
      *        SUP-TERMS ROW STAMPED WITH THE SUPERVISOR WHO MADE IT.
      *        THE SEGREGATION-OF-DUTIES REPORT LOOKS FOR A TERMS
      *        CHANGE FOLLOWED BY AN INVOICE KEYED BY THE SAME PERSON.
       WRITE-SUPPLIER-TERMS-LEDGER.
           IF WS-SUPPLIER-REWRITTEN = "YES"
               AND SUP-PAYMENT-TERMS OF WS-SUPPLIER-MASTER-RECORD
                   NOT = WS-SUPPLIER-PRIOR-TERMS
               ADD 1 TO WS-TX-SEQUENCE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
               STRING "TX" WS-CURRENT-TIMESTAMP WS-TX-SEQUENCE
                   DELIMITED BY SIZE
                   INTO TX-ID OF WS-TRANSACTION-RECORD
               MOVE SPACES TO TX-ITEM-ID OF WS-TRANSACTION-RECORD
               MOVE ZERO TO TX-QUANTITY OF WS-TRANSACTION-RECORD
               MOVE SUP-SUPPLIER-ID OF WS-SUPPLIER-MASTER-RECORD
                   TO TX-SUPPLIER-ID OF WS-TRANSACTION-RECORD
               MOVE WS-CURRENT-TIMESTAMP(1:8)
                   TO TX-DATE OF WS-TRANSACTION-RECORD
               MOVE ZERO TO TX-AMOUNT OF WS-TRANSACTION-RECORD
               MOVE "SUP-TERMS" TO TX-STATUS OF WS-TRANSACTION-RECORD
               MOVE WS-CURRENT-TIMESTAMP
                   TO TX-AUDIT-TIMESTAMP OF WS-TRANSACTION-RECORD
               MOVE WS-OPERATOR-ID
                   TO TX-OPERATOR-ID OF WS-TRANSACTION-RECORD
               MOVE SPACE
                   TO TX-EXTRACT-STATUS OF WS-TRANSACTION-RECORD
               MOVE SPACES TO TX-LOT-NUMBER OF WS-TRANSACTION-RECORD
               OPEN EXTEND TRANSACTION-FILE
               WRITE TRANSACTION-RECORD-DATA FROM WS-TRANSACTION-RECORD
               IF FS-TRANSACTION NOT = "00"
                       FS-TRANSACTION
               END-IF
               CLOSE TRANSACTION-FILE
               DISPLAY "PAYMENT TERMS CHANGED FROM "
                   WS-SUPPLIER-PRIOR-TERMS " TO "
                   SUP-PAYMENT-TERMS OF WS-SUPPLIER-MASTER-RECORD
           END-IF.

       PROMPT-FOR-SUPPLIER-DATA.
           ACCEPT SUP-LEAD-TIME-DAYS OF WS-SUPPLIER-MASTER-RECORD
               FROM CONSOLE.

      *        PRICELIST.DAT HOLDS ONE ROW PER SUPPLIER, ITEM AND
      *        EFFECTIVE-FROM DATE - THE AGREED UNIT PRICE, THE LAST
      *        DAY IT APPLIES (99991231 WHEN OPEN-ENDED) AND THE
      *        PERCENTAGE A PO LINE MAY STRAY FROM IT.  CONTRACTS FOR
      *        THE SAME SUPPLIER AND ITEM MAY NOT OVERLAP, SO A DAY
      *        NEVER HAS TWO PRICES.  A PRICE IS NEVER CHANGED IN
      *        PLACE - THE OLD CONTRACT IS ENDED AND A NEW ONE ADDED,
      *        SO THE VARIANCE REPORT STILL MEASURES A LINE AGAINST
      *        THE PRICE IN FORCE THE DAY IT WAS PRICED.
       CONTRACT-PRICE-MAINTENANCE.
           DISPLAY "CONTRACT PRICE LIST"
           DISPLAY "A - ADD CONTRACT PRICE"
           DISPLAY "C - CHANGE END DATE OR TOLERANCE"
           DISPLAY "L - LIST CONTRACT PRICES FOR A SUPPLIER"
           ACCEPT WS-PRICE-ACTION FROM CONSOLE
           EVALUATE WS-PRICE-ACTION
               WHEN "A"
                   PERFORM ADD-CONTRACT-PRICE
               WHEN "C"
                   PERFORM CHANGE-CONTRACT-PRICE
               WHEN "L"
                   PERFORM LIST-CONTRACT-PRICES
               WHEN OTHER
                   DISPLAY "INVALID CONTRACT PRICE ACTION"
           END-EVALUATE.

       ADD-CONTRACT-PRICE.
           MOVE SPACES TO WS-PRICE-LIST-RECORD
           DISPLAY "ENTER SUPPLIER-ID: "
           ACCEPT PRC-SUPPLIER-ID OF WS-PRICE-LIST-RECORD FROM CONSOLE
           DISPLAY "ENTER ITEM-ID: "
           ACCEPT PRC-ITEM-ID OF WS-PRICE-LIST-RECORD FROM CONSOLE
           DISPLAY "ENTER EFFECTIVE-FROM DATE (YYYYMMDD, 0 FOR "
               "TODAY): "
           ACCEPT WS-PRICE-FROM-ENTRY FROM CONSOLE
           DISPLAY "ENTER EFFECTIVE-TO DATE (YYYYMMDD, 0 FOR "
               "OPEN-ENDED): "
           ACCEPT WS-PRICE-TO-ENTRY FROM CONSOLE
           DISPLAY "ENTER CONTRACT UNIT PRICE: "
           ACCEPT PRC-UNIT-PRICE OF WS-PRICE-LIST-RECORD FROM CONSOLE
           DISPLAY "ENTER PRICE TOLERANCE PERCENT (0 FOR 2.00): "
           ACCEPT PRC-TOLERANCE-PCT OF WS-PRICE-LIST-RECORD
               FROM CONSOLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRICE-TODAY
           IF WS-PRICE-FROM-ENTRY = ZERO
               MOVE WS-PRICE-TODAY TO WS-PRICE-FROM-ENTRY
           END-IF
           IF WS-PRICE-TO-ENTRY = ZERO
               MOVE WS-PRICE-OPEN-ENDED TO WS-PRICE-TO-ENTRY
           END-IF
           IF PRC-TOLERANCE-PCT OF WS-PRICE-LIST-RECORD = ZERO
               MOVE WS-PRICE-DEFAULT-TOL
                   TO PRC-TOLERANCE-PCT OF WS-PRICE-LIST-RECORD
           END-IF
           PERFORM VALIDATE-NEW-CONTRACT-PRICE
           IF PRICE-ROW-IS-VALID
               MOVE WS-PRICE-FROM-ENTRY
                   TO PRC-EFFECTIVE-FROM OF WS-PRICE-LIST-RECORD
               MOVE WS-PRICE-TO-ENTRY
                   TO PRC-EFFECTIVE-TO OF WS-PRICE-LIST-RECORD
               MOVE WS-OPERATOR-ID
                   TO PRC-MAINTAINED-BY OF WS-PRICE-LIST-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO PRC-AUDIT-TIMESTAMP OF WS-PRICE-LIST-RECORD
      *        A FRESH FILE IS CREATED AND REOPENED I-O - THE OVERLAP
      *        CHECK NEEDS A KEYED START, WHICH A FILE LEFT OPEN FOR
      *        OUTPUT WOULD REFUSE.
               OPEN I-O PRICE-LIST-FILE
               IF FS-PRICE-LIST = "35"
                   OPEN OUTPUT PRICE-LIST-FILE
                   CLOSE PRICE-LIST-FILE
                   OPEN I-O PRICE-LIST-FILE
               END-IF
               IF FS-PRICE-LIST NOT = "00"
                   DISPLAY "UNABLE TO OPEN PRICELIST.DAT: "
                       FS-PRICE-LIST
               ELSE
                   PERFORM CHECK-CONTRACT-OVERLAP
                   IF PRICE-OVERLAPS
                       DISPLAY "OVERLAPS THE CONTRACT FROM "
                           WS-CONTRACT-FROM " TO " WS-CONTRACT-TO
                           " - END IT FIRST - ADD CANCELLED"
                   ELSE
                       WRITE PRICE-LIST-RECORD-DATA
                           FROM WS-PRICE-LIST-RECORD
                           INVALID KEY
                               DISPLAY "CONTRACT PRICE ALREADY ON "
                                   "FILE FOR THAT DATE - ADD CANCELLED"
                           NOT INVALID KEY
                               DISPLAY "CONTRACT PRICE ADDED: "
                                   PRC-SUPPLIER-ID
                                       OF WS-PRICE-LIST-RECORD " "
                                   PRC-ITEM-ID OF WS-PRICE-LIST-RECORD
                       END-WRITE
                   END-IF
                   CLOSE PRICE-LIST-FILE
               END-IF
           END-IF.

      *        ONLY THE END DATE AND THE TOLERANCE CHANGE IN PLACE -
      *        ENDING A CONTRACT IS HOW A NEW PRICE IS MADE ROOM FOR.
       CHANGE-CONTRACT-PRICE.
           PERFORM READ-CONTRACT-FOR-MAINT
           IF PRICE-ROW-IS-FOUND
               MOVE PRC-UNIT-PRICE OF WS-PRICE-LIST-RECORD
                   TO WS-CONTRACT-SHOW
               MOVE PRC-TOLERANCE-PCT OF WS-PRICE-LIST-RECORD
                   TO WS-TOLERANCE-SHOW
               DISPLAY "UNIT PRICE       : " WS-CONTRACT-SHOW
               DISPLAY "EFFECTIVE        : "
                   PRC-EFFECTIVE-FROM OF WS-PRICE-LIST-RECORD " TO "
                   PRC-EFFECTIVE-TO OF WS-PRICE-LIST-RECORD
               DISPLAY "TOLERANCE PERCENT: " WS-TOLERANCE-SHOW
               DISPLAY "MAINTAINED BY    : "
                   PRC-MAINTAINED-BY OF WS-PRICE-LIST-RECORD
               DISPLAY "ENTER NEW EFFECTIVE-TO DATE (YYYYMMDD, 0 TO "
                   "KEEP): "
               ACCEPT WS-PRICE-TO-ENTRY FROM CONSOLE
               DISPLAY "ENTER NEW TOLERANCE PERCENT (0 TO KEEP): "
               ACCEPT WS-PRICE-TOL-ENTRY FROM CONSOLE
               IF WS-PRICE-TO-ENTRY = ZERO
                   MOVE PRC-EFFECTIVE-TO OF WS-PRICE-LIST-RECORD
                       TO WS-PRICE-TO-ENTRY
               END-IF
               IF WS-PRICE-TOL-ENTRY NOT = ZERO
                   MOVE WS-PRICE-TOL-ENTRY
                       TO PRC-TOLERANCE-PCT OF WS-PRICE-LIST-RECORD
               END-IF
               MOVE PRC-EFFECTIVE-FROM OF WS-PRICE-LIST-RECORD
                   TO WS-PRICE-FROM-ENTRY
               MOVE "YES" TO WS-PRICE-ROW-VALID
               PERFORM VALIDATE-CONTRACT-DATES
               IF PRICE-ROW-IS-VALID
                   MOVE WS-PRICE-TO-ENTRY
                       TO PRC-EFFECTIVE-TO OF WS-PRICE-LIST-RECORD
                   PERFORM CHECK-CONTRACT-OVERLAP
                   IF PRICE-OVERLAPS
                       DISPLAY "WOULD OVERLAP THE CONTRACT FROM "
                           WS-CONTRACT-FROM " TO " WS-CONTRACT-TO
                           " - CHANGE CANCELLED"
                   ELSE
                       PERFORM REWRITE-CONTRACT-PRICE
                   END-IF
               END-IF
               CLOSE PRICE-LIST-FILE
           END-IF.

      *        LEAVES THE ROW IN WS-PRICE-LIST-RECORD AND THE FILE
      *        OPEN I-O FOR THE OVERLAP CHECK AND THE REWRITE.
       READ-CONTRACT-FOR-MAINT.
           MOVE "NO" TO WS-PRICE-ROW-FOUND
           DISPLAY "ENTER SUPPLIER-ID: "
           ACCEPT PRC-SUPPLIER-ID OF PRICE-LIST-RECORD-DATA
               FROM CONSOLE
           DISPLAY "ENTER ITEM-ID: "
           ACCEPT PRC-ITEM-ID OF PRICE-LIST-RECORD-DATA FROM CONSOLE
           DISPLAY "ENTER EFFECTIVE-FROM DATE (YYYYMMDD): "
           ACCEPT PRC-EFFECTIVE-FROM OF PRICE-LIST-RECORD-DATA
               FROM CONSOLE
           OPEN I-O PRICE-LIST-FILE
           IF FS-PRICE-LIST NOT = "00"
               DISPLAY "UNABLE TO OPEN PRICELIST.DAT: " FS-PRICE-LIST
           ELSE
               READ PRICE-LIST-FILE
                   INTO WS-PRICE-LIST-RECORD
                   INVALID KEY
                       DISPLAY "CONTRACT PRICE NOT ON FILE: "
                           PRC-PRICE-KEY OF PRICE-LIST-RECORD-DATA
                       CLOSE PRICE-LIST-FILE
                   NOT INVALID KEY
                       MOVE "YES" TO WS-PRICE-ROW-FOUND
               END-READ
           END-IF.

       REWRITE-CONTRACT-PRICE.
           MOVE WS-OPERATOR-ID
               TO PRC-MAINTAINED-BY OF WS-PRICE-LIST-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO PRC-AUDIT-TIMESTAMP OF WS-PRICE-LIST-RECORD
           REWRITE PRICE-LIST-RECORD-DATA
               FROM WS-PRICE-LIST-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR CONTRACT PRICE: "
                       PRC-PRICE-KEY OF WS-PRICE-LIST-RECORD
               NOT INVALID KEY
                   DISPLAY "CONTRACT PRICE CHANGED"
           END-REWRITE.

      *        THE SUPPLIER MUST BE ON THE MASTER - A HELD SUPPLIER
      *        MAY STILL HAVE ITS PRICES AGREED.
       VALIDATE-NEW-CONTRACT-PRICE.
           MOVE "YES" TO WS-PRICE-ROW-VALID
           MOVE PRC-SUPPLIER-ID OF WS-PRICE-LIST-RECORD
               TO SUP-SUPPLIER-ID OF SUPPLIER-MASTER-RECORD-DATA
           OPEN INPUT SUPPLIER-MASTER-FILE
           READ SUPPLIER-MASTER-FILE
               INVALID KEY
                   DISPLAY "SUPPLIER-ID NOT FOUND ON SUPPLIER MASTER: "
                       PRC-SUPPLIER-ID OF WS-PRICE-LIST-RECORD
                   MOVE "NO" TO WS-PRICE-ROW-VALID
           END-READ
           CLOSE SUPPLIER-MASTER-FILE
           IF PRC-ITEM-ID OF WS-PRICE-LIST-RECORD = SPACES
               DISPLAY "ITEM-ID IS REQUIRED"
               MOVE "NO" TO WS-PRICE-ROW-VALID
           END-IF
           IF PRC-UNIT-PRICE OF WS-PRICE-LIST-RECORD = ZERO
               DISPLAY "CONTRACT UNIT PRICE MUST BE GREATER THAN ZERO"
               MOVE "NO" TO WS-PRICE-ROW-VALID
           END-IF
           PERFORM VALIDATE-CONTRACT-DATES
           IF NOT PRICE-ROW-IS-VALID
               DISPLAY "CONTRACT PRICE NOT ADDED"
           END-IF.

       VALIDATE-CONTRACT-DATES.
           EVALUATE TRUE
               WHEN WS-PRICE-FROM-MM < 1 OR WS-PRICE-FROM-MM > 12
                   OR WS-PRICE-FROM-DD < 1 OR WS-PRICE-FROM-DD > 31
                   DISPLAY "INVALID EFFECTIVE-FROM DATE: "
                       WS-PRICE-FROM-ENTRY
                   MOVE "NO" TO WS-PRICE-ROW-VALID
               WHEN WS-PRICE-TO-MM < 1 OR WS-PRICE-TO-MM > 12
                   OR WS-PRICE-TO-DD < 1 OR WS-PRICE-TO-DD > 31
                   DISPLAY "INVALID EFFECTIVE-TO DATE: "
                       WS-PRICE-TO-ENTRY
                   MOVE "NO" TO WS-PRICE-ROW-VALID
               WHEN WS-PRICE-TO-ENTRY < WS-PRICE-FROM-ENTRY
                   DISPLAY "EFFECTIVE-TO " WS-PRICE-TO-ENTRY
                       " IS BEFORE EFFECTIVE-FROM " WS-PRICE-FROM-ENTRY
                   MOVE "NO" TO WS-PRICE-ROW-VALID
           END-EVALUATE.

      *        WALKS EVERY CONTRACT FOR THE SUPPLIER AND ITEM IN
      *        WS-PRICE-LIST-RECORD, SKIPPING THE ROW ITSELF, AND
      *        STOPS AT THE FIRST WHOSE DATES MEET ITS OWN.  THE FILE
      *        IS ALREADY OPEN I-O.
       CHECK-CONTRACT-OVERLAP.
           MOVE "NO" TO WS-PRICE-OVERLAP
           MOVE "NO" TO WS-PRICE-LIST-EOF
           MOVE PRC-SUPPLIER-ID OF WS-PRICE-LIST-RECORD
               TO PRC-SUPPLIER-ID OF PRICE-LIST-RECORD-DATA
           MOVE PRC-ITEM-ID OF WS-PRICE-LIST-RECORD
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
                       WHEN PRC-SUPPLIER-ID OF PRICE-LIST-RECORD-DATA
                           NOT = PRC-SUPPLIER-ID OF WS-PRICE-LIST-RECORD
                       WHEN PRC-ITEM-ID OF PRICE-LIST-RECORD-DATA
                           NOT = PRC-ITEM-ID OF WS-PRICE-LIST-RECORD
                           MOVE "YES" TO WS-PRICE-LIST-EOF
                       WHEN PRC-EFFECTIVE-FROM OF PRICE-LIST-RECORD-DATA
                           = PRC-EFFECTIVE-FROM OF WS-PRICE-LIST-RECORD
                           CONTINUE
                       WHEN PRC-EFFECTIVE-FROM OF PRICE-LIST-RECORD-DATA
                           NOT > PRC-EFFECTIVE-TO
                               OF WS-PRICE-LIST-RECORD
                           AND PRC-EFFECTIVE-TO
                               OF PRICE-LIST-RECORD-DATA
                               NOT < PRC-EFFECTIVE-FROM
                                   OF WS-PRICE-LIST-RECORD
                           MOVE "YES" TO WS-PRICE-OVERLAP
                           MOVE PRC-EFFECTIVE-FROM
                               OF PRICE-LIST-RECORD-DATA
                               TO WS-CONTRACT-FROM
                           MOVE PRC-EFFECTIVE-TO
                               OF PRICE-LIST-RECORD-DATA
                               TO WS-CONTRACT-TO
                           MOVE "YES" TO WS-PRICE-LIST-EOF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       LIST-CONTRACT-PRICES.
           DISPLAY "ENTER SUPPLIER-ID: "
           ACCEPT WS-PRICE-SUPPLIER-ID FROM CONSOLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRICE-TODAY
           MOVE ZERO TO WS-PRICE-LIST-COUNT
           MOVE "NO" TO WS-PRICE-LIST-EOF
           OPEN INPUT PRICE-LIST-FILE
           IF FS-PRICE-LIST NOT = "00"
               DISPLAY "UNABLE TO OPEN PRICELIST.DAT: " FS-PRICE-LIST
           ELSE
               MOVE WS-PRICE-SUPPLIER-ID
                   TO PRC-SUPPLIER-ID OF PRICE-LIST-RECORD-DATA
               MOVE LOW-VALUES TO PRC-ITEM-ID OF PRICE-LIST-RECORD-DATA
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
                       IF PRC-SUPPLIER-ID OF PRICE-LIST-RECORD-DATA
                           = WS-PRICE-SUPPLIER-ID
                           PERFORM SHOW-ONE-CONTRACT-PRICE
                       ELSE
                           MOVE "YES" TO WS-PRICE-LIST-EOF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PRICE-LIST-FILE
               DISPLAY "CONTRACT PRICES LISTED: " WS-PRICE-LIST-COUNT
           END-IF.

       SHOW-ONE-CONTRACT-PRICE.
           ADD 1 TO WS-PRICE-LIST-COUNT
           EVALUATE TRUE
               WHEN PRC-EFFECTIVE-TO OF PRICE-LIST-RECORD-DATA
                   < WS-PRICE-TODAY
                   MOVE "EXPIRED" TO WS-PRICE-LIST-TAG
               WHEN PRC-EFFECTIVE-FROM OF PRICE-LIST-RECORD-DATA
                   > WS-PRICE-TODAY
                   MOVE "FUTURE" TO WS-PRICE-LIST-TAG
               WHEN OTHER
                   MOVE "CURRENT" TO WS-PRICE-LIST-TAG
           END-EVALUATE
           MOVE PRC-UNIT-PRICE OF PRICE-LIST-RECORD-DATA
               TO WS-CONTRACT-SHOW
           MOVE PRC-TOLERANCE-PCT OF PRICE-LIST-RECORD-DATA
               TO WS-TOLERANCE-SHOW
           DISPLAY "  ITEM: " PRC-ITEM-ID OF PRICE-LIST-RECORD-DATA
               " FROM " PRC-EFFECTIVE-FROM OF PRICE-LIST-RECORD-DATA
               " TO " PRC-EFFECTIVE-TO OF PRICE-LIST-RECORD-DATA
               " PRICE: " WS-CONTRACT-SHOW
               " TOL: " WS-TOLERANCE-SHOW "% " WS-PRICE-LIST-TAG.

      *        COSTCTR.DAT IS THE LIST OF DEPARTMENTS STOCK CAN BE
      *        ISSUED TO, EACH WITH THE GL ACCOUNT FINANCE CHARGES IT
      *        THROUGH.  A COST CENTER ON HOLD TAKES NO NEW ISSUES BUT
      *        STAYS ON FILE, SO ITS HISTORY STILL CHARGES BACK AND
      *        ITS ISSUES CAN STILL BE REVERSED.
       COST-CENTER-MAINTENANCE.
           DISPLAY "COST CENTER MAINTENANCE"
           DISPLAY "A - ADD COST CENTER"
           DISPLAY "U - UPDATE COST CENTER"
           DISPLAY "H - PLACE COST CENTER ON HOLD"
           DISPLAY "R - REINSTATE COST CENTER TO ACTIVE"
           ACCEPT WS-COST-CENTER-ACTION FROM CONSOLE
           EVALUATE WS-COST-CENTER-ACTION
               WHEN "A"
                   PERFORM ADD-COST-CENTER
               WHEN "U"
                   PERFORM UPDATE-COST-CENTER
               WHEN "H"
                   PERFORM HOLD-COST-CENTER
               WHEN "R"
                   PERFORM REINSTATE-COST-CENTER
               WHEN OTHER
                   DISPLAY "INVALID COST CENTER ACTION"
           END-EVALUATE.

       ADD-COST-CENTER.
           DISPLAY "ENTER COST CENTER: "
           ACCEPT CC-COST-CENTER-ID OF WS-COST-CENTER-RECORD
               FROM CONSOLE
           IF CC-COST-CENTER-ID OF WS-COST-CENTER-RECORD = SPACES
               DISPLAY "COST CENTER IS REQUIRED - ADD CANCELLED"
           ELSE
               PERFORM PROMPT-FOR-COST-CENTER-DATA
               MOVE "ACTIVE" TO CC-STATUS OF WS-COST-CENTER-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO CC-AUDIT-TIMESTAMP OF WS-COST-CENTER-RECORD
               OPEN I-O COST-CENTER-FILE
               IF FS-COST-CENTER = "35"
                   OPEN OUTPUT COST-CENTER-FILE
               END-IF
               IF FS-COST-CENTER NOT = "00"
                   DISPLAY "UNABLE TO OPEN COSTCTR.DAT: "
                       FS-COST-CENTER
               ELSE
                   WRITE COST-CENTER-RECORD-DATA
                       FROM WS-COST-CENTER-RECORD
                       INVALID KEY
                           DISPLAY "COST CENTER ALREADY ON FILE: "
                               CC-COST-CENTER-ID
                                   OF WS-COST-CENTER-RECORD
                       NOT INVALID KEY
                           DISPLAY "COST CENTER ADDED: "
                               CC-COST-CENTER-ID
                                   OF WS-COST-CENTER-RECORD
                   END-WRITE
                   CLOSE COST-CENTER-FILE
               END-IF
           END-IF.

       UPDATE-COST-CENTER.
           PERFORM READ-COST-CENTER-FOR-MAINT
           IF COST-CENTER-IS-FOUND
               PERFORM PROMPT-FOR-COST-CENTER-DATA
               DISPLAY "ENTER STATUS (ACTIVE OR HOLD, BLANK TO KEEP "
                   "CURRENT): "
               ACCEPT WS-COST-CENTER-STATUS-ENTRY FROM CONSOLE
               EVALUATE WS-COST-CENTER-STATUS-ENTRY
                   WHEN "ACTIVE"
                   WHEN "HOLD"
                       MOVE WS-COST-CENTER-STATUS-ENTRY
                           TO CC-STATUS OF WS-COST-CENTER-RECORD
                   WHEN OTHER
                       DISPLAY "STATUS UNCHANGED - REMAINS "
                           CC-STATUS OF WS-COST-CENTER-RECORD
               END-EVALUATE
               PERFORM REWRITE-COST-CENTER
           END-IF.

       HOLD-COST-CENTER.
           PERFORM READ-COST-CENTER-FOR-MAINT
           IF COST-CENTER-IS-FOUND
               MOVE "HOLD" TO CC-STATUS OF WS-COST-CENTER-RECORD
               PERFORM REWRITE-COST-CENTER
               DISPLAY "COST CENTER PLACED ON HOLD: "
                   CC-COST-CENTER-ID OF WS-COST-CENTER-RECORD
           END-IF.

       REINSTATE-COST-CENTER.
           PERFORM READ-COST-CENTER-FOR-MAINT
           IF COST-CENTER-IS-FOUND
               MOVE "ACTIVE" TO CC-STATUS OF WS-COST-CENTER-RECORD
               PERFORM REWRITE-COST-CENTER
               DISPLAY "COST CENTER REINSTATED TO ACTIVE: "
                   CC-COST-CENTER-ID OF WS-COST-CENTER-RECORD
           END-IF.

      *        SHARED FETCH FOR UPDATE/HOLD/REINSTATE - LEAVES THE
      *        CURRENT IMAGE IN WS-COST-CENTER-RECORD AND THE FILE
      *        OPEN I-O POSITIONED FOR THE REWRITE.
       READ-COST-CENTER-FOR-MAINT.
           MOVE "NO" TO WS-COST-CENTER-FOUND
           DISPLAY "ENTER COST CENTER: "
           ACCEPT CC-COST-CENTER-ID OF COST-CENTER-RECORD-DATA
               FROM CONSOLE
           OPEN I-O COST-CENTER-FILE
           IF FS-COST-CENTER NOT = "00"
               DISPLAY "UNABLE TO OPEN COSTCTR.DAT: " FS-COST-CENTER
           ELSE
               READ COST-CENTER-FILE
                   INTO WS-COST-CENTER-RECORD
                   INVALID KEY
                       DISPLAY "COST CENTER NOT FOUND ON COST CENTER "
                           "MASTER: "
                           CC-COST-CENTER-ID OF COST-CENTER-RECORD-DATA
                       CLOSE COST-CENTER-FILE
                   NOT INVALID KEY
                       MOVE "YES" TO WS-COST-CENTER-FOUND
               END-READ
           END-IF.

       REWRITE-COST-CENTER.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO CC-AUDIT-TIMESTAMP OF WS-COST-CENTER-RECORD
           REWRITE COST-CENTER-RECORD-DATA
               FROM WS-COST-CENTER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR COST CENTER: "
                       CC-COST-CENTER-ID OF WS-COST-CENTER-RECORD
           END-REWRITE
           CLOSE COST-CENTER-FILE.

       PROMPT-FOR-COST-CENTER-DATA.
           DISPLAY "ENTER DESCRIPTION: "
           ACCEPT CC-DESCRIPTION OF WS-COST-CENTER-RECORD
               FROM CONSOLE
           DISPLAY "ENTER GL CHARGE ACCOUNT: "
           ACCEPT CC-GL-ACCOUNT OF WS-COST-CENTER-RECORD
               FROM CONSOLE.

      *        DOCK RECEIVING - THE CLERK KEYS ONLY SHIPMENT-ID AND
      *        QUANTITY.  A RECEIPT RECORD (KEYED BY SHIPMENT) CARRIES
      *        EXPECTED/RECEIVED/BACK-ORDER QUANTITIES; THE MASTER'S
      *        RECEIVED-DATE IS SET ONLY WHEN THE SHIPMENT IS FULLY
      *        RECEIVED, SO PARTIALS STAY OPEN WITH THEIR OUTSTANDING
      *        QUANTITY INSTEAD OF VANISHING OR SHOWING AS FULLY DUE.
       POST-GOODS-RECEIPT.
           DISPLAY "ENTER SHIPMENT-ID: "
           ACCEPT WS-RECEIPT-SHIPMENT-ID FROM CONSOLE
           DISPLAY "ENTER QUANTITY RECEIVED: "
           ACCEPT WS-RECEIPT-QTY FROM CONSOLE
           DISPLAY "ENTER RECEIVING LOCATION (DAY/COL/CIN): "
           ACCEPT WS-LOCATION-CODE FROM CONSOLE
           DISPLAY "ENTER LOT NUMBER (BLANK TO ASSIGN ONE): "
           ACCEPT WS-LOT-NUMBER-ENTRY FROM CONSOLE
           DISPLAY "ENTER LOT EXPIRY DATE (YYYYMMDD, ZERO IF NONE): "
           ACCEPT WS-LOT-EXPIRY-ENTRY FROM CONSOLE
           IF WS-RECEIPT-SHIPMENT-ID = SPACES
               DISPLAY "SHIPMENT-ID IS REQUIRED - RECEIPT CANCELLED"
           ELSE
                               "ON " RECEIVED-DATE
                                   OF WS-SUPPLY-CHAIN-RECORD
                       ELSE
                           PERFORM CHECK-RECEIPT-LOT
                           IF LOT-IS-VALID
                               PERFORM APPLY-RECEIPT
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "NO SUPPLY CHAIN RECORD FOR "
               END-IF
           END-IF.

      *        THE LOT IS SETTLED BEFORE ANYTHING POSTS - A BLANK LOT
      *        NUMBER IS ASSIGNED FROM THE RECEIPT TIME (YYMMDDHHMMSS),
      *        AN EXPIRY MUST BE A REAL DATE AFTER TODAY, AND A LOT
      *        ALREADY AT THE DOCK CAN ONLY BE TOPPED UP WITH STOCK OF
      *        THE SAME EXPIRY.
       CHECK-RECEIPT-LOT.
           MOVE "YES" TO WS-LOT-VALID
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-LOT-TODAY
           IF WS-LOT-NUMBER-ENTRY = SPACES
               MOVE WS-CURRENT-TIMESTAMP(3:12) TO WS-LOT-NUMBER-ENTRY
           END-IF
           EVALUATE TRUE
               WHEN WS-LOT-EXPIRY-ENTRY = ZERO
                   CONTINUE
               WHEN WS-LOT-EXPIRY-MM < 1 OR WS-LOT-EXPIRY-MM > 12
                   OR WS-LOT-EXPIRY-DD < 1 OR WS-LOT-EXPIRY-DD > 31
                   DISPLAY "INVALID EXPIRY DATE: " WS-LOT-EXPIRY-ENTRY
                       " - RECEIPT CANCELLED"
                   MOVE "NO" TO WS-LOT-VALID
               WHEN WS-LOT-EXPIRY-ENTRY NOT > WS-LOT-TODAY
                   DISPLAY "LOT HAS ALREADY EXPIRED ON "
                       WS-LOT-EXPIRY-ENTRY " - RECEIPT CANCELLED"
                   MOVE "NO" TO WS-LOT-VALID
           END-EVALUATE
           IF LOT-IS-VALID
               MOVE WS-LOT-NUMBER-ENTRY TO LOT-NUMBER OF WS-LOT-RECORD
               PERFORM FETCH-LOT
               IF LOT-IS-FOUND
                   AND LOT-EXPIRY-DATE OF WS-LOT-RECORD
                       NOT = WS-LOT-EXPIRY-ENTRY
                   DISPLAY "LOT " WS-LOT-NUMBER-ENTRY
                       " IS ALREADY AT " WS-LOCATION-CODE
                       " WITH EXPIRY " LOT-EXPIRY-DATE OF WS-LOT-RECORD
                       " - RECEIPT CANCELLED"
                   MOVE "NO" TO WS-LOT-VALID
               END-IF
           END-IF.

      *        DIRECT READ ON THE SHIPMENT-ID ALTERNATE KEY - NO MORE
      *        SEQUENTIAL PASS OF THE MASTER DURING THE ONLINE DAY.
       FIND-MASTER-BY-SHIPMENT.
                           TO RCT-EXPECTED-QTY OF WS-RECEIPT-RECORD
                       MOVE ZERO
                           TO RCT-RECEIVED-QTY OF WS-RECEIPT-RECORD
                       MOVE SPACES TO
                           RCT-FIRST-RECEIVED-BY OF WS-RECEIPT-RECORD
                   NOT INVALID KEY
                       MOVE "YES" TO WS-RECEIPT-EXISTS
               END-READ
      *        A SHIPMENT CAN BE RECEIVED IN SEVERAL POSTINGS - THE
      *        ROW KEEPS WHO POSTED THE FIRST AND WHO POSTED THE
      *        LATEST.  A ROW STAGED FROM A SHIP NOTICE HAS NO
      *        RECEIVER UNTIL THE DOCK POSTS AGAINST IT.
               IF RCT-FIRST-RECEIVED-BY OF WS-RECEIPT-RECORD = SPACES
                   MOVE WS-OPERATOR-ID TO
                       RCT-FIRST-RECEIVED-BY OF WS-RECEIPT-RECORD
               END-IF
               MOVE WS-OPERATOR-ID
                   TO RCT-LAST-RECEIVED-BY OF WS-RECEIPT-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO WS-CURRENT-TIMESTAMP
               ADD WS-RECEIPT-QTY
      *        CARRY IT.  A FULL RECEIPT ALSO DATE-STAMPS THE MASTER
      *        AND CLOSES THE PURCHASE ORDER.
       POST-RECEIPT-TO-MASTER.
           PERFORM SET-RECEIPT-LOT
           ADD WS-RECEIPT-QTY
               TO ON-HAND-QUANTITY OF WS-SUPPLY-CHAIN-RECORD
           IF RCT-BACKORDER-QTY OF WS-RECEIPT-RECORD = ZERO
               FS-SUPPLY-CHAIN
           PERFORM FILE-STATUS-CHECK
           IF FS-SUPPLY-CHAIN = "00"
               MOVE LOT-NUMBER OF WS-LOT-RECORD
                   TO BLKD-LOT-NUMBER OF WS-BLOCK-DETAIL
               PERFORM APPEND-BLOCKCHAIN-BLOCK
               PERFORM WRITE-LEDGER-ENTRY
               PERFORM UPDATE-AVERAGE-COST
               PERFORM WRITE-RECEIPT-LEDGER-ENTRY
               MOVE WS-RECEIPT-QTY TO WS-LOCATION-POST-QTY
               PERFORM ADD-TO-LOCATION-BALANCE
               MOVE WS-RECEIPT-QTY TO WS-LOT-PORTION-QTY
               PERFORM ADD-TO-LOT
               DISPLAY "LOT " LOT-NUMBER OF WS-LOT-RECORD
                   " EXPIRY " LOT-EXPIRY-DATE OF WS-LOT-RECORD
               IF RCT-BACKORDER-QTY OF WS-RECEIPT-RECORD = ZERO
                   PERFORM CLOSE-PO-FOR-RECEIPT
                   DISPLAY "SHIPMENT FULLY RECEIVED - RECEIVED-DATE "
                   ON-HAND-QUANTITY OF WS-SUPPLY-CHAIN-RECORD
           END-IF.

      *        THE RECEIPT'S LOT CARRIES WHERE THE STOCK CAME FROM -
      *        THE SHIPMENT AND PO ON THE MASTER - AND WHEN IT EXPIRES.
       SET-RECEIPT-LOT.
           MOVE ITEM-ID OF WS-SUPPLY-CHAIN-RECORD
               TO LOT-ITEM-ID OF WS-LOT-RECORD
           MOVE WS-LOCATION-CODE TO LOT-LOCATION-CODE OF WS-LOT-RECORD
           MOVE WS-LOT-NUMBER-ENTRY TO LOT-NUMBER OF WS-LOT-RECORD
           MOVE WS-LOT-EXPIRY-ENTRY TO LOT-EXPIRY-DATE OF WS-LOT-RECORD
           MOVE WS-CURRENT-TIMESTAMP(1:8)
               TO LOT-RECEIPT-DATE OF WS-LOT-RECORD
           MOVE SHIPMENT-ID OF WS-SUPPLY-CHAIN-RECORD
               TO LOT-SHIPMENT-ID OF WS-LOT-RECORD
           MOVE PO-NUMBER OF WS-SUPPLY-CHAIN-RECORD
               TO LOT-PO-NUMBER OF WS-LOT-RECORD.

      *        THE RECEIPT IS COSTED AT ITS PO LINE PRICE AND BLENDED
      *        INTO THE AVERAGE ACROSS ALL STOCK ALREADY ON HAND (THE
      *        MASTER SUM, BEFORE THIS RECEIPT).  AN ITEM WITH NO COST
      *        ROW YET TAKES THE RECEIPT PRICE OUTRIGHT - STOCK ON HAND
      *        FROM BEFORE COSTING WAS INTRODUCED CARRIES NO COST TO
      *        BLEND WITH.  A RECEIPT WITH NO PO LINE TO PRICE IT IS
      *        VALUED AT THE CURRENT AVERAGE AND LEAVES IT UNCHANGED.
       UPDATE-AVERAGE-COST.
           PERFORM FETCH-ITEM-COST
           MOVE "NO" TO WS-PO-LINE-FOUND
           IF PO-NUMBER OF WS-SUPPLY-CHAIN-RECORD NOT = SPACES
               PERFORM FIND-PO-LINE-FOR-ITEM
           END-IF
           IF PO-LINE-IS-FOUND
               MOVE POLN-UNIT-PRICE OF WS-PO-LINE-RECORD
                   TO WS-RECEIPT-UNIT-PRICE
           ELSE
               COMPUTE WS-RECEIPT-UNIT-PRICE ROUNDED =
                   ICST-AVERAGE-UNIT-COST OF WS-ITEM-COST-RECORD
               DISPLAY "NO PO LINE PRICE FOR THIS RECEIPT - VALUED "
                   "AT CURRENT AVERAGE COST"
           END-IF
           COMPUTE WS-MOVEMENT-VALUE ROUNDED =
               WS-RECEIPT-QTY * WS-RECEIPT-UNIT-PRICE
           COMPUTE WS-COST-PRIOR-QTY =
               ON-HAND-QUANTITY OF WS-SUPPLY-CHAIN-RECORD
               - WS-RECEIPT-QTY
           IF NOT ITEM-COST-IS-FOUND
               OR WS-COST-PRIOR-QTY = ZERO
               MOVE WS-RECEIPT-UNIT-PRICE
                   TO ICST-AVERAGE-UNIT-COST OF WS-ITEM-COST-RECORD
           ELSE
               COMPUTE ICST-AVERAGE-UNIT-COST OF WS-ITEM-COST-RECORD
                   ROUNDED =
                   ((WS-COST-PRIOR-QTY *
                     ICST-AVERAGE-UNIT-COST OF WS-ITEM-COST-RECORD)
                    + (WS-RECEIPT-QTY * WS-RECEIPT-UNIT-PRICE))
                   / ON-HAND-QUANTITY OF WS-SUPPLY-CHAIN-RECORD
           END-IF
           IF PO-LINE-IS-FOUND
               MOVE WS-RECEIPT-UNIT-PRICE
                   TO ICST-LAST-RECEIPT-PRICE OF WS-ITEM-COST-RECORD
               MOVE WS-CURRENT-TIMESTAMP(1:8)
                   TO ICST-LAST-RECEIPT-DATE OF WS-ITEM-COST-RECORD
           END-IF
           PERFORM SAVE-ITEM-COST
           DISPLAY "RECEIPT VALUE: " WS-MOVEMENT-VALUE
               " AVERAGE UNIT COST NOW: "
               ICST-AVERAGE-UNIT-COST OF WS-ITEM-COST-RECORD.

      *        THE ITEM'S COST ROW, OR A ZERO AVERAGE WHEN THE ITEM
      *        HAS NEVER BEEN RECEIVED AGAINST A PRICED PO LINE.
       FETCH-ITEM-COST.
           MOVE "NO" TO WS-ITEM-COST-FOUND
           MOVE ITEM-ID OF WS-SUPPLY-CHAIN-RECORD
               TO ICST-ITEM-ID OF WS-ITEM-COST-RECORD
           MOVE ZERO TO ICST-AVERAGE-UNIT-COST OF WS-ITEM-COST-RECORD
           MOVE ZERO TO ICST-LAST-RECEIPT-PRICE OF WS-ITEM-COST-RECORD
           MOVE ZERO TO ICST-LAST-RECEIPT-DATE OF WS-ITEM-COST-RECORD
           OPEN INPUT ITEM-COST-FILE
           IF FS-ITEM-COST = "00"
               MOVE ITEM-ID OF WS-SUPPLY-CHAIN-RECORD
                   TO ICST-ITEM-ID OF ITEM-COST-RECORD-DATA
               READ ITEM-COST-FILE
                   INTO WS-ITEM-COST-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO WS-ITEM-COST-FOUND
               END-READ
               CLOSE ITEM-COST-FILE
           END-IF.

       SAVE-ITEM-COST.
           MOVE WS-CURRENT-TIMESTAMP
               TO ICST-AUDIT-TIMESTAMP OF WS-ITEM-COST-RECORD
           OPEN I-O ITEM-COST-FILE
           IF FS-ITEM-COST = "35"
               OPEN OUTPUT ITEM-COST-FILE
               CLOSE ITEM-COST-FILE
               OPEN I-O ITEM-COST-FILE
           END-IF
           IF FS-ITEM-COST NOT = "00"
               DISPLAY "UNABLE TO OPEN ITEMCOST.DAT: " FS-ITEM-COST
           ELSE
               IF ITEM-COST-IS-FOUND
                   MOVE ICST-ITEM-ID OF WS-ITEM-COST-RECORD
                       TO ICST-ITEM-ID OF ITEM-COST-RECORD-DATA
                   READ ITEM-COST-FILE
                       INVALID KEY
                           DISPLAY "ITEM COST ROW MISSING FOR: "
                               ICST-ITEM-ID OF WS-ITEM-COST-RECORD
                       NOT INVALID KEY
                           REWRITE ITEM-COST-RECORD-DATA
                               FROM WS-ITEM-COST-RECORD
                           END-REWRITE
                   END-READ
               ELSE
                   WRITE ITEM-COST-RECORD-DATA
                       FROM WS-ITEM-COST-RECORD
                       INVALID KEY
                           DISPLAY "WRITE FAILED ON ITEMCOST.DAT "
                               "FOR: "
                               ICST-ITEM-ID OF WS-ITEM-COST-RECORD
                   END-WRITE
               END-IF
               CLOSE ITEM-COST-FILE
           END-IF.

      *        AN OUTBOUND OR INTERNAL MOVEMENT IS VALUED AT THE
      *        ITEM'S CURRENT AVERAGE - THE CALLER SETS THE QUANTITY
      *        IN WS-COST-MOVEMENT-QTY AND TAKES WS-MOVEMENT-VALUE.
       VALUE-STOCK-MOVEMENT.
           PERFORM FETCH-ITEM-COST
           COMPUTE WS-MOVEMENT-VALUE ROUNDED =
               WS-COST-MOVEMENT-QTY
               * ICST-AVERAGE-UNIT-COST OF WS-ITEM-COST-RECORD.

      *        THE RECEIPT'S OWN VALUED LEDGER ROW - QUANTITY IS WHAT
      *        CAME IN, AMOUNT IS ITS COST AT THE PO LINE PRICE.  IT
      *        SITS BESIDE THE ROW WRITE-LEDGER-ENTRY WRITES FOR THE
      *        MASTER UPDATE, WHICH STILL RESTATES THE MASTER.
       WRITE-RECEIPT-LEDGER-ENTRY.
           ADD 1 TO WS-TX-SEQUENCE
           STRING "TX" WS-CURRENT-TIMESTAMP WS-TX-SEQUENCE
               DELIMITED BY SIZE INTO TX-ID OF WS-TRANSACTION-RECORD
           MOVE ITEM-ID OF WS-SUPPLY-CHAIN-RECORD
               TO TX-ITEM-ID OF WS-TRANSACTION-RECORD
           MOVE WS-RECEIPT-QTY
               TO TX-QUANTITY OF WS-TRANSACTION-RECORD
           MOVE SUPPLIER-ID OF WS-SUPPLY-CHAIN-RECORD
               TO TX-SUPPLIER-ID OF WS-TRANSACTION-RECORD
           MOVE WS-CURRENT-TIMESTAMP(1:8)
               TO TX-DATE OF WS-TRANSACTION-RECORD
           MOVE WS-MOVEMENT-VALUE TO TX-AMOUNT OF WS-TRANSACTION-RECORD
           MOVE "RECEIVED" TO TX-STATUS OF WS-TRANSACTION-RECORD
           MOVE WS-CURRENT-TIMESTAMP
               TO TX-AUDIT-TIMESTAMP OF WS-TRANSACTION-RECORD
           MOVE WS-OPERATOR-ID
               TO TX-OPERATOR-ID OF WS-TRANSACTION-RECORD
           MOVE SPACE TO TX-EXTRACT-STATUS OF WS-TRANSACTION-RECORD
           MOVE LOT-NUMBER OF WS-LOT-RECORD
               TO TX-LOT-NUMBER OF WS-TRANSACTION-RECORD
           OPEN EXTEND TRANSACTION-FILE
           WRITE TRANSACTION-RECORD-DATA FROM WS-TRANSACTION-RECORD
           IF FS-TRANSACTION NOT = "00"
               DISPLAY "ERROR WRITING TRANSACTION.DAT: " FS-TRANSACTION
           END-IF
           CLOSE TRANSACTION-FILE.

      *        A KEYED UPDATE RE-ENTERS EVERY FIELD, BUT THE ON-HAND
      *        BALANCE BELONGS TO RECEIPTS AND ISSUES - CARRY THE LIVE
      *        BALANCE FORWARD SO AN UPDATE CANNOT CLOBBER IT.
           END-READ
           CLOSE SUPPLY-CHAIN-FILE.

      *        MATERIAL LEAVING THE FLOOR GOES OUT AGAINST A COST
      *        CENTER; MATERIAL COMING BACK UNUSED IS REVERSED IN
      *        AGAINST THE SAME ONE.
       STOCK-ISSUE-MENU.
           DISPLAY "STOCK ISSUE"
           DISPLAY "I - ISSUE STOCK TO A COST CENTER"
           DISPLAY "R - REVERSE AN ISSUE BACK TO STOCK"
           ACCEPT WS-ISSUE-ACTION FROM CONSOLE
           EVALUATE WS-ISSUE-ACTION
               WHEN "I"
                   PERFORM ISSUE-STOCK
               WHEN "R"
                   PERFORM REVERSE-STOCK-ISSUE
               WHEN OTHER
                   DISPLAY "INVALID ISSUE ACTION"
           END-EVALUATE.

      *        MATERIAL LEAVING THE FLOOR - THE ONLY OPERATION THAT
      *        DRAWS THE ON-HAND BALANCE DOWN.  AN ISSUE THAT WOULD
      *        DRIVE THE BALANCE NEGATIVE IS REFUSED OUTRIGHT, AND SO
      *        IS ONE TO A COST CENTER THAT IS NOT ACTIVE.
       ISSUE-STOCK.
           DISPLAY "ENTER ITEM-ID TO ISSUE: "
           ACCEPT WS-ISSUE-ITEM-ID FROM CONSOLE
           ACCEPT WS-ISSUE-QTY FROM CONSOLE
           DISPLAY "ENTER ISSUING LOCATION (DAY/COL/CIN): "
           ACCEPT WS-LOCATION-CODE FROM CONSOLE
           DISPLAY "ENTER LOT NUMBER (BLANK FOR EARLIEST EXPIRY): "
           ACCEPT WS-LOT-NUMBER-ENTRY FROM CONSOLE
           DISPLAY "ENTER COST CENTER CHARGED: "
           ACCEPT WS-COST-CENTER-ENTRY FROM CONSOLE
           DISPLAY "ENTER WORK ORDER (BLANK IF NONE): "
           ACCEPT WS-WORK-ORDER-ENTRY FROM CONSOLE
           EVALUATE TRUE
               WHEN WS-ISSUE-QTY = ZERO
                   DISPLAY "ISSUE QUANTITY MUST BE GREATER THAN ZERO - "
                       "ISSUE CANCELLED"
               WHEN NOT VALID-LOCATION-CODE
                   DISPLAY "INVALID LOCATION CODE - ISSUE CANCELLED"
               WHEN WS-COST-CENTER-ENTRY = SPACES
                   DISPLAY "COST CENTER IS REQUIRED - ISSUE CANCELLED"
               WHEN OTHER
                   PERFORM FETCH-COST-CENTER
                   MOVE "NO" TO WS-COST-CENTER-VALID
                   IF COST-CENTER-IS-FOUND
                       IF CC-STATUS OF WS-COST-CENTER-RECORD = "ACTIVE"
                           MOVE "YES" TO WS-COST-CENTER-VALID
                       ELSE
                           DISPLAY "COST CENTER " WS-COST-CENTER-ENTRY
                               " IS ON HOLD - ISSUE CANCELLED"
                       END-IF
                   END-IF
                   IF COST-CENTER-IS-VALID
                       PERFORM READ-MASTER-FOR-ISSUE
                       IF MASTER-IS-FOUND
                           PERFORM APPLY-STOCK-ISSUE
                       END-IF
                   END-IF
           END-EVALUATE.

       READ-MASTER-FOR-ISSUE.
           MOVE "NO" TO WS-MASTER-FOUND
           OPEN INPUT SUPPLY-CHAIN-FILE
           PERFORM FILE-STATUS-CHECK
           MOVE WS-ISSUE-ITEM-ID
               TO ITEM-ID OF SUPPLY-CHAIN-RECORD-DATA
           READ SUPPLY-CHAIN-FILE
               INVALID KEY
                   DISPLAY "NO RECORD FOUND FOR ITEM-ID: "
                       WS-ISSUE-ITEM-ID
               NOT INVALID KEY
                   MOVE "YES" TO WS-MASTER-FOUND
                   MOVE SUPPLY-CHAIN-RECORD-DATA
                       TO WS-SUPPLY-CHAIN-RECORD
           END-READ
           CLOSE SUPPLY-CHAIN-FILE.

      *        THE COST CENTER KEYED IN WS-COST-CENTER-ENTRY, LEFT IN
      *        WS-COST-CENTER-RECORD.
       FETCH-COST-CENTER.
           MOVE "NO" TO WS-COST-CENTER-FOUND
           OPEN INPUT COST-CENTER-FILE
           IF FS-COST-CENTER NOT = "00"
               DISPLAY "UNABLE TO OPEN COSTCTR.DAT: " FS-COST-CENTER
           ELSE
               MOVE WS-COST-CENTER-ENTRY
                   TO CC-COST-CENTER-ID OF COST-CENTER-RECORD-DATA
               READ COST-CENTER-FILE
                   INTO WS-COST-CENTER-RECORD
                   INVALID KEY
                       DISPLAY "COST CENTER NOT ON COST CENTER "
                           "MASTER: " WS-COST-CENTER-ENTRY
                   NOT INVALID KEY
                       MOVE "YES" TO WS-COST-CENTER-FOUND
               END-READ
               CLOSE COST-CENTER-FILE
           END-IF.

      *        AN ISSUE DRAWS DOWN THE ISSUING LOCATION'S BALANCE AND
                       "NEGATIVE - ON HAND: "
                       ON-HAND-QUANTITY OF WS-SUPPLY-CHAIN-RECORD
               WHEN OTHER
                   MOVE WS-ISSUE-QTY TO WS-LOT-REQUIRED-QTY
                   PERFORM CHECK-LOT-COVERAGE
                   IF LOT-IS-VALID
                       MOVE "I" TO WS-LOT-MOVEMENT-TYPE
                       PERFORM DRAW-MOVEMENT-FROM-LOTS
                   ELSE
                       DISPLAY "ISSUE REJECTED - LOTS DO NOT COVER THE "
                           "QUANTITY"
                   END-IF
           END-EVALUATE.

      *        ONE LOT'S SHARE OF AN ISSUE - WS-ISSUE-QTY IS THE
      *        PORTION DRAWN FROM THE LOT IN WS-LOT-RECORD.
       POST-STOCK-ISSUE.
           SUBTRACT WS-ISSUE-QTY
               FROM ON-HAND-QUANTITY OF WS-SUPPLY-CHAIN-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP
               TO AUDIT-TIMESTAMP OF WS-SUPPLY-CHAIN-RECORD
           MOVE "I" TO WS-OPERATION-CODE
           CALL "SUPPLY-CHAIN-MANAGEMENT" USING
               WS-SUPPLY-CHAIN-RECORD
               WS-OPERATION-CODE
               FS-SUPPLY-CHAIN
           PERFORM FILE-STATUS-CHECK
           IF FS-SUPPLY-CHAIN = "00"
               MOVE "YES" TO WS-LOT-MOVEMENT-POSTED
               MOVE LOT-NUMBER OF WS-LOT-RECORD
                   TO BLKD-LOT-NUMBER OF WS-BLOCK-DETAIL
               MOVE WS-COST-CENTER-ENTRY
                   TO BLKD-COST-CENTER OF WS-BLOCK-DETAIL
               MOVE WS-WORK-ORDER-ENTRY
                   TO BLKD-WORK-ORDER OF WS-BLOCK-DETAIL
               PERFORM APPEND-BLOCKCHAIN-BLOCK
               MOVE "ISSUED" TO WS-ISSUE-LEDGER-STATUS
               PERFORM WRITE-ISSUE-LEDGER-ENTRY
               SUBTRACT WS-ISSUE-QTY FROM
                   LOC-ON-HAND-QUANTITY OF WS-LOCATION-BALANCE-RECORD
               PERFORM REWRITE-LOCATION-BALANCE
               DISPLAY "STOCK ISSUED: " WS-ISSUE-QTY
                   " FROM LOT " LOT-NUMBER OF WS-LOT-RECORD
               DISPLAY "LOCATION " WS-LOCATION-CODE
                   " BALANCE NOW: "
                   LOC-ON-HAND-QUANTITY OF WS-LOCATION-BALANCE-RECORD
               DISPLAY "ON-HAND BALANCE NOW: "
                   ON-HAND-QUANTITY OF WS-SUPPLY-CHAIN-RECORD
           END-IF.

      *        UNUSED MATERIAL COMING BACK FROM THE FLOOR - CREDITED
      *        TO THE COST CENTER (AND WORK ORDER, WHEN ONE IS KEYED)
      *        IT WAS ISSUED TO, AT THE CURRENT AVERAGE COST, BACK
      *        INTO THE LOT IT LEFT.  THE CREDIT CAN NEVER EXCEED WHAT
      *        THE LEDGER SHOWS AS NET ISSUED THERE.
       REVERSE-STOCK-ISSUE.
           DISPLAY "ENTER ITEM-ID TO REVERSE: "
           ACCEPT WS-ISSUE-ITEM-ID FROM CONSOLE
           DISPLAY "ENTER QUANTITY COMING BACK TO STOCK: "
           ACCEPT WS-ISSUE-QTY FROM CONSOLE
           DISPLAY "ENTER RECEIVING LOCATION (DAY/COL/CIN): "
           ACCEPT WS-LOCATION-CODE FROM CONSOLE
           DISPLAY "ENTER COST CENTER ORIGINALLY CHARGED: "
           ACCEPT WS-COST-CENTER-ENTRY FROM CONSOLE
           DISPLAY "ENTER WORK ORDER (BLANK FOR ANY): "
           ACCEPT WS-WORK-ORDER-ENTRY FROM CONSOLE
           DISPLAY "ENTER LOT NUMBER (BLANK FOR LOT LAST ISSUED): "
           ACCEPT WS-LOT-NUMBER-ENTRY FROM CONSOLE
           EVALUATE TRUE
               WHEN WS-ISSUE-QTY = ZERO
                   DISPLAY "REVERSAL QUANTITY MUST BE GREATER THAN "
                       "ZERO - REVERSAL CANCELLED"
               WHEN NOT VALID-LOCATION-CODE
                   DISPLAY "INVALID LOCATION CODE - REVERSAL CANCELLED"
               WHEN WS-COST-CENTER-ENTRY = SPACES
                   DISPLAY "COST CENTER IS REQUIRED - REVERSAL "
                       "CANCELLED"
               WHEN OTHER
                   PERFORM FETCH-COST-CENTER
                   IF COST-CENTER-IS-FOUND
                       PERFORM READ-MASTER-FOR-ISSUE
                       IF MASTER-IS-FOUND
                           PERFORM APPLY-ISSUE-REVERSAL
                       END-IF
                   END-IF
           END-EVALUATE.

       APPLY-ISSUE-REVERSAL.
           PERFORM TOTAL-ISSUES-TO-COST-CENTER
           EVALUATE TRUE
               WHEN WS-ISSUE-QTY > WS-CENTER-REVERSIBLE-QTY
                   DISPLAY "REVERSAL REJECTED - NET ISSUED TO COST "
                       "CENTER " WS-COST-CENTER-ENTRY
                       " FOR THIS ITEM IS ONLY "
                       WS-CENTER-REVERSIBLE-QTY
               WHEN WS-WORK-ORDER-ENTRY NOT = SPACES
                   AND WS-ISSUE-QTY > WS-ORDER-REVERSIBLE-QTY
                   DISPLAY "REVERSAL REJECTED - NET ISSUED TO WORK "
                       "ORDER " WS-WORK-ORDER-ENTRY
                       " FOR THIS ITEM IS ONLY "
                       WS-ORDER-REVERSIBLE-QTY
               WHEN OTHER
                   PERFORM SET-REVERSAL-LOT
                   PERFORM POST-ISSUE-REVERSAL
           END-EVALUATE.

      *        NET QUANTITY OF THE ITEM STILL CHARGED TO THE COST
      *        CENTER - ITS "ISSUED" ROWS LESS ITS "ISSUE-REV" ROWS ON
      *        THE LEDGER - AND, WHEN A WORK ORDER IS KEYED, THE SAME
      *        NET FOR THAT WORK ORDER.  BOTH LIMIT THE REVERSAL: A
      *        REVERSAL KEYED WITHOUT A WORK ORDER CREDITS THE COST
      *        CENTER BUT NOT ANY ONE WORK ORDER, SO THE WORK ORDER
      *        NET ALONE WOULD LET THE SAME ISSUE BE CREDITED TWICE.
      *        THE LOT OF THE LAST MATCHING ISSUE IS KEPT AS THE
      *        DEFAULT LOT TO RETURN THE STOCK TO.  THE PERIOD CLOSE
      *        MOVES ERP-ACCEPTED ROWS TO TXARCH.DAT AND A ROW IS ONLY
      *        EVER IN ONE OF THE TWO FILES, SO BOTH ARE COUNTED - THE
      *        OLDER ARCHIVE FIRST, SO THE LAST ISSUE SEEN IS THE
      *        LATEST.
       TOTAL-ISSUES-TO-COST-CENTER.
           MOVE ZERO TO WS-CENTER-ISSUED-QTY
           MOVE ZERO TO WS-CENTER-REVERSED-QTY
           MOVE ZERO TO WS-CENTER-REVERSIBLE-QTY
           MOVE ZERO TO WS-ORDER-ISSUED-QTY
           MOVE ZERO TO WS-ORDER-REVERSED-QTY
           MOVE ZERO TO WS-ORDER-REVERSIBLE-QTY
           MOVE SPACES TO WS-LAST-ISSUE-LOT
           MOVE "NO" TO WS-LEDGER-EOF
           OPEN INPUT TX-ARCHIVE-FILE
           IF FS-TX-ARCHIVE = "35"
               CONTINUE
           ELSE
               IF FS-TX-ARCHIVE NOT = "00"
                   DISPLAY "UNABLE TO OPEN TXARCH.DAT: " FS-TX-ARCHIVE
               ELSE
                   PERFORM UNTIL WS-LEDGER-EOF = "YES"
                       READ TX-ARCHIVE-FILE INTO WS-ISSUE-LEDGER-ROW
                           AT END
                               MOVE "YES" TO WS-LEDGER-EOF
                           NOT AT END
                               PERFORM COUNT-ISSUE-TO-COST-CENTER
                       END-READ
                   END-PERFORM
                   CLOSE TX-ARCHIVE-FILE
               END-IF
           END-IF
           MOVE "NO" TO WS-LEDGER-EOF
           OPEN INPUT TRANSACTION-FILE
           IF FS-TRANSACTION NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSACTION.DAT: "
                   FS-TRANSACTION
           ELSE
               PERFORM UNTIL WS-LEDGER-EOF = "YES"
                   READ TRANSACTION-FILE INTO WS-ISSUE-LEDGER-ROW
                       AT END
                           MOVE "YES" TO WS-LEDGER-EOF
                       NOT AT END
                           PERFORM COUNT-ISSUE-TO-COST-CENTER
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF
           IF WS-CENTER-ISSUED-QTY > WS-CENTER-REVERSED-QTY
               COMPUTE WS-CENTER-REVERSIBLE-QTY =
                   WS-CENTER-ISSUED-QTY - WS-CENTER-REVERSED-QTY
           END-IF
           IF WS-ORDER-ISSUED-QTY > WS-ORDER-REVERSED-QTY
               COMPUTE WS-ORDER-REVERSIBLE-QTY =
                   WS-ORDER-ISSUED-QTY - WS-ORDER-REVERSED-QTY
           END-IF.

       COUNT-ISSUE-TO-COST-CENTER.
           IF TX-ITEM-ID OF WS-ISSUE-LEDGER-ROW = WS-ISSUE-ITEM-ID
               AND TX-COST-CENTER OF WS-ISSUE-LEDGER-ROW
                   = WS-COST-CENTER-ENTRY
               EVALUATE TX-STATUS OF WS-ISSUE-LEDGER-ROW
                   WHEN "ISSUED"
                       ADD TX-QUANTITY OF WS-ISSUE-LEDGER-ROW
                           TO WS-CENTER-ISSUED-QTY
                       IF WS-WORK-ORDER-ENTRY = SPACES
                           MOVE TX-LOT-NUMBER
                               OF WS-ISSUE-LEDGER-ROW
                               TO WS-LAST-ISSUE-LOT
                       END-IF
                   WHEN "ISSUE-REV"
                       ADD TX-QUANTITY OF WS-ISSUE-LEDGER-ROW
                           TO WS-CENTER-REVERSED-QTY
               END-EVALUATE
               IF WS-WORK-ORDER-ENTRY NOT = SPACES
                   AND TX-WORK-ORDER OF WS-ISSUE-LEDGER-ROW
                       = WS-WORK-ORDER-ENTRY
                   EVALUATE TX-STATUS OF WS-ISSUE-LEDGER-ROW
                       WHEN "ISSUED"
                           ADD TX-QUANTITY OF WS-ISSUE-LEDGER-ROW
                               TO WS-ORDER-ISSUED-QTY
                           MOVE TX-LOT-NUMBER
                               OF WS-ISSUE-LEDGER-ROW
                               TO WS-LAST-ISSUE-LOT
                       WHEN "ISSUE-REV"
                           ADD TX-QUANTITY OF WS-ISSUE-LEDGER-ROW
                               TO WS-ORDER-REVERSED-QTY
                   END-EVALUATE
               END-IF
           END-IF.

      *        THE STOCK GOES BACK INTO THE LOT THE OPERATOR NAMED OR
      *        THE LOT OF THE LAST MATCHING ISSUE.  A LOT EMPTIED BY
      *        THE ISSUE HAS COME OFF FILE, SO IT IS RE-OPENED WITH
      *        THE EXPIRY DATE THE OPERATOR READS OFF THE GOODS; AN
      *        ISSUE FROM BEFORE LOT TRACKING GOES BACK INTO THE DAY'S
      *        UNDATED REVERSAL LOT "REV" + YYYYMMDD.
       SET-REVERSAL-LOT.
           MOVE ZERO TO WS-LOT-EXPIRY-ENTRY
           IF WS-LOT-NUMBER-ENTRY = SPACES
               MOVE WS-LAST-ISSUE-LOT TO WS-LOT-NUMBER-ENTRY
           END-IF
           IF WS-LOT-NUMBER-ENTRY = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOT-TODAY
               STRING "REV" WS-LOT-TODAY
                   DELIMITED BY SIZE INTO WS-LOT-NUMBER-ENTRY
               MOVE WS-LOT-NUMBER-ENTRY TO LOT-NUMBER OF WS-LOT-RECORD
               PERFORM FETCH-LOT
           ELSE
               MOVE WS-LOT-NUMBER-ENTRY TO LOT-NUMBER OF WS-LOT-RECORD
               PERFORM FETCH-LOT
               IF NOT LOT-IS-FOUND
                   DISPLAY "LOT " WS-LOT-NUMBER-ENTRY
                       " IS NO LONGER ON FILE AT " WS-LOCATION-CODE
                   DISPLAY "ENTER LOT EXPIRY DATE (YYYYMMDD, ZERO "
                       "IF NONE): "
                   ACCEPT WS-LOT-EXPIRY-ENTRY FROM CONSOLE
                   IF WS-LOT-EXPIRY-ENTRY NOT = ZERO
                       AND (WS-LOT-EXPIRY-MM < 1
                           OR WS-LOT-EXPIRY-MM > 12
                           OR WS-LOT-EXPIRY-DD < 1
                           OR WS-LOT-EXPIRY-DD > 31)
                       DISPLAY "INVALID EXPIRY DATE - LOT LEFT "
                           "UNDATED"
                       MOVE ZERO TO WS-LOT-EXPIRY-ENTRY
                   END-IF
               END-IF
           END-IF
           IF NOT LOT-IS-FOUND
               MOVE WS-LOT-EXPIRY-ENTRY
                   TO LOT-EXPIRY-DATE OF WS-LOT-RECORD
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO LOT-RECEIPT-DATE OF WS-LOT-RECORD
               MOVE SPACES TO LOT-SHIPMENT-ID OF WS-LOT-RECORD
               MOVE SPACES TO LOT-PO-NUMBER OF WS-LOT-RECORD
           END-IF.

       POST-ISSUE-REVERSAL.
           ADD WS-ISSUE-QTY
               TO ON-HAND-QUANTITY OF WS-SUPPLY-CHAIN-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP
               TO AUDIT-TIMESTAMP OF WS-SUPPLY-CHAIN-RECORD
           MOVE "V" TO WS-OPERATION-CODE
           CALL "SUPPLY-CHAIN-MANAGEMENT" USING
               WS-SUPPLY-CHAIN-RECORD
               WS-OPERATION-CODE
               FS-SUPPLY-CHAIN
           PERFORM FILE-STATUS-CHECK
           IF FS-SUPPLY-CHAIN = "00"
               MOVE LOT-NUMBER OF WS-LOT-RECORD
                   TO BLKD-LOT-NUMBER OF WS-BLOCK-DETAIL
               MOVE WS-COST-CENTER-ENTRY
                   TO BLKD-COST-CENTER OF WS-BLOCK-DETAIL
               MOVE WS-WORK-ORDER-ENTRY
                   TO BLKD-WORK-ORDER OF WS-BLOCK-DETAIL
               PERFORM APPEND-BLOCKCHAIN-BLOCK
               MOVE "ISSUE-REV" TO WS-ISSUE-LEDGER-STATUS
               PERFORM WRITE-ISSUE-LEDGER-ENTRY
               MOVE WS-ISSUE-QTY TO WS-LOCATION-POST-QTY
               PERFORM ADD-TO-LOCATION-BALANCE
               MOVE WS-ISSUE-QTY TO WS-LOT-PORTION-QTY
               PERFORM ADD-TO-LOT
               DISPLAY "ISSUE REVERSED: " WS-ISSUE-QTY
                   " INTO LOT " LOT-NUMBER OF WS-LOT-RECORD
                   " CREDITED TO COST CENTER " WS-COST-CENTER-ENTRY
               DISPLAY "ON-HAND BALANCE NOW: "
                   ON-HAND-QUANTITY OF WS-SUPPLY-CHAIN-RECORD
           END-IF.

       FETCH-LOCATION-BALANCE.
           MOVE "NO" TO WS-LOCATION-FOUND
           OPEN INPUT LOCATION-BALANCE-FILE

      *        A RECEIPT POSTS TO THE DOCK THAT TOOK IT IN - THE ROW
      *        IS CREATED ON THE ITEM'S FIRST RECEIPT AT A LOCATION.
      *        A TRANSFER LEG POSTS THE SAME WAY TO THE IN-TRANSIT ROW
      *        OR THE RECEIVING DOCK.  THE CALLER SETS THE QUANTITY IN
      *        WS-LOCATION-POST-QTY.
       ADD-TO-LOCATION-BALANCE.
           MOVE "NO" TO WS-LOCATION-FOUND
           OPEN I-O LOCATION-BALANCE-FILE
                   NOT INVALID KEY
                       MOVE "YES" TO WS-LOCATION-FOUND
               END-READ
               ADD WS-LOCATION-POST-QTY
                   TO LOC-ON-HAND-QUANTITY
                       OF WS-LOCATION-BALANCE-RECORD
               MOVE WS-CURRENT-TIMESTAMP
                   LOC-ON-HAND-QUANTITY OF WS-LOCATION-BALANCE-RECORD
           END-IF.

      *        ONE LOT OF THE ITEM AT WS-LOCATION-CODE - THE CALLER
      *        SETS THE LOT NUMBER IN WS-LOT-RECORD.
       FETCH-LOT.
           MOVE "NO" TO WS-LOT-FOUND
           MOVE ITEM-ID OF WS-SUPPLY-CHAIN-RECORD
               TO LOT-ITEM-ID OF WS-LOT-RECORD
           MOVE WS-LOCATION-CODE TO LOT-LOCATION-CODE OF WS-LOT-RECORD
           OPEN INPUT LOT-FILE
           IF FS-LOT = "00"
               MOVE LOT-KEY OF WS-LOT-RECORD
                   TO LOT-KEY OF LOT-RECORD-DATA
               READ LOT-FILE
                   INTO WS-LOT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO WS-LOT-FOUND
               END-READ
               CLOSE LOT-FILE
           END-IF.

      *        POSITION ON THE FIRST LOT OF THE ITEM AT
      *        WS-LOCATION-CODE - LOT.DAT IS ALREADY OPEN.
       START-LOTS-AT-LOCATION.
           MOVE "NO" TO WS-LOT-EOF
           MOVE ITEM-ID OF WS-SUPPLY-CHAIN-RECORD
               TO LOT-ITEM-ID OF LOT-RECORD-DATA
           MOVE WS-LOCATION-CODE TO LOT-LOCATION-CODE OF LOT-RECORD-DATA
           MOVE SPACES TO LOT-NUMBER OF LOT-RECORD-DATA
           START LOT-FILE KEY IS NOT LESS THAN
               LOT-KEY OF LOT-RECORD-DATA
               INVALID KEY
                   MOVE "YES" TO WS-LOT-EOF
           END-START.

       READ-NEXT-LOT-AT-LOCATION.
           READ LOT-FILE NEXT RECORD
               AT END MOVE "YES" TO WS-LOT-EOF
           END-READ
           IF WS-LOT-EOF = "NO"
               IF LOT-ITEM-ID OF LOT-RECORD-DATA
                   NOT = ITEM-ID OF WS-SUPPLY-CHAIN-RECORD
                   OR LOT-LOCATION-CODE OF LOT-RECORD-DATA
                       NOT = WS-LOCATION-CODE
                   MOVE "YES" TO WS-LOT-EOF
               END-IF
           END-IF.

       TOTAL-LOTS-AT-LOCATION.
           MOVE ZERO TO WS-LOT-TOTAL-QTY
           OPEN INPUT LOT-FILE
           IF FS-LOT = "00"
               PERFORM START-LOTS-AT-LOCATION
               PERFORM UNTIL WS-LOT-EOF = "YES"
                   PERFORM READ-NEXT-LOT-AT-LOCATION
                   IF WS-LOT-EOF = "NO"
                       ADD LOT-ON-HAND-QUANTITY OF LOT-RECORD-DATA
                           TO WS-LOT-TOTAL-QTY
                   END-IF
               END-PERFORM
               CLOSE LOT-FILE
           END-IF.

      *        FIRST EXPIRY, FIRST OUT - THE LOT WITH STOCK AND THE
      *        EARLIEST EXPIRY DATE; UNDATED LOTS SORT AFTER EVERY
      *        DATED ONE AND TIES GO TO THE LOWEST LOT NUMBER.
       FIND-EARLIEST-LOT.
           MOVE "NO" TO WS-LOT-FOUND
           MOVE 99999999 TO WS-LOT-BEST-EXPIRY
           OPEN INPUT LOT-FILE
           IF FS-LOT = "00"
               PERFORM START-LOTS-AT-LOCATION
               PERFORM UNTIL WS-LOT-EOF = "YES"
                   PERFORM READ-NEXT-LOT-AT-LOCATION
                   IF WS-LOT-EOF = "NO"
                       AND LOT-ON-HAND-QUANTITY OF LOT-RECORD-DATA
                           > ZERO
                       MOVE LOT-EXPIRY-DATE OF LOT-RECORD-DATA
                           TO WS-LOT-SORT-EXPIRY
                       IF WS-LOT-SORT-EXPIRY = ZERO
                           MOVE 99999999 TO WS-LOT-SORT-EXPIRY
                       END-IF
                       IF NOT LOT-IS-FOUND
                           OR WS-LOT-SORT-EXPIRY < WS-LOT-BEST-EXPIRY
                           MOVE "YES" TO WS-LOT-FOUND
                           MOVE WS-LOT-SORT-EXPIRY
                               TO WS-LOT-BEST-EXPIRY
                           MOVE LOT-RECORD-DATA TO WS-LOT-RECORD
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LOT-FILE
           END-IF.

      *        THE NEXT LOT TO DRAW - THE ONE THE OPERATOR NAMED, OR
      *        THE EARLIEST-EXPIRING - AND HOW MUCH OF THE REMAINING
      *        QUANTITY IT CAN COVER.
       SELECT-NEXT-LOT.
           IF WS-LOT-NUMBER-ENTRY = SPACES
               PERFORM FIND-EARLIEST-LOT
           ELSE
               MOVE WS-LOT-NUMBER-ENTRY TO LOT-NUMBER OF WS-LOT-RECORD
               PERFORM FETCH-LOT
           END-IF
           IF LOT-IS-FOUND
               IF LOT-ON-HAND-QUANTITY OF WS-LOT-RECORD
                   < WS-LOT-REMAINING-QTY
                   MOVE LOT-ON-HAND-QUANTITY OF WS-LOT-RECORD
                       TO WS-LOT-PORTION-QTY
               ELSE
                   MOVE WS-LOT-REMAINING-QTY TO WS-LOT-PORTION-QTY
               END-IF
               IF WS-LOT-PORTION-QTY = ZERO
                   MOVE "NO" TO WS-LOT-FOUND
               END-IF
           END-IF.

      *        NOTHING LEAVES A LOCATION UNLESS ITS LOTS COVER IT - A
      *        NAMED LOT MUST HOLD THE WHOLE QUANTITY, OTHERWISE THE
      *        LOTS AT THE LOCATION TOGETHER MUST.  LOTS THAT FALL
      *        SHORT OF THE LOCATION BALANCE MEAN THE TWO HAVE DRIFTED
      *        AND NEED REVIEW BEFORE ANYTHING POSTS.
       CHECK-LOT-COVERAGE.
           MOVE "NO" TO WS-LOT-VALID
           IF WS-LOT-NUMBER-ENTRY NOT = SPACES
               MOVE WS-LOT-NUMBER-ENTRY TO LOT-NUMBER OF WS-LOT-RECORD
               PERFORM FETCH-LOT
               EVALUATE TRUE
                   WHEN NOT LOT-IS-FOUND
                       DISPLAY "LOT " WS-LOT-NUMBER-ENTRY
                           " NOT ON FILE AT LOCATION "
                           WS-LOCATION-CODE
                   WHEN WS-LOT-REQUIRED-QTY >
                       LOT-ON-HAND-QUANTITY OF WS-LOT-RECORD
                       DISPLAY "LOT " WS-LOT-NUMBER-ENTRY
                           " HOLDS ONLY "
                           LOT-ON-HAND-QUANTITY OF WS-LOT-RECORD
                   WHEN OTHER
                       MOVE "YES" TO WS-LOT-VALID
               END-EVALUATE
           ELSE
               PERFORM TOTAL-LOTS-AT-LOCATION
               IF WS-LOT-REQUIRED-QTY > WS-LOT-TOTAL-QTY
                   DISPLAY "LOTS AT LOCATION " WS-LOCATION-CODE
                       " COVER ONLY " WS-LOT-TOTAL-QTY
                       " - LOT AND LOCATION BALANCES NEED REVIEW"
               ELSE
                   MOVE "YES" TO WS-LOT-VALID
               END-IF
           END-IF.

      *        AN ISSUE, RETURN OR DOWNWARD COUNT POSTS ONCE PER LOT
      *        IT DRAWS - EACH PORTION GOES THROUGH THE MOVEMENT'S OWN
      *        POSTING PARAGRAPH, SO EACH GETS ITS OWN MASTER UPDATE,
      *        BLOCK AND LEDGER ROW NAMING THE LOT.  THE CALLER SETS
      *        WS-LOT-MOVEMENT-TYPE AND WS-LOT-REQUIRED-QTY AND HAS
      *        ALREADY CHECKED THE LOTS COVER IT.
       DRAW-MOVEMENT-FROM-LOTS.
           MOVE WS-LOT-REQUIRED-QTY TO WS-LOT-REMAINING-QTY
           MOVE "YES" TO WS-LOT-MOVEMENT-POSTED
           PERFORM UNTIL WS-LOT-REMAINING-QTY = ZERO
                   OR NOT LOT-MOVEMENT-POSTED
               PERFORM SELECT-NEXT-LOT
               IF LOT-IS-FOUND
                   PERFORM POST-LOT-PORTION
               ELSE
                   MOVE "NO" TO WS-LOT-MOVEMENT-POSTED
               END-IF
           END-PERFORM
           IF WS-LOT-REMAINING-QTY NOT = ZERO
               DISPLAY "MOVEMENT STOPPED - " WS-LOT-REMAINING-QTY
                   " OF " WS-LOT-REQUIRED-QTY " NOT POSTED"
           END-IF.

       POST-LOT-PORTION.
           MOVE "NO" TO WS-LOT-MOVEMENT-POSTED
           EVALUATE TRUE
               WHEN LOT-MOVEMENT-IS-ISSUE
                   MOVE WS-LOT-PORTION-QTY TO WS-ISSUE-QTY
                   PERFORM POST-STOCK-ISSUE
               WHEN LOT-MOVEMENT-IS-RETURN
                   MOVE WS-LOT-PORTION-QTY TO WS-RETURN-QTY
                   PERFORM POST-SUPPLIER-RETURN
               WHEN LOT-MOVEMENT-IS-COUNT
                   MOVE WS-LOT-PORTION-QTY TO WS-VARIANCE-QTY
                   PERFORM POST-CYCLE-COUNT
           END-EVALUATE
           IF LOT-MOVEMENT-POSTED
               PERFORM DRAW-FROM-LOT
               SUBTRACT WS-LOT-PORTION-QTY FROM WS-LOT-REMAINING-QTY
           END-IF.

      *        STOCK LEAVING A LOT - AN EMPTIED LOT COMES OFF FILE.
       DRAW-FROM-LOT.
           OPEN I-O LOT-FILE
           IF FS-LOT NOT = "00"
               DISPLAY "UNABLE TO OPEN LOT.DAT: " FS-LOT
           ELSE
               MOVE LOT-KEY OF WS-LOT-RECORD
                   TO LOT-KEY OF LOT-RECORD-DATA
               READ LOT-FILE
                   INVALID KEY
                       DISPLAY "LOT ROW MISSING FOR: "
                           LOT-KEY OF WS-LOT-RECORD
                   NOT INVALID KEY
                       SUBTRACT WS-LOT-PORTION-QTY
                           FROM LOT-ON-HAND-QUANTITY OF LOT-RECORD-DATA
                       IF LOT-ON-HAND-QUANTITY OF LOT-RECORD-DATA
                           = ZERO
                           DELETE LOT-FILE RECORD
                           END-DELETE
                       ELSE
                           MOVE WS-CURRENT-TIMESTAMP
                               TO LOT-AUDIT-TIMESTAMP
                                   OF LOT-RECORD-DATA
                           REWRITE LOT-RECORD-DATA
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE LOT-FILE
           END-IF.

      *        STOCK ARRIVING IN A LOT - A RECEIPT, AN UPWARD COUNT OR
      *        A TRANSFER LEG.  THE CALLER BUILDS THE LOT IN
      *        WS-LOT-RECORD AND SETS THE QUANTITY IN
      *        WS-LOT-PORTION-QTY; A LOT ALREADY ON FILE KEEPS ITS
      *        ORIGINAL RECEIPT DETAILS AND IS TOPPED UP.
       ADD-TO-LOT.
           OPEN I-O LOT-FILE
           IF FS-LOT = "35"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF
           IF FS-LOT NOT = "00"
               DISPLAY "UNABLE TO OPEN LOT.DAT: " FS-LOT
           ELSE
               MOVE WS-CURRENT-TIMESTAMP
                   TO LOT-AUDIT-TIMESTAMP OF WS-LOT-RECORD
               MOVE LOT-KEY OF WS-LOT-RECORD
                   TO LOT-KEY OF LOT-RECORD-DATA
               READ LOT-FILE
                   INVALID KEY
                       MOVE WS-LOT-PORTION-QTY
                           TO LOT-ON-HAND-QUANTITY OF WS-LOT-RECORD
                       MOVE WS-LOT-PORTION-QTY
                           TO LOT-RECEIVED-QUANTITY OF WS-LOT-RECORD
                       WRITE LOT-RECORD-DATA FROM WS-LOT-RECORD
                           INVALID KEY
                               DISPLAY "WRITE FAILED ON LOT.DAT FOR: "
                                   LOT-KEY OF WS-LOT-RECORD
                       END-WRITE
                   NOT INVALID KEY
                       ADD WS-LOT-PORTION-QTY
                           TO LOT-ON-HAND-QUANTITY OF LOT-RECORD-DATA
                       ADD WS-LOT-PORTION-QTY
                           TO LOT-RECEIVED-QUANTITY OF LOT-RECORD-DATA
                       MOVE WS-CURRENT-TIMESTAMP
                           TO LOT-AUDIT-TIMESTAMP OF LOT-RECORD-DATA
                       REWRITE LOT-RECORD-DATA
                       END-REWRITE
                       MOVE LOT-RECORD-DATA TO WS-LOT-RECORD
               END-READ
               CLOSE LOT-FILE
           END-IF.

      *        A TRANSFER LEG CARRIES ITS LOTS WITH IT - EARLIEST
      *        EXPIRY FIRST OUT OF WS-LOCATION-CODE AND INTO
      *        WS-LOT-TO-LOCATION UNDER THE SAME LOT NUMBER, EXPIRY
      *        AND ORIGIN.  THE CALLER SETS THE QUANTITY IN
      *        WS-LOT-REQUIRED-QTY.
       MOVE-LOTS-TO-LOCATION.
           MOVE SPACES TO WS-LOT-NUMBER-ENTRY
           MOVE WS-LOT-REQUIRED-QTY TO WS-LOT-REMAINING-QTY
           MOVE "YES" TO WS-LOT-FOUND
           PERFORM UNTIL WS-LOT-REMAINING-QTY = ZERO
                   OR NOT LOT-IS-FOUND
               PERFORM SELECT-NEXT-LOT
               IF LOT-IS-FOUND
                   PERFORM DRAW-FROM-LOT
                   MOVE WS-LOT-TO-LOCATION
                       TO LOT-LOCATION-CODE OF WS-LOT-RECORD
                   PERFORM ADD-TO-LOT
                   SUBTRACT WS-LOT-PORTION-QTY FROM WS-LOT-REMAINING-QTY
               END-IF
           END-PERFORM
           IF WS-LOT-REMAINING-QTY NOT = ZERO
               DISPLAY "LOTS AT " WS-LOCATION-CODE " SHORT BY "
                   WS-LOT-REMAINING-QTY
                   " - LOT AND LOCATION BALANCES NEED REVIEW"
           END-IF.

      *        DEFECTIVE GOODS GO BACK TO THE SUPPLIER AS A RETURN IN
      *        ITS OWN RIGHT - TIED TO THE SHIPMENT AND PO ON THE
      *        MASTER, WITH A REASON CODE - INSTEAD OF BEING FAKED AS
           ACCEPT WS-RETURN-REASON FROM CONSOLE
           DISPLAY "ENTER RETURNING LOCATION (DAY/COL/CIN): "
           ACCEPT WS-LOCATION-CODE FROM CONSOLE
           DISPLAY "ENTER LOT NUMBER (BLANK FOR EARLIEST EXPIRY): "
           ACCEPT WS-LOT-NUMBER-ENTRY FROM CONSOLE
           EVALUATE TRUE
               WHEN WS-RETURN-QTY = ZERO
                   DISPLAY "RETURN QUANTITY MUST BE GREATER THAN "
                       "NEGATIVE - ON HAND: "
                       ON-HAND-QUANTITY OF WS-SUPPLY-CHAIN-RECORD
               WHEN OTHER
                   MOVE WS-RETURN-QTY TO WS-LOT-REQUIRED-QTY
                   PERFORM CHECK-LOT-COVERAGE
                   IF LOT-IS-VALID
                       MOVE "R" TO WS-LOT-MOVEMENT-TYPE
                       PERFORM DRAW-MOVEMENT-FROM-LOTS
                   ELSE
                       DISPLAY "RETURN REJECTED - LOTS DO NOT COVER "
                           "THE QUANTITY"
                   END-IF
           END-EVALUATE.

      *        ONE LOT'S SHARE OF A RETURN - WS-RETURN-QTY IS THE
      *        PORTION DRAWN FROM THE LOT IN WS-LOT-RECORD, AND EACH
      *        PORTION IS JOURNALLED ON ITS OWN.
       POST-SUPPLIER-RETURN.
           SUBTRACT WS-RETURN-QTY
               FROM ON-HAND-QUANTITY OF WS-SUPPLY-CHAIN-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP
               TO AUDIT-TIMESTAMP OF WS-SUPPLY-CHAIN-RECORD
           MOVE "R" TO WS-OPERATION-CODE
           CALL "SUPPLY-CHAIN-MANAGEMENT" USING
               WS-SUPPLY-CHAIN-RECORD
               WS-OPERATION-CODE
               FS-SUPPLY-CHAIN
           PERFORM FILE-STATUS-CHECK
           IF FS-SUPPLY-CHAIN = "00"
               MOVE "YES" TO WS-LOT-MOVEMENT-POSTED
               MOVE LOT-NUMBER OF WS-LOT-RECORD
                   TO BLKD-LOT-NUMBER OF WS-BLOCK-DETAIL
               PERFORM APPEND-BLOCKCHAIN-BLOCK
               PERFORM WRITE-RETURN-LEDGER-ENTRY
               SUBTRACT WS-RETURN-QTY FROM
                   LOC-ON-HAND-QUANTITY OF WS-LOCATION-BALANCE-RECORD
               PERFORM REWRITE-LOCATION-BALANCE
               MOVE "R" TO ADJ-OPERATION-CODE OF WS-ADJUSTMENT-RECORD
               MOVE WS-RETURN-QTY
                   TO ADJ-QUANTITY OF WS-ADJUSTMENT-RECORD
               MOVE "-" TO ADJ-VARIANCE-SIGN OF WS-ADJUSTMENT-RECORD
               MOVE WS-RETURN-REASON
                   TO ADJ-REASON-CODE OF WS-ADJUSTMENT-RECORD
               PERFORM WRITE-ADJUSTMENT-JOURNAL
               DISPLAY "STOCK RETURNED TO SUPPLIER: " WS-RETURN-QTY
                   " FROM LOT " LOT-NUMBER OF WS-LOT-RECORD
               DISPLAY "AGAINST SHIPMENT "
                   SHIPMENT-ID OF WS-SUPPLY-CHAIN-RECORD
                   " PO " PO-NUMBER OF WS-SUPPLY-CHAIN-RECORD
               DISPLAY "ON-HAND BALANCE NOW: "
                   ON-HAND-QUANTITY OF WS-SUPPLY-CHAIN-RECORD
           END-IF.

      *        A RETURN GETS ITS OWN LEDGER ROW - QUANTITY IS WHAT
      *        WENT BACK TO THE SUPPLIER, AMOUNT IS ITS VALUE AT THE
      *        AVERAGE COST (THE CREDIT ITSELF IS SETTLED ON THE
      *        INVOICE SIDE), STATUS MARKS IT AS A RETURN SO THE
      *        LEDGER NO LONGER LIES ABOUT WHAT LEFT.
       WRITE-RETURN-LEDGER-ENTRY.
           ADD 1 TO WS-TX-SEQUENCE
           STRING "TX" WS-CURRENT-TIMESTAMP WS-TX-SEQUENCE
               TO TX-SUPPLIER-ID OF WS-TRANSACTION-RECORD
           MOVE WS-CURRENT-TIMESTAMP(1:8)
               TO TX-DATE OF WS-TRANSACTION-RECORD
           MOVE WS-RETURN-QTY TO WS-COST-MOVEMENT-QTY
           PERFORM VALUE-STOCK-MOVEMENT
           MOVE WS-MOVEMENT-VALUE TO TX-AMOUNT OF WS-TRANSACTION-RECORD
           MOVE "RETURNED" TO TX-STATUS OF WS-TRANSACTION-RECORD
           MOVE WS-CURRENT-TIMESTAMP
               TO TX-AUDIT-TIMESTAMP OF WS-TRANSACTION-RECORD
           MOVE WS-OPERATOR-ID
               TO TX-OPERATOR-ID OF WS-TRANSACTION-RECORD
           MOVE SPACE TO TX-EXTRACT-STATUS OF WS-TRANSACTION-RECORD
           MOVE LOT-NUMBER OF WS-LOT-RECORD
               TO TX-LOT-NUMBER OF WS-TRANSACTION-RECORD
           OPEN EXTEND TRANSACTION-FILE
           WRITE TRANSACTION-RECORD-DATA FROM WS-TRANSACTION-RECORD
           IF FS-TRANSACTION NOT = "00"
           ACCEPT WS-LOCATION-CODE FROM CONSOLE
           DISPLAY "ENTER COUNTED QUANTITY: "
           ACCEPT WS-COUNTED-QTY FROM CONSOLE
           DISPLAY "ENTER LOT NUMBER COUNTED (BLANK IF NOT KNOWN): "
           ACCEPT WS-LOT-NUMBER-ENTRY FROM CONSOLE
           IF NOT VALID-LOCATION-CODE
               DISPLAY "INVALID LOCATION CODE - COUNT CANCELLED"
           ELSE
                   COMPUTE WS-VARIANCE-QTY = WS-COUNTED-QTY -
                       LOC-ON-HAND-QUANTITY
                           OF WS-LOCATION-BALANCE-RECORD
                   PERFORM POST-COUNT-GAIN
               WHEN OTHER
                   MOVE "-" TO WS-VARIANCE-SIGN
                   COMPUTE WS-VARIANCE-QTY =
                           "MASTER ON-HAND - MASTER AND LOCATION "
                           "BALANCES NEED REVIEW"
                   ELSE
                       MOVE WS-VARIANCE-QTY TO WS-LOT-REQUIRED-QTY
                       PERFORM CHECK-LOT-COVERAGE
                       IF LOT-IS-VALID
                           MOVE "C" TO WS-LOT-MOVEMENT-TYPE
                           PERFORM DRAW-MOVEMENT-FROM-LOTS
                       ELSE
                           DISPLAY "COUNT REJECTED - LOTS DO NOT "
                               "COVER THE VARIANCE"
                       END-IF
                   END-IF
           END-EVALUATE.

      *        AN UPWARD COUNT PUTS THE FOUND STOCK IN THE LOT THE
      *        OPERATOR NAMED - A LOT NEW TO THE LOCATION TAKES ITS
      *        EXPIRY DATE FROM THE OPERATOR - OR, WITH NO LOT NAMED,
      *        IN THE DAY'S UNDATED COUNT LOT "CNT" + YYYYMMDD.
       POST-COUNT-GAIN.
           MOVE ZERO TO WS-LOT-EXPIRY-ENTRY
           IF WS-LOT-NUMBER-ENTRY = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOT-TODAY
               STRING "CNT" WS-LOT-TODAY
                   DELIMITED BY SIZE INTO WS-LOT-NUMBER-ENTRY
               MOVE WS-LOT-NUMBER-ENTRY TO LOT-NUMBER OF WS-LOT-RECORD
               PERFORM FETCH-LOT
           ELSE
               MOVE WS-LOT-NUMBER-ENTRY TO LOT-NUMBER OF WS-LOT-RECORD
               PERFORM FETCH-LOT
               IF NOT LOT-IS-FOUND
                   DISPLAY "LOT " WS-LOT-NUMBER-ENTRY " IS NEW AT "
                       WS-LOCATION-CODE
                   DISPLAY "ENTER LOT EXPIRY DATE (YYYYMMDD, ZERO "
                       "IF NONE): "
                   ACCEPT WS-LOT-EXPIRY-ENTRY FROM CONSOLE
                   IF WS-LOT-EXPIRY-ENTRY NOT = ZERO
                       AND (WS-LOT-EXPIRY-MM < 1
                           OR WS-LOT-EXPIRY-MM > 12
                           OR WS-LOT-EXPIRY-DD < 1
                           OR WS-LOT-EXPIRY-DD > 31)
                       DISPLAY "INVALID EXPIRY DATE - LOT LEFT "
                           "UNDATED"
                       MOVE ZERO TO WS-LOT-EXPIRY-ENTRY
                   END-IF
               END-IF
           END-IF
           IF NOT LOT-IS-FOUND
               MOVE WS-LOT-EXPIRY-ENTRY
                   TO LOT-EXPIRY-DATE OF WS-LOT-RECORD
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO LOT-RECEIPT-DATE OF WS-LOT-RECORD
               MOVE SPACES TO LOT-SHIPMENT-ID OF WS-LOT-RECORD
               MOVE SPACES TO LOT-PO-NUMBER OF WS-LOT-RECORD
           END-IF
           PERFORM POST-CYCLE-COUNT
           IF LOT-MOVEMENT-POSTED
               MOVE WS-VARIANCE-QTY TO WS-LOT-PORTION-QTY
               PERFORM ADD-TO-LOT
           END-IF.

       POST-CYCLE-COUNT.
           MOVE "NO" TO WS-LOT-MOVEMENT-POSTED
           IF WS-VARIANCE-SIGN = "+"
               ADD WS-VARIANCE-QTY
                   TO ON-HAND-QUANTITY OF WS-SUPPLY-CHAIN-RECORD
               FS-SUPPLY-CHAIN
           PERFORM FILE-STATUS-CHECK
           IF FS-SUPPLY-CHAIN = "00"
               MOVE "YES" TO WS-LOT-MOVEMENT-POSTED
               MOVE LOT-NUMBER OF WS-LOT-RECORD
                   TO BLKD-LOT-NUMBER OF WS-BLOCK-DETAIL
               PERFORM APPEND-BLOCKCHAIN-BLOCK
               PERFORM WRITE-COUNT-LEDGER-ENTRY
               IF WS-VARIANCE-SIGN = "+"
                   ADD WS-VARIANCE-QTY
                       TO LOC-ON-HAND-QUANTITY
                           OF WS-LOCATION-BALANCE-RECORD
               ELSE
                   SUBTRACT WS-VARIANCE-QTY
                       FROM LOC-ON-HAND-QUANTITY
                           OF WS-LOCATION-BALANCE-RECORD
               END-IF
               PERFORM SAVE-LOCATION-BALANCE
               MOVE "YES" TO WS-LOCATION-FOUND
               MOVE "C"
                   TO ADJ-OPERATION-CODE OF WS-ADJUSTMENT-RECORD
               MOVE WS-VARIANCE-QTY
               DISPLAY "CYCLE COUNT POSTED - VARIANCE "
                   WS-VARIANCE-SIGN WS-VARIANCE-QTY
                   " AT LOCATION " WS-LOCATION-CODE
                   " LOT " LOT-NUMBER OF WS-LOT-RECORD
               DISPLAY "LOCATION BALANCE NOW: "
                   LOC-ON-HAND-QUANTITY OF WS-LOCATION-BALANCE-RECORD
               DISPLAY "ON-HAND BALANCE NOW: "
                   ON-HAND-QUANTITY OF WS-SUPPLY-CHAIN-RECORD
           END-IF.

      *        A COUNT ADJUSTMENT GETS ITS OWN LEDGER ROW - QUANTITY
      *        IS THE ABSOLUTE VARIANCE, AMOUNT ITS VALUE AT THE
      *        AVERAGE COST, STATUS MARKS THE DIRECTION.
       WRITE-COUNT-LEDGER-ENTRY.
           ADD 1 TO WS-TX-SEQUENCE
           STRING "TX" WS-CURRENT-TIMESTAMP WS-TX-SEQUENCE
               TO TX-SUPPLIER-ID OF WS-TRANSACTION-RECORD
           MOVE WS-CURRENT-TIMESTAMP(1:8)
               TO TX-DATE OF WS-TRANSACTION-RECORD
           MOVE WS-VARIANCE-QTY TO WS-COST-MOVEMENT-QTY
           PERFORM VALUE-STOCK-MOVEMENT
           MOVE WS-MOVEMENT-VALUE TO TX-AMOUNT OF WS-TRANSACTION-RECORD
           IF WS-VARIANCE-SIGN = "+"
               MOVE "ADJUST-UP" TO TX-STATUS OF WS-TRANSACTION-RECORD
           ELSE
           MOVE WS-OPERATOR-ID
               TO TX-OPERATOR-ID OF WS-TRANSACTION-RECORD
           MOVE SPACE TO TX-EXTRACT-STATUS OF WS-TRANSACTION-RECORD
           MOVE LOT-NUMBER OF WS-LOT-RECORD
               TO TX-LOT-NUMBER OF WS-TRANSACTION-RECORD
           OPEN EXTEND TRANSACTION-FILE
           WRITE TRANSACTION-RECORD-DATA FROM WS-TRANSACTION-RECORD
           IF FS-TRANSACTION NOT = "00"
           END-IF.

      *        AN ISSUE GETS ITS OWN LEDGER ROW - QUANTITY IS WHAT
      *        LEFT THE FLOOR, AMOUNT IS ITS VALUE AT THE AVERAGE
      *        COST, STATUS MARKS IT AS AN ISSUE ("ISSUED") OR A
      *        REVERSAL ("ISSUE-REV") AS SET BY THE CALLER.  THE COST
      *        CENTER AND WORK ORDER ARE CLEARED AGAIN AFTER THE WRITE
      *        SO NO OTHER KIND OF ROW CARRIES THEM.
       WRITE-ISSUE-LEDGER-ENTRY.
           ADD 1 TO WS-TX-SEQUENCE
           STRING "TX" WS-CURRENT-TIMESTAMP WS-TX-SEQUENCE
               TO TX-SUPPLIER-ID OF WS-TRANSACTION-RECORD
           MOVE WS-CURRENT-TIMESTAMP(1:8)
               TO TX-DATE OF WS-TRANSACTION-RECORD
           MOVE WS-ISSUE-QTY TO WS-COST-MOVEMENT-QTY
           PERFORM VALUE-STOCK-MOVEMENT
           MOVE WS-MOVEMENT-VALUE TO TX-AMOUNT OF WS-TRANSACTION-RECORD
           MOVE WS-ISSUE-LEDGER-STATUS
               TO TX-STATUS OF WS-TRANSACTION-RECORD
           MOVE WS-CURRENT-TIMESTAMP
               TO TX-AUDIT-TIMESTAMP OF WS-TRANSACTION-RECORD
           MOVE WS-OPERATOR-ID
               TO TX-OPERATOR-ID OF WS-TRANSACTION-RECORD
           MOVE SPACE TO TX-EXTRACT-STATUS OF WS-TRANSACTION-RECORD
           MOVE LOT-NUMBER OF WS-LOT-RECORD
               TO TX-LOT-NUMBER OF WS-TRANSACTION-RECORD
           MOVE WS-COST-CENTER-ENTRY
               TO TX-COST-CENTER OF WS-TRANSACTION-RECORD
           MOVE WS-WORK-ORDER-ENTRY
               TO TX-WORK-ORDER OF WS-TRANSACTION-RECORD
           OPEN EXTEND TRANSACTION-FILE
           WRITE TRANSACTION-RECORD-DATA FROM WS-TRANSACTION-RECORD
           IF FS-TRANSACTION NOT = "00"
               DISPLAY "ERROR WRITING TRANSACTION.DAT: " FS-TRANSACTION
           END-IF
           CLOSE TRANSACTION-FILE
           MOVE SPACES TO TX-COST-CENTER OF WS-TRANSACTION-RECORD
           MOVE SPACES TO TX-WORK-ORDER OF WS-TRANSACTION-RECORD.

      *        STOCK MOVING BETWEEN DAY, COL AND CIN IS A TRANSFER IN
      *        ITS OWN RIGHT - NO MORE FAKING IT AS A RETURN AND A
      *        RE-RECEIPT, OR AS TWO COUNT ADJUSTMENTS THAT DISTORT THE
      *        LEDGER AND THE VARIANCE REPORT.  THE SENDING DOCK SHIPS
      *        IT, THE RECEIVING DOCK CONFIRMS IT ON ARRIVAL.
       WAREHOUSE-TRANSFER.
           DISPLAY "WAREHOUSE TRANSFER"
           DISPLAY "S - SHIP STOCK TO ANOTHER LOCATION"
           DISPLAY "R - CONFIRM RECEIPT OF A TRANSFER"
           ACCEPT WS-TRANSFER-ACTION FROM CONSOLE
           EVALUATE WS-TRANSFER-ACTION
               WHEN "S"
                   PERFORM SHIP-TRANSFER
               WHEN "R"
                   PERFORM RECEIVE-TRANSFER
               WHEN OTHER
                   DISPLAY "INVALID TRANSFER ACTION"
           END-EVALUATE.

       SHIP-TRANSFER.
           DISPLAY "ENTER ITEM-ID TO TRANSFER: "
           ACCEPT WS-TRANSFER-ITEM-ID FROM CONSOLE
           DISPLAY "ENTER QUANTITY TO TRANSFER: "
           ACCEPT WS-TRANSFER-QTY FROM CONSOLE
           DISPLAY "ENTER SENDING LOCATION (DAY/COL/CIN): "
           ACCEPT WS-LOCATION-CODE FROM CONSOLE
           DISPLAY "ENTER RECEIVING LOCATION (DAY/COL/CIN): "
           ACCEPT WS-TO-LOCATION-CODE FROM CONSOLE
           EVALUATE TRUE
               WHEN WS-TRANSFER-QTY = ZERO
                   DISPLAY "TRANSFER QUANTITY MUST BE GREATER THAN "
                       "ZERO - TRANSFER CANCELLED"
               WHEN NOT VALID-LOCATION-CODE
                   DISPLAY "INVALID SENDING LOCATION - TRANSFER "
                       "CANCELLED"
               WHEN NOT VALID-TO-LOCATION-CODE
                   DISPLAY "INVALID RECEIVING LOCATION - TRANSFER "
                       "CANCELLED"
               WHEN WS-TO-LOCATION-CODE = WS-LOCATION-CODE
                   DISPLAY "SENDING AND RECEIVING LOCATION ARE THE "
                       "SAME - TRANSFER CANCELLED"
               WHEN OTHER
                   PERFORM READ-MASTER-FOR-TRANSFER
                   IF MASTER-IS-FOUND
                       PERFORM APPLY-TRANSFER-SHIPMENT
                   END-IF
           END-EVALUATE.

       READ-MASTER-FOR-TRANSFER.
           MOVE "NO" TO WS-MASTER-FOUND
           OPEN INPUT SUPPLY-CHAIN-FILE
           PERFORM FILE-STATUS-CHECK
           MOVE WS-TRANSFER-ITEM-ID
               TO ITEM-ID OF SUPPLY-CHAIN-RECORD-DATA
           READ SUPPLY-CHAIN-FILE
               INVALID KEY
                   DISPLAY "NO RECORD FOUND FOR ITEM-ID: "
                       WS-TRANSFER-ITEM-ID
               NOT INVALID KEY
                   MOVE "YES" TO WS-MASTER-FOUND
                   MOVE SUPPLY-CHAIN-RECORD-DATA
                       TO WS-SUPPLY-CHAIN-RECORD
           END-READ
           CLOSE SUPPLY-CHAIN-FILE.

      *        THE SENDING DOCK CAN ONLY SHIP WHAT IT HOLDS - STOCK IN
      *        ANOTHER BUILDING CANNOT COVER A TRANSFER FROM THIS ONE.
      *        THE TRANSFER ROW GOES ON FILE FIRST SO THE STOCK NEVER
      *        LEAVES THE SENDING BALANCE WITHOUT A TRANSFER-ID THE
      *        RECEIVING DOCK CAN CONFIRM AGAINST.
       APPLY-TRANSFER-SHIPMENT.
           PERFORM FETCH-LOCATION-BALANCE
           EVALUATE TRUE
               WHEN NOT LOCATION-IS-FOUND
                   DISPLAY "TRANSFER REJECTED - NO STOCK RECORDED AT "
                       "LOCATION " WS-LOCATION-CODE
               WHEN WS-TRANSFER-QTY >
                   LOC-ON-HAND-QUANTITY OF WS-LOCATION-BALANCE-RECORD
                   DISPLAY "TRANSFER REJECTED - WOULD DRIVE LOCATION "
                       WS-LOCATION-CODE " BALANCE NEGATIVE - "
                       "AT LOCATION: "
                       LOC-ON-HAND-QUANTITY
                           OF WS-LOCATION-BALANCE-RECORD
               WHEN OTHER
                   MOVE SPACES TO WS-LOT-NUMBER-ENTRY
                   MOVE WS-TRANSFER-QTY TO WS-LOT-REQUIRED-QTY
                   PERFORM CHECK-LOT-COVERAGE
                   IF LOT-IS-VALID
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO WS-CURRENT-TIMESTAMP
                       PERFORM WRITE-TRANSFER-RECORD
                       IF WS-TRANSFER-WRITTEN = "YES"
                           PERFORM POST-TRANSFER-SHIPMENT
                       END-IF
                   ELSE
                       DISPLAY "TRANSFER REJECTED - LOTS DO NOT "
                           "COVER THE QUANTITY"
                   END-IF
           END-EVALUATE.

      *        THE TRANSFER-ID IS THE SHIPPING TIMESTAMP - ONE ONLINE
      *        SESSION AT A TIME UNDER THE SYSTEM LOCK, SO IT IS
      *        UNIQUE IN PRACTICE; A CLASH IS REFUSED, NOT OVERWRITTEN.
       WRITE-TRANSFER-RECORD.
           MOVE "NO" TO WS-TRANSFER-WRITTEN
           MOVE WS-CURRENT-TIMESTAMP
               TO XFR-TRANSFER-ID OF WS-TRANSFER-RECORD
           MOVE ITEM-ID OF WS-SUPPLY-CHAIN-RECORD
               TO XFR-ITEM-ID OF WS-TRANSFER-RECORD
           MOVE WS-TRANSFER-QTY TO XFR-QUANTITY OF WS-TRANSFER-RECORD
           MOVE WS-LOCATION-CODE
               TO XFR-FROM-LOCATION OF WS-TRANSFER-RECORD
           MOVE WS-TO-LOCATION-CODE
               TO XFR-TO-LOCATION OF WS-TRANSFER-RECORD
           MOVE WS-CURRENT-TIMESTAMP(1:8)
               TO XFR-SHIP-DATE OF WS-TRANSFER-RECORD
           MOVE ZERO TO XFR-RECEIVED-DATE OF WS-TRANSFER-RECORD
           MOVE "INTRAN" TO XFR-STATUS OF WS-TRANSFER-RECORD
           MOVE WS-OPERATOR-ID
               TO XFR-SHIP-OPERATOR-ID OF WS-TRANSFER-RECORD
           MOVE SPACES TO XFR-RECV-OPERATOR-ID OF WS-TRANSFER-RECORD
           MOVE WS-CURRENT-TIMESTAMP
               TO XFR-AUDIT-TIMESTAMP OF WS-TRANSFER-RECORD
           OPEN I-O TRANSFER-FILE
           IF FS-TRANSFER = "35"
               OPEN OUTPUT TRANSFER-FILE
           END-IF
           IF FS-TRANSFER NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSFER.DAT: " FS-TRANSFER
           ELSE
               WRITE TRANSFER-RECORD-DATA FROM WS-TRANSFER-RECORD
                   INVALID KEY
                       DISPLAY "TRANSFER-ID ALREADY ON FILE - "
                           "RE-ENTER THE TRANSFER"
                   NOT INVALID KEY
                       MOVE "YES" TO WS-TRANSFER-WRITTEN
               END-WRITE
               CLOSE TRANSFER-FILE
           END-IF.

      *        THE SHIPPING LEG - THE MASTER SUM DOES NOT MOVE, THE
      *        STOCK LEAVES THE SENDING ROW AND LANDS IN THE IN-TRANSIT
      *        ROW UNTIL THE RECEIVING DOCK CONFIRMS IT.
       POST-TRANSFER-SHIPMENT.
           MOVE WS-CURRENT-TIMESTAMP
               TO AUDIT-TIMESTAMP OF WS-SUPPLY-CHAIN-RECORD
           MOVE "T" TO WS-OPERATION-CODE
           CALL "SUPPLY-CHAIN-MANAGEMENT" USING
               WS-SUPPLY-CHAIN-RECORD
               WS-OPERATION-CODE
               FS-SUPPLY-CHAIN
           PERFORM FILE-STATUS-CHECK
           IF FS-SUPPLY-CHAIN = "00"
               PERFORM SET-TRANSFER-BLOCK-DETAIL
               PERFORM APPEND-BLOCKCHAIN-BLOCK
               MOVE "OUT" TO WS-TRANSFER-LEG
               PERFORM WRITE-TRANSFER-LEDGER-ENTRY
               SUBTRACT WS-TRANSFER-QTY FROM
                   LOC-ON-HAND-QUANTITY OF WS-LOCATION-BALANCE-RECORD
               PERFORM REWRITE-LOCATION-BALANCE
               DISPLAY "LOCATION " WS-LOCATION-CODE " BALANCE NOW: "
                   LOC-ON-HAND-QUANTITY OF WS-LOCATION-BALANCE-RECORD
               MOVE WS-IN-TRANSIT-LOCATION TO WS-LOT-TO-LOCATION
               MOVE WS-TRANSFER-QTY TO WS-LOT-REQUIRED-QTY
               PERFORM MOVE-LOTS-TO-LOCATION
               MOVE WS-IN-TRANSIT-LOCATION TO WS-LOCATION-CODE
               MOVE WS-TRANSFER-QTY TO WS-LOCATION-POST-QTY
               PERFORM ADD-TO-LOCATION-BALANCE
               DISPLAY "TRANSFER SHIPPED - TRANSFER-ID: "
                   XFR-TRANSFER-ID OF WS-TRANSFER-RECORD
               DISPLAY "QUANTITY " WS-TRANSFER-QTY " FROM "
                   XFR-FROM-LOCATION OF WS-TRANSFER-RECORD " TO "
                   XFR-TO-LOCATION OF WS-TRANSFER-RECORD
                   " NOW IN TRANSIT"
           ELSE
               PERFORM WITHDRAW-TRANSFER-RECORD
           END-IF.

      *        THE MASTER REFUSED THE SHIPPING LEG - TAKE THE TRANSFER
      *        ROW BACK OFF FILE SO NOTHING IS LEFT WAITING FOR A
      *        CONFIRMATION OF STOCK THAT NEVER MOVED.
       WITHDRAW-TRANSFER-RECORD.
           OPEN I-O TRANSFER-FILE
           IF FS-TRANSFER = "00"
               MOVE XFR-TRANSFER-ID OF WS-TRANSFER-RECORD
                   TO XFR-TRANSFER-ID OF TRANSFER-RECORD-DATA
               DELETE TRANSFER-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE TRANSFER-FILE
           END-IF
           DISPLAY "TRANSFER NOT SHIPPED - MASTER NOT UPDATED".

      *        THE RECEIVING DOCK CONFIRMS BY TRANSFER-ID - THE FULL
      *        SHIPPED QUANTITY COMES OUT OF THE IN-TRANSIT ROW AND
      *        INTO THE RECEIVING LOCATION'S BALANCE.
       RECEIVE-TRANSFER.
           DISPLAY "ENTER TRANSFER-ID: "
           ACCEPT WS-TRANSFER-ID-ENTRY FROM CONSOLE
           PERFORM FIND-TRANSFER-RECORD
           EVALUATE TRUE
               WHEN NOT TRANSFER-IS-FOUND
                   DISPLAY "NO TRANSFER ON FILE FOR TRANSFER-ID: "
                       WS-TRANSFER-ID-ENTRY
               WHEN XFR-STATUS OF WS-TRANSFER-RECORD NOT = "INTRAN"
                   DISPLAY "TRANSFER ALREADY RECEIVED ON "
                       XFR-RECEIVED-DATE OF WS-TRANSFER-RECORD
               WHEN OTHER
                   MOVE XFR-ITEM-ID OF WS-TRANSFER-RECORD
                       TO WS-TRANSFER-ITEM-ID
                   MOVE XFR-QUANTITY OF WS-TRANSFER-RECORD
                       TO WS-TRANSFER-QTY
                   DISPLAY "ITEM " WS-TRANSFER-ITEM-ID
                       " QUANTITY " WS-TRANSFER-QTY
                       " FROM " XFR-FROM-LOCATION OF WS-TRANSFER-RECORD
                       " TO " XFR-TO-LOCATION OF WS-TRANSFER-RECORD
                   PERFORM READ-MASTER-FOR-TRANSFER
                   IF MASTER-IS-FOUND
                       PERFORM APPLY-TRANSFER-RECEIPT
                   END-IF
           END-EVALUATE.

       FIND-TRANSFER-RECORD.
           MOVE "NO" TO WS-TRANSFER-FOUND
           OPEN INPUT TRANSFER-FILE
           IF FS-TRANSFER NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSFER.DAT: " FS-TRANSFER
           ELSE
               MOVE WS-TRANSFER-ID-ENTRY
                   TO XFR-TRANSFER-ID OF TRANSFER-RECORD-DATA
               READ TRANSFER-FILE
                   INTO WS-TRANSFER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO WS-TRANSFER-FOUND
               END-READ
               CLOSE TRANSFER-FILE
           END-IF.

      *        THE IN-TRANSIT ROW MUST STILL COVER THE TRANSFER - IF
      *        IT DOES NOT, SOMETHING MOVED THE STOCK OUTSIDE THE
      *        TRANSFER FUNCTION AND THE BALANCES NEED REVIEW BEFORE
      *        ANYTHING IS POSTED.  THE LOTS FOLLOW THE STOCK OUT OF
      *        TRANSIT EARLIEST EXPIRY FIRST; A SHORTFALL IN THE
      *        IN-TRANSIT LOTS IS REPORTED BUT DOES NOT HOLD UP THE
      *        RECEIPT.
       APPLY-TRANSFER-RECEIPT.
           MOVE WS-IN-TRANSIT-LOCATION TO WS-LOCATION-CODE
           PERFORM FETCH-LOCATION-BALANCE
           IF NOT LOCATION-IS-FOUND
               OR WS-TRANSFER-QTY >
                   LOC-ON-HAND-QUANTITY OF WS-LOCATION-BALANCE-RECORD
               DISPLAY "RECEIPT REJECTED - IN-TRANSIT BALANCE DOES "
                   "NOT COVER THE TRANSFER - BALANCES NEED REVIEW"
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
               MOVE WS-CURRENT-TIMESTAMP
                   TO AUDIT-TIMESTAMP OF WS-SUPPLY-CHAIN-RECORD
               MOVE "T" TO WS-OPERATION-CODE
               CALL "SUPPLY-CHAIN-MANAGEMENT" USING
                   WS-SUPPLY-CHAIN-RECORD
                   WS-OPERATION-CODE
                   FS-SUPPLY-CHAIN
               PERFORM FILE-STATUS-CHECK
               IF FS-SUPPLY-CHAIN = "00"
                   PERFORM SET-TRANSFER-BLOCK-DETAIL
                   PERFORM APPEND-BLOCKCHAIN-BLOCK
                   MOVE "IN" TO WS-TRANSFER-LEG
                   PERFORM WRITE-TRANSFER-LEDGER-ENTRY
                   SUBTRACT WS-TRANSFER-QTY FROM
                       LOC-ON-HAND-QUANTITY
                           OF WS-LOCATION-BALANCE-RECORD
                   PERFORM REWRITE-LOCATION-BALANCE
                   MOVE XFR-TO-LOCATION OF WS-TRANSFER-RECORD
                       TO WS-LOT-TO-LOCATION
                   MOVE WS-TRANSFER-QTY TO WS-LOT-REQUIRED-QTY
                   PERFORM MOVE-LOTS-TO-LOCATION
                   MOVE XFR-TO-LOCATION OF WS-TRANSFER-RECORD
                       TO WS-LOCATION-CODE
                   MOVE WS-TRANSFER-QTY TO WS-LOCATION-POST-QTY
                   PERFORM ADD-TO-LOCATION-BALANCE
                   PERFORM MARK-TRANSFER-RECEIVED
                   DISPLAY "TRANSFER RECEIVED - TRANSFER-ID: "
                       XFR-TRANSFER-ID OF WS-TRANSFER-RECORD
               END-IF
           END-IF.

       MARK-TRANSFER-RECEIVED.
           OPEN I-O TRANSFER-FILE
           IF FS-TRANSFER NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSFER.DAT: " FS-TRANSFER
           ELSE
               MOVE XFR-TRANSFER-ID OF WS-TRANSFER-RECORD
                   TO XFR-TRANSFER-ID OF TRANSFER-RECORD-DATA
               READ TRANSFER-FILE
                   INVALID KEY
                       DISPLAY "TRANSFER ROW MISSING FOR: "
                           XFR-TRANSFER-ID OF WS-TRANSFER-RECORD
                   NOT INVALID KEY
                       MOVE "RECVD"
                           TO XFR-STATUS OF TRANSFER-RECORD-DATA
                       MOVE WS-CURRENT-TIMESTAMP(1:8)
                           TO XFR-RECEIVED-DATE OF TRANSFER-RECORD-DATA
                       MOVE WS-OPERATOR-ID
                           TO XFR-RECV-OPERATOR-ID
                               OF TRANSFER-RECORD-DATA
                       MOVE WS-CURRENT-TIMESTAMP
                           TO XFR-AUDIT-TIMESTAMP
                               OF TRANSFER-RECORD-DATA
                       REWRITE TRANSFER-RECORD-DATA
                       END-REWRITE
               END-READ
               CLOSE TRANSFER-FILE
           END-IF.

      *        BOTH LEGS' BLOCKS CARRY THE TRANSFER-ID AND THE TWO
      *        LOCATIONS BEHIND THE MASTER IMAGE - THE MASTER ITSELF
      *        DOES NOT SAY WHICH BUILDING THE STOCK MOVED BETWEEN.
       SET-TRANSFER-BLOCK-DETAIL.
           MOVE SPACES TO WS-BLOCK-DETAIL
           MOVE XFR-FROM-LOCATION OF WS-TRANSFER-RECORD
               TO BLKD-FROM-LOCATION OF WS-BLOCK-DETAIL
           MOVE XFR-TO-LOCATION OF WS-TRANSFER-RECORD
               TO BLKD-TO-LOCATION OF WS-BLOCK-DETAIL
           MOVE XFR-TRANSFER-ID OF WS-TRANSFER-RECORD
               TO BLKD-TRANSFER-ID OF WS-BLOCK-DETAIL.

      *        EACH TRANSFER LEG GETS ITS OWN LEDGER ROW - XFER-OUT
      *        WHEN THE STOCK LEAVES THE SENDING DOCK, XFER-IN WHEN
      *        THE RECEIVING DOCK CONFIRMS IT.  AMOUNT IS THE VALUE
      *        MOVED AT THE AVERAGE COST - NOTHING IS BILLED, BUT THE
      *        VALUATION FOLLOWS THE STOCK BETWEEN LOCATIONS.
       WRITE-TRANSFER-LEDGER-ENTRY.
           ADD 1 TO WS-TX-SEQUENCE
           STRING "TX" WS-CURRENT-TIMESTAMP WS-TX-SEQUENCE
               DELIMITED BY SIZE INTO TX-ID OF WS-TRANSACTION-RECORD
           MOVE ITEM-ID OF WS-SUPPLY-CHAIN-RECORD
               TO TX-ITEM-ID OF WS-TRANSACTION-RECORD
           MOVE WS-TRANSFER-QTY
               TO TX-QUANTITY OF WS-TRANSACTION-RECORD
           MOVE SUPPLIER-ID OF WS-SUPPLY-CHAIN-RECORD
               TO TX-SUPPLIER-ID OF WS-TRANSACTION-RECORD
           MOVE WS-CURRENT-TIMESTAMP(1:8)
               TO TX-DATE OF WS-TRANSACTION-RECORD
           MOVE WS-TRANSFER-QTY TO WS-COST-MOVEMENT-QTY
           PERFORM VALUE-STOCK-MOVEMENT
           MOVE WS-MOVEMENT-VALUE TO TX-AMOUNT OF WS-TRANSACTION-RECORD
           IF TRANSFER-LEG-IS-SHIP
               MOVE "XFER-OUT" TO TX-STATUS OF WS-TRANSACTION-RECORD
           ELSE
               MOVE "XFER-IN" TO TX-STATUS OF WS-TRANSACTION-RECORD
           END-IF
           MOVE WS-CURRENT-TIMESTAMP
               TO TX-AUDIT-TIMESTAMP OF WS-TRANSACTION-RECORD
           MOVE WS-OPERATOR-ID
               TO TX-OPERATOR-ID OF WS-TRANSACTION-RECORD
           MOVE SPACE TO TX-EXTRACT-STATUS OF WS-TRANSACTION-RECORD
           MOVE SPACES TO TX-LOT-NUMBER OF WS-TRANSACTION-RECORD
           OPEN EXTEND TRANSACTION-FILE
           WRITE TRANSACTION-RECORD-DATA FROM WS-TRANSACTION-RECORD
           IF FS-TRANSACTION NOT = "00"
                       MOVE WS-CURRENT-TIMESTAMP
                           TO PORD-AUDIT-TIMESTAMP
                               OF PURCHASE-ORDER-RECORD-DATA
                       MOVE WS-OPERATOR-ID TO PORD-CLOSED-BY
                           OF PURCHASE-ORDER-RECORD-DATA
                       REWRITE PURCHASE-ORDER-RECORD-DATA
                       END-REWRITE
                       DISPLAY "ALL LINES RECEIVED - PURCHASE ORDER "
                               "INVOICE SUPPLIER"
                           MOVE "NO" TO WS-INV-VALID
                       END-IF
                       IF PORD-STATUS OF WS-PURCHASE-ORDER-RECORD
                           = "DRAFT"
                           DISPLAY "PO IS A DRAFT AWAITING SUPERVISOR "
                               "RELEASE: "
                               INV-PO-NUMBER OF WS-INVOICE-RECORD
                           MOVE "NO" TO WS-INV-VALID
                       END-IF
               END-READ
               CLOSE PURCHASE-ORDER-FILE
           END-IF.
               DISPLAY "NO PO LINE FOR RECEIVED ITEM: " WS-INV-ITEM-ID
               MOVE "NO" TO WS-INV-VALID
           ELSE
               IF POLN-STATUS OF WS-PO-LINE-RECORD = "DRAFT"
                   DISPLAY "PO LINE IS STILL A DRAFT: " WS-INV-ITEM-ID
                   MOVE "NO" TO WS-INV-VALID
               END-IF
               COMPUTE WS-INV-MAX-AMOUNT =
                   WS-INV-RECEIVED-QTY *
                   POLN-UNIT-PRICE OF WS-PO-LINE-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP
               TO INV-AUDIT-TIMESTAMP OF WS-INVOICE-RECORD
      *        THE AUDIT TIMESTAMP MOVES WHEN THE PAYMENT RUN SETTLES
      *        THE INVOICE - WHO KEYED IT AND WHEN ARE KEPT APART.
           MOVE WS-OPERATOR-ID TO INV-ENTERED-BY OF WS-INVOICE-RECORD
           MOVE WS-CURRENT-TIMESTAMP
               TO INV-ENTERED-TIMESTAMP OF WS-INVOICE-RECORD
           OPEN I-O INVOICE-FILE
           IF FS-INVOICE = "35"
               OPEN OUTPUT INVOICE-FILE

      *        TAMPER-EVIDENT AUDIT TRAIL - ONE CHAINED BLOCK PER
      *        SUCCESSFUL ADD/UPDATE/DELETE, LINKED TO THE PRIOR HASH.
      *        BLOCK-DATA HOLDS THE 209-BYTE MASTER IMAGE FOLLOWED BY
      *        THE 46-BYTE MOVEMENT DETAIL, AND BOTH ARE HASHED - THE
      *        VERIFIERS STAGE DATA-LENGTH BYTES, SO BLOCKS WRITTEN
      *        BEFORE THE DETAIL WAS ADDED STILL VERIFY AT 209.
       APPEND-BLOCKCHAIN-BLOCK.
           MOVE SPACES TO WS-HASH-INPUT
           MOVE WS-SUPPLY-CHAIN-RECORD TO WS-HASH-INPUT(1:209)
           MOVE WS-BLOCK-DETAIL TO WS-HASH-INPUT(210:46)
           MOVE WS-LAST-BLOCK-HASH TO WS-HASH-INPUT(256:64)
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
           ADD 1 TO WS-BLOCK-NONCE
           PERFORM COMPUTE-BLOCK-HASH
               TO PREVIOUS-HASH OF WS-BLOCKCHAIN-RECORD
           MOVE WS-HASH-DISPLAY TO BLOCK-HASH OF WS-BLOCKCHAIN-RECORD
           MOVE WS-BLOCK-NONCE TO NONCE OF WS-BLOCKCHAIN-RECORD
           MOVE 255 TO DATA-LENGTH OF WS-BLOCKCHAIN-RECORD
           MOVE WS-SUPPLY-CHAIN-RECORD
               TO BLOCK-DATA OF WS-BLOCKCHAIN-RECORD(1:209)
           MOVE WS-BLOCK-DETAIL
               TO BLOCK-DATA OF WS-BLOCKCHAIN-RECORD(210:46)
           MOVE WS-CURRENT-TIMESTAMP
               TO TIMESTAMP OF WS-BLOCKCHAIN-RECORD
      *        SIGNATURE CARRIES THE OPERATION CODE AND, FROM BYTE 3,
           END-IF
           CLOSE BLOCKCHAIN-FILE
           MOVE BLOCK-HASH OF WS-BLOCKCHAIN-RECORD
               TO WS-LAST-BLOCK-HASH
           MOVE SPACES TO WS-BLOCK-DETAIL.

      *        A ROLLING CHECKSUM OVER THE BLOCK DATA AND THE PRIOR
      *        BLOCK'S HASH (BOTH STAGED IN WS-HASH-INPUT), CHAINED WITH
      *        THE NONCE SO NO TWO BLOCKS EVER HASH THE SAME EVEN WHEN
      *        THE UNDERLYING DATA REPEATS, AND SO TAMPERING WITH ANY
       COMPUTE-BLOCK-HASH.
           MOVE ZERO TO WS-HASH-ACCUM
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 319
               COMPUTE WS-HASH-ACCUM =
                   FUNCTION MOD(
                       (WS-HASH-ACCUM * 31) +
           MOVE WS-OPERATOR-ID
               TO TX-OPERATOR-ID OF WS-TRANSACTION-RECORD
           MOVE SPACE TO TX-EXTRACT-STATUS OF WS-TRANSACTION-RECORD
           MOVE SPACES TO TX-LOT-NUMBER OF WS-TRANSACTION-RECORD
           OPEN EXTEND TRANSACTION-FILE
           WRITE TRANSACTION-RECORD-DATA FROM WS-TRANSACTION-RECORD
           IF FS-TRANSACTION NOT = "00"
