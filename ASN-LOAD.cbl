       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIP-NOTICE-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLY-CHAIN-FILE ASSIGN TO "SUPPLYCHAIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS SHIPMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SUPPLIER-ID WITH DUPLICATES
               FILE STATUS IS FS-SUPPLY-CHAIN.

           SELECT SHIP-NOTICE-FILE ASSIGN TO "ASNIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-SHIP-NOTICE.

           SELECT ASN-FILE ASSIGN TO "ASN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASN-SHIPMENT-ID
               FILE STATUS IS FS-ASN.

           SELECT SYSTEM-LOCK-FILE ASSIGN TO "SYSLOCK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-SYSLOCK.

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

           SELECT BLOCKCHAIN-FILE ASSIGN TO "BLOCKCHAIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-BLOCKCHAIN.

           SELECT ANCHOR-FILE ASSIGN TO "BLOCKANCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ANCHOR.

       DATA DIVISION.
       FILE SECTION.

       FD SUPPLY-CHAIN-FILE.
       01 SUPPLY-CHAIN-RECORD-DATA.
           COPY SUPPLY-CHAIN-RECORD.

       FD SHIP-NOTICE-FILE.
       01 SHIP-NOTICE-RECORD.
           05 SN-SUPPLIER-ID       PIC X(10).
           05 SN-PO-NUMBER         PIC X(10).
           05 SN-SHIPMENT-ID       PIC X(15).
           05 SN-SHIP-DATE         PIC 9(8).
           05 SN-PROMISED-DATE     PIC 9(8).
           05 SN-LINE-NUMBER       PIC 9(3).
           05 SN-ITEM-ID           PIC X(10).
           05 SN-QUANTITY          PIC 9(5).

       FD ASN-FILE.
       01 ASN-RECORD-DATA.
           COPY ASN-RECORD.

       FD SYSTEM-LOCK-FILE.
       01 SYSLOCK-RECORD-DATA.
           COPY SYSLOCK-RECORD.

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

       FD BLOCKCHAIN-FILE.
       01 BLOCKCHAIN-RECORD-DATA.
           COPY BLOCKCHAIN-RECORD.

       FD ANCHOR-FILE.
       01 ANCHOR-RECORD-DATA.
           COPY ANCHOR-RECORD.

       WORKING-STORAGE SECTION.
       01 FS-SUPPLY-CHAIN          PIC XX.
       01 FS-SHIP-NOTICE           PIC XX.
       01 FS-ASN                   PIC XX.
       01 FS-SYSLOCK               PIC XX.
       01 WS-SYSLOCK-RECORD.
           COPY SYSLOCK-RECORD.
       01 FS-SUPPLIER              PIC XX.
       01 FS-PURCHASE-ORDER        PIC XX.
       01 FS-PO-LINE               PIC XX.
       01 FS-RECEIPT               PIC XX.
       01 FS-BLOCKCHAIN            PIC XX.
       01 FS-ANCHOR                PIC XX.
       01 WS-END-OF-FILE           PIC X(3) VALUE "NO".

       01 WS-SUPPLY-CHAIN-RECORD.
           COPY SUPPLY-CHAIN-RECORD.
       01 WS-SUPPLIER-MASTER-RECORD.
           COPY SUPPLIER-RECORD.
       01 WS-PURCHASE-ORDER-RECORD.
           COPY PURCHASE-ORDER-RECORD.
       01 WS-PO-LINE-RECORD.
           COPY PO-LINE-RECORD.
       01 WS-RECEIPT-RECORD.
           COPY RECEIPT-RECORD.
       01 WS-ASN-RECORD.
           COPY ASN-RECORD.

       01 WS-OPERATION-CODE        PIC X(1).
       01 WS-RUN-DATE              PIC 9(8).
       01 WS-CURRENT-TIMESTAMP     PIC 9(14).

      *        BLOCKCHAIN WORKING FIELDS - A STAGED NOTICE CHANGES THE
      *        MASTER, SO IT IS CHAINED LIKE A KEYED UPDATE.  NO
      *        MOVEMENT DETAIL APPLIES, SO THE DETAIL STAYS BLANK.
       01 WS-BLOCKCHAIN-RECORD.
           COPY BLOCKCHAIN-RECORD.
       01 WS-LAST-BLOCK-HASH       PIC X(64) VALUE SPACES.
       01 WS-BLOCK-DETAIL.
           COPY BLOCK-DETAIL-RECORD.
       01 WS-BLOCK-NONCE           PIC 9(10) VALUE ZERO.
       01 WS-HASH-INPUT            PIC X(319).
       01 WS-HASH-SUB              PIC 9(3) COMP.
       01 WS-HASH-ACCUM            PIC 9(18) COMP.
       01 WS-HASH-DISPLAY          PIC 9(18).

      *        THE FIRST CHECK A NOTICE FAILS IS THE REASON IT GOES
      *        ON THE EXCEPTION REPORT - LATER CHECKS ARE SKIPPED.
       01 WS-NOTICE-VALID          PIC X(3) VALUE "YES".
           88 NOTICE-IS-VALID          VALUE "YES".
       01 WS-REJECT-REASON         PIC X(50).
       01 WS-OVER-SHIPPED          PIC X(3) VALUE "NO".
           88 NOTICE-OVER-SHIPPED      VALUE "YES".
       01 WS-ALREADY-STAGED        PIC X(3) VALUE "NO".
           88 NOTICE-ALREADY-STAGED    VALUE "YES".
       01 WS-RECEIPT-EXISTS        PIC X(3) VALUE "NO".
           88 RECEIPT-ROW-EXISTS       VALUE "YES".
       01 WS-ANY-STAGED            PIC X(3) VALUE "NO".

       01 WS-DATE-CHECK            PIC 9(8).
       01 WS-DATE-CHECK-PARTS REDEFINES WS-DATE-CHECK.
           05 WS-DATE-CHECK-YYYY   PIC 9(4).
           05 WS-DATE-CHECK-MM     PIC 9(2).
           05 WS-DATE-CHECK-DD     PIC 9(2).
       01 WS-DATE-VALID            PIC X(3).
           88 DATE-IS-VALID            VALUE "YES".

       01 WS-SHORT-QTY             PIC 9(5).
       01 WS-NOTICE-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-STAGED-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-SHORT-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-OVER-COUNT            PIC 9(7) VALUE ZERO.
       01 WS-REJECTED-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-RESENT-COUNT          PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

      *        SUPPLIER ADVANCE SHIP NOTICES - ONE ROW PER PO LINE
      *        SHIPPED, EACH UNDER ITS OWN SHIPMENT-ID.  AN ACCEPTED
      *        NOTICE PUTS THE SHIPMENT ON THE ITEM'S MASTER RECORD
      *        (SHIPMENT-ID, SHIPMENT-DATE, PO, QUANTITY) THE SAME
      *        WAY A KEYED UPDATE WOULD, PRE-STAGES THE EXPECTED
      *        QUANTITY IN RECEIPT.DAT SO THE DOCK RECEIVES AGAINST
      *        IT, AND KEEPS THE NOTICE ITSELF IN ASN.DAT FOR THE
      *        SUPPLIER'S PROMISED ARRIVAL DATE.  REJECTED, SHORT AND
      *        OVER-SHIPPED NOTICES ARE LISTED FOR THE BUYER.
       MAIN-PROCESS.
           DISPLAY "SUPPLIER ADVANCE SHIP NOTICE LOAD"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           DISPLAY "RUN DATE: " WS-RUN-DATE
           PERFORM CHECK-AND-CLAIM-SYSTEM-LOCK
           PERFORM OPEN-NOTICE-FILES
           MOVE SPACES TO WS-BLOCK-DETAIL
           PERFORM LOAD-LAST-BLOCK-HASH
           DISPLAY " "
           DISPLAY "EXCEPTIONS FOR THE BUYER"
           READ SHIP-NOTICE-FILE
               AT END MOVE "YES" TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = "YES"
               PERFORM PROCESS-SHIP-NOTICE
               READ SHIP-NOTICE-FILE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           PERFORM CLOSE-NOTICE-FILES
           DISPLAY " "
           DISPLAY "NOTICES READ              : " WS-NOTICE-COUNT
           DISPLAY "NOTICES STAGED            : " WS-STAGED-COUNT
           DISPLAY "  OF WHICH SHORT-SHIPPED  : " WS-SHORT-COUNT
           DISPLAY "NOTICES ALREADY STAGED    : " WS-RESENT-COUNT
           DISPLAY "NOTICES OVER-SHIPPED      : " WS-OVER-COUNT
           DISPLAY "NOTICES REJECTED          : " WS-REJECTED-COUNT
           PERFORM RELEASE-SYSTEM-LOCK
           IF WS-SHORT-COUNT > ZERO OR WS-OVER-COUNT > ZERO
               OR WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

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
                   DISPLAY "SHIP NOTICE LOAD NOT STARTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE "ASNLOAD" TO LCK-HOLDER OF WS-SYSLOCK-RECORD
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

      *        NOTHING HAS BEEN TOUCHED YET IF A FILE WILL NOT OPEN -
      *        THE LOCK IS RELEASED SO A MISSING DATASET DOES NOT COST
      *        A STALE-LOCK OVERRIDE.  RECEIPT.DAT AND ASN.DAT ARE
      *        CREATED ON FIRST USE.
       OPEN-NOTICE-FILES.
           OPEN INPUT SUPPLY-CHAIN-FILE
           IF FS-SUPPLY-CHAIN NOT = "00"
               DISPLAY "UNABLE TO OPEN SUPPLYCHAIN.DAT: "
                   FS-SUPPLY-CHAIN
               PERFORM RELEASE-SYSTEM-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SUPPLY-CHAIN-FILE
           OPEN INPUT SHIP-NOTICE-FILE
           IF FS-SHIP-NOTICE NOT = "00"
               DISPLAY "UNABLE TO OPEN ASNIN.DAT: " FS-SHIP-NOTICE
               PERFORM RELEASE-SYSTEM-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUPPLIER-MASTER-FILE
           OPEN INPUT PURCHASE-ORDER-FILE
           OPEN INPUT PO-LINE-FILE
           IF FS-SUPPLIER NOT = "00" OR FS-PURCHASE-ORDER NOT = "00"
               OR FS-PO-LINE NOT = "00"
               DISPLAY "UNABLE TO OPEN SUPPLIER/POFILE/POLINE: "
                   FS-SUPPLIER " " FS-PURCHASE-ORDER " " FS-PO-LINE
               PERFORM RELEASE-SYSTEM-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O RECEIPT-FILE
           IF FS-RECEIPT = "35"
               OPEN OUTPUT RECEIPT-FILE
               CLOSE RECEIPT-FILE
               OPEN I-O RECEIPT-FILE
           END-IF
           OPEN I-O ASN-FILE
           IF FS-ASN = "35"
               OPEN OUTPUT ASN-FILE
               CLOSE ASN-FILE
               OPEN I-O ASN-FILE
           END-IF
           IF FS-RECEIPT NOT = "00" OR FS-ASN NOT = "00"
               DISPLAY "UNABLE TO OPEN RECEIPT.DAT/ASN.DAT: "
                   FS-RECEIPT " " FS-ASN
               PERFORM RELEASE-SYSTEM-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-NOTICE-FILES.
           CLOSE SHIP-NOTICE-FILE
           CLOSE SUPPLIER-MASTER-FILE
           CLOSE PURCHASE-ORDER-FILE
           CLOSE PO-LINE-FILE
           CLOSE RECEIPT-FILE
           CLOSE ASN-FILE.

       PROCESS-SHIP-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           MOVE "YES" TO WS-NOTICE-VALID
           MOVE "NO" TO WS-ALREADY-STAGED
           MOVE "NO" TO WS-OVER-SHIPPED
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM VALIDATE-NOTICE-FIELDS
           IF NOTICE-IS-VALID
               PERFORM CHECK-NOTICE-ON-FILE
           END-IF
           IF NOTICE-IS-VALID AND NOT NOTICE-ALREADY-STAGED
               PERFORM VALIDATE-SUPPLIER
           END-IF
           IF NOTICE-IS-VALID AND NOT NOTICE-ALREADY-STAGED
               PERFORM VALIDATE-PO-LINE
           END-IF
           IF NOTICE-IS-VALID AND NOT NOTICE-ALREADY-STAGED
               PERFORM VALIDATE-MASTER-ITEM
           END-IF
           IF NOTICE-IS-VALID AND NOT NOTICE-ALREADY-STAGED
               PERFORM VALIDATE-RECEIPT-ROW
           END-IF
           EVALUATE TRUE
               WHEN NOTICE-ALREADY-STAGED
                   ADD 1 TO WS-RESENT-COUNT
               WHEN NOT NOTICE-IS-VALID
                   PERFORM REPORT-REJECTED-NOTICE
               WHEN OTHER
                   PERFORM STAGE-SHIP-NOTICE
           END-EVALUATE.

       VALIDATE-NOTICE-FIELDS.
           EVALUATE TRUE
               WHEN SN-SHIPMENT-ID = SPACES
                   MOVE "SHIPMENT-ID MISSING" TO WS-REJECT-REASON
               WHEN SN-SUPPLIER-ID = SPACES
                   MOVE "SUPPLIER-ID MISSING" TO WS-REJECT-REASON
               WHEN SN-PO-NUMBER = SPACES
                   MOVE "PO NUMBER MISSING" TO WS-REJECT-REASON
               WHEN SN-ITEM-ID = SPACES
                   MOVE "ITEM-ID MISSING" TO WS-REJECT-REASON
               WHEN SN-LINE-NUMBER NOT NUMERIC
                   OR SN-LINE-NUMBER = ZERO
                   MOVE "PO LINE NUMBER MISSING OR NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN SN-QUANTITY NOT NUMERIC OR SN-QUANTITY = ZERO
                   MOVE "SHIPPED QUANTITY MISSING OR NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN SN-SHIP-DATE NOT NUMERIC
                   OR SN-PROMISED-DATE NOT NUMERIC
                   MOVE "SHIP OR PROMISED DATE NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SN-SHIP-DATE TO WS-DATE-CHECK
                   PERFORM CHECK-NOTICE-DATE
                   IF NOT DATE-IS-VALID
                       MOVE "SHIP DATE IS NOT A VALID DATE"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE SN-PROMISED-DATE TO WS-DATE-CHECK
                       PERFORM CHECK-NOTICE-DATE
                       IF NOT DATE-IS-VALID
                           MOVE "PROMISED DATE IS NOT A VALID DATE"
                               TO WS-REJECT-REASON
                       ELSE
                           IF SN-PROMISED-DATE < SN-SHIP-DATE
                               MOVE "PROMISED DATE BEFORE SHIP DATE"
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "NO" TO WS-NOTICE-VALID
           END-IF.

       CHECK-NOTICE-DATE.
           MOVE "YES" TO WS-DATE-VALID
           IF WS-DATE-CHECK-YYYY < 1900
               OR WS-DATE-CHECK-MM < 1 OR WS-DATE-CHECK-MM > 12
               OR WS-DATE-CHECK-DD < 1 OR WS-DATE-CHECK-DD > 31
               MOVE "NO" TO WS-DATE-VALID
           END-IF.

      *        A SUPPLIER RESENDING A NOTICE ALREADY STAGED - OR A
      *        RERUN AFTER AN ABEND - IS SKIPPED AND COUNTED, NOT
      *        STAGED TWICE.  THE SAME SHIPMENT-ID ON A DIFFERENT
      *        PO LINE, ITEM OR QUANTITY IS A CONFLICT FOR THE BUYER.
       CHECK-NOTICE-ON-FILE.
           MOVE SN-SHIPMENT-ID TO ASN-SHIPMENT-ID OF ASN-RECORD-DATA
           READ ASN-FILE
               INTO WS-ASN-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ASN-PO-NUMBER OF WS-ASN-RECORD = SN-PO-NUMBER
                       AND ASN-LINE-NUMBER OF WS-ASN-RECORD
                           = SN-LINE-NUMBER
                       AND ASN-ITEM-ID OF WS-ASN-RECORD = SN-ITEM-ID
                       AND ASN-SHIPPED-QTY OF WS-ASN-RECORD
                           = SN-QUANTITY
                       MOVE "YES" TO WS-ALREADY-STAGED
                   ELSE
                       MOVE "NO" TO WS-NOTICE-VALID
                       MOVE "SHIPMENT-ID ALREADY NOTIFIED - OTHER LINE"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

      *        SAME RULE THE DRAFT PO RUN APPLIES - ONLY AN ACTIVE
      *        SUPPLIER'S STOCK IS TAKEN IN.
       VALIDATE-SUPPLIER.
           MOVE SN-SUPPLIER-ID
               TO SUP-SUPPLIER-ID OF SUPPLIER-MASTER-RECORD-DATA
           READ SUPPLIER-MASTER-FILE
               INTO WS-SUPPLIER-MASTER-RECORD
               INVALID KEY
                   MOVE "NO" TO WS-NOTICE-VALID
                   MOVE "SUPPLIER NOT ON SUPPLIER MASTER"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF SUP-STATUS OF WS-SUPPLIER-MASTER-RECORD
                       NOT = "ACTIVE"
                       MOVE "NO" TO WS-NOTICE-VALID
                       STRING "SUPPLIER STATUS IS "
                           SUP-STATUS OF WS-SUPPLIER-MASTER-RECORD
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-IF
           END-READ.

      *        THE NOTICE MUST NAME AN OPEN LINE OF AN OPEN PO RAISED
      *        ON THIS SUPPLIER FOR THIS ITEM.  SHIPPING MORE THAN THE
      *        LINE ORDERED IS REFUSED, AS THE PO MATCH REFUSES IT ON
      *        A KEYED SHIPMENT; SHIPPING LESS IS STAGED AND REPORTED.
       VALIDATE-PO-LINE.
           MOVE SN-PO-NUMBER
               TO PORD-PO-NUMBER OF PURCHASE-ORDER-RECORD-DATA
           READ PURCHASE-ORDER-FILE
               INTO WS-PURCHASE-ORDER-RECORD
               INVALID KEY
                   MOVE "NO" TO WS-NOTICE-VALID
                   MOVE "PO NOT ON FILE" TO WS-REJECT-REASON
           END-READ
           IF NOTICE-IS-VALID
               EVALUATE TRUE
                   WHEN PORD-STATUS OF WS-PURCHASE-ORDER-RECORD
                       NOT = "OPEN"
                       STRING "PO STATUS IS "
                           PORD-STATUS OF WS-PURCHASE-ORDER-RECORD
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   WHEN PORD-SUPPLIER-ID OF WS-PURCHASE-ORDER-RECORD
                       NOT = SN-SUPPLIER-ID
                       MOVE "PO IS RAISED ON ANOTHER SUPPLIER"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF NOTICE-IS-VALID AND WS-REJECT-REASON = SPACES
               MOVE SN-PO-NUMBER
                   TO POLN-PO-NUMBER OF PO-LINE-RECORD-DATA
               MOVE SN-LINE-NUMBER
                   TO POLN-LINE-NUMBER OF PO-LINE-RECORD-DATA
               READ PO-LINE-FILE
                   INTO WS-PO-LINE-RECORD
                   INVALID KEY
                       MOVE "PO LINE NOT ON FILE" TO WS-REJECT-REASON
               END-READ
           END-IF
           IF NOTICE-IS-VALID AND WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN POLN-ITEM-ID OF WS-PO-LINE-RECORD
                       NOT = SN-ITEM-ID
                       MOVE "ITEM DOES NOT MATCH THE PO LINE"
                           TO WS-REJECT-REASON
                   WHEN POLN-STATUS OF WS-PO-LINE-RECORD NOT = "OPEN"
                       STRING "PO LINE STATUS IS "
                           POLN-STATUS OF WS-PO-LINE-RECORD
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   WHEN SN-QUANTITY >
                       POLN-ORDERED-QTY OF WS-PO-LINE-RECORD
                       STRING "OVER-SHIPPED - LINE ORDERED "
                           POLN-ORDERED-QTY OF WS-PO-LINE-RECORD
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                       MOVE "YES" TO WS-OVER-SHIPPED
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "NO" TO WS-NOTICE-VALID
           END-IF.

      *        THE MASTER HOLDS ONE SHIPMENT PER ITEM - A NOTICE
      *        CANNOT OVERLAY A SHIPMENT STILL BEING RECEIVED, AND A
      *        SHIPMENT-ID ALREADY CARRIED BY ANOTHER ITEM WOULD SEND
      *        THE DOCK'S RECEIPT TO THE WRONG RECORD.
       VALIDATE-MASTER-ITEM.
           OPEN INPUT SUPPLY-CHAIN-FILE
           PERFORM FILE-STATUS-CHECK
           MOVE SN-ITEM-ID TO ITEM-ID OF SUPPLY-CHAIN-RECORD-DATA
           READ SUPPLY-CHAIN-FILE
               INTO WS-SUPPLY-CHAIN-RECORD
               INVALID KEY
                   MOVE "NO" TO WS-NOTICE-VALID
                   MOVE "ITEM NOT ON THE SUPPLY CHAIN MASTER"
                       TO WS-REJECT-REASON
           END-READ
           IF NOTICE-IS-VALID
               IF SHIPMENT-ID OF WS-SUPPLY-CHAIN-RECORD NOT = SPACES
                   AND SHIPMENT-ID OF WS-SUPPLY-CHAIN-RECORD
                       NOT = SN-SHIPMENT-ID
                   AND SHIPMENT-DATE OF WS-SUPPLY-CHAIN-RECORD > 0
                   AND RECEIVED-DATE OF WS-SUPPLY-CHAIN-RECORD = 0
                   MOVE "NO" TO WS-NOTICE-VALID
                   STRING "ITEM STILL RECEIVING SHIPMENT "
                       SHIPMENT-ID OF WS-SUPPLY-CHAIN-RECORD
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-IF
           END-IF
           IF NOTICE-IS-VALID
               MOVE SN-SHIPMENT-ID
                   TO SHIPMENT-ID OF SUPPLY-CHAIN-RECORD-DATA
               READ SUPPLY-CHAIN-FILE
                   KEY IS SHIPMENT-ID OF SUPPLY-CHAIN-RECORD-DATA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ITEM-ID OF SUPPLY-CHAIN-RECORD-DATA
                           NOT = SN-ITEM-ID
                           MOVE "NO" TO WS-NOTICE-VALID
                           STRING "SHIPMENT-ID IN USE BY ITEM "
                               ITEM-ID OF SUPPLY-CHAIN-RECORD-DATA
                               DELIMITED BY SIZE
                               INTO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF
           CLOSE SUPPLY-CHAIN-FILE.

      *        A RECEIPT ROW ALREADY ON FILE IS ONLY RE-STAGED IF NO
      *        STOCK HAS BEEN RECEIVED AGAINST IT FOR THIS ITEM -
      *        OTHERWISE THE DOCK HAS THE SHIPMENT IN HAND ALREADY.
       VALIDATE-RECEIPT-ROW.
           MOVE "NO" TO WS-RECEIPT-EXISTS
           MOVE SN-SHIPMENT-ID TO RCT-SHIPMENT-ID OF RECEIPT-RECORD-DATA
           READ RECEIPT-FILE
               INTO WS-RECEIPT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO WS-RECEIPT-EXISTS
                   IF RCT-ITEM-ID OF WS-RECEIPT-RECORD NOT = SN-ITEM-ID
                       OR RCT-RECEIVED-QTY OF WS-RECEIPT-RECORD > ZERO
                       MOVE "NO" TO WS-NOTICE-VALID
                       MOVE "SHIPMENT ALREADY RECEIVING AT THE DOCK"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

      *        MASTER FIRST, THROUGH THE SAME KEEPER AS A KEYED OR
      *        BATCH UPDATE - THE ON-HAND BALANCE IS LEFT ALONE, THE
      *        SHIPMENT FIELDS ARE REPLACED AND THE AMOUNT IS PRICED
      *        FROM THE PO LINE SO THE THREE-WAY MATCH HOLDS.  THE NEW
      *        MASTER IMAGE IS CHAINED AS AN UPDATE BY THIS JOB, THEN
      *        THE RECEIPT ROW, THEN THE NOTICE - A RERUN AFTER A
      *        FAILURE PART WAY FINDS NOTHING IT CANNOT REPEAT.
       STAGE-SHIP-NOTICE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
           MOVE SN-SHIPMENT-ID TO SHIPMENT-ID OF WS-SUPPLY-CHAIN-RECORD
           MOVE SN-SHIP-DATE TO SHIPMENT-DATE OF WS-SUPPLY-CHAIN-RECORD
           MOVE ZERO TO RECEIVED-DATE OF WS-SUPPLY-CHAIN-RECORD
           MOVE SN-PO-NUMBER TO PO-NUMBER OF WS-SUPPLY-CHAIN-RECORD
           MOVE SN-SUPPLIER-ID TO SUPPLIER-ID OF WS-SUPPLY-CHAIN-RECORD
           MOVE SUP-SUPPLIER-NAME OF WS-SUPPLIER-MASTER-RECORD
               TO SUPPLIER-NAME OF WS-SUPPLY-CHAIN-RECORD
           MOVE SN-QUANTITY TO ITEM-QUANTITY OF WS-SUPPLY-CHAIN-RECORD
           COMPUTE TRANSACTION-AMOUNT OF WS-SUPPLY-CHAIN-RECORD =
               SN-QUANTITY * POLN-UNIT-PRICE OF WS-PO-LINE-RECORD
           MOVE WS-CURRENT-TIMESTAMP
               TO AUDIT-TIMESTAMP OF WS-SUPPLY-CHAIN-RECORD
           MOVE "U" TO WS-OPERATION-CODE
           CALL "SUPPLY-CHAIN-MANAGEMENT" USING
               WS-SUPPLY-CHAIN-RECORD
               WS-OPERATION-CODE
               FS-SUPPLY-CHAIN
           IF FS-SUPPLY-CHAIN NOT = "00"
               MOVE "NO" TO WS-NOTICE-VALID
               STRING "MASTER UPDATE FAILED - FILE STATUS "
                   FS-SUPPLY-CHAIN
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM REPORT-REJECTED-NOTICE
           ELSE
               MOVE "YES" TO WS-ANY-STAGED
               PERFORM APPEND-BLOCKCHAIN-BLOCK
               PERFORM STAGE-RECEIPT-ROW
               PERFORM WRITE-ASN-ROW
               ADD 1 TO WS-STAGED-COUNT
               IF SN-QUANTITY < POLN-ORDERED-QTY OF WS-PO-LINE-RECORD
                   PERFORM REPORT-SHORT-NOTICE
               END-IF
           END-IF.

      *        THE WHOLE NOTICED QUANTITY IS EXPECTED AND NONE OF IT
      *        RECEIVED, SO ALL OF IT IS OUTSTANDING UNTIL THE DOCK
      *        POSTS AGAINST THE SHIPMENT.
       STAGE-RECEIPT-ROW.
           MOVE SN-SHIPMENT-ID TO RCT-SHIPMENT-ID OF WS-RECEIPT-RECORD
           MOVE SN-ITEM-ID TO RCT-ITEM-ID OF WS-RECEIPT-RECORD
           MOVE SN-QUANTITY TO RCT-EXPECTED-QTY OF WS-RECEIPT-RECORD
           MOVE ZERO TO RCT-RECEIVED-QTY OF WS-RECEIPT-RECORD
           MOVE SN-QUANTITY TO RCT-BACKORDER-QTY OF WS-RECEIPT-RECORD
           MOVE ZERO TO RCT-LAST-RECEIPT-DATE OF WS-RECEIPT-RECORD
           MOVE WS-CURRENT-TIMESTAMP
               TO RCT-AUDIT-TIMESTAMP OF WS-RECEIPT-RECORD
           MOVE SPACES TO RCT-FIRST-RECEIVED-BY OF WS-RECEIPT-RECORD
           MOVE SPACES TO RCT-LAST-RECEIVED-BY OF WS-RECEIPT-RECORD
           IF RECEIPT-ROW-EXISTS
               REWRITE RECEIPT-RECORD-DATA FROM WS-RECEIPT-RECORD
               END-REWRITE
           ELSE
               WRITE RECEIPT-RECORD-DATA FROM WS-RECEIPT-RECORD
               END-WRITE
           END-IF
           IF FS-RECEIPT NOT = "00"
               DISPLAY "ERROR ON RECEIPT.DAT: " FS-RECEIPT
                   " SHIPMENT: " SN-SHIPMENT-ID
               DISPLAY "LOCK LEFT HELD - CHECK THE FILES BEFORE "
                   "RERUNNING"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-ASN-ROW.
           MOVE SN-SHIPMENT-ID TO ASN-SHIPMENT-ID OF WS-ASN-RECORD
           MOVE SN-SUPPLIER-ID TO ASN-SUPPLIER-ID OF WS-ASN-RECORD
           MOVE SN-PO-NUMBER TO ASN-PO-NUMBER OF WS-ASN-RECORD
           MOVE SN-LINE-NUMBER TO ASN-LINE-NUMBER OF WS-ASN-RECORD
           MOVE SN-ITEM-ID TO ASN-ITEM-ID OF WS-ASN-RECORD
           MOVE SN-QUANTITY TO ASN-SHIPPED-QTY OF WS-ASN-RECORD
           MOVE POLN-ORDERED-QTY OF WS-PO-LINE-RECORD
               TO ASN-ORDERED-QTY OF WS-ASN-RECORD
           MOVE SN-SHIP-DATE TO ASN-SHIP-DATE OF WS-ASN-RECORD
           MOVE SN-PROMISED-DATE TO ASN-PROMISED-DATE OF WS-ASN-RECORD
           IF SN-QUANTITY < POLN-ORDERED-QTY OF WS-PO-LINE-RECORD
               MOVE "SHORT" TO ASN-STATUS OF WS-ASN-RECORD
           ELSE
               MOVE "STAGED" TO ASN-STATUS OF WS-ASN-RECORD
           END-IF
           MOVE WS-RUN-DATE TO ASN-LOAD-DATE OF WS-ASN-RECORD
           MOVE WS-CURRENT-TIMESTAMP
               TO ASN-AUDIT-TIMESTAMP OF WS-ASN-RECORD
           WRITE ASN-RECORD-DATA FROM WS-ASN-RECORD
           END-WRITE
           IF FS-ASN NOT = "00"
               DISPLAY "ERROR ON ASN.DAT: " FS-ASN
                   " SHIPMENT: " SN-SHIPMENT-ID
               DISPLAY "LOCK LEFT HELD - CHECK THE FILES BEFORE "
                   "RERUNNING"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        PICK UP WHERE THE BLOCKCHAIN LEFT OFF SO THIS RUN'S
      *        BLOCKS CHAIN ONTO WHAT IS ALREADY ON DISK - CALLED
      *        BEFORE THE FIRST NOTICE IS READ.
       LOAD-LAST-BLOCK-HASH.
           MOVE SPACES TO WS-LAST-BLOCK-HASH
           MOVE "NO" TO WS-END-OF-FILE
           OPEN INPUT BLOCKCHAIN-FILE
           IF FS-BLOCKCHAIN = "35"
               CONTINUE
           ELSE
               READ BLOCKCHAIN-FILE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = "YES"
                   MOVE BLOCK-HASH OF BLOCKCHAIN-RECORD-DATA
                       TO WS-LAST-BLOCK-HASH
                   READ BLOCKCHAIN-FILE
                       AT END MOVE "YES" TO WS-END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE BLOCKCHAIN-FILE
           END-IF
           IF WS-LAST-BLOCK-HASH = SPACES
               PERFORM LOAD-ARCHIVE-ANCHOR
           END-IF
           MOVE "NO" TO WS-END-OF-FILE.

      *        AFTER A PERIOD-END CLOSE THE LIVE FILE MAY BE EMPTY -
      *        THE NEXT BLOCK MUST STILL CHAIN ONTO THE ARCHIVED TAIL,
      *        WHOSE HASH THE CLOSE JOB LEFT IN BLOCKANCH.DAT.
       LOAD-ARCHIVE-ANCHOR.
           OPEN INPUT ANCHOR-FILE
           IF FS-ANCHOR = "00"
               READ ANCHOR-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE ANC-BLOCK-HASH OF ANCHOR-RECORD-DATA
                           TO WS-LAST-BLOCK-HASH
               END-READ
               CLOSE ANCHOR-FILE
           END-IF.

      *        SAME BLOCK THE ONLINE UPDATE WRITES - THE 209-BYTE
      *        MASTER IMAGE AND THE 46-BYTE DETAIL IN BLOCK-DATA, BOTH
      *        HASHED WITH THE PRIOR HASH.  THE SIGNATURE CARRIES "U"
      *        AND, FROM BYTE 3, THIS JOB AS THE OPERATOR, SO RECOVERY
      *        AND ITEM HISTORY SEE WHERE THE SHIPMENT CAME FROM.  THE
      *        MASTER IS ALREADY CHANGED IF THE WRITE FAILS, SO THE
      *        LOCK IS LEFT HELD.
       APPEND-BLOCKCHAIN-BLOCK.
           MOVE SPACES TO WS-HASH-INPUT
           MOVE WS-SUPPLY-CHAIN-RECORD TO WS-HASH-INPUT(1:209)
           MOVE WS-BLOCK-DETAIL TO WS-HASH-INPUT(210:46)
           MOVE WS-LAST-BLOCK-HASH TO WS-HASH-INPUT(256:64)
           ADD 1 TO WS-BLOCK-NONCE
           PERFORM COMPUTE-BLOCK-HASH
           MOVE WS-LAST-BLOCK-HASH
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
           MOVE SPACES TO BLOCK-SIGNATURE OF WS-BLOCKCHAIN-RECORD
           MOVE WS-OPERATION-CODE
               TO BLOCK-SIGNATURE OF WS-BLOCKCHAIN-RECORD(1:1)
           MOVE "ASNLOAD"
               TO BLOCK-SIGNATURE OF WS-BLOCKCHAIN-RECORD(3:8)
           OPEN EXTEND BLOCKCHAIN-FILE
           WRITE BLOCKCHAIN-RECORD-DATA FROM WS-BLOCKCHAIN-RECORD
           IF FS-BLOCKCHAIN NOT = "00"
               DISPLAY "ERROR WRITING BLOCKCHAIN.DAT: " FS-BLOCKCHAIN
                   " SHIPMENT: " SN-SHIPMENT-ID
               DISPLAY "LOCK LEFT HELD - CHECK THE FILES BEFORE "
                   "RERUNNING"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BLOCKCHAIN-FILE
           MOVE BLOCK-HASH OF WS-BLOCKCHAIN-RECORD
               TO WS-LAST-BLOCK-HASH.

      *        A ROLLING CHECKSUM OVER THE BLOCK DATA AND THE PRIOR
      *        BLOCK'S HASH, CHAINED WITH THE NONCE - IDENTICAL TO THE
      *        ONLINE CALCULATION, OR THE VERIFIERS WOULD REJECT THE
      *        BLOCK.
       COMPUTE-BLOCK-HASH.
           MOVE ZERO TO WS-HASH-ACCUM
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 319
               COMPUTE WS-HASH-ACCUM =
                   FUNCTION MOD(
                       (WS-HASH-ACCUM * 31) +
                       FUNCTION ORD(WS-HASH-INPUT(WS-HASH-SUB:1))
                       + WS-BLOCK-NONCE,
                       999999999999999999)
           END-PERFORM
           MOVE WS-HASH-ACCUM TO WS-HASH-DISPLAY.

       REPORT-REJECTED-NOTICE.
           IF NOTICE-OVER-SHIPPED
               ADD 1 TO WS-OVER-COUNT
               DISPLAY "  OVER      SUPPLIER " SN-SUPPLIER-ID
                   " PO " SN-PO-NUMBER "/" SN-LINE-NUMBER
                   " SHIPMENT " SN-SHIPMENT-ID
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "  REJECTED  SUPPLIER " SN-SUPPLIER-ID
                   " PO " SN-PO-NUMBER "/" SN-LINE-NUMBER
                   " SHIPMENT " SN-SHIPMENT-ID
           END-IF
           DISPLAY "    ITEM " SN-ITEM-ID " QTY " SN-QUANTITY
               " - " WS-REJECT-REASON.

       REPORT-SHORT-NOTICE.
           ADD 1 TO WS-SHORT-COUNT
           COMPUTE WS-SHORT-QTY =
               POLN-ORDERED-QTY OF WS-PO-LINE-RECORD - SN-QUANTITY
           DISPLAY "  SHORT     SUPPLIER " SN-SUPPLIER-ID
               " PO " SN-PO-NUMBER "/" SN-LINE-NUMBER
               " SHIPMENT " SN-SHIPMENT-ID
           DISPLAY "    ITEM " SN-ITEM-ID " SHIPPED " SN-QUANTITY
               " OF " POLN-ORDERED-QTY OF WS-PO-LINE-RECORD
               " - SHORT BY " WS-SHORT-QTY " - STAGED".

      *        A MASTER FILE FAILURE AFTER NOTICES HAVE BEEN STAGED
      *        KEEPS THE LOCK HELD SO THE FILES ARE CHECKED FIRST.
       FILE-STATUS-CHECK.
           IF FS-SUPPLY-CHAIN NOT = "00"
               DISPLAY "ERROR IN SUPPLY-CHAIN-FILE: " FS-SUPPLY-CHAIN
               IF WS-ANY-STAGED = "NO"
                   PERFORM RELEASE-SYSTEM-LOCK
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM SHIP-NOTICE-LOAD.
