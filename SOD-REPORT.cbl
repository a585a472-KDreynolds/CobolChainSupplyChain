       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGREGATION-OF-DUTIES-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS SYSIN.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PORD-PO-NUMBER
               FILE STATUS IS FS-PURCHASE-ORDER.

           SELECT RECEIPT-FILE ASSIGN TO "RECEIPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCT-SHIPMENT-ID
               FILE STATUS IS FS-RECEIPT.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-INVOICE-NUMBER
               FILE STATUS IS FS-INVOICE.

           SELECT SUPPLY-CHAIN-FILE ASSIGN TO "SUPPLYCHAIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS SHIPMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SUPPLIER-ID WITH DUPLICATES
               FILE STATUS IS FS-SUPPLY-CHAIN.

           SELECT ASN-FILE ASSIGN TO "ASN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASN-SHIPMENT-ID
               FILE STATUS IS FS-ASN.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTION.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-TRANSACTION.

           SELECT TX-ARCHIVE-FILE ASSIGN TO "TXARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-TX-ARCHIVE.

           SELECT SHIPMENT-SORT-FILE ASSIGN TO "SODSRT1.DAT".

           SELECT TERMS-SORT-FILE ASSIGN TO "SODSRT2.DAT".

       DATA DIVISION.
       FILE SECTION.

       FD PURCHASE-ORDER-FILE.
       01 PURCHASE-ORDER-RECORD-DATA.
           COPY PURCHASE-ORDER-RECORD.

       FD RECEIPT-FILE.
       01 RECEIPT-RECORD-DATA.
           COPY RECEIPT-RECORD.

       FD INVOICE-FILE.
       01 INVOICE-RECORD-DATA.
           COPY INVOICE-RECORD.

       FD SUPPLY-CHAIN-FILE.
       01 SUPPLY-CHAIN-RECORD-DATA.
           COPY SUPPLY-CHAIN-RECORD.

       FD ASN-FILE.
       01 ASN-RECORD-DATA.
           COPY ASN-RECORD.

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD-DATA.
           COPY TRANSACTION-RECORD.

       FD TX-ARCHIVE-FILE.
       01 TX-ARCHIVE-RECORD-DATA.
           COPY TRANSACTION-RECORD.

      *        ONE ROW PER RECEIPT ("R") AND PER INVOICE ("V"), SO
      *        EACH SHIPMENT ARRIVES AS ONE GROUP WITH ITS RECEIPT
      *        AHEAD OF ITS INVOICES.
       SD SHIPMENT-SORT-FILE.
       01 SHIPMENT-SORT-RECORD.
           05 SS-SHIPMENT-ID       PIC X(15).
           05 SS-ROW-TYPE          PIC X(1).
           05 SS-OPERATOR-ID       PIC X(8).
           05 SS-LAST-OPERATOR-ID  PIC X(8).
           05 SS-PO-NUMBER         PIC X(10).
           05 SS-INVOICE-NUMBER    PIC X(12).

      *        ONE ROW PER PAYMENT TERMS CHANGE ("T") AND PER STAMPED
      *        INVOICE ("V"), IN TIME ORDER WITHIN SUPPLIER AND
      *        OPERATOR.
       SD TERMS-SORT-FILE.
       01 TERMS-SORT-RECORD.
           05 TS-SUPPLIER-ID       PIC X(10).
           05 TS-OPERATOR-ID       PIC X(8).
           05 TS-TIMESTAMP.
               10 TS-DATE          PIC 9(8).
               10 TS-TIME          PIC 9(6).
           05 TS-ROW-TYPE          PIC X(1).
           05 TS-INVOICE-NUMBER    PIC X(12).

       WORKING-STORAGE SECTION.
       01 FS-PURCHASE-ORDER        PIC XX.
       01 FS-RECEIPT               PIC XX.
       01 FS-INVOICE               PIC XX.
       01 FS-SUPPLY-CHAIN          PIC XX.
       01 FS-ASN                   PIC XX.
       01 FS-TRANSACTION           PIC XX.
       01 FS-TX-ARCHIVE            PIC XX.
       01 WS-END-OF-FILE           PIC X(3) VALUE "NO".
       01 WS-SORT-END-OF-FILE      PIC X(3) VALUE "NO".
       01 WS-NOTICES-ON-FILE       PIC X(3) VALUE "NO".

       01 WS-LEDGER-ROW.
           COPY TRANSACTION-RECORD.

      *        HOW CLOSE BEFORE AN INVOICE A TERMS CHANGE BY THE SAME
      *        PERSON HAS TO FALL TO BE LISTED - DAYS FROM SYSIN.
       01 WS-WINDOW-ENTRY          PIC 9(3) VALUE ZERO.
       01 WS-WINDOW-DAYS           PIC 9(3) VALUE 30.

       01 WS-SHIPMENT-OPEN         PIC X(3) VALUE "NO".
       01 WS-SHIPMENT-ID           PIC X(15).
       01 WS-SHIPMENT-PO-NUMBER    PIC X(10).
       01 WS-PO-CREATED-BY         PIC X(8).

      *        EVERY OPERATOR WHO TOUCHED THE SHIPMENT, WITH THE ROLES
      *        THEY PLAYED ON IT.
       01 WS-ROLE-OPERATOR         PIC X(8).
       01 WS-ROLE-KIND             PIC X(1).
       01 WS-ROLE-INVOICE-NUMBER   PIC X(12).
       01 WS-ROLE-COUNT            PIC 9(4) COMP VALUE ZERO.
       01 WS-ROLE-SUB              PIC 9(4) COMP.
       01 WS-ROLE-FOUND-SUB        PIC 9(4) COMP.
       01 WS-ROLE-TALLY            PIC 9(1).
       01 WS-ROLE-TABLE.
           05 WS-ROLE-ENTRY OCCURS 20 TIMES.
               10 WS-ROLE-ENTRY-OPERATOR PIC X(8).
               10 WS-ROLE-ENTRY-RAISED   PIC X(1).
               10 WS-ROLE-ENTRY-RECEIVED PIC X(1).
               10 WS-ROLE-ENTRY-INVOICED PIC X(1).
               10 WS-ROLE-ENTRY-INVOICE  PIC X(12).

       01 WS-TERMS-GROUP-OPEN      PIC X(3) VALUE "NO".
       01 WS-TERMS-SUPPLIER-ID     PIC X(10).
       01 WS-TERMS-OPERATOR-ID     PIC X(8).
       01 WS-TERMS-CHANGE-DATE     PIC 9(8) VALUE ZERO.
       01 WS-TERMS-DAYS            PIC S9(9).

       01 WS-SHIPMENTS-WALKED      PIC 9(7) VALUE ZERO.
       01 WS-SHIPMENTS-NO-PO       PIC 9(7) VALUE ZERO.
       01 WS-POS-CHECKED           PIC 9(7) VALUE ZERO.
       01 WS-TERMS-CHANGES         PIC 9(7) VALUE ZERO.
       01 WS-SHARED-ROLE-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-SELF-CLOSED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-TERMS-INVOICE-COUNT   PIC 9(7) VALUE ZERO.

      *        SEGREGATION-OF-DUTIES CONTROL REPORT FOR THE AUDITORS.
      *        THE PO HEADER, THE RECEIPT AND THE INVOICE EACH CARRY
      *        THE SIGNED-ON OPERATOR WHO RAISED, RECEIVED OR KEYED
      *        THEM.  THREE CHECKS, ONE SECTION EACH:
      *          1. EACH SHIPMENT IS WALKED FROM ITS PO TO ITS
      *             RECEIPT TO ITS INVOICES, AND ANY OPERATOR WHO
      *             PLAYED TWO OR MORE OF THOSE ROLES IS LISTED
      *          2. A PO CLOSED BY THE SAME SUPERVISOR WHO RAISED IT
      *          3. A SUPPLIER'S PAYMENT TERMS CHANGED BY A
      *             SUPERVISOR WHO THEN KEYED AN INVOICE FOR THAT
      *             SUPPLIER WITHIN THE WINDOW
      *        ROWS FROM BEFORE THE STAMPS CARRY NO OPERATOR AND ARE
      *        NEVER LISTED.  THE FILES ARE ONLY READ.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY "SEGREGATION OF DUTIES EXCEPTION REPORT"
           DISPLAY "ENTER TERMS-CHANGE WINDOW IN DAYS "
               "(0 = DEFAULT 30): "
           ACCEPT WS-WINDOW-ENTRY FROM CONSOLE
           IF WS-WINDOW-ENTRY > ZERO
               MOVE WS-WINDOW-ENTRY TO WS-WINDOW-DAYS
           END-IF
           PERFORM OPEN-LOOKUP-FILES
           DISPLAY " "
           DISPLAY "SECTION 1 - ONE OPERATOR IN TWO OR MORE ROLES ON "
               "A SHIPMENT (RAISED PO / RECEIVED / ENTERED INVOICE)"
           SORT SHIPMENT-SORT-FILE
               ON ASCENDING KEY SS-SHIPMENT-ID
               ON ASCENDING KEY SS-ROW-TYPE
               INPUT PROCEDURE IS SELECT-SHIPMENT-ROWS
               OUTPUT PROCEDURE IS WALK-SHIPMENTS
           DISPLAY " "
           DISPLAY "SECTION 2 - PURCHASE ORDER CLOSED BY THE "
               "SUPERVISOR WHO RAISED IT"
           PERFORM CHECK-SELF-CLOSED-POS
           DISPLAY " "
           DISPLAY "SECTION 3 - PAYMENT TERMS CHANGED, THEN AN "
               "INVOICE ENTERED BY THE SAME OPERATOR WITHIN "
               WS-WINDOW-DAYS " DAYS"
           SORT TERMS-SORT-FILE
               ON ASCENDING KEY TS-SUPPLIER-ID
               ON ASCENDING KEY TS-OPERATOR-ID
               ON ASCENDING KEY TS-TIMESTAMP
               ON ASCENDING KEY TS-ROW-TYPE
               INPUT PROCEDURE IS SELECT-TERMS-AND-INVOICES
               OUTPUT PROCEDURE IS MATCH-TERMS-TO-INVOICES
           CLOSE PURCHASE-ORDER-FILE
           CLOSE SUPPLY-CHAIN-FILE
           IF WS-NOTICES-ON-FILE = "YES"
               CLOSE ASN-FILE
           END-IF
           DISPLAY " "
           DISPLAY "SHIPMENTS WALKED               : "
               WS-SHIPMENTS-WALKED
           DISPLAY "  WITH NO PO TRACEABLE         : "
               WS-SHIPMENTS-NO-PO
           DISPLAY "PURCHASE ORDERS CHECKED        : " WS-POS-CHECKED
           DISPLAY "PAYMENT TERMS CHANGES CHECKED  : " WS-TERMS-CHANGES
           DISPLAY "OPERATORS IN TWO OR MORE ROLES : "
               WS-SHARED-ROLE-COUNT
           DISPLAY "POS CLOSED BY THEIR RAISER     : "
               WS-SELF-CLOSED-COUNT
           DISPLAY "TERMS CHANGES BEFORE INVOICES  : "
               WS-TERMS-INVOICE-COUNT
           IF WS-SHARED-ROLE-COUNT > ZERO
               OR WS-SELF-CLOSED-COUNT > ZERO
               OR WS-TERMS-INVOICE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *        THE PO AND THE MASTER ARE NEEDED TO TIE A SHIPMENT TO
      *        ITS ORDER.  THE SHIP NOTICES ARE ONLY A FALLBACK FOR A
      *        SHIPMENT THE MASTER HAS SINCE MOVED ON FROM.
       OPEN-LOOKUP-FILES.
           OPEN INPUT PURCHASE-ORDER-FILE
           IF FS-PURCHASE-ORDER NOT = "00"
               DISPLAY "ERROR OPENING POFILE.DAT: " FS-PURCHASE-ORDER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUPPLY-CHAIN-FILE
           IF FS-SUPPLY-CHAIN NOT = "00"
               DISPLAY "ERROR OPENING SUPPLYCHAIN.DAT: "
                   FS-SUPPLY-CHAIN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ASN-FILE
           IF FS-ASN = "00"
               MOVE "YES" TO WS-NOTICES-ON-FILE
           ELSE
               IF FS-ASN NOT = "35"
                   DISPLAY "ERROR OPENING ASN.DAT: " FS-ASN
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       SELECT-SHIPMENT-ROWS.
           PERFORM SCAN-RECEIPTS
           PERFORM SCAN-INVOICES-BY-SHIPMENT.

      *        A ROW STAGED FROM A SHIP NOTICE WITH NOTHING YET
      *        RECEIVED HAS NO RECEIVER TO CHECK.
       SCAN-RECEIPTS.
           OPEN INPUT RECEIPT-FILE
           IF FS-RECEIPT = "35"
               DISPLAY "RECEIPT.DAT NOT FOUND - NO RECEIPTS"
           ELSE
               IF FS-RECEIPT NOT = "00"
                   DISPLAY "ERROR OPENING RECEIPT.DAT: " FS-RECEIPT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "NO" TO WS-END-OF-FILE
               READ RECEIPT-FILE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = "YES"
                   IF RCT-RECEIVED-QTY OF RECEIPT-RECORD-DATA > ZERO
                       MOVE RCT-SHIPMENT-ID OF RECEIPT-RECORD-DATA
                           TO SS-SHIPMENT-ID
                       MOVE "R" TO SS-ROW-TYPE
                       MOVE RCT-FIRST-RECEIVED-BY
                           OF RECEIPT-RECORD-DATA TO SS-OPERATOR-ID
                       MOVE RCT-LAST-RECEIVED-BY
                           OF RECEIPT-RECORD-DATA
                           TO SS-LAST-OPERATOR-ID
                       MOVE SPACES TO SS-PO-NUMBER
                       MOVE SPACES TO SS-INVOICE-NUMBER
                       RELEASE SHIPMENT-SORT-RECORD
                   END-IF
                   READ RECEIPT-FILE
                       AT END MOVE "YES" TO WS-END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-FILE
           END-IF.

       SCAN-INVOICES-BY-SHIPMENT.
           OPEN INPUT INVOICE-FILE
           IF FS-INVOICE = "35"
               DISPLAY "INVOICE.DAT NOT FOUND - NO INVOICES"
           ELSE
               IF FS-INVOICE NOT = "00"
                   DISPLAY "ERROR OPENING INVOICE.DAT: " FS-INVOICE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "NO" TO WS-END-OF-FILE
               READ INVOICE-FILE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = "YES"
                   MOVE INV-SHIPMENT-ID OF INVOICE-RECORD-DATA
                       TO SS-SHIPMENT-ID
                   MOVE "V" TO SS-ROW-TYPE
                   MOVE INV-ENTERED-BY OF INVOICE-RECORD-DATA
                       TO SS-OPERATOR-ID
                   MOVE SPACES TO SS-LAST-OPERATOR-ID
                   MOVE INV-PO-NUMBER OF INVOICE-RECORD-DATA
                       TO SS-PO-NUMBER
                   MOVE INV-INVOICE-NUMBER OF INVOICE-RECORD-DATA
                       TO SS-INVOICE-NUMBER
                   RELEASE SHIPMENT-SORT-RECORD
                   READ INVOICE-FILE
                       AT END MOVE "YES" TO WS-END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

      *        ONE GROUP PER SHIPMENT.  THE RECEIVERS AND INVOICE
      *        KEYERS ARE GATHERED AS THE ROWS GO BY; THE PO'S RAISER
      *        IS ADDED WHEN THE GROUP ENDS AND THE ORDER IS KNOWN.
       WALK-SHIPMENTS.
           RETURN SHIPMENT-SORT-FILE
               AT END MOVE "YES" TO WS-SORT-END-OF-FILE
           END-RETURN
           PERFORM UNTIL WS-SORT-END-OF-FILE = "YES"
               IF SS-SHIPMENT-ID NOT = WS-SHIPMENT-ID
                   OR WS-SHIPMENT-OPEN = "NO"
                   PERFORM FINISH-SHIPMENT
                   PERFORM START-SHIPMENT
               END-IF
               IF SS-ROW-TYPE = "R"
                   MOVE "R" TO WS-ROLE-KIND
                   MOVE SPACES TO WS-ROLE-INVOICE-NUMBER
                   MOVE SS-OPERATOR-ID TO WS-ROLE-OPERATOR
                   PERFORM ADD-ROLE
                   MOVE SS-LAST-OPERATOR-ID TO WS-ROLE-OPERATOR
                   PERFORM ADD-ROLE
               ELSE
                   IF WS-SHIPMENT-PO-NUMBER = SPACES
                       MOVE SS-PO-NUMBER TO WS-SHIPMENT-PO-NUMBER
                   END-IF
                   MOVE "I" TO WS-ROLE-KIND
                   MOVE SS-INVOICE-NUMBER TO WS-ROLE-INVOICE-NUMBER
                   MOVE SS-OPERATOR-ID TO WS-ROLE-OPERATOR
                   PERFORM ADD-ROLE
               END-IF
               RETURN SHIPMENT-SORT-FILE
                   AT END MOVE "YES" TO WS-SORT-END-OF-FILE
               END-RETURN
           END-PERFORM
           PERFORM FINISH-SHIPMENT.

       START-SHIPMENT.
           MOVE SS-SHIPMENT-ID TO WS-SHIPMENT-ID
           MOVE "YES" TO WS-SHIPMENT-OPEN
           MOVE SPACES TO WS-SHIPMENT-PO-NUMBER
           MOVE ZERO TO WS-ROLE-COUNT
           ADD 1 TO WS-SHIPMENTS-WALKED.

       FINISH-SHIPMENT.
           IF WS-SHIPMENT-OPEN = "YES"
               PERFORM FIND-SHIPMENT-PO
               IF WS-SHIPMENT-PO-NUMBER = SPACES
                   ADD 1 TO WS-SHIPMENTS-NO-PO
               ELSE
                   PERFORM FETCH-PO-CREATOR
                   MOVE "P" TO WS-ROLE-KIND
                   MOVE SPACES TO WS-ROLE-INVOICE-NUMBER
                   MOVE WS-PO-CREATED-BY TO WS-ROLE-OPERATOR
                   PERFORM ADD-ROLE
               END-IF
               PERFORM REPORT-SHARED-ROLES
               MOVE "NO" TO WS-SHIPMENT-OPEN
           END-IF.

      *        THE MASTER NAMES THE PO OF THE ITEM'S CURRENT SHIPMENT
      *        AND WINS OVER ANYTHING ELSE.  FAILING THAT, THE PO OF
      *        AN INVOICE ON THE SHIPMENT - PICKED UP WHILE ITS ROWS
      *        WERE WALKED - STANDS, AND ONLY WHEN THE SHIPMENT HAS NO
      *        INVOICE EITHER DOES THE SHIP NOTICE NAME THE PO.
       FIND-SHIPMENT-PO.
           MOVE WS-SHIPMENT-ID
               TO SHIPMENT-ID OF SUPPLY-CHAIN-RECORD-DATA
           READ SUPPLY-CHAIN-FILE
               KEY IS SHIPMENT-ID OF SUPPLY-CHAIN-RECORD-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PO-NUMBER OF SUPPLY-CHAIN-RECORD-DATA
                       NOT = SPACES
                       MOVE PO-NUMBER OF SUPPLY-CHAIN-RECORD-DATA
                           TO WS-SHIPMENT-PO-NUMBER
                   END-IF
           END-READ
           IF WS-SHIPMENT-PO-NUMBER = SPACES
               AND WS-NOTICES-ON-FILE = "YES"
               MOVE WS-SHIPMENT-ID TO ASN-SHIPMENT-ID OF ASN-RECORD-DATA
               READ ASN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ASN-PO-NUMBER OF ASN-RECORD-DATA
                           TO WS-SHIPMENT-PO-NUMBER
               END-READ
           END-IF.

       FETCH-PO-CREATOR.
           MOVE SPACES TO WS-PO-CREATED-BY
           MOVE WS-SHIPMENT-PO-NUMBER
               TO PORD-PO-NUMBER OF PURCHASE-ORDER-RECORD-DATA
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PORD-CREATED-BY OF PURCHASE-ORDER-RECORD-DATA
                       TO WS-PO-CREATED-BY
           END-READ.

      *        A BLANK OPERATOR IS HISTORY FROM BEFORE THE STAMPS AND
      *        PROVES NOTHING EITHER WAY, SO IT IS NOT ENTERED.
       ADD-ROLE.
           IF WS-ROLE-OPERATOR NOT = SPACES
               MOVE ZERO TO WS-ROLE-FOUND-SUB
               PERFORM VARYING WS-ROLE-SUB FROM 1 BY 1
                   UNTIL WS-ROLE-SUB > WS-ROLE-COUNT
                   IF WS-ROLE-ENTRY-OPERATOR(WS-ROLE-SUB)
                       = WS-ROLE-OPERATOR
                       MOVE WS-ROLE-SUB TO WS-ROLE-FOUND-SUB
                       MOVE WS-ROLE-COUNT TO WS-ROLE-SUB
                   END-IF
               END-PERFORM
               IF WS-ROLE-FOUND-SUB = ZERO
                   AND WS-ROLE-COUNT < 20
                   ADD 1 TO WS-ROLE-COUNT
                   MOVE WS-ROLE-COUNT TO WS-ROLE-FOUND-SUB
                   MOVE WS-ROLE-OPERATOR
                       TO WS-ROLE-ENTRY-OPERATOR(WS-ROLE-FOUND-SUB)
                   MOVE "N" TO WS-ROLE-ENTRY-RAISED(WS-ROLE-FOUND-SUB)
                   MOVE "N"
                       TO WS-ROLE-ENTRY-RECEIVED(WS-ROLE-FOUND-SUB)
                   MOVE "N"
                       TO WS-ROLE-ENTRY-INVOICED(WS-ROLE-FOUND-SUB)
                   MOVE SPACES
                       TO WS-ROLE-ENTRY-INVOICE(WS-ROLE-FOUND-SUB)
               END-IF
               IF WS-ROLE-FOUND-SUB > ZERO
                   EVALUATE WS-ROLE-KIND
                       WHEN "P"
                           MOVE "Y" TO
                               WS-ROLE-ENTRY-RAISED(WS-ROLE-FOUND-SUB)
                       WHEN "R"
                           MOVE "Y" TO
                               WS-ROLE-ENTRY-RECEIVED(WS-ROLE-FOUND-SUB)
                       WHEN "I"
                           MOVE "Y" TO
                               WS-ROLE-ENTRY-INVOICED(WS-ROLE-FOUND-SUB)
                           IF WS-ROLE-ENTRY-INVOICE(WS-ROLE-FOUND-SUB)
                               = SPACES
                               MOVE WS-ROLE-INVOICE-NUMBER TO
                                   WS-ROLE-ENTRY-INVOICE
                                       (WS-ROLE-FOUND-SUB)
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       REPORT-SHARED-ROLES.
           PERFORM VARYING WS-ROLE-SUB FROM 1 BY 1
               UNTIL WS-ROLE-SUB > WS-ROLE-COUNT
               MOVE ZERO TO WS-ROLE-TALLY
               IF WS-ROLE-ENTRY-RAISED(WS-ROLE-SUB) = "Y"
                   ADD 1 TO WS-ROLE-TALLY
               END-IF
               IF WS-ROLE-ENTRY-RECEIVED(WS-ROLE-SUB) = "Y"
                   ADD 1 TO WS-ROLE-TALLY
               END-IF
               IF WS-ROLE-ENTRY-INVOICED(WS-ROLE-SUB) = "Y"
                   ADD 1 TO WS-ROLE-TALLY
               END-IF
               IF WS-ROLE-TALLY > 1
                   ADD 1 TO WS-SHARED-ROLE-COUNT
                   DISPLAY "  SHIPMENT " WS-SHIPMENT-ID
                       "  PO " WS-SHIPMENT-PO-NUMBER
                       "  OPERATOR " WS-ROLE-ENTRY-OPERATOR(WS-ROLE-SUB)
                   DISPLAY "    RAISED PO "
                       WS-ROLE-ENTRY-RAISED(WS-ROLE-SUB)
                       "  RECEIVED " WS-ROLE-ENTRY-RECEIVED(WS-ROLE-SUB)
                       "  ENTERED INVOICE "
                       WS-ROLE-ENTRY-INVOICED(WS-ROLE-SUB)
                       " " WS-ROLE-ENTRY-INVOICE(WS-ROLE-SUB)
               END-IF
           END-PERFORM.

      *        ONLY A SUPERVISOR CAN RAISE, RELEASE, CLOSE OR CANCEL
      *        A PO ONLINE, SO A RAISER WHO IS ALSO THE CLOSER IS
      *        ALWAYS A SUPERVISOR CLOSING THEIR OWN ORDER - WHETHER
      *        BY HAND OR BY POSTING THE RECEIPT THAT CLOSED IT.
       CHECK-SELF-CLOSED-POS.
           MOVE "NO" TO WS-END-OF-FILE
           MOVE LOW-VALUES
               TO PORD-PO-NUMBER OF PURCHASE-ORDER-RECORD-DATA
           START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN
               PORD-PO-NUMBER OF PURCHASE-ORDER-RECORD-DATA
               INVALID KEY
                   MOVE "YES" TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL WS-END-OF-FILE = "YES"
               READ PURCHASE-ORDER-FILE NEXT RECORD
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
               IF WS-END-OF-FILE = "NO"
                   ADD 1 TO WS-POS-CHECKED
                   IF PORD-CLOSED-BY OF PURCHASE-ORDER-RECORD-DATA
                       NOT = SPACES
                       AND PORD-CLOSED-BY OF PURCHASE-ORDER-RECORD-DATA
                       = PORD-CREATED-BY OF PURCHASE-ORDER-RECORD-DATA
                       ADD 1 TO WS-SELF-CLOSED-COUNT
                       DISPLAY "  PO "
                           PORD-PO-NUMBER OF PURCHASE-ORDER-RECORD-DATA
                           "  SUPPLIER "
                           PORD-SUPPLIER-ID
                               OF PURCHASE-ORDER-RECORD-DATA
                           "  RAISED AND CLOSED BY "
                           PORD-CLOSED-BY OF PURCHASE-ORDER-RECORD-DATA
                           "  STATUS "
                           PORD-STATUS OF PURCHASE-ORDER-RECORD-DATA
                   END-IF
               END-IF
           END-PERFORM.

       SELECT-TERMS-AND-INVOICES.
           PERFORM SCAN-LIVE-LEDGER
           PERFORM SCAN-ARCHIVED-LEDGER
           PERFORM SCAN-INVOICES-BY-OPERATOR.

       SCAN-LIVE-LEDGER.
           OPEN INPUT TRANSACTION-FILE
           IF FS-TRANSACTION = "35"
               DISPLAY "TRANSACTION.DAT NOT FOUND - NO LIVE LEDGER "
                   "ROWS"
           ELSE
               IF FS-TRANSACTION NOT = "00"
                   DISPLAY "ERROR OPENING TRANSACTION.DAT: "
                       FS-TRANSACTION
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "NO" TO WS-END-OF-FILE
               READ TRANSACTION-FILE INTO WS-LEDGER-ROW
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = "YES"
                   PERFORM TEST-ONE-LEDGER-ROW
                   READ TRANSACTION-FILE INTO WS-LEDGER-ROW
                       AT END MOVE "YES" TO WS-END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF.

      *        A TERMS CHANGE MADE BEFORE THE LAST PERIOD CLOSE HAS
      *        ALREADY MOVED TO TXARCH WITH THE REST OF THE LEDGER.
       SCAN-ARCHIVED-LEDGER.
           OPEN INPUT TX-ARCHIVE-FILE
           IF FS-TX-ARCHIVE = "35"
               DISPLAY "TXARCH.DAT NOT FOUND - NO ARCHIVED ROWS"
           ELSE
               IF FS-TX-ARCHIVE NOT = "00"
                   DISPLAY "ERROR OPENING TXARCH.DAT: " FS-TX-ARCHIVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "NO" TO WS-END-OF-FILE
               READ TX-ARCHIVE-FILE INTO WS-LEDGER-ROW
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = "YES"
                   PERFORM TEST-ONE-LEDGER-ROW
                   READ TX-ARCHIVE-FILE INTO WS-LEDGER-ROW
                       AT END MOVE "YES" TO WS-END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE TX-ARCHIVE-FILE
           END-IF.

       TEST-ONE-LEDGER-ROW.
           IF TX-STATUS OF WS-LEDGER-ROW = "SUP-TERMS"
               AND TX-OPERATOR-ID OF WS-LEDGER-ROW NOT = SPACES
               ADD 1 TO WS-TERMS-CHANGES
               MOVE TX-SUPPLIER-ID OF WS-LEDGER-ROW TO TS-SUPPLIER-ID
               MOVE TX-OPERATOR-ID OF WS-LEDGER-ROW TO TS-OPERATOR-ID
               MOVE TX-AUDIT-TIMESTAMP OF WS-LEDGER-ROW
                   TO TS-TIMESTAMP
               MOVE "T" TO TS-ROW-TYPE
               MOVE SPACES TO TS-INVOICE-NUMBER
               RELEASE TERMS-SORT-RECORD
           END-IF.

       SCAN-INVOICES-BY-OPERATOR.
           OPEN INPUT INVOICE-FILE
           IF FS-INVOICE = "00"
               MOVE "NO" TO WS-END-OF-FILE
               READ INVOICE-FILE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = "YES"
                   IF INV-ENTERED-BY OF INVOICE-RECORD-DATA
                       NOT = SPACES
                       AND INV-ENTERED-TIMESTAMP
                           OF INVOICE-RECORD-DATA > ZERO
                       MOVE INV-SUPPLIER-ID OF INVOICE-RECORD-DATA
                           TO TS-SUPPLIER-ID
                       MOVE INV-ENTERED-BY OF INVOICE-RECORD-DATA
                           TO TS-OPERATOR-ID
                       MOVE INV-ENTERED-TIMESTAMP
                           OF INVOICE-RECORD-DATA TO TS-TIMESTAMP
                       MOVE "V" TO TS-ROW-TYPE
                       MOVE INV-INVOICE-NUMBER OF INVOICE-RECORD-DATA
                           TO TS-INVOICE-NUMBER
                       RELEASE TERMS-SORT-RECORD
                   END-IF
                   READ INVOICE-FILE
                       AT END MOVE "YES" TO WS-END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

      *        WITHIN ONE SUPPLIER AND OPERATOR THE ROWS COME IN TIME
      *        ORDER, SO EACH INVOICE IS MEASURED AGAINST THE MOST
      *        RECENT TERMS CHANGE THAT SAME OPERATOR MADE BEFORE IT.
       MATCH-TERMS-TO-INVOICES.
           MOVE "NO" TO WS-SORT-END-OF-FILE
           RETURN TERMS-SORT-FILE
               AT END MOVE "YES" TO WS-SORT-END-OF-FILE
           END-RETURN
           PERFORM UNTIL WS-SORT-END-OF-FILE = "YES"
               IF WS-TERMS-GROUP-OPEN = "NO"
                   OR TS-SUPPLIER-ID NOT = WS-TERMS-SUPPLIER-ID
                   OR TS-OPERATOR-ID NOT = WS-TERMS-OPERATOR-ID
                   MOVE "YES" TO WS-TERMS-GROUP-OPEN
                   MOVE TS-SUPPLIER-ID TO WS-TERMS-SUPPLIER-ID
                   MOVE TS-OPERATOR-ID TO WS-TERMS-OPERATOR-ID
                   MOVE ZERO TO WS-TERMS-CHANGE-DATE
               END-IF
               IF TS-ROW-TYPE = "T"
                   MOVE TS-DATE TO WS-TERMS-CHANGE-DATE
               ELSE
                   IF WS-TERMS-CHANGE-DATE > ZERO
                       PERFORM TEST-INVOICE-AFTER-TERMS
                   END-IF
               END-IF
               RETURN TERMS-SORT-FILE
                   AT END MOVE "YES" TO WS-SORT-END-OF-FILE
               END-RETURN
           END-PERFORM.

       TEST-INVOICE-AFTER-TERMS.
           COMPUTE WS-TERMS-DAYS =
               FUNCTION INTEGER-OF-DATE(TS-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TERMS-CHANGE-DATE)
           IF WS-TERMS-DAYS NOT > WS-WINDOW-DAYS
               ADD 1 TO WS-TERMS-INVOICE-COUNT
               DISPLAY "  SUPPLIER " TS-SUPPLIER-ID
                   "  OPERATOR " TS-OPERATOR-ID
                   "  TERMS CHANGED " WS-TERMS-CHANGE-DATE
               DISPLAY "    INVOICE " TS-INVOICE-NUMBER
                   " ENTERED " TS-DATE
                   " - " WS-TERMS-DAYS " DAYS LATER"
           END-IF.

       END PROGRAM SEGREGATION-OF-DUTIES-REPORT.
