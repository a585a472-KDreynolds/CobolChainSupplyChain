       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHASE-PRICE-VARIANCE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS SYSIN.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-LIST-FILE ASSIGN TO "PRICELIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-PRICE-KEY
               FILE STATUS IS FS-PRICE-LIST.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PORD-PO-NUMBER
               FILE STATUS IS FS-PURCHASE-ORDER.

           SELECT PO-LINE-FILE ASSIGN TO "POLINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POLN-PO-LINE-KEY
               FILE STATUS IS FS-PO-LINE.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-INVOICE-NUMBER
               FILE STATUS IS FS-INVOICE.

           SELECT RECEIPT-FILE ASSIGN TO "RECEIPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-SHIPMENT-ID
               FILE STATUS IS FS-RECEIPT.

           SELECT VARIANCE-SORT-FILE ASSIGN TO "PPVSRT.DAT".

       DATA DIVISION.
       FILE SECTION.

       FD PRICE-LIST-FILE.
       01 PRICE-LIST-RECORD-DATA.
           COPY PRICE-LIST-RECORD.

       FD PURCHASE-ORDER-FILE.
       01 PURCHASE-ORDER-RECORD-DATA.
           COPY PURCHASE-ORDER-RECORD.

       FD PO-LINE-FILE.
       01 PO-LINE-RECORD-DATA.
           COPY PO-LINE-RECORD.

       FD INVOICE-FILE.
       01 INVOICE-RECORD-DATA.
           COPY INVOICE-RECORD.

       FD RECEIPT-FILE.
       01 RECEIPT-RECORD-DATA.
           COPY RECEIPT-RECORD.

      *        ONE ROW PER PRICED PO LINE ("P") OR INVOICE ("I") IN
      *        THE PERIOD, ALREADY CARRYING THE CONTRACT IN FORCE ON
      *        ITS DATE.  PO LINES SORT AHEAD OF INVOICES WITHIN AN
      *        ITEM SO THE ORDERED PRICE READS BEFORE THE BILLED ONE.
       SD VARIANCE-SORT-FILE.
       01 VARIANCE-SORT-RECORD.
           05 PV-SUPPLIER-ID       PIC X(10).
           05 PV-ITEM-ID           PIC X(10).
           05 PV-SOURCE            PIC X(1).
           05 PV-DOCUMENT-DATE     PIC 9(8).
           05 PV-DOCUMENT          PIC X(14).
           05 PV-QUANTITY          PIC 9(5).
           05 PV-UNIT-PRICE        PIC 9(7)V99.
           05 PV-CONTRACT-FOUND    PIC X(1).
           05 PV-CONTRACT-PRICE    PIC 9(5)V99.
           05 PV-TOLERANCE-PCT     PIC 9(2)V99.
           05 PV-APPROVED-BY       PIC X(8).

       WORKING-STORAGE SECTION.
       01 FS-PRICE-LIST            PIC XX.
       01 FS-PURCHASE-ORDER        PIC XX.
       01 FS-PO-LINE               PIC XX.
       01 FS-INVOICE               PIC XX.
       01 FS-RECEIPT               PIC XX.
       01 WS-END-OF-FILE           PIC X(3) VALUE "NO".
       01 WS-SORT-END-OF-FILE      PIC X(3) VALUE "NO".
       01 WS-PRICE-LIST-OPEN       PIC X(3) VALUE "NO".
       01 WS-PURCHASE-ORDER-OPEN   PIC X(3) VALUE "NO".
       01 WS-RECEIPT-OPEN          PIC X(3) VALUE "NO".
       01 WS-PRICE-LIST-EOF        PIC X(3) VALUE "NO".
       01 WS-ROW-UNUSABLE          PIC X(3) VALUE "NO".

      *        THE PERIOD IS A CALENDAR MONTH - YYYYMM FROM SYSIN, OR
      *        ZERO FOR THE MONTH BEFORE THE RUN DATE, WHICH IS WHAT
      *        THE MONTH-END SCHEDULE RUNS.
       01 WS-PERIOD-ENTRY          PIC 9(6) VALUE ZERO.
       01 WS-PERIOD                PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YYYY       PIC 9(4).
           05 WS-PERIOD-MM         PIC 9(2).
       01 WS-PERIOD-FROM-DATE      PIC 9(8).
       01 WS-PERIOD-THRU-DATE      PIC 9(8).
       01 WS-RUN-DATE              PIC 9(8).

      *        CONTRACTS ENDING BETWEEN TODAY AND TODAY PLUS THE
      *        WINDOW ARE LISTED FOR RENEGOTIATION.
       01 WS-WINDOW-DAYS           PIC 9(3) VALUE 60.
       01 WS-WINDOW-ENTRY          PIC 9(3) VALUE ZERO.
       01 WS-WINDOW-END-DATE       PIC 9(8).
       01 WS-RUN-INT               PIC 9(9).
       01 WS-EXPIRY-INT            PIC 9(9).
       01 WS-OPEN-ENDED-DATE       PIC 9(8) VALUE 99991231.

       01 WS-PO-LINE-RECORD.
           COPY PO-LINE-RECORD.
       01 WS-INVOICE-RECORD.
           COPY INVOICE-RECORD.
       01 WS-PRICE-LIST-RECORD.
           COPY PRICE-LIST-RECORD.

       01 WS-PRICE-SUPPLIER-ID     PIC X(10).
       01 WS-PRICE-ITEM-ID         PIC X(10).
       01 WS-PRICE-AS-OF-DATE      PIC 9(8).
       01 WS-CONTRACT-FOUND        PIC X(3) VALUE "NO".
           88 CONTRACT-PRICE-IS-FOUND  VALUE "YES".
       01 WS-CONTRACT-PRICE        PIC 9(5)V99.
       01 WS-CONTRACT-TOLERANCE    PIC 9(2)V99.

       01 WS-PRIOR-SUPPLIER-ID     PIC X(10) VALUE SPACES.
       01 WS-PRIOR-ITEM-ID         PIC X(10) VALUE SPACES.
       01 WS-SUPPLIER-OPEN         PIC X(3) VALUE "NO".
       01 WS-ITEM-OPEN             PIC X(3) VALUE "NO".

       01 WS-UNIT-VARIANCE         PIC S9(7)V99.
       01 WS-EXTENDED-VARIANCE     PIC S9(11)V99.
       01 WS-PRICE-DIFFERENCE      PIC 9(7)V99.
       01 WS-VARIANCE-PCT          PIC 9(9)V99.
       01 WS-OUT-OF-TOLERANCE      PIC X(3) VALUE "NO".
           88 ROW-IS-OUT-OF-TOLERANCE  VALUE "YES".

       01 WS-ITEM-PO-QTY           PIC 9(7) VALUE ZERO.
       01 WS-ITEM-PO-VARIANCE      PIC S9(11)V99 VALUE ZERO.
       01 WS-ITEM-INV-QTY          PIC 9(7) VALUE ZERO.
       01 WS-ITEM-INV-VARIANCE     PIC S9(11)V99 VALUE ZERO.
       01 WS-SUPPLIER-PO-VARIANCE  PIC S9(11)V99 VALUE ZERO.
       01 WS-SUPPLIER-INV-VARIANCE PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-PO-VARIANCE     PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-INV-VARIANCE    PIC S9(11)V99 VALUE ZERO.

       01 WS-PO-LINES-SELECTED     PIC 9(7) VALUE ZERO.
       01 WS-INVOICES-SELECTED     PIC 9(7) VALUE ZERO.
       01 WS-UNPRICED-LINES        PIC 9(7) VALUE ZERO.
       01 WS-NO-HEADER-LINES       PIC 9(7) VALUE ZERO.
       01 WS-NO-RECEIPT-INVOICES   PIC 9(7) VALUE ZERO.
       01 WS-NO-CONTRACT-ROWS      PIC 9(7) VALUE ZERO.
       01 WS-OUT-OF-TOL-ROWS       PIC 9(7) VALUE ZERO.
       01 WS-OVERRIDE-ROWS         PIC 9(7) VALUE ZERO.
       01 WS-SUPPLIERS-REPORTED    PIC 9(5) VALUE ZERO.

      *        THE EXPIRING CONTRACT IS HELD UNTIL THE NEXT PRICE LIST
      *        ROW IS READ - THE FILE IS IN SUPPLIER/ITEM/FROM-DATE
      *        ORDER, SO A FOLLOWING ROW FOR THE SAME SUPPLIER AND
      *        ITEM IS ITS SUCCESSOR.
       01 WS-EXPIRING-PENDING      PIC X(3) VALUE "NO".
       01 WS-EXPIRING-SUPPLIER-ID  PIC X(10).
       01 WS-EXPIRING-ITEM-ID      PIC X(10).
       01 WS-EXPIRING-FROM         PIC 9(8).
       01 WS-EXPIRING-TO           PIC 9(8).
       01 WS-EXPIRING-PRICE        PIC 9(5)V99.
       01 WS-EXPIRING-DAYS         PIC 9(5).
       01 WS-SUCCESSOR-FROM        PIC 9(8).
       01 WS-CONTRACTS-READ        PIC 9(7) VALUE ZERO.
       01 WS-EXPIRING-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-NOT-RENEWED-COUNT     PIC 9(5) VALUE ZERO.

      *        VARIANCES ARE SIGNED - BELOW CONTRACT IS A SAVING.
       01 WS-PRICE-EDITED          PIC Z(6)9.99.
       01 WS-CONTRACT-EDITED       PIC Z(4)9.99.
       01 WS-UNIT-VAR-EDITED       PIC -(7)9.99.
       01 WS-VALUE-EDITED          PIC -(10)9.99.
       01 WS-PCT-EDITED            PIC Z(8)9.99.
       01 WS-FLAG-TEXT             PIC X(14).
       01 WS-SOURCE-TEXT           PIC X(3).

      *        MONTHLY PURCHASE PRICE VARIANCE.  EVERY PO LINE PRICED
      *        IN THE PERIOD IS SET AGAINST THE SUPPLIER'S CONTRACT
      *        PRICE FOR THE ITEM ON THE DAY IT WAS PRICED, AND EVERY
      *        INVOICE DATED IN THE PERIOD AGAINST THE CONTRACT ON
      *        ITS INVOICE DATE - THE BILLED UNIT PRICE IS THE INVOICE
      *        AMOUNT OVER THE QUANTITY RECEIVED ON ITS SHIPMENT.
      *        UNIT AND EXTENDED VARIANCE ARE LISTED BY SUPPLIER AND
      *        ITEM, WITH ANY PRICE OUTSIDE THE CONTRACT TOLERANCE
      *        FLAGGED AND THE SUPERVISOR WHO LET IT THROUGH.  A
      *        SECOND SECTION LISTS CONTRACTS RUNNING OUT WITHIN THE
      *        WINDOW SO BUYERS CAN RENEGOTIATE BEFORE THEY LAPSE.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY "PURCHASE PRICE VARIANCE"
           DISPLAY "ENTER PERIOD (YYYYMM, 0 = PREVIOUS MONTH): "
           ACCEPT WS-PERIOD-ENTRY FROM CONSOLE
           DISPLAY "ENTER CONTRACT EXPIRY WINDOW IN DAYS "
               "(0 = DEFAULT 60): "
           ACCEPT WS-WINDOW-ENTRY FROM CONSOLE
           PERFORM SET-VARIANCE-PERIOD
           DISPLAY "PERIOD: " WS-PERIOD
               "  (" WS-PERIOD-FROM-DATE " THRU "
               WS-PERIOD-THRU-DATE ")"
           PERFORM OPEN-VARIANCE-FILES
           SORT VARIANCE-SORT-FILE
               ON ASCENDING KEY PV-SUPPLIER-ID
               ON ASCENDING KEY PV-ITEM-ID
               ON DESCENDING KEY PV-SOURCE
               ON ASCENDING KEY PV-DOCUMENT-DATE
               ON ASCENDING KEY PV-DOCUMENT
               INPUT PROCEDURE IS SELECT-PRICED-ROWS
               OUTPUT PROCEDURE IS PRODUCE-VARIANCE-REPORT
           PERFORM LIST-EXPIRING-CONTRACTS
           IF WS-PRICE-LIST-OPEN = "YES"
               CLOSE PRICE-LIST-FILE
           END-IF
           IF WS-PURCHASE-ORDER-OPEN = "YES"
               CLOSE PURCHASE-ORDER-FILE
           END-IF
           IF WS-RECEIPT-OPEN = "YES"
               CLOSE RECEIPT-FILE
           END-IF
           DISPLAY " "
           DISPLAY "PO LINES SELECTED            : "
               WS-PO-LINES-SELECTED
           DISPLAY "INVOICES SELECTED            : "
               WS-INVOICES-SELECTED
           DISPLAY "LINES PRICED BEFORE THE LIST : "
               WS-UNPRICED-LINES
           DISPLAY "LINES WITHOUT A PO HEADER    : " WS-NO-HEADER-LINES
           DISPLAY "INVOICES WITHOUT RECEIPT QTY : "
               WS-NO-RECEIPT-INVOICES
           DISPLAY "SUPPLIERS REPORTED           : "
               WS-SUPPLIERS-REPORTED
           DISPLAY "ROWS WITH NO CONTRACT        : "
               WS-NO-CONTRACT-ROWS
           DISPLAY "ROWS OUTSIDE TOLERANCE       : " WS-OUT-OF-TOL-ROWS
           DISPLAY "  OF WHICH SUPERVISOR OVERRIDE: " WS-OVERRIDE-ROWS
           MOVE WS-GRAND-PO-VARIANCE TO WS-VALUE-EDITED
           DISPLAY "PO LINE PRICE VARIANCE       : " WS-VALUE-EDITED
           MOVE WS-GRAND-INV-VARIANCE TO WS-VALUE-EDITED
           DISPLAY "INVOICE PRICE VARIANCE       : " WS-VALUE-EDITED
           DISPLAY "CONTRACTS ON PRICE LIST      : " WS-CONTRACTS-READ
           DISPLAY "CONTRACTS EXPIRING IN WINDOW : " WS-EXPIRING-COUNT
           DISPLAY "  OF WHICH NOT YET RENEWED   : "
               WS-NOT-RENEWED-COUNT
           IF WS-OUT-OF-TOL-ROWS > WS-OVERRIDE-ROWS
               OR WS-NOT-RENEWED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       SET-VARIANCE-PERIOD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF WS-PERIOD-ENTRY = ZERO
               MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
               IF WS-PERIOD-MM = 1
                   SUBTRACT 1 FROM WS-PERIOD-YYYY
                   MOVE 12 TO WS-PERIOD-MM
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MM
               END-IF
           ELSE
               MOVE WS-PERIOD-ENTRY TO WS-PERIOD
           END-IF
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY "INVALID PERIOD: " WS-PERIOD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PERIOD-FROM-DATE = WS-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-THRU-DATE = WS-PERIOD * 100 + 31
           IF WS-WINDOW-ENTRY > 0
               MOVE WS-WINDOW-ENTRY TO WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-WINDOW-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INT + WS-WINDOW-DAYS).

      *        NO PRICE LIST YET IS NOT FATAL - EVERY ROW IS LISTED AS
      *        HAVING NO CONTRACT.  NO PO HEADERS OR RECEIPTS MEANS NO
      *        PO LINE CAN BE GIVEN A SUPPLIER AND NO INVOICE A UNIT
      *        PRICE, AND THOSE ROWS ARE ONLY COUNTED.
       OPEN-VARIANCE-FILES.
           OPEN INPUT PRICE-LIST-FILE
           IF FS-PRICE-LIST = "35"
               DISPLAY "PRICELIST.DAT NOT FOUND - NO CONTRACTS ON FILE"
           ELSE
               IF FS-PRICE-LIST NOT = "00"
                   DISPLAY "ERROR OPENING PRICELIST.DAT: "
                       FS-PRICE-LIST
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "YES" TO WS-PRICE-LIST-OPEN
           END-IF
           OPEN INPUT PURCHASE-ORDER-FILE
           IF FS-PURCHASE-ORDER = "35"
               DISPLAY "POFILE.DAT NOT FOUND - NO PO HEADERS"
           ELSE
               IF FS-PURCHASE-ORDER NOT = "00"
                   DISPLAY "ERROR OPENING POFILE.DAT: "
                       FS-PURCHASE-ORDER
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "YES" TO WS-PURCHASE-ORDER-OPEN
           END-IF
           OPEN INPUT RECEIPT-FILE
           IF FS-RECEIPT = "35"
               DISPLAY "RECEIPT.DAT NOT FOUND - NO RECEIPTS"
           ELSE
               IF FS-RECEIPT NOT = "00"
                   DISPLAY "ERROR OPENING RECEIPT.DAT: " FS-RECEIPT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "YES" TO WS-RECEIPT-OPEN
           END-IF.

       SELECT-PRICED-ROWS.
           PERFORM SCAN-PO-LINES
           PERFORM SCAN-INVOICES.

      *        A LINE IS PRICED WHEN IT IS KEYED OR ITS DRAFT IS
      *        RELEASED.  DRAFTS STILL WAITING FOR RELEASE AND
      *        CANCELLED DRAFTS WERE NEVER ORDERED AND ARE LEFT OUT;
      *        LINES FROM BEFORE THE PRICE LIST CARRY NO PRICED DATE.
       SCAN-PO-LINES.
           OPEN INPUT PO-LINE-FILE
           IF FS-PO-LINE = "35"
               DISPLAY "POLINE.DAT NOT FOUND - NO PO LINES"
           ELSE
               IF FS-PO-LINE NOT = "00"
                   DISPLAY "ERROR OPENING POLINE.DAT: " FS-PO-LINE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "NO" TO WS-END-OF-FILE
               READ PO-LINE-FILE INTO WS-PO-LINE-RECORD
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = "YES"
                   EVALUATE TRUE
                       WHEN POLN-STATUS OF WS-PO-LINE-RECORD = "DRAFT"
                       WHEN POLN-STATUS OF WS-PO-LINE-RECORD = "CANCEL"
                           CONTINUE
                       WHEN POLN-PRICED-DATE OF WS-PO-LINE-RECORD
                           = ZERO
                           ADD 1 TO WS-UNPRICED-LINES
                       WHEN POLN-PRICED-DATE OF WS-PO-LINE-RECORD
                           NOT < WS-PERIOD-FROM-DATE
                           AND POLN-PRICED-DATE OF WS-PO-LINE-RECORD
                           NOT > WS-PERIOD-THRU-DATE
                           PERFORM RELEASE-PO-LINE-ROW
                   END-EVALUATE
                   READ PO-LINE-FILE INTO WS-PO-LINE-RECORD
                       AT END MOVE "YES" TO WS-END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE PO-LINE-FILE
           END-IF.

      *        THE SUPPLIER IS ON THE PO HEADER, NOT THE LINE.
       RELEASE-PO-LINE-ROW.
           MOVE "NO" TO WS-ROW-UNUSABLE
           IF WS-PURCHASE-ORDER-OPEN = "YES"
               MOVE POLN-PO-NUMBER OF WS-PO-LINE-RECORD
                   TO PORD-PO-NUMBER OF PURCHASE-ORDER-RECORD-DATA
               READ PURCHASE-ORDER-FILE
                   INVALID KEY
                       MOVE "YES" TO WS-ROW-UNUSABLE
               END-READ
           ELSE
               MOVE "YES" TO WS-ROW-UNUSABLE
           END-IF
           IF WS-ROW-UNUSABLE = "YES"
               DISPLAY "PO LINE " POLN-PO-NUMBER OF WS-PO-LINE-RECORD
                   "/" POLN-LINE-NUMBER OF WS-PO-LINE-RECORD
                   " HAS NO PO HEADER - NOT REPORTED"
               ADD 1 TO WS-NO-HEADER-LINES
           ELSE
               ADD 1 TO WS-PO-LINES-SELECTED
               MOVE PORD-SUPPLIER-ID OF PURCHASE-ORDER-RECORD-DATA
                   TO PV-SUPPLIER-ID
               MOVE POLN-ITEM-ID OF WS-PO-LINE-RECORD TO PV-ITEM-ID
               MOVE "P" TO PV-SOURCE
               MOVE POLN-PRICED-DATE OF WS-PO-LINE-RECORD
                   TO PV-DOCUMENT-DATE
               MOVE SPACES TO PV-DOCUMENT
               STRING POLN-PO-NUMBER OF WS-PO-LINE-RECORD
                   "/" POLN-LINE-NUMBER OF WS-PO-LINE-RECORD
                   DELIMITED BY SIZE
                   INTO PV-DOCUMENT
               MOVE POLN-ORDERED-QTY OF WS-PO-LINE-RECORD
                   TO PV-QUANTITY
               MOVE POLN-UNIT-PRICE OF WS-PO-LINE-RECORD
                   TO PV-UNIT-PRICE
               MOVE POLN-PRICE-APPROVED-BY OF WS-PO-LINE-RECORD
                   TO PV-APPROVED-BY
               PERFORM RELEASE-VARIANCE-ROW
           END-IF.

       SCAN-INVOICES.
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
               READ INVOICE-FILE INTO WS-INVOICE-RECORD
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = "YES"
                   IF INV-INVOICE-DATE OF WS-INVOICE-RECORD
                       NOT < WS-PERIOD-FROM-DATE
                       AND INV-INVOICE-DATE OF WS-INVOICE-RECORD
                       NOT > WS-PERIOD-THRU-DATE
                       PERFORM RELEASE-INVOICE-ROW
                   END-IF
                   READ INVOICE-FILE INTO WS-INVOICE-RECORD
                       AT END MOVE "YES" TO WS-END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

      *        AN INVOICE BILLS ONE SHIPMENT OF ONE ITEM, SO ITS UNIT
      *        PRICE IS THE AMOUNT OVER THE QUANTITY RECEIVED - THE
      *        SAME QUANTITY THE THREE-WAY MATCH PAID AGAINST.
       RELEASE-INVOICE-ROW.
           MOVE "NO" TO WS-ROW-UNUSABLE
           IF WS-RECEIPT-OPEN = "YES"
               MOVE INV-SHIPMENT-ID OF WS-INVOICE-RECORD
                   TO RCT-SHIPMENT-ID OF RECEIPT-RECORD-DATA
               READ RECEIPT-FILE
                   INVALID KEY
                       MOVE "YES" TO WS-ROW-UNUSABLE
                   NOT INVALID KEY
                       IF RCT-RECEIVED-QTY OF RECEIPT-RECORD-DATA
                           = ZERO
                           MOVE "YES" TO WS-ROW-UNUSABLE
                       END-IF
               END-READ
           ELSE
               MOVE "YES" TO WS-ROW-UNUSABLE
           END-IF
           IF WS-ROW-UNUSABLE = "YES"
               DISPLAY "INVOICE "
                   INV-INVOICE-NUMBER OF WS-INVOICE-RECORD
                   " SHIPMENT " INV-SHIPMENT-ID OF WS-INVOICE-RECORD
                   " HAS NO RECEIVED QUANTITY - NOT REPORTED"
               ADD 1 TO WS-NO-RECEIPT-INVOICES
           ELSE
               ADD 1 TO WS-INVOICES-SELECTED
               MOVE INV-SUPPLIER-ID OF WS-INVOICE-RECORD
                   TO PV-SUPPLIER-ID
               MOVE RCT-ITEM-ID OF RECEIPT-RECORD-DATA TO PV-ITEM-ID
               MOVE "I" TO PV-SOURCE
               MOVE INV-INVOICE-DATE OF WS-INVOICE-RECORD
                   TO PV-DOCUMENT-DATE
               MOVE INV-INVOICE-NUMBER OF WS-INVOICE-RECORD
                   TO PV-DOCUMENT
               MOVE RCT-RECEIVED-QTY OF RECEIPT-RECORD-DATA
                   TO PV-QUANTITY
               COMPUTE PV-UNIT-PRICE ROUNDED =
                   INV-AMOUNT OF WS-INVOICE-RECORD
                   / RCT-RECEIVED-QTY OF RECEIPT-RECORD-DATA
               MOVE SPACES TO PV-APPROVED-BY
               PERFORM RELEASE-VARIANCE-ROW
           END-IF.

       RELEASE-VARIANCE-ROW.
           MOVE PV-SUPPLIER-ID TO WS-PRICE-SUPPLIER-ID
           MOVE PV-ITEM-ID TO WS-PRICE-ITEM-ID
           MOVE PV-DOCUMENT-DATE TO WS-PRICE-AS-OF-DATE
           PERFORM FIND-CONTRACT-PRICE
           IF CONTRACT-PRICE-IS-FOUND
               MOVE "Y" TO PV-CONTRACT-FOUND
               MOVE WS-CONTRACT-PRICE TO PV-CONTRACT-PRICE
               MOVE WS-CONTRACT-TOLERANCE TO PV-TOLERANCE-PCT
           ELSE
               MOVE "N" TO PV-CONTRACT-FOUND
               MOVE ZERO TO PV-CONTRACT-PRICE
               MOVE ZERO TO PV-TOLERANCE-PCT
           END-IF
           RELEASE VARIANCE-SORT-RECORD.

      *        THE CONTRACT FOR WS-PRICE-SUPPLIER-ID AND
      *        WS-PRICE-ITEM-ID IN FORCE ON WS-PRICE-AS-OF-DATE.
      *        CONTRACTS FOR A SUPPLIER AND ITEM NEVER OVERLAP, SO THE
      *        FIRST ONE COVERING THE DATE IS THE ONLY ONE.
       FIND-CONTRACT-PRICE.
           MOVE "NO" TO WS-CONTRACT-FOUND
           IF WS-PRICE-LIST-OPEN = "YES"
               MOVE "NO" TO WS-PRICE-LIST-EOF
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
                               MOVE "YES" TO WS-PRICE-LIST-EOF
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.

      *        ONE LINE PER PO LINE AND INVOICE WITHIN ITEM WITHIN
      *        SUPPLIER, WITH THE ITEM'S ORDERED AND INVOICED VARIANCE
      *        AT EACH ITEM BREAK AND THE SUPPLIER'S AT EACH SUPPLIER
      *        BREAK.
       PRODUCE-VARIANCE-REPORT.
           DISPLAY " "
           DISPLAY "PRICES AGAINST CONTRACT"
           RETURN VARIANCE-SORT-FILE
               AT END MOVE "YES" TO WS-SORT-END-OF-FILE
           END-RETURN
           PERFORM UNTIL WS-SORT-END-OF-FILE = "YES"
               IF PV-SUPPLIER-ID NOT = WS-PRIOR-SUPPLIER-ID
                   OR WS-SUPPLIER-OPEN = "NO"
                   PERFORM SUPPLIER-BREAK
               END-IF
               IF PV-ITEM-ID NOT = WS-PRIOR-ITEM-ID
                   OR WS-ITEM-OPEN = "NO"
                   PERFORM ITEM-BREAK
               END-IF
               PERFORM SHOW-VARIANCE-ROW
               RETURN VARIANCE-SORT-FILE
                   AT END MOVE "YES" TO WS-SORT-END-OF-FILE
               END-RETURN
           END-PERFORM
           PERFORM ITEM-TOTAL-LINE
           PERFORM SUPPLIER-TOTAL-LINE.

       SUPPLIER-BREAK.
           PERFORM ITEM-TOTAL-LINE
           PERFORM SUPPLIER-TOTAL-LINE
           MOVE PV-SUPPLIER-ID TO WS-PRIOR-SUPPLIER-ID
           MOVE "YES" TO WS-SUPPLIER-OPEN
           MOVE SPACES TO WS-PRIOR-ITEM-ID
           MOVE "NO" TO WS-ITEM-OPEN
           MOVE ZERO TO WS-SUPPLIER-PO-VARIANCE
           MOVE ZERO TO WS-SUPPLIER-INV-VARIANCE
           ADD 1 TO WS-SUPPLIERS-REPORTED
           DISPLAY " "
           DISPLAY "SUPPLIER: " PV-SUPPLIER-ID.

       ITEM-BREAK.
           PERFORM ITEM-TOTAL-LINE
           MOVE PV-ITEM-ID TO WS-PRIOR-ITEM-ID
           MOVE "YES" TO WS-ITEM-OPEN
           MOVE ZERO TO WS-ITEM-PO-QTY
           MOVE ZERO TO WS-ITEM-PO-VARIANCE
           MOVE ZERO TO WS-ITEM-INV-QTY
           MOVE ZERO TO WS-ITEM-INV-VARIANCE
           DISPLAY "  ITEM: " PV-ITEM-ID.

      *        A ROW WITH NO CONTRACT ON ITS DATE IS LISTED BUT CARRIES
      *        NO VARIANCE.  THE TOLERANCE TEST IS THE SAME ONE PO LINE
      *        ENTRY APPLIES, SO A FLAGGED PO LINE EITHER CARRIES ITS
      *        SUPERVISOR OVERRIDE OR WAS PRICED BEFORE A BACK-DATED
      *        CONTRACT WAS KEYED.
       SHOW-VARIANCE-ROW.
           IF PV-SOURCE = "P"
               MOVE "PO " TO WS-SOURCE-TEXT
           ELSE
               MOVE "INV" TO WS-SOURCE-TEXT
           END-IF
           MOVE PV-UNIT-PRICE TO WS-PRICE-EDITED
           IF PV-CONTRACT-FOUND = "N"
               ADD 1 TO WS-NO-CONTRACT-ROWS
               DISPLAY "    " WS-SOURCE-TEXT " " PV-DOCUMENT
                   " " PV-DOCUMENT-DATE
                   " QTY " PV-QUANTITY
                   " PRICE " WS-PRICE-EDITED
                   "  NO CONTRACT ON THIS DATE"
           ELSE
               PERFORM COMPUTE-ROW-VARIANCE
               MOVE PV-CONTRACT-PRICE TO WS-CONTRACT-EDITED
               MOVE WS-UNIT-VARIANCE TO WS-UNIT-VAR-EDITED
               DISPLAY "    " WS-SOURCE-TEXT " " PV-DOCUMENT
                   " " PV-DOCUMENT-DATE
                   " QTY " PV-QUANTITY
                   " PRICE " WS-PRICE-EDITED
                   " CONTRACT " WS-CONTRACT-EDITED
                   " UNIT VAR " WS-UNIT-VAR-EDITED
               MOVE WS-EXTENDED-VARIANCE TO WS-VALUE-EDITED
               MOVE WS-VARIANCE-PCT TO WS-PCT-EDITED
               MOVE SPACES TO WS-FLAG-TEXT
               IF ROW-IS-OUT-OF-TOLERANCE
                   MOVE "*OUT OF TOL*" TO WS-FLAG-TEXT
               END-IF
               IF PV-APPROVED-BY = SPACES
                   DISPLAY "        EXTENDED VAR " WS-VALUE-EDITED
                       "  " WS-PCT-EDITED "%  " WS-FLAG-TEXT
               ELSE
                   DISPLAY "        EXTENDED VAR " WS-VALUE-EDITED
                       "  " WS-PCT-EDITED "%  " WS-FLAG-TEXT
                       " OVERRIDE BY " PV-APPROVED-BY
               END-IF
               IF PV-SOURCE = "P"
                   ADD PV-QUANTITY TO WS-ITEM-PO-QTY
                   ADD WS-EXTENDED-VARIANCE TO WS-ITEM-PO-VARIANCE
               ELSE
                   ADD PV-QUANTITY TO WS-ITEM-INV-QTY
                   ADD WS-EXTENDED-VARIANCE TO WS-ITEM-INV-VARIANCE
               END-IF
           END-IF.

       COMPUTE-ROW-VARIANCE.
           COMPUTE WS-UNIT-VARIANCE =
               PV-UNIT-PRICE - PV-CONTRACT-PRICE
           COMPUTE WS-EXTENDED-VARIANCE =
               WS-UNIT-VARIANCE * PV-QUANTITY
           IF PV-UNIT-PRICE > PV-CONTRACT-PRICE
               COMPUTE WS-PRICE-DIFFERENCE =
                   PV-UNIT-PRICE - PV-CONTRACT-PRICE
           ELSE
               COMPUTE WS-PRICE-DIFFERENCE =
                   PV-CONTRACT-PRICE - PV-UNIT-PRICE
           END-IF
           COMPUTE WS-VARIANCE-PCT ROUNDED =
               WS-PRICE-DIFFERENCE * 100 / PV-CONTRACT-PRICE
           MOVE "NO" TO WS-OUT-OF-TOLERANCE
           IF WS-VARIANCE-PCT > PV-TOLERANCE-PCT
               MOVE "YES" TO WS-OUT-OF-TOLERANCE
               ADD 1 TO WS-OUT-OF-TOL-ROWS
               IF PV-APPROVED-BY NOT = SPACES
                   ADD 1 TO WS-OVERRIDE-ROWS
               END-IF
           END-IF.

       ITEM-TOTAL-LINE.
           IF WS-ITEM-OPEN = "YES"
               MOVE WS-ITEM-PO-VARIANCE TO WS-VALUE-EDITED
               DISPLAY "    ITEM " WS-PRIOR-ITEM-ID
                   "  ORDERED QTY " WS-ITEM-PO-QTY
                   "  ORDERED VARIANCE " WS-VALUE-EDITED
               MOVE WS-ITEM-INV-VARIANCE TO WS-VALUE-EDITED
               DISPLAY "    ITEM " WS-PRIOR-ITEM-ID
                   "  INVOICED QTY " WS-ITEM-INV-QTY
                   " INVOICED VARIANCE " WS-VALUE-EDITED
               ADD WS-ITEM-PO-VARIANCE TO WS-SUPPLIER-PO-VARIANCE
               ADD WS-ITEM-INV-VARIANCE TO WS-SUPPLIER-INV-VARIANCE
               ADD WS-ITEM-PO-VARIANCE TO WS-GRAND-PO-VARIANCE
               ADD WS-ITEM-INV-VARIANCE TO WS-GRAND-INV-VARIANCE
               MOVE "NO" TO WS-ITEM-OPEN
           END-IF.

       SUPPLIER-TOTAL-LINE.
           IF WS-SUPPLIER-OPEN = "YES"
               MOVE WS-SUPPLIER-PO-VARIANCE TO WS-VALUE-EDITED
               DISPLAY "  SUPPLIER " WS-PRIOR-SUPPLIER-ID
                   "  ORDERED VARIANCE  " WS-VALUE-EDITED
               MOVE WS-SUPPLIER-INV-VARIANCE TO WS-VALUE-EDITED
               DISPLAY "  SUPPLIER " WS-PRIOR-SUPPLIER-ID
                   "  INVOICED VARIANCE " WS-VALUE-EDITED
               MOVE "NO" TO WS-SUPPLIER-OPEN
           END-IF.

      *        EVERY CONTRACT ENDING FROM TODAY THROUGH THE END OF THE
      *        WINDOW, WITH ITS SUCCESSOR WHERE ONE IS ALREADY ON FILE.
      *        ONE WITHOUT A SUCCESSOR LEAVES THE ITEM UNPRICED WHEN IT
      *        LAPSES - PO LINE ENTRY WILL THEN TAKE ANY PRICE KEYED.
       LIST-EXPIRING-CONTRACTS.
           DISPLAY " "
           DISPLAY "CONTRACTS EXPIRING BY " WS-WINDOW-END-DATE
               " (" WS-WINDOW-DAYS " DAYS)"
           IF WS-PRICE-LIST-OPEN = "YES"
               MOVE "NO" TO WS-PRICE-LIST-EOF
               MOVE LOW-VALUES
                   TO PRC-PRICE-KEY OF PRICE-LIST-RECORD-DATA
               START PRICE-LIST-FILE KEY IS NOT LESS THAN
                   PRC-PRICE-KEY OF PRICE-LIST-RECORD-DATA
                   INVALID KEY
                       MOVE "YES" TO WS-PRICE-LIST-EOF
               END-START
               PERFORM UNTIL WS-PRICE-LIST-EOF = "YES"
                   READ PRICE-LIST-FILE NEXT RECORD
                       INTO WS-PRICE-LIST-RECORD
                       AT END MOVE "YES" TO WS-PRICE-LIST-EOF
                   END-READ
                   IF WS-PRICE-LIST-EOF = "NO"
                       ADD 1 TO WS-CONTRACTS-READ
                       PERFORM TEST-EXPIRING-CONTRACT
                   END-IF
               END-PERFORM
               MOVE ZERO TO WS-SUCCESSOR-FROM
               PERFORM SHOW-EXPIRING-CONTRACT
           END-IF.

       TEST-EXPIRING-CONTRACT.
           IF WS-EXPIRING-PENDING = "YES"
               IF PRC-SUPPLIER-ID OF WS-PRICE-LIST-RECORD
                   = WS-EXPIRING-SUPPLIER-ID
                   AND PRC-ITEM-ID OF WS-PRICE-LIST-RECORD
                   = WS-EXPIRING-ITEM-ID
                   MOVE PRC-EFFECTIVE-FROM OF WS-PRICE-LIST-RECORD
                       TO WS-SUCCESSOR-FROM
               ELSE
                   MOVE ZERO TO WS-SUCCESSOR-FROM
               END-IF
               PERFORM SHOW-EXPIRING-CONTRACT
           END-IF
           IF PRC-EFFECTIVE-TO OF WS-PRICE-LIST-RECORD
               NOT < WS-RUN-DATE
               AND PRC-EFFECTIVE-TO OF WS-PRICE-LIST-RECORD
               NOT > WS-WINDOW-END-DATE
               AND PRC-EFFECTIVE-TO OF WS-PRICE-LIST-RECORD
               NOT = WS-OPEN-ENDED-DATE
               MOVE "YES" TO WS-EXPIRING-PENDING
               MOVE PRC-SUPPLIER-ID OF WS-PRICE-LIST-RECORD
                   TO WS-EXPIRING-SUPPLIER-ID
               MOVE PRC-ITEM-ID OF WS-PRICE-LIST-RECORD
                   TO WS-EXPIRING-ITEM-ID
               MOVE PRC-EFFECTIVE-FROM OF WS-PRICE-LIST-RECORD
                   TO WS-EXPIRING-FROM
               MOVE PRC-EFFECTIVE-TO OF WS-PRICE-LIST-RECORD
                   TO WS-EXPIRING-TO
               MOVE PRC-UNIT-PRICE OF WS-PRICE-LIST-RECORD
                   TO WS-EXPIRING-PRICE
           END-IF.

       SHOW-EXPIRING-CONTRACT.
           IF WS-EXPIRING-PENDING = "YES"
               ADD 1 TO WS-EXPIRING-COUNT
               COMPUTE WS-EXPIRY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EXPIRING-TO)
               COMPUTE WS-EXPIRING-DAYS = WS-EXPIRY-INT - WS-RUN-INT
               MOVE WS-EXPIRING-PRICE TO WS-CONTRACT-EDITED
               DISPLAY "  SUPPLIER " WS-EXPIRING-SUPPLIER-ID
                   " ITEM " WS-EXPIRING-ITEM-ID
                   " PRICE " WS-CONTRACT-EDITED
                   " FROM " WS-EXPIRING-FROM
                   " TO " WS-EXPIRING-TO
                   " (" WS-EXPIRING-DAYS " DAYS)"
               IF WS-SUCCESSOR-FROM = ZERO
                   DISPLAY "      *** NO FOLLOWING CONTRACT - "
                       "RENEGOTIATE ***"
                   ADD 1 TO WS-NOT-RENEWED-COUNT
               ELSE
                   DISPLAY "      FOLLOWED BY CONTRACT FROM "
                       WS-SUCCESSOR-FROM
               END-IF
               MOVE "NO" TO WS-EXPIRING-PENDING
           END-IF.

       END PROGRAM PURCHASE-PRICE-VARIANCE.
