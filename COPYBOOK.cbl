           05 TX-AUDIT-TIMESTAMP   PIC 9(14).
           05 TX-OPERATOR-ID       PIC X(8).
           05 TX-EXTRACT-STATUS    PIC X(1).
           05 TX-LOT-NUMBER        PIC X(12).
           05 TX-COST-CENTER       PIC X(6).
           05 TX-WORK-ORDER        PIC X(8).
           05 FILLER               PIC X(9).

       01 PURCHASE-ORDER-RECORD.
           05 PORD-PO-NUMBER       PIC X(10).
           05 PORD-DUE-DATE        PIC 9(8).
           05 PORD-STATUS          PIC X(6).
           05 PORD-AUDIT-TIMESTAMP PIC 9(14).
           05 PORD-CREATED-BY      PIC X(8).
           05 PORD-CLOSED-BY       PIC X(8).

       01 PO-LINE-RECORD.
           05 POLN-PO-LINE-KEY.
           05 POLN-UNIT-PRICE      PIC 9(5)V99.
           05 POLN-STATUS          PIC X(6).
           05 POLN-AUDIT-TIMESTAMP PIC 9(14).
           05 POLN-PRICED-DATE     PIC 9(8).
           05 POLN-PRICE-APPROVED-BY PIC X(8).

       01 RECEIPT-RECORD.
           05 RCT-SHIPMENT-ID      PIC X(15).
           05 RCT-BACKORDER-QTY    PIC 9(5).
           05 RCT-LAST-RECEIPT-DATE PIC 9(8).
           05 RCT-AUDIT-TIMESTAMP  PIC 9(14).
           05 RCT-FIRST-RECEIVED-BY PIC X(8).
           05 RCT-LAST-RECEIVED-BY PIC X(8).

       01 EXTRACT-CONTROL-RECORD.
           05 XCT-RUN-NUMBER       PIC 9(7).
           05 INV-DUE-DATE         PIC 9(8).
           05 INV-STATUS           PIC X(6).
           05 INV-AUDIT-TIMESTAMP  PIC 9(14).
           05 INV-ENTERED-BY       PIC X(8).
           05 INV-ENTERED-TIMESTAMP PIC 9(14).

       01 SUPPLIER-RECORD.
           05 SUP-SUPPLIER-ID      PIC X(10).
           05 SUP-PAYMENT-TERMS    PIC X(10).
           05 SUP-LEAD-TIME-DAYS   PIC 9(3).
           05 SUP-STATUS           PIC X(6).

       01 TRANSFER-RECORD.
           05 XFR-TRANSFER-ID      PIC X(14).
           05 XFR-ITEM-ID          PIC X(10).
           05 XFR-QUANTITY         PIC 9(5).
           05 XFR-FROM-LOCATION    PIC X(3).
           05 XFR-TO-LOCATION      PIC X(3).
           05 XFR-SHIP-DATE        PIC 9(8).
           05 XFR-RECEIVED-DATE    PIC 9(8).
           05 XFR-STATUS           PIC X(6).
           05 XFR-SHIP-OPERATOR-ID PIC X(8).
           05 XFR-RECV-OPERATOR-ID PIC X(8).
           05 XFR-AUDIT-TIMESTAMP  PIC 9(14).

       01 BLOCK-DETAIL-RECORD.
           05 BLKD-FROM-LOCATION   PIC X(3).
           05 BLKD-TO-LOCATION     PIC X(3).
           05 BLKD-TRANSFER-ID     PIC X(14).
           05 BLKD-LOT-NUMBER      PIC X(12).
           05 BLKD-COST-CENTER     PIC X(6).
           05 BLKD-WORK-ORDER      PIC X(8).

       01 PAYMENT-REMIT-RECORD.
           05 RMT-PAYMENT-NUMBER   PIC X(14).
           05 RMT-ISSUE-DATE       PIC 9(8).
           05 RMT-SUPPLIER-ID      PIC X(10).
           05 RMT-PAYEE-NAME       PIC X(30).
           05 RMT-INVOICE-NUMBER   PIC X(12).
           05 RMT-INVOICE-DATE     PIC 9(8).
           05 RMT-GROSS-AMOUNT     PIC 9(7)V99.
           05 RMT-DISCOUNT-AMOUNT  PIC 9(7)V99.
           05 RMT-NET-AMOUNT       PIC 9(7)V99.

       01 ITEM-COST-RECORD.
           05 ICST-ITEM-ID             PIC X(10).
           05 ICST-AVERAGE-UNIT-COST   PIC 9(5)V9(4).
           05 ICST-LAST-RECEIPT-PRICE  PIC 9(5)V99.
           05 ICST-LAST-RECEIPT-DATE   PIC 9(8).
           05 ICST-AUDIT-TIMESTAMP     PIC 9(14).

       01 LOT-RECORD.
           05 LOT-KEY.
              10 LOT-ITEM-ID       PIC X(10).
              10 LOT-LOCATION-CODE PIC X(3).
              10 LOT-NUMBER        PIC X(12).
           05 LOT-ON-HAND-QUANTITY PIC 9(5).
           05 LOT-RECEIVED-QUANTITY PIC 9(5).
           05 LOT-RECEIPT-DATE     PIC 9(8).
           05 LOT-EXPIRY-DATE      PIC 9(8).
           05 LOT-SHIPMENT-ID      PIC X(15).
           05 LOT-PO-NUMBER        PIC X(10).
           05 LOT-AUDIT-TIMESTAMP  PIC 9(14).

       01 ASN-RECORD.
           05 ASN-SHIPMENT-ID      PIC X(15).
           05 ASN-SUPPLIER-ID      PIC X(10).
           05 ASN-PO-NUMBER        PIC X(10).
           05 ASN-LINE-NUMBER      PIC 9(3).
           05 ASN-ITEM-ID          PIC X(10).
           05 ASN-SHIPPED-QTY      PIC 9(5).
           05 ASN-ORDERED-QTY      PIC 9(5).
           05 ASN-SHIP-DATE        PIC 9(8).
           05 ASN-PROMISED-DATE    PIC 9(8).
           05 ASN-STATUS           PIC X(6).
           05 ASN-LOAD-DATE        PIC 9(8).
           05 ASN-AUDIT-TIMESTAMP  PIC 9(14).

       01 COST-CENTER-RECORD.
           05 CC-COST-CENTER-ID    PIC X(6).
           05 CC-DESCRIPTION       PIC X(30).
           05 CC-GL-ACCOUNT        PIC X(10).
           05 CC-STATUS            PIC X(6).
           05 CC-AUDIT-TIMESTAMP   PIC 9(14).

       01 PRICE-LIST-RECORD.
           05 PRC-PRICE-KEY.
              10 PRC-SUPPLIER-ID   PIC X(10).
              10 PRC-ITEM-ID       PIC X(10).
              10 PRC-EFFECTIVE-FROM PIC 9(8).
           05 PRC-EFFECTIVE-TO     PIC 9(8).
           05 PRC-UNIT-PRICE       PIC 9(5)V99.
           05 PRC-TOLERANCE-PCT    PIC 9(2)V99.
           05 PRC-MAINTAINED-BY    PIC X(8).
           05 PRC-AUDIT-TIMESTAMP  PIC 9(14).
