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
