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
