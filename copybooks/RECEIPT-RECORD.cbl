           05 RCT-BACKORDER-QTY    PIC 9(5).
           05 RCT-LAST-RECEIPT-DATE PIC 9(8).
           05 RCT-AUDIT-TIMESTAMP  PIC 9(14).
           05 RCT-FIRST-RECEIVED-BY PIC X(8).
           05 RCT-LAST-RECEIVED-BY PIC X(8).
