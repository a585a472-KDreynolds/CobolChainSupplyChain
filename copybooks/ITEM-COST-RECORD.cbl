           05 ICST-ITEM-ID             PIC X(10).
           05 ICST-AVERAGE-UNIT-COST   PIC 9(5)V9(4).
           05 ICST-LAST-RECEIPT-PRICE  PIC 9(5)V99.
           05 ICST-LAST-RECEIPT-DATE   PIC 9(8).
           05 ICST-AUDIT-TIMESTAMP     PIC 9(14).
