           05 RMT-PAYMENT-NUMBER   PIC X(14).
           05 RMT-ISSUE-DATE       PIC 9(8).
           05 RMT-SUPPLIER-ID      PIC X(10).
           05 RMT-PAYEE-NAME       PIC X(30).
           05 RMT-INVOICE-NUMBER   PIC X(12).
           05 RMT-INVOICE-DATE     PIC 9(8).
           05 RMT-GROSS-AMOUNT     PIC 9(7)V99.
           05 RMT-DISCOUNT-AMOUNT  PIC 9(7)V99.
           05 RMT-NET-AMOUNT       PIC 9(7)V99.
