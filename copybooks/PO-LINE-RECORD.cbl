           05 POLN-UNIT-PRICE      PIC 9(5)V99.
           05 POLN-STATUS          PIC X(6).
           05 POLN-AUDIT-TIMESTAMP PIC 9(14).
           05 POLN-PRICED-DATE     PIC 9(8).
           05 POLN-PRICE-APPROVED-BY PIC X(8).
