           05 PRC-PRICE-KEY.
              10 PRC-SUPPLIER-ID   PIC X(10).
              10 PRC-ITEM-ID       PIC X(10).
              10 PRC-EFFECTIVE-FROM PIC 9(8).
           05 PRC-EFFECTIVE-TO     PIC 9(8).
           05 PRC-UNIT-PRICE       PIC 9(5)V99.
           05 PRC-TOLERANCE-PCT    PIC 9(2)V99.
           05 PRC-MAINTAINED-BY    PIC X(8).
           05 PRC-AUDIT-TIMESTAMP  PIC 9(14).
