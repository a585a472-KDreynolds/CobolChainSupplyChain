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
