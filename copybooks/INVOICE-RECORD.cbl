           05 INV-DUE-DATE         PIC 9(8).
           05 INV-STATUS           PIC X(6).
           05 INV-AUDIT-TIMESTAMP  PIC 9(14).
           05 INV-ENTERED-BY       PIC X(8).
           05 INV-ENTERED-TIMESTAMP PIC 9(14).
