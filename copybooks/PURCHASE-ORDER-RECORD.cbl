           05 PORD-DUE-DATE        PIC 9(8).
           05 PORD-STATUS          PIC X(6).
           05 PORD-AUDIT-TIMESTAMP PIC 9(14).
           05 PORD-CREATED-BY      PIC X(8).
           05 PORD-CLOSED-BY       PIC X(8).
