           05 CC-COST-CENTER-ID    PIC X(6).
           05 CC-DESCRIPTION       PIC X(30).
           05 CC-GL-ACCOUNT        PIC X(10).
           05 CC-STATUS            PIC X(6).
           05 CC-AUDIT-TIMESTAMP   PIC 9(14).
