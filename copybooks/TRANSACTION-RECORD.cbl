           05 TX-AUDIT-TIMESTAMP   PIC 9(14).
           05 TX-OPERATOR-ID       PIC X(8).
           05 TX-EXTRACT-STATUS    PIC X(1).
           05 TX-LOT-NUMBER        PIC X(12).
           05 TX-COST-CENTER       PIC X(6).
           05 TX-WORK-ORDER        PIC X(8).
           05 FILLER               PIC X(9).
