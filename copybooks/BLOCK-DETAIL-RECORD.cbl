           05 BLKD-FROM-LOCATION   PIC X(3).
           05 BLKD-TO-LOCATION     PIC X(3).
           05 BLKD-TRANSFER-ID     PIC X(14).
           05 BLKD-LOT-NUMBER      PIC X(12).
           05 BLKD-COST-CENTER     PIC X(6).
           05 BLKD-WORK-ORDER      PIC X(8).
