      *        LATEST LEDGER ROW SEEN FOR THE ITEM GROUP IN HAND -
      *        TX ROWS ARRIVE SORTED BY ITEM THEN AUDIT TIMESTAMP, SO
      *        THE LAST ROW OF EACH GROUP IS THE ITEM'S LATEST ENTRY.
      *        STOCK MOVEMENT ROWS - ISSUES ("ISSUED") AND THEIR
      *        REVERSALS ("ISSUE-REV"), RETURNS ("RETURNED"), COUNT
      *        ADJUSTMENTS ("ADJUST-UP"/"ADJUST-DN"), TRANSFER LEGS
      *        ("XFER-OUT"/"XFER-IN") AND VALUED RECEIPTS
      *        ("RECEIVED"), ALL AMOUNTED AT COST - AND SUPPLIER
      *        PAYMENTS ("PAID") DO NOT RESTATE THE MASTER'S
      *        AMOUNT/STATUS, SO THEY NEVER BECOME THE "LATEST" FOR
      *        THE CLASS-3 COMPARE - THE GROUP STILL OPENS, SO THE
      *        ITEM COUNTS AS HAVING HISTORY.
       01 WS-GROUP-OPEN            PIC X(3) VALUE "NO".
       01 WS-GROUP-ITEM-ID         PIC X(10).
       01 WS-GROUP-HAS-LATEST      PIC X(3) VALUE "NO".
               MOVE RL-ITEM-ID TO WS-GROUP-ITEM-ID
               MOVE RL-TX-ID TO WS-LATEST-TX-ID
               IF RL-STATUS NOT = "ISSUED"
                   AND RL-STATUS NOT = "ISSUE-REV"
                   AND RL-STATUS NOT = "XFER-OUT"
                   AND RL-STATUS NOT = "XFER-IN"
                   AND RL-STATUS NOT = "PAID"
                   AND RL-STATUS NOT = "RECEIVED"
                   AND RL-STATUS NOT = "RETURNED"
                   AND RL-STATUS NOT = "ADJUST-UP"
                   AND RL-STATUS NOT = "ADJUST-DN"
                   MOVE RL-AMOUNT TO WS-LATEST-AMOUNT
                   MOVE RL-STATUS TO WS-LATEST-STATUS
                   MOVE "YES" TO WS-GROUP-HAS-LATEST
