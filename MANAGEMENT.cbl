           88 LNK-OPERATION-IS-ISSUE   VALUE "I".
           88 LNK-OPERATION-IS-RETURN  VALUE "R".
           88 LNK-OPERATION-IS-ADJUST  VALUE "C".
           88 LNK-OPERATION-IS-TRANSFER VALUE "T".
           88 LNK-OPERATION-IS-ISSUE-REV VALUE "V".

       01 LNK-FILE-STATUS      PIC XX.

      *        AN ISSUE, A RETURN TO SUPPLIER OR A CYCLE-COUNT
      *        ADJUSTMENT IS A REWRITE OF THE RECORD WITH THE ON-HAND
      *        BALANCE ALREADY MOVED BY THE CALLER, WHICH OWNS THE
      *        NEGATIVE-BALANCE CHECK AND THE LEDGER ROW.  A
      *        WAREHOUSE TRANSFER LEG IS THE SAME REWRITE - THE STOCK
      *        ONLY CHANGES BUILDING, SO THE MASTER SUM IS UNCHANGED
      *        AND THE CALLER MOVES THE LOCATION BALANCES.
               WHEN LNK-OPERATION-IS-UPDATE
               WHEN LNK-OPERATION-IS-ISSUE
               WHEN LNK-OPERATION-IS-RETURN
               WHEN LNK-OPERATION-IS-ADJUST
               WHEN LNK-OPERATION-IS-TRANSFER
               WHEN LNK-OPERATION-IS-ISSUE-REV
                   REWRITE SUPPLY-CHAIN-RECORD-DATA
                       INVALID KEY
                           CONTINUE
