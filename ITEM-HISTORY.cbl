       01 WS-PRIOR-IMAGE.
           COPY SUPPLY-CHAIN-RECORD.

      *        NEWER BLOCKS CARRY A MOVEMENT DETAIL BEHIND THE MASTER
      *        IMAGE - DATA-LENGTH SAYS WHETHER IT IS THERE.
       01 WS-BLOCK-DETAIL.
           COPY BLOCK-DETAIL-RECORD.

       01 WS-HISTORY-ITEM-ID       PIC X(10).
       01 WS-OPERATION-CODE        PIC X(1).
       01 WS-OPERATION-NAME        PIC X(10).
                       " OPERATION: " WS-OPERATION-NAME
                       " BY " WS-BLOCK-OPERATOR-ID
               END-IF
               PERFORM SHOW-MOVEMENT-DETAIL
               IF WS-HAVE-PRIOR = "NO"
                   PERFORM SHOW-FIRST-IMAGE
               ELSE
                   MOVE "RETURN" TO WS-OPERATION-NAME
               WHEN "C"
                   MOVE "COUNT-ADJ" TO WS-OPERATION-NAME
               WHEN "T"
                   MOVE "TRANSFER" TO WS-OPERATION-NAME
               WHEN "V"
                   MOVE "ISSUE-REV" TO WS-OPERATION-NAME
               WHEN OTHER
                   MOVE WS-OPERATION-CODE TO WS-OPERATION-NAME
           END-EVALUATE.

       SHOW-MOVEMENT-DETAIL.
           MOVE SPACES TO WS-BLOCK-DETAIL
           IF DATA-LENGTH OF WS-BLOCK-RECORD > 209
               MOVE BLOCK-DATA OF WS-BLOCK-RECORD(210:46)
                   TO WS-BLOCK-DETAIL
           END-IF
           IF BLKD-TRANSFER-ID OF WS-BLOCK-DETAIL NOT = SPACES
               DISPLAY "    TRANSFER    : "
                   BLKD-TRANSFER-ID OF WS-BLOCK-DETAIL
                   " FROM " BLKD-FROM-LOCATION OF WS-BLOCK-DETAIL
                   " TO " BLKD-TO-LOCATION OF WS-BLOCK-DETAIL
           END-IF
           IF BLKD-LOT-NUMBER OF WS-BLOCK-DETAIL NOT = SPACES
               DISPLAY "    LOT         : "
                   BLKD-LOT-NUMBER OF WS-BLOCK-DETAIL
           END-IF
           IF BLKD-COST-CENTER OF WS-BLOCK-DETAIL NOT = SPACES
               DISPLAY "    COST CENTER : "
                   BLKD-COST-CENTER OF WS-BLOCK-DETAIL
                   "  WORK ORDER " BLKD-WORK-ORDER OF WS-BLOCK-DETAIL
           END-IF.

       SHOW-FIRST-IMAGE.
           DISPLAY "  FIRST IMAGE ON CHAIN:"
           DISPLAY "    DESCRIPTION : "
