       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-FORWARD-RECOVERY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS SYSIN.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOCK-ARCHIVE-FILE ASSIGN TO "BLOCKARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-BLOCK-ARCHIVE.

           SELECT BLOCKCHAIN-FILE ASSIGN TO "BLOCKCHAIN.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-BLOCKCHAIN.

           SELECT RECOVERED-FILE ASSIGN TO "SUPPLYRCV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID OF RECOVERED-RECORD-DATA
               ALTERNATE RECORD KEY IS SHIPMENT-ID
                   OF RECOVERED-RECORD-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS SUPPLIER-ID
                   OF RECOVERED-RECORD-DATA WITH DUPLICATES
               FILE STATUS IS FS-RECOVERED.

           SELECT SUPPLY-CHAIN-FILE ASSIGN TO "SUPPLYCHAIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-ID OF SUPPLY-CHAIN-RECORD-DATA
               ALTERNATE RECORD KEY IS SHIPMENT-ID
                   OF SUPPLY-CHAIN-RECORD-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS SUPPLIER-ID
                   OF SUPPLY-CHAIN-RECORD-DATA WITH DUPLICATES
               FILE STATUS IS FS-SUPPLY-CHAIN.

       DATA DIVISION.
       FILE SECTION.

       FD BLOCK-ARCHIVE-FILE.
       01 BLOCK-ARCHIVE-RECORD     PIC X(540).

       FD BLOCKCHAIN-FILE.
       01 BLOCKCHAIN-RECORD-DATA   PIC X(540).

       FD RECOVERED-FILE.
       01 RECOVERED-RECORD-DATA.
           COPY SUPPLY-CHAIN-RECORD.

       FD SUPPLY-CHAIN-FILE.
       01 SUPPLY-CHAIN-RECORD-DATA.
           COPY SUPPLY-CHAIN-RECORD.

       WORKING-STORAGE SECTION.
       01 FS-BLOCK-ARCHIVE     PIC XX.
       01 FS-BLOCKCHAIN        PIC XX.
       01 FS-RECOVERED         PIC XX.
       01 FS-SUPPLY-CHAIN      PIC XX.
       01 WS-END-OF-FILE       PIC X(3) VALUE "NO".
       01 WS-CURRENT-TIMESTAMP PIC 9(14).

       01 WS-BLOCK-RECORD.
           COPY BLOCKCHAIN-RECORD.

      *        THE MASTER IMAGE CARRIED IN THE FIRST 209 BYTES OF
      *        BLOCK-DATA, AND THE OPERATION THAT PRODUCED IT.  A
      *        DELETE BLOCK CARRIES THE LAST IMAGE BEFORE THE DELETE -
      *        ONLY ITS ITEM-ID MATTERS ON REPLAY.
       01 WS-BLOCK-IMAGE.
           COPY SUPPLY-CHAIN-RECORD.
       01 WS-BLOCK-OPERATION   PIC X(1).
           88 BLOCK-IS-DELETE      VALUE "D".

      *        REPLAY STOPS APPLYING AT THE AS-OF TIMESTAMP BUT KEEPS
      *        VERIFYING TO THE END OF THE CHAIN - A BREAK AFTER THE
      *        AS-OF POINT STILL MATTERS TO WHOEVER LOADS THE RESULT.
       01 WS-AS-OF-ENTRY       PIC 9(14) VALUE ZERO.
       01 WS-AS-OF-TIMESTAMP   PIC 9(14).

       01 WS-ARCHIVE-COUNT     PIC 9(9) VALUE ZERO.
       01 WS-LIVE-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-BLOCK-COUNT       PIC 9(9) VALUE ZERO.
       01 WS-APPLIED-COUNT     PIC 9(9) VALUE ZERO.
       01 WS-DELETE-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-AFTER-AS-OF-COUNT PIC 9(9) VALUE ZERO.
       01 WS-ORPHAN-DELETE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PRIOR-HASH        PIC X(64) VALUE SPACES.
       01 WS-COMPUTED-HASH     PIC X(64).
       01 WS-BLOCK-NONCE       PIC 9(10) VALUE ZERO.
       01 WS-HASH-INPUT        PIC X(319).
       01 WS-HASH-SUB          PIC 9(3) COMP.
       01 WS-HASH-LEN          PIC 9(3) COMP.
       01 WS-HASH-ACCUM        PIC 9(18) COMP.
       01 WS-HASH-DISPLAY      PIC 9(18).

       01 WS-CHAIN-INTACT      PIC X(3) VALUE "YES".
           88 CHAIN-IS-INTACT      VALUE "YES".
       01 WS-BREAK-BLOCK       PIC 9(9) VALUE ZERO.
       01 WS-BREAK-TIMESTAMP   PIC 9(14) VALUE ZERO.
       01 WS-BREAK-REASON      PIC X(30) VALUE SPACES.

      *        BALANCED-LINE COMPARE OF THE REBUILT MASTER AGAINST
      *        THE LIVE ONE - BOTH READ IN ITEM-ID ORDER, HIGH-VALUES
      *        STANDING IN FOR THE KEY OF A FILE THAT HAS RUN OUT.
       01 WS-REBUILT-RECORD.
           COPY SUPPLY-CHAIN-RECORD.
       01 WS-LIVE-RECORD.
           COPY SUPPLY-CHAIN-RECORD.
       01 WS-REBUILT-KEY       PIC X(10).
       01 WS-LIVE-KEY          PIC X(10).
       01 WS-REBUILT-ITEMS     PIC 9(7) VALUE ZERO.
       01 WS-LIVE-ITEMS        PIC 9(7) VALUE ZERO.
       01 WS-MATCHED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-MISSING-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-EXTRA-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-DIFFERENT-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-FIELD-DIFF-COUNT  PIC 9(3) VALUE ZERO.
       01 WS-COMPARE-DONE      PIC X(3) VALUE "NO".

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
           DISPLAY "ITEM MASTER FORWARD RECOVERY FROM THE BLOCKCHAIN"
           DISPLAY "RUN TIMESTAMP: " WS-CURRENT-TIMESTAMP
           DISPLAY "ENTER AS-OF TIMESTAMP (YYYYMMDDHHMMSS, "
               "0 = END OF CHAIN): "
           ACCEPT WS-AS-OF-ENTRY FROM CONSOLE
           IF WS-AS-OF-ENTRY = ZERO
               MOVE 99999999999999 TO WS-AS-OF-TIMESTAMP
               DISPLAY "AS-OF: END OF CHAIN"
           ELSE
               MOVE WS-AS-OF-ENTRY TO WS-AS-OF-TIMESTAMP
               DISPLAY "AS-OF: " WS-AS-OF-TIMESTAMP
           END-IF
           OPEN OUTPUT RECOVERED-FILE
           IF FS-RECOVERED NOT = "00"
               DISPLAY "UNABLE TO CREATE SUPPLYRCV.DAT: " FS-RECOVERED
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RECOVERED-FILE
           OPEN I-O RECOVERED-FILE
           IF FS-RECOVERED NOT = "00"
               DISPLAY "UNABLE TO OPEN SUPPLYRCV.DAT: " FS-RECOVERED
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REPLAY-ARCHIVE-CHAIN
           IF CHAIN-IS-INTACT
               PERFORM REPLAY-LIVE-CHAIN
           END-IF
           CLOSE RECOVERED-FILE
           PERFORM PRINT-REPLAY-SUMMARY
           IF CHAIN-IS-INTACT
               PERFORM COMPARE-WITH-LIVE-MASTER
               PERFORM PRINT-COMPARE-SUMMARY
           END-IF
           STOP RUN.

      *        THE ARCHIVE HOLDS THE GENESIS BLOCK - REPLAY HAS TO
      *        START THERE OR THE REBUILT MASTER IS MISSING EVERY ITEM
      *        WHOSE ADD WAS ARCHIVED BY A PERIOD-END CLOSE.
       REPLAY-ARCHIVE-CHAIN.
           OPEN INPUT BLOCK-ARCHIVE-FILE
           IF FS-BLOCK-ARCHIVE = "35"
               DISPLAY "BLOCKARCH.DAT NOT FOUND - NO ARCHIVED BLOCKS"
           ELSE
               IF FS-BLOCK-ARCHIVE NOT = "00"
                   DISPLAY "UNABLE TO OPEN BLOCKARCH.DAT: "
                       FS-BLOCK-ARCHIVE
                   CLOSE RECOVERED-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "NO" TO WS-END-OF-FILE
               READ BLOCK-ARCHIVE-FILE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = "YES"
                   OR NOT CHAIN-IS-INTACT
                   MOVE BLOCK-ARCHIVE-RECORD TO WS-BLOCK-RECORD
                   ADD 1 TO WS-ARCHIVE-COUNT
                   ADD 1 TO WS-BLOCK-COUNT
                   PERFORM VERIFY-BLOCK
                   IF CHAIN-IS-INTACT
                       PERFORM APPLY-BLOCK
                       MOVE BLOCK-HASH OF WS-BLOCK-RECORD
                           TO WS-PRIOR-HASH
                       READ BLOCK-ARCHIVE-FILE
                           AT END MOVE "YES" TO WS-END-OF-FILE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE BLOCK-ARCHIVE-FILE
               DISPLAY "ARCHIVED BLOCKS REPLAYED: " WS-ARCHIVE-COUNT
           END-IF.

      *        THE FIRST LIVE BLOCK MUST LINK TO THE LAST ARCHIVED
      *        ONE JUST REPLAYED - THE SAME PROOF THE FULL VERIFY
      *        MAKES, SO THE TWO FILES REPLAY AS ONE CHAIN.
       REPLAY-LIVE-CHAIN.
           OPEN INPUT BLOCKCHAIN-FILE
           IF FS-BLOCKCHAIN = "35"
               DISPLAY "BLOCKCHAIN.DAT NOT FOUND - NO LIVE BLOCKS"
           ELSE
               IF FS-BLOCKCHAIN NOT = "00"
                   DISPLAY "UNABLE TO OPEN BLOCKCHAIN.DAT: "
                       FS-BLOCKCHAIN
                   CLOSE RECOVERED-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "NO" TO WS-END-OF-FILE
               READ BLOCKCHAIN-FILE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = "YES"
                   OR NOT CHAIN-IS-INTACT
                   MOVE BLOCKCHAIN-RECORD-DATA TO WS-BLOCK-RECORD
                   ADD 1 TO WS-LIVE-COUNT
                   ADD 1 TO WS-BLOCK-COUNT
                   PERFORM VERIFY-BLOCK
                   IF CHAIN-IS-INTACT
                       PERFORM APPLY-BLOCK
                       MOVE BLOCK-HASH OF WS-BLOCK-RECORD
                           TO WS-PRIOR-HASH
                       READ BLOCKCHAIN-FILE
                           AT END MOVE "YES" TO WS-END-OF-FILE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE BLOCKCHAIN-FILE
               DISPLAY "LIVE BLOCKS REPLAYED    : " WS-LIVE-COUNT
           END-IF.

      *        SAME TWO CHECKS AS THE NIGHTLY VERIFY - THE BLOCK MUST
      *        LINK TO THE PRIOR HASH AND MUST RECOMPUTE TO ITS OWN
      *        BLOCK-HASH FROM BLOCK-DATA, PREVIOUS-HASH AND NONCE.
       VERIFY-BLOCK.
           IF DATA-LENGTH OF WS-BLOCK-RECORD = ZERO
               OR DATA-LENGTH OF WS-BLOCK-RECORD > 255
               MOVE "NO" TO WS-CHAIN-INTACT
               MOVE "DATA-LENGTH INVALID" TO WS-BREAK-REASON
               MOVE WS-BLOCK-COUNT TO WS-BREAK-BLOCK
               MOVE TIMESTAMP OF WS-BLOCK-RECORD
                   TO WS-BREAK-TIMESTAMP
           ELSE
           IF PREVIOUS-HASH OF WS-BLOCK-RECORD
               NOT = WS-PRIOR-HASH
               MOVE "NO" TO WS-CHAIN-INTACT
               MOVE "PREVIOUS-HASH LINK BROKEN" TO WS-BREAK-REASON
               MOVE WS-BLOCK-COUNT TO WS-BREAK-BLOCK
               MOVE TIMESTAMP OF WS-BLOCK-RECORD
                   TO WS-BREAK-TIMESTAMP
           ELSE
               PERFORM RECOMPUTE-BLOCK-HASH
               IF WS-COMPUTED-HASH
                   NOT = BLOCK-HASH OF WS-BLOCK-RECORD
                   MOVE "NO" TO WS-CHAIN-INTACT
                   MOVE "BLOCK-HASH DOES NOT RECOMPUTE"
                       TO WS-BREAK-REASON
                   MOVE WS-BLOCK-COUNT TO WS-BREAK-BLOCK
                   MOVE TIMESTAMP OF WS-BLOCK-RECORD
                       TO WS-BREAK-TIMESTAMP
               END-IF
           END-IF
           END-IF.

      *        SAME ROLLING CHECKSUM AS COMPUTE-BLOCK-HASH IN
      *        SUPPLY-CHAIN-INTERFACE - THE RECORD BYTES THEN THE
      *        PRIOR HASH, CHAINED WITH THE NONCE STORED ON THE BLOCK.
       RECOMPUTE-BLOCK-HASH.
           MOVE SPACES TO WS-HASH-INPUT
           MOVE BLOCK-DATA OF WS-BLOCK-RECORD
               (1:DATA-LENGTH OF WS-BLOCK-RECORD)
               TO WS-HASH-INPUT
               (1:DATA-LENGTH OF WS-BLOCK-RECORD)
           COMPUTE WS-HASH-LEN =
               DATA-LENGTH OF WS-BLOCK-RECORD + 64
           MOVE PREVIOUS-HASH OF WS-BLOCK-RECORD
               TO WS-HASH-INPUT
               (DATA-LENGTH OF WS-BLOCK-RECORD + 1:64)
           MOVE NONCE OF WS-BLOCK-RECORD TO WS-BLOCK-NONCE
           MOVE ZERO TO WS-HASH-ACCUM
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > WS-HASH-LEN
               COMPUTE WS-HASH-ACCUM =
                   FUNCTION MOD(
                       (WS-HASH-ACCUM * 31) +
                       FUNCTION ORD(WS-HASH-INPUT(WS-HASH-SUB:1))
                       + WS-BLOCK-NONCE,
                       999999999999999999)
           END-PERFORM
           MOVE WS-HASH-ACCUM TO WS-HASH-DISPLAY
           MOVE WS-HASH-DISPLAY TO WS-COMPUTED-HASH.

      *        EVERY BLOCK BUT A DELETE CARRIES THE MASTER AS IT STOOD
      *        AFTER THE CHANGE - THE LATEST IMAGE SIMPLY REPLACES
      *        WHATEVER THE REBUILT FILE HOLDS FOR THE ITEM.  A DELETE
      *        REMOVES IT.
       APPLY-BLOCK.
           IF TIMESTAMP OF WS-BLOCK-RECORD > WS-AS-OF-TIMESTAMP
               ADD 1 TO WS-AFTER-AS-OF-COUNT
           ELSE
               MOVE BLOCK-DATA OF WS-BLOCK-RECORD(1:209)
                   TO WS-BLOCK-IMAGE
               MOVE BLOCK-SIGNATURE OF WS-BLOCK-RECORD(1:1)
                   TO WS-BLOCK-OPERATION
               IF BLOCK-IS-DELETE
                   PERFORM APPLY-DELETE-BLOCK
               ELSE
                   PERFORM APPLY-IMAGE-BLOCK
               END-IF
           END-IF.

       APPLY-IMAGE-BLOCK.
           ADD 1 TO WS-APPLIED-COUNT
           WRITE RECOVERED-RECORD-DATA FROM WS-BLOCK-IMAGE
               INVALID KEY
                   MOVE ITEM-ID OF WS-BLOCK-IMAGE
                       TO ITEM-ID OF RECOVERED-RECORD-DATA
                   READ RECOVERED-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   REWRITE RECOVERED-RECORD-DATA FROM WS-BLOCK-IMAGE
                       INVALID KEY
                           DISPLAY "UNABLE TO APPLY BLOCK "
                               WS-BLOCK-COUNT " FOR ITEM-ID: "
                               ITEM-ID OF WS-BLOCK-IMAGE
                               " STATUS " FS-RECOVERED
                   END-REWRITE
           END-WRITE.

       APPLY-DELETE-BLOCK.
           ADD 1 TO WS-DELETE-COUNT
           MOVE ITEM-ID OF WS-BLOCK-IMAGE
               TO ITEM-ID OF RECOVERED-RECORD-DATA
           DELETE RECOVERED-FILE RECORD
               INVALID KEY
                   ADD 1 TO WS-ORPHAN-DELETE-COUNT
                   DISPLAY "DELETE BLOCK " WS-BLOCK-COUNT
                       " FOR ITEM-ID NOT ON REBUILT MASTER: "
                       ITEM-ID OF WS-BLOCK-IMAGE
           END-DELETE.

       PRINT-REPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "TOTAL BLOCKS VERIFIED   : " WS-BLOCK-COUNT
           DISPLAY "IMAGES APPLIED          : " WS-APPLIED-COUNT
           DISPLAY "DELETES APPLIED         : " WS-DELETE-COUNT
           DISPLAY "BLOCKS AFTER AS-OF      : " WS-AFTER-AS-OF-COUNT
           IF WS-ORPHAN-DELETE-COUNT > ZERO
               DISPLAY "DELETES WITH NO ITEM    : "
                   WS-ORPHAN-DELETE-COUNT
           END-IF
           IF CHAIN-IS-INTACT
               DISPLAY "RESULT: CHAIN INTACT - SUPPLYRCV.DAT REBUILT"
           ELSE
               DISPLAY "RESULT: FAIL - CHAIN BROKEN, REBUILD STOPPED"
               DISPLAY "FIRST BREAK AT BLOCK : " WS-BREAK-BLOCK
               DISPLAY "BLOCK TIMESTAMP      : " WS-BREAK-TIMESTAMP
               DISPLAY "REASON               : " WS-BREAK-REASON
               DISPLAY "SUPPLYRCV.DAT IS INCOMPLETE - DO NOT LOAD IT"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *        EXCEPTION CLASSES:
      *          MISSING   - ON THE REBUILT MASTER, NOT ON THE LIVE ONE
      *          EXTRA     - ON THE LIVE MASTER WITH NO CHAIN HISTORY
      *          DIFFERENT - ON BOTH, ONE OR MORE FIELDS DISAGREE
       COMPARE-WITH-LIVE-MASTER.
           DISPLAY " "
           DISPLAY "REBUILT MASTER COMPARED WITH LIVE SUPPLYCHAIN.DAT"
           OPEN INPUT RECOVERED-FILE
           IF FS-RECOVERED NOT = "00"
               DISPLAY "UNABLE TO REOPEN SUPPLYRCV.DAT: " FS-RECOVERED
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUPPLY-CHAIN-FILE
           IF FS-SUPPLY-CHAIN = "35"
               DISPLAY "SUPPLYCHAIN.DAT NOT FOUND - EVERY REBUILT "
                   "ITEM IS MISSING FROM THE LIVE MASTER"
               MOVE HIGH-VALUES TO WS-LIVE-KEY
           ELSE
               IF FS-SUPPLY-CHAIN NOT = "00"
                   DISPLAY "UNABLE TO OPEN SUPPLYCHAIN.DAT: "
                       FS-SUPPLY-CHAIN
                   CLOSE RECOVERED-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-NEXT-LIVE
           END-IF
           PERFORM READ-NEXT-REBUILT
           MOVE "NO" TO WS-COMPARE-DONE
           PERFORM UNTIL WS-COMPARE-DONE = "YES"
               EVALUATE TRUE
                   WHEN WS-REBUILT-KEY = HIGH-VALUES
                       AND WS-LIVE-KEY = HIGH-VALUES
                       MOVE "YES" TO WS-COMPARE-DONE
                   WHEN WS-REBUILT-KEY < WS-LIVE-KEY
                       ADD 1 TO WS-MISSING-COUNT
                       DISPLAY "MISSING FROM LIVE MASTER  - ITEM: "
                           WS-REBUILT-KEY
                       PERFORM READ-NEXT-REBUILT
                   WHEN WS-LIVE-KEY < WS-REBUILT-KEY
                       ADD 1 TO WS-EXTRA-COUNT
                       DISPLAY "EXTRA ON LIVE MASTER      - ITEM: "
                           WS-LIVE-KEY
                       PERFORM READ-NEXT-LIVE
                   WHEN OTHER
                       ADD 1 TO WS-MATCHED-COUNT
                       PERFORM COMPARE-ITEM-FIELDS
                       PERFORM READ-NEXT-REBUILT
                       PERFORM READ-NEXT-LIVE
               END-EVALUATE
           END-PERFORM
           CLOSE RECOVERED-FILE
           IF FS-SUPPLY-CHAIN NOT = "35"
               CLOSE SUPPLY-CHAIN-FILE
           END-IF.

       READ-NEXT-REBUILT.
           READ RECOVERED-FILE NEXT RECORD
               INTO WS-REBUILT-RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-REBUILT-KEY
               NOT AT END
                   ADD 1 TO WS-REBUILT-ITEMS
                   MOVE ITEM-ID OF WS-REBUILT-RECORD TO WS-REBUILT-KEY
           END-READ.

       READ-NEXT-LIVE.
           READ SUPPLY-CHAIN-FILE NEXT RECORD
               INTO WS-LIVE-RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-LIVE-KEY
               NOT AT END
                   ADD 1 TO WS-LIVE-ITEMS
                   MOVE ITEM-ID OF WS-LIVE-RECORD TO WS-LIVE-KEY
           END-READ.

      *        FIELD-BY-FIELD, LIVE VALUE THEN REBUILT VALUE - A FIELD
      *        CHANGED OUTSIDE THE SYSTEM SHOWS HERE WITH NO BLOCK
      *        BEHIND THE LIVE VALUE.
       COMPARE-ITEM-FIELDS.
           MOVE ZERO TO WS-FIELD-DIFF-COUNT
           IF WS-LIVE-RECORD NOT = WS-REBUILT-RECORD
               ADD 1 TO WS-DIFFERENT-COUNT
               DISPLAY "DIFFERENT FROM CHAIN      - ITEM: "
                   WS-LIVE-KEY
               DISPLAY "    FIELD         LIVE -> REBUILT"
               PERFORM COMPARE-DESCRIPTIVE-FIELDS
               PERFORM COMPARE-MOVEMENT-FIELDS
           END-IF.

       COMPARE-DESCRIPTIVE-FIELDS.
           IF ITEM-DESCRIPTION OF WS-LIVE-RECORD
               NOT = ITEM-DESCRIPTION OF WS-REBUILT-RECORD
               ADD 1 TO WS-FIELD-DIFF-COUNT
               DISPLAY "    DESCRIPTION : "
                   ITEM-DESCRIPTION OF WS-LIVE-RECORD
               DISPLAY "             -> "
                   ITEM-DESCRIPTION OF WS-REBUILT-RECORD
           END-IF
           IF ITEM-QUANTITY OF WS-LIVE-RECORD
               NOT = ITEM-QUANTITY OF WS-REBUILT-RECORD
               ADD 1 TO WS-FIELD-DIFF-COUNT
               DISPLAY "    QUANTITY    : "
                   ITEM-QUANTITY OF WS-LIVE-RECORD
                   " -> " ITEM-QUANTITY OF WS-REBUILT-RECORD
           END-IF
           IF SUPPLIER-ID OF WS-LIVE-RECORD
               NOT = SUPPLIER-ID OF WS-REBUILT-RECORD
               ADD 1 TO WS-FIELD-DIFF-COUNT
               DISPLAY "    SUPPLIER    : "
                   SUPPLIER-ID OF WS-LIVE-RECORD
                   " -> " SUPPLIER-ID OF WS-REBUILT-RECORD
           END-IF
           IF SUPPLIER-NAME OF WS-LIVE-RECORD
               NOT = SUPPLIER-NAME OF WS-REBUILT-RECORD
               ADD 1 TO WS-FIELD-DIFF-COUNT
               DISPLAY "    SUPP-NAME   : "
                   SUPPLIER-NAME OF WS-LIVE-RECORD
               DISPLAY "             -> "
                   SUPPLIER-NAME OF WS-REBUILT-RECORD
           END-IF
           IF SHIPMENT-ID OF WS-LIVE-RECORD
               NOT = SHIPMENT-ID OF WS-REBUILT-RECORD
               ADD 1 TO WS-FIELD-DIFF-COUNT
               DISPLAY "    SHIPMENT    : "
                   SHIPMENT-ID OF WS-LIVE-RECORD
                   " -> " SHIPMENT-ID OF WS-REBUILT-RECORD
           END-IF
           IF SHIPMENT-DATE OF WS-LIVE-RECORD
               NOT = SHIPMENT-DATE OF WS-REBUILT-RECORD
               ADD 1 TO WS-FIELD-DIFF-COUNT
               DISPLAY "    SHIP-DATE   : "
                   SHIPMENT-DATE OF WS-LIVE-RECORD
                   " -> " SHIPMENT-DATE OF WS-REBUILT-RECORD
           END-IF
           IF RECEIVED-DATE OF WS-LIVE-RECORD
               NOT = RECEIVED-DATE OF WS-REBUILT-RECORD
               ADD 1 TO WS-FIELD-DIFF-COUNT
               DISPLAY "    RECV-DATE   : "
                   RECEIVED-DATE OF WS-LIVE-RECORD
                   " -> " RECEIVED-DATE OF WS-REBUILT-RECORD
           END-IF
           IF PO-NUMBER OF WS-LIVE-RECORD
               NOT = PO-NUMBER OF WS-REBUILT-RECORD
               ADD 1 TO WS-FIELD-DIFF-COUNT
               DISPLAY "    PO-NUMBER   : "
                   PO-NUMBER OF WS-LIVE-RECORD
                   " -> " PO-NUMBER OF WS-REBUILT-RECORD
           END-IF
           IF REORDER-POINT OF WS-LIVE-RECORD
               NOT = REORDER-POINT OF WS-REBUILT-RECORD
               ADD 1 TO WS-FIELD-DIFF-COUNT
               DISPLAY "    REORDER-PT  : "
                   REORDER-POINT OF WS-LIVE-RECORD
                   " -> " REORDER-POINT OF WS-REBUILT-RECORD
           END-IF.

       COMPARE-MOVEMENT-FIELDS.
           IF TRANSACTION-ID OF WS-LIVE-RECORD
               NOT = TRANSACTION-ID OF WS-REBUILT-RECORD
               ADD 1 TO WS-FIELD-DIFF-COUNT
               DISPLAY "    TRANS-ID    : "
                   TRANSACTION-ID OF WS-LIVE-RECORD
               DISPLAY "             -> "
                   TRANSACTION-ID OF WS-REBUILT-RECORD
           END-IF
           IF TRANSACTION-AMOUNT OF WS-LIVE-RECORD
               NOT = TRANSACTION-AMOUNT OF WS-REBUILT-RECORD
               ADD 1 TO WS-FIELD-DIFF-COUNT
               DISPLAY "    AMOUNT      : "
                   TRANSACTION-AMOUNT OF WS-LIVE-RECORD
                   " -> " TRANSACTION-AMOUNT OF WS-REBUILT-RECORD
           END-IF
           IF TRANSACTION-STATUS OF WS-LIVE-RECORD
               NOT = TRANSACTION-STATUS OF WS-REBUILT-RECORD
               ADD 1 TO WS-FIELD-DIFF-COUNT
               DISPLAY "    STATUS      : "
                   TRANSACTION-STATUS OF WS-LIVE-RECORD
                   " -> " TRANSACTION-STATUS OF WS-REBUILT-RECORD
           END-IF
           IF ON-HAND-QUANTITY OF WS-LIVE-RECORD
               NOT = ON-HAND-QUANTITY OF WS-REBUILT-RECORD
               ADD 1 TO WS-FIELD-DIFF-COUNT
               DISPLAY "    ON-HAND     : "
                   ON-HAND-QUANTITY OF WS-LIVE-RECORD
                   " -> " ON-HAND-QUANTITY OF WS-REBUILT-RECORD
           END-IF
           IF AUDIT-TIMESTAMP OF WS-LIVE-RECORD
               NOT = AUDIT-TIMESTAMP OF WS-REBUILT-RECORD
               ADD 1 TO WS-FIELD-DIFF-COUNT
               DISPLAY "    AUDIT-TIME  : "
                   AUDIT-TIMESTAMP OF WS-LIVE-RECORD
                   " -> " AUDIT-TIMESTAMP OF WS-REBUILT-RECORD
           END-IF.

       PRINT-COMPARE-SUMMARY.
           DISPLAY " "
           DISPLAY "ITEMS ON REBUILT MASTER : " WS-REBUILT-ITEMS
           DISPLAY "ITEMS ON LIVE MASTER    : " WS-LIVE-ITEMS
           DISPLAY "ITEMS ON BOTH           : " WS-MATCHED-COUNT
           DISPLAY "MISSING FROM LIVE       : " WS-MISSING-COUNT
           DISPLAY "EXTRA ON LIVE           : " WS-EXTRA-COUNT
           DISPLAY "DIFFERENT FROM CHAIN    : " WS-DIFFERENT-COUNT
           IF WS-MISSING-COUNT > ZERO
               OR WS-EXTRA-COUNT > ZERO
               OR WS-DIFFERENT-COUNT > ZERO
               DISPLAY "RESULT: LIVE MASTER DOES NOT MATCH THE CHAIN"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "RESULT: LIVE MASTER MATCHES THE CHAIN"
           END-IF.

       END PROGRAM MASTER-FORWARD-RECOVERY.
