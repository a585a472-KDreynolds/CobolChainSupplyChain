       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-VALUATION-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLY-CHAIN-FILE ASSIGN TO "SUPPLYCHAIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS SHIPMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SUPPLIER-ID WITH DUPLICATES
               FILE STATUS IS FS-SUPPLY-CHAIN.
           SELECT LOCATION-BALANCE-FILE ASSIGN TO "LOCBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-BALANCE-KEY
               FILE STATUS IS FS-LOCATION.
           SELECT ITEM-COST-FILE ASSIGN TO "ITEMCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ICST-ITEM-ID
               FILE STATUS IS FS-ITEM-COST.

       DATA DIVISION.
       FILE SECTION.

       FD SUPPLY-CHAIN-FILE.
       01 SUPPLY-CHAIN-RECORD-DATA.
           COPY SUPPLY-CHAIN-RECORD.

       FD LOCATION-BALANCE-FILE.
       01 LOCATION-BALANCE-RECORD-DATA.
           COPY LOCATION-BALANCE-RECORD.

       FD ITEM-COST-FILE.
       01 ITEM-COST-RECORD-DATA.
           COPY ITEM-COST-RECORD.

       WORKING-STORAGE SECTION.
       01 FS-SUPPLY-CHAIN          PIC XX.
       01 FS-LOCATION              PIC XX.
       01 FS-ITEM-COST             PIC XX.
       01 WS-END-OF-FILE           PIC X(3) VALUE "NO".
       01 WS-LOCATION-EOF          PIC X(3) VALUE "NO".
       01 WS-LOCBAL-ON-FILE        PIC X(3) VALUE "NO".
       01 WS-ITEMCOST-ON-FILE      PIC X(3) VALUE "NO".
       01 WS-CURRENT-TIMESTAMP     PIC 9(14).

       01 WS-AVERAGE-UNIT-COST     PIC 9(5)V9(4).
       01 WS-ITEM-COSTED           PIC X(3) VALUE "NO".
           88 ITEM-IS-COSTED           VALUE "YES".
       01 WS-LINE-VALUE            PIC 9(11)V99.
       01 WS-ITEM-LOC-QTY          PIC 9(7).
       01 WS-ITEM-VALUE            PIC 9(11)V99.
       01 WS-ITEM-HEADING-DONE     PIC X(3) VALUE "NO".

      *        LOCATION TOTALS - THE THREE WAREHOUSES AND THE
      *        IN-TRANSIT ROW WRITTEN BY THE TRANSFER FUNCTION.  ANY
      *        OTHER CODE ON LOCBAL.DAT LANDS IN "OTHER" SO THE RUN
      *        TOTAL STILL TIES TO THE FILE.
       01 WS-DAY-QTY               PIC 9(9) VALUE ZERO.
       01 WS-DAY-VALUE             PIC 9(11)V99 VALUE ZERO.
       01 WS-COL-QTY               PIC 9(9) VALUE ZERO.
       01 WS-COL-VALUE             PIC 9(11)V99 VALUE ZERO.
       01 WS-CIN-QTY               PIC 9(9) VALUE ZERO.
       01 WS-CIN-VALUE             PIC 9(11)V99 VALUE ZERO.
       01 WS-TRN-QTY               PIC 9(9) VALUE ZERO.
       01 WS-TRN-VALUE             PIC 9(11)V99 VALUE ZERO.
       01 WS-OTHER-QTY             PIC 9(9) VALUE ZERO.
       01 WS-OTHER-VALUE           PIC 9(11)V99 VALUE ZERO.
       01 WS-GRAND-QTY             PIC 9(9) VALUE ZERO.
       01 WS-GRAND-VALUE           PIC 9(11)V99 VALUE ZERO.
       01 WS-MASTER-ON-HAND-TOTAL  PIC 9(9) VALUE ZERO.

       01 WS-ITEMS-VALUED          PIC 9(7) VALUE ZERO.
       01 WS-UNCOSTED-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-OUT-OF-BALANCE-COUNT  PIC 9(7) VALUE ZERO.

      *        PERIOD-END VALUATION - EVERY ITEM WITH STOCK, BROKEN
      *        OUT BY LOCATION AND VALUED AT ITS RUNNING WEIGHTED-
      *        AVERAGE UNIT COST FROM ITEMCOST.DAT.  THE QUANTITIES ARE
      *        THE LOCBAL.DAT ROWS THEMSELVES, SO THE LOCATION TOTALS
      *        ARE THE FILE'S TOTALS; EACH ITEM'S LOCATION SUM IS ALSO
      *        PROVED AGAINST THE MASTER ON-HAND-QUANTITY.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
           DISPLAY "INVENTORY VALUATION REPORT - WEIGHTED-AVERAGE "
               "COST BY ITEM AND LOCATION"
           DISPLAY "VALUED AS OF: " WS-CURRENT-TIMESTAMP
           OPEN INPUT SUPPLY-CHAIN-FILE
           IF FS-SUPPLY-CHAIN NOT = "00"
               DISPLAY "ERROR IN SUPPLY-CHAIN-FILE: " FS-SUPPLY-CHAIN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOCATION-BALANCE-FILE
           IF FS-LOCATION = "00"
               MOVE "YES" TO WS-LOCBAL-ON-FILE
           ELSE
               DISPLAY "LOCBAL.DAT NOT AVAILABLE: " FS-LOCATION
                   " - NO LOCATION BALANCES TO VALUE"
           END-IF
           OPEN INPUT ITEM-COST-FILE
           IF FS-ITEM-COST = "00"
               MOVE "YES" TO WS-ITEMCOST-ON-FILE
           ELSE
               DISPLAY "ITEMCOST.DAT NOT AVAILABLE: " FS-ITEM-COST
                   " - ALL STOCK REPORTS AS UNCOSTED"
           END-IF
           READ SUPPLY-CHAIN-FILE NEXT RECORD
               AT END MOVE "YES" TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = "YES"
               PERFORM VALUE-ONE-ITEM
               READ SUPPLY-CHAIN-FILE NEXT RECORD
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE SUPPLY-CHAIN-FILE
           IF WS-LOCBAL-ON-FILE = "YES"
               CLOSE LOCATION-BALANCE-FILE
           END-IF
           IF WS-ITEMCOST-ON-FILE = "YES"
               CLOSE ITEM-COST-FILE
           END-IF
           PERFORM PRINT-LOCATION-SUMMARY
           STOP RUN.

      *        AN ITEM WITH NO STOCK ANYWHERE IS LEFT OFF THE REPORT -
      *        ITS HEADING ONLY PRINTS ONCE A LOCATION ROW OR THE
      *        MASTER SHOWS STOCK.
       VALUE-ONE-ITEM.
           PERFORM FETCH-AVERAGE-COST
           MOVE ZERO TO WS-ITEM-LOC-QTY
           MOVE ZERO TO WS-ITEM-VALUE
           MOVE "NO" TO WS-ITEM-HEADING-DONE
           ADD ON-HAND-QUANTITY OF SUPPLY-CHAIN-RECORD-DATA
               TO WS-MASTER-ON-HAND-TOTAL
           IF WS-LOCBAL-ON-FILE = "YES"
               PERFORM VALUE-ITEM-LOCATIONS
           END-IF
           IF ON-HAND-QUANTITY OF SUPPLY-CHAIN-RECORD-DATA > ZERO
               OR WS-ITEM-LOC-QTY > ZERO
               IF WS-ITEM-HEADING-DONE = "NO"
                   PERFORM PRINT-ITEM-HEADING
               END-IF
               DISPLAY "  ITEM TOTAL   QTY " WS-ITEM-LOC-QTY
                   "  VALUE " WS-ITEM-VALUE
               IF WS-ITEM-LOC-QTY NOT =
                   ON-HAND-QUANTITY OF SUPPLY-CHAIN-RECORD-DATA
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
                   DISPLAY "  *** OUT OF BALANCE - MASTER ON-HAND "
                       ON-HAND-QUANTITY OF SUPPLY-CHAIN-RECORD-DATA
                       " LOCATIONS " WS-ITEM-LOC-QTY
               END-IF
               ADD 1 TO WS-ITEMS-VALUED
               IF NOT ITEM-IS-COSTED
                   ADD 1 TO WS-UNCOSTED-COUNT
               END-IF
           END-IF.

       PRINT-ITEM-HEADING.
           MOVE "YES" TO WS-ITEM-HEADING-DONE
           DISPLAY " "
           DISPLAY "ITEM: " ITEM-ID OF SUPPLY-CHAIN-RECORD-DATA
               " " ITEM-DESCRIPTION OF SUPPLY-CHAIN-RECORD-DATA
           IF ITEM-IS-COSTED
               DISPLAY "  AVERAGE UNIT COST: " WS-AVERAGE-UNIT-COST
           ELSE
               DISPLAY "  AVERAGE UNIT COST: NONE - UNCOSTED, "
                   "NO PRICED RECEIPT ON FILE"
           END-IF.

       FETCH-AVERAGE-COST.
           MOVE "NO" TO WS-ITEM-COSTED
           MOVE ZERO TO WS-AVERAGE-UNIT-COST
           IF WS-ITEMCOST-ON-FILE = "YES"
               MOVE ITEM-ID OF SUPPLY-CHAIN-RECORD-DATA
                   TO ICST-ITEM-ID OF ITEM-COST-RECORD-DATA
               READ ITEM-COST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "YES" TO WS-ITEM-COSTED
                       MOVE ICST-AVERAGE-UNIT-COST
                           OF ITEM-COST-RECORD-DATA
                           TO WS-AVERAGE-UNIT-COST
               END-READ
           END-IF.

       VALUE-ITEM-LOCATIONS.
           MOVE "NO" TO WS-LOCATION-EOF
           MOVE ITEM-ID OF SUPPLY-CHAIN-RECORD-DATA
               TO LOC-ITEM-ID OF LOCATION-BALANCE-RECORD-DATA
           MOVE SPACES
               TO LOC-LOCATION-CODE OF LOCATION-BALANCE-RECORD-DATA
           START LOCATION-BALANCE-FILE KEY IS NOT LESS THAN
               LOC-BALANCE-KEY OF LOCATION-BALANCE-RECORD-DATA
               INVALID KEY
                   MOVE "YES" TO WS-LOCATION-EOF
           END-START
           PERFORM UNTIL WS-LOCATION-EOF = "YES"
               READ LOCATION-BALANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO WS-LOCATION-EOF
               END-READ
               IF WS-LOCATION-EOF = "NO"
                   IF LOC-ITEM-ID OF LOCATION-BALANCE-RECORD-DATA
                       = ITEM-ID OF SUPPLY-CHAIN-RECORD-DATA
                       PERFORM VALUE-ONE-LOCATION
                   ELSE
                       MOVE "YES" TO WS-LOCATION-EOF
                   END-IF
               END-IF
           END-PERFORM.

       VALUE-ONE-LOCATION.
           IF LOC-ON-HAND-QUANTITY OF LOCATION-BALANCE-RECORD-DATA
               > ZERO
               AND WS-ITEM-HEADING-DONE = "NO"
               PERFORM PRINT-ITEM-HEADING
           END-IF
           COMPUTE WS-LINE-VALUE ROUNDED =
               LOC-ON-HAND-QUANTITY OF LOCATION-BALANCE-RECORD-DATA
               * WS-AVERAGE-UNIT-COST
           DISPLAY "    AT "
               LOC-LOCATION-CODE OF LOCATION-BALANCE-RECORD-DATA
               "   QTY "
               LOC-ON-HAND-QUANTITY OF LOCATION-BALANCE-RECORD-DATA
               "    VALUE " WS-LINE-VALUE
           ADD LOC-ON-HAND-QUANTITY OF LOCATION-BALANCE-RECORD-DATA
               TO WS-ITEM-LOC-QTY
           ADD WS-LINE-VALUE TO WS-ITEM-VALUE
           ADD LOC-ON-HAND-QUANTITY OF LOCATION-BALANCE-RECORD-DATA
               TO WS-GRAND-QTY
           ADD WS-LINE-VALUE TO WS-GRAND-VALUE
           EVALUATE LOC-LOCATION-CODE OF LOCATION-BALANCE-RECORD-DATA
               WHEN "DAY"
                   ADD LOC-ON-HAND-QUANTITY
                       OF LOCATION-BALANCE-RECORD-DATA TO WS-DAY-QTY
                   ADD WS-LINE-VALUE TO WS-DAY-VALUE
               WHEN "COL"
                   ADD LOC-ON-HAND-QUANTITY
                       OF LOCATION-BALANCE-RECORD-DATA TO WS-COL-QTY
                   ADD WS-LINE-VALUE TO WS-COL-VALUE
               WHEN "CIN"
                   ADD LOC-ON-HAND-QUANTITY
                       OF LOCATION-BALANCE-RECORD-DATA TO WS-CIN-QTY
                   ADD WS-LINE-VALUE TO WS-CIN-VALUE
               WHEN "TRN"
                   ADD LOC-ON-HAND-QUANTITY
                       OF LOCATION-BALANCE-RECORD-DATA TO WS-TRN-QTY
                   ADD WS-LINE-VALUE TO WS-TRN-VALUE
               WHEN OTHER
                   ADD LOC-ON-HAND-QUANTITY
                       OF LOCATION-BALANCE-RECORD-DATA
                       TO WS-OTHER-QTY
                   ADD WS-LINE-VALUE TO WS-OTHER-VALUE
           END-EVALUATE.

       PRINT-LOCATION-SUMMARY.
           DISPLAY " "
           DISPLAY "VALUATION BY LOCATION"
           DISPLAY "  DAY         QTY " WS-DAY-QTY
               "  VALUE " WS-DAY-VALUE
           DISPLAY "  COL         QTY " WS-COL-QTY
               "  VALUE " WS-COL-VALUE
           DISPLAY "  CIN         QTY " WS-CIN-QTY
               "  VALUE " WS-CIN-VALUE
           DISPLAY "  IN TRANSIT  QTY " WS-TRN-QTY
               "  VALUE " WS-TRN-VALUE
           IF WS-OTHER-QTY > ZERO
               DISPLAY "  OTHER       QTY " WS-OTHER-QTY
                   "  VALUE " WS-OTHER-VALUE
           END-IF
           DISPLAY "  TOTAL       QTY " WS-GRAND-QTY
               "  VALUE " WS-GRAND-VALUE
           DISPLAY " "
           DISPLAY "MASTER ON-HAND TOTAL    : " WS-MASTER-ON-HAND-TOTAL
           DISPLAY "ITEMS VALUED            : " WS-ITEMS-VALUED
           DISPLAY "ITEMS WITH NO COST      : " WS-UNCOSTED-COUNT
           DISPLAY "ITEMS OUT OF BALANCE    : " WS-OUT-OF-BALANCE-COUNT
           IF WS-OUT-OF-BALANCE-COUNT > ZERO
               OR WS-GRAND-QTY NOT = WS-MASTER-ON-HAND-TOTAL
               DISPLAY "RESULT: LOCATION TOTALS DO NOT TIE TO THE "
                   "MASTER - RUN LEDGRECN AND REVIEW BEFORE POSTING"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "RESULT: LOCATION TOTALS TIE TO THE MASTER"
           END-IF.

       END PROGRAM INVENTORY-VALUATION-REPORT.
