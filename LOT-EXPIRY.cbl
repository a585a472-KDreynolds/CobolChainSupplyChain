       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-EXPIRY-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS SYSIN.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-FILE ASSIGN TO "LOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-KEY
               FILE STATUS IS FS-LOT.
           SELECT LOT-SORT-FILE ASSIGN TO "LOTSRT.DAT".

       DATA DIVISION.
       FILE SECTION.

       FD LOT-FILE.
       01 LOT-RECORD-DATA.
           COPY LOT-RECORD.

       SD LOT-SORT-FILE.
       01 LOT-SORT-RECORD.
           05 LS-LOCATION-CODE     PIC X(3).
           05 LS-EXPIRED-FLAG      PIC X(1).
           05 LS-EXPIRY-DATE       PIC 9(8).
           05 LS-ITEM-ID           PIC X(10).
           05 LS-LOT-NUMBER        PIC X(12).
           05 LS-ON-HAND-QUANTITY  PIC 9(5).
           05 LS-DAYS              PIC 9(5).
           05 LS-RECEIPT-DATE      PIC 9(8).
           05 LS-SHIPMENT-ID       PIC X(15).
           05 LS-PO-NUMBER         PIC X(10).

       WORKING-STORAGE SECTION.
       01 FS-LOT                   PIC XX.
       01 WS-END-OF-FILE           PIC X(3) VALUE "NO".
       01 WS-SORT-END-OF-FILE      PIC X(3) VALUE "NO".
       01 WS-WINDOW-DAYS           PIC 9(3) VALUE 30.
       01 WS-WINDOW-ENTRY          PIC 9(3) VALUE ZERO.
       01 WS-CURRENT-DATE          PIC 9(8).
       01 WS-CURRENT-INT           PIC 9(9).
       01 WS-EXPIRY-INT            PIC 9(9).
       01 WS-PRIOR-LOCATION        PIC X(3) VALUE SPACES.
       01 WS-LOCATION-EXPIRED-QTY  PIC 9(7) VALUE ZERO.
       01 WS-LOCATION-EXPIRING-QTY PIC 9(7) VALUE ZERO.
       01 WS-EXPIRED-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-EXPIRED-QTY           PIC 9(7) VALUE ZERO.
       01 WS-EXPIRING-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-EXPIRING-QTY          PIC 9(7) VALUE ZERO.
       01 WS-UNDATED-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-LOTS-READ             PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY "LOTS EXPIRED OR EXPIRING"
           DISPLAY "ENTER EXPIRY WINDOW IN DAYS (0 = DEFAULT 30): "
           ACCEPT WS-WINDOW-ENTRY FROM CONSOLE
           IF WS-WINDOW-ENTRY > 0
               MOVE WS-WINDOW-ENTRY TO WS-WINDOW-DAYS
           END-IF
           DISPLAY "WINDOW (DAYS): " WS-WINDOW-DAYS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           DISPLAY "AS-OF DATE: " WS-CURRENT-DATE
           COMPUTE WS-CURRENT-INT = FUNCTION INTEGER-OF-DATE
               (WS-CURRENT-DATE)
           SORT LOT-SORT-FILE
               ON ASCENDING KEY LS-LOCATION-CODE
               ON DESCENDING KEY LS-EXPIRED-FLAG
               ON ASCENDING KEY LS-EXPIRY-DATE
               ON ASCENDING KEY LS-ITEM-ID
               ON ASCENDING KEY LS-LOT-NUMBER
               INPUT PROCEDURE IS SELECT-EXPIRING-LOTS
               OUTPUT PROCEDURE IS PRODUCE-EXPIRY-REPORT
           DISPLAY " "
           DISPLAY "LOTS READ                    : " WS-LOTS-READ
           DISPLAY "UNDATED LOTS NOT REPORTED    : " WS-UNDATED-COUNT
           DISPLAY "LOTS EXPIRED WITH STOCK      : " WS-EXPIRED-COUNT
           DISPLAY "QUANTITY EXPIRED             : " WS-EXPIRED-QTY
           DISPLAY "LOTS EXPIRING IN WINDOW      : " WS-EXPIRING-COUNT
           DISPLAY "QUANTITY EXPIRING            : " WS-EXPIRING-QTY
           STOP RUN.

      *        AN EXPIRED LOT IS REPORTED FOR AS LONG AS IT HOLDS
      *        STOCK - IT HAS TO BE RETURNED OR WRITTEN OFF BY COUNT
      *        BEFORE IT DROPS OFF.  A LOT EXPIRING TODAY OR WITHIN
      *        THE WINDOW IS LISTED SO THE DOCK CAN USE IT FIRST.
      *        UNDATED LOTS NEVER EXPIRE.
       SELECT-EXPIRING-LOTS.
           OPEN INPUT LOT-FILE
           IF FS-LOT = "35"
               DISPLAY "LOT.DAT NOT FOUND - NO LOTS ON FILE"
           ELSE
               IF FS-LOT NOT = "00"
                   DISPLAY "ERROR OPENING LOT.DAT: " FS-LOT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ LOT-FILE NEXT RECORD
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = "YES"
                   ADD 1 TO WS-LOTS-READ
                   IF LOT-EXPIRY-DATE OF LOT-RECORD-DATA = ZERO
                       ADD 1 TO WS-UNDATED-COUNT
                   ELSE
                       IF LOT-ON-HAND-QUANTITY OF LOT-RECORD-DATA
                           > ZERO
                           PERFORM EVALUATE-LOT-EXPIRY
                       END-IF
                   END-IF
                   READ LOT-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE LOT-FILE
           END-IF.

       EVALUATE-LOT-EXPIRY.
           COMPUTE WS-EXPIRY-INT = FUNCTION INTEGER-OF-DATE
               (LOT-EXPIRY-DATE OF LOT-RECORD-DATA)
           IF WS-EXPIRY-INT < WS-CURRENT-INT
               MOVE "Y" TO LS-EXPIRED-FLAG
               COMPUTE LS-DAYS = WS-CURRENT-INT - WS-EXPIRY-INT
               PERFORM RELEASE-LOT-LINE
           ELSE
               IF WS-EXPIRY-INT - WS-CURRENT-INT
                   NOT > WS-WINDOW-DAYS
                   MOVE "N" TO LS-EXPIRED-FLAG
                   COMPUTE LS-DAYS = WS-EXPIRY-INT - WS-CURRENT-INT
                   PERFORM RELEASE-LOT-LINE
               END-IF
           END-IF.

       RELEASE-LOT-LINE.
           MOVE LOT-LOCATION-CODE OF LOT-RECORD-DATA
               TO LS-LOCATION-CODE
           MOVE LOT-EXPIRY-DATE OF LOT-RECORD-DATA TO LS-EXPIRY-DATE
           MOVE LOT-ITEM-ID OF LOT-RECORD-DATA TO LS-ITEM-ID
           MOVE LOT-NUMBER OF LOT-RECORD-DATA TO LS-LOT-NUMBER
           MOVE LOT-ON-HAND-QUANTITY OF LOT-RECORD-DATA
               TO LS-ON-HAND-QUANTITY
           MOVE LOT-RECEIPT-DATE OF LOT-RECORD-DATA
               TO LS-RECEIPT-DATE
           MOVE LOT-SHIPMENT-ID OF LOT-RECORD-DATA TO LS-SHIPMENT-ID
           MOVE LOT-PO-NUMBER OF LOT-RECORD-DATA TO LS-PO-NUMBER
           RELEASE LOT-SORT-RECORD.

      *        GROUPED BY LOCATION - THE DOCK HOLDING THE STOCK IS
      *        THE ONE THAT ACTS ON IT - EXPIRED LOTS FIRST, THEN THE
      *        REST SOONEST TO EXPIRE FIRST.
       PRODUCE-EXPIRY-REPORT.
           RETURN LOT-SORT-FILE
               AT END MOVE "YES" TO WS-SORT-END-OF-FILE
           END-RETURN
           PERFORM UNTIL WS-SORT-END-OF-FILE = "YES"
               IF LS-LOCATION-CODE NOT = WS-PRIOR-LOCATION
                   PERFORM LOCATION-BREAK
               END-IF
               IF LS-EXPIRED-FLAG = "Y"
                   DISPLAY "  EXPIRED  ITEM: " LS-ITEM-ID
                       " LOT: " LS-LOT-NUMBER
                       " QTY " LS-ON-HAND-QUANTITY
                       " EXPIRED " LS-EXPIRY-DATE
                       " DAYS AGO " LS-DAYS
                   ADD 1 TO WS-EXPIRED-COUNT
                   ADD LS-ON-HAND-QUANTITY TO WS-EXPIRED-QTY
                   ADD LS-ON-HAND-QUANTITY TO WS-LOCATION-EXPIRED-QTY
               ELSE
                   DISPLAY "  EXPIRING ITEM: " LS-ITEM-ID
                       " LOT: " LS-LOT-NUMBER
                       " QTY " LS-ON-HAND-QUANTITY
                       " EXPIRES " LS-EXPIRY-DATE
                       " IN DAYS " LS-DAYS
                   ADD 1 TO WS-EXPIRING-COUNT
                   ADD LS-ON-HAND-QUANTITY TO WS-EXPIRING-QTY
                   ADD LS-ON-HAND-QUANTITY TO WS-LOCATION-EXPIRING-QTY
               END-IF
               DISPLAY "    RECEIVED " LS-RECEIPT-DATE
                   "  SHIPMENT " LS-SHIPMENT-ID
                   "  PO " LS-PO-NUMBER
               RETURN LOT-SORT-FILE
                   AT END MOVE "YES" TO WS-SORT-END-OF-FILE
               END-RETURN
           END-PERFORM
           PERFORM LOCATION-TOTAL-LINE.

       LOCATION-BREAK.
           PERFORM LOCATION-TOTAL-LINE
           DISPLAY " "
           DISPLAY "LOCATION: " LS-LOCATION-CODE
           MOVE LS-LOCATION-CODE TO WS-PRIOR-LOCATION
           MOVE ZERO TO WS-LOCATION-EXPIRED-QTY
           MOVE ZERO TO WS-LOCATION-EXPIRING-QTY.

       LOCATION-TOTAL-LINE.
           IF WS-PRIOR-LOCATION NOT = SPACES
               DISPLAY "  LOCATION QUANTITY EXPIRED: "
                   WS-LOCATION-EXPIRED-QTY
                   "  EXPIRING: " WS-LOCATION-EXPIRING-QTY
           END-IF.

       END PROGRAM LOT-EXPIRY-REPORT.
