       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-AGING-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS SYSIN.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-FILE ASSIGN TO "TRANSFER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XFR-TRANSFER-ID
               FILE STATUS IS FS-TRANSFER.
           SELECT TRANSFER-SORT-FILE ASSIGN TO "XFERSRT.DAT".

       DATA DIVISION.
       FILE SECTION.

       FD TRANSFER-FILE.
       01 TRANSFER-RECORD-DATA.
           COPY TRANSFER-RECORD.

       SD TRANSFER-SORT-FILE.
       01 TRANSFER-SORT-RECORD.
           05 XS-TO-LOCATION       PIC X(3).
           05 XS-DAYS-IN-TRANSIT   PIC 9(5).
           05 XS-TRANSFER-ID       PIC X(14).
           05 XS-ITEM-ID           PIC X(10).
           05 XS-QUANTITY          PIC 9(5).
           05 XS-FROM-LOCATION     PIC X(3).
           05 XS-SHIP-DATE         PIC 9(8).
           05 XS-SHIP-OPERATOR-ID  PIC X(8).

       WORKING-STORAGE SECTION.
       01 FS-TRANSFER              PIC XX.
       01 WS-END-OF-FILE           PIC X(3) VALUE "NO".
       01 WS-SORT-END-OF-FILE      PIC X(3) VALUE "NO".
       01 WS-TRANSIT-THRESHOLD-DAYS PIC 9(3) VALUE 3.
       01 WS-THRESHOLD-ENTRY       PIC 9(3) VALUE ZERO.
       01 WS-CURRENT-DATE          PIC 9(8).
       01 WS-SHIP-INT              PIC 9(9).
       01 WS-CURRENT-INT           PIC 9(9).
       01 WS-DAYS-IN-TRANSIT       PIC 9(5).
       01 WS-PRIOR-TO-LOCATION     PIC X(3) VALUE SPACES.
       01 WS-LOCATION-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-LOCATION-QTY          PIC 9(7) VALUE ZERO.
       01 WS-GRAND-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-GRAND-QTY             PIC 9(7) VALUE ZERO.
       01 WS-IN-TRANSIT-COUNT      PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY "WAREHOUSE TRANSFERS IN TRANSIT TOO LONG"
           DISPLAY "ENTER TRANSIT THRESHOLD IN DAYS (0 = DEFAULT 3): "
           ACCEPT WS-THRESHOLD-ENTRY FROM CONSOLE
           IF WS-THRESHOLD-ENTRY > 0
               MOVE WS-THRESHOLD-ENTRY TO WS-TRANSIT-THRESHOLD-DAYS
           END-IF
           DISPLAY "THRESHOLD (DAYS): " WS-TRANSIT-THRESHOLD-DAYS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           DISPLAY "AS-OF DATE: " WS-CURRENT-DATE
           COMPUTE WS-CURRENT-INT = FUNCTION INTEGER-OF-DATE
               (WS-CURRENT-DATE)
           SORT TRANSFER-SORT-FILE
               ON ASCENDING KEY XS-TO-LOCATION
               ON DESCENDING KEY XS-DAYS-IN-TRANSIT
               INPUT PROCEDURE IS SELECT-OVERDUE-TRANSFERS
               OUTPUT PROCEDURE IS PRODUCE-TRANSFER-REPORT
           DISPLAY " "
           DISPLAY "TRANSFERS STILL IN TRANSIT   : " WS-IN-TRANSIT-COUNT
           DISPLAY "TRANSFERS OVER THRESHOLD     : " WS-GRAND-COUNT
           DISPLAY "QUANTITY OVER THRESHOLD      : " WS-GRAND-QTY
           STOP RUN.

      *        ONLY A TRANSFER STILL IN TRANSIT CAN BE LATE - ONCE THE
      *        RECEIVING DOCK HAS CONFIRMED IT THE STOCK IS HOME.
       SELECT-OVERDUE-TRANSFERS.
           OPEN INPUT TRANSFER-FILE
           IF FS-TRANSFER = "35"
               DISPLAY "TRANSFER.DAT NOT FOUND - NO TRANSFERS IN "
                   "TRANSIT"
           ELSE
               IF FS-TRANSFER NOT = "00"
                   DISPLAY "ERROR OPENING TRANSFER.DAT: " FS-TRANSFER
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ TRANSFER-FILE NEXT RECORD
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = "YES"
                   IF XFR-STATUS OF TRANSFER-RECORD-DATA = "INTRAN"
                       ADD 1 TO WS-IN-TRANSIT-COUNT
                       PERFORM EVALUATE-TRANSFER-AGE
                   END-IF
                   READ TRANSFER-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-FILE
           END-IF.

       EVALUATE-TRANSFER-AGE.
           COMPUTE WS-SHIP-INT = FUNCTION INTEGER-OF-DATE
               (XFR-SHIP-DATE OF TRANSFER-RECORD-DATA)
           COMPUTE WS-DAYS-IN-TRANSIT = WS-CURRENT-INT - WS-SHIP-INT
           IF WS-DAYS-IN-TRANSIT > WS-TRANSIT-THRESHOLD-DAYS
               MOVE XFR-TO-LOCATION OF TRANSFER-RECORD-DATA
                   TO XS-TO-LOCATION
               MOVE WS-DAYS-IN-TRANSIT TO XS-DAYS-IN-TRANSIT
               MOVE XFR-TRANSFER-ID OF TRANSFER-RECORD-DATA
                   TO XS-TRANSFER-ID
               MOVE XFR-ITEM-ID OF TRANSFER-RECORD-DATA TO XS-ITEM-ID
               MOVE XFR-QUANTITY OF TRANSFER-RECORD-DATA
                   TO XS-QUANTITY
               MOVE XFR-FROM-LOCATION OF TRANSFER-RECORD-DATA
                   TO XS-FROM-LOCATION
               MOVE XFR-SHIP-DATE OF TRANSFER-RECORD-DATA
                   TO XS-SHIP-DATE
               MOVE XFR-SHIP-OPERATOR-ID OF TRANSFER-RECORD-DATA
                   TO XS-SHIP-OPERATOR-ID
               RELEASE TRANSFER-SORT-RECORD
           END-IF.

      *        GROUPED BY RECEIVING LOCATION - THAT IS THE DOCK WHICH
      *        HAS TO GO LOOKING FOR THE STOCK, OLDEST FIRST.
       PRODUCE-TRANSFER-REPORT.
           RETURN TRANSFER-SORT-FILE
               AT END MOVE "YES" TO WS-SORT-END-OF-FILE
           END-RETURN
           PERFORM UNTIL WS-SORT-END-OF-FILE = "YES"
               IF XS-TO-LOCATION NOT = WS-PRIOR-TO-LOCATION
                   PERFORM LOCATION-BREAK
               END-IF
               DISPLAY "  TRANSFER: " XS-TRANSFER-ID
                   " ITEM: " XS-ITEM-ID
                   " QTY " XS-QUANTITY
               DISPLAY "    FROM " XS-FROM-LOCATION
                   "  SHIPPED " XS-SHIP-DATE
                   "  BY " XS-SHIP-OPERATOR-ID
                   "  DAYS IN TRANSIT " XS-DAYS-IN-TRANSIT
               ADD 1 TO WS-LOCATION-COUNT
               ADD XS-QUANTITY TO WS-LOCATION-QTY
               ADD 1 TO WS-GRAND-COUNT
               ADD XS-QUANTITY TO WS-GRAND-QTY
               RETURN TRANSFER-SORT-FILE
                   AT END MOVE "YES" TO WS-SORT-END-OF-FILE
               END-RETURN
           END-PERFORM
           PERFORM LOCATION-TOTAL-LINE.

       LOCATION-BREAK.
           PERFORM LOCATION-TOTAL-LINE
           DISPLAY " "
           DISPLAY "RECEIVING LOCATION: " XS-TO-LOCATION
           MOVE XS-TO-LOCATION TO WS-PRIOR-TO-LOCATION
           MOVE ZERO TO WS-LOCATION-COUNT
           MOVE ZERO TO WS-LOCATION-QTY.

       LOCATION-TOTAL-LINE.
           IF WS-PRIOR-TO-LOCATION NOT = SPACES
               DISPLAY "  LOCATION TOTAL TRANSFERS: " WS-LOCATION-COUNT
                   "  QUANTITY: " WS-LOCATION-QTY
           END-IF.

       END PROGRAM TRANSFER-AGING-REPORT.
