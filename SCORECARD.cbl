               ALTERNATE RECORD KEY IS SHIPMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SUPPLIER-ID WITH DUPLICATES
               FILE STATUS IS FS-SUPPLY-CHAIN.
           SELECT ASN-FILE ASSIGN TO "ASN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASN-SHIPMENT-ID
               FILE STATUS IS FS-ASN.
           SELECT SCORE-SORT-FILE ASSIGN TO "SCORESRT.DAT".

       DATA DIVISION.
       01 SUPPLY-CHAIN-RECORD-DATA.
           COPY SUPPLY-CHAIN-RECORD.

       FD ASN-FILE.
       01 ASN-RECORD-DATA.
           COPY ASN-RECORD.

       SD SCORE-SORT-FILE.
       01 SCORE-SORT-RECORD.
           05 SC-SUPPLIER-ID       PIC X(10).
           05 SC-LEAD-DAYS         PIC 9(5).
           05 SC-PROMISED-FLAG     PIC X(1).
           05 SC-DAYS-LATE         PIC 9(5).

       WORKING-STORAGE SECTION.
       01 FS-SUPPLY-CHAIN          PIC XX.
       01 FS-ASN                   PIC XX.
       01 WS-NOTICES-ON-FILE       PIC X(3) VALUE "NO".
       01 WS-PROMISED-DATE         PIC 9(8).
       01 WS-PROMISED-INT          PIC 9(9).
       01 WS-END-OF-FILE           PIC X(3) VALUE "NO".
       01 WS-SORT-END-OF-FILE      PIC X(3) VALUE "NO".

       01 WS-SUPPLIER-ONTIME       PIC 9(5) VALUE ZERO.
       01 WS-SUPPLIER-AVG-LEAD     PIC 9(5) VALUE ZERO.
       01 WS-SUPPLIER-ONTIME-PCT   PIC 9(3) VALUE ZERO.
       01 WS-SUPPLIER-PROMISED     PIC 9(5) VALUE ZERO.
       01 WS-SUPPLIER-PROMISES-MET PIC 9(5) VALUE ZERO.
       01 WS-SUPPLIER-TOTAL-LATE   PIC 9(9) VALUE ZERO.
       01 WS-SUPPLIER-AVG-LATE     PIC 9(5) VALUE ZERO.

       01 WS-GRAND-SHIPMENTS       PIC 9(7) VALUE ZERO.

      *        SET.  ACTUAL LEAD TIME COMES FROM INTEGER-OF-DATE THE
      *        SAME WAY EVALUATE-SHIPMENT-AGE MEASURES AGE.
       SELECT-DELIVERED-SHIPMENTS.
           OPEN INPUT ASN-FILE
           IF FS-ASN = "00"
               MOVE "YES" TO WS-NOTICES-ON-FILE
           ELSE
               MOVE "NO" TO WS-NOTICES-ON-FILE
           END-IF
           OPEN INPUT SUPPLY-CHAIN-FILE
           PERFORM FILE-STATUS-CHECK
           READ SUPPLY-CHAIN-FILE NEXT RECORD
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE SUPPLY-CHAIN-FILE
           IF WS-NOTICES-ON-FILE = "YES"
               CLOSE ASN-FILE
           END-IF.

      *        A DELIVERY THE SUPPLIER SENT A SHIP NOTICE FOR IS
      *        JUDGED AGAINST THE ARRIVAL DATE THE SUPPLIER PROMISED -
      *        RECEIVED ON OR BEFORE IT IS ON TIME, AND ANY DAYS AFTER
      *        IT ARE DAYS LATE.  WITHOUT A NOTICE THE LEAD TIME IS
      *        JUDGED AGAINST THE ON-TIME TARGET.
       RELEASE-LEAD-TIME.
           COMPUTE WS-SHIPMENT-INT = FUNCTION INTEGER-OF-DATE
               (SHIPMENT-DATE OF SUPPLY-CHAIN-RECORD-DATA)
               MOVE SUPPLIER-ID OF SUPPLY-CHAIN-RECORD-DATA
                   TO SC-SUPPLIER-ID
               MOVE WS-LEAD-SIGNED TO SC-LEAD-DAYS
               PERFORM LOOKUP-PROMISED-DATE
               MOVE ZERO TO SC-DAYS-LATE
               IF WS-PROMISED-DATE > ZERO
                   MOVE "Y" TO SC-PROMISED-FLAG
                   COMPUTE WS-PROMISED-INT = FUNCTION INTEGER-OF-DATE
                       (WS-PROMISED-DATE)
                   IF WS-RECEIVED-INT > WS-PROMISED-INT
                       COMPUTE SC-DAYS-LATE =
                           WS-RECEIVED-INT - WS-PROMISED-INT
                   END-IF
               ELSE
                   MOVE "N" TO SC-PROMISED-FLAG
               END-IF
               RELEASE SCORE-SORT-RECORD
           END-IF.

      *        THE NOTICE ONLY COUNTS IF IT IS FOR THE SHIPMENT NOW ON
      *        THE MASTER - SAME ITEM AND SAME PO.
       LOOKUP-PROMISED-DATE.
           MOVE ZERO TO WS-PROMISED-DATE
           IF WS-NOTICES-ON-FILE = "YES"
               MOVE SHIPMENT-ID OF SUPPLY-CHAIN-RECORD-DATA
                   TO ASN-SHIPMENT-ID OF ASN-RECORD-DATA
               READ ASN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ASN-ITEM-ID OF ASN-RECORD-DATA
                           = ITEM-ID OF SUPPLY-CHAIN-RECORD-DATA
                           AND ASN-PO-NUMBER OF ASN-RECORD-DATA
                           = PO-NUMBER OF SUPPLY-CHAIN-RECORD-DATA
                           MOVE ASN-PROMISED-DATE OF ASN-RECORD-DATA
                               TO WS-PROMISED-DATE
                       END-IF
               END-READ
           END-IF.

       PRODUCE-SCORECARD.
           RETURN SCORE-SORT-FILE
               AT END MOVE "YES" TO WS-SORT-END-OF-FILE
               IF SC-LEAD-DAYS > WS-SUPPLIER-WORST-LEAD
                   MOVE SC-LEAD-DAYS TO WS-SUPPLIER-WORST-LEAD
               END-IF
               IF SC-PROMISED-FLAG = "Y"
                   ADD 1 TO WS-SUPPLIER-PROMISED
                   ADD SC-DAYS-LATE TO WS-SUPPLIER-TOTAL-LATE
                   IF SC-DAYS-LATE = ZERO
                       ADD 1 TO WS-SUPPLIER-PROMISES-MET
                       ADD 1 TO WS-SUPPLIER-ONTIME
                   END-IF
               ELSE
                   IF SC-LEAD-DAYS NOT > WS-TARGET-DAYS
                       ADD 1 TO WS-SUPPLIER-ONTIME
                   END-IF
               END-IF
               RETURN SCORE-SORT-FILE
                   AT END MOVE "YES" TO WS-SORT-END-OF-FILE
           MOVE ZERO TO WS-SUPPLIER-SHIPMENTS
           MOVE ZERO TO WS-SUPPLIER-TOTAL-LEAD
           MOVE ZERO TO WS-SUPPLIER-WORST-LEAD
           MOVE ZERO TO WS-SUPPLIER-ONTIME
           MOVE ZERO TO WS-SUPPLIER-PROMISED
           MOVE ZERO TO WS-SUPPLIER-PROMISES-MET
           MOVE ZERO TO WS-SUPPLIER-TOTAL-LATE.

       SUPPLIER-SCORE-LINES.
           IF WS-PRIOR-SUPPLIER-ID NOT = SPACES
                   WS-SUPPLIER-WORST-LEAD
               DISPLAY "  ON-TIME PERCENTAGE  : "
                   WS-SUPPLIER-ONTIME-PCT "%"
               IF WS-SUPPLIER-PROMISED > ZERO
                   COMPUTE WS-SUPPLIER-AVG-LATE ROUNDED =
                       WS-SUPPLIER-TOTAL-LATE / WS-SUPPLIER-PROMISED
                   DISPLAY "  SHIP NOTICE PROMISES: "
                       WS-SUPPLIER-PROMISED
                   DISPLAY "  PROMISES MET        : "
                       WS-SUPPLIER-PROMISES-MET
                   DISPLAY "  AVG DAYS LATE       : "
                       WS-SUPPLIER-AVG-LATE
               END-IF
               PERFORM SAVE-RANK-ENTRY
           END-IF.

