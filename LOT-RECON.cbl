       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-BALANCE-RECONCILIATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-BALANCE-FILE ASSIGN TO "LOCBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOC-BALANCE-KEY
               FILE STATUS IS FS-LOCATION.

           SELECT LOT-FILE ASSIGN TO "LOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-KEY
               FILE STATUS IS FS-LOT.

       DATA DIVISION.
       FILE SECTION.

       FD LOCATION-BALANCE-FILE.
       01 LOCATION-BALANCE-RECORD-DATA.
           COPY LOCATION-BALANCE-RECORD.

       FD LOT-FILE.
       01 LOT-RECORD-DATA.
           COPY LOT-RECORD.

       WORKING-STORAGE SECTION.
       01 FS-LOCATION              PIC XX.
       01 FS-LOT                   PIC XX.
       01 WS-LOCATION-EOF          PIC X(3) VALUE "NO".
       01 WS-LOT-EOF               PIC X(3) VALUE "NO".

      *        BOTH FILES ARE KEYED ITEM THEN LOCATION, SO ONE PASS
      *        OF EACH IN KEY ORDER MATCHES THEM.  AT END OF FILE THE
      *        KEY IS HIGH-VALUES SO THE OTHER FILE DRAINS.
       01 WS-LOCATION-MATCH-KEY.
           05 WS-LOCATION-MATCH-ITEM PIC X(10).
           05 WS-LOCATION-MATCH-CODE PIC X(3).
       01 WS-LOT-MATCH-KEY.
           05 WS-LOT-MATCH-ITEM    PIC X(10).
           05 WS-LOT-MATCH-CODE    PIC X(3).
       01 WS-GROUP-KEY.
           05 WS-GROUP-ITEM        PIC X(10).
           05 WS-GROUP-CODE        PIC X(3).
       01 WS-GROUP-LOT-QTY         PIC 9(7).
       01 WS-GROUP-LOT-COUNT       PIC 9(5).

       01 WS-LOCATION-ROW-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-LOT-ROW-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-MATCHED-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-MISMATCH-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-NO-LOTS-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-NO-LOCATION-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-EXCEPTION-COUNT       PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

      *        THE LOTS AT A LOCATION MUST ADD UP TO ITS LOCBAL
      *        BALANCE - EVERY POSTING MOVES BOTH TOGETHER, SO A
      *        DIFFERENCE MEANS ONE SIDE WAS CHANGED ALONE.  THREE
      *        EXCEPTION CLASSES:
      *          - LOTS AND BALANCE BOTH PRESENT BUT NOT EQUAL
      *          - A BALANCE WITH STOCK AND NO LOTS BEHIND IT
      *          - LOTS WITH NO LOCATION BALANCE ROW AT ALL
       MAIN-PROCESS.
           DISPLAY "LOT-TO-LOCATION BALANCE RECONCILIATION"
           OPEN INPUT LOCATION-BALANCE-FILE
           IF FS-LOCATION NOT = "00"
               DISPLAY "ERROR OPENING LOCBAL.DAT: " FS-LOCATION
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOT-FILE
           IF FS-LOT = "35"
               DISPLAY "LOT.DAT NOT FOUND - NO LOTS ON FILE"
               MOVE "YES" TO WS-LOT-EOF
           ELSE
               IF FS-LOT NOT = "00"
                   DISPLAY "ERROR OPENING LOT.DAT: " FS-LOT
                   CLOSE LOCATION-BALANCE-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM READ-NEXT-LOCATION
           PERFORM READ-NEXT-LOT
           PERFORM UNTIL WS-LOCATION-EOF = "YES"
                   AND WS-LOT-EOF = "YES"
               PERFORM MATCH-ONE-KEY
           END-PERFORM
           CLOSE LOCATION-BALANCE-FILE
           IF FS-LOT NOT = "35"
               CLOSE LOT-FILE
           END-IF
           COMPUTE WS-EXCEPTION-COUNT = WS-MISMATCH-COUNT
               + WS-NO-LOTS-COUNT + WS-NO-LOCATION-COUNT
           DISPLAY " "
           DISPLAY "LOCATION ROWS READ           : "
               WS-LOCATION-ROW-COUNT
           DISPLAY "LOT ROWS READ                : " WS-LOT-ROW-COUNT
           DISPLAY "LOCATIONS IN AGREEMENT       : " WS-MATCHED-COUNT
           DISPLAY "LOTS NOT EQUAL TO BALANCE    : " WS-MISMATCH-COUNT
           DISPLAY "BALANCES WITH NO LOTS        : " WS-NO-LOTS-COUNT
           DISPLAY "LOTS WITH NO LOCATION ROW    : "
               WS-NO-LOCATION-COUNT
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "LOT AND LOCATION BALANCES DO NOT RECONCILE"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "LOT AND LOCATION BALANCES RECONCILE"
           END-IF
           STOP RUN.

       READ-NEXT-LOCATION.
           IF WS-LOCATION-EOF = "NO"
               READ LOCATION-BALANCE-FILE
                   AT END MOVE "YES" TO WS-LOCATION-EOF
               END-READ
           END-IF
           IF WS-LOCATION-EOF = "YES"
               MOVE HIGH-VALUES TO WS-LOCATION-MATCH-KEY
           ELSE
               ADD 1 TO WS-LOCATION-ROW-COUNT
               MOVE LOC-BALANCE-KEY OF LOCATION-BALANCE-RECORD-DATA
                   TO WS-LOCATION-MATCH-KEY
           END-IF.

       READ-NEXT-LOT.
           IF WS-LOT-EOF = "NO"
               READ LOT-FILE
                   AT END MOVE "YES" TO WS-LOT-EOF
               END-READ
           END-IF
           IF WS-LOT-EOF = "YES"
               MOVE HIGH-VALUES TO WS-LOT-MATCH-KEY
           ELSE
               ADD 1 TO WS-LOT-ROW-COUNT
               MOVE LOT-ITEM-ID OF LOT-RECORD-DATA
                   TO WS-LOT-MATCH-ITEM
               MOVE LOT-LOCATION-CODE OF LOT-RECORD-DATA
                   TO WS-LOT-MATCH-CODE
           END-IF.

      *        THE LOWER OF THE TWO KEYS IS THE LOCATION IN HAND -
      *        ITS LOTS (IF ANY) ARE SUMMED, THEN SET AGAINST ITS
      *        BALANCE ROW (IF ANY).
       MATCH-ONE-KEY.
           IF WS-LOT-MATCH-KEY < WS-LOCATION-MATCH-KEY
               MOVE WS-LOT-MATCH-KEY TO WS-GROUP-KEY
           ELSE
               MOVE WS-LOCATION-MATCH-KEY TO WS-GROUP-KEY
           END-IF
           MOVE ZERO TO WS-GROUP-LOT-QTY
           MOVE ZERO TO WS-GROUP-LOT-COUNT
           PERFORM UNTIL WS-LOT-MATCH-KEY NOT = WS-GROUP-KEY
               ADD LOT-ON-HAND-QUANTITY OF LOT-RECORD-DATA
                   TO WS-GROUP-LOT-QTY
               ADD 1 TO WS-GROUP-LOT-COUNT
               PERFORM READ-NEXT-LOT
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-LOCATION-MATCH-KEY NOT = WS-GROUP-KEY
                   IF WS-GROUP-LOT-QTY > ZERO
                       ADD 1 TO WS-NO-LOCATION-COUNT
                       DISPLAY "NO LOCATION ROW: ITEM " WS-GROUP-ITEM
                           " AT " WS-GROUP-CODE
                           " LOTS " WS-GROUP-LOT-COUNT
                           " LOT QTY " WS-GROUP-LOT-QTY
                   END-IF
               WHEN WS-GROUP-LOT-COUNT = ZERO
                   IF LOC-ON-HAND-QUANTITY
                       OF LOCATION-BALANCE-RECORD-DATA > ZERO
                       ADD 1 TO WS-NO-LOTS-COUNT
                       DISPLAY "NO LOTS       : ITEM " WS-GROUP-ITEM
                           " AT " WS-GROUP-CODE
                           " BALANCE " LOC-ON-HAND-QUANTITY
                               OF LOCATION-BALANCE-RECORD-DATA
                   ELSE
                       ADD 1 TO WS-MATCHED-COUNT
                   END-IF
                   PERFORM READ-NEXT-LOCATION
               WHEN WS-GROUP-LOT-QTY NOT = LOC-ON-HAND-QUANTITY
                   OF LOCATION-BALANCE-RECORD-DATA
                   ADD 1 TO WS-MISMATCH-COUNT
                   DISPLAY "NOT EQUAL     : ITEM " WS-GROUP-ITEM
                       " AT " WS-GROUP-CODE
                       " BALANCE " LOC-ON-HAND-QUANTITY
                           OF LOCATION-BALANCE-RECORD-DATA
                       " LOTS " WS-GROUP-LOT-COUNT
                       " LOT QTY " WS-GROUP-LOT-QTY
                   PERFORM READ-NEXT-LOCATION
               WHEN OTHER
                   ADD 1 TO WS-MATCHED-COUNT
                   PERFORM READ-NEXT-LOCATION
           END-EVALUATE.

       END PROGRAM LOT-BALANCE-RECONCILIATION.
