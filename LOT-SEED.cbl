       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-BALANCE-SEED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS SYSIN.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-BALANCE-FILE ASSIGN TO "LOCBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOC-BALANCE-KEY
               FILE STATUS IS FS-LOCATION.

           SELECT LOT-FILE ASSIGN TO "LOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS FS-LOT.

           SELECT SYSTEM-LOCK-FILE ASSIGN TO "SYSLOCK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-SYSLOCK.

       DATA DIVISION.
       FILE SECTION.

       FD LOCATION-BALANCE-FILE.
       01 LOCATION-BALANCE-RECORD-DATA.
           COPY LOCATION-BALANCE-RECORD.

       FD LOT-FILE.
       01 LOT-RECORD-DATA.
           COPY LOT-RECORD.

       FD SYSTEM-LOCK-FILE.
       01 SYSLOCK-RECORD-DATA.
           COPY SYSLOCK-RECORD.

       WORKING-STORAGE SECTION.
       01 FS-LOCATION              PIC XX.
       01 FS-LOT                   PIC XX.
       01 FS-SYSLOCK               PIC XX.
       01 WS-SYSLOCK-RECORD.
           COPY SYSLOCK-RECORD.
       01 WS-END-OF-FILE           PIC X(3) VALUE "NO".
       01 WS-LOT-EOF               PIC X(3) VALUE "NO".

      *        STOCK THAT PRE-DATES LOT TRACKING GOES INTO ONE
      *        UNDATED LOT PER LOCATION ROW UNDER THIS NUMBER - IT
      *        SORTS AFTER EVERY DATED LOT, SO IT IS ISSUED LAST.
       01 WS-OPENING-LOT-NUMBER    PIC X(12) VALUE "OPENING".

       01 WS-LOT-TOTAL-QTY         PIC 9(7).
       01 WS-SHORTFALL-QTY         PIC 9(7).
       01 WS-ROWS-READ             PIC 9(7) VALUE ZERO.
       01 WS-LOTS-SEEDED           PIC 9(7) VALUE ZERO.
       01 WS-ROWS-ALREADY-COVERED  PIC 9(7) VALUE ZERO.
       01 WS-ROWS-OVER-COVERED     PIC 9(7) VALUE ZERO.
       01 WS-QUANTITY-SEEDED       PIC 9(9) VALUE ZERO.
       01 WS-CURRENT-TIMESTAMP     PIC 9(14).

       PROCEDURE DIVISION.

      *        LOT SEEDING FOR THE LOT AND EXPIRY RELEASE - STOCK ON
      *        HAND BEFORE LOTS WERE TRACKED EXISTS ONLY AS LOCBAL.DAT
      *        BALANCES, AND WITHOUT A LOT BEHIND IT EVERY ISSUE,
      *        RETURN, DOWNWARD COUNT OR TRANSFER AGAINST THAT STOCK
      *        REFUSES "LOTS DO NOT COVER THE QUANTITY".  EACH
      *        LOCATION ROW WHOSE LOTS HOLD LESS THAN ITS BALANCE IS
      *        TOPPED UP WITH AN UNDATED "OPENING" LOT FOR THE
      *        DIFFERENCE, SO THE LOTS AT EVERY LOCATION ADD UP TO ITS
      *        BALANCE.  A ROW ALREADY COVERED IS LEFT ALONE, SO A
      *        RERUN SEEDS NOTHING TWICE.  LOTS HOLDING MORE THAN THE
      *        BALANCE ARE ONLY COUNTED - THE LOT RECONCILIATION
      *        (LOTRECN) LISTS THEM FOR REVIEW.  THE ONLINE SESSION
      *        AND THE BATCH JOBS POST TO BOTH FILES, SO THE STEP
      *        TAKES THE SHARED IN-USE LOCK.
       MAIN-PROCESS.
           DISPLAY "LOT SEEDING - OPENING LOTS FROM LOCATION BALANCES"
           PERFORM CHECK-AND-CLAIM-SYSTEM-LOCK
           PERFORM SEED-OPENING-LOTS
           DISPLAY "LOCATION ROWS READ      : " WS-ROWS-READ
           DISPLAY "OPENING LOTS SEEDED     : " WS-LOTS-SEEDED
           DISPLAY "ROWS ALREADY COVERED    : " WS-ROWS-ALREADY-COVERED
           DISPLAY "ROWS WITH EXCESS LOTS   : " WS-ROWS-OVER-COVERED
           DISPLAY "TOTAL QUANTITY SEEDED   : " WS-QUANTITY-SEEDED
           DISPLAY "LOT SEEDING COMPLETE"
           PERFORM RELEASE-SYSTEM-LOCK
           IF WS-ROWS-OVER-COVERED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHECK-AND-CLAIM-SYSTEM-LOCK.
           OPEN INPUT SYSTEM-LOCK-FILE
           IF FS-SYSLOCK = "35"
               CONTINUE
           ELSE
               IF FS-SYSLOCK NOT = "00"
                   DISPLAY "UNABLE TO OPEN SYSLOCK.DAT: " FS-SYSLOCK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ SYSTEM-LOCK-FILE
                   INTO WS-SYSLOCK-RECORD
                   AT END
                       MOVE SPACES TO LCK-HOLDER OF WS-SYSLOCK-RECORD
               END-READ
               CLOSE SYSTEM-LOCK-FILE
               IF LCK-HOLDER OF WS-SYSLOCK-RECORD NOT = SPACES
                   DISPLAY "SYSTEM IN USE - LOCK HELD BY "
                       LCK-HOLDER OF WS-SYSLOCK-RECORD
                       " SINCE " LCK-TIMESTAMP OF WS-SYSLOCK-RECORD
                   DISPLAY "SEEDING NOT STARTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE "LOTSEED" TO LCK-HOLDER OF WS-SYSLOCK-RECORD
           PERFORM WRITE-SYSTEM-LOCK.

       RELEASE-SYSTEM-LOCK.
           MOVE SPACES TO LCK-HOLDER OF WS-SYSLOCK-RECORD
           PERFORM WRITE-SYSTEM-LOCK.

       WRITE-SYSTEM-LOCK.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO LCK-TIMESTAMP OF WS-SYSLOCK-RECORD
           OPEN OUTPUT SYSTEM-LOCK-FILE
           IF FS-SYSLOCK NOT = "00"
               DISPLAY "UNABLE TO WRITE SYSLOCK.DAT: " FS-SYSLOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE SYSLOCK-RECORD-DATA FROM WS-SYSLOCK-RECORD
           IF FS-SYSLOCK NOT = "00"
               DISPLAY "UNABLE TO WRITE SYSLOCK.DAT: " FS-SYSLOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SYSTEM-LOCK-FILE.

       SEED-OPENING-LOTS.
           OPEN INPUT LOCATION-BALANCE-FILE
           IF FS-LOCATION NOT = "00"
               DISPLAY "UNABLE TO OPEN LOCBAL.DAT: " FS-LOCATION
               PERFORM RELEASE-SYSTEM-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O LOT-FILE
           IF FS-LOT = "35"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF
           IF FS-LOT NOT = "00"
               DISPLAY "UNABLE TO OPEN LOT.DAT: " FS-LOT
               CLOSE LOCATION-BALANCE-FILE
               PERFORM RELEASE-SYSTEM-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
           MOVE "NO" TO WS-END-OF-FILE
           READ LOCATION-BALANCE-FILE
               AT END MOVE "YES" TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = "YES"
               ADD 1 TO WS-ROWS-READ
               PERFORM SEED-ONE-LOCATION
               READ LOCATION-BALANCE-FILE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE LOCATION-BALANCE-FILE
           CLOSE LOT-FILE.

       SEED-ONE-LOCATION.
           PERFORM TOTAL-LOTS-FOR-LOCATION
           EVALUATE TRUE
               WHEN WS-LOT-TOTAL-QTY = LOC-ON-HAND-QUANTITY
                   OF LOCATION-BALANCE-RECORD-DATA
                   ADD 1 TO WS-ROWS-ALREADY-COVERED
               WHEN WS-LOT-TOTAL-QTY > LOC-ON-HAND-QUANTITY
                   OF LOCATION-BALANCE-RECORD-DATA
                   ADD 1 TO WS-ROWS-OVER-COVERED
                   DISPLAY "LOTS EXCEED BALANCE - ITEM "
                       LOC-ITEM-ID OF LOCATION-BALANCE-RECORD-DATA
                       " AT " LOC-LOCATION-CODE
                           OF LOCATION-BALANCE-RECORD-DATA
                       " LOTS " WS-LOT-TOTAL-QTY
                       " BALANCE " LOC-ON-HAND-QUANTITY
                           OF LOCATION-BALANCE-RECORD-DATA
               WHEN OTHER
                   COMPUTE WS-SHORTFALL-QTY =
                       LOC-ON-HAND-QUANTITY
                           OF LOCATION-BALANCE-RECORD-DATA
                       - WS-LOT-TOTAL-QTY
                   PERFORM TOP-UP-OPENING-LOT
           END-EVALUATE.

       TOTAL-LOTS-FOR-LOCATION.
           MOVE ZERO TO WS-LOT-TOTAL-QTY
           MOVE "NO" TO WS-LOT-EOF
           MOVE LOC-ITEM-ID OF LOCATION-BALANCE-RECORD-DATA
               TO LOT-ITEM-ID OF LOT-RECORD-DATA
           MOVE LOC-LOCATION-CODE OF LOCATION-BALANCE-RECORD-DATA
               TO LOT-LOCATION-CODE OF LOT-RECORD-DATA
           MOVE LOW-VALUES TO LOT-NUMBER OF LOT-RECORD-DATA
           START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY
                   MOVE "YES" TO WS-LOT-EOF
           END-START
           PERFORM UNTIL WS-LOT-EOF = "YES"
               READ LOT-FILE NEXT RECORD
                   AT END MOVE "YES" TO WS-LOT-EOF
               END-READ
               IF WS-LOT-EOF = "NO"
                   IF LOT-ITEM-ID OF LOT-RECORD-DATA
                       NOT = LOC-ITEM-ID
                           OF LOCATION-BALANCE-RECORD-DATA
                       OR LOT-LOCATION-CODE OF LOT-RECORD-DATA
                           NOT = LOC-LOCATION-CODE
                               OF LOCATION-BALANCE-RECORD-DATA
                       MOVE "YES" TO WS-LOT-EOF
                   ELSE
                       ADD LOT-ON-HAND-QUANTITY OF LOT-RECORD-DATA
                           TO WS-LOT-TOTAL-QTY
                   END-IF
               END-IF
           END-PERFORM.

      *        THE OPENING LOT IS UNDATED AND HAS NO RECEIPT ORIGIN -
      *        IF ONE IS ALREADY ON FILE FOR THE LOCATION (A RERUN
      *        AFTER BALANCES GREW OUTSIDE THE LOT POSTINGS) IT IS
      *        TOPPED UP RATHER THAN DUPLICATED.
       TOP-UP-OPENING-LOT.
           MOVE LOC-ITEM-ID OF LOCATION-BALANCE-RECORD-DATA
               TO LOT-ITEM-ID OF LOT-RECORD-DATA
           MOVE LOC-LOCATION-CODE OF LOCATION-BALANCE-RECORD-DATA
               TO LOT-LOCATION-CODE OF LOT-RECORD-DATA
           MOVE WS-OPENING-LOT-NUMBER TO LOT-NUMBER OF LOT-RECORD-DATA
           READ LOT-FILE
               INVALID KEY
                   MOVE WS-SHORTFALL-QTY
                       TO LOT-ON-HAND-QUANTITY OF LOT-RECORD-DATA
                   MOVE WS-SHORTFALL-QTY
                       TO LOT-RECEIVED-QUANTITY OF LOT-RECORD-DATA
                   MOVE WS-CURRENT-TIMESTAMP(1:8)
                       TO LOT-RECEIPT-DATE OF LOT-RECORD-DATA
                   MOVE ZERO TO LOT-EXPIRY-DATE OF LOT-RECORD-DATA
                   MOVE SPACES TO LOT-SHIPMENT-ID OF LOT-RECORD-DATA
                   MOVE SPACES TO LOT-PO-NUMBER OF LOT-RECORD-DATA
                   MOVE WS-CURRENT-TIMESTAMP
                       TO LOT-AUDIT-TIMESTAMP OF LOT-RECORD-DATA
                   WRITE LOT-RECORD-DATA
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-SHORTFALL-QTY
                       TO LOT-ON-HAND-QUANTITY OF LOT-RECORD-DATA
                   ADD WS-SHORTFALL-QTY
                       TO LOT-RECEIVED-QUANTITY OF LOT-RECORD-DATA
                   MOVE WS-CURRENT-TIMESTAMP
                       TO LOT-AUDIT-TIMESTAMP OF LOT-RECORD-DATA
                   REWRITE LOT-RECORD-DATA
                   END-REWRITE
           END-READ
           IF FS-LOT NOT = "00"
               DISPLAY "ERROR ON LOT.DAT: " FS-LOT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LOTS-SEEDED
           ADD WS-SHORTFALL-QTY TO WS-QUANTITY-SEEDED.

       END PROGRAM LOT-BALANCE-SEED.
