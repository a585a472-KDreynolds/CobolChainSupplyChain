       IDENTIFICATION DIVISION.
       PROGRAM-ID. TX-LEDGER-WIDEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TX-OLD-FILE ASSIGN TO "TRANSACTION.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-TX-OLD.

           SELECT TX-NEW-FILE ASSIGN TO "TRANSACTION.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-TX-NEW.

           SELECT ARC-OLD-FILE ASSIGN TO "TXARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ARC-OLD.

           SELECT ARC-NEW-FILE ASSIGN TO "TXARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ARC-NEW.

           SELECT CONVERT-WORK-FILE ASSIGN TO "TXWIDWRK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CONVERT-WORK.

           SELECT SYSTEM-LOCK-FILE ASSIGN TO "SYSLOCK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-SYSLOCK.

       DATA DIVISION.
       FILE SECTION.

      *        THE LEDGER ROW BEFORE THE LOT NUMBER WAS ADDED - TX-ID
      *        THROUGH TX-EXTRACT-STATUS, 95 BYTES.  THE LOT NUMBER AND
      *        THE SPARE BYTES BEHIND IT SIT AT THE END, SO THE
      *        CONVERSION IS THE OLD IMAGE PLUS 35 BYTES OF SPACES.
       FD TX-OLD-FILE.
       01 TX-OLD-RECORD            PIC X(95).

       FD TX-NEW-FILE.
       01 TX-NEW-RECORD            PIC X(130).

       FD ARC-OLD-FILE.
       01 ARC-OLD-RECORD           PIC X(95).

       FD ARC-NEW-FILE.
       01 ARC-NEW-RECORD           PIC X(130).

       FD CONVERT-WORK-FILE.
       01 CONVERT-WORK-RECORD      PIC X(130).

       FD SYSTEM-LOCK-FILE.
       01 SYSLOCK-RECORD-DATA.
           COPY SYSLOCK-RECORD.

       WORKING-STORAGE SECTION.
       01 FS-TX-OLD                PIC XX.
       01 FS-TX-NEW                PIC XX.
       01 FS-ARC-OLD               PIC XX.
       01 FS-ARC-NEW               PIC XX.
       01 FS-CONVERT-WORK          PIC XX.
       01 FS-SYSLOCK               PIC XX.
       01 WS-SYSLOCK-RECORD.
           COPY SYSLOCK-RECORD.
       01 WS-END-OF-FILE           PIC X(3) VALUE "NO".

       01 WS-OLD-IMAGE             PIC X(95).
       01 WS-NEW-IMAGE             PIC X(130).

       01 WS-TX-ROWS-CONVERTED     PIC 9(9) VALUE ZERO.
       01 WS-ARC-ROWS-CONVERTED    PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.

      *        ONE-TIME CONVERSION FOR THE LOT NUMBER WIDENING - RUN
      *        ONCE, BEFORE THE FIRST POST-WIDENING RUN OF ANY JOB
      *        THAT READS TRANSACTION.DAT OR TXARCH.DAT.  EVERY
      *        EXISTING 95-BYTE ROW IS PADDED TO 130 BYTES WITH
      *        SPACES IN THE LOT NUMBER AND THE SPARE BYTES, SO
      *        PRE-WIDENING HISTORY READS CLEANLY AS "NO LOT
      *        RECORDED".  BOTH FILES ARE REWRITTEN IN PLACE, SO THE
      *        STEP TAKES THE SHARED IN-USE LOCK THE SAME WAY
      *        PERIOD-END-CLOSE DOES.
       MAIN-PROCESS.
           DISPLAY "LEDGER FORMAT CONVERSION - 95 TO 130 BYTE ROWS"
           PERFORM CHECK-AND-CLAIM-SYSTEM-LOCK
           PERFORM CONVERT-TRANSACTION-FILE
           PERFORM CONVERT-TX-ARCHIVE-FILE
           DISPLAY "LIVE LEDGER ROWS CONVERTED   : "
               WS-TX-ROWS-CONVERTED
           DISPLAY "ARCHIVE LEDGER ROWS CONVERTED: "
               WS-ARC-ROWS-CONVERTED
           DISPLAY "LEDGER FORMAT CONVERSION COMPLETE"
           PERFORM RELEASE-SYSTEM-LOCK
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
                   DISPLAY "CONVERSION NOT STARTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE "TXWIDEN" TO LCK-HOLDER OF WS-SYSLOCK-RECORD
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

      *        THE WORK DATASET IS THE ONLY COPY OF THE CONVERTED
      *        ROWS BETWEEN THE TRUNCATE OF THE LIVE FILE AND THE
      *        COPY-BACK - THE JCL KEEPS IT ON EVERY TERMINATION FOR
      *        THE SAME REASON PERIOD-END-CLOSE KEEPS ITS WORK FILES.
      *        AN OPEN FAILURE WITH A FIXED-ATTRIBUTE CONFLICT MEANS
      *        THE DATASET IS NOT 95-BYTE ROWS ANY MORE - THAT FILE
      *        HAS ALREADY BEEN CONVERTED - SO IT IS LEFT UNTOUCHED,
      *        RC 8 IS NOTED, AND THE JOB GOES ON TO THE OTHER FILE.
      *        A RERUN AFTER A FAILURE BETWEEN THE TWO PHASES MUST
      *        STILL REACH THE ARCHIVE, NOT STOP AT THE LIVE FILE.
       CONVERT-TRANSACTION-FILE.
           OPEN INPUT TX-OLD-FILE
           EVALUATE FS-TX-OLD
               WHEN "35"
                   DISPLAY "TRANSACTION.DAT NOT FOUND - NOTHING TO "
                       "CONVERT"
               WHEN "39"
                   DISPLAY "TRANSACTION.DAT IS NOT 95-BYTE ROWS - "
                       "ALREADY CONVERTED - FILE LEFT UNTOUCHED"
                   MOVE 8 TO RETURN-CODE
               WHEN "00"
                   PERFORM COPY-TRANSACTION-TO-WORK
                   PERFORM COPY-WORK-TO-TRANSACTION
               WHEN OTHER
                   DISPLAY "ERROR OPENING TRANSACTION.DAT: " FS-TX-OLD
                   PERFORM RELEASE-SYSTEM-LOCK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       COPY-TRANSACTION-TO-WORK.
           OPEN OUTPUT CONVERT-WORK-FILE
           IF FS-CONVERT-WORK NOT = "00"
               DISPLAY "ERROR ON TXWIDWRK.DAT: " FS-CONVERT-WORK
               PERFORM RELEASE-SYSTEM-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "NO" TO WS-END-OF-FILE
           READ TX-OLD-FILE INTO WS-OLD-IMAGE
               AT END MOVE "YES" TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = "YES"
               PERFORM PAD-ONE-ROW
               WRITE CONVERT-WORK-RECORD FROM WS-NEW-IMAGE
               IF FS-CONVERT-WORK NOT = "00"
                   DISPLAY "ERROR ON TXWIDWRK.DAT: "
                       FS-CONVERT-WORK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TX-ROWS-CONVERTED
               READ TX-OLD-FILE INTO WS-OLD-IMAGE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE TX-OLD-FILE
           CLOSE CONVERT-WORK-FILE.

       COPY-WORK-TO-TRANSACTION.
           OPEN INPUT CONVERT-WORK-FILE
           IF FS-CONVERT-WORK NOT = "00"
               DISPLAY "ERROR ON TXWIDWRK.DAT: " FS-CONVERT-WORK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TX-NEW-FILE
           IF FS-TX-NEW NOT = "00"
               DISPLAY "ERROR ON TRANSACTION.DAT: " FS-TX-NEW
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "NO" TO WS-END-OF-FILE
           READ CONVERT-WORK-FILE
               AT END MOVE "YES" TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = "YES"
               WRITE TX-NEW-RECORD FROM CONVERT-WORK-RECORD
               IF FS-TX-NEW NOT = "00"
                   DISPLAY "ERROR ON TRANSACTION.DAT: " FS-TX-NEW
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CONVERT-WORK-FILE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE TX-NEW-FILE
           CLOSE CONVERT-WORK-FILE.

       CONVERT-TX-ARCHIVE-FILE.
           OPEN INPUT ARC-OLD-FILE
           EVALUATE FS-ARC-OLD
               WHEN "35"
                   DISPLAY "TXARCH.DAT NOT FOUND - NOTHING TO CONVERT"
               WHEN "39"
                   DISPLAY "TXARCH.DAT IS NOT 95-BYTE ROWS - "
                       "ALREADY CONVERTED - FILE LEFT UNTOUCHED"
                   MOVE 8 TO RETURN-CODE
               WHEN "00"
                   PERFORM COPY-TX-ARCHIVE-TO-WORK
                   PERFORM COPY-WORK-TO-TX-ARCHIVE
               WHEN OTHER
                   DISPLAY "ERROR OPENING TXARCH.DAT: " FS-ARC-OLD
                   PERFORM RELEASE-SYSTEM-LOCK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       COPY-TX-ARCHIVE-TO-WORK.
           OPEN OUTPUT CONVERT-WORK-FILE
           IF FS-CONVERT-WORK NOT = "00"
               DISPLAY "ERROR ON TXWIDWRK.DAT: " FS-CONVERT-WORK
               PERFORM RELEASE-SYSTEM-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "NO" TO WS-END-OF-FILE
           READ ARC-OLD-FILE INTO WS-OLD-IMAGE
               AT END MOVE "YES" TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = "YES"
               PERFORM PAD-ONE-ROW
               WRITE CONVERT-WORK-RECORD FROM WS-NEW-IMAGE
               IF FS-CONVERT-WORK NOT = "00"
                   DISPLAY "ERROR ON TXWIDWRK.DAT: "
                       FS-CONVERT-WORK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ARC-ROWS-CONVERTED
               READ ARC-OLD-FILE INTO WS-OLD-IMAGE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE ARC-OLD-FILE
           CLOSE CONVERT-WORK-FILE.

       COPY-WORK-TO-TX-ARCHIVE.
           OPEN INPUT CONVERT-WORK-FILE
           IF FS-CONVERT-WORK NOT = "00"
               DISPLAY "ERROR ON TXWIDWRK.DAT: " FS-CONVERT-WORK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARC-NEW-FILE
           IF FS-ARC-NEW NOT = "00"
               DISPLAY "ERROR ON TXARCH.DAT: " FS-ARC-NEW
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "NO" TO WS-END-OF-FILE
           READ CONVERT-WORK-FILE
               AT END MOVE "YES" TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = "YES"
               WRITE ARC-NEW-RECORD FROM CONVERT-WORK-RECORD
               IF FS-ARC-NEW NOT = "00"
                   DISPLAY "ERROR ON TXARCH.DAT: " FS-ARC-NEW
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CONVERT-WORK-FILE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE ARC-NEW-FILE
           CLOSE CONVERT-WORK-FILE.

      *        TX-LOT-NUMBER (BYTES 96-107) AND THE SPARE BYTES
      *        (108-130) ALL SPACES - THE VALUE EVERY PROGRAM TREATS
      *        AS "NO LOT RECORDED".
       PAD-ONE-ROW.
           MOVE SPACES TO WS-NEW-IMAGE
           MOVE WS-OLD-IMAGE TO WS-NEW-IMAGE(1:95).

       END PROGRAM TX-LEDGER-WIDEN.
