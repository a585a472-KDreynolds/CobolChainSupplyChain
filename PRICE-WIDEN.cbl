       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-LINE-PRICE-WIDEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-LINE-OLD-FILE ASSIGN TO "POLINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOLD-PO-LINE-KEY
               FILE STATUS IS FS-PO-LINE-OLD.

           SELECT PO-LINE-NEW-FILE ASSIGN TO "POLINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POLN-PO-LINE-KEY
               FILE STATUS IS FS-PO-LINE-NEW.

           SELECT CONVERT-WORK-FILE ASSIGN TO "PLNWRK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CONVERT-WORK.

           SELECT SYSTEM-LOCK-FILE ASSIGN TO "SYSLOCK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-SYSLOCK.

       DATA DIVISION.
       FILE SECTION.

      *        THE PO LINE BEFORE THE CONTRACT PRICE CHECK - 55 BYTES
      *        WITH THE PO-NUMBER/LINE KEY AT THE FRONT.  THE PRICED
      *        DATE AND THE APPROVING SUPERVISOR SIT AT THE END, SO
      *        THE CONVERSION IS THE OLD IMAGE PLUS A ZERO DATE AND
      *        SPACES.
       FD PO-LINE-OLD-FILE.
       01 PO-LINE-OLD-RECORD.
           05 LOLD-PO-LINE-KEY     PIC X(13).
           05 FILLER               PIC X(42).

       FD PO-LINE-NEW-FILE.
       01 PO-LINE-RECORD-DATA.
           COPY PO-LINE-RECORD.

       FD CONVERT-WORK-FILE.
       01 CONVERT-WORK-RECORD      PIC X(71).

       FD SYSTEM-LOCK-FILE.
       01 SYSLOCK-RECORD-DATA.
           COPY SYSLOCK-RECORD.

       WORKING-STORAGE SECTION.
       01 FS-PO-LINE-OLD           PIC XX.
       01 FS-PO-LINE-NEW           PIC XX.
       01 FS-CONVERT-WORK          PIC XX.
       01 FS-SYSLOCK               PIC XX.
       01 WS-SYSLOCK-RECORD.
           COPY SYSLOCK-RECORD.
       01 WS-END-OF-FILE           PIC X(3) VALUE "NO".

       01 WS-NEW-IMAGE             PIC X(71).

       01 WS-ROWS-CONVERTED        PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

      *        ONE-TIME CONVERSION FOR THE CONTRACT PRICE CHECK - RUN
      *        ONCE, BEFORE THE FIRST RUN OF ANY PROGRAM THAT READS
      *        POLINE.DAT WITH THE WIDER LAYOUT.  EVERY EXISTING LINE
      *        GETS A ZERO PRICED DATE AND NO APPROVING SUPERVISOR,
      *        WHICH EVERY PROGRAM READS AS "PRICED BEFORE THE PRICE
      *        LIST" - THE PRICE-VARIANCE REPORT LEAVES SUCH LINES
      *        OUT OF ITS MONTHS.  POLINE.DAT IS REWRITTEN IN PLACE,
      *        SO THE STEP TAKES THE SHARED IN-USE LOCK THE SAME WAY
      *        THE OTHER WIDENINGS DO.
       MAIN-PROCESS.
           DISPLAY "PO LINE CONVERSION - PRICED DATE AND APPROVAL"
           PERFORM CHECK-AND-CLAIM-SYSTEM-LOCK
           PERFORM CONVERT-PO-LINE-FILE
           DISPLAY "PO LINES CONVERTED: " WS-ROWS-CONVERTED
           DISPLAY "PO LINE CONVERSION COMPLETE"
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
           MOVE "PLNWIDN" TO LCK-HOLDER OF WS-SYSLOCK-RECORD
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
      *        ROWS BETWEEN THE TRUNCATE OF POLINE.DAT AND ITS RELOAD
      *        - THE JCL KEEPS IT ON EVERY TERMINATION.  AN OPEN
      *        FAILURE WITH A FIXED-ATTRIBUTE CONFLICT MEANS THE FILE
      *        IS NOT IN THE OLD LENGTH ANY MORE - IT HAS ALREADY BEEN
      *        CONVERTED - SO IT IS LEFT UNTOUCHED WITH RC 8.
       CONVERT-PO-LINE-FILE.
           OPEN INPUT PO-LINE-OLD-FILE
           EVALUATE FS-PO-LINE-OLD
               WHEN "35"
                   DISPLAY "POLINE.DAT NOT FOUND - NOTHING TO CONVERT"
               WHEN "39"
                   DISPLAY "POLINE.DAT IS NOT 55-BYTE LINES - "
                       "ALREADY CONVERTED - FILE LEFT UNTOUCHED"
                   MOVE 8 TO RETURN-CODE
               WHEN "00"
                   PERFORM COPY-PO-LINES-TO-WORK
                   PERFORM RELOAD-PO-LINE-FILE
               WHEN OTHER
                   DISPLAY "ERROR OPENING POLINE.DAT: " FS-PO-LINE-OLD
                   PERFORM RELEASE-SYSTEM-LOCK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       COPY-PO-LINES-TO-WORK.
           OPEN OUTPUT CONVERT-WORK-FILE
           IF FS-CONVERT-WORK NOT = "00"
               DISPLAY "ERROR ON PLNWRK.DAT: " FS-CONVERT-WORK
               PERFORM RELEASE-SYSTEM-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "NO" TO WS-END-OF-FILE
           READ PO-LINE-OLD-FILE
               AT END MOVE "YES" TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = "YES"
               MOVE SPACES TO WS-NEW-IMAGE
               MOVE PO-LINE-OLD-RECORD TO WS-NEW-IMAGE(1:55)
               MOVE ALL "0" TO WS-NEW-IMAGE(56:8)
               WRITE CONVERT-WORK-RECORD FROM WS-NEW-IMAGE
               IF FS-CONVERT-WORK NOT = "00"
                   DISPLAY "ERROR ON PLNWRK.DAT: " FS-CONVERT-WORK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ROWS-CONVERTED
               READ PO-LINE-OLD-FILE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE PO-LINE-OLD-FILE
           CLOSE CONVERT-WORK-FILE.

       RELOAD-PO-LINE-FILE.
           OPEN INPUT CONVERT-WORK-FILE
           IF FS-CONVERT-WORK NOT = "00"
               DISPLAY "ERROR ON PLNWRK.DAT: " FS-CONVERT-WORK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PO-LINE-NEW-FILE
           IF FS-PO-LINE-NEW NOT = "00"
               DISPLAY "ERROR ON POLINE.DAT: " FS-PO-LINE-NEW
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "NO" TO WS-END-OF-FILE
           READ CONVERT-WORK-FILE
               AT END MOVE "YES" TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = "YES"
               WRITE PO-LINE-RECORD-DATA FROM CONVERT-WORK-RECORD
               IF FS-PO-LINE-NEW NOT = "00"
                   DISPLAY "ERROR ON POLINE.DAT: " FS-PO-LINE-NEW
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CONVERT-WORK-FILE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE PO-LINE-NEW-FILE
           CLOSE CONVERT-WORK-FILE.

       END PROGRAM PO-LINE-PRICE-WIDEN.
