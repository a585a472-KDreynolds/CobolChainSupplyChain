       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-STAMP-WIDEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-OLD-FILE ASSIGN TO "POFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POLD-PO-NUMBER
               FILE STATUS IS FS-PO-OLD.

           SELECT PO-NEW-FILE ASSIGN TO "POFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PORD-PO-NUMBER
               FILE STATUS IS FS-PO-NEW.

           SELECT RECEIPT-OLD-FILE ASSIGN TO "RECEIPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROLD-SHIPMENT-ID
               FILE STATUS IS FS-RECEIPT-OLD.

           SELECT RECEIPT-NEW-FILE ASSIGN TO "RECEIPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCT-SHIPMENT-ID
               FILE STATUS IS FS-RECEIPT-NEW.

           SELECT INVOICE-OLD-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IOLD-INVOICE-NUMBER
               FILE STATUS IS FS-INVOICE-OLD.

           SELECT INVOICE-NEW-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-INVOICE-NUMBER
               FILE STATUS IS FS-INVOICE-NEW.

           SELECT CONVERT-WORK-FILE ASSIGN TO "STMPWRK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CONVERT-WORK.

           SELECT SYSTEM-LOCK-FILE ASSIGN TO "SYSLOCK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-SYSLOCK.

       DATA DIVISION.
       FILE SECTION.

      *        THE THREE RECORDS BEFORE THE OPERATOR STAMPS WERE
      *        ADDED - PO HEADER 51 BYTES, RECEIPT 62, INVOICE 92,
      *        EACH WITH ITS KEY AT THE FRONT.  THE STAMPS SIT AT THE
      *        END, SO EACH CONVERSION IS THE OLD IMAGE PLUS SPACES
      *        (ZEROS IN THE INVOICE'S ENTERED-TIMESTAMP).
       FD PO-OLD-FILE.
       01 PO-OLD-RECORD.
           05 POLD-PO-NUMBER       PIC X(10).
           05 FILLER               PIC X(41).

       FD PO-NEW-FILE.
       01 PURCHASE-ORDER-RECORD-DATA.
           COPY PURCHASE-ORDER-RECORD.

       FD RECEIPT-OLD-FILE.
       01 RECEIPT-OLD-RECORD.
           05 ROLD-SHIPMENT-ID     PIC X(15).
           05 FILLER               PIC X(47).

       FD RECEIPT-NEW-FILE.
       01 RECEIPT-RECORD-DATA.
           COPY RECEIPT-RECORD.

       FD INVOICE-OLD-FILE.
       01 INVOICE-OLD-RECORD.
           05 IOLD-INVOICE-NUMBER  PIC X(12).
           05 FILLER               PIC X(80).

       FD INVOICE-NEW-FILE.
       01 INVOICE-RECORD-DATA.
           COPY INVOICE-RECORD.

       FD CONVERT-WORK-FILE.
       01 CONVERT-WORK-RECORD      PIC X(114).

       FD SYSTEM-LOCK-FILE.
       01 SYSLOCK-RECORD-DATA.
           COPY SYSLOCK-RECORD.

       WORKING-STORAGE SECTION.
       01 FS-PO-OLD                PIC XX.
       01 FS-PO-NEW                PIC XX.
       01 FS-RECEIPT-OLD           PIC XX.
       01 FS-RECEIPT-NEW           PIC XX.
       01 FS-INVOICE-OLD           PIC XX.
       01 FS-INVOICE-NEW           PIC XX.
       01 FS-CONVERT-WORK          PIC XX.
       01 FS-SYSLOCK               PIC XX.
       01 WS-SYSLOCK-RECORD.
           COPY SYSLOCK-RECORD.
       01 WS-END-OF-FILE           PIC X(3) VALUE "NO".

       01 WS-NEW-IMAGE             PIC X(114).

       01 WS-PO-ROWS-CONVERTED     PIC 9(7) VALUE ZERO.
       01 WS-RECEIPT-ROWS-CONVERTED PIC 9(7) VALUE ZERO.
       01 WS-INVOICE-ROWS-CONVERTED PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

      *        ONE-TIME CONVERSION FOR THE OPERATOR STAMPS - RUN ONCE,
      *        BEFORE THE FIRST RUN OF ANY PROGRAM THAT READS
      *        POFILE.DAT, RECEIPT.DAT OR INVOICE.DAT WITH THE WIDER
      *        LAYOUTS.  EVERY EXISTING ROW GETS SPACES IN ITS NEW
      *        CREATED-BY/CLOSED-BY, RECEIVED-BY OR ENTERED-BY FIELDS
      *        (AND A ZERO ENTERED-TIMESTAMP ON THE INVOICE), WHICH
      *        EVERY PROGRAM READS AS "NOT RECORDED" - HISTORY
      *        FROM BEFORE THE STAMPS CANNOT BE ATTRIBUTED.  ALL THREE
      *        FILES ARE REWRITTEN IN PLACE, SO THE STEP TAKES THE
      *        SHARED IN-USE LOCK THE SAME WAY THE LEDGER WIDENING
      *        DOES.
       MAIN-PROCESS.
           DISPLAY "OPERATOR STAMP CONVERSION - PO, RECEIPT, INVOICE"
           PERFORM CHECK-AND-CLAIM-SYSTEM-LOCK
           PERFORM CONVERT-PO-FILE
           PERFORM CONVERT-RECEIPT-FILE
           PERFORM CONVERT-INVOICE-FILE
           DISPLAY "PO HEADERS CONVERTED: " WS-PO-ROWS-CONVERTED
           DISPLAY "RECEIPTS CONVERTED  : " WS-RECEIPT-ROWS-CONVERTED
           DISPLAY "INVOICES CONVERTED  : " WS-INVOICE-ROWS-CONVERTED
           DISPLAY "OPERATOR STAMP CONVERSION COMPLETE"
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
           MOVE "STMPWIDN" TO LCK-HOLDER OF WS-SYSLOCK-RECORD
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
      *        ROWS BETWEEN THE TRUNCATE OF A FILE AND ITS RELOAD -
      *        THE JCL KEEPS IT ON EVERY TERMINATION.  AN OPEN
      *        FAILURE WITH A FIXED-ATTRIBUTE CONFLICT MEANS THAT FILE
      *        IS NOT IN THE OLD LENGTH ANY MORE - IT HAS ALREADY BEEN
      *        CONVERTED - SO IT IS LEFT UNTOUCHED, RC 8 IS NOTED, AND
      *        THE JOB GOES ON TO THE NEXT FILE.  A RERUN AFTER A
      *        FAILURE PART WAY THROUGH MUST STILL REACH THE FILES
      *        NOT YET CONVERTED.
       CONVERT-PO-FILE.
           OPEN INPUT PO-OLD-FILE
           EVALUATE FS-PO-OLD
               WHEN "35"
                   DISPLAY "POFILE.DAT NOT FOUND - NOTHING TO CONVERT"
               WHEN "39"
                   DISPLAY "POFILE.DAT IS NOT 51-BYTE HEADERS - "
                       "ALREADY CONVERTED - FILE LEFT UNTOUCHED"
                   MOVE 8 TO RETURN-CODE
               WHEN "00"
                   PERFORM COPY-PO-TO-WORK
                   PERFORM RELOAD-PO-FILE
               WHEN OTHER
                   DISPLAY "ERROR OPENING POFILE.DAT: " FS-PO-OLD
                   PERFORM RELEASE-SYSTEM-LOCK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       COPY-PO-TO-WORK.
           PERFORM OPEN-WORK-FOR-OUTPUT
           MOVE "NO" TO WS-END-OF-FILE
           READ PO-OLD-FILE
               AT END MOVE "YES" TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = "YES"
               MOVE SPACES TO WS-NEW-IMAGE
               MOVE PO-OLD-RECORD TO WS-NEW-IMAGE(1:51)
               PERFORM WRITE-WORK-ROW
               ADD 1 TO WS-PO-ROWS-CONVERTED
               READ PO-OLD-FILE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE PO-OLD-FILE
           CLOSE CONVERT-WORK-FILE.

       RELOAD-PO-FILE.
           PERFORM OPEN-WORK-FOR-INPUT
           OPEN OUTPUT PO-NEW-FILE
           IF FS-PO-NEW NOT = "00"
               DISPLAY "ERROR ON POFILE.DAT: " FS-PO-NEW
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "NO" TO WS-END-OF-FILE
           READ CONVERT-WORK-FILE
               AT END MOVE "YES" TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = "YES"
               WRITE PURCHASE-ORDER-RECORD-DATA
                   FROM CONVERT-WORK-RECORD(1:67)
               IF FS-PO-NEW NOT = "00"
                   DISPLAY "ERROR ON POFILE.DAT: " FS-PO-NEW
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CONVERT-WORK-FILE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE PO-NEW-FILE
           CLOSE CONVERT-WORK-FILE.

       CONVERT-RECEIPT-FILE.
           OPEN INPUT RECEIPT-OLD-FILE
           EVALUATE FS-RECEIPT-OLD
               WHEN "35"
                   DISPLAY "RECEIPT.DAT NOT FOUND - NOTHING TO CONVERT"
               WHEN "39"
                   DISPLAY "RECEIPT.DAT IS NOT 62-BYTE ROWS - "
                       "ALREADY CONVERTED - FILE LEFT UNTOUCHED"
                   MOVE 8 TO RETURN-CODE
               WHEN "00"
                   PERFORM COPY-RECEIPT-TO-WORK
                   PERFORM RELOAD-RECEIPT-FILE
               WHEN OTHER
                   DISPLAY "ERROR OPENING RECEIPT.DAT: "
                       FS-RECEIPT-OLD
                   PERFORM RELEASE-SYSTEM-LOCK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       COPY-RECEIPT-TO-WORK.
           PERFORM OPEN-WORK-FOR-OUTPUT
           MOVE "NO" TO WS-END-OF-FILE
           READ RECEIPT-OLD-FILE
               AT END MOVE "YES" TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = "YES"
               MOVE SPACES TO WS-NEW-IMAGE
               MOVE RECEIPT-OLD-RECORD TO WS-NEW-IMAGE(1:62)
               PERFORM WRITE-WORK-ROW
               ADD 1 TO WS-RECEIPT-ROWS-CONVERTED
               READ RECEIPT-OLD-FILE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE RECEIPT-OLD-FILE
           CLOSE CONVERT-WORK-FILE.

       RELOAD-RECEIPT-FILE.
           PERFORM OPEN-WORK-FOR-INPUT
           OPEN OUTPUT RECEIPT-NEW-FILE
           IF FS-RECEIPT-NEW NOT = "00"
               DISPLAY "ERROR ON RECEIPT.DAT: " FS-RECEIPT-NEW
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "NO" TO WS-END-OF-FILE
           READ CONVERT-WORK-FILE
               AT END MOVE "YES" TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = "YES"
               WRITE RECEIPT-RECORD-DATA
                   FROM CONVERT-WORK-RECORD(1:78)
               IF FS-RECEIPT-NEW NOT = "00"
                   DISPLAY "ERROR ON RECEIPT.DAT: " FS-RECEIPT-NEW
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CONVERT-WORK-FILE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE RECEIPT-NEW-FILE
           CLOSE CONVERT-WORK-FILE.

       CONVERT-INVOICE-FILE.
           OPEN INPUT INVOICE-OLD-FILE
           EVALUATE FS-INVOICE-OLD
               WHEN "35"
                   DISPLAY "INVOICE.DAT NOT FOUND - NOTHING TO CONVERT"
               WHEN "39"
                   DISPLAY "INVOICE.DAT IS NOT 92-BYTE ROWS - "
                       "ALREADY CONVERTED - FILE LEFT UNTOUCHED"
                   MOVE 8 TO RETURN-CODE
               WHEN "00"
                   PERFORM COPY-INVOICE-TO-WORK
                   PERFORM RELOAD-INVOICE-FILE
               WHEN OTHER
                   DISPLAY "ERROR OPENING INVOICE.DAT: "
                       FS-INVOICE-OLD
                   PERFORM RELEASE-SYSTEM-LOCK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       COPY-INVOICE-TO-WORK.
           PERFORM OPEN-WORK-FOR-OUTPUT
           MOVE "NO" TO WS-END-OF-FILE
           READ INVOICE-OLD-FILE
               AT END MOVE "YES" TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = "YES"
               MOVE SPACES TO WS-NEW-IMAGE
               MOVE INVOICE-OLD-RECORD TO WS-NEW-IMAGE(1:92)
               MOVE ALL "0" TO WS-NEW-IMAGE(101:14)
               PERFORM WRITE-WORK-ROW
               ADD 1 TO WS-INVOICE-ROWS-CONVERTED
               READ INVOICE-OLD-FILE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE INVOICE-OLD-FILE
           CLOSE CONVERT-WORK-FILE.

       RELOAD-INVOICE-FILE.
           PERFORM OPEN-WORK-FOR-INPUT
           OPEN OUTPUT INVOICE-NEW-FILE
           IF FS-INVOICE-NEW NOT = "00"
               DISPLAY "ERROR ON INVOICE.DAT: " FS-INVOICE-NEW
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "NO" TO WS-END-OF-FILE
           READ CONVERT-WORK-FILE
               AT END MOVE "YES" TO WS-END-OF-FILE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE = "YES"
               WRITE INVOICE-RECORD-DATA
                   FROM CONVERT-WORK-RECORD(1:114)
               IF FS-INVOICE-NEW NOT = "00"
                   DISPLAY "ERROR ON INVOICE.DAT: " FS-INVOICE-NEW
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CONVERT-WORK-FILE
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE INVOICE-NEW-FILE
           CLOSE CONVERT-WORK-FILE.

       OPEN-WORK-FOR-OUTPUT.
           OPEN OUTPUT CONVERT-WORK-FILE
           IF FS-CONVERT-WORK NOT = "00"
               DISPLAY "ERROR ON STMPWRK.DAT: " FS-CONVERT-WORK
               PERFORM RELEASE-SYSTEM-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-WORK-FOR-INPUT.
           OPEN INPUT CONVERT-WORK-FILE
           IF FS-CONVERT-WORK NOT = "00"
               DISPLAY "ERROR ON STMPWRK.DAT: " FS-CONVERT-WORK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-WORK-ROW.
           WRITE CONVERT-WORK-RECORD FROM WS-NEW-IMAGE
           IF FS-CONVERT-WORK NOT = "00"
               DISPLAY "ERROR ON STMPWRK.DAT: " FS-CONVERT-WORK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM OPERATOR-STAMP-WIDEN.
