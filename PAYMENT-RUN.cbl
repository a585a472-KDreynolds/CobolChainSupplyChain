       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-PAYMENT-RUN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS SYSIN.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-INVOICE-NUMBER
               FILE STATUS IS FS-INVOICE.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-SUPPLIER-ID
               FILE STATUS IS FS-SUPPLIER.

           SELECT SUPPLY-CHAIN-FILE ASSIGN TO "SUPPLYCHAIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS SHIPMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SUPPLIER-ID WITH DUPLICATES
               FILE STATUS IS FS-SUPPLY-CHAIN.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTION.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-TRANSACTION.

           SELECT PAYMENT-REMIT-FILE ASSIGN TO "PAYREMIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REMIT.

           SELECT PAY-CHECKPOINT-FILE ASSIGN TO "PAYCKPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CHECKPOINT.

           SELECT SYSTEM-LOCK-FILE ASSIGN TO "SYSLOCK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-SYSLOCK.

       DATA DIVISION.
       FILE SECTION.

       FD INVOICE-FILE.
       01 INVOICE-RECORD-DATA.
           COPY INVOICE-RECORD.

       FD SUPPLIER-MASTER-FILE.
       01 SUPPLIER-MASTER-RECORD-DATA.
           COPY SUPPLIER-RECORD.

       FD SUPPLY-CHAIN-FILE.
       01 SUPPLY-CHAIN-RECORD-DATA.
           COPY SUPPLY-CHAIN-RECORD.

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD-DATA.
           COPY TRANSACTION-RECORD.

       FD PAYMENT-REMIT-FILE.
       01 PAYMENT-REMIT-RECORD-DATA.
           COPY PAYMENT-REMIT-RECORD.

      *        ONE RECORD, REPLACED TWICE PER INVOICE - STATE "P" IS
      *        WRITTEN BEFORE ANYTHING IS PAID, "D" ONCE THE INVOICE
      *        IS MARKED PAID.  THE RUN DATE, PAY-THROUGH DATE AND
      *        RUNNING TOTALS RIDE ALONG SO A RESTART PAYS ON THE SAME
      *        TERMS AND ENDS WITH TOTALS FOR THE WHOLE RUN.
       FD PAY-CHECKPOINT-FILE.
       01 PAY-CHECKPOINT-RECORD.
           05 PCK-RUN-DATE         PIC 9(8).
           05 PCK-PAY-THROUGH-DATE PIC 9(8).
           05 PCK-INVOICE-NUMBER   PIC X(12).
           05 PCK-STATE            PIC X(1).
           05 PCK-PAYMENT-SEQ      PIC 9(6).
           05 PCK-PAID-COUNT       PIC 9(7).
           05 PCK-GROSS-TOTAL      PIC 9(9)V99.
           05 PCK-DISCOUNT-TOTAL   PIC 9(9)V99.
           05 PCK-NET-TOTAL        PIC 9(9)V99.

       FD SYSTEM-LOCK-FILE.
       01 SYSLOCK-RECORD-DATA.
           COPY SYSLOCK-RECORD.

       WORKING-STORAGE SECTION.
       01 FS-INVOICE               PIC XX.
       01 FS-SUPPLIER              PIC XX.
       01 FS-SUPPLY-CHAIN          PIC XX.
       01 FS-TRANSACTION           PIC XX.
       01 FS-REMIT                 PIC XX.
       01 FS-CHECKPOINT            PIC XX.
       01 FS-SYSLOCK               PIC XX.
       01 WS-SYSLOCK-RECORD.
           COPY SYSLOCK-RECORD.
       01 WS-END-OF-FILE           PIC X(3) VALUE "NO".
       01 WS-SCAN-END-OF-FILE      PIC X(3) VALUE "NO".

       01 WS-INVOICE-RECORD.
           COPY INVOICE-RECORD.
       01 WS-SUPPLIER-MASTER-RECORD.
           COPY SUPPLIER-RECORD.
       01 WS-REMIT-RECORD.
           COPY PAYMENT-REMIT-RECORD.
       01 WS-TRANSACTION-RECORD.
           COPY TRANSACTION-RECORD.

       01 WS-PAY-THROUGH-ENTRY     PIC 9(8) VALUE ZERO.
       01 WS-PAY-THROUGH-DATE      PIC 9(8).
       01 WS-RUN-DATE              PIC 9(8).
       01 WS-RUN-INT               PIC 9(9).
       01 WS-DISCOUNT-LIMIT-INT    PIC 9(9).
       01 WS-CURRENT-TIMESTAMP     PIC 9(14).

      *        RESTART CONTROL - SET FROM A CHECKPOINT LEFT BY A RUN
      *        THAT DID NOT FINISH.  A "P" CHECKPOINT MEANS ONE
      *        INVOICE WAS IN FLIGHT AND MAY BE PART-PAID; IT IS
      *        RESOLVED BEFORE THE MAIN PASS RESUMES BEHIND IT.
       01 WS-RESTARTING            PIC X(3) VALUE "NO".
           88 RUN-IS-RESTART           VALUE "YES".
       01 WS-RESOLVING             PIC X(3) VALUE "NO".
           88 RESOLVING-PENDING        VALUE "YES".
       01 WS-RESTART-INVOICE       PIC X(12) VALUE SPACES.
       01 WS-RESTART-STATE         PIC X(1) VALUE SPACE.
           88 RESTART-WAS-PENDING      VALUE "P".
       01 WS-CHECKPOINT-STATE      PIC X(1).

       01 WS-PAYMENT-SEQ           PIC 9(6) VALUE ZERO.
       01 WS-PAYMENT-NUMBER        PIC X(14).
       01 WS-ALREADY-WRITTEN       PIC X(3) VALUE "NO".
           88 ROW-ALREADY-WRITTEN      VALUE "YES".

       01 WS-INVOICE-SELECTED      PIC X(3) VALUE "NO".
           88 INVOICE-IS-SELECTED      VALUE "YES".
       01 WS-DISCOUNT-ELIGIBLE     PIC X(3) VALUE "NO".
           88 DISCOUNT-IS-ELIGIBLE     VALUE "YES".

      *        EARLY-PAYMENT TERMS ("2/10 NET30", "1.5/15 NET45") -
      *        THE FIGURE BEFORE THE SLASH IS THE DISCOUNT PERCENT,
      *        THE DIGITS STRAIGHT AFTER IT THE DAYS FROM INVOICE
      *        DATE IT CAN BE TAKEN.  TERMS WITHOUT A SLASH CARRY NO
      *        DISCOUNT.
       01 WS-TERMS-SUB             PIC 9(2).
       01 WS-TERMS-CHAR            PIC X(1).
       01 WS-TERMS-DIGIT REDEFINES WS-TERMS-CHAR PIC 9(1).
       01 WS-SLASH-POSITION        PIC 9(2).
       01 WS-AFTER-POINT           PIC X(3).
       01 WS-DISCOUNT-PERCENT      PIC 9(2)V9.
       01 WS-DISCOUNT-DAYS         PIC 9(3).

       01 WS-GROSS-AMOUNT          PIC 9(7)V99.
       01 WS-DISCOUNT-AMOUNT       PIC 9(7)V99.
       01 WS-NET-AMOUNT            PIC 9(7)V99.
       01 WS-PAYMENT-ITEM-ID       PIC X(10).

       01 WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01 WS-PAID-COUNT            PIC 9(7) VALUE ZERO.
       01 WS-EXCEPTION-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-GROSS-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01 WS-DISCOUNT-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01 WS-NET-TOTAL             PIC 9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY "SUPPLIER PAYMENT RUN"
           DISPLAY "ENTER PAY-THROUGH DATE (YYYYMMDD, 0 = TODAY): "
           ACCEPT WS-PAY-THROUGH-ENTRY FROM CONSOLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-PAY-THROUGH-ENTRY TO WS-PAY-THROUGH-DATE
           IF WS-PAY-THROUGH-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-PAY-THROUGH-DATE
           END-IF
           PERFORM CHECK-AND-CLAIM-SYSTEM-LOCK
           PERFORM READ-CHECKPOINT
           DISPLAY "PAY-THROUGH DATE : " WS-PAY-THROUGH-DATE
           DISPLAY "PAYMENT DATE     : " WS-RUN-DATE
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM OPEN-PAYMENT-FILES
           IF RUN-IS-RESTART
               IF RESTART-WAS-PENDING
                   PERFORM RESOLVE-PENDING-INVOICE
               END-IF
               MOVE WS-RESTART-INVOICE
                   TO INV-INVOICE-NUMBER OF INVOICE-RECORD-DATA
               START INVOICE-FILE KEY IS GREATER THAN
                   INV-INVOICE-NUMBER OF INVOICE-RECORD-DATA
                   INVALID KEY
                       MOVE "YES" TO WS-END-OF-FILE
               END-START
           END-IF
           IF WS-END-OF-FILE = "NO"
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = "YES"
               PERFORM PROCESS-ONE-INVOICE
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE
           CLOSE SUPPLIER-MASTER-FILE
           CLOSE SUPPLY-CHAIN-FILE
           PERFORM CLEAR-CHECKPOINT
           DISPLAY " "
           DISPLAY "INVOICES READ      : " WS-READ-COUNT
           DISPLAY "INVOICES PAID      : " WS-PAID-COUNT
           DISPLAY "INVOICES EXCEPTED  : " WS-EXCEPTION-COUNT
           DISPLAY "RUN GROSS AMOUNT   : " WS-GROSS-TOTAL
           DISPLAY "RUN DISCOUNT TAKEN : " WS-DISCOUNT-TOTAL
           DISPLAY "RUN NET PAID       : " WS-NET-TOTAL
           PERFORM RELEASE-SYSTEM-LOCK
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *        THE PAYMENT RUN SETTLES INVOICES AND APPENDS TO THE
      *        LEDGER - IT TAKES THE SHARED IN-USE LOCK LIKE EVERY
      *        OTHER UPDATING JOB AND REFUSES TO START WITH RC 16 IF
      *        ANYTHING ELSE HOLDS IT.
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
                   DISPLAY "PAYMENT RUN NOT STARTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE "PAYRUN" TO LCK-HOLDER OF WS-SYSLOCK-RECORD
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

      *        A CHECKPOINT ON FILE MEANS THE LAST RUN DID NOT FINISH -
      *        THIS RUN CARRIES ON FROM IT ON THE ORIGINAL PAYMENT AND
      *        PAY-THROUGH DATES, WHATEVER SYSIN SAYS, SO DISCOUNTS
      *        AND SELECTION MATCH WHAT WAS ALREADY PAID.
       READ-CHECKPOINT.
           MOVE "NO" TO WS-RESTARTING
           OPEN INPUT PAY-CHECKPOINT-FILE
           IF FS-CHECKPOINT = "00"
               READ PAY-CHECKPOINT-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE "YES" TO WS-RESTARTING
                       MOVE PCK-RUN-DATE TO WS-RUN-DATE
                       MOVE PCK-PAY-THROUGH-DATE TO WS-PAY-THROUGH-DATE
                       MOVE PCK-INVOICE-NUMBER TO WS-RESTART-INVOICE
                       MOVE PCK-STATE TO WS-RESTART-STATE
                       MOVE PCK-PAYMENT-SEQ TO WS-PAYMENT-SEQ
                       MOVE PCK-PAID-COUNT TO WS-PAID-COUNT
                       MOVE PCK-GROSS-TOTAL TO WS-GROSS-TOTAL
                       MOVE PCK-DISCOUNT-TOTAL TO WS-DISCOUNT-TOTAL
                       MOVE PCK-NET-TOTAL TO WS-NET-TOTAL
                       DISPLAY "RESTARTING PAYMENT RUN OF "
                           WS-RUN-DATE " AFTER INVOICE: "
                           WS-RESTART-INVOICE
               END-READ
               CLOSE PAY-CHECKPOINT-FILE
           END-IF.

      *        NOTHING HAS BEEN PAID YET ON THESE OPEN FAILURES -
      *        RELEASE THE LOCK SO A MISSING DATASET DOES NOT COST A
      *        STALE-LOCK OVERRIDE.  A FRESH RUN STARTS A NEW
      *        REMITTANCE FILE; A RESTART APPENDS TO THE ONE ALREADY
      *        BEGUN.
       OPEN-PAYMENT-FILES.
           OPEN I-O INVOICE-FILE
           IF FS-INVOICE = "35"
               DISPLAY "INVOICE.DAT NOT FOUND - NOTHING TO PAY"
               PERFORM RELEASE-SYSTEM-LOCK
               STOP RUN
           END-IF
           IF FS-INVOICE NOT = "00"
               DISPLAY "UNABLE TO OPEN INVOICE.DAT: " FS-INVOICE
               PERFORM RELEASE-SYSTEM-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUPPLIER-MASTER-FILE
           IF FS-SUPPLIER NOT = "00"
               DISPLAY "UNABLE TO OPEN SUPPLIER.DAT: " FS-SUPPLIER
               PERFORM RELEASE-SYSTEM-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUPPLY-CHAIN-FILE
           IF FS-SUPPLY-CHAIN NOT = "00"
               DISPLAY "UNABLE TO OPEN SUPPLYCHAIN.DAT: "
                   FS-SUPPLY-CHAIN
               PERFORM RELEASE-SYSTEM-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT RUN-IS-RESTART
               OPEN OUTPUT PAYMENT-REMIT-FILE
               IF FS-REMIT NOT = "00"
                   DISPLAY "UNABLE TO OPEN PAYREMIT.DAT: " FS-REMIT
                   PERFORM RELEASE-SYSTEM-LOCK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PAYMENT-REMIT-FILE
           END-IF.

      *        THE INVOICE IN FLIGHT WHEN THE LAST RUN STOPPED.  IF IT
      *        IS ALREADY PAID THE RUN GOT THAT FAR; IF NOT, IT IS
      *        PAID NOW, BUT THE REMITTANCE AND LEDGER ROWS ARE ONLY
      *        WRITTEN IF THE LAST RUN HAD NOT ALREADY WRITTEN THEM -
      *        THE BANK NEVER SEES THE SAME INVOICE TWICE.
       RESOLVE-PENDING-INVOICE.
           MOVE WS-RESTART-INVOICE
               TO INV-INVOICE-NUMBER OF INVOICE-RECORD-DATA
           READ INVOICE-FILE
               INVALID KEY
                   DISPLAY "PENDING INVOICE NO LONGER ON FILE: "
                       WS-RESTART-INVOICE
               NOT INVALID KEY
                   IF INV-STATUS OF INVOICE-RECORD-DATA = "OPEN"
                       MOVE "YES" TO WS-RESOLVING
                       ADD 1 TO WS-READ-COUNT
                       PERFORM SELECT-INVOICE-FOR-PAYMENT
                       IF INVOICE-IS-SELECTED
                           PERFORM PAY-ONE-INVOICE
                       END-IF
                       MOVE "NO" TO WS-RESOLVING
                   ELSE
                       DISPLAY "PENDING INVOICE " WS-RESTART-INVOICE
                           " WAS SETTLED BEFORE THE FAILURE"
                   END-IF
           END-READ.

       PROCESS-ONE-INVOICE.
           ADD 1 TO WS-READ-COUNT
           IF INV-STATUS OF INVOICE-RECORD-DATA = "OPEN"
               PERFORM SELECT-INVOICE-FOR-PAYMENT
               IF INVOICE-IS-SELECTED
                   PERFORM PAY-ONE-INVOICE
               END-IF
           END-IF.

      *        AN OPEN INVOICE IS PAID IN THIS RUN IF IT FALLS DUE BY
      *        THE PAY-THROUGH DATE, OR IF PAYING IT TODAY STILL EARNS
      *        ITS EARLY-PAYMENT DISCOUNT - LEAVING THAT FOR THE NEXT
      *        RUN WOULD THROW THE DISCOUNT AWAY.
       SELECT-INVOICE-FOR-PAYMENT.
           MOVE "NO" TO WS-INVOICE-SELECTED
           MOVE "NO" TO WS-DISCOUNT-ELIGIBLE
           MOVE INVOICE-RECORD-DATA TO WS-INVOICE-RECORD
           MOVE INV-SUPPLIER-ID OF WS-INVOICE-RECORD
               TO SUP-SUPPLIER-ID OF SUPPLIER-MASTER-RECORD-DATA
           READ SUPPLIER-MASTER-FILE
               INTO WS-SUPPLIER-MASTER-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-SUPPLIER-MASTER-RECORD
           END-READ
           IF SUP-SUPPLIER-ID OF WS-SUPPLIER-MASTER-RECORD = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "NOT PAID - SUPPLIER NOT ON MASTER: "
                   INV-SUPPLIER-ID OF WS-INVOICE-RECORD
                   " INVOICE: " INV-INVOICE-NUMBER OF WS-INVOICE-RECORD
           ELSE
               PERFORM EXTRACT-DISCOUNT-TERMS
               IF WS-DISCOUNT-PERCENT > ZERO
                   COMPUTE WS-DISCOUNT-LIMIT-INT =
                       FUNCTION INTEGER-OF-DATE
                           (INV-INVOICE-DATE OF WS-INVOICE-RECORD)
                       + WS-DISCOUNT-DAYS
                   IF WS-RUN-INT NOT > WS-DISCOUNT-LIMIT-INT
                       MOVE "YES" TO WS-DISCOUNT-ELIGIBLE
                   END-IF
               END-IF
               IF INV-DUE-DATE OF WS-INVOICE-RECORD
                   NOT > WS-PAY-THROUGH-DATE
                   OR DISCOUNT-IS-ELIGIBLE
                   MOVE "YES" TO WS-INVOICE-SELECTED
               END-IF
           END-IF.

      *        SAME FREE-TEXT TERMS EXTRACT-TERMS-DAYS READS FOR THE
      *        NET DAYS AT INVOICE ENTRY - THIS SIDE READS THE
      *        DISCOUNT IN FRONT OF THE SLASH AND THE DISCOUNT DAYS
      *        BEHIND IT.  NO SLASH, OR NO DIGITS AROUND IT, MEANS NO
      *        DISCOUNT.
       EXTRACT-DISCOUNT-TERMS.
           MOVE ZERO TO WS-DISCOUNT-PERCENT
           MOVE ZERO TO WS-DISCOUNT-DAYS
           MOVE ZERO TO WS-SLASH-POSITION
           MOVE "NO" TO WS-AFTER-POINT
           PERFORM VARYING WS-TERMS-SUB FROM 1 BY 1
               UNTIL WS-TERMS-SUB > 10 OR WS-SLASH-POSITION > ZERO
               MOVE SUP-PAYMENT-TERMS OF WS-SUPPLIER-MASTER-RECORD
                   (WS-TERMS-SUB:1) TO WS-TERMS-CHAR
               EVALUATE TRUE
                   WHEN WS-TERMS-CHAR = "/"
                       MOVE WS-TERMS-SUB TO WS-SLASH-POSITION
                   WHEN WS-TERMS-CHAR = "."
                       MOVE "YES" TO WS-AFTER-POINT
                   WHEN WS-TERMS-CHAR IS NUMERIC
                       IF WS-AFTER-POINT = "YES"
                           COMPUTE WS-DISCOUNT-PERCENT =
                               WS-DISCOUNT-PERCENT
                               + (WS-TERMS-DIGIT / 10)
                       ELSE
                           COMPUTE WS-DISCOUNT-PERCENT =
                               (WS-DISCOUNT-PERCENT * 10)
                               + WS-TERMS-DIGIT
                       END-IF
                   WHEN OTHER
                       MOVE ZERO TO WS-DISCOUNT-PERCENT
                       MOVE "NO" TO WS-AFTER-POINT
               END-EVALUATE
           END-PERFORM
           IF WS-SLASH-POSITION = ZERO
               MOVE ZERO TO WS-DISCOUNT-PERCENT
           ELSE
               PERFORM VARYING WS-TERMS-SUB
                   FROM WS-SLASH-POSITION BY 1
                   UNTIL WS-TERMS-SUB > 9
                   MOVE SUP-PAYMENT-TERMS OF WS-SUPPLIER-MASTER-RECORD
                       (WS-TERMS-SUB + 1:1) TO WS-TERMS-CHAR
                   IF WS-TERMS-CHAR IS NUMERIC
                       COMPUTE WS-DISCOUNT-DAYS =
                           (WS-DISCOUNT-DAYS * 10) + WS-TERMS-DIGIT
                   ELSE
                       MOVE 10 TO WS-TERMS-SUB
                   END-IF
               END-PERFORM
               IF WS-DISCOUNT-DAYS = ZERO
                   MOVE ZERO TO WS-DISCOUNT-PERCENT
               END-IF
           END-IF.

      *        ORDER MATTERS FOR RESTART - THE "P" CHECKPOINT GOES
      *        DOWN BEFORE THE REMITTANCE ROW, AND THE INVOICE IS ONLY
      *        MARKED PAID AFTER THE REMITTANCE AND LEDGER ROWS ARE
      *        WRITTEN.  A FAILURE ANYWHERE IN BETWEEN LEAVES A "P"
      *        CHECKPOINT THAT RESOLVE-PENDING-INVOICE CAN FINISH
      *        WITHOUT PAYING TWICE.
       PAY-ONE-INVOICE.
           MOVE INV-AMOUNT OF WS-INVOICE-RECORD TO WS-GROSS-AMOUNT
           MOVE ZERO TO WS-DISCOUNT-AMOUNT
           IF DISCOUNT-IS-ELIGIBLE
               COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
                   WS-GROSS-AMOUNT * WS-DISCOUNT-PERCENT / 100
           END-IF
           COMPUTE WS-NET-AMOUNT = WS-GROSS-AMOUNT - WS-DISCOUNT-AMOUNT
           IF NOT RESOLVING-PENDING
               ADD 1 TO WS-PAYMENT-SEQ
           END-IF
           STRING WS-RUN-DATE WS-PAYMENT-SEQ
               DELIMITED BY SIZE INTO WS-PAYMENT-NUMBER
           MOVE "P" TO WS-CHECKPOINT-STATE
           PERFORM WRITE-CHECKPOINT
           MOVE "NO" TO WS-ALREADY-WRITTEN
           IF RESOLVING-PENDING
               PERFORM FIND-REMITTANCE-ROW
           END-IF
           IF NOT ROW-ALREADY-WRITTEN
               PERFORM WRITE-REMITTANCE-ROW
           END-IF
           MOVE "NO" TO WS-ALREADY-WRITTEN
           IF RESOLVING-PENDING
               PERFORM FIND-PAYMENT-LEDGER-ROW
           END-IF
           IF NOT ROW-ALREADY-WRITTEN
               PERFORM WRITE-PAYMENT-LEDGER-ENTRY
           END-IF
           PERFORM MARK-INVOICE-PAID
           ADD 1 TO WS-PAID-COUNT
           ADD WS-GROSS-AMOUNT TO WS-GROSS-TOTAL
           ADD WS-DISCOUNT-AMOUNT TO WS-DISCOUNT-TOTAL
           ADD WS-NET-AMOUNT TO WS-NET-TOTAL
           PERFORM PRINT-REGISTER-LINE
           MOVE "D" TO WS-CHECKPOINT-STATE
           PERFORM WRITE-CHECKPOINT.

      *        THE BANK FILE - ONE POSITIVE-PAY / REMITTANCE ROW PER
      *        PAYMENT, NET OF ANY DISCOUNT TAKEN.
       WRITE-REMITTANCE-ROW.
           MOVE WS-PAYMENT-NUMBER
               TO RMT-PAYMENT-NUMBER OF WS-REMIT-RECORD
           MOVE WS-RUN-DATE TO RMT-ISSUE-DATE OF WS-REMIT-RECORD
           MOVE INV-SUPPLIER-ID OF WS-INVOICE-RECORD
               TO RMT-SUPPLIER-ID OF WS-REMIT-RECORD
           MOVE SUP-SUPPLIER-NAME OF WS-SUPPLIER-MASTER-RECORD
               TO RMT-PAYEE-NAME OF WS-REMIT-RECORD
           MOVE INV-INVOICE-NUMBER OF WS-INVOICE-RECORD
               TO RMT-INVOICE-NUMBER OF WS-REMIT-RECORD
           MOVE INV-INVOICE-DATE OF WS-INVOICE-RECORD
               TO RMT-INVOICE-DATE OF WS-REMIT-RECORD
           MOVE WS-GROSS-AMOUNT TO RMT-GROSS-AMOUNT OF WS-REMIT-RECORD
           MOVE WS-DISCOUNT-AMOUNT
               TO RMT-DISCOUNT-AMOUNT OF WS-REMIT-RECORD
           MOVE WS-NET-AMOUNT TO RMT-NET-AMOUNT OF WS-REMIT-RECORD
           OPEN EXTEND PAYMENT-REMIT-FILE
           IF FS-REMIT NOT = "00"
               DISPLAY "UNABLE TO OPEN PAYREMIT.DAT: " FS-REMIT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE PAYMENT-REMIT-RECORD-DATA FROM WS-REMIT-RECORD
           IF FS-REMIT NOT = "00"
               DISPLAY "ERROR WRITING PAYREMIT.DAT: " FS-REMIT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PAYMENT-REMIT-FILE.

       FIND-REMITTANCE-ROW.
           MOVE "NO" TO WS-SCAN-END-OF-FILE
           OPEN INPUT PAYMENT-REMIT-FILE
           IF FS-REMIT = "00"
               PERFORM UNTIL WS-SCAN-END-OF-FILE = "YES"
                   READ PAYMENT-REMIT-FILE
                       AT END MOVE "YES" TO WS-SCAN-END-OF-FILE
                       NOT AT END
                           IF RMT-PAYMENT-NUMBER
                               OF PAYMENT-REMIT-RECORD-DATA
                               = WS-PAYMENT-NUMBER
                               MOVE "YES" TO WS-ALREADY-WRITTEN
                               MOVE "YES" TO WS-SCAN-END-OF-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-REMIT-FILE
           END-IF.

      *        THE PAYMENT ROW CARRIES THE PAYMENT NUMBER IN ITS TX-ID
      *        AND THE NET AMOUNT PAID, SO THE ERP EXTRACT PICKS THE
      *        SETTLEMENT UP LIKE ANY OTHER LEDGER ROW.  THE ITEM IS
      *        THE ONE ON THE INVOICED SHIPMENT WHERE IT IS STILL ON
      *        THE MASTER.
       WRITE-PAYMENT-LEDGER-ENTRY.
           PERFORM FIND-ITEM-FOR-SHIPMENT
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-TRANSACTION-RECORD
           STRING "PY" WS-PAYMENT-NUMBER
               DELIMITED BY SIZE INTO TX-ID OF WS-TRANSACTION-RECORD
           MOVE WS-PAYMENT-ITEM-ID
               TO TX-ITEM-ID OF WS-TRANSACTION-RECORD
           MOVE ZERO TO TX-QUANTITY OF WS-TRANSACTION-RECORD
           MOVE INV-SUPPLIER-ID OF WS-INVOICE-RECORD
               TO TX-SUPPLIER-ID OF WS-TRANSACTION-RECORD
           MOVE WS-RUN-DATE TO TX-DATE OF WS-TRANSACTION-RECORD
           MOVE WS-NET-AMOUNT TO TX-AMOUNT OF WS-TRANSACTION-RECORD
           MOVE "PAID" TO TX-STATUS OF WS-TRANSACTION-RECORD
           MOVE WS-CURRENT-TIMESTAMP
               TO TX-AUDIT-TIMESTAMP OF WS-TRANSACTION-RECORD
           MOVE "PAYRUN" TO TX-OPERATOR-ID OF WS-TRANSACTION-RECORD
           MOVE SPACE TO TX-EXTRACT-STATUS OF WS-TRANSACTION-RECORD
           OPEN EXTEND TRANSACTION-FILE
           IF FS-TRANSACTION = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           IF FS-TRANSACTION NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSACTION.DAT: "
                   FS-TRANSACTION
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE TRANSACTION-RECORD-DATA FROM WS-TRANSACTION-RECORD
           IF FS-TRANSACTION NOT = "00"
               DISPLAY "ERROR WRITING TRANSACTION.DAT: " FS-TRANSACTION
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE TRANSACTION-FILE.

       FIND-PAYMENT-LEDGER-ROW.
           MOVE "NO" TO WS-SCAN-END-OF-FILE
           MOVE SPACES TO TX-ID OF WS-TRANSACTION-RECORD
           STRING "PY" WS-PAYMENT-NUMBER
               DELIMITED BY SIZE INTO TX-ID OF WS-TRANSACTION-RECORD
           OPEN INPUT TRANSACTION-FILE
           IF FS-TRANSACTION = "00"
               PERFORM UNTIL WS-SCAN-END-OF-FILE = "YES"
                   READ TRANSACTION-FILE
                       AT END MOVE "YES" TO WS-SCAN-END-OF-FILE
                       NOT AT END
                           IF TX-ID OF TRANSACTION-RECORD-DATA
                               = TX-ID OF WS-TRANSACTION-RECORD
                               MOVE "YES" TO WS-ALREADY-WRITTEN
                               MOVE "YES" TO WS-SCAN-END-OF-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF.

       FIND-ITEM-FOR-SHIPMENT.
           MOVE SPACES TO WS-PAYMENT-ITEM-ID
           MOVE INV-SHIPMENT-ID OF WS-INVOICE-RECORD
               TO SHIPMENT-ID OF SUPPLY-CHAIN-RECORD-DATA
           READ SUPPLY-CHAIN-FILE
               KEY IS SHIPMENT-ID OF SUPPLY-CHAIN-RECORD-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ITEM-ID OF SUPPLY-CHAIN-RECORD-DATA
                       TO WS-PAYMENT-ITEM-ID
           END-READ.

       MARK-INVOICE-PAID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURRENT-TIMESTAMP
           MOVE "PAID" TO INV-STATUS OF INVOICE-RECORD-DATA
           MOVE WS-CURRENT-TIMESTAMP
               TO INV-AUDIT-TIMESTAMP OF INVOICE-RECORD-DATA
           REWRITE INVOICE-RECORD-DATA
           IF FS-INVOICE NOT = "00"
               DISPLAY "ERROR MARKING INVOICE PAID: "
                   INV-INVOICE-NUMBER OF INVOICE-RECORD-DATA
                   " STATUS " FS-INVOICE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       PRINT-REGISTER-LINE.
           DISPLAY "PAYMENT " WS-PAYMENT-NUMBER
               " SUPPLIER " INV-SUPPLIER-ID OF WS-INVOICE-RECORD
               " INVOICE " INV-INVOICE-NUMBER OF WS-INVOICE-RECORD
           DISPLAY "    DUE " INV-DUE-DATE OF WS-INVOICE-RECORD
               "  GROSS " WS-GROSS-AMOUNT
               "  DISCOUNT " WS-DISCOUNT-AMOUNT
               "  NET " WS-NET-AMOUNT.

       WRITE-CHECKPOINT.
           MOVE WS-RUN-DATE TO PCK-RUN-DATE
           MOVE WS-PAY-THROUGH-DATE TO PCK-PAY-THROUGH-DATE
           MOVE INV-INVOICE-NUMBER OF WS-INVOICE-RECORD
               TO PCK-INVOICE-NUMBER
           MOVE WS-CHECKPOINT-STATE TO PCK-STATE
           MOVE WS-PAYMENT-SEQ TO PCK-PAYMENT-SEQ
           MOVE WS-PAID-COUNT TO PCK-PAID-COUNT
           MOVE WS-GROSS-TOTAL TO PCK-GROSS-TOTAL
           MOVE WS-DISCOUNT-TOTAL TO PCK-DISCOUNT-TOTAL
           MOVE WS-NET-TOTAL TO PCK-NET-TOTAL
           OPEN OUTPUT PAY-CHECKPOINT-FILE
           IF FS-CHECKPOINT NOT = "00"
               DISPLAY "UNABLE TO WRITE PAYCKPT.DAT: " FS-CHECKPOINT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE PAY-CHECKPOINT-RECORD
           CLOSE PAY-CHECKPOINT-FILE.

      *        ONLY A RUN THAT GETS TO THE END EMPTIES THE CHECKPOINT -
      *        THE NEXT RUN THEN STARTS FRESH ON ITS OWN DATES.
       CLEAR-CHECKPOINT.
           OPEN OUTPUT PAY-CHECKPOINT-FILE
           CLOSE PAY-CHECKPOINT-FILE.

       END PROGRAM SUPPLIER-PAYMENT-RUN.
