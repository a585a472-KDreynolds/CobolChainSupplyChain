       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-CENTER-CHARGEBACK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS SYSIN.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTION.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-TRANSACTION.

           SELECT TX-ARCHIVE-FILE ASSIGN TO "TXARCH.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-TX-ARCHIVE.

           SELECT COST-CENTER-FILE ASSIGN TO "COSTCTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-COST-CENTER-ID
               FILE STATUS IS FS-COST-CENTER.

           SELECT CHARGEBACK-FILE ASSIGN TO "CHGBACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHARGEBACK.

           SELECT CHARGEBACK-SORT-FILE ASSIGN TO "CHGSRT.DAT".

       DATA DIVISION.
       FILE SECTION.

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD-DATA.
           COPY TRANSACTION-RECORD.

       FD TX-ARCHIVE-FILE.
       01 TX-ARCHIVE-RECORD-DATA.
           COPY TRANSACTION-RECORD.

       FD COST-CENTER-FILE.
       01 COST-CENTER-RECORD-DATA.
           COPY COST-CENTER-RECORD.

       FD CHARGEBACK-FILE.
       01 CHARGEBACK-RECORD        PIC X(120).

       SD CHARGEBACK-SORT-FILE.
       01 CHARGEBACK-SORT-RECORD.
           05 CG-COST-CENTER       PIC X(6).
           05 CG-ITEM-ID           PIC X(10).
           05 CG-MOVEMENT          PIC X(1).
           05 CG-QUANTITY          PIC 9(5).
           05 CG-AMOUNT            PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 FS-TRANSACTION           PIC XX.
       01 FS-TX-ARCHIVE            PIC XX.
       01 FS-COST-CENTER           PIC XX.
       01 FS-CHARGEBACK            PIC XX.
       01 WS-END-OF-FILE           PIC X(3) VALUE "NO".
       01 WS-SORT-END-OF-FILE      PIC X(3) VALUE "NO".
       01 WS-COST-CENTER-OPEN      PIC X(3) VALUE "NO".

       01 WS-LEDGER-ROW.
           COPY TRANSACTION-RECORD.

      *        THE PERIOD IS A CALENDAR MONTH - YYYYMM FROM SYSIN, OR
      *        ZERO FOR THE MONTH BEFORE THE RUN DATE, WHICH IS WHAT
      *        THE MONTH-END SCHEDULE RUNS.
       01 WS-PERIOD-ENTRY          PIC 9(6) VALUE ZERO.
       01 WS-PERIOD                PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YYYY       PIC 9(4).
           05 WS-PERIOD-MM         PIC 9(2).
       01 WS-PERIOD-FROM-DATE      PIC 9(8).
       01 WS-PERIOD-THRU-DATE      PIC 9(8).
       01 WS-RUN-DATE              PIC 9(8).

       01 WS-PRIOR-COST-CENTER     PIC X(6) VALUE SPACES.
       01 WS-PRIOR-ITEM-ID         PIC X(10) VALUE SPACES.
       01 WS-CENTER-OPEN           PIC X(3) VALUE "NO".
       01 WS-ITEM-OPEN             PIC X(3) VALUE "NO".
       01 WS-CENTER-DESCRIPTION    PIC X(30).
       01 WS-CENTER-GL-ACCOUNT     PIC X(10).
       01 WS-CENTER-CHARGEABLE     PIC X(3) VALUE "NO".
           88 CENTER-IS-CHARGEABLE     VALUE "YES".

       01 WS-ITEM-ISSUED-QTY       PIC 9(7) VALUE ZERO.
       01 WS-ITEM-ISSUED-VALUE     PIC 9(9)V99 VALUE ZERO.
       01 WS-ITEM-REVERSED-QTY     PIC 9(7) VALUE ZERO.
       01 WS-ITEM-REVERSED-VALUE   PIC 9(9)V99 VALUE ZERO.
       01 WS-ITEM-NET-QTY          PIC S9(7) VALUE ZERO.
       01 WS-ITEM-NET-VALUE        PIC S9(9)V99 VALUE ZERO.
       01 WS-CENTER-NET-QTY        PIC S9(9) VALUE ZERO.
       01 WS-CENTER-NET-VALUE      PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-NET-QTY         PIC S9(9) VALUE ZERO.
       01 WS-GRAND-NET-VALUE       PIC S9(11)V99 VALUE ZERO.
       01 WS-UNCHARGED-VALUE       PIC S9(11)V99 VALUE ZERO.

       01 WS-ROWS-SELECTED         PIC 9(7) VALUE ZERO.
       01 WS-CENTERS-REPORTED      PIC 9(5) VALUE ZERO.
       01 WS-CENTERS-NOT-CHARGED   PIC 9(5) VALUE ZERO.

      *        NET FIGURES GO NEGATIVE WHEN MORE CAME BACK IN THE
      *        MONTH THAN WENT OUT, SO THE LISTING SHOWS A SIGN.
       01 WS-QTY-EDITED            PIC -(8)9.
       01 WS-VALUE-EDITED          PIC -(10)9.99.

      *        THE ERP FILE CARRIES UNSIGNED FIGURES WITH A DEBIT/
      *        CREDIT FLAG AND AN EXPLICIT DECIMAL POINT, THE SAME
      *        WAY THE TRANSACTION EXTRACT SENDS ITS AMOUNTS.
       01 WS-CHARGE-QTY            PIC 9(7).
       01 WS-CHARGE-VALUE          PIC 9(9)V99.
       01 WS-CHARGE-SIGN           PIC X(1).
       01 WS-CHARGE-VALUE-EDITED   PIC 9(9).99.
       01 WS-CHARGE-ROW-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-CHARGE-HASH-TOTAL     PIC 9(13)V99 VALUE ZERO.
       01 WS-HASH-EDITED           PIC 9(13).99.
       01 WS-CHARGEBACK-LINE       PIC X(120).

      *        MONTH-END CHARGEBACK OF STOCK ISSUED TO COST CENTERS.
      *        EVERY "ISSUED" LEDGER ROW DATED IN THE PERIOD CHARGES
      *        ITS COST CENTER AT THE VALUE IT WENT OUT AT; EVERY
      *        "ISSUE-REV" ROW CREDITS IT BACK.  THE NET PER COST
      *        CENTER AND ITEM IS LISTED AND WRITTEN TO CHGBACK.DAT
      *        FOR THE ERP TO POST AS INTERDEPARTMENTAL JOURNALS
      *        AGAINST THE COST CENTER'S GL ACCOUNT.  ROWS ARE READ
      *        FROM THE LIVE LEDGER AND THE ARCHIVE ALIKE, SO A RUN
      *        AFTER THE PERIOD CLOSE STILL SEES THE WHOLE MONTH.
       PROCEDURE DIVISION.

       MAIN-PROCESS.
           DISPLAY "COST CENTER CHARGEBACK"
           DISPLAY "ENTER PERIOD (YYYYMM, 0 = PREVIOUS MONTH): "
           ACCEPT WS-PERIOD-ENTRY FROM CONSOLE
           PERFORM SET-CHARGEBACK-PERIOD
           DISPLAY "PERIOD: " WS-PERIOD
               "  (" WS-PERIOD-FROM-DATE " THRU "
               WS-PERIOD-THRU-DATE ")"
           PERFORM OPEN-CHARGEBACK-FILES
           SORT CHARGEBACK-SORT-FILE
               ON ASCENDING KEY CG-COST-CENTER
               ON ASCENDING KEY CG-ITEM-ID
               INPUT PROCEDURE IS SELECT-ISSUE-ROWS
               OUTPUT PROCEDURE IS PRODUCE-CHARGEBACK
           PERFORM WRITE-CHARGEBACK-TRAILER
           CLOSE CHARGEBACK-FILE
           IF WS-COST-CENTER-OPEN = "YES"
               CLOSE COST-CENTER-FILE
           END-IF
           DISPLAY " "
           DISPLAY "LEDGER ROWS SELECTED     : " WS-ROWS-SELECTED
           DISPLAY "COST CENTERS REPORTED    : " WS-CENTERS-REPORTED
           MOVE WS-GRAND-NET-QTY TO WS-QTY-EDITED
           DISPLAY "NET QUANTITY ISSUED      : " WS-QTY-EDITED
           MOVE WS-GRAND-NET-VALUE TO WS-VALUE-EDITED
           DISPLAY "NET VALUE ISSUED         : " WS-VALUE-EDITED
           DISPLAY "CHARGEBACK ROWS WRITTEN  : " WS-CHARGE-ROW-COUNT
           DISPLAY "HASH TOTAL               : " WS-CHARGE-HASH-TOTAL
           IF WS-CENTERS-NOT-CHARGED > ZERO
               MOVE WS-UNCHARGED-VALUE TO WS-VALUE-EDITED
               DISPLAY "COST CENTERS NOT CHARGED : "
                   WS-CENTERS-NOT-CHARGED
               DISPLAY "NET VALUE NOT CHARGED    : " WS-VALUE-EDITED
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       SET-CHARGEBACK-PERIOD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           IF WS-PERIOD-ENTRY = ZERO
               MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
               IF WS-PERIOD-MM = 1
                   SUBTRACT 1 FROM WS-PERIOD-YYYY
                   MOVE 12 TO WS-PERIOD-MM
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MM
               END-IF
           ELSE
               MOVE WS-PERIOD-ENTRY TO WS-PERIOD
           END-IF
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY "INVALID PERIOD: " WS-PERIOD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PERIOD-FROM-DATE = WS-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-THRU-DATE = WS-PERIOD * 100 + 31.

      *        NO COST CENTER MASTER YET IS NOT FATAL - THE LISTING IS
      *        STILL PRODUCED, BUT NOTHING CAN BE CHARGED WITHOUT A
      *        GL ACCOUNT, SO NO JOURNAL ROWS ARE WRITTEN.
       OPEN-CHARGEBACK-FILES.
           OPEN INPUT COST-CENTER-FILE
           IF FS-COST-CENTER = "35"
               DISPLAY "COSTCTR.DAT NOT FOUND - NO COST CENTER CAN BE "
                   "CHARGED"
           ELSE
               IF FS-COST-CENTER NOT = "00"
                   DISPLAY "ERROR OPENING COSTCTR.DAT: " FS-COST-CENTER
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "YES" TO WS-COST-CENTER-OPEN
           END-IF
           OPEN OUTPUT CHARGEBACK-FILE
           IF FS-CHARGEBACK NOT = "00"
               DISPLAY "ERROR OPENING CHGBACK.DAT: " FS-CHARGEBACK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       SELECT-ISSUE-ROWS.
           PERFORM SCAN-LIVE-LEDGER
           PERFORM SCAN-ARCHIVED-LEDGER.

       SCAN-LIVE-LEDGER.
           OPEN INPUT TRANSACTION-FILE
           IF FS-TRANSACTION = "35"
               DISPLAY "TRANSACTION.DAT NOT FOUND - NO LIVE LEDGER "
                   "ROWS"
           ELSE
               IF FS-TRANSACTION NOT = "00"
                   DISPLAY "ERROR OPENING TRANSACTION.DAT: "
                       FS-TRANSACTION
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "NO" TO WS-END-OF-FILE
               READ TRANSACTION-FILE INTO WS-LEDGER-ROW
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = "YES"
                   PERFORM TEST-ONE-LEDGER-ROW
                   READ TRANSACTION-FILE INTO WS-LEDGER-ROW
                       AT END MOVE "YES" TO WS-END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF.

      *        THE PERIOD CLOSE MOVES ERP-ACCEPTED ROWS TO TXARCH, SO
      *        PART OF THE MONTH MAY ALREADY SIT THERE.  A ROW IS
      *        ONLY EVER IN ONE OF THE TWO FILES.
       SCAN-ARCHIVED-LEDGER.
           OPEN INPUT TX-ARCHIVE-FILE
           IF FS-TX-ARCHIVE = "35"
               DISPLAY "TXARCH.DAT NOT FOUND - NO ARCHIVED ROWS"
           ELSE
               IF FS-TX-ARCHIVE NOT = "00"
                   DISPLAY "ERROR OPENING TXARCH.DAT: " FS-TX-ARCHIVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "NO" TO WS-END-OF-FILE
               READ TX-ARCHIVE-FILE INTO WS-LEDGER-ROW
                   AT END MOVE "YES" TO WS-END-OF-FILE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE = "YES"
                   PERFORM TEST-ONE-LEDGER-ROW
                   READ TX-ARCHIVE-FILE INTO WS-LEDGER-ROW
                       AT END MOVE "YES" TO WS-END-OF-FILE
                   END-READ
               END-PERFORM
               CLOSE TX-ARCHIVE-FILE
           END-IF.

       TEST-ONE-LEDGER-ROW.
           IF TX-DATE OF WS-LEDGER-ROW NOT < WS-PERIOD-FROM-DATE
               AND TX-DATE OF WS-LEDGER-ROW NOT > WS-PERIOD-THRU-DATE
               EVALUATE TX-STATUS OF WS-LEDGER-ROW
                   WHEN "ISSUED"
                       MOVE "I" TO CG-MOVEMENT
                       PERFORM RELEASE-ONE-ROW
                   WHEN "ISSUE-REV"
                       MOVE "R" TO CG-MOVEMENT
                       PERFORM RELEASE-ONE-ROW
               END-EVALUATE
           END-IF.

       RELEASE-ONE-ROW.
           ADD 1 TO WS-ROWS-SELECTED
           MOVE TX-COST-CENTER OF WS-LEDGER-ROW TO CG-COST-CENTER
           MOVE TX-ITEM-ID OF WS-LEDGER-ROW TO CG-ITEM-ID
           MOVE TX-QUANTITY OF WS-LEDGER-ROW TO CG-QUANTITY
           MOVE TX-AMOUNT OF WS-LEDGER-ROW TO CG-AMOUNT
           RELEASE CHARGEBACK-SORT-RECORD.

      *        ONE LINE PER ITEM WITHIN COST CENTER - ISSUED, REVERSED
      *        AND NET - WITH THE COST CENTER'S NET AT EACH BREAK.
      *        ISSUES POSTED BEFORE COST CENTERS WERE CARRIED ON THE
      *        LEDGER HAVE NONE AND ARE LISTED AS UNASSIGNED.
       PRODUCE-CHARGEBACK.
           RETURN CHARGEBACK-SORT-FILE
               AT END MOVE "YES" TO WS-SORT-END-OF-FILE
           END-RETURN
           PERFORM UNTIL WS-SORT-END-OF-FILE = "YES"
               IF CG-COST-CENTER NOT = WS-PRIOR-COST-CENTER
                   OR WS-CENTER-OPEN = "NO"
                   PERFORM COST-CENTER-BREAK
               END-IF
               IF CG-ITEM-ID NOT = WS-PRIOR-ITEM-ID
                   OR WS-ITEM-OPEN = "NO"
                   PERFORM ITEM-BREAK
               END-IF
               IF CG-MOVEMENT = "I"
                   ADD CG-QUANTITY TO WS-ITEM-ISSUED-QTY
                   ADD CG-AMOUNT TO WS-ITEM-ISSUED-VALUE
               ELSE
                   ADD CG-QUANTITY TO WS-ITEM-REVERSED-QTY
                   ADD CG-AMOUNT TO WS-ITEM-REVERSED-VALUE
               END-IF
               RETURN CHARGEBACK-SORT-FILE
                   AT END MOVE "YES" TO WS-SORT-END-OF-FILE
               END-RETURN
           END-PERFORM
           PERFORM ITEM-TOTAL-LINE
           PERFORM COST-CENTER-TOTAL-LINE.

       COST-CENTER-BREAK.
           PERFORM ITEM-TOTAL-LINE
           PERFORM COST-CENTER-TOTAL-LINE
           MOVE CG-COST-CENTER TO WS-PRIOR-COST-CENTER
           MOVE "YES" TO WS-CENTER-OPEN
           MOVE SPACES TO WS-PRIOR-ITEM-ID
           MOVE "NO" TO WS-ITEM-OPEN
           MOVE ZERO TO WS-CENTER-NET-QTY
           MOVE ZERO TO WS-CENTER-NET-VALUE
           ADD 1 TO WS-CENTERS-REPORTED
           PERFORM LOOKUP-COST-CENTER
           DISPLAY " "
           IF CG-COST-CENTER = SPACES
               DISPLAY "COST CENTER: UNASSIGNED - ISSUED WITHOUT A "
                   "COST CENTER"
           ELSE
               DISPLAY "COST CENTER: " CG-COST-CENTER
                   "  " WS-CENTER-DESCRIPTION
                   "  GL ACCOUNT " WS-CENTER-GL-ACCOUNT
           END-IF.

      *        A COST CENTER CAN ONLY BE CHARGED THROUGH ITS GL
      *        ACCOUNT - NO COST CENTER, NO MASTER ROW OR NO ACCOUNT
      *        MEANS ITS NET IS LISTED BUT NOT SENT TO THE ERP.
       LOOKUP-COST-CENTER.
           MOVE SPACES TO WS-CENTER-DESCRIPTION
           MOVE SPACES TO WS-CENTER-GL-ACCOUNT
           MOVE "NO" TO WS-CENTER-CHARGEABLE
           IF CG-COST-CENTER NOT = SPACES
               AND WS-COST-CENTER-OPEN = "YES"
               MOVE CG-COST-CENTER
                   TO CC-COST-CENTER-ID OF COST-CENTER-RECORD-DATA
               READ COST-CENTER-FILE
                   INVALID KEY
                       MOVE "*** NOT ON COST CENTER MASTER ***"
                           TO WS-CENTER-DESCRIPTION
                   NOT INVALID KEY
                       MOVE CC-DESCRIPTION OF COST-CENTER-RECORD-DATA
                           TO WS-CENTER-DESCRIPTION
                       MOVE CC-GL-ACCOUNT OF COST-CENTER-RECORD-DATA
                           TO WS-CENTER-GL-ACCOUNT
               END-READ
               IF WS-CENTER-GL-ACCOUNT NOT = SPACES
                   MOVE "YES" TO WS-CENTER-CHARGEABLE
               END-IF
           END-IF.

       ITEM-BREAK.
           PERFORM ITEM-TOTAL-LINE
           MOVE CG-ITEM-ID TO WS-PRIOR-ITEM-ID
           MOVE "YES" TO WS-ITEM-OPEN
           MOVE ZERO TO WS-ITEM-ISSUED-QTY
           MOVE ZERO TO WS-ITEM-ISSUED-VALUE
           MOVE ZERO TO WS-ITEM-REVERSED-QTY
           MOVE ZERO TO WS-ITEM-REVERSED-VALUE.

       ITEM-TOTAL-LINE.
           IF WS-ITEM-OPEN = "YES"
               COMPUTE WS-ITEM-NET-QTY =
                   WS-ITEM-ISSUED-QTY - WS-ITEM-REVERSED-QTY
               COMPUTE WS-ITEM-NET-VALUE =
                   WS-ITEM-ISSUED-VALUE - WS-ITEM-REVERSED-VALUE
               DISPLAY "  ITEM: " WS-PRIOR-ITEM-ID
                   "  ISSUED " WS-ITEM-ISSUED-QTY
                   " VALUE " WS-ITEM-ISSUED-VALUE
                   "  REVERSED " WS-ITEM-REVERSED-QTY
                   " VALUE " WS-ITEM-REVERSED-VALUE
               MOVE WS-ITEM-NET-QTY TO WS-QTY-EDITED
               MOVE WS-ITEM-NET-VALUE TO WS-VALUE-EDITED
               DISPLAY "        NET QTY " WS-QTY-EDITED
                   "  NET VALUE " WS-VALUE-EDITED
               ADD WS-ITEM-NET-QTY TO WS-CENTER-NET-QTY
               ADD WS-ITEM-NET-VALUE TO WS-CENTER-NET-VALUE
               ADD WS-ITEM-NET-QTY TO WS-GRAND-NET-QTY
               ADD WS-ITEM-NET-VALUE TO WS-GRAND-NET-VALUE
               IF CENTER-IS-CHARGEABLE
                   PERFORM WRITE-CHARGEBACK-ROW
               END-IF
               MOVE "NO" TO WS-ITEM-OPEN
           END-IF.

       COST-CENTER-TOTAL-LINE.
           IF WS-CENTER-OPEN = "YES"
               MOVE WS-CENTER-NET-QTY TO WS-QTY-EDITED
               MOVE WS-CENTER-NET-VALUE TO WS-VALUE-EDITED
               DISPLAY "  COST CENTER NET QTY " WS-QTY-EDITED
                   "  NET VALUE " WS-VALUE-EDITED
               IF NOT CENTER-IS-CHARGEABLE
                   DISPLAY "  *** NOT CHARGED - NO COST CENTER OR NO "
                       "GL ACCOUNT ON THE COST CENTER MASTER ***"
                   ADD 1 TO WS-CENTERS-NOT-CHARGED
                   ADD WS-CENTER-NET-VALUE TO WS-UNCHARGED-VALUE
               END-IF
               MOVE "NO" TO WS-CENTER-OPEN
           END-IF.

      *        ONE JOURNAL ROW PER COST CENTER AND ITEM WITH A NET
      *        MOVEMENT - "D" DEBITS THE COST CENTER'S ACCOUNT, "C"
      *        CREDITS IT WHERE MORE CAME BACK THAN WENT OUT.
       WRITE-CHARGEBACK-ROW.
           IF WS-ITEM-NET-QTY NOT = ZERO
               OR WS-ITEM-NET-VALUE NOT = ZERO
               IF WS-ITEM-NET-VALUE < ZERO
                   MOVE "C" TO WS-CHARGE-SIGN
                   COMPUTE WS-CHARGE-VALUE = ZERO - WS-ITEM-NET-VALUE
               ELSE
                   MOVE "D" TO WS-CHARGE-SIGN
                   MOVE WS-ITEM-NET-VALUE TO WS-CHARGE-VALUE
               END-IF
               IF WS-ITEM-NET-QTY < ZERO
                   COMPUTE WS-CHARGE-QTY = ZERO - WS-ITEM-NET-QTY
               ELSE
                   MOVE WS-ITEM-NET-QTY TO WS-CHARGE-QTY
               END-IF
               ADD 1 TO WS-CHARGE-ROW-COUNT
               ADD WS-CHARGE-VALUE TO WS-CHARGE-HASH-TOTAL
               MOVE WS-CHARGE-VALUE TO WS-CHARGE-VALUE-EDITED
               MOVE SPACES TO WS-CHARGEBACK-LINE
               STRING WS-PERIOD
                   "|" WS-PRIOR-COST-CENTER
                   "|" WS-CENTER-GL-ACCOUNT
                   "|" WS-PRIOR-ITEM-ID
                   "|" WS-CHARGE-QTY
                   "|" WS-CHARGE-VALUE-EDITED
                   "|" WS-CHARGE-SIGN
                   DELIMITED BY SIZE
                   INTO WS-CHARGEBACK-LINE
               WRITE CHARGEBACK-RECORD FROM WS-CHARGEBACK-LINE
               IF FS-CHARGEBACK NOT = "00"
                   DISPLAY "ERROR WRITING CHGBACK.DAT: " FS-CHARGEBACK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *        TRAILER CARRIES ROW COUNT AND HASH-TOTAL OF THE JOURNAL
      *        AMOUNTS SO THE ERP CAN PROVE IT GOT THE WHOLE FILE.
       WRITE-CHARGEBACK-TRAILER.
           MOVE WS-CHARGE-HASH-TOTAL TO WS-HASH-EDITED
           MOVE SPACES TO WS-CHARGEBACK-LINE
           STRING "TRL"
               "|" WS-CHARGE-ROW-COUNT
               "|" WS-HASH-EDITED
               DELIMITED BY SIZE
               INTO WS-CHARGEBACK-LINE
           WRITE CHARGEBACK-RECORD FROM WS-CHARGEBACK-LINE
           IF FS-CHARGEBACK NOT = "00"
               DISPLAY "ERROR WRITING CHGBACK.DAT: " FS-CHARGEBACK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM COST-CENTER-CHARGEBACK.
