           COPY PO-LINE-RECORD.

       FD CONVERT-WORK-FILE.
       01 CONVERT-WORK-RECORD      PIC X(67).

       FD SYSTEM-LOCK-FILE.
       01 SYSLOCK-RECORD-DATA.
      *        ONE-TIME CONVERSION FOR THE PO HEADER/LINE SPLIT - RUN
      *        ONCE, AT THE RELEASE THAT TOOK THE ITEM, QUANTITY AND
      *        PRICE OFF THE HEADER AND MOVED THEM TO POLINE.DAT.
      *        EVERY OLD 70-BYTE HEADER BECOMES A 67-BYTE HEADER WITH
      *        A LINE COUNT OF 1 AND BLANK OPERATOR STAMPS PLUS ONE
      *        POLINE.DAT ROW (LINE 001) BUILT FROM THE HEADER'S OWN
      *        ITEM, QUANTITY AND PRICE, CARRYING THE HEADER'S
      *        STATUS - SO AN OPEN PO RAISED
      *        BEFORE THE SPLIT STILL MATCHES AND CLOSES EXACTLY AS
      *        IT WOULD HAVE.  POFILE.DAT IS REWRITTEN IN PLACE, SO
      *        THE STEP TAKES THE SHARED IN-USE LOCK THE SAME WAY THE
           MOVE WSO-STATUS TO PORD-STATUS OF WS-NEW-HEADER
           MOVE WSO-AUDIT-TIMESTAMP
               TO PORD-AUDIT-TIMESTAMP OF WS-NEW-HEADER
           MOVE SPACES TO PORD-CREATED-BY OF WS-NEW-HEADER
           MOVE SPACES TO PORD-CLOSED-BY OF WS-NEW-HEADER
           WRITE CONVERT-WORK-RECORD FROM WS-NEW-HEADER
           IF FS-CONVERT-WORK NOT = "00"
               DISPLAY "ERROR ON POCNVWRK.DAT: " FS-CONVERT-WORK
           MOVE WSO-STATUS TO POLN-STATUS OF WS-PO-LINE-RECORD
           MOVE WSO-AUDIT-TIMESTAMP
               TO POLN-AUDIT-TIMESTAMP OF WS-PO-LINE-RECORD
           MOVE ZERO TO POLN-PRICED-DATE OF WS-PO-LINE-RECORD
           MOVE SPACES TO POLN-PRICE-APPROVED-BY OF WS-PO-LINE-RECORD
           WRITE PO-LINE-RECORD-DATA FROM WS-PO-LINE-RECORD
           IF FS-PO-LINE NOT = "00"
               DISPLAY "ERROR ON POLINE.DAT: " FS-PO-LINE
