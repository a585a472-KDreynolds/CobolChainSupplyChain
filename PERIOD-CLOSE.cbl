           COPY TRANSACTION-RECORD.

       FD TX-ARCHIVE-FILE.
       01 TX-ARCHIVE-RECORD        PIC X(130).

       FD TX-WORK-FILE.
       01 TX-WORK-RECORD           PIC X(130).

       FD SYSTEM-LOCK-FILE.
       01 SYSLOCK-RECORD-DATA.
