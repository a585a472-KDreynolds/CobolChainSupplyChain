               " SUPPLIER " TX-SUPPLIER-ID OF TX-ARCHIVE-RECORD-DATA
           DISPLAY "      QTY " TX-QUANTITY OF TX-ARCHIVE-RECORD-DATA
               " AMT " TX-AMOUNT OF TX-ARCHIVE-RECORD-DATA
               " STATUS " TX-STATUS OF TX-ARCHIVE-RECORD-DATA
           IF TX-LOT-NUMBER OF TX-ARCHIVE-RECORD-DATA NOT = SPACES
               DISPLAY "      LOT "
                   TX-LOT-NUMBER OF TX-ARCHIVE-RECORD-DATA
           END-IF
           IF TX-COST-CENTER OF TX-ARCHIVE-RECORD-DATA NOT = SPACES
               DISPLAY "      COST CENTER "
                   TX-COST-CENTER OF TX-ARCHIVE-RECORD-DATA
                   " WORK ORDER "
                   TX-WORK-ORDER OF TX-ARCHIVE-RECORD-DATA
           END-IF.

       END PROGRAM TX-ARCHIVE-INQUIRY.
