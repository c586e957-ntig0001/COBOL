           01 TXN-LOG-ARCHIVE-RECORD   PIC X(86).

           FD PRICE-HISTORY-FILE.
           01 PRICE-HISTORY-RECORD     PIC X(31).

           FD PRICE-HIST-ARCHIVE-FILE.
           01 PRICE-HIST-ARCHIVE-RECORD PIC X(46).
