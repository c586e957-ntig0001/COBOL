       DATA DIVISION.
           FILE SECTION.
           FD PO-SUGGESTION-FILE.
           01 PO-SUGGESTION-RECORD     PIC X(86).

           FD OPEN-PO-FILE.
           01 OPEN-PO-RECORD.
              05 WS-IMG-PART-NAME      PIC X(20).
              05 FILLER                PIC X(13).
              05 WS-IMG-ORDER-QTY-X    PIC X(4).
              05 FILLER                PIC X(39).

           01 WS-SUPPLIER-HEADER-IMAGE REDEFINES WS-SUGGESTION-IMAGE.
              05 WS-IMG-HEADER-LABEL   PIC X(9).
              05 FILLER                PIC X(1).
              05 WS-IMG-SUPPLIER-CODE  PIC X(5).
              05 FILLER                PIC X(71).

           01 WS-SUGGESTION-TABLE.
              05 WS-SUG-ENTRY OCCURS 200 TIMES.
