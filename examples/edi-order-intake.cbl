       COPY EDI-ITEM-XREF-RECORD.

       FD  RAW-ORDER-FILE.
       01  RAW-ORDER-RECORD             PIC X(32).

       FD  EDI-ACK-FILE.
       01  EDI-ACK-LINE                 PIC X(80).
           05  TR-PRODUCT-ID              PIC 9(8).
           05  TR-QUANTITY                PIC 9(5).
           05  TR-ORDER-DATE              PIC 9(8).
           05  TR-SHIP-TO-NO              PIC 9(3) VALUE ZERO.

       01  WS-EDIT-RESULT-SW             PIC X(1).
           88  EDI-LINE-CLEAN                VALUE 'Y'.
