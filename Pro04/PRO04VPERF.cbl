       FILE SECTION.

       FD CLOSED-PO-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01 CLOSED-PO-RECORD.
           05 CP-PO-NUMBER              PIC X(10).
           05 CP-QTY-RECEIVED           PIC 9(4).
           05 CP-ORDER-DATE             PIC X(6).
           05 CP-RECEIPT-DATE           PIC X(6).
           05 CP-UNIT-COST              PIC 99V99.

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 24 CHARACTERS.
