       FILE SECTION.

       FD SALES-FILE
           RECORD CONTAINS 77 CHARACTERS.

       01 SALES-RECORD.
           05 SR-CUST-ID           PIC 9(5).
           05 SR-TRANS-TYPE        PIC X.
               88 SR-RETURN        VALUE 'R'.
           05 SR-SALESPERSON-ID    PIC X(3).
           05 SR-ORIG-INVOICE      PIC X(10).

       FD SALESPERSON-MASTER-FILE
           RECORD CONTAINS 33 CHARACTERS.
