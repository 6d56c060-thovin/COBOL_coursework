       FILE SECTION.

       FD SALES-FILE
           RECORD CONTAINS 77 CHARACTERS.

       01 SALES-RECORD                 PIC X(77).

       FD COMM-SORTED-FILE
           RECORD CONTAINS 77 CHARACTERS.

       01 SORTED-SALES-RECORD.
           05 SS-CUST-ID           PIC 9(5).
           05 SS-TRANS-TYPE        PIC X.
               88 SS-RETURN        VALUE 'R'.
           05 SS-SALESPERSON-ID    PIC X(3).
           05 SS-ORIG-INVOICE      PIC X(10).

       SD COMM-SORT-FILE
           RECORD CONTAINS 77 CHARACTERS.

       01 COMM-SORT-RECORD.
           05 FILLER               PIC X(64).
           05 CSR-SALESPERSON-ID   PIC X(3).
           05 FILLER               PIC X(10).

       FD COMMISSION-RATE-FILE
           RECORD CONTAINS 13 CHARACTERS.
