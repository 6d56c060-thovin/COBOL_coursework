      ***************
      * INPUTS:
      *    The OPEN INVOICE FILE holds every invoice not yet fully
      *    paid, at its amount before this month's payments, and
      *    every credit memo still open on a customer's account
      *
      *    The CUSTOMER PAYMENTS FILE holds one record per payment
      *    received this month (invoice number, amount, date,
      *    customer ID)
      *
      *    The UNAPPLIED CASH FILE holds cash PRO02AR is holding by
      *    customer, not yet applied to any invoice
      *
      *    The CUSTOMER MASTER FILE names each customer
      *
      *    The CUSTOMER ADDRESS FILE gives the bill-to block, with
      *    the ZIP code the mail is sorted on and whether the
      *    address passed PRO02ADDR's postal check

      * *******
      * OUTPUTS:
      *    The CUSTOMER STATEMENT FILE carries one statement per
      *    customer: opening balance, each open invoice, each open
      *    credit memo, each receipt held as unapplied cash, each
      *    payment received, the closing balance,
      *    and the aging line across the 30/60/90 buckets.  The
      *    statements come out in ZIP code order for the presort
      *    discount
      *
      *    The HELD STATEMENT FILE carries the statements for
      *    customers with no good address on file, kept out of the
      *    mail until the address is corrected
      *
      *    The STATEMENT MAIL CONTROL FILE gives the piece count for
      *    each mail tray, breaking on the first three digits of the
      *    ZIP code, then the bad-address exception list naming
      *    every statement held and why

      ****************
      * CALCULATIONS:
      *    OPENING BALANCE [SUM OF OPEN INVOICE AMOUNTS - OPEN
      *                     CREDIT MEMO AMOUNTS - UNAPPLIED CASH]
      *    CLOSING BALANCE [OPENING - PAYMENTS RECEIVED]
      *    DAYS OPEN [RUN DATE - INVOICE DATE]
      ************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADDRESS-FILE-STATUS.

           SELECT UNAPPLIED-CASH-FILE
               ASSIGN TO 'UNAPPLIED-CASH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNAPPLIED-STATUS.

      *    EVERY STATEMENT LINE IS SPOOLED WITH ITS CUSTOMER'S ZIP
      *    CODE, THEN SORTED SO THE MAIL RUN COMES OUT IN ZIP ORDER
           SELECT MAIL-SPOOL-FILE
               ASSIGN TO 'STATEMENT-SPOOL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAIL-SORT-FILE
               ASSIGN TO 'STATEMENTSORT.TMP'.

           SELECT SORTED-MAIL-FILE
               ASSIGN TO 'SORTED-STATEMENTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HELD-STATEMENT-FILE
               ASSIGN TO PRINTER 'HELD-STATEMENTS.TXT'.

           SELECT MAIL-CONTROL-FILE
               ASSIGN TO PRINTER 'STATEMENT-MAIL-CONTROL.TXT'.

       DATA DIVISION.
       FILE SECTION.

               10 OI-INVOICE-SEQ    PIC 9(4).
           05 OI-CUST-ID            PIC 9(5).
           05 OI-INVOICE-AMOUNT     PIC 9(7)V99.
           05 OI-DOC-TYPE           PIC X.
               88 OI-CREDIT-MEMO    VALUE 'C'.
           05 FILLER                PIC X(5).

       FD PAYMENTS-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01 PAYMENT-RECORD.
           05 PY-INVOICE-NUMBER     PIC X(10).
           05 PY-AMOUNT             PIC 9(7)V99.
           05 PY-PAY-DATE           PIC X(6).
           05 PY-CUST-ID            PIC 9(5).

       FD UNAPPLIED-CASH-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01 UNAPPLIED-CASH-RECORD.
           05 UC-RECEIPT-ID         PIC X(10).
           05 UC-CUST-ID            PIC 9(5).
           05 UC-AMOUNT             PIC 9(7)V99.
           05 UC-RECEIPT-DATE       PIC X(6).
           05 UC-REFERENCE          PIC X(10).

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01 CUSTOMER-MASTER-RECORD.
           05 CM-CUST-ID            PIC 9(5).
           05 CM-CUST-NAME          PIC X(25).
           05 CM-CREDIT-LIMIT       PIC 9(7)V99.
           05 CM-STATE-CODE         PIC XX.
           05 CM-FINANCE-CHARGE-SW  PIC X.
               88 CM-NO-FINANCE-CHARGE VALUE 'N'.


       FD CUSTOMER-ADDRESS-FILE
           RECORD CONTAINS 187 CHARACTERS.

       01 CUSTOMER-ADDRESS-RECORD.
           05 CA-CUST-ID            PIC 9(5).
           05 CA-SHIP-LINE-1        PIC X(25).
           05 CA-SHIP-LINE-2        PIC X(25).
           05 CA-SHIP-LINE-3        PIC X(25).
           05 CA-CITY               PIC X(20).
           05 CA-STATE-CODE         PIC XX.
           05 CA-ZIP-CODE           PIC X(5).
           05 CA-ZIP-PLUS-4         PIC X(4).
           05 CA-ADDRESS-STATUS     PIC X.

       FD STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 STATEMENT-RECORD          PIC X(80).

       FD MAIL-SPOOL-FILE
           RECORD CONTAINS 136 CHARACTERS.

       01 MAIL-SPOOL-RECORD         PIC X(136).

       SD MAIL-SORT-FILE
           RECORD CONTAINS 136 CHARACTERS.

       01 MAIL-SORT-RECORD.
           05 MS-HOLD-SW            PIC X.
           05 MS-ZIP-CODE           PIC X(5).
           05 MS-ZIP-PLUS-4         PIC X(4).
           05 MS-CUST-ID            PIC 9(5).
           05 MS-DOC-NUMBER         PIC X(10).
           05 MS-LINE-SEQ           PIC 9(4).
           05 FILLER                PIC X(107).

       FD SORTED-MAIL-FILE
           RECORD CONTAINS 136 CHARACTERS.

       01 SORTED-MAIL-RECORD.
           05 SM-HOLD-SW            PIC X.
               88 SM-MAILED         VALUE '0'.
           05 SM-ZIP-CODE.
               10 SM-ZIP-3-DIGIT    PIC XXX.
               10 FILLER            PIC XX.
           05 SM-ZIP-PLUS-4         PIC X(4).
           05 SM-DOC-KEY.
               10 SM-CUST-ID        PIC 9(5).
               10 SM-DOC-NUMBER     PIC X(10).
           05 SM-LINE-SEQ           PIC 9(4).
           05 SM-ADVANCE            PIC 9.
           05 SM-ADDRESS-STATUS     PIC X.
           05 SM-CUST-NAME          PIC X(25).
           05 SM-TEXT               PIC X(80).

       FD HELD-STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 HELD-STATEMENT-RECORD     PIC X(80).

       FD MAIL-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 MAIL-CONTROL-RECORD       PIC X(80).


       WORKING-STORAGE SECTION.

               88 LOAD-DONE         VALUE 'Y'.
           05 INVOICE-SUB           PIC 9(4).
           05 PAYMENT-SUB           PIC 9(4).
           05 ADDRESS-FILE-STATUS  PIC XX.
               88 ADDRESSES-FOUND  VALUE '00'.
           05 ADDR-LOAD-EOF-SW     PIC X           VALUE 'N'.
               88 ADDR-LOAD-DONE   VALUE 'Y'.
           05 UNAPPLIED-STATUS      PIC XX.
               88 UNAPPLIED-FOUND   VALUE '00'.
           05 UNAPPLIED-SUB         PIC 9(4).
           05 HF-MATCH-SW           PIC X.
               88 HF-MATCHED        VALUE 'Y'.
           05 HF-OLDEST-SW          PIC X.
               88 NO-OLDER-INVOICE  VALUE 'Y'.
           05 MAIL-EOF-SW           PIC X          VALUE 'N'.
               88 MAIL-DONE         VALUE 'Y'.
           05 EXCEPTIONS-SW         PIC X          VALUE 'N'.
               88 EXCEPTIONS-STARTED VALUE 'Y'.
           05 MC-TRAY-COUNT         PIC 999        VALUE 0.
           05 MC-MAILED-COUNT       PIC 9(4)       VALUE 0.
           05 MC-HELD-COUNT         PIC 9(4)       VALUE 0.

       01 HOLD-FIELDS.
           05 HF-OPENING-BALANCE    PIC S9(9)V99.
           05 HF-PAYMENTS-TOTAL     PIC 9(9)V99.
           05 HF-CLOSING-BALANCE    PIC S9(9)V99.
           05 HF-REMAINING          PIC S9(7)V99.
           05 HF-BUCKET-31-60       PIC 9(9)V99.
           05 HF-BUCKET-61-90       PIC 9(9)V99.
           05 HF-BUCKET-OVER-90     PIC 9(9)V99.
           05 HF-FIND-CUST-ID       PIC 9(5).
           05 HF-CASH-LEFT          PIC 9(7)V99.
           05 HF-APPLY-AMOUNT       PIC 9(7)V99.
           05 HF-OLDEST-SUB         PIC 9(4).
           05 HF-OLDEST-NUMBER      PIC X(10).
           05 HF-CITY-LINE          PIC X(35).
           05 HF-PRIOR-DOC-KEY      PIC X(15).
           05 HF-TRAY-ZIP-3-DIGIT   PIC XXX.
           05 HF-TRAY-FIRST-ZIP     PIC X(5).
           05 HF-TRAY-LAST-ZIP      PIC X(5).
           05 HF-TRAY-PIECES        PIC 9(4).
           05 HF-REASON-TEXT        PIC X(30).

      *    A TRAY IS CLOSED WHEN THE 3-DIGIT ZIP CHANGES OR IT IS FULL
       01 MAIL-TRAY-CAPACITY        PIC 9(4)       VALUE 300.

       01 MAIL-SPOOL-LINE.
      *    0 WHEN THE STATEMENT GOES IN THE MAIL, 1 WHEN IT IS HELD
      *    FOR A BAD ADDRESS, SO THE HELD ONES SORT LAST
           05 ML-HOLD-SW            PIC X.
               88 ML-MAILED         VALUE '0'.
               88 ML-HELD           VALUE '1'.
           05 ML-ZIP-CODE           PIC X(5).
           05 ML-ZIP-PLUS-4         PIC X(4).
           05 ML-CUST-ID            PIC 9(5).
           05 ML-DOC-NUMBER         PIC X(10).
           05 ML-LINE-SEQ           PIC 9(4).
      *    LINES TO ADVANCE BEFORE PRINTING; 0 STARTS A NEW PAGE
           05 ML-ADVANCE            PIC 9.
           05 ML-ADDRESS-STATUS     PIC X.
           05 ML-CUST-NAME          PIC X(25).
           05 ML-TEXT               PIC X(80).

       01 WS-DATE.
           05 WS-YEAR               PIC XX.
               10 AD-SHIP-LINE-1    PIC X(25).
               10 AD-SHIP-LINE-2    PIC X(25).
               10 AD-SHIP-LINE-3    PIC X(25).
               10 AD-CITY           PIC X(20).
               10 AD-STATE-CODE     PIC XX.
               10 AD-ZIP-CODE       PIC X(5).
               10 AD-ZIP-PLUS-4     PIC X(4).
               10 AD-ADDRESS-STATUS PIC X.
                   88 AD-ADDRESS-VALID VALUE 'V'.

       01 ADDRESS-REASON-TEXT.
           05                       PIC X(31)      VALUE
                   'NNO ADDRESS ON FILE'.
           05                       PIC X(31)      VALUE
                   ' ADDRESS NOT POSTAL CHECKED'.
           05                       PIC X(31)      VALUE
                   'ZZIP MISSING OR NOT NUMERIC'.
           05                       PIC X(31)      VALUE
                   'UZIP CODE NOT ON POSTAL MASTER'.
           05                       PIC X(31)      VALUE
                   'SSTATE DOES NOT MATCH ZIP CODE'.
           05                       PIC X(31)      VALUE
                   'MSTATE NOT ON CUSTOMER MASTER'.

       01 ADDRESS-REASON-TBL REDEFINES ADDRESS-REASON-TEXT.
           05 ADDRESS-REASON-TBL-LINE OCCURS 6 TIMES
               INDEXED BY REASON-TBL-INDEX.
               10 AR-STATUS-CODE    PIC X.
               10 AR-REASON-TEXT    PIC X(30).

       01 INVOICE-TABLE-AREA.
      *    EVERY OPEN INVOICE, WITH THE PAYMENTS MATCHED TO IT THIS
               10 IN-CUST-ID        PIC 9(5).
               10 IN-AMOUNT         PIC 9(7)V99.
               10 IN-PAID           PIC 9(7)V99.
               10 IN-DOC-TYPE       PIC X.

       01 PAYMENT-TABLE-AREA.
           05 PT-NUM-PAYMENTS       PIC 9(4)       VALUE 0.
               10 PT-AMOUNT         PIC 9(7)V99.
               10 PT-PAY-DATE       PIC X(6).

       01 UNAPPLIED-TABLE-AREA.
           05 UA-NUM-ENTRIES        PIC 9(4)       VALUE 0.
           05 UNAPPLIED-TBL-LINE OCCURS 1 TO 1000 TIMES
               DEPENDING ON UA-NUM-ENTRIES.
               10 UA-RECEIPT-ID     PIC X(10).
               10 UA-CUST-ID        PIC 9(5).
               10 UA-AMOUNT         PIC 9(7)V99.
               10 UA-RECEIPT-DATE   PIC X(6).


      **************        OUTPUT AREA        ********************


       01 STMT-ADDRESS-LINE.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05 SAD-TEXT              PIC X(35).
           05 FILLER                PIC X(40)      VALUE SPACES.

       01 OPENING-BALANCE-LINE.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(17)      VALUE
                   'OPENING BALANCE: '.
           05 OBL-OPENING-BALANCE   PIC $Z,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(44)      VALUE SPACES.

       01 INVOICE-DETAIL-LINE.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05 IDL-AMOUNT            PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(24)      VALUE SPACES.

       01 CREDIT-DETAIL-LINE.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(9)       VALUE 'CREDIT   '.
           05 CDL-MEMO-NUMBER       PIC X(10).
           05 FILLER                PIC X(3)       VALUE SPACES.
           05                       PIC X(7)       VALUE 'ISSUED '.
           05 CDL-MEMO-DATE         PIC X(6).
           05 FILLER                PIC X(3)       VALUE SPACES.
           05 CDL-AMOUNT            PIC $Z,ZZZ,ZZ9.99.
           05                       PIC X(3)       VALUE ' CR'.
           05 FILLER                PIC X(21)      VALUE SPACES.

       01 UNAPPLIED-DETAIL-LINE.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(9)       VALUE 'ON ACCT  '.
           05 UDL-RECEIPT-ID        PIC X(10).
           05 FILLER                PIC X(3)       VALUE SPACES.
           05                       PIC X(7)       VALUE 'RECVD  '.
           05 UDL-RECEIPT-DATE      PIC X(6).
           05 FILLER                PIC X(3)       VALUE SPACES.
           05 UDL-AMOUNT            PIC $Z,ZZZ,ZZ9.99.
           05                       PIC X(3)       VALUE ' CR'.
           05 FILLER                PIC X(21)      VALUE SPACES.

       01 PAYMENT-DETAIL-LINE.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(9)       VALUE 'PAYMENT  '.
           05 STL-STATEMENT-COUNT   PIC Z,ZZ9.
           05 FILLER                PIC X(49)      VALUE SPACES.

       01 MAIL-HEADING-ONE.
           05 FILLER                PIC X(29)      VALUE SPACES.
           05                       PIC X(22)      VALUE
                   'STATEMENT MAIL CONTROL'.
           05 FILLER                PIC X(29)      VALUE SPACES.

       01 MAIL-HEADING-TWO.
           05 FILLER                PIC X(10)      VALUE SPACES.
           05 MH2-MONTH             PIC 99.
           05                       PIC X          VALUE '/'.
           05 MH2-DAY               PIC 99.
           05                       PIC X          VALUE '/'.
           05 MH2-YEAR              PIC 9(2).
           05 FILLER                PIC X(54)      VALUE SPACES.
           05                       PIC XXX        VALUE 'TWJ'.
           05 FILLER                PIC X(7)       VALUE SPACES.

       01 TRAY-COLUMN-HEADING.
           05                       PIC X(6)       VALUE 'TRAY'.
           05                       PIC X(6)       VALUE 'ZIP'.
           05                       PIC X(8)       VALUE 'FIRST'.
           05                       PIC X(8)       VALUE 'LAST'.
           05                       PIC X(52)      VALUE 'PIECES'.

       01 TRAY-DETAIL-LINE.
           05 TDL-TRAY-NUMBER       PIC ZZ9.
           05 FILLER                PIC X(3)       VALUE SPACES.
           05 TDL-ZIP-3-DIGIT       PIC XXX.
           05 FILLER                PIC X(3)       VALUE SPACES.
           05 TDL-FIRST-ZIP         PIC X(5).
           05 FILLER                PIC X(3)       VALUE SPACES.
           05 TDL-LAST-ZIP          PIC X(5).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 TDL-PIECES            PIC ZZ,ZZ9.
           05 FILLER                PIC X(47)      VALUE SPACES.

       01 EXCEPTION-HEADING.
           05                       PIC X(35)      VALUE
                   'ADDRESS EXCEPTIONS - DOCUMENTS HELD'.
           05 FILLER                PIC X(45)      VALUE SPACES.

       01 EXCEPTION-COLUMN-HEADING.
           05                       PIC X(7)       VALUE 'CUST'.
           05                       PIC X(27)      VALUE 'NAME'.
           05                       PIC X(12)      VALUE 'DOCUMENT'.
           05                       PIC X(34)      VALUE 'REASON HELD'.

       01 EXCEPTION-DETAIL-LINE.
           05 EDL-CUST-ID           PIC 9(5).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 EDL-CUST-NAME         PIC X(25).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 EDL-DOC-NUMBER        PIC X(10).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 EDL-REASON-TEXT       PIC X(30).
           05 FILLER                PIC X(4)       VALUE SPACES.

       01 EXCEPTION-NONE-LINE.
           05                       PIC X(21)      VALUE
                   'NO ADDRESS EXCEPTIONS'.
           05 FILLER                PIC X(59)      VALUE SPACES.

       01 MAIL-TOTAL-LINE.
           05                       PIC X(7)       VALUE 'TRAYS: '.
           05 MTL-TRAY-COUNT        PIC ZZ9.
           05 FILLER                PIC X(3)       VALUE SPACES.
           05                       PIC X(15)      VALUE
                   'PIECES MAILED: '.
           05 MTL-MAILED-COUNT      PIC Z,ZZ9.
           05 FILLER                PIC X(3)       VALUE SPACES.
           05                       PIC X(16)      VALUE
                   'DOCUMENTS HELD: '.
           05 MTL-HELD-COUNT        PIC Z,ZZ9.
           05 FILLER                PIC X(23)      VALUE SPACES.


       PROCEDURE DIVISION.

           PERFORM 15-HOUSEKEEPING
           PERFORM 20-LOAD-ADDRESS-TABLE
           PERFORM 21-LOAD-OPEN-INVOICES
           PERFORM 24-LOAD-UNAPPLIED-CASH
           PERFORM 22-LOAD-PAYMENTS
           PERFORM 25-PRINT-STATEMENTS
           PERFORM 60-SORT-MAIL-SPOOL
           PERFORM 61-PRINT-MAIL-RUN
           PERFORM 100-WRAP-UP
           .

       15-HOUSEKEEPING.
           OPEN OUTPUT MAIL-SPOOL-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO SH2-MONTH
           MOVE WS-DAY TO SH2-DAY
           MOVE WS-YEAR TO SH2-YEAR
           MOVE WS-MONTH TO MH2-MONTH
           MOVE WS-DAY TO MH2-DAY
           MOVE WS-YEAR TO MH2-YEAR

           STRING '20' WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO HF-TODAY-CCYYMMDD
                                   AD-SHIP-LINE-2(AD-NUM-ADDRESSES)
                           MOVE CA-SHIP-LINE-3 TO
                                   AD-SHIP-LINE-3(AD-NUM-ADDRESSES)
                           MOVE CA-CITY TO AD-CITY(AD-NUM-ADDRESSES)
                           MOVE CA-STATE-CODE TO
                                   AD-STATE-CODE(AD-NUM-ADDRESSES)
                           MOVE CA-ZIP-CODE TO
                                   AD-ZIP-CODE(AD-NUM-ADDRESSES)
                           MOVE CA-ZIP-PLUS-4 TO
                                   AD-ZIP-PLUS-4(AD-NUM-ADDRESSES)
                           MOVE CA-ADDRESS-STATUS TO
                                   AD-ADDRESS-STATUS(AD-NUM-ADDRESSES)
                   END-READ
               END-PERFORM

                       MOVE OI-INVOICE-AMOUNT TO
                               IN-AMOUNT(IN-NUM-INVOICES)
                       MOVE ZEROES TO IN-PAID(IN-NUM-INVOICES)
                       MOVE OI-DOC-TYPE TO
                               IN-DOC-TYPE(IN-NUM-INVOICES)
               END-READ
           END-PERFORM

           .

       22-LOAD-PAYMENTS.
      *    EACH PAYMENT IS TAGGED WITH ITS CUSTOMER SO THE STATEMENT
      *    CAN LIST IT UNDER THE RIGHT ACCOUNT
           OPEN INPUT PAYMENTS-FILE

           PERFORM UNTIL EOF-FLAG = 'T'
           .

       23-MATCH-ONE-PAYMENT.
      *    A PAYMENT QUOTING AN OPEN INVOICE BELONGS TO THAT
      *    INVOICE'S CUSTOMER; ONE CARRYING ONLY A CUSTOMER ID IS
      *    SPREAD OVER THAT CUSTOMER'S INVOICES OLDEST FIRST, THE
      *    SAME WAY PRO02AR WILL SETTLE IT.  A PAYMENT NOBODY CAN
      *    PLACE GOES ON THE PRO02AR UNAPPLIED CASH LIST, NOT A
      *    STATEMENT
           MOVE ZEROES TO HF-FIND-CUST-ID
           MOVE PY-AMOUNT TO HF-CASH-LEFT

           MOVE 'N' TO HF-MATCH-SW
           IF PY-INVOICE-NUMBER NOT = SPACES
               SET INVOICE-TBL-INDEX TO 1
               SEARCH INVOICE-TBL-LINE
                   AT END
                       CONTINUE

                   WHEN PY-INVOICE-NUMBER =
                               IN-INVOICE-NUMBER(INVOICE-TBL-INDEX)
                       AND IN-DOC-TYPE(INVOICE-TBL-INDEX) = SPACE
                       MOVE 'Y' TO HF-MATCH-SW
                       MOVE IN-CUST-ID(INVOICE-TBL-INDEX) TO
                               HF-FIND-CUST-ID
                       SET INVOICE-SUB TO INVOICE-TBL-INDEX
                       PERFORM 26-APPLY-TO-INVOICE
               END-SEARCH
           END-IF

           IF NOT HF-MATCHED AND PY-CUST-ID IS NUMERIC
               MOVE PY-CUST-ID TO HF-FIND-CUST-ID
               IF HF-FIND-CUST-ID > 0
                   PERFORM 27-APPLY-OLDEST-FIRST
               END-IF
           END-IF

           IF HF-FIND-CUST-ID > 0 AND PT-NUM-PAYMENTS < 1000
               ADD 1 TO PT-NUM-PAYMENTS
               IF HF-MATCHED
                   MOVE PY-INVOICE-NUMBER TO
                           PT-INVOICE-NUMBER(PT-NUM-PAYMENTS)
               ELSE
                   MOVE 'ON ACCOUNT' TO
                           PT-INVOICE-NUMBER(PT-NUM-PAYMENTS)
               END-IF
               MOVE HF-FIND-CUST-ID TO PT-CUST-ID(PT-NUM-PAYMENTS)
               MOVE PY-AMOUNT TO PT-AMOUNT(PT-NUM-PAYMENTS)
               MOVE PY-PAY-DATE TO PT-PAY-DATE(PT-NUM-PAYMENTS)
           END-IF
           .

       24-LOAD-UNAPPLIED-CASH.
      *    CASH PRO02AR IS STILL HOLDING; UNCLAIMED CASH (CUSTOMER
      *    ZERO) IS NOBODY'S CREDIT YET
           OPEN INPUT UNAPPLIED-CASH-FILE

           IF UNAPPLIED-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ UNAPPLIED-CASH-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF UC-CUST-ID > 0 AND UA-NUM-ENTRIES < 1000
                               ADD 1 TO UA-NUM-ENTRIES
                               MOVE UC-RECEIPT-ID TO
                                       UA-RECEIPT-ID(UA-NUM-ENTRIES)
                               MOVE UC-CUST-ID TO
                                       UA-CUST-ID(UA-NUM-ENTRIES)
                               MOVE UC-AMOUNT TO
                                       UA-AMOUNT(UA-NUM-ENTRIES)
                               MOVE UC-RECEIPT-DATE TO
                                       UA-RECEIPT-DATE(UA-NUM-ENTRIES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE UNAPPLIED-CASH-FILE
           END-IF
           .

       26-APPLY-TO-INVOICE.
           SUBTRACT IN-PAID(INVOICE-SUB) FROM IN-AMOUNT(INVOICE-SUB)
                   GIVING HF-REMAINING

           IF HF-REMAINING > 0
               IF HF-CASH-LEFT < HF-REMAINING
                   MOVE HF-CASH-LEFT TO HF-APPLY-AMOUNT
               ELSE
                   MOVE HF-REMAINING TO HF-APPLY-AMOUNT
               END-IF

               ADD HF-APPLY-AMOUNT TO IN-PAID(INVOICE-SUB)
               SUBTRACT HF-APPLY-AMOUNT FROM HF-CASH-LEFT
           END-IF
           .

       27-APPLY-OLDEST-FIRST.
      *    INVOICE NUMBERS LEAD WITH THE ISSUE DATE, SO THE LOWEST
      *    NUMBER STILL OWING IS THE OLDEST
           MOVE 'N' TO HF-OLDEST-SW
           PERFORM UNTIL HF-CASH-LEFT = 0 OR NO-OLDER-INVOICE
               PERFORM 28-FIND-OLDEST-INVOICE

               IF HF-OLDEST-SUB = 0
                   SET NO-OLDER-INVOICE TO TRUE
               ELSE
                   MOVE HF-OLDEST-SUB TO INVOICE-SUB
                   PERFORM 26-APPLY-TO-INVOICE
               END-IF
           END-PERFORM
           .

       28-FIND-OLDEST-INVOICE.
           MOVE ZEROES TO HF-OLDEST-SUB
           MOVE HIGH-VALUES TO HF-OLDEST-NUMBER

           PERFORM VARYING INVOICE-SUB FROM 1 BY 1
               UNTIL INVOICE-SUB > IN-NUM-INVOICES

               IF IN-CUST-ID(INVOICE-SUB) = HF-FIND-CUST-ID AND
                       IN-DOC-TYPE(INVOICE-SUB) = SPACE AND
                       IN-PAID(INVOICE-SUB) < IN-AMOUNT(INVOICE-SUB)
                       AND IN-INVOICE-NUMBER(INVOICE-SUB) <
                               HF-OLDEST-NUMBER
                   MOVE INVOICE-SUB TO HF-OLDEST-SUB
                   MOVE IN-INVOICE-NUMBER(INVOICE-SUB) TO
                           HF-OLDEST-NUMBER
               END-IF
           END-PERFORM
           .

       25-PRINT-STATEMENTS.
           .

       30-PRINT-ONE-STATEMENT.
      *    A CUSTOMER WITH NO OPEN INVOICES, CREDITS OR CASH AND NO
      *    PAYMENTS THIS MONTH GETS NO STATEMENT -- NO POINT MAILING
      *    ZEROS
           MOVE ZEROES TO HF-OPENING-BALANCE
           MOVE ZEROES TO HF-PAYMENTS-TOTAL
           MOVE ZEROES TO HF-BUCKET-0-30
               UNTIL INVOICE-SUB > IN-NUM-INVOICES

               IF CM-CUST-ID = IN-CUST-ID(INVOICE-SUB)
                   IF IN-DOC-TYPE(INVOICE-SUB) = 'C'
                       SUBTRACT IN-AMOUNT(INVOICE-SUB) FROM
                               HF-OPENING-BALANCE
                   ELSE
                       ADD IN-AMOUNT(INVOICE-SUB) TO
                               HF-OPENING-BALANCE
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING UNAPPLIED-SUB FROM 1 BY 1
               UNTIL UNAPPLIED-SUB > UA-NUM-ENTRIES

               IF CM-CUST-ID = UA-CUST-ID(UNAPPLIED-SUB)
                   SUBTRACT UA-AMOUNT(UNAPPLIED-SUB) FROM
                           HF-OPENING-BALANCE
               END-IF
           END-PERFORM

               END-IF
           END-PERFORM

           IF HF-OPENING-BALANCE NOT = 0 OR HF-PAYMENTS-TOTAL > 0
               PERFORM 31-WRITE-STATEMENT-BODY
           END-IF
           .

       31-WRITE-STATEMENT-BODY.
           PERFORM 35-START-MAIL-DOCUMENT

           MOVE STATEMENT-HEADING-ONE TO ML-TEXT
           MOVE 0 TO ML-ADVANCE
           PERFORM 36-SPOOL-STATEMENT-LINE

           MOVE STATEMENT-HEADING-TWO TO ML-TEXT
           MOVE 1 TO ML-ADVANCE
           PERFORM 36-SPOOL-STATEMENT-LINE

           MOVE CM-CUST-ID TO CNL-CUST-ID
           MOVE CM-CUST-NAME TO CNL-CUST-NAME
           MOVE CUSTOMER-NAME-LINE TO ML-TEXT
           MOVE 2 TO ML-ADVANCE
           PERFORM 36-SPOOL-STATEMENT-LINE

           PERFORM 33-PRINT-STATEMENT-ADDRESS

           MOVE HF-OPENING-BALANCE TO OBL-OPENING-BALANCE
           MOVE OPENING-BALANCE-LINE TO ML-TEXT
           MOVE 2 TO ML-ADVANCE
           PERFORM 36-SPOOL-STATEMENT-LINE

           PERFORM VARYING INVOICE-SUB FROM 1 BY 1
               UNTIL INVOICE-SUB > IN-NUM-INVOICES

               IF CM-CUST-ID = IN-CUST-ID(INVOICE-SUB) AND
                       IN-DOC-TYPE(INVOICE-SUB) = SPACE
                   MOVE IN-INVOICE-NUMBER(INVOICE-SUB) TO
                           IDL-INVOICE-NUMBER
                   MOVE IN-INVOICE-DATE(INVOICE-SUB) TO
                           IDL-INVOICE-DATE
                   MOVE IN-AMOUNT(INVOICE-SUB) TO IDL-AMOUNT

                   MOVE INVOICE-DETAIL-LINE TO ML-TEXT
                   MOVE 1 TO ML-ADVANCE
                   PERFORM 36-SPOOL-STATEMENT-LINE

                   PERFORM 32-AGE-INVOICE-BALANCE
               END-IF
           END-PERFORM

      *    OPEN CREDITS AND UNAPPLIED CASH LIST AFTER THE INVOICES;
      *    THEY ARE ALREADY NETTED INTO THE OPENING BALANCE AND DON'T
      *    AGE
           PERFORM VARYING INVOICE-SUB FROM 1 BY 1
               UNTIL INVOICE-SUB > IN-NUM-INVOICES

               IF CM-CUST-ID = IN-CUST-ID(INVOICE-SUB) AND
                       IN-DOC-TYPE(INVOICE-SUB) = 'C'
                   MOVE IN-INVOICE-NUMBER(INVOICE-SUB) TO
                           CDL-MEMO-NUMBER
                   MOVE IN-INVOICE-DATE(INVOICE-SUB) TO CDL-MEMO-DATE
                   MOVE IN-AMOUNT(INVOICE-SUB) TO CDL-AMOUNT

                   MOVE CREDIT-DETAIL-LINE TO ML-TEXT
                   MOVE 1 TO ML-ADVANCE
                   PERFORM 36-SPOOL-STATEMENT-LINE
               END-IF
           END-PERFORM

           PERFORM VARYING UNAPPLIED-SUB FROM 1 BY 1
               UNTIL UNAPPLIED-SUB > UA-NUM-ENTRIES

               IF CM-CUST-ID = UA-CUST-ID(UNAPPLIED-SUB)
                   MOVE UA-RECEIPT-ID(UNAPPLIED-SUB) TO UDL-RECEIPT-ID
                   MOVE UA-RECEIPT-DATE(UNAPPLIED-SUB) TO
                           UDL-RECEIPT-DATE
                   MOVE UA-AMOUNT(UNAPPLIED-SUB) TO UDL-AMOUNT

                   MOVE UNAPPLIED-DETAIL-LINE TO ML-TEXT
                   MOVE 1 TO ML-ADVANCE
                   PERFORM 36-SPOOL-STATEMENT-LINE
               END-IF
           END-PERFORM

           PERFORM VARYING PAYMENT-SUB FROM 1 BY 1
               UNTIL PAYMENT-SUB > PT-NUM-PAYMENTS

                   MOVE PT-PAY-DATE(PAYMENT-SUB) TO PDL-PAY-DATE
                   MOVE PT-AMOUNT(PAYMENT-SUB) TO PDL-AMOUNT

                   MOVE PAYMENT-DETAIL-LINE TO ML-TEXT
                   MOVE 1 TO ML-ADVANCE
                   PERFORM 36-SPOOL-STATEMENT-LINE
               END-IF
           END-PERFORM

                   GIVING HF-CLOSING-BALANCE

           MOVE HF-CLOSING-BALANCE TO CBL-CLOSING-BALANCE
           MOVE CLOSING-BALANCE-LINE TO ML-TEXT
           MOVE 2 TO ML-ADVANCE
           PERFORM 36-SPOOL-STATEMENT-LINE

           MOVE HF-BUCKET-0-30 TO AGL-BUCKET-0-30
           MOVE HF-BUCKET-31-60 TO AGL-BUCKET-31-60
           MOVE HF-BUCKET-61-90 TO AGL-BUCKET-61-90
           MOVE HF-BUCKET-OVER-90 TO AGL-BUCKET-OVER-90
           MOVE AGING-LINE TO ML-TEXT
           MOVE 1 TO ML-ADVANCE
           PERFORM 36-SPOOL-STATEMENT-LINE
           .

       33-PRINT-STATEMENT-ADDRESS.
                   PERFORM 34-WRITE-ADDRESS-TEXT
                   MOVE AD-BILL-LINE-3(ADDRESS-TBL-INDEX) TO SAD-TEXT
                   PERFORM 34-WRITE-ADDRESS-TEXT
                   IF AD-ZIP-CODE(ADDRESS-TBL-INDEX) NOT = SPACES
                       PERFORM 37-FORMAT-CITY-LINE
                       MOVE HF-CITY-LINE TO SAD-TEXT
                       PERFORM 34-WRITE-ADDRESS-TEXT
                   END-IF
           END-SEARCH
           .

       34-WRITE-ADDRESS-TEXT.
           IF SAD-TEXT NOT = SPACES
               MOVE STMT-ADDRESS-LINE TO ML-TEXT
               MOVE 1 TO ML-ADVANCE
               PERFORM 36-SPOOL-STATEMENT-LINE
           END-IF
           .

       35-START-MAIL-DOCUMENT.
      *    A STATEMENT IS MAILED ONLY TO AN ADDRESS THAT PASSED THE
      *    POSTAL CHECK AND STILL CARRIES THE CUSTOMER MASTER STATE;
      *    ANY OTHER IS HELD BACK WITH THE REASON
           MOVE SPACES TO MAIL-SPOOL-LINE
           MOVE CM-CUST-ID TO ML-CUST-ID
           MOVE CM-CUST-NAME TO ML-CUST-NAME
           MOVE 'STATEMENT' TO ML-DOC-NUMBER
           MOVE ZEROES TO ML-LINE-SEQ
           MOVE 'N' TO ML-ADDRESS-STATUS

           SET ADDRESS-TBL-INDEX TO 1
           SEARCH ADDRESS-TBL-LINE
               AT END
                   CONTINUE

               WHEN CM-CUST-ID = AD-CUST-ID(ADDRESS-TBL-INDEX)
                   MOVE AD-ZIP-CODE(ADDRESS-TBL-INDEX) TO ML-ZIP-CODE
                   MOVE AD-ZIP-PLUS-4(ADDRESS-TBL-INDEX) TO
                           ML-ZIP-PLUS-4
                   MOVE AD-ADDRESS-STATUS(ADDRESS-TBL-INDEX) TO
                           ML-ADDRESS-STATUS
                   IF AD-ADDRESS-VALID(ADDRESS-TBL-INDEX) AND
                           AD-STATE-CODE(ADDRESS-TBL-INDEX) NOT =
                                   CM-STATE-CODE
                       MOVE 'M' TO ML-ADDRESS-STATUS
                   END-IF
           END-SEARCH

           IF ML-ADDRESS-STATUS = 'V'
               SET ML-MAILED TO TRUE
           ELSE
               SET ML-HELD TO TRUE
           END-IF
           .

       36-SPOOL-STATEMENT-LINE.
           ADD 1 TO ML-LINE-SEQ
           WRITE MAIL-SPOOL-RECORD FROM MAIL-SPOOL-LINE
           .

       37-FORMAT-CITY-LINE.
           MOVE SPACES TO HF-CITY-LINE

           IF AD-ZIP-PLUS-4(ADDRESS-TBL-INDEX) = SPACES
               STRING AD-CITY(ADDRESS-TBL-INDEX) DELIMITED BY '  '
                      ', ' AD-STATE-CODE(ADDRESS-TBL-INDEX) '  '
                      AD-ZIP-CODE(ADDRESS-TBL-INDEX)
                      DELIMITED BY SIZE
                   INTO HF-CITY-LINE
               END-STRING
           ELSE
               STRING AD-CITY(ADDRESS-TBL-INDEX) DELIMITED BY '  '
                      ', ' AD-STATE-CODE(ADDRESS-TBL-INDEX) '  '
                      AD-ZIP-CODE(ADDRESS-TBL-INDEX) '-'
                      AD-ZIP-PLUS-4(ADDRESS-TBL-INDEX)
                      DELIMITED BY SIZE
                   INTO HF-CITY-LINE
               END-STRING
           END-IF
           .

           END-IF
           .

       60-SORT-MAIL-SPOOL.
           CLOSE MAIL-SPOOL-FILE

           SORT MAIL-SORT-FILE
               ON ASCENDING KEY MS-HOLD-SW, MS-ZIP-CODE, MS-ZIP-PLUS-4,
                                MS-CUST-ID, MS-DOC-NUMBER, MS-LINE-SEQ
               USING MAIL-SPOOL-FILE
               GIVING SORTED-MAIL-FILE
           .

       61-PRINT-MAIL-RUN.
      *    THE MAILED STATEMENTS SORT AHEAD OF THE HELD ONES, SO THE
      *    TRAY BREAKS ARE ALL LISTED BEFORE THE EXCEPTION LIST
           OPEN INPUT SORTED-MAIL-FILE
               OUTPUT STATEMENT-FILE, HELD-STATEMENT-FILE,
                      MAIL-CONTROL-FILE

           WRITE MAIL-CONTROL-RECORD FROM MAIL-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE MAIL-HEADING-TWO TO MAIL-CONTROL-RECORD
           WRITE MAIL-CONTROL-RECORD
               AFTER ADVANCING 1 LINES

           MOVE TRAY-COLUMN-HEADING TO MAIL-CONTROL-RECORD
           WRITE MAIL-CONTROL-RECORD
               AFTER ADVANCING 2 LINES

           MOVE SPACES TO HF-PRIOR-DOC-KEY
           MOVE ZEROES TO HF-TRAY-PIECES
           PERFORM UNTIL MAIL-DONE
               READ SORTED-MAIL-FILE
                   AT END
                       SET MAIL-DONE TO TRUE
                   NOT AT END
                       PERFORM 62-ROUTE-MAIL-LINE
               END-READ
           END-PERFORM

           IF HF-TRAY-PIECES > 0
               PERFORM 64-WRITE-TRAY-LINE
           END-IF

           IF NOT EXCEPTIONS-STARTED
               PERFORM 66-START-EXCEPTION-LIST
               MOVE EXCEPTION-NONE-LINE TO MAIL-CONTROL-RECORD
               WRITE MAIL-CONTROL-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF

           MOVE MC-TRAY-COUNT TO MTL-TRAY-COUNT
           MOVE MC-MAILED-COUNT TO MTL-MAILED-COUNT
           MOVE MC-HELD-COUNT TO MTL-HELD-COUNT
           MOVE MAIL-TOTAL-LINE TO MAIL-CONTROL-RECORD
           WRITE MAIL-CONTROL-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE SORTED-MAIL-FILE, HELD-STATEMENT-FILE,
                 MAIL-CONTROL-FILE
           .

       62-ROUTE-MAIL-LINE.
           IF SM-DOC-KEY NOT = HF-PRIOR-DOC-KEY
               MOVE SM-DOC-KEY TO HF-PRIOR-DOC-KEY
               IF SM-MAILED
                   PERFORM 63-COUNT-MAILED-PIECE
               ELSE
                   PERFORM 65-WRITE-EXCEPTION-LINE
               END-IF
           END-IF

           IF SM-MAILED
               MOVE SM-TEXT TO STATEMENT-RECORD
               IF SM-ADVANCE = 0
                   WRITE STATEMENT-RECORD
                       AFTER ADVANCING PAGE
               ELSE
                   WRITE STATEMENT-RECORD
                       AFTER ADVANCING SM-ADVANCE LINES
               END-IF
           ELSE
               MOVE SM-TEXT TO HELD-STATEMENT-RECORD
               IF SM-ADVANCE = 0
                   WRITE HELD-STATEMENT-RECORD
                       AFTER ADVANCING PAGE
               ELSE
                   WRITE HELD-STATEMENT-RECORD
                       AFTER ADVANCING SM-ADVANCE LINES
               END-IF
           END-IF
           .

       63-COUNT-MAILED-PIECE.
      *    A NEW TRAY STARTS WHEN THE FIRST THREE DIGITS OF THE ZIP
      *    CODE CHANGE OR THE TRAY IN HAND IS FULL
           IF HF-TRAY-PIECES = 0 OR
                   SM-ZIP-3-DIGIT NOT = HF-TRAY-ZIP-3-DIGIT OR
                   HF-TRAY-PIECES NOT < MAIL-TRAY-CAPACITY
               IF HF-TRAY-PIECES > 0
                   PERFORM 64-WRITE-TRAY-LINE
               END-IF
               ADD 1 TO MC-TRAY-COUNT
               MOVE SM-ZIP-3-DIGIT TO HF-TRAY-ZIP-3-DIGIT
               MOVE SM-ZIP-CODE TO HF-TRAY-FIRST-ZIP
           END-IF

           ADD 1 TO HF-TRAY-PIECES
           ADD 1 TO MC-MAILED-COUNT
           MOVE SM-ZIP-CODE TO HF-TRAY-LAST-ZIP
           .

       64-WRITE-TRAY-LINE.
           MOVE MC-TRAY-COUNT TO TDL-TRAY-NUMBER
           MOVE HF-TRAY-ZIP-3-DIGIT TO TDL-ZIP-3-DIGIT
           MOVE HF-TRAY-FIRST-ZIP TO TDL-FIRST-ZIP
           MOVE HF-TRAY-LAST-ZIP TO TDL-LAST-ZIP
           MOVE HF-TRAY-PIECES TO TDL-PIECES

           MOVE TRAY-DETAIL-LINE TO MAIL-CONTROL-RECORD
           WRITE MAIL-CONTROL-RECORD
               AFTER ADVANCING 1 LINES

           MOVE ZEROES TO HF-TRAY-PIECES
           .

       65-WRITE-EXCEPTION-LINE.
           IF NOT EXCEPTIONS-STARTED
               IF HF-TRAY-PIECES > 0
                   PERFORM 64-WRITE-TRAY-LINE
               END-IF
               PERFORM 66-START-EXCEPTION-LIST
           END-IF

           ADD 1 TO MC-HELD-COUNT

           MOVE SPACES TO HF-REASON-TEXT
           SET REASON-TBL-INDEX TO 1
           SEARCH ADDRESS-REASON-TBL-LINE
               AT END
                   CONTINUE

               WHEN AR-STATUS-CODE(REASON-TBL-INDEX) =
                       SM-ADDRESS-STATUS
                   MOVE AR-REASON-TEXT(REASON-TBL-INDEX) TO
                           HF-REASON-TEXT
           END-SEARCH

           MOVE SM-CUST-ID TO EDL-CUST-ID
           MOVE SM-CUST-NAME TO EDL-CUST-NAME
           MOVE SM-DOC-NUMBER TO EDL-DOC-NUMBER
           MOVE HF-REASON-TEXT TO EDL-REASON-TEXT

           MOVE EXCEPTION-DETAIL-LINE TO MAIL-CONTROL-RECORD
           WRITE MAIL-CONTROL-RECORD
               AFTER ADVANCING 1 LINES
           .

       66-START-EXCEPTION-LIST.
           SET EXCEPTIONS-STARTED TO TRUE

           MOVE EXCEPTION-HEADING TO MAIL-CONTROL-RECORD
           WRITE MAIL-CONTROL-RECORD
               AFTER ADVANCING 3 LINES

           MOVE EXCEPTION-COLUMN-HEADING TO MAIL-CONTROL-RECORD
           WRITE MAIL-CONTROL-RECORD
               AFTER ADVANCING 2 LINES
           .

       100-WRAP-UP.
           MOVE MC-MAILED-COUNT TO STL-STATEMENT-COUNT
           MOVE STATEMENT-TOTAL-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
               AFTER ADVANCING 2 LINES
