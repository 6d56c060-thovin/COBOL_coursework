       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO02IMST.
       AUTHOR. TIM J.
      ****************************************************************
      * This utility builds the indexed receivables files the
      * customer account inquiry (PRO02INQ) reads, so a clerk with a
      * customer on the phone gets the whole account by key instead
      * of hunting through the aging report, the statements, and the
      * invoice register.  The flat files stay the files of record --
      * PRO02, PRO02AR, PRO02MAINT, and PRO02ADDR go on rewriting
      * them -- and the indexed copies are replaced whole after each
      * of those runs, so the inquiry answers as of the last run

      ***************
      * INPUTS:
      *    The CUSTOMER MASTER FILE
      *
      *    The OPEN INVOICE FILE, invoices and open credit memos
      *
      *    The CUSTOMER PAYMENTS FILE, this month's payments.  A
      *    payment carrying no customer ID is filed under the
      *    customer of the invoice it quotes
      *
      *    The CUSTOMER ADDRESS FILE, when PRO02ADDR has built one

      * *******
      * OUTPUTS:
      *    CUSTOMER-MASTER.IDX, keyed on customer ID, with the
      *    customer name as an alternate key so the clerk can look a
      *    caller up by name
      *
      *    OPEN-INVOICE.IDX, keyed on customer/invoice number/
      *    document type, so one customer's open items read in
      *    invoice number (oldest first) order
      *
      *    CUSTOMER-PAYMENTS.IDX, keyed on customer and the order the
      *    payment was received in
      *
      *    CUSTOMER-ADDRESS.IDX, keyed on customer ID
      *
      *    A count of the records loaded into each file on the
      *    console, and of any payment no customer could be found for
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT OPEN-INVOICE-FILE
               ASSIGN TO 'OPEN-INVOICE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.

           SELECT PAYMENTS-FILE
               ASSIGN TO 'CUSTOMER-PAYMENTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENTS-STATUS.

           SELECT CUSTOMER-ADDRESS-FILE
               ASSIGN TO 'CUSTOMER-ADDRESS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADDRESS-STATUS.

           SELECT INDEXED-CUSTOMER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XC-CUST-ID
               ALTERNATE RECORD KEY IS XC-CUST-NAME WITH DUPLICATES
               FILE STATUS IS INDEXED-STATUS.

           SELECT INDEXED-INVOICE-FILE
               ASSIGN TO 'OPEN-INVOICE.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XI-RECORD-KEY
               FILE STATUS IS INDEXED-STATUS.

           SELECT INDEXED-PAYMENT-FILE
               ASSIGN TO 'CUSTOMER-PAYMENTS.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XP-RECORD-KEY
               FILE STATUS IS INDEXED-STATUS.

           SELECT INDEXED-ADDRESS-FILE
               ASSIGN TO 'CUSTOMER-ADDRESS.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XA-CUST-ID
               FILE STATUS IS INDEXED-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01 CUSTOMER-MASTER-RECORD    PIC X(42).

       FD OPEN-INVOICE-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01 OPEN-INVOICE-RECORD.
           05 OI-INVOICE-NUMBER     PIC X(10).
           05 OI-CUST-ID            PIC 9(5).
           05 OI-INVOICE-AMOUNT     PIC 9(7)V99.
           05 OI-DOC-TYPE           PIC X.
           05 FILLER                PIC X(5).

       FD PAYMENTS-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01 PAYMENT-RECORD.
           05 PY-INVOICE-NUMBER     PIC X(10).
           05 PY-AMOUNT             PIC 9(7)V99.
           05 PY-PAY-DATE           PIC X(6).
           05 PY-CUST-ID            PIC 9(5).

       FD CUSTOMER-ADDRESS-FILE
           RECORD CONTAINS 187 CHARACTERS.

       01 CUSTOMER-ADDRESS-RECORD   PIC X(187).

       FD INDEXED-CUSTOMER-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01 INDEXED-CUSTOMER-RECORD.
           05 XC-CUST-ID            PIC 9(5).
           05 XC-CUST-NAME          PIC X(25).
           05 FILLER                PIC X(12).

       FD INDEXED-INVOICE-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01 INDEXED-INVOICE-RECORD.
           05 XI-RECORD-KEY.
               10 XI-CUST-ID        PIC 9(5).
               10 XI-INVOICE-NUMBER PIC X(10).
               10 XI-DOC-TYPE       PIC X.
           05 XI-INVOICE-AMOUNT     PIC 9(7)V99.

       FD INDEXED-PAYMENT-FILE
           RECORD CONTAINS 39 CHARACTERS.

       01 INDEXED-PAYMENT-RECORD.
           05 XP-RECORD-KEY.
               10 XP-CUST-ID        PIC 9(5).
               10 XP-RECEIVED-SEQ   PIC 9(5).
           05 XP-INVOICE-NUMBER     PIC X(10).
           05 XP-AMOUNT             PIC 9(7)V99.
           05 XP-PAY-DATE           PIC X(6).
      *    Y WHEN THE CUSTOMER WAS TAKEN FROM THE INVOICE QUOTED
           05 XP-CUST-FROM-INVOICE  PIC X.
           05 FILLER                PIC X(3).

       FD INDEXED-ADDRESS-FILE
           RECORD CONTAINS 187 CHARACTERS.

       01 INDEXED-ADDRESS-RECORD.
           05 XA-CUST-ID            PIC 9(5).
           05 FILLER                PIC X(182).


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG              PIC X          VALUE 'F'.
           05 CUSTOMER-STATUS       PIC XX.
               88 CUSTOMERS-FOUND   VALUE '00'.
           05 INVOICE-STATUS        PIC XX.
               88 INVOICES-FOUND    VALUE '00'.
           05 PAYMENTS-STATUS       PIC XX.
               88 PAYMENTS-FOUND    VALUE '00'.
           05 ADDRESS-STATUS        PIC XX.
               88 ADDRESSES-FOUND   VALUE '00'.
           05 INDEXED-STATUS        PIC XX.
               88 INDEXED-IO-OK     VALUE '00'.
           05 IX-CUSTOMER-COUNT     PIC 9(5)       VALUE 0.
           05 IX-INVOICE-COUNT      PIC 9(5)       VALUE 0.
           05 IX-PAYMENT-COUNT      PIC 9(5)       VALUE 0.
           05 IX-UNPLACED-COUNT     PIC 9(5)       VALUE 0.
           05 IX-ADDRESS-COUNT      PIC 9(5)       VALUE 0.
           05 IX-DUPLICATE-COUNT    PIC 9(5)       VALUE 0.

       01 INVOICE-OWNER-TABLE-AREA.
      *    EVERY OPEN INVOICE'S CUSTOMER, SO A PAYMENT THAT QUOTES
      *    ONLY AN INVOICE NUMBER CAN BE FILED UNDER ITS CUSTOMER
           05 IO-NUM-INVOICES       PIC 9(4)       VALUE 0.
           05 INVOICE-OWNER-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON IO-NUM-INVOICES
               INDEXED BY INVOICE-OWNER-INDEX.
               10 IO-INVOICE-NUMBER PIC X(10).
               10 IO-CUST-ID        PIC 9(5).


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
      *    THE NIGHTLY DRIVER CALLS THIS AFTER PRO02, SO NOTHING IS
      *    LEFT OVER FROM AN EARLIER CALL IN THE SAME RUN
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO IX-CUSTOMER-COUNT, IX-INVOICE-COUNT,
                     IX-PAYMENT-COUNT, IX-UNPLACED-COUNT,
                     IX-ADDRESS-COUNT, IX-DUPLICATE-COUNT,
                     IO-NUM-INVOICES

           PERFORM 25-LOAD-CUSTOMER-INDEX
           PERFORM 30-LOAD-INVOICE-INDEX
           PERFORM 35-LOAD-PAYMENT-INDEX
           PERFORM 40-LOAD-ADDRESS-INDEX
           PERFORM 100-WRAP-UP
           .

       25-LOAD-CUSTOMER-INDEX.
      *    WITHOUT A CUSTOMER MASTER THERE IS NOTHING TO ASK ABOUT.
      *    A KEY ON TWO RECORDS KEEPS THE FIRST
           OPEN INPUT CUSTOMER-MASTER-FILE

           IF CUSTOMERS-FOUND
               OPEN OUTPUT INDEXED-CUSTOMER-FILE

               MOVE 'F' TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = 'T'
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE 'T' TO EOF-FLAG
                       NOT AT END
                           MOVE CUSTOMER-MASTER-RECORD TO
                                   INDEXED-CUSTOMER-RECORD
                           WRITE INDEXED-CUSTOMER-RECORD
                               INVALID KEY
                                   DISPLAY 'DUPLICATE CUSTOMER '
                                           'SKIPPED: ' XC-CUST-ID
                                   ADD 1 TO IX-DUPLICATE-COUNT
                               NOT INVALID KEY
                                   ADD 1 TO IX-CUSTOMER-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM

               CLOSE CUSTOMER-MASTER-FILE
               CLOSE INDEXED-CUSTOMER-FILE
           ELSE
               DISPLAY 'CUSTOMER-MASTER.TXT NOT FOUND'
               DISPLAY 'RECEIVABLES INDEXES LEFT UNTOUCHED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       30-LOAD-INVOICE-INDEX.
      *    NO OPEN INVOICE FILE YET MEANS NOTHING IS OWED; THE
      *    INDEXED FILE IS STILL CREATED, EMPTY
           OPEN OUTPUT INDEXED-INVOICE-FILE
           OPEN INPUT OPEN-INVOICE-FILE

           IF INVOICES-FOUND
               MOVE 'F' TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = 'T'
                   READ OPEN-INVOICE-FILE
                       AT END
                           MOVE 'T' TO EOF-FLAG
                       NOT AT END
                           PERFORM 31-WRITE-ONE-INVOICE
                   END-READ
               END-PERFORM

               CLOSE OPEN-INVOICE-FILE
           END-IF

           CLOSE INDEXED-INVOICE-FILE
           .

       31-WRITE-ONE-INVOICE.
           MOVE OI-CUST-ID TO XI-CUST-ID
           MOVE OI-INVOICE-NUMBER TO XI-INVOICE-NUMBER
           MOVE OI-DOC-TYPE TO XI-DOC-TYPE
           MOVE OI-INVOICE-AMOUNT TO XI-INVOICE-AMOUNT

           WRITE INDEXED-INVOICE-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE OPEN ITEM SKIPPED: '
                           XI-RECORD-KEY
                   ADD 1 TO IX-DUPLICATE-COUNT
               NOT INVALID KEY
                   ADD 1 TO IX-INVOICE-COUNT
           END-WRITE

           IF OI-DOC-TYPE = SPACE AND IO-NUM-INVOICES < 2000
               ADD 1 TO IO-NUM-INVOICES
               MOVE OI-INVOICE-NUMBER TO
                       IO-INVOICE-NUMBER(IO-NUM-INVOICES)
               MOVE OI-CUST-ID TO IO-CUST-ID(IO-NUM-INVOICES)
           END-IF
           .

       35-LOAD-PAYMENT-INDEX.
           OPEN OUTPUT INDEXED-PAYMENT-FILE
           OPEN INPUT PAYMENTS-FILE

           IF PAYMENTS-FOUND
               MOVE 'F' TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = 'T'
                   READ PAYMENTS-FILE
                       AT END
                           MOVE 'T' TO EOF-FLAG
                       NOT AT END
                           PERFORM 36-WRITE-ONE-PAYMENT
                   END-READ
               END-PERFORM

               CLOSE PAYMENTS-FILE
           END-IF

           CLOSE INDEXED-PAYMENT-FILE
           .

       36-WRITE-ONE-PAYMENT.
      *    THE RECEIVED SEQUENCE IS THE PAYMENT'S PLACE IN THE
      *    PAYMENTS FILE, SO A CUSTOMER'S PAYMENTS READ BACK IN THE
      *    ORDER PRO02AR WILL SETTLE THEM.  A PAYMENT NO CUSTOMER
      *    CAN BE FOUND FOR IS FILED UNDER CUSTOMER ZERO, WHICH THE
      *    INQUIRY NEVER SHOWS
           ADD 1 TO IX-PAYMENT-COUNT
           MOVE SPACES TO INDEXED-PAYMENT-RECORD
           MOVE 'N' TO XP-CUST-FROM-INVOICE
           MOVE ZEROES TO XP-CUST-ID

           IF PY-CUST-ID IS NUMERIC
               MOVE PY-CUST-ID TO XP-CUST-ID
           END-IF

           IF XP-CUST-ID = 0 AND PY-INVOICE-NUMBER NOT = SPACES
               SET INVOICE-OWNER-INDEX TO 1
               SEARCH INVOICE-OWNER-TBL-LINE
                   AT END
                       CONTINUE

                   WHEN PY-INVOICE-NUMBER =
                           IO-INVOICE-NUMBER(INVOICE-OWNER-INDEX)
                       MOVE IO-CUST-ID(INVOICE-OWNER-INDEX) TO
                               XP-CUST-ID
                       MOVE 'Y' TO XP-CUST-FROM-INVOICE
               END-SEARCH
           END-IF

           IF XP-CUST-ID = 0
               ADD 1 TO IX-UNPLACED-COUNT
           END-IF

           MOVE IX-PAYMENT-COUNT TO XP-RECEIVED-SEQ
           MOVE PY-INVOICE-NUMBER TO XP-INVOICE-NUMBER
           MOVE PY-AMOUNT TO XP-AMOUNT
           MOVE PY-PAY-DATE TO XP-PAY-DATE

           WRITE INDEXED-PAYMENT-RECORD
               INVALID KEY
                   DISPLAY 'PAYMENT NOT LOADED, STATUS '
                           INDEXED-STATUS
           END-WRITE
           .

       40-LOAD-ADDRESS-INDEX.
      *    A CUSTOMER WITH NO ADDRESS ON FILE SHOWS NONE ON THE
      *    INQUIRY; NO ADDRESS FILE AT ALL LEAVES AN EMPTY INDEX
           OPEN OUTPUT INDEXED-ADDRESS-FILE
           OPEN INPUT CUSTOMER-ADDRESS-FILE

           IF ADDRESSES-FOUND
               MOVE 'F' TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = 'T'
                   READ CUSTOMER-ADDRESS-FILE
                       AT END
                           MOVE 'T' TO EOF-FLAG
                       NOT AT END
                           MOVE CUSTOMER-ADDRESS-RECORD TO
                                   INDEXED-ADDRESS-RECORD
                           WRITE INDEXED-ADDRESS-RECORD
                               INVALID KEY
                                   DISPLAY 'DUPLICATE ADDRESS '
                                           'SKIPPED: ' XA-CUST-ID
                                   ADD 1 TO IX-DUPLICATE-COUNT
                               NOT INVALID KEY
                                   ADD 1 TO IX-ADDRESS-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM

               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF

           CLOSE INDEXED-ADDRESS-FILE
           .

       100-WRAP-UP.
           DISPLAY 'RECEIVABLES INDEXES LOADED'
           DISPLAY '   CUSTOMERS:     ' IX-CUSTOMER-COUNT
           DISPLAY '   OPEN ITEMS:    ' IX-INVOICE-COUNT
           DISPLAY '   PAYMENTS:      ' IX-PAYMENT-COUNT
           DISPLAY '   ADDRESSES:     ' IX-ADDRESS-COUNT

           IF IX-UNPLACED-COUNT > 0
               DISPLAY 'PAYMENTS WITH NO CUSTOMER: '
                       IX-UNPLACED-COUNT
           END-IF

           IF IX-DUPLICATE-COUNT > 0
               DISPLAY 'DUPLICATE KEYS SKIPPED: '
                       IX-DUPLICATE-COUNT
           END-IF

           GOBACK
           .
