       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO02MERG.
       AUTHOR. TIM J.
      ****************************************************************
      * This program consolidates customers that were set up more
      * than once -- the same store keyed under two or three IDs by
      * different order desks, splitting its credit limit, its aging
      * and its sales history.  Each merge pair moves everything the
      * merged-from ID carries onto the surviving ID and takes the
      * merged-from ID off the customer master.  Every record it
      * changes is logged with its before image, so a merge put
      * through in error can be reversed by a later run

      ***************
      * INPUTS:
      *    The CUSTOMER MERGE TRANSACTION FILE holds one record per
      *    merge:
      *        1: Action (M merge, R reverse an earlier merge)
      *        2: Merge-from customer ID
      *        3: Surviving (merge-into) customer ID
      *
      *    CUSTOMER-MASTER.TXT, OPEN-INVOICE.TXT,
      *    CUSTOMER-PAYMENTS.TXT, UNAPPLIED-CASH.TXT,
      *    INVOICE-DISPUTES.TXT, CUSTOMER-PRIOR-SALES.TXT,
      *    SALES-MONTH-HISTORY.TXT and CUSTOMER-ADDRESS.TXT -- every
      *    file keyed by customer.  Any but the master may not
      *    exist yet
      *
      *    The CUSTOMER MERGE LOG FILE holds every merge ever made,
      *    with the before image of every record it changed

      * *******
      * OUTPUTS:
      *    The customer-keyed files, rewritten with every merge and
      *    reversal in place.  The indexed copies PRO02INQ reads are
      *    rebuilt from them by the next PRO02IMST run
      *
      *    The CUSTOMER MERGE LOG FILE, with this run's merges added
      *    and this run's reversals marked
      *
      *    The CUSTOMER MERGE REGISTER lists every transaction with
      *    its outcome and the reason for every reject, then for
      *    each merge or reversal the customer master before and
      *    after and every record moved, with its customer and
      *    amount before and after, under the operator who signed on

      ****************
      * EDIT RULES:
      *    MERGE [BOTH CUSTOMERS NUMERIC AND ON THE MASTER, NOT THE
      *           SAME CUSTOMER]
      *    REVERSE [A MERGE OF THE PAIR ON THE LOG NOT ALREADY
      *             REVERSED, THE SURVIVOR STILL ON THE MASTER AND
      *             THE MERGE-FROM CUSTOMER NOT BACK ON IT]
      *
      * CALCULATIONS:
      *    CREDIT LIMIT [THE LARGER OF THE TWO; ZERO STILL MEANS
      *                  NO LIMIT SET]
      *    PRIOR SALES [MERGE-FROM + SURVIVOR]
      *    MONTH HISTORY [UNITS AND DOLLARS ADDED FOR A MONTH BOTH
      *                   CUSTOMERS SOLD IN]
      *    ADDRESS [THE SURVIVOR'S IS KEPT; THE MERGE-FROM ADDRESS
      *             MOVES ONLY WHEN THE SURVIVOR HAS NONE]
      *    A REVERSAL SUBTRACTS WHAT WAS ADDED, PUTS BACK WHAT WAS
      *    DROPPED, AND MOVES BACK EVERY RECORD STILL ON FILE UNDER
      *    THE SURVIVOR -- AN INVOICE PAID SINCE THE MERGE IS GONE
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MERGE-TRANS-FILE
               ASSIGN TO 'CUSTOMER-MERGE-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    THE CUSTOMER-KEYED FILES; ANY OF THEM MAY NOT EXIST YET
           SELECT OPEN-INVOICE-FILE
               ASSIGN TO 'OPEN-INVOICE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-INVOICE-STATUS.

           SELECT PAYMENTS-FILE
               ASSIGN TO 'CUSTOMER-PAYMENTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENTS-STATUS.

           SELECT UNAPPLIED-CASH-FILE
               ASSIGN TO 'UNAPPLIED-CASH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNAPPLIED-STATUS.

           SELECT INVOICE-DISPUTE-FILE
               ASSIGN TO 'INVOICE-DISPUTES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTE-STATUS.

           SELECT PRIOR-SALES-FILE
               ASSIGN TO 'CUSTOMER-PRIOR-SALES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-SALES-STATUS.

           SELECT MONTH-HISTORY-FILE
               ASSIGN TO 'SALES-MONTH-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MONTH-HIST-STATUS.

           SELECT CUSTOMER-ADDRESS-FILE
               ASSIGN TO 'CUSTOMER-ADDRESS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADDRESS-FILE-STATUS.

      *    EVERY MERGE EVER MADE, SO ONE CAN BE TAKEN BACK
           SELECT MERGE-LOG-FILE
               ASSIGN TO 'CUSTOMER-MERGE-LOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-LOG-STATUS.

           SELECT MERGE-REGISTER-FILE
               ASSIGN TO PRINTER 'CUSTOMER-MERGE-REGISTER.TXT'.

      *    EVERY OPERATOR ALLOWED TO REWRITE A MASTER; AN UNKNOWN
      *    ID IS REFUSED BEFORE ANY UPDATE RUNS
           SELECT OPERATOR-MASTER-FILE
               ASSIGN TO 'OPERATOR-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    WHICH ROLES MAY RUN WHICH UPDATE PROGRAMS AND TRANSACTION
      *    TYPES, WITH EACH ROLE'S DOLLAR AND PERCENT LIMITS
           SELECT OPTIONAL ROLE-AUTHORITY-FILE
               ASSIGN TO 'ROLE-AUTHORITY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    EVERY REFUSED SIGN-ON OR TRANSACTION, REVIEWED WEEKLY BY
      *    SECREVW
           SELECT OPTIONAL SECURITY-LOG-FILE
               ASSIGN TO 'SECURITY-VIOLATIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD MERGE-TRANS-FILE
           RECORD CONTAINS 11 CHARACTERS.

       01 MERGE-TRANS-RECORD.
           05 MG-ACTION             PIC X.
               88 MG-MERGE          VALUE 'M'.
               88 MG-REVERSE        VALUE 'R'.
           05 MG-FROM-CUST-ID       PIC 9(5).
           05 MG-INTO-CUST-ID       PIC 9(5).

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01 CUSTOMER-MASTER-RECORD    PIC X(42).

       FD OPEN-INVOICE-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01 OPEN-INVOICE-RECORD       PIC X(30).

       FD PAYMENTS-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01 PAYMENT-RECORD            PIC X(30).

       FD UNAPPLIED-CASH-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01 UNAPPLIED-CASH-RECORD     PIC X(40).

       FD INVOICE-DISPUTE-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01 INVOICE-DISPUTE-RECORD    PIC X(50).

       FD PRIOR-SALES-FILE
           RECORD CONTAINS 14 CHARACTERS.

       01 PRIOR-SALES-RECORD        PIC X(14).

       FD MONTH-HISTORY-FILE
           RECORD CONTAINS 28 CHARACTERS.

       01 MONTH-HISTORY-RECORD      PIC X(28).

       FD CUSTOMER-ADDRESS-FILE
           RECORD CONTAINS 187 CHARACTERS.

       01 CUSTOMER-ADDRESS-RECORD   PIC X(187).

       FD MERGE-LOG-FILE
           RECORD CONTAINS 205 CHARACTERS.

       01 MERGE-LOG-RECORD          PIC X(205).

       FD MERGE-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 REGISTER-RECORD           PIC X(80).

       FD OPERATOR-MASTER-FILE
           RECORD CONTAINS 38 CHARACTERS.

       01 OPERATOR-MASTER-RECORD.
           05 OM-OPERATOR-ID           PIC X(10).
           05 OM-OPERATOR-NAME         PIC X(20).
           05 OM-ROLE-CODE             PIC X(8).

       FD ROLE-AUTHORITY-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01 ROLE-AUTHORITY-RECORD.
           05 RA-ROLE-CODE             PIC X(8).
           05 RA-PROGRAM-ID            PIC X(10).
           05 RA-AUTHORITY-DATA.
               10 RA-TRANS-TYPE        PIC X(4).
               10 RA-AMOUNT-LIMIT      PIC 9(7)V99.
               10 RA-PERCENT-LIMIT     PIC 9(3)V9.
           05 FILLER                   PIC X(5).

       FD SECURITY-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 SECURITY-LOG-RECORD.
           05 SV-LOG-DATE              PIC X(6).
           05 SV-LOG-TIME              PIC X(6).
           05 SV-OPERATOR-ID           PIC X(10).
           05 SV-ROLE-CODE             PIC X(8).
           05 SV-PROGRAM-ID            PIC X(10).
           05 SV-TRANS-TYPE            PIC X(4).
           05 SV-REFERENCE             PIC X(12).
           05 SV-REASON                PIC X(24).


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG              PIC X          VALUE 'F'.
           05 LOAD-EOF-SW           PIC X          VALUE 'N'.
               88 LOAD-DONE         VALUE 'Y'.
           05 OPEN-INVOICE-STATUS   PIC XX.
               88 OPEN-INVOICES-FOUND VALUE '00'.
           05 PAYMENTS-STATUS       PIC XX.
               88 PAYMENTS-FOUND    VALUE '00'.
           05 UNAPPLIED-STATUS      PIC XX.
               88 UNAPPLIED-FOUND   VALUE '00'.
           05 DISPUTE-STATUS        PIC XX.
               88 DISPUTES-FOUND    VALUE '00'.
           05 PRIOR-SALES-STATUS    PIC XX.
               88 PRIOR-SALES-FOUND VALUE '00'.
           05 MONTH-HIST-STATUS     PIC XX.
               88 MONTH-HIST-FOUND  VALUE '00'.
           05 ADDRESS-FILE-STATUS   PIC XX.
               88 ADDRESSES-FOUND   VALUE '00'.
           05 MERGE-LOG-STATUS      PIC XX.
               88 MERGE-LOG-FOUND   VALUE '00'.
           05 MATCH-SW              PIC X.
               88 MATCH-FOUND       VALUE 'Y'.
           05 MG-MERGED-COUNT       PIC 9(5)       VALUE 0.
           05 MG-REVERSED-COUNT     PIC 9(5)       VALUE 0.
           05 MG-REJECTED-COUNT     PIC 9(5)       VALUE 0.
           05 OPERATOR-LOAD-SW      PIC X          VALUE 'N'.
               88 OPERATOR-LOAD-DONE   VALUE 'Y'.
           05 OPERATOR-KNOWN-SW     PIC X          VALUE 'N'.
               88 OPERATOR-KNOWN       VALUE 'Y'.
           05 AUTHORITY-LOAD-SW     PIC X          VALUE 'N'.
               88 AUTHORITY-LOAD-DONE  VALUE 'Y'.

       01 WS-DATE.
           05 WS-YEAR               PIC XX.
           05 WS-MONTH              PIC XX.
           05 WS-DAY                PIC XX.

       01 WS-OPERATOR-ID            PIC X(10)      VALUE SPACES.
       01 WS-SIGNON-TIME            PIC X(8).

       01 HOLD-FIELDS.
           05 HF-FROM-CUST-ID       PIC 9(5).
           05 HF-INTO-CUST-ID       PIC 9(5).
      *    THE SAME IDS AS THE MONTH HISTORY CARRIES THEM
           05 HF-FROM-CODE          PIC X(5).
           05 HF-INTO-CODE          PIC X(5).
           05 HF-FROM-SUB           PIC 999.
           05 HF-INTO-SUB           PIC 999.
           05 HF-HEADER-SUB         PIC 9(4).
           05 HF-ENTRY-SUB          PIC 9(4).
           05 HF-LOG-TYPE           PIC XX.
           05 HF-MOVED-COUNT        PIC 9(4).
           05 HF-MISSING-COUNT      PIC 9(4).
           05 HF-BEFORE-AMOUNT      PIC 9(9)V99.
           05 HF-AFTER-AMOUNT       PIC 9(9)V99.

      *    THE BEFORE IMAGE OF A RECORD, AS THE LOG CARRIES IT
       01 LOGGED-IMAGE              PIC X(187).

       01 LOGGED-CUSTOMER REDEFINES LOGGED-IMAGE.
           05 LCM-CUST-ID           PIC 9(5).
           05 FILLER                PIC X(182).

       01 LOGGED-OPEN-INVOICE REDEFINES LOGGED-IMAGE.
           05 LOI-INVOICE-NUMBER    PIC X(10).
           05 LOI-CUST-ID           PIC 9(5).
           05 LOI-INVOICE-AMOUNT    PIC 9(7)V99.
           05 LOI-DOC-TYPE          PIC X.
           05 FILLER                PIC X(162).

       01 LOGGED-PAYMENT REDEFINES LOGGED-IMAGE.
           05 LPY-INVOICE-NUMBER    PIC X(10).
           05 LPY-AMOUNT            PIC 9(7)V99.
           05 LPY-PAY-DATE          PIC X(6).
           05 LPY-CUST-ID           PIC 9(5).
           05 FILLER                PIC X(157).

       01 LOGGED-UNAPPLIED-CASH REDEFINES LOGGED-IMAGE.
           05 LUC-RECEIPT-ID        PIC X(10).
           05 LUC-CUST-ID           PIC 9(5).
           05 LUC-AMOUNT            PIC 9(7)V99.
           05 FILLER                PIC X(163).

       01 LOGGED-DISPUTE REDEFINES LOGGED-IMAGE.
           05 LDS-INVOICE-NUMBER    PIC X(10).
           05 LDS-CUST-ID           PIC 9(5).
           05 LDS-REASON-CODE       PIC XX.
           05 LDS-DISPUTED-AMOUNT   PIC 9(7)V99.
           05 FILLER                PIC X(161).

       01 LOGGED-PRIOR-SALES REDEFINES LOGGED-IMAGE.
           05 LPS-CUST-ID           PIC 9(5).
           05 LPS-PRIOR-SALES       PIC 9(7)V99.
           05 FILLER                PIC X(173).

       01 LOGGED-MONTH-ENTRY REDEFINES LOGGED-IMAGE.
           05 LSH-REC-TYPE          PIC X.
           05 LSH-CODE              PIC X(5).
           05 LSH-MONTH             PIC X(4).
           05 LSH-UNITS             PIC 9(7).
           05 LSH-DOLLARS           PIC 9(9)V99.
           05 FILLER                PIC X(159).

       01 LOGGED-ADDRESS REDEFINES LOGGED-IMAGE.
           05 LCA-CUST-ID           PIC 9(5).
           05 FILLER                PIC X(182).

       01 CUSTOMER-TABLE-AREA.
           05 CT-NUM-CUSTOMERS      PIC 999        VALUE 0.
           05 CUSTOMER-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON CT-NUM-CUSTOMERS
               INDEXED BY CUSTOMER-TBL-INDEX.
               10 CT-DELETE-SW      PIC X.
                   88 CT-DELETED    VALUE 'Y'.
               10 CT-RECORD.
                   15 CT-CUST-ID    PIC 9(5).
                   15 CT-CUST-NAME  PIC X(25).
                   15 CT-CREDIT-LIMIT PIC 9(7)V99.
                   15 CT-STATE-CODE PIC XX.
                   15 CT-FINANCE-CHARGE-SW PIC X.

       01 INVOICE-TABLE-AREA.
           05 IT-NUM-INVOICES       PIC 9(4)       VALUE 0.
           05 INVOICE-TBL-LINE OCCURS 1 TO 1000 TIMES
               DEPENDING ON IT-NUM-INVOICES
               INDEXED BY INVOICE-TBL-INDEX.
               10 IT-RECORD.
                   15 IT-INVOICE-NUMBER PIC X(10).
                   15 IT-CUST-ID    PIC 9(5).
                   15 IT-INVOICE-AMOUNT PIC 9(7)V99.
                   15 IT-DOC-TYPE   PIC X.
                       88 IT-CREDIT-MEMO VALUE 'C'.
                   15 FILLER        PIC X(5).

       01 PAYMENT-TABLE-AREA.
           05 PT-NUM-PAYMENTS       PIC 9(4)       VALUE 0.
           05 PAYMENT-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON PT-NUM-PAYMENTS
               INDEXED BY PAYMENT-TBL-INDEX.
               10 PT-RECORD.
                   15 PT-INVOICE-NUMBER PIC X(10).
                   15 PT-AMOUNT     PIC 9(7)V99.
                   15 PT-PAY-DATE   PIC X(6).
                   15 PT-CUST-ID    PIC 9(5).

       01 UNAPPLIED-TABLE-AREA.
           05 UT-NUM-RECEIPTS       PIC 9(4)       VALUE 0.
           05 UNAPPLIED-TBL-LINE OCCURS 1 TO 1000 TIMES
               DEPENDING ON UT-NUM-RECEIPTS
               INDEXED BY UNAPPLIED-TBL-INDEX.
               10 UT-RECORD.
                   15 UT-RECEIPT-ID PIC X(10).
                   15 UT-CUST-ID    PIC 9(5).
                   15 UT-AMOUNT     PIC 9(7)V99.
                   15 FILLER        PIC X(16).

       01 DISPUTE-TABLE-AREA.
           05 DT-NUM-DISPUTES       PIC 9(4)       VALUE 0.
           05 DISPUTE-TBL-LINE OCCURS 1 TO 1000 TIMES
               DEPENDING ON DT-NUM-DISPUTES
               INDEXED BY DISPUTE-TBL-INDEX.
               10 DT-RECORD.
                   15 DT-INVOICE-NUMBER PIC X(10).
                   15 DT-CUST-ID    PIC 9(5).
                   15 DT-REASON-CODE PIC XX.
                   15 DT-DISPUTED-AMOUNT PIC 9(7)V99.
                   15 FILLER        PIC X(24).

       01 PRIOR-SALES-TABLE-AREA.
           05 PST-NUM-ENTRIES       PIC 999        VALUE 0.
           05 PRIOR-SALES-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON PST-NUM-ENTRIES
               INDEXED BY PRIOR-SALES-TBL-INDEX.
               10 PST-DELETE-SW     PIC X.
                   88 PST-DELETED   VALUE 'Y'.
               10 PST-RECORD.
                   15 PST-CUST-ID   PIC 9(5).
                   15 PST-PRIOR-SALES PIC 9(7)V99.

       01 MONTH-HISTORY-TABLE-AREA.
      *    PRODUCT (P) ENTRIES RIDE ALONG UNTOUCHED
           05 HT-NUM-ENTRIES        PIC 9(4)       VALUE 0.
           05 MONTH-HIST-TBL-LINE OCCURS 1 TO 5000 TIMES
               DEPENDING ON HT-NUM-ENTRIES
               INDEXED BY HIST-TBL-INDEX, HIST-MATCH-INDEX.
               10 HT-DELETE-SW      PIC X.
                   88 HT-DELETED    VALUE 'Y'.
               10 HT-RECORD.
                   15 HT-REC-TYPE   PIC X.
                       88 HT-CUSTOMER-ENTRY VALUE 'C'.
                   15 HT-CODE       PIC X(5).
                   15 HT-MONTH      PIC X(4).
                   15 HT-UNITS      PIC 9(7).
                   15 HT-DOLLARS    PIC 9(9)V99.

       01 ADDRESS-TABLE-AREA.
           05 AT-NUM-ADDRESSES      PIC 999        VALUE 0.
           05 ADDRESS-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON AT-NUM-ADDRESSES
               INDEXED BY ADDRESS-TBL-INDEX.
               10 AT-DELETE-SW      PIC X.
                   88 AT-DELETED    VALUE 'Y'.
               10 AT-RECORD.
                   15 AT-CUST-ID    PIC 9(5).
                   15 FILLER        PIC X(182).

       01 MERGE-LOG-TABLE-AREA.
      *    A MERGE IS ITS HD HEADER ENTRY FOLLOWED BY THE BEFORE
      *    IMAGE OF EVERY RECORD IT CHANGED:
      *        CM MERGE-FROM MASTER     CS SURVIVOR MASTER
      *        OI OPEN INVOICE          PY PAYMENT
      *        UC UNAPPLIED CASH        DS DISPUTE
      *        PS PRIOR SALES MOVED     PC PRIOR SALES COMBINED
      *        SH MONTH ENTRY MOVED     SC MONTH ENTRY COMBINED
      *        CA ADDRESS MOVED         CD ADDRESS DROPPED
           05 LT-NUM-ENTRIES        PIC 9(4)       VALUE 0.
           05 LOG-TBL-LINE OCCURS 1 TO 5000 TIMES
               DEPENDING ON LT-NUM-ENTRIES
               INDEXED BY LOG-TBL-INDEX.
               10 LT-FROM-CUST-ID   PIC 9(5).
               10 LT-INTO-CUST-ID   PIC 9(5).
               10 LT-MERGE-DATE     PIC X(6).
               10 LT-ENTRY-TYPE     PIC XX.
                   88 LT-MERGE-HEADER VALUE 'HD'.
               10 LT-IMAGE          PIC X(187).
               10 LT-HEADER-IMAGE REDEFINES LT-IMAGE.
                   15 LT-MERGE-STATUS PIC X.
                       88 LT-MERGE-ACTIVE   VALUE 'A'.
                       88 LT-MERGE-REVERSED VALUE 'R'.
                   15 LT-MERGED-BY  PIC X(10).
                   15 LT-REVERSED-DATE PIC X(6).
                   15 LT-REVERSED-BY PIC X(10).
                   15 FILLER        PIC X(160).

       01 OPERATOR-AUTHORITY.
           05 AU-PROGRAM-ID         PIC X(10).
           05 AU-ROLE-CODE          PIC X(8)       VALUE SPACES.
           05 AU-CHECK-TYPE         PIC X(4)       VALUE SPACES.
           05 AU-REFERENCE          PIC X(12)      VALUE SPACES.
           05 AU-REASON             PIC X(24).
           05 AU-NUM-ENTRIES        PIC 99         VALUE 0.
           05 AUTHORITY-TBL-LINE OCCURS 1 TO 50 TIMES
               DEPENDING ON AU-NUM-ENTRIES
               INDEXED BY AUTHORITY-TBL-INDEX.
               10 AU-TRANS-TYPE     PIC X(4).
               10 AU-AMOUNT-LIMIT   PIC 9(7)V99.
               10 AU-PERCENT-LIMIT  PIC 9(3)V9.


      **************        OUTPUT AREA        ********************

       01 REGISTER-HEADING-ONE.
           05 FILLER                PIC X(28)      VALUE SPACES.
           05                       PIC X(23)      VALUE
                   'CUSTOMER MERGE REGISTER'.
           05 FILLER                PIC X(29)      VALUE SPACES.

       01 REGISTER-HEADING-TWO.
           05 FILLER                PIC X(10)      VALUE SPACES.
           05 RH2-MONTH             PIC 99.
           05                       PIC X          VALUE '/'.
           05 RH2-DAY               PIC 99.
           05                       PIC X          VALUE '/'.
           05 RH2-YEAR              PIC 9(2).
           05 FILLER                PIC X(10)      VALUE SPACES.
           05                       PIC X(5)       VALUE 'OPR: '.
           05 RH2-OPERATOR-ID       PIC X(10).
           05 FILLER                PIC X(1)       VALUE SPACES.
           05 RH2-SIGNON-TIME       PIC X(6).
           05 FILLER                PIC X(20)      VALUE SPACES.
           05                       PIC XXX        VALUE 'TWJ'.
           05 FILLER                PIC X(7)       VALUE SPACES.

       01 REGISTER-ACTION-LINE.
           05 RAL-ACTION            PIC X(8).
           05 RAL-FROM-CUST-ID      PIC X(5).
           05                       PIC X(6)       VALUE ' INTO '.
           05 RAL-INTO-CUST-ID      PIC X(5).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 RAL-OUTCOME           PIC X(54).

       01 REGISTER-CUSTOMER-LINE.
           05 FILLER                PIC X(3)       VALUE SPACES.
           05 RCL-LABEL             PIC X(9).
           05 RCL-CUST-ID           PIC 9(5).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 RCL-CUST-NAME         PIC X(25).
           05                       PIC X(7)       VALUE '  LIMIT'.
           05 RCL-CREDIT-LIMIT      PIC Z,ZZZ,ZZ9.99.
           05                       PIC X(5)       VALUE '  ST '.
           05 RCL-STATE-CODE        PIC XX.
           05                       PIC X(5)       VALUE '  FC '.
           05 RCL-FINANCE-CHARGE-SW PIC X.
           05 FILLER                PIC X(4)       VALUE SPACES.

       01 REGISTER-DETAIL-LINE.
           05 FILLER                PIC X(3)       VALUE SPACES.
           05 RDL-FILE-NAME         PIC X(14).
           05 RDL-KEY               PIC X(10).
           05 FILLER                PIC X(1)       VALUE SPACES.
           05 RDL-BEFORE-CUST-ID    PIC X(5).
           05 RDL-BEFORE-AMOUNT     PIC Z(8)9.99   BLANK WHEN ZERO.
           05                       PIC X(4)       VALUE ' -> '.
           05 RDL-AFTER-CUST-ID     PIC X(5).
           05 RDL-AFTER-AMOUNT      PIC Z(8)9.99   BLANK WHEN ZERO.
           05 FILLER                PIC X(1)       VALUE SPACES.
           05 RDL-NOTE              PIC X(13).

       01 REGISTER-MOVED-LINE.
           05 FILLER                PIC X(3)       VALUE SPACES.
           05                       PIC X(15)      VALUE
                   'RECORDS MOVED: '.
           05 RML-MOVED-COUNT       PIC Z,ZZ9.
           05 FILLER                PIC X(3)       VALUE SPACES.
           05                       PIC X(24)      VALUE
                   'NO LONGER ON FILE: '.
           05 RML-MISSING-COUNT     PIC Z,ZZ9.
           05 FILLER                PIC X(20)      VALUE SPACES.

       01 REGISTER-TOTAL-LINE.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(8)       VALUE 'MERGED: '.
           05 RTL-MERGED-COUNT      PIC ZZ,ZZ9.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(10)      VALUE
                   'REVERSED: '.
           05 RTL-REVERSED-COUNT    PIC ZZ,ZZ9.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(10)      VALUE
                   'REJECTED: '.
           05 RTL-REJECTED-COUNT    PIC ZZ,ZZ9.
           05 FILLER                PIC X(19)      VALUE SPACES.

       01 REGISTER-REFUSED-LINE.
           05 RRL-MESSAGE           PIC X(80).


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 12-OPERATOR-SIGN-ON
           PERFORM 15-HOUSEKEEPING
           PERFORM 16-LOAD-CUSTOMER-TABLE
           PERFORM 17-LOAD-OPEN-INVOICES
           PERFORM 18-LOAD-PAYMENTS
           PERFORM 19-LOAD-UNAPPLIED-CASH
           PERFORM 20-LOAD-DISPUTES
           PERFORM 21-LOAD-PRIOR-SALES
           PERFORM 22-LOAD-MONTH-HISTORY
           PERFORM 23-LOAD-ADDRESSES
           PERFORM 24-LOAD-MERGE-LOG
           PERFORM 25-PROCESS-TRANSACTIONS
           PERFORM 70-REWRITE-FILES
           PERFORM 100-WRAP-UP
           .

       12-OPERATOR-SIGN-ON.
      *    THE SIGN-ON COMES FROM THE ENVIRONMENT WHEN A DRIVER SET
      *    IT, OTHERWISE FROM THE CONSOLE; AN ID NOT ON THE
      *    OPERATOR MASTER IS REFUSED BEFORE ANY UPDATE RUNS
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR-ID'

           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'OPERATOR ID: '
               ACCEPT WS-OPERATOR-ID
           END-IF

           OPEN INPUT OPERATOR-MASTER-FILE

           PERFORM UNTIL OPERATOR-LOAD-DONE
               READ OPERATOR-MASTER-FILE
                   AT END
                       SET OPERATOR-LOAD-DONE TO TRUE
                   NOT AT END
                       IF OM-OPERATOR-ID = WS-OPERATOR-ID
                           SET OPERATOR-KNOWN TO TRUE
                           MOVE OM-ROLE-CODE TO AU-ROLE-CODE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPERATOR-MASTER-FILE

           MOVE 'PRO02MERG' TO AU-PROGRAM-ID

           IF NOT OPERATOR-KNOWN
               MOVE 'NOT ON OPERATOR MASTER' TO AU-REASON
               PERFORM 94-LOG-SECURITY-VIOLATION
               DISPLAY 'OPERATOR ID NOT ON MASTER - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 92-CHECK-PROGRAM-AUTHORITY

           ACCEPT WS-SIGNON-TIME FROM TIME
           .

       92-CHECK-PROGRAM-AUTHORITY.
      *    THE OPERATOR'S ROLE MUST HOLD AT LEAST ONE LINE FOR THIS
      *    PROGRAM ON THE ROLE AUTHORITY TABLE.  THE LINES ARE KEPT
      *    SO EACH TRANSACTION TYPE AND ITS LIMITS CAN BE CHECKED
      *    WITHOUT ANOTHER PASS OF THE FILE; A MISSING TABLE OR A
      *    BLANK ROLE AUTHORIZES NOTHING
           MOVE 0 TO AU-NUM-ENTRIES

           OPEN INPUT ROLE-AUTHORITY-FILE

           PERFORM UNTIL AUTHORITY-LOAD-DONE
               READ ROLE-AUTHORITY-FILE
                   AT END
                       SET AUTHORITY-LOAD-DONE TO TRUE
                   NOT AT END
                       IF RA-ROLE-CODE = AU-ROLE-CODE
                          AND RA-PROGRAM-ID = AU-PROGRAM-ID
                          AND AU-ROLE-CODE NOT = SPACES
                          AND RA-AMOUNT-LIMIT IS NUMERIC
                          AND RA-PERCENT-LIMIT IS NUMERIC
                          AND AU-NUM-ENTRIES < 50
                           ADD 1 TO AU-NUM-ENTRIES
                           MOVE RA-AUTHORITY-DATA
                               TO AUTHORITY-TBL-LINE (AU-NUM-ENTRIES)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ROLE-AUTHORITY-FILE

           IF AU-NUM-ENTRIES = 0
               MOVE 'PROGRAM NOT AUTHORIZED' TO AU-REASON
               PERFORM 94-LOG-SECURITY-VIOLATION
               DISPLAY 'ROLE NOT AUTHORIZED FOR PROGRAM - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       94-LOG-SECURITY-VIOLATION.
      *    EVERY REFUSED SIGN-ON, PROGRAM OR TRANSACTION IS APPENDED
      *    TO THE SECURITY VIOLATIONS LOG FOR THE WEEKLY SECREVW
      *    REVIEW
           ACCEPT SV-LOG-DATE FROM DATE
           ACCEPT SV-LOG-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO SV-OPERATOR-ID
           MOVE AU-ROLE-CODE TO SV-ROLE-CODE
           MOVE AU-PROGRAM-ID TO SV-PROGRAM-ID
           MOVE AU-CHECK-TYPE TO SV-TRANS-TYPE
           MOVE AU-REFERENCE TO SV-REFERENCE
           MOVE AU-REASON TO SV-REASON

           OPEN EXTEND SECURITY-LOG-FILE
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG-FILE
           .

       15-HOUSEKEEPING.
           OPEN INPUT MERGE-TRANS-FILE
               OUTPUT MERGE-REGISTER-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO RH2-MONTH
           MOVE WS-DAY TO RH2-DAY
           MOVE WS-YEAR TO RH2-YEAR
           MOVE WS-OPERATOR-ID TO RH2-OPERATOR-ID
           MOVE WS-SIGNON-TIME(1:6) TO RH2-SIGNON-TIME

           WRITE REGISTER-RECORD FROM REGISTER-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE REGISTER-HEADING-TWO TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES
           .

       16-LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-MASTER-FILE

           MOVE 'N' TO LOAD-EOF-SW
           PERFORM UNTIL LOAD-DONE
               READ CUSTOMER-MASTER-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       IF CT-NUM-CUSTOMERS = 500
                           CLOSE CUSTOMER-MASTER-FILE
                           MOVE 'CUSTOMER MASTER OVER 500 CUSTOMERS -'
                               & ' RUN REFUSED' TO RRL-MESSAGE
                           PERFORM 90-REFUSE-RUN
                       END-IF
                       ADD 1 TO CT-NUM-CUSTOMERS
                       MOVE 'N' TO CT-DELETE-SW(CT-NUM-CUSTOMERS)
                       MOVE CUSTOMER-MASTER-RECORD TO
                               CT-RECORD(CT-NUM-CUSTOMERS)
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-MASTER-FILE
           .

       17-LOAD-OPEN-INVOICES.
           OPEN INPUT OPEN-INVOICE-FILE

           IF OPEN-INVOICES-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ OPEN-INVOICE-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF IT-NUM-INVOICES = 1000
                               CLOSE OPEN-INVOICE-FILE
                               MOVE 'OPEN INVOICE FILE OVER 1000 ITEMS'
                                   & ' - RUN REFUSED' TO RRL-MESSAGE
                               PERFORM 90-REFUSE-RUN
                           END-IF
                           ADD 1 TO IT-NUM-INVOICES
                           MOVE OPEN-INVOICE-RECORD TO
                                   IT-RECORD(IT-NUM-INVOICES)
                   END-READ
               END-PERFORM

               CLOSE OPEN-INVOICE-FILE
           END-IF
           .

       18-LOAD-PAYMENTS.
           OPEN INPUT PAYMENTS-FILE

           IF PAYMENTS-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ PAYMENTS-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF PT-NUM-PAYMENTS = 2000
                               CLOSE PAYMENTS-FILE
                               MOVE 'PAYMENTS FILE OVER 2000 PAYMENTS'
                                   & ' - RUN REFUSED' TO RRL-MESSAGE
                               PERFORM 90-REFUSE-RUN
                           END-IF
                           ADD 1 TO PT-NUM-PAYMENTS
                           MOVE PAYMENT-RECORD TO
                                   PT-RECORD(PT-NUM-PAYMENTS)
                   END-READ
               END-PERFORM

               CLOSE PAYMENTS-FILE
           END-IF
           .

       19-LOAD-UNAPPLIED-CASH.
           OPEN INPUT UNAPPLIED-CASH-FILE

           IF UNAPPLIED-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ UNAPPLIED-CASH-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF UT-NUM-RECEIPTS = 1000
                               CLOSE UNAPPLIED-CASH-FILE
                               MOVE 'UNAPPLIED CASH FILE OVER 1000'
                                   & ' RECEIPTS - RUN REFUSED' TO
                                   RRL-MESSAGE
                               PERFORM 90-REFUSE-RUN
                           END-IF
                           ADD 1 TO UT-NUM-RECEIPTS
                           MOVE UNAPPLIED-CASH-RECORD TO
                                   UT-RECORD(UT-NUM-RECEIPTS)
                   END-READ
               END-PERFORM

               CLOSE UNAPPLIED-CASH-FILE
           END-IF
           .

       20-LOAD-DISPUTES.
           OPEN INPUT INVOICE-DISPUTE-FILE

           IF DISPUTES-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ INVOICE-DISPUTE-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF DT-NUM-DISPUTES = 1000
                               CLOSE INVOICE-DISPUTE-FILE
                               MOVE 'DISPUTE FILE OVER 1000 DISPUTES'
                                   & ' - RUN REFUSED' TO RRL-MESSAGE
                               PERFORM 90-REFUSE-RUN
                           END-IF
                           ADD 1 TO DT-NUM-DISPUTES
                           MOVE INVOICE-DISPUTE-RECORD TO
                                   DT-RECORD(DT-NUM-DISPUTES)
                   END-READ
               END-PERFORM

               CLOSE INVOICE-DISPUTE-FILE
           END-IF
           .

       21-LOAD-PRIOR-SALES.
           OPEN INPUT PRIOR-SALES-FILE

           IF PRIOR-SALES-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ PRIOR-SALES-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF PST-NUM-ENTRIES = 500
                               CLOSE PRIOR-SALES-FILE
                               MOVE 'PRIOR SALES FILE OVER 500'
                                   & ' CUSTOMERS - RUN REFUSED' TO
                                   RRL-MESSAGE
                               PERFORM 90-REFUSE-RUN
                           END-IF
                           ADD 1 TO PST-NUM-ENTRIES
                           MOVE 'N' TO PST-DELETE-SW(PST-NUM-ENTRIES)
                           MOVE PRIOR-SALES-RECORD TO
                                   PST-RECORD(PST-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE PRIOR-SALES-FILE
           END-IF
           .

       22-LOAD-MONTH-HISTORY.
           OPEN INPUT MONTH-HISTORY-FILE

           IF MONTH-HIST-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ MONTH-HISTORY-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF HT-NUM-ENTRIES = 5000
                               CLOSE MONTH-HISTORY-FILE
                               MOVE 'MONTH HISTORY FILE OVER 5000'
                                   & ' ENTRIES - RUN REFUSED' TO
                                   RRL-MESSAGE
                               PERFORM 90-REFUSE-RUN
                           END-IF
                           ADD 1 TO HT-NUM-ENTRIES
                           MOVE 'N' TO HT-DELETE-SW(HT-NUM-ENTRIES)
                           MOVE MONTH-HISTORY-RECORD TO
                                   HT-RECORD(HT-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE MONTH-HISTORY-FILE
           END-IF
           .

       23-LOAD-ADDRESSES.
           OPEN INPUT CUSTOMER-ADDRESS-FILE

           IF ADDRESSES-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ CUSTOMER-ADDRESS-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF AT-NUM-ADDRESSES = 500
                               CLOSE CUSTOMER-ADDRESS-FILE
                               MOVE 'ADDRESS FILE OVER 500 ADDRESSES'
                                   & ' - RUN REFUSED' TO RRL-MESSAGE
                               PERFORM 90-REFUSE-RUN
                           END-IF
                           ADD 1 TO AT-NUM-ADDRESSES
                           MOVE 'N' TO AT-DELETE-SW(AT-NUM-ADDRESSES)
                           MOVE CUSTOMER-ADDRESS-RECORD TO
                                   AT-RECORD(AT-NUM-ADDRESSES)
                   END-READ
               END-PERFORM

               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF
           .

       24-LOAD-MERGE-LOG.
           OPEN INPUT MERGE-LOG-FILE

           IF MERGE-LOG-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ MERGE-LOG-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF LT-NUM-ENTRIES = 5000
                               CLOSE MERGE-LOG-FILE
                               MOVE 'MERGE LOG OVER 5000 ENTRIES -'
                                   & ' RUN REFUSED' TO RRL-MESSAGE
                               PERFORM 90-REFUSE-RUN
                           END-IF
                           ADD 1 TO LT-NUM-ENTRIES
                           MOVE MERGE-LOG-RECORD TO
                                   LOG-TBL-LINE(LT-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE MERGE-LOG-FILE
           END-IF
           .

       25-PROCESS-TRANSACTIONS.
           PERFORM UNTIL EOF-FLAG = 'T'
               READ MERGE-TRANS-FILE
                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       PERFORM 30-APPLY-TRANSACTION
               END-READ
           END-PERFORM
           .

       30-APPLY-TRANSACTION.
           MOVE MG-FROM-CUST-ID TO RAL-FROM-CUST-ID
           MOVE MG-INTO-CUST-ID TO RAL-INTO-CUST-ID
           IF MG-REVERSE
               MOVE 'REVERSE' TO RAL-ACTION
           ELSE
               MOVE 'MERGE' TO RAL-ACTION
           END-IF

           EVALUATE TRUE
               WHEN NOT MG-MERGE AND NOT MG-REVERSE
                   MOVE MG-ACTION TO RAL-ACTION
                   MOVE 'REJECTED - BAD ACTION CODE' TO RAL-OUTCOME
                   PERFORM 63-WRITE-REJECT-LINE

               WHEN MG-FROM-CUST-ID IS NOT NUMERIC OR
                       MG-INTO-CUST-ID IS NOT NUMERIC OR
                       MG-FROM-CUST-ID = 0 OR MG-INTO-CUST-ID = 0
                   MOVE 'REJECTED - CUSTOMER ID NOT NUMERIC' TO
                           RAL-OUTCOME
                   PERFORM 63-WRITE-REJECT-LINE

               WHEN MG-FROM-CUST-ID = MG-INTO-CUST-ID
                   MOVE 'REJECTED - CANNOT MERGE A CUSTOMER INTO'
                       & ' ITSELF' TO RAL-OUTCOME
                   PERFORM 63-WRITE-REJECT-LINE

               WHEN OTHER
                   MOVE MG-FROM-CUST-ID TO HF-FROM-CUST-ID
                   MOVE MG-INTO-CUST-ID TO HF-INTO-CUST-ID
                   MOVE HF-FROM-CUST-ID TO HF-FROM-CODE
                   MOVE HF-INTO-CUST-ID TO HF-INTO-CODE
                   PERFORM 31-FIND-CUSTOMERS

                   IF MG-MERGE
                       PERFORM 33-EDIT-MERGE
                   ELSE
                       PERFORM 34-EDIT-REVERSAL
                   END-IF
           END-EVALUATE
           .

       31-FIND-CUSTOMERS.
      *    ZERO WHEN THE CUSTOMER ISN'T ON THE MASTER
           MOVE ZEROES TO HF-FROM-SUB
           MOVE ZEROES TO HF-INTO-SUB

           PERFORM VARYING CUSTOMER-TBL-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-TBL-INDEX > CT-NUM-CUSTOMERS

               IF NOT CT-DELETED(CUSTOMER-TBL-INDEX)
                   IF CT-CUST-ID(CUSTOMER-TBL-INDEX) = HF-FROM-CUST-ID
                       SET HF-FROM-SUB TO CUSTOMER-TBL-INDEX
                   END-IF
                   IF CT-CUST-ID(CUSTOMER-TBL-INDEX) = HF-INTO-CUST-ID
                       SET HF-INTO-SUB TO CUSTOMER-TBL-INDEX
                   END-IF
               END-IF
           END-PERFORM
           .

       32-FIND-ACTIVE-MERGE.
      *    ZERO WHEN THE PAIR HAS NO MERGE STILL STANDING ON THE LOG
           MOVE ZEROES TO HF-HEADER-SUB

           PERFORM VARYING LOG-TBL-INDEX FROM 1 BY 1
               UNTIL LOG-TBL-INDEX > LT-NUM-ENTRIES

               IF LT-MERGE-HEADER(LOG-TBL-INDEX) AND
                       LT-MERGE-ACTIVE(LOG-TBL-INDEX) AND
                       LT-FROM-CUST-ID(LOG-TBL-INDEX) =
                               HF-FROM-CUST-ID AND
                       LT-INTO-CUST-ID(LOG-TBL-INDEX) = HF-INTO-CUST-ID
                   SET HF-HEADER-SUB TO LOG-TBL-INDEX
               END-IF
           END-PERFORM
           .

       33-EDIT-MERGE.
           EVALUATE TRUE
               WHEN HF-FROM-SUB = 0
                   MOVE 'REJECTED - MERGE-FROM CUSTOMER NOT ON MASTER'
                       TO RAL-OUTCOME
                   PERFORM 63-WRITE-REJECT-LINE

               WHEN HF-INTO-SUB = 0
                   MOVE 'REJECTED - SURVIVING CUSTOMER NOT ON MASTER'
                       TO RAL-OUTCOME
                   PERFORM 63-WRITE-REJECT-LINE

               WHEN OTHER
                   MOVE 'APPLIED' TO RAL-OUTCOME
                   PERFORM 62-WRITE-ACTION-LINE
                   PERFORM 35-MERGE-CUSTOMER
           END-EVALUATE
           .

       34-EDIT-REVERSAL.
           PERFORM 32-FIND-ACTIVE-MERGE

           EVALUATE TRUE
               WHEN HF-HEADER-SUB = 0
                   MOVE 'REJECTED - NO MERGE OF THIS PAIR ON THE LOG'
                       TO RAL-OUTCOME
                   PERFORM 63-WRITE-REJECT-LINE

               WHEN HF-FROM-SUB NOT = 0
                   MOVE 'REJECTED - MERGE-FROM CUSTOMER BACK ON MASTER'
                       TO RAL-OUTCOME
                   PERFORM 63-WRITE-REJECT-LINE

               WHEN HF-INTO-SUB = 0
                   MOVE 'REJECTED - SURVIVOR MERGED AWAY SINCE -'
                       & ' REVERSE THAT FIRST' TO RAL-OUTCOME
                   PERFORM 63-WRITE-REJECT-LINE

               WHEN OTHER
                   MOVE 'APPLIED' TO RAL-OUTCOME
                   PERFORM 62-WRITE-ACTION-LINE
                   PERFORM 50-REVERSE-MERGE
           END-EVALUATE
           .

       35-MERGE-CUSTOMER.
           ADD 1 TO MG-MERGED-COUNT
           MOVE ZEROES TO HF-MOVED-COUNT
           MOVE ZEROES TO HF-MISSING-COUNT

           MOVE SPACES TO LOGGED-IMAGE
           MOVE 'A' TO LOGGED-IMAGE(1:1)
           MOVE WS-OPERATOR-ID TO LOGGED-IMAGE(2:10)
           MOVE 'HD' TO HF-LOG-TYPE
           PERFORM 60-LOG-BEFORE-IMAGE

           PERFORM 40-MERGE-MASTER
           PERFORM 41-MERGE-OPEN-INVOICES
           PERFORM 42-MERGE-PAYMENTS
           PERFORM 43-MERGE-UNAPPLIED-CASH
           PERFORM 44-MERGE-DISPUTES
           PERFORM 45-MERGE-PRIOR-SALES
           PERFORM 46-MERGE-MONTH-HISTORY
           PERFORM 47-MERGE-ADDRESS

           PERFORM 64-WRITE-MOVED-LINE
           .

       40-MERGE-MASTER.
      *    THE SURVIVOR KEEPS ITS NAME, STATE AND FINANCE CHARGE
      *    FLAG, AND TAKES THE LARGER OF THE TWO CREDIT LIMITS
           MOVE CT-RECORD(HF-FROM-SUB) TO LOGGED-IMAGE
           MOVE 'CM' TO HF-LOG-TYPE
           PERFORM 60-LOG-BEFORE-IMAGE
           MOVE 'MERGED' TO RCL-LABEL
           SET CUSTOMER-TBL-INDEX TO HF-FROM-SUB
           PERFORM 61-WRITE-CUSTOMER-LINE

           MOVE CT-RECORD(HF-INTO-SUB) TO LOGGED-IMAGE
           MOVE 'CS' TO HF-LOG-TYPE
           PERFORM 60-LOG-BEFORE-IMAGE
           MOVE 'BEFORE' TO RCL-LABEL
           SET CUSTOMER-TBL-INDEX TO HF-INTO-SUB
           PERFORM 61-WRITE-CUSTOMER-LINE

           IF CT-CREDIT-LIMIT(HF-FROM-SUB) >
                   CT-CREDIT-LIMIT(HF-INTO-SUB)
               MOVE CT-CREDIT-LIMIT(HF-FROM-SUB) TO
                       CT-CREDIT-LIMIT(HF-INTO-SUB)
           END-IF
           MOVE 'Y' TO CT-DELETE-SW(HF-FROM-SUB)

           MOVE 'AFTER' TO RCL-LABEL
           PERFORM 61-WRITE-CUSTOMER-LINE
           .

       41-MERGE-OPEN-INVOICES.
           PERFORM VARYING INVOICE-TBL-INDEX FROM 1 BY 1
               UNTIL INVOICE-TBL-INDEX > IT-NUM-INVOICES

               IF IT-CUST-ID(INVOICE-TBL-INDEX) = HF-FROM-CUST-ID
                   MOVE IT-RECORD(INVOICE-TBL-INDEX) TO LOGGED-IMAGE
                   MOVE 'OI' TO HF-LOG-TYPE
                   PERFORM 60-LOG-BEFORE-IMAGE

                   MOVE HF-INTO-CUST-ID TO
                           IT-CUST-ID(INVOICE-TBL-INDEX)

                   IF IT-CREDIT-MEMO(INVOICE-TBL-INDEX)
                       MOVE 'OPEN CREDIT' TO RDL-FILE-NAME
                   ELSE
                       MOVE 'OPEN INVOICE' TO RDL-FILE-NAME
                   END-IF
                   MOVE IT-INVOICE-NUMBER(INVOICE-TBL-INDEX) TO
                           RDL-KEY
                   MOVE IT-INVOICE-AMOUNT(INVOICE-TBL-INDEX) TO
                           HF-BEFORE-AMOUNT
                   MOVE HF-BEFORE-AMOUNT TO HF-AFTER-AMOUNT
                   MOVE 'MOVED' TO RDL-NOTE
                   PERFORM 65-WRITE-MERGE-DETAIL
               END-IF
           END-PERFORM
           .

       42-MERGE-PAYMENTS.
           PERFORM VARYING PAYMENT-TBL-INDEX FROM 1 BY 1
               UNTIL PAYMENT-TBL-INDEX > PT-NUM-PAYMENTS

               IF PT-CUST-ID(PAYMENT-TBL-INDEX) = HF-FROM-CUST-ID
                   MOVE PT-RECORD(PAYMENT-TBL-INDEX) TO LOGGED-IMAGE
                   MOVE 'PY' TO HF-LOG-TYPE
                   PERFORM 60-LOG-BEFORE-IMAGE

                   MOVE HF-INTO-CUST-ID TO
                           PT-CUST-ID(PAYMENT-TBL-INDEX)

                   MOVE 'PAYMENT' TO RDL-FILE-NAME
                   MOVE PT-INVOICE-NUMBER(PAYMENT-TBL-INDEX) TO
                           RDL-KEY
                   MOVE PT-AMOUNT(PAYMENT-TBL-INDEX) TO
                           HF-BEFORE-AMOUNT
                   MOVE HF-BEFORE-AMOUNT TO HF-AFTER-AMOUNT
                   MOVE 'MOVED' TO RDL-NOTE
                   PERFORM 65-WRITE-MERGE-DETAIL
               END-IF
           END-PERFORM
           .

       43-MERGE-UNAPPLIED-CASH.
           PERFORM VARYING UNAPPLIED-TBL-INDEX FROM 1 BY 1
               UNTIL UNAPPLIED-TBL-INDEX > UT-NUM-RECEIPTS

               IF UT-CUST-ID(UNAPPLIED-TBL-INDEX) = HF-FROM-CUST-ID
                   MOVE UT-RECORD(UNAPPLIED-TBL-INDEX) TO LOGGED-IMAGE
                   MOVE 'UC' TO HF-LOG-TYPE
                   PERFORM 60-LOG-BEFORE-IMAGE

                   MOVE HF-INTO-CUST-ID TO
                           UT-CUST-ID(UNAPPLIED-TBL-INDEX)

                   MOVE 'UNAPPLIED CASH' TO RDL-FILE-NAME
                   MOVE UT-RECEIPT-ID(UNAPPLIED-TBL-INDEX) TO RDL-KEY
                   MOVE UT-AMOUNT(UNAPPLIED-TBL-INDEX) TO
                           HF-BEFORE-AMOUNT
                   MOVE HF-BEFORE-AMOUNT TO HF-AFTER-AMOUNT
                   MOVE 'MOVED' TO RDL-NOTE
                   PERFORM 65-WRITE-MERGE-DETAIL
               END-IF
           END-PERFORM
           .

       44-MERGE-DISPUTES.
           PERFORM VARYING DISPUTE-TBL-INDEX FROM 1 BY 1
               UNTIL DISPUTE-TBL-INDEX > DT-NUM-DISPUTES

               IF DT-CUST-ID(DISPUTE-TBL-INDEX) = HF-FROM-CUST-ID
                   MOVE DT-RECORD(DISPUTE-TBL-INDEX) TO LOGGED-IMAGE
                   MOVE 'DS' TO HF-LOG-TYPE
                   PERFORM 60-LOG-BEFORE-IMAGE

                   MOVE HF-INTO-CUST-ID TO
                           DT-CUST-ID(DISPUTE-TBL-INDEX)

                   MOVE 'DISPUTE' TO RDL-FILE-NAME
                   MOVE DT-INVOICE-NUMBER(DISPUTE-TBL-INDEX) TO
                           RDL-KEY
                   MOVE DT-DISPUTED-AMOUNT(DISPUTE-TBL-INDEX) TO
                           HF-BEFORE-AMOUNT
                   MOVE HF-BEFORE-AMOUNT TO HF-AFTER-AMOUNT
                   MOVE 'MOVED' TO RDL-NOTE
                   PERFORM 65-WRITE-MERGE-DETAIL
               END-IF
           END-PERFORM
           .

       45-MERGE-PRIOR-SALES.
      *    ONE ENTRY PER CUSTOMER: THE MERGE-FROM SALES ARE ADDED TO
      *    THE SURVIVOR'S, OR BECOME THE SURVIVOR'S IF IT HAS NONE
           SET PRIOR-SALES-TBL-INDEX TO 1
           SEARCH PRIOR-SALES-TBL-LINE
               AT END
                   CONTINUE

               WHEN PST-CUST-ID(PRIOR-SALES-TBL-INDEX) =
                       HF-FROM-CUST-ID
                   AND NOT PST-DELETED(PRIOR-SALES-TBL-INDEX)
                   MOVE PST-RECORD(PRIOR-SALES-TBL-INDEX) TO
                           LOGGED-IMAGE
                   SET HF-ENTRY-SUB TO PRIOR-SALES-TBL-INDEX
                   MOVE 'PRIOR SALES' TO RDL-FILE-NAME
                   MOVE SPACES TO RDL-KEY
                   MOVE LPS-PRIOR-SALES TO HF-BEFORE-AMOUNT

                   SET PRIOR-SALES-TBL-INDEX TO 1
                   SEARCH PRIOR-SALES-TBL-LINE
                       AT END
                           MOVE 'PS' TO HF-LOG-TYPE
                           PERFORM 60-LOG-BEFORE-IMAGE
                           MOVE HF-INTO-CUST-ID TO
                                   PST-CUST-ID(HF-ENTRY-SUB)
                           MOVE HF-BEFORE-AMOUNT TO HF-AFTER-AMOUNT
                           MOVE 'MOVED' TO RDL-NOTE
                           PERFORM 65-WRITE-MERGE-DETAIL

                       WHEN PST-CUST-ID(PRIOR-SALES-TBL-INDEX) =
                               HF-INTO-CUST-ID
                           AND NOT PST-DELETED(PRIOR-SALES-TBL-INDEX)
                           MOVE 'PC' TO HF-LOG-TYPE
                           PERFORM 60-LOG-BEFORE-IMAGE
                           ADD HF-BEFORE-AMOUNT TO PST-PRIOR-SALES
                                   (PRIOR-SALES-TBL-INDEX)
                           MOVE 'Y' TO PST-DELETE-SW(HF-ENTRY-SUB)
                           MOVE PST-PRIOR-SALES(PRIOR-SALES-TBL-INDEX)
                                   TO HF-AFTER-AMOUNT
                           MOVE 'COMBINED' TO RDL-NOTE
                           PERFORM 65-WRITE-MERGE-DETAIL

                           SUBTRACT HF-BEFORE-AMOUNT FROM
                                   HF-AFTER-AMOUNT GIVING
                                   HF-BEFORE-AMOUNT
                           PERFORM 67-WRITE-SURVIVOR-DETAIL
                   END-SEARCH
           END-SEARCH
           .

       46-MERGE-MONTH-HISTORY.
      *    A MONTH ONLY THE MERGE-FROM CUSTOMER SOLD IN MOVES ACROSS;
      *    A MONTH BOTH SOLD IN IS ADDED INTO THE SURVIVOR'S ENTRY
           PERFORM VARYING HIST-TBL-INDEX FROM 1 BY 1
               UNTIL HIST-TBL-INDEX > HT-NUM-ENTRIES

               IF NOT HT-DELETED(HIST-TBL-INDEX) AND
                       HT-CUSTOMER-ENTRY(HIST-TBL-INDEX) AND
                       HT-CODE(HIST-TBL-INDEX) = HF-FROM-CODE
                   MOVE HT-RECORD(HIST-TBL-INDEX) TO LOGGED-IMAGE
                   MOVE 'MONTH HISTORY' TO RDL-FILE-NAME
                   MOVE HT-MONTH(HIST-TBL-INDEX) TO RDL-KEY
                   MOVE HT-DOLLARS(HIST-TBL-INDEX) TO HF-BEFORE-AMOUNT

                   MOVE 'N' TO MATCH-SW
                   PERFORM VARYING HIST-MATCH-INDEX FROM 1 BY 1
                       UNTIL HIST-MATCH-INDEX > HT-NUM-ENTRIES
                           OR MATCH-FOUND

                       IF NOT HT-DELETED(HIST-MATCH-INDEX) AND
                               HT-CUSTOMER-ENTRY(HIST-MATCH-INDEX) AND
                               HT-CODE(HIST-MATCH-INDEX) =
                                       HF-INTO-CODE AND
                               HT-MONTH(HIST-MATCH-INDEX) =
                                       HT-MONTH(HIST-TBL-INDEX)
                           SET MATCH-FOUND TO TRUE
                       END-IF
                   END-PERFORM

                   IF MATCH-FOUND
                       SET HIST-MATCH-INDEX DOWN BY 1
                       MOVE 'SC' TO HF-LOG-TYPE
                       PERFORM 60-LOG-BEFORE-IMAGE
                       ADD HT-UNITS(HIST-TBL-INDEX) TO
                               HT-UNITS(HIST-MATCH-INDEX)
                       ADD HT-DOLLARS(HIST-TBL-INDEX) TO
                               HT-DOLLARS(HIST-MATCH-INDEX)
                       MOVE 'Y' TO HT-DELETE-SW(HIST-TBL-INDEX)
                       MOVE HT-DOLLARS(HIST-MATCH-INDEX) TO
                               HF-AFTER-AMOUNT
                       MOVE 'COMBINED' TO RDL-NOTE
                       PERFORM 65-WRITE-MERGE-DETAIL

                       SUBTRACT HF-BEFORE-AMOUNT FROM HF-AFTER-AMOUNT
                           GIVING HF-BEFORE-AMOUNT
                       PERFORM 67-WRITE-SURVIVOR-DETAIL
                   ELSE
                       MOVE 'SH' TO HF-LOG-TYPE
                       PERFORM 60-LOG-BEFORE-IMAGE
                       MOVE HF-INTO-CODE TO HT-CODE(HIST-TBL-INDEX)
                       MOVE HF-BEFORE-AMOUNT TO HF-AFTER-AMOUNT
                       MOVE 'MOVED' TO RDL-NOTE
                       PERFORM 65-WRITE-MERGE-DETAIL
                   END-IF
               END-IF
           END-PERFORM
           .

       47-MERGE-ADDRESS.
      *    THE SURVIVOR'S ADDRESS STANDS; THE MERGE-FROM ADDRESS
      *    ONLY MOVES ACROSS WHEN THE SURVIVOR HAS NONE
           SET ADDRESS-TBL-INDEX TO 1
           SEARCH ADDRESS-TBL-LINE
               AT END
                   CONTINUE

               WHEN AT-CUST-ID(ADDRESS-TBL-INDEX) = HF-FROM-CUST-ID
                   AND NOT AT-DELETED(ADDRESS-TBL-INDEX)
                   MOVE AT-RECORD(ADDRESS-TBL-INDEX) TO LOGGED-IMAGE
                   SET HF-ENTRY-SUB TO ADDRESS-TBL-INDEX
                   MOVE 'ADDRESS' TO RDL-FILE-NAME
                   MOVE SPACES TO RDL-KEY
                   MOVE ZEROES TO HF-BEFORE-AMOUNT
                   MOVE ZEROES TO HF-AFTER-AMOUNT

                   SET ADDRESS-TBL-INDEX TO 1
                   SEARCH ADDRESS-TBL-LINE
                       AT END
                           MOVE 'CA' TO HF-LOG-TYPE
                           PERFORM 60-LOG-BEFORE-IMAGE
                           MOVE HF-INTO-CUST-ID TO
                                   AT-CUST-ID(HF-ENTRY-SUB)
                           MOVE 'MOVED' TO RDL-NOTE
                           PERFORM 65-WRITE-MERGE-DETAIL

                       WHEN AT-CUST-ID(ADDRESS-TBL-INDEX) =
                               HF-INTO-CUST-ID
                           AND NOT AT-DELETED(ADDRESS-TBL-INDEX)
                           MOVE 'CD' TO HF-LOG-TYPE
                           PERFORM 60-LOG-BEFORE-IMAGE
                           MOVE 'Y' TO AT-DELETE-SW(HF-ENTRY-SUB)
                           MOVE 'DROPPED' TO RDL-NOTE
                           PERFORM 65-WRITE-MERGE-DETAIL
                   END-SEARCH
           END-SEARCH
           .

       50-REVERSE-MERGE.
      *    WALKS THE MERGE'S LOGGED BEFORE IMAGES, WHICH FOLLOW ITS
      *    HEADER ENTRY UP TO THE NEXT HEADER
           ADD 1 TO MG-REVERSED-COUNT
           MOVE ZEROES TO HF-MOVED-COUNT
           MOVE ZEROES TO HF-MISSING-COUNT

           MOVE 'R' TO LT-MERGE-STATUS(HF-HEADER-SUB)
           MOVE WS-DATE TO LT-REVERSED-DATE(HF-HEADER-SUB)
           MOVE WS-OPERATOR-ID TO LT-REVERSED-BY(HF-HEADER-SUB)

           COMPUTE HF-ENTRY-SUB = HF-HEADER-SUB + 1
           PERFORM UNTIL HF-ENTRY-SUB > LT-NUM-ENTRIES
               IF LT-MERGE-HEADER(HF-ENTRY-SUB)
                   COMPUTE HF-ENTRY-SUB = LT-NUM-ENTRIES + 1
               ELSE
                   MOVE LT-IMAGE(HF-ENTRY-SUB) TO LOGGED-IMAGE

                   EVALUATE LT-ENTRY-TYPE(HF-ENTRY-SUB)
                       WHEN 'CM'
                       WHEN 'CS'
                           PERFORM 51-RESTORE-CUSTOMER
                       WHEN 'OI'
                           PERFORM 52-RESTORE-OPEN-INVOICE
                       WHEN 'PY'
                           PERFORM 53-RESTORE-PAYMENT
                       WHEN 'UC'
                           PERFORM 54-RESTORE-UNAPPLIED-CASH
                       WHEN 'DS'
                           PERFORM 55-RESTORE-DISPUTE
                       WHEN 'PS'
                       WHEN 'PC'
                           PERFORM 56-RESTORE-PRIOR-SALES
                       WHEN 'SH'
                       WHEN 'SC'
                           PERFORM 57-RESTORE-MONTH-ENTRY
                       WHEN 'CA'
                       WHEN 'CD'
                           PERFORM 58-RESTORE-ADDRESS
                   END-EVALUATE

                   ADD 1 TO HF-ENTRY-SUB
               END-IF
           END-PERFORM

           PERFORM 64-WRITE-MOVED-LINE
           .

       51-RESTORE-CUSTOMER.
      *    THE MERGE-FROM CUSTOMER GOES BACK ON THE MASTER AND THE
      *    SURVIVOR GETS BACK ITS OWN CREDIT LIMIT
           IF LT-ENTRY-TYPE(HF-ENTRY-SUB) = 'CM'
               IF CT-NUM-CUSTOMERS = 500
                   MOVE 'CUSTOMER MASTER FULL - RUN REFUSED' TO
                           RRL-MESSAGE
                   PERFORM 90-REFUSE-RUN
               END-IF
               ADD 1 TO CT-NUM-CUSTOMERS
               MOVE 'N' TO CT-DELETE-SW(CT-NUM-CUSTOMERS)
               MOVE LOGGED-IMAGE TO CT-RECORD(CT-NUM-CUSTOMERS)
               MOVE 'RESTORED' TO RCL-LABEL
               SET CUSTOMER-TBL-INDEX TO CT-NUM-CUSTOMERS
               PERFORM 61-WRITE-CUSTOMER-LINE
           ELSE
               MOVE 'BEFORE' TO RCL-LABEL
               SET CUSTOMER-TBL-INDEX TO HF-INTO-SUB
               PERFORM 61-WRITE-CUSTOMER-LINE

               MOVE LOGGED-IMAGE TO CT-RECORD(HF-INTO-SUB)
               MOVE 'AFTER' TO RCL-LABEL
               PERFORM 61-WRITE-CUSTOMER-LINE
           END-IF
           .

       52-RESTORE-OPEN-INVOICE.
           IF LOI-DOC-TYPE = 'C'
               MOVE 'OPEN CREDIT' TO RDL-FILE-NAME
           ELSE
               MOVE 'OPEN INVOICE' TO RDL-FILE-NAME
           END-IF
           MOVE LOI-INVOICE-NUMBER TO RDL-KEY
           MOVE ZEROES TO HF-BEFORE-AMOUNT

           SET INVOICE-TBL-INDEX TO 1
           SEARCH INVOICE-TBL-LINE
               AT END
                   PERFORM 68-WRITE-MISSING-DETAIL

               WHEN IT-INVOICE-NUMBER(INVOICE-TBL-INDEX) =
                       LOI-INVOICE-NUMBER
                   AND IT-DOC-TYPE(INVOICE-TBL-INDEX) = LOI-DOC-TYPE
                   AND IT-CUST-ID(INVOICE-TBL-INDEX) = HF-INTO-CUST-ID
                   MOVE HF-FROM-CUST-ID TO
                           IT-CUST-ID(INVOICE-TBL-INDEX)
                   MOVE IT-INVOICE-AMOUNT(INVOICE-TBL-INDEX) TO
                           HF-BEFORE-AMOUNT
                   PERFORM 69-WRITE-RESTORED-DETAIL
           END-SEARCH
           .

       53-RESTORE-PAYMENT.
           MOVE 'PAYMENT' TO RDL-FILE-NAME
           MOVE LPY-INVOICE-NUMBER TO RDL-KEY
           MOVE LPY-AMOUNT TO HF-BEFORE-AMOUNT

           SET PAYMENT-TBL-INDEX TO 1
           SEARCH PAYMENT-TBL-LINE
               AT END
                   PERFORM 68-WRITE-MISSING-DETAIL

               WHEN PT-INVOICE-NUMBER(PAYMENT-TBL-INDEX) =
                       LPY-INVOICE-NUMBER
                   AND PT-AMOUNT(PAYMENT-TBL-INDEX) = LPY-AMOUNT
                   AND PT-PAY-DATE(PAYMENT-TBL-INDEX) = LPY-PAY-DATE
                   AND PT-CUST-ID(PAYMENT-TBL-INDEX) = HF-INTO-CUST-ID
                   MOVE HF-FROM-CUST-ID TO
                           PT-CUST-ID(PAYMENT-TBL-INDEX)
                   PERFORM 69-WRITE-RESTORED-DETAIL
           END-SEARCH
           .

       54-RESTORE-UNAPPLIED-CASH.
           MOVE 'UNAPPLIED CASH' TO RDL-FILE-NAME
           MOVE LUC-RECEIPT-ID TO RDL-KEY
           MOVE ZEROES TO HF-BEFORE-AMOUNT

           SET UNAPPLIED-TBL-INDEX TO 1
           SEARCH UNAPPLIED-TBL-LINE
               AT END
                   PERFORM 68-WRITE-MISSING-DETAIL

               WHEN UT-RECEIPT-ID(UNAPPLIED-TBL-INDEX) =
                       LUC-RECEIPT-ID
                   AND UT-CUST-ID(UNAPPLIED-TBL-INDEX) =
                           HF-INTO-CUST-ID
                   MOVE HF-FROM-CUST-ID TO
                           UT-CUST-ID(UNAPPLIED-TBL-INDEX)
                   MOVE UT-AMOUNT(UNAPPLIED-TBL-INDEX) TO
                           HF-BEFORE-AMOUNT
                   PERFORM 69-WRITE-RESTORED-DETAIL
           END-SEARCH
           .

       55-RESTORE-DISPUTE.
           MOVE 'DISPUTE' TO RDL-FILE-NAME
           MOVE LDS-INVOICE-NUMBER TO RDL-KEY
           MOVE ZEROES TO HF-BEFORE-AMOUNT

           SET DISPUTE-TBL-INDEX TO 1
           SEARCH DISPUTE-TBL-LINE
               AT END
                   PERFORM 68-WRITE-MISSING-DETAIL

               WHEN DT-INVOICE-NUMBER(DISPUTE-TBL-INDEX) =
                       LDS-INVOICE-NUMBER
                   AND DT-CUST-ID(DISPUTE-TBL-INDEX) = HF-INTO-CUST-ID
                   MOVE HF-FROM-CUST-ID TO
                           DT-CUST-ID(DISPUTE-TBL-INDEX)
                   MOVE DT-DISPUTED-AMOUNT(DISPUTE-TBL-INDEX) TO
                           HF-BEFORE-AMOUNT
                   PERFORM 69-WRITE-RESTORED-DETAIL
           END-SEARCH
           .

       56-RESTORE-PRIOR-SALES.
      *    A MOVED ENTRY GOES BACK WHOLE; A COMBINED ONE HAS THE
      *    MERGE-FROM SALES TAKEN BACK OUT OF THE SURVIVOR'S
           MOVE 'PRIOR SALES' TO RDL-FILE-NAME
           MOVE SPACES TO RDL-KEY
           MOVE LPS-PRIOR-SALES TO HF-BEFORE-AMOUNT

           SET PRIOR-SALES-TBL-INDEX TO 1
           SEARCH PRIOR-SALES-TBL-LINE
               AT END
                   PERFORM 68-WRITE-MISSING-DETAIL

               WHEN PST-CUST-ID(PRIOR-SALES-TBL-INDEX) =
                       HF-INTO-CUST-ID
                   AND NOT PST-DELETED(PRIOR-SALES-TBL-INDEX)
                   IF LT-ENTRY-TYPE(HF-ENTRY-SUB) = 'PS'
                       MOVE HF-FROM-CUST-ID TO
                               PST-CUST-ID(PRIOR-SALES-TBL-INDEX)
                   ELSE
                       IF PST-PRIOR-SALES(PRIOR-SALES-TBL-INDEX) >
                               LPS-PRIOR-SALES
                           SUBTRACT LPS-PRIOR-SALES FROM
                               PST-PRIOR-SALES(PRIOR-SALES-TBL-INDEX)
                       ELSE
                           MOVE ZEROES TO
                               PST-PRIOR-SALES(PRIOR-SALES-TBL-INDEX)
                       END-IF
                       PERFORM 66-ADD-PRIOR-SALES-ENTRY
                   END-IF
                   PERFORM 69-WRITE-RESTORED-DETAIL
           END-SEARCH
           .

       57-RESTORE-MONTH-ENTRY.
           MOVE 'MONTH HISTORY' TO RDL-FILE-NAME
           MOVE LSH-MONTH TO RDL-KEY
           MOVE LSH-DOLLARS TO HF-BEFORE-AMOUNT

           MOVE 'N' TO MATCH-SW
           PERFORM VARYING HIST-MATCH-INDEX FROM 1 BY 1
               UNTIL HIST-MATCH-INDEX > HT-NUM-ENTRIES
                   OR MATCH-FOUND

               IF NOT HT-DELETED(HIST-MATCH-INDEX) AND
                       HT-CUSTOMER-ENTRY(HIST-MATCH-INDEX) AND
                       HT-CODE(HIST-MATCH-INDEX) = HF-INTO-CODE AND
                       HT-MONTH(HIST-MATCH-INDEX) = LSH-MONTH
                   SET MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF NOT MATCH-FOUND
               PERFORM 68-WRITE-MISSING-DETAIL
           ELSE
               SET HIST-MATCH-INDEX DOWN BY 1
               IF LT-ENTRY-TYPE(HF-ENTRY-SUB) = 'SH'
                   MOVE HF-FROM-CODE TO HT-CODE(HIST-MATCH-INDEX)
               ELSE
                   IF HT-UNITS(HIST-MATCH-INDEX) > LSH-UNITS
                       SUBTRACT LSH-UNITS FROM
                               HT-UNITS(HIST-MATCH-INDEX)
                   ELSE
                       MOVE ZEROES TO HT-UNITS(HIST-MATCH-INDEX)
                   END-IF
                   IF HT-DOLLARS(HIST-MATCH-INDEX) > LSH-DOLLARS
                       SUBTRACT LSH-DOLLARS FROM
                               HT-DOLLARS(HIST-MATCH-INDEX)
                   ELSE
                       MOVE ZEROES TO HT-DOLLARS(HIST-MATCH-INDEX)
                   END-IF

                   IF HT-NUM-ENTRIES = 5000
                       MOVE 'MONTH HISTORY TABLE FULL - RUN REFUSED'
                           TO RRL-MESSAGE
                       PERFORM 90-REFUSE-RUN
                   END-IF
                   ADD 1 TO HT-NUM-ENTRIES
                   MOVE 'N' TO HT-DELETE-SW(HT-NUM-ENTRIES)
                   MOVE LOGGED-IMAGE TO HT-RECORD(HT-NUM-ENTRIES)
               END-IF
               PERFORM 69-WRITE-RESTORED-DETAIL
           END-IF
           .

       58-RESTORE-ADDRESS.
      *    A MOVED ADDRESS GOES BACK; A DROPPED ONE IS PUT BACK
           MOVE 'ADDRESS' TO RDL-FILE-NAME
           MOVE SPACES TO RDL-KEY
           MOVE ZEROES TO HF-BEFORE-AMOUNT

           IF LT-ENTRY-TYPE(HF-ENTRY-SUB) = 'CD'
               IF AT-NUM-ADDRESSES = 500
                   MOVE 'ADDRESS TABLE FULL - RUN REFUSED' TO
                           RRL-MESSAGE
                   PERFORM 90-REFUSE-RUN
               END-IF
               ADD 1 TO AT-NUM-ADDRESSES
               MOVE 'N' TO AT-DELETE-SW(AT-NUM-ADDRESSES)
               MOVE LOGGED-IMAGE TO AT-RECORD(AT-NUM-ADDRESSES)
               PERFORM 69-WRITE-RESTORED-DETAIL
           ELSE
               SET ADDRESS-TBL-INDEX TO 1
               SEARCH ADDRESS-TBL-LINE
                   AT END
                       PERFORM 68-WRITE-MISSING-DETAIL

                   WHEN AT-CUST-ID(ADDRESS-TBL-INDEX) =
                           HF-INTO-CUST-ID
                       AND NOT AT-DELETED(ADDRESS-TBL-INDEX)
                       MOVE HF-FROM-CUST-ID TO
                               AT-CUST-ID(ADDRESS-TBL-INDEX)
                       PERFORM 69-WRITE-RESTORED-DETAIL
               END-SEARCH
           END-IF
           .

       60-LOG-BEFORE-IMAGE.
      *    A FULL LOG STOPS THE RUN BEFORE ANY FILE IS REWRITTEN, SO
      *    NO MERGE IS EVER MADE THAT CAN'T BE REVERSED
           IF LT-NUM-ENTRIES = 5000
               MOVE 'MERGE LOG FULL - RUN REFUSED' TO RRL-MESSAGE
               PERFORM 90-REFUSE-RUN
           END-IF

           ADD 1 TO LT-NUM-ENTRIES
           MOVE HF-FROM-CUST-ID TO LT-FROM-CUST-ID(LT-NUM-ENTRIES)
           MOVE HF-INTO-CUST-ID TO LT-INTO-CUST-ID(LT-NUM-ENTRIES)
           MOVE WS-DATE TO LT-MERGE-DATE(LT-NUM-ENTRIES)
           MOVE HF-LOG-TYPE TO LT-ENTRY-TYPE(LT-NUM-ENTRIES)
           MOVE LOGGED-IMAGE TO LT-IMAGE(LT-NUM-ENTRIES)
           .

       61-WRITE-CUSTOMER-LINE.
           MOVE CT-CUST-ID(CUSTOMER-TBL-INDEX) TO RCL-CUST-ID
           MOVE CT-CUST-NAME(CUSTOMER-TBL-INDEX) TO RCL-CUST-NAME
           MOVE CT-CREDIT-LIMIT(CUSTOMER-TBL-INDEX) TO
                   RCL-CREDIT-LIMIT
           MOVE CT-STATE-CODE(CUSTOMER-TBL-INDEX) TO RCL-STATE-CODE
           MOVE CT-FINANCE-CHARGE-SW(CUSTOMER-TBL-INDEX) TO
                   RCL-FINANCE-CHARGE-SW

           MOVE REGISTER-CUSTOMER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       62-WRITE-ACTION-LINE.
           MOVE REGISTER-ACTION-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES
           .

       63-WRITE-REJECT-LINE.
           ADD 1 TO MG-REJECTED-COUNT
           PERFORM 62-WRITE-ACTION-LINE
           .

       64-WRITE-MOVED-LINE.
           MOVE HF-MOVED-COUNT TO RML-MOVED-COUNT
           MOVE HF-MISSING-COUNT TO RML-MISSING-COUNT

           MOVE REGISTER-MOVED-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       65-WRITE-MERGE-DETAIL.
      *    THE MERGE-FROM RECORD BEFORE, THE SURVIVOR'S AFTER
           ADD 1 TO HF-MOVED-COUNT
           MOVE HF-FROM-CUST-ID TO RDL-BEFORE-CUST-ID
           MOVE HF-BEFORE-AMOUNT TO RDL-BEFORE-AMOUNT
           MOVE HF-INTO-CUST-ID TO RDL-AFTER-CUST-ID
           MOVE HF-AFTER-AMOUNT TO RDL-AFTER-AMOUNT

           MOVE REGISTER-DETAIL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       66-ADD-PRIOR-SALES-ENTRY.
      *    THE LOGGED IMAGE BECOMES A NEW ENTRY AT THE END OF THE
      *    TABLE
           IF PST-NUM-ENTRIES = 500
               MOVE 'PRIOR SALES TABLE FULL - RUN REFUSED' TO
                       RRL-MESSAGE
               PERFORM 90-REFUSE-RUN
           END-IF
           ADD 1 TO PST-NUM-ENTRIES
           MOVE 'N' TO PST-DELETE-SW(PST-NUM-ENTRIES)
           MOVE LOGGED-IMAGE TO PST-RECORD(PST-NUM-ENTRIES)
           .

       67-WRITE-SURVIVOR-DETAIL.
      *    THE SURVIVOR'S OWN ENTRY BEFORE AND AFTER A COMBINE
           MOVE HF-INTO-CUST-ID TO RDL-BEFORE-CUST-ID
           MOVE HF-BEFORE-AMOUNT TO RDL-BEFORE-AMOUNT
           MOVE HF-INTO-CUST-ID TO RDL-AFTER-CUST-ID
           MOVE HF-AFTER-AMOUNT TO RDL-AFTER-AMOUNT
           MOVE 'COMBINED' TO RDL-NOTE

           MOVE REGISTER-DETAIL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       68-WRITE-MISSING-DETAIL.
      *    SETTLED OR PURGED SINCE THE MERGE -- NOTHING TO MOVE BACK
           ADD 1 TO HF-MISSING-COUNT
           MOVE HF-INTO-CUST-ID TO RDL-BEFORE-CUST-ID
           MOVE HF-BEFORE-AMOUNT TO RDL-BEFORE-AMOUNT
           MOVE SPACES TO RDL-AFTER-CUST-ID
           MOVE ZEROES TO RDL-AFTER-AMOUNT
           MOVE 'NOT ON FILE' TO RDL-NOTE

           MOVE REGISTER-DETAIL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       69-WRITE-RESTORED-DETAIL.
      *    THE SURVIVOR'S RECORD BEFORE, THE MERGE-FROM'S AFTER
           ADD 1 TO HF-MOVED-COUNT
           MOVE HF-INTO-CUST-ID TO RDL-BEFORE-CUST-ID
           MOVE HF-BEFORE-AMOUNT TO RDL-BEFORE-AMOUNT
           MOVE HF-FROM-CUST-ID TO RDL-AFTER-CUST-ID
           MOVE HF-BEFORE-AMOUNT TO RDL-AFTER-AMOUNT
           MOVE 'RESTORED' TO RDL-NOTE

           MOVE REGISTER-DETAIL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       70-REWRITE-FILES.
      *    NOTHING IS WRITTEN BACK UNTIL EVERY TRANSACTION HAS GONE
      *    THROUGH; A FILE THAT DIDN'T EXIST IS ONLY CREATED WHEN IT
      *    NOW HAS SOMETHING IN IT
           OPEN OUTPUT CUSTOMER-MASTER-FILE
           PERFORM VARYING CUSTOMER-TBL-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-TBL-INDEX > CT-NUM-CUSTOMERS
               IF NOT CT-DELETED(CUSTOMER-TBL-INDEX)
                   WRITE CUSTOMER-MASTER-RECORD FROM
                           CT-RECORD(CUSTOMER-TBL-INDEX)
               END-IF
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE

           IF OPEN-INVOICES-FOUND
               OPEN OUTPUT OPEN-INVOICE-FILE
               PERFORM VARYING INVOICE-TBL-INDEX FROM 1 BY 1
                   UNTIL INVOICE-TBL-INDEX > IT-NUM-INVOICES
                   WRITE OPEN-INVOICE-RECORD FROM
                           IT-RECORD(INVOICE-TBL-INDEX)
               END-PERFORM
               CLOSE OPEN-INVOICE-FILE
           END-IF

           IF PAYMENTS-FOUND
               OPEN OUTPUT PAYMENTS-FILE
               PERFORM VARYING PAYMENT-TBL-INDEX FROM 1 BY 1
                   UNTIL PAYMENT-TBL-INDEX > PT-NUM-PAYMENTS
                   WRITE PAYMENT-RECORD FROM
                           PT-RECORD(PAYMENT-TBL-INDEX)
               END-PERFORM
               CLOSE PAYMENTS-FILE
           END-IF

           IF UNAPPLIED-FOUND
               OPEN OUTPUT UNAPPLIED-CASH-FILE
               PERFORM VARYING UNAPPLIED-TBL-INDEX FROM 1 BY 1
                   UNTIL UNAPPLIED-TBL-INDEX > UT-NUM-RECEIPTS
                   WRITE UNAPPLIED-CASH-RECORD FROM
                           UT-RECORD(UNAPPLIED-TBL-INDEX)
               END-PERFORM
               CLOSE UNAPPLIED-CASH-FILE
           END-IF

           IF DISPUTES-FOUND
               OPEN OUTPUT INVOICE-DISPUTE-FILE
               PERFORM VARYING DISPUTE-TBL-INDEX FROM 1 BY 1
                   UNTIL DISPUTE-TBL-INDEX > DT-NUM-DISPUTES
                   WRITE INVOICE-DISPUTE-RECORD FROM
                           DT-RECORD(DISPUTE-TBL-INDEX)
               END-PERFORM
               CLOSE INVOICE-DISPUTE-FILE
           END-IF

           IF PRIOR-SALES-FOUND
               OPEN OUTPUT PRIOR-SALES-FILE
               PERFORM VARYING PRIOR-SALES-TBL-INDEX FROM 1 BY 1
                   UNTIL PRIOR-SALES-TBL-INDEX > PST-NUM-ENTRIES
                   IF NOT PST-DELETED(PRIOR-SALES-TBL-INDEX)
                       WRITE PRIOR-SALES-RECORD FROM
                               PST-RECORD(PRIOR-SALES-TBL-INDEX)
                   END-IF
               END-PERFORM
               CLOSE PRIOR-SALES-FILE
           END-IF

           IF MONTH-HIST-FOUND
               OPEN OUTPUT MONTH-HISTORY-FILE
               PERFORM VARYING HIST-TBL-INDEX FROM 1 BY 1
                   UNTIL HIST-TBL-INDEX > HT-NUM-ENTRIES
                   IF NOT HT-DELETED(HIST-TBL-INDEX)
                       WRITE MONTH-HISTORY-RECORD FROM
                               HT-RECORD(HIST-TBL-INDEX)
                   END-IF
               END-PERFORM
               CLOSE MONTH-HISTORY-FILE
           END-IF

           IF ADDRESSES-FOUND
               OPEN OUTPUT CUSTOMER-ADDRESS-FILE
               PERFORM VARYING ADDRESS-TBL-INDEX FROM 1 BY 1
                   UNTIL ADDRESS-TBL-INDEX > AT-NUM-ADDRESSES
                   IF NOT AT-DELETED(ADDRESS-TBL-INDEX)
                       WRITE CUSTOMER-ADDRESS-RECORD FROM
                               AT-RECORD(ADDRESS-TBL-INDEX)
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF

           IF MERGE-LOG-FOUND OR LT-NUM-ENTRIES > 0
               OPEN OUTPUT MERGE-LOG-FILE
               PERFORM VARYING LOG-TBL-INDEX FROM 1 BY 1
                   UNTIL LOG-TBL-INDEX > LT-NUM-ENTRIES
                   WRITE MERGE-LOG-RECORD FROM
                           LOG-TBL-LINE(LOG-TBL-INDEX)
               END-PERFORM
               CLOSE MERGE-LOG-FILE
           END-IF
           .

       90-REFUSE-RUN.
      *    NOTHING HAS BEEN WRITTEN BACK YET, SO EVERY FILE IS LEFT
      *    JUST AS IT WAS
           MOVE REGISTER-REFUSED-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES

           DISPLAY RRL-MESSAGE
           CLOSE MERGE-TRANS-FILE, MERGE-REGISTER-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .

       100-WRAP-UP.
           MOVE MG-MERGED-COUNT TO RTL-MERGED-COUNT
           MOVE MG-REVERSED-COUNT TO RTL-REVERSED-COUNT
           MOVE MG-REJECTED-COUNT TO RTL-REJECTED-COUNT

           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 3 LINES

           CLOSE MERGE-TRANS-FILE, MERGE-REGISTER-FILE

           GOBACK
           .
