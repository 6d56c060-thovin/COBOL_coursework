       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO02MAINT.
       AUTHOR. TIM J.
      ****************************************************************
      * This program maintains the customer, product, tax-rate, and
      * salesperson masters, and the customers' sales tax exemption
      * certificates, from a transaction file the way
      * PRO04MAINT maintains the costume-side masters -- these four
      * drive the credit holds, the price audit, the sales tax, and
      * the commissions, and until now were edited by hand with no
      * record of who changed a credit limit.  Every field is edited
      * before anything is applied, a delete is refused while the
      * code still has open items or history, and every change goes
      * on the audit register with its before and after values

      ***************
      * INPUTS:
      *    The SALES MASTER TRANSACTION FILE holds one record per
      *    change:
      *        1: File code (C customer, P product, T tax rate,
      *           S salesperson, E exemption certificate)
      *        2: Action (A add, C change, D delete)
      *        3: Key (customer ID, product ID, state code, or
      *           salesperson ID; customer ID for a certificate)
      *        4: The master's fields -- on a change only the fields
      *           keyed non-blank change
      *
      *    CUSTOMER-MASTER.TXT, PRODUCT-MASTER.TXT,
      *    TAX-RATE-MASTER.TXT, SALESPERSON-MASTER.TXT, and
      *    TAX-EXEMPTION.TXT
      *
      *    OPEN-INVOICE.TXT, UNAPPLIED-CASH.TXT,
      *    SALES-MONTH-HISTORY.TXT, and SALES-CLEAN.TXT for the
      *    delete checks

      * *******
      * OUTPUTS:
      *    The master files, rewritten with every applied change in
      *    place
      *
      *    The SALES MASTER AUDIT FILE lists every transaction with
      *    its outcome, the reason for every reject, and the before
      *    and after values of every applied change, under the
      *    operator who signed on

      ****************
      * EDIT RULES:
      *    CUSTOMER: NUMERIC NON-ZERO ID, A NAME, A NUMERIC CREDIT
      *              LIMIT (ZERO FOR NO LIMIT), A STATE CODE ON
      *              THE TAX-RATE MASTER, AND A FINANCE CHARGE FLAG
      *              OF Y OR N (BLANK ON AN ADD MEANS Y)
      *    PRODUCT: AN ID, A NAME, A CATEGORY, AND A NUMERIC LIST
      *             PRICE ABOVE ZERO
      *    TAX RATE: A TWO-LETTER STATE CODE AND A NUMERIC RATE NOT
      *              OVER .1500
      *    SALESPERSON: AN ID, A NAME, AND A TERRITORY
      *    EXEMPTION: A CUSTOMER ON THE MASTER, A CERTIFICATE
      *               NUMBER, AND A VALID YYMMDD EXPIRY DATE
      *
      * REFERENTIAL RULES:
      *    NO DELETING A CUSTOMER WITH OPEN INVOICES, OPEN CREDITS,
      *    UNAPPLIED CASH, OR SALES HISTORY; A PRODUCT OR SALESPERSON
      *    WITH SALES HISTORY; OR A STATE A CUSTOMER STILL NAMES

      ****************
      * SECOND-OPERATOR APPROVAL:
      *    A CHANGE THAT RAISES A CUSTOMER'S CREDIT LIMIT -- OR
      *    TAKES IT TO ZERO, NO LIMIT -- IS HELD ON THE APPROVAL
      *    QUEUE INSTEAD OF APPLIED.  ONCE A DIFFERENT OPERATOR
      *    APPROVES IT IN APPRQUE, THE NEXT RUN APPLIES IT BEFORE
      *    ITS OWN TRANSACTIONS
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MASTER-TRANS-FILE
               ASSIGN TO 'SALES-MASTER-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRODUCT-MASTER-FILE
               ASSIGN TO 'PRODUCT-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-RATE-FILE
               ASSIGN TO 'TAX-RATE-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALESPERSON-MASTER-FILE
               ASSIGN TO 'SALESPERSON-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-EXEMPTION-FILE
               ASSIGN TO 'TAX-EXEMPTION.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXEMPTION-STATUS.

      *    THE FILES A DELETE IS CHECKED AGAINST; ANY OF THEM MAY
      *    NOT EXIST YET
           SELECT OPEN-INVOICE-FILE
               ASSIGN TO 'OPEN-INVOICE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-INVOICE-STATUS.

           SELECT UNAPPLIED-CASH-FILE
               ASSIGN TO 'UNAPPLIED-CASH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNAPPLIED-STATUS.

           SELECT MONTH-HISTORY-FILE
               ASSIGN TO 'SALES-MONTH-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MONTH-HIST-STATUS.

           SELECT SALES-FILE
               ASSIGN TO 'SALES-CLEAN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE
               ASSIGN TO PRINTER 'SALES-MASTER-AUDIT.TXT'.

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

      *    HIGH-IMPACT TRANSACTIONS HELD FOR A SECOND OPERATOR.
      *    APPRQUE RECORDS EACH APPROVAL OR REJECTION, AND THE NEXT
      *    RUN OF THE PROGRAM THAT HELD AN ITEM APPLIES IT ONCE
      *    APPROVED
           SELECT OPTIONAL APPROVAL-QUEUE-FILE
               ASSIGN TO 'APPROVAL-QUEUE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD MASTER-TRANS-FILE
           RECORD CONTAINS 57 CHARACTERS.

       01 MASTER-TRANS-RECORD.
           05 MX-FILE-CODE          PIC X.
               88 MX-CUSTOMER-FILE  VALUE 'C'.
               88 MX-PRODUCT-FILE   VALUE 'P'.
               88 MX-TAX-RATE-FILE  VALUE 'T'.
               88 MX-SALESPERSON-FILE VALUE 'S'.
               88 MX-EXEMPTION-FILE VALUE 'E'.
           05 MX-ACTION             PIC X.
               88 MX-ADD            VALUE 'A'.
               88 MX-CHANGE         VALUE 'C'.
               88 MX-DELETE         VALUE 'D'.
           05 MX-KEY                PIC X(5).
           05 MX-CUST-ID REDEFINES MX-KEY
                                    PIC 9(5).
           05 MX-DATA               PIC X(50).
           05 MX-CUSTOMER-DATA REDEFINES MX-DATA.
               10 MX-CUST-NAME      PIC X(25).
               10 MX-CREDIT-LIMIT-X PIC X(9).
               10 MX-CREDIT-LIMIT REDEFINES MX-CREDIT-LIMIT-X
                                    PIC 9(7)V99.
               10 MX-STATE-CODE     PIC XX.
      *        N FOR NO FINANCE CHARGE, Y TO CHARGE AGAIN
               10 MX-FINANCE-CHARGE-SW PIC X.
               10 FILLER            PIC X(13).
           05 MX-PRODUCT-DATA REDEFINES MX-DATA.
               10 MX-PROD-NAME      PIC X(14).
               10 MX-CATEGORY       PIC X(12).
               10 MX-LIST-PRICE-X   PIC X(5).
               10 MX-LIST-PRICE REDEFINES MX-LIST-PRICE-X
                                    PIC 999V99.
               10 FILLER            PIC X(19).
           05 MX-TAX-RATE-DATA REDEFINES MX-DATA.
               10 MX-TAX-RATE-X     PIC X(5).
               10 MX-TAX-RATE REDEFINES MX-TAX-RATE-X
                                    PIC 9V9999.
               10 FILLER            PIC X(45).
           05 MX-SALESPERSON-DATA REDEFINES MX-DATA.
               10 MX-SALESPERSON-NAME PIC X(20).
               10 MX-TERRITORY      PIC X(10).
               10 FILLER            PIC X(20).
           05 MX-EXEMPTION-DATA REDEFINES MX-DATA.
               10 MX-CERT-NUMBER    PIC X(15).
               10 MX-CERT-EXPIRY.
                   15 MX-CERT-EXPIRY-YY PIC 99.
                   15 MX-CERT-EXPIRY-MM PIC 99.
                   15 MX-CERT-EXPIRY-DD PIC 99.
               10 FILLER            PIC X(29).

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01 CUSTOMER-MASTER-RECORD.
           05 CM-CUST-ID            PIC 9(5).
           05 CM-CUST-NAME          PIC X(25).
           05 CM-CREDIT-LIMIT       PIC 9(7)V99.
           05 CM-STATE-CODE         PIC XX.
           05 CM-FINANCE-CHARGE-SW  PIC X.
               88 CM-NO-FINANCE-CHARGE VALUE 'N'.

       FD PRODUCT-MASTER-FILE
           RECORD CONTAINS 34 CHARACTERS.

       01 PRODUCT-MASTER-RECORD.
           05 PM-PROD-ID            PIC XXX.
           05 PM-PROD-NAME          PIC X(14).
           05 PM-CATEGORY           PIC X(12).
           05 PM-LIST-PRICE         PIC 999V99.

       FD TAX-RATE-FILE
           RECORD CONTAINS 7 CHARACTERS.

       01 TAX-RATE-RECORD.
           05 TX-STATE-CODE         PIC XX.
           05 TX-TAX-RATE           PIC 9V9999.

       FD SALESPERSON-MASTER-FILE
           RECORD CONTAINS 33 CHARACTERS.

       01 SALESPERSON-MASTER-RECORD.
           05 SP-SALESPERSON-ID    PIC X(3).
           05 SP-SALESPERSON-NAME  PIC X(20).
           05 SP-TERRITORY         PIC X(10).

       FD TAX-EXEMPTION-FILE
           RECORD CONTAINS 26 CHARACTERS.

       01 TAX-EXEMPTION-RECORD.
           05 TE-CUST-ID            PIC 9(5).
           05 TE-CERT-NUMBER        PIC X(15).
           05 TE-EXPIRY-DATE        PIC X(6).

       FD OPEN-INVOICE-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01 OPEN-INVOICE-RECORD.
           05 OI-INVOICE-NUMBER     PIC X(10).
           05 OI-CUST-ID            PIC 9(5).
           05 OI-INVOICE-AMOUNT     PIC 9(7)V99.
           05 OI-DOC-TYPE           PIC X.
           05 FILLER                PIC X(5).

       FD UNAPPLIED-CASH-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01 UNAPPLIED-CASH-RECORD.
           05 UC-RECEIPT-ID         PIC X(10).
           05 UC-CUST-ID            PIC 9(5).
           05 UC-AMOUNT             PIC 9(7)V99.
           05 UC-RECEIPT-DATE       PIC X(6).
           05 UC-REFERENCE          PIC X(10).

       FD MONTH-HISTORY-FILE
           RECORD CONTAINS 28 CHARACTERS.

       01 MONTH-HISTORY-RECORD.
           05 MH-REC-TYPE           PIC X.
           05 MH-CODE               PIC X(5).
           05 MH-MONTH              PIC X(4).
           05 MH-UNITS              PIC 9(7).
           05 MH-DOLLARS            PIC 9(9)V99.

       FD SALES-FILE
           RECORD CONTAINS 77 CHARACTERS.

       01 SALES-RECORD.
           05 SR-CUST-ID            PIC 9(5).
           05 SR-CUST-NAME          PIC X(25).
           05 SR-PROD-ID            PIC XXX.
           05 FILLER                PIC X(31).
           05 SR-SALESPERSON-ID     PIC X(3).
           05 SR-ORIG-INVOICE       PIC X(10).

       FD MAINT-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 AUDIT-RECORD              PIC X(80).

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

       FD APPROVAL-QUEUE-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01 APPROVAL-QUEUE-RECORD     PIC X(200).


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG              PIC X          VALUE 'F'.
           05 LOAD-EOF-SW           PIC X          VALUE 'N'.
               88 LOAD-DONE         VALUE 'Y'.
           05 EXEMPTION-STATUS      PIC XX.
               88 EXEMPTIONS-FOUND  VALUE '00'.
           05 OPEN-INVOICE-STATUS   PIC XX.
               88 OPEN-INVOICES-FOUND VALUE '00'.
           05 UNAPPLIED-STATUS      PIC XX.
               88 UNAPPLIED-FOUND   VALUE '00'.
           05 MONTH-HIST-STATUS     PIC XX.
               88 MONTH-HIST-FOUND  VALUE '00'.
           05 SALES-FILE-STATUS     PIC XX.
               88 SALES-FILE-FOUND  VALUE '00'.
           05 REF-CHECK-SW          PIC X.
               88 REFERENCE-HELD    VALUE 'Y'.
           05 MA-APPLIED-COUNT      PIC 9(5)       VALUE 0.
           05 MA-REJECTED-COUNT     PIC 9(5)       VALUE 0.
           05 MA-HELD-COUNT         PIC 9(5)       VALUE 0.
           05 OPERATOR-LOAD-SW      PIC X          VALUE 'N'.
               88 OPERATOR-LOAD-DONE   VALUE 'Y'.
           05 OPERATOR-KNOWN-SW     PIC X          VALUE 'N'.
               88 OPERATOR-KNOWN       VALUE 'Y'.
           05 AUTHORITY-LOAD-SW     PIC X          VALUE 'N'.
               88 AUTHORITY-LOAD-DONE  VALUE 'Y'.
           05 AUTHORITY-MATCH-SW    PIC X          VALUE 'N'.
               88 AUTHORITY-MATCHED    VALUE 'Y'.
           05 TRANS-AUTHORITY-SW    PIC X          VALUE 'N'.
               88 TRANS-AUTHORIZED     VALUE 'Y'.
           05 APPROVAL-LOAD-SW      PIC X          VALUE 'N'.
               88 APPROVAL-LOAD-DONE VALUE 'Y'.
           05 APPROVED-ITEM-SW      PIC X          VALUE 'N'.
               88 APPROVED-ITEM     VALUE 'Y'.

       01 WS-DATE.
           05 WS-YEAR               PIC XX.
           05 WS-MONTH              PIC XX.
           05 WS-DAY                PIC XX.

       01 WS-OPERATOR-ID            PIC X(10)      VALUE SPACES.
       01 WS-OPERATOR-NAME          PIC X(20)      VALUE SPACES.
       01 WS-SIGNON-TIME            PIC X(8).

       01 HOLD-FIELDS.
           05 HF-REF-TYPE           PIC X.
           05 HF-REF-CODE           PIC X(5).
           05 HF-REF-REASON         PIC X.
           05 HF-BEFORE-IMAGE       PIC X(60).
           05 HF-AFTER-IMAGE        PIC X(60).

       01 CUSTOMER-TABLE-AREA.
           05 CT-NUM-CUSTOMERS      PIC 999        VALUE 0.
           05 CUSTOMER-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON CT-NUM-CUSTOMERS
               INDEXED BY CUSTOMER-TBL-INDEX.
               10 CT-DELETE-SW      PIC X.
                   88 CT-DELETED    VALUE 'Y'.
               10 CT-CUST-ID        PIC 9(5).
               10 CT-CUST-NAME      PIC X(25).
               10 CT-CREDIT-LIMIT   PIC 9(7)V99.
               10 CT-STATE-CODE     PIC XX.
               10 CT-FINANCE-CHARGE-SW PIC X.

       01 PRODUCT-TABLE-AREA.
           05 PT-NUM-PRODUCTS       PIC 999        VALUE 0.
           05 PRODUCT-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON PT-NUM-PRODUCTS
               INDEXED BY PRODUCT-TBL-INDEX.
               10 PT-DELETE-SW      PIC X.
                   88 PT-DELETED    VALUE 'Y'.
               10 PT-PROD-ID        PIC XXX.
               10 PT-PROD-NAME      PIC X(14).
               10 PT-CATEGORY       PIC X(12).
               10 PT-LIST-PRICE     PIC 999V99.

       01 TAX-RATE-TABLE-AREA.
           05 TT-NUM-STATES         PIC 99         VALUE 0.
           05 TAX-RATE-TBL-LINE OCCURS 1 TO 60 TIMES
               DEPENDING ON TT-NUM-STATES
               INDEXED BY TAX-RATE-TBL-INDEX.
               10 TT-DELETE-SW      PIC X.
                   88 TT-DELETED    VALUE 'Y'.
               10 TT-STATE-CODE     PIC XX.
               10 TT-TAX-RATE       PIC 9V9999.

       01 SALESPERSON-TABLE-AREA.
           05 ST-NUM-SALESPEOPLE    PIC 999        VALUE 0.
           05 SALESPERSON-TBL-LINE OCCURS 1 TO 100 TIMES
               DEPENDING ON ST-NUM-SALESPEOPLE
               INDEXED BY SALESPERSON-TBL-INDEX.
               10 ST-DELETE-SW      PIC X.
                   88 ST-DELETED    VALUE 'Y'.
               10 ST-SALESPERSON-ID PIC X(3).
               10 ST-SALESPERSON-NAME PIC X(20).
               10 ST-TERRITORY      PIC X(10).

       01 EXEMPTION-TABLE-AREA.
           05 XT-NUM-CERTS          PIC 999        VALUE 0.
           05 EXEMPT-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON XT-NUM-CERTS
               INDEXED BY EXEMPT-TBL-INDEX.
               10 XT-DELETE-SW      PIC X.
                   88 XT-DELETED    VALUE 'Y'.
               10 XT-CUST-ID        PIC 9(5).
               10 XT-CERT-NUMBER    PIC X(15).
               10 XT-EXPIRY-DATE    PIC X(6).

       01 REFERENCE-TABLE-AREA.
      *    EVERY CUSTOMER, PRODUCT, AND SALESPERSON CODE STILL
      *    CARRYING OPEN ITEMS (O) OR SALES HISTORY (H), FOR THE
      *    DELETE CHECKS
           05 RF-NUM-ENTRIES        PIC 9(4)       VALUE 0.
           05 REFERENCE-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON RF-NUM-ENTRIES
               INDEXED BY REFERENCE-TBL-INDEX.
               10 RF-CODE-TYPE      PIC X.
               10 RF-CODE-VALUE     PIC X(5).
               10 RF-REASON         PIC X.

      *    ONE ITEM ON THE APPROVAL QUEUE
       01 APPROVAL-ITEM.
           05 AI-ITEM-ID            PIC X(15).
           05 AI-PROGRAM-ID         PIC X(10).
           05 AI-TRANS-TYPE         PIC X(4).
           05 AI-STATUS             PIC X.
               88 AI-PENDING        VALUE 'P'.
               88 AI-APPROVED       VALUE 'A'.
               88 AI-REJECTED       VALUE 'R'.
               88 AI-EXPIRED        VALUE 'X'.
               88 AI-APPLIED        VALUE 'D'.
           05 AI-SUBMITTED-DATE     PIC X(6).
           05 AI-SUBMITTED-BY       PIC X(10).
           05 AI-DECIDED-DATE       PIC X(6).
           05 AI-DECIDED-BY         PIC X(10).
           05 AI-APPLIED-DATE       PIC X(6).
           05 AI-AMOUNT             PIC 9(7)V99.
           05 AI-PERCENT            PIC 9(3)V99.
           05 AI-DESCRIPTION        PIC X(30).
           05 AI-TRANS-IMAGE        PIC X(80).
           05 FILLER                PIC X(8)       VALUE SPACES.

       01 APPROVAL-QUEUE-AREA.
           05 AQ-HELD-SEQ           PIC 999        VALUE 0.
           05 AQ-TIME-NOW           PIC X(8).
           05 AQ-NUM-ITEMS          PIC 9(4)       VALUE 0.
           05 APPROVAL-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON AQ-NUM-ITEMS
               INDEXED BY APPROVAL-TBL-INDEX.
               10 AQ-ITEM-DATA      PIC X(200).

       01 OPERATOR-AUTHORITY.
           05 AU-PROGRAM-ID         PIC X(10).
           05 AU-ROLE-CODE          PIC X(8)       VALUE SPACES.
           05 AU-CHECK-TYPE         PIC X(4)       VALUE SPACES.
           05 AU-CHECK-AMOUNT       PIC 9(7)V99    VALUE 0.
           05 AU-CHECK-PERCENT      PIC 9(3)V99    VALUE 0.
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

       01 AUDIT-HEADING-ONE.
           05 FILLER                PIC X(22)      VALUE SPACES.
           05                       PIC X(36)      VALUE
                   'SALES MASTER MAINTENANCE AUDIT'.
           05 FILLER                PIC X(22)      VALUE SPACES.

       01 AUDIT-HEADING-TWO.
           05 FILLER                PIC X(10)      VALUE SPACES.
           05 AH2-MONTH             PIC 99.
           05                       PIC X          VALUE '/'.
           05 AH2-DAY               PIC 99.
           05                       PIC X          VALUE '/'.
           05 AH2-YEAR              PIC 9(2).
           05 FILLER                PIC X(10)      VALUE SPACES.
           05                       PIC X(5)       VALUE 'OPR: '.
           05 AH2-OPERATOR-ID       PIC X(10).
           05 FILLER                PIC X(1)       VALUE SPACES.
           05 AH2-SIGNON-TIME       PIC X(6).
           05 FILLER                PIC X(22)      VALUE SPACES.
           05                       PIC XXX        VALUE 'TWJ'.
           05 FILLER                PIC X(7)       VALUE SPACES.

       01 AUDIT-HEADING-THREE.
           05 FILLER                PIC X(26)      VALUE SPACES.
           05                       PIC X(10)      VALUE
                   'OPERATOR: '.
           05 AH3-OPERATOR-NAME     PIC X(20).
           05 FILLER                PIC X(24)      VALUE SPACES.

       01 AUDIT-DETAIL-LINE.
           05 ADL-FILE-NAME         PIC X(11).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 ADL-ACTION            PIC X.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 ADL-KEY               PIC X(5).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 ADL-OUTCOME           PIC X(57).

       01 AUDIT-APPROVAL-LINE.
           05                       PIC X(14)      VALUE
                   'APPROVED ITEM '.
           05 AAL-ITEM-ID           PIC X(15).
           05                       PIC X(13)      VALUE
                   ' APPROVED BY '.
           05 AAL-DECIDED-BY        PIC X(10).
           05 FILLER                PIC X(22)      VALUE SPACES.

       01 AUDIT-IMAGE-LINE.
           05 FILLER                PIC X(10)      VALUE SPACES.
           05 AIL-LABEL             PIC X(8).
           05 AIL-IMAGE             PIC X(60).
           05 FILLER                PIC X(2)       VALUE SPACES.

      *    ONE LAYOUT PER MASTER FOR THE BEFORE AND AFTER VALUES
       01 CUSTOMER-IMAGE.
           05 CIM-CUST-NAME         PIC X(25).
           05                       PIC X(8)       VALUE
                   '  LIMIT '.
           05 CIM-CREDIT-LIMIT      PIC ZZZ,ZZ9.99.
           05                       PIC X(8)       VALUE
                   '  STATE '.
           05 CIM-STATE-CODE        PIC XX.
           05                       PIC X(6)       VALUE
                   '  FC '.
           05 CIM-FINANCE-CHARGE-SW PIC X.

       01 PRODUCT-IMAGE.
           05 PIM-PROD-NAME         PIC X(14).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 PIM-CATEGORY          PIC X(12).
           05                       PIC X(8)       VALUE
                   '  PRICE '.
           05 PIM-LIST-PRICE        PIC ZZ9.99.
           05 FILLER                PIC X(18)      VALUE SPACES.

       01 TAX-RATE-IMAGE.
           05                       PIC X(6)       VALUE 'STATE '.
           05 TIM-STATE-CODE        PIC XX.
           05                       PIC X(7)       VALUE '  RATE '.
           05 TIM-TAX-RATE          PIC 9.9999.
           05 FILLER                PIC X(39)      VALUE SPACES.

       01 SALESPERSON-IMAGE.
           05 SIM-SALESPERSON-NAME  PIC X(20).
           05                       PIC X(12)      VALUE
                   '  TERRITORY '.
           05 SIM-TERRITORY         PIC X(10).
           05 FILLER                PIC X(18)      VALUE SPACES.

       01 EXEMPTION-IMAGE.
           05                       PIC X(5)       VALUE 'CERT '.
           05 EIM-CERT-NUMBER       PIC X(15).
           05                       PIC X(10)      VALUE
                   '  EXPIRES '.
           05 EIM-EXPIRY-MONTH      PIC XX.
           05                       PIC X          VALUE '/'.
           05 EIM-EXPIRY-DAY        PIC XX.
           05                       PIC X          VALUE '/'.
           05 EIM-EXPIRY-YEAR       PIC XX.
           05 FILLER                PIC X(22)      VALUE SPACES.

       01 AUDIT-TOTAL-LINE.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(9)       VALUE
                   'APPLIED: '.
           05 ATL-APPLIED-COUNT     PIC ZZ,ZZ9.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(10)      VALUE
                   'REJECTED: '.
           05 ATL-REJECTED-COUNT    PIC ZZ,ZZ9.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(6)       VALUE
                   'HELD: '.
           05 ATL-HELD-COUNT        PIC ZZ,ZZ9.
           05 FILLER                PIC X(16)      VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 12-OPERATOR-SIGN-ON
           PERFORM 15-HOUSEKEEPING
           PERFORM 21-LOAD-CUSTOMER-TABLE
           PERFORM 22-LOAD-PRODUCT-TABLE
           PERFORM 23-LOAD-TAX-RATE-TABLE
           PERFORM 24-LOAD-SALESPERSON-TABLE
           PERFORM 20-LOAD-EXEMPTION-TABLE
           PERFORM 16-LOAD-OPEN-ITEM-REFERENCES
           PERFORM 17-LOAD-HISTORY-REFERENCES
           PERFORM 18-LOAD-SALES-REFERENCES
           PERFORM 95-LOAD-APPROVAL-QUEUE
           PERFORM 26-APPLY-APPROVED-CHANGES
           PERFORM 25-PROCESS-TRANSACTIONS
           PERFORM 70-REWRITE-MASTER-FILES
           PERFORM 97-REWRITE-APPROVAL-QUEUE
           PERFORM 100-WRAP-UP
           .

       12-OPERATOR-SIGN-ON.
      *    THE SIGN-ON COMES FROM THE ENVIRONMENT WHEN A DRIVER SET
      *    IT, OTHERWISE FROM THE CONSOLE; AN ID NOT ON THE
      *    OPERATOR MASTER IS REFUSED BEFORE ANY UPDATE RUNS, SO A
      *    CHANGED CREDIT LIMIT ALWAYS HAS A NAME ON IT
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
                           MOVE OM-OPERATOR-NAME TO WS-OPERATOR-NAME
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPERATOR-MASTER-FILE

           MOVE 'PRO02MAINT' TO AU-PROGRAM-ID

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

       93-CHECK-TRANS-AUTHORITY.
      *    A LINE FOR THE EXACT TRANSACTION TYPE WINS OVER A '*' LINE
      *    COVERING EVERY TYPE; A ZERO LIMIT MEANS THE ROLE HAS NO
      *    CEILING.  A REFUSAL IS LOGGED FOR THE WEEKLY REVIEW
           MOVE 'N' TO AUTHORITY-MATCH-SW
           MOVE 'N' TO TRANS-AUTHORITY-SW

           SET AUTHORITY-TBL-INDEX TO 1
           SEARCH AUTHORITY-TBL-LINE
               WHEN AU-TRANS-TYPE (AUTHORITY-TBL-INDEX) = AU-CHECK-TYPE
                   SET AUTHORITY-MATCHED TO TRUE
           END-SEARCH

           IF NOT AUTHORITY-MATCHED
               SET AUTHORITY-TBL-INDEX TO 1
               SEARCH AUTHORITY-TBL-LINE
                   WHEN AU-TRANS-TYPE (AUTHORITY-TBL-INDEX) = '*'
                       SET AUTHORITY-MATCHED TO TRUE
               END-SEARCH
           END-IF

           EVALUATE TRUE
               WHEN NOT AUTHORITY-MATCHED
                   MOVE 'TYPE NOT AUTHORIZED' TO AU-REASON
               WHEN AU-AMOUNT-LIMIT (AUTHORITY-TBL-INDEX) > 0
                AND AU-CHECK-AMOUNT >
                    AU-AMOUNT-LIMIT (AUTHORITY-TBL-INDEX)
                   MOVE 'OVER DOLLAR LIMIT' TO AU-REASON
               WHEN AU-PERCENT-LIMIT (AUTHORITY-TBL-INDEX) > 0
                AND AU-CHECK-PERCENT >
                    AU-PERCENT-LIMIT (AUTHORITY-TBL-INDEX)
                   MOVE 'OVER PERCENT LIMIT' TO AU-REASON
               WHEN OTHER
                   SET TRANS-AUTHORIZED TO TRUE
           END-EVALUATE

           IF NOT TRANS-AUTHORIZED
               PERFORM 94-LOG-SECURITY-VIOLATION
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

       95-LOAD-APPROVAL-QUEUE.
      *    THE WHOLE QUEUE IS HELD SO THIS RUN CAN MARK THE ITEMS IT
      *    APPLIES AND ADD THE ITEMS IT HOLDS; NO QUEUE YET JUST
      *    MEANS NOTHING IS WAITING
           OPEN INPUT APPROVAL-QUEUE-FILE

           PERFORM UNTIL APPROVAL-LOAD-DONE
               READ APPROVAL-QUEUE-FILE
                   AT END
                       SET APPROVAL-LOAD-DONE TO TRUE
                   NOT AT END
                       IF AQ-NUM-ITEMS < 2000
                           ADD 1 TO AQ-NUM-ITEMS
                           MOVE APPROVAL-QUEUE-RECORD TO
                                   AQ-ITEM-DATA(AQ-NUM-ITEMS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE APPROVAL-QUEUE-FILE
           .

       96-QUEUE-FOR-APPROVAL.
      *    THE CALLER FILLS IN THE TYPE, AMOUNT, PERCENT, DESCRIPTION,
      *    AND TRANSACTION IMAGE; THE ITEM ID IS THE RUN DATE AND
      *    TIME AND A SEQUENCE WITHIN THE RUN
           ADD 1 TO AQ-HELD-SEQ
           ACCEPT AQ-TIME-NOW FROM TIME
           MOVE SPACES TO AI-ITEM-ID
           STRING WS-YEAR WS-MONTH WS-DAY AQ-TIME-NOW(1:6)
                  AQ-HELD-SEQ DELIMITED BY SIZE
               INTO AI-ITEM-ID
           END-STRING
           MOVE 'PRO02MAINT' TO AI-PROGRAM-ID
           SET AI-PENDING TO TRUE
           MOVE WS-DATE TO AI-SUBMITTED-DATE
           MOVE WS-OPERATOR-ID TO AI-SUBMITTED-BY
           MOVE SPACES TO AI-DECIDED-DATE
                          AI-DECIDED-BY
                          AI-APPLIED-DATE

           IF AQ-NUM-ITEMS < 2000
               ADD 1 TO AQ-NUM-ITEMS
               MOVE APPROVAL-ITEM TO AQ-ITEM-DATA(AQ-NUM-ITEMS)
           END-IF
           .

       97-REWRITE-APPROVAL-QUEUE.
           OPEN OUTPUT APPROVAL-QUEUE-FILE

           PERFORM VARYING APPROVAL-TBL-INDEX FROM 1 BY 1
               UNTIL APPROVAL-TBL-INDEX > AQ-NUM-ITEMS
               WRITE APPROVAL-QUEUE-RECORD FROM
                   AQ-ITEM-DATA(APPROVAL-TBL-INDEX)
           END-PERFORM

           CLOSE APPROVAL-QUEUE-FILE
           .

       15-HOUSEKEEPING.
           OPEN INPUT MASTER-TRANS-FILE
               OUTPUT MAINT-AUDIT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO AH2-MONTH
           MOVE WS-DAY TO AH2-DAY
           MOVE WS-YEAR TO AH2-YEAR
           MOVE WS-OPERATOR-ID TO AH2-OPERATOR-ID
           MOVE WS-SIGNON-TIME(1:6) TO AH2-SIGNON-TIME
           MOVE WS-OPERATOR-NAME TO AH3-OPERATOR-NAME

           WRITE AUDIT-RECORD FROM AUDIT-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE AUDIT-HEADING-TWO TO AUDIT-RECORD
           WRITE AUDIT-RECORD
               AFTER ADVANCING 2 LINES

           MOVE AUDIT-HEADING-THREE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
               AFTER ADVANCING 1 LINES

           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD
               AFTER ADVANCING 1 LINES
           .

       16-LOAD-OPEN-ITEM-REFERENCES.
      *    A CUSTOMER STILL OWING, OR STILL OWED A CREDIT OR HELD
      *    CASH, CAN'T COME OFF THE MASTER
           OPEN INPUT OPEN-INVOICE-FILE

           IF OPEN-INVOICES-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ OPEN-INVOICE-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           MOVE 'C' TO HF-REF-TYPE
                           MOVE OI-CUST-ID TO HF-REF-CODE
                           MOVE 'O' TO HF-REF-REASON
                           PERFORM 19-NOTE-REFERENCE
                   END-READ
               END-PERFORM

               CLOSE OPEN-INVOICE-FILE
           END-IF

           OPEN INPUT UNAPPLIED-CASH-FILE

           IF UNAPPLIED-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ UNAPPLIED-CASH-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           MOVE 'C' TO HF-REF-TYPE
                           MOVE UC-CUST-ID TO HF-REF-CODE
                           MOVE 'O' TO HF-REF-REASON
                           PERFORM 19-NOTE-REFERENCE
                   END-READ
               END-PERFORM

               CLOSE UNAPPLIED-CASH-FILE
           END-IF
           .

       17-LOAD-HISTORY-REFERENCES.
      *    THE MONTHLY ROLL-UP CARRIES EVERY PRODUCT (P) AND
      *    CUSTOMER (C) THAT HAS EVER SOLD
           OPEN INPUT MONTH-HISTORY-FILE

           IF MONTH-HIST-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ MONTH-HISTORY-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           MOVE MH-REC-TYPE TO HF-REF-TYPE
                           MOVE MH-CODE TO HF-REF-CODE
                           MOVE 'H' TO HF-REF-REASON
                           PERFORM 19-NOTE-REFERENCE
                   END-READ
               END-PERFORM

               CLOSE MONTH-HISTORY-FILE
           END-IF
           .

       18-LOAD-SALES-REFERENCES.
      *    THIS MONTH'S CLEANED FEED IS HISTORY THE ROLL-UP HASN'T
      *    CAUGHT YET, AND THE ONLY HISTORY A SALESPERSON HAS
           OPEN INPUT SALES-FILE

           IF SALES-FILE-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ SALES-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           MOVE 'H' TO HF-REF-REASON
                           MOVE 'C' TO HF-REF-TYPE
                           MOVE SR-CUST-ID TO HF-REF-CODE
                           PERFORM 19-NOTE-REFERENCE

                           MOVE 'P' TO HF-REF-TYPE
                           MOVE SR-PROD-ID TO HF-REF-CODE
                           PERFORM 19-NOTE-REFERENCE

                           IF SR-SALESPERSON-ID NOT = SPACES
                               MOVE 'S' TO HF-REF-TYPE
                               MOVE SR-SALESPERSON-ID TO HF-REF-CODE
                               PERFORM 19-NOTE-REFERENCE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE SALES-FILE
           END-IF
           .

       19-NOTE-REFERENCE.
      *    ONLY THE FIRST SIGHTING OF EACH TYPE/CODE/REASON MAKES
      *    THE TABLE
           MOVE 'N' TO REF-CHECK-SW

           PERFORM VARYING REFERENCE-TBL-INDEX FROM 1 BY 1
               UNTIL REFERENCE-TBL-INDEX > RF-NUM-ENTRIES
                   OR REFERENCE-HELD

               IF RF-CODE-TYPE(REFERENCE-TBL-INDEX) = HF-REF-TYPE AND
                       RF-CODE-VALUE(REFERENCE-TBL-INDEX) =
                               HF-REF-CODE AND
                       RF-REASON(REFERENCE-TBL-INDEX) = HF-REF-REASON
                   SET REFERENCE-HELD TO TRUE
               END-IF
           END-PERFORM

           IF NOT REFERENCE-HELD AND RF-NUM-ENTRIES < 2000
               ADD 1 TO RF-NUM-ENTRIES
               MOVE HF-REF-TYPE TO RF-CODE-TYPE(RF-NUM-ENTRIES)
               MOVE HF-REF-CODE TO RF-CODE-VALUE(RF-NUM-ENTRIES)
               MOVE HF-REF-REASON TO RF-REASON(RF-NUM-ENTRIES)
           END-IF
           .

       20-LOAD-EXEMPTION-TABLE.
      *    NO CERTIFICATE FILE YET IS AN EMPTY ONE
           OPEN INPUT TAX-EXEMPTION-FILE

           IF EXEMPTIONS-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ TAX-EXEMPTION-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO XT-NUM-CERTS
                           MOVE 'N' TO XT-DELETE-SW(XT-NUM-CERTS)
                           MOVE TE-CUST-ID TO XT-CUST-ID(XT-NUM-CERTS)
                           MOVE TE-CERT-NUMBER TO
                                   XT-CERT-NUMBER(XT-NUM-CERTS)
                           MOVE TE-EXPIRY-DATE TO
                                   XT-EXPIRY-DATE(XT-NUM-CERTS)
                   END-READ
               END-PERFORM

               CLOSE TAX-EXEMPTION-FILE
           END-IF
           .

       21-LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-MASTER-FILE

           MOVE 'N' TO LOAD-EOF-SW
           PERFORM UNTIL LOAD-DONE
               READ CUSTOMER-MASTER-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO CT-NUM-CUSTOMERS
                       MOVE 'N' TO CT-DELETE-SW(CT-NUM-CUSTOMERS)
                       MOVE CM-CUST-ID TO CT-CUST-ID(CT-NUM-CUSTOMERS)
                       MOVE CM-CUST-NAME TO
                               CT-CUST-NAME(CT-NUM-CUSTOMERS)
                       MOVE CM-CREDIT-LIMIT TO
                               CT-CREDIT-LIMIT(CT-NUM-CUSTOMERS)
                       MOVE CM-STATE-CODE TO
                               CT-STATE-CODE(CT-NUM-CUSTOMERS)
                       MOVE CM-FINANCE-CHARGE-SW TO
                               CT-FINANCE-CHARGE-SW(CT-NUM-CUSTOMERS)
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-MASTER-FILE
           .

       22-LOAD-PRODUCT-TABLE.
           OPEN INPUT PRODUCT-MASTER-FILE

           MOVE 'N' TO LOAD-EOF-SW
           PERFORM UNTIL LOAD-DONE
               READ PRODUCT-MASTER-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO PT-NUM-PRODUCTS
                       MOVE 'N' TO PT-DELETE-SW(PT-NUM-PRODUCTS)
                       MOVE PM-PROD-ID TO PT-PROD-ID(PT-NUM-PRODUCTS)
                       MOVE PM-PROD-NAME TO
                               PT-PROD-NAME(PT-NUM-PRODUCTS)
                       MOVE PM-CATEGORY TO
                               PT-CATEGORY(PT-NUM-PRODUCTS)
                       MOVE PM-LIST-PRICE TO
                               PT-LIST-PRICE(PT-NUM-PRODUCTS)
               END-READ
           END-PERFORM

           CLOSE PRODUCT-MASTER-FILE
           .

       23-LOAD-TAX-RATE-TABLE.
           OPEN INPUT TAX-RATE-FILE

           MOVE 'N' TO LOAD-EOF-SW
           PERFORM UNTIL LOAD-DONE
               READ TAX-RATE-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO TT-NUM-STATES
                       MOVE 'N' TO TT-DELETE-SW(TT-NUM-STATES)
                       MOVE TX-STATE-CODE TO
                               TT-STATE-CODE(TT-NUM-STATES)
                       MOVE TX-TAX-RATE TO TT-TAX-RATE(TT-NUM-STATES)
               END-READ
           END-PERFORM

           CLOSE TAX-RATE-FILE
           .

       24-LOAD-SALESPERSON-TABLE.
           OPEN INPUT SALESPERSON-MASTER-FILE

           MOVE 'N' TO LOAD-EOF-SW
           PERFORM UNTIL LOAD-DONE
               READ SALESPERSON-MASTER-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO ST-NUM-SALESPEOPLE
                       MOVE 'N' TO ST-DELETE-SW(ST-NUM-SALESPEOPLE)
                       MOVE SP-SALESPERSON-ID TO
                               ST-SALESPERSON-ID(ST-NUM-SALESPEOPLE)
                       MOVE SP-SALESPERSON-NAME TO
                               ST-SALESPERSON-NAME(ST-NUM-SALESPEOPLE)
                       MOVE SP-TERRITORY TO
                               ST-TERRITORY(ST-NUM-SALESPEOPLE)
               END-READ
           END-PERFORM

           CLOSE SALESPERSON-MASTER-FILE
           .

       25-PROCESS-TRANSACTIONS.
           PERFORM UNTIL EOF-FLAG = 'T'
               READ MASTER-TRANS-FILE
                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       PERFORM 30-APPLY-TRANSACTION
               END-READ
           END-PERFORM
           .

       26-APPLY-APPROVED-CHANGES.
      *    CHANGES ANOTHER OPERATOR HAS APPROVED SINCE THE LAST RUN GO
      *    ON FIRST, WITHOUT BEING HELD AGAIN
           PERFORM VARYING APPROVAL-TBL-INDEX FROM 1 BY 1
               UNTIL APPROVAL-TBL-INDEX > AQ-NUM-ITEMS
               MOVE AQ-ITEM-DATA(APPROVAL-TBL-INDEX) TO APPROVAL-ITEM
               IF AI-PROGRAM-ID = 'PRO02MAINT' AND AI-APPROVED
                   MOVE AI-ITEM-ID TO AAL-ITEM-ID
                   MOVE AI-DECIDED-BY TO AAL-DECIDED-BY
                   MOVE AUDIT-APPROVAL-LINE TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                       AFTER ADVANCING 1 LINES

                   MOVE AI-TRANS-IMAGE TO MASTER-TRANS-RECORD
                   SET APPROVED-ITEM TO TRUE
                   SET TRANS-AUTHORIZED TO TRUE
                   PERFORM 30-APPLY-TRANSACTION
                   MOVE 'N' TO APPROVED-ITEM-SW

      *            ONE THIS OPERATOR'S ROLE MAY NOT POST STAYS APPROVED
      *            FOR A RUN BY AN OPERATOR WHOSE ROLE MAY
                   IF TRANS-AUTHORIZED
                       SET AI-APPLIED TO TRUE
                       MOVE WS-DATE TO AI-APPLIED-DATE
                       MOVE APPROVAL-ITEM TO
                               AQ-ITEM-DATA(APPROVAL-TBL-INDEX)
                   END-IF
               END-IF
           END-PERFORM
           .

       30-APPLY-TRANSACTION.
           MOVE MX-ACTION TO ADL-ACTION
           MOVE MX-KEY TO ADL-KEY
           MOVE SPACES TO ADL-OUTCOME

      *    THE OPERATOR'S ROLE IS CHECKED FOR THE FILE AND ACTION
      *    TOGETHER -- CD IS A CUSTOMER DELETE, PA A PRODUCT ADD
           MOVE SPACES TO AU-CHECK-TYPE
           STRING MX-FILE-CODE MX-ACTION DELIMITED BY SIZE
               INTO AU-CHECK-TYPE
           END-STRING
           MOVE MX-KEY TO AU-REFERENCE
           PERFORM 93-CHECK-TRANS-AUTHORITY

           EVALUATE TRUE
               WHEN NOT TRANS-AUTHORIZED
                   MOVE MX-FILE-CODE TO ADL-FILE-NAME
                   STRING 'REJECTED - ' AU-REASON DELIMITED BY SIZE
                       INTO ADL-OUTCOME
                   END-STRING
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN MX-CUSTOMER-FILE
                   MOVE 'CUSTOMER' TO ADL-FILE-NAME
                   PERFORM 31-APPLY-CUSTOMER-TRANS

               WHEN MX-PRODUCT-FILE
                   MOVE 'PRODUCT' TO ADL-FILE-NAME
                   PERFORM 32-APPLY-PRODUCT-TRANS

               WHEN MX-TAX-RATE-FILE
                   MOVE 'TAX RATE' TO ADL-FILE-NAME
                   PERFORM 33-APPLY-TAX-RATE-TRANS

               WHEN MX-SALESPERSON-FILE
                   MOVE 'SALESPERSON' TO ADL-FILE-NAME
                   PERFORM 34-APPLY-SALESPERSON-TRANS

               WHEN MX-EXEMPTION-FILE
                   MOVE 'EXEMPTION' TO ADL-FILE-NAME
                   PERFORM 39-APPLY-EXEMPTION-TRANS

               WHEN OTHER
                   MOVE MX-FILE-CODE TO ADL-FILE-NAME
                   MOVE 'REJECTED - BAD FILE CODE' TO ADL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE
           END-EVALUATE
           .

       31-APPLY-CUSTOMER-TRANS.
           EVALUATE TRUE
               WHEN MX-CUST-ID IS NOT NUMERIC OR MX-CUST-ID = 0
                   MOVE 'REJECTED - CUSTOMER ID NOT NUMERIC' TO
                           ADL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN NOT MX-ADD AND NOT MX-CHANGE AND NOT MX-DELETE
                   MOVE 'REJECTED - BAD ACTION CODE' TO ADL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN OTHER
                   PERFORM 40-EDIT-CUSTOMER-FIELDS

                   IF ADL-OUTCOME NOT = SPACES
                       PERFORM 47-WRITE-REJECT-LINE
                   ELSE
                       PERFORM 35-POST-CUSTOMER-TRANS
                   END-IF
           END-EVALUATE
           .

       35-POST-CUSTOMER-TRANS.
           SET CUSTOMER-TBL-INDEX TO 1
           SEARCH CUSTOMER-TBL-LINE
               AT END
                   IF MX-ADD AND CT-NUM-CUSTOMERS < 500
                       ADD 1 TO CT-NUM-CUSTOMERS
                       SET CUSTOMER-TBL-INDEX TO CT-NUM-CUSTOMERS
                       MOVE 'N' TO CT-DELETE-SW(CUSTOMER-TBL-INDEX)
                       MOVE MX-CUST-ID TO
                               CT-CUST-ID(CUSTOMER-TBL-INDEX)
                       MOVE MX-CUST-NAME TO
                               CT-CUST-NAME(CUSTOMER-TBL-INDEX)
                       MOVE MX-CREDIT-LIMIT TO
                               CT-CREDIT-LIMIT(CUSTOMER-TBL-INDEX)
                       MOVE MX-STATE-CODE TO
                               CT-STATE-CODE(CUSTOMER-TBL-INDEX)
                       IF MX-FINANCE-CHARGE-SW = 'N'
                           MOVE 'N' TO
                               CT-FINANCE-CHARGE-SW(CUSTOMER-TBL-INDEX)
                       ELSE
                           MOVE 'Y' TO
                               CT-FINANCE-CHARGE-SW(CUSTOMER-TBL-INDEX)
                       END-IF
                       MOVE '(NOT ON FILE)' TO HF-BEFORE-IMAGE
                       PERFORM 50-FORMAT-CUSTOMER-IMAGE
                       MOVE CUSTOMER-IMAGE TO HF-AFTER-IMAGE
                       PERFORM 46-WRITE-APPLIED-LINE
                   ELSE
                       IF MX-ADD
                           MOVE 'REJECTED - CUSTOMER TABLE FULL' TO
                                   ADL-OUTCOME
                       ELSE
                           MOVE 'REJECTED - CUSTOMER NOT ON MASTER' TO
                                   ADL-OUTCOME
                       END-IF
                       PERFORM 47-WRITE-REJECT-LINE
                   END-IF

               WHEN MX-CUST-ID = CT-CUST-ID(CUSTOMER-TBL-INDEX)
                   AND NOT CT-DELETED(CUSTOMER-TBL-INDEX)
                   PERFORM 50-FORMAT-CUSTOMER-IMAGE
                   MOVE CUSTOMER-IMAGE TO HF-BEFORE-IMAGE

                   EVALUATE TRUE
                       WHEN MX-ADD
                           MOVE 'REJECTED - CUSTOMER ALREADY ON MASTER'
                                   TO ADL-OUTCOME
                           PERFORM 47-WRITE-REJECT-LINE

                       WHEN MX-CHANGE AND NOT APPROVED-ITEM
                        AND MX-CREDIT-LIMIT-X NOT = SPACES
                        AND CT-CREDIT-LIMIT(CUSTOMER-TBL-INDEX) > 0
                        AND (MX-CREDIT-LIMIT = 0 OR MX-CREDIT-LIMIT >
                                 CT-CREDIT-LIMIT(CUSTOMER-TBL-INDEX))
                           PERFORM 55-HOLD-CREDIT-RAISE

                       WHEN MX-CHANGE
                           IF MX-CUST-NAME NOT = SPACES
                               MOVE MX-CUST-NAME TO
                                   CT-CUST-NAME(CUSTOMER-TBL-INDEX)
                           END-IF
                           IF MX-CREDIT-LIMIT-X NOT = SPACES
                               MOVE MX-CREDIT-LIMIT TO
                                   CT-CREDIT-LIMIT(CUSTOMER-TBL-INDEX)
                           END-IF
                           IF MX-STATE-CODE NOT = SPACES
                               MOVE MX-STATE-CODE TO
                                   CT-STATE-CODE(CUSTOMER-TBL-INDEX)
                           END-IF
                           IF MX-FINANCE-CHARGE-SW NOT = SPACES
                               MOVE MX-FINANCE-CHARGE-SW TO
                                   CT-FINANCE-CHARGE-SW
                                       (CUSTOMER-TBL-INDEX)
                           END-IF
                           PERFORM 50-FORMAT-CUSTOMER-IMAGE
                           MOVE CUSTOMER-IMAGE TO HF-AFTER-IMAGE
                           PERFORM 46-WRITE-APPLIED-LINE

                       WHEN MX-DELETE
                           MOVE 'C' TO HF-REF-TYPE
                           MOVE MX-CUST-ID TO HF-REF-CODE
                           PERFORM 44-CHECK-REFERENCES

                           IF REFERENCE-HELD
                               PERFORM 47-WRITE-REJECT-LINE
                           ELSE
                               MOVE 'Y' TO
                                   CT-DELETE-SW(CUSTOMER-TBL-INDEX)
                               MOVE '(DELETED)' TO HF-AFTER-IMAGE
                               PERFORM 46-WRITE-APPLIED-LINE
                           END-IF
                   END-EVALUATE
           END-SEARCH
           .

       32-APPLY-PRODUCT-TRANS.
           EVALUATE TRUE
               WHEN MX-KEY(1:3) = SPACES OR MX-KEY(4:2) NOT = SPACES
                   MOVE 'REJECTED - PRODUCT ID MUST BE 3 CHARACTERS'
                           TO ADL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN NOT MX-ADD AND NOT MX-CHANGE AND NOT MX-DELETE
                   MOVE 'REJECTED - BAD ACTION CODE' TO ADL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN OTHER
                   PERFORM 41-EDIT-PRODUCT-FIELDS

                   IF ADL-OUTCOME NOT = SPACES
                       PERFORM 47-WRITE-REJECT-LINE
                   ELSE
                       PERFORM 36-POST-PRODUCT-TRANS
                   END-IF
           END-EVALUATE
           .

       36-POST-PRODUCT-TRANS.
           SET PRODUCT-TBL-INDEX TO 1
           SEARCH PRODUCT-TBL-LINE
               AT END
                   IF MX-ADD AND PT-NUM-PRODUCTS < 500
                       ADD 1 TO PT-NUM-PRODUCTS
                       SET PRODUCT-TBL-INDEX TO PT-NUM-PRODUCTS
                       MOVE 'N' TO PT-DELETE-SW(PRODUCT-TBL-INDEX)
                       MOVE MX-KEY(1:3) TO
                               PT-PROD-ID(PRODUCT-TBL-INDEX)
                       MOVE MX-PROD-NAME TO
                               PT-PROD-NAME(PRODUCT-TBL-INDEX)
                       MOVE MX-CATEGORY TO
                               PT-CATEGORY(PRODUCT-TBL-INDEX)
                       MOVE MX-LIST-PRICE TO
                               PT-LIST-PRICE(PRODUCT-TBL-INDEX)
                       MOVE '(NOT ON FILE)' TO HF-BEFORE-IMAGE
                       PERFORM 51-FORMAT-PRODUCT-IMAGE
                       MOVE PRODUCT-IMAGE TO HF-AFTER-IMAGE
                       PERFORM 46-WRITE-APPLIED-LINE
                   ELSE
                       IF MX-ADD
                           MOVE 'REJECTED - PRODUCT TABLE FULL' TO
                                   ADL-OUTCOME
                       ELSE
                           MOVE 'REJECTED - PRODUCT NOT ON MASTER' TO
                                   ADL-OUTCOME
                       END-IF
                       PERFORM 47-WRITE-REJECT-LINE
                   END-IF

               WHEN MX-KEY(1:3) = PT-PROD-ID(PRODUCT-TBL-INDEX)
                   AND NOT PT-DELETED(PRODUCT-TBL-INDEX)
                   PERFORM 51-FORMAT-PRODUCT-IMAGE
                   MOVE PRODUCT-IMAGE TO HF-BEFORE-IMAGE

                   EVALUATE TRUE
                       WHEN MX-ADD
                           MOVE 'REJECTED - PRODUCT ALREADY ON MASTER'
                                   TO ADL-OUTCOME
                           PERFORM 47-WRITE-REJECT-LINE

                       WHEN MX-CHANGE
                           IF MX-PROD-NAME NOT = SPACES
                               MOVE MX-PROD-NAME TO
                                   PT-PROD-NAME(PRODUCT-TBL-INDEX)
                           END-IF
                           IF MX-CATEGORY NOT = SPACES
                               MOVE MX-CATEGORY TO
                                   PT-CATEGORY(PRODUCT-TBL-INDEX)
                           END-IF
                           IF MX-LIST-PRICE-X NOT = SPACES
                               MOVE MX-LIST-PRICE TO
                                   PT-LIST-PRICE(PRODUCT-TBL-INDEX)
                           END-IF
                           PERFORM 51-FORMAT-PRODUCT-IMAGE
                           MOVE PRODUCT-IMAGE TO HF-AFTER-IMAGE
                           PERFORM 46-WRITE-APPLIED-LINE

                       WHEN MX-DELETE
                           MOVE 'P' TO HF-REF-TYPE
                           MOVE MX-KEY TO HF-REF-CODE
                           PERFORM 44-CHECK-REFERENCES

                           IF REFERENCE-HELD
                               PERFORM 47-WRITE-REJECT-LINE
                           ELSE
                               MOVE 'Y' TO
                                   PT-DELETE-SW(PRODUCT-TBL-INDEX)
                               MOVE '(DELETED)' TO HF-AFTER-IMAGE
                               PERFORM 46-WRITE-APPLIED-LINE
                           END-IF
                   END-EVALUATE
           END-SEARCH
           .

       33-APPLY-TAX-RATE-TRANS.
           EVALUATE TRUE
               WHEN MX-KEY(1:2) IS NOT ALPHABETIC OR
                       MX-KEY(1:1) = SPACE OR MX-KEY(2:1) = SPACE OR
                       MX-KEY(3:3) NOT = SPACES
                   MOVE 'REJECTED - STATE CODE MUST BE 2 LETTERS' TO
                           ADL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN NOT MX-ADD AND NOT MX-CHANGE AND NOT MX-DELETE
                   MOVE 'REJECTED - BAD ACTION CODE' TO ADL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN OTHER
                   PERFORM 42-EDIT-TAX-RATE-FIELDS

                   IF ADL-OUTCOME NOT = SPACES
                       PERFORM 47-WRITE-REJECT-LINE
                   ELSE
                       PERFORM 37-POST-TAX-RATE-TRANS
                   END-IF
           END-EVALUATE
           .

       37-POST-TAX-RATE-TRANS.
           SET TAX-RATE-TBL-INDEX TO 1
           SEARCH TAX-RATE-TBL-LINE
               AT END
                   IF MX-ADD AND TT-NUM-STATES < 60
                       ADD 1 TO TT-NUM-STATES
                       SET TAX-RATE-TBL-INDEX TO TT-NUM-STATES
                       MOVE 'N' TO TT-DELETE-SW(TAX-RATE-TBL-INDEX)
                       MOVE MX-KEY(1:2) TO
                               TT-STATE-CODE(TAX-RATE-TBL-INDEX)
                       MOVE MX-TAX-RATE TO
                               TT-TAX-RATE(TAX-RATE-TBL-INDEX)
                       MOVE '(NOT ON FILE)' TO HF-BEFORE-IMAGE
                       PERFORM 52-FORMAT-TAX-RATE-IMAGE
                       MOVE TAX-RATE-IMAGE TO HF-AFTER-IMAGE
                       PERFORM 46-WRITE-APPLIED-LINE
                   ELSE
                       IF MX-ADD
                           MOVE 'REJECTED - TAX RATE TABLE FULL' TO
                                   ADL-OUTCOME
                       ELSE
                           MOVE 'REJECTED - STATE NOT ON MASTER' TO
                                   ADL-OUTCOME
                       END-IF
                       PERFORM 47-WRITE-REJECT-LINE
                   END-IF

               WHEN MX-KEY(1:2) = TT-STATE-CODE(TAX-RATE-TBL-INDEX)
                   AND NOT TT-DELETED(TAX-RATE-TBL-INDEX)
                   PERFORM 52-FORMAT-TAX-RATE-IMAGE
                   MOVE TAX-RATE-IMAGE TO HF-BEFORE-IMAGE

                   EVALUATE TRUE
                       WHEN MX-ADD
                           MOVE 'REJECTED - STATE ALREADY ON MASTER'
                                   TO ADL-OUTCOME
                           PERFORM 47-WRITE-REJECT-LINE

                       WHEN MX-CHANGE
                           MOVE MX-TAX-RATE TO
                                   TT-TAX-RATE(TAX-RATE-TBL-INDEX)
                           PERFORM 52-FORMAT-TAX-RATE-IMAGE
                           MOVE TAX-RATE-IMAGE TO HF-AFTER-IMAGE
                           PERFORM 46-WRITE-APPLIED-LINE

                       WHEN MX-DELETE
                           PERFORM 45-CHECK-STATE-IN-USE

                           IF REFERENCE-HELD
                               PERFORM 47-WRITE-REJECT-LINE
                           ELSE
                               MOVE 'Y' TO
                                   TT-DELETE-SW(TAX-RATE-TBL-INDEX)
                               MOVE '(DELETED)' TO HF-AFTER-IMAGE
                               PERFORM 46-WRITE-APPLIED-LINE
                           END-IF
                   END-EVALUATE
           END-SEARCH
           .

       34-APPLY-SALESPERSON-TRANS.
           EVALUATE TRUE
               WHEN MX-KEY(1:3) = SPACES OR MX-KEY(4:2) NOT = SPACES
                   MOVE 'REJECTED - SALESPERSON ID MUST BE 3 CHARS'
                           TO ADL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN NOT MX-ADD AND NOT MX-CHANGE AND NOT MX-DELETE
                   MOVE 'REJECTED - BAD ACTION CODE' TO ADL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN OTHER
                   PERFORM 43-EDIT-SALESPERSON-FIELDS

                   IF ADL-OUTCOME NOT = SPACES
                       PERFORM 47-WRITE-REJECT-LINE
                   ELSE
                       PERFORM 38-POST-SALESPERSON-TRANS
                   END-IF
           END-EVALUATE
           .

       38-POST-SALESPERSON-TRANS.
           SET SALESPERSON-TBL-INDEX TO 1
           SEARCH SALESPERSON-TBL-LINE
               AT END
                   IF MX-ADD AND ST-NUM-SALESPEOPLE < 100
                       ADD 1 TO ST-NUM-SALESPEOPLE
                       SET SALESPERSON-TBL-INDEX TO ST-NUM-SALESPEOPLE
                       MOVE 'N' TO ST-DELETE-SW(SALESPERSON-TBL-INDEX)
                       MOVE MX-KEY(1:3) TO
                           ST-SALESPERSON-ID(SALESPERSON-TBL-INDEX)
                       MOVE MX-SALESPERSON-NAME TO
                           ST-SALESPERSON-NAME(SALESPERSON-TBL-INDEX)
                       MOVE MX-TERRITORY TO
                           ST-TERRITORY(SALESPERSON-TBL-INDEX)
                       MOVE '(NOT ON FILE)' TO HF-BEFORE-IMAGE
                       PERFORM 53-FORMAT-SALESPERSON-IMAGE
                       MOVE SALESPERSON-IMAGE TO HF-AFTER-IMAGE
                       PERFORM 46-WRITE-APPLIED-LINE
                   ELSE
                       IF MX-ADD
                           MOVE 'REJECTED - SALESPERSON TABLE FULL' TO
                                   ADL-OUTCOME
                       ELSE
                           MOVE 'REJECTED - SALESPERSON NOT ON MASTER'
                                   TO ADL-OUTCOME
                       END-IF
                       PERFORM 47-WRITE-REJECT-LINE
                   END-IF

               WHEN MX-KEY(1:3) =
                           ST-SALESPERSON-ID(SALESPERSON-TBL-INDEX)
                   AND NOT ST-DELETED(SALESPERSON-TBL-INDEX)
                   PERFORM 53-FORMAT-SALESPERSON-IMAGE
                   MOVE SALESPERSON-IMAGE TO HF-BEFORE-IMAGE

                   EVALUATE TRUE
                       WHEN MX-ADD
                           MOVE 'REJECTED - SALESPERSON ALREADY ON FILE'
                                   TO ADL-OUTCOME
                           PERFORM 47-WRITE-REJECT-LINE

                       WHEN MX-CHANGE
                           IF MX-SALESPERSON-NAME NOT = SPACES
                               MOVE MX-SALESPERSON-NAME TO
                                   ST-SALESPERSON-NAME
                                       (SALESPERSON-TBL-INDEX)
                           END-IF
                           IF MX-TERRITORY NOT = SPACES
                               MOVE MX-TERRITORY TO
                                   ST-TERRITORY(SALESPERSON-TBL-INDEX)
                           END-IF
                           PERFORM 53-FORMAT-SALESPERSON-IMAGE
                           MOVE SALESPERSON-IMAGE TO HF-AFTER-IMAGE
                           PERFORM 46-WRITE-APPLIED-LINE

                       WHEN MX-DELETE
                           MOVE 'S' TO HF-REF-TYPE
                           MOVE MX-KEY TO HF-REF-CODE
                           PERFORM 44-CHECK-REFERENCES

                           IF REFERENCE-HELD
                               PERFORM 47-WRITE-REJECT-LINE
                           ELSE
                               MOVE 'Y' TO
                                   ST-DELETE-SW(SALESPERSON-TBL-INDEX)
                               MOVE '(DELETED)' TO HF-AFTER-IMAGE
                               PERFORM 46-WRITE-APPLIED-LINE
                           END-IF
                   END-EVALUATE
           END-SEARCH
           .

       39-APPLY-EXEMPTION-TRANS.
           EVALUATE TRUE
               WHEN MX-CUST-ID IS NOT NUMERIC OR MX-CUST-ID = 0
                   MOVE 'REJECTED - CUSTOMER ID NOT NUMERIC' TO
                           ADL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN NOT MX-ADD AND NOT MX-CHANGE AND NOT MX-DELETE
                   MOVE 'REJECTED - BAD ACTION CODE' TO ADL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN OTHER
                   PERFORM 48-EDIT-EXEMPTION-FIELDS

                   IF ADL-OUTCOME NOT = SPACES
                       PERFORM 47-WRITE-REJECT-LINE
                   ELSE
                       PERFORM 49-POST-EXEMPTION-TRANS
                   END-IF
           END-EVALUATE
           .

       40-EDIT-CUSTOMER-FIELDS.
      *    AN ADD NEEDS EVERY FIELD; A CHANGE EDITS ONLY WHAT WAS
      *    KEYED.  THE FIRST BAD FIELD REJECTS THE WHOLE TRANSACTION
           IF MX-DELETE
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN MX-ADD AND MX-CUST-NAME = SPACES
                       MOVE 'REJECTED - CUSTOMER NAME REQUIRED' TO
                               ADL-OUTCOME

                   WHEN (MX-ADD OR MX-CREDIT-LIMIT-X NOT = SPACES)
                           AND MX-CREDIT-LIMIT IS NOT NUMERIC
                       MOVE 'REJECTED - CREDIT LIMIT NOT NUMERIC' TO
                               ADL-OUTCOME

                   WHEN MX-ADD AND MX-STATE-CODE = SPACES
                       MOVE 'REJECTED - STATE CODE REQUIRED' TO
                               ADL-OUTCOME

                   WHEN MX-FINANCE-CHARGE-SW NOT = SPACE AND
                           MX-FINANCE-CHARGE-SW NOT = 'Y' AND
                           MX-FINANCE-CHARGE-SW NOT = 'N'
                       MOVE 'REJECTED - FINANCE CHARGE FLAG NOT Y/N'
                               TO ADL-OUTCOME

                   WHEN MX-STATE-CODE NOT = SPACES
                       SET TAX-RATE-TBL-INDEX TO 1
                       SEARCH TAX-RATE-TBL-LINE
                           AT END
                               MOVE 'REJECTED - STATE NOT ON TAX MASTER'
                                       TO ADL-OUTCOME

                           WHEN MX-STATE-CODE =
                                   TT-STATE-CODE(TAX-RATE-TBL-INDEX)
                               AND NOT TT-DELETED(TAX-RATE-TBL-INDEX)
                               CONTINUE
                       END-SEARCH
               END-EVALUATE
           END-IF
           .

       41-EDIT-PRODUCT-FIELDS.
           IF MX-DELETE
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN MX-ADD AND MX-PROD-NAME = SPACES
                       MOVE 'REJECTED - PRODUCT NAME REQUIRED' TO
                               ADL-OUTCOME

                   WHEN MX-ADD AND MX-CATEGORY = SPACES
                       MOVE 'REJECTED - CATEGORY REQUIRED' TO
                               ADL-OUTCOME

                   WHEN (MX-ADD OR MX-LIST-PRICE-X NOT = SPACES)
                           AND MX-LIST-PRICE IS NOT NUMERIC
                       MOVE 'REJECTED - LIST PRICE NOT NUMERIC' TO
                               ADL-OUTCOME

                   WHEN (MX-ADD OR MX-LIST-PRICE-X NOT = SPACES)
                           AND MX-LIST-PRICE = 0
                       MOVE 'REJECTED - LIST PRICE MUST BE ABOVE ZERO'
                               TO ADL-OUTCOME
               END-EVALUATE
           END-IF
           .

       42-EDIT-TAX-RATE-FIELDS.
      *    NO STATE RATE COMES NEAR 15 PERCENT -- ANYTHING OVER IT
      *    IS A KEYING ERROR
           IF MX-DELETE
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN MX-TAX-RATE IS NOT NUMERIC
                       MOVE 'REJECTED - TAX RATE NOT NUMERIC' TO
                               ADL-OUTCOME

                   WHEN MX-TAX-RATE > .15
                       MOVE 'REJECTED - TAX RATE OVER .1500' TO
                               ADL-OUTCOME
               END-EVALUATE
           END-IF
           .

       43-EDIT-SALESPERSON-FIELDS.
           IF MX-DELETE
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN MX-ADD AND MX-SALESPERSON-NAME = SPACES
                       MOVE 'REJECTED - SALESPERSON NAME REQUIRED' TO
                               ADL-OUTCOME

                   WHEN MX-ADD AND MX-TERRITORY = SPACES
                       MOVE 'REJECTED - TERRITORY REQUIRED' TO
                               ADL-OUTCOME
               END-EVALUATE
           END-IF
           .

       44-CHECK-REFERENCES.
      *    OPEN ITEMS ARE REPORTED AHEAD OF HISTORY -- THEY ARE THE
      *    ONES THE CLERK CAN DO SOMETHING ABOUT
           MOVE 'N' TO REF-CHECK-SW

           PERFORM VARYING REFERENCE-TBL-INDEX FROM 1 BY 1
               UNTIL REFERENCE-TBL-INDEX > RF-NUM-ENTRIES

               IF RF-CODE-TYPE(REFERENCE-TBL-INDEX) = HF-REF-TYPE AND
                       RF-CODE-VALUE(REFERENCE-TBL-INDEX) =
                               HF-REF-CODE
                   IF RF-REASON(REFERENCE-TBL-INDEX) = 'O'
                       MOVE 'REJECTED - STILL HAS OPEN ITEMS' TO
                               ADL-OUTCOME
                   ELSE
                       IF NOT REFERENCE-HELD
                           MOVE 'REJECTED - STILL HAS SALES HISTORY'
                                   TO ADL-OUTCOME
                       END-IF
                   END-IF
                   SET REFERENCE-HELD TO TRUE
               END-IF
           END-PERFORM
           .

       45-CHECK-STATE-IN-USE.
           MOVE 'N' TO REF-CHECK-SW

           PERFORM VARYING CUSTOMER-TBL-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-TBL-INDEX > CT-NUM-CUSTOMERS
                   OR REFERENCE-HELD

               IF CT-STATE-CODE(CUSTOMER-TBL-INDEX) = MX-KEY(1:2)
                       AND NOT CT-DELETED(CUSTOMER-TBL-INDEX)
                   SET REFERENCE-HELD TO TRUE
                   MOVE 'REJECTED - STATE STILL NAMED BY A CUSTOMER'
                           TO ADL-OUTCOME
               END-IF
           END-PERFORM
           .

       46-WRITE-APPLIED-LINE.
      *    EVERY APPLIED CHANGE CARRIES ITS BEFORE AND AFTER VALUES
           MOVE 'APPLIED' TO ADL-OUTCOME
           ADD 1 TO MA-APPLIED-COUNT

           MOVE AUDIT-DETAIL-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
               AFTER ADVANCING 1 LINES

           MOVE 'BEFORE: ' TO AIL-LABEL
           MOVE HF-BEFORE-IMAGE TO AIL-IMAGE
           MOVE AUDIT-IMAGE-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
               AFTER ADVANCING 1 LINES

           MOVE 'AFTER:  ' TO AIL-LABEL
           MOVE HF-AFTER-IMAGE TO AIL-IMAGE
           MOVE AUDIT-IMAGE-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
               AFTER ADVANCING 1 LINES
           .

       47-WRITE-REJECT-LINE.
           ADD 1 TO MA-REJECTED-COUNT

           MOVE AUDIT-DETAIL-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
               AFTER ADVANCING 1 LINES
           .

       48-EDIT-EXEMPTION-FIELDS.
      *    A CERTIFICATE CAN ONLY BE HELD BY A CUSTOMER ON THE
      *    MASTER; THE EXPIRY MUST BE A REAL YYMMDD DATE
           IF MX-DELETE
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN MX-ADD AND MX-CERT-NUMBER = SPACES
                       MOVE 'REJECTED - CERTIFICATE NUMBER REQUIRED'
                               TO ADL-OUTCOME

                   WHEN (MX-ADD OR MX-CERT-EXPIRY NOT = SPACES) AND
                           (MX-CERT-EXPIRY IS NOT NUMERIC OR
                            MX-CERT-EXPIRY-MM < 1 OR
                            MX-CERT-EXPIRY-MM > 12 OR
                            MX-CERT-EXPIRY-DD < 1 OR
                            MX-CERT-EXPIRY-DD > 31)
                       MOVE 'REJECTED - EXPIRY NOT A YYMMDD DATE' TO
                               ADL-OUTCOME

                   WHEN OTHER
                       SET CUSTOMER-TBL-INDEX TO 1
                       SEARCH CUSTOMER-TBL-LINE
                           AT END
                               MOVE 'REJECTED - CUSTOMER NOT ON MASTER'
                                       TO ADL-OUTCOME

                           WHEN MX-CUST-ID =
                                   CT-CUST-ID(CUSTOMER-TBL-INDEX)
                               AND NOT CT-DELETED(CUSTOMER-TBL-INDEX)
                               CONTINUE
                       END-SEARCH
               END-EVALUATE
           END-IF
           .

       49-POST-EXEMPTION-TRANS.
           SET EXEMPT-TBL-INDEX TO 1
           SEARCH EXEMPT-TBL-LINE
               AT END
                   IF MX-ADD AND XT-NUM-CERTS < 500
                       ADD 1 TO XT-NUM-CERTS
                       SET EXEMPT-TBL-INDEX TO XT-NUM-CERTS
                       MOVE 'N' TO XT-DELETE-SW(EXEMPT-TBL-INDEX)
                       MOVE MX-CUST-ID TO XT-CUST-ID(EXEMPT-TBL-INDEX)
                       MOVE MX-CERT-NUMBER TO
                               XT-CERT-NUMBER(EXEMPT-TBL-INDEX)
                       MOVE MX-CERT-EXPIRY TO
                               XT-EXPIRY-DATE(EXEMPT-TBL-INDEX)
                       MOVE '(NOT ON FILE)' TO HF-BEFORE-IMAGE
                       PERFORM 54-FORMAT-EXEMPTION-IMAGE
                       MOVE EXEMPTION-IMAGE TO HF-AFTER-IMAGE
                       PERFORM 46-WRITE-APPLIED-LINE
                   ELSE
                       IF MX-ADD
                           MOVE 'REJECTED - EXEMPTION TABLE FULL' TO
                                   ADL-OUTCOME
                       ELSE
                           MOVE 'REJECTED - NO CERTIFICATE ON FILE' TO
                                   ADL-OUTCOME
                       END-IF
                       PERFORM 47-WRITE-REJECT-LINE
                   END-IF

               WHEN MX-CUST-ID = XT-CUST-ID(EXEMPT-TBL-INDEX)
                   AND NOT XT-DELETED(EXEMPT-TBL-INDEX)
                   PERFORM 54-FORMAT-EXEMPTION-IMAGE
                   MOVE EXEMPTION-IMAGE TO HF-BEFORE-IMAGE

                   EVALUATE TRUE
                       WHEN MX-ADD
                           MOVE 'REJECTED - CERTIFICATE ALREADY ON FILE'
                                   TO ADL-OUTCOME
                           PERFORM 47-WRITE-REJECT-LINE

                       WHEN MX-CHANGE
                           IF MX-CERT-NUMBER NOT = SPACES
                               MOVE MX-CERT-NUMBER TO
                                   XT-CERT-NUMBER(EXEMPT-TBL-INDEX)
                           END-IF
                           IF MX-CERT-EXPIRY NOT = SPACES
                               MOVE MX-CERT-EXPIRY TO
                                   XT-EXPIRY-DATE(EXEMPT-TBL-INDEX)
                           END-IF
                           PERFORM 54-FORMAT-EXEMPTION-IMAGE
                           MOVE EXEMPTION-IMAGE TO HF-AFTER-IMAGE
                           PERFORM 46-WRITE-APPLIED-LINE

                       WHEN MX-DELETE
                           MOVE 'Y' TO XT-DELETE-SW(EXEMPT-TBL-INDEX)
                           MOVE '(DELETED)' TO HF-AFTER-IMAGE
                           PERFORM 46-WRITE-APPLIED-LINE
                   END-EVALUATE
           END-SEARCH
           .

       50-FORMAT-CUSTOMER-IMAGE.
           MOVE CT-CUST-NAME(CUSTOMER-TBL-INDEX) TO CIM-CUST-NAME
           MOVE CT-CREDIT-LIMIT(CUSTOMER-TBL-INDEX) TO
                   CIM-CREDIT-LIMIT
           MOVE CT-STATE-CODE(CUSTOMER-TBL-INDEX) TO CIM-STATE-CODE
           MOVE CT-FINANCE-CHARGE-SW(CUSTOMER-TBL-INDEX) TO
                   CIM-FINANCE-CHARGE-SW
           .

       51-FORMAT-PRODUCT-IMAGE.
           MOVE PT-PROD-NAME(PRODUCT-TBL-INDEX) TO PIM-PROD-NAME
           MOVE PT-CATEGORY(PRODUCT-TBL-INDEX) TO PIM-CATEGORY
           MOVE PT-LIST-PRICE(PRODUCT-TBL-INDEX) TO PIM-LIST-PRICE
           .

       52-FORMAT-TAX-RATE-IMAGE.
           MOVE TT-STATE-CODE(TAX-RATE-TBL-INDEX) TO TIM-STATE-CODE
           MOVE TT-TAX-RATE(TAX-RATE-TBL-INDEX) TO TIM-TAX-RATE
           .

       53-FORMAT-SALESPERSON-IMAGE.
           MOVE ST-SALESPERSON-NAME(SALESPERSON-TBL-INDEX) TO
                   SIM-SALESPERSON-NAME
           MOVE ST-TERRITORY(SALESPERSON-TBL-INDEX) TO SIM-TERRITORY
           .

       54-FORMAT-EXEMPTION-IMAGE.
           MOVE XT-CERT-NUMBER(EXEMPT-TBL-INDEX) TO EIM-CERT-NUMBER
           MOVE XT-EXPIRY-DATE(EXEMPT-TBL-INDEX)(1:2) TO
                   EIM-EXPIRY-YEAR
           MOVE XT-EXPIRY-DATE(EXEMPT-TBL-INDEX)(3:2) TO
                   EIM-EXPIRY-MONTH
           MOVE XT-EXPIRY-DATE(EXEMPT-TBL-INDEX)(5:2) TO
                   EIM-EXPIRY-DAY
           .

       55-HOLD-CREDIT-RAISE.
      *    THE WHOLE CHANGE WAITS ON THE QUEUE, AND THE AUDIT LINE
      *    GIVES THE ITEM ID THE APPROVER WILL NEED
           MOVE 'CC' TO AI-TRANS-TYPE
           MOVE MX-CREDIT-LIMIT TO AI-AMOUNT
           MOVE ZEROES TO AI-PERCENT
           MOVE SPACES TO AI-DESCRIPTION
           STRING 'CREDIT LIMIT ' MX-KEY ' '
                  CT-CUST-NAME(CUSTOMER-TBL-INDEX) DELIMITED BY SIZE
               INTO AI-DESCRIPTION
           END-STRING
           MOVE MASTER-TRANS-RECORD TO AI-TRANS-IMAGE
           PERFORM 96-QUEUE-FOR-APPROVAL
           ADD 1 TO MA-HELD-COUNT

           STRING 'HELD FOR APPROVAL - ' AI-ITEM-ID DELIMITED BY SIZE
               INTO ADL-OUTCOME
           END-STRING
           MOVE AUDIT-DETAIL-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
               AFTER ADVANCING 1 LINES
           .

       70-REWRITE-MASTER-FILES.
           OPEN OUTPUT CUSTOMER-MASTER-FILE

           PERFORM VARYING CUSTOMER-TBL-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-TBL-INDEX > CT-NUM-CUSTOMERS

               IF NOT CT-DELETED(CUSTOMER-TBL-INDEX)
                   MOVE CT-CUST-ID(CUSTOMER-TBL-INDEX) TO CM-CUST-ID
                   MOVE CT-CUST-NAME(CUSTOMER-TBL-INDEX) TO
                           CM-CUST-NAME
                   MOVE CT-CREDIT-LIMIT(CUSTOMER-TBL-INDEX) TO
                           CM-CREDIT-LIMIT
                   MOVE CT-STATE-CODE(CUSTOMER-TBL-INDEX) TO
                           CM-STATE-CODE
                   MOVE CT-FINANCE-CHARGE-SW(CUSTOMER-TBL-INDEX) TO
                           CM-FINANCE-CHARGE-SW
                   WRITE CUSTOMER-MASTER-RECORD
               END-IF
           END-PERFORM

           CLOSE CUSTOMER-MASTER-FILE

           OPEN OUTPUT PRODUCT-MASTER-FILE

           PERFORM VARYING PRODUCT-TBL-INDEX FROM 1 BY 1
               UNTIL PRODUCT-TBL-INDEX > PT-NUM-PRODUCTS

               IF NOT PT-DELETED(PRODUCT-TBL-INDEX)
                   MOVE PT-PROD-ID(PRODUCT-TBL-INDEX) TO PM-PROD-ID
                   MOVE PT-PROD-NAME(PRODUCT-TBL-INDEX) TO
                           PM-PROD-NAME
                   MOVE PT-CATEGORY(PRODUCT-TBL-INDEX) TO PM-CATEGORY
                   MOVE PT-LIST-PRICE(PRODUCT-TBL-INDEX) TO
                           PM-LIST-PRICE
                   WRITE PRODUCT-MASTER-RECORD
               END-IF
           END-PERFORM

           CLOSE PRODUCT-MASTER-FILE

           OPEN OUTPUT TAX-RATE-FILE

           PERFORM VARYING TAX-RATE-TBL-INDEX FROM 1 BY 1
               UNTIL TAX-RATE-TBL-INDEX > TT-NUM-STATES

               IF NOT TT-DELETED(TAX-RATE-TBL-INDEX)
                   MOVE TT-STATE-CODE(TAX-RATE-TBL-INDEX) TO
                           TX-STATE-CODE
                   MOVE TT-TAX-RATE(TAX-RATE-TBL-INDEX) TO
                           TX-TAX-RATE
                   WRITE TAX-RATE-RECORD
               END-IF
           END-PERFORM

           CLOSE TAX-RATE-FILE

           OPEN OUTPUT SALESPERSON-MASTER-FILE

           PERFORM VARYING SALESPERSON-TBL-INDEX FROM 1 BY 1
               UNTIL SALESPERSON-TBL-INDEX > ST-NUM-SALESPEOPLE

               IF NOT ST-DELETED(SALESPERSON-TBL-INDEX)
                   MOVE ST-SALESPERSON-ID(SALESPERSON-TBL-INDEX) TO
                           SP-SALESPERSON-ID
                   MOVE ST-SALESPERSON-NAME(SALESPERSON-TBL-INDEX) TO
                           SP-SALESPERSON-NAME
                   MOVE ST-TERRITORY(SALESPERSON-TBL-INDEX) TO
                           SP-TERRITORY
                   WRITE SALESPERSON-MASTER-RECORD
               END-IF
           END-PERFORM

           CLOSE SALESPERSON-MASTER-FILE

           OPEN OUTPUT TAX-EXEMPTION-FILE

           PERFORM VARYING EXEMPT-TBL-INDEX FROM 1 BY 1
               UNTIL EXEMPT-TBL-INDEX > XT-NUM-CERTS

               IF NOT XT-DELETED(EXEMPT-TBL-INDEX)
                   MOVE XT-CUST-ID(EXEMPT-TBL-INDEX) TO TE-CUST-ID
                   MOVE XT-CERT-NUMBER(EXEMPT-TBL-INDEX) TO
                           TE-CERT-NUMBER
                   MOVE XT-EXPIRY-DATE(EXEMPT-TBL-INDEX) TO
                           TE-EXPIRY-DATE
                   WRITE TAX-EXEMPTION-RECORD
               END-IF
           END-PERFORM

           CLOSE TAX-EXEMPTION-FILE
           .

       100-WRAP-UP.
           MOVE MA-APPLIED-COUNT TO ATL-APPLIED-COUNT
           MOVE MA-REJECTED-COUNT TO ATL-REJECTED-COUNT
           MOVE MA-HELD-COUNT TO ATL-HELD-COUNT

           MOVE AUDIT-TOTAL-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE MASTER-TRANS-FILE
                 MAINT-AUDIT-FILE

           GOBACK
           .
