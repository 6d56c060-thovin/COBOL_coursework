      *    sales dropped from the prior run (read from the
      *    CUSTOMER PRIOR SALES FILE); this run's totals are then
      *    saved back to that file for the next comparison
      *
      *    The INVOICE FILE carries the invoices and credit memos in
      *    ZIP code order for the presort discount; documents for a
      *    customer with no good address on file go to the HELD
      *    INVOICE FILE instead, kept out of the mail until the
      *    address is corrected
      *
      *    The INVOICE MAIL CONTROL FILE gives the piece count for
      *    each mail tray, breaking on the first three digits of the
      *    ZIP code, then the bad-address exception list naming
      *    every document held and why
      *
      *    The GL JOURNAL FILE gains one balanced summary batch per
      *    run -- receivables, sales and sales tax for the invoices,
      *    reversed for the credit memos -- for GLPOST to post
      ****************
      * CALCULATIONS:
      *    SALES [QTY SOLD * COST PER ITEM]
           SELECT TAX-REGISTER-FILE
               ASSIGN TO PRINTER 'TAX-REGISTER.TXT'.

      *    CUSTOMERS HOLDING A SALES TAX EXEMPTION CERTIFICATE, WITH
      *    ITS NUMBER AND EXPIRY, MAINTAINED BY PRO02MAINT
           SELECT TAX-EXEMPTION-FILE
               ASSIGN TO 'TAX-EXEMPTION.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXEMPTION-STATUS.

      *    ONE RECORD PER INVOICE AND CREDIT MEMO, ADDED TO RUN
      *    AFTER RUN, THAT PRO02TAXR TURNS INTO THE MONTHLY RETURN
      *    WORKSHEET BY STATE
           SELECT OPTIONAL TAX-LIABILITY-FILE
               ASSIGN TO 'TAX-LIABILITY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    SHARED GENERAL LEDGER FEED -- EVERY SUBLEDGER APPENDS ONE
      *    BALANCED SUMMARY BATCH PER RUN, AND GLPOST POSTS THEM TO
      *    THE LEDGER BY ACCOUNT
           SELECT OPTIONAL GL-JOURNAL-FILE
               ASSIGN TO 'GL-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    BILL-TO AND SHIP-TO LINES PER CUSTOMER, MAINTAINED BY
      *    PRO02ADDR, SO THE DOCUMENTS CAN ACTUALLY BE MAILED
           SELECT CUSTOMER-ADDRESS-FILE
           SELECT PRICE-VARIANCE-FILE
               ASSIGN TO PRINTER 'PRICE-VARIANCE.TXT'.

      *    NEGOTIATED CUSTOMER PRICES AND DATED MARKDOWNS; A LINE IS
      *    AUDITED AGAINST ITS CONTRACT PRICE FIRST, THEN ANY
      *    PROMOTION RUNNING TODAY, AND ONLY THEN THE LIST PRICE
           SELECT PRICE-AGREEMENT-FILE
               ASSIGN TO 'PRICE-AGREEMENT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGREEMENT-STATUS.

           SELECT PROMOTION-FILE
               ASSIGN TO 'PROMOTION.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMOTION-STATUS.

      *    AGREEMENTS RUNNING OUT IN THE NEXT 30 DAYS, FOR SALES TO
      *    RENEW BEFORE THE CUSTOMER IS BILLED AT LIST
           SELECT AGREEMENT-EXPIRY-FILE
               ASSIGN TO PRINTER 'AGREEMENT-EXPIRY.TXT'.

      *    NAMES AND CATEGORIZES EVERY VALID PRODUCT ID; A SALES
      *    LINE WHOSE PRODUCT ISN'T HERE GOES TO THE SUSPENSE
      *    REPORT INSTEAD OF SILENTLY BECOMING ITS OWN LINE
           SELECT INVOICE-FILE
               ASSIGN TO PRINTER 'INVOICES.TXT'.

      *    EVERY INVOICE LINE IS SPOOLED WITH ITS CUSTOMER'S ZIP
      *    CODE, THEN SORTED SO THE MAIL RUN COMES OUT IN ZIP ORDER
           SELECT MAIL-SPOOL-FILE
               ASSIGN TO 'INVOICE-SPOOL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAIL-SORT-FILE
               ASSIGN TO 'INVOICESORT.TMP'.

           SELECT SORTED-MAIL-FILE
               ASSIGN TO 'SORTED-INVOICES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HELD-INVOICE-FILE
               ASSIGN TO PRINTER 'HELD-INVOICES.TXT'.

           SELECT MAIL-CONTROL-FILE
               ASSIGN TO PRINTER 'INVOICE-MAIL-CONTROL.TXT'.

           SELECT INVOICE-REGISTER-FILE
               ASSIGN TO PRINTER 'INVOICE-REGISTER.TXT'.

       FILE SECTION.

       FD RAW-SALES-FILE
           RECORD CONTAINS 77 CHARACTERS.

       01 RAW-SALES-RECORD.
           05 RS-CUST-ID           PIC 9(5).
           05 RS-CUST-NAME         PIC X(25).
           05 RS-PROD-ID           PIC XXX.
           05 FILLER               PIC X(44).

       FD SALES-SUSPENSE-FILE
           RECORD CONTAINS 77 CHARACTERS.

       01 SALES-SUSPENSE-RECORD    PIC X(77).

       FD DUP-REVIEW-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *    CUSTOMER RETURN COMES IN AS ITS OWN TYPE AND IS NETTED
      *    OUT OF THE TOTALS INSTEAD OF BEING IMPOSSIBLE TO RECORD
       FD SALES-FILE
           RECORD CONTAINS 77 CHARACTERS.

       01 SALES-RECORD.
           05 SR-CUST-ID           PIC 9(5).
               88 SR-RETURN        VALUE 'R'.
      *    WHO MADE THE SALE -- READ BY THE COMMISSION RUN
           05 SR-SALESPERSON-ID    PIC X(3).
      *    ON A RETURN, THE INVOICE THE GOODS WERE BILLED ON; BLANK
      *    WHEN THE CUSTOMER CAN'T SAY, AND THE CREDIT THEN STAYS
      *    OPEN ON THE ACCOUNT
           05 SR-ORIG-INVOICE      PIC X(10).

       FD SALES-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 TOP-SELLERS-RECORD       PIC X(80).

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01 CUSTOMER-MASTER-RECORD.
           05 CM-CUST-ID            PIC 9(5).
           05 CM-CREDIT-LIMIT       PIC 9(7)V99.
      *    DRIVES THE SALES TAX RATE LOOKUP FOR THE INVOICE
           05 CM-STATE-CODE         PIC XX.
      *    N KEEPS THE CUSTOMER OUT OF THE MONTH-END FINANCE CHARGE
           05 CM-FINANCE-CHARGE-SW  PIC X.
               88 CM-NO-FINANCE-CHARGE VALUE 'N'.

       FD TAX-RATE-FILE
           RECORD CONTAINS 7 CHARACTERS.


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

       FD TAX-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 PRICE-VARIANCE-RECORD    PIC X(80).

       FD PRICE-AGREEMENT-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01 PRICE-AGREEMENT-RECORD.
           05 PA-CUST-ID            PIC 9(5).
           05 PA-PROD-ID            PIC XXX.
           05 PA-CONTRACT-PRICE     PIC 999V99.
      *    YYMMDD, BOTH DAYS INCLUSIVE
           05 PA-EFFECTIVE-DATE     PIC X(6).
           05 PA-EXPIRY-DATE        PIC X(6).

       FD PROMOTION-FILE
           RECORD CONTAINS 28 CHARACTERS.

       01 PROMOTION-RECORD.
      *    SCOPE P NAMES ONE PRODUCT ID, SCOPE C A WHOLE CATEGORY
           05 PO-SCOPE              PIC X.
           05 PO-CODE               PIC X(12).
           05 PO-PERCENT-OFF        PIC 99V9.
           05 PO-START-DATE         PIC X(6).
           05 PO-END-DATE           PIC X(6).

       FD AGREEMENT-EXPIRY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 AGREEMENT-EXPIRY-RECORD  PIC X(80).

       FD PRODUCT-SUSPENSE-FILE
           RECORD CONTAINS 80 CHARACTERS.


       01 INVOICE-RECORD           PIC X(80).

       FD MAIL-SPOOL-FILE
           RECORD CONTAINS 136 CHARACTERS.

       01 MAIL-SPOOL-RECORD        PIC X(136).

       SD MAIL-SORT-FILE
           RECORD CONTAINS 136 CHARACTERS.

       01 MAIL-SORT-RECORD.
           05 MS-HOLD-SW           PIC X.
           05 MS-ZIP-CODE          PIC X(5).
           05 MS-ZIP-PLUS-4        PIC X(4).
           05 MS-CUST-ID           PIC 9(5).
           05 MS-DOC-NUMBER        PIC X(10).
           05 MS-LINE-SEQ          PIC 9(4).
           05 FILLER               PIC X(107).

       FD SORTED-MAIL-FILE
           RECORD CONTAINS 136 CHARACTERS.

       01 SORTED-MAIL-RECORD.
           05 SM-HOLD-SW           PIC X.
               88 SM-MAILED         VALUE '0'.
           05 SM-ZIP-CODE.
               10 SM-ZIP-3-DIGIT   PIC XXX.
               10 FILLER           PIC XX.
           05 SM-ZIP-PLUS-4        PIC X(4).
           05 SM-DOC-KEY.
               10 SM-CUST-ID       PIC 9(5).
               10 SM-DOC-NUMBER    PIC X(10).
           05 SM-LINE-SEQ          PIC 9(4).
           05 SM-ADVANCE           PIC 9.
           05 SM-ADDRESS-STATUS    PIC X.
           05 SM-CUST-NAME         PIC X(25).
           05 SM-TEXT              PIC X(80).

       FD HELD-INVOICE-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 HELD-INVOICE-RECORD      PIC X(80).

       FD MAIL-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 MAIL-CONTROL-RECORD      PIC X(80).

       FD INVOICE-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

               10 OI-INVOICE-SEQ    PIC 9(4).
           05 OI-CUST-ID            PIC 9(5).
           05 OI-INVOICE-AMOUNT     PIC 9(7)V99.
      *    SPACE FOR AN INVOICE; A CREDIT MEMO NOT YET USED UP
      *    STAYS ON THE FILE AS AN OPEN CREDIT, AMOUNT UNSIGNED
           05 OI-DOC-TYPE           PIC X.
               88 OI-CREDIT-MEMO    VALUE 'C'.
           05 FILLER                PIC X(5).

       FD TAX-EXEMPTION-FILE
           RECORD CONTAINS 26 CHARACTERS.

       01 TAX-EXEMPTION-RECORD.
           05 TE-CUST-ID            PIC 9(5).
           05 TE-CERT-NUMBER        PIC X(15).
           05 TE-EXPIRY-DATE        PIC X(6).

       FD TAX-LIABILITY-FILE
           RECORD CONTAINS 61 CHARACTERS.

       01 TAX-LIABILITY-RECORD.
           05 TL-STATE-CODE         PIC XX.
           05 TL-INVOICE-NUMBER     PIC X(10).
           05 TL-CUST-ID            PIC 9(5).
      *    SPACE FOR AN INVOICE, C FOR A CREDIT MEMO; THE AMOUNTS
      *    ARE UNSIGNED THE SAME AS ON THE OPEN-INVOICE FILE
           05 TL-DOC-TYPE           PIC X.
           05 TL-TAXABLE-AMOUNT     PIC 9(7)V99.
           05 TL-EXEMPT-AMOUNT      PIC 9(7)V99.
           05 TL-TAX-AMOUNT         PIC 9(7)V99.
           05 TL-CERT-NUMBER        PIC X(15).
      *    E SOLD EXEMPT ON A CURRENT CERTIFICATE, X CERTIFICATE
      *    EXPIRED SO THE SALE WAS TAXED, SPACE NO CERTIFICATE
           05 TL-CERT-STATUS        PIC X.

       FD GL-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 GL-JOURNAL-RECORD.
           05 GJ-SUBLEDGER          PIC X(4).
           05 GJ-BATCH-ID           PIC X(12).
           05 GJ-SOURCE             PIC X(10).
           05 GJ-ENTRY-DATE         PIC X(6).
      *    RESOLVED TO AN ACCOUNT THROUGH THE CHART OF ACCOUNTS
           05 GJ-INTERFACE-CODE     PIC X(8).
           05 GJ-DR-CR              PIC X.
           05 GJ-AMOUNT             PIC 9(9)V99.
           05 GJ-DESCRIPTION        PIC X(28).

       FD SALES-TOTAL-HISTORY-FILE
           RECORD CONTAINS 20 CHARACTERS.
           05 PV-REVENUE-AT-RISK   PIC 9(9)V99     VALUE 0.
           05 PV-VARIANCE-PCT      PIC 9(5)V99     VALUE 0.
           05 PV-LINE-AT-RISK      PIC 9(7)V99     VALUE 0.
           05 AGREEMENT-STATUS     PIC XX.
               88 AGREEMENTS-FOUND VALUE '00'.
           05 PROMOTION-STATUS     PIC XX.
               88 PROMOTIONS-FOUND VALUE '00'.
           05 PRICE-LOAD-EOF-SW    PIC X           VALUE 'N'.
               88 PRICE-LOAD-DONE  VALUE 'Y'.
           05 XP-EXPIRING-COUNT    PIC 9(4)        VALUE 0.
           05 EXEMPTION-STATUS     PIC XX.
               88 EXEMPTIONS-FOUND VALUE '00'.
           05 EXEMPT-LOAD-EOF-SW   PIC X           VALUE 'N'.
               88 EXEMPT-LOAD-DONE VALUE 'Y'.
           05 MONTH-HIST-STATUS    PIC XX.
               88 MONTH-HIST-FOUND VALUE '00'.
           05 MONTH-HIST-EOF-SW    PIC X           VALUE 'N'.
           05 MH-WORK-CODE         PIC X(5).
           05 MH-WORK-UNITS        PIC S9(7).
           05 MH-WORK-DOLLARS      PIC S9(9)V99.
           05 MAIL-EOF-SW          PIC X           VALUE 'N'.
               88 MAIL-DONE         VALUE 'Y'.
           05 EXCEPTIONS-SW        PIC X           VALUE 'N'.
               88 EXCEPTIONS-STARTED VALUE 'Y'.
           05 MC-TRAY-COUNT        PIC 999         VALUE 0.
           05 MC-MAILED-COUNT      PIC 9(4)        VALUE 0.
           05 MC-HELD-COUNT        PIC 9(4)        VALUE 0.

       01 DIAG-FIELDS.
      *    KEPT CURRENT AS THE RUN MOVES SO THE SNAPSHOT SAYS WHERE
           05 WS-MONTH             PIC XX.
           05 WS-DAY               PIC XX.

       01 WS-TIME-NOW              PIC X(8).

       01 GL-TOTALS.
      *    THIS RUN'S DOCUMENTS SUMMED FOR THE GENERAL LEDGER -- THE
      *    CREDIT MEMO AMOUNTS ARE KEPT POSITIVE ON THEIR OWN LINES
           05 GT-INVOICE-AR        PIC 9(9)V99     VALUE 0.
           05 GT-INVOICE-SALES     PIC 9(9)V99     VALUE 0.
           05 GT-INVOICE-TAX       PIC 9(9)V99     VALUE 0.
           05 GT-MEMO-AR           PIC 9(9)V99     VALUE 0.
           05 GT-MEMO-RETURNS      PIC 9(9)V99     VALUE 0.
           05 GT-MEMO-TAX          PIC 9(9)V99     VALUE 0.

       01 HOLD-FIELDS.
           05 HF-CATEGORY          PIC X(12).
           05 HF-INV-CUST-ID       PIC 9(5)        VALUE 0.
           05 HF-INVOICE-SEQ       PIC 9(4)        VALUE 0.
           05 HF-INV-STATE-CODE    PIC XX          VALUE SPACES.
           05 HF-TAX-RATE          PIC 9V9999      VALUE 0.
           05 HF-TAX-AMOUNT        PIC S9(7)V99    VALUE 0.
           05 HF-INVOICE-TOTAL     PIC S9(7)V99    VALUE 0.
      *    GOODS VALUE OF THE DOCUMENT BEING CUT -- NEGATIVE ON A
      *    CREDIT MEMO SO ITS TAX COMES BACK OFF THE REGISTER
           05 HF-DOC-SALES         PIC S9(7)V99    VALUE 0.
           05 HF-SALE-LINE-COUNT   PIC 99          VALUE 0.
           05 HF-CREDIT-LEFT       PIC 9(7)V99     VALUE 0.
           05 HF-LIST-PRICE        PIC 999V99      VALUE 0.
      *    THE PRICE THE LINE SHOULD HAVE CARRIED AND WHERE IT CAME
      *    FROM -- C CONTRACT, P PROMOTION, L LIST
           05 HF-EXPECTED-PRICE    PIC 999V99      VALUE 0.
           05 HF-PRICE-BASIS       PIC X           VALUE 'L'.
           05 HF-PROMO-PCT         PIC 99V9        VALUE 0.
           05 HF-LINE-DISCOUNT     PIC 9(6)V99     VALUE 0.
           05 HF-DOC-DISCOUNT      PIC 9(7)V99     VALUE 0.
           05 HF-TODAY-CCYYMMDD    PIC 9(8).
           05 HF-EXPIRY-CCYYMMDD   PIC 9(8).
           05 HF-DAYS-TO-EXPIRY    PIC S9(5).
           05 HF-TAXABLE-AMOUNT    PIC S9(7)V99    VALUE 0.
           05 HF-EXEMPT-AMOUNT     PIC S9(7)V99    VALUE 0.
           05 HF-CERT-NUMBER       PIC X(15)       VALUE SPACES.
           05 HF-CERT-STATUS       PIC X           VALUE SPACE.
               88 HF-CERT-CURRENT  VALUE 'E'.
           05 HF-CITY-LINE         PIC X(35).
           05 HF-PRIOR-DOC-KEY     PIC X(15).
           05 HF-TRAY-ZIP-3-DIGIT  PIC XXX.
           05 HF-TRAY-FIRST-ZIP    PIC X(5).
           05 HF-TRAY-LAST-ZIP     PIC X(5).
           05 HF-TRAY-PIECES       PIC 9(4).
           05 HF-REASON-TEXT       PIC X(30).

      *    A TRAY IS CLOSED WHEN THE 3-DIGIT ZIP CHANGES OR IT IS FULL
       01 MAIL-TRAY-CAPACITY       PIC 9(4)        VALUE 300.

       01 MAIL-SPOOL-LINE.
      *    0 WHEN THE DOCUMENT GOES IN THE MAIL, 1 WHEN IT IS HELD FOR
      *    A BAD ADDRESS, SO THE HELD ONES SORT LAST
           05 ML-HOLD-SW           PIC X.
               88 ML-MAILED         VALUE '0'.
               88 ML-HELD           VALUE '1'.
           05 ML-ZIP-CODE          PIC X(5).
           05 ML-ZIP-PLUS-4        PIC X(4).
           05 ML-CUST-ID           PIC 9(5).
           05 ML-DOC-NUMBER        PIC X(10).
           05 ML-LINE-SEQ          PIC 9(4).
      *    LINES TO ADVANCE BEFORE PRINTING; 0 STARTS A NEW PAGE
           05 ML-ADVANCE           PIC 9.
           05 ML-ADDRESS-STATUS    PIC X.
           05 ML-CUST-NAME         PIC X(25).
           05 ML-TEXT              PIC X(80).

       01 INVOICE-LINE-TABLE-AREA.
      *    THE CURRENT CUSTOMER GROUP'S LINE ITEMS, HELD UNTIL THE
               10 IL-UNIT-COST      PIC 999V99.
               10 IL-EXT-VALUE      PIC 9(6)V99.
               10 IL-RETURN-FLAG    PIC X.
               10 IL-ORIG-INVOICE   PIC X(10).
               10 IL-LIST-PRICE     PIC 999V99.
               10 IL-PRICE-BASIS    PIC X.

       01 DUP-KEY-TABLE-AREA.
      *    EVERY CUSTOMER/PRODUCT KEY ALREADY SEEN THIS FEED, THE
               10 PDM-CATEGORY      PIC X(12).
               10 PDM-LIST-PRICE    PIC 999V99.

       01 AGREEMENT-TABLE-AREA.
      *    EVERY PRICE AGREEMENT ON FILE; ONLY ONE WHOSE DATES TAKE
      *    IN TODAY PRICES A LINE, BUT THE REST ARE KEPT FOR THE
      *    EXPIRY LIST
           05 AG-NUM-AGREEMENTS    PIC 9(4)        VALUE 0.
           05 AGREEMENT-TBL-LINE OCCURS 1 TO 1000 TIMES
               DEPENDING ON AG-NUM-AGREEMENTS
               INDEXED BY AGREEMENT-TBL-INDEX.
               10 AG-CUST-ID        PIC 9(5).
               10 AG-PROD-ID        PIC XXX.
               10 AG-CONTRACT-PRICE PIC 999V99.
               10 AG-EFFECTIVE-DATE PIC X(6).
               10 AG-EXPIRY-DATE    PIC X(6).

       01 PROMOTION-TABLE-AREA.
      *    ONLY THE PROMOTIONS RUNNING TODAY ARE LOADED
           05 PMO-NUM-PROMOTIONS   PIC 999         VALUE 0.
           05 PROMOTION-TBL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON PMO-NUM-PROMOTIONS
               INDEXED BY PROMOTION-TBL-INDEX.
               10 PMO-SCOPE         PIC X.
               10 PMO-CODE          PIC X(12).
               10 PMO-PERCENT-OFF   PIC 99V9.

       01 CATEGORY-TABLE-AREA.
      *    ACCUMULATES QTY AND SALES VALUE PER PRODUCT CATEGORY FOR
      *    THE CATEGORY SUBTOTAL SECTION MERCHANDISING ASKED FOR
               10 CT-ACTIVITY-FLAG   PIC X           VALUE 'N'.
                   88 CT-CUST-ACTIVE             VALUE 'Y'.
               10 CT-CREDIT-LIMIT    PIC 9(7)V99     VALUE 0.
               10 CT-OPEN-BALANCE    PIC S9(9)V99    VALUE 0.
               10 CT-FEED-SALES      PIC S9(9)V99    VALUE 0.
               10 CT-STATE-CODE      PIC XX          VALUE SPACES.

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
           05                      PIC X(31)       VALUE
                   'NNO ADDRESS ON FILE'.
           05                      PIC X(31)       VALUE
                   ' ADDRESS NOT POSTAL CHECKED'.
           05                      PIC X(31)       VALUE
                   'ZZIP MISSING OR NOT NUMERIC'.
           05                      PIC X(31)       VALUE
                   'UZIP CODE NOT ON POSTAL MASTER'.
           05                      PIC X(31)       VALUE
                   'SSTATE DOES NOT MATCH ZIP CODE'.
           05                      PIC X(31)       VALUE
                   'MSTATE NOT ON CUSTOMER MASTER'.

       01 ADDRESS-REASON-TBL REDEFINES ADDRESS-REASON-TEXT.
           05 ADDRESS-REASON-TBL-LINE OCCURS 6 TIMES
               INDEXED BY REASON-TBL-INDEX.
               10 AR-STATUS-CODE   PIC X.
               10 AR-REASON-TEXT   PIC X(30).

       01 TAX-RATE-TABLE-AREA.
      *    ONE RATE PER STATE FROM THE TAX RATE MASTER
               10 TR-STATE-CODE     PIC XX.
               10 TR-TAX-RATE       PIC 9V9999.

       01 EXEMPTION-TABLE-AREA.
           05 EX-NUM-CERTS         PIC 999         VALUE 0.
           05 EXEMPT-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON EX-NUM-CERTS
               INDEXED BY EXEMPT-TBL-INDEX.
               10 EX-CUST-ID        PIC 9(5).
               10 EX-CERT-NUMBER    PIC X(15).
               10 EX-EXPIRY-DATE    PIC X(6).

       01 MONTH-HISTORY-TABLE-AREA.
      *    THE WHOLE MONTHLY HISTORY FILE, GROWN WITH THIS RUN'S
      *    TOTALS AND WRITTEN BACK AT END OF RUN
               DEPENDING ON TG-NUM-STATES
               INDEXED BY TAX-REG-TBL-INDEX.
               10 TG-STATE-CODE     PIC XX.
               10 TG-TAXABLE-SALES  PIC S9(9)V99    VALUE 0.
               10 TG-TAX-CHARGED    PIC S9(9)V99    VALUE 0.
               10 TG-EXEMPT-SALES   PIC S9(9)V99    VALUE 0.

       01 CREDIT-MEMO-TABLE-AREA.
      *    EVERY CREDIT MEMO CUT THIS RUN, HELD UNTIL THE OPEN-INVOICE
      *    FILE IS CLOSED AND THE CREDITS CAN BE APPLIED TO IT
           05 MT-NUM-MEMOS         PIC 999         VALUE 0.
           05 MT-SUB               PIC 999.
           05 CREDIT-MEMO-TBL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON MT-NUM-MEMOS
               INDEXED BY CREDIT-MEMO-TBL-INDEX.
               10 MT-MEMO-NUMBER    PIC X(10).
               10 MT-CUST-ID        PIC 9(5).
               10 MT-AMOUNT         PIC 9(7)V99.
               10 MT-ORIG-INVOICE   PIC X(10).

       01 OPEN-ITEM-TABLE-AREA.
      *    THE WHOLE OPEN-INVOICE FILE, READ BACK AFTER THIS RUN'S
      *    INVOICES ARE ON IT, SO THE CREDITS CAN COME OFF BEFORE IT
      *    IS WRITTEN OUT AGAIN
           05 OT-NUM-ITEMS         PIC 9(4)        VALUE 0.
           05 OPEN-ITEM-TBL-LINE OCCURS 1 TO 1000 TIMES
               DEPENDING ON OT-NUM-ITEMS
               INDEXED BY OPEN-ITEM-TBL-INDEX.
               10 OT-DROP-SW        PIC X.
                   88 OT-DROPPED    VALUE 'Y'.
               10 OT-INVOICE-NUMBER PIC X(10).
               10 OT-CUST-ID        PIC 9(5).
               10 OT-AMOUNT         PIC 9(7)V99.
               10 OT-DOC-TYPE       PIC X.


      **************        OUTPUT AREA        ********************
           05 IVT-INVOICE-TOTAL    PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(27)       VALUE SPACES.

       01 INV-DISCOUNT-LINE.
           05 FILLER               PIC X(8)        VALUE SPACES.
           05 IDL-BASIS            PIC X(9).
           05                      PIC X(12)       VALUE
                                   ' PRICE LIST '.
           05 IDL-LIST-PRICE       PIC $ZZ9.99.
           05                      PIC X(8)        VALUE '  SAVED '.
           05 IDL-DISCOUNT         PIC $ZZZ,ZZ9.99.
           05 FILLER               PIC X(25)       VALUE SPACES.

       01 INV-DISCOUNT-TOTAL-LINE.
           05 FILLER               PIC X(24)       VALUE SPACES.
           05                      PIC X(15)       VALUE
                                   'YOU SAVED:     '.
           05 IDT-DOC-DISCOUNT     PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(28)       VALUE SPACES.

       01 CRM-HEADING-ONE.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05                      PIC X(11)       VALUE 'ASHRALS LTD'.
           05 FILLER               PIC X(20)       VALUE SPACES.
           05                      PIC X(13)       VALUE
                                   'CREDIT MEMO: '.
           05 CMH-MEMO-NUMBER      PIC X(10).
           05 FILLER               PIC X(21)       VALUE SPACES.

       01 CRM-AGAINST-LINE.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05                      PIC X(24)       VALUE
                                   'CREDIT AGAINST INVOICE: '.
           05 CMA-ORIG-INVOICE     PIC X(10).
           05 FILLER               PIC X(41)       VALUE SPACES.

       01 CRM-ON-ACCOUNT-LINE.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05                      PIC X(34)       VALUE
                                   'CREDIT HELD ON ACCOUNT'.
           05 FILLER               PIC X(41)       VALUE SPACES.

       01 CRM-TOTAL-LINE.
           05 FILLER               PIC X(24)       VALUE SPACES.
           05                      PIC X(15)       VALUE
                                   'RETURN TOTAL:  '.
           05 CMT-RETURN-TOTAL     PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(27)       VALUE SPACES.

       01 CRM-CREDIT-LINE.
           05 FILLER               PIC X(30)       VALUE SPACES.
           05                      PIC X(14)       VALUE
                                   'TOTAL CREDIT: '.
           05 CMC-TOTAL-CREDIT     PIC $Z,ZZZ,ZZ9.99.
           05                      PIC X(3)        VALUE ' CR'.
           05 FILLER               PIC X(20)       VALUE SPACES.

       01 IVR-HEADING-ONE.
           05 FILLER               PIC X(27)       VALUE SPACES.
           05                      PIC X(27)       VALUE
           05 IVR-CUST-NAME        PIC X(25).
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 IVR-AMOUNT           PIC $Z,ZZZ,ZZ9.99.
           05 IVR-CREDIT-FLAG      PIC X(3)        VALUE SPACES.
           05 FILLER               PIC X(17)       VALUE SPACES.

       01 IVR-APPLY-HEADING-ONE.
           05 FILLER               PIC X(27)       VALUE SPACES.
           05                      PIC X(27)       VALUE
                                   'CREDIT MEMO APPLICATION'.
           05 FILLER               PIC X(26)       VALUE SPACES.

       01 IVR-APPLY-HEADING-TWO.
           05                      PIC X(10)       VALUE 'MEMO'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(5)        VALUE 'CUST'.
           05 FILLER               PIC X(9)        VALUE SPACES.
           05                      PIC X(6)        VALUE 'CREDIT'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(10)       VALUE 'AGAINST'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(6)        VALUE 'RESULT'.
           05 FILLER               PIC X(28)       VALUE SPACES.

       01 IVR-APPLY-LINE.
           05 IAP-MEMO-NUMBER      PIC X(10).
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 IAP-CUST-ID          PIC 9(5).
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 IAP-AMOUNT           PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 IAP-ORIG-INVOICE     PIC X(10).
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 IAP-RESULT           PIC X(30).
           05 FILLER               PIC X(4)        VALUE SPACES.

       01 RR-HEADING-ONE.
           05 FILLER               PIC X(26)       VALUE SPACES.
           05 FILLER               PIC X(1)        VALUE SPACES.
           05 CHD-CUST-NAME        PIC X(18).
           05 FILLER               PIC X(1)        VALUE SPACES.
           05 CHD-OPEN-BALANCE     PIC ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1)        VALUE SPACES.
           05 CHD-FEED-SALES       PIC ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 CHD-CREDIT-LIMIT     PIC ZZZ,ZZ9.99.
           05 ITL-TAX-AMOUNT       PIC $Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(23)       VALUE SPACES.

       01 INV-EXEMPT-LINE.
           05 FILLER               PIC X(30)       VALUE SPACES.
           05                      PIC X(17)       VALUE
                                   'EXEMPT - CERT NO '.
           05 IEX-CERT-NUMBER      PIC X(15).
           05 FILLER               PIC X(18)       VALUE SPACES.

       01 INV-DUE-LINE.
           05 FILLER               PIC X(30)       VALUE SPACES.
           05                      PIC X(14)       VALUE
                                   'TAXABLE SALES'.
           05 FILLER               PIC X(6)        VALUE SPACES.
           05                      PIC X(11)       VALUE 'TAX CHARGED'.
           05 FILLER               PIC X(8)        VALUE SPACES.
           05                      PIC X(12)       VALUE
                                   'EXEMPT SALES'.
           05 FILLER               PIC X(20)       VALUE SPACES.

       01 TXR-DETAIL-LINE.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 TXD-STATE-CODE       PIC XX.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 TXD-TAXABLE-SALES    PIC $ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 TXD-TAX-CHARGED      PIC $ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 TXD-EXEMPT-SALES     PIC $ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(19)       VALUE SPACES.

       01 TXR-NONE-LINE.
           05 FILLER               PIC X(5)        VALUE SPACES.

       01 INV-ADDRESS-LINE.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05 IAD-TEXT             PIC X(35).
           05 FILLER               PIC X(40)       VALUE SPACES.

       01 MAIL-HEADING-ONE.
           05 FILLER               PIC X(29)       VALUE SPACES.
           05                      PIC X(20)       VALUE
                   'INVOICE MAIL CONTROL'.
           05 FILLER               PIC X(31)       VALUE SPACES.

       01 MAIL-HEADING-TWO.
           05 FILLER               PIC X(10)       VALUE SPACES.
           05 MH2-MONTH            PIC 99.
           05                      PIC X           VALUE '/'.
           05 MH2-DAY              PIC 99.
           05                      PIC X           VALUE '/'.
           05 MH2-YEAR             PIC 9(2).
           05 FILLER               PIC X(54)       VALUE SPACES.
           05                      PIC XXX         VALUE 'TWJ'.
           05 FILLER               PIC X(7)        VALUE SPACES.

       01 TRAY-COLUMN-HEADING.
           05                      PIC X(6)        VALUE 'TRAY'.
           05                      PIC X(6)        VALUE 'ZIP'.
           05                      PIC X(8)        VALUE 'FIRST'.
           05                      PIC X(8)        VALUE 'LAST'.
           05                      PIC X(52)       VALUE 'PIECES'.

       01 TRAY-DETAIL-LINE.
           05 TDL-TRAY-NUMBER      PIC ZZ9.
           05 FILLER               PIC X(3)        VALUE SPACES.
           05 TDL-ZIP-3-DIGIT      PIC XXX.
           05 FILLER               PIC X(3)        VALUE SPACES.
           05 TDL-FIRST-ZIP        PIC X(5).
           05 FILLER               PIC X(3)        VALUE SPACES.
           05 TDL-LAST-ZIP         PIC X(5).
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 TDL-PIECES           PIC ZZ,ZZ9.
           05 FILLER               PIC X(47)       VALUE SPACES.

       01 EXCEPTION-HEADING.
           05                      PIC X(35)       VALUE
                   'ADDRESS EXCEPTIONS - DOCUMENTS HELD'.
           05 FILLER               PIC X(45)       VALUE SPACES.

       01 EXCEPTION-COLUMN-HEADING.
           05                      PIC X(7)        VALUE 'CUST'.
           05                      PIC X(27)       VALUE 'NAME'.
           05                      PIC X(12)       VALUE 'DOCUMENT'.
           05                      PIC X(34)       VALUE 'REASON HELD'.

       01 EXCEPTION-DETAIL-LINE.
           05 EDL-CUST-ID          PIC 9(5).
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 EDL-CUST-NAME        PIC X(25).
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 EDL-DOC-NUMBER       PIC X(10).
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 EDL-REASON-TEXT      PIC X(30).
           05 FILLER               PIC X(4)        VALUE SPACES.

       01 EXCEPTION-NONE-LINE.
           05                      PIC X(21)       VALUE
                   'NO ADDRESS EXCEPTIONS'.
           05 FILLER               PIC X(59)       VALUE SPACES.

       01 MAIL-TOTAL-LINE.
           05                      PIC X(7)        VALUE 'TRAYS: '.
           05 MTL-TRAY-COUNT       PIC ZZ9.
           05 FILLER               PIC X(3)        VALUE SPACES.
           05                      PIC X(15)       VALUE
                   'PIECES MAILED: '.
           05 MTL-MAILED-COUNT     PIC Z,ZZ9.
           05 FILLER               PIC X(3)        VALUE SPACES.
           05                      PIC X(16)       VALUE
                   'DOCUMENTS HELD: '.
           05 MTL-HELD-COUNT       PIC Z,ZZ9.
           05 FILLER               PIC X(23)       VALUE SPACES.

       01 PV-HEADING-ONE.
           05 FILLER               PIC X(27)       VALUE SPACES.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(10)       VALUE 'FEED PRICE'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(10)       VALUE 'EXPECTED'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(7)        VALUE 'VAR PCT'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(7)        VALUE 'AT RISK'.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05                      PIC X(5)        VALUE 'BASIS'.
           05 FILLER               PIC X(11)       VALUE SPACES.

       01 PV-DETAIL-LINE.
           05 PVD-CUST-ID          PIC 9(5).
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 PVD-FEED-PRICE       PIC ZZ9.99.
           05 FILLER               PIC X(6)        VALUE SPACES.
           05 PVD-EXPECTED-PRICE   PIC ZZ9.99.
           05 FILLER               PIC X(3)        VALUE SPACES.
           05 PVD-VARIANCE-PCT     PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 PVD-LINE-AT-RISK     PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 PVD-PRICE-BASIS      PIC X(9).
           05 FILLER               PIC X(8)        VALUE SPACES.

       01 PV-TOTAL-LINE.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05 PVT-REVENUE-AT-RISK  PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(18)       VALUE SPACES.

       01 XP-HEADING-ONE.
           05 FILLER               PIC X(24)       VALUE SPACES.
           05                      PIC X(32)       VALUE
                                   'PRICE AGREEMENTS EXPIRING'.
           05 FILLER               PIC X(24)       VALUE SPACES.

       01 XP-HEADING-TWO.
           05                      PIC X(5)        VALUE 'CUST'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(25)       VALUE
                                   'CUSTOMER NAME'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(4)        VALUE 'PROD'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(8)        VALUE 'CONTRACT'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(8)        VALUE 'EXPIRES'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(4)        VALUE 'DAYS'.
           05 FILLER               PIC X(16)       VALUE SPACES.

       01 XP-DETAIL-LINE.
           05 XPD-CUST-ID          PIC 9(5).
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 XPD-CUST-NAME        PIC X(25).
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 XPD-PROD-ID          PIC XXX.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05 XPD-CONTRACT-PRICE   PIC ZZ9.99.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 XPD-EXPIRY-MONTH     PIC XX.
           05                      PIC X           VALUE '/'.
           05 XPD-EXPIRY-DAY       PIC XX.
           05                      PIC X           VALUE '/'.
           05 XPD-EXPIRY-YEAR      PIC XX.
           05 FILLER               PIC X(3)        VALUE SPACES.
           05 XPD-DAYS-LEFT        PIC ZZ9.
           05 FILLER               PIC X(16)       VALUE SPACES.

       01 XP-NONE-LINE.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05                      PIC X(42)       VALUE
                   'NO AGREEMENTS EXPIRING IN THE NEXT 30 DAYS'.
           05 FILLER               PIC X(33)       VALUE SPACES.

       01 XP-TOTAL-LINE.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05                      PIC X(21)       VALUE
                                   'AGREEMENTS EXPIRING: '.
           05 XPT-EXPIRING-COUNT   PIC ZZ,ZZ9.
           05 FILLER               PIC X(48)       VALUE SPACES.

       PROCEDURE DIVISION.
       
       10-CONTROL-MODULE.
           PERFORM 50-PRINT-TOP-SELLERS
           PERFORM 60-PRINT-CUSTOMER-ALERTS
           PERFORM 62-PRINT-RETURNS-REGISTER
           PERFORM 63-PRINT-EXPIRING-AGREEMENTS
           PERFORM 65-SAVE-CURRENT-SALES
           PERFORM 70-SAVE-SALES-TOTAL-HISTORY
           PERFORM 71-SAVE-MONTH-HISTORY
           PERFORM 49-PRINT-TAX-REGISTER
           PERFORM 74-APPLY-CREDIT-MEMOS
           PERFORM 76-SORT-MAIL-SPOOL
           PERFORM 77-PRINT-MAIL-RUN
           PERFORM 84-WRITE-GL-BATCH
           PERFORM 100-WRAP-UP
           .


           OPEN INPUT SALES-FILE
               OUTPUT SALES-REPORT-FILE, PRODUCT-SUSPENSE-FILE,
                      MAIL-SPOOL-FILE, INVOICE-REGISTER-FILE,
                      CREDIT-HOLD-FILE, TAX-REGISTER-FILE,
                      PRICE-VARIANCE-FILE, AGREEMENT-EXPIRY-FILE

           PERFORM 13-LOAD-CUSTOMER-MASTER
           PERFORM 14-LOAD-PRIOR-SALES
           PERFORM 28-SET-PRICE-TOLERANCE
           PERFORM 26-LOAD-MONTH-HISTORY
           PERFORM 43-LOAD-ADDRESS-TABLE
           PERFORM 54-LOAD-TAX-EXEMPTIONS

      *    THE CREDIT CHECK READS THE OPEN-INVOICE FILE AND THE
      *    CLEAN FEED BEFORE A SINGLE INVOICE IS GENERATED, SO THE
           PERFORM 19-CHECK-CREDIT-LIMITS

           OPEN EXTEND OPEN-INVOICE-FILE
                       TAX-LIABILITY-FILE

           WRITE PRODUCT-SUSPENSE-RECORD FROM PS-HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE WS-DAY TO IVH-DAY
           MOVE WS-YEAR TO IVH-YEAR

           MOVE WS-MONTH TO MH2-MONTH
           MOVE WS-DAY TO MH2-DAY
           MOVE WS-YEAR TO MH2-YEAR

           PERFORM 21-LOAD-PRICE-AGREEMENTS
           PERFORM 22-LOAD-PROMOTIONS

           WRITE INVOICE-REGISTER-RECORD FROM IVR-HEADING-ONE
               AFTER ADVANCING PAGE


       18-LOAD-OPEN-BALANCES.
      *    SUMS WHAT EACH CUSTOMER ALREADY OWES ON THE OPEN-INVOICE
      *    FILE, BEFORE THIS RUN EXTENDS IT; AN OPEN CREDIT MEMO
      *    COUNTS AGAINST THE BALANCE
           OPEN INPUT OPEN-INVOICE-FILE

           MOVE 'N' TO CR-SCAN-EOF-SW
                               CONTINUE
                           WHEN OI-CUST-ID =
                                   CT-CUST-ID(CUSTOMER-TBL-INDEX)
                               IF OI-CREDIT-MEMO
                                   SUBTRACT OI-INVOICE-AMOUNT FROM
                                   CT-OPEN-BALANCE(CUSTOMER-TBL-INDEX)
                               ELSE
                                   ADD OI-INVOICE-AMOUNT TO
                                   CT-OPEN-BALANCE(CUSTOMER-TBL-INDEX)
                               END-IF
                       END-SEARCH
               END-READ
           END-PERFORM
               PERFORM 34-WRITE-SUSPENSE-LINE
           ELSE

           PERFORM 58-SET-EXPECTED-PRICE
           PERFORM 29-CHECK-PRICE-VARIANCE

           IF OLD-CUST-NAME = 'FIRST'
               MOVE TEMP-SALES TO IL-EXT-VALUE(IL-NUM-LINES)
               MOVE DL-TRANS-TYPE-FLAG TO
                       IL-RETURN-FLAG(IL-NUM-LINES)
               MOVE SR-ORIG-INVOICE TO IL-ORIG-INVOICE(IL-NUM-LINES)
               MOVE HF-LIST-PRICE TO IL-LIST-PRICE(IL-NUM-LINES)
               MOVE HF-PRICE-BASIS TO IL-PRICE-BASIS(IL-NUM-LINES)
           END-IF
           .

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

           END-IF
           .

       21-LOAD-PRICE-AGREEMENTS.
      *    NO AGREEMENT FILE YET JUST MEANS EVERY LINE PRICES OFF
      *    PROMOTIONS AND LIST
           STRING '20' WS-DATE DELIMITED BY SIZE
               INTO HF-TODAY-CCYYMMDD
           END-STRING

           OPEN INPUT PRICE-AGREEMENT-FILE

           IF AGREEMENTS-FOUND
               MOVE 'N' TO PRICE-LOAD-EOF-SW
               PERFORM UNTIL PRICE-LOAD-DONE
                   READ PRICE-AGREEMENT-FILE
                       AT END
                           SET PRICE-LOAD-DONE TO TRUE
                       NOT AT END
                           IF AG-NUM-AGREEMENTS < 1000
                               ADD 1 TO AG-NUM-AGREEMENTS
                               MOVE PRICE-AGREEMENT-RECORD TO
                                   AGREEMENT-TBL-LINE(AG-NUM-AGREEMENTS)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE PRICE-AGREEMENT-FILE
           END-IF
           .

       22-LOAD-PROMOTIONS.
      *    A PROMOTION THAT HASN'T STARTED OR HAS ENDED NEVER MAKES
      *    THE TABLE
           OPEN INPUT PROMOTION-FILE

           IF PROMOTIONS-FOUND
               MOVE 'N' TO PRICE-LOAD-EOF-SW
               PERFORM UNTIL PRICE-LOAD-DONE
                   READ PROMOTION-FILE
                       AT END
                           SET PRICE-LOAD-DONE TO TRUE
                       NOT AT END
                           IF PO-START-DATE <= WS-DATE AND
                                   PO-END-DATE >= WS-DATE AND
                                   PO-PERCENT-OFF IS NUMERIC AND
                                   PMO-NUM-PROMOTIONS < 200
                               ADD 1 TO PMO-NUM-PROMOTIONS
                               MOVE PO-SCOPE TO
                                   PMO-SCOPE(PMO-NUM-PROMOTIONS)
                               MOVE PO-CODE TO
                                   PMO-CODE(PMO-NUM-PROMOTIONS)
                               MOVE PO-PERCENT-OFF TO
                                   PMO-PERCENT-OFF(PMO-NUM-PROMOTIONS)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE PROMOTION-FILE
           END-IF
           .

       28-SET-PRICE-TOLERANCE.
      *    THE TOLERANCE COMES FROM THE ENVIRONMENT SO A BATCH RUN
      *    NEVER STOPS AT A PROMPT; UNSET, IT DEFAULTS TO 10 PERCENT
           .

       29-CHECK-PRICE-VARIANCE.
      *    A FEED LINE PRICED OUTSIDE THE TOLERANCE AROUND WHAT THE
      *    CUSTOMER SHOULD PAY -- CONTRACT, PROMOTION, OR LIST --
      *    GOES ON THE AUDIT WITH THE REVENUE EXPOSED.  A PRODUCT
      *    WITH NO PRICE TO EXPECT CANNOT BE AUDITED AND IS LEFT
      *    ALONE
           IF HF-EXPECTED-PRICE > 0 AND SR-COST-PER-ITEM IS NUMERIC
                   AND SR-QTY-SOLD IS NUMERIC
               COMPUTE PV-VARIANCE-PCT ROUNDED =
                   (SR-COST-PER-ITEM - HF-EXPECTED-PRICE)
                   / HF-EXPECTED-PRICE * 100

               IF PV-VARIANCE-PCT < 0
                   COMPUTE PV-VARIANCE-PCT = 0 - PV-VARIANCE-PCT

                   COMPUTE PV-LINE-AT-RISK =
                       SR-QTY-SOLD *
                       FUNCTION ABS(SR-COST-PER-ITEM -
                                    HF-EXPECTED-PRICE)
                   ADD PV-LINE-AT-RISK TO PV-REVENUE-AT-RISK

                   MOVE SR-CUST-ID TO PVD-CUST-ID
                   MOVE SR-PROD-ID TO PVD-PROD-ID
                   MOVE SR-QTY-SOLD TO PVD-QTY
                   MOVE SR-COST-PER-ITEM TO PVD-FEED-PRICE
                   MOVE HF-EXPECTED-PRICE TO PVD-EXPECTED-PRICE

                   EVALUATE HF-PRICE-BASIS
                       WHEN 'C'
                           MOVE 'CONTRACT' TO PVD-PRICE-BASIS
                       WHEN 'P'
                           MOVE 'PROMOTION' TO PVD-PRICE-BASIS
                       WHEN OTHER
                           MOVE 'LIST' TO PVD-PRICE-BASIS
                   END-EVALUATE
                   MOVE PV-VARIANCE-PCT TO PVD-VARIANCE-PCT
                   MOVE PV-LINE-AT-RISK TO PVD-LINE-AT-RISK

           END-IF
           .

       58-SET-EXPECTED-PRICE.
      *    THE CUSTOMER'S OWN CONTRACT PRICE COMES FIRST, THEN THE
      *    DEEPEST PROMOTION RUNNING ON THE PRODUCT OR ITS CATEGORY,
      *    AND ONLY THEN THE LIST PRICE
           MOVE HF-LIST-PRICE TO HF-EXPECTED-PRICE
           MOVE 'L' TO HF-PRICE-BASIS
           MOVE ZEROES TO HF-PROMO-PCT

           SET AGREEMENT-TBL-INDEX TO 1
           SEARCH AGREEMENT-TBL-LINE
               AT END
                   CONTINUE
               WHEN SR-CUST-ID = AG-CUST-ID(AGREEMENT-TBL-INDEX)
                   AND SR-PROD-ID = AG-PROD-ID(AGREEMENT-TBL-INDEX)
                   AND AG-EFFECTIVE-DATE(AGREEMENT-TBL-INDEX) <=
                           WS-DATE
                   AND AG-EXPIRY-DATE(AGREEMENT-TBL-INDEX) >= WS-DATE
                   MOVE AG-CONTRACT-PRICE(AGREEMENT-TBL-INDEX) TO
                           HF-EXPECTED-PRICE
                   MOVE 'C' TO HF-PRICE-BASIS
           END-SEARCH

           IF HF-PRICE-BASIS = 'L'
               PERFORM VARYING PROMOTION-TBL-INDEX FROM 1 BY 1
                   UNTIL PROMOTION-TBL-INDEX > PMO-NUM-PROMOTIONS

                   IF ((PMO-SCOPE(PROMOTION-TBL-INDEX) = 'P' AND
                           PMO-CODE(PROMOTION-TBL-INDEX) = SR-PROD-ID)
                       OR (PMO-SCOPE(PROMOTION-TBL-INDEX) = 'C' AND
                           PMO-CODE(PROMOTION-TBL-INDEX) = HF-CATEGORY))
                       AND PMO-PERCENT-OFF(PROMOTION-TBL-INDEX) >
                           HF-PROMO-PCT
                       MOVE PMO-PERCENT-OFF(PROMOTION-TBL-INDEX) TO
                               HF-PROMO-PCT
                   END-IF
               END-PERFORM

               IF HF-PROMO-PCT > 0
                   COMPUTE HF-EXPECTED-PRICE ROUNDED =
                       HF-LIST-PRICE * (100 - HF-PROMO-PCT) / 100
                   MOVE 'P' TO HF-PRICE-BASIS
               END-IF
           END-IF
           .

       34-WRITE-SUSPENSE-LINE.
           ADD 1 TO PS-SUSPENSE-COUNT

           .

       45-GENERATE-INVOICE.
      *    THE SALE LINES ARE BILLED ON ONE INVOICE; EACH RETURN
      *    LINE IS CUT AS ITS OWN NUMBERED CREDIT MEMO, SO THE
      *    RETURN COMES OFF WHAT THE CUSTOMER OWES INSTEAD OF JUST
      *    OFF THE REPORT TOTALS
           IF IL-NUM-LINES > 0
               MOVE ZEROES TO HF-DOC-SALES
               MOVE ZEROES TO HF-SALE-LINE-COUNT
               PERFORM VARYING INVOICE-LINE-INDEX FROM 1 BY 1
                   UNTIL INVOICE-LINE-INDEX > IL-NUM-LINES

                   IF IL-RETURN-FLAG(INVOICE-LINE-INDEX) NOT = 'R'
                       ADD 1 TO HF-SALE-LINE-COUNT
                       ADD IL-EXT-VALUE(INVOICE-LINE-INDEX) TO
                               HF-DOC-SALES
                   END-IF
               END-PERFORM

      *        BILL-TO NAME COMES FROM THE CUSTOMER MASTER; THE
      *        NAME CARRIED ON THE SALES LINES COVERS A CUSTOMER
                               HF-INV-STATE-CODE
               END-SEARCH

               IF HF-SALE-LINE-COUNT > 0
                   PERFORM 41-PRINT-SALES-INVOICE
               END-IF

               PERFORM VARYING INVOICE-LINE-INDEX FROM 1 BY 1
                   UNTIL INVOICE-LINE-INDEX > IL-NUM-LINES

                   IF IL-RETURN-FLAG(INVOICE-LINE-INDEX) = 'R'
                       PERFORM 47-GENERATE-CREDIT-MEMO
                   END-IF
               END-PERFORM

               MOVE ZEROES TO IL-NUM-LINES
           END-IF
           .

       41-PRINT-SALES-INVOICE.
           ADD 1 TO HF-INVOICE-SEQ

           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO OI-INVOICE-DATE
           END-STRING
           MOVE HF-INVOICE-SEQ TO OI-INVOICE-SEQ
           MOVE OI-INVOICE-NUMBER TO IVH-INVOICE-NUMBER
           PERFORM 66-START-MAIL-DOCUMENT

           MOVE INV-HEADING-ONE TO ML-TEXT
           MOVE 0 TO ML-ADVANCE
           PERFORM 67-SPOOL-INVOICE-LINE

           MOVE INV-HEADING-TWO TO ML-TEXT
           MOVE 2 TO ML-ADVANCE
           PERFORM 67-SPOOL-INVOICE-LINE

           PERFORM 44-PRINT-INVOICE-ADDRESS

           MOVE INV-COLUMN-HEADING TO ML-TEXT
           MOVE 2 TO ML-ADVANCE
           PERFORM 67-SPOOL-INVOICE-LINE

           MOVE ZEROES TO HF-DOC-DISCOUNT
           PERFORM VARYING INVOICE-LINE-INDEX FROM 1 BY 1
               UNTIL INVOICE-LINE-INDEX > IL-NUM-LINES

               IF IL-RETURN-FLAG(INVOICE-LINE-INDEX) NOT = 'R'
                   PERFORM 39-WRITE-INVOICE-DETAIL
               END-IF
           END-PERFORM

           MOVE HF-DOC-SALES TO IVT-INVOICE-TOTAL
           MOVE INV-TOTAL-LINE TO ML-TEXT
           MOVE 2 TO ML-ADVANCE
           PERFORM 67-SPOOL-INVOICE-LINE

           IF HF-DOC-DISCOUNT > 0
               MOVE HF-DOC-DISCOUNT TO IDT-DOC-DISCOUNT
               MOVE INV-DISCOUNT-TOTAL-LINE TO ML-TEXT
               MOVE 1 TO ML-ADVANCE
               PERFORM 67-SPOOL-INVOICE-LINE
           END-IF

           PERFORM 46-COMPUTE-INVOICE-TAX

           MOVE HF-INV-STATE-CODE TO ITL-STATE-CODE
           MOVE HF-TAX-AMOUNT TO ITL-TAX-AMOUNT
           MOVE INV-TAX-LINE TO ML-TEXT
           MOVE 1 TO ML-ADVANCE
           PERFORM 67-SPOOL-INVOICE-LINE

           IF HF-CERT-CURRENT
               MOVE HF-CERT-NUMBER TO IEX-CERT-NUMBER
               MOVE INV-EXEMPT-LINE TO ML-TEXT
               MOVE 1 TO ML-ADVANCE
               PERFORM 67-SPOOL-INVOICE-LINE
           END-IF

           MOVE HF-INVOICE-TOTAL TO IDU-TOTAL-DUE
           MOVE INV-DUE-LINE TO ML-TEXT
           MOVE 1 TO ML-ADVANCE
           PERFORM 67-SPOOL-INVOICE-LINE

           MOVE OI-INVOICE-NUMBER TO IVR-INVOICE-NUMBER
           MOVE HF-INV-CUST-ID TO IVR-CUST-ID
           MOVE IVH-CUST-NAME TO IVR-CUST-NAME
           MOVE HF-INVOICE-TOTAL TO IVR-AMOUNT
           MOVE SPACES TO IVR-CREDIT-FLAG

           MOVE IVR-DETAIL-LINE TO INVOICE-REGISTER-RECORD
           WRITE INVOICE-REGISTER-RECORD
               AFTER ADVANCING 1 LINES

           MOVE HF-INV-CUST-ID TO OI-CUST-ID
           MOVE HF-INVOICE-TOTAL TO OI-INVOICE-AMOUNT
           MOVE SPACES TO OPEN-INVOICE-RECORD(25:6)
           WRITE OPEN-INVOICE-RECORD
           .

       39-WRITE-INVOICE-DETAIL.
           MOVE IL-PROD-ID(INVOICE-LINE-INDEX) TO IVD-PROD-ID
           MOVE IL-PROD-NAME(INVOICE-LINE-INDEX) TO IVD-PROD-NAME
           MOVE IL-QTY(INVOICE-LINE-INDEX) TO IVD-QTY
           MOVE IL-UNIT-COST(INVOICE-LINE-INDEX) TO IVD-UNIT-COST
           MOVE IL-EXT-VALUE(INVOICE-LINE-INDEX) TO IVD-EXT-VALUE
           MOVE IL-RETURN-FLAG(INVOICE-LINE-INDEX) TO IVD-RETURN-FLAG

           MOVE INV-DETAIL-LINE TO ML-TEXT
           MOVE 1 TO ML-ADVANCE
           PERFORM 67-SPOOL-INVOICE-LINE

      *    A CONTRACT OR PROMOTION LINE BILLED UNDER LIST SHOWS THE
      *    CUSTOMER WHAT THE DEAL SAVED THEM
           IF IL-RETURN-FLAG(INVOICE-LINE-INDEX) NOT = 'R' AND
                   IL-PRICE-BASIS(INVOICE-LINE-INDEX) NOT = 'L' AND
                   IL-UNIT-COST(INVOICE-LINE-INDEX) <
                           IL-LIST-PRICE(INVOICE-LINE-INDEX)
               COMPUTE HF-LINE-DISCOUNT =
                   IL-QTY(INVOICE-LINE-INDEX) *
                   (IL-LIST-PRICE(INVOICE-LINE-INDEX) -
                    IL-UNIT-COST(INVOICE-LINE-INDEX))
               ADD HF-LINE-DISCOUNT TO HF-DOC-DISCOUNT

               IF IL-PRICE-BASIS(INVOICE-LINE-INDEX) = 'C'
                   MOVE 'CONTRACT' TO IDL-BASIS
               ELSE
                   MOVE 'PROMOTION' TO IDL-BASIS
               END-IF
               MOVE IL-LIST-PRICE(INVOICE-LINE-INDEX) TO
                       IDL-LIST-PRICE
               MOVE HF-LINE-DISCOUNT TO IDL-DISCOUNT

               MOVE INV-DISCOUNT-LINE TO ML-TEXT
               MOVE 1 TO ML-ADVANCE
               PERFORM 67-SPOOL-INVOICE-LINE
           END-IF
           .

       47-GENERATE-CREDIT-MEMO.
      *    A CREDIT MEMO TAKES THE NEXT NUMBER IN THE SAME DAILY
      *    SERIES AS THE INVOICES AND REFUNDS THE TAX CHARGED ON THE
      *    GOODS; IT GOES ON THE REGISTER AS A CREDIT AND IS HELD
      *    FOR THE OPEN-INVOICE POSTING AT END OF RUN
           ADD 1 TO HF-INVOICE-SEQ

           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO OI-INVOICE-DATE
           END-STRING
           MOVE HF-INVOICE-SEQ TO OI-INVOICE-SEQ
           MOVE OI-INVOICE-NUMBER TO CMH-MEMO-NUMBER
           PERFORM 66-START-MAIL-DOCUMENT

           MOVE CRM-HEADING-ONE TO ML-TEXT
           MOVE 0 TO ML-ADVANCE
           PERFORM 67-SPOOL-INVOICE-LINE

           MOVE INV-HEADING-TWO TO ML-TEXT
           MOVE 2 TO ML-ADVANCE
           PERFORM 67-SPOOL-INVOICE-LINE

           PERFORM 44-PRINT-INVOICE-ADDRESS

           IF IL-ORIG-INVOICE(INVOICE-LINE-INDEX) = SPACES
               MOVE CRM-ON-ACCOUNT-LINE TO ML-TEXT
           ELSE
               MOVE IL-ORIG-INVOICE(INVOICE-LINE-INDEX) TO
                       CMA-ORIG-INVOICE
               MOVE CRM-AGAINST-LINE TO ML-TEXT
           END-IF
           MOVE 1 TO ML-ADVANCE
           PERFORM 67-SPOOL-INVOICE-LINE

           MOVE INV-COLUMN-HEADING TO ML-TEXT
           MOVE 2 TO ML-ADVANCE
           PERFORM 67-SPOOL-INVOICE-LINE

           PERFORM 39-WRITE-INVOICE-DETAIL

           COMPUTE HF-DOC-SALES = 0 - IL-EXT-VALUE(INVOICE-LINE-INDEX)

           MOVE HF-DOC-SALES TO CMT-RETURN-TOTAL
           MOVE CRM-TOTAL-LINE TO ML-TEXT
           MOVE 2 TO ML-ADVANCE
           PERFORM 67-SPOOL-INVOICE-LINE

           PERFORM 46-COMPUTE-INVOICE-TAX

           MOVE HF-INV-STATE-CODE TO ITL-STATE-CODE
           MOVE HF-TAX-AMOUNT TO ITL-TAX-AMOUNT
           MOVE INV-TAX-LINE TO ML-TEXT
           MOVE 1 TO ML-ADVANCE
           PERFORM 67-SPOOL-INVOICE-LINE

           IF HF-CERT-CURRENT
               MOVE HF-CERT-NUMBER TO IEX-CERT-NUMBER
               MOVE INV-EXEMPT-LINE TO ML-TEXT
               MOVE 1 TO ML-ADVANCE
               PERFORM 67-SPOOL-INVOICE-LINE
           END-IF

           MOVE HF-INVOICE-TOTAL TO CMC-TOTAL-CREDIT
           MOVE CRM-CREDIT-LINE TO ML-TEXT
           MOVE 1 TO ML-ADVANCE
           PERFORM 67-SPOOL-INVOICE-LINE

           MOVE OI-INVOICE-NUMBER TO IVR-INVOICE-NUMBER
           MOVE HF-INV-CUST-ID TO IVR-CUST-ID
           MOVE IVH-CUST-NAME TO IVR-CUST-NAME
           MOVE HF-INVOICE-TOTAL TO IVR-AMOUNT
           MOVE ' CR' TO IVR-CREDIT-FLAG

           MOVE IVR-DETAIL-LINE TO INVOICE-REGISTER-RECORD
           WRITE INVOICE-REGISTER-RECORD
               AFTER ADVANCING 1 LINES

           IF MT-NUM-MEMOS < 200
               ADD 1 TO MT-NUM-MEMOS
               MOVE OI-INVOICE-NUMBER TO MT-MEMO-NUMBER(MT-NUM-MEMOS)
               MOVE HF-INV-CUST-ID TO MT-CUST-ID(MT-NUM-MEMOS)
               COMPUTE MT-AMOUNT(MT-NUM-MEMOS) =
                       0 - HF-INVOICE-TOTAL
               MOVE IL-ORIG-INVOICE(INVOICE-LINE-INDEX) TO
                       MT-ORIG-INVOICE(MT-NUM-MEMOS)
           END-IF
           .


               WHEN HF-INV-CUST-ID = AD-CUST-ID(ADDRESS-TBL-INDEX)
                   MOVE 'BILL TO:' TO IAL-LABEL
                   MOVE INV-ADDRESS-LABEL-LINE TO ML-TEXT
                   MOVE 2 TO ML-ADVANCE
                   PERFORM 67-SPOOL-INVOICE-LINE

                   MOVE AD-BILL-LINE-1(ADDRESS-TBL-INDEX) TO
                           IAD-TEXT
                   MOVE AD-BILL-LINE-3(ADDRESS-TBL-INDEX) TO
                           IAD-TEXT
                   PERFORM 42-WRITE-ADDRESS-TEXT
                   IF AD-ZIP-CODE(ADDRESS-TBL-INDEX) NOT = SPACES
                       PERFORM 68-FORMAT-CITY-LINE
                       MOVE HF-CITY-LINE TO IAD-TEXT
                       PERFORM 42-WRITE-ADDRESS-TEXT
                   END-IF

                   IF AD-SHIP-LINE-1(ADDRESS-TBL-INDEX) NOT = SPACES
                       MOVE 'SHIP TO:' TO IAL-LABEL
                       MOVE INV-ADDRESS-LABEL-LINE TO ML-TEXT
                       MOVE 1 TO ML-ADVANCE
                       PERFORM 67-SPOOL-INVOICE-LINE

                       MOVE AD-SHIP-LINE-1(ADDRESS-TBL-INDEX) TO
                               IAD-TEXT

       42-WRITE-ADDRESS-TEXT.
           IF IAD-TEXT NOT = SPACES
               MOVE INV-ADDRESS-LINE TO ML-TEXT
               MOVE 1 TO ML-ADVANCE
               PERFORM 67-SPOOL-INVOICE-LINE
           END-IF
           .

                           HF-TAX-RATE
           END-SEARCH

      *    A CUSTOMER WITH A CURRENT EXEMPTION CERTIFICATE PAYS NO
      *    TAX.  ONE WHOSE CERTIFICATE HAS RUN OUT IS TAXED AS USUAL
      *    AND FLAGGED FOR THE MONTHLY RETURN, SO SALES CAN GET A
      *    RENEWED CERTIFICATE ON FILE
           MOVE SPACES TO HF-CERT-NUMBER
           MOVE SPACE TO HF-CERT-STATUS

           SET EXEMPT-TBL-INDEX TO 1
           SEARCH EXEMPT-TBL-LINE
               AT END
                   CONTINUE

               WHEN HF-INV-CUST-ID = EX-CUST-ID(EXEMPT-TBL-INDEX)
                   MOVE EX-CERT-NUMBER(EXEMPT-TBL-INDEX) TO
                           HF-CERT-NUMBER
                   IF EX-EXPIRY-DATE(EXEMPT-TBL-INDEX) >= WS-DATE
                       MOVE 'E' TO HF-CERT-STATUS
                   ELSE
                       MOVE 'X' TO HF-CERT-STATUS
                   END-IF
           END-SEARCH

           IF HF-CERT-CURRENT
               MOVE ZEROES TO HF-TAXABLE-AMOUNT
               MOVE HF-DOC-SALES TO HF-EXEMPT-AMOUNT
           ELSE
               MOVE HF-DOC-SALES TO HF-TAXABLE-AMOUNT
               MOVE ZEROES TO HF-EXEMPT-AMOUNT
           END-IF

           COMPUTE HF-TAX-AMOUNT ROUNDED =
                   HF-TAXABLE-AMOUNT * HF-TAX-RATE

           COMPUTE HF-INVOICE-TOTAL =
                   HF-DOC-SALES + HF-TAX-AMOUNT

      *    A CREDIT MEMO CARRIES NEGATIVE AMOUNTS, SO SUBTRACTING
      *    THEM BUILDS ITS TOTALS POSITIVE
           IF HF-DOC-SALES < 0
               SUBTRACT HF-INVOICE-TOTAL FROM GT-MEMO-AR
               SUBTRACT HF-DOC-SALES FROM GT-MEMO-RETURNS
               SUBTRACT HF-TAX-AMOUNT FROM GT-MEMO-TAX
           ELSE
               ADD HF-INVOICE-TOTAL TO GT-INVOICE-AR
               ADD HF-DOC-SALES TO GT-INVOICE-SALES
               ADD HF-TAX-AMOUNT TO GT-INVOICE-TAX
           END-IF

           PERFORM 48-POST-TAX-REGISTER
           PERFORM 53-WRITE-TAX-LIABILITY
           .

       48-POST-TAX-REGISTER.
                   ADD 1 TO TG-NUM-STATES
                   MOVE HF-INV-STATE-CODE TO
                           TG-STATE-CODE(TG-NUM-STATES)
                   MOVE HF-TAXABLE-AMOUNT TO
                           TG-TAXABLE-SALES(TG-NUM-STATES)
                   MOVE HF-TAX-AMOUNT TO
                           TG-TAX-CHARGED(TG-NUM-STATES)
                   MOVE HF-EXEMPT-AMOUNT TO
                           TG-EXEMPT-SALES(TG-NUM-STATES)

               WHEN HF-INV-STATE-CODE =
                           TG-STATE-CODE(TAX-REG-TBL-INDEX)
                   ADD HF-TAXABLE-AMOUNT TO
                           TG-TAXABLE-SALES(TAX-REG-TBL-INDEX)
                   ADD HF-TAX-AMOUNT TO
                           TG-TAX-CHARGED(TAX-REG-TBL-INDEX)
                   ADD HF-EXEMPT-AMOUNT TO
                           TG-EXEMPT-SALES(TAX-REG-TBL-INDEX)
           END-SEARCH
           .

       53-WRITE-TAX-LIABILITY.
      *    THE DOCUMENT NUMBER IS STILL IN THE OPEN-INVOICE RECORD
      *    FROM THE INVOICE OR MEMO BEING CUT
           MOVE HF-INV-STATE-CODE TO TL-STATE-CODE
           MOVE OI-INVOICE-NUMBER TO TL-INVOICE-NUMBER
           MOVE HF-INV-CUST-ID TO TL-CUST-ID

           IF HF-DOC-SALES < 0
               MOVE 'C' TO TL-DOC-TYPE
               COMPUTE TL-TAXABLE-AMOUNT = 0 - HF-TAXABLE-AMOUNT
               COMPUTE TL-EXEMPT-AMOUNT = 0 - HF-EXEMPT-AMOUNT
               COMPUTE TL-TAX-AMOUNT = 0 - HF-TAX-AMOUNT
           ELSE
               MOVE SPACE TO TL-DOC-TYPE
               MOVE HF-TAXABLE-AMOUNT TO TL-TAXABLE-AMOUNT
               MOVE HF-EXEMPT-AMOUNT TO TL-EXEMPT-AMOUNT
               MOVE HF-TAX-AMOUNT TO TL-TAX-AMOUNT
           END-IF

           MOVE HF-CERT-NUMBER TO TL-CERT-NUMBER
           MOVE HF-CERT-STATUS TO TL-CERT-STATUS

           WRITE TAX-LIABILITY-RECORD
           .

       54-LOAD-TAX-EXEMPTIONS.
      *    NO EXEMPTION FILE YET JUST MEANS EVERY CUSTOMER IS TAXED
           OPEN INPUT TAX-EXEMPTION-FILE

           IF EXEMPTIONS-FOUND
               PERFORM UNTIL EXEMPT-LOAD-DONE
                   READ TAX-EXEMPTION-FILE
                       AT END
                           SET EXEMPT-LOAD-DONE TO TRUE
                       NOT AT END
                           IF EX-NUM-CERTS < 500
                               ADD 1 TO EX-NUM-CERTS
                               MOVE TAX-EXEMPTION-RECORD TO
                                   EXEMPT-TBL-LINE(EX-NUM-CERTS)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE TAX-EXEMPTION-FILE
           END-IF
           .

       49-PRINT-TAX-REGISTER.
           WRITE TAX-REGISTER-RECORD FROM TXR-HEADING-ONE
               AFTER ADVANCING PAGE
                       TXD-TAXABLE-SALES
               MOVE TG-TAX-CHARGED(TAX-REG-TBL-INDEX) TO
                       TXD-TAX-CHARGED
               MOVE TG-EXEMPT-SALES(TAX-REG-TBL-INDEX) TO
                       TXD-EXEMPT-SALES

               MOVE TXR-DETAIL-LINE TO TAX-REGISTER-RECORD
               WRITE TAX-REGISTER-RECORD
           CLOSE RETURNS-REGISTER-FILE
           .

       63-PRINT-EXPIRING-AGREEMENTS.
      *    EVERY AGREEMENT STILL IN FORCE THAT RUNS OUT WITHIN 30
      *    DAYS, SO SALES CAN RENEW IT IN TIME
           WRITE AGREEMENT-EXPIRY-RECORD FROM XP-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE XP-HEADING-TWO TO AGREEMENT-EXPIRY-RECORD
           WRITE AGREEMENT-EXPIRY-RECORD
               AFTER ADVANCING 2 LINES

           PERFORM VARYING AGREEMENT-TBL-INDEX FROM 1 BY 1
               UNTIL AGREEMENT-TBL-INDEX > AG-NUM-AGREEMENTS

               IF AG-EXPIRY-DATE(AGREEMENT-TBL-INDEX) IS NUMERIC AND
                       AG-EXPIRY-DATE(AGREEMENT-TBL-INDEX) >= WS-DATE
                   PERFORM 64-WRITE-EXPIRY-LINE
               END-IF
           END-PERFORM

           IF XP-EXPIRING-COUNT = 0
               MOVE XP-NONE-LINE TO AGREEMENT-EXPIRY-RECORD
           ELSE
               MOVE XP-EXPIRING-COUNT TO XPT-EXPIRING-COUNT
               MOVE XP-TOTAL-LINE TO AGREEMENT-EXPIRY-RECORD
           END-IF

           WRITE AGREEMENT-EXPIRY-RECORD
               AFTER ADVANCING 2 LINES
           .

       64-WRITE-EXPIRY-LINE.
           STRING '20' AG-EXPIRY-DATE(AGREEMENT-TBL-INDEX)
                   DELIMITED BY SIZE
               INTO HF-EXPIRY-CCYYMMDD
           END-STRING

           COMPUTE HF-DAYS-TO-EXPIRY =
               FUNCTION INTEGER-OF-DATE(HF-EXPIRY-CCYYMMDD)
               - FUNCTION INTEGER-OF-DATE(HF-TODAY-CCYYMMDD)

           IF HF-DAYS-TO-EXPIRY <= 30
               ADD 1 TO XP-EXPIRING-COUNT

               MOVE AG-CUST-ID(AGREEMENT-TBL-INDEX) TO XPD-CUST-ID
               MOVE SPACES TO XPD-CUST-NAME
               SET CUSTOMER-TBL-INDEX TO 1
               SEARCH CUSTOMER-TBL-LINE
                   AT END
                       CONTINUE
                   WHEN AG-CUST-ID(AGREEMENT-TBL-INDEX) =
                               CT-CUST-ID(CUSTOMER-TBL-INDEX)
                       MOVE CT-CUST-NAME(CUSTOMER-TBL-INDEX) TO
                               XPD-CUST-NAME
               END-SEARCH

               MOVE AG-PROD-ID(AGREEMENT-TBL-INDEX) TO XPD-PROD-ID
               MOVE AG-CONTRACT-PRICE(AGREEMENT-TBL-INDEX) TO
                       XPD-CONTRACT-PRICE
               MOVE AG-EXPIRY-DATE(AGREEMENT-TBL-INDEX)(1:2) TO
                       XPD-EXPIRY-YEAR
               MOVE AG-EXPIRY-DATE(AGREEMENT-TBL-INDEX)(3:2) TO
                       XPD-EXPIRY-MONTH
               MOVE AG-EXPIRY-DATE(AGREEMENT-TBL-INDEX)(5:2) TO
                       XPD-EXPIRY-DAY
               MOVE HF-DAYS-TO-EXPIRY TO XPD-DAYS-LEFT

               MOVE XP-DETAIL-LINE TO AGREEMENT-EXPIRY-RECORD
               WRITE AGREEMENT-EXPIRY-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF
           .

       65-SAVE-CURRENT-SALES.
      *    OVERWRITES THE PRIOR-SALES FILE WITH THIS RUN'S CUSTOMER
      *    TOTALS SO THE NEXT RUN CAN DETECT A SALES DECLINE
           END-IF
           .

       74-APPLY-CREDIT-MEMOS.
      *    THIS RUN'S CREDIT MEMOS COME OFF THE INVOICES THEY NAME.
      *    A MEMO WHOSE INVOICE ISN'T OPEN, OR WITH MORE CREDIT THAN
      *    THE INVOICE HAS LEFT, STAYS ON THE FILE AS AN OPEN CREDIT
      *    FOR THE CUSTOMER.  THE RESULT OF EACH IS LISTED UNDER THE
      *    INVOICE REGISTER
           CLOSE OPEN-INVOICE-FILE

           IF MT-NUM-MEMOS > 0
               OPEN INPUT OPEN-INVOICE-FILE

               MOVE 'N' TO CR-SCAN-EOF-SW
               PERFORM UNTIL CR-SCAN-DONE
                   READ OPEN-INVOICE-FILE
                       AT END
                           SET CR-SCAN-DONE TO TRUE
                       NOT AT END
                           IF OT-NUM-ITEMS < 1000
                               ADD 1 TO OT-NUM-ITEMS
                               MOVE 'N' TO OT-DROP-SW(OT-NUM-ITEMS)
                               MOVE OI-INVOICE-NUMBER TO
                                   OT-INVOICE-NUMBER(OT-NUM-ITEMS)
                               MOVE OI-CUST-ID TO
                                   OT-CUST-ID(OT-NUM-ITEMS)
                               MOVE OI-INVOICE-AMOUNT TO
                                   OT-AMOUNT(OT-NUM-ITEMS)
                               MOVE OI-DOC-TYPE TO
                                   OT-DOC-TYPE(OT-NUM-ITEMS)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE OPEN-INVOICE-FILE

               WRITE INVOICE-REGISTER-RECORD FROM IVR-APPLY-HEADING-ONE
                   AFTER ADVANCING 3 LINES

               MOVE IVR-APPLY-HEADING-TWO TO INVOICE-REGISTER-RECORD
               WRITE INVOICE-REGISTER-RECORD
                   AFTER ADVANCING 2 LINES

               PERFORM VARYING MT-SUB FROM 1 BY 1
                   UNTIL MT-SUB > MT-NUM-MEMOS
                   PERFORM 75-APPLY-ONE-MEMO
               END-PERFORM

               OPEN OUTPUT OPEN-INVOICE-FILE

               PERFORM VARYING OPEN-ITEM-TBL-INDEX FROM 1 BY 1
                   UNTIL OPEN-ITEM-TBL-INDEX > OT-NUM-ITEMS

                   IF NOT OT-DROPPED(OPEN-ITEM-TBL-INDEX)
                       MOVE SPACES TO OPEN-INVOICE-RECORD
                       MOVE OT-INVOICE-NUMBER(OPEN-ITEM-TBL-INDEX) TO
                               OI-INVOICE-NUMBER
                       MOVE OT-CUST-ID(OPEN-ITEM-TBL-INDEX) TO
                               OI-CUST-ID
                       MOVE OT-AMOUNT(OPEN-ITEM-TBL-INDEX) TO
                               OI-INVOICE-AMOUNT
                       MOVE OT-DOC-TYPE(OPEN-ITEM-TBL-INDEX) TO
                               OI-DOC-TYPE
                       WRITE OPEN-INVOICE-RECORD
                   END-IF
               END-PERFORM

               CLOSE OPEN-INVOICE-FILE
           END-IF
           .

       75-APPLY-ONE-MEMO.
      *    THE NAMED INVOICE MUST STILL BE OPEN AND BELONG TO THE
      *    SAME CUSTOMER; AN INVOICE THE CREDIT CLEARS COMES OFF THE
      *    FILE ALTOGETHER
           MOVE MT-AMOUNT(MT-SUB) TO HF-CREDIT-LEFT
           MOVE MT-ORIG-INVOICE(MT-SUB) TO IAP-ORIG-INVOICE

           IF MT-ORIG-INVOICE(MT-SUB) = SPACES
               MOVE 'NO INVOICE - HELD ON ACCOUNT' TO IAP-RESULT
           ELSE
               MOVE 'NOT OPEN - HELD ON ACCOUNT' TO IAP-RESULT

               SET OPEN-ITEM-TBL-INDEX TO 1
               SEARCH OPEN-ITEM-TBL-LINE
                   AT END
                       CONTINUE

                   WHEN OT-INVOICE-NUMBER(OPEN-ITEM-TBL-INDEX) =
                               MT-ORIG-INVOICE(MT-SUB)
                       AND OT-CUST-ID(OPEN-ITEM-TBL-INDEX) =
                               MT-CUST-ID(MT-SUB)
                       AND OT-DOC-TYPE(OPEN-ITEM-TBL-INDEX) = SPACE
                       AND NOT OT-DROPPED(OPEN-ITEM-TBL-INDEX)
                       IF OT-AMOUNT(OPEN-ITEM-TBL-INDEX) >
                               HF-CREDIT-LEFT
                           SUBTRACT HF-CREDIT-LEFT FROM
                                   OT-AMOUNT(OPEN-ITEM-TBL-INDEX)
                           MOVE ZEROES TO HF-CREDIT-LEFT
                           MOVE 'APPLIED' TO IAP-RESULT
                       ELSE
                           SUBTRACT OT-AMOUNT(OPEN-ITEM-TBL-INDEX)
                                   FROM HF-CREDIT-LEFT
                           MOVE 'Y' TO OT-DROP-SW(OPEN-ITEM-TBL-INDEX)

                           IF HF-CREDIT-LEFT > 0
                               MOVE 'INVOICE CLEARED - REST ON ACCT'
                                   TO IAP-RESULT
                           ELSE
                               MOVE 'APPLIED - INVOICE CLEARED' TO
                                       IAP-RESULT
                           END-IF
                       END-IF
               END-SEARCH
           END-IF

           IF HF-CREDIT-LEFT > 0 AND OT-NUM-ITEMS < 1000
               ADD 1 TO OT-NUM-ITEMS
               MOVE 'N' TO OT-DROP-SW(OT-NUM-ITEMS)
               MOVE MT-MEMO-NUMBER(MT-SUB) TO
                       OT-INVOICE-NUMBER(OT-NUM-ITEMS)
               MOVE MT-CUST-ID(MT-SUB) TO OT-CUST-ID(OT-NUM-ITEMS)
               MOVE HF-CREDIT-LEFT TO OT-AMOUNT(OT-NUM-ITEMS)
               MOVE 'C' TO OT-DOC-TYPE(OT-NUM-ITEMS)
           END-IF

           MOVE MT-MEMO-NUMBER(MT-SUB) TO IAP-MEMO-NUMBER
           MOVE MT-CUST-ID(MT-SUB) TO IAP-CUST-ID
           MOVE MT-AMOUNT(MT-SUB) TO IAP-AMOUNT

           MOVE IVR-APPLY-LINE TO INVOICE-REGISTER-RECORD
           WRITE INVOICE-REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       66-START-MAIL-DOCUMENT.
      *    A DOCUMENT IS MAILED ONLY TO AN ADDRESS THAT PASSED THE
      *    POSTAL CHECK AND STILL CARRIES THE CUSTOMER MASTER STATE;
      *    ANY OTHER IS HELD BACK WITH THE REASON
           MOVE SPACES TO MAIL-SPOOL-LINE
           MOVE HF-INV-CUST-ID TO ML-CUST-ID
           MOVE IVH-CUST-NAME TO ML-CUST-NAME
           MOVE OI-INVOICE-NUMBER TO ML-DOC-NUMBER
           MOVE ZEROES TO ML-LINE-SEQ
           MOVE 'N' TO ML-ADDRESS-STATUS

           SET ADDRESS-TBL-INDEX TO 1
           SEARCH ADDRESS-TBL-LINE
               AT END
                   CONTINUE

               WHEN HF-INV-CUST-ID = AD-CUST-ID(ADDRESS-TBL-INDEX)
                   MOVE AD-ZIP-CODE(ADDRESS-TBL-INDEX) TO ML-ZIP-CODE
                   MOVE AD-ZIP-PLUS-4(ADDRESS-TBL-INDEX) TO
                           ML-ZIP-PLUS-4
                   MOVE AD-ADDRESS-STATUS(ADDRESS-TBL-INDEX) TO
                           ML-ADDRESS-STATUS
                   IF AD-ADDRESS-VALID(ADDRESS-TBL-INDEX) AND
                           AD-STATE-CODE(ADDRESS-TBL-INDEX) NOT =
                                   HF-INV-STATE-CODE
                       MOVE 'M' TO ML-ADDRESS-STATUS
                   END-IF
           END-SEARCH

           IF ML-ADDRESS-STATUS = 'V'
               SET ML-MAILED TO TRUE
           ELSE
               SET ML-HELD TO TRUE
           END-IF
           .

       67-SPOOL-INVOICE-LINE.
           ADD 1 TO ML-LINE-SEQ
           WRITE MAIL-SPOOL-RECORD FROM MAIL-SPOOL-LINE
           .

       68-FORMAT-CITY-LINE.
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

       76-SORT-MAIL-SPOOL.
           CLOSE MAIL-SPOOL-FILE

           SORT MAIL-SORT-FILE
               ON ASCENDING KEY MS-HOLD-SW, MS-ZIP-CODE, MS-ZIP-PLUS-4,
                                MS-CUST-ID, MS-DOC-NUMBER, MS-LINE-SEQ
               USING MAIL-SPOOL-FILE
               GIVING SORTED-MAIL-FILE
           .

       77-PRINT-MAIL-RUN.
      *    THE MAILED DOCUMENTS SORT AHEAD OF THE HELD ONES, SO THE
      *    TRAY BREAKS ARE ALL LISTED BEFORE THE EXCEPTION LIST
           OPEN INPUT SORTED-MAIL-FILE
               OUTPUT INVOICE-FILE, HELD-INVOICE-FILE,
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
                       PERFORM 78-ROUTE-MAIL-LINE
               END-READ
           END-PERFORM

           IF HF-TRAY-PIECES > 0
               PERFORM 81-WRITE-TRAY-LINE
           END-IF

           IF NOT EXCEPTIONS-STARTED
               PERFORM 83-START-EXCEPTION-LIST
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

           CLOSE SORTED-MAIL-FILE, HELD-INVOICE-FILE,
                 MAIL-CONTROL-FILE
           .

       78-ROUTE-MAIL-LINE.
           IF SM-DOC-KEY NOT = HF-PRIOR-DOC-KEY
               MOVE SM-DOC-KEY TO HF-PRIOR-DOC-KEY
               IF SM-MAILED
                   PERFORM 79-COUNT-MAILED-PIECE
               ELSE
                   PERFORM 82-WRITE-EXCEPTION-LINE
               END-IF
           END-IF

           IF SM-MAILED
               MOVE SM-TEXT TO INVOICE-RECORD
               IF SM-ADVANCE = 0
                   WRITE INVOICE-RECORD
                       AFTER ADVANCING PAGE
               ELSE
                   WRITE INVOICE-RECORD
                       AFTER ADVANCING SM-ADVANCE LINES
               END-IF
           ELSE
               MOVE SM-TEXT TO HELD-INVOICE-RECORD
               IF SM-ADVANCE = 0
                   WRITE HELD-INVOICE-RECORD
                       AFTER ADVANCING PAGE
               ELSE
                   WRITE HELD-INVOICE-RECORD
                       AFTER ADVANCING SM-ADVANCE LINES
               END-IF
           END-IF
           .

       79-COUNT-MAILED-PIECE.
      *    A NEW TRAY STARTS WHEN THE FIRST THREE DIGITS OF THE ZIP
      *    CODE CHANGE OR THE TRAY IN HAND IS FULL
           IF HF-TRAY-PIECES = 0 OR
                   SM-ZIP-3-DIGIT NOT = HF-TRAY-ZIP-3-DIGIT OR
                   HF-TRAY-PIECES NOT < MAIL-TRAY-CAPACITY
               IF HF-TRAY-PIECES > 0
                   PERFORM 81-WRITE-TRAY-LINE
               END-IF
               ADD 1 TO MC-TRAY-COUNT
               MOVE SM-ZIP-3-DIGIT TO HF-TRAY-ZIP-3-DIGIT
               MOVE SM-ZIP-CODE TO HF-TRAY-FIRST-ZIP
           END-IF

           ADD 1 TO HF-TRAY-PIECES
           ADD 1 TO MC-MAILED-COUNT
           MOVE SM-ZIP-CODE TO HF-TRAY-LAST-ZIP
           .

       81-WRITE-TRAY-LINE.
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

       82-WRITE-EXCEPTION-LINE.
           IF NOT EXCEPTIONS-STARTED
               IF HF-TRAY-PIECES > 0
                   PERFORM 81-WRITE-TRAY-LINE
               END-IF
               PERFORM 83-START-EXCEPTION-LIST
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

       83-START-EXCEPTION-LIST.
           SET EXCEPTIONS-STARTED TO TRUE

           MOVE EXCEPTION-HEADING TO MAIL-CONTROL-RECORD
           WRITE MAIL-CONTROL-RECORD
               AFTER ADVANCING 3 LINES

           MOVE EXCEPTION-COLUMN-HEADING TO MAIL-CONTROL-RECORD
           WRITE MAIL-CONTROL-RECORD
               AFTER ADVANCING 2 LINES
           .

       84-WRITE-GL-BATCH.
      *    ONE SUMMARY BATCH FOR THE RUN, STAMPED WITH THE RUN DATE
      *    AND TIME SO GLPOST CAN TELL ONE RUN'S BATCH FROM THE NEXT.
      *    INVOICES DEBIT RECEIVABLES AND CREDIT SALES AND THE TAX
      *    OWED; CREDIT MEMOS TURN EACH OF THOSE AROUND
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'SLS ' TO GJ-SUBLEDGER
           STRING WS-YEAR WS-MONTH WS-DAY WS-TIME-NOW(1:6)
               DELIMITED BY SIZE INTO GJ-BATCH-ID
           END-STRING
           MOVE 'PRO02' TO GJ-SOURCE
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO GJ-ENTRY-DATE
           END-STRING

           OPEN EXTEND GL-JOURNAL-FILE

           MOVE 'ARTRADE' TO GJ-INTERFACE-CODE
           MOVE 'D' TO GJ-DR-CR
           MOVE GT-INVOICE-AR TO GJ-AMOUNT
           MOVE 'INVOICES BILLED' TO GJ-DESCRIPTION
           PERFORM 86-WRITE-GL-LINE

           MOVE 'SALES' TO GJ-INTERFACE-CODE
           MOVE 'C' TO GJ-DR-CR
           MOVE GT-INVOICE-SALES TO GJ-AMOUNT
           MOVE 'INVOICED SALES' TO GJ-DESCRIPTION
           PERFORM 86-WRITE-GL-LINE

           MOVE 'SALESTAX' TO GJ-INTERFACE-CODE
           MOVE 'C' TO GJ-DR-CR
           MOVE GT-INVOICE-TAX TO GJ-AMOUNT
           MOVE 'SALES TAX INVOICED' TO GJ-DESCRIPTION
           PERFORM 86-WRITE-GL-LINE

           MOVE 'SALESRET' TO GJ-INTERFACE-CODE
           MOVE 'D' TO GJ-DR-CR
           MOVE GT-MEMO-RETURNS TO GJ-AMOUNT
           MOVE 'RETURNS CREDITED' TO GJ-DESCRIPTION
           PERFORM 86-WRITE-GL-LINE

           MOVE 'SALESTAX' TO GJ-INTERFACE-CODE
           MOVE 'D' TO GJ-DR-CR
           MOVE GT-MEMO-TAX TO GJ-AMOUNT
           MOVE 'SALES TAX CREDITED' TO GJ-DESCRIPTION
           PERFORM 86-WRITE-GL-LINE

           MOVE 'ARTRADE' TO GJ-INTERFACE-CODE
           MOVE 'C' TO GJ-DR-CR
           MOVE GT-MEMO-AR TO GJ-AMOUNT
           MOVE 'CREDIT MEMOS ISSUED' TO GJ-DESCRIPTION
           PERFORM 86-WRITE-GL-LINE

           CLOSE GL-JOURNAL-FILE
           .

       86-WRITE-GL-LINE.
      *    A LINE WITH NOTHING ON IT IS LEFT OFF THE BATCH
           IF GJ-AMOUNT > 0
               WRITE GL-JOURNAL-RECORD
           END-IF
           .

       100-WRAP-UP.
           MOVE PV-VARIANCE-COUNT TO PVT-VARIANCE-COUNT
           MOVE PV-REVENUE-AT-RISK TO PVT-REVENUE-AT-RISK
               PRODUCT-SUSPENSE-FILE
               INVOICE-FILE
               INVOICE-REGISTER-FILE
               CREDIT-HOLD-FILE
               TAX-REGISTER-FILE
               PRICE-VARIANCE-FILE
               AGREEMENT-EXPIRY-FILE
               TAX-LIABILITY-FILE

           GOBACK
           .
