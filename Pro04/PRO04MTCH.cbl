       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO04MTCH.
       AUTHOR. TIM J.
      ****************************************************************
      * This program makes the three-way match on vendor invoices
      * for costume purchases: every invoice line is checked against
      * what the purchase order asked for, what the dock actually
      * received, and the unit cost agreed with the vendor.  An
      * invoice whose every line matches inside the tolerances
      * becomes an approved payable; anything else stays pending and
      * goes to the buyer on the match exception report

      ***************
      * INPUTS:
      *    The VENDOR INVOICE FILE holds one record per invoice line
      *    keyed from the vendor's bill, and carries every invoice
      *    still waiting to match:
      *        1: Vendor ID
      *        2: Vendor invoice number
      *        3: Invoice date (YYMMDD)
      *        4: PO number billed
      *        5: Quantity billed
      *        6: Unit cost billed
      *
      *    The OPEN PO FILE and CLOSED PO FILE give the quantity
      *    ordered on each PO line
      *
      *    The PO RECEIPTS FILE gives the quantity received; a
      *    closed line with no receipt on file falls back to the
      *    received quantity it was closed with
      *
      *    The MERGED INVENTORY FILE resolves the PO's costume name
      *    to the costume ID and slot the cost master is keyed by
      *
      *    The COSTUME COST MASTER holds the slot's cost, used as
      *    the agreed cost for PO lines written without one
      *
      *    The VENDOR MASTER FILE names every valid vendor
      *
      *    The MATCHED INVOICE LINE FILE holds every line approved
      *    on earlier runs, so a PO can't be billed twice
      *
      *    Price and quantity tolerances come from the environment
      *    (MATCH-PRICE-TOL-PCT, MATCH-QTY-TOL-PCT)

      * *******
      * OUTPUTS:
      *    The APPROVED PAYABLES FILE is extended with one record per
      *    invoice that matched
      *
      *    The MATCHED INVOICE LINE FILE is extended with every line
      *    of those invoices
      *
      *    The VENDOR INVOICE FILE is rewritten holding only the
      *    invoices that did not match
      *
      *    The MATCH REGISTER lists every invoice line with the PO,
      *    receipt and cost figures it was judged against
      *
      *    The MATCH EXCEPTION REPORT lists, for the buyer, every
      *    line of every invoice held back and why
      ****************
      * CALCULATIONS:
      *    OPEN TO BILL [RECEIVED - ALREADY BILLED]
      *    COST LIMIT [AGREED COST + AGREED COST * PRICE TOL % / 100]
      *    INVOICE AMOUNT [SUM OF QTY BILLED * COST BILLED]
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VENDOR-INVOICE-FILE
               ASSIGN TO 'VENDOR-INVOICES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-INV-STATUS.

           SELECT OPEN-PO-FILE
               ASSIGN TO 'OPEN-PO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-PO-STATUS.

           SELECT CLOSED-PO-FILE
               ASSIGN TO 'CLOSED-PO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-PO-STATUS.

           SELECT PO-RECEIPTS-FILE
               ASSIGN TO 'PO-RECEIPTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPTS-STATUS.

           SELECT MERGED-INVENTORY-FILE
               ASSIGN TO 'MERGED-INVENTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COST-MASTER-FILE
               ASSIGN TO 'COSTUME-COST-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-MASTER-STATUS.

           SELECT VENDOR-MASTER-FILE
               ASSIGN TO 'VENDOR-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    EVERY INVOICE LINE EVER APPROVED, SO THE SAME RECEIPT
      *    CAN'T BE PAID FOR ON A SECOND BILL
           SELECT OPTIONAL MATCHED-LINE-FILE
               ASSIGN TO 'MATCHED-INVOICE-LINES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    INVOICES CLEARED FOR PAYMENT; THE PAYABLES RUN PICKS
      *    THEM UP FROM HERE
           SELECT OPTIONAL APPROVED-PAYABLE-FILE
               ASSIGN TO 'APPROVED-PAYABLES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MATCH-REGISTER-FILE
               ASSIGN TO PRINTER 'MATCH-REGISTER.TXT'.

           SELECT MATCH-EXCEPTION-FILE
               ASSIGN TO PRINTER 'MATCH-EXCEPTIONS.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD VENDOR-INVOICE-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01 VENDOR-INVOICE-RECORD.
           05 VI-VENDOR-ID             PIC X(4).
           05 VI-INVOICE-NUMBER        PIC X(10).
           05 VI-INVOICE-DATE          PIC X(6).
           05 VI-PO-NUMBER             PIC X(10).
           05 VI-QTY-BILLED            PIC 9(4).
           05 VI-UNIT-COST             PIC 99V99.
           05 FILLER                   PIC X(2).

       FD OPEN-PO-FILE
           RECORD CONTAINS 46 CHARACTERS.

       01 OPEN-PO-RECORD.
           05 OP-PO-NUMBER              PIC X(10).
           05 OP-VENDOR-ID              PIC X(4).
           05 OP-WAREHOUSE-ID           PIC X(3).
           05 OP-COSTUME-NAME           PIC X(9).
           05 OP-QTY-ORDERED            PIC 9(4).
           05 OP-ORDER-DATE             PIC X(6).
           05 OP-EXPECTED-DATE          PIC X(6).
           05 OP-UNIT-COST              PIC 99V99.

       FD CLOSED-PO-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01 CLOSED-PO-RECORD.
           05 CP-PO-NUMBER              PIC X(10).
           05 CP-VENDOR-ID              PIC X(4).
           05 CP-WAREHOUSE-ID           PIC X(3).
           05 CP-COSTUME-NAME           PIC X(9).
           05 CP-QTY-ORDERED            PIC 9(4).
           05 CP-QTY-RECEIVED           PIC 9(4).
           05 CP-ORDER-DATE             PIC X(6).
           05 CP-RECEIPT-DATE           PIC X(6).
           05 CP-UNIT-COST              PIC 99V99.

       FD PO-RECEIPTS-FILE
           RECORD CONTAINS 20 CHARACTERS.

       01 PO-RECEIPT-RECORD.
           05 RC-PO-NUMBER              PIC X(10).
           05 RC-QTY-RECEIVED           PIC 9(4).
           05 RC-RECEIPT-DATE           PIC X(6).

       FD MERGED-INVENTORY-FILE
           RECORD CONTAINS 262 CHARACTERS.

       01 INVENTORY-RECORD.
           05 IR-VENDOR-ID             PIC X(4).
           05 IR-WAREHOUSE-ID          PIC X(3).
           05 IR-COSTUME-ID            PIC X(3).
           05 IR-COSTUME-DATA OCCURS 12 TIMES.
               10 IR-COSTUME-NAME      PIC X(9).
               10 IR-COSTUME-SIZE      PIC A.
               10 IR-COSTUME-TYPE      PIC A.
               10 IR-NUM-IN-STOCK      PIC 9(3).
               10 IR-REORDER-POINT        PIC 9(3).
               10 IR-COSTUME-PRICE        PIC 99V99.

       FD COST-MASTER-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01 COST-MASTER-RECORD.
           05 CC-VENDOR-ID             PIC X(4).
           05 CC-COSTUME-ID            PIC X(3).
           05 CC-SLOT-NUM              PIC 99.
           05 CC-UNIT-COST             PIC 99V99.

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 24 CHARACTERS.

       01 VENDOR-MASTER-RECORD.
           05 VM-VENDOR-ID              PIC X(4).
           05 VM-VENDOR-NAME            PIC X(20).

       FD MATCHED-LINE-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01 MATCHED-LINE-RECORD.
           05 ML-PO-NUMBER             PIC X(10).
           05 ML-VENDOR-ID             PIC X(4).
           05 ML-INVOICE-NUMBER        PIC X(10).
           05 ML-QTY-BILLED            PIC 9(4).
           05 ML-UNIT-COST             PIC 99V99.
           05 ML-MATCH-DATE            PIC X(6).
           05 FILLER                   PIC X(2).

       FD APPROVED-PAYABLE-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01 APPROVED-PAYABLE-RECORD.
           05 AP-VENDOR-ID             PIC X(4).
           05 AP-INVOICE-NUMBER        PIC X(10).
           05 AP-INVOICE-DATE          PIC X(6).
           05 AP-INVOICE-AMOUNT        PIC 9(7)V99.
           05 AP-APPROVED-DATE         PIC X(6).
           05 FILLER                   PIC X(5).

       FD MATCH-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 REGISTER-RECORD              PIC X(80).

       FD MATCH-EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 EXCEPTION-RECORD             PIC X(80).


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 VENDOR-INV-STATUS        PIC XX.
               88 VENDOR-INV-FOUND     VALUE '00'.
           05 OPEN-PO-STATUS           PIC XX.
               88 OPEN-PO-FOUND        VALUE '00'.
           05 CLOSED-PO-STATUS         PIC XX.
               88 CLOSED-PO-FOUND      VALUE '00'.
           05 RECEIPTS-STATUS          PIC XX.
               88 RECEIPTS-FOUND       VALUE '00'.
           05 COST-MASTER-STATUS       PIC XX.
               88 COST-MASTER-FOUND    VALUE '00'.
           05 INVOICE-EOF-SW           PIC X           VALUE 'N'.
               88 INVOICE-LOAD-DONE    VALUE 'Y'.
           05 OPEN-PO-EOF-SW           PIC X           VALUE 'N'.
               88 OPEN-PO-LOAD-DONE    VALUE 'Y'.
           05 CLOSED-PO-EOF-SW         PIC X           VALUE 'N'.
               88 CLOSED-PO-LOAD-DONE  VALUE 'Y'.
           05 RECEIPTS-EOF-SW          PIC X           VALUE 'N'.
               88 RECEIPTS-LOAD-DONE   VALUE 'Y'.
           05 MASTER-EOF-SW            PIC X           VALUE 'N'.
               88 MASTER-LOAD-DONE     VALUE 'Y'.
           05 COST-EOF-SW              PIC X           VALUE 'N'.
               88 COST-LOAD-DONE       VALUE 'Y'.
           05 VENDOR-EOF-SW            PIC X           VALUE 'N'.
               88 VENDOR-LOAD-DONE     VALUE 'Y'.
           05 MATCHED-EOF-SW           PIC X           VALUE 'N'.
               88 MATCHED-LOAD-DONE    VALUE 'Y'.
           05 PO-MATCH-SW              PIC X.
               88 PO-MATCHED           VALUE 'Y'.
           05 VENDOR-MATCH-SW          PIC X.
               88 VENDOR-MATCHED       VALUE 'Y'.
           05 SLOT-CHECK               PIC X.
               88 SLOT-FOUND           VALUE 'Y'.
           05 COST-MATCH-SW            PIC X.
               88 COST-MATCHED         VALUE 'Y'.
           05 EARLIER-INVOICE-SW       PIC X.
               88 INVOICE-ALREADY-DONE VALUE 'Y'.
           05 INVOICE-OK-SW            PIC X.
               88 INVOICE-ALL-MATCHED  VALUE 'Y'.
           05 SUB                      PIC 99.
           05 INV-SUB                  PIC 9(4).
           05 INV-SUB-2                PIC 9(4).
           05 INV-SUB-3                PIC 9(4).
           05 PO-SUB                   PIC 9(4).
           05 COST-SUB                 PIC 9(4).
           05 VEND-SUB                 PIC 9(4).
           05 MC-LINES-READ            PIC 9(5)        VALUE 0.
           05 MC-INVOICES-APPROVED     PIC 9(5)        VALUE 0.
           05 MC-INVOICES-HELD         PIC 9(5)        VALUE 0.
           05 MC-APPROVED-AMOUNT       PIC 9(9)V99     VALUE 0.
           05 MC-HELD-AMOUNT           PIC 9(9)V99     VALUE 0.

       01 TOLERANCE-FIELDS.
      *    BOTH TOLERANCES COME FROM THE ENVIRONMENT SO A BATCH RUN
      *    NEVER STOPS AT A PROMPT; UNSET, PRICE DEFAULTS TO 2
      *    PERCENT AND QUANTITY TO ZERO
           05 MT-PRICE-TOL-IN          PIC X(3).
           05 MT-PRICE-TOL-PCT         PIC 9(3)        VALUE 2.
           05 MT-QTY-TOL-IN            PIC X(3).
           05 MT-QTY-TOL-PCT           PIC 9(3)        VALUE 0.

       01 HOLD-FIELDS.
           05 HF-PO-SUB                PIC 9(4).
           05 HF-COSTUME-ID            PIC X(3).
           05 HF-SLOT-NUM              PIC 99.
           05 HF-AGREED-COST           PIC 99V99.
           05 HF-OPEN-TO-BILL          PIC S9(5).
           05 HF-QTY-LIMIT             PIC 9(5)V99.
           05 HF-COST-LIMIT            PIC 9(3)V9999.
           05 HF-INVOICE-AMOUNT        PIC 9(7)V99.

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 WS-RUN-DATE                  PIC X(6).

       01 INVOICE-TABLE-AREA.
      *    EVERY PENDING INVOICE LINE, JUDGED ONE BY ONE AND THEN
      *    DISPOSED OF A WHOLE INVOICE AT A TIME
           05 IT-NUM-LINES             PIC 9(4)        VALUE 0.
           05 INVOICE-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON IT-NUM-LINES.
               10 IT-INVOICE-REC       PIC X(40).
               10 IT-LINE-STATUS       PIC X(30).
               10 IT-ORDERED-QTY       PIC 9(4).
               10 IT-RECEIVED-QTY      PIC 9(4).
               10 IT-AGREED-COST       PIC 99V99.
               10 IT-LINE-OK-SW        PIC X.
                   88 IT-LINE-OK       VALUE 'Y'.

       01 PO-TABLE-AREA.
      *    EVERY PO LINE, OPEN OR CLOSED, WITH THE RECEIPTS AND THE
      *    QUANTITY ALREADY BILLED AGAINST IT
           05 PO-NUM-LINES             PIC 9(4)        VALUE 0.
           05 PO-TBL-LINE OCCURS 1 TO 4000 TIMES
               DEPENDING ON PO-NUM-LINES.
               10 PO-PO-NUMBER         PIC X(10).
               10 PO-VENDOR-ID         PIC X(4).
               10 PO-WAREHOUSE-ID      PIC X(3).
               10 PO-COSTUME-NAME      PIC X(9).
               10 PO-QTY-ORDERED       PIC 9(4).
               10 PO-QTY-RECEIVED      PIC 9(5).
               10 PO-CLOSED-RECEIVED   PIC 9(4).
               10 PO-QTY-BILLED        PIC 9(5).
               10 PO-UNIT-COST         PIC 99V99.

       01 MASTER-TABLE-AREA.
           05 IM-NUM-RECORDS           PIC 999         VALUE 0.
           05 MASTER-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON IM-NUM-RECORDS
               INDEXED BY MASTER-TBL-INDEX.
               10 IM-VENDOR-ID         PIC X(4).
               10 IM-WAREHOUSE-ID      PIC X(3).
               10 IM-COSTUME-ID        PIC X(3).
               10 IM-COSTUME-DATA OCCURS 12 TIMES.
                   15 IM-COSTUME-NAME  PIC X(9).
                   15 IM-COSTUME-SIZE  PIC A.
                   15 IM-COSTUME-TYPE  PIC A.
                   15 IM-NUM-IN-STOCK  PIC 9(3).
                   15 IM-REORDER-POINT PIC 9(3).
                   15 IM-COSTUME-PRICE PIC 99V99.

       01 COST-TABLE-AREA.
           05 CT-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 COST-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON CT-NUM-ENTRIES.
               10 CT-VENDOR-ID         PIC X(4).
               10 CT-COSTUME-ID        PIC X(3).
               10 CT-SLOT-NUM          PIC 99.
               10 CT-UNIT-COST         PIC 99V99.

       01 VENDOR-TABLE-AREA.
           05 VT-NUM-VENDORS           PIC 999         VALUE 0.
           05 VENDOR-TBL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON VT-NUM-VENDORS.
               10 VT-VENDOR-ID         PIC X(4).
               10 VT-VENDOR-NAME       PIC X(20).


      **************        OUTPUT AREA        ********************

       01 REGISTER-HEADING-ONE.
           05 FILLER                   PIC X(23)       VALUE SPACES.
           05                          PIC X(34)       VALUE
                   'VENDOR INVOICE THREE-WAY MATCH'.
           05 FILLER                   PIC X(23)       VALUE SPACES.

       01 EXCEPTION-HEADING-ONE.
           05 FILLER                   PIC X(23)       VALUE SPACES.
           05                          PIC X(34)       VALUE
                   'INVOICE MATCH EXCEPTIONS - BUYER'.
           05 FILLER                   PIC X(23)       VALUE SPACES.

       01 REGISTER-HEADING-TWO.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05 RH2-MONTH                PIC 99.
           05                          PIC X           VALUE '/'.
           05 RH2-DAY                  PIC 99.
           05                          PIC X           VALUE '/'.
           05 RH2-YEAR                 PIC 9(2).
           05 FILLER                   PIC X(8)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                   'PRICE TOL: '.
           05 RH2-PRICE-TOL            PIC ZZ9.
           05                          PIC X(3)        VALUE '%  '.
           05                          PIC X(9)        VALUE
                   'QTY TOL: '.
           05 RH2-QTY-TOL              PIC ZZ9.
           05                          PIC X           VALUE '%'.
           05 FILLER                   PIC X(14)       VALUE SPACES.
           05                          PIC XXX         VALUE 'TWJ'.
           05 FILLER                   PIC X(7)        VALUE SPACES.

       01 REGISTER-HEADING-THREE.
           05                          PIC X(4)        VALUE 'VEND'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'INVOICE'.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                   'PO NUMBER'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'BILL'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'ORDR'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'RCVD'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'COST'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'AGREE'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'STATUS'.
           05 FILLER                   PIC X(19)       VALUE SPACES.

       01 REGISTER-DETAIL-LINE.
           05 RDL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-INVOICE-NUMBER       PIC X(10).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-PO-NUMBER            PIC X(10).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-QTY-BILLED           PIC ZZZ9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-QTY-ORDERED          PIC ZZZ9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-QTY-RECEIVED         PIC ZZZ9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-UNIT-COST            PIC Z9.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-AGREED-COST          PIC Z9.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-STATUS               PIC X(26).

       01 INVOICE-TOTAL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(8)        VALUE
                   'INVOICE '.
           05 ITL-INVOICE-NUMBER       PIC X(10).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 ITL-AMOUNT               PIC $$,$$$,$$9.99.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 ITL-DISPOSITION          PIC X(40).

       01 REGISTER-TOTAL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(19)       VALUE
                   'INVOICES APPROVED: '.
           05 RTL-APPROVED-COUNT       PIC ZZ,ZZ9.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 RTL-APPROVED-AMOUNT      PIC $$$$,$$$,$$9.99.
           05 FILLER                   PIC X(33)       VALUE SPACES.

       01 REGISTER-TOTAL-LINE-TWO.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(19)       VALUE
                   'INVOICES HELD:     '.
           05 RTL-HELD-COUNT           PIC ZZ,ZZ9.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 RTL-HELD-AMOUNT          PIC $$$$,$$$,$$9.99.
           05 FILLER                   PIC X(33)       VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 13-GET-TOLERANCES
           PERFORM 15-HOUSEKEEPING
           PERFORM 21-LOAD-INVOICE-TABLE
           PERFORM 22-LOAD-PO-TABLE
           PERFORM 23-LOAD-RECEIPTS
           PERFORM 24-LOAD-MASTER-TABLE
           PERFORM 26-LOAD-COST-TABLE
           PERFORM 27-LOAD-VENDOR-TABLE
           PERFORM 28-LOAD-MATCHED-LINES
           PERFORM 30-MATCH-INVOICE-LINES
           PERFORM 50-DISPOSE-INVOICES
           PERFORM 70-REWRITE-PENDING-INVOICES
           PERFORM 100-WRAP-UP
           .

       13-GET-TOLERANCES.
           ACCEPT MT-PRICE-TOL-IN FROM ENVIRONMENT
                   'MATCH-PRICE-TOL-PCT'
           IF MT-PRICE-TOL-IN IS NUMERIC
               MOVE MT-PRICE-TOL-IN TO MT-PRICE-TOL-PCT
           END-IF

           ACCEPT MT-QTY-TOL-IN FROM ENVIRONMENT
                   'MATCH-QTY-TOL-PCT'
           IF MT-QTY-TOL-IN IS NUMERIC
               MOVE MT-QTY-TOL-IN TO MT-QTY-TOL-PCT
           END-IF
           .

       15-HOUSEKEEPING.
           OPEN OUTPUT MATCH-REGISTER-FILE, MATCH-EXCEPTION-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO RH2-MONTH
           MOVE WS-DAY TO RH2-DAY
           MOVE WS-YEAR TO RH2-YEAR
           MOVE MT-PRICE-TOL-PCT TO RH2-PRICE-TOL
           MOVE MT-QTY-TOL-PCT TO RH2-QTY-TOL

           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING

           WRITE REGISTER-RECORD FROM REGISTER-HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE REGISTER-HEADING-TWO TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           MOVE REGISTER-HEADING-THREE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES

           WRITE EXCEPTION-RECORD FROM EXCEPTION-HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE REGISTER-HEADING-TWO TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
               AFTER ADVANCING 1 LINES
           MOVE REGISTER-HEADING-THREE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
               AFTER ADVANCING 2 LINES
           .

       21-LOAD-INVOICE-TABLE.
      *    NO PENDING INVOICE FILE MEANS NOTHING TO MATCH
           OPEN INPUT VENDOR-INVOICE-FILE

           IF VENDOR-INV-FOUND
               PERFORM UNTIL INVOICE-LOAD-DONE
                   READ VENDOR-INVOICE-FILE
                       AT END
                           SET INVOICE-LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO IT-NUM-LINES
                           ADD 1 TO MC-LINES-READ
                           MOVE VENDOR-INVOICE-RECORD TO
                                   IT-INVOICE-REC(IT-NUM-LINES)
                   END-READ
               END-PERFORM

               CLOSE VENDOR-INVOICE-FILE
           END-IF
           .

       22-LOAD-PO-TABLE.
           OPEN INPUT OPEN-PO-FILE

           IF OPEN-PO-FOUND
               PERFORM UNTIL OPEN-PO-LOAD-DONE
                   READ OPEN-PO-FILE
                       AT END
                           SET OPEN-PO-LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO PO-NUM-LINES
                           MOVE OP-PO-NUMBER TO
                                   PO-PO-NUMBER(PO-NUM-LINES)
                           MOVE OP-VENDOR-ID TO
                                   PO-VENDOR-ID(PO-NUM-LINES)
                           MOVE OP-WAREHOUSE-ID TO
                                   PO-WAREHOUSE-ID(PO-NUM-LINES)
                           MOVE OP-COSTUME-NAME TO
                                   PO-COSTUME-NAME(PO-NUM-LINES)
                           MOVE OP-QTY-ORDERED TO
                                   PO-QTY-ORDERED(PO-NUM-LINES)
                           MOVE ZEROES TO
                                   PO-QTY-RECEIVED(PO-NUM-LINES)
                           MOVE ZEROES TO
                                   PO-CLOSED-RECEIVED(PO-NUM-LINES)
                           MOVE ZEROES TO
                                   PO-QTY-BILLED(PO-NUM-LINES)
                           IF OP-UNIT-COST IS NUMERIC
                               MOVE OP-UNIT-COST TO
                                       PO-UNIT-COST(PO-NUM-LINES)
                           ELSE
                               MOVE ZEROES TO
                                       PO-UNIT-COST(PO-NUM-LINES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE OPEN-PO-FILE
           END-IF

           OPEN INPUT CLOSED-PO-FILE

           IF CLOSED-PO-FOUND
               PERFORM UNTIL CLOSED-PO-LOAD-DONE
                   READ CLOSED-PO-FILE
                       AT END
                           SET CLOSED-PO-LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO PO-NUM-LINES
                           MOVE CP-PO-NUMBER TO
                                   PO-PO-NUMBER(PO-NUM-LINES)
                           MOVE CP-VENDOR-ID TO
                                   PO-VENDOR-ID(PO-NUM-LINES)
                           MOVE CP-WAREHOUSE-ID TO
                                   PO-WAREHOUSE-ID(PO-NUM-LINES)
                           MOVE CP-COSTUME-NAME TO
                                   PO-COSTUME-NAME(PO-NUM-LINES)
                           MOVE CP-QTY-ORDERED TO
                                   PO-QTY-ORDERED(PO-NUM-LINES)
                           MOVE ZEROES TO
                                   PO-QTY-RECEIVED(PO-NUM-LINES)
                           MOVE CP-QTY-RECEIVED TO
                                   PO-CLOSED-RECEIVED(PO-NUM-LINES)
                           MOVE ZEROES TO
                                   PO-QTY-BILLED(PO-NUM-LINES)
                           IF CP-UNIT-COST IS NUMERIC
                               MOVE CP-UNIT-COST TO
                                       PO-UNIT-COST(PO-NUM-LINES)
                           ELSE
                               MOVE ZEROES TO
                                       PO-UNIT-COST(PO-NUM-LINES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CLOSED-PO-FILE
           END-IF
           .

       23-LOAD-RECEIPTS.
      *    EVERY RECEIPT LINE IS ADDED TO ITS PO; A CLOSED LINE THAT
      *    HAS NO RECEIPT ON THE FILE KEEPS THE QUANTITY IT WAS
      *    CLOSED WITH
           OPEN INPUT PO-RECEIPTS-FILE

           IF RECEIPTS-FOUND
               PERFORM UNTIL RECEIPTS-LOAD-DONE
                   READ PO-RECEIPTS-FILE
                       AT END
                           SET RECEIPTS-LOAD-DONE TO TRUE
                       NOT AT END
                           PERFORM 23A-POST-ONE-RECEIPT
                   END-READ
               END-PERFORM

               CLOSE PO-RECEIPTS-FILE
           END-IF

           PERFORM VARYING PO-SUB FROM 1 BY 1
               UNTIL PO-SUB > PO-NUM-LINES

               IF PO-QTY-RECEIVED(PO-SUB) = 0
                   MOVE PO-CLOSED-RECEIVED(PO-SUB) TO
                           PO-QTY-RECEIVED(PO-SUB)
               END-IF
           END-PERFORM
           .

       23A-POST-ONE-RECEIPT.
           MOVE 'N' TO PO-MATCH-SW

           PERFORM VARYING PO-SUB FROM 1 BY 1
               UNTIL PO-SUB > PO-NUM-LINES OR PO-MATCHED

               IF RC-PO-NUMBER = PO-PO-NUMBER(PO-SUB)
                   SET PO-MATCHED TO TRUE
                   IF RC-QTY-RECEIVED IS NUMERIC
                       ADD RC-QTY-RECEIVED TO PO-QTY-RECEIVED(PO-SUB)
                   END-IF
               END-IF
           END-PERFORM
           .

       24-LOAD-MASTER-TABLE.
           OPEN INPUT MERGED-INVENTORY-FILE

           PERFORM UNTIL MASTER-LOAD-DONE
               READ MERGED-INVENTORY-FILE
                   AT END
                       SET MASTER-LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO IM-NUM-RECORDS
                       MOVE INVENTORY-RECORD TO
                               MASTER-TBL-LINE(IM-NUM-RECORDS)
               END-READ
           END-PERFORM

           CLOSE MERGED-INVENTORY-FILE
           .

       26-LOAD-COST-TABLE.
           OPEN INPUT COST-MASTER-FILE

           IF COST-MASTER-FOUND
               PERFORM UNTIL COST-LOAD-DONE
                   READ COST-MASTER-FILE
                       AT END
                           SET COST-LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO CT-NUM-ENTRIES
                           MOVE COST-MASTER-RECORD TO
                                   COST-TBL-LINE(CT-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE COST-MASTER-FILE
           END-IF
           .

       27-LOAD-VENDOR-TABLE.
           OPEN INPUT VENDOR-MASTER-FILE

           PERFORM UNTIL VENDOR-LOAD-DONE
               READ VENDOR-MASTER-FILE
                   AT END
                       SET VENDOR-LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO VT-NUM-VENDORS
                       MOVE VM-VENDOR-ID TO
                               VT-VENDOR-ID(VT-NUM-VENDORS)
                       MOVE VM-VENDOR-NAME TO
                               VT-VENDOR-NAME(VT-NUM-VENDORS)
               END-READ
           END-PERFORM

           CLOSE VENDOR-MASTER-FILE
           .

       28-LOAD-MATCHED-LINES.
      *    QUANTITY ALREADY BILLED AND APPROVED ON EARLIER RUNS
           OPEN INPUT MATCHED-LINE-FILE

           PERFORM UNTIL MATCHED-LOAD-DONE
               READ MATCHED-LINE-FILE
                   AT END
                       SET MATCHED-LOAD-DONE TO TRUE
                   NOT AT END
                       PERFORM 28A-POST-ONE-BILLED-LINE
               END-READ
           END-PERFORM

           CLOSE MATCHED-LINE-FILE
           .

       28A-POST-ONE-BILLED-LINE.
           MOVE 'N' TO PO-MATCH-SW

           PERFORM VARYING PO-SUB FROM 1 BY 1
               UNTIL PO-SUB > PO-NUM-LINES OR PO-MATCHED

               IF ML-PO-NUMBER = PO-PO-NUMBER(PO-SUB)
                   SET PO-MATCHED TO TRUE
                   ADD ML-QTY-BILLED TO PO-QTY-BILLED(PO-SUB)
               END-IF
           END-PERFORM
           .

       30-MATCH-INVOICE-LINES.
      *    INVOICES ARE JUDGED ONE WHOLE INVOICE AT A TIME, AT ITS
      *    FIRST LINE IN THE TABLE, SO A HELD INVOICE CAN GIVE BACK
      *    THE PO QUANTITY ITS MATCHED LINES TOOK BEFORE THE NEXT
      *    INVOICE AGAINST THE SAME PO IS JUDGED
           PERFORM VARYING INV-SUB FROM 1 BY 1
               UNTIL INV-SUB > IT-NUM-LINES

               MOVE ZEROES TO IT-ORDERED-QTY(INV-SUB)
               MOVE ZEROES TO IT-RECEIVED-QTY(INV-SUB)
               MOVE ZEROES TO IT-AGREED-COST(INV-SUB)
               MOVE 'N' TO IT-LINE-OK-SW(INV-SUB)
           END-PERFORM

           PERFORM VARYING INV-SUB-3 FROM 1 BY 1
               UNTIL INV-SUB-3 > IT-NUM-LINES

               MOVE INV-SUB-3 TO INV-SUB
               PERFORM 51-CHECK-EARLIER-LINES

               IF NOT INVOICE-ALREADY-DONE
                   PERFORM 37-JUDGE-ONE-INVOICE
               END-IF
           END-PERFORM
           .

       31-JUDGE-INVOICE-LINE.
           PERFORM 32-FIND-VENDOR
           PERFORM 33-FIND-PO-LINE

           EVALUATE TRUE
               WHEN NOT VENDOR-MATCHED
                   MOVE 'VENDOR NOT ON MASTER' TO
                           IT-LINE-STATUS(INV-SUB)

               WHEN VI-QTY-BILLED IS NOT NUMERIC
                       OR VI-UNIT-COST IS NOT NUMERIC
                       OR VI-QTY-BILLED = 0
                   MOVE 'BAD QTY OR COST KEYED' TO
                           IT-LINE-STATUS(INV-SUB)

               WHEN NOT PO-MATCHED
                   MOVE 'PO NOT ON FILE' TO IT-LINE-STATUS(INV-SUB)

               WHEN VI-VENDOR-ID NOT = PO-VENDOR-ID(HF-PO-SUB)
                   MOVE 'PO IS FOR ANOTHER VENDOR' TO
                           IT-LINE-STATUS(INV-SUB)

               WHEN OTHER
                   PERFORM 34-CHECK-QUANTITIES
           END-EVALUATE
           .

       32-FIND-VENDOR.
           MOVE 'N' TO VENDOR-MATCH-SW

           PERFORM VARYING VEND-SUB FROM 1 BY 1
               UNTIL VEND-SUB > VT-NUM-VENDORS OR VENDOR-MATCHED

               IF VI-VENDOR-ID = VT-VENDOR-ID(VEND-SUB)
                   SET VENDOR-MATCHED TO TRUE
               END-IF
           END-PERFORM
           .

       33-FIND-PO-LINE.
           MOVE 'N' TO PO-MATCH-SW

           PERFORM VARYING PO-SUB FROM 1 BY 1
               UNTIL PO-SUB > PO-NUM-LINES OR PO-MATCHED

               IF VI-PO-NUMBER = PO-PO-NUMBER(PO-SUB)
                   SET PO-MATCHED TO TRUE
                   MOVE PO-SUB TO HF-PO-SUB
               END-IF
           END-PERFORM
           .

       34-CHECK-QUANTITIES.
      *    BILLED QUANTITY MUST BE COVERED BY WHAT WAS ORDERED AND
      *    BY WHAT WAS RECEIVED AND NOT ALREADY BILLED, EACH WITHIN
      *    THE QUANTITY TOLERANCE
           MOVE PO-QTY-ORDERED(HF-PO-SUB) TO IT-ORDERED-QTY(INV-SUB)
           MOVE PO-QTY-RECEIVED(HF-PO-SUB) TO
                   IT-RECEIVED-QTY(INV-SUB)

           COMPUTE HF-OPEN-TO-BILL = PO-QTY-RECEIVED(HF-PO-SUB) -
                   PO-QTY-BILLED(HF-PO-SUB)

           EVALUATE TRUE
               WHEN PO-QTY-RECEIVED(HF-PO-SUB) = 0
                   MOVE 'BILLED - NOTHING RECEIVED' TO
                           IT-LINE-STATUS(INV-SUB)

               WHEN HF-OPEN-TO-BILL NOT > 0
                   MOVE 'RECEIPT ALREADY BILLED' TO
                           IT-LINE-STATUS(INV-SUB)

               WHEN OTHER
                   COMPUTE HF-QTY-LIMIT = HF-OPEN-TO-BILL +
                           HF-OPEN-TO-BILL * MT-QTY-TOL-PCT / 100

                   IF VI-QTY-BILLED > HF-QTY-LIMIT
                       MOVE 'BILLED MORE THAN RECEIVED' TO
                               IT-LINE-STATUS(INV-SUB)
                   ELSE
                       COMPUTE HF-QTY-LIMIT =
                               PO-QTY-ORDERED(HF-PO-SUB) +
                               PO-QTY-ORDERED(HF-PO-SUB) *
                               MT-QTY-TOL-PCT / 100

                       IF VI-QTY-BILLED > HF-QTY-LIMIT
                           MOVE 'BILLED MORE THAN ORDERED' TO
                                   IT-LINE-STATUS(INV-SUB)
                       ELSE
                           PERFORM 35-CHECK-UNIT-COST
                       END-IF
                   END-IF
           END-EVALUATE
           .

       35-CHECK-UNIT-COST.
      *    A BILLED COST BELOW THE AGREED ONE IS THE VENDOR'S
      *    PROBLEM; ONLY A COST ABOVE AGREED PLUS TOLERANCE HOLDS
      *    THE INVOICE.  THE COST WRITTEN ON THE PO IS THE AGREED
      *    ONE; THE COST MASTER MOVES WITH EVERY RECEIPT, SO IT IS
      *    ONLY THE FALLBACK FOR LINES WRITTEN WITHOUT A COST
           IF PO-UNIT-COST(HF-PO-SUB) > 0
               MOVE PO-UNIT-COST(HF-PO-SUB) TO HF-AGREED-COST
               SET COST-MATCHED TO TRUE
           ELSE
               PERFORM 36-FIND-AGREED-COST
           END-IF

           IF NOT COST-MATCHED
               MOVE 'NO AGREED COST ON FILE' TO
                       IT-LINE-STATUS(INV-SUB)
           ELSE
               MOVE HF-AGREED-COST TO IT-AGREED-COST(INV-SUB)
               COMPUTE HF-COST-LIMIT = HF-AGREED-COST +
                       HF-AGREED-COST * MT-PRICE-TOL-PCT / 100

               IF VI-UNIT-COST > HF-COST-LIMIT
                   MOVE 'COST ABOVE AGREED' TO
                           IT-LINE-STATUS(INV-SUB)
               ELSE
                   MOVE 'MATCHED' TO IT-LINE-STATUS(INV-SUB)
                   SET IT-LINE-OK(INV-SUB) TO TRUE
                   ADD VI-QTY-BILLED TO PO-QTY-BILLED(HF-PO-SUB)
               END-IF
           END-IF
           .

       36-FIND-AGREED-COST.
      *    THE PO LINE CARRIES THE COSTUME NAME; THE MASTER RESOLVES
      *    IT TO COSTUME ID AND SLOT THE SAME WAY PRO04RECV DOES,
      *    AND THE COST MASTER GIVES THE AGREED COST
           MOVE 'N' TO SLOT-CHECK
           MOVE 'N' TO COST-MATCH-SW

           PERFORM VARYING MASTER-TBL-INDEX FROM 1 BY 1
               UNTIL MASTER-TBL-INDEX > IM-NUM-RECORDS OR SLOT-FOUND

               IF PO-VENDOR-ID(HF-PO-SUB) =
                               IM-VENDOR-ID(MASTER-TBL-INDEX)
                       AND PO-WAREHOUSE-ID(HF-PO-SUB) =
                               IM-WAREHOUSE-ID(MASTER-TBL-INDEX)
                   PERFORM VARYING SUB FROM 1 BY 1
                           UNTIL SUB > 12 OR SLOT-FOUND
                       IF PO-COSTUME-NAME(HF-PO-SUB) =
                               IM-COSTUME-NAME(MASTER-TBL-INDEX, SUB)
                           MOVE SUB TO HF-SLOT-NUM
                           MOVE IM-COSTUME-ID(MASTER-TBL-INDEX) TO
                                   HF-COSTUME-ID
                           SET SLOT-FOUND TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           IF SLOT-FOUND
               PERFORM VARYING COST-SUB FROM 1 BY 1
                   UNTIL COST-SUB > CT-NUM-ENTRIES OR COST-MATCHED

                   IF PO-VENDOR-ID(HF-PO-SUB) =
                               CT-VENDOR-ID(COST-SUB)
                           AND HF-COSTUME-ID = CT-COSTUME-ID(COST-SUB)
                           AND HF-SLOT-NUM = CT-SLOT-NUM(COST-SUB)
                       SET COST-MATCHED TO TRUE
                       MOVE CT-UNIT-COST(COST-SUB) TO HF-AGREED-COST
                   END-IF
               END-PERFORM
           END-IF
           .

       37-JUDGE-ONE-INVOICE.
      *    ONE BAD LINE HOLDS THE WHOLE INVOICE, SO ITS MATCHED
      *    LINES NO LONGER COUNT AS BILLED AGAINST THEIR PO
           MOVE 'Y' TO INVOICE-OK-SW

           PERFORM VARYING INV-SUB FROM INV-SUB-3 BY 1
               UNTIL INV-SUB > IT-NUM-LINES

               IF IT-INVOICE-REC(INV-SUB)(1:14) =
                       IT-INVOICE-REC(INV-SUB-3)(1:14)
                   MOVE IT-INVOICE-REC(INV-SUB) TO
                           VENDOR-INVOICE-RECORD
                   PERFORM 31-JUDGE-INVOICE-LINE
                   IF NOT IT-LINE-OK(INV-SUB)
                       MOVE 'N' TO INVOICE-OK-SW
                   END-IF
               END-IF
           END-PERFORM

           IF NOT INVOICE-ALL-MATCHED
               PERFORM VARYING INV-SUB FROM INV-SUB-3 BY 1
                   UNTIL INV-SUB > IT-NUM-LINES

                   IF IT-INVOICE-REC(INV-SUB)(1:14) =
                           IT-INVOICE-REC(INV-SUB-3)(1:14)
                       AND IT-LINE-OK(INV-SUB)
                       MOVE IT-INVOICE-REC(INV-SUB) TO
                               VENDOR-INVOICE-RECORD
                       PERFORM 33-FIND-PO-LINE
                       SUBTRACT VI-QTY-BILLED FROM
                               PO-QTY-BILLED(HF-PO-SUB)
                   END-IF
               END-PERFORM
           END-IF
           .

       50-DISPOSE-INVOICES.
      *    AN INVOICE IS APPROVED OR HELD AS A WHOLE -- ONE BAD LINE
      *    HOLDS EVERY LINE ON IT.  EACH INVOICE IS DISPOSED OF AT
      *    ITS FIRST LINE IN THE TABLE
           OPEN EXTEND APPROVED-PAYABLE-FILE, MATCHED-LINE-FILE

           PERFORM VARYING INV-SUB FROM 1 BY 1
               UNTIL INV-SUB > IT-NUM-LINES

               MOVE IT-INVOICE-REC(INV-SUB) TO VENDOR-INVOICE-RECORD
               PERFORM 51-CHECK-EARLIER-LINES

               IF NOT INVOICE-ALREADY-DONE
                   PERFORM 52-DISPOSE-ONE-INVOICE
               END-IF
           END-PERFORM

           CLOSE APPROVED-PAYABLE-FILE, MATCHED-LINE-FILE
           .

       51-CHECK-EARLIER-LINES.
           MOVE 'N' TO EARLIER-INVOICE-SW

           PERFORM VARYING INV-SUB-2 FROM 1 BY 1
               UNTIL INV-SUB-2 NOT < INV-SUB OR INVOICE-ALREADY-DONE

               IF IT-INVOICE-REC(INV-SUB-2)(1:14) =
                       IT-INVOICE-REC(INV-SUB)(1:14)
                   SET INVOICE-ALREADY-DONE TO TRUE
               END-IF
           END-PERFORM
           .

       52-DISPOSE-ONE-INVOICE.
           MOVE 'Y' TO INVOICE-OK-SW
           MOVE ZEROES TO HF-INVOICE-AMOUNT

           PERFORM VARYING INV-SUB-2 FROM INV-SUB BY 1
               UNTIL INV-SUB-2 > IT-NUM-LINES

               IF IT-INVOICE-REC(INV-SUB-2)(1:14) =
                       IT-INVOICE-REC(INV-SUB)(1:14)
                   IF NOT IT-LINE-OK(INV-SUB-2)
                       MOVE 'N' TO INVOICE-OK-SW
                   END-IF

                   MOVE IT-INVOICE-REC(INV-SUB-2) TO
                           VENDOR-INVOICE-RECORD
                   IF VI-QTY-BILLED IS NUMERIC
                           AND VI-UNIT-COST IS NUMERIC
                       COMPUTE HF-INVOICE-AMOUNT = HF-INVOICE-AMOUNT
                               + VI-QTY-BILLED * VI-UNIT-COST
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING INV-SUB-2 FROM INV-SUB BY 1
               UNTIL INV-SUB-2 > IT-NUM-LINES

               IF IT-INVOICE-REC(INV-SUB-2)(1:14) =
                       IT-INVOICE-REC(INV-SUB)(1:14)
                   PERFORM 53-REPORT-INVOICE-LINE
               END-IF
           END-PERFORM

           MOVE IT-INVOICE-REC(INV-SUB) TO VENDOR-INVOICE-RECORD
           MOVE VI-INVOICE-NUMBER TO ITL-INVOICE-NUMBER
           MOVE HF-INVOICE-AMOUNT TO ITL-AMOUNT

           IF INVOICE-ALL-MATCHED
               MOVE 'APPROVED FOR PAYMENT' TO ITL-DISPOSITION
               ADD 1 TO MC-INVOICES-APPROVED
               ADD HF-INVOICE-AMOUNT TO MC-APPROVED-AMOUNT
               PERFORM 55-WRITE-APPROVED-PAYABLE
           ELSE
               MOVE 'HELD - SEE MATCH EXCEPTIONS' TO ITL-DISPOSITION
               ADD 1 TO MC-INVOICES-HELD
               ADD HF-INVOICE-AMOUNT TO MC-HELD-AMOUNT

               MOVE INVOICE-TOTAL-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
                   AFTER ADVANCING 1 LINES
               MOVE SPACES TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF

           MOVE INVOICE-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       53-REPORT-INVOICE-LINE.
           MOVE IT-INVOICE-REC(INV-SUB-2) TO VENDOR-INVOICE-RECORD

           MOVE VI-VENDOR-ID TO RDL-VENDOR-ID
           MOVE VI-INVOICE-NUMBER TO RDL-INVOICE-NUMBER
           MOVE VI-PO-NUMBER TO RDL-PO-NUMBER
           MOVE IT-ORDERED-QTY(INV-SUB-2) TO RDL-QTY-ORDERED
           MOVE IT-RECEIVED-QTY(INV-SUB-2) TO RDL-QTY-RECEIVED
           MOVE IT-AGREED-COST(INV-SUB-2) TO RDL-AGREED-COST
           MOVE IT-LINE-STATUS(INV-SUB-2) TO RDL-STATUS

           IF VI-QTY-BILLED IS NUMERIC
               MOVE VI-QTY-BILLED TO RDL-QTY-BILLED
           ELSE
               MOVE ZEROES TO RDL-QTY-BILLED
           END-IF

           IF VI-UNIT-COST IS NUMERIC
               MOVE VI-UNIT-COST TO RDL-UNIT-COST
           ELSE
               MOVE ZEROES TO RDL-UNIT-COST
           END-IF

           MOVE REGISTER-DETAIL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES

           IF INVOICE-ALL-MATCHED
               PERFORM 54-WRITE-MATCHED-LINE
           ELSE
               MOVE REGISTER-DETAIL-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF
           .

       54-WRITE-MATCHED-LINE.
           MOVE SPACES TO MATCHED-LINE-RECORD
           MOVE VI-PO-NUMBER TO ML-PO-NUMBER
           MOVE VI-VENDOR-ID TO ML-VENDOR-ID
           MOVE VI-INVOICE-NUMBER TO ML-INVOICE-NUMBER
           MOVE VI-QTY-BILLED TO ML-QTY-BILLED
           MOVE VI-UNIT-COST TO ML-UNIT-COST
           MOVE WS-RUN-DATE TO ML-MATCH-DATE

           WRITE MATCHED-LINE-RECORD
           .

       55-WRITE-APPROVED-PAYABLE.
           MOVE SPACES TO APPROVED-PAYABLE-RECORD
           MOVE VI-VENDOR-ID TO AP-VENDOR-ID
           MOVE VI-INVOICE-NUMBER TO AP-INVOICE-NUMBER
           MOVE VI-INVOICE-DATE TO AP-INVOICE-DATE
           MOVE HF-INVOICE-AMOUNT TO AP-INVOICE-AMOUNT
           MOVE WS-RUN-DATE TO AP-APPROVED-DATE

           WRITE APPROVED-PAYABLE-RECORD
           .

       70-REWRITE-PENDING-INVOICES.
      *    ONLY THE LINES OF HELD INVOICES GO BACK OUT, SO THE NEXT
      *    RUN RE-MATCHES THEM ONCE THE BUYER HAS SORTED THEM OUT
           OPEN OUTPUT VENDOR-INVOICE-FILE

           PERFORM VARYING INV-SUB FROM 1 BY 1
               UNTIL INV-SUB > IT-NUM-LINES

               PERFORM 71-CHECK-INVOICE-HELD

               IF NOT INVOICE-ALL-MATCHED
                   MOVE IT-INVOICE-REC(INV-SUB) TO
                           VENDOR-INVOICE-RECORD
                   WRITE VENDOR-INVOICE-RECORD
               END-IF
           END-PERFORM

           CLOSE VENDOR-INVOICE-FILE
           .

       71-CHECK-INVOICE-HELD.
           MOVE 'Y' TO INVOICE-OK-SW

           PERFORM VARYING INV-SUB-2 FROM 1 BY 1
               UNTIL INV-SUB-2 > IT-NUM-LINES

               IF IT-INVOICE-REC(INV-SUB-2)(1:14) =
                       IT-INVOICE-REC(INV-SUB)(1:14)
                       AND NOT IT-LINE-OK(INV-SUB-2)
                   MOVE 'N' TO INVOICE-OK-SW
               END-IF
           END-PERFORM
           .

       100-WRAP-UP.
           MOVE MC-INVOICES-APPROVED TO RTL-APPROVED-COUNT
           MOVE MC-APPROVED-AMOUNT TO RTL-APPROVED-AMOUNT
           MOVE MC-INVOICES-HELD TO RTL-HELD-COUNT
           MOVE MC-HELD-AMOUNT TO RTL-HELD-AMOUNT

           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES
           MOVE REGISTER-TOTAL-LINE-TWO TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES

           MOVE REGISTER-TOTAL-LINE-TWO TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE MATCH-REGISTER-FILE, MATCH-EXCEPTION-FILE

           GOBACK
           .
