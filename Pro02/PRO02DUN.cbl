      ***************
      * INPUTS:
      *    The OPEN INVOICE FILE holds every invoice still carrying
      *    a balance, and every open credit memo; a customer's open
      *    credits come off the past-due total, and a customer they
      *    fully cover gets no letter
      *
      *    The UNAPPLIED CASH FILE holds cash PRO02AR is holding by
      *    customer; it comes off the past-due total the same way
      *
      *    The INVOICE DISPUTE FILE holds the credit desk's
      *    disputes; an invoice under open dispute is left out of
      *    the letters until the dispute is settled
      *
      *    The CUSTOMER MASTER FILE names each customer
      *
      *    The CUSTOMER ADDRESS FILE gives the bill-to block, with
      *    the ZIP code the mail is sorted on and whether the
      *    address passed PRO02ADDR's postal check

      * *******
      * OUTPUTS:
      *    The COLLECTION LETTER FILE carries one formatted letter
      *    per customer with past-due balances, at the severity of
      *    their oldest bucket, in ZIP code order for the presort
      *    discount
      *
      *    The HELD LETTER FILE carries the letters for customers
      *    with no good address on file, kept out of the mail until
      *    the address is corrected
      *
      *    The DUNNING CONTROL FILE lists which customer got which
      *    letter, for the credit desk
      *
      *    The LETTER MAIL CONTROL FILE gives the piece count for
      *    each mail tray, breaking on the first three digits of the
      *    ZIP code, then the bad-address exception list naming
      *    every letter held and why

      ****************
      * LETTER LEVELS:
               ASSIGN TO 'CUSTOMER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UNAPPLIED-CASH-FILE
               ASSIGN TO 'UNAPPLIED-CASH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNAPPLIED-STATUS.

           SELECT OPTIONAL INVOICE-DISPUTE-FILE
               ASSIGN TO 'INVOICE-DISPUTES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LETTER-FILE
               ASSIGN TO PRINTER 'COLLECTION-LETTERS.TXT'.

           SELECT DUNNING-CONTROL-FILE
               ASSIGN TO PRINTER 'DUNNING-CONTROL.TXT'.

           SELECT CUSTOMER-ADDRESS-FILE
               ASSIGN TO 'CUSTOMER-ADDRESS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADDRESS-FILE-STATUS.

      *    EVERY LETTER LINE IS SPOOLED WITH ITS CUSTOMER'S ZIP CODE,
      *    THEN SORTED SO THE MAIL RUN COMES OUT IN ZIP ORDER
           SELECT MAIL-SPOOL-FILE
               ASSIGN TO 'LETTER-SPOOL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAIL-SORT-FILE
               ASSIGN TO 'LETTERSORT.TMP'.

           SELECT SORTED-MAIL-FILE
               ASSIGN TO 'SORTED-LETTERS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HELD-LETTER-FILE
               ASSIGN TO PRINTER 'HELD-LETTERS.TXT'.

           SELECT MAIL-CONTROL-FILE
               ASSIGN TO PRINTER 'LETTER-MAIL-CONTROL.TXT'.

       DATA DIVISION.
       FILE SECTION.

               10 OI-INVOICE-SEQ    PIC 9(4).
           05 OI-CUST-ID            PIC 9(5).
           05 OI-INVOICE-AMOUNT     PIC 9(7)V99.
           05 OI-DOC-TYPE           PIC X.
               88 OI-CREDIT-MEMO    VALUE 'C'.
           05 FILLER                PIC X(5).

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01 CUSTOMER-MASTER-RECORD.
           05 CM-CUST-ID            PIC 9(5).
           05 CM-CUST-NAME          PIC X(25).
           05 CM-CREDIT-LIMIT       PIC 9(7)V99.
           05 CM-STATE-CODE         PIC XX.
           05 CM-FINANCE-CHARGE-SW  PIC X.
               88 CM-NO-FINANCE-CHARGE VALUE 'N'.

       FD UNAPPLIED-CASH-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01 UNAPPLIED-CASH-RECORD.
           05 UC-RECEIPT-ID         PIC X(10).
           05 UC-CUST-ID            PIC 9(5).
           05 UC-AMOUNT             PIC 9(7)V99.
           05 UC-RECEIPT-DATE       PIC X(6).
           05 UC-REFERENCE          PIC X(10).

       FD INVOICE-DISPUTE-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01 INVOICE-DISPUTE-RECORD.
           05 DS-INVOICE-NUMBER     PIC X(10).
           05 DS-CUST-ID            PIC 9(5).
           05 DS-REASON-CODE        PIC XX.
           05 DS-DISPUTED-AMOUNT    PIC 9(7)V99.
           05 DS-OWNER              PIC X(3).
           05 DS-OPENED-DATE        PIC X(6).
           05 DS-STATUS             PIC X.
               88 DS-DISPUTE-OPEN   VALUE 'O'.
           05 DS-RESOLUTION         PIC X.
           05 DS-CLOSED-DATE        PIC X(6).
           05 FILLER                PIC X(7).

       FD LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 CONTROL-RECORD            PIC X(80).

       FD CUSTOMER-ADDRESS-FILE
           RECORD CONTAINS 187 CHARACTERS.

       01 CUSTOMER-ADDRESS-RECORD.
           05 CA-CUST-ID            PIC 9(5).
           05 CA-BILL-LINE-1        PIC X(25).
           05 CA-BILL-LINE-2        PIC X(25).
           05 CA-BILL-LINE-3        PIC X(25).
           05 CA-SHIP-LINES         PIC X(75).
           05 CA-CITY               PIC X(20).
           05 CA-STATE-CODE         PIC XX.
           05 CA-ZIP-CODE           PIC X(5).
           05 CA-ZIP-PLUS-4         PIC X(4).
           05 CA-ADDRESS-STATUS     PIC X.

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

       FD HELD-LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 HELD-LETTER-RECORD        PIC X(80).

       FD MAIL-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 MAIL-CONTROL-RECORD       PIC X(80).


       WORKING-STORAGE SECTION.

           05 DN-REMINDER-COUNT     PIC 9(4)       VALUE 0.
           05 DN-FIRM-COUNT         PIC 9(4)       VALUE 0.
           05 DN-FINAL-COUNT        PIC 9(4)       VALUE 0.
           05 UNAPPLIED-STATUS      PIC XX.
               88 UNAPPLIED-FOUND   VALUE '00'.
           05 UNAPPLIED-SUB         PIC 9(4).
           05 DN-DISPUTED-COUNT     PIC 9(4)       VALUE 0.
           05 ADDRESS-FILE-STATUS   PIC XX.
               88 ADDRESSES-FOUND   VALUE '00'.
           05 MAIL-EOF-SW           PIC X          VALUE 'N'.
               88 MAIL-DONE         VALUE 'Y'.
           05 EXCEPTIONS-SW         PIC X          VALUE 'N'.
               88 EXCEPTIONS-STARTED VALUE 'Y'.
           05 MC-TRAY-COUNT         PIC 999        VALUE 0.
           05 MC-MAILED-COUNT       PIC 9(4)       VALUE 0.
           05 MC-HELD-COUNT         PIC 9(4)       VALUE 0.

       01 HOLD-FIELDS.
           05 HF-DAYS-OPEN          PIC S9(5).
           05 HF-INV-CCYYMMDD       PIC 9(8).
           05 HF-TODAY-CCYYMMDD     PIC 9(8).
           05 HF-PAST-DUE-TOTAL     PIC 9(9)V99.
           05 HF-OPEN-CREDITS       PIC 9(9)V99.
           05 HF-NET-PAST-DUE       PIC 9(9)V99.
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
      *    0 WHEN THE LETTER GOES IN THE MAIL, 1 WHEN IT IS HELD FOR
      *    A BAD ADDRESS, SO THE HELD ONES SORT LAST
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
               10 IN-CUST-ID        PIC 9(5).
               10 IN-AMOUNT         PIC 9(7)V99.
               10 IN-DAYS-OPEN      PIC S9(5).
               10 IN-DOC-TYPE       PIC X.
               10 IN-DISPUTE-SW     PIC X.
                   88 IN-DISPUTED   VALUE 'Y'.

       01 DISPUTE-TABLE-AREA.
      *    INVOICE NUMBERS UNDER OPEN DISPUTE
           05 DP-NUM-DISPUTES       PIC 9(4)       VALUE 0.
           05 DISPUTE-TBL-LINE OCCURS 1 TO 1000 TIMES
               DEPENDING ON DP-NUM-DISPUTES
               INDEXED BY DISPUTE-TBL-INDEX.
               10 DP-INVOICE-NUMBER PIC X(10).

       01 ADDRESS-TABLE-AREA.
      *    CUSTOMER ADDRESSES LOADED AT STARTUP FROM THE ADDRESS
      *    FILE PRO02ADDR MAINTAINS
           05 AD-NUM-ADDRESSES      PIC 999        VALUE 0.
           05 ADDRESS-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON AD-NUM-ADDRESSES
               INDEXED BY ADDRESS-TBL-INDEX.
               10 AD-CUST-ID        PIC 9(5).
               10 AD-BILL-LINE-1    PIC X(25).
               10 AD-BILL-LINE-2    PIC X(25).
               10 AD-BILL-LINE-3    PIC X(25).
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

       01 UNAPPLIED-TABLE-AREA.
           05 UA-NUM-ENTRIES        PIC 9(4)       VALUE 0.
           05 UNAPPLIED-TBL-LINE OCCURS 1 TO 1000 TIMES
               DEPENDING ON UA-NUM-ENTRIES.
               10 UA-CUST-ID        PIC 9(5).
               10 UA-AMOUNT         PIC 9(7)V99.


      **************        OUTPUT AREA        ********************
                                   'ASHRALS LTD CREDIT DESK'.
           05 FILLER                PIC X(57)      VALUE SPACES.

       01 LETTER-ADDRESS-LINE.
           05 LAD-TEXT              PIC X(35).
           05 FILLER                PIC X(45)      VALUE SPACES.

       01 LETTER-LINE-2.
           05                       PIC X(5)       VALUE 'DEAR '.
           05 LL2-CUST-NAME         PIC X(25).
           05 LTL-PAST-DUE-TOTAL    PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(46)      VALUE SPACES.

       01 LETTER-CREDIT-LINE.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(16)      VALUE
                                   'LESS CREDITS:   '.
           05 LCL-OPEN-CREDITS      PIC $Z,ZZZ,ZZ9.99.
           05                       PIC X(3)       VALUE ' CR'.
           05 FILLER                PIC X(43)      VALUE SPACES.

       01 LETTER-NET-LINE.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(16)      VALUE
                                   'BALANCE DUE:    '.
           05 LNL-NET-PAST-DUE      PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(46)      VALUE SPACES.

       01 LETTER-CLOSING.
           05                       PIC X(15)      VALUE
                                   'THE CREDIT DESK'.
           05 FILLER                PIC X(3)       VALUE SPACES.
           05                       PIC X(7)       VALUE 'FINAL: '.
           05 CTL-FINAL-COUNT       PIC Z,ZZ9.
           05 FILLER                PIC X(3)       VALUE SPACES.
           05                       PIC X(15)      VALUE
                   'DISPUTES HELD: '.
           05 CTL-DISPUTED-COUNT    PIC Z,ZZ9.
           05 FILLER                PIC X(7)       VALUE SPACES.

       01 MAIL-HEADING-ONE.
           05 FILLER                PIC X(25)      VALUE SPACES.
           05                       PIC X(30)      VALUE
                   'COLLECTION LETTER MAIL CONTROL'.
           05 FILLER                PIC X(25)      VALUE SPACES.

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

       10-CONTROL-MODULE.
           PERFORM 15-HOUSEKEEPING
           PERFORM 20-LOAD-ADDRESS-TABLE
           PERFORM 19-LOAD-OPEN-DISPUTES
           PERFORM 21-LOAD-OPEN-INVOICES
           PERFORM 23-LOAD-UNAPPLIED-CASH
           PERFORM 25-GENERATE-LETTERS
           PERFORM 60-SORT-MAIL-SPOOL
           PERFORM 61-PRINT-MAIL-RUN
           PERFORM 100-WRAP-UP
           .

       15-HOUSEKEEPING.
           OPEN OUTPUT MAIL-SPOOL-FILE, DUNNING-CONTROL-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO CH2-MONTH
           MOVE WS-DAY TO CH2-DAY
           MOVE WS-YEAR TO CH2-YEAR
           MOVE WS-MONTH TO MH2-MONTH
           MOVE WS-DAY TO MH2-DAY
           MOVE WS-YEAR TO MH2-YEAR

           STRING '20' WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO HF-TODAY-CCYYMMDD
               AFTER ADVANCING 2 LINES
           .

       20-LOAD-ADDRESS-TABLE.
      *    NO ADDRESS FILE YET JUST MEANS EVERY LETTER IS HELD
           OPEN INPUT CUSTOMER-ADDRESS-FILE

           IF ADDRESSES-FOUND
               PERFORM UNTIL LOAD-DONE
                   READ CUSTOMER-ADDRESS-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO AD-NUM-ADDRESSES
                           MOVE CA-CUST-ID TO
                                   AD-CUST-ID(AD-NUM-ADDRESSES)
                           MOVE CA-BILL-LINE-1 TO
                                   AD-BILL-LINE-1(AD-NUM-ADDRESSES)
                           MOVE CA-BILL-LINE-2 TO
                                   AD-BILL-LINE-2(AD-NUM-ADDRESSES)
                           MOVE CA-BILL-LINE-3 TO
                                   AD-BILL-LINE-3(AD-NUM-ADDRESSES)
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

               CLOSE CUSTOMER-ADDRESS-FILE
               MOVE 'N' TO LOAD-EOF-SW
           END-IF
           .

       19-LOAD-OPEN-DISPUTES.
      *    NO DISPUTE FILE YET JUST MEANS NOTHING IS IN DISPUTE
           OPEN INPUT INVOICE-DISPUTE-FILE

           PERFORM UNTIL LOAD-DONE
               READ INVOICE-DISPUTE-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       IF DS-DISPUTE-OPEN AND DP-NUM-DISPUTES < 1000
                           ADD 1 TO DP-NUM-DISPUTES
                           MOVE DS-INVOICE-NUMBER TO
                                   DP-INVOICE-NUMBER(DP-NUM-DISPUTES)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INVOICE-DISPUTE-FILE
           MOVE 'N' TO LOAD-EOF-SW
           .

       21-LOAD-OPEN-INVOICES.
           OPEN INPUT OPEN-INVOICE-FILE

                               IN-CUST-ID(IN-NUM-INVOICES)
                       MOVE OI-INVOICE-AMOUNT TO
                               IN-AMOUNT(IN-NUM-INVOICES)
                       MOVE OI-DOC-TYPE TO
                               IN-DOC-TYPE(IN-NUM-INVOICES)
                       PERFORM 22-AGE-ONE-INVOICE
                       PERFORM 24-FLAG-DISPUTED-INVOICE
               END-READ
           END-PERFORM

           END-IF
           .

       24-FLAG-DISPUTED-INVOICE.
           MOVE 'N' TO IN-DISPUTE-SW(IN-NUM-INVOICES)

           IF DP-NUM-DISPUTES > 0
               SET DISPUTE-TBL-INDEX TO 1
               SEARCH DISPUTE-TBL-LINE
                   AT END
                       CONTINUE

                   WHEN OI-INVOICE-NUMBER =
                               DP-INVOICE-NUMBER(DISPUTE-TBL-INDEX)
                       MOVE 'Y' TO IN-DISPUTE-SW(IN-NUM-INVOICES)
               END-SEARCH
           END-IF
           .

       23-LOAD-UNAPPLIED-CASH.
      *    NO UNAPPLIED CASH FILE JUST MEANS NO CASH IS HELD
           OPEN INPUT UNAPPLIED-CASH-FILE

           IF UNAPPLIED-FOUND
               PERFORM UNTIL LOAD-DONE
                   READ UNAPPLIED-CASH-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF UC-CUST-ID > 0 AND UA-NUM-ENTRIES < 1000
                               ADD 1 TO UA-NUM-ENTRIES
                               MOVE UC-CUST-ID TO
                                       UA-CUST-ID(UA-NUM-ENTRIES)
                               MOVE UC-AMOUNT TO
                                       UA-AMOUNT(UA-NUM-ENTRIES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE UNAPPLIED-CASH-FILE
               MOVE 'N' TO LOAD-EOF-SW
           END-IF
           .

       25-GENERATE-LETTERS.
           OPEN INPUT CUSTOMER-MASTER-FILE

       30-EVALUATE-ONE-CUSTOMER.
      *    THE LETTER LEVEL IS SET BY THE CUSTOMER'S OLDEST PAST-DUE
      *    BALANCE; A CUSTOMER WITH NOTHING OVER 30 DAYS GETS NO
      *    LETTER, AND NEITHER DOES ONE WHOSE OPEN CREDITS AND
      *    UNAPPLIED CASH COVER EVERYTHING PAST DUE.  AN INVOICE IN
      *    DISPUTE NEITHER COUNTS TOWARD THE LETTER NOR APPEARS IN IT
           MOVE 0 TO DN-LETTER-LEVEL
           MOVE ZEROES TO HF-PAST-DUE-TOTAL
           MOVE ZEROES TO HF-OPEN-CREDITS
           MOVE ZEROES TO HF-NET-PAST-DUE

           PERFORM VARYING INVOICE-SUB FROM 1 BY 1
               UNTIL INVOICE-SUB > IN-NUM-INVOICES

               IF CM-CUST-ID = IN-CUST-ID(INVOICE-SUB) AND
                       IN-DOC-TYPE(INVOICE-SUB) = 'C'
                   ADD IN-AMOUNT(INVOICE-SUB) TO HF-OPEN-CREDITS
               END-IF

               IF CM-CUST-ID = IN-CUST-ID(INVOICE-SUB) AND
                       IN-DOC-TYPE(INVOICE-SUB) = SPACE AND
                       IN-DISPUTED(INVOICE-SUB) AND
                       IN-DAYS-OPEN(INVOICE-SUB) > 30
                   ADD 1 TO DN-DISPUTED-COUNT
               END-IF

               IF CM-CUST-ID = IN-CUST-ID(INVOICE-SUB) AND
                       IN-DOC-TYPE(INVOICE-SUB) = SPACE AND
                       NOT IN-DISPUTED(INVOICE-SUB) AND
                       IN-DAYS-OPEN(INVOICE-SUB) > 30
                   ADD IN-AMOUNT(INVOICE-SUB) TO HF-PAST-DUE-TOTAL

               END-IF
           END-PERFORM

           PERFORM VARYING UNAPPLIED-SUB FROM 1 BY 1
               UNTIL UNAPPLIED-SUB > UA-NUM-ENTRIES

               IF CM-CUST-ID = UA-CUST-ID(UNAPPLIED-SUB)
                   ADD UA-AMOUNT(UNAPPLIED-SUB) TO HF-OPEN-CREDITS
               END-IF
           END-PERFORM

           IF HF-OPEN-CREDITS < HF-PAST-DUE-TOTAL
               SUBTRACT HF-OPEN-CREDITS FROM HF-PAST-DUE-TOTAL
                       GIVING HF-NET-PAST-DUE
           ELSE
               MOVE 0 TO DN-LETTER-LEVEL
           END-IF

           IF DN-LETTER-LEVEL > 0
               PERFORM 31-WRITE-ONE-LETTER
               PERFORM 35-WRITE-CONTROL-LINE
           .

       31-WRITE-ONE-LETTER.
           PERFORM 36-START-MAIL-DOCUMENT

           MOVE LETTER-LINE-1 TO ML-TEXT
           MOVE 0 TO ML-ADVANCE
           PERFORM 37-SPOOL-LETTER-LINE

           PERFORM 32-PRINT-LETTER-ADDRESS

           MOVE CM-CUST-NAME TO LL2-CUST-NAME
           MOVE LETTER-LINE-2 TO ML-TEXT
           MOVE 2 TO ML-ADVANCE
           PERFORM 37-SPOOL-LETTER-LINE

           EVALUATE DN-LETTER-LEVEL
               WHEN 1
                   ADD 1 TO DN-REMINDER-COUNT
                   MOVE LETTER-REMINDER-BODY TO ML-TEXT
                   MOVE 2 TO ML-ADVANCE
                   PERFORM 37-SPOOL-LETTER-LINE

               WHEN 2
                   ADD 1 TO DN-FIRM-COUNT
                   MOVE LETTER-FIRM-BODY TO ML-TEXT
                   MOVE 2 TO ML-ADVANCE
                   PERFORM 37-SPOOL-LETTER-LINE

               WHEN 3
                   ADD 1 TO DN-FINAL-COUNT
                   MOVE LETTER-FINAL-BODY-1 TO ML-TEXT
                   MOVE 2 TO ML-ADVANCE
                   PERFORM 37-SPOOL-LETTER-LINE
                   MOVE LETTER-FINAL-BODY-2 TO ML-TEXT
                   MOVE 1 TO ML-ADVANCE
                   PERFORM 37-SPOOL-LETTER-LINE
           END-EVALUATE

           PERFORM VARYING INVOICE-SUB FROM 1 BY 1
               UNTIL INVOICE-SUB > IN-NUM-INVOICES

               IF CM-CUST-ID = IN-CUST-ID(INVOICE-SUB) AND
                       IN-DOC-TYPE(INVOICE-SUB) = SPACE AND
                       NOT IN-DISPUTED(INVOICE-SUB) AND
                       IN-DAYS-OPEN(INVOICE-SUB) > 30
                   MOVE IN-INVOICE-NUMBER(INVOICE-SUB) TO
                           LIL-INVOICE-NUMBER
                   MOVE IN-AMOUNT(INVOICE-SUB) TO LIL-AMOUNT
                   MOVE IN-DAYS-OPEN(INVOICE-SUB) TO LIL-DAYS-OPEN

                   MOVE LETTER-INVOICE-LINE TO ML-TEXT
                   MOVE 1 TO ML-ADVANCE
                   PERFORM 37-SPOOL-LETTER-LINE
               END-IF
           END-PERFORM

           MOVE HF-PAST-DUE-TOTAL TO LTL-PAST-DUE-TOTAL
           MOVE LETTER-TOTAL-LINE TO ML-TEXT
           MOVE 2 TO ML-ADVANCE
           PERFORM 37-SPOOL-LETTER-LINE

           IF HF-OPEN-CREDITS > 0
               MOVE HF-OPEN-CREDITS TO LCL-OPEN-CREDITS
               MOVE LETTER-CREDIT-LINE TO ML-TEXT
               MOVE 1 TO ML-ADVANCE
               PERFORM 37-SPOOL-LETTER-LINE

               MOVE HF-NET-PAST-DUE TO LNL-NET-PAST-DUE
               MOVE LETTER-NET-LINE TO ML-TEXT
               MOVE 1 TO ML-ADVANCE
               PERFORM 37-SPOOL-LETTER-LINE
           END-IF

           MOVE LETTER-CLOSING TO ML-TEXT
           MOVE 2 TO ML-ADVANCE
           PERFORM 37-SPOOL-LETTER-LINE
           .

       32-PRINT-LETTER-ADDRESS.
      *    THE BILL-TO BLOCK, PLACED FOR THE ENVELOPE WINDOW
           SET ADDRESS-TBL-INDEX TO 1
           SEARCH ADDRESS-TBL-LINE
               AT END
                   CONTINUE

               WHEN CM-CUST-ID = AD-CUST-ID(ADDRESS-TBL-INDEX)
                   MOVE AD-BILL-LINE-1(ADDRESS-TBL-INDEX) TO LAD-TEXT
                   MOVE LETTER-ADDRESS-LINE TO ML-TEXT
                   MOVE 2 TO ML-ADVANCE
                   PERFORM 37-SPOOL-LETTER-LINE

                   MOVE AD-BILL-LINE-2(ADDRESS-TBL-INDEX) TO LAD-TEXT
                   PERFORM 33-WRITE-ADDRESS-TEXT
                   MOVE AD-BILL-LINE-3(ADDRESS-TBL-INDEX) TO LAD-TEXT
                   PERFORM 33-WRITE-ADDRESS-TEXT
                   IF AD-ZIP-CODE(ADDRESS-TBL-INDEX) NOT = SPACES
                       PERFORM 38-FORMAT-CITY-LINE
                       MOVE HF-CITY-LINE TO LAD-TEXT
                       PERFORM 33-WRITE-ADDRESS-TEXT
                   END-IF
           END-SEARCH
           .

       33-WRITE-ADDRESS-TEXT.
           IF LAD-TEXT NOT = SPACES
               MOVE LETTER-ADDRESS-LINE TO ML-TEXT
               MOVE 1 TO ML-ADVANCE
               PERFORM 37-SPOOL-LETTER-LINE
           END-IF
           .

       35-WRITE-CONTROL-LINE.
                   MOVE 'FINAL NOTICE' TO CDL-LETTER-TYPE
           END-EVALUATE

           MOVE HF-NET-PAST-DUE TO CDL-PAST-DUE-TOTAL

           MOVE CONTROL-DETAIL-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
               AFTER ADVANCING 1 LINES
           .

       36-START-MAIL-DOCUMENT.
      *    A LETTER IS MAILED ONLY TO AN ADDRESS THAT PASSED THE
      *    POSTAL CHECK AND STILL CARRIES THE CUSTOMER MASTER STATE;
      *    ANY OTHER IS HELD BACK WITH THE REASON
           MOVE SPACES TO MAIL-SPOOL-LINE
           MOVE CM-CUST-ID TO ML-CUST-ID
           MOVE CM-CUST-NAME TO ML-CUST-NAME
           MOVE ZEROES TO ML-LINE-SEQ
           MOVE 'N' TO ML-ADDRESS-STATUS

           EVALUATE DN-LETTER-LEVEL
               WHEN 1
                   MOVE 'REMINDER' TO ML-DOC-NUMBER
               WHEN 2
                   MOVE 'FIRM' TO ML-DOC-NUMBER
               WHEN 3
                   MOVE 'FINAL' TO ML-DOC-NUMBER
           END-EVALUATE

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

       37-SPOOL-LETTER-LINE.
           ADD 1 TO ML-LINE-SEQ
           WRITE MAIL-SPOOL-RECORD FROM MAIL-SPOOL-LINE
           .

       38-FORMAT-CITY-LINE.
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

       60-SORT-MAIL-SPOOL.
           CLOSE MAIL-SPOOL-FILE

           SORT MAIL-SORT-FILE
               ON ASCENDING KEY MS-HOLD-SW, MS-ZIP-CODE, MS-ZIP-PLUS-4,
                                MS-CUST-ID, MS-DOC-NUMBER, MS-LINE-SEQ
               USING MAIL-SPOOL-FILE
               GIVING SORTED-MAIL-FILE
           .

       61-PRINT-MAIL-RUN.
      *    THE MAILED LETTERS SORT AHEAD OF THE HELD ONES, SO THE
      *    TRAY BREAKS ARE ALL LISTED BEFORE THE EXCEPTION LIST
           OPEN INPUT SORTED-MAIL-FILE
               OUTPUT LETTER-FILE, HELD-LETTER-FILE,
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

           CLOSE SORTED-MAIL-FILE, HELD-LETTER-FILE,
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
               MOVE SM-TEXT TO LETTER-LINE
               IF SM-ADVANCE = 0
                   WRITE LETTER-LINE
                       AFTER ADVANCING PAGE
               ELSE
                   WRITE LETTER-LINE
                       AFTER ADVANCING SM-ADVANCE LINES
               END-IF
           ELSE
               MOVE SM-TEXT TO HELD-LETTER-RECORD
               IF SM-ADVANCE = 0
                   WRITE HELD-LETTER-RECORD
                       AFTER ADVANCING PAGE
               ELSE
                   WRITE HELD-LETTER-RECORD
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
           MOVE DN-REMINDER-COUNT TO CTL-REMINDER-COUNT
           MOVE DN-FIRM-COUNT TO CTL-FIRM-COUNT
           MOVE DN-FINAL-COUNT TO CTL-FINAL-COUNT
           MOVE DN-DISPUTED-COUNT TO CTL-DISPUTED-COUNT

           MOVE CONTROL-TOTAL-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
