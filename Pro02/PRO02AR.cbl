      ***************
      * INPUTS:
      *    The OPEN INVOICE FILE holds every invoice PRO02 issued
      *    that is not yet fully paid, and every credit memo not yet
      *    used up (an open credit on the customer's account)
      *
      *    The CUSTOMER PAYMENTS FILE holds one record per payment
      *    received (invoice number, amount, payment date, customer
      *    ID); a payment with no usable invoice number settles the
      *    customer's invoices oldest first
      *
      *    The UNAPPLIED CASH FILE holds every receipt, or part of
      *    one, not yet applied to an invoice, by customer (customer
      *    zero when nobody could tell whose it was)
      *
      *    The CASH APPLICATION FILE holds the clerk's instructions
      *    for releasing held cash: receipt ID, the customer it
      *    belongs to, the invoice to apply it to (blank for oldest
      *    first), and the amount (zero for all of it)
      *
      *    The INVOICE DISPUTE FILE holds the credit desk's
      *    disputes; an invoice under open dispute is shown apart
      *    from the aging buckets until the dispute is settled
      *
      *    The CUSTOMER MASTER FILE names each customer
      *
      *    The PERIOD CONTROL FILE lists each accounting month as
      *    open or closed; a payment dated into a closed month is
      *    refused and listed on the aging report for re-dating

      * *******
      * OUTPUTS:
      *    The AGING REPORT FILE shows each customer's open balance
      *    in current/31-60/61-90/over-90 buckets, with totals by
      *    bucket, plus every receipt held as unapplied cash and
      *    every cash application the clerk asked for.  A customer
      *    holding open credits or unapplied cash shows them under
      *    the aging line with the balance net of them, and one
      *    with invoices in dispute shows their balance on a line of
      *    its own, out of the buckets
      *
      *    The OPEN INVOICE FILE is rewritten holding only invoices
      *    still carrying a balance, at their remaining amounts
      *
      *    The UNAPPLIED CASH FILE is rewritten holding only the
      *    cash still unapplied
      *
      *    The GL JOURNAL FILE gains one balanced summary batch per
      *    run: the cash received, what of it settled receivables
      *    and what was held, and the held cash released to invoices

      ****************
      * CALCULATIONS:
      *    REMAINING BALANCE [INVOICE AMOUNT - PAYMENTS APPLIED]
      *    NET BALANCE [SUM OF AGED BALANCES + DISPUTED BALANCES
      *                 - OPEN CREDITS - UNAPPLIED CASH]
      *    DAYS OPEN [RUN DATE - INVOICE DATE]
      ************************************

           SELECT AGING-REPORT-FILE
               ASSIGN TO PRINTER 'RECEIVABLES-AGING.TXT'.

      *    OVERPAYMENTS AND REMITTANCES NOBODY CAN PLACE, HELD BY
      *    CUSTOMER UNTIL THE CLERK APPLIES THEM
           SELECT UNAPPLIED-CASH-FILE
               ASSIGN TO 'UNAPPLIED-CASH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNAPPLIED-STATUS.

           SELECT OPTIONAL INVOICE-DISPUTE-FILE
               ASSIGN TO 'INVOICE-DISPUTES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CASH-APPLY-FILE
               ASSIGN TO 'CASH-APPLY-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASH-APPLY-STATUS.

      *    SHARED GENERAL LEDGER FEED -- EVERY SUBLEDGER APPENDS ONE
      *    BALANCED SUMMARY BATCH PER RUN, AND GLPOST POSTS THEM TO
      *    THE LEDGER BY ACCOUNT
           SELECT OPTIONAL GL-JOURNAL-FILE
               ASSIGN TO 'GL-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    ACCOUNTING PERIOD CONTROL -- ONE RECORD PER MONTH, OPEN
      *    OR CLOSED.  A MONTH NOT ON IT IS STILL OPEN; PERCLOSE
      *    CLOSES THEM
           SELECT OPTIONAL PERIOD-CONTROL-FILE
               ASSIGN TO 'PERIOD-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

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
      *    RUN DATE PLUS A SEQUENCE, ASSIGNED WHEN THE CASH IS HELD
           05 UC-RECEIPT-ID.
               10 UC-RECEIPT-RUN    PIC X(6).
               10 UC-RECEIPT-SEQ    PIC 9(4).
           05 UC-CUST-ID            PIC 9(5).
           05 UC-AMOUNT             PIC 9(7)V99.
           05 UC-RECEIPT-DATE       PIC X(6).
      *    THE INVOICE NUMBER THE REMITTANCE QUOTED, IF ANY
           05 UC-REFERENCE          PIC X(10).

       FD CASH-APPLY-FILE
           RECORD CONTAINS 37 CHARACTERS.

       01 CASH-APPLY-RECORD.
           05 AT-RECEIPT-ID         PIC X(10).
           05 AT-CUST-ID            PIC 9(5).
           05 AT-INVOICE-NUMBER     PIC X(10).
           05 AT-AMOUNT             PIC 9(7)V99.
           05 AT-CLERK              PIC X(3).

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

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01 CUSTOMER-MASTER-RECORD.
           05 CM-CUST-ID            PIC 9(5).
           05 CM-CUST-NAME          PIC X(25).
           05 CM-CREDIT-LIMIT       PIC 9(7)V99.
           05 CM-STATE-CODE         PIC XX.
           05 CM-FINANCE-CHARGE-SW  PIC X.
               88 CM-NO-FINANCE-CHARGE VALUE 'N'.

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

       FD PERIOD-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.

       01 PERIOD-CONTROL-RECORD.
           05 PC-PERIOD             PIC X(4).
           05 PC-STATUS             PIC X.
               88 PC-PERIOD-CLOSED  VALUE 'C'.
           05 PC-CLOSED-DATE        PIC X(6).
           05 PC-CLOSED-BY          PIC X(10).

       FD AGING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05 LOAD-EOF-SW           PIC X          VALUE 'N'.
               88 LOAD-DONE         VALUE 'Y'.
           05 AR-UNMATCHED-COUNT    PIC 9(5)       VALUE 0.
           05 UNAPPLIED-STATUS      PIC XX.
               88 UNAPPLIED-FOUND   VALUE '00'.
           05 CASH-APPLY-STATUS     PIC XX.
               88 CASH-APPLY-FOUND  VALUE '00'.
           05 INVOICE-SUB           PIC 9(4).
           05 HF-MATCH-SW           PIC X.
               88 HF-MATCHED        VALUE 'Y'.
           05 HF-OLDEST-SW          PIC X.
               88 NO-OLDER-INVOICE  VALUE 'Y'.
           05 HF-DISPUTE-SW         PIC X.
               88 HF-DISPUTED       VALUE 'Y'.
           05 HF-PERIOD-SW          PIC X.
               88 HF-PERIOD-CLOSED  VALUE 'Y'.

       01 HOLD-FIELDS.
           05 HF-BALANCE            PIC S9(7)V99.
           05 HF-NET-BALANCE        PIC S9(9)V99.
           05 HF-FIND-CUST-ID       PIC 9(5).
           05 HF-CASH-LEFT          PIC 9(7)V99.
           05 HF-CASH-RELEASED      PIC 9(7)V99.
           05 HF-APPLY-AMOUNT       PIC 9(7)V99.
           05 HF-OLDEST-SUB         PIC 9(4).
           05 HF-OLDEST-NUMBER      PIC X(10).
           05 HF-RECEIPT-SEQ        PIC 9(4)       VALUE 0.
           05 HF-RUN-YYMMDD         PIC X(6).
           05 HF-DAYS-OPEN          PIC S9(5).
           05 HF-INV-CCYYMMDD       PIC 9(8).
           05 HF-TODAY-CCYYMMDD     PIC 9(8).
           05 WS-MONTH              PIC XX.
           05 WS-DAY                PIC XX.

       01 WS-TIME-NOW               PIC X(8).

       01 GL-TOTALS.
      *    THIS RUN'S CASH SUMMED FOR THE GENERAL LEDGER
           05 GT-CASH-RECEIVED      PIC 9(9)V99    VALUE 0.
           05 GT-CASH-HELD          PIC 9(9)V99    VALUE 0.
           05 GT-CASH-APPLIED       PIC 9(9)V99    VALUE 0.
           05 GT-HELD-RELEASED      PIC 9(9)V99    VALUE 0.

       01 INVOICE-TABLE-AREA.
           05 IN-NUM-INVOICES       PIC 9(4)       VALUE 0.
           05 INVOICE-TBL-LINE OCCURS 1 TO 1000 TIMES
               10 IN-CUST-ID        PIC 9(5).
               10 IN-AMOUNT         PIC 9(7)V99.
               10 IN-PAID           PIC 9(7)V99.
               10 IN-DOC-TYPE       PIC X.

       01 CUSTOMER-TABLE-AREA.
           05 CT-NUM-CUSTOMERS      PIC 999        VALUE 0.
               10 CT-BUCKET-31-60   PIC 9(8)V99    VALUE 0.
               10 CT-BUCKET-61-90   PIC 9(8)V99    VALUE 0.
               10 CT-BUCKET-OVER-90 PIC 9(8)V99    VALUE 0.
               10 CT-OPEN-CREDIT    PIC 9(8)V99    VALUE 0.
               10 CT-UNAPPLIED      PIC 9(8)V99    VALUE 0.
               10 CT-DISPUTED       PIC 9(8)V99    VALUE 0.

       01 BUCKET-TOTALS.
           05 BT-TOTAL-0-30         PIC 9(9)V99    VALUE 0.
           05 BT-TOTAL-31-60        PIC 9(9)V99    VALUE 0.
           05 BT-TOTAL-61-90        PIC 9(9)V99    VALUE 0.
           05 BT-TOTAL-OVER-90      PIC 9(9)V99    VALUE 0.
           05 BT-TOTAL-CREDIT       PIC 9(9)V99    VALUE 0.
           05 BT-TOTAL-UNAPPLIED    PIC 9(9)V99    VALUE 0.
           05 BT-UNIDENTIFIED       PIC 9(9)V99    VALUE 0.
           05 BT-TOTAL-DISPUTED     PIC 9(9)V99    VALUE 0.

       01 DISPUTE-TABLE-AREA.
      *    INVOICE NUMBERS UNDER OPEN DISPUTE
           05 DP-NUM-DISPUTES       PIC 9(4)       VALUE 0.
           05 DISPUTE-TBL-LINE OCCURS 1 TO 1000 TIMES
               DEPENDING ON DP-NUM-DISPUTES
               INDEXED BY DISPUTE-TBL-INDEX.
               10 DP-INVOICE-NUMBER PIC X(10).

       01 CLOSED-PERIOD-AREA.
      *    EVERY MONTH THE PERIOD CONTROL FILE SHOWS CLOSED
           05 CP-NUM-PERIODS        PIC 999        VALUE 0.
           05 CLOSED-PERIOD-LINE OCCURS 1 TO 600 TIMES
               DEPENDING ON CP-NUM-PERIODS
               INDEXED BY CLOSED-PERIOD-INDEX.
               10 CP-PERIOD         PIC X(4).

       01 UNAPPLIED-TABLE-AREA.
      *    THE WHOLE UNAPPLIED CASH FILE PLUS WHAT THIS RUN HOLDS,
      *    WRITTEN BACK AT END OF RUN WITHOUT THE ENTRIES USED UP
           05 UA-NUM-ENTRIES        PIC 9(4)       VALUE 0.
           05 UNAPPLIED-TBL-LINE OCCURS 1 TO 1000 TIMES
               DEPENDING ON UA-NUM-ENTRIES
               INDEXED BY UNAPPLIED-TBL-INDEX.
               10 UA-RECEIPT-ID     PIC X(10).
               10 UA-CUST-ID        PIC 9(5).
               10 UA-AMOUNT         PIC 9(7)V99.
               10 UA-RECEIPT-DATE   PIC X(6).
               10 UA-REFERENCE      PIC X(10).


      **************        OUTPUT AREA        ********************
           05 ATL-TOTAL-OVER-90     PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(8)       VALUE SPACES.

       01 AGING-CREDIT-LINE.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05                       PIC X(14)      VALUE
                   'MEMO CREDITS: '.
           05 ACL-OPEN-CREDIT       PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05                       PIC X(16)      VALUE
                   'UNAPPLIED CASH: '.
           05 ACL-UNAPPLIED         PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05                       PIC X(13)      VALUE
                   'NET BALANCE: '.
           05 ACL-NET-BALANCE       PIC ZZZ,ZZ9.99-.

       01 AGING-DISPUTE-LINE.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05                       PIC X(14)      VALUE
                   'IN DISPUTE:   '.
           05 ADS-DISPUTED          PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05                       PIC X(25)      VALUE
                   'HELD OUT OF THE BUCKETS'.
           05 FILLER                PIC X(27)      VALUE SPACES.

       01 AGING-DISPUTE-TOTAL-LINE.
           05                       PIC X(20)      VALUE
                   'TOTAL IN DISPUTE:   '.
           05 ADT-TOTAL-DISPUTED    PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(47)      VALUE SPACES.

       01 AGING-CREDIT-TOTAL-LINE.
           05                       PIC X(20)      VALUE
                   'TOTAL OPEN CREDITS: '.
           05 ACT-TOTAL-CREDIT      PIC $Z,ZZZ,ZZ9.99.
           05                       PIC X(3)       VALUE ' CR'.
           05 FILLER                PIC X(44)      VALUE SPACES.

       01 AGING-CASH-TOTAL-LINE.
           05                       PIC X(22)      VALUE
                   'TOTAL UNAPPLIED CASH: '.
           05 ACS-TOTAL-UNAPPLIED   PIC $Z,ZZZ,ZZ9.99.
           05                       PIC X(17)      VALUE
                   '   UNIDENTIFIED: '.
           05 ACS-UNIDENTIFIED      PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(15)      VALUE SPACES.

       01 UNAPPLIED-CASH-LINE.
           05                       PIC X(15)      VALUE
                   'UNAPPLIED CASH '.
           05                       PIC X(8)       VALUE 'RECEIPT '.
           05 UCL-RECEIPT-ID        PIC X(10).
           05                       PIC X(7)       VALUE '  CUST '.
           05 UCL-CUST-ID           PIC 9(5).
           05                       PIC X(6)       VALUE '  REF '.
           05 UCL-REFERENCE         PIC X(10).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 UCL-AMOUNT            PIC $ZZZ,ZZ9.99.
           05 FILLER                PIC X(6)       VALUE SPACES.

       01 PERIOD-REJECT-LINE.
           05                       PIC X(24)      VALUE
                   'PAYMENT - CLOSED PERIOD '.
           05                       PIC X(4)       VALUE 'INV '.
           05 PRL-INVOICE-NUMBER    PIC X(10).
           05                       PIC X(6)       VALUE ' CUST '.
           05 PRL-CUST-ID           PIC X(5).
           05                       PIC X(7)       VALUE ' DATED '.
           05 PRL-PAY-DATE          PIC X(6).
           05 FILLER                PIC X(1)       VALUE SPACES.
           05 PRL-AMOUNT            PIC $ZZZ,ZZ9.99.
           05 FILLER                PIC X(6)       VALUE SPACES.

       01 CASH-APPLY-LINE.
           05                       PIC X(10)      VALUE
                   'HELD CASH '.
           05 CAL-RECEIPT-ID        PIC X(10).
           05                       PIC X(6)       VALUE ' CUST '.
           05 CAL-CUST-ID           PIC 9(5).
           05 FILLER                PIC X(1)       VALUE SPACES.
           05 CAL-APPLIED           PIC $ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 CAL-RESULT            PIC X(30).
           05 FILLER                PIC X(5)       VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 15-HOUSEKEEPING
           PERFORM 18-LOAD-CLOSED-PERIODS
           PERFORM 19-LOAD-OPEN-DISPUTES
           PERFORM 21-LOAD-OPEN-INVOICES
           PERFORM 22-LOAD-CUSTOMER-MASTER
           PERFORM 23-LOAD-UNAPPLIED-CASH
           PERFORM 24-APPLY-HELD-CASH
           PERFORM 25-APPLY-PAYMENTS
           PERFORM 50-AGE-OPEN-BALANCES
           PERFORM 55-TALLY-UNAPPLIED-CASH
           PERFORM 60-PRINT-AGING-REPORT
           PERFORM 70-REWRITE-OPEN-INVOICES
           PERFORM 75-REWRITE-UNAPPLIED-CASH
           PERFORM 80-WRITE-GL-BATCH
           PERFORM 100-WRAP-UP
           .

           STRING '20' WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO HF-TODAY-CCYYMMDD
           END-STRING
           MOVE WS-DATE TO HF-RUN-YYMMDD

           WRITE AGING-RECORD FROM AGING-HEADING-ONE
               AFTER ADVANCING PAGE
               AFTER ADVANCING 2 LINES
           .

       18-LOAD-CLOSED-PERIODS.
      *    NO PERIOD CONTROL FILE YET JUST MEANS NO MONTH IS CLOSED
           OPEN INPUT PERIOD-CONTROL-FILE

           MOVE 'N' TO LOAD-EOF-SW
           PERFORM UNTIL LOAD-DONE
               READ PERIOD-CONTROL-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       IF PC-PERIOD-CLOSED AND CP-NUM-PERIODS < 600
                           ADD 1 TO CP-NUM-PERIODS
                           MOVE PC-PERIOD TO
                                   CP-PERIOD(CP-NUM-PERIODS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PERIOD-CONTROL-FILE
           .

       19-LOAD-OPEN-DISPUTES.
      *    NO DISPUTE FILE YET JUST MEANS NOTHING IS IN DISPUTE
           OPEN INPUT INVOICE-DISPUTE-FILE

           MOVE 'N' TO LOAD-EOF-SW
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
           .

       21-LOAD-OPEN-INVOICES.
           OPEN INPUT OPEN-INVOICE-FILE

                       MOVE OI-INVOICE-AMOUNT TO
                               IN-AMOUNT(IN-NUM-INVOICES)
                       MOVE ZEROES TO IN-PAID(IN-NUM-INVOICES)
                       MOVE OI-DOC-TYPE TO
                               IN-DOC-TYPE(IN-NUM-INVOICES)
               END-READ
           END-PERFORM

                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       PERFORM 28-CHECK-PAYMENT-PERIOD
                       IF HF-PERIOD-CLOSED
                           PERFORM 34-REFUSE-CLOSED-PERIOD
                       ELSE
                           PERFORM 30-APPLY-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           .

       28-CHECK-PAYMENT-PERIOD.
      *    THE PAYMENT'S OWN DATE DECIDES ITS MONTH; AN UNDATED
      *    PAYMENT IS TAKEN AS TODAY'S
           MOVE 'N' TO HF-PERIOD-SW

           IF CP-NUM-PERIODS > 0 AND PY-PAY-DATE IS NUMERIC
               SET CLOSED-PERIOD-INDEX TO 1
               SEARCH CLOSED-PERIOD-LINE
                   WHEN CP-PERIOD(CLOSED-PERIOD-INDEX) =
                           PY-PAY-DATE(1:4)
                       SET HF-PERIOD-CLOSED TO TRUE
               END-SEARCH
           END-IF
           .

       34-REFUSE-CLOSED-PERIOD.
      *    NOTHING IS APPLIED OR HELD, AND THE CASH STAYS OUT OF THE
      *    GENERAL LEDGER BATCH UNTIL IT COMES BACK DATED INTO AN
      *    OPEN MONTH
           MOVE PY-INVOICE-NUMBER TO PRL-INVOICE-NUMBER
           MOVE PY-CUST-ID TO PRL-CUST-ID
           MOVE PY-PAY-DATE TO PRL-PAY-DATE
           MOVE PY-AMOUNT TO PRL-AMOUNT

           MOVE PERIOD-REJECT-LINE TO AGING-RECORD
           WRITE AGING-RECORD
               AFTER ADVANCING 1 LINES
           .

       23-LOAD-UNAPPLIED-CASH.
      *    NO UNAPPLIED CASH FILE YET JUST MEANS NOTHING IS HELD.
      *    TODAY'S HIGHEST RECEIPT SEQUENCE IS NOTED SO A SECOND RUN
      *    THE SAME DAY DOESN'T REUSE A RECEIPT ID
           OPEN INPUT UNAPPLIED-CASH-FILE

           IF UNAPPLIED-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ UNAPPLIED-CASH-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           PERFORM 29-STORE-UNAPPLIED-ENTRY
                   END-READ
               END-PERFORM

               CLOSE UNAPPLIED-CASH-FILE
           END-IF
           .

       29-STORE-UNAPPLIED-ENTRY.
           IF UA-NUM-ENTRIES < 1000
               ADD 1 TO UA-NUM-ENTRIES
               MOVE UC-RECEIPT-ID TO UA-RECEIPT-ID(UA-NUM-ENTRIES)
               MOVE UC-CUST-ID TO UA-CUST-ID(UA-NUM-ENTRIES)
               MOVE UC-AMOUNT TO UA-AMOUNT(UA-NUM-ENTRIES)
               MOVE UC-RECEIPT-DATE TO
                       UA-RECEIPT-DATE(UA-NUM-ENTRIES)
               MOVE UC-REFERENCE TO UA-REFERENCE(UA-NUM-ENTRIES)
           END-IF

           IF UC-RECEIPT-RUN = HF-RUN-YYMMDD AND
                   UC-RECEIPT-SEQ IS NUMERIC AND
                   UC-RECEIPT-SEQ > HF-RECEIPT-SEQ
               MOVE UC-RECEIPT-SEQ TO HF-RECEIPT-SEQ
           END-IF
           .

       24-APPLY-HELD-CASH.
      *    THE CLERK'S CASH APPLICATIONS RUN BEFORE THE NEW
      *    PAYMENTS, SO CASH ALREADY IN HAND SETTLES FIRST
           OPEN INPUT CASH-APPLY-FILE

           IF CASH-APPLY-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ CASH-APPLY-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           PERFORM 26-APPLY-ONE-RECEIPT
                   END-READ
               END-PERFORM

               CLOSE CASH-APPLY-FILE
           END-IF
           .

       26-APPLY-ONE-RECEIPT.
           MOVE AT-RECEIPT-ID TO CAL-RECEIPT-ID
           MOVE ZEROES TO CAL-CUST-ID
           MOVE ZEROES TO CAL-APPLIED

           SET UNAPPLIED-TBL-INDEX TO 1
           SEARCH UNAPPLIED-TBL-LINE
               AT END
                   MOVE 'REJECTED - RECEIPT NOT HELD' TO CAL-RESULT

               WHEN AT-RECEIPT-ID = UA-RECEIPT-ID(UNAPPLIED-TBL-INDEX)
                   AND UA-AMOUNT(UNAPPLIED-TBL-INDEX) > 0
                   PERFORM 27-RELEASE-HELD-CASH
           END-SEARCH

           MOVE CASH-APPLY-LINE TO AGING-RECORD
           WRITE AGING-RECORD
               AFTER ADVANCING 1 LINES
           .

       27-RELEASE-HELD-CASH.
      *    A CUSTOMER ID ON THE TRANSACTION CLAIMS THE CASH FOR THAT
      *    CUSTOMER -- HOW UNIDENTIFIED CASH FINDS ITS OWNER.  WHAT
      *    THE INVOICES CAN'T ABSORB STAYS HELD
           IF AT-CUST-ID IS NUMERIC AND AT-CUST-ID > 0
               MOVE AT-CUST-ID TO UA-CUST-ID(UNAPPLIED-TBL-INDEX)
           END-IF
           MOVE UA-CUST-ID(UNAPPLIED-TBL-INDEX) TO HF-FIND-CUST-ID
           MOVE HF-FIND-CUST-ID TO CAL-CUST-ID

           IF AT-AMOUNT IS NUMERIC AND AT-AMOUNT > 0 AND
                   AT-AMOUNT < UA-AMOUNT(UNAPPLIED-TBL-INDEX)
               MOVE AT-AMOUNT TO HF-CASH-RELEASED
           ELSE
               MOVE UA-AMOUNT(UNAPPLIED-TBL-INDEX) TO
                       HF-CASH-RELEASED
           END-IF
           MOVE HF-CASH-RELEASED TO HF-CASH-LEFT

           EVALUATE TRUE
               WHEN HF-FIND-CUST-ID = 0
                   MOVE 'REJECTED - NO CUSTOMER GIVEN' TO CAL-RESULT

               WHEN AT-INVOICE-NUMBER NOT = SPACES
                   MOVE 'N' TO HF-MATCH-SW
                   SET INVOICE-TBL-INDEX TO 1
                   SEARCH INVOICE-TBL-LINE
                       AT END
                           CONTINUE

                       WHEN AT-INVOICE-NUMBER =
                                   IN-INVOICE-NUMBER(INVOICE-TBL-INDEX)
                           AND IN-CUST-ID(INVOICE-TBL-INDEX) =
                                   HF-FIND-CUST-ID
                           AND IN-DOC-TYPE(INVOICE-TBL-INDEX) = SPACE
                           MOVE 'Y' TO HF-MATCH-SW
                           PERFORM 31-APPLY-TO-INVOICE
                   END-SEARCH

                   IF HF-MATCHED
                       MOVE 'APPLIED TO INVOICE' TO CAL-RESULT
                   ELSE
                       MOVE 'REJECTED - INVOICE NOT OPEN' TO
                               CAL-RESULT
                   END-IF

               WHEN OTHER
                   PERFORM 32-APPLY-OLDEST-FIRST
                   MOVE 'APPLIED OLDEST FIRST' TO CAL-RESULT
           END-EVALUATE

           SUBTRACT HF-CASH-LEFT FROM HF-CASH-RELEASED
                   GIVING HF-APPLY-AMOUNT
           SUBTRACT HF-APPLY-AMOUNT FROM
                   UA-AMOUNT(UNAPPLIED-TBL-INDEX)
           MOVE HF-APPLY-AMOUNT TO CAL-APPLIED
           ADD HF-APPLY-AMOUNT TO GT-HELD-RELEASED

           IF HF-APPLY-AMOUNT = 0 AND HF-FIND-CUST-ID > 0
                   AND CAL-RESULT(1:8) = 'APPLIED '
               MOVE 'NOTHING OPEN - STILL HELD' TO CAL-RESULT
           END-IF
           .

       30-APPLY-ONE-PAYMENT.
      *    A QUOTED INVOICE NUMBER SETTLES THAT INVOICE; A CUSTOMER ID
      *    ALONE SETTLES THAT CUSTOMER'S INVOICES OLDEST FIRST.  WHAT
      *    IS LEFT -- AN OVERPAYMENT, OR CASH NOBODY CAN PLACE -- IS
      *    HELD AS UNAPPLIED CASH.  NOBODY PAYS A CREDIT MEMO
           MOVE PY-AMOUNT TO HF-CASH-LEFT
           ADD HF-CASH-LEFT TO GT-CASH-RECEIVED
           MOVE ZEROES TO HF-FIND-CUST-ID
           IF PY-CUST-ID IS NUMERIC
               MOVE PY-CUST-ID TO HF-FIND-CUST-ID
           END-IF

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
                       PERFORM 31-APPLY-TO-INVOICE
               END-SEARCH
           END-IF

           IF NOT HF-MATCHED AND HF-FIND-CUST-ID > 0
               PERFORM 32-APPLY-OLDEST-FIRST
           END-IF

           IF HF-CASH-LEFT > 0
               ADD HF-CASH-LEFT TO GT-CASH-HELD
               PERFORM 35-HOLD-UNAPPLIED-CASH
           END-IF
           .

       31-APPLY-TO-INVOICE.
           SUBTRACT IN-PAID(INVOICE-TBL-INDEX) FROM
                   IN-AMOUNT(INVOICE-TBL-INDEX)
                   GIVING HF-BALANCE

           IF HF-BALANCE > 0
               IF HF-CASH-LEFT < HF-BALANCE
                   MOVE HF-CASH-LEFT TO HF-APPLY-AMOUNT
               ELSE
                   MOVE HF-BALANCE TO HF-APPLY-AMOUNT
               END-IF

               ADD HF-APPLY-AMOUNT TO IN-PAID(INVOICE-TBL-INDEX)
               SUBTRACT HF-APPLY-AMOUNT FROM HF-CASH-LEFT
           END-IF
           .

       32-APPLY-OLDEST-FIRST.
      *    INVOICE NUMBERS LEAD WITH THE ISSUE DATE, SO THE LOWEST
      *    NUMBER STILL OWING IS THE OLDEST
           MOVE 'N' TO HF-OLDEST-SW
           PERFORM UNTIL HF-CASH-LEFT = 0 OR NO-OLDER-INVOICE
               PERFORM 33-FIND-OLDEST-INVOICE

               IF HF-OLDEST-SUB = 0
                   SET NO-OLDER-INVOICE TO TRUE
               ELSE
                   SET INVOICE-TBL-INDEX TO HF-OLDEST-SUB
                   PERFORM 31-APPLY-TO-INVOICE
               END-IF
           END-PERFORM
           .

       33-FIND-OLDEST-INVOICE.
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

       35-HOLD-UNAPPLIED-CASH.
           IF HF-FIND-CUST-ID = 0
               ADD 1 TO AR-UNMATCHED-COUNT
           END-IF

           ADD 1 TO HF-RECEIPT-SEQ
           MOVE HF-RUN-YYMMDD TO UCL-RECEIPT-ID(1:6)
           MOVE HF-RECEIPT-SEQ TO UCL-RECEIPT-ID(7:4)
           MOVE HF-FIND-CUST-ID TO UCL-CUST-ID
           MOVE PY-INVOICE-NUMBER TO UCL-REFERENCE
           MOVE HF-CASH-LEFT TO UCL-AMOUNT

           IF UA-NUM-ENTRIES < 1000
               ADD 1 TO UA-NUM-ENTRIES
               MOVE UCL-RECEIPT-ID TO UA-RECEIPT-ID(UA-NUM-ENTRIES)
               MOVE HF-FIND-CUST-ID TO UA-CUST-ID(UA-NUM-ENTRIES)
               MOVE HF-CASH-LEFT TO UA-AMOUNT(UA-NUM-ENTRIES)
               MOVE PY-PAY-DATE TO UA-RECEIPT-DATE(UA-NUM-ENTRIES)
               MOVE PY-INVOICE-NUMBER TO
                       UA-REFERENCE(UA-NUM-ENTRIES)
           END-IF

           MOVE UNAPPLIED-CASH-LINE TO AGING-RECORD
           WRITE AGING-RECORD
               AFTER ADVANCING 1 LINES
           .

       50-AGE-OPEN-BALANCES.
      *    AN OPEN CREDIT DOESN'T AGE -- IT IS HELD AGAINST THE
      *    CUSTOMER'S BALANCE AS A WHOLE.  NEITHER DOES AN INVOICE
      *    IN DISPUTE, WHICH IS CARRIED ON ITS OWN LINE
           PERFORM VARYING INVOICE-TBL-INDEX FROM 1 BY 1
               UNTIL INVOICE-TBL-INDEX > IN-NUM-INVOICES

                       GIVING HF-BALANCE

               IF HF-BALANCE > 0
                   MOVE IN-CUST-ID(INVOICE-TBL-INDEX) TO
                           HF-FIND-CUST-ID
                   IF IN-DOC-TYPE(INVOICE-TBL-INDEX) = 'C'
                       PERFORM 52-FIND-CUSTOMER-BUCKETS
                       ADD HF-BALANCE TO
                               CT-OPEN-CREDIT(CUSTOMER-TBL-INDEX)
                       ADD HF-BALANCE TO BT-TOTAL-CREDIT
                   ELSE
                       PERFORM 53-CHECK-DISPUTE
                       IF HF-DISPUTED
                           PERFORM 52-FIND-CUSTOMER-BUCKETS
                           ADD HF-BALANCE TO
                                   CT-DISPUTED(CUSTOMER-TBL-INDEX)
                           ADD HF-BALANCE TO BT-TOTAL-DISPUTED
                       ELSE
                           PERFORM 51-BUCKET-ONE-BALANCE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
           SEARCH CUSTOMER-TBL-LINE
               AT END
                   ADD 1 TO CT-NUM-CUSTOMERS
                   MOVE HF-FIND-CUST-ID TO
                           CT-CUST-ID(CT-NUM-CUSTOMERS)
                   MOVE 'NOT ON CUSTOMER MASTER' TO
                           CT-CUST-NAME(CT-NUM-CUSTOMERS)
                   SET CUSTOMER-TBL-INDEX TO CT-NUM-CUSTOMERS

               WHEN HF-FIND-CUST-ID = CT-CUST-ID(CUSTOMER-TBL-INDEX)
                   CONTINUE
           END-SEARCH
           .

       53-CHECK-DISPUTE.
           MOVE 'N' TO HF-DISPUTE-SW

           IF DP-NUM-DISPUTES > 0
               SET DISPUTE-TBL-INDEX TO 1
               SEARCH DISPUTE-TBL-LINE
                   AT END
                       CONTINUE

                   WHEN IN-INVOICE-NUMBER(INVOICE-TBL-INDEX) =
                               DP-INVOICE-NUMBER(DISPUTE-TBL-INDEX)
                       SET HF-DISPUTED TO TRUE
               END-SEARCH
           END-IF
           .

       55-TALLY-UNAPPLIED-CASH.
      *    HELD CASH COUNTS AS A CREDIT TO ITS CUSTOMER; CASH WITH NO
      *    CUSTOMER YET ONLY SHOWS IN THE TOTALS
           PERFORM VARYING UNAPPLIED-TBL-INDEX FROM 1 BY 1
               UNTIL UNAPPLIED-TBL-INDEX > UA-NUM-ENTRIES

               IF UA-AMOUNT(UNAPPLIED-TBL-INDEX) > 0
                   IF UA-CUST-ID(UNAPPLIED-TBL-INDEX) = 0
                       ADD UA-AMOUNT(UNAPPLIED-TBL-INDEX) TO
                               BT-UNIDENTIFIED
                   ELSE
                       MOVE UA-CUST-ID(UNAPPLIED-TBL-INDEX) TO
                               HF-FIND-CUST-ID
                       PERFORM 52-FIND-CUSTOMER-BUCKETS
                       ADD UA-AMOUNT(UNAPPLIED-TBL-INDEX) TO
                               CT-UNAPPLIED(CUSTOMER-TBL-INDEX)
                       ADD UA-AMOUNT(UNAPPLIED-TBL-INDEX) TO
                               BT-TOTAL-UNAPPLIED
                   END-IF
               END-IF
           END-PERFORM
           .

       60-PRINT-AGING-REPORT.
           PERFORM VARYING CUSTOMER-TBL-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-TBL-INDEX > CT-NUM-CUSTOMERS
               IF CT-BUCKET-0-30(CUSTOMER-TBL-INDEX) > 0 OR
                       CT-BUCKET-31-60(CUSTOMER-TBL-INDEX) > 0 OR
                       CT-BUCKET-61-90(CUSTOMER-TBL-INDEX) > 0 OR
                       CT-BUCKET-OVER-90(CUSTOMER-TBL-INDEX) > 0 OR
                       CT-OPEN-CREDIT(CUSTOMER-TBL-INDEX) > 0 OR
                       CT-UNAPPLIED(CUSTOMER-TBL-INDEX) > 0 OR
                       CT-DISPUTED(CUSTOMER-TBL-INDEX) > 0
                   MOVE CT-CUST-ID(CUSTOMER-TBL-INDEX) TO ADL-CUST-ID
                   MOVE CT-CUST-NAME(CUSTOMER-TBL-INDEX) TO
                           ADL-CUST-NAME
                   MOVE AGING-DETAIL-LINE TO AGING-RECORD
                   WRITE AGING-RECORD
                       AFTER ADVANCING 1 LINES

                   IF CT-OPEN-CREDIT(CUSTOMER-TBL-INDEX) > 0 OR
                           CT-UNAPPLIED(CUSTOMER-TBL-INDEX) > 0
                       PERFORM 61-PRINT-CUSTOMER-CREDIT
                   END-IF

                   IF CT-DISPUTED(CUSTOMER-TBL-INDEX) > 0
                       MOVE CT-DISPUTED(CUSTOMER-TBL-INDEX) TO
                               ADS-DISPUTED
                       MOVE AGING-DISPUTE-LINE TO AGING-RECORD
                       WRITE AGING-RECORD
                           AFTER ADVANCING 1 LINES
                   END-IF
               END-IF
           END-PERFORM

           MOVE AGING-TOTAL-LINE TO AGING-RECORD
           WRITE AGING-RECORD
               AFTER ADVANCING 2 LINES

           IF BT-TOTAL-CREDIT > 0
               MOVE BT-TOTAL-CREDIT TO ACT-TOTAL-CREDIT
               MOVE AGING-CREDIT-TOTAL-LINE TO AGING-RECORD
               WRITE AGING-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF

           IF BT-TOTAL-DISPUTED > 0
               MOVE BT-TOTAL-DISPUTED TO ADT-TOTAL-DISPUTED
               MOVE AGING-DISPUTE-TOTAL-LINE TO AGING-RECORD
               WRITE AGING-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF

           IF BT-TOTAL-UNAPPLIED > 0 OR BT-UNIDENTIFIED > 0
               MOVE BT-TOTAL-UNAPPLIED TO ACS-TOTAL-UNAPPLIED
               MOVE BT-UNIDENTIFIED TO ACS-UNIDENTIFIED
               MOVE AGING-CASH-TOTAL-LINE TO AGING-RECORD
               WRITE AGING-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF
           .

       61-PRINT-CUSTOMER-CREDIT.
           COMPUTE HF-NET-BALANCE =
                   CT-BUCKET-0-30(CUSTOMER-TBL-INDEX) +
                   CT-BUCKET-31-60(CUSTOMER-TBL-INDEX) +
                   CT-BUCKET-61-90(CUSTOMER-TBL-INDEX) +
                   CT-BUCKET-OVER-90(CUSTOMER-TBL-INDEX) +
                   CT-DISPUTED(CUSTOMER-TBL-INDEX) -
                   CT-OPEN-CREDIT(CUSTOMER-TBL-INDEX) -
                   CT-UNAPPLIED(CUSTOMER-TBL-INDEX)

           MOVE CT-OPEN-CREDIT(CUSTOMER-TBL-INDEX) TO ACL-OPEN-CREDIT
           MOVE CT-UNAPPLIED(CUSTOMER-TBL-INDEX) TO ACL-UNAPPLIED
           MOVE HF-NET-BALANCE TO ACL-NET-BALANCE

           MOVE AGING-CREDIT-LINE TO AGING-RECORD
           WRITE AGING-RECORD
               AFTER ADVANCING 1 LINES
           .

       70-REWRITE-OPEN-INVOICES.
      *    ONLY INVOICES STILL CARRYING A BALANCE GO BACK OUT, AT
      *    THEIR REMAINING AMOUNTS; OPEN CREDITS GO BACK OUT AS THEY
      *    CAME IN
           OPEN OUTPUT OPEN-INVOICE-FILE

           PERFORM VARYING INVOICE-TBL-INDEX FROM 1 BY 1
                   MOVE IN-CUST-ID(INVOICE-TBL-INDEX) TO OI-CUST-ID
                   MOVE HF-BALANCE TO OI-INVOICE-AMOUNT
                   MOVE SPACES TO OPEN-INVOICE-RECORD(25:6)
                   MOVE IN-DOC-TYPE(INVOICE-TBL-INDEX) TO OI-DOC-TYPE

                   WRITE OPEN-INVOICE-RECORD
               END-IF
           CLOSE OPEN-INVOICE-FILE
           .

       75-REWRITE-UNAPPLIED-CASH.
      *    CASH FULLY APPLIED DROPS OFF; EVERYTHING ELSE GOES BACK
      *    OUT UNDER ITS CUSTOMER, OR STILL UNDER ZERO IF UNCLAIMED
           OPEN OUTPUT UNAPPLIED-CASH-FILE

           PERFORM VARYING UNAPPLIED-TBL-INDEX FROM 1 BY 1
               UNTIL UNAPPLIED-TBL-INDEX > UA-NUM-ENTRIES

               IF UA-AMOUNT(UNAPPLIED-TBL-INDEX) > 0
                   MOVE UA-RECEIPT-ID(UNAPPLIED-TBL-INDEX) TO
                           UC-RECEIPT-ID
                   MOVE UA-CUST-ID(UNAPPLIED-TBL-INDEX) TO UC-CUST-ID
                   MOVE UA-AMOUNT(UNAPPLIED-TBL-INDEX) TO UC-AMOUNT
                   MOVE UA-RECEIPT-DATE(UNAPPLIED-TBL-INDEX) TO
                           UC-RECEIPT-DATE
                   MOVE UA-REFERENCE(UNAPPLIED-TBL-INDEX) TO
                           UC-REFERENCE

                   WRITE UNAPPLIED-CASH-RECORD
               END-IF
           END-PERFORM

           CLOSE UNAPPLIED-CASH-FILE
           .

       80-WRITE-GL-BATCH.
      *    ONE SUMMARY BATCH FOR THE RUN, STAMPED WITH THE RUN DATE
      *    AND TIME SO GLPOST CAN TELL ONE RUN'S BATCH FROM THE NEXT.
      *    THE CASH RECEIVED IS SPLIT BETWEEN WHAT SETTLED INVOICES
      *    AND WHAT WAS HELD; HELD CASH RELEASED TO INVOICES MOVES
      *    FROM UNAPPLIED CASH TO RECEIVABLES
           SUBTRACT GT-CASH-HELD FROM GT-CASH-RECEIVED
                   GIVING GT-CASH-APPLIED

           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'CASH' TO GJ-SUBLEDGER
           STRING WS-YEAR WS-MONTH WS-DAY WS-TIME-NOW(1:6)
               DELIMITED BY SIZE INTO GJ-BATCH-ID
           END-STRING
           MOVE 'PRO02AR' TO GJ-SOURCE
           MOVE HF-RUN-YYMMDD TO GJ-ENTRY-DATE

           OPEN EXTEND GL-JOURNAL-FILE

           MOVE 'CASH' TO GJ-INTERFACE-CODE
           MOVE 'D' TO GJ-DR-CR
           MOVE GT-CASH-RECEIVED TO GJ-AMOUNT
           MOVE 'CUSTOMER PAYMENTS RECEIVED' TO GJ-DESCRIPTION
           PERFORM 81-WRITE-GL-LINE

           MOVE 'ARTRADE' TO GJ-INTERFACE-CODE
           MOVE 'C' TO GJ-DR-CR
           MOVE GT-CASH-APPLIED TO GJ-AMOUNT
           MOVE 'PAYMENTS APPLIED TO INVOICES' TO GJ-DESCRIPTION
           PERFORM 81-WRITE-GL-LINE

           MOVE 'UNAPPCSH' TO GJ-INTERFACE-CODE
           MOVE 'C' TO GJ-DR-CR
           MOVE GT-CASH-HELD TO GJ-AMOUNT
           MOVE 'PAYMENTS HELD UNAPPLIED' TO GJ-DESCRIPTION
           PERFORM 81-WRITE-GL-LINE

           MOVE 'UNAPPCSH' TO GJ-INTERFACE-CODE
           MOVE 'D' TO GJ-DR-CR
           MOVE GT-HELD-RELEASED TO GJ-AMOUNT
           MOVE 'HELD CASH RELEASED' TO GJ-DESCRIPTION
           PERFORM 81-WRITE-GL-LINE

           MOVE 'ARTRADE' TO GJ-INTERFACE-CODE
           MOVE 'C' TO GJ-DR-CR
           MOVE GT-HELD-RELEASED TO GJ-AMOUNT
           MOVE 'HELD CASH APPLIED' TO GJ-DESCRIPTION
           PERFORM 81-WRITE-GL-LINE

           CLOSE GL-JOURNAL-FILE
           .

       81-WRITE-GL-LINE.
      *    A LINE WITH NOTHING ON IT IS LEFT OFF THE BATCH
           IF GJ-AMOUNT > 0
               WRITE GL-JOURNAL-RECORD
           END-IF
           .

       100-WRAP-UP.
           CLOSE PAYMENTS-FILE, AGING-REPORT-FILE

