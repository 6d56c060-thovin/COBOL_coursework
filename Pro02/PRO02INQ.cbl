       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO02INQ.
       AUTHOR. TIM J.
      ****************************************************************
      * This program answers a customer's account questions at the
      * console while the customer is on the phone: the clerk keys a
      * customer ID, or the start of the customer's name, and gets
      * the whole receivables picture from the indexed files by key,
      * without opening the aging report, the statements, and the
      * invoice register

      ***************
      * INPUTS:
      *    The INDEXED CUSTOMER FILE, keyed on customer ID with the
      *    name as an alternate key
      *
      *    The INDEXED OPEN INVOICE FILE, one customer's open
      *    invoices and credit memos together, oldest first
      *
      *    The INDEXED PAYMENTS FILE, this month's payments by
      *    customer in the order received
      *
      *    The INDEXED ADDRESS FILE, the bill-to lines
      *
      *    All four are built by PRO02IMST from the flat files of
      *    record after each receivables run
      *
      *    The clerk supplies a customer ID or name at the console
      *    for each inquiry

      * *******
      * OUTPUTS:
      *    Each inquiry displays the customer's name, bill-to
      *    address, and credit limit; the open balance aged into the
      *    current/31-60/61-90/over-90 buckets; each open invoice
      *    with the payments applied to it and what is left; each
      *    open credit memo; each payment received this month; and
      *    whether the customer is over the credit limit and what
      *    collection letter level the account has reached
      *
      *    A name matching more than one customer lists them all so
      *    the clerk can pick one by ID

      ****************
      * CALCULATIONS:
      *    BALANCE DUE [INVOICE AMOUNT - PAYMENTS APPLIED]
      *    OPEN BALANCE [SUM OF BALANCES DUE - OPEN CREDIT MEMOS
      *                  - PAYMENTS LEFT OVER]
      *    DAYS OPEN [RUN DATE - INVOICE DATE]
      *    CREDIT HOLD [OPEN BALANCE OVER A NON-ZERO CREDIT LIMIT]
      *    DUNNING LEVEL [AS PRO02DUN: OLDEST BALANCE 31-60 DAYS = 1,
      *                   61-90 = 2, OVER 90 = 3; NONE WHEN CREDITS
      *                   COVER EVERYTHING PAST DUE]
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INDEXED-CUSTOMER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XC-CUST-ID
               ALTERNATE RECORD KEY IS XC-CUST-NAME WITH DUPLICATES
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT INDEXED-INVOICE-FILE
               ASSIGN TO 'OPEN-INVOICE.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XI-RECORD-KEY
               FILE STATUS IS INVOICE-STATUS.

           SELECT INDEXED-PAYMENT-FILE
               ASSIGN TO 'CUSTOMER-PAYMENTS.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XP-RECORD-KEY
               FILE STATUS IS PAYMENT-STATUS.

           SELECT INDEXED-ADDRESS-FILE
               ASSIGN TO 'CUSTOMER-ADDRESS.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XA-CUST-ID
               FILE STATUS IS ADDRESS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INDEXED-CUSTOMER-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01 INDEXED-CUSTOMER-RECORD.
           05 XC-CUST-ID            PIC 9(5).
           05 XC-CUST-NAME          PIC X(25).
           05 XC-CREDIT-LIMIT       PIC 9(7)V99.
           05 XC-STATE-CODE         PIC XX.
           05 XC-FINANCE-CHARGE-SW  PIC X.

       FD INDEXED-INVOICE-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01 INDEXED-INVOICE-RECORD.
           05 XI-RECORD-KEY.
               10 XI-CUST-ID        PIC 9(5).
               10 XI-INVOICE-NUMBER.
                   15 XI-INVOICE-DATE PIC X(6).
                   15 XI-INVOICE-SEQ  PIC X(4).
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
           05 XP-CUST-FROM-INVOICE  PIC X.
           05 FILLER                PIC X(3).

       FD INDEXED-ADDRESS-FILE
           RECORD CONTAINS 187 CHARACTERS.

       01 INDEXED-ADDRESS-RECORD.
           05 XA-CUST-ID            PIC 9(5).
           05 XA-BILL-LINE-1        PIC X(25).
           05 XA-BILL-LINE-2        PIC X(25).
           05 XA-BILL-LINE-3        PIC X(25).
           05 FILLER                PIC X(75).
           05 XA-CITY               PIC X(20).
           05 XA-STATE-CODE         PIC XX.
           05 XA-ZIP-CODE           PIC X(5).
           05 XA-ZIP-PLUS-4         PIC X(4).
           05 XA-ADDRESS-STATUS     PIC X.
               88 XA-ADDRESS-VALID  VALUE 'V'.


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 CUSTOMER-STATUS       PIC XX.
               88 CUSTOMER-IO-OK    VALUE '00'.
           05 INVOICE-STATUS        PIC XX.
               88 INVOICE-IO-OK     VALUE '00'.
           05 PAYMENT-STATUS        PIC XX.
               88 PAYMENT-IO-OK     VALUE '00'.
           05 ADDRESS-STATUS        PIC XX.
               88 ADDRESS-IO-OK     VALUE '00'.
           05 INVOICES-OPEN-SW      PIC X          VALUE 'N'.
               88 INVOICES-OPEN     VALUE 'Y'.
           05 PAYMENTS-OPEN-SW      PIC X          VALUE 'N'.
               88 PAYMENTS-OPEN     VALUE 'Y'.
           05 ADDRESSES-OPEN-SW     PIC X          VALUE 'N'.
               88 ADDRESSES-OPEN    VALUE 'Y'.
           05 INQUIRY-DONE-SW       PIC X          VALUE 'N'.
               88 INQUIRY-DONE      VALUE 'Y'.
           05 READ-DONE-SW          PIC X          VALUE 'N'.
               88 READ-DONE         VALUE 'Y'.
           05 INVOICE-SUB           PIC 9(4).
           05 PAYMENT-SUB           PIC 9(4).
           05 MATCH-SUB             PIC 99.

       01 WS-DATE.
           05 WS-YEAR               PIC XX.
           05 WS-MONTH              PIC XX.
           05 WS-DAY                PIC XX.

       01 INQUIRY-FIELDS.
           05 IQ-ENTRY              PIC X(25).
           05 IQ-ENTRY-ID REDEFINES IQ-ENTRY.
               10 IQ-CUST-ID        PIC 9(5).
               10 IQ-ID-REST        PIC X(20).
           05 IQ-ENTRY-LENGTH       PIC 99.
           05 IQ-PICKED-ID          PIC X(5).

       01 HOLD-FIELDS.
           05 HF-TODAY-CCYYMMDD     PIC 9(8).
           05 HF-INV-CCYYMMDD       PIC 9(8).
           05 HF-CASH-LEFT          PIC 9(7)V99.
           05 HF-REMAINING          PIC 9(7)V99.
           05 HF-APPLY-AMOUNT       PIC 9(7)V99.
           05 HF-BUCKET-0-30        PIC 9(8)V99.
           05 HF-BUCKET-31-60       PIC 9(8)V99.
           05 HF-BUCKET-61-90       PIC 9(8)V99.
           05 HF-BUCKET-OVER-90     PIC 9(8)V99.
           05 HF-OPEN-CREDITS       PIC 9(8)V99.
           05 HF-OVERPAID           PIC 9(8)V99.
           05 HF-PAST-DUE-TOTAL     PIC 9(8)V99.
           05 HF-OPEN-BALANCE       PIC S9(8)V99.
           05 HF-DUNNING-LEVEL      PIC 9.

       01 ACCOUNT-ITEM-TABLE-AREA.
      *    THE CALLER'S OPEN INVOICES AND CREDIT MEMOS, OLDEST
      *    FIRST, WITH WHAT THIS MONTH'S PAYMENTS HAVE TAKEN OFF
           05 AI-NUM-ITEMS          PIC 9(4)       VALUE 0.
           05 ACCOUNT-ITEM-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON AI-NUM-ITEMS
               INDEXED BY ACCOUNT-ITEM-INDEX.
               10 AI-INVOICE-NUMBER PIC X(10).
               10 AI-INVOICE-DATE   PIC X(6).
               10 AI-DOC-TYPE       PIC X.
               10 AI-AMOUNT         PIC 9(7)V99.
               10 AI-PAID           PIC 9(7)V99.
               10 AI-DAYS-OPEN      PIC S9(5).

       01 RECENT-PAYMENT-TABLE-AREA.
           05 RP-NUM-PAYMENTS       PIC 9(4)       VALUE 0.
           05 RECENT-PAYMENT-TBL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON RP-NUM-PAYMENTS.
               10 RP-PAY-DATE       PIC X(6).
               10 RP-INVOICE-NUMBER PIC X(10).
               10 RP-AMOUNT         PIC 9(7)V99.

       01 NAME-MATCH-TABLE-AREA.
           05 NM-NUM-MATCHES        PIC 99         VALUE 0.
           05 NAME-MATCH-TBL-LINE OCCURS 1 TO 15 TIMES
               DEPENDING ON NM-NUM-MATCHES.
               10 NM-CUST-ID        PIC 9(5).
               10 NM-CUST-NAME      PIC X(25).

       01 DUNNING-LEVEL-TEXT.
           05                       PIC X(13)      VALUE
                   '1REMINDER'.
           05                       PIC X(13)      VALUE
                   '2FIRM NOTICE'.
           05                       PIC X(13)      VALUE
                   '3FINAL NOTICE'.

       01 DUNNING-LEVEL-TBL REDEFINES DUNNING-LEVEL-TEXT.
           05 DUNNING-LEVEL-TBL-LINE OCCURS 3 TIMES.
               10 DLT-LEVEL         PIC 9.
               10 DLT-NAME          PIC X(12).


      **************        OUTPUT AREA        ********************

       01 ACCOUNT-NAME-LINE.
           05                       PIC X(10)      VALUE 'CUSTOMER '.
           05 ANL-CUST-ID           PIC 9(5).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 ANL-CUST-NAME         PIC X(25).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05                       PIC X(7)       VALUE 'STATE: '.
           05 ANL-STATE-CODE        PIC XX.

       01 ACCOUNT-ADDRESS-LINE.
           05 FILLER                PIC X(17)      VALUE SPACES.
           05 AAL-ADDRESS-LINE      PIC X(35).

       01 ACCOUNT-LIMIT-LINE.
           05                       PIC X(17)      VALUE
                   'CREDIT LIMIT:'.
           05 ALL-CREDIT-LIMIT      PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(4)       VALUE SPACES.
           05                       PIC X(14)      VALUE
                   'OPEN BALANCE:'.
           05 ALL-OPEN-BALANCE      PIC $Z,ZZZ,ZZ9.99-.

       01 AGING-HEADER-LINE.
           05 FILLER                PIC X(6)       VALUE SPACES.
           05                       PIC X(15)      VALUE 'CURRENT'.
           05                       PIC X(15)      VALUE '31-60'.
           05                       PIC X(15)      VALUE '61-90'.
           05                       PIC X(7)       VALUE 'OVER 90'.

       01 AGING-DETAIL-LINE.
           05 ADL-BUCKET-0-30       PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05 ADL-BUCKET-31-60      PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05 ADL-BUCKET-61-90      PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05 ADL-BUCKET-OVER-90    PIC ZZZ,ZZ9.99.

       01 ITEM-HEADER-LINE.
           05                       PIC X(12)      VALUE 'INVOICE'.
           05                       PIC X(10)      VALUE 'DATE'.
           05                       PIC X(13)      VALUE '   AMOUNT'.
           05                       PIC X(13)      VALUE '     PAID'.
           05                       PIC X(14)      VALUE
                   '  BALANCE DUE'.
           05                       PIC X(4)       VALUE 'DAYS'.

       01 ITEM-DETAIL-LINE.
           05 IDL-INVOICE-NUMBER    PIC X(10).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 IDL-MONTH             PIC XX.
           05                       PIC X          VALUE '/'.
           05 IDL-DAY               PIC XX.
           05                       PIC X          VALUE '/'.
           05 IDL-YEAR              PIC XX.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 IDL-AMOUNT            PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(3)       VALUE SPACES.
           05 IDL-PAID              PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(3)       VALUE SPACES.
           05 IDL-BALANCE           PIC ZZZ,ZZ9.99-.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 IDL-DAYS-OPEN         PIC ZZZZ9.
           05 FILLER                PIC X          VALUE SPACES.
           05 IDL-DOC-NOTE          PIC X(6).

       01 PAYMENT-HEADER-LINE.
           05                       PIC X(33)      VALUE
                   'PAYMENTS RECEIVED THIS MONTH'.

       01 PAYMENT-DETAIL-LINE.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 PDL-MONTH             PIC XX.
           05                       PIC X          VALUE '/'.
           05 PDL-DAY               PIC XX.
           05                       PIC X          VALUE '/'.
           05 PDL-YEAR              PIC XX.
           05 FILLER                PIC X(3)       VALUE SPACES.
           05 PDL-INVOICE-NUMBER    PIC X(10).
           05 FILLER                PIC X(3)       VALUE SPACES.
           05 PDL-AMOUNT            PIC ZZZ,ZZ9.99.

       01 CREDIT-STATUS-LINE.
           05                       PIC X(15)      VALUE
                   'CREDIT STATUS: '.
           05 CSL-STATUS            PIC X(30).
           05 CSL-OVER-AMOUNT       PIC $Z,ZZZ,ZZ9.99
                                               BLANK WHEN ZERO.

       01 DUNNING-STATUS-LINE.
           05                       PIC X(15)      VALUE
                   'DUNNING LEVEL: '.
           05 DSL-LEVEL             PIC X.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 DSL-LEVEL-NAME        PIC X(12).

       01 OVERPAID-LINE.
           05                       PIC X(35)      VALUE
                   'PAYMENTS NOT YET APPLIED TO A BILL:'.
           05 OPL-AMOUNT            PIC ZZZ,ZZ9.99.

       01 NAME-MATCH-LINE.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 NML-CUST-ID           PIC 9(5).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 NML-CUST-NAME         PIC X(25).


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 15-HOUSEKEEPING
           PERFORM 21-OPEN-INDEXED-FILES
           PERFORM 25-INQUIRY-LOOP
           PERFORM 100-WRAP-UP
           .

       15-HOUSEKEEPING.
           ACCEPT WS-DATE FROM DATE

           STRING '20' WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO HF-TODAY-CCYYMMDD
           END-STRING
           .

       21-OPEN-INDEXED-FILES.
      *    WITHOUT THE CUSTOMER INDEX THERE IS NOTHING TO ASK ABOUT.
      *    A MISSING INVOICE, PAYMENT, OR ADDRESS INDEX JUST MEANS
      *    NONE ON FILE
           OPEN INPUT INDEXED-CUSTOMER-FILE

           IF NOT CUSTOMER-IO-OK
               DISPLAY 'CUSTOMER INDEX NOT AVAILABLE, STATUS '
                       CUSTOMER-STATUS
               DISPLAY 'BUILD IT WITH PRO02IMST - NO INQUIRIES TAKEN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT INDEXED-INVOICE-FILE
           IF INVOICE-IO-OK
               SET INVOICES-OPEN TO TRUE
           END-IF

           OPEN INPUT INDEXED-PAYMENT-FILE
           IF PAYMENT-IO-OK
               SET PAYMENTS-OPEN TO TRUE
           END-IF

           OPEN INPUT INDEXED-ADDRESS-FILE
           IF ADDRESS-IO-OK
               SET ADDRESSES-OPEN TO TRUE
           END-IF
           .

       25-INQUIRY-LOOP.
           PERFORM UNTIL INQUIRY-DONE
               DISPLAY ' '
               DISPLAY 'CUSTOMER ID OR NAME (OR END TO QUIT): '
               MOVE SPACES TO IQ-ENTRY
               ACCEPT IQ-ENTRY
               INSPECT IQ-ENTRY CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

               EVALUATE TRUE
                   WHEN IQ-ENTRY = 'END'
                       SET INQUIRY-DONE TO TRUE

                   WHEN IQ-ENTRY = SPACES
                       CONTINUE

                   WHEN IQ-CUST-ID IS NUMERIC AND IQ-ID-REST = SPACES
                       PERFORM 30-LOOKUP-BY-ID

                   WHEN OTHER
                       PERFORM 31-LOOKUP-BY-NAME
               END-EVALUATE
           END-PERFORM
           .

       30-LOOKUP-BY-ID.
           MOVE IQ-CUST-ID TO XC-CUST-ID

           READ INDEXED-CUSTOMER-FILE
               KEY IS XC-CUST-ID
               INVALID KEY
                   DISPLAY 'NO CUSTOMER ' IQ-CUST-ID ' ON THE MASTER'
               NOT INVALID KEY
                   PERFORM 40-SHOW-ACCOUNT
           END-READ
           .

       31-LOOKUP-BY-NAME.
      *    EVERY CUSTOMER WHOSE NAME STARTS WITH WHAT WAS KEYED; ONE
      *    MATCH GOES STRAIGHT TO THE ACCOUNT, SEVERAL ARE LISTED
           PERFORM VARYING IQ-ENTRY-LENGTH FROM 25 BY -1
               UNTIL IQ-ENTRY-LENGTH = 1 OR
                   IQ-ENTRY(IQ-ENTRY-LENGTH:1) NOT = SPACE
               CONTINUE
           END-PERFORM

           MOVE 0 TO NM-NUM-MATCHES
           MOVE 'N' TO READ-DONE-SW
           MOVE IQ-ENTRY TO XC-CUST-NAME

           START INDEXED-CUSTOMER-FILE
               KEY IS NOT LESS THAN XC-CUST-NAME
               INVALID KEY
                   SET READ-DONE TO TRUE
           END-START

           PERFORM UNTIL READ-DONE
               READ INDEXED-CUSTOMER-FILE NEXT RECORD
                   AT END
                       SET READ-DONE TO TRUE
                   NOT AT END
                       IF XC-CUST-NAME(1:IQ-ENTRY-LENGTH) =
                               IQ-ENTRY(1:IQ-ENTRY-LENGTH)
                               AND NM-NUM-MATCHES < 15
                           ADD 1 TO NM-NUM-MATCHES
                           MOVE XC-CUST-ID TO
                                   NM-CUST-ID(NM-NUM-MATCHES)
                           MOVE XC-CUST-NAME TO
                                   NM-CUST-NAME(NM-NUM-MATCHES)
                       ELSE
                           SET READ-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE NM-NUM-MATCHES
               WHEN 0
                   DISPLAY 'NO CUSTOMER NAME STARTS WITH '
                           IQ-ENTRY(1:IQ-ENTRY-LENGTH)

               WHEN 1
                   MOVE NM-CUST-ID(1) TO IQ-CUST-ID
                   PERFORM 30-LOOKUP-BY-ID

               WHEN OTHER
                   PERFORM 32-PICK-FROM-MATCHES
           END-EVALUATE
           .

       32-PICK-FROM-MATCHES.
           DISPLAY 'CUSTOMERS MATCHING ' IQ-ENTRY(1:IQ-ENTRY-LENGTH)
                   ':'

           PERFORM VARYING MATCH-SUB FROM 1 BY 1
               UNTIL MATCH-SUB > NM-NUM-MATCHES

               MOVE NM-CUST-ID(MATCH-SUB) TO NML-CUST-ID
               MOVE NM-CUST-NAME(MATCH-SUB) TO NML-CUST-NAME
               DISPLAY NAME-MATCH-LINE
           END-PERFORM

           IF NM-NUM-MATCHES = 15
               DISPLAY '  (FIRST 15 SHOWN - KEY MORE OF THE NAME)'
           END-IF

           DISPLAY 'CUSTOMER ID FROM THE LIST (BLANK FOR NONE): '
           MOVE SPACES TO IQ-PICKED-ID
           ACCEPT IQ-PICKED-ID

           IF IQ-PICKED-ID IS NUMERIC
               MOVE IQ-PICKED-ID TO IQ-CUST-ID
               PERFORM 30-LOOKUP-BY-ID
           END-IF
           .

       40-SHOW-ACCOUNT.
           PERFORM 41-LOAD-OPEN-ITEMS
           PERFORM 42-LOAD-PAYMENTS
           PERFORM 45-AGE-OPEN-ITEMS
           PERFORM 50-DISPLAY-ACCOUNT-HEADER
           PERFORM 52-DISPLAY-OPEN-ITEMS
           PERFORM 54-DISPLAY-PAYMENTS
           PERFORM 56-DISPLAY-ACCOUNT-STATUS
           .

       41-LOAD-OPEN-ITEMS.
      *    THE KEY LEADS WITH THE CUSTOMER, AND INVOICE NUMBERS LEAD
      *    WITH THE ISSUE DATE, SO THE CUSTOMER'S ITEMS READ BACK
      *    TOGETHER AND OLDEST FIRST
           MOVE 0 TO AI-NUM-ITEMS
           MOVE 'N' TO READ-DONE-SW

           IF NOT INVOICES-OPEN
               SET READ-DONE TO TRUE
           ELSE
               MOVE XC-CUST-ID TO XI-CUST-ID
               MOVE LOW-VALUES TO XI-INVOICE-NUMBER, XI-DOC-TYPE

               START INDEXED-INVOICE-FILE
                   KEY IS NOT LESS THAN XI-RECORD-KEY
                   INVALID KEY
                       SET READ-DONE TO TRUE
               END-START
           END-IF

           PERFORM UNTIL READ-DONE
               READ INDEXED-INVOICE-FILE NEXT RECORD
                   AT END
                       SET READ-DONE TO TRUE
                   NOT AT END
                       IF XI-CUST-ID NOT = XC-CUST-ID
                           SET READ-DONE TO TRUE
                       ELSE
                           IF AI-NUM-ITEMS < 500
                               ADD 1 TO AI-NUM-ITEMS
                               MOVE XI-INVOICE-NUMBER TO
                                   AI-INVOICE-NUMBER(AI-NUM-ITEMS)
                               MOVE XI-INVOICE-DATE TO
                                   AI-INVOICE-DATE(AI-NUM-ITEMS)
                               MOVE XI-DOC-TYPE TO
                                   AI-DOC-TYPE(AI-NUM-ITEMS)
                               MOVE XI-INVOICE-AMOUNT TO
                                   AI-AMOUNT(AI-NUM-ITEMS)
                               MOVE ZEROES TO AI-PAID(AI-NUM-ITEMS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       42-LOAD-PAYMENTS.
      *    THIS MONTH'S PAYMENTS, SETTLED THE WAY PRO02AR WILL
      *    SETTLE THEM: AGAINST THE INVOICE QUOTED FIRST, THEN THE
      *    OLDEST INVOICES STILL OWING.  WHAT IS LEFT AFTER THAT IS
      *    A CREDIT ON THE ACCOUNT
           MOVE 0 TO RP-NUM-PAYMENTS
           MOVE ZEROES TO HF-OVERPAID
           MOVE 'N' TO READ-DONE-SW

           IF NOT PAYMENTS-OPEN
               SET READ-DONE TO TRUE
           ELSE
               MOVE XC-CUST-ID TO XP-CUST-ID
               MOVE ZEROES TO XP-RECEIVED-SEQ

               START INDEXED-PAYMENT-FILE
                   KEY IS NOT LESS THAN XP-RECORD-KEY
                   INVALID KEY
                       SET READ-DONE TO TRUE
               END-START
           END-IF

           PERFORM UNTIL READ-DONE
               READ INDEXED-PAYMENT-FILE NEXT RECORD
                   AT END
                       SET READ-DONE TO TRUE
                   NOT AT END
                       IF XP-CUST-ID NOT = XC-CUST-ID
                           SET READ-DONE TO TRUE
                       ELSE
                           PERFORM 43-APPLY-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           .

       43-APPLY-ONE-PAYMENT.
           MOVE XP-AMOUNT TO HF-CASH-LEFT

           IF XP-INVOICE-NUMBER NOT = SPACES
               PERFORM VARYING INVOICE-SUB FROM 1 BY 1
                   UNTIL INVOICE-SUB > AI-NUM-ITEMS

                   IF XP-INVOICE-NUMBER =
                           AI-INVOICE-NUMBER(INVOICE-SUB) AND
                           AI-DOC-TYPE(INVOICE-SUB) = SPACE
                       PERFORM 44-APPLY-TO-ITEM
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING INVOICE-SUB FROM 1 BY 1
               UNTIL INVOICE-SUB > AI-NUM-ITEMS OR HF-CASH-LEFT = 0

               IF AI-DOC-TYPE(INVOICE-SUB) = SPACE
                   PERFORM 44-APPLY-TO-ITEM
               END-IF
           END-PERFORM

           ADD HF-CASH-LEFT TO HF-OVERPAID

           IF RP-NUM-PAYMENTS < 200
               ADD 1 TO RP-NUM-PAYMENTS
               MOVE XP-PAY-DATE TO RP-PAY-DATE(RP-NUM-PAYMENTS)
               MOVE XP-AMOUNT TO RP-AMOUNT(RP-NUM-PAYMENTS)
               IF XP-INVOICE-NUMBER = SPACES
                   MOVE 'ON ACCOUNT' TO
                           RP-INVOICE-NUMBER(RP-NUM-PAYMENTS)
               ELSE
                   MOVE XP-INVOICE-NUMBER TO
                           RP-INVOICE-NUMBER(RP-NUM-PAYMENTS)
               END-IF
           END-IF
           .

       44-APPLY-TO-ITEM.
           SUBTRACT AI-PAID(INVOICE-SUB) FROM AI-AMOUNT(INVOICE-SUB)
                   GIVING HF-REMAINING

           IF HF-REMAINING > 0
               IF HF-CASH-LEFT < HF-REMAINING
                   MOVE HF-CASH-LEFT TO HF-APPLY-AMOUNT
               ELSE
                   MOVE HF-REMAINING TO HF-APPLY-AMOUNT
               END-IF

               ADD HF-APPLY-AMOUNT TO AI-PAID(INVOICE-SUB)
               SUBTRACT HF-APPLY-AMOUNT FROM HF-CASH-LEFT
           END-IF
           .

       45-AGE-OPEN-ITEMS.
      *    AN OPEN CREDIT DOESN'T AGE -- IT IS HELD AGAINST THE
      *    BALANCE.  THE DUNNING LEVEL IS WORKED OUT THE WAY PRO02DUN
      *    SETS IT, ON WHAT IS STILL OWED
           MOVE ZEROES TO HF-BUCKET-0-30, HF-BUCKET-31-60,
                          HF-BUCKET-61-90, HF-BUCKET-OVER-90,
                          HF-OPEN-CREDITS, HF-PAST-DUE-TOTAL,
                          HF-DUNNING-LEVEL

           PERFORM VARYING INVOICE-SUB FROM 1 BY 1
               UNTIL INVOICE-SUB > AI-NUM-ITEMS

               IF AI-INVOICE-DATE(INVOICE-SUB) IS NUMERIC
                   STRING '20' AI-INVOICE-DATE(INVOICE-SUB)
                       DELIMITED BY SIZE
                       INTO HF-INV-CCYYMMDD
                   END-STRING

                   COMPUTE AI-DAYS-OPEN(INVOICE-SUB) =
                       FUNCTION INTEGER-OF-DATE(HF-TODAY-CCYYMMDD)
                       - FUNCTION INTEGER-OF-DATE(HF-INV-CCYYMMDD)
               ELSE
                   MOVE 999 TO AI-DAYS-OPEN(INVOICE-SUB)
               END-IF

               IF AI-DOC-TYPE(INVOICE-SUB) = 'C'
                   ADD AI-AMOUNT(INVOICE-SUB) TO HF-OPEN-CREDITS
               ELSE
                   PERFORM 46-BUCKET-ONE-ITEM
               END-IF
           END-PERFORM

           COMPUTE HF-OPEN-BALANCE =
                   HF-BUCKET-0-30 + HF-BUCKET-31-60 + HF-BUCKET-61-90
                   + HF-BUCKET-OVER-90 - HF-OPEN-CREDITS - HF-OVERPAID

           IF HF-OPEN-CREDITS + HF-OVERPAID NOT < HF-PAST-DUE-TOTAL
               MOVE 0 TO HF-DUNNING-LEVEL
           END-IF
           .

       46-BUCKET-ONE-ITEM.
           SUBTRACT AI-PAID(INVOICE-SUB) FROM AI-AMOUNT(INVOICE-SUB)
                   GIVING HF-REMAINING

           EVALUATE TRUE
               WHEN AI-DAYS-OPEN(INVOICE-SUB) <= 30
                   ADD HF-REMAINING TO HF-BUCKET-0-30

               WHEN AI-DAYS-OPEN(INVOICE-SUB) <= 60
                   ADD HF-REMAINING TO HF-BUCKET-31-60

               WHEN AI-DAYS-OPEN(INVOICE-SUB) <= 90
                   ADD HF-REMAINING TO HF-BUCKET-61-90

               WHEN OTHER
                   ADD HF-REMAINING TO HF-BUCKET-OVER-90
           END-EVALUATE

           IF HF-REMAINING > 0 AND AI-DAYS-OPEN(INVOICE-SUB) > 30
               ADD HF-REMAINING TO HF-PAST-DUE-TOTAL

               EVALUATE TRUE
                   WHEN AI-DAYS-OPEN(INVOICE-SUB) > 90
                       MOVE 3 TO HF-DUNNING-LEVEL

                   WHEN AI-DAYS-OPEN(INVOICE-SUB) > 60
                       IF HF-DUNNING-LEVEL < 2
                           MOVE 2 TO HF-DUNNING-LEVEL
                       END-IF

                   WHEN OTHER
                       IF HF-DUNNING-LEVEL < 1
                           MOVE 1 TO HF-DUNNING-LEVEL
                       END-IF
               END-EVALUATE
           END-IF
           .

       50-DISPLAY-ACCOUNT-HEADER.
           DISPLAY ' '
           MOVE XC-CUST-ID TO ANL-CUST-ID
           MOVE XC-CUST-NAME TO ANL-CUST-NAME
           MOVE XC-STATE-CODE TO ANL-STATE-CODE
           DISPLAY ACCOUNT-NAME-LINE

           IF ADDRESSES-OPEN
               MOVE XC-CUST-ID TO XA-CUST-ID
               READ INDEXED-ADDRESS-FILE
                   INVALID KEY
                       MOVE '(NO ADDRESS ON FILE)' TO AAL-ADDRESS-LINE
                       DISPLAY ACCOUNT-ADDRESS-LINE
                   NOT INVALID KEY
                       PERFORM 51-DISPLAY-ADDRESS
               END-READ
           END-IF

           IF XC-CREDIT-LIMIT IS NUMERIC
               MOVE XC-CREDIT-LIMIT TO ALL-CREDIT-LIMIT
           ELSE
               MOVE ZEROES TO ALL-CREDIT-LIMIT
           END-IF
           MOVE HF-OPEN-BALANCE TO ALL-OPEN-BALANCE
           DISPLAY ACCOUNT-LIMIT-LINE

           DISPLAY ' '
           DISPLAY AGING-HEADER-LINE
           MOVE HF-BUCKET-0-30 TO ADL-BUCKET-0-30
           MOVE HF-BUCKET-31-60 TO ADL-BUCKET-31-60
           MOVE HF-BUCKET-61-90 TO ADL-BUCKET-61-90
           MOVE HF-BUCKET-OVER-90 TO ADL-BUCKET-OVER-90
           DISPLAY AGING-DETAIL-LINE
           .

       51-DISPLAY-ADDRESS.
           MOVE XA-BILL-LINE-1 TO AAL-ADDRESS-LINE
           DISPLAY ACCOUNT-ADDRESS-LINE

           IF XA-BILL-LINE-2 NOT = SPACES
               MOVE XA-BILL-LINE-2 TO AAL-ADDRESS-LINE
               DISPLAY ACCOUNT-ADDRESS-LINE
           END-IF

           IF XA-BILL-LINE-3 NOT = SPACES
               MOVE XA-BILL-LINE-3 TO AAL-ADDRESS-LINE
               DISPLAY ACCOUNT-ADDRESS-LINE
           END-IF

           IF XA-ZIP-CODE NOT = SPACES
               MOVE SPACES TO AAL-ADDRESS-LINE
               IF XA-ZIP-PLUS-4 = SPACES
                   STRING XA-CITY DELIMITED BY '  '
                          ', ' XA-STATE-CODE '  ' XA-ZIP-CODE
                          DELIMITED BY SIZE
                       INTO AAL-ADDRESS-LINE
                   END-STRING
               ELSE
                   STRING XA-CITY DELIMITED BY '  '
                          ', ' XA-STATE-CODE '  ' XA-ZIP-CODE '-'
                          XA-ZIP-PLUS-4
                          DELIMITED BY SIZE
                       INTO AAL-ADDRESS-LINE
                   END-STRING
               END-IF
               DISPLAY ACCOUNT-ADDRESS-LINE
           END-IF

      *    MAIL FOR THIS CUSTOMER IS HELD UNTIL THE ADDRESS PASSES
           IF NOT XA-ADDRESS-VALID
               MOVE '(MAIL HELD - ADDRESS NOT VALID)' TO
                       AAL-ADDRESS-LINE
               DISPLAY ACCOUNT-ADDRESS-LINE
           END-IF
           .

       52-DISPLAY-OPEN-ITEMS.
           DISPLAY ' '

           IF AI-NUM-ITEMS = 0
               DISPLAY 'NO OPEN INVOICES OR CREDITS'
           ELSE
               DISPLAY ITEM-HEADER-LINE

               PERFORM VARYING INVOICE-SUB FROM 1 BY 1
                   UNTIL INVOICE-SUB > AI-NUM-ITEMS

                   PERFORM 53-DISPLAY-ONE-ITEM
               END-PERFORM
           END-IF
           .

       53-DISPLAY-ONE-ITEM.
           MOVE AI-INVOICE-NUMBER(INVOICE-SUB) TO IDL-INVOICE-NUMBER
           MOVE AI-INVOICE-DATE(INVOICE-SUB)(3:2) TO IDL-MONTH
           MOVE AI-INVOICE-DATE(INVOICE-SUB)(5:2) TO IDL-DAY
           MOVE AI-INVOICE-DATE(INVOICE-SUB)(1:2) TO IDL-YEAR
           MOVE AI-AMOUNT(INVOICE-SUB) TO IDL-AMOUNT
           MOVE AI-PAID(INVOICE-SUB) TO IDL-PAID

           IF AI-DOC-TYPE(INVOICE-SUB) = 'C'
               COMPUTE IDL-BALANCE = 0 - AI-AMOUNT(INVOICE-SUB)
               MOVE ZEROES TO IDL-DAYS-OPEN
               MOVE 'CREDIT' TO IDL-DOC-NOTE
           ELSE
               COMPUTE IDL-BALANCE = AI-AMOUNT(INVOICE-SUB)
                       - AI-PAID(INVOICE-SUB)
               MOVE AI-DAYS-OPEN(INVOICE-SUB) TO IDL-DAYS-OPEN
               MOVE SPACES TO IDL-DOC-NOTE
           END-IF

           DISPLAY ITEM-DETAIL-LINE
           .

       54-DISPLAY-PAYMENTS.
           DISPLAY ' '
           DISPLAY PAYMENT-HEADER-LINE

           IF RP-NUM-PAYMENTS = 0
               DISPLAY '  NONE'
           END-IF

           PERFORM VARYING PAYMENT-SUB FROM 1 BY 1
               UNTIL PAYMENT-SUB > RP-NUM-PAYMENTS

               MOVE RP-PAY-DATE(PAYMENT-SUB)(3:2) TO PDL-MONTH
               MOVE RP-PAY-DATE(PAYMENT-SUB)(5:2) TO PDL-DAY
               MOVE RP-PAY-DATE(PAYMENT-SUB)(1:2) TO PDL-YEAR
               MOVE RP-INVOICE-NUMBER(PAYMENT-SUB) TO
                       PDL-INVOICE-NUMBER
               MOVE RP-AMOUNT(PAYMENT-SUB) TO PDL-AMOUNT
               DISPLAY PAYMENT-DETAIL-LINE
           END-PERFORM

           IF HF-OVERPAID > 0
               MOVE HF-OVERPAID TO OPL-AMOUNT
               DISPLAY OVERPAID-LINE
           END-IF
           .

       56-DISPLAY-ACCOUNT-STATUS.
      *    THE SAME TEST PRO02 USES FOR ITS CREDIT HOLD REPORT, ON
      *    THE BALANCE ALREADY OWED
           DISPLAY ' '
           MOVE ZEROES TO CSL-OVER-AMOUNT

           IF XC-CREDIT-LIMIT IS NUMERIC AND XC-CREDIT-LIMIT > 0
               IF HF-OPEN-BALANCE > XC-CREDIT-LIMIT
                   MOVE 'ON CREDIT HOLD - OVER LIMIT BY'
                           TO CSL-STATUS
                   COMPUTE CSL-OVER-AMOUNT =
                           HF-OPEN-BALANCE - XC-CREDIT-LIMIT
               ELSE
                   MOVE 'WITHIN LIMIT' TO CSL-STATUS
               END-IF
           ELSE
               MOVE 'NO CREDIT LIMIT SET' TO CSL-STATUS
           END-IF
           DISPLAY CREDIT-STATUS-LINE

           IF HF-DUNNING-LEVEL = 0
               MOVE '0' TO DSL-LEVEL
               MOVE 'NONE' TO DSL-LEVEL-NAME
           ELSE
               MOVE HF-DUNNING-LEVEL TO DSL-LEVEL
               MOVE DLT-NAME(HF-DUNNING-LEVEL) TO DSL-LEVEL-NAME
           END-IF
           DISPLAY DUNNING-STATUS-LINE
           .

       100-WRAP-UP.
           CLOSE INDEXED-CUSTOMER-FILE

           IF INVOICES-OPEN
               CLOSE INDEXED-INVOICE-FILE
           END-IF

           IF PAYMENTS-OPEN
               CLOSE INDEXED-PAYMENT-FILE
           END-IF

           IF ADDRESSES-OPEN
               CLOSE INDEXED-ADDRESS-FILE
           END-IF

           GOBACK
           .
