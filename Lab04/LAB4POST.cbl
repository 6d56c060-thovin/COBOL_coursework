      *   code, and reports gross margin by subject area computed
      *   from unit cost against selling price -- so we finally
      *   learn which subjects make money instead of just which
      *   ones sit on shelves.  The run's takings and the cost of
      *   the books sold go to the general ledger feed as one
      *   balanced batch, at the prices actually rung up at the
      *   till.  Each title sold is stamped with the run date as
      *   its date of last sale, which the returns run (LAB4RTRN)
      *   reads to find stock that has stopped selling.  The same
      *   sales feed, with its register and tender type, is what
      *   the nightly drawer reconciliation (LAB4RECN) counts
      *   the tills against
      *************************
       ENVIRONMENT DIVISION.
      *
               ASSIGN TO "STORE-STOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORE-STOCK-STATUS.
      *
      *    SHARED GENERAL LEDGER FEED -- EVERY SUBLEDGER APPENDS ONE
      *    BALANCED SUMMARY BATCH PER RUN, AND GLPOST POSTS THEM TO
      *    THE LEDGER BY ACCOUNT
           SELECT OPTIONAL GL-JOURNAL-FILE
               ASSIGN TO "GL-JOURNAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD BOOK-SALES-FILE
           RECORD CONTAINS 15 CHARACTERS.
      *
       01  BOOK-SALES-RECORD.
           05  BS-BOOK-CODE                PIC X(2).
           05  BS-QTY-SOLD                 PIC 9(3).
      *    WHICH LOCATION RANG THE SALE UP
           05  BS-STORE-CODE               PIC X(2).
      *    THE TILL THAT TOOK THE MONEY, THE UNIT PRICE RUNG UP, AND
      *    HOW IT WAS PAID -- CASH, CHECK OR CARD
           05  BS-REGISTER-ID              PIC X(2).
           05  BS-SALE-PRICE               PIC 9(3)V99.
           05  BS-TENDER-TYPE              PIC X.
               88 BS-PAID-CASH                         VALUE 'C'.
               88 BS-PAID-CHECK                        VALUE 'K'.
               88 BS-PAID-CARD                         VALUE 'D'.
      *
       FD BOOK-INVEN-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  BI-DATE-OF-LAST-ORDER.
               10  BI-MONTH                PIC XX.
               10  BI-DAY-YEAR             PIC 9(4).
      *    YYMMDD OF THE LAST RUN THAT POSTED A SALE OF THE TITLE
           05  BI-DATE-OF-LAST-SALE        PIC X(6).
           05                              PIC X(5).
      *
       FD  MARGIN-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  SS-STORE-CODE               PIC X(2).
           05  SS-BOOK-CODE                PIC X(2).
           05  SS-ON-HAND                  PIC 9(3).
      *
       FD GL-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  GL-JOURNAL-RECORD.
           05  GJ-SUBLEDGER                PIC X(4).
           05  GJ-BATCH-ID                 PIC X(12).
           05  GJ-SOURCE                   PIC X(10).
           05  GJ-ENTRY-DATE               PIC X(6).
      *    RESOLVED TO AN ACCOUNT THROUGH THE CHART OF ACCOUNTS
           05  GJ-INTERFACE-CODE           PIC X(8).
           05  GJ-DR-CR                    PIC X.
           05  GJ-AMOUNT                   PIC 9(9)V99.
           05  GJ-DESCRIPTION              PIC X(28).
      *
       WORKING-STORAGE SECTION.
      *
       01  DETAIL-FIELDS.
           05  DF-UNIT-MARGIN              PIC S99V99  VALUE +0.
           05  DF-MARGIN-VALUE             PIC S9(6)V99 VALUE +0.
           05  DF-UNIT-PRICE               PIC S9(3)V99 VALUE +0.
      *
       01  GL-TOTALS.
      *    THIS RUN'S TAKINGS AND THE COST OF THE BOOKS SOLD, FOR THE
      *    GENERAL LEDGER
           05  GT-SALES-VALUE              PIC 9(9)V99 VALUE 0.
           05  GT-COST-VALUE               PIC 9(9)V99 VALUE 0.
      *
       01  WS-DATE.
           05  WS-YEAR                     PIC XX.
           05  WS-MONTH                    PIC XX.
           05  WS-DAY                      PIC XX.
      *
       01  WS-TIME-NOW                     PIC X(8).
      *
       01  BOOK-TABLE-AREA.
      *    THE WHOLE BOOK FILE IS HELD HERE WHILE SALES POST, THEN
                   15  BT-UNIT-COST        PIC S99V99.
                   15  BT-SELLING-PRICE    PIC S99V99.
                   15  BT-QUANTITY-ON-HAND PIC 9(3).
                   15  BT-ORDERING-FIELDS  PIC X(12).
                   15  BT-DATE-OF-LAST-SALE PIC X(6).
                   15  BT-REST-OF-RECORD   PIC X(5).
      *
      *
       01  STORE-STOCK-TABLE-AREA.
           PERFORM 700-PRINT-MARGIN-REPORT
           PERFORM 800-REWRITE-BOOK-FILE
           PERFORM 850-REWRITE-STORE-STOCK
           PERFORM 870-WRITE-GL-BATCH
           PERFORM 900-FINAL-ROUTINE
       .

           OPEN INPUT  BOOK-SALES-FILE
                OUTPUT MARGIN-REPORT-FILE

           ACCEPT WS-DATE FROM DATE

           WRITE REPORT-LINE FROM HEADING-ONE
               AFTER ADVANCING PAGE
       .
       500-APPLY-SALE.
           SUBTRACT BS-QTY-SOLD FROM
                   BT-QUANTITY-ON-HAND(BOOK-TBL-INDEX)
           MOVE WS-DATE TO BT-DATE-OF-LAST-SALE(BOOK-TBL-INDEX)

      *    THE PRICE RUNG UP AT THE TILL IS WHAT WAS REALLY TAKEN;
      *    A SALE WITHOUT ONE FALLS BACK ON THE BOOK'S SELLING PRICE
           IF BS-SALE-PRICE IS NUMERIC AND BS-SALE-PRICE > 0
               MOVE BS-SALE-PRICE TO DF-UNIT-PRICE
           ELSE
               IF BT-SELLING-PRICE(BOOK-TBL-INDEX) IS NUMERIC
                   MOVE BT-SELLING-PRICE(BOOK-TBL-INDEX) TO
                           DF-UNIT-PRICE
               ELSE
                   MOVE ZEROS TO DF-UNIT-PRICE
               END-IF
           END-IF

           IF BT-UNIT-COST(BOOK-TBL-INDEX) IS NUMERIC AND
                   DF-UNIT-PRICE > 0
               SUBTRACT BT-UNIT-COST(BOOK-TBL-INDEX) FROM
                       DF-UNIT-PRICE
                       GIVING DF-UNIT-MARGIN
           ELSE
               MOVE ZEROS TO DF-UNIT-MARGIN
           MULTIPLY BS-QTY-SOLD BY DF-UNIT-MARGIN
               GIVING DF-MARGIN-VALUE

           COMPUTE GT-SALES-VALUE = GT-SALES-VALUE +
                   BS-QTY-SOLD * DF-UNIT-PRICE

           IF BT-UNIT-COST(BOOK-TBL-INDEX) IS NUMERIC
               COMPUTE GT-COST-VALUE = GT-COST-VALUE +
                       BS-QTY-SOLD * BT-UNIT-COST(BOOK-TBL-INDEX)
           END-IF

           PERFORM 600-ACCUMULATE-SUBJECT-MARGIN
           PERFORM 650-POST-STORE-SALE
       .
           CLOSE STORE-STOCK-FILE
       .

       870-WRITE-GL-BATCH.
      *    ONE SUMMARY BATCH FOR THE RUN, STAMPED WITH THE RUN DATE
      *    AND TIME SO GLPOST CAN TELL ONE RUN'S BATCH FROM THE NEXT.
      *    THE TILL TAKES THE SELLING PRICE; THE SHELF GIVES UP THE
      *    UNIT COST
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE "BOOK" TO GJ-SUBLEDGER
           STRING WS-YEAR WS-MONTH WS-DAY WS-TIME-NOW(1:6)
               DELIMITED BY SIZE INTO GJ-BATCH-ID
           END-STRING
           MOVE "LAB4POST" TO GJ-SOURCE
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO GJ-ENTRY-DATE
           END-STRING

           OPEN EXTEND GL-JOURNAL-FILE

           MOVE "CASH" TO GJ-INTERFACE-CODE
           MOVE "D" TO GJ-DR-CR
           MOVE GT-SALES-VALUE TO GJ-AMOUNT
           MOVE "BOOK SALES TAKINGS" TO GJ-DESCRIPTION
           PERFORM 880-WRITE-GL-LINE

           MOVE "BOOKSALE" TO GJ-INTERFACE-CODE
           MOVE "C" TO GJ-DR-CR
           MOVE GT-SALES-VALUE TO GJ-AMOUNT
           MOVE "BOOK SALES REVENUE" TO GJ-DESCRIPTION
           PERFORM 880-WRITE-GL-LINE

           MOVE "BOOKCOGS" TO GJ-INTERFACE-CODE
           MOVE "D" TO GJ-DR-CR
           MOVE GT-COST-VALUE TO GJ-AMOUNT
           MOVE "COST OF BOOKS SOLD" TO GJ-DESCRIPTION
           PERFORM 880-WRITE-GL-LINE

           MOVE "BOOKINV" TO GJ-INTERFACE-CODE
           MOVE "C" TO GJ-DR-CR
           MOVE GT-COST-VALUE TO GJ-AMOUNT
           MOVE "BOOKS OUT OF STOCK" TO GJ-DESCRIPTION
           PERFORM 880-WRITE-GL-LINE

           CLOSE GL-JOURNAL-FILE
       .

       880-WRITE-GL-LINE.
      *    A LINE WITH NOTHING ON IT IS LEFT OFF THE BATCH
           IF GJ-AMOUNT > 0
               WRITE GL-JOURNAL-RECORD
           END-IF
       .

       900-FINAL-ROUTINE.
           CLOSE BOOK-SALES-FILE
                 MARGIN-REPORT-FILE
