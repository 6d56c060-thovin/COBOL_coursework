       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO02DISP.
       AUTHOR. TIM J.
      ****************************************************************
      * This program keeps the credit desk's file of disputed
      * invoices.  A customer who says an invoice is wrong -- short
      * shipped, damaged, mispriced -- shouldn't keep getting
      * collection letters on it while somebody sorts it out, so a
      * dispute flags the invoice with a reason, the amount in
      * question, and the person who owns getting it settled.
      * PRO02DUN holds flagged invoices out of its letters, PRO02AR
      * shows them apart from the aging buckets, and PRO02FCHG
      * doesn't charge on them.  Run weekly, it also prints the
      * dispute log for the credit manager, oldest disputes first

      ***************
      * INPUTS:
      *    The DISPUTE TRANSACTION FILE holds the clerk's entries:
      *    O opens a dispute on an invoice (reason code, disputed
      *    amount -- zero for the whole invoice -- and owner's
      *    initials); R resolves one, C when a credit memo settled
      *    it, P when the customer agreed and paid.  A dispute
      *    settled by writing the invoice off is closed by PRO02WOFF
      *    when it writes the invoice off
      *
      *    The OPEN INVOICE FILE holds every invoice still carrying
      *    a balance; only an open invoice can be disputed
      *
      *    The INVOICE DISPUTE FILE holds every dispute, open or
      *    closed

      * *******
      * OUTPUTS:
      *    The INVOICE DISPUTE FILE is rewritten with this run's
      *    disputes opened and resolved.  A dispute whose invoice
      *    has dropped off the open-invoice file was settled by
      *    payment and is closed P
      *
      *    The DISPUTE LOG shows each transaction and its result,
      *    then every open dispute grouped by days open -- over 90,
      *    61-90, 31-60, 30 and under -- with a count and amount
      *    per group

      ****************
      * EDIT RULES:
      *    OPEN [INVOICE ON FILE AND NOT A CREDIT MEMO, NOT ALREADY
      *          IN DISPUTE, REASON CODE KNOWN, OWNER GIVEN, AMOUNT
      *          NOT OVER THE INVOICE'S OPEN AMOUNT]
      *    RESOLVE [DISPUTE OPEN, RESOLUTION C OR P]
      *    DAYS OPEN [RUN DATE - DATE THE DISPUTE WAS OPENED]
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPUTE-TRANS-FILE
               ASSIGN TO 'DISPUTE-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTE-TRANS-STATUS.

           SELECT OPEN-INVOICE-FILE
               ASSIGN TO 'OPEN-INVOICE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INVOICE-DISPUTE-FILE
               ASSIGN TO 'INVOICE-DISPUTES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISPUTE-LOG-FILE
               ASSIGN TO PRINTER 'DISPUTE-LOG.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD DISPUTE-TRANS-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01 DISPUTE-TRANS-RECORD.
           05 DT-ACTION             PIC X.
               88 DT-OPEN-DISPUTE   VALUE 'O'.
               88 DT-RESOLVE-DISPUTE VALUE 'R'.
           05 DT-INVOICE-NUMBER     PIC X(10).
           05 DT-REASON-CODE        PIC XX.
           05 DT-DISPUTED-AMOUNT    PIC 9(7)V99.
           05 DT-OWNER              PIC X(3).
           05 DT-RESOLUTION         PIC X.
           05 FILLER                PIC X(4).

       FD OPEN-INVOICE-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01 OPEN-INVOICE-RECORD.
           05 OI-INVOICE-NUMBER.
               10 OI-INVOICE-DATE   PIC X(6).
               10 OI-INVOICE-SEQ    PIC 9(4).
           05 OI-CUST-ID            PIC 9(5).
           05 OI-INVOICE-AMOUNT     PIC 9(7)V99.
           05 OI-DOC-TYPE           PIC X.
               88 OI-CREDIT-MEMO    VALUE 'C'.
           05 FILLER                PIC X(5).

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
      *    C CREDITED, P PAID, W WRITTEN OFF
           05 DS-RESOLUTION         PIC X.
           05 DS-CLOSED-DATE        PIC X(6).
           05 FILLER                PIC X(7).

       FD DISPUTE-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 DISPUTE-LOG-RECORD        PIC X(80).


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG              PIC X          VALUE 'F'.
           05 LOAD-EOF-SW           PIC X          VALUE 'N'.
               88 LOAD-DONE         VALUE 'Y'.
           05 DISPUTE-TRANS-STATUS  PIC XX.
               88 DISPUTE-TRANS-FOUND VALUE '00'.
           05 DISPUTE-SUB           PIC 9(4).
           05 BUCKET-SUB            PIC 9.
           05 HF-INVOICE-SW         PIC X.
               88 HF-INVOICE-OPEN   VALUE 'Y'.
           05 HF-DISPUTE-SW         PIC X.
               88 HF-DISPUTE-FOUND  VALUE 'Y'.
           05 DP-OPENED-COUNT       PIC 9(4)       VALUE 0.
           05 DP-RESOLVED-COUNT     PIC 9(4)       VALUE 0.
           05 DP-SETTLED-COUNT      PIC 9(4)       VALUE 0.
           05 DP-REJECTED-COUNT     PIC 9(4)       VALUE 0.

       01 HOLD-FIELDS.
           05 HF-OPEN-CCYYMMDD      PIC 9(8).
           05 HF-TODAY-CCYYMMDD     PIC 9(8).
           05 HF-FIND-INVOICE       PIC X(10).
           05 HF-INVOICE-AMOUNT     PIC 9(7)V99.
           05 HF-INVOICE-CUST-ID    PIC 9(5).
           05 HF-BUCKET-COUNT       PIC 9(4).
           05 HF-BUCKET-AMOUNT      PIC 9(9)V99.
           05 HF-OPEN-COUNT         PIC 9(4)       VALUE 0.
           05 HF-OPEN-AMOUNT        PIC 9(9)V99    VALUE 0.

       01 WS-DATE.
           05 WS-YEAR               PIC XX.
           05 WS-MONTH              PIC XX.
           05 WS-DAY                PIC XX.

       01 INVOICE-TABLE-AREA.
           05 IN-NUM-INVOICES       PIC 9(4)       VALUE 0.
           05 INVOICE-TBL-LINE OCCURS 1 TO 1000 TIMES
               DEPENDING ON IN-NUM-INVOICES
               INDEXED BY INVOICE-TBL-INDEX.
               10 IN-INVOICE-NUMBER PIC X(10).
               10 IN-CUST-ID        PIC 9(5).
               10 IN-AMOUNT         PIC 9(7)V99.
               10 IN-DOC-TYPE       PIC X.

       01 DISPUTE-TABLE-AREA.
      *    THE WHOLE DISPUTE FILE, OPEN AND CLOSED, WRITTEN BACK AT
      *    END OF RUN WITH THIS RUN'S CHANGES
           05 DP-NUM-DISPUTES       PIC 9(4)       VALUE 0.
           05 DISPUTE-TBL-LINE OCCURS 1 TO 1000 TIMES
               DEPENDING ON DP-NUM-DISPUTES
               INDEXED BY DISPUTE-TBL-INDEX.
               10 DP-INVOICE-NUMBER PIC X(10).
               10 DP-CUST-ID        PIC 9(5).
               10 DP-REASON-CODE    PIC XX.
               10 DP-DISPUTED-AMOUNT PIC 9(7)V99.
               10 DP-OWNER          PIC X(3).
               10 DP-OPENED-DATE    PIC X(6).
               10 DP-STATUS         PIC X.
                   88 DP-DISPUTE-OPEN VALUE 'O'.
               10 DP-RESOLUTION     PIC X.
               10 DP-CLOSED-DATE    PIC X(6).
               10 DP-DAYS-OPEN      PIC S9(5).

       01 DISPUTE-REASON-TEXT.
           05                       PIC X(18)      VALUE
                   'QTWRONG QUANTITY'.
           05                       PIC X(18)      VALUE
                   'DGDAMAGED GOODS'.
           05                       PIC X(18)      VALUE
                   'PRPRICE'.
           05                       PIC X(18)      VALUE
                   'NRNOT RECEIVED'.
           05                       PIC X(18)      VALUE
                   'DBDUPLICATE BILL'.
           05                       PIC X(18)      VALUE
                   'OTOTHER'.

       01 DISPUTE-REASON-TBL REDEFINES DISPUTE-REASON-TEXT.
           05 DISPUTE-REASON-TBL-LINE OCCURS 6 TIMES
               INDEXED BY REASON-TBL-INDEX.
               10 DR-REASON-CODE    PIC XX.
               10 DR-REASON-NAME    PIC X(16).

       01 AGE-BUCKET-TEXT.
      *    OLDEST GROUP PRINTS FIRST
           05                       PIC X(20)      VALUE
                   '00919999OVER 90 DAYS'.
           05                       PIC X(20)      VALUE
                   '0061009061-90 DAYS'.
           05                       PIC X(20)      VALUE
                   '0031006031-60 DAYS'.
           05                       PIC X(20)      VALUE
                   '000000300-30 DAYS'.

       01 AGE-BUCKET-TBL REDEFINES AGE-BUCKET-TEXT.
           05 AGE-BUCKET-TBL-LINE OCCURS 4 TIMES.
               10 AB-LOW-DAYS       PIC 9(4).
               10 AB-HIGH-DAYS      PIC 9(4).
               10 AB-BUCKET-NAME    PIC X(12).


      **************        OUTPUT AREA        ********************

       01 LOG-HEADING-ONE.
           05 FILLER                PIC X(29)      VALUE SPACES.
           05                       PIC X(22)      VALUE
                   'INVOICE DISPUTE LOG'.
           05 FILLER                PIC X(29)      VALUE SPACES.

       01 LOG-HEADING-TWO.
           05 FILLER                PIC X(10)      VALUE SPACES.
           05 LH2-MONTH             PIC 99.
           05                       PIC X          VALUE '/'.
           05 LH2-DAY               PIC 99.
           05                       PIC X          VALUE '/'.
           05 LH2-YEAR              PIC 9(2).
           05 FILLER                PIC X(54)      VALUE SPACES.
           05                       PIC XXX        VALUE 'TWJ'.
           05 FILLER                PIC X(7)       VALUE SPACES.

       01 TRANSACTION-LINE.
           05                       PIC X(6)       VALUE 'TRANS '.
           05 TRL-ACTION            PIC X.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 TRL-INVOICE-NUMBER    PIC X(10).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 TRL-REASON-CODE       PIC XX.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 TRL-AMOUNT            PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 TRL-OWNER             PIC X(3).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 TRL-RESULT            PIC X(38).

       01 BUCKET-HEADING-LINE.
           05                       PIC X(14)      VALUE
                   'DISPUTES OPEN '.
           05 BHL-BUCKET-NAME       PIC X(12).
           05 FILLER                PIC X(54)      VALUE SPACES.

       01 DISPUTE-COLUMN-LINE.
           05                       PIC X(12)      VALUE 'INVOICE'.
           05                       PIC X(7)       VALUE 'CUST'.
           05                       PIC X(10)      VALUE
                   '  DISPUTED'.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05                       PIC X(6)       VALUE 'OWNER'.
           05                       PIC X(8)       VALUE 'OPENED'.
           05                       PIC X(5)       VALUE ' DAYS'.
           05 FILLER                PIC X(3)       VALUE SPACES.
           05                       PIC X(27)      VALUE 'REASON'.

       01 DISPUTE-DETAIL-LINE.
           05 DDL-INVOICE-NUMBER    PIC X(10).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 DDL-CUST-ID           PIC 9(5).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 DDL-DISPUTED-AMOUNT   PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 DDL-OWNER             PIC X(3).
           05 FILLER                PIC X(3)       VALUE SPACES.
           05 DDL-OPENED-DATE       PIC X(6).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 DDL-DAYS-OPEN         PIC ZZZZ9.
           05 FILLER                PIC X(3)       VALUE SPACES.
           05 DDL-REASON-CODE       PIC XX.
           05 FILLER                PIC X(1)       VALUE SPACES.
           05 DDL-REASON-NAME       PIC X(16).
           05 FILLER                PIC X(8)       VALUE SPACES.

       01 BUCKET-TOTAL-LINE.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(7)       VALUE 'COUNT: '.
           05 BTL-COUNT             PIC Z,ZZ9.
           05 FILLER                PIC X(3)       VALUE SPACES.
           05                       PIC X(8)       VALUE 'AMOUNT: '.
           05 BTL-AMOUNT            PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(39)      VALUE SPACES.

       01 LOG-TOTAL-LINE.
           05                       PIC X(8)       VALUE 'OPENED: '.
           05 LTL-OPENED-COUNT      PIC Z,ZZ9.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05                       PIC X(10)      VALUE 'RESOLVED: '.
           05 LTL-RESOLVED-COUNT    PIC Z,ZZ9.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05                       PIC X(9)       VALUE 'SETTLED: '.
           05 LTL-SETTLED-COUNT     PIC Z,ZZ9.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05                       PIC X(10)      VALUE 'REJECTED: '.
           05 LTL-REJECTED-COUNT    PIC Z,ZZ9.
           05 FILLER                PIC X(17)      VALUE SPACES.

       01 LOG-OPEN-TOTAL-LINE.
           05                       PIC X(20)      VALUE
                   'TOTAL IN DISPUTE:   '.
           05 LOT-OPEN-COUNT        PIC Z,ZZ9.
           05                       PIC X(11)      VALUE ' INVOICES  '.
           05 LOT-OPEN-AMOUNT       PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(31)      VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 15-HOUSEKEEPING
           PERFORM 21-LOAD-OPEN-INVOICES
           PERFORM 22-LOAD-DISPUTES
           PERFORM 25-PROCESS-TRANSACTIONS
           PERFORM 40-CLOSE-SETTLED-DISPUTES
           PERFORM 50-PRINT-DISPUTE-LOG
           PERFORM 70-REWRITE-DISPUTES
           PERFORM 100-WRAP-UP
           .

       15-HOUSEKEEPING.
           OPEN OUTPUT DISPUTE-LOG-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO LH2-MONTH
           MOVE WS-DAY TO LH2-DAY
           MOVE WS-YEAR TO LH2-YEAR

           STRING '20' WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO HF-TODAY-CCYYMMDD
           END-STRING

           WRITE DISPUTE-LOG-RECORD FROM LOG-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE LOG-HEADING-TWO TO DISPUTE-LOG-RECORD
           WRITE DISPUTE-LOG-RECORD
               AFTER ADVANCING 1 LINES
           .

       21-LOAD-OPEN-INVOICES.
           OPEN INPUT OPEN-INVOICE-FILE

           PERFORM UNTIL LOAD-DONE
               READ OPEN-INVOICE-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       IF IN-NUM-INVOICES < 1000
                           ADD 1 TO IN-NUM-INVOICES
                           MOVE OI-INVOICE-NUMBER TO
                                   IN-INVOICE-NUMBER(IN-NUM-INVOICES)
                           MOVE OI-CUST-ID TO
                                   IN-CUST-ID(IN-NUM-INVOICES)
                           MOVE OI-INVOICE-AMOUNT TO
                                   IN-AMOUNT(IN-NUM-INVOICES)
                           MOVE OI-DOC-TYPE TO
                                   IN-DOC-TYPE(IN-NUM-INVOICES)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPEN-INVOICE-FILE
           MOVE 'N' TO LOAD-EOF-SW
           .

       22-LOAD-DISPUTES.
      *    NO DISPUTE FILE YET JUST MEANS NOTHING HAS BEEN DISPUTED
           OPEN INPUT INVOICE-DISPUTE-FILE

           PERFORM UNTIL LOAD-DONE
               READ INVOICE-DISPUTE-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       IF DP-NUM-DISPUTES < 1000
                           ADD 1 TO DP-NUM-DISPUTES
                           PERFORM 23-STORE-ONE-DISPUTE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INVOICE-DISPUTE-FILE
           MOVE 'N' TO LOAD-EOF-SW
           .

       23-STORE-ONE-DISPUTE.
           MOVE DS-INVOICE-NUMBER TO DP-INVOICE-NUMBER(DP-NUM-DISPUTES)
           MOVE DS-CUST-ID TO DP-CUST-ID(DP-NUM-DISPUTES)
           MOVE DS-REASON-CODE TO DP-REASON-CODE(DP-NUM-DISPUTES)
           MOVE DS-DISPUTED-AMOUNT TO
                   DP-DISPUTED-AMOUNT(DP-NUM-DISPUTES)
           MOVE DS-OWNER TO DP-OWNER(DP-NUM-DISPUTES)
           MOVE DS-OPENED-DATE TO DP-OPENED-DATE(DP-NUM-DISPUTES)
           MOVE DS-STATUS TO DP-STATUS(DP-NUM-DISPUTES)
           MOVE DS-RESOLUTION TO DP-RESOLUTION(DP-NUM-DISPUTES)
           MOVE DS-CLOSED-DATE TO DP-CLOSED-DATE(DP-NUM-DISPUTES)
           .

       25-PROCESS-TRANSACTIONS.
      *    NO TRANSACTIONS THIS WEEK STILL PRINTS THE LOG
           OPEN INPUT DISPUTE-TRANS-FILE

           IF DISPUTE-TRANS-FOUND
               PERFORM UNTIL EOF-FLAG = 'T'
                   READ DISPUTE-TRANS-FILE
                       AT END
                           MOVE 'T' TO EOF-FLAG
                       NOT AT END
                           PERFORM 30-APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM

               CLOSE DISPUTE-TRANS-FILE
           END-IF
           .

       30-APPLY-ONE-TRANSACTION.
           MOVE DT-ACTION TO TRL-ACTION
           MOVE DT-INVOICE-NUMBER TO TRL-INVOICE-NUMBER
           MOVE DT-REASON-CODE TO TRL-REASON-CODE
           MOVE DT-OWNER TO TRL-OWNER
           MOVE ZEROES TO TRL-AMOUNT

           MOVE DT-INVOICE-NUMBER TO HF-FIND-INVOICE
           PERFORM 31-FIND-INVOICE
           PERFORM 32-FIND-OPEN-DISPUTE

           EVALUATE TRUE
               WHEN DT-OPEN-DISPUTE
                   PERFORM 35-OPEN-ONE-DISPUTE
               WHEN DT-RESOLVE-DISPUTE
                   PERFORM 36-RESOLVE-ONE-DISPUTE
               WHEN OTHER
                   MOVE 'REJECTED - ACTION NOT O OR R' TO TRL-RESULT
           END-EVALUATE

           IF TRL-RESULT(1:8) = 'REJECTED'
               ADD 1 TO DP-REJECTED-COUNT
           END-IF

           MOVE TRANSACTION-LINE TO DISPUTE-LOG-RECORD
           WRITE DISPUTE-LOG-RECORD
               AFTER ADVANCING 1 LINES
           .

       31-FIND-INVOICE.
      *    A CREDIT MEMO ISN'T AN INVOICE THE CUSTOMER CAN DISPUTE
           MOVE 'N' TO HF-INVOICE-SW
           SET INVOICE-TBL-INDEX TO 1
           SEARCH INVOICE-TBL-LINE
               AT END
                   CONTINUE

               WHEN HF-FIND-INVOICE =
                           IN-INVOICE-NUMBER(INVOICE-TBL-INDEX)
                   AND IN-DOC-TYPE(INVOICE-TBL-INDEX) = SPACE
                   SET HF-INVOICE-OPEN TO TRUE
                   MOVE IN-AMOUNT(INVOICE-TBL-INDEX) TO
                           HF-INVOICE-AMOUNT
                   MOVE IN-CUST-ID(INVOICE-TBL-INDEX) TO
                           HF-INVOICE-CUST-ID
           END-SEARCH
           .

       32-FIND-OPEN-DISPUTE.
           MOVE 'N' TO HF-DISPUTE-SW
           SET DISPUTE-TBL-INDEX TO 1
           SEARCH DISPUTE-TBL-LINE
               AT END
                   CONTINUE

               WHEN HF-FIND-INVOICE =
                           DP-INVOICE-NUMBER(DISPUTE-TBL-INDEX)
                   AND DP-DISPUTE-OPEN(DISPUTE-TBL-INDEX)
                   SET HF-DISPUTE-FOUND TO TRUE
           END-SEARCH
           .

       35-OPEN-ONE-DISPUTE.
           IF DT-DISPUTED-AMOUNT IS NOT NUMERIC
               MOVE ZEROES TO DT-DISPUTED-AMOUNT
           END-IF
           IF DT-DISPUTED-AMOUNT = 0 AND HF-INVOICE-OPEN
               MOVE HF-INVOICE-AMOUNT TO DT-DISPUTED-AMOUNT
           END-IF
           MOVE DT-DISPUTED-AMOUNT TO TRL-AMOUNT

           SET REASON-TBL-INDEX TO 1
           SEARCH DISPUTE-REASON-TBL-LINE
               AT END
                   MOVE SPACES TO TRL-RESULT

               WHEN DT-REASON-CODE = DR-REASON-CODE(REASON-TBL-INDEX)
                   MOVE DR-REASON-NAME(REASON-TBL-INDEX) TO TRL-RESULT
           END-SEARCH

           EVALUATE TRUE
               WHEN NOT HF-INVOICE-OPEN
                   MOVE 'REJECTED - INVOICE NOT OPEN' TO TRL-RESULT
               WHEN HF-DISPUTE-FOUND
                   MOVE 'REJECTED - ALREADY IN DISPUTE' TO TRL-RESULT
               WHEN TRL-RESULT = SPACES
                   MOVE 'REJECTED - REASON CODE UNKNOWN' TO TRL-RESULT
               WHEN DT-OWNER = SPACES
                   MOVE 'REJECTED - NO OWNER GIVEN' TO TRL-RESULT
               WHEN DT-DISPUTED-AMOUNT > HF-INVOICE-AMOUNT
                   MOVE 'REJECTED - AMOUNT OVER INVOICE' TO TRL-RESULT
               WHEN DP-NUM-DISPUTES NOT < 1000
                   MOVE 'REJECTED - DISPUTE FILE FULL' TO TRL-RESULT
               WHEN OTHER
                   ADD 1 TO DP-OPENED-COUNT
                   ADD 1 TO DP-NUM-DISPUTES
                   MOVE DT-INVOICE-NUMBER TO
                           DP-INVOICE-NUMBER(DP-NUM-DISPUTES)
                   MOVE HF-INVOICE-CUST-ID TO
                           DP-CUST-ID(DP-NUM-DISPUTES)
                   MOVE DT-REASON-CODE TO
                           DP-REASON-CODE(DP-NUM-DISPUTES)
                   MOVE DT-DISPUTED-AMOUNT TO
                           DP-DISPUTED-AMOUNT(DP-NUM-DISPUTES)
                   MOVE DT-OWNER TO DP-OWNER(DP-NUM-DISPUTES)
                   MOVE WS-DATE TO DP-OPENED-DATE(DP-NUM-DISPUTES)
                   MOVE 'O' TO DP-STATUS(DP-NUM-DISPUTES)
                   MOVE SPACE TO DP-RESOLUTION(DP-NUM-DISPUTES)
                   MOVE SPACES TO DP-CLOSED-DATE(DP-NUM-DISPUTES)
                   MOVE 'OPENED' TO TRL-RESULT
           END-EVALUATE
           .

       36-RESOLVE-ONE-DISPUTE.
      *    A WRITE-OFF HAS TO GO THROUGH PRO02WOFF SO THE INVOICE
      *    ACTUALLY COMES OFF THE BOOKS; IT CLOSES THE DISPUTE THERE
           EVALUATE TRUE
               WHEN NOT HF-DISPUTE-FOUND
                   MOVE 'REJECTED - NO OPEN DISPUTE' TO TRL-RESULT
               WHEN DT-RESOLUTION = 'W'
                   MOVE 'REJECTED - WRITE OFF THROUGH PRO02WOFF' TO
                           TRL-RESULT
               WHEN DT-RESOLUTION NOT = 'C' AND DT-RESOLUTION NOT = 'P'
                   MOVE 'REJECTED - RESOLUTION NOT C OR P' TO
                           TRL-RESULT
               WHEN OTHER
                   ADD 1 TO DP-RESOLVED-COUNT
                   MOVE DP-DISPUTED-AMOUNT(DISPUTE-TBL-INDEX) TO
                           TRL-AMOUNT
                   MOVE 'C' TO DP-STATUS(DISPUTE-TBL-INDEX)
                   MOVE DT-RESOLUTION TO
                           DP-RESOLUTION(DISPUTE-TBL-INDEX)
                   MOVE WS-DATE TO DP-CLOSED-DATE(DISPUTE-TBL-INDEX)
                   IF DT-RESOLUTION = 'C'
                       MOVE 'RESOLVED - CREDITED' TO TRL-RESULT
                   ELSE
                       MOVE 'RESOLVED - PAID' TO TRL-RESULT
                   END-IF
           END-EVALUATE
           .

       40-CLOSE-SETTLED-DISPUTES.
      *    AN INVOICE NO LONGER OPEN HAS BEEN PAID OFF, SO ITS
      *    DISPUTE IS OVER
           PERFORM VARYING DISPUTE-SUB FROM 1 BY 1
               UNTIL DISPUTE-SUB > DP-NUM-DISPUTES

               IF DP-DISPUTE-OPEN(DISPUTE-SUB)
                   MOVE DP-INVOICE-NUMBER(DISPUTE-SUB) TO
                           HF-FIND-INVOICE
                   PERFORM 31-FIND-INVOICE

                   IF NOT HF-INVOICE-OPEN
                       ADD 1 TO DP-SETTLED-COUNT
                       MOVE 'C' TO DP-STATUS(DISPUTE-SUB)
                       MOVE 'P' TO DP-RESOLUTION(DISPUTE-SUB)
                       MOVE WS-DATE TO DP-CLOSED-DATE(DISPUTE-SUB)

                       MOVE SPACE TO TRL-ACTION
                       MOVE DP-INVOICE-NUMBER(DISPUTE-SUB) TO
                               TRL-INVOICE-NUMBER
                       MOVE DP-REASON-CODE(DISPUTE-SUB) TO
                               TRL-REASON-CODE
                       MOVE DP-DISPUTED-AMOUNT(DISPUTE-SUB) TO
                               TRL-AMOUNT
                       MOVE DP-OWNER(DISPUTE-SUB) TO TRL-OWNER
                       MOVE 'CLOSED - INVOICE NO LONGER OPEN' TO
                               TRL-RESULT
                       MOVE TRANSACTION-LINE TO DISPUTE-LOG-RECORD
                       WRITE DISPUTE-LOG-RECORD
                           AFTER ADVANCING 1 LINES
                   END-IF
               END-IF
           END-PERFORM
           .

       50-PRINT-DISPUTE-LOG.
           PERFORM VARYING DISPUTE-SUB FROM 1 BY 1
               UNTIL DISPUTE-SUB > DP-NUM-DISPUTES

               IF DP-DISPUTE-OPEN(DISPUTE-SUB)
                   PERFORM 51-AGE-ONE-DISPUTE
               END-IF
           END-PERFORM

           PERFORM VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 4
               PERFORM 55-PRINT-ONE-BUCKET
           END-PERFORM

           MOVE HF-OPEN-COUNT TO LOT-OPEN-COUNT
           MOVE HF-OPEN-AMOUNT TO LOT-OPEN-AMOUNT
           MOVE LOG-OPEN-TOTAL-LINE TO DISPUTE-LOG-RECORD
           WRITE DISPUTE-LOG-RECORD
               AFTER ADVANCING 2 LINES
           .

       51-AGE-ONE-DISPUTE.
           IF DP-OPENED-DATE(DISPUTE-SUB) IS NUMERIC
               STRING '20' DP-OPENED-DATE(DISPUTE-SUB)
                       DELIMITED BY SIZE
                   INTO HF-OPEN-CCYYMMDD
               END-STRING

               COMPUTE DP-DAYS-OPEN(DISPUTE-SUB) =
                   FUNCTION INTEGER-OF-DATE(HF-TODAY-CCYYMMDD)
                   - FUNCTION INTEGER-OF-DATE(HF-OPEN-CCYYMMDD)
           ELSE
               MOVE 999 TO DP-DAYS-OPEN(DISPUTE-SUB)
           END-IF

           ADD 1 TO HF-OPEN-COUNT
           ADD DP-DISPUTED-AMOUNT(DISPUTE-SUB) TO HF-OPEN-AMOUNT
           .

       55-PRINT-ONE-BUCKET.
           MOVE ZEROES TO HF-BUCKET-COUNT
           MOVE ZEROES TO HF-BUCKET-AMOUNT

           MOVE AB-BUCKET-NAME(BUCKET-SUB) TO BHL-BUCKET-NAME
           MOVE BUCKET-HEADING-LINE TO DISPUTE-LOG-RECORD
           WRITE DISPUTE-LOG-RECORD
               AFTER ADVANCING 2 LINES

           MOVE DISPUTE-COLUMN-LINE TO DISPUTE-LOG-RECORD
           WRITE DISPUTE-LOG-RECORD
               AFTER ADVANCING 1 LINES

           PERFORM VARYING DISPUTE-SUB FROM 1 BY 1
               UNTIL DISPUTE-SUB > DP-NUM-DISPUTES

               IF DP-DISPUTE-OPEN(DISPUTE-SUB) AND
                       DP-DAYS-OPEN(DISPUTE-SUB) NOT <
                               AB-LOW-DAYS(BUCKET-SUB) AND
                       DP-DAYS-OPEN(DISPUTE-SUB) NOT >
                               AB-HIGH-DAYS(BUCKET-SUB)
                   PERFORM 56-PRINT-ONE-DISPUTE
               END-IF
           END-PERFORM

           MOVE HF-BUCKET-COUNT TO BTL-COUNT
           MOVE HF-BUCKET-AMOUNT TO BTL-AMOUNT
           MOVE BUCKET-TOTAL-LINE TO DISPUTE-LOG-RECORD
           WRITE DISPUTE-LOG-RECORD
               AFTER ADVANCING 1 LINES
           .

       56-PRINT-ONE-DISPUTE.
           ADD 1 TO HF-BUCKET-COUNT
           ADD DP-DISPUTED-AMOUNT(DISPUTE-SUB) TO HF-BUCKET-AMOUNT

           MOVE DP-INVOICE-NUMBER(DISPUTE-SUB) TO DDL-INVOICE-NUMBER
           MOVE DP-CUST-ID(DISPUTE-SUB) TO DDL-CUST-ID
           MOVE DP-DISPUTED-AMOUNT(DISPUTE-SUB) TO DDL-DISPUTED-AMOUNT
           MOVE DP-OWNER(DISPUTE-SUB) TO DDL-OWNER
           MOVE DP-OPENED-DATE(DISPUTE-SUB) TO DDL-OPENED-DATE
           MOVE DP-DAYS-OPEN(DISPUTE-SUB) TO DDL-DAYS-OPEN
           MOVE DP-REASON-CODE(DISPUTE-SUB) TO DDL-REASON-CODE

           SET REASON-TBL-INDEX TO 1
           SEARCH DISPUTE-REASON-TBL-LINE
               AT END
                   MOVE SPACES TO DDL-REASON-NAME

               WHEN DP-REASON-CODE(DISPUTE-SUB) =
                           DR-REASON-CODE(REASON-TBL-INDEX)
                   MOVE DR-REASON-NAME(REASON-TBL-INDEX) TO
                           DDL-REASON-NAME
           END-SEARCH

           MOVE DISPUTE-DETAIL-LINE TO DISPUTE-LOG-RECORD
           WRITE DISPUTE-LOG-RECORD
               AFTER ADVANCING 1 LINES
           .

       70-REWRITE-DISPUTES.
      *    CLOSED DISPUTES STAY ON FILE AS THE HISTORY OF HOW EACH
      *    ONE WAS SETTLED
           OPEN OUTPUT INVOICE-DISPUTE-FILE

           PERFORM VARYING DISPUTE-SUB FROM 1 BY 1
               UNTIL DISPUTE-SUB > DP-NUM-DISPUTES

               MOVE SPACES TO INVOICE-DISPUTE-RECORD
               MOVE DP-INVOICE-NUMBER(DISPUTE-SUB) TO DS-INVOICE-NUMBER
               MOVE DP-CUST-ID(DISPUTE-SUB) TO DS-CUST-ID
               MOVE DP-REASON-CODE(DISPUTE-SUB) TO DS-REASON-CODE
               MOVE DP-DISPUTED-AMOUNT(DISPUTE-SUB) TO
                       DS-DISPUTED-AMOUNT
               MOVE DP-OWNER(DISPUTE-SUB) TO DS-OWNER
               MOVE DP-OPENED-DATE(DISPUTE-SUB) TO DS-OPENED-DATE
               MOVE DP-STATUS(DISPUTE-SUB) TO DS-STATUS
               MOVE DP-RESOLUTION(DISPUTE-SUB) TO DS-RESOLUTION
               MOVE DP-CLOSED-DATE(DISPUTE-SUB) TO DS-CLOSED-DATE

               WRITE INVOICE-DISPUTE-RECORD
           END-PERFORM

           CLOSE INVOICE-DISPUTE-FILE
           .

       100-WRAP-UP.
           MOVE DP-OPENED-COUNT TO LTL-OPENED-COUNT
           MOVE DP-RESOLVED-COUNT TO LTL-RESOLVED-COUNT
           MOVE DP-SETTLED-COUNT TO LTL-SETTLED-COUNT
           MOVE DP-REJECTED-COUNT TO LTL-REJECTED-COUNT

           MOVE LOG-TOTAL-LINE TO DISPUTE-LOG-RECORD
           WRITE DISPUTE-LOG-RECORD
               AFTER ADVANCING 1 LINES

           CLOSE DISPUTE-LOG-FILE

           GOBACK
           .
