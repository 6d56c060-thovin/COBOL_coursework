       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO02FCHG.
       AUTHOR. TIM J.
      ****************************************************************
      * This program assesses the monthly service charge our terms
      * promise on past-due balances.  It runs once at month end
      * over the open-invoice file, charges each customer on what is
      * past due net of open credits and unapplied cash, and bills
      * the charge as a new open invoice so it ages, shows on the
      * statement, and is dunned like any other invoice

      ***************
      * INPUTS:
      *    The FINANCE CHARGE PARAMETER FILE holds one record: the
      *    monthly rate, the minimum charge, and the days an invoice
      *    may run before it is past due (zero means 30)
      *
      *    The OPEN INVOICE FILE holds every invoice not yet fully
      *    paid and every credit memo still open
      *
      *    The UNAPPLIED CASH FILE holds cash PRO02AR is holding by
      *    customer, not yet applied to any invoice
      *
      *    The INVOICE DISPUTE FILE holds the credit desk's
      *    disputes; an invoice under open dispute isn't charged on
      *
      *    The CUSTOMER MASTER FILE names each customer and carries
      *    the no-charge flag (N) for customers kept out of the run
      *
      *    The FINANCE CHARGE HISTORY FILE holds every charge ever
      *    assessed; a charge already on it for this month stops
      *    the run, so the month can't be billed twice

      * *******
      * OUTPUTS:
      *    The OPEN INVOICE FILE gets one new invoice per charge,
      *    numbered run date plus a sequence from 9001 up.  Nothing
      *    else issues 9000-series numbers, so a later run knows
      *    which open items are themselves charges and doesn't
      *    charge on them again
      *
      *    The FINANCE CHARGE HISTORY FILE gets one record per
      *    charge
      *
      *    The FINANCE CHARGE REGISTER lists every customer on the
      *    master: the charge assessed and the invoice it was billed
      *    on, or the reason no charge was made, with totals

      ****************
      * CALCULATIONS:
      *    DAYS OPEN [RUN DATE - INVOICE DATE]
      *    PAST DUE [REMAINING INVOICE AMOUNTS OPEN MORE THAN THE
      *              GRACE DAYS, FINANCE CHARGES AND DISPUTED
      *              INVOICES EXCLUDED]
      *    CHARGE BASE [PAST DUE - OPEN CREDITS - UNAPPLIED CASH]
      *    CHARGE [CHARGE BASE * MONTHLY RATE, ROUNDED, NOT LESS
      *            THAN THE MINIMUM CHARGE]
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FINANCE-PARM-FILE
               ASSIGN TO 'FINANCE-CHARGE-PARM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINANCE-PARM-STATUS.

           SELECT OPEN-INVOICE-FILE
               ASSIGN TO 'OPEN-INVOICE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.

           SELECT UNAPPLIED-CASH-FILE
               ASSIGN TO 'UNAPPLIED-CASH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNAPPLIED-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INVOICE-DISPUTE-FILE
               ASSIGN TO 'INVOICE-DISPUTES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FINANCE-HISTORY-FILE
               ASSIGN TO 'FINANCE-CHARGE-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.

           SELECT FINANCE-REGISTER-FILE
               ASSIGN TO PRINTER 'FINANCE-CHARGE-REGISTER.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD FINANCE-PARM-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01 FINANCE-PARM-RECORD.
           05 FP-MONTHLY-RATE       PIC 9V9999.
           05 FP-MINIMUM-CHARGE     PIC 9(3)V99.
           05 FP-GRACE-DAYS         PIC 999.

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

       FD UNAPPLIED-CASH-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01 UNAPPLIED-CASH-RECORD.
           05 UC-RECEIPT-ID         PIC X(10).
           05 UC-CUST-ID            PIC 9(5).
           05 UC-AMOUNT             PIC 9(7)V99.
           05 UC-RECEIPT-DATE       PIC X(6).
           05 UC-REFERENCE          PIC X(10).

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01 CUSTOMER-MASTER-RECORD.
           05 CM-CUST-ID            PIC 9(5).
           05 CM-CUST-NAME          PIC X(25).
           05 CM-CREDIT-LIMIT       PIC 9(7)V99.
           05 CM-STATE-CODE         PIC XX.
           05 CM-FINANCE-CHARGE-SW  PIC X.
               88 CM-NO-FINANCE-CHARGE VALUE 'N'.

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

       FD FINANCE-HISTORY-FILE
           RECORD CONTAINS 39 CHARACTERS.

       01 FINANCE-HISTORY-RECORD.
           05 FH-INVOICE-NUMBER.
               10 FH-INVOICE-DATE.
                   15 FH-INVOICE-YYMM PIC X(4).
                   15 FILLER        PIC XX.
               10 FH-INVOICE-SEQ    PIC 9(4).
           05 FH-CUST-ID            PIC 9(5).
           05 FH-CHARGE-BASE        PIC 9(7)V99.
           05 FH-CHARGE-AMOUNT      PIC 9(7)V99.
           05 FH-MONTHLY-RATE       PIC 9V9999.
           05 FILLER                PIC X.

       FD FINANCE-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 FINANCE-REGISTER-RECORD   PIC X(80).


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG              PIC X          VALUE 'F'.
           05 LOAD-EOF-SW           PIC X          VALUE 'N'.
               88 LOAD-DONE         VALUE 'Y'.
           05 FINANCE-PARM-STATUS   PIC XX.
               88 FINANCE-PARM-FOUND VALUE '00'.
           05 INVOICE-STATUS        PIC XX.
               88 INVOICES-FOUND    VALUE '00'.
           05 UNAPPLIED-STATUS      PIC XX.
               88 UNAPPLIED-FOUND   VALUE '00'.
           05 HISTORY-STATUS        PIC XX.
      *        A HISTORY FILE NOT YET CREATED OPENS EMPTY (05)
               88 HISTORY-OPENED    VALUE '00' '05'.
           05 MONTH-BILLED-SW       PIC X          VALUE 'N'.
               88 MONTH-ALREADY-BILLED VALUE 'Y'.
           05 INVOICE-SUB           PIC 9(4).
           05 UNAPPLIED-SUB         PIC 9(4).
           05 FC-CHARGED-COUNT      PIC 9(4)       VALUE 0.
           05 FC-SKIPPED-COUNT      PIC 9(4)       VALUE 0.

       01 HOLD-FIELDS.
           05 HF-INV-CCYYMMDD       PIC 9(8).
           05 HF-TODAY-CCYYMMDD     PIC 9(8).
           05 HF-GRACE-DAYS         PIC 999.
           05 HF-PAST-DUE-TOTAL     PIC 9(9)V99.
           05 HF-OPEN-CREDITS       PIC 9(9)V99.
           05 HF-CHARGE-BASE        PIC 9(9)V99.
           05 HF-CHARGE-AMOUNT      PIC 9(7)V99.
           05 HF-TOTAL-CHARGES      PIC 9(9)V99    VALUE 0.
           05 HF-TOTAL-BASE         PIC 9(9)V99    VALUE 0.
      *    FINANCE CHARGES ARE NUMBERED FROM 9001 ON THE RUN DATE
           05 HF-CHARGE-SEQ         PIC 9(4)       VALUE 9000.

       01 WS-DATE.
           05 WS-YEAR               PIC XX.
           05 WS-MONTH              PIC XX.
           05 WS-DAY                PIC XX.

       01 WS-RUN-YYMM.
           05 WS-RUN-YEAR           PIC XX.
           05 WS-RUN-MONTH          PIC XX.

       01 INVOICE-TABLE-AREA.
      *    EVERY OPEN ITEM WITH ITS AGE IN DAYS, SO EACH CUSTOMER'S
      *    CHARGE CAN BE WORKED OUT IN ONE PASS OVER THE MASTER
           05 IN-NUM-INVOICES       PIC 9(4)       VALUE 0.
           05 INVOICE-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON IN-NUM-INVOICES
               INDEXED BY INVOICE-TBL-INDEX.
               10 IN-CUST-ID        PIC 9(5).
               10 IN-INVOICE-SEQ    PIC 9(4).
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

       01 UNAPPLIED-TABLE-AREA.
           05 UA-NUM-ENTRIES        PIC 9(4)       VALUE 0.
           05 UNAPPLIED-TBL-LINE OCCURS 1 TO 1000 TIMES
               DEPENDING ON UA-NUM-ENTRIES.
               10 UA-CUST-ID        PIC 9(5).
               10 UA-AMOUNT         PIC 9(7)V99.


      **************        OUTPUT AREA        ********************

       01 REGISTER-HEADING-ONE.
           05 FILLER                PIC X(27)      VALUE SPACES.
           05                       PIC X(29)      VALUE
                   'FINANCE CHARGE REGISTER'.
           05 FILLER                PIC X(24)      VALUE SPACES.

       01 REGISTER-HEADING-TWO.
           05 FILLER                PIC X(10)      VALUE SPACES.
           05 RH2-MONTH             PIC 99.
           05                       PIC X          VALUE '/'.
           05 RH2-DAY               PIC 99.
           05                       PIC X          VALUE '/'.
           05 RH2-YEAR              PIC 9(2).
           05 FILLER                PIC X(54)      VALUE SPACES.
           05                       PIC XXX        VALUE 'TWJ'.
           05 FILLER                PIC X(7)       VALUE SPACES.

       01 REGISTER-PARM-LINE.
           05                       PIC X(14)      VALUE
                   'MONTHLY RATE: '.
           05 RPL-MONTHLY-RATE      PIC 9.9999.
           05 FILLER                PIC X(4)       VALUE SPACES.
           05                       PIC X(16)      VALUE
                   'MINIMUM CHARGE: '.
           05 RPL-MINIMUM-CHARGE    PIC $ZZ9.99.
           05 FILLER                PIC X(4)       VALUE SPACES.
           05                       PIC X(15)      VALUE
                   'PAST DUE AFTER '.
           05 RPL-GRACE-DAYS        PIC ZZ9.
           05                       PIC X(5)       VALUE ' DAYS'.
           05 FILLER                PIC X(6)       VALUE SPACES.

       01 REGISTER-COLUMN-LINE.
           05                       PIC X(7)       VALUE 'CUST'.
           05                       PIC X(21)      VALUE 'NAME'.
           05                       PIC X(12)      VALUE
                   '  PAST DUE'.
           05                       PIC X(12)      VALUE
                   '   CREDITS'.
           05                       PIC X(11)      VALUE
                   '   CHARGE'.
           05                       PIC X(17)      VALUE
                   'INVOICE/REASON'.

       01 REGISTER-DETAIL-LINE.
           05 RDL-CUST-ID           PIC 9(5).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 RDL-CUST-NAME         PIC X(20).
           05 FILLER                PIC X(1)       VALUE SPACES.
           05 RDL-PAST-DUE          PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 RDL-CREDITS           PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 RDL-CHARGE            PIC ZZ,ZZ9.99
                                    BLANK WHEN ZERO.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 RDL-OUTCOME           PIC X(17).

       01 REGISTER-TOTAL-LINE.
           05                       PIC X(10)      VALUE 'CHARGED: '.
           05 RTL-CHARGED-COUNT     PIC Z,ZZ9.
           05 FILLER                PIC X(3)       VALUE SPACES.
           05                       PIC X(10)      VALUE 'SKIPPED: '.
           05 RTL-SKIPPED-COUNT     PIC Z,ZZ9.
           05 FILLER                PIC X(3)       VALUE SPACES.
           05                       PIC X(15)      VALUE
                   'TOTAL CHARGES: '.
           05 RTL-TOTAL-CHARGES     PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(16)      VALUE SPACES.

       01 REGISTER-REFUSED-LINE.
           05 RRL-MESSAGE           PIC X(80).


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 15-HOUSEKEEPING
           PERFORM 17-READ-FINANCE-PARM
           PERFORM 19-CHECK-MONTH-BILLED
           PERFORM 20-LOAD-OPEN-DISPUTES
           PERFORM 21-LOAD-OPEN-INVOICES
           PERFORM 23-LOAD-UNAPPLIED-CASH
           PERFORM 25-ASSESS-CHARGES
           PERFORM 100-WRAP-UP
           .

       15-HOUSEKEEPING.
           OPEN OUTPUT FINANCE-REGISTER-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO RH2-MONTH
           MOVE WS-DAY TO RH2-DAY
           MOVE WS-YEAR TO RH2-YEAR
           MOVE WS-YEAR TO WS-RUN-YEAR
           MOVE WS-MONTH TO WS-RUN-MONTH

           STRING '20' WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO HF-TODAY-CCYYMMDD
           END-STRING

           WRITE FINANCE-REGISTER-RECORD FROM REGISTER-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE REGISTER-HEADING-TWO TO FINANCE-REGISTER-RECORD
           WRITE FINANCE-REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       17-READ-FINANCE-PARM.
      *    THE RATE AND MINIMUM ARE SET BY THE CREDIT MANAGER, NOT
      *    THIS PROGRAM -- WITHOUT A USABLE PARAMETER RECORD NOTHING
      *    IS CHARGED
           OPEN INPUT FINANCE-PARM-FILE

           IF FINANCE-PARM-FOUND
               READ FINANCE-PARM-FILE
                   AT END
                       MOVE SPACES TO FINANCE-PARM-RECORD
               END-READ
               CLOSE FINANCE-PARM-FILE
           ELSE
               MOVE SPACES TO FINANCE-PARM-RECORD
           END-IF

           IF FP-MONTHLY-RATE IS NOT NUMERIC OR FP-MONTHLY-RATE = 0
                   OR FP-MINIMUM-CHARGE IS NOT NUMERIC
               MOVE 'NO USABLE FINANCE CHARGE PARAMETERS - RUN REFUSED'
                       TO RRL-MESSAGE
               PERFORM 90-REFUSE-RUN
           END-IF

           IF FP-GRACE-DAYS IS NUMERIC AND FP-GRACE-DAYS > 0
               MOVE FP-GRACE-DAYS TO HF-GRACE-DAYS
           ELSE
               MOVE 30 TO HF-GRACE-DAYS
           END-IF

           MOVE FP-MONTHLY-RATE TO RPL-MONTHLY-RATE
           MOVE FP-MINIMUM-CHARGE TO RPL-MINIMUM-CHARGE
           MOVE HF-GRACE-DAYS TO RPL-GRACE-DAYS
           MOVE REGISTER-PARM-LINE TO FINANCE-REGISTER-RECORD
           WRITE FINANCE-REGISTER-RECORD
               AFTER ADVANCING 2 LINES
           .

       19-CHECK-MONTH-BILLED.
      *    ONE FINANCE CHARGE PER CUSTOMER PER MONTH -- A SECOND RUN
      *    IN THE SAME MONTH IS REFUSED BEFORE ANYTHING IS WRITTEN
           OPEN INPUT FINANCE-HISTORY-FILE

           IF HISTORY-OPENED
               PERFORM UNTIL LOAD-DONE
                   READ FINANCE-HISTORY-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF FH-INVOICE-YYMM = WS-RUN-YYMM
                               SET MONTH-ALREADY-BILLED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE FINANCE-HISTORY-FILE
               MOVE 'N' TO LOAD-EOF-SW
           END-IF

           IF MONTH-ALREADY-BILLED
               MOVE 'FINANCE CHARGES ALREADY ASSESSED THIS MONTH - RUN R
      -             'EFUSED' TO RRL-MESSAGE
               PERFORM 90-REFUSE-RUN
           END-IF
           .

       20-LOAD-OPEN-DISPUTES.
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

           IF INVOICES-FOUND
               PERFORM UNTIL EOF-FLAG = 'T'
                   READ OPEN-INVOICE-FILE
                       AT END
                           MOVE 'T' TO EOF-FLAG
                       NOT AT END
                           IF IN-NUM-INVOICES < 2000
                               ADD 1 TO IN-NUM-INVOICES
                               MOVE OI-CUST-ID TO
                                       IN-CUST-ID(IN-NUM-INVOICES)
                               MOVE OI-INVOICE-SEQ TO
                                       IN-INVOICE-SEQ(IN-NUM-INVOICES)
                               MOVE OI-INVOICE-AMOUNT TO
                                       IN-AMOUNT(IN-NUM-INVOICES)
                               MOVE OI-DOC-TYPE TO
                                       IN-DOC-TYPE(IN-NUM-INVOICES)
                               PERFORM 22-AGE-ONE-INVOICE
                               PERFORM 24-FLAG-DISPUTED-INVOICE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE OPEN-INVOICE-FILE
           END-IF
           .

       22-AGE-ONE-INVOICE.
           IF OI-INVOICE-DATE IS NUMERIC
               STRING '20' OI-INVOICE-DATE DELIMITED BY SIZE
                   INTO HF-INV-CCYYMMDD
               END-STRING

               COMPUTE IN-DAYS-OPEN(IN-NUM-INVOICES) =
                   FUNCTION INTEGER-OF-DATE(HF-TODAY-CCYYMMDD)
                   - FUNCTION INTEGER-OF-DATE(HF-INV-CCYYMMDD)
           ELSE
               MOVE 999 TO IN-DAYS-OPEN(IN-NUM-INVOICES)
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

       25-ASSESS-CHARGES.
      *    THE NEW CHARGES GO ON THE END OF THE OPEN-INVOICE FILE,
      *    THE SAME WAY PRO02 ADDS ITS INVOICES
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN EXTEND OPEN-INVOICE-FILE
           OPEN EXTEND FINANCE-HISTORY-FILE

           MOVE REGISTER-COLUMN-LINE TO FINANCE-REGISTER-RECORD
           WRITE FINANCE-REGISTER-RECORD
               AFTER ADVANCING 2 LINES

           PERFORM UNTIL LOAD-DONE
               READ CUSTOMER-MASTER-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       PERFORM 30-EVALUATE-ONE-CUSTOMER
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-MASTER-FILE
           CLOSE OPEN-INVOICE-FILE
           CLOSE FINANCE-HISTORY-FILE
           .

       30-EVALUATE-ONE-CUSTOMER.
      *    A FINANCE CHARGE STILL OPEN IS NEVER CHARGED ON AGAIN,
      *    NOR IS AN INVOICE THE CUSTOMER HAS IN DISPUTE,
      *    AND A CUSTOMER WHOSE OPEN CREDITS AND UNAPPLIED CASH
      *    COVER EVERYTHING PAST DUE ISN'T CHARGED AT ALL
           MOVE ZEROES TO HF-PAST-DUE-TOTAL
           MOVE ZEROES TO HF-OPEN-CREDITS
           MOVE ZEROES TO HF-CHARGE-BASE
           MOVE ZEROES TO HF-CHARGE-AMOUNT

           PERFORM VARYING INVOICE-SUB FROM 1 BY 1
               UNTIL INVOICE-SUB > IN-NUM-INVOICES

               IF CM-CUST-ID = IN-CUST-ID(INVOICE-SUB)
                   IF IN-DOC-TYPE(INVOICE-SUB) = 'C'
                       ADD IN-AMOUNT(INVOICE-SUB) TO HF-OPEN-CREDITS
                   ELSE
                       IF IN-DAYS-OPEN(INVOICE-SUB) > HF-GRACE-DAYS
                               AND IN-INVOICE-SEQ(INVOICE-SUB) < 9001
                               AND NOT IN-DISPUTED(INVOICE-SUB)
                           ADD IN-AMOUNT(INVOICE-SUB) TO
                                   HF-PAST-DUE-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING UNAPPLIED-SUB FROM 1 BY 1
               UNTIL UNAPPLIED-SUB > UA-NUM-ENTRIES

               IF CM-CUST-ID = UA-CUST-ID(UNAPPLIED-SUB)
                   ADD UA-AMOUNT(UNAPPLIED-SUB) TO HF-OPEN-CREDITS
               END-IF
           END-PERFORM

           MOVE CM-CUST-ID TO RDL-CUST-ID
           MOVE CM-CUST-NAME TO RDL-CUST-NAME
           MOVE HF-PAST-DUE-TOTAL TO RDL-PAST-DUE
           MOVE HF-OPEN-CREDITS TO RDL-CREDITS

           EVALUATE TRUE
               WHEN CM-NO-FINANCE-CHARGE
                   MOVE 'NO-CHARGE FLAG' TO RDL-OUTCOME
                   ADD 1 TO FC-SKIPPED-COUNT

               WHEN HF-PAST-DUE-TOTAL = 0
                   MOVE 'NOTHING PAST DUE' TO RDL-OUTCOME
                   ADD 1 TO FC-SKIPPED-COUNT

               WHEN HF-OPEN-CREDITS NOT < HF-PAST-DUE-TOTAL
                   MOVE 'CREDITS COVER' TO RDL-OUTCOME
                   ADD 1 TO FC-SKIPPED-COUNT

               WHEN OTHER
                   SUBTRACT HF-OPEN-CREDITS FROM HF-PAST-DUE-TOTAL
                           GIVING HF-CHARGE-BASE
                   PERFORM 35-BILL-ONE-CHARGE
           END-EVALUATE

           MOVE HF-CHARGE-AMOUNT TO RDL-CHARGE
           MOVE REGISTER-DETAIL-LINE TO FINANCE-REGISTER-RECORD
           WRITE FINANCE-REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       35-BILL-ONE-CHARGE.
           COMPUTE HF-CHARGE-AMOUNT ROUNDED =
                   HF-CHARGE-BASE * FP-MONTHLY-RATE

           IF HF-CHARGE-AMOUNT < FP-MINIMUM-CHARGE
               MOVE FP-MINIMUM-CHARGE TO HF-CHARGE-AMOUNT
           END-IF

           ADD 1 TO HF-CHARGE-SEQ
           ADD 1 TO FC-CHARGED-COUNT
           ADD HF-CHARGE-AMOUNT TO HF-TOTAL-CHARGES
           ADD HF-CHARGE-BASE TO HF-TOTAL-BASE

           MOVE SPACES TO OPEN-INVOICE-RECORD
           MOVE WS-DATE TO OI-INVOICE-DATE
           MOVE HF-CHARGE-SEQ TO OI-INVOICE-SEQ
           MOVE CM-CUST-ID TO OI-CUST-ID
           MOVE HF-CHARGE-AMOUNT TO OI-INVOICE-AMOUNT
           MOVE SPACE TO OI-DOC-TYPE
           WRITE OPEN-INVOICE-RECORD

           MOVE SPACES TO FINANCE-HISTORY-RECORD
           MOVE OI-INVOICE-NUMBER TO FH-INVOICE-NUMBER
           MOVE CM-CUST-ID TO FH-CUST-ID
           MOVE HF-CHARGE-BASE TO FH-CHARGE-BASE
           MOVE HF-CHARGE-AMOUNT TO FH-CHARGE-AMOUNT
           MOVE FP-MONTHLY-RATE TO FH-MONTHLY-RATE
           WRITE FINANCE-HISTORY-RECORD

           MOVE OI-INVOICE-NUMBER TO RDL-OUTCOME
           .

       90-REFUSE-RUN.
           MOVE REGISTER-REFUSED-LINE TO FINANCE-REGISTER-RECORD
           WRITE FINANCE-REGISTER-RECORD
               AFTER ADVANCING 2 LINES

           DISPLAY RRL-MESSAGE
           CLOSE FINANCE-REGISTER-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .

       100-WRAP-UP.
           MOVE FC-CHARGED-COUNT TO RTL-CHARGED-COUNT
           MOVE FC-SKIPPED-COUNT TO RTL-SKIPPED-COUNT
           MOVE HF-TOTAL-CHARGES TO RTL-TOTAL-CHARGES
           MOVE REGISTER-TOTAL-LINE TO FINANCE-REGISTER-RECORD
           WRITE FINANCE-REGISTER-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE FINANCE-REGISTER-FILE

           GOBACK
           .
