       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO04APAY.
       AUTHOR. TIM J.
      ****************************************************************
      * This program pays the costume vendors.  Invoices PRO04MTCH
      * approved are loaded into the payables open-item file with a
      * due date and discount date worked out from the vendor's
      * payment terms; everything due by the pay-through date (or
      * still inside its discount window) is selected, one check is
      * cut per vendor, and each vendor gets a remittance advice
      * listing the invoices paid.  What is left open is aged in the
      * same 30/60/90-day buckets PRO02AR uses for customers

      ***************
      * INPUTS:
      *    The APPROVED PAYABLES FILE holds the invoices PRO04MTCH
      *    cleared since the last payment run
      *
      *    The AP OPEN ITEM FILE holds every vendor invoice not yet
      *    paid
      *
      *    The VENDOR MASTER FILE names every valid vendor
      *
      *    The VENDOR TERMS FILE holds each vendor's payment terms:
      *        1: Vendor ID
      *        2: Net days
      *        3: Discount percent
      *        4: Discount days
      *    A vendor with no terms record pays net 30, no discount
      *
      *    The pay-through date (YYMMDD) comes from the environment
      *    (AP-PAY-THRU-DATE) and defaults to the run date

      * *******
      * OUTPUTS:
      *    The CHECK REGISTER lists every check cut, plus any
      *    approved payable that could not be loaded and any item
      *    left unpaid because its vendor is off the vendor master
      *
      *    The REMITTANCE ADVICE FILE holds one page per vendor paid,
      *    listing every invoice the check covers
      *
      *    The AP AGING REPORT shows each vendor's open balance in
      *    current/31-60/61-90/over-90 buckets after the run
      *
      *    The AP PAID HISTORY FILE is extended with every invoice
      *    paid, its check number and the discount taken
      *
      *    The AP OPEN ITEM FILE is rewritten without the items paid
      *
      *    The APPROVED PAYABLES FILE is rewritten holding only the
      *    payables that could not be loaded

      ****************
      * CALCULATIONS:
      *    DUE DATE [INVOICE DATE + NET DAYS]
      *    DISCOUNT DATE [INVOICE DATE + DISCOUNT DAYS]
      *    DISCOUNT [INVOICE AMOUNT * DISCOUNT PCT / 100]
      *    NET PAID [INVOICE AMOUNT - DISCOUNT TAKEN]
      *    DAYS OPEN [RUN DATE - INVOICE DATE]
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL APPROVED-PAYABLE-FILE
               ASSIGN TO 'APPROVED-PAYABLES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AP-OPEN-ITEM-FILE
               ASSIGN TO 'AP-OPEN-ITEMS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VENDOR-MASTER-FILE
               ASSIGN TO 'VENDOR-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VENDOR-TERMS-FILE
               ASSIGN TO 'VENDOR-TERMS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERMS-STATUS.

      *    EVERY INVOICE EVER PAID, FOR THE "DID WE PAY THIS?" CALLS
           SELECT OPTIONAL AP-PAID-HISTORY-FILE
               ASSIGN TO 'AP-PAID-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO PRINTER 'CHECK-REGISTER.TXT'.

           SELECT REMITTANCE-FILE
               ASSIGN TO PRINTER 'REMITTANCE-ADVICES.TXT'.

           SELECT AP-AGING-FILE
               ASSIGN TO PRINTER 'PAYABLES-AGING.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD APPROVED-PAYABLE-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01 APPROVED-PAYABLE-RECORD.
           05 AP-VENDOR-ID             PIC X(4).
           05 AP-INVOICE-NUMBER        PIC X(10).
           05 AP-INVOICE-DATE          PIC X(6).
           05 AP-INVOICE-AMOUNT        PIC 9(7)V99.
           05 AP-APPROVED-DATE         PIC X(6).
           05 FILLER                   PIC X(5).

       FD AP-OPEN-ITEM-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01 AP-OPEN-ITEM-RECORD.
           05 AO-VENDOR-ID             PIC X(4).
           05 AO-INVOICE-NUMBER        PIC X(10).
           05 AO-INVOICE-DATE          PIC X(6).
           05 AO-DUE-DATE              PIC X(6).
           05 AO-DISC-DATE             PIC X(6).
           05 AO-INVOICE-AMOUNT        PIC 9(7)V99.
           05 AO-DISC-AMOUNT           PIC 9(5)V99.
           05 FILLER                   PIC X(2).

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 24 CHARACTERS.

       01 VENDOR-MASTER-RECORD.
           05 VM-VENDOR-ID              PIC X(4).
           05 VM-VENDOR-NAME            PIC X(20).

       FD VENDOR-TERMS-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01 VENDOR-TERMS-RECORD.
           05 TM-VENDOR-ID             PIC X(4).
           05 TM-NET-DAYS              PIC 999.
           05 TM-DISC-PCT              PIC 9V99.
           05 TM-DISC-DAYS             PIC 999.

       FD AP-PAID-HISTORY-FILE
           RECORD CONTAINS 61 CHARACTERS.

       01 AP-PAID-RECORD.
           05 PH-VENDOR-ID             PIC X(4).
           05 PH-INVOICE-NUMBER        PIC X(10).
           05 PH-INVOICE-DATE          PIC X(6).
           05 PH-INVOICE-AMOUNT        PIC 9(7)V99.
           05 PH-DISC-TAKEN            PIC 9(5)V99.
           05 PH-NET-PAID              PIC 9(7)V99.
           05 PH-CHECK-NUMBER          PIC X(10).
           05 PH-PAID-DATE             PIC X(6).

       FD CHECK-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 REGISTER-RECORD              PIC X(80).

       FD REMITTANCE-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 REMITTANCE-RECORD            PIC X(80).

       FD AP-AGING-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 AGING-RECORD                 PIC X(80).


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 TERMS-STATUS             PIC XX.
               88 TERMS-FOUND          VALUE '00'.
           05 LOAD-EOF-SW              PIC X           VALUE 'N'.
               88 LOAD-DONE            VALUE 'Y'.
           05 VENDOR-MATCH-SW          PIC X.
               88 VENDOR-MATCHED       VALUE 'Y'.
           05 DUPLICATE-SW             PIC X.
               88 DUPLICATE-ITEM       VALUE 'Y'.
           05 VENDOR-PAID-SW           PIC X.
               88 VENDOR-HAS-PAYMENT   VALUE 'Y'.
           05 VEND-SUB                 PIC 999.
           05 ITEM-SUB                 PIC 9(4).
           05 REJ-SUB                  PIC 999.
           05 AP-CHECK-SEQ             PIC 9(4)        VALUE 0.
           05 AP-CHECKS-CUT            PIC 9(5)        VALUE 0.
           05 AP-ITEMS-LOADED          PIC 9(5)        VALUE 0.
           05 AP-ITEMS-REJECTED        PIC 9(5)        VALUE 0.
           05 AP-ITEMS-HELD            PIC 9(5)        VALUE 0.

       01 HOLD-FIELDS.
           05 HF-BALANCE               PIC S9(7)V99.
           05 HF-DAYS-OPEN             PIC S9(5).
           05 HF-DATE-INT              PIC 9(7).
           05 HF-INV-CCYYMMDD          PIC 9(8).
           05 HF-WORK-CCYYMMDD         PIC 9(8).
           05 HF-TODAY-CCYYMMDD        PIC 9(8).
           05 HF-PAY-THRU-CCYYMMDD     PIC 9(8).
           05 HF-DUE-CCYYMMDD          PIC 9(8).
           05 HF-DISC-CCYYMMDD         PIC 9(8).
           05 HF-CHECK-NUMBER.
               10 HF-CHECK-DATE        PIC X(6).
               10 HF-CHECK-SEQ         PIC 9(4).
           05 HF-CHECK-GROSS           PIC 9(7)V99.
           05 HF-CHECK-DISC            PIC 9(5)V99.
           05 HF-CHECK-NET             PIC 9(7)V99.
           05 HF-CHECK-ITEMS           PIC 999.
           05 HF-REJECT-REASON         PIC X(24).

       01 RUN-PARAMETERS.
           05 AP-PAY-THRU-IN           PIC X(6).
           05 AP-PAY-THRU-DATE         PIC X(6).

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 WS-RUN-DATE                  PIC X(6).

       01 VENDOR-TABLE-AREA.
           05 VT-NUM-VENDORS           PIC 999         VALUE 0.
           05 VENDOR-TBL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON VT-NUM-VENDORS.
               10 VT-VENDOR-ID         PIC X(4).
               10 VT-VENDOR-NAME       PIC X(20).
               10 VT-NET-DAYS          PIC 999.
               10 VT-DISC-PCT          PIC 9V99.
               10 VT-DISC-DAYS         PIC 999.
               10 VT-BUCKET-0-30       PIC 9(8)V99.
               10 VT-BUCKET-31-60      PIC 9(8)V99.
               10 VT-BUCKET-61-90      PIC 9(8)V99.
               10 VT-BUCKET-OVER-90    PIC 9(8)V99.

       01 OPEN-ITEM-TABLE-AREA.
           05 OT-NUM-ITEMS             PIC 9(4)        VALUE 0.
           05 OPEN-ITEM-TBL-LINE OCCURS 1 TO 3000 TIMES
               DEPENDING ON OT-NUM-ITEMS.
               10 OT-VENDOR-ID         PIC X(4).
               10 OT-INVOICE-NUMBER    PIC X(10).
               10 OT-INVOICE-DATE      PIC X(6).
               10 OT-DUE-DATE          PIC X(6).
               10 OT-DISC-DATE         PIC X(6).
               10 OT-INVOICE-AMOUNT    PIC 9(7)V99.
               10 OT-DISC-AMOUNT       PIC 9(5)V99.
               10 OT-DISC-TAKEN        PIC 9(5)V99.
               10 OT-SELECTED-SW       PIC X.
                   88 OT-SELECTED      VALUE 'Y'.

       01 REJECT-TABLE-AREA.
      *    APPROVED PAYABLES THAT COULDN'T BE LOADED STAY ON THE
      *    APPROVED FILE FOR THE NEXT RUN
           05 RJ-NUM-REJECTS           PIC 999         VALUE 0.
           05 REJECT-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON RJ-NUM-REJECTS.
               10 RJ-PAYABLE-REC       PIC X(40).

       01 BUCKET-TOTALS.
           05 BT-TOTAL-0-30            PIC 9(9)V99     VALUE 0.
           05 BT-TOTAL-31-60           PIC 9(9)V99     VALUE 0.
           05 BT-TOTAL-61-90           PIC 9(9)V99     VALUE 0.
           05 BT-TOTAL-OVER-90         PIC 9(9)V99     VALUE 0.

       01 REGISTER-TOTALS.
           05 RT-TOTAL-GROSS           PIC 9(9)V99     VALUE 0.
           05 RT-TOTAL-DISC            PIC 9(7)V99     VALUE 0.
           05 RT-TOTAL-NET             PIC 9(9)V99     VALUE 0.


      **************        OUTPUT AREA        ********************

       01 REGISTER-HEADING-ONE.
           05 FILLER                   PIC X(31)       VALUE SPACES.
           05                          PIC X(18)       VALUE
                   'AP CHECK REGISTER'.
           05 FILLER                   PIC X(31)       VALUE SPACES.

       01 REMIT-HEADING-ONE.
           05 FILLER                   PIC X(31)       VALUE SPACES.
           05                          PIC X(18)       VALUE
                   'REMITTANCE ADVICE'.
           05 FILLER                   PIC X(31)       VALUE SPACES.

       01 AGING-HEADING-ONE.
           05 FILLER                   PIC X(28)       VALUE SPACES.
           05                          PIC X(24)       VALUE
                   'PAYABLES AGING REPORT'.
           05 FILLER                   PIC X(28)       VALUE SPACES.

       01 REPORT-HEADING-TWO.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05 RH2-MONTH                PIC 99.
           05                          PIC X           VALUE '/'.
           05 RH2-DAY                  PIC 99.
           05                          PIC X           VALUE '/'.
           05 RH2-YEAR                 PIC 9(2).
           05 FILLER                   PIC X(8)        VALUE SPACES.
           05                          PIC X(13)       VALUE
                   'PAY THROUGH: '.
           05 RH2-PAY-THRU             PIC X(6).
           05 FILLER                   PIC X(25)       VALUE SPACES.
           05                          PIC XXX         VALUE 'TWJ'.
           05 FILLER                   PIC X(7)        VALUE SPACES.

       01 REGISTER-HEADING-THREE.
           05                          PIC X(10)       VALUE
                   'CHECK NO'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'VEND'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                   'VENDOR NAME'.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05                          PIC X(4)        VALUE 'INVS'.
           05 FILLER                   PIC X(6)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'GROSS'.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05                          PIC X(8)        VALUE
                   'DISCOUNT'.
           05 FILLER                   PIC X(6)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'NET'.
           05 FILLER                   PIC X(7)        VALUE SPACES.

       01 REGISTER-DETAIL-LINE.
           05 RDL-CHECK-NUMBER         PIC X(10).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 RDL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-VENDOR-NAME          PIC X(20).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-ITEM-COUNT           PIC ZZ9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-GROSS                PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-DISCOUNT             PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-NET                  PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(7)        VALUE SPACES.

       01 REGISTER-TOTAL-LINE.
           05                          PIC X(12)       VALUE
                   'CHECKS CUT: '.
           05 RTL-CHECK-COUNT          PIC ZZ,ZZ9.
           05 FILLER                   PIC X(15)       VALUE SPACES.
           05 RTL-GROSS                PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RTL-DISCOUNT             PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RTL-NET                  PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(7)        VALUE SPACES.

       01 REJECTED-PAYABLE-LINE.
           05                          PIC X(19)       VALUE
                   'PAYABLE NOT LOADED '.
           05 RPL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RPL-INVOICE-NUMBER       PIC X(10).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RPL-AMOUNT               PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 RPL-REASON               PIC X(24).
           05 FILLER                   PIC X(9)        VALUE SPACES.

       01 HELD-ITEM-LINE.
           05                          PIC X(19)       VALUE
                   'OPEN ITEM NOT PAID '.
           05 HIL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 HIL-INVOICE-NUMBER       PIC X(10).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 HIL-AMOUNT               PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(24)       VALUE
                   'VENDOR NOT ON MASTER'.
           05 FILLER                   PIC X(9)        VALUE SPACES.

       01 REMIT-VENDOR-LINE.
           05                          PIC X(4)        VALUE 'TO: '.
           05 RVL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 RVL-VENDOR-NAME          PIC X(20).
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'CHECK: '.
           05 RVL-CHECK-NUMBER         PIC X(10).
           05 FILLER                   PIC X(29)       VALUE SPACES.

       01 REMIT-HEADING-THREE.
           05                          PIC X(10)       VALUE
                   'INVOICE'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(8)        VALUE
                   'INV DATE'.
           05 FILLER                   PIC X(6)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'AMOUNT'.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05                          PIC X(8)        VALUE
                   'DISCOUNT'.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'PAID'.
           05 FILLER                   PIC X(28)       VALUE SPACES.

       01 REMIT-DETAIL-LINE.
           05 RML-INVOICE-NUMBER       PIC X(10).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 RML-INVOICE-DATE         PIC X(6).
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05 RML-AMOUNT               PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 RML-DISCOUNT             PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RML-PAID                 PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(26)       VALUE SPACES.

       01 REMIT-TOTAL-LINE.
           05                          PIC X(22)       VALUE
                   'TOTAL THIS CHECK'.
           05 RTT-AMOUNT               PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 RTT-DISCOUNT             PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RTT-PAID                 PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(26)       VALUE SPACES.

       01 AGING-HEADING-THREE.
           05                          PIC X(5)        VALUE 'VEND'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(14)       VALUE
                   'VENDOR NAME'.
           05 FILLER                   PIC X(6)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'CURRENT'.
           05 FILLER                   PIC X(6)        VALUE SPACES.
           05                          PIC X(5)        VALUE '31-60'.
           05 FILLER                   PIC X(8)        VALUE SPACES.
           05                          PIC X(5)        VALUE '61-90'.
           05 FILLER                   PIC X(6)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'OVER 90'.
           05 FILLER                   PIC X(10)       VALUE SPACES.

       01 AGING-DETAIL-LINE.
           05 ADL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 ADL-VENDOR-NAME          PIC X(18).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ADL-BUCKET-0-30          PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05 ADL-BUCKET-31-60         PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05 ADL-BUCKET-61-90         PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05 ADL-BUCKET-OVER-90       PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(6)        VALUE SPACES.

       01 AGING-TOTAL-LINE.
           05                          PIC X(9)        VALUE 'TOTALS'.
           05 FILLER                   PIC X(14)       VALUE SPACES.
           05 ATL-TOTAL-0-30           PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05 ATL-TOTAL-31-60          PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05 ATL-TOTAL-61-90          PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05 ATL-TOTAL-OVER-90        PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(8)        VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 15-HOUSEKEEPING
           PERFORM 13-GET-RUN-PARAMETERS
           PERFORM 21-LOAD-VENDOR-TABLE
           PERFORM 22-LOAD-VENDOR-TERMS
           PERFORM 23-LOAD-OPEN-ITEMS
           PERFORM 25-ADD-APPROVED-PAYABLES
           PERFORM 30-SELECT-ITEMS-TO-PAY
           PERFORM 40-CUT-CHECKS
           PERFORM 50-AGE-OPEN-ITEMS
           PERFORM 60-PRINT-AP-AGING
           PERFORM 70-REWRITE-OPEN-ITEMS
           PERFORM 72-REWRITE-APPROVED-PAYABLES
           PERFORM 100-WRAP-UP
           .

       13-GET-RUN-PARAMETERS.
      *    PAY-THROUGH DATE COMES FROM THE ENVIRONMENT SO THE RUN
      *    CAN PAY AHEAD OVER A HOLIDAY; UNSET IT PAYS WHAT IS DUE
      *    TODAY
           ACCEPT AP-PAY-THRU-IN FROM ENVIRONMENT 'AP-PAY-THRU-DATE'

           IF AP-PAY-THRU-IN IS NUMERIC
               MOVE AP-PAY-THRU-IN TO AP-PAY-THRU-DATE
           ELSE
               MOVE WS-RUN-DATE TO AP-PAY-THRU-DATE
           END-IF

           STRING '20' AP-PAY-THRU-DATE DELIMITED BY SIZE
               INTO HF-PAY-THRU-CCYYMMDD
           END-STRING

           MOVE AP-PAY-THRU-DATE TO RH2-PAY-THRU

           WRITE REGISTER-RECORD FROM REGISTER-HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE REPORT-HEADING-TWO TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           MOVE REGISTER-HEADING-THREE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES

           WRITE AGING-RECORD FROM AGING-HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE REPORT-HEADING-TWO TO AGING-RECORD
           WRITE AGING-RECORD
               AFTER ADVANCING 1 LINES
           MOVE AGING-HEADING-THREE TO AGING-RECORD
           WRITE AGING-RECORD
               AFTER ADVANCING 2 LINES
           .

       15-HOUSEKEEPING.
           OPEN OUTPUT CHECK-REGISTER-FILE, REMITTANCE-FILE,
                   AP-AGING-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO RH2-MONTH
           MOVE WS-DAY TO RH2-DAY
           MOVE WS-YEAR TO RH2-YEAR

           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING

           STRING '20' WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO HF-TODAY-CCYYMMDD
           END-STRING

           MOVE WS-RUN-DATE TO HF-CHECK-DATE
           .

       21-LOAD-VENDOR-TABLE.
           OPEN INPUT VENDOR-MASTER-FILE

           MOVE 'N' TO LOAD-EOF-SW
           PERFORM UNTIL LOAD-DONE
               READ VENDOR-MASTER-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO VT-NUM-VENDORS
                       MOVE VM-VENDOR-ID TO
                               VT-VENDOR-ID(VT-NUM-VENDORS)
                       MOVE VM-VENDOR-NAME TO
                               VT-VENDOR-NAME(VT-NUM-VENDORS)
                       MOVE 30 TO VT-NET-DAYS(VT-NUM-VENDORS)
                       MOVE ZEROES TO VT-DISC-PCT(VT-NUM-VENDORS)
                       MOVE ZEROES TO VT-DISC-DAYS(VT-NUM-VENDORS)
                       MOVE ZEROES TO VT-BUCKET-0-30(VT-NUM-VENDORS)
                       MOVE ZEROES TO VT-BUCKET-31-60(VT-NUM-VENDORS)
                       MOVE ZEROES TO VT-BUCKET-61-90(VT-NUM-VENDORS)
                       MOVE ZEROES TO
                               VT-BUCKET-OVER-90(VT-NUM-VENDORS)
               END-READ
           END-PERFORM

           CLOSE VENDOR-MASTER-FILE
           .

       22-LOAD-VENDOR-TERMS.
      *    NO TERMS FILE, OR NO RECORD FOR A VENDOR, LEAVES THE
      *    NET 30 DEFAULT IN PLACE
           OPEN INPUT VENDOR-TERMS-FILE

           IF TERMS-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ VENDOR-TERMS-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           PERFORM 22A-APPLY-ONE-TERMS-RECORD
                   END-READ
               END-PERFORM

               CLOSE VENDOR-TERMS-FILE
           END-IF
           .

       22A-APPLY-ONE-TERMS-RECORD.
           MOVE TM-VENDOR-ID TO AP-VENDOR-ID
           PERFORM 28-FIND-VENDOR

           IF VENDOR-MATCHED
               IF TM-NET-DAYS IS NUMERIC
                   MOVE TM-NET-DAYS TO VT-NET-DAYS(VEND-SUB)
               END-IF
               IF TM-DISC-PCT IS NUMERIC
                       AND TM-DISC-DAYS IS NUMERIC
                   MOVE TM-DISC-PCT TO VT-DISC-PCT(VEND-SUB)
                   MOVE TM-DISC-DAYS TO VT-DISC-DAYS(VEND-SUB)
               END-IF
           END-IF
           .

       23-LOAD-OPEN-ITEMS.
           OPEN INPUT AP-OPEN-ITEM-FILE

           MOVE 'N' TO LOAD-EOF-SW
           PERFORM UNTIL LOAD-DONE
               READ AP-OPEN-ITEM-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO OT-NUM-ITEMS
                       MOVE AO-VENDOR-ID TO OT-VENDOR-ID(OT-NUM-ITEMS)
                       MOVE AO-INVOICE-NUMBER TO
                               OT-INVOICE-NUMBER(OT-NUM-ITEMS)
                       MOVE AO-INVOICE-DATE TO
                               OT-INVOICE-DATE(OT-NUM-ITEMS)
                       MOVE AO-DUE-DATE TO OT-DUE-DATE(OT-NUM-ITEMS)
                       MOVE AO-DISC-DATE TO OT-DISC-DATE(OT-NUM-ITEMS)
                       MOVE AO-INVOICE-AMOUNT TO
                               OT-INVOICE-AMOUNT(OT-NUM-ITEMS)
                       MOVE AO-DISC-AMOUNT TO
                               OT-DISC-AMOUNT(OT-NUM-ITEMS)
                       MOVE ZEROES TO OT-DISC-TAKEN(OT-NUM-ITEMS)
                       MOVE 'N' TO OT-SELECTED-SW(OT-NUM-ITEMS)
               END-READ
           END-PERFORM

           CLOSE AP-OPEN-ITEM-FILE
           .

       25-ADD-APPROVED-PAYABLES.
           OPEN INPUT APPROVED-PAYABLE-FILE

           MOVE 'N' TO LOAD-EOF-SW
           PERFORM UNTIL LOAD-DONE
               READ APPROVED-PAYABLE-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       PERFORM 26-ADD-ONE-PAYABLE
               END-READ
           END-PERFORM

           CLOSE APPROVED-PAYABLE-FILE
           .

       26-ADD-ONE-PAYABLE.
           PERFORM 28-FIND-VENDOR
           PERFORM 29-CHECK-DUPLICATE-ITEM

           EVALUATE TRUE
               WHEN NOT VENDOR-MATCHED
                   MOVE 'VENDOR NOT ON MASTER' TO HF-REJECT-REASON
                   PERFORM 36-WRITE-REJECTED-PAYABLE

               WHEN DUPLICATE-ITEM
                   MOVE 'INVOICE ALREADY OPEN' TO HF-REJECT-REASON
                   PERFORM 36-WRITE-REJECTED-PAYABLE

               WHEN AP-INVOICE-DATE IS NOT NUMERIC
                       OR AP-INVOICE-AMOUNT IS NOT NUMERIC
                   MOVE 'BAD INVOICE DATE/AMOUNT' TO HF-REJECT-REASON
                   PERFORM 36-WRITE-REJECTED-PAYABLE

               WHEN OTHER
                   ADD 1 TO AP-ITEMS-LOADED
                   ADD 1 TO OT-NUM-ITEMS
                   MOVE AP-VENDOR-ID TO OT-VENDOR-ID(OT-NUM-ITEMS)
                   MOVE AP-INVOICE-NUMBER TO
                           OT-INVOICE-NUMBER(OT-NUM-ITEMS)
                   MOVE AP-INVOICE-DATE TO
                           OT-INVOICE-DATE(OT-NUM-ITEMS)
                   MOVE AP-INVOICE-AMOUNT TO
                           OT-INVOICE-AMOUNT(OT-NUM-ITEMS)
                   MOVE ZEROES TO OT-DISC-TAKEN(OT-NUM-ITEMS)
                   MOVE 'N' TO OT-SELECTED-SW(OT-NUM-ITEMS)
                   PERFORM 27-SET-DUE-DATES
           END-EVALUATE
           .

       27-SET-DUE-DATES.
      *    DUE AND DISCOUNT DATES ARE FIXED WHEN THE INVOICE IS
      *    LOADED, SO A LATER TERMS CHANGE DOESN'T MOVE THEM
           STRING '20' AP-INVOICE-DATE DELIMITED BY SIZE
               INTO HF-INV-CCYYMMDD
           END-STRING

           COMPUTE HF-DATE-INT =
               FUNCTION INTEGER-OF-DATE(HF-INV-CCYYMMDD)
               + VT-NET-DAYS(VEND-SUB)
           COMPUTE HF-WORK-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER(HF-DATE-INT)
           MOVE HF-WORK-CCYYMMDD(3:6) TO OT-DUE-DATE(OT-NUM-ITEMS)

           IF VT-DISC-PCT(VEND-SUB) > 0
               COMPUTE HF-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(HF-INV-CCYYMMDD)
                   + VT-DISC-DAYS(VEND-SUB)
               COMPUTE HF-WORK-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER(HF-DATE-INT)
               MOVE HF-WORK-CCYYMMDD(3:6) TO
                       OT-DISC-DATE(OT-NUM-ITEMS)
               COMPUTE OT-DISC-AMOUNT(OT-NUM-ITEMS) ROUNDED =
                   AP-INVOICE-AMOUNT * VT-DISC-PCT(VEND-SUB) / 100
           ELSE
               MOVE SPACES TO OT-DISC-DATE(OT-NUM-ITEMS)
               MOVE ZEROES TO OT-DISC-AMOUNT(OT-NUM-ITEMS)
           END-IF
           .

       28-FIND-VENDOR.
           MOVE 'N' TO VENDOR-MATCH-SW

           PERFORM VARYING VEND-SUB FROM 1 BY 1
               UNTIL VEND-SUB > VT-NUM-VENDORS OR VENDOR-MATCHED

               IF AP-VENDOR-ID = VT-VENDOR-ID(VEND-SUB)
                   SET VENDOR-MATCHED TO TRUE
               END-IF
           END-PERFORM

      *    THE VARYING LEAVES THE SUBSCRIPT ONE PAST THE HIT
           IF VENDOR-MATCHED
               SUBTRACT 1 FROM VEND-SUB
           END-IF
           .

       29-CHECK-DUPLICATE-ITEM.
           MOVE 'N' TO DUPLICATE-SW

           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > OT-NUM-ITEMS OR DUPLICATE-ITEM

               IF AP-VENDOR-ID = OT-VENDOR-ID(ITEM-SUB)
                       AND AP-INVOICE-NUMBER =
                               OT-INVOICE-NUMBER(ITEM-SUB)
                   SET DUPLICATE-ITEM TO TRUE
               END-IF
           END-PERFORM
           .

       30-SELECT-ITEMS-TO-PAY.
      *    AN ITEM IS PAID WHEN IT FALLS DUE BY THE PAY-THROUGH
      *    DATE, OR WHEN ITS DISCOUNT IS STILL OPEN TODAY AND WOULD
      *    LAPSE BEFORE THE NEXT RUN -- THE DISCOUNT IS TAKEN ONLY
      *    WHILE ITS DATE HASN'T PASSED
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > OT-NUM-ITEMS

               MOVE ZEROES TO HF-DUE-CCYYMMDD
               MOVE ZEROES TO HF-DISC-CCYYMMDD

               IF OT-DUE-DATE(ITEM-SUB) IS NUMERIC
                   STRING '20' OT-DUE-DATE(ITEM-SUB)
                           DELIMITED BY SIZE
                       INTO HF-DUE-CCYYMMDD
                   END-STRING
               END-IF

               IF OT-DISC-DATE(ITEM-SUB) IS NUMERIC
                   STRING '20' OT-DISC-DATE(ITEM-SUB)
                           DELIMITED BY SIZE
                       INTO HF-DISC-CCYYMMDD
                   END-STRING
               END-IF

               IF HF-DUE-CCYYMMDD NOT > HF-PAY-THRU-CCYYMMDD
                   SET OT-SELECTED(ITEM-SUB) TO TRUE
               END-IF

               IF HF-DISC-CCYYMMDD NOT < HF-TODAY-CCYYMMDD
                   IF HF-DISC-CCYYMMDD NOT > HF-PAY-THRU-CCYYMMDD
                       SET OT-SELECTED(ITEM-SUB) TO TRUE
                   END-IF
                   IF OT-SELECTED(ITEM-SUB)
                       MOVE OT-DISC-AMOUNT(ITEM-SUB) TO
                               OT-DISC-TAKEN(ITEM-SUB)
                   END-IF
               END-IF

               IF OT-SELECTED(ITEM-SUB)
                   PERFORM 31-CHECK-VENDOR-ON-MASTER
               END-IF
           END-PERFORM
           .

       31-CHECK-VENDOR-ON-MASTER.
      *    CHECKS ARE CUT ONLY FOR VENDORS ON THE MASTER, SO AN ITEM
      *    FOR A VENDOR SINCE DROPPED FROM IT STAYS OPEN (AND AGES)
      *    AND IS LISTED ON THE REGISTER INSTEAD OF BEING PAID
           MOVE OT-VENDOR-ID(ITEM-SUB) TO AP-VENDOR-ID
           PERFORM 28-FIND-VENDOR

           IF NOT VENDOR-MATCHED
               MOVE 'N' TO OT-SELECTED-SW(ITEM-SUB)
               MOVE ZEROES TO OT-DISC-TAKEN(ITEM-SUB)
               ADD 1 TO AP-ITEMS-HELD

               MOVE OT-VENDOR-ID(ITEM-SUB) TO HIL-VENDOR-ID
               MOVE OT-INVOICE-NUMBER(ITEM-SUB) TO HIL-INVOICE-NUMBER
               MOVE OT-INVOICE-AMOUNT(ITEM-SUB) TO HIL-AMOUNT

               MOVE HELD-ITEM-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF
           .

       36-WRITE-REJECTED-PAYABLE.
           ADD 1 TO AP-ITEMS-REJECTED
           ADD 1 TO RJ-NUM-REJECTS
           MOVE APPROVED-PAYABLE-RECORD TO
                   RJ-PAYABLE-REC(RJ-NUM-REJECTS)

           MOVE AP-VENDOR-ID TO RPL-VENDOR-ID
           MOVE AP-INVOICE-NUMBER TO RPL-INVOICE-NUMBER
           IF AP-INVOICE-AMOUNT IS NUMERIC
               MOVE AP-INVOICE-AMOUNT TO RPL-AMOUNT
           ELSE
               MOVE ZEROES TO RPL-AMOUNT
           END-IF
           MOVE HF-REJECT-REASON TO RPL-REASON

           MOVE REJECTED-PAYABLE-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       40-CUT-CHECKS.
      *    ONE CHECK PER VENDOR, COVERING EVERY ITEM SELECTED FOR IT
           OPEN EXTEND AP-PAID-HISTORY-FILE

           PERFORM VARYING VEND-SUB FROM 1 BY 1
               UNTIL VEND-SUB > VT-NUM-VENDORS

               MOVE 'N' TO VENDOR-PAID-SW
               PERFORM VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > OT-NUM-ITEMS OR VENDOR-HAS-PAYMENT
                   IF OT-SELECTED(ITEM-SUB)
                           AND OT-VENDOR-ID(ITEM-SUB) =
                               VT-VENDOR-ID(VEND-SUB)
                       SET VENDOR-HAS-PAYMENT TO TRUE
                   END-IF
               END-PERFORM

               IF VENDOR-HAS-PAYMENT
                   PERFORM 41-PAY-ONE-VENDOR
               END-IF
           END-PERFORM

           CLOSE AP-PAID-HISTORY-FILE

           MOVE AP-CHECKS-CUT TO RTL-CHECK-COUNT
           MOVE RT-TOTAL-GROSS TO RTL-GROSS
           MOVE RT-TOTAL-DISC TO RTL-DISCOUNT
           MOVE RT-TOTAL-NET TO RTL-NET

           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES
           .

       41-PAY-ONE-VENDOR.
           ADD 1 TO AP-CHECK-SEQ
           ADD 1 TO AP-CHECKS-CUT
           MOVE AP-CHECK-SEQ TO HF-CHECK-SEQ
           MOVE ZEROES TO HF-CHECK-GROSS
           MOVE ZEROES TO HF-CHECK-DISC
           MOVE ZEROES TO HF-CHECK-NET
           MOVE ZEROES TO HF-CHECK-ITEMS

           WRITE REMITTANCE-RECORD FROM REMIT-HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE REPORT-HEADING-TWO TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD
               AFTER ADVANCING 1 LINES

           MOVE VT-VENDOR-ID(VEND-SUB) TO RVL-VENDOR-ID
           MOVE VT-VENDOR-NAME(VEND-SUB) TO RVL-VENDOR-NAME
           MOVE HF-CHECK-NUMBER TO RVL-CHECK-NUMBER
           MOVE REMIT-VENDOR-LINE TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD
               AFTER ADVANCING 2 LINES

           MOVE REMIT-HEADING-THREE TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD
               AFTER ADVANCING 2 LINES

           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > OT-NUM-ITEMS

               IF OT-SELECTED(ITEM-SUB)
                       AND OT-VENDOR-ID(ITEM-SUB) =
                           VT-VENDOR-ID(VEND-SUB)
                   PERFORM 42-PAY-ONE-ITEM
               END-IF
           END-PERFORM

           MOVE HF-CHECK-GROSS TO RTT-AMOUNT
           MOVE HF-CHECK-DISC TO RTT-DISCOUNT
           MOVE HF-CHECK-NET TO RTT-PAID
           MOVE REMIT-TOTAL-LINE TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD
               AFTER ADVANCING 2 LINES

           MOVE HF-CHECK-NUMBER TO RDL-CHECK-NUMBER
           MOVE VT-VENDOR-ID(VEND-SUB) TO RDL-VENDOR-ID
           MOVE VT-VENDOR-NAME(VEND-SUB) TO RDL-VENDOR-NAME
           MOVE HF-CHECK-ITEMS TO RDL-ITEM-COUNT
           MOVE HF-CHECK-GROSS TO RDL-GROSS
           MOVE HF-CHECK-DISC TO RDL-DISCOUNT
           MOVE HF-CHECK-NET TO RDL-NET
           MOVE REGISTER-DETAIL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES

           ADD HF-CHECK-GROSS TO RT-TOTAL-GROSS
           ADD HF-CHECK-DISC TO RT-TOTAL-DISC
           ADD HF-CHECK-NET TO RT-TOTAL-NET
           .

       42-PAY-ONE-ITEM.
           ADD 1 TO HF-CHECK-ITEMS
           ADD OT-INVOICE-AMOUNT(ITEM-SUB) TO HF-CHECK-GROSS
           ADD OT-DISC-TAKEN(ITEM-SUB) TO HF-CHECK-DISC

           MOVE SPACES TO AP-PAID-RECORD
           MOVE OT-VENDOR-ID(ITEM-SUB) TO PH-VENDOR-ID
           MOVE OT-INVOICE-NUMBER(ITEM-SUB) TO PH-INVOICE-NUMBER
           MOVE OT-INVOICE-DATE(ITEM-SUB) TO PH-INVOICE-DATE
           MOVE OT-INVOICE-AMOUNT(ITEM-SUB) TO PH-INVOICE-AMOUNT
           MOVE OT-DISC-TAKEN(ITEM-SUB) TO PH-DISC-TAKEN
           SUBTRACT OT-DISC-TAKEN(ITEM-SUB) FROM
                   OT-INVOICE-AMOUNT(ITEM-SUB) GIVING PH-NET-PAID
           MOVE HF-CHECK-NUMBER TO PH-CHECK-NUMBER
           MOVE WS-RUN-DATE TO PH-PAID-DATE
           ADD PH-NET-PAID TO HF-CHECK-NET

           WRITE AP-PAID-RECORD

           MOVE OT-INVOICE-NUMBER(ITEM-SUB) TO RML-INVOICE-NUMBER
           MOVE OT-INVOICE-DATE(ITEM-SUB) TO RML-INVOICE-DATE
           MOVE OT-INVOICE-AMOUNT(ITEM-SUB) TO RML-AMOUNT
           MOVE OT-DISC-TAKEN(ITEM-SUB) TO RML-DISCOUNT
           MOVE PH-NET-PAID TO RML-PAID
           MOVE REMIT-DETAIL-LINE TO REMITTANCE-RECORD
           WRITE REMITTANCE-RECORD
               AFTER ADVANCING 1 LINES
           .

       50-AGE-OPEN-ITEMS.
      *    ONLY WHAT IS STILL OPEN AFTER THE CHECKS ARE CUT IS AGED
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > OT-NUM-ITEMS

               IF NOT OT-SELECTED(ITEM-SUB)
                   MOVE OT-INVOICE-AMOUNT(ITEM-SUB) TO HF-BALANCE
                   PERFORM 51-BUCKET-ONE-ITEM
               END-IF
           END-PERFORM
           .

       51-BUCKET-ONE-ITEM.
           IF OT-INVOICE-DATE(ITEM-SUB) IS NUMERIC
               STRING '20' OT-INVOICE-DATE(ITEM-SUB)
                       DELIMITED BY SIZE
                   INTO HF-INV-CCYYMMDD
               END-STRING

               COMPUTE HF-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(HF-TODAY-CCYYMMDD)
                   - FUNCTION INTEGER-OF-DATE(HF-INV-CCYYMMDD)
           ELSE
               MOVE 999 TO HF-DAYS-OPEN
           END-IF

           MOVE OT-VENDOR-ID(ITEM-SUB) TO AP-VENDOR-ID
           PERFORM 52-FIND-VENDOR-BUCKETS

           EVALUATE TRUE
               WHEN HF-DAYS-OPEN <= 30
                   ADD HF-BALANCE TO VT-BUCKET-0-30(VEND-SUB)
                   ADD HF-BALANCE TO BT-TOTAL-0-30

               WHEN HF-DAYS-OPEN <= 60
                   ADD HF-BALANCE TO VT-BUCKET-31-60(VEND-SUB)
                   ADD HF-BALANCE TO BT-TOTAL-31-60

               WHEN HF-DAYS-OPEN <= 90
                   ADD HF-BALANCE TO VT-BUCKET-61-90(VEND-SUB)
                   ADD HF-BALANCE TO BT-TOTAL-61-90

               WHEN OTHER
                   ADD HF-BALANCE TO VT-BUCKET-OVER-90(VEND-SUB)
                   ADD HF-BALANCE TO BT-TOTAL-OVER-90
           END-EVALUATE
           .

       52-FIND-VENDOR-BUCKETS.
      *    AN OPEN ITEM FOR A VENDOR SINCE DROPPED FROM THE MASTER
      *    STILL AGES -- THE CODE IS ADDED WITH A PLACEHOLDER NAME
           PERFORM 28-FIND-VENDOR

           IF NOT VENDOR-MATCHED
               ADD 1 TO VT-NUM-VENDORS
               MOVE VT-NUM-VENDORS TO VEND-SUB
               MOVE AP-VENDOR-ID TO VT-VENDOR-ID(VEND-SUB)
               MOVE 'NOT ON VENDOR MASTER' TO VT-VENDOR-NAME(VEND-SUB)
               MOVE ZEROES TO VT-BUCKET-0-30(VEND-SUB)
               MOVE ZEROES TO VT-BUCKET-31-60(VEND-SUB)
               MOVE ZEROES TO VT-BUCKET-61-90(VEND-SUB)
               MOVE ZEROES TO VT-BUCKET-OVER-90(VEND-SUB)
           END-IF
           .

       60-PRINT-AP-AGING.
           PERFORM VARYING VEND-SUB FROM 1 BY 1
               UNTIL VEND-SUB > VT-NUM-VENDORS

               IF VT-BUCKET-0-30(VEND-SUB) > 0 OR
                       VT-BUCKET-31-60(VEND-SUB) > 0 OR
                       VT-BUCKET-61-90(VEND-SUB) > 0 OR
                       VT-BUCKET-OVER-90(VEND-SUB) > 0
                   MOVE VT-VENDOR-ID(VEND-SUB) TO ADL-VENDOR-ID
                   MOVE VT-VENDOR-NAME(VEND-SUB) TO ADL-VENDOR-NAME
                   MOVE VT-BUCKET-0-30(VEND-SUB) TO ADL-BUCKET-0-30
                   MOVE VT-BUCKET-31-60(VEND-SUB) TO ADL-BUCKET-31-60
                   MOVE VT-BUCKET-61-90(VEND-SUB) TO ADL-BUCKET-61-90
                   MOVE VT-BUCKET-OVER-90(VEND-SUB) TO
                           ADL-BUCKET-OVER-90

                   MOVE AGING-DETAIL-LINE TO AGING-RECORD
                   WRITE AGING-RECORD
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM

           MOVE BT-TOTAL-0-30 TO ATL-TOTAL-0-30
           MOVE BT-TOTAL-31-60 TO ATL-TOTAL-31-60
           MOVE BT-TOTAL-61-90 TO ATL-TOTAL-61-90
           MOVE BT-TOTAL-OVER-90 TO ATL-TOTAL-OVER-90

           MOVE AGING-TOTAL-LINE TO AGING-RECORD
           WRITE AGING-RECORD
               AFTER ADVANCING 2 LINES
           .

       70-REWRITE-OPEN-ITEMS.
      *    PAID ITEMS DROP OFF; THEY LIVE ON IN THE PAID HISTORY
           OPEN OUTPUT AP-OPEN-ITEM-FILE

           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > OT-NUM-ITEMS

               IF NOT OT-SELECTED(ITEM-SUB)
                   MOVE SPACES TO AP-OPEN-ITEM-RECORD
                   MOVE OT-VENDOR-ID(ITEM-SUB) TO AO-VENDOR-ID
                   MOVE OT-INVOICE-NUMBER(ITEM-SUB) TO
                           AO-INVOICE-NUMBER
                   MOVE OT-INVOICE-DATE(ITEM-SUB) TO AO-INVOICE-DATE
                   MOVE OT-DUE-DATE(ITEM-SUB) TO AO-DUE-DATE
                   MOVE OT-DISC-DATE(ITEM-SUB) TO AO-DISC-DATE
                   MOVE OT-INVOICE-AMOUNT(ITEM-SUB) TO
                           AO-INVOICE-AMOUNT
                   MOVE OT-DISC-AMOUNT(ITEM-SUB) TO AO-DISC-AMOUNT

                   WRITE AP-OPEN-ITEM-RECORD
               END-IF
           END-PERFORM

           CLOSE AP-OPEN-ITEM-FILE
           .

       72-REWRITE-APPROVED-PAYABLES.
      *    EVERYTHING LOADED IS NOW AN OPEN ITEM; ONLY THE REJECTS
      *    STAY BEHIND FOR THE NEXT RUN
           OPEN OUTPUT APPROVED-PAYABLE-FILE

           PERFORM VARYING REJ-SUB FROM 1 BY 1
               UNTIL REJ-SUB > RJ-NUM-REJECTS

               MOVE RJ-PAYABLE-REC(REJ-SUB) TO APPROVED-PAYABLE-RECORD
               WRITE APPROVED-PAYABLE-RECORD
           END-PERFORM

           CLOSE APPROVED-PAYABLE-FILE
           .

       100-WRAP-UP.
           CLOSE CHECK-REGISTER-FILE, REMITTANCE-FILE,
                   AP-AGING-FILE

           GOBACK
           .
