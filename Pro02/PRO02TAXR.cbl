       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO02TAXR.
       AUTHOR. TIM J.
      ****************************************************************
      * This program turns the tax liability file PRO02 writes for
      * every invoice and credit memo into a sales tax return
      * worksheet per state for the month, so the bookkeeper files
      * each return from one page instead of re-adding the printed
      * tax registers

      ***************
      * INPUTS:
      *    The TAX LIABILITY FILE holds one record per invoice or
      *    credit memo: state, document number, customer, taxable,
      *    exempt and tax amounts, and the customer's exemption
      *    certificate and its status at billing
      *
      *    The TAX RATE MASTER FILE supplies the rate shown on each
      *    worksheet
      *
      *    The period is TAX-PERIOD (YYMM) from the environment;
      *    unset, it is the current month

      * *******
      * OUTPUTS:
      *    The TAX RETURN WORKSHEET FILE has one page per state with
      *    gross, exempt, and taxable sales and the tax due, then
      *    every sale to a customer whose exemption certificate had
      *    expired, and a last page totalling every state

      ****************
      * CALCULATIONS:
      *    GROSS SALES [TAXABLE + EXEMPT, CREDIT MEMOS NETTED OUT]
      *    TAX DUE [TAX CHARGED ON INVOICES - TAX REFUNDED ON MEMOS]
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TAX-LIABILITY-FILE
               ASSIGN TO 'TAX-LIABILITY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIABILITY-STATUS.

           SELECT TAX-RATE-FILE
               ASSIGN TO 'TAX-RATE-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-RETURN-FILE
               ASSIGN TO PRINTER 'TAX-RETURN-WORKSHEET.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD TAX-LIABILITY-FILE
           RECORD CONTAINS 61 CHARACTERS.

       01 TAX-LIABILITY-RECORD.
           05 TL-STATE-CODE         PIC XX.
           05 TL-INVOICE-NUMBER.
               10 TL-INVOICE-YYMM   PIC X(4).
               10 FILLER            PIC X(6).
           05 TL-CUST-ID            PIC 9(5).
           05 TL-DOC-TYPE           PIC X.
               88 TL-CREDIT-MEMO    VALUE 'C'.
           05 TL-TAXABLE-AMOUNT     PIC 9(7)V99.
           05 TL-EXEMPT-AMOUNT      PIC 9(7)V99.
           05 TL-TAX-AMOUNT         PIC 9(7)V99.
           05 TL-CERT-NUMBER        PIC X(15).
           05 TL-CERT-STATUS        PIC X.
               88 TL-CERT-EXPIRED   VALUE 'X'.

       FD TAX-RATE-FILE
           RECORD CONTAINS 7 CHARACTERS.

       01 TAX-RATE-RECORD.
           05 TX-STATE-CODE         PIC XX.
           05 TX-TAX-RATE           PIC 9V9999.

       FD TAX-RETURN-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 TAX-RETURN-RECORD         PIC X(80).


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG              PIC X          VALUE 'F'.
           05 LIABILITY-STATUS      PIC XX.
               88 LIABILITY-FOUND   VALUE '00'.
           05 TAX-LOAD-EOF-FLAG     PIC X          VALUE 'F'.
               88 TAX-LOAD-DONE     VALUE 'Y'.

       01 WS-DATE.
           05 WS-YEAR               PIC XX.
           05 WS-MONTH              PIC XX.
           05 WS-DAY                PIC XX.

       01 WS-TAX-PERIOD.
           05 WS-PERIOD-YEAR        PIC XX.
           05 WS-PERIOD-MONTH       PIC XX.

       01 HOLD-FIELDS.
           05 HF-GROSS-SALES        PIC S9(9)V99   VALUE 0.
           05 HF-TOTAL-GROSS        PIC S9(9)V99   VALUE 0.
           05 HF-TOTAL-EXEMPT       PIC S9(9)V99   VALUE 0.
           05 HF-TOTAL-TAXABLE      PIC S9(9)V99   VALUE 0.
           05 HF-TOTAL-TAX          PIC S9(9)V99   VALUE 0.

       01 TAX-RATE-TABLE-AREA.
           05 TR-NUM-STATES         PIC 99         VALUE 0.
           05 TAX-RATE-TBL-LINE OCCURS 1 TO 60 TIMES
               DEPENDING ON TR-NUM-STATES
               INDEXED BY TAX-RATE-TBL-INDEX.
               10 TR-STATE-CODE     PIC XX.
               10 TR-TAX-RATE       PIC 9V9999.

       01 STATE-TABLE-AREA.
      *    THE PERIOD'S DOCUMENTS ROLLED UP BY STATE, CREDIT MEMOS
      *    NETTED OUT
           05 SG-NUM-STATES         PIC 99         VALUE 0.
           05 STATE-TBL-LINE OCCURS 1 TO 60 TIMES
               DEPENDING ON SG-NUM-STATES
               INDEXED BY STATE-TBL-INDEX.
               10 SG-STATE-CODE     PIC XX.
               10 SG-TAXABLE-SALES  PIC S9(9)V99   VALUE 0.
               10 SG-EXEMPT-SALES   PIC S9(9)V99   VALUE 0.
               10 SG-TAX-DUE        PIC S9(9)V99   VALUE 0.
               10 SG-INVOICE-COUNT  PIC 9(5)       VALUE 0.
               10 SG-MEMO-COUNT     PIC 9(5)       VALUE 0.
               10 SG-EXPIRED-COUNT  PIC 9(5)       VALUE 0.

       01 EXPIRED-CERT-TABLE-AREA.
      *    EVERY SALE BILLED AFTER THE CUSTOMER'S CERTIFICATE RAN
      *    OUT, HELD TO PRINT UNDER ITS STATE
           05 EC-NUM-SALES          PIC 9(4)       VALUE 0.
           05 EXPIRED-CERT-TBL-LINE OCCURS 1 TO 1000 TIMES
               DEPENDING ON EC-NUM-SALES
               INDEXED BY EXPIRED-CERT-TBL-INDEX.
               10 EC-STATE-CODE     PIC XX.
               10 EC-INVOICE-NUMBER PIC X(10).
               10 EC-CUST-ID        PIC 9(5).
               10 EC-CERT-NUMBER    PIC X(15).
               10 EC-TAXABLE-AMOUNT PIC S9(7)V99.
               10 EC-TAX-AMOUNT     PIC S9(7)V99.


      **************        OUTPUT AREA        ********************

       01 RETURN-HEADING-ONE.
           05 FILLER                PIC X(24)      VALUE SPACES.
           05                       PIC X(32)      VALUE
                   'SALES TAX RETURN WORKSHEET'.
           05 FILLER                PIC X(24)      VALUE SPACES.

       01 RETURN-HEADING-TWO.
           05 FILLER                PIC X(10)      VALUE SPACES.
           05 RH2-MONTH             PIC 99.
           05                       PIC X          VALUE '/'.
           05 RH2-DAY               PIC 99.
           05                       PIC X          VALUE '/'.
           05 RH2-YEAR              PIC 9(2).
           05 FILLER                PIC X(10)      VALUE SPACES.
           05                       PIC X(8)       VALUE 'PERIOD: '.
           05 RH2-PERIOD-MONTH      PIC XX.
           05                       PIC X          VALUE '/'.
           05 RH2-PERIOD-YEAR       PIC XX.
           05 FILLER                PIC X(29)      VALUE SPACES.
           05                       PIC XXX        VALUE 'TWJ'.
           05 FILLER                PIC X(7)       VALUE SPACES.

       01 RETURN-STATE-LINE.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(7)       VALUE 'STATE: '.
           05 RSL-STATE-CODE        PIC XX.
           05 FILLER                PIC X(10)      VALUE SPACES.
           05                       PIC X(6)       VALUE 'RATE: '.
           05 RSL-TAX-RATE          PIC 9.9999.
           05 FILLER                PIC X(44)      VALUE SPACES.

       01 RETURN-AMOUNT-LINE.
           05 FILLER                PIC X(8)       VALUE SPACES.
           05 RAL-LABEL             PIC X(25).
           05 RAL-AMOUNT            PIC $ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(31)      VALUE SPACES.

       01 RETURN-COUNT-LINE.
           05 FILLER                PIC X(8)       VALUE SPACES.
           05                       PIC X(10)      VALUE 'INVOICES: '.
           05 RCL-INVOICE-COUNT     PIC ZZ,ZZ9.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(14)      VALUE
                   'CREDIT MEMOS: '.
           05 RCL-MEMO-COUNT        PIC ZZ,ZZ9.
           05 FILLER                PIC X(31)      VALUE SPACES.

       01 EXPIRED-HEADING-LINE.
           05 FILLER                PIC X(8)       VALUE SPACES.
           05                       PIC X(48)      VALUE
               'SALES ON EXPIRED EXEMPTION CERTIFICATES - TAXED,'.
           05                       PIC X(24)      VALUE
               ' RENEWAL NEEDED'.

       01 EXPIRED-COLUMN-LINE.
           05 FILLER                PIC X(8)       VALUE SPACES.
           05                       PIC X(10)      VALUE 'DOCUMENT'.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05                       PIC X(5)       VALUE 'CUST'.
           05 FILLER                PIC X(2)       VALUE SPACES.
           05                       PIC X(15)      VALUE
                   'CERTIFICATE'.
           05 FILLER                PIC X(4)       VALUE SPACES.
           05                       PIC X(7)       VALUE 'TAXABLE'.
           05 FILLER                PIC X(8)       VALUE SPACES.
           05                       PIC X(3)       VALUE 'TAX'.
           05 FILLER                PIC X(16)      VALUE SPACES.

       01 EXPIRED-DETAIL-LINE.
           05 FILLER                PIC X(8)       VALUE SPACES.
           05 EDL-INVOICE-NUMBER    PIC X(10).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 EDL-CUST-ID           PIC 9(5).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 EDL-CERT-NUMBER       PIC X(15).
           05 FILLER                PIC X(1)       VALUE SPACES.
           05 EDL-TAXABLE-AMOUNT    PIC ZZZ,ZZ9.99-.
           05 FILLER                PIC X(1)       VALUE SPACES.
           05 EDL-TAX-AMOUNT        PIC ZZZ,ZZ9.99-.
           05 FILLER                PIC X(14)      VALUE SPACES.

       01 RETURN-NONE-LINE.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(40)      VALUE
                   'NO TAXABLE ACTIVITY FOR THE PERIOD'.
           05 FILLER                PIC X(35)      VALUE SPACES.

       01 RETURN-SUMMARY-LINE.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(25)      VALUE
                   'ALL STATES'.
           05 FILLER                PIC X(50)      VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 15-HOUSEKEEPING
           PERFORM 13-LOAD-TAX-RATES
           PERFORM 25-PROCESS-LIABILITY-FILE
           PERFORM 50-PRINT-STATE-WORKSHEETS
           PERFORM 60-PRINT-SUMMARY
           PERFORM 100-WRAP-UP
           .

       15-HOUSEKEEPING.
           ACCEPT WS-DATE FROM DATE

      *    THE PERIOD IS THE CURRENT MONTH UNLESS A DRIVER NAMES ONE,
      *    SO A RETURN CAN BE RE-RUN AFTER THE MONTH HAS CLOSED
           ACCEPT WS-TAX-PERIOD FROM ENVIRONMENT 'TAX-PERIOD'

           IF WS-TAX-PERIOD IS NOT NUMERIC
               MOVE WS-YEAR TO WS-PERIOD-YEAR
               MOVE WS-MONTH TO WS-PERIOD-MONTH
           END-IF

           OPEN OUTPUT TAX-RETURN-FILE

           MOVE WS-MONTH TO RH2-MONTH
           MOVE WS-DAY TO RH2-DAY
           MOVE WS-YEAR TO RH2-YEAR
           MOVE WS-PERIOD-MONTH TO RH2-PERIOD-MONTH
           MOVE WS-PERIOD-YEAR TO RH2-PERIOD-YEAR
           .

       13-LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-FILE

           PERFORM UNTIL TAX-LOAD-DONE
               READ TAX-RATE-FILE
                   AT END
                       SET TAX-LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO TR-NUM-STATES
                       MOVE TX-STATE-CODE TO
                               TR-STATE-CODE(TR-NUM-STATES)
                       MOVE TX-TAX-RATE TO TR-TAX-RATE(TR-NUM-STATES)
               END-READ
           END-PERFORM

           CLOSE TAX-RATE-FILE
           .

       25-PROCESS-LIABILITY-FILE.
      *    NO LIABILITY FILE YET MEANS NOTHING HAS BEEN BILLED
           OPEN INPUT TAX-LIABILITY-FILE

           IF LIABILITY-FOUND
               PERFORM UNTIL EOF-FLAG = 'T'
                   READ TAX-LIABILITY-FILE
                       AT END
                           MOVE 'T' TO EOF-FLAG
                       NOT AT END
                           IF TL-INVOICE-YYMM = WS-TAX-PERIOD
                               PERFORM 30-POST-ONE-DOCUMENT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE TAX-LIABILITY-FILE
           END-IF
           .

       30-POST-ONE-DOCUMENT.
           SET STATE-TBL-INDEX TO 1
           SEARCH STATE-TBL-LINE
               AT END
                   IF SG-NUM-STATES < 60
                       ADD 1 TO SG-NUM-STATES
                       MOVE TL-STATE-CODE TO
                               SG-STATE-CODE(SG-NUM-STATES)
                       SET STATE-TBL-INDEX TO SG-NUM-STATES
                       PERFORM 31-POST-STATE-AMOUNTS
                   END-IF

               WHEN TL-STATE-CODE = SG-STATE-CODE(STATE-TBL-INDEX)
                   PERFORM 31-POST-STATE-AMOUNTS
           END-SEARCH
           .

       31-POST-STATE-AMOUNTS.
           IF TL-CREDIT-MEMO
               SUBTRACT TL-TAXABLE-AMOUNT FROM
                       SG-TAXABLE-SALES(STATE-TBL-INDEX)
               SUBTRACT TL-EXEMPT-AMOUNT FROM
                       SG-EXEMPT-SALES(STATE-TBL-INDEX)
               SUBTRACT TL-TAX-AMOUNT FROM
                       SG-TAX-DUE(STATE-TBL-INDEX)
               ADD 1 TO SG-MEMO-COUNT(STATE-TBL-INDEX)
           ELSE
               ADD TL-TAXABLE-AMOUNT TO
                       SG-TAXABLE-SALES(STATE-TBL-INDEX)
               ADD TL-EXEMPT-AMOUNT TO
                       SG-EXEMPT-SALES(STATE-TBL-INDEX)
               ADD TL-TAX-AMOUNT TO
                       SG-TAX-DUE(STATE-TBL-INDEX)
               ADD 1 TO SG-INVOICE-COUNT(STATE-TBL-INDEX)
           END-IF

           IF TL-CERT-EXPIRED AND EC-NUM-SALES < 1000
               ADD 1 TO EC-NUM-SALES
               ADD 1 TO SG-EXPIRED-COUNT(STATE-TBL-INDEX)
               MOVE TL-STATE-CODE TO EC-STATE-CODE(EC-NUM-SALES)
               MOVE TL-INVOICE-NUMBER TO
                       EC-INVOICE-NUMBER(EC-NUM-SALES)
               MOVE TL-CUST-ID TO EC-CUST-ID(EC-NUM-SALES)
               MOVE TL-CERT-NUMBER TO EC-CERT-NUMBER(EC-NUM-SALES)

               IF TL-CREDIT-MEMO
                   COMPUTE EC-TAXABLE-AMOUNT(EC-NUM-SALES) =
                           0 - TL-TAXABLE-AMOUNT
                   COMPUTE EC-TAX-AMOUNT(EC-NUM-SALES) =
                           0 - TL-TAX-AMOUNT
               ELSE
                   MOVE TL-TAXABLE-AMOUNT TO
                           EC-TAXABLE-AMOUNT(EC-NUM-SALES)
                   MOVE TL-TAX-AMOUNT TO
                           EC-TAX-AMOUNT(EC-NUM-SALES)
               END-IF
           END-IF
           .

       50-PRINT-STATE-WORKSHEETS.
           IF SG-NUM-STATES = 0
               PERFORM 55-PRINT-PAGE-HEADING
               MOVE RETURN-NONE-LINE TO TAX-RETURN-RECORD
               WRITE TAX-RETURN-RECORD
                   AFTER ADVANCING 2 LINES
           END-IF

           PERFORM VARYING STATE-TBL-INDEX FROM 1 BY 1
               UNTIL STATE-TBL-INDEX > SG-NUM-STATES

               PERFORM 51-PRINT-ONE-STATE
           END-PERFORM
           .

       51-PRINT-ONE-STATE.
      *    ONE PAGE PER STATE, LAID OUT THE WAY THE RETURN ASKS
           PERFORM 55-PRINT-PAGE-HEADING

           MOVE SG-STATE-CODE(STATE-TBL-INDEX) TO RSL-STATE-CODE
           MOVE ZEROES TO RSL-TAX-RATE
           SET TAX-RATE-TBL-INDEX TO 1
           SEARCH TAX-RATE-TBL-LINE
               AT END
                   CONTINUE
               WHEN SG-STATE-CODE(STATE-TBL-INDEX) =
                           TR-STATE-CODE(TAX-RATE-TBL-INDEX)
                   MOVE TR-TAX-RATE(TAX-RATE-TBL-INDEX) TO
                           RSL-TAX-RATE
           END-SEARCH

           MOVE RETURN-STATE-LINE TO TAX-RETURN-RECORD
           WRITE TAX-RETURN-RECORD
               AFTER ADVANCING 2 LINES

           COMPUTE HF-GROSS-SALES =
                   SG-TAXABLE-SALES(STATE-TBL-INDEX) +
                   SG-EXEMPT-SALES(STATE-TBL-INDEX)

           ADD HF-GROSS-SALES TO HF-TOTAL-GROSS
           ADD SG-EXEMPT-SALES(STATE-TBL-INDEX) TO HF-TOTAL-EXEMPT
           ADD SG-TAXABLE-SALES(STATE-TBL-INDEX) TO HF-TOTAL-TAXABLE
           ADD SG-TAX-DUE(STATE-TBL-INDEX) TO HF-TOTAL-TAX

           MOVE 'GROSS SALES' TO RAL-LABEL
           MOVE HF-GROSS-SALES TO RAL-AMOUNT
           PERFORM 56-WRITE-AMOUNT-LINE

           MOVE 'LESS EXEMPT SALES' TO RAL-LABEL
           MOVE SG-EXEMPT-SALES(STATE-TBL-INDEX) TO RAL-AMOUNT
           PERFORM 56-WRITE-AMOUNT-LINE

           MOVE 'TAXABLE SALES' TO RAL-LABEL
           MOVE SG-TAXABLE-SALES(STATE-TBL-INDEX) TO RAL-AMOUNT
           PERFORM 56-WRITE-AMOUNT-LINE

           MOVE 'TAX DUE' TO RAL-LABEL
           MOVE SG-TAX-DUE(STATE-TBL-INDEX) TO RAL-AMOUNT
           PERFORM 56-WRITE-AMOUNT-LINE

           MOVE SG-INVOICE-COUNT(STATE-TBL-INDEX) TO RCL-INVOICE-COUNT
           MOVE SG-MEMO-COUNT(STATE-TBL-INDEX) TO RCL-MEMO-COUNT
           MOVE RETURN-COUNT-LINE TO TAX-RETURN-RECORD
           WRITE TAX-RETURN-RECORD
               AFTER ADVANCING 2 LINES

           IF SG-EXPIRED-COUNT(STATE-TBL-INDEX) > 0
               PERFORM 52-PRINT-EXPIRED-SALES
           END-IF
           .

       52-PRINT-EXPIRED-SALES.
           MOVE EXPIRED-HEADING-LINE TO TAX-RETURN-RECORD
           WRITE TAX-RETURN-RECORD
               AFTER ADVANCING 3 LINES

           MOVE EXPIRED-COLUMN-LINE TO TAX-RETURN-RECORD
           WRITE TAX-RETURN-RECORD
               AFTER ADVANCING 1 LINES

           PERFORM VARYING EXPIRED-CERT-TBL-INDEX FROM 1 BY 1
               UNTIL EXPIRED-CERT-TBL-INDEX > EC-NUM-SALES

               IF EC-STATE-CODE(EXPIRED-CERT-TBL-INDEX) =
                       SG-STATE-CODE(STATE-TBL-INDEX)
                   MOVE EC-INVOICE-NUMBER(EXPIRED-CERT-TBL-INDEX) TO
                           EDL-INVOICE-NUMBER
                   MOVE EC-CUST-ID(EXPIRED-CERT-TBL-INDEX) TO
                           EDL-CUST-ID
                   MOVE EC-CERT-NUMBER(EXPIRED-CERT-TBL-INDEX) TO
                           EDL-CERT-NUMBER
                   MOVE EC-TAXABLE-AMOUNT(EXPIRED-CERT-TBL-INDEX) TO
                           EDL-TAXABLE-AMOUNT
                   MOVE EC-TAX-AMOUNT(EXPIRED-CERT-TBL-INDEX) TO
                           EDL-TAX-AMOUNT

                   MOVE EXPIRED-DETAIL-LINE TO TAX-RETURN-RECORD
                   WRITE TAX-RETURN-RECORD
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM
           .

       55-PRINT-PAGE-HEADING.
           WRITE TAX-RETURN-RECORD FROM RETURN-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE RETURN-HEADING-TWO TO TAX-RETURN-RECORD
           WRITE TAX-RETURN-RECORD
               AFTER ADVANCING 1 LINES
           .

       56-WRITE-AMOUNT-LINE.
           MOVE RETURN-AMOUNT-LINE TO TAX-RETURN-RECORD
           WRITE TAX-RETURN-RECORD
               AFTER ADVANCING 1 LINES
           .

       60-PRINT-SUMMARY.
           IF SG-NUM-STATES > 0
               PERFORM 55-PRINT-PAGE-HEADING

               MOVE RETURN-SUMMARY-LINE TO TAX-RETURN-RECORD
               WRITE TAX-RETURN-RECORD
                   AFTER ADVANCING 2 LINES

               MOVE 'GROSS SALES' TO RAL-LABEL
               MOVE HF-TOTAL-GROSS TO RAL-AMOUNT
               PERFORM 56-WRITE-AMOUNT-LINE

               MOVE 'LESS EXEMPT SALES' TO RAL-LABEL
               MOVE HF-TOTAL-EXEMPT TO RAL-AMOUNT
               PERFORM 56-WRITE-AMOUNT-LINE

               MOVE 'TAXABLE SALES' TO RAL-LABEL
               MOVE HF-TOTAL-TAXABLE TO RAL-AMOUNT
               PERFORM 56-WRITE-AMOUNT-LINE

               MOVE 'TAX DUE' TO RAL-LABEL
               MOVE HF-TOTAL-TAX TO RAL-AMOUNT
               PERFORM 56-WRITE-AMOUNT-LINE
           END-IF
           .

       100-WRAP-UP.
           CLOSE TAX-RETURN-FILE

           GOBACK
           .
