       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO04OTB.
       AUTHOR. TIM J.
      ****************************************************************
      * This program holds the buyers to their season budgets.  For
      * every season budget by vendor (and, where the budget is
      * split that way, by warehouse) it reports the dollars
      * already received, the dollars still committed on open
      * purchase orders, and the open-to-buy left.  The lines PRO04
      * has just raised from its PO worksheet are then checked one
      * at a time against what is left, so any that would push a
      * vendor over budget are flagged before the buyer releases
      * them to the vendor

      ***************
      * INPUTS:
      *    The SEASON BUDGET FILE holds one record per budget:
      *        1: Season code
      *        2: Vendor
      *        3: Warehouse (blank for the vendor's whole budget)
      *        4: Season start and end dates, YYMMDD
      *        5: Budget dollars
      *
      *    The OPEN PO FILE holds every line still open, at its
      *    remaining quantity and agreed unit cost
      *
      *    The CLOSED PO FILE holds every line received in full
      *
      *    OTB-NEW-SINCE (YYMMDD) marks the oldest order date still
      *    awaiting release; the default is today, which is every
      *    line the day's PRO04 run raised

      * *******
      * OUTPUTS:
      *    The OPEN TO BUY REPORT FILE lists every budget with its
      *    received, committed and new dollars and the open-to-buy
      *    left, then every new PO line with its budget verdict

      ****************
      * CALCULATIONS:
      *    PO LINE DOLLARS [QUANTITY * AGREED UNIT COST]
      *    OPEN TO BUY [BUDGET - RECEIVED - COMMITTED - NEW]
      *    A PO LINE COUNTS AGAINST A BUDGET WHEN THE VENDOR MATCHES,
      *    THE WAREHOUSE MATCHES OR THE BUDGET'S IS BLANK, AND THE
      *    ORDER DATE FALLS IN THE SEASON
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SEASON-BUDGET-FILE
               ASSIGN TO 'SEASON-BUDGET.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-STATUS.

           SELECT OPEN-PO-FILE
               ASSIGN TO 'OPEN-PO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-PO-STATUS.

           SELECT CLOSED-PO-FILE
               ASSIGN TO 'CLOSED-PO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-PO-STATUS.

           SELECT OTB-REPORT-FILE
               ASSIGN TO PRINTER 'OPEN-TO-BUY.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD SEASON-BUDGET-FILE
           RECORD CONTAINS 32 CHARACTERS.

       01 SEASON-BUDGET-RECORD.
           05 BG-SEASON-CODE           PIC X(4).
           05 BG-VENDOR-ID             PIC X(4).
           05 BG-WAREHOUSE-ID          PIC X(3).
           05 BG-START-DATE            PIC X(6).
           05 BG-END-DATE              PIC X(6).
           05 BG-BUDGET-AMOUNT         PIC 9(7)V99.

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

       FD OTB-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 OTB-REPORT-RECORD            PIC X(80).


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 LOAD-EOF-SW              PIC X.
               88 LOAD-DONE            VALUE 'Y'.
           05 BUDGET-STATUS            PIC XX.
               88 BUDGET-FOUND         VALUE '00'.
           05 OPEN-PO-STATUS           PIC XX.
               88 OPEN-PO-FOUND        VALUE '00'.
           05 CLOSED-PO-STATUS         PIC XX.
               88 CLOSED-PO-FOUND      VALUE '00'.
           05 BUDGET-HIT-SW            PIC X.
               88 BUDGET-HIT           VALUE 'Y'.
           05 OVER-BUDGET-SW           PIC X.
               88 OVER-BUDGET          VALUE 'Y'.
           05 BUDGET-SUB               PIC 9(4).
           05 NEW-SUB                  PIC 9(4).
           05 OT-NEW-COUNT             PIC 9(5)        VALUE 0.
           05 OT-HOLD-COUNT            PIC 9(5)        VALUE 0.

       01 HOLD-FIELDS.
           05 HF-LINE-DOLLARS          PIC 9(7)V99.
           05 HF-OPEN-TO-BUY           PIC S9(9)V99.
           05 HF-SPENT                 PIC 9(9)V99.
           05 HF-MATCH-VENDOR          PIC X(4).
           05 HF-MATCH-WAREHOUSE       PIC X(3).
           05 HF-MATCH-DATE            PIC X(6).

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 WS-RUN-DATE                  PIC X(6).
       01 OT-NEW-SINCE                 PIC X(6).

       01 BUDGET-TABLE-AREA.
           05 BT-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 BUDGET-TBL-LINE OCCURS 1 TO 1000 TIMES
               DEPENDING ON BT-NUM-ENTRIES.
               10 BT-SEASON-CODE       PIC X(4).
               10 BT-VENDOR-ID         PIC X(4).
               10 BT-WAREHOUSE-ID      PIC X(3).
               10 BT-START-DATE        PIC X(6).
               10 BT-END-DATE          PIC X(6).
               10 BT-BUDGET-AMOUNT     PIC 9(7)V99.
               10 BT-RECEIVED          PIC 9(9)V99.
               10 BT-COMMITTED         PIC 9(9)V99.
               10 BT-NEW-DOLLARS       PIC 9(9)V99.

       01 NEW-PO-TABLE-AREA.
      *    THE LINES STILL AWAITING RELEASE, IN FILE ORDER, SO EACH
      *    IS JUDGED AGAINST THE BUDGET THE ONES BEFORE IT LEFT
           05 NP-NUM-LINES             PIC 9(4)        VALUE 0.
           05 NEW-PO-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON NP-NUM-LINES.
               10 NP-PO-NUMBER         PIC X(10).
               10 NP-VENDOR-ID         PIC X(4).
               10 NP-WAREHOUSE-ID      PIC X(3).
               10 NP-COSTUME-NAME      PIC X(9).
               10 NP-QTY-ORDERED       PIC 9(4).
               10 NP-ORDER-DATE        PIC X(6).
               10 NP-UNIT-COST         PIC 99V99.


      **************        OUTPUT AREA        ********************

       01 OTB-HEADING-ONE.
           05 FILLER                   PIC X(28)       VALUE SPACES.
           05                          PIC X(24)       VALUE
                   'OPEN-TO-BUY BY SEASON'.
           05 FILLER                   PIC X(28)       VALUE SPACES.

       01 OTB-HEADING-TWO.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05 OH2-MONTH                PIC 99.
           05                          PIC X           VALUE '/'.
           05 OH2-DAY                  PIC 99.
           05                          PIC X           VALUE '/'.
           05 OH2-YEAR                 PIC 9(2).
           05 FILLER                   PIC X(8)        VALUE SPACES.
           05                          PIC X(18)       VALUE
                   'NEW LINES SINCE: '.
           05 OH2-NEW-SINCE            PIC X(6).
           05 FILLER                   PIC X(20)       VALUE SPACES.
           05                          PIC XXX         VALUE 'TWJ'.
           05 FILLER                   PIC X(7)        VALUE SPACES.

       01 BUDGET-COLUMN-HEADING.
           05                          PIC X(4)        VALUE 'SEAS'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'VEND'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'WHS'.
           05 FILLER                   PIC X(8)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'BUDGET'.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(8)        VALUE
                   'RECEIVED'.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                   'COMMITTED'.
           05 FILLER                   PIC X(7)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'NEW PO'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                   'OPEN-TO-BUY'.
           05 FILLER                   PIC X(1)        VALUE SPACES.

       01 BUDGET-DETAIL-LINE.
           05 BDL-SEASON-CODE          PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 BDL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 BDL-WAREHOUSE-ID         PIC X(3).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 BDL-BUDGET-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 BDL-RECEIVED             PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 BDL-COMMITTED            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 BDL-NEW-DOLLARS          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 BDL-OPEN-TO-BUY          PIC Z,ZZZ,ZZ9.99-.

       01 NEW-PO-SECTION-HEADING.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(41)       VALUE
                   'NEW PURCHASE ORDER LINES AWAITING RELEASE'.
           05 FILLER                   PIC X(34)       VALUE SPACES.

       01 NEW-PO-COLUMN-HEADING.
           05                          PIC X(10)       VALUE
                   'PO NUMBER'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'VEND'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'WHS'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(9)        VALUE 'COSTUME'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'QTY'.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'DOLLARS'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'VERDICT'.
           05 FILLER                   PIC X(25)       VALUE SPACES.

       01 NEW-PO-DETAIL-LINE.
           05 NDL-PO-NUMBER            PIC X(10).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 NDL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 NDL-WAREHOUSE-ID         PIC X(3).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 NDL-COSTUME-NAME         PIC X(9).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 NDL-QTY-ORDERED          PIC ZZZ9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 NDL-LINE-DOLLARS         PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 NDL-VERDICT              PIC X(32).

       01 OTB-TOTAL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(15)       VALUE
                   'NEW PO LINES: '.
           05 OTL-NEW-COUNT            PIC ZZ,ZZ9.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(22)       VALUE
                   'HOLD - OVER BUDGET:  '.
           05 OTL-HOLD-COUNT           PIC ZZ,ZZ9.
           05 FILLER                   PIC X(21)       VALUE SPACES.

       01 NO-BUDGET-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(30)       VALUE
                   'NO SEASON BUDGETS ON FILE'.
           05 FILLER                   PIC X(45)       VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 13-GET-RUN-PARAMETERS
           PERFORM 15-HOUSEKEEPING
           PERFORM 21-LOAD-BUDGETS
           PERFORM 22-ACCUMULATE-RECEIVED
           PERFORM 24-ACCUMULATE-COMMITTED
           PERFORM 30-JUDGE-NEW-PO-LINES
           PERFORM 50-PRINT-BUDGETS
           PERFORM 55-PRINT-NEW-PO-LINES
           PERFORM 100-WRAP-UP
           .

       13-GET-RUN-PARAMETERS.
           ACCEPT WS-DATE FROM DATE

           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING

           ACCEPT OT-NEW-SINCE FROM ENVIRONMENT 'OTB-NEW-SINCE'
           IF OT-NEW-SINCE IS NOT NUMERIC
               MOVE WS-RUN-DATE TO OT-NEW-SINCE
           END-IF
           .

       15-HOUSEKEEPING.
           OPEN OUTPUT OTB-REPORT-FILE

           MOVE WS-MONTH TO OH2-MONTH
           MOVE WS-DAY TO OH2-DAY
           MOVE WS-YEAR TO OH2-YEAR
           MOVE OT-NEW-SINCE TO OH2-NEW-SINCE

           WRITE OTB-REPORT-RECORD FROM OTB-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE OTB-HEADING-TWO TO OTB-REPORT-RECORD
           WRITE OTB-REPORT-RECORD
               AFTER ADVANCING 1 LINES
           .

       21-LOAD-BUDGETS.
           OPEN INPUT SEASON-BUDGET-FILE

           IF BUDGET-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ SEASON-BUDGET-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF BG-BUDGET-AMOUNT IS NUMERIC
                               ADD 1 TO BT-NUM-ENTRIES
                               PERFORM 23-ADD-BUDGET-LINE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE SEASON-BUDGET-FILE
           END-IF
           .

       22-ACCUMULATE-RECEIVED.
      *    RECEIVED DOLLARS ARE WHAT ACTUALLY CAME IN, AT THE COST
      *    AGREED ON THE LINE
           OPEN INPUT CLOSED-PO-FILE

           IF CLOSED-PO-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ CLOSED-PO-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF CP-QTY-RECEIVED IS NUMERIC
                                   AND CP-UNIT-COST IS NUMERIC
                               MULTIPLY CP-QTY-RECEIVED BY CP-UNIT-COST
                                   GIVING HF-LINE-DOLLARS
                               MOVE CP-VENDOR-ID TO HF-MATCH-VENDOR
                               MOVE CP-WAREHOUSE-ID TO
                                       HF-MATCH-WAREHOUSE
                               MOVE CP-ORDER-DATE TO HF-MATCH-DATE
                               PERFORM VARYING BUDGET-SUB FROM 1 BY 1
                                   UNTIL BUDGET-SUB > BT-NUM-ENTRIES
                                   PERFORM 26-CHECK-BUDGET-MATCH
                                   IF BUDGET-HIT
                                       ADD HF-LINE-DOLLARS TO
                                           BT-RECEIVED(BUDGET-SUB)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CLOSED-PO-FILE
           END-IF
           .

       23-ADD-BUDGET-LINE.
           MOVE BG-SEASON-CODE TO BT-SEASON-CODE(BT-NUM-ENTRIES)
           MOVE BG-VENDOR-ID TO BT-VENDOR-ID(BT-NUM-ENTRIES)
           MOVE BG-WAREHOUSE-ID TO BT-WAREHOUSE-ID(BT-NUM-ENTRIES)
           MOVE BG-START-DATE TO BT-START-DATE(BT-NUM-ENTRIES)
           MOVE BG-END-DATE TO BT-END-DATE(BT-NUM-ENTRIES)
           MOVE BG-BUDGET-AMOUNT TO BT-BUDGET-AMOUNT(BT-NUM-ENTRIES)
           MOVE ZEROES TO BT-RECEIVED(BT-NUM-ENTRIES)
           MOVE ZEROES TO BT-COMMITTED(BT-NUM-ENTRIES)
           MOVE ZEROES TO BT-NEW-DOLLARS(BT-NUM-ENTRIES)
           .

       24-ACCUMULATE-COMMITTED.
      *    AN OPEN LINE ALREADY RELEASED IS COMMITTED MONEY; ONE
      *    ORDERED SINCE THE CUTOFF WAITS FOR ITS VERDICT
           OPEN INPUT OPEN-PO-FILE

           IF OPEN-PO-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ OPEN-PO-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF OP-UNIT-COST IS NOT NUMERIC
                               MOVE ZEROES TO OP-UNIT-COST
                           END-IF
                           IF OP-QTY-ORDERED IS NUMERIC
                               PERFORM 25-POST-OPEN-LINE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE OPEN-PO-FILE
           END-IF
           .

       25-POST-OPEN-LINE.
           IF OP-ORDER-DATE >= OT-NEW-SINCE
               ADD 1 TO NP-NUM-LINES
               MOVE OP-PO-NUMBER TO NP-PO-NUMBER(NP-NUM-LINES)
               MOVE OP-VENDOR-ID TO NP-VENDOR-ID(NP-NUM-LINES)
               MOVE OP-WAREHOUSE-ID TO NP-WAREHOUSE-ID(NP-NUM-LINES)
               MOVE OP-COSTUME-NAME TO NP-COSTUME-NAME(NP-NUM-LINES)
               MOVE OP-QTY-ORDERED TO NP-QTY-ORDERED(NP-NUM-LINES)
               MOVE OP-ORDER-DATE TO NP-ORDER-DATE(NP-NUM-LINES)
               MOVE OP-UNIT-COST TO NP-UNIT-COST(NP-NUM-LINES)
           ELSE
               MULTIPLY OP-QTY-ORDERED BY OP-UNIT-COST
                   GIVING HF-LINE-DOLLARS
               MOVE OP-VENDOR-ID TO HF-MATCH-VENDOR
               MOVE OP-WAREHOUSE-ID TO HF-MATCH-WAREHOUSE
               MOVE OP-ORDER-DATE TO HF-MATCH-DATE
               PERFORM VARYING BUDGET-SUB FROM 1 BY 1
                   UNTIL BUDGET-SUB > BT-NUM-ENTRIES
                   PERFORM 26-CHECK-BUDGET-MATCH
                   IF BUDGET-HIT
                       ADD HF-LINE-DOLLARS TO BT-COMMITTED(BUDGET-SUB)
                   END-IF
               END-PERFORM
           END-IF
           .

       26-CHECK-BUDGET-MATCH.
           MOVE 'N' TO BUDGET-HIT-SW

           IF HF-MATCH-VENDOR = BT-VENDOR-ID(BUDGET-SUB)
                   AND (BT-WAREHOUSE-ID(BUDGET-SUB) = SPACES
                     OR BT-WAREHOUSE-ID(BUDGET-SUB) =
                                               HF-MATCH-WAREHOUSE)
                   AND HF-MATCH-DATE >= BT-START-DATE(BUDGET-SUB)
                   AND HF-MATCH-DATE <= BT-END-DATE(BUDGET-SUB)
               SET BUDGET-HIT TO TRUE
           END-IF
           .

       30-JUDGE-NEW-PO-LINES.
      *    VERDICTS ARE WORKED OUT HERE SO THE BUDGET SECTION CAN
      *    CARRY THE NEW DOLLARS; THE LINES ARE PRINTED AFTERWARD
           PERFORM VARYING NEW-SUB FROM 1 BY 1
               UNTIL NEW-SUB > NP-NUM-LINES

               MULTIPLY NP-QTY-ORDERED(NEW-SUB) BY
                       NP-UNIT-COST(NEW-SUB)
                   GIVING HF-LINE-DOLLARS
               MOVE NP-VENDOR-ID(NEW-SUB) TO HF-MATCH-VENDOR
               MOVE NP-WAREHOUSE-ID(NEW-SUB) TO HF-MATCH-WAREHOUSE
               MOVE NP-ORDER-DATE(NEW-SUB) TO HF-MATCH-DATE

               PERFORM VARYING BUDGET-SUB FROM 1 BY 1
                   UNTIL BUDGET-SUB > BT-NUM-ENTRIES
                   PERFORM 26-CHECK-BUDGET-MATCH
                   IF BUDGET-HIT
                       ADD HF-LINE-DOLLARS TO
                               BT-NEW-DOLLARS(BUDGET-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       50-PRINT-BUDGETS.
           MOVE BUDGET-COLUMN-HEADING TO OTB-REPORT-RECORD
           WRITE OTB-REPORT-RECORD
               AFTER ADVANCING 2 LINES

           IF BT-NUM-ENTRIES = 0
               MOVE NO-BUDGET-LINE TO OTB-REPORT-RECORD
               WRITE OTB-REPORT-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF

           PERFORM VARYING BUDGET-SUB FROM 1 BY 1
               UNTIL BUDGET-SUB > BT-NUM-ENTRIES

               MOVE BT-SEASON-CODE(BUDGET-SUB) TO BDL-SEASON-CODE
               MOVE BT-VENDOR-ID(BUDGET-SUB) TO BDL-VENDOR-ID
               IF BT-WAREHOUSE-ID(BUDGET-SUB) = SPACES
                   MOVE 'ALL' TO BDL-WAREHOUSE-ID
               ELSE
                   MOVE BT-WAREHOUSE-ID(BUDGET-SUB) TO
                           BDL-WAREHOUSE-ID
               END-IF
               MOVE BT-BUDGET-AMOUNT(BUDGET-SUB) TO BDL-BUDGET-AMOUNT
               MOVE BT-RECEIVED(BUDGET-SUB) TO BDL-RECEIVED
               MOVE BT-COMMITTED(BUDGET-SUB) TO BDL-COMMITTED
               MOVE BT-NEW-DOLLARS(BUDGET-SUB) TO BDL-NEW-DOLLARS

               COMPUTE HF-OPEN-TO-BUY =
                   BT-BUDGET-AMOUNT(BUDGET-SUB)
                   - BT-RECEIVED(BUDGET-SUB)
                   - BT-COMMITTED(BUDGET-SUB)
                   - BT-NEW-DOLLARS(BUDGET-SUB)
               MOVE HF-OPEN-TO-BUY TO BDL-OPEN-TO-BUY

               MOVE BUDGET-DETAIL-LINE TO OTB-REPORT-RECORD
               WRITE OTB-REPORT-RECORD
                   AFTER ADVANCING 1 LINES
           END-PERFORM
           .

       55-PRINT-NEW-PO-LINES.
      *    THE NEW DOLLARS ARE TAKEN BACK OUT OF EVERY BUDGET AND
      *    ADDED AGAIN LINE BY LINE, SO EACH LINE'S VERDICT SEES
      *    ONLY THE LINES AHEAD OF IT
           PERFORM VARYING BUDGET-SUB FROM 1 BY 1
               UNTIL BUDGET-SUB > BT-NUM-ENTRIES
               MOVE ZEROES TO BT-NEW-DOLLARS(BUDGET-SUB)
           END-PERFORM

           MOVE NEW-PO-SECTION-HEADING TO OTB-REPORT-RECORD
           WRITE OTB-REPORT-RECORD
               AFTER ADVANCING 3 LINES

           MOVE NEW-PO-COLUMN-HEADING TO OTB-REPORT-RECORD
           WRITE OTB-REPORT-RECORD
               AFTER ADVANCING 2 LINES

           PERFORM VARYING NEW-SUB FROM 1 BY 1
               UNTIL NEW-SUB > NP-NUM-LINES
               PERFORM 56-JUDGE-ONE-NEW-LINE
           END-PERFORM
           .

       56-JUDGE-ONE-NEW-LINE.
           ADD 1 TO OT-NEW-COUNT
           MOVE 'N' TO OVER-BUDGET-SW
           MOVE 'N' TO BUDGET-HIT-SW

           MULTIPLY NP-QTY-ORDERED(NEW-SUB) BY NP-UNIT-COST(NEW-SUB)
               GIVING HF-LINE-DOLLARS
           MOVE NP-VENDOR-ID(NEW-SUB) TO HF-MATCH-VENDOR
           MOVE NP-WAREHOUSE-ID(NEW-SUB) TO HF-MATCH-WAREHOUSE
           MOVE NP-ORDER-DATE(NEW-SUB) TO HF-MATCH-DATE

           MOVE 'NO BUDGET ON FILE' TO NDL-VERDICT

           PERFORM VARYING BUDGET-SUB FROM 1 BY 1
               UNTIL BUDGET-SUB > BT-NUM-ENTRIES
               PERFORM 26-CHECK-BUDGET-MATCH
               IF BUDGET-HIT
                   MOVE 'WITHIN BUDGET' TO NDL-VERDICT
                   ADD HF-LINE-DOLLARS TO BT-NEW-DOLLARS(BUDGET-SUB)
                   COMPUTE HF-SPENT =
                       BT-RECEIVED(BUDGET-SUB)
                       + BT-COMMITTED(BUDGET-SUB)
                       + BT-NEW-DOLLARS(BUDGET-SUB)
                   IF HF-SPENT > BT-BUDGET-AMOUNT(BUDGET-SUB)
                       SET OVER-BUDGET TO TRUE
                   END-IF
               END-IF
           END-PERFORM

      *    A LINE MATCHING NO BUDGET LEAVES THE LOOP WITH THE LAST
      *    TEST FAILED, SO THE VERDICT TEXT IS WHAT TELLS THE CASES
      *    APART
           EVALUATE TRUE
               WHEN OVER-BUDGET
                   MOVE 'HOLD - PUSHES VENDOR OVER BUDGET' TO
                           NDL-VERDICT
                   ADD 1 TO OT-HOLD-COUNT
               WHEN NP-UNIT-COST(NEW-SUB) = 0
                   MOVE 'CHECK - NO AGREED COST ON LINE' TO
                           NDL-VERDICT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE NP-PO-NUMBER(NEW-SUB) TO NDL-PO-NUMBER
           MOVE NP-VENDOR-ID(NEW-SUB) TO NDL-VENDOR-ID
           MOVE NP-WAREHOUSE-ID(NEW-SUB) TO NDL-WAREHOUSE-ID
           MOVE NP-COSTUME-NAME(NEW-SUB) TO NDL-COSTUME-NAME
           MOVE NP-QTY-ORDERED(NEW-SUB) TO NDL-QTY-ORDERED
           MOVE HF-LINE-DOLLARS TO NDL-LINE-DOLLARS

           MOVE NEW-PO-DETAIL-LINE TO OTB-REPORT-RECORD
           WRITE OTB-REPORT-RECORD
               AFTER ADVANCING 1 LINES
           .

       100-WRAP-UP.
           MOVE OT-NEW-COUNT TO OTL-NEW-COUNT
           MOVE OT-HOLD-COUNT TO OTL-HOLD-COUNT

           MOVE OTB-TOTAL-LINE TO OTB-REPORT-RECORD
           WRITE OTB-REPORT-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE OTB-REPORT-FILE

           GOBACK
           .
