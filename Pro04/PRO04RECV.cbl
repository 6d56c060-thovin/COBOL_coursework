      * open purchase-order file written by PRO04's worksheet step.
      * Filled lines are closed to a history file, short and over
      * shipments are reported, and open lines older than an
      * operator-supplied cutoff date are listed for follow-up.
      * Each receipt also rolls the PO's agreed unit cost into the
      * slot's moving-average cost on the costume cost master

      ***************
      * INPUTS:
      *
      *    The operator supplies a cutoff date (YYMMDD); open lines
      *    past their buyer-set expected date are listed as aged,
      *    and lines with no expected date fall back to the cutoff.
      *    Run under PROBATCH, the cutoff is thirty days back
      *
      *    The INDEXED INVENTORY FILE, the costume master of record
      *    loaded by PRO04IMST, gives the on-hand quantity the moving
      *    average is weighted by
      *
      *    The COSTUME COST MASTER holds each slot's current cost

      * *******
      * OUTPUTS:
      *
      *    The OPEN PO FILE is rewritten holding only the lines that
      *    remain open, with their remaining quantities
      *
      *    The COSTUME COST MASTER is rewritten with every rolled cost
      *
      *    The COST ROLL REGISTER lists every cost change with the
      *    old cost, receipt cost, new cost and revaluation amount
      *
      *    The GL JOURNAL FILE gains one balanced summary batch per
      *    run: the matched receipts at PO cost, into inventory and
      *    owed to the vendors until their invoices are booked
      ****************
      * CALCULATIONS:
      *    NEW COST [(ON HAND * OLD COST + RECEIVED * PO COST) /
      *              (ON HAND + RECEIVED)]
      *    REVALUATION [ON HAND * (NEW COST - OLD COST)]
      *    RECEIPT VALUE [RECEIVED * PO COST]
      ************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-STATUS.

           SELECT INDEXED-INVENTORY-FILE
               ASSIGN TO 'INVENTORY-MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-RECORD-KEY
               FILE STATUS IS INDEXED-STATUS.

           SELECT PUTAWAY-DOC-FILE
               ASSIGN TO PRINTER 'PUTAWAY-DOC.TXT'.

      *    THE COST MASTER PRO04COST MAINTAINS; RECEIPTS AT PO COST
      *    MOVE EACH SLOT'S COST TO A MOVING AVERAGE
           SELECT COST-MASTER-FILE
               ASSIGN TO 'COSTUME-COST-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-MASTER-STATUS.

      *    EVERY COST CHANGE, FOR ACCOUNTING TO BOOK THE REVALUATION
           SELECT COST-ROLL-FILE
               ASSIGN TO PRINTER 'COST-ROLL-REGISTER.TXT'.

      *    SHARED GENERAL LEDGER FEED -- EVERY SUBLEDGER APPENDS ONE
      *    BALANCED SUMMARY BATCH PER RUN, AND GLPOST POSTS THEM TO
      *    THE LEDGER BY ACCOUNT
           SELECT OPTIONAL GL-JOURNAL-FILE
               ASSIGN TO 'GL-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           05 OP-QTY-ORDERED            PIC 9(4).
           05 OP-ORDER-DATE             PIC X(6).
           05 OP-EXPECTED-DATE          PIC X(6).
           05 OP-UNIT-COST              PIC 99V99.

       FD PO-RECEIPTS-FILE
           RECORD CONTAINS 20 CHARACTERS.
           05 RC-RECEIPT-DATE           PIC X(6).

       FD CLOSED-PO-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01 CLOSED-PO-RECORD.
           05 CP-PO-NUMBER              PIC X(10).
           05 CP-QTY-RECEIVED           PIC 9(4).
           05 CP-ORDER-DATE             PIC X(6).
           05 CP-RECEIPT-DATE           PIC X(6).
           05 CP-UNIT-COST              PIC 99V99.

       FD RECEIVING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05 CL-SLOT-NUM               PIC 99.
           05 CL-AISLE-BIN              PIC X(5).

       FD INDEXED-INVENTORY-FILE
           RECORD CONTAINS 262 CHARACTERS.

       01 INDEXED-INVENTORY-RECORD.
           05 XR-RECORD-KEY.
               10 XR-VENDOR-ID          PIC X(4).
               10 XR-WAREHOUSE-ID       PIC X(3).
               10 XR-COSTUME-ID         PIC X(3).
           05 XR-COSTUME-DATA OCCURS 12 TIMES.
               10 XR-COSTUME-NAME       PIC X(9).
               10 XR-COSTUME-SIZE       PIC A.
               10 XR-COSTUME-TYPE       PIC A.
               10 XR-NUM-IN-STOCK       PIC 9(3).
               10 XR-REORDER-POINT      PIC 9(3).
               10 XR-COSTUME-PRICE      PIC 99V99.

       FD PUTAWAY-DOC-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 PUTAWAY-RECORD                PIC X(80).

       FD COST-MASTER-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01 COST-MASTER-RECORD.
           05 CC-VENDOR-ID              PIC X(4).
           05 CC-COSTUME-ID             PIC X(3).
           05 CC-SLOT-NUM               PIC 99.
           05 CC-UNIT-COST              PIC 99V99.

       FD COST-ROLL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 COST-ROLL-RECORD              PIC X(80).

       FD GL-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 GL-JOURNAL-RECORD.
           05 GJ-SUBLEDGER              PIC X(4).
           05 GJ-BATCH-ID               PIC X(12).
           05 GJ-SOURCE                 PIC X(10).
           05 GJ-ENTRY-DATE             PIC X(6).
      *    RESOLVED TO AN ACCOUNT THROUGH THE CHART OF ACCOUNTS
           05 GJ-INTERFACE-CODE         PIC X(8).
           05 GJ-DR-CR                  PIC X.
           05 GJ-AMOUNT                 PIC 9(9)V99.
           05 GJ-DESCRIPTION            PIC X(28).


       WORKING-STORAGE SECTION.

               88 LOCATIONS-FOUND      VALUE '00'.
           05 LOCATION-EOF-SW          PIC X           VALUE 'N'.
               88 LOCATION-LOAD-DONE   VALUE 'Y'.
           05 INDEXED-STATUS           PIC XX.
               88 INDEXED-IO-OK        VALUE '00'.
           05 BROWSE-END-SW            PIC X           VALUE 'N'.
               88 BROWSE-DONE          VALUE 'Y'.
           05 SUB                      PIC 99.
           05 SLOT-CHECK               PIC X.
               88 SLOT-FOUND           VALUE 'Y'.
           05 BIN-MATCH-SW             PIC X.
               88 BIN-ASSIGNED         VALUE 'Y'.
           05 LOC-SUB                  PIC 9(4).
           05 COST-MASTER-STATUS       PIC XX.
               88 COST-MASTER-FOUND    VALUE '00'.
           05 COST-EOF-SW              PIC X           VALUE 'N'.
               88 COST-LOAD-DONE       VALUE 'Y'.
           05 COST-MATCH-SW            PIC X.
               88 COST-MATCHED         VALUE 'Y'.
           05 COST-SUB                 PIC 9(4).
           05 RV-ROLLED-COUNT          PIC 9(5)        VALUE 0.
           05 RV-TOTAL-REVALUATION     PIC S9(9)V99    VALUE 0.
           05 RV-TOTAL-RECEIPT-VALUE   PIC 9(9)V99     VALUE 0.

       01 HOLD-FIELDS.
           05 HF-REMAINING-QTY         PIC 9(4).
           05 HF-OVER-QTY              PIC 9(4).
           05 HF-SLOT-NUM              PIC 99.
           05 HF-AISLE-BIN             PIC X(5).
           05 HF-ON-HAND               PIC 9(4).
           05 HF-OLD-COST              PIC 99V99.
           05 HF-NEW-COST              PIC 99V99.
           05 HF-REVALUATION           PIC S9(7)V99.
           05 HF-RECEIPT-VALUE         PIC 9(7)V99.

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.

       01 WS-CUTOFF-DATE               PIC X(6).

      *    UNDER THE BATCH DRIVER NO ONE IS AT THE CONSOLE TO GIVE A
      *    CUTOFF, SO IT FALLS TO THIRTY DAYS BEFORE THE RUN DATE
       01 CUTOFF-DEFAULT-FIELDS.
           05 WS-PROBATCH-FLAG         PIC X.
               88 RUNNING-UNDER-PROBATCH       VALUE 'Y'.
           05 WS-TODAY-CCYYMMDD        PIC 9(8).
           05 WS-CUTOFF-CCYYMMDD       PIC 9(8).
           05 WS-CUTOFF-INT            PIC 9(7).

       01 WS-TIME-NOW                  PIC X(8).

       01 WS-RUN-DATE                  PIC X(6).

       01 LOCATION-TABLE-AREA.
               10 LC-AISLE-BIN         PIC X(5).

       01 MASTER-TABLE-AREA.
      *    EVERY MASTER RECORD A RECEIPT RESOLVES TO IS READ ONCE AND
      *    HELD HERE, SO A RECEIPT'S COSTUME NAME CAN BE RESOLVED TO
      *    ITS COSTUME ID AND SLOT FOR THE LOCATION LOOKUP
           05 IM-NUM-RECORDS           PIC 999         VALUE 0.
           05 MASTER-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON IM-NUM-RECORDS
               10 PT-QTY-RECEIVED      PIC 9(4).
               10 PT-ORDER-DATE        PIC X(6).
               10 PT-EXPECTED-DATE     PIC X(6).
               10 PT-UNIT-COST         PIC 99V99.
               10 PT-LINE-STATUS       PIC X.
                   88 PT-LINE-OPEN     VALUE 'O'.
                   88 PT-LINE-CLOSED   VALUE 'C'.

       01 COST-TABLE-AREA.
      *    THE WHOLE COST MASTER, ROLLED IN PLACE AND WRITTEN BACK
      *    AT THE END OF THE RUN
           05 CT-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 COST-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON CT-NUM-ENTRIES.
               10 CT-VENDOR-ID         PIC X(4).
               10 CT-COSTUME-ID        PIC X(3).
               10 CT-SLOT-NUM          PIC 99.
               10 CT-UNIT-COST         PIC 99V99.


      **************        OUTPUT AREA        ********************

           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 PAL-NOTE                 PIC X(44).

       01 COST-ROLL-HEADING-ONE.
           05 FILLER                   PIC X(30)       VALUE SPACES.
           05                          PIC X(20)       VALUE
                   'COST ROLL REGISTER'.
           05 FILLER                   PIC X(30)       VALUE SPACES.

       01 COST-ROLL-HEADING-TWO.
           05                          PIC X(4)        VALUE 'VEND'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'CST'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(2)        VALUE 'SL'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(9)        VALUE 'COSTUME'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'ONHD'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(6)        VALUE
                   'OLD CS'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'RCVD'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(6)        VALUE
                   'PO CST'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(6)        VALUE
                   'NEW CS'.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                   'REVALUATION'.
           05 FILLER                   PIC X(8)        VALUE SPACES.

       01 COST-ROLL-DETAIL-LINE.
           05 CRL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 CRL-COSTUME-ID           PIC X(3).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 CRL-SLOT-NUM             PIC 99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 CRL-COSTUME-NAME         PIC X(9).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 CRL-ON-HAND              PIC ZZZ9.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05 CRL-OLD-COST             PIC Z9.99.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 CRL-RECEIVED             PIC ZZZ9.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05 CRL-RECEIPT-COST         PIC Z9.99.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05 CRL-NEW-COST             PIC Z9.99.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 CRL-REVALUATION          PIC -ZZZ,ZZ9.99.
           05 FILLER                   PIC X(10)       VALUE SPACES.

       01 COST-ROLL-NOTE-LINE.
           05 CNL-PO-NUMBER            PIC X(10).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 CNL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 CNL-COSTUME-NAME         PIC X(9).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 CNL-NOTE                 PIC X(51).

       01 COST-ROLL-TOTAL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(16)       VALUE
                   'SLOTS REVALUED: '.
           05 CTL-ROLLED-COUNT         PIC ZZ,ZZ9.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(17)       VALUE
                   'NET REVALUATION: '.
           05 CTL-TOTAL-REVALUATION    PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(16)       VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 13-GET-RUN-PARAMETERS
           PERFORM 23-OPEN-INDEXED-MASTER
           PERFORM 15-HOUSEKEEPING
           PERFORM 21-LOAD-OPEN-PO-TABLE
           PERFORM 22-LOAD-LOCATION-TABLE
           PERFORM 24-LOAD-COST-TABLE
           PERFORM 25-PROCESS-RECEIPTS
           PERFORM 50-LIST-AGED-OPEN-LINES
           PERFORM 70-REWRITE-OPEN-PO-FILE
           PERFORM 75-REWRITE-COST-MASTER
           PERFORM 80-WRITE-GL-BATCH
           PERFORM 100-WRAP-UP
           .

       13-GET-RUN-PARAMETERS.
           ACCEPT WS-PROBATCH-FLAG FROM ENVIRONMENT 'PROBATCH-RUN'

           IF RUNNING-UNDER-PROBATCH
               ACCEPT WS-DATE FROM DATE
               STRING '20' WS-DATE DELIMITED BY SIZE
                   INTO WS-TODAY-CCYYMMDD
               END-STRING
               COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD) - 30
               COMPUTE WS-CUTOFF-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               MOVE WS-CUTOFF-CCYYMMDD(3:6) TO WS-CUTOFF-DATE
           ELSE
               DISPLAY 'OPEN-LINE AGE CUTOFF DATE (YYMMDD): '
               ACCEPT WS-CUTOFF-DATE
           END-IF
           .

       15-HOUSEKEEPING.
           OPEN INPUT PO-RECEIPTS-FILE
               OUTPUT RECEIVING-REPORT-FILE, PUTAWAY-DOC-FILE
           OPEN OUTPUT COST-ROLL-FILE
           OPEN EXTEND CLOSED-PO-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE PUTAWAY-HEADING-TWO TO PUTAWAY-RECORD
           WRITE PUTAWAY-RECORD
               AFTER ADVANCING 2 LINES

           WRITE COST-ROLL-RECORD FROM COST-ROLL-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE RECEIVING-HEADING-TWO TO COST-ROLL-RECORD
           WRITE COST-ROLL-RECORD
               AFTER ADVANCING 1 LINES

           MOVE COST-ROLL-HEADING-TWO TO COST-ROLL-RECORD
           WRITE COST-ROLL-RECORD
               AFTER ADVANCING 2 LINES
           .

       22-LOAD-LOCATION-TABLE.
           END-IF
           .

       23-OPEN-INDEXED-MASTER.
      *    THE INDEXED MASTER IS LOADED BY PRO04IMST AFTER THE PRO04
      *    BUILD; WITHOUT IT NO RECEIPT CAN BE RESOLVED TO ITS SLOT
           OPEN INPUT INDEXED-INVENTORY-FILE

           IF NOT INDEXED-IO-OK
               DISPLAY 'INDEXED MASTER NOT AVAILABLE, STATUS '
                       INDEXED-STATUS
               DISPLAY 'LOAD IT WITH PRO04IMST - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       24-LOAD-COST-TABLE.
      *    NO COST MASTER YET JUST MEANS EVERY SLOT STARTS FROM ZERO
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

       21-LOAD-OPEN-PO-TABLE.
                               PT-ORDER-DATE(PT-NUM-LINES)
                       MOVE OP-EXPECTED-DATE TO
                               PT-EXPECTED-DATE(PT-NUM-LINES)
                       IF OP-UNIT-COST IS NUMERIC
                           MOVE OP-UNIT-COST TO
                                   PT-UNIT-COST(PT-NUM-LINES)
                       ELSE
                           MOVE ZEROES TO PT-UNIT-COST(PT-NUM-LINES)
                       END-IF
                       MOVE 'O' TO PT-LINE-STATUS(PT-NUM-LINES)
               END-READ
           END-PERFORM

           PERFORM 35-WRITE-RECEIVING-LINE
           PERFORM 36-WRITE-PUTAWAY-LINE
           PERFORM 38-ROLL-SLOT-COST

      *    THE GOODS ARE BOOKED AT THE COST AGREED ON THE PO, WHETHER
      *    OR NOT THE SLOT COST COULD BE ROLLED
           IF RC-QTY-RECEIVED IS NUMERIC
               COMPUTE HF-RECEIPT-VALUE =
                       RC-QTY-RECEIVED * PT-UNIT-COST(PO-TBL-INDEX)
               ADD HF-RECEIPT-VALUE TO RV-TOTAL-RECEIPT-VALUE
           END-IF
           .

       36-WRITE-PUTAWAY-LINE.

           IF SLOT-FOUND
               SET MASTER-TBL-INDEX DOWN BY 1
           ELSE
               PERFORM 33-BROWSE-INDEXED-MASTER
           END-IF

           IF SLOT-FOUND
           END-IF
           .

       33-BROWSE-INDEXED-MASTER.
      *    NOT AMONG THE RECORDS ALREADY RESOLVED, SO THE PAIR'S
      *    RECORDS ARE BROWSED ON THE INDEXED MASTER FROM ITS LOWEST
      *    COSTUME ID UNTIL THE NAME HITS OR THE PAIR RUNS OUT.  THE
      *    RECORD THAT HITS JOINS THE TABLE, SO A LATER RECEIPT FOR
      *    IT WEIGHTS AGAINST THE ON-HAND ALREADY BUMPED
           MOVE 'N' TO BROWSE-END-SW
           MOVE PT-VENDOR-ID(PO-TBL-INDEX) TO XR-VENDOR-ID
           MOVE PT-WAREHOUSE-ID(PO-TBL-INDEX) TO XR-WAREHOUSE-ID
           MOVE LOW-VALUES TO XR-COSTUME-ID

           START INDEXED-INVENTORY-FILE
                   KEY IS NOT LESS THAN XR-RECORD-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START

           PERFORM UNTIL BROWSE-DONE OR SLOT-FOUND
               READ INDEXED-INVENTORY-FILE NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF XR-VENDOR-ID NOT =
                                   PT-VENDOR-ID(PO-TBL-INDEX)
                               OR XR-WAREHOUSE-ID NOT =
                                   PT-WAREHOUSE-ID(PO-TBL-INDEX)
                           SET BROWSE-DONE TO TRUE
                       ELSE
                           PERFORM VARYING SUB FROM 1 BY 1
                                   UNTIL SUB > 12 OR SLOT-FOUND
                               IF PT-COSTUME-NAME(PO-TBL-INDEX) =
                                       XR-COSTUME-NAME(SUB)
                                   MOVE SUB TO HF-SLOT-NUM
                                   SET SLOT-FOUND TO TRUE
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           IF SLOT-FOUND
               ADD 1 TO IM-NUM-RECORDS
               MOVE INDEXED-INVENTORY-RECORD TO
                       MASTER-TBL-LINE(IM-NUM-RECORDS)
               SET MASTER-TBL-INDEX TO IM-NUM-RECORDS
           END-IF
           .

       38-ROLL-SLOT-COST.
      *    THE SLOT 37-FIND-RECEIPT-BIN JUST RESOLVED IS RE-COSTED AT
      *    THE WEIGHTED AVERAGE OF THE STOCK ALREADY ON HAND AND THE
      *    RECEIPT AT PO COST.  THE IN-MEMORY ON-HAND IS BUMPED SO A
      *    SECOND RECEIPT FOR THE SAME SLOT IN THIS RUN WEIGHTS
      *    AGAINST THE FIRST
           MOVE PT-PO-NUMBER(PO-TBL-INDEX) TO CNL-PO-NUMBER
           MOVE PT-VENDOR-ID(PO-TBL-INDEX) TO CNL-VENDOR-ID
           MOVE PT-COSTUME-NAME(PO-TBL-INDEX) TO CNL-COSTUME-NAME

           EVALUATE TRUE
               WHEN RC-QTY-RECEIVED IS NOT NUMERIC
                       OR RC-QTY-RECEIVED = 0
                   CONTINUE

               WHEN PT-UNIT-COST(PO-TBL-INDEX) = 0
                   MOVE 'NO AGREED COST ON PO - COST NOT ROLLED' TO
                           CNL-NOTE
                   MOVE COST-ROLL-NOTE-LINE TO COST-ROLL-RECORD
                   WRITE COST-ROLL-RECORD
                       AFTER ADVANCING 1 LINES

               WHEN NOT SLOT-FOUND
                   MOVE 'COSTUME NOT ON MASTER - COST NOT ROLLED' TO
                           CNL-NOTE
                   MOVE COST-ROLL-NOTE-LINE TO COST-ROLL-RECORD
                   WRITE COST-ROLL-RECORD
                       AFTER ADVANCING 1 LINES

               WHEN OTHER
                   PERFORM 39-FIND-SLOT-COST
                   IF COST-MATCHED
                       PERFORM 40-APPLY-MOVING-AVERAGE
                   ELSE
                       PERFORM 41-SET-FIRST-SLOT-COST
                   END-IF
           END-EVALUATE
           .

       39-FIND-SLOT-COST.
      *    A SLOT WITH NO COST YET IS ADDED AT THE PO COST -- WITH
      *    NO COST TO WEIGHT THE STOCK ON HAND AGAINST, ITS FIRST
      *    RECEIPT SETS ITS COST OUTRIGHT AND NOTHING IS REVALUED
           MOVE 'N' TO COST-MATCH-SW

           PERFORM VARYING COST-SUB FROM 1 BY 1
               UNTIL COST-SUB > CT-NUM-ENTRIES OR COST-MATCHED

               IF PT-VENDOR-ID(PO-TBL-INDEX) = CT-VENDOR-ID(COST-SUB)
                       AND IM-COSTUME-ID(MASTER-TBL-INDEX) =
                               CT-COSTUME-ID(COST-SUB)
                       AND HF-SLOT-NUM = CT-SLOT-NUM(COST-SUB)
                   SET COST-MATCHED TO TRUE
               END-IF
           END-PERFORM

           IF COST-MATCHED
               SUBTRACT 1 FROM COST-SUB
           ELSE
               ADD 1 TO CT-NUM-ENTRIES
               MOVE CT-NUM-ENTRIES TO COST-SUB
               MOVE PT-VENDOR-ID(PO-TBL-INDEX) TO CT-VENDOR-ID(COST-SUB)
               MOVE IM-COSTUME-ID(MASTER-TBL-INDEX) TO
                       CT-COSTUME-ID(COST-SUB)
               MOVE HF-SLOT-NUM TO CT-SLOT-NUM(COST-SUB)
               MOVE PT-UNIT-COST(PO-TBL-INDEX) TO
                       CT-UNIT-COST(COST-SUB)
           END-IF
           .

       40-APPLY-MOVING-AVERAGE.
           MOVE IM-NUM-IN-STOCK(MASTER-TBL-INDEX, HF-SLOT-NUM) TO
                   HF-ON-HAND
           MOVE CT-UNIT-COST(COST-SUB) TO HF-OLD-COST

           COMPUTE HF-NEW-COST ROUNDED =
               (HF-ON-HAND * HF-OLD-COST +
                RC-QTY-RECEIVED * PT-UNIT-COST(PO-TBL-INDEX))
               / (HF-ON-HAND + RC-QTY-RECEIVED)

           COMPUTE HF-REVALUATION =
               HF-ON-HAND * (HF-NEW-COST - HF-OLD-COST)

           MOVE HF-NEW-COST TO CT-UNIT-COST(COST-SUB)
           ADD RC-QTY-RECEIVED TO
                   IM-NUM-IN-STOCK(MASTER-TBL-INDEX, HF-SLOT-NUM)
               ON SIZE ERROR
                   MOVE 999 TO IM-NUM-IN-STOCK
                           (MASTER-TBL-INDEX, HF-SLOT-NUM)
           END-ADD

           IF HF-NEW-COST NOT = HF-OLD-COST
               ADD 1 TO RV-ROLLED-COUNT
               ADD HF-REVALUATION TO RV-TOTAL-REVALUATION

               MOVE PT-VENDOR-ID(PO-TBL-INDEX) TO CRL-VENDOR-ID
               MOVE IM-COSTUME-ID(MASTER-TBL-INDEX) TO CRL-COSTUME-ID
               MOVE HF-SLOT-NUM TO CRL-SLOT-NUM
               MOVE PT-COSTUME-NAME(PO-TBL-INDEX) TO CRL-COSTUME-NAME
               MOVE HF-ON-HAND TO CRL-ON-HAND
               MOVE HF-OLD-COST TO CRL-OLD-COST
               MOVE RC-QTY-RECEIVED TO CRL-RECEIVED
               MOVE PT-UNIT-COST(PO-TBL-INDEX) TO CRL-RECEIPT-COST
               MOVE HF-NEW-COST TO CRL-NEW-COST
               MOVE HF-REVALUATION TO CRL-REVALUATION

               MOVE COST-ROLL-DETAIL-LINE TO COST-ROLL-RECORD
               WRITE COST-ROLL-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF
           .

       41-SET-FIRST-SLOT-COST.
      *    THE ON-HAND IS STILL BUMPED SO A SECOND RECEIPT FOR THE
      *    SLOT IN THIS RUN WEIGHTS AGAINST THIS ONE
           ADD RC-QTY-RECEIVED TO
                   IM-NUM-IN-STOCK(MASTER-TBL-INDEX, HF-SLOT-NUM)
               ON SIZE ERROR
                   MOVE 999 TO IM-NUM-IN-STOCK
                           (MASTER-TBL-INDEX, HF-SLOT-NUM)
           END-ADD

           MOVE 'NO COST ON FILE - SET AT PO COST, NOT REVALUED' TO
                   CNL-NOTE
           MOVE COST-ROLL-NOTE-LINE TO COST-ROLL-RECORD
           WRITE COST-ROLL-RECORD
               AFTER ADVANCING 1 LINES
           .

       32-CLOSE-PO-LINE.
           MOVE 'C' TO PT-LINE-STATUS(PO-TBL-INDEX)
           ADD 1 TO RV-CLOSED-COUNT
           MOVE PT-QTY-RECEIVED(PO-TBL-INDEX) TO CP-QTY-RECEIVED
           MOVE PT-ORDER-DATE(PO-TBL-INDEX) TO CP-ORDER-DATE
           MOVE RC-RECEIPT-DATE TO CP-RECEIPT-DATE
           MOVE PT-UNIT-COST(PO-TBL-INDEX) TO CP-UNIT-COST

           WRITE CLOSED-PO-RECORD
           .
                   MOVE PT-ORDER-DATE(PO-TBL-INDEX) TO OP-ORDER-DATE
                   MOVE PT-EXPECTED-DATE(PO-TBL-INDEX) TO
                           OP-EXPECTED-DATE
                   MOVE PT-UNIT-COST(PO-TBL-INDEX) TO OP-UNIT-COST

                   WRITE OPEN-PO-RECORD
               END-IF
           CLOSE OPEN-PO-FILE
           .

       75-REWRITE-COST-MASTER.
      *    WRITTEN BACK ONLY WHEN A RECEIPT ACTUALLY MOVED A COST
           IF RV-ROLLED-COUNT > 0
               OPEN OUTPUT COST-MASTER-FILE

               PERFORM VARYING COST-SUB FROM 1 BY 1
                   UNTIL COST-SUB > CT-NUM-ENTRIES

                   MOVE COST-TBL-LINE(COST-SUB) TO COST-MASTER-RECORD
                   WRITE COST-MASTER-RECORD
               END-PERFORM

               CLOSE COST-MASTER-FILE
           END-IF
           .

       80-WRITE-GL-BATCH.
      *    ONE SUMMARY BATCH FOR THE RUN, STAMPED WITH THE RUN DATE
      *    AND TIME SO GLPOST CAN TELL ONE RUN'S BATCH FROM THE NEXT.
      *    RECEIPTS ARE OWED TO THE VENDOR AS AN ACCRUAL UNTIL THE
      *    VENDOR'S INVOICE IS BOOKED AGAINST IT
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'RECV' TO GJ-SUBLEDGER
           STRING WS-YEAR WS-MONTH WS-DAY WS-TIME-NOW(1:6)
               DELIMITED BY SIZE INTO GJ-BATCH-ID
           END-STRING
           MOVE 'PRO04RECV' TO GJ-SOURCE
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO GJ-ENTRY-DATE
           END-STRING
           MOVE RV-TOTAL-RECEIPT-VALUE TO GJ-AMOUNT

           IF GJ-AMOUNT > 0
               OPEN EXTEND GL-JOURNAL-FILE

               MOVE 'INVENTRY' TO GJ-INTERFACE-CODE
               MOVE 'D' TO GJ-DR-CR
               MOVE 'COSTUMES RECEIVED AT PO COST' TO GJ-DESCRIPTION
               WRITE GL-JOURNAL-RECORD

               MOVE 'APACCRL' TO GJ-INTERFACE-CODE
               MOVE 'C' TO GJ-DR-CR
               MOVE 'RECEIPTS NOT YET INVOICED' TO GJ-DESCRIPTION
               WRITE GL-JOURNAL-RECORD

               CLOSE GL-JOURNAL-FILE
           END-IF
           .

       100-WRAP-UP.
           MOVE RV-MATCHED-COUNT TO RTL-MATCHED-COUNT
           MOVE RV-UNMATCHED-COUNT TO RTL-UNMATCHED-COUNT
           WRITE RECEIVING-RECORD
               AFTER ADVANCING 2 LINES

           MOVE RV-ROLLED-COUNT TO CTL-ROLLED-COUNT
           MOVE RV-TOTAL-REVALUATION TO CTL-TOTAL-REVALUATION
           MOVE COST-ROLL-TOTAL-LINE TO COST-ROLL-RECORD
           WRITE COST-ROLL-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE PO-RECEIPTS-FILE, CLOSED-PO-FILE,
                 RECEIVING-REPORT-FILE, PUTAWAY-DOC-FILE
           CLOSE COST-ROLL-FILE, INDEXED-INVENTORY-FILE

           GOBACK
           .
