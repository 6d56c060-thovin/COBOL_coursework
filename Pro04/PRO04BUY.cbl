       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO04BUY.
       AUTHOR. TIM J.
      ****************************************************************
      * This program builds the pre-season opening buy, months
      * ahead of the season, from what each costume slot actually
      * sold in the same months last year.  The planner's growth or
      * decline factor for each vendor is applied to last year's
      * demand, then what is already on hand and what is already on
      * order is taken off, leaving the opening buy proposed for
      * each slot.  The plan is printed by vendor and also written
      * to a file the buyer reviews, marking the lines to release;
      * a release run then raises those lines as open purchase
      * orders for the receiving match to close as they arrive
      *
      *    P  PLAN -- print the plan and write the plan lines
      *    R  RELEASE -- raise every plan line the buyer marked Y

      ***************
      * INPUTS:
      *    The mode comes from BUY-PLAN-MODE in the environment when
      *    a driver set it, otherwise from the console; the season's
      *    first and last months (YYMM) likewise from BUY-SEASON-FROM
      *    and BUY-SEASON-TO
      *
      *    The DEMAND HISTORY FILE holds one record per applied
      *    shipment: vendor/warehouse/costume/slot, month (YYMM),
      *    and units shipped
      *
      *    The BUY PLAN FACTOR FILE holds the planner's factor for a
      *    vendor as a percent of last year (110 for ten percent
      *    growth, 085 for fifteen percent decline); a vendor not on
      *    it is planned at last year's demand
      *
      *    The MERGED INVENTORY FILE gives each slot's stock on hand
      *
      *    The OPEN PO FILE gives the quantity already on order
      *
      *    The COSTUME COST MASTER gives each slot's unit cost
      *
      *    At release, the BUY PLAN LINES FILE as the buyer left it

      * *******
      * OUTPUTS:
      *    The BUY PLAN REPORT FILE lists every slot with demand last
      *    season, its forecast, on-hand, on-order and proposed buy,
      *    with vendor and grand totals at cost
      *
      *    The BUY PLAN LINES FILE holds one line per slot to buy,
      *    release flag N; the buyer may cut the quantity and sets
      *    the flag to Y on every line to release
      *
      *    At release, each line marked Y is appended to the OPEN PO
      *    FILE, listed on the BUY RELEASE REGISTER, and flagged R on
      *    the plan lines file so it can never be released twice

      ****************
      * CALCULATIONS:
      *    LAST YEAR MONTHS [SEASON MONTHS, ONE YEAR EARLIER]
      *    FORECAST [LAST YEAR UNITS * VENDOR FACTOR / 100, ROUNDED]
      *    PROPOSED BUY [FORECAST - ON HAND - ON ORDER, NOT BELOW 0]
      *    ON ORDER IS HELD BY VENDOR, WAREHOUSE AND COSTUME NAME, SO
      *    IT IS USED UP SLOT BY SLOT AND NEVER COUNTED TWICE
      *    EST COST [PROPOSED BUY * UNIT COST]
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DEMAND-HISTORY-FILE
               ASSIGN TO 'DEMAND-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEMAND-HIST-STATUS.

           SELECT BUY-FACTOR-FILE
               ASSIGN TO 'BUY-PLAN-FACTORS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTOR-STATUS.

           SELECT MERGED-INVENTORY-FILE
               ASSIGN TO 'MERGED-INVENTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPENED EXTEND AT RELEASE, AS PRO04 DOES FOR ITS WORKSHEET
      *    LINES
           SELECT OPTIONAL OPEN-PO-FILE
               ASSIGN TO 'OPEN-PO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-PO-STATUS.

           SELECT CLOSED-PO-FILE
               ASSIGN TO 'CLOSED-PO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-PO-STATUS.

           SELECT COST-MASTER-FILE
               ASSIGN TO 'COSTUME-COST-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-MASTER-STATUS.

           SELECT BUY-PLAN-LINES-FILE
               ASSIGN TO 'BUY-PLAN-LINES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-LINES-STATUS.

           SELECT BUY-PLAN-REPORT-FILE
               ASSIGN TO PRINTER 'BUY-PLAN.TXT'.

           SELECT BUY-RELEASE-REGISTER-FILE
               ASSIGN TO PRINTER 'BUY-RELEASE-REGISTER.TXT'.

      *    EVERY OPERATOR ALLOWED TO RAISE PURCHASE ORDERS; AN
      *    UNKNOWN ID IS REFUSED BEFORE ANY LINE IS RELEASED
           SELECT OPERATOR-MASTER-FILE
               ASSIGN TO 'OPERATOR-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    WHICH ROLES MAY RUN WHICH UPDATE PROGRAMS AND TRANSACTION
      *    TYPES, WITH EACH ROLE'S DOLLAR AND PERCENT LIMITS
           SELECT OPTIONAL ROLE-AUTHORITY-FILE
               ASSIGN TO 'ROLE-AUTHORITY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    EVERY REFUSED SIGN-ON OR TRANSACTION, REVIEWED WEEKLY BY
      *    SECREVW
           SELECT OPTIONAL SECURITY-LOG-FILE
               ASSIGN TO 'SECURITY-VIOLATIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD DEMAND-HISTORY-FILE
           RECORD CONTAINS 19 CHARACTERS.

       01 DEMAND-HISTORY-RECORD.
           05 DH-VENDOR-ID             PIC X(4).
           05 DH-WAREHOUSE-ID          PIC X(3).
           05 DH-COSTUME-ID            PIC X(3).
           05 DH-SLOT-NUM              PIC 99.
           05 DH-MONTH                 PIC X(4).
           05 DH-UNITS                 PIC 9(3).

       FD BUY-FACTOR-FILE
           RECORD CONTAINS 7 CHARACTERS.

       01 BUY-FACTOR-RECORD.
           05 BF-VENDOR-ID             PIC X(4).
           05 BF-FACTOR-PCT            PIC 9(3).

       FD MERGED-INVENTORY-FILE
           RECORD CONTAINS 262 CHARACTERS.

       01 INVENTORY-RECORD.
           05 IR-VENDOR-ID             PIC X(4).
           05 IR-WAREHOUSE-ID          PIC X(3).
           05 IR-COSTUME-ID            PIC X(3).
           05 IR-COSTUME-DATA OCCURS 12 TIMES.
               10 IR-COSTUME-NAME      PIC X(9).
               10 IR-COSTUME-SIZE      PIC A.
               10 IR-COSTUME-TYPE      PIC A.
               10 IR-NUM-IN-STOCK      PIC 9(3).
               10 IR-REORDER-POINT     PIC 9(3).
               10 IR-COSTUME-PRICE     PIC 99V99.

       FD OPEN-PO-FILE
           RECORD CONTAINS 46 CHARACTERS.

       01 OPEN-PO-RECORD.
           05 OP-PO-NUMBER.
               10 OP-PO-DATE            PIC X(6).
               10 OP-PO-SEQUENCE        PIC 9(4).
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
           05 CP-PO-NUMBER.
               10 CP-PO-DATE            PIC X(6).
               10 CP-PO-SEQUENCE        PIC 9(4).
           05 CP-VENDOR-ID              PIC X(4).
           05 CP-WAREHOUSE-ID           PIC X(3).
           05 CP-COSTUME-NAME           PIC X(9).
           05 CP-QTY-ORDERED            PIC 9(4).
           05 CP-QTY-RECEIVED           PIC 9(4).
           05 CP-ORDER-DATE             PIC X(6).
           05 CP-RECEIPT-DATE           PIC X(6).
           05 CP-UNIT-COST              PIC 99V99.

       FD COST-MASTER-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01 COST-MASTER-RECORD.
           05 CC-VENDOR-ID             PIC X(4).
           05 CC-COSTUME-ID            PIC X(3).
           05 CC-SLOT-NUM              PIC 99.
           05 CC-UNIT-COST             PIC 99V99.

       FD BUY-PLAN-LINES-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01 BUY-PLAN-LINE-RECORD.
           05 BP-RELEASE-FLAG          PIC X.
           05 BP-VENDOR-ID             PIC X(4).
           05 BP-WAREHOUSE-ID          PIC X(3).
           05 BP-COSTUME-ID            PIC X(3).
           05 BP-SLOT-NUM              PIC 99.
           05 BP-COSTUME-NAME          PIC X(9).
           05 BP-LAST-YEAR-UNITS       PIC 9(5).
           05 BP-FACTOR-PCT            PIC 9(3).
           05 BP-FORECAST              PIC 9(5).
           05 BP-ON-HAND               PIC 9(3).
           05 BP-ON-ORDER              PIC 9(4).
           05 BP-BUY-QTY               PIC 9(4).
           05 BP-UNIT-COST             PIC 99V99.

       FD BUY-PLAN-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 PLAN-REPORT-RECORD           PIC X(80).

       FD BUY-RELEASE-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 RELEASE-REGISTER-RECORD      PIC X(80).

       FD OPERATOR-MASTER-FILE
           RECORD CONTAINS 38 CHARACTERS.

       01 OPERATOR-MASTER-RECORD.
           05 OM-OPERATOR-ID           PIC X(10).
           05 OM-OPERATOR-NAME         PIC X(20).
           05 OM-ROLE-CODE             PIC X(8).

       FD ROLE-AUTHORITY-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01 ROLE-AUTHORITY-RECORD.
           05 RA-ROLE-CODE             PIC X(8).
           05 RA-PROGRAM-ID            PIC X(10).
           05 RA-AUTHORITY-DATA.
               10 RA-TRANS-TYPE        PIC X(4).
               10 RA-AMOUNT-LIMIT      PIC 9(7)V99.
               10 RA-PERCENT-LIMIT     PIC 9(3)V9.
           05 FILLER                   PIC X(5).

       FD SECURITY-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 SECURITY-LOG-RECORD.
           05 SV-LOG-DATE              PIC X(6).
           05 SV-LOG-TIME              PIC X(6).
           05 SV-OPERATOR-ID           PIC X(10).
           05 SV-ROLE-CODE             PIC X(8).
           05 SV-PROGRAM-ID            PIC X(10).
           05 SV-TRANS-TYPE            PIC X(4).
           05 SV-REFERENCE             PIC X(12).
           05 SV-REASON                PIC X(24).


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG                 PIC X           VALUE 'F'.
           05 LOAD-EOF-SW              PIC X.
               88 LOAD-DONE            VALUE 'Y'.
           05 DEMAND-HIST-STATUS       PIC XX.
               88 DEMAND-HIST-FOUND    VALUE '00'.
           05 FACTOR-STATUS            PIC XX.
               88 FACTORS-FOUND        VALUE '00'.
           05 OPEN-PO-STATUS           PIC XX.
               88 OPEN-PO-FOUND        VALUE '00'.
           05 CLOSED-PO-STATUS         PIC XX.
               88 CLOSED-PO-FOUND      VALUE '00'.
           05 COST-MASTER-STATUS       PIC XX.
               88 COST-MASTER-FOUND    VALUE '00'.
           05 PLAN-LINES-STATUS        PIC XX.
               88 PLAN-LINES-FOUND     VALUE '00'.
           05 MATCH-SW                 PIC X.
               88 MATCH-FOUND          VALUE 'Y'.
           05 OPERATOR-LOAD-SW         PIC X           VALUE 'N'.
               88 OPERATOR-LOAD-DONE   VALUE 'Y'.
           05 OPERATOR-KNOWN-SW        PIC X           VALUE 'N'.
               88 OPERATOR-KNOWN       VALUE 'Y'.
           05 AUTHORITY-LOAD-SW        PIC X           VALUE 'N'.
               88 AUTHORITY-LOAD-DONE  VALUE 'Y'.
           05 SUB                      PIC 99.
           05 DEMAND-SUB               PIC 9(5).
           05 FACTOR-SUB               PIC 9(4).
           05 ON-ORDER-SUB             PIC 9(4).
           05 COST-SUB                 PIC 9(4).
           05 PLAN-SUB                 PIC 9(4).
           05 BU-PLANNED-SLOTS         PIC 9(5)        VALUE 0.
           05 BU-BUY-SLOTS             PIC 9(5)        VALUE 0.
           05 BU-RELEASED-LINES        PIC 9(5)        VALUE 0.

       01 HOLD-FIELDS.
           05 HF-VENDOR-ID             PIC X(4).
           05 HF-LAST-YEAR-UNITS       PIC 9(6).
           05 HF-FACTOR-PCT            PIC 9(3).
           05 HF-FORECAST              PIC 9(6).
           05 HF-ON-HAND               PIC 9(3).
           05 HF-NEED                  PIC S9(6).
           05 HF-ON-ORDER              PIC 9(4).
           05 HF-BUY-QTY               PIC 9(4).
           05 HF-UNIT-COST             PIC 99V99.
           05 HF-EST-COST              PIC 9(7)V99.
           05 HF-PO-SEQUENCE           PIC 9(4).
           05 HF-VENDOR-UNITS          PIC 9(6).
           05 HF-VENDOR-COST           PIC 9(8)V99.
           05 HF-TOTAL-UNITS           PIC 9(6).
           05 HF-TOTAL-COST            PIC 9(8)V99.

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 WS-RUN-DATE                  PIC X(6).
       01 WS-OPERATOR-ID               PIC X(10)       VALUE SPACES.
       01 WS-SIGNON-TIME               PIC X(8).

       01 RUN-PARAMETERS.
           05 BU-MODE                  PIC X.
               88 MODE-PLAN            VALUE 'P' 'p'.
               88 MODE-RELEASE         VALUE 'R' 'r'.
           05 BU-SEASON-FROM           PIC X(4).
           05 BU-SEASON-FROM-NUM REDEFINES BU-SEASON-FROM.
               10 BU-FROM-YY           PIC 99.
               10 BU-FROM-MM           PIC 99.
           05 BU-SEASON-TO             PIC X(4).
           05 BU-SEASON-TO-NUM REDEFINES BU-SEASON-TO.
               10 BU-TO-YY             PIC 99.
               10 BU-TO-MM             PIC 99.

      *    THE SAME MONTHS ONE YEAR EARLIER, AS THEY APPEAR ON THE
      *    DEMAND HISTORY
       01 LAST-YEAR-RANGE.
           05 LY-FROM.
               10 LY-FROM-YY           PIC 99.
               10 LY-FROM-MM           PIC 99.
           05 LY-TO.
               10 LY-TO-YY             PIC 99.
               10 LY-TO-MM             PIC 99.

       01 DEMAND-TABLE-AREA.
      *    ONLY LAST YEAR'S SEASON MONTHS ARE KEPT FROM THE HISTORY
           05 DT-NUM-ENTRIES           PIC 9(5)        VALUE 0.
           05 DEMAND-TBL-LINE OCCURS 1 TO 20000 TIMES
               DEPENDING ON DT-NUM-ENTRIES.
               10 DT-VENDOR-ID         PIC X(4).
               10 DT-WAREHOUSE-ID      PIC X(3).
               10 DT-COSTUME-ID        PIC X(3).
               10 DT-SLOT-NUM          PIC 99.
               10 DT-MONTH             PIC X(4).
               10 DT-UNITS             PIC 9(3).

       01 FACTOR-TABLE-AREA.
           05 FC-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 FACTOR-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON FC-NUM-ENTRIES.
               10 FC-VENDOR-ID         PIC X(4).
               10 FC-FACTOR-PCT        PIC 9(3).

       01 ON-ORDER-TABLE-AREA.
      *    OPEN PO QUANTITY BY VENDOR, WAREHOUSE AND COSTUME NAME,
      *    WORKED DOWN AS EACH SLOT OF THAT NAME TAKES ITS SHARE
           05 OO-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 ON-ORDER-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON OO-NUM-ENTRIES.
               10 OO-VENDOR-ID         PIC X(4).
               10 OO-WAREHOUSE-ID      PIC X(3).
               10 OO-COSTUME-NAME      PIC X(9).
               10 OO-REMAINING-QTY     PIC 9(6).

       01 COST-TABLE-AREA.
           05 CT-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 COST-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON CT-NUM-ENTRIES.
               10 CT-VENDOR-ID         PIC X(4).
               10 CT-COSTUME-ID        PIC X(3).
               10 CT-SLOT-NUM          PIC 99.
               10 CT-UNIT-COST         PIC 99V99.

       01 PLAN-LINE-TABLE-AREA.
      *    THE BUYER'S PLAN LINES, HELD WHILE THE MARKED ONES ARE
      *    RELEASED, THEN WRITTEN BACK WITH THEIR NEW FLAGS
           05 PL-NUM-LINES             PIC 9(4)        VALUE 0.
           05 PLAN-TBL-LINE OCCURS 1 TO 5000 TIMES
               DEPENDING ON PL-NUM-LINES.
               10 PL-PLAN-LINE         PIC X(50).

       01 OPERATOR-AUTHORITY.
           05 AU-PROGRAM-ID            PIC X(10).
           05 AU-ROLE-CODE             PIC X(8)        VALUE SPACES.
           05 AU-CHECK-TYPE            PIC X(4)        VALUE SPACES.
           05 AU-REFERENCE             PIC X(12)       VALUE SPACES.
           05 AU-REASON                PIC X(24).
           05 AU-NUM-ENTRIES           PIC 99          VALUE 0.
           05 AUTHORITY-TBL-LINE OCCURS 1 TO 50 TIMES
               DEPENDING ON AU-NUM-ENTRIES
               INDEXED BY AUTHORITY-TBL-INDEX.
               10 AU-TRANS-TYPE        PIC X(4).
               10 AU-AMOUNT-LIMIT      PIC 9(7)V99.
               10 AU-PERCENT-LIMIT     PIC 9(3)V9.


      **************        OUTPUT AREA        ********************

       01 PLAN-HEADING-ONE.
           05 FILLER                   PIC X(26)       VALUE SPACES.
           05                          PIC X(27)       VALUE
                   'PRE-SEASON OPENING BUY PLAN'.
           05 FILLER                   PIC X(27)       VALUE SPACES.

       01 PLAN-HEADING-TWO.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05 PH2-MONTH                PIC 99.
           05                          PIC X           VALUE '/'.
           05 PH2-DAY                  PIC 99.
           05                          PIC X           VALUE '/'.
           05 PH2-YEAR                 PIC 9(2).
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05                          PIC X(8)        VALUE
                   'SEASON: '.
           05 PH2-SEASON-FROM          PIC X(4).
           05                          PIC X           VALUE '-'.
           05 PH2-SEASON-TO            PIC X(4).
           05                          PIC X(12)       VALUE
                   '  LAST YEAR '.
           05 PH2-LY-FROM              PIC X(4).
           05                          PIC X           VALUE '-'.
           05 PH2-LY-TO                PIC X(4).
           05 FILLER                   PIC X(7)        VALUE SPACES.
           05                          PIC XXX         VALUE 'TWJ'.
           05 FILLER                   PIC X(10)       VALUE SPACES.

       01 PLAN-HEADING-THREE.
           05                          PIC X(4)        VALUE 'VEND'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'WHS'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'CST'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(2)        VALUE 'SL'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(9)        VALUE 'COSTUME'.
           05                          PIC X(6)        VALUE ' LY DM'.
           05                          PIC X(5)        VALUE ' FACT'.
           05                          PIC X(6)        VALUE '  FCST'.
           05                          PIC X(4)        VALUE ' OHD'.
           05                          PIC X(6)        VALUE ' ONORD'.
           05                          PIC X(7)        VALUE
                   '    BUY'.
           05                          PIC X(12)       VALUE
                   '    EST COST'.
           05 FILLER                   PIC X(9)        VALUE SPACES.

       01 PLAN-DETAIL-LINE.
           05 PDL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 PDL-WAREHOUSE-ID         PIC X(3).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 PDL-COSTUME-ID           PIC X(3).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 PDL-SLOT-NUM             PIC Z9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 PDL-COSTUME-NAME         PIC X(9).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 PDL-LAST-YEAR-UNITS      PIC ZZZZ9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 PDL-FACTOR-PCT           PIC ZZ9.
           05                          PIC X           VALUE '%'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 PDL-FORECAST             PIC ZZZZ9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 PDL-ON-HAND              PIC ZZ9.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 PDL-ON-ORDER             PIC ZZZ9.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 PDL-BUY-QTY              PIC ZZZZ9.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 PDL-EST-COST             PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 PDL-NOTE                 PIC X(8).

       01 VENDOR-TOTAL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(7)        VALUE
                   'VENDOR '.
           05 VTL-VENDOR-ID            PIC X(4).
           05                          PIC X(18)       VALUE
                   '  TOTAL BUY UNITS '.
           05 VTL-BUY-UNITS            PIC ZZZ,ZZ9.
           05                          PIC X(12)       VALUE
                   '  EST COST: '.
           05 VTL-EST-COST             PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(14)       VALUE SPACES.

       01 PLAN-SUMMARY-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(22)       VALUE
                   'SLOTS WITH LAST-YEAR: '.
           05 PSL-PLANNED-SLOTS        PIC ZZ,ZZ9.
           05                          PIC X(18)       VALUE
                   '  SLOTS TO BUY:   '.
           05 PSL-BUY-SLOTS            PIC ZZ,ZZ9.
           05 FILLER                   PIC X(23)       VALUE SPACES.

       01 NO-SEASON-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(48)       VALUE
                   'SEASON MONTHS MISSING OR NOT YYMM - NO PLAN MADE'.
           05 FILLER                   PIC X(27)       VALUE SPACES.

       01 RELEASE-HEADING-ONE.
           05 FILLER                   PIC X(25)       VALUE SPACES.
           05                          PIC X(30)       VALUE
                   'OPENING BUY RELEASE REGISTER'.
           05 FILLER                   PIC X(25)       VALUE SPACES.

       01 RELEASE-HEADING-TWO.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05 RH2-MONTH                PIC 99.
           05                          PIC X           VALUE '/'.
           05 RH2-DAY                  PIC 99.
           05                          PIC X           VALUE '/'.
           05 RH2-YEAR                 PIC 9(2).
           05 FILLER                   PIC X(8)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                   'OPERATOR: '.
           05 RH2-OPERATOR-ID          PIC X(10).
           05 FILLER                   PIC X(21)       VALUE SPACES.
           05                          PIC XXX         VALUE 'TWJ'.
           05 FILLER                   PIC X(10)       VALUE SPACES.

       01 RELEASE-COLUMN-HEADING.
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
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'COST'.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'DOLLARS'.
           05 FILLER                   PIC X(26)       VALUE SPACES.

       01 RELEASE-DETAIL-LINE.
           05 RDL-PO-NUMBER            PIC X(10).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-WAREHOUSE-ID         PIC X(3).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-COSTUME-NAME         PIC X(9).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-QTY-ORDERED          PIC ZZZ9.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 RDL-UNIT-COST            PIC Z9.99.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 RDL-LINE-DOLLARS         PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(27)       VALUE SPACES.

       01 RELEASE-TOTAL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(28)       VALUE
                   'PLAN LINES RELEASED AS POS: '.
           05 RTL-RELEASED-LINES       PIC ZZ,ZZ9.
           05 FILLER                   PIC X(41)       VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 13-GET-RUN-PARAMETERS

           EVALUATE TRUE
               WHEN MODE-PLAN
                   PERFORM 15-HOUSEKEEPING
                   PERFORM 14-SET-LAST-YEAR-RANGE

                   IF LY-FROM = SPACES
                       MOVE NO-SEASON-LINE TO PLAN-REPORT-RECORD
                       WRITE PLAN-REPORT-RECORD
                           AFTER ADVANCING 2 LINES
                   ELSE
                       PERFORM 21-LOAD-DEMAND-TABLE
                       PERFORM 22-LOAD-FACTOR-TABLE
                       PERFORM 23-LOAD-ON-ORDER-TABLE
                       PERFORM 24-LOAD-COST-TABLE
                       PERFORM 25-PLAN-MASTER-SLOTS
                   END-IF

                   PERFORM 100-WRAP-UP

               WHEN MODE-RELEASE
                   PERFORM 12-OPERATOR-SIGN-ON
                   PERFORM 60-RELEASE-PLAN-LINES

               WHEN OTHER
                   DISPLAY 'MODE MUST BE P OR R - NOTHING DONE'
           END-EVALUATE

           GOBACK
           .

       12-OPERATOR-SIGN-ON.
      *    THE SIGN-ON COMES FROM THE ENVIRONMENT WHEN A DRIVER SET
      *    IT, OTHERWISE FROM THE CONSOLE; AN ID NOT ON THE
      *    OPERATOR MASTER IS REFUSED BEFORE ANY LINE IS RELEASED
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR-ID'

           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'OPERATOR ID: '
               ACCEPT WS-OPERATOR-ID
           END-IF

           OPEN INPUT OPERATOR-MASTER-FILE

           PERFORM UNTIL OPERATOR-LOAD-DONE
               READ OPERATOR-MASTER-FILE
                   AT END
                       SET OPERATOR-LOAD-DONE TO TRUE
                   NOT AT END
                       IF OM-OPERATOR-ID = WS-OPERATOR-ID
                           SET OPERATOR-KNOWN TO TRUE
                           MOVE OM-ROLE-CODE TO AU-ROLE-CODE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPERATOR-MASTER-FILE

           MOVE 'PRO04BUY' TO AU-PROGRAM-ID

           IF NOT OPERATOR-KNOWN
               MOVE 'NOT ON OPERATOR MASTER' TO AU-REASON
               PERFORM 94-LOG-SECURITY-VIOLATION
               DISPLAY 'OPERATOR ID NOT ON MASTER - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 92-CHECK-PROGRAM-AUTHORITY

           ACCEPT WS-SIGNON-TIME FROM TIME
           .

       92-CHECK-PROGRAM-AUTHORITY.
      *    THE OPERATOR'S ROLE MUST HOLD AT LEAST ONE LINE FOR THIS
      *    PROGRAM ON THE ROLE AUTHORITY TABLE.  THE LINES ARE KEPT
      *    SO EACH TRANSACTION TYPE AND ITS LIMITS CAN BE CHECKED
      *    WITHOUT ANOTHER PASS OF THE FILE; A MISSING TABLE OR A
      *    BLANK ROLE AUTHORIZES NOTHING
           MOVE 0 TO AU-NUM-ENTRIES

           OPEN INPUT ROLE-AUTHORITY-FILE

           PERFORM UNTIL AUTHORITY-LOAD-DONE
               READ ROLE-AUTHORITY-FILE
                   AT END
                       SET AUTHORITY-LOAD-DONE TO TRUE
                   NOT AT END
                       IF RA-ROLE-CODE = AU-ROLE-CODE
                          AND RA-PROGRAM-ID = AU-PROGRAM-ID
                          AND AU-ROLE-CODE NOT = SPACES
                          AND RA-AMOUNT-LIMIT IS NUMERIC
                          AND RA-PERCENT-LIMIT IS NUMERIC
                          AND AU-NUM-ENTRIES < 50
                           ADD 1 TO AU-NUM-ENTRIES
                           MOVE RA-AUTHORITY-DATA
                               TO AUTHORITY-TBL-LINE (AU-NUM-ENTRIES)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ROLE-AUTHORITY-FILE

           IF AU-NUM-ENTRIES = 0
               MOVE 'PROGRAM NOT AUTHORIZED' TO AU-REASON
               PERFORM 94-LOG-SECURITY-VIOLATION
               DISPLAY 'ROLE NOT AUTHORIZED FOR PROGRAM - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       94-LOG-SECURITY-VIOLATION.
      *    EVERY REFUSED SIGN-ON, PROGRAM OR TRANSACTION IS APPENDED
      *    TO THE SECURITY VIOLATIONS LOG FOR THE WEEKLY SECREVW
      *    REVIEW
           ACCEPT SV-LOG-DATE FROM DATE
           ACCEPT SV-LOG-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO SV-OPERATOR-ID
           MOVE AU-ROLE-CODE TO SV-ROLE-CODE
           MOVE AU-PROGRAM-ID TO SV-PROGRAM-ID
           MOVE AU-CHECK-TYPE TO SV-TRANS-TYPE
           MOVE AU-REFERENCE TO SV-REFERENCE
           MOVE AU-REASON TO SV-REASON

           OPEN EXTEND SECURITY-LOG-FILE
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG-FILE
           .

       13-GET-RUN-PARAMETERS.
           ACCEPT WS-DATE FROM DATE

           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING

           ACCEPT BU-MODE FROM ENVIRONMENT 'BUY-PLAN-MODE'
           IF BU-MODE = SPACES
               DISPLAY 'BUY PLAN MODE (P=PLAN, R=RELEASE): '
               ACCEPT BU-MODE
           END-IF

           IF MODE-PLAN
               ACCEPT BU-SEASON-FROM FROM ENVIRONMENT
                       'BUY-SEASON-FROM'
               IF BU-SEASON-FROM = SPACES
                   DISPLAY 'FIRST MONTH OF SEASON (YYMM): '
                   ACCEPT BU-SEASON-FROM
               END-IF

               ACCEPT BU-SEASON-TO FROM ENVIRONMENT 'BUY-SEASON-TO'
               IF BU-SEASON-TO = SPACES
                   DISPLAY 'LAST MONTH OF SEASON (YYMM): '
                   ACCEPT BU-SEASON-TO
               END-IF
           END-IF
           .

       14-SET-LAST-YEAR-RANGE.
      *    A SEASON MAY RUN ACROSS THE YEAR END (1111 TO 1201), SO
      *    ONLY THE YEAR IS STEPPED BACK; YEAR 00 STEPS BACK TO 99
           MOVE SPACES TO LY-FROM, LY-TO

           IF BU-SEASON-FROM IS NUMERIC AND BU-SEASON-TO IS NUMERIC
                   AND BU-FROM-MM >= 1 AND BU-FROM-MM <= 12
                   AND BU-TO-MM >= 1 AND BU-TO-MM <= 12
                   AND BU-SEASON-FROM <= BU-SEASON-TO
               MOVE BU-FROM-MM TO LY-FROM-MM
               MOVE BU-TO-MM TO LY-TO-MM

               IF BU-FROM-YY = 0
                   MOVE 99 TO LY-FROM-YY
               ELSE
                   SUBTRACT 1 FROM BU-FROM-YY GIVING LY-FROM-YY
               END-IF

               IF BU-TO-YY = 0
                   MOVE 99 TO LY-TO-YY
               ELSE
                   SUBTRACT 1 FROM BU-TO-YY GIVING LY-TO-YY
               END-IF

               MOVE LY-FROM TO PH2-LY-FROM
               MOVE LY-TO TO PH2-LY-TO

               MOVE PLAN-HEADING-TWO TO PLAN-REPORT-RECORD
               WRITE PLAN-REPORT-RECORD
                   AFTER ADVANCING 1 LINES

               MOVE PLAN-HEADING-THREE TO PLAN-REPORT-RECORD
               WRITE PLAN-REPORT-RECORD
                   AFTER ADVANCING 2 LINES
           END-IF
           .

       15-HOUSEKEEPING.
           OPEN OUTPUT BUY-PLAN-REPORT-FILE, BUY-PLAN-LINES-FILE

           MOVE WS-MONTH TO PH2-MONTH
           MOVE WS-DAY TO PH2-DAY
           MOVE WS-YEAR TO PH2-YEAR
           MOVE BU-SEASON-FROM TO PH2-SEASON-FROM
           MOVE BU-SEASON-TO TO PH2-SEASON-TO

           WRITE PLAN-REPORT-RECORD FROM PLAN-HEADING-ONE
               AFTER ADVANCING PAGE
           .

       21-LOAD-DEMAND-TABLE.
      *    THE HISTORY FILE ONLY EXISTS ONCE PRO04POST HAS APPLIED
      *    AT LEAST ONE SHIPMENT
           OPEN INPUT DEMAND-HISTORY-FILE

           IF DEMAND-HIST-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ DEMAND-HISTORY-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF DH-MONTH >= LY-FROM
                                   AND DH-MONTH <= LY-TO
                                   AND DH-UNITS IS NUMERIC
                                   AND DT-NUM-ENTRIES < 20000
                               ADD 1 TO DT-NUM-ENTRIES
                               MOVE DEMAND-HISTORY-RECORD TO
                                   DEMAND-TBL-LINE(DT-NUM-ENTRIES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE DEMAND-HISTORY-FILE
           END-IF
           .

       22-LOAD-FACTOR-TABLE.
           OPEN INPUT BUY-FACTOR-FILE

           IF FACTORS-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ BUY-FACTOR-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF BF-FACTOR-PCT IS NUMERIC
                                   AND FC-NUM-ENTRIES < 500
                               ADD 1 TO FC-NUM-ENTRIES
                               MOVE BUY-FACTOR-RECORD TO
                                   FACTOR-TBL-LINE(FC-NUM-ENTRIES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE BUY-FACTOR-FILE
           END-IF
           .

       23-LOAD-ON-ORDER-TABLE.
           OPEN INPUT OPEN-PO-FILE

           IF OPEN-PO-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ OPEN-PO-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF OP-QTY-ORDERED IS NUMERIC
                               PERFORM 26-ADD-ON-ORDER
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE OPEN-PO-FILE
           END-IF
           .

       24-LOAD-COST-TABLE.
           OPEN INPUT COST-MASTER-FILE

           IF COST-MASTER-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ COST-MASTER-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF CT-NUM-ENTRIES < 2000
                               ADD 1 TO CT-NUM-ENTRIES
                               MOVE COST-MASTER-RECORD TO
                                   COST-TBL-LINE(CT-NUM-ENTRIES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE COST-MASTER-FILE
           END-IF
           .

       26-ADD-ON-ORDER.
           MOVE 'N' TO MATCH-SW

           PERFORM VARYING ON-ORDER-SUB FROM 1 BY 1
               UNTIL ON-ORDER-SUB > OO-NUM-ENTRIES OR MATCH-FOUND

               IF OP-VENDOR-ID = OO-VENDOR-ID(ON-ORDER-SUB)
                       AND OP-WAREHOUSE-ID =
                               OO-WAREHOUSE-ID(ON-ORDER-SUB)
                       AND OP-COSTUME-NAME =
                               OO-COSTUME-NAME(ON-ORDER-SUB)
                   SET MATCH-FOUND TO TRUE
                   ADD OP-QTY-ORDERED TO
                           OO-REMAINING-QTY(ON-ORDER-SUB)
               END-IF
           END-PERFORM

           IF NOT MATCH-FOUND AND OO-NUM-ENTRIES < 2000
               ADD 1 TO OO-NUM-ENTRIES
               MOVE OP-VENDOR-ID TO OO-VENDOR-ID(OO-NUM-ENTRIES)
               MOVE OP-WAREHOUSE-ID TO OO-WAREHOUSE-ID(OO-NUM-ENTRIES)
               MOVE OP-COSTUME-NAME TO OO-COSTUME-NAME(OO-NUM-ENTRIES)
               MOVE OP-QTY-ORDERED TO OO-REMAINING-QTY(OO-NUM-ENTRIES)
           END-IF
           .

       25-PLAN-MASTER-SLOTS.
      *    THE MERGED MASTER IS IN VENDOR ORDER, SO EACH VENDOR'S
      *    TOTALS PRINT ON THE BREAK
           MOVE ZEROES TO HF-VENDOR-UNITS, HF-VENDOR-COST,
                          HF-TOTAL-UNITS, HF-TOTAL-COST
           MOVE SPACES TO HF-VENDOR-ID

           OPEN INPUT MERGED-INVENTORY-FILE

           PERFORM UNTIL EOF-FLAG = 'T'
               READ MERGED-INVENTORY-FILE
                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       IF IR-VENDOR-ID NOT = HF-VENDOR-ID
                           IF HF-VENDOR-ID NOT = SPACES
                               PERFORM 40-PRINT-VENDOR-TOTAL
                           END-IF
                           MOVE IR-VENDOR-ID TO HF-VENDOR-ID
                           PERFORM 33-FIND-VENDOR-FACTOR
                       END-IF
                       PERFORM 30-PLAN-RECORD-SLOTS
               END-READ
           END-PERFORM

           CLOSE MERGED-INVENTORY-FILE

           IF HF-VENDOR-ID NOT = SPACES
               PERFORM 40-PRINT-VENDOR-TOTAL
           END-IF

           MOVE 'ALL' TO VTL-VENDOR-ID
           MOVE HF-TOTAL-UNITS TO VTL-BUY-UNITS
           MOVE HF-TOTAL-COST TO VTL-EST-COST
           MOVE VENDOR-TOTAL-LINE TO PLAN-REPORT-RECORD
           WRITE PLAN-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           .

       30-PLAN-RECORD-SLOTS.
           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 12

               IF IR-COSTUME-NAME(SUB) NOT = SPACES
                   PERFORM 31-PLAN-ONE-SLOT
               END-IF
           END-PERFORM
           .

       31-PLAN-ONE-SLOT.
      *    A SLOT THAT SOLD NOTHING LAST SEASON IS LEFT OFF THE PLAN;
      *    A NEW COSTUME'S FIRST BUY IS THE BUYER'S CALL
           PERFORM 32-SUM-SLOT-DEMAND

           IF HF-LAST-YEAR-UNITS > 0
               ADD 1 TO BU-PLANNED-SLOTS

               COMPUTE HF-FORECAST ROUNDED =
                       HF-LAST-YEAR-UNITS * HF-FACTOR-PCT / 100

               IF IR-NUM-IN-STOCK(SUB) IS NUMERIC
                   MOVE IR-NUM-IN-STOCK(SUB) TO HF-ON-HAND
               ELSE
                   MOVE ZEROES TO HF-ON-HAND
               END-IF

               COMPUTE HF-NEED = HF-FORECAST - HF-ON-HAND

               PERFORM 34-APPLY-ON-ORDER

               IF HF-NEED > 0
                   IF HF-NEED > 9999
                       MOVE 9999 TO HF-BUY-QTY
                   ELSE
                       MOVE HF-NEED TO HF-BUY-QTY
                   END-IF
               ELSE
                   MOVE ZEROES TO HF-BUY-QTY
               END-IF

               PERFORM 35-FIND-UNIT-COST
               MULTIPLY HF-BUY-QTY BY HF-UNIT-COST
                   GIVING HF-EST-COST

               ADD HF-BUY-QTY TO HF-VENDOR-UNITS, HF-TOTAL-UNITS
               ADD HF-EST-COST TO HF-VENDOR-COST, HF-TOTAL-COST

               PERFORM 36-PRINT-PLAN-SLOT

               IF HF-BUY-QTY > 0
                   ADD 1 TO BU-BUY-SLOTS
                   PERFORM 37-WRITE-PLAN-LINE
               END-IF
           END-IF
           .

       32-SUM-SLOT-DEMAND.
           MOVE ZEROES TO HF-LAST-YEAR-UNITS

           PERFORM VARYING DEMAND-SUB FROM 1 BY 1
               UNTIL DEMAND-SUB > DT-NUM-ENTRIES

               IF DT-VENDOR-ID(DEMAND-SUB) = IR-VENDOR-ID
                       AND DT-WAREHOUSE-ID(DEMAND-SUB) =
                               IR-WAREHOUSE-ID
                       AND DT-COSTUME-ID(DEMAND-SUB) = IR-COSTUME-ID
                       AND DT-SLOT-NUM(DEMAND-SUB) = SUB
                   ADD DT-UNITS(DEMAND-SUB) TO HF-LAST-YEAR-UNITS
               END-IF
           END-PERFORM
           .

       33-FIND-VENDOR-FACTOR.
           MOVE 100 TO HF-FACTOR-PCT
           MOVE 'N' TO MATCH-SW

           PERFORM VARYING FACTOR-SUB FROM 1 BY 1
               UNTIL FACTOR-SUB > FC-NUM-ENTRIES OR MATCH-FOUND

               IF IR-VENDOR-ID = FC-VENDOR-ID(FACTOR-SUB)
                   SET MATCH-FOUND TO TRUE
                   MOVE FC-FACTOR-PCT(FACTOR-SUB) TO HF-FACTOR-PCT
               END-IF
           END-PERFORM
           .

       34-APPLY-ON-ORDER.
      *    WHATEVER THIS SLOT NEEDS IS TAKEN FROM THE QUANTITY STILL
      *    ON ORDER FOR ITS NAME; WHAT IS LEFT WAITS FOR THE NEXT
      *    SLOT OF THE SAME NAME
           MOVE ZEROES TO HF-ON-ORDER
           MOVE 'N' TO MATCH-SW

           PERFORM VARYING ON-ORDER-SUB FROM 1 BY 1
               UNTIL ON-ORDER-SUB > OO-NUM-ENTRIES OR MATCH-FOUND

               IF IR-VENDOR-ID = OO-VENDOR-ID(ON-ORDER-SUB)
                       AND IR-WAREHOUSE-ID =
                               OO-WAREHOUSE-ID(ON-ORDER-SUB)
                       AND IR-COSTUME-NAME(SUB) =
                               OO-COSTUME-NAME(ON-ORDER-SUB)
                   SET MATCH-FOUND TO TRUE

                   IF HF-NEED > 0
                       IF OO-REMAINING-QTY(ON-ORDER-SUB) > HF-NEED
                           MOVE HF-NEED TO HF-ON-ORDER
                       ELSE
                           MOVE OO-REMAINING-QTY(ON-ORDER-SUB) TO
                                   HF-ON-ORDER
                       END-IF

                       SUBTRACT HF-ON-ORDER FROM
                               OO-REMAINING-QTY(ON-ORDER-SUB)
                       SUBTRACT HF-ON-ORDER FROM HF-NEED
                   END-IF
               END-IF
           END-PERFORM
           .

       35-FIND-UNIT-COST.
           MOVE ZEROES TO HF-UNIT-COST
           MOVE 'N' TO MATCH-SW

           PERFORM VARYING COST-SUB FROM 1 BY 1
               UNTIL COST-SUB > CT-NUM-ENTRIES OR MATCH-FOUND

               IF IR-VENDOR-ID = CT-VENDOR-ID(COST-SUB)
                       AND IR-COSTUME-ID = CT-COSTUME-ID(COST-SUB)
                       AND SUB = CT-SLOT-NUM(COST-SUB)
                   SET MATCH-FOUND TO TRUE
                   IF CT-UNIT-COST(COST-SUB) IS NUMERIC
                       MOVE CT-UNIT-COST(COST-SUB) TO HF-UNIT-COST
                   END-IF
               END-IF
           END-PERFORM
           .

       36-PRINT-PLAN-SLOT.
           MOVE IR-VENDOR-ID TO PDL-VENDOR-ID
           MOVE IR-WAREHOUSE-ID TO PDL-WAREHOUSE-ID
           MOVE IR-COSTUME-ID TO PDL-COSTUME-ID
           MOVE SUB TO PDL-SLOT-NUM
           MOVE IR-COSTUME-NAME(SUB) TO PDL-COSTUME-NAME
           MOVE HF-LAST-YEAR-UNITS TO PDL-LAST-YEAR-UNITS
           MOVE HF-FACTOR-PCT TO PDL-FACTOR-PCT
           MOVE HF-FORECAST TO PDL-FORECAST
           MOVE HF-ON-HAND TO PDL-ON-HAND
           MOVE HF-ON-ORDER TO PDL-ON-ORDER
           MOVE HF-BUY-QTY TO PDL-BUY-QTY
           MOVE HF-EST-COST TO PDL-EST-COST

           IF HF-BUY-QTY > 0 AND HF-UNIT-COST = 0
               MOVE 'NO COST' TO PDL-NOTE
           ELSE
               MOVE SPACES TO PDL-NOTE
           END-IF

           MOVE PLAN-DETAIL-LINE TO PLAN-REPORT-RECORD
           WRITE PLAN-REPORT-RECORD
               AFTER ADVANCING 1 LINES
           .

       37-WRITE-PLAN-LINE.
           MOVE 'N' TO BP-RELEASE-FLAG
           MOVE IR-VENDOR-ID TO BP-VENDOR-ID
           MOVE IR-WAREHOUSE-ID TO BP-WAREHOUSE-ID
           MOVE IR-COSTUME-ID TO BP-COSTUME-ID
           MOVE SUB TO BP-SLOT-NUM
           MOVE IR-COSTUME-NAME(SUB) TO BP-COSTUME-NAME
           MOVE HF-LAST-YEAR-UNITS TO BP-LAST-YEAR-UNITS
           MOVE HF-FACTOR-PCT TO BP-FACTOR-PCT
           MOVE HF-FORECAST TO BP-FORECAST
           MOVE HF-ON-HAND TO BP-ON-HAND
           MOVE HF-ON-ORDER TO BP-ON-ORDER
           MOVE HF-BUY-QTY TO BP-BUY-QTY
           MOVE HF-UNIT-COST TO BP-UNIT-COST

           WRITE BUY-PLAN-LINE-RECORD
           .

       40-PRINT-VENDOR-TOTAL.
           MOVE HF-VENDOR-ID TO VTL-VENDOR-ID
           MOVE HF-VENDOR-UNITS TO VTL-BUY-UNITS
           MOVE HF-VENDOR-COST TO VTL-EST-COST

           MOVE VENDOR-TOTAL-LINE TO PLAN-REPORT-RECORD
           WRITE PLAN-REPORT-RECORD
               AFTER ADVANCING 2 LINES

           MOVE SPACES TO PLAN-REPORT-RECORD
           WRITE PLAN-REPORT-RECORD
               AFTER ADVANCING 1 LINES

           MOVE ZEROES TO HF-VENDOR-UNITS, HF-VENDOR-COST
           .

       60-RELEASE-PLAN-LINES.
      *    RELEASED LINES NUMBER FROM 5001 WITHIN THE DAY, CLEAR OF
      *    THE LOW SEQUENCE NUMBERS PRO04'S OWN WORKSHEET LINES TAKE
           OPEN OUTPUT BUY-RELEASE-REGISTER-FILE

           MOVE WS-MONTH TO RH2-MONTH
           MOVE WS-DAY TO RH2-DAY
           MOVE WS-YEAR TO RH2-YEAR
           MOVE WS-OPERATOR-ID TO RH2-OPERATOR-ID

           WRITE RELEASE-REGISTER-RECORD FROM RELEASE-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE RELEASE-HEADING-TWO TO RELEASE-REGISTER-RECORD
           WRITE RELEASE-REGISTER-RECORD
               AFTER ADVANCING 1 LINES

           MOVE RELEASE-COLUMN-HEADING TO RELEASE-REGISTER-RECORD
           WRITE RELEASE-REGISTER-RECORD
               AFTER ADVANCING 2 LINES

           PERFORM 61-FIND-LAST-PO-SEQUENCE
           PERFORM 62-LOAD-PLAN-LINES

           OPEN EXTEND OPEN-PO-FILE

           PERFORM VARYING PLAN-SUB FROM 1 BY 1
               UNTIL PLAN-SUB > PL-NUM-LINES

               MOVE PL-PLAN-LINE(PLAN-SUB) TO BUY-PLAN-LINE-RECORD

               IF BP-RELEASE-FLAG = 'Y' OR 'y'
                   IF BP-BUY-QTY IS NUMERIC AND BP-BUY-QTY > 0
                       PERFORM 63-RELEASE-ONE-LINE
                       MOVE 'R' TO BP-RELEASE-FLAG
                       MOVE BUY-PLAN-LINE-RECORD TO
                               PL-PLAN-LINE(PLAN-SUB)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE OPEN-PO-FILE

           PERFORM 64-REWRITE-PLAN-LINES

           MOVE BU-RELEASED-LINES TO RTL-RELEASED-LINES
           MOVE RELEASE-TOTAL-LINE TO RELEASE-REGISTER-RECORD
           WRITE RELEASE-REGISTER-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE BUY-RELEASE-REGISTER-FILE

           DISPLAY 'PLAN LINES RELEASED AS POS: ' BU-RELEASED-LINES
           .

       61-FIND-LAST-PO-SEQUENCE.
      *    A LINE ALREADY CLOSED STILL HOLDS ITS NUMBER, SO BOTH PO
      *    FILES ARE SEARCHED FOR THE DAY'S HIGHEST SEQUENCE
           MOVE 5000 TO HF-PO-SEQUENCE

           OPEN INPUT OPEN-PO-FILE
           IF OPEN-PO-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ OPEN-PO-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF OP-PO-DATE = WS-RUN-DATE
                                   AND OP-PO-SEQUENCE IS NUMERIC
                                   AND OP-PO-SEQUENCE > HF-PO-SEQUENCE
                               MOVE OP-PO-SEQUENCE TO HF-PO-SEQUENCE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE OPEN-PO-FILE
           END-IF

           OPEN INPUT CLOSED-PO-FILE
           IF CLOSED-PO-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ CLOSED-PO-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF CP-PO-DATE = WS-RUN-DATE
                                   AND CP-PO-SEQUENCE IS NUMERIC
                                   AND CP-PO-SEQUENCE > HF-PO-SEQUENCE
                               MOVE CP-PO-SEQUENCE TO HF-PO-SEQUENCE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CLOSED-PO-FILE
           END-IF
           .

       62-LOAD-PLAN-LINES.
           OPEN INPUT BUY-PLAN-LINES-FILE

           IF PLAN-LINES-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ BUY-PLAN-LINES-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF PL-NUM-LINES < 5000
                               ADD 1 TO PL-NUM-LINES
                               MOVE BUY-PLAN-LINE-RECORD TO
                                   PL-PLAN-LINE(PL-NUM-LINES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE BUY-PLAN-LINES-FILE
           ELSE
               DISPLAY 'NO BUY PLAN LINES ON FILE - RUN THE PLAN FIRST'
           END-IF
           .

       63-RELEASE-ONE-LINE.
           ADD 1 TO HF-PO-SEQUENCE
           ADD 1 TO BU-RELEASED-LINES

           MOVE WS-RUN-DATE TO OP-PO-DATE
           MOVE HF-PO-SEQUENCE TO OP-PO-SEQUENCE
           MOVE BP-VENDOR-ID TO OP-VENDOR-ID
           MOVE BP-WAREHOUSE-ID TO OP-WAREHOUSE-ID
           MOVE BP-COSTUME-NAME TO OP-COSTUME-NAME
           MOVE BP-BUY-QTY TO OP-QTY-ORDERED
           MOVE WS-RUN-DATE TO OP-ORDER-DATE
           MOVE SPACES TO OP-EXPECTED-DATE

           IF BP-UNIT-COST IS NUMERIC
               MOVE BP-UNIT-COST TO OP-UNIT-COST
           ELSE
               MOVE ZEROES TO OP-UNIT-COST
           END-IF

           WRITE OPEN-PO-RECORD

           MOVE OP-PO-NUMBER TO RDL-PO-NUMBER
           MOVE OP-VENDOR-ID TO RDL-VENDOR-ID
           MOVE OP-WAREHOUSE-ID TO RDL-WAREHOUSE-ID
           MOVE OP-COSTUME-NAME TO RDL-COSTUME-NAME
           MOVE OP-QTY-ORDERED TO RDL-QTY-ORDERED
           MOVE OP-UNIT-COST TO RDL-UNIT-COST
           MULTIPLY OP-QTY-ORDERED BY OP-UNIT-COST
               GIVING HF-EST-COST
           MOVE HF-EST-COST TO RDL-LINE-DOLLARS

           MOVE RELEASE-DETAIL-LINE TO RELEASE-REGISTER-RECORD
           WRITE RELEASE-REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       64-REWRITE-PLAN-LINES.
      *    THE FILE GOES BACK WITH THE RELEASED LINES FLAGGED R, SO
      *    A SECOND RELEASE RUN PASSES OVER THEM
           IF PL-NUM-LINES > 0
               OPEN OUTPUT BUY-PLAN-LINES-FILE

               PERFORM VARYING PLAN-SUB FROM 1 BY 1
                   UNTIL PLAN-SUB > PL-NUM-LINES
                   MOVE PL-PLAN-LINE(PLAN-SUB) TO BUY-PLAN-LINE-RECORD
                   WRITE BUY-PLAN-LINE-RECORD
               END-PERFORM

               CLOSE BUY-PLAN-LINES-FILE
           END-IF
           .

       100-WRAP-UP.
           MOVE BU-PLANNED-SLOTS TO PSL-PLANNED-SLOTS
           MOVE BU-BUY-SLOTS TO PSL-BUY-SLOTS

           MOVE PLAN-SUMMARY-LINE TO PLAN-REPORT-RECORD
           WRITE PLAN-REPORT-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE BUY-PLAN-REPORT-FILE, BUY-PLAN-LINES-FILE
           .
