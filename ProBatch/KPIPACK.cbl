       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPIPACK.
       AUTHOR. Tim J.

      *    MONTH-END MANAGEMENT KPI PACK FOR ONE MONTH (YYMM), TAKEN
      *    FROM THE KPI-MONTH ENVIRONMENT SETTING OR THE CONSOLE --
      *    LEFT BLANK IT IS THE LAST FULL MONTH.  SIX MEASURES ARE
      *    WORKED OUT FOR THE MONTH:
      *      INVENTORY TURNS  -- COSTUME UNITS SHIPPED IN THE MONTH
      *                          (DEMAND HISTORY) AT UNIT COST, OVER
      *                          THE AVERAGE OF OPENING AND CLOSING
      *                          STOCK AT COST, PUT AT AN ANNUAL RATE
      *      DAYS SALES OUT   -- OPEN RECEIVABLES AT MONTH END OVER
      *                          THE MONTH'S SALES (SALES TOTAL
      *                          HISTORY) TIMES THE DAYS IN THE MONTH
      *      FILL RATE        -- UNITS RESERVED OVER UNITS ASKED FOR
      *                          ON THE MONTH'S ALLOCATION HISTORY
      *      GROSS MARGIN     -- COSTUME SHIPMENTS AT SELLING PRICE
      *                          AGAINST THE SAME UNITS AT COST
      *      OVER 90 DAYS     -- OPEN INVOICES MORE THAN NINETY DAYS
      *                          OLD AT MONTH END, AS A PERCENT OF
      *                          ALL OPEN INVOICES
      *      SHRINK           -- THE MONTH'S DAMAGE WRITE-OFFS AT
      *                          COST AS A PERCENT OF CLOSING STOCK
      *    CLOSING STOCK IS THE PERIOD HISTORY SNAPSHOT WHEN PERCLOSE
      *    HAS CLOSED THE MONTH, OTHERWISE THE MERGED MASTER AS IT
      *    STANDS.  OPENING STOCK IS THE PRIOR MONTH'S CLOSING STOCK
      *    FROM THE PERIOD HISTORY OR, FAILING THAT, THE KPI HISTORY;
      *    WITH NEITHER THE CLOSING STOCK STANDS IN FOR THE AVERAGE.
      *    RECEIVABLES ARE THE OPEN ITEMS AS THEY STAND, SO THE PACK
      *    IS RUN STRAIGHT AFTER THE MONTH-END CLOSE.
      *    EACH MONTH'S MEASURES AND THE FIGURES BEHIND THEM ARE KEPT
      *    ON THE KPI HISTORY FILE (A RERUN REPLACES THE MONTH) AND
      *    THE TWELVE-MONTH TREND IS PRINTED FROM IT, SO EARLIER
      *    MONTHS ARE NEVER WORKED OUT AGAIN

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DEMAND-HISTORY-FILE
               ASSIGN TO 'DEMAND-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEMAND-STATUS.

           SELECT COST-MASTER-FILE
               ASSIGN TO 'COSTUME-COST-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-MASTER-STATUS.

           SELECT MERGED-INVENTORY-FILE
               ASSIGN TO 'MERGED-INVENTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVENTORY-STATUS.

           SELECT OPEN-INVOICE-FILE
               ASSIGN TO 'OPEN-INVOICE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.

      *    PRO02'S GRAND SALES TOTAL, ONE LINE PER RUN
           SELECT SALES-TOTAL-HISTORY-FILE
               ASSIGN TO 'SALES-TOTAL-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-HISTORY-STATUS.

      *    PRO04ALLOC'S REQUESTS, ONE LINE PER REQUEST
           SELECT ALLOCATION-HISTORY-FILE
               ASSIGN TO 'ALLOCATION-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALLOCATION-STATUS.

           SELECT DAMAGE-HISTORY-FILE
               ASSIGN TO 'DAMAGE-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAMAGE-STATUS.

      *    PERCLOSE'S MONTH-END SNAPSHOTS
           SELECT PERIOD-HISTORY-FILE
               ASSIGN TO 'PERIOD-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-HISTORY-STATUS.

           SELECT KPI-HISTORY-FILE
               ASSIGN TO 'KPI-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KPI-HISTORY-STATUS.

           SELECT KPI-REPORT-FILE
               ASSIGN TO PRINTER 'KPI-PACK.TXT'.

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

       FD COST-MASTER-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01 COST-MASTER-RECORD.
           05 CC-VENDOR-ID             PIC X(4).
           05 CC-COSTUME-ID            PIC X(3).
           05 CC-SLOT-NUM              PIC 99.
           05 CC-UNIT-COST             PIC 99V99.

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

       FD OPEN-INVOICE-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01 OPEN-INVOICE-RECORD.
           05 OI-INVOICE-NUMBER.
               10 OI-INVOICE-DATE      PIC X(6).
               10 OI-INVOICE-SEQ       PIC 9(4).
           05 OI-CUST-ID               PIC 9(5).
           05 OI-INVOICE-AMOUNT        PIC 9(7)V99.
           05 OI-DOC-TYPE              PIC X.
               88 OI-CREDIT-MEMO                   VALUE 'C'.
           05 FILLER                   PIC X(5).

       FD SALES-TOTAL-HISTORY-FILE
           RECORD CONTAINS 20 CHARACTERS.

       01 SALES-TOTAL-HISTORY-RECORD.
           05 STH-RUN-DATE.
               10 STH-RUN-MONTH        PIC X(4).
               10 STH-RUN-DAY          PIC XX.
           05 STH-SALES-TOTAL          PIC 9(9)V99.
           05 FILLER                   PIC X(3).

       FD ALLOCATION-HISTORY-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01 ALLOCATION-HISTORY-RECORD.
           05 AH-RUN-DATE.
               10 AH-RUN-MONTH         PIC X(4).
               10 AH-RUN-DAY           PIC XX.
           05 AH-VENDOR-ID             PIC X(4).
           05 AH-WAREHOUSE-ID          PIC X(3).
           05 AH-COSTUME-ID            PIC X(3).
           05 AH-SLOT-NUM              PIC 99.
           05 AH-QTY-REQUESTED         PIC 9(3).
           05 AH-QTY-ALLOCATED         PIC 9(3).
           05 AH-OUTCOME               PIC X.
           05 FILLER                   PIC X(5).

       FD DAMAGE-HISTORY-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01 DAMAGE-HISTORY-RECORD.
           05 DG-WRITEOFF-DATE.
               10 DG-WRITEOFF-MONTH    PIC X(4).
               10 DG-WRITEOFF-DAY      PIC XX.
           05 DG-VENDOR-ID             PIC X(4).
           05 DG-WAREHOUSE-ID          PIC X(3).
           05 DG-COSTUME-ID            PIC X(3).
           05 DG-SLOT-NUM              PIC 99.
           05 DG-QUANTITY              PIC 9(3).
           05 DG-COSTUME-PRICE         PIC 99V99.

       FD PERIOD-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 PERIOD-HISTORY-RECORD.
           05 PH-PERIOD                PIC X(4).
           05 PH-SNAPSHOT-TYPE         PIC X.
               88 PH-INVENTORY                     VALUE 'I'.
           05 PH-KEY                   PIC X(10).
           05 PH-NAME                  PIC X(25).
           05 PH-ITEM-COUNT            PIC 9(5).
           05 PH-UNITS                 PIC 9(7).
           05 PH-AMOUNT                PIC 9(9)V99.
           05 PH-AMOUNT-SIGN           PIC X.
           05 PH-CLOSED-DATE           PIC X(6).
           05 PH-CLOSED-BY             PIC X(10).

       FD KPI-HISTORY-FILE
           RECORD CONTAINS 150 CHARACTERS.

       01 KPI-HISTORY-RECORD           PIC X(150).

       FD KPI-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 KPI-REPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 DEMAND-EOF-FLAG          PIC X       VALUE 'F'.
           05 COST-EOF-FLAG            PIC X       VALUE 'F'.
           05 INVENTORY-EOF-FLAG       PIC X       VALUE 'F'.
           05 INVOICE-EOF-FLAG         PIC X       VALUE 'F'.
           05 SALES-EOF-FLAG           PIC X       VALUE 'F'.
           05 ALLOCATION-EOF-FLAG      PIC X       VALUE 'F'.
           05 DAMAGE-EOF-FLAG          PIC X       VALUE 'F'.
           05 PERIOD-EOF-FLAG          PIC X       VALUE 'F'.
           05 KPI-EOF-FLAG             PIC X       VALUE 'F'.
           05 DEMAND-STATUS            PIC XX.
               88 DEMAND-FOUND                     VALUE '00'.
           05 COST-MASTER-STATUS       PIC XX.
               88 COST-MASTER-FOUND                VALUE '00'.
           05 INVENTORY-STATUS         PIC XX.
               88 INVENTORY-FOUND                  VALUE '00'.
           05 INVOICE-STATUS           PIC XX.
               88 INVOICE-FOUND                    VALUE '00'.
           05 SALES-HISTORY-STATUS     PIC XX.
               88 SALES-HISTORY-FOUND              VALUE '00'.
           05 ALLOCATION-STATUS        PIC XX.
               88 ALLOCATION-FOUND                 VALUE '00'.
           05 DAMAGE-STATUS            PIC XX.
               88 DAMAGE-FOUND                     VALUE '00'.
           05 PERIOD-HISTORY-STATUS    PIC XX.
               88 PERIOD-HISTORY-FOUND             VALUE '00'.
           05 KPI-HISTORY-STATUS       PIC XX.
               88 KPI-HISTORY-FOUND                VALUE '00'.
           05 COST-FOUND-SW            PIC X       VALUE 'N'.
               88 COST-FOUND                       VALUE 'Y'.
           05 MASTER-FOUND-SW          PIC X       VALUE 'N'.
               88 MASTER-FOUND                     VALUE 'Y'.
           05 MONTH-CLOSED-SW          PIC X       VALUE 'N'.
               88 MONTH-CLOSED                     VALUE 'Y'.
           05 PRIOR-CLOSED-SW          PIC X       VALUE 'N'.
               88 PRIOR-CLOSED                     VALUE 'Y'.
           05 PRIOR-ON-KPI-SW          PIC X       VALUE 'N'.
               88 PRIOR-ON-KPI                     VALUE 'Y'.
           05 KPI-ON-FILE-SW           PIC X       VALUE 'N'.
               88 KPI-ON-FILE                      VALUE 'Y'.
           05 INSERT-PLACE-SW          PIC X       VALUE 'N'.
               88 INSERT-PLACE-FOUND               VALUE 'Y'.
           05 COST-SUB                 PIC 9(4).
           05 SLOT-SUB                 PIC 99.
           05 KT-SUB                   PIC 999.
           05 KT-SUB-2                 PIC 999.
           05 TREND-SUB                PIC 99.

       01 RUN-PARAMETERS.
           05 KP-MONTH                 PIC X(4)    VALUE SPACES.
           05 KP-MONTH-PARTS REDEFINES KP-MONTH.
               10 KP-MONTH-YY          PIC 99.
               10 KP-MONTH-MM          PIC 99.
           05 KP-PRIOR-MONTH           PIC X(4).
           05 KP-TREND-MONTH           PIC X(4).

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 MONTH-WORK-FIELDS.
      *    MONTH ARITHMETIC ON A MONTHS-SINCE-YEAR-ZERO COUNT, SO
      *    THE TREND AND THE PRIOR MONTH CAN CROSS A YEAR END
           05 MW-MONTHS                PIC S9(5).
           05 MW-YY                    PIC 99.
           05 MW-MM                    PIC 99.
           05 MW-YYMM.
               10 MW-YYMM-YY           PIC 99.
               10 MW-YYMM-MM           PIC 99.

       01 DATE-WORK-FIELDS.
           05 DW-MONTH-START           PIC 9(8).
           05 DW-NEXT-START            PIC 9(8).
           05 DW-INVOICE-CCYYMMDD      PIC 9(8).
           05 DW-MONTH-END-DAY         PIC 9(7).
           05 DW-INVOICE-DAY           PIC 9(7).
           05 DW-DAYS-IN-MONTH         PIC 99.
           05 DW-INVOICE-AGE           PIC S9(6).

       01 HOLD-FIELDS.
           05 HF-UNIT-COST             PIC 99V99.
           05 HF-SELL-PRICE            PIC 99V99.
           05 HF-COUNT-EDIT            PIC Z,ZZZ,ZZ9.
           05 HF-COST-KEY.
               10 HF-VENDOR-ID         PIC X(4).
               10 HF-COSTUME-ID        PIC X(3).
               10 HF-SLOT-NUM          PIC 99.

       01 KPI-ACCUMULATORS.
           05 KA-MASTER-VALUE          PIC 9(9)V99 VALUE 0.
           05 KA-CLOSED-VALUE          PIC 9(9)V99 VALUE 0.
           05 KA-PRIOR-VALUE           PIC 9(9)V99 VALUE 0.
           05 KA-OPENING-VALUE         PIC 9(9)V99 VALUE 0.
           05 KA-NO-COST-SLOTS         PIC 9(5)    VALUE 0.
           05 KA-SHIPPED-UNITS         PIC 9(7)    VALUE 0.
           05 KA-NO-PRICE-UNITS        PIC 9(7)    VALUE 0.
           05 KA-AR-NET                PIC S9(9)V99 VALUE 0.
           05 KA-AR-INVOICES           PIC 9(9)V99 VALUE 0.
           05 KA-SALES-RUNS            PIC 9(4)    VALUE 0.
           05 KA-MARGIN                PIC S9(9)V99 VALUE 0.
           05 KA-MARGIN-PCT            PIC S9(5)V9 VALUE 0.
           05 KA-RATIO                 PIC 9(7)V9(4) VALUE 0.

       01 KPI-ENTRY.
      *    ONE MONTH ON THE KPI HISTORY FILE: THE SIX MEASURES AND
      *    THE FIGURES EACH WAS WORKED OUT FROM
           05 KE-MONTH                 PIC X(4).
           05 KE-RUN-DATE              PIC X(6).
           05 KE-CLOSING-VALUE         PIC 9(9)V99.
           05 KE-AVERAGE-VALUE         PIC 9(9)V99.
           05 KE-COGS                  PIC 9(9)V99.
           05 KE-TURNS                 PIC 9(3)V99.
           05 KE-OPEN-AR               PIC 9(9)V99.
      *        '-' WHEN THE CUSTOMERS ARE IN CREDIT OVERALL
           05 KE-AR-SIGN               PIC X.
           05 KE-MONTH-SALES           PIC 9(9)V99.
           05 KE-DSO                   PIC 9(4)V9.
           05 KE-UNITS-REQUESTED       PIC 9(7).
           05 KE-UNITS-ALLOCATED       PIC 9(7).
           05 KE-FILL-RATE             PIC 9(3)V9.
           05 KE-REVENUE               PIC 9(9)V99.
           05 KE-MARGIN-PCT            PIC 9(3)V9.
      *        '-' WHEN THE MONTH SOLD BELOW COST
           05 KE-MARGIN-SIGN           PIC X.
           05 KE-AR-OVER-90            PIC 9(9)V99.
           05 KE-OVER-90-PCT           PIC 9(3)V9.
           05 KE-SHRINK-VALUE          PIC 9(9)V99.
           05 KE-SHRINK-PCT            PIC 9(3)V99.
           05 FILLER                   PIC X(9)    VALUE SPACES.

       01 COST-TABLE-AREA.
           05 CO-NUM-ENTRIES           PIC 9(4)    VALUE 0.
           05 COST-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON CO-NUM-ENTRIES.
               10 CO-COST-KEY.
                   15 CO-VENDOR-ID     PIC X(4).
                   15 CO-COSTUME-ID    PIC X(3).
                   15 CO-SLOT-NUM      PIC 99.
               10 CO-UNIT-COST         PIC 99V99.

       01 MASTER-TABLE-AREA.
      *    THE MERGED MASTER, HELD FOR THE SELLING PRICE OF EVERY
      *    SLOT A SHIPMENT IS MATCHED TO
           05 IM-NUM-RECORDS           PIC 999     VALUE 0.
           05 MASTER-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON IM-NUM-RECORDS
               INDEXED BY MASTER-TBL-INDEX.
               10 IM-VENDOR-ID         PIC X(4).
               10 IM-WAREHOUSE-ID      PIC X(3).
               10 IM-COSTUME-ID        PIC X(3).
               10 IM-COSTUME-DATA OCCURS 12 TIMES.
                   15 IM-COSTUME-NAME  PIC X(9).
                   15 IM-COSTUME-SIZE  PIC A.
                   15 IM-COSTUME-TYPE  PIC A.
                   15 IM-NUM-IN-STOCK  PIC 9(3).
                   15 IM-REORDER-POINT PIC 9(3).
                   15 IM-COSTUME-PRICE PIC 99V99.

       01 KPI-TABLE-AREA.
      *    THE WHOLE KPI HISTORY FILE, IN MONTH ORDER
           05 KT-NUM-MONTHS            PIC 999     VALUE 0.
           05 KPI-TBL-LINE OCCURS 1 TO 600 TIMES
               DEPENDING ON KT-NUM-MONTHS
               INDEXED BY KPI-TBL-INDEX.
               10 KT-MONTH             PIC X(4).
               10 KT-DATA              PIC X(146).


      **************        OUTPUT AREA        ********************

       01 KPI-HEADING-ONE.
           05 FILLER                   PIC X(26)   VALUE SPACES.
           05                          PIC X(27)   VALUE
                           'MONTHLY MANAGEMENT KPI PACK'.
           05 FILLER                   PIC X(27)   VALUE SPACES.

       01 KPI-HEADING-TWO.
           05 FILLER                   PIC X(10)   VALUE SPACES.
           05 KH2-MONTH                PIC 99.
           05                          PIC X       VALUE '/'.
           05 KH2-DAY                  PIC 99.
           05                          PIC X       VALUE '/'.
           05 KH2-YEAR                 PIC 9(2).
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05                          PIC X(11)   VALUE
                           'KPI MONTH: '.
           05 KH2-KPI-MONTH            PIC X(4).
           05 FILLER                   PIC X(39)   VALUE SPACES.
           05                          PIC XXX     VALUE 'TWJ'.

       01 SECTION-HEADING-LINE.
           05 SHL-TITLE                PIC X(80).

       01 KPI-VALUE-LINE.
           05 FILLER                   PIC X(2)    VALUE SPACES.
           05 KVL-LABEL                PIC X(30).
           05 KVL-VALUE                PIC Z,ZZ9.99-.
           05 FILLER                   PIC X       VALUE SPACES.
           05 KVL-UNIT                 PIC X(38).

       01 KPI-BASIS-LINE.
           05 FILLER                   PIC X(6)    VALUE SPACES.
           05 KBL-LABEL-1              PIC X(16).
           05 KBL-AMOUNT-1             PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(3)    VALUE SPACES.
           05 KBL-LABEL-2              PIC X(16).
           05 KBL-AMOUNT-2             PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(9)    VALUE SPACES.

       01 KPI-UNITS-LINE.
           05 FILLER                   PIC X(6)    VALUE SPACES.
           05 KUL-LABEL-1              PIC X(16).
           05 KUL-UNITS-1              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(7)    VALUE SPACES.
           05 KUL-LABEL-2              PIC X(16).
           05 KUL-UNITS-2              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(13)   VALUE SPACES.

       01 KPI-NOTE-LINE.
           05 FILLER                   PIC X(6)    VALUE SPACES.
           05 KNL-MESSAGE              PIC X(74).

       01 TREND-HEADING-LINE.
           05                          PIC X(8)    VALUE '  MONTH'.
           05                          PIC X(9)    VALUE '   TURNS'.
           05                          PIC X(9)    VALUE '      DSO'.
           05                          PIC X(9)    VALUE '   FILL %'.
           05                          PIC X(11)   VALUE
                           '  MARGIN %'.
           05                          PIC X(11)   VALUE
                           '  OVER 90 %'.
           05                          PIC X(11)   VALUE
                           '  SHRINK %'.
           05 FILLER                   PIC X(12)   VALUE SPACES.

       01 TREND-DETAIL-LINE.
           05 FILLER                   PIC X(3)    VALUE SPACES.
           05 TDL-MONTH                PIC X(4).
           05 FILLER                   PIC X(3)    VALUE SPACES.
           05 TDL-TURNS                PIC ZZ9.99.
           05 FILLER                   PIC X(3)    VALUE SPACES.
           05 TDL-DSO                  PIC ZZZ9.9.
           05 FILLER                   PIC X(4)    VALUE SPACES.
           05 TDL-FILL-RATE            PIC ZZ9.9.
           05 FILLER                   PIC X(4)    VALUE SPACES.
           05 TDL-MARGIN-PCT           PIC ZZ9.9.
           05 TDL-MARGIN-SIGN          PIC X.
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05 TDL-OVER-90-PCT          PIC ZZ9.9.
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05 TDL-SHRINK-PCT           PIC ZZ9.99.
           05 FILLER                   PIC X(15)   VALUE SPACES.

       01 TREND-MISSING-LINE.
           05 FILLER                   PIC X(3)    VALUE SPACES.
           05 TML-MONTH                PIC X(4).
           05 FILLER                   PIC X(3)    VALUE SPACES.
           05                          PIC X(21)   VALUE
                           'NO KPI RECORD ON FILE'.
           05 FILLER                   PIC X(49)   VALUE SPACES.

       01 KPI-REFUSED-LINE.
           05 KFL-MESSAGE              PIC X(80).


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 13-GET-RUN-PARAMETERS
           PERFORM 15-HOUSEKEEPING
           PERFORM 16-SET-MONTH-DATES
           PERFORM 20-LOAD-KPI-HISTORY
           PERFORM 21-LOAD-COST-TABLE
           PERFORM 22-LOAD-MASTER-TABLE
           PERFORM 30-FIND-STOCK-VALUES
           PERFORM 40-SUM-SHIPMENTS
           PERFORM 45-SUM-RECEIVABLES
           PERFORM 50-SUM-MONTH-SALES
           PERFORM 55-SUM-ALLOCATIONS
           PERFORM 60-SUM-SHRINK
           PERFORM 65-COMPUTE-KPIS
           PERFORM 70-SAVE-KPI-HISTORY
           PERFORM 80-PRINT-MONTH-DETAIL
           PERFORM 85-PRINT-TREND
           PERFORM 100-WRAP-UP
           .

       13-GET-RUN-PARAMETERS.
      *    A DRIVER SETS THE MONTH IN THE ENVIRONMENT; RUN BY HAND
      *    IT IS ASKED FOR, AND LEFT BLANK IT IS THE LAST FULL MONTH
           ACCEPT WS-DATE FROM DATE

           ACCEPT KP-MONTH FROM ENVIRONMENT 'KPI-MONTH'

           IF KP-MONTH = SPACES
               DISPLAY 'KPI MONTH (YYMM, BLANK FOR LAST MONTH): '
               ACCEPT KP-MONTH
           END-IF

           IF KP-MONTH = SPACES
               MOVE WS-YEAR TO MW-YY
               MOVE WS-MONTH TO MW-MM
               COMPUTE MW-MONTHS = MW-YY * 12 + MW-MM - 1
               SUBTRACT 1 FROM MW-MONTHS
               PERFORM 14-MONTHS-TO-YYMM
               MOVE MW-YYMM TO KP-MONTH
           END-IF
           .

       14-MONTHS-TO-YYMM.
           DIVIDE MW-MONTHS BY 12
               GIVING MW-YY REMAINDER MW-MM
           ADD 1 TO MW-MM
           MOVE MW-YY TO MW-YYMM-YY
           MOVE MW-MM TO MW-YYMM-MM
           .

       15-HOUSEKEEPING.
           OPEN OUTPUT KPI-REPORT-FILE

           MOVE WS-MONTH TO KH2-MONTH
           MOVE WS-DAY TO KH2-DAY
           MOVE WS-YEAR TO KH2-YEAR
           MOVE KP-MONTH TO KH2-KPI-MONTH

           WRITE KPI-REPORT-RECORD FROM KPI-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE KPI-HEADING-TWO TO KPI-REPORT-RECORD
           WRITE KPI-REPORT-RECORD
               AFTER ADVANCING 1 LINES

           IF KP-MONTH IS NOT NUMERIC OR
                   KP-MONTH-MM < 1 OR KP-MONTH-MM > 12
               MOVE 'KPI MONTH MUST BE YYMM - RUN REFUSED' TO
                       KFL-MESSAGE
               PERFORM 90-REFUSE-RUN
           END-IF
           .

       16-SET-MONTH-DATES.
      *    THE DAYS IN THE MONTH FOR DAYS SALES OUTSTANDING, THE
      *    LAST DAY OF IT FOR THE RECEIVABLE AGES, AND THE PRIOR
      *    MONTH FOR OPENING STOCK
           STRING '20' KP-MONTH '01' DELIMITED BY SIZE
               INTO DW-MONTH-START
           END-STRING

           COMPUTE MW-MONTHS = KP-MONTH-YY * 12 + KP-MONTH-MM - 1
           ADD 1 TO MW-MONTHS
           PERFORM 14-MONTHS-TO-YYMM

           STRING '20' MW-YYMM '01' DELIMITED BY SIZE
               INTO DW-NEXT-START
           END-STRING

           COMPUTE DW-MONTH-END-DAY =
               FUNCTION INTEGER-OF-DATE(DW-NEXT-START) - 1
           COMPUTE DW-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(DW-NEXT-START)
               - FUNCTION INTEGER-OF-DATE(DW-MONTH-START)

           SUBTRACT 2 FROM MW-MONTHS
           PERFORM 14-MONTHS-TO-YYMM
           MOVE MW-YYMM TO KP-PRIOR-MONTH
           .

       20-LOAD-KPI-HISTORY.
      *    NO KPI HISTORY YET JUST MEANS THIS IS THE FIRST MONTH
           OPEN INPUT KPI-HISTORY-FILE

           IF KPI-HISTORY-FOUND
               PERFORM UNTIL KPI-EOF-FLAG = 'T'
                   READ KPI-HISTORY-FILE
                       AT END
                           MOVE 'T' TO KPI-EOF-FLAG
                       NOT AT END
                           IF KT-NUM-MONTHS < 600
                               ADD 1 TO KT-NUM-MONTHS
                               MOVE KPI-HISTORY-RECORD TO
                                       KPI-TBL-LINE(KT-NUM-MONTHS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KPI-HISTORY-FILE
           END-IF
           .

       21-LOAD-COST-TABLE.
      *    NO COST MASTER LEAVES EVERY SLOT WITHOUT A COST
           OPEN INPUT COST-MASTER-FILE

           IF COST-MASTER-FOUND
               PERFORM UNTIL COST-EOF-FLAG = 'T'
                   READ COST-MASTER-FILE
                       AT END
                           MOVE 'T' TO COST-EOF-FLAG
                       NOT AT END
                           IF CO-NUM-ENTRIES < 2000
                               ADD 1 TO CO-NUM-ENTRIES
                               MOVE COST-MASTER-RECORD TO
                                       COST-TBL-LINE(CO-NUM-ENTRIES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COST-MASTER-FILE
           END-IF
           .

       22-LOAD-MASTER-TABLE.
      *    EVERY STOCKED SLOT IS VALUED AT ITS UNIT COST AS IT IS
      *    LOADED; A SLOT WITH STOCK BUT NO COST IS COUNTED SO THE
      *    GAP SHOWS ON THE PACK
           OPEN INPUT MERGED-INVENTORY-FILE

           IF NOT INVENTORY-FOUND
               MOVE 'MERGED INVENTORY NOT FOUND - RUN REFUSED' TO
                       KFL-MESSAGE
               PERFORM 90-REFUSE-RUN
           END-IF

           PERFORM UNTIL INVENTORY-EOF-FLAG = 'T'
               READ MERGED-INVENTORY-FILE
                   AT END
                       MOVE 'T' TO INVENTORY-EOF-FLAG
                   NOT AT END
                       IF IM-NUM-RECORDS < 500
                           ADD 1 TO IM-NUM-RECORDS
                           MOVE INVENTORY-RECORD TO
                                   MASTER-TBL-LINE(IM-NUM-RECORDS)
                       END-IF
                       PERFORM VARYING SLOT-SUB FROM 1 BY 1
                           UNTIL SLOT-SUB > 12
                           IF IR-COSTUME-NAME(SLOT-SUB) NOT = SPACES
                               AND IR-NUM-IN-STOCK(SLOT-SUB)
                                   IS NUMERIC
                               PERFORM 23-VALUE-ONE-SLOT
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           CLOSE MERGED-INVENTORY-FILE
           .

       23-VALUE-ONE-SLOT.
           MOVE IR-VENDOR-ID TO HF-VENDOR-ID
           MOVE IR-COSTUME-ID TO HF-COSTUME-ID
           MOVE SLOT-SUB TO HF-SLOT-NUM
           PERFORM 38-FIND-UNIT-COST

           COMPUTE KA-MASTER-VALUE = KA-MASTER-VALUE +
               IR-NUM-IN-STOCK(SLOT-SUB) * HF-UNIT-COST

           IF NOT COST-FOUND AND IR-NUM-IN-STOCK(SLOT-SUB) > 0
               ADD 1 TO KA-NO-COST-SLOTS
           END-IF
           .

       30-FIND-STOCK-VALUES.
      *    A CLOSED MONTH HAS ITS STOCK AT COST BY WAREHOUSE ON THE
      *    PERIOD HISTORY; THOSE SNAPSHOTS BEAT THE MASTER AS IT
      *    STANDS NOW, WHICH HAS MOVED ON SINCE
           OPEN INPUT PERIOD-HISTORY-FILE

           IF PERIOD-HISTORY-FOUND
               PERFORM UNTIL PERIOD-EOF-FLAG = 'T'
                   READ PERIOD-HISTORY-FILE
                       AT END
                           MOVE 'T' TO PERIOD-EOF-FLAG
                       NOT AT END
                           PERFORM 31-TAKE-PERIOD-SNAPSHOT
                   END-READ
               END-PERFORM
               CLOSE PERIOD-HISTORY-FILE
           END-IF

      *    THE PRIOR MONTH'S OWN KPI RECORD CARRIES ITS CLOSING
      *    STOCK WHEN PERCLOSE NEVER SNAPSHOT IT
           IF NOT PRIOR-CLOSED
               SET KPI-TBL-INDEX TO 1
               SEARCH KPI-TBL-LINE
                   WHEN KT-MONTH(KPI-TBL-INDEX) = KP-PRIOR-MONTH
                       MOVE KPI-TBL-LINE(KPI-TBL-INDEX) TO KPI-ENTRY
                       MOVE KE-CLOSING-VALUE TO KA-PRIOR-VALUE
                       SET PRIOR-ON-KPI TO TRUE
               END-SEARCH
           END-IF

           IF MONTH-CLOSED
               MOVE KA-CLOSED-VALUE TO KE-CLOSING-VALUE
           ELSE
               MOVE KA-MASTER-VALUE TO KE-CLOSING-VALUE
           END-IF

           IF PRIOR-CLOSED OR PRIOR-ON-KPI
               MOVE KA-PRIOR-VALUE TO KA-OPENING-VALUE
           ELSE
               MOVE KE-CLOSING-VALUE TO KA-OPENING-VALUE
           END-IF

           COMPUTE KE-AVERAGE-VALUE ROUNDED =
               (KA-OPENING-VALUE + KE-CLOSING-VALUE) / 2
           .

       31-TAKE-PERIOD-SNAPSHOT.
           IF PH-INVENTORY AND PH-AMOUNT IS NUMERIC
               EVALUATE PH-PERIOD
                   WHEN KP-MONTH
                       ADD PH-AMOUNT TO KA-CLOSED-VALUE
                       SET MONTH-CLOSED TO TRUE
                   WHEN KP-PRIOR-MONTH
                       ADD PH-AMOUNT TO KA-PRIOR-VALUE
                       SET PRIOR-CLOSED TO TRUE
               END-EVALUATE
           END-IF
           .

       38-FIND-UNIT-COST.
           MOVE 'N' TO COST-FOUND-SW
           MOVE ZEROES TO HF-UNIT-COST

           PERFORM VARYING COST-SUB FROM 1 BY 1
               UNTIL COST-SUB > CO-NUM-ENTRIES OR COST-FOUND

               IF CO-COST-KEY(COST-SUB) = HF-COST-KEY
                   SET COST-FOUND TO TRUE
                   MOVE CO-UNIT-COST(COST-SUB) TO HF-UNIT-COST
               END-IF
           END-PERFORM
           .

       40-SUM-SHIPMENTS.
      *    THE MONTH'S COSTUME SHIPMENTS, AT COST FOR THE TURNS AND
      *    THE MARGIN AND AT THE MASTER'S SELLING PRICE FOR THE
      *    REVENUE.  A SLOT OFF THE MASTER HAS NO PRICE AND IS LEFT
      *    OUT OF BOTH SIDES OF THE MARGIN
           MOVE ZEROES TO KE-COGS
           MOVE ZEROES TO KE-REVENUE
           MOVE ZEROES TO KA-MARGIN

           OPEN INPUT DEMAND-HISTORY-FILE

           IF DEMAND-FOUND
               PERFORM UNTIL DEMAND-EOF-FLAG = 'T'
                   READ DEMAND-HISTORY-FILE
                       AT END
                           MOVE 'T' TO DEMAND-EOF-FLAG
                       NOT AT END
                           IF DH-MONTH = KP-MONTH AND
                                   DH-UNITS IS NUMERIC AND
                                   DH-SLOT-NUM IS NUMERIC
                               PERFORM 41-COST-ONE-SHIPMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMAND-HISTORY-FILE
           END-IF
           .

       41-COST-ONE-SHIPMENT.
           ADD DH-UNITS TO KA-SHIPPED-UNITS

           MOVE DH-VENDOR-ID TO HF-VENDOR-ID
           MOVE DH-COSTUME-ID TO HF-COSTUME-ID
           MOVE DH-SLOT-NUM TO HF-SLOT-NUM
           PERFORM 38-FIND-UNIT-COST

           COMPUTE KE-COGS = KE-COGS + DH-UNITS * HF-UNIT-COST

           MOVE 'N' TO MASTER-FOUND-SW
           MOVE ZEROES TO HF-SELL-PRICE

           IF DH-SLOT-NUM > 0 AND DH-SLOT-NUM < 13
               SET MASTER-TBL-INDEX TO 1
               SEARCH MASTER-TBL-LINE
                   WHEN IM-VENDOR-ID(MASTER-TBL-INDEX) = DH-VENDOR-ID
                       AND IM-WAREHOUSE-ID(MASTER-TBL-INDEX) =
                           DH-WAREHOUSE-ID
                       AND IM-COSTUME-ID(MASTER-TBL-INDEX) =
                           DH-COSTUME-ID
                       IF IM-COSTUME-PRICE(MASTER-TBL-INDEX,
                               DH-SLOT-NUM) IS NUMERIC
                           MOVE IM-COSTUME-PRICE(MASTER-TBL-INDEX,
                                   DH-SLOT-NUM) TO HF-SELL-PRICE
                           SET MASTER-FOUND TO TRUE
                       END-IF
               END-SEARCH
           END-IF

           IF MASTER-FOUND
               COMPUTE KE-REVENUE =
                   KE-REVENUE + DH-UNITS * HF-SELL-PRICE
               COMPUTE KA-MARGIN = KA-MARGIN +
                   DH-UNITS * HF-SELL-PRICE - DH-UNITS * HF-UNIT-COST
           ELSE
               ADD DH-UNITS TO KA-NO-PRICE-UNITS
           END-IF
           .

       45-SUM-RECEIVABLES.
      *    OPEN INVOICES LESS OPEN CREDIT MEMOS, LEAVING OUT ANY
      *    DATED AFTER THE MONTH.  AN INVOICE MORE THAN NINETY DAYS
      *    OLD ON THE LAST DAY OF THE MONTH IS OVER 90
           MOVE ZEROES TO KE-AR-OVER-90

           OPEN INPUT OPEN-INVOICE-FILE

           IF INVOICE-FOUND
               PERFORM UNTIL INVOICE-EOF-FLAG = 'T'
                   READ OPEN-INVOICE-FILE
                       AT END
                           MOVE 'T' TO INVOICE-EOF-FLAG
                       NOT AT END
                           IF OI-INVOICE-AMOUNT IS NUMERIC AND
                                   OI-INVOICE-DATE IS NUMERIC
                               PERFORM 46-AGE-ONE-DOCUMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-INVOICE-FILE
           END-IF

           IF KA-AR-NET < 0
               MOVE '-' TO KE-AR-SIGN
           ELSE
               MOVE SPACE TO KE-AR-SIGN
           END-IF
           MOVE KA-AR-NET TO KE-OPEN-AR
           .

       46-AGE-ONE-DOCUMENT.
           STRING '20' OI-INVOICE-DATE DELIMITED BY SIZE
               INTO DW-INVOICE-CCYYMMDD
           END-STRING

           COMPUTE DW-INVOICE-DAY =
               FUNCTION INTEGER-OF-DATE(DW-INVOICE-CCYYMMDD)
           COMPUTE DW-INVOICE-AGE = DW-MONTH-END-DAY - DW-INVOICE-DAY

           IF DW-INVOICE-AGE >= 0
               IF OI-CREDIT-MEMO
                   SUBTRACT OI-INVOICE-AMOUNT FROM KA-AR-NET
               ELSE
                   ADD OI-INVOICE-AMOUNT TO KA-AR-NET
                   ADD OI-INVOICE-AMOUNT TO KA-AR-INVOICES
                   IF DW-INVOICE-AGE > 90
                       ADD OI-INVOICE-AMOUNT TO KE-AR-OVER-90
                   END-IF
               END-IF
           END-IF
           .

       50-SUM-MONTH-SALES.
      *    EVERY PRO02 RUN IN THE MONTH ADDS ITS GRAND TOTAL
           MOVE ZEROES TO KE-MONTH-SALES

           OPEN INPUT SALES-TOTAL-HISTORY-FILE

           IF SALES-HISTORY-FOUND
               PERFORM UNTIL SALES-EOF-FLAG = 'T'
                   READ SALES-TOTAL-HISTORY-FILE
                       AT END
                           MOVE 'T' TO SALES-EOF-FLAG
                       NOT AT END
                           IF STH-RUN-MONTH = KP-MONTH AND
                                   STH-SALES-TOTAL IS NUMERIC
                               ADD STH-SALES-TOTAL TO KE-MONTH-SALES
                               ADD 1 TO KA-SALES-RUNS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-TOTAL-HISTORY-FILE
           END-IF
           .

       55-SUM-ALLOCATIONS.
           MOVE ZEROES TO KE-UNITS-REQUESTED
           MOVE ZEROES TO KE-UNITS-ALLOCATED

           OPEN INPUT ALLOCATION-HISTORY-FILE

           IF ALLOCATION-FOUND
               PERFORM UNTIL ALLOCATION-EOF-FLAG = 'T'
                   READ ALLOCATION-HISTORY-FILE
                       AT END
                           MOVE 'T' TO ALLOCATION-EOF-FLAG
                       NOT AT END
                           IF AH-RUN-MONTH = KP-MONTH AND
                                   AH-QTY-REQUESTED IS NUMERIC AND
                                   AH-QTY-ALLOCATED IS NUMERIC
                               ADD AH-QTY-REQUESTED TO
                                       KE-UNITS-REQUESTED
                               ADD AH-QTY-ALLOCATED TO
                                       KE-UNITS-ALLOCATED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLOCATION-HISTORY-FILE
           END-IF
           .

       60-SUM-SHRINK.
      *    DAMAGE WRITTEN OFF IN THE MONTH, AT UNIT COST -- AT THE
      *    PRICE ON THE WRITE-OFF WHEN THE SLOT HAS NO COST
           MOVE ZEROES TO KE-SHRINK-VALUE

           OPEN INPUT DAMAGE-HISTORY-FILE

           IF DAMAGE-FOUND
               PERFORM UNTIL DAMAGE-EOF-FLAG = 'T'
                   READ DAMAGE-HISTORY-FILE
                       AT END
                           MOVE 'T' TO DAMAGE-EOF-FLAG
                       NOT AT END
                           IF DG-WRITEOFF-MONTH = KP-MONTH AND
                                   DG-QUANTITY IS NUMERIC
                               PERFORM 61-COST-ONE-WRITEOFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAMAGE-HISTORY-FILE
           END-IF
           .

       61-COST-ONE-WRITEOFF.
           MOVE DG-VENDOR-ID TO HF-VENDOR-ID
           MOVE DG-COSTUME-ID TO HF-COSTUME-ID
           MOVE DG-SLOT-NUM TO HF-SLOT-NUM
           PERFORM 38-FIND-UNIT-COST

           IF NOT COST-FOUND AND DG-COSTUME-PRICE IS NUMERIC
               MOVE DG-COSTUME-PRICE TO HF-UNIT-COST
           END-IF

           COMPUTE KE-SHRINK-VALUE =
               KE-SHRINK-VALUE + DG-QUANTITY * HF-UNIT-COST
           .

       65-COMPUTE-KPIS.
      *    A MEASURE WITH NOTHING TO DIVIDE BY IS LEFT AT ZERO, AND
      *    ONE TOO LARGE FOR ITS FIELD IS HELD AT THE TOP OF IT
           MOVE KP-MONTH TO KE-MONTH
           MOVE WS-DATE TO KE-RUN-DATE
           MOVE ZEROES TO KE-TURNS
           MOVE ZEROES TO KE-DSO
           MOVE ZEROES TO KE-FILL-RATE
           MOVE ZEROES TO KE-MARGIN-PCT
           MOVE SPACE TO KE-MARGIN-SIGN
           MOVE ZEROES TO KE-OVER-90-PCT
           MOVE ZEROES TO KE-SHRINK-PCT

           IF KE-AVERAGE-VALUE > 0
               COMPUTE KA-RATIO =
                   KE-COGS * 12 / KE-AVERAGE-VALUE
               IF KA-RATIO > 999.99
                   MOVE 999.99 TO KE-TURNS
               ELSE
                   COMPUTE KE-TURNS ROUNDED = KA-RATIO
               END-IF
           END-IF

           IF KE-MONTH-SALES > 0 AND KA-AR-NET > 0
               COMPUTE KA-RATIO =
                   KA-AR-NET * DW-DAYS-IN-MONTH / KE-MONTH-SALES
               IF KA-RATIO > 9999.9
                   MOVE 9999.9 TO KE-DSO
               ELSE
                   COMPUTE KE-DSO ROUNDED = KA-RATIO
               END-IF
           END-IF

           IF KE-UNITS-REQUESTED > 0
               COMPUTE KE-FILL-RATE ROUNDED =
                   KE-UNITS-ALLOCATED * 100 / KE-UNITS-REQUESTED
           END-IF

           IF KE-REVENUE > 0
               COMPUTE KA-MARGIN-PCT ROUNDED =
                   KA-MARGIN * 100 / KE-REVENUE
               IF KA-MARGIN-PCT < 0
                   MOVE '-' TO KE-MARGIN-SIGN
                   COMPUTE KA-MARGIN-PCT = 0 - KA-MARGIN-PCT
               END-IF
               IF KA-MARGIN-PCT > 999.9
                   MOVE 999.9 TO KE-MARGIN-PCT
               ELSE
                   MOVE KA-MARGIN-PCT TO KE-MARGIN-PCT
               END-IF
           END-IF

           IF KA-AR-INVOICES > 0
               COMPUTE KE-OVER-90-PCT ROUNDED =
                   KE-AR-OVER-90 * 100 / KA-AR-INVOICES
           END-IF

           IF KE-CLOSING-VALUE > 0
               COMPUTE KA-RATIO =
                   KE-SHRINK-VALUE * 100 / KE-CLOSING-VALUE
               IF KA-RATIO > 999.99
                   MOVE 999.99 TO KE-SHRINK-PCT
               ELSE
                   COMPUTE KE-SHRINK-PCT ROUNDED = KA-RATIO
               END-IF
           END-IF
           .

       70-SAVE-KPI-HISTORY.
      *    A RERUN FOR A MONTH REPLACES ITS RECORD; A NEW MONTH GOES
      *    IN MONTH ORDER.  THE WHOLE FILE IS THEN WRITTEN BACK
           MOVE 'N' TO KPI-ON-FILE-SW
           SET KPI-TBL-INDEX TO 1
           SEARCH KPI-TBL-LINE
               WHEN KT-MONTH(KPI-TBL-INDEX) = KP-MONTH
                   MOVE KPI-ENTRY TO KPI-TBL-LINE(KPI-TBL-INDEX)
                   SET KPI-ON-FILE TO TRUE
           END-SEARCH

           IF NOT KPI-ON-FILE
               PERFORM 72-INSERT-KPI-MONTH
           END-IF

           OPEN OUTPUT KPI-HISTORY-FILE

           PERFORM VARYING KT-SUB FROM 1 BY 1
               UNTIL KT-SUB > KT-NUM-MONTHS
               MOVE KPI-TBL-LINE(KT-SUB) TO KPI-HISTORY-RECORD
               WRITE KPI-HISTORY-RECORD
           END-PERFORM

           CLOSE KPI-HISTORY-FILE
           .

       72-INSERT-KPI-MONTH.
      *    EVERY LATER MONTH MOVES DOWN ONE PLACE TO MAKE ROOM
           IF KT-NUM-MONTHS < 600
               ADD 1 TO KT-NUM-MONTHS
               MOVE KT-NUM-MONTHS TO KT-SUB

               MOVE 'N' TO INSERT-PLACE-SW

               PERFORM UNTIL KT-SUB = 1 OR INSERT-PLACE-FOUND
                   COMPUTE KT-SUB-2 = KT-SUB - 1
                   IF KT-MONTH(KT-SUB-2) > KP-MONTH
                       MOVE KPI-TBL-LINE(KT-SUB-2) TO
                               KPI-TBL-LINE(KT-SUB)
                       SUBTRACT 1 FROM KT-SUB
                   ELSE
                       SET INSERT-PLACE-FOUND TO TRUE
                   END-IF
               END-PERFORM

               MOVE KPI-ENTRY TO KPI-TBL-LINE(KT-SUB)
           ELSE
               DISPLAY 'KPI HISTORY FULL - ' KP-MONTH ' NOT SAVED'
           END-IF
           .

       80-PRINT-MONTH-DETAIL.
           MOVE 'MEASURES FOR THE MONTH' TO SHL-TITLE
           MOVE SECTION-HEADING-LINE TO KPI-REPORT-RECORD
           WRITE KPI-REPORT-RECORD
               AFTER ADVANCING 2 LINES

           MOVE 'INVENTORY TURNS' TO KVL-LABEL
           MOVE KE-TURNS TO KVL-VALUE
           MOVE 'TIMES A YEAR AT THIS MONTH''S RATE' TO KVL-UNIT
           MOVE 'COST OF SALES:' TO KBL-LABEL-1
           MOVE KE-COGS TO KBL-AMOUNT-1
           MOVE 'AVERAGE STOCK:' TO KBL-LABEL-2
           MOVE KE-AVERAGE-VALUE TO KBL-AMOUNT-2
           PERFORM 82-WRITE-KPI-LINES

           MOVE 'OPENING STOCK:' TO KBL-LABEL-1
           MOVE KA-OPENING-VALUE TO KBL-AMOUNT-1
           MOVE 'CLOSING STOCK:' TO KBL-LABEL-2
           MOVE KE-CLOSING-VALUE TO KBL-AMOUNT-2
           MOVE KPI-BASIS-LINE TO KPI-REPORT-RECORD
           WRITE KPI-REPORT-RECORD
               AFTER ADVANCING 1 LINES

           IF MONTH-CLOSED
               MOVE 'CLOSING STOCK FROM THE PERIOD CLOSE' TO
                       KNL-MESSAGE
           ELSE
               MOVE 'MONTH NOT CLOSED - CLOSING STOCK FROM MASTER' TO
                       KNL-MESSAGE
           END-IF
           PERFORM 84-WRITE-NOTE-LINE

           EVALUATE TRUE
               WHEN PRIOR-CLOSED
                   MOVE 'OPENING STOCK FROM THE PRIOR PERIOD CLOSE' TO
                           KNL-MESSAGE
               WHEN PRIOR-ON-KPI
                   MOVE 'OPENING STOCK FROM PRIOR MONTH KPI RECORD' TO
                           KNL-MESSAGE
               WHEN OTHER
                   MOVE 'NO PRIOR MONTH ON FILE - AVERAGE IS CLOSING' TO
                           KNL-MESSAGE
           END-EVALUATE
           PERFORM 84-WRITE-NOTE-LINE

           IF KA-NO-COST-SLOTS > 0
               MOVE KA-NO-COST-SLOTS TO HF-COUNT-EDIT
               MOVE SPACES TO KNL-MESSAGE
               STRING 'STOCKED SLOTS WITH NO UNIT COST: '
                       HF-COUNT-EDIT DELIMITED BY SIZE
                       INTO KNL-MESSAGE
               END-STRING
               PERFORM 84-WRITE-NOTE-LINE
           END-IF

           MOVE 'DAYS SALES OUTSTANDING' TO KVL-LABEL
           MOVE KE-DSO TO KVL-VALUE
           MOVE 'DAYS' TO KVL-UNIT
           MOVE 'OPEN RECEIVABLE:' TO KBL-LABEL-1
           MOVE KA-AR-NET TO KBL-AMOUNT-1
           MOVE 'MONTH SALES:' TO KBL-LABEL-2
           MOVE KE-MONTH-SALES TO KBL-AMOUNT-2
           PERFORM 82-WRITE-KPI-LINES

           IF KA-SALES-RUNS = 0
               MOVE 'NO SALES RUNS ON FILE FOR THE MONTH' TO
                       KNL-MESSAGE
               PERFORM 84-WRITE-NOTE-LINE
           END-IF

           MOVE 'ORDER FILL RATE' TO KVL-LABEL
           MOVE KE-FILL-RATE TO KVL-VALUE
           MOVE 'PERCENT OF UNITS ASKED FOR' TO KVL-UNIT
           MOVE 'UNITS ASKED:' TO KUL-LABEL-1
           MOVE KE-UNITS-REQUESTED TO KUL-UNITS-1
           MOVE 'UNITS RESERVED:' TO KUL-LABEL-2
           MOVE KE-UNITS-ALLOCATED TO KUL-UNITS-2
           MOVE KPI-VALUE-LINE TO KPI-REPORT-RECORD
           WRITE KPI-REPORT-RECORD
               AFTER ADVANCING 2 LINES

           MOVE KPI-UNITS-LINE TO KPI-REPORT-RECORD
           WRITE KPI-REPORT-RECORD
               AFTER ADVANCING 1 LINES

           MOVE 'GROSS MARGIN' TO KVL-LABEL
           IF KE-MARGIN-SIGN = '-'
               COMPUTE KVL-VALUE = 0 - KE-MARGIN-PCT
           ELSE
               MOVE KE-MARGIN-PCT TO KVL-VALUE
           END-IF
           MOVE 'PERCENT OF COSTUME SALES' TO KVL-UNIT
           MOVE 'COSTUME SALES:' TO KBL-LABEL-1
           MOVE KE-REVENUE TO KBL-AMOUNT-1
           MOVE 'GROSS MARGIN:' TO KBL-LABEL-2
           MOVE KA-MARGIN TO KBL-AMOUNT-2
           PERFORM 82-WRITE-KPI-LINES

           IF KA-NO-PRICE-UNITS > 0
               MOVE KA-NO-PRICE-UNITS TO HF-COUNT-EDIT
               MOVE SPACES TO KNL-MESSAGE
               STRING 'UNITS SHIPPED FROM SLOTS OFF THE MASTER: '
                       HF-COUNT-EDIT DELIMITED BY SIZE
                       INTO KNL-MESSAGE
               END-STRING
               PERFORM 84-WRITE-NOTE-LINE
           END-IF

           MOVE 'RECEIVABLES OVER 90 DAYS' TO KVL-LABEL
           MOVE KE-OVER-90-PCT TO KVL-VALUE
           MOVE 'PERCENT OF OPEN INVOICES' TO KVL-UNIT
           MOVE 'OVER 90 DAYS:' TO KBL-LABEL-1
           MOVE KE-AR-OVER-90 TO KBL-AMOUNT-1
           MOVE 'OPEN INVOICES:' TO KBL-LABEL-2
           MOVE KA-AR-INVOICES TO KBL-AMOUNT-2
           PERFORM 82-WRITE-KPI-LINES

           MOVE 'SHRINK' TO KVL-LABEL
           MOVE KE-SHRINK-PCT TO KVL-VALUE
           MOVE 'PERCENT OF CLOSING STOCK' TO KVL-UNIT
           MOVE 'DAMAGE AT COST:' TO KBL-LABEL-1
           MOVE KE-SHRINK-VALUE TO KBL-AMOUNT-1
           MOVE 'CLOSING STOCK:' TO KBL-LABEL-2
           MOVE KE-CLOSING-VALUE TO KBL-AMOUNT-2
           PERFORM 82-WRITE-KPI-LINES
           .

       82-WRITE-KPI-LINES.
           MOVE KPI-VALUE-LINE TO KPI-REPORT-RECORD
           WRITE KPI-REPORT-RECORD
               AFTER ADVANCING 2 LINES

           MOVE KPI-BASIS-LINE TO KPI-REPORT-RECORD
           WRITE KPI-REPORT-RECORD
               AFTER ADVANCING 1 LINES
           .

       84-WRITE-NOTE-LINE.
           MOVE KPI-NOTE-LINE TO KPI-REPORT-RECORD
           WRITE KPI-REPORT-RECORD
               AFTER ADVANCING 1 LINES
           .

       85-PRINT-TREND.
      *    THE TWELVE MONTHS ENDING WITH THIS ONE, STRAIGHT FROM THE
      *    KPI HISTORY
           MOVE 'TWELVE-MONTH TREND' TO SHL-TITLE
           MOVE SECTION-HEADING-LINE TO KPI-REPORT-RECORD
           WRITE KPI-REPORT-RECORD
               AFTER ADVANCING 3 LINES

           MOVE TREND-HEADING-LINE TO KPI-REPORT-RECORD
           WRITE KPI-REPORT-RECORD
               AFTER ADVANCING 2 LINES

           COMPUTE MW-MONTHS = KP-MONTH-YY * 12 + KP-MONTH-MM - 1
           SUBTRACT 11 FROM MW-MONTHS

           PERFORM VARYING TREND-SUB FROM 1 BY 1
               UNTIL TREND-SUB > 12
               PERFORM 14-MONTHS-TO-YYMM
               MOVE MW-YYMM TO KP-TREND-MONTH
               PERFORM 86-PRINT-TREND-MONTH
               ADD 1 TO MW-MONTHS
           END-PERFORM
           .

       86-PRINT-TREND-MONTH.
           MOVE 'N' TO KPI-ON-FILE-SW
           SET KPI-TBL-INDEX TO 1
           SEARCH KPI-TBL-LINE
               WHEN KT-MONTH(KPI-TBL-INDEX) = KP-TREND-MONTH
                   MOVE KPI-TBL-LINE(KPI-TBL-INDEX) TO KPI-ENTRY
                   SET KPI-ON-FILE TO TRUE
           END-SEARCH

           IF KPI-ON-FILE
               MOVE KE-MONTH TO TDL-MONTH
               MOVE KE-TURNS TO TDL-TURNS
               MOVE KE-DSO TO TDL-DSO
               MOVE KE-FILL-RATE TO TDL-FILL-RATE
               MOVE KE-MARGIN-PCT TO TDL-MARGIN-PCT
               MOVE KE-MARGIN-SIGN TO TDL-MARGIN-SIGN
               MOVE KE-OVER-90-PCT TO TDL-OVER-90-PCT
               MOVE KE-SHRINK-PCT TO TDL-SHRINK-PCT
               MOVE TREND-DETAIL-LINE TO KPI-REPORT-RECORD
           ELSE
               MOVE KP-TREND-MONTH TO TML-MONTH
               MOVE TREND-MISSING-LINE TO KPI-REPORT-RECORD
           END-IF

           WRITE KPI-REPORT-RECORD
               AFTER ADVANCING 1 LINES
           .

       90-REFUSE-RUN.
           MOVE KPI-REFUSED-LINE TO KPI-REPORT-RECORD
           WRITE KPI-REPORT-RECORD
               AFTER ADVANCING 2 LINES

           DISPLAY KFL-MESSAGE
           CLOSE KPI-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .

       100-WRAP-UP.
           CLOSE KPI-REPORT-FILE

           GOBACK
           .
