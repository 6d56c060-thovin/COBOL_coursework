       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       AUTHOR. Tim J.

      *    MONTH-END CLOSE FOR ONE ACCOUNTING PERIOD (YYMM), TAKEN
      *    FROM THE CLOSE-PERIOD ENVIRONMENT SETTING OR THE CONSOLE.
      *    THE CLOSE CHECKLIST SHOWS, FOR EVERY SUBLEDGER THAT FEEDS
      *    THE GENERAL LEDGER, HOW MANY OF ITS BATCHES FOR THE MONTH
      *    GLPOST HAS POSTED AND HOW MANY JOURNAL LINES STILL WAIT ON
      *    THE FEED.  THE CLOSE IS REFUSED WHILE ANY LINE FOR THE
      *    MONTH WAITS, OR IF THE MONTH IS ALREADY CLOSED; OTHERWISE
      *    THE OPERATOR CONFIRMS IT (CLOSE-CONFIRM, OR THE CONSOLE)
      *    AND AN ANSWER OTHER THAN Y LEAVES THE CHECKLIST ONLY.
      *    ON A CLOSE, THE PERIOD-END RECEIVABLE BALANCE OF EVERY
      *    CUSTOMER AND THE VALUE AT COST OF EVERY WAREHOUSE ARE
      *    APPENDED TO THE PERIOD HISTORY FILE, THE MONTH IS MARKED
      *    CLOSED ON THE PERIOD CONTROL FILE, AND THE NEXT MONTH IS
      *    ADDED AS OPEN.  FROM THEN ON THE POSTING PROGRAMS REFUSE
      *    ANYTHING DATED INTO IT.  THE INVENTORY VALUE COMES FROM
      *    THE MERGED-INVENTORY UNLOAD, SO PRO04IMST UNLOADS THE
      *    INDEXED MASTER FIRST; A FAILED UNLOAD REFUSES THE CLOSE

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    ACCOUNTING PERIOD CONTROL -- ONE RECORD PER MONTH, OPEN
      *    OR CLOSED.  A MONTH NOT ON IT IS STILL OPEN; REWRITTEN
      *    HERE IN PERIOD ORDER WHEN A MONTH CLOSES
           SELECT OPTIONAL PERIOD-CONTROL-FILE
               ASSIGN TO 'PERIOD-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    EVERY OPERATOR ALLOWED TO RUN AN UPDATE; AN UNKNOWN ID IS
      *    REFUSED BEFORE ANYTHING IS CLOSED
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

      *    SHARED POSTED-BATCH REGISTRY -- GLPOST'S ENTRIES SHOW
      *    WHICH SUBLEDGER BATCHES HAVE REACHED THE LEDGER
           SELECT OPTIONAL POSTED-BATCH-FILE
               ASSIGN TO 'POSTED-BATCHES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    SHARED GENERAL LEDGER FEED -- ANYTHING STILL ON IT HAS
      *    NOT BEEN POSTED
           SELECT OPTIONAL GL-JOURNAL-FILE
               ASSIGN TO 'GL-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT OPEN-INVOICE-FILE
               ASSIGN TO 'OPEN-INVOICE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.

           SELECT OPTIONAL UNAPPLIED-CASH-FILE
               ASSIGN TO 'UNAPPLIED-CASH.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MERGED-INVENTORY-FILE
               ASSIGN TO 'MERGED-INVENTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVENTORY-STATUS.

           SELECT COST-MASTER-FILE
               ASSIGN TO 'COSTUME-COST-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-MASTER-STATUS.

           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO 'WAREHOUSE-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAREHOUSE-MASTER-STATUS.

      *    PERIOD-END SNAPSHOTS -- RECEIVABLES BY CUSTOMER AND
      *    INVENTORY AT COST BY WAREHOUSE, APPENDED AT EACH CLOSE
           SELECT OPTIONAL PERIOD-HISTORY-FILE
               ASSIGN TO 'PERIOD-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLOSE-REPORT-FILE
               ASSIGN TO PRINTER 'PERIOD-CLOSE.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD PERIOD-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.

       01 PERIOD-CONTROL-RECORD.
           05 PC-PERIOD                PIC X(4).
           05 PC-STATUS                PIC X.
               88 PC-PERIOD-CLOSED                 VALUE 'C'.
               88 PC-PERIOD-OPEN                   VALUE 'O'.
           05 PC-CLOSED-DATE           PIC X(6).
           05 PC-CLOSED-BY             PIC X(10).

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

       FD POSTED-BATCH-FILE
           RECORD CONTAINS 68 CHARACTERS.

       01 POSTED-BATCH-RECORD.
           05 PB-PROGRAM-ID            PIC X(10).
           05 PB-BATCH-ID              PIC X(12).
           05 PB-OFFICE-ID             PIC X(4).
           05 PB-BATCH-DATE            PIC X(6).
           05 PB-POSTED-DATE           PIC X(6).
           05 PB-POSTED-TIME           PIC X(6).
           05 PB-RECORD-COUNT          PIC 9(5).
           05 PB-HASH-TOTAL            PIC 9(9).
           05 PB-OPERATOR-ID           PIC X(10).

       FD GL-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 GL-JOURNAL-RECORD.
           05 GJ-SUBLEDGER             PIC X(4).
           05 GJ-BATCH-ID              PIC X(12).
           05 GJ-SOURCE                PIC X(10).
           05 GJ-ENTRY-DATE            PIC X(6).
           05 FILLER                   PIC X(48).

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01 CUSTOMER-MASTER-RECORD.
           05 CM-CUST-ID               PIC 9(5).
           05 CM-CUST-NAME             PIC X(25).
           05 CM-CREDIT-LIMIT          PIC 9(7)V99.
           05 CM-STATE-CODE            PIC XX.
           05 CM-FINANCE-CHARGE-SW     PIC X.

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

       FD UNAPPLIED-CASH-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01 UNAPPLIED-CASH-RECORD.
           05 UC-RECEIPT-ID            PIC X(10).
           05 UC-CUST-ID               PIC 9(5).
           05 UC-AMOUNT                PIC 9(7)V99.
           05 UC-RECEIPT-DATE          PIC X(6).
           05 UC-REFERENCE             PIC X(10).

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

       FD COST-MASTER-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01 COST-MASTER-RECORD.
           05 CC-VENDOR-ID             PIC X(4).
           05 CC-COSTUME-ID            PIC X(3).
           05 CC-SLOT-NUM              PIC 99.
           05 CC-UNIT-COST             PIC 99V99.

       FD WAREHOUSE-MASTER-FILE
           RECORD CONTAINS 23 CHARACTERS.

       01 WAREHOUSE-MASTER-RECORD.
           05 WM-WAREHOUSE-ID          PIC X(3).
           05 WM-WAREHOUSE-NAME        PIC X(20).

       FD PERIOD-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 PERIOD-HISTORY-RECORD.
           05 PH-PERIOD                PIC X(4).
           05 PH-SNAPSHOT-TYPE         PIC X.
               88 PH-RECEIVABLES                   VALUE 'A'.
               88 PH-INVENTORY                     VALUE 'I'.
      *        CUSTOMER NUMBER OR WAREHOUSE ID, WITH ITS NAME
           05 PH-KEY                   PIC X(10).
           05 PH-NAME                  PIC X(25).
      *        OPEN DOCUMENTS HELD, OR STOCKED SLOTS
           05 PH-ITEM-COUNT            PIC 9(5).
      *        UNITS ON HAND -- ZERO FOR A RECEIVABLE
           05 PH-UNITS                 PIC 9(7).
           05 PH-AMOUNT                PIC 9(9)V99.
      *        '-' WHEN THE CUSTOMER IS IN CREDIT
           05 PH-AMOUNT-SIGN           PIC X.
           05 PH-CLOSED-DATE           PIC X(6).
           05 PH-CLOSED-BY             PIC X(10).

       FD CLOSE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 CLOSE-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 PERIOD-EOF-FLAG          PIC X       VALUE 'F'.
           05 REGISTRY-EOF-FLAG        PIC X       VALUE 'F'.
           05 JOURNAL-EOF-FLAG         PIC X       VALUE 'F'.
           05 CUSTOMER-EOF-FLAG        PIC X       VALUE 'F'.
           05 INVOICE-EOF-FLAG         PIC X       VALUE 'F'.
           05 UNAPPLIED-EOF-FLAG       PIC X       VALUE 'F'.
           05 INVENTORY-EOF-FLAG       PIC X       VALUE 'F'.
           05 COST-EOF-FLAG            PIC X       VALUE 'F'.
           05 WAREHOUSE-EOF-FLAG       PIC X       VALUE 'F'.
           05 CUSTOMER-STATUS          PIC XX.
               88 CUSTOMER-FOUND                   VALUE '00'.
           05 INVOICE-STATUS           PIC XX.
               88 INVOICE-FOUND                    VALUE '00'.
           05 INVENTORY-STATUS         PIC XX.
               88 INVENTORY-FOUND                  VALUE '00'.
           05 COST-MASTER-STATUS       PIC XX.
               88 COST-MASTER-FOUND                VALUE '00'.
           05 WAREHOUSE-MASTER-STATUS  PIC XX.
               88 WAREHOUSE-MASTER-FOUND           VALUE '00'.
           05 OPERATOR-LOAD-SW         PIC X       VALUE 'N'.
               88 OPERATOR-LOAD-DONE               VALUE 'Y'.
           05 OPERATOR-KNOWN-SW        PIC X       VALUE 'N'.
               88 OPERATOR-KNOWN                   VALUE 'Y'.
           05 AUTHORITY-LOAD-SW        PIC X       VALUE 'N'.
               88 AUTHORITY-LOAD-DONE              VALUE 'Y'.
           05 PERIOD-ON-FILE-SW        PIC X       VALUE 'N'.
               88 PERIOD-ON-FILE                   VALUE 'Y'.
           05 PERIOD-CLOSED-SW         PIC X       VALUE 'N'.
               88 PERIOD-ALREADY-CLOSED            VALUE 'Y'.
           05 CLOSE-APPROVED-SW        PIC X       VALUE 'N'.
               88 CLOSE-APPROVED                   VALUE 'Y'.
           05 CUSTOMER-FOUND-SW        PIC X       VALUE 'N'.
               88 CUSTOMER-ON-TABLE                VALUE 'Y'.
           05 WAREHOUSE-FOUND-SW       PIC X       VALUE 'N'.
               88 WAREHOUSE-ON-TABLE               VALUE 'Y'.
           05 COST-FOUND-SW            PIC X       VALUE 'N'.
               88 COST-FOUND                       VALUE 'Y'.
           05 SUBSYSTEM-FOUND-SW       PIC X       VALUE 'N'.
               88 SUBSYSTEM-FOUND                  VALUE 'Y'.
           05 INSERT-PLACE-SW          PIC X       VALUE 'N'.
               88 INSERT-PLACE-FOUND               VALUE 'Y'.
           05 SS-SUB                   PIC 9.
           05 PT-SUB                   PIC 999.
           05 PT-SUB-2                 PIC 999.
           05 COST-SUB                 PIC 9(4).
           05 SLOT-SUB                 PIC 99.
           05 CL-POSTED-COUNT          PIC 9       VALUE 0.
           05 CL-NOT-POSTED-COUNT      PIC 9       VALUE 0.
           05 CL-AWAITING-COUNT        PIC 9       VALUE 0.
           05 CL-OTHER-PENDING         PIC 9(5)    VALUE 0.

       01 WS-OPERATOR-ID               PIC X(10)   VALUE SPACES.
       01 WS-CLOSE-CONFIRM             PIC X       VALUE SPACE.

       01 RUN-PARAMETERS.
           05 WS-PERIOD                PIC X(4)    VALUE SPACES.
           05 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
               10 WS-PERIOD-YY         PIC 99.
               10 WS-PERIOD-MM         PIC 99.
           05 WS-NEXT-PERIOD.
               10 WS-NEXT-YY           PIC 99.
               10 WS-NEXT-MM           PIC 99.
           05 WS-INSERT-PERIOD         PIC X(4).
           05 WS-INSERT-STATUS         PIC X.
           05 WS-CURRENT-PERIOD        PIC X(4).

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 SNAPSHOT-WORK-FIELDS.
           05 SW-CUST-ID               PIC 9(5).
           05 SW-SLOT-VALUE            PIC 9(7)V99.
           05 SW-UNIT-COST             PIC 99V99.
           05 SW-AR-NET                PIC S9(11)V99 VALUE 0.
           05 SW-AR-CUSTOMERS          PIC 999     VALUE 0.
           05 SW-AR-CREDITS            PIC 999     VALUE 0.
           05 SW-INV-SLOTS             PIC 9(5)    VALUE 0.
           05 SW-INV-UNITS             PIC 9(9)    VALUE 0.
           05 SW-INV-VALUE             PIC 9(11)V99 VALUE 0.
           05 SW-INV-NO-COST           PIC 9(5)    VALUE 0.

       01 SUBSYSTEM-TEXT.
      *    EVERY SUBLEDGER THAT FEEDS THE GENERAL LEDGER: ITS
      *    JOURNAL CODE, WHAT IT IS, AND THE PROGRAM THAT FEEDS IT
           05                          PIC X(38)   VALUE
               'SLS SALES AND CREDIT MEMOSPRO02     '.
           05                          PIC X(38)   VALUE
               'CASHCASH RECEIPTS         PRO02AR   '.
           05                          PIC X(38)   VALUE
               'WOFFBAD DEBT WRITE-OFFS   PRO02WOFF '.
           05                          PIC X(38)   VALUE
               'RECVPURCHASE RECEIVING    PRO04RECV '.
           05                          PIC X(38)   VALUE
               'INVMINVENTORY MOVEMENT    PRO04POST '.
           05                          PIC X(38)   VALUE
               'PRTSPARTS ISSUES          PRO01POST '.
           05                          PIC X(38)   VALUE
               'BOOKBOOKSTORE SALES       LAB4POST  '.

       01 SUBSYSTEM-TABLE REDEFINES SUBSYSTEM-TEXT.
           05 SUBSYSTEM-TBL-LINE OCCURS 7 TIMES
               INDEXED BY SUBSYSTEM-INDEX.
               10 SS-SUBLEDGER         PIC X(4).
               10 SS-DESCRIPTION       PIC X(22).
               10 SS-SOURCE            PIC X(10).
               10 FILLER               PIC XX.

       01 SUBSYSTEM-COUNT-AREA.
           05 SUBSYSTEM-COUNT-LINE OCCURS 7 TIMES.
               10 SC-POSTED-BATCHES    PIC 999.
               10 SC-LAST-POSTED       PIC X(6).
               10 SC-PENDING-LINES     PIC 9(5).

       01 PERIOD-TABLE-AREA.
      *    THE WHOLE PERIOD CONTROL FILE, IN PERIOD ORDER
           05 PT-NUM-PERIODS           PIC 999     VALUE 0.
           05 PERIOD-TBL-LINE OCCURS 1 TO 600 TIMES
               DEPENDING ON PT-NUM-PERIODS
               INDEXED BY PERIOD-TBL-INDEX.
               10 PT-PERIOD            PIC X(4).
               10 PT-STATUS            PIC X.
               10 PT-CLOSED-DATE       PIC X(6).
               10 PT-CLOSED-BY         PIC X(10).

       01 CUSTOMER-TABLE-AREA.
      *    EVERY CUSTOMER ON THE MASTER, PLUS ANY CUSTOMER HOLDING
      *    AN OPEN DOCUMENT OR CASH WHO HAS SINCE COME OFF IT
           05 CT-NUM-CUSTOMERS         PIC 999     VALUE 0.
           05 CUSTOMER-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON CT-NUM-CUSTOMERS
               INDEXED BY CUSTOMER-TBL-INDEX.
               10 CT-CUST-ID           PIC 9(5).
               10 CT-CUST-NAME         PIC X(25).
               10 CT-OPEN-ITEMS        PIC 9(5).
               10 CT-BALANCE           PIC S9(9)V99.

       01 COST-TABLE-AREA.
           05 CO-NUM-ENTRIES           PIC 9(4)    VALUE 0.
           05 COST-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON CO-NUM-ENTRIES.
               10 CO-VENDOR-ID         PIC X(4).
               10 CO-COSTUME-ID        PIC X(3).
               10 CO-SLOT-NUM          PIC 99.
               10 CO-UNIT-COST         PIC 99V99.

       01 WAREHOUSE-TABLE-AREA.
           05 WT-NUM-WAREHOUSES        PIC 999     VALUE 0.
           05 WAREHOUSE-TBL-LINE OCCURS 1 TO 100 TIMES
               DEPENDING ON WT-NUM-WAREHOUSES
               INDEXED BY WAREHOUSE-TBL-INDEX.
               10 WT-WAREHOUSE-ID      PIC X(3).
               10 WT-WAREHOUSE-NAME    PIC X(20).
               10 WT-SLOTS             PIC 9(5).
               10 WT-UNITS             PIC 9(7).
               10 WT-VALUE             PIC 9(9)V99.
               10 WT-NO-COST-SLOTS     PIC 9(5).

       01 OPERATOR-AUTHORITY.
           05 AU-PROGRAM-ID            PIC X(10).
           05 AU-ROLE-CODE             PIC X(8)    VALUE SPACES.
           05 AU-CHECK-TYPE            PIC X(4)    VALUE SPACES.
           05 AU-REFERENCE             PIC X(12)   VALUE SPACES.
           05 AU-REASON                PIC X(24).
           05 AU-NUM-ENTRIES           PIC 99      VALUE 0.
           05 AUTHORITY-TBL-LINE OCCURS 1 TO 50 TIMES
               DEPENDING ON AU-NUM-ENTRIES
               INDEXED BY AUTHORITY-TBL-INDEX.
               10 AU-TRANS-TYPE        PIC X(4).
               10 AU-AMOUNT-LIMIT      PIC 9(7)V99.
               10 AU-PERCENT-LIMIT     PIC 9(3)V9.


      **************        OUTPUT AREA        ********************

       01 CLOSE-HEADING-ONE.
           05 FILLER                   PIC X(27)   VALUE SPACES.
           05                          PIC X(25)   VALUE
                           'MONTH-END CLOSE CHECKLIST'.
           05 FILLER                   PIC X(28)   VALUE SPACES.

       01 CLOSE-HEADING-TWO.
           05 FILLER                   PIC X(10)   VALUE SPACES.
           05 CH2-MONTH                PIC 99.
           05                          PIC X       VALUE '/'.
           05 CH2-DAY                  PIC 99.
           05                          PIC X       VALUE '/'.
           05 CH2-YEAR                 PIC 9(2).
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05                          PIC X(8)    VALUE 'PERIOD: '.
           05 CH2-PERIOD               PIC X(4).
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05                          PIC X(10)   VALUE
                           'OPERATOR: '.
           05 CH2-OPERATOR-ID          PIC X(10).
           05 FILLER                   PIC X(17)   VALUE SPACES.
           05                          PIC XXX     VALUE 'TWJ'.

       01 CLOSE-HEADING-THREE.
           05                          PIC X(6)    VALUE 'SUBL'.
           05                          PIC X(24)   VALUE 'SUBSYSTEM'.
           05                          PIC X(11)   VALUE 'SOURCE'.
           05                          PIC X(7)    VALUE ' BATS'.
           05                          PIC X(9)    VALUE 'LAST GL'.
           05                          PIC X(8)    VALUE 'WAITING'.
           05                          PIC X(15)   VALUE 'STATUS'.

       01 CHECKLIST-DETAIL-LINE.
           05 CDL-SUBLEDGER            PIC X(4).
           05 FILLER                   PIC XX      VALUE SPACES.
           05 CDL-DESCRIPTION          PIC X(23).
           05 FILLER                   PIC X       VALUE SPACES.
           05 CDL-SOURCE               PIC X(10).
           05 FILLER                   PIC XX      VALUE SPACES.
           05 CDL-BATCHES              PIC ZZ9.
           05 FILLER                   PIC XXX     VALUE SPACES.
           05 CDL-LAST-POSTED          PIC X(6).
           05 FILLER                   PIC XXX     VALUE SPACES.
           05 CDL-PENDING              PIC ZZ,ZZ9.
           05 FILLER                   PIC XX      VALUE SPACES.
           05 CDL-STATUS               PIC X(15).

       01 OTHER-PENDING-LINE.
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05                          PIC X(36)   VALUE
                           'JOURNAL LINES FROM AN UNKNOWN FEED: '.
           05 OPL-LINES                PIC ZZ,ZZ9.
           05 FILLER                   PIC X(33)   VALUE SPACES.

       01 CHECKLIST-SUMMARY-LINE.
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05                          PIC X(8)    VALUE 'POSTED: '.
           05 CSL-POSTED               PIC 9.
           05                          PIC X(15)   VALUE
                           '   NOT POSTED: '.
           05 CSL-NOT-POSTED           PIC 9.
           05                          PIC X(20)   VALUE
                           '   AWAITING GLPOST: '.
           05 CSL-AWAITING             PIC 9.
           05 FILLER                   PIC X(29)   VALUE SPACES.

       01 CLOSE-RESULT-LINE.
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05 CRL-MESSAGE              PIC X(75).

       01 SNAPSHOT-HEADING-LINE.
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05 SHL-TITLE                PIC X(75).

       01 RECEIVABLE-TOTAL-LINE.
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05                          PIC X(11)   VALUE
                           'CUSTOMERS: '.
           05 RTL-CUSTOMERS            PIC ZZ9.
           05                          PIC X(20)   VALUE
                           '   CREDIT BALANCES: '.
           05 RTL-CREDITS              PIC ZZ9.
           05                          PIC X(8)    VALUE '   NET: '.
           05 RTL-NET                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(12)   VALUE SPACES.

       01 WAREHOUSE-HEADING-LINE.
           05                          PIC X(5)    VALUE 'WHSE'.
           05                          PIC X(23)   VALUE 'NAME'.
           05                          PIC X(9)    VALUE 'SLOTS'.
           05                          PIC X(10)   VALUE 'UNITS'.
           05                          PIC X(15)   VALUE
                           'VALUE AT COST'.
           05                          PIC X(18)   VALUE 'NO COST'.

       01 WAREHOUSE-DETAIL-LINE.
           05 WDL-WAREHOUSE-ID         PIC X(3).
           05 FILLER                   PIC XX      VALUE SPACES.
           05 WDL-WAREHOUSE-NAME       PIC X(20).
           05 FILLER                   PIC XX      VALUE SPACES.
           05 WDL-SLOTS                PIC ZZ,ZZ9.
           05 FILLER                   PIC XX      VALUE SPACES.
           05 WDL-UNITS                PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC XX      VALUE SPACES.
           05 WDL-VALUE                PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC XX      VALUE SPACES.
           05 WDL-NO-COST              PIC ZZ,ZZ9.
           05 FILLER                   PIC X(12)   VALUE SPACES.

       01 CLOSE-REFUSED-LINE.
           05 CFL-MESSAGE              PIC X(80).


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 12-OPERATOR-SIGN-ON
           PERFORM 13-GET-RUN-PARAMETERS
           PERFORM 15-HOUSEKEEPING
           PERFORM 20-LOAD-PERIOD-CONTROL
           PERFORM 30-BUILD-CHECKLIST
           PERFORM 40-PRINT-CHECKLIST
           PERFORM 45-CONFIRM-CLOSE

           IF CLOSE-APPROVED
               PERFORM 50-ACCUMULATE-RECEIVABLES
               PERFORM 60-ACCUMULATE-INVENTORY
               PERFORM 70-WRITE-PERIOD-HISTORY
               PERFORM 80-CLOSE-PERIOD
           END-IF

           PERFORM 100-WRAP-UP
           .

       12-OPERATOR-SIGN-ON.
      *    THE SIGN-ON COMES FROM THE ENVIRONMENT WHEN A DRIVER SET
      *    IT, OTHERWISE FROM THE CONSOLE; AN ID NOT ON THE
      *    OPERATOR MASTER IS REFUSED BEFORE ANYTHING IS CLOSED
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

           MOVE 'PERCLOSE' TO AU-PROGRAM-ID

           IF NOT OPERATOR-KNOWN
               MOVE 'NOT ON OPERATOR MASTER' TO AU-REASON
               PERFORM 94-LOG-SECURITY-VIOLATION
               DISPLAY 'OPERATOR ID NOT ON MASTER - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 92-CHECK-PROGRAM-AUTHORITY
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
      *    A DRIVER SETS THE PERIOD IN THE ENVIRONMENT; RUN BY HAND
      *    IT IS ASKED FOR.  THERE IS NO DEFAULT -- A CLOSE IS NEVER
      *    RUN AGAINST A MONTH NOBODY NAMED
           ACCEPT WS-DATE FROM DATE
           STRING WS-YEAR WS-MONTH DELIMITED BY SIZE
               INTO WS-CURRENT-PERIOD
           END-STRING

           ACCEPT WS-PERIOD FROM ENVIRONMENT 'CLOSE-PERIOD'

           IF WS-PERIOD = SPACES
               DISPLAY 'PERIOD TO CLOSE (YYMM): '
               ACCEPT WS-PERIOD
           END-IF
           .

       15-HOUSEKEEPING.
           OPEN OUTPUT CLOSE-REPORT-FILE

           MOVE WS-MONTH TO CH2-MONTH
           MOVE WS-DAY TO CH2-DAY
           MOVE WS-YEAR TO CH2-YEAR
           MOVE WS-PERIOD TO CH2-PERIOD
           MOVE WS-OPERATOR-ID TO CH2-OPERATOR-ID

           WRITE CLOSE-RECORD FROM CLOSE-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE CLOSE-HEADING-TWO TO CLOSE-RECORD
           WRITE CLOSE-RECORD
               AFTER ADVANCING 1 LINES

           IF WS-PERIOD IS NOT NUMERIC OR
                   WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               MOVE 'PERIOD MUST BE YYMM - RUN REFUSED' TO
                       CFL-MESSAGE
               PERFORM 90-REFUSE-RUN
           END-IF

      *    A MONTH STILL TO COME CANNOT BE CLOSED; THE CURRENT ONE
      *    CAN, ON ITS LAST DAY
           IF WS-PERIOD > WS-CURRENT-PERIOD
               MOVE 'PERIOD HAS NOT BEGUN - RUN REFUSED' TO
                       CFL-MESSAGE
               PERFORM 90-REFUSE-RUN
           END-IF

           MOVE CLOSE-HEADING-THREE TO CLOSE-RECORD
           WRITE CLOSE-RECORD
               AFTER ADVANCING 2 LINES
           .

       20-LOAD-PERIOD-CONTROL.
      *    NO PERIOD CONTROL FILE YET JUST MEANS NO MONTH IS CLOSED
           OPEN INPUT PERIOD-CONTROL-FILE

           PERFORM UNTIL PERIOD-EOF-FLAG = 'T'
               READ PERIOD-CONTROL-FILE
                   AT END
                       MOVE 'T' TO PERIOD-EOF-FLAG
                   NOT AT END
                       IF PT-NUM-PERIODS < 600
                           ADD 1 TO PT-NUM-PERIODS
                           MOVE PERIOD-CONTROL-RECORD TO
                                   PERIOD-TBL-LINE(PT-NUM-PERIODS)
                       ELSE
                           DISPLAY 'PERIOD CONTROL OVER 600 MONTHS - '
                                   PC-PERIOD ' NOT LOADED'
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PERIOD-CONTROL-FILE

           IF PT-NUM-PERIODS > 0
               SET PERIOD-TBL-INDEX TO 1
               SEARCH PERIOD-TBL-LINE
                   WHEN PT-PERIOD(PERIOD-TBL-INDEX) = WS-PERIOD
                       SET PERIOD-ON-FILE TO TRUE
                       IF PT-STATUS(PERIOD-TBL-INDEX) = 'C'
                           SET PERIOD-ALREADY-CLOSED TO TRUE
                       END-IF
               END-SEARCH
           END-IF
           .

       30-BUILD-CHECKLIST.
           INITIALIZE SUBSYSTEM-COUNT-AREA
           PERFORM 31-COUNT-POSTED-BATCHES
           PERFORM 33-COUNT-WAITING-LINES
           .

       31-COUNT-POSTED-BATCHES.
      *    A SUBLEDGER HAS POSTED FOR THE MONTH ONCE GLPOST HAS
      *    RECORDED ONE OF ITS BATCHES DATED IN THE MONTH
           OPEN INPUT POSTED-BATCH-FILE

           PERFORM UNTIL REGISTRY-EOF-FLAG = 'T'
               READ POSTED-BATCH-FILE
                   AT END
                       MOVE 'T' TO REGISTRY-EOF-FLAG
                   NOT AT END
                       IF PB-PROGRAM-ID = 'GLPOST' AND
                               PB-BATCH-DATE(1:4) = WS-PERIOD
                           PERFORM 32-TALLY-POSTED-BATCH
                       END-IF
               END-READ
           END-PERFORM

           CLOSE POSTED-BATCH-FILE
           .

       32-TALLY-POSTED-BATCH.
           PERFORM 38-FIND-SUBSYSTEM-PB

           IF SUBSYSTEM-FOUND
               ADD 1 TO SC-POSTED-BATCHES(SS-SUB)
               IF PB-POSTED-DATE > SC-LAST-POSTED(SS-SUB)
                   MOVE PB-POSTED-DATE TO SC-LAST-POSTED(SS-SUB)
               END-IF
           END-IF
           .

       33-COUNT-WAITING-LINES.
      *    ANY LINE FOR THE MONTH STILL ON THE FEED HAS NOT REACHED
      *    THE LEDGER
           OPEN INPUT GL-JOURNAL-FILE

           PERFORM UNTIL JOURNAL-EOF-FLAG = 'T'
               READ GL-JOURNAL-FILE
                   AT END
                       MOVE 'T' TO JOURNAL-EOF-FLAG
                   NOT AT END
                       IF GJ-ENTRY-DATE(1:4) = WS-PERIOD
                           PERFORM 34-TALLY-WAITING-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GL-JOURNAL-FILE
           .

       34-TALLY-WAITING-LINE.
           PERFORM 39-FIND-SUBSYSTEM-GJ

           IF SUBSYSTEM-FOUND
               ADD 1 TO SC-PENDING-LINES(SS-SUB)
           ELSE
               ADD 1 TO CL-OTHER-PENDING
           END-IF
           .

       38-FIND-SUBSYSTEM-PB.
      *    GLPOST FILES EACH BATCH UNDER ITS SUBLEDGER CODE
           MOVE 'N' TO SUBSYSTEM-FOUND-SW
           SET SUBSYSTEM-INDEX TO 1
           SEARCH SUBSYSTEM-TBL-LINE
               WHEN SS-SUBLEDGER(SUBSYSTEM-INDEX) = PB-OFFICE-ID
                   SET SUBSYSTEM-FOUND TO TRUE
                   SET SS-SUB TO SUBSYSTEM-INDEX
           END-SEARCH
           .

       39-FIND-SUBSYSTEM-GJ.
           MOVE 'N' TO SUBSYSTEM-FOUND-SW
           SET SUBSYSTEM-INDEX TO 1
           SEARCH SUBSYSTEM-TBL-LINE
               WHEN SS-SUBLEDGER(SUBSYSTEM-INDEX) = GJ-SUBLEDGER
                   SET SUBSYSTEM-FOUND TO TRUE
                   SET SS-SUB TO SUBSYSTEM-INDEX
           END-SEARCH
           .

       40-PRINT-CHECKLIST.
      *    POSTED MEANS EVERYTHING FOR THE MONTH REACHED THE LEDGER;
      *    NOT POSTED MEANS NOTHING FROM THAT SUBLEDGER IS DATED IN
      *    THE MONTH, WHICH THE CONTROLLER CONFIRMS IS RIGHT
           PERFORM VARYING SS-SUB FROM 1 BY 1
               UNTIL SS-SUB > 7

               MOVE SS-SUBLEDGER(SS-SUB) TO CDL-SUBLEDGER
               MOVE SS-DESCRIPTION(SS-SUB) TO CDL-DESCRIPTION
               MOVE SS-SOURCE(SS-SUB) TO CDL-SOURCE
               MOVE SC-POSTED-BATCHES(SS-SUB) TO CDL-BATCHES
               MOVE SC-LAST-POSTED(SS-SUB) TO CDL-LAST-POSTED
               MOVE SC-PENDING-LINES(SS-SUB) TO CDL-PENDING

               EVALUATE TRUE
                   WHEN SC-PENDING-LINES(SS-SUB) > 0
                       MOVE 'AWAITING GLPOST' TO CDL-STATUS
                       ADD 1 TO CL-AWAITING-COUNT
                   WHEN SC-POSTED-BATCHES(SS-SUB) > 0
                       MOVE 'POSTED' TO CDL-STATUS
                       ADD 1 TO CL-POSTED-COUNT
                   WHEN OTHER
                       MOVE 'NOT POSTED' TO CDL-STATUS
                       ADD 1 TO CL-NOT-POSTED-COUNT
               END-EVALUATE

               MOVE CHECKLIST-DETAIL-LINE TO CLOSE-RECORD
               WRITE CLOSE-RECORD
                   AFTER ADVANCING 1 LINES
           END-PERFORM

           IF CL-OTHER-PENDING > 0
               MOVE CL-OTHER-PENDING TO OPL-LINES
               MOVE OTHER-PENDING-LINE TO CLOSE-RECORD
               WRITE CLOSE-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF

           MOVE CL-POSTED-COUNT TO CSL-POSTED
           MOVE CL-NOT-POSTED-COUNT TO CSL-NOT-POSTED
           MOVE CL-AWAITING-COUNT TO CSL-AWAITING

           MOVE CHECKLIST-SUMMARY-LINE TO CLOSE-RECORD
           WRITE CLOSE-RECORD
               AFTER ADVANCING 2 LINES
           DISPLAY CHECKLIST-SUMMARY-LINE
           .

       45-CONFIRM-CLOSE.
           IF PERIOD-ALREADY-CLOSED
               MOVE SPACES TO CFL-MESSAGE
               STRING 'PERIOD ' WS-PERIOD ' WAS CLOSED '
                       PT-CLOSED-DATE(PERIOD-TBL-INDEX) ' BY '
                       DELIMITED BY SIZE
                       PT-CLOSED-BY(PERIOD-TBL-INDEX)
                       DELIMITED BY SPACE
                       ' - RUN REFUSED'
                       DELIMITED BY SIZE INTO CFL-MESSAGE
               END-STRING
               PERFORM 90-REFUSE-RUN
           END-IF

           IF CL-AWAITING-COUNT > 0 OR CL-OTHER-PENDING > 0
               MOVE 'PERIOD LINES STILL AWAIT GLPOST - RUN REFUSED'
                       TO CFL-MESSAGE
               PERFORM 90-REFUSE-RUN
           END-IF

           ACCEPT WS-CLOSE-CONFIRM FROM ENVIRONMENT 'CLOSE-CONFIRM'

           IF WS-CLOSE-CONFIRM = SPACE
               DISPLAY 'CLOSE PERIOD ' WS-PERIOD ' NOW (Y/N): '
               ACCEPT WS-CLOSE-CONFIRM
           END-IF

           IF WS-CLOSE-CONFIRM = 'Y' OR 'y'
               SET CLOSE-APPROVED TO TRUE
           ELSE
               MOVE SPACES TO CRL-MESSAGE
               STRING 'CHECKLIST ONLY - PERIOD ' WS-PERIOD
                       ' LEFT OPEN' DELIMITED BY SIZE
                       INTO CRL-MESSAGE
               END-STRING
               MOVE CLOSE-RESULT-LINE TO CLOSE-RECORD
               WRITE CLOSE-RECORD
                   AFTER ADVANCING 2 LINES
           END-IF
           .

       50-ACCUMULATE-RECEIVABLES.
      *    THE PERIOD-END BALANCE OF A CUSTOMER IS WHAT STILL STANDS
      *    OPEN ON ITS INVOICES, LESS ITS OPEN CREDIT MEMOS AND ANY
      *    CASH OF ITS HELD UNAPPLIED
           OPEN INPUT CUSTOMER-MASTER-FILE

           IF NOT CUSTOMER-FOUND
               MOVE 'CUSTOMER MASTER NOT FOUND - RUN REFUSED' TO
                       CFL-MESSAGE
               PERFORM 90-REFUSE-RUN
           END-IF

           PERFORM UNTIL CUSTOMER-EOF-FLAG = 'T'
               READ CUSTOMER-MASTER-FILE
                   AT END
                       MOVE 'T' TO CUSTOMER-EOF-FLAG
                   NOT AT END
                       IF CT-NUM-CUSTOMERS < 500
                           ADD 1 TO CT-NUM-CUSTOMERS
                           MOVE CM-CUST-ID TO
                                   CT-CUST-ID(CT-NUM-CUSTOMERS)
                           MOVE CM-CUST-NAME TO
                                   CT-CUST-NAME(CT-NUM-CUSTOMERS)
                           MOVE ZEROES TO
                                   CT-OPEN-ITEMS(CT-NUM-CUSTOMERS)
                           MOVE ZEROES TO
                                   CT-BALANCE(CT-NUM-CUSTOMERS)
                       ELSE
                           DISPLAY 'CUSTOMER TABLE FULL - '
                                   CM-CUST-ID ' NOT LOADED'
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-MASTER-FILE

           OPEN INPUT OPEN-INVOICE-FILE

           IF NOT INVOICE-FOUND
               MOVE 'OPEN INVOICE FILE NOT FOUND - RUN REFUSED' TO
                       CFL-MESSAGE
               PERFORM 90-REFUSE-RUN
           END-IF

           PERFORM UNTIL INVOICE-EOF-FLAG = 'T'
               READ OPEN-INVOICE-FILE
                   AT END
                       MOVE 'T' TO INVOICE-EOF-FLAG
                   NOT AT END
                       IF OI-INVOICE-AMOUNT IS NUMERIC
                           PERFORM 52-POST-OPEN-DOCUMENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPEN-INVOICE-FILE

           OPEN INPUT UNAPPLIED-CASH-FILE

           PERFORM UNTIL UNAPPLIED-EOF-FLAG = 'T'
               READ UNAPPLIED-CASH-FILE
                   AT END
                       MOVE 'T' TO UNAPPLIED-EOF-FLAG
                   NOT AT END
                       IF UC-AMOUNT IS NUMERIC
                           PERFORM 53-POST-UNAPPLIED-CASH
                       END-IF
               END-READ
           END-PERFORM

           CLOSE UNAPPLIED-CASH-FILE
           .

       52-POST-OPEN-DOCUMENT.
           MOVE OI-CUST-ID TO SW-CUST-ID
           PERFORM 55-FIND-CUSTOMER

           IF CUSTOMER-ON-TABLE
               ADD 1 TO CT-OPEN-ITEMS(CUSTOMER-TBL-INDEX)
               IF OI-CREDIT-MEMO
                   SUBTRACT OI-INVOICE-AMOUNT FROM
                           CT-BALANCE(CUSTOMER-TBL-INDEX)
               ELSE
                   ADD OI-INVOICE-AMOUNT TO
                           CT-BALANCE(CUSTOMER-TBL-INDEX)
               END-IF
           END-IF
           .

       53-POST-UNAPPLIED-CASH.
           MOVE UC-CUST-ID TO SW-CUST-ID
           PERFORM 55-FIND-CUSTOMER

           IF CUSTOMER-ON-TABLE
               ADD 1 TO CT-OPEN-ITEMS(CUSTOMER-TBL-INDEX)
               SUBTRACT UC-AMOUNT FROM CT-BALANCE(CUSTOMER-TBL-INDEX)
           END-IF
           .

       55-FIND-CUSTOMER.
           MOVE 'N' TO CUSTOMER-FOUND-SW

           IF CT-NUM-CUSTOMERS > 0
               SET CUSTOMER-TBL-INDEX TO 1
               SEARCH CUSTOMER-TBL-LINE
                   WHEN CT-CUST-ID(CUSTOMER-TBL-INDEX) = SW-CUST-ID
                       SET CUSTOMER-ON-TABLE TO TRUE
               END-SEARCH
           END-IF

           IF NOT CUSTOMER-ON-TABLE
               PERFORM 57-ADD-OFF-MASTER-CUSTOMER
           END-IF
           .

       57-ADD-OFF-MASTER-CUSTOMER.
      *    CUSTOMER ZERO HOLDS CASH NOBODY COULD PLACE
           IF CT-NUM-CUSTOMERS < 500
               ADD 1 TO CT-NUM-CUSTOMERS
               MOVE SW-CUST-ID TO CT-CUST-ID(CT-NUM-CUSTOMERS)
               IF SW-CUST-ID = 0
                   MOVE 'UNIDENTIFIED REMITTANCES' TO
                           CT-CUST-NAME(CT-NUM-CUSTOMERS)
               ELSE
                   MOVE '** NOT ON MASTER' TO
                           CT-CUST-NAME(CT-NUM-CUSTOMERS)
               END-IF
               MOVE ZEROES TO CT-OPEN-ITEMS(CT-NUM-CUSTOMERS)
               MOVE ZEROES TO CT-BALANCE(CT-NUM-CUSTOMERS)
               SET CUSTOMER-TBL-INDEX TO CT-NUM-CUSTOMERS
               SET CUSTOMER-ON-TABLE TO TRUE
           ELSE
               DISPLAY 'CUSTOMER TABLE FULL - ' SW-CUST-ID
                       ' LEFT OUT OF THE SNAPSHOT'
           END-IF
           .

       60-ACCUMULATE-INVENTORY.
      *    EVERY STOCKED SLOT ON THE MERGED MASTER, VALUED AT ITS
      *    UNIT COST AND SUMMED BY WAREHOUSE.  A SLOT WITH STOCK BUT
      *    NO COST IS COUNTED SO THE GAP SHOWS ON THE REPORT
           PERFORM 58-UNLOAD-INDEXED-MASTER

           OPEN INPUT MERGED-INVENTORY-FILE

           IF NOT INVENTORY-FOUND
               MOVE 'MERGED INVENTORY NOT FOUND - RUN REFUSED' TO
                       CFL-MESSAGE
               PERFORM 90-REFUSE-RUN
           END-IF

           PERFORM 61-LOAD-COST-TABLE
           PERFORM 62-LOAD-WAREHOUSE-TABLE

           PERFORM UNTIL INVENTORY-EOF-FLAG = 'T'
               READ MERGED-INVENTORY-FILE
                   AT END
                       MOVE 'T' TO INVENTORY-EOF-FLAG
                   NOT AT END
                       PERFORM 64-FIND-WAREHOUSE
                       IF WAREHOUSE-ON-TABLE
                           PERFORM VARYING SLOT-SUB FROM 1 BY 1
                               UNTIL SLOT-SUB > 12
                               IF IR-COSTUME-NAME(SLOT-SUB) NOT = SPACES
                                   AND IR-NUM-IN-STOCK(SLOT-SUB)
                                       IS NUMERIC
                                   PERFORM 66-VALUE-ONE-SLOT
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MERGED-INVENTORY-FILE
           .

       58-UNLOAD-INDEXED-MASTER.
      *    THE INDEXED MASTER IS THE MASTER OF RECORD AND THE FLAT
      *    FILE IS ONLY AS CURRENT AS ITS LAST UNLOAD, SO IT IS
      *    UNLOADED HERE THE SAME WAY THE NIGHTLY DRIVER DOES, UNDER
      *    THE OPERATOR ALREADY SIGNED ON TO THIS CLOSE
           DISPLAY 'OPERATOR-ID' UPON ENVIRONMENT-NAME
           DISPLAY WS-OPERATOR-ID UPON ENVIRONMENT-VALUE
           DISPLAY 'INDEXED-MASTER-MODE' UPON ENVIRONMENT-NAME
           DISPLAY 'UNLOAD' UPON ENVIRONMENT-VALUE

           CALL 'PRO04IMST'
               ON EXCEPTION
                   MOVE 16 TO RETURN-CODE
           END-CALL

           IF RETURN-CODE NOT = 0
               MOVE 'INDEXED MASTER UNLOAD FAILED - RUN REFUSED' TO
                       CFL-MESSAGE
               PERFORM 90-REFUSE-RUN
           END-IF
           .

       61-LOAD-COST-TABLE.
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

       62-LOAD-WAREHOUSE-TABLE.
      *    THE WAREHOUSE MASTER ONLY NAMES THE WAREHOUSES; A SITE
      *    WITHOUT ONE SNAPSHOTS THEM BY ID ALONE
           OPEN INPUT WAREHOUSE-MASTER-FILE

           IF WAREHOUSE-MASTER-FOUND
               PERFORM UNTIL WAREHOUSE-EOF-FLAG = 'T'
                   READ WAREHOUSE-MASTER-FILE
                       AT END
                           MOVE 'T' TO WAREHOUSE-EOF-FLAG
                       NOT AT END
                           IF WT-NUM-WAREHOUSES < 100
                               ADD 1 TO WT-NUM-WAREHOUSES
                               MOVE WM-WAREHOUSE-ID TO
                                   WT-WAREHOUSE-ID(WT-NUM-WAREHOUSES)
                               MOVE WM-WAREHOUSE-NAME TO
                                   WT-WAREHOUSE-NAME(WT-NUM-WAREHOUSES)
                               PERFORM 63-CLEAR-WAREHOUSE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAREHOUSE-MASTER-FILE
           END-IF
           .

       63-CLEAR-WAREHOUSE-ROW.
           MOVE ZEROES TO WT-SLOTS(WT-NUM-WAREHOUSES)
           MOVE ZEROES TO WT-UNITS(WT-NUM-WAREHOUSES)
           MOVE ZEROES TO WT-VALUE(WT-NUM-WAREHOUSES)
           MOVE ZEROES TO WT-NO-COST-SLOTS(WT-NUM-WAREHOUSES)
           .

       64-FIND-WAREHOUSE.
           MOVE 'N' TO WAREHOUSE-FOUND-SW

           IF WT-NUM-WAREHOUSES > 0
               SET WAREHOUSE-TBL-INDEX TO 1
               SEARCH WAREHOUSE-TBL-LINE
                   WHEN WT-WAREHOUSE-ID(WAREHOUSE-TBL-INDEX) =
                           IR-WAREHOUSE-ID
                       SET WAREHOUSE-ON-TABLE TO TRUE
               END-SEARCH
           END-IF

           IF NOT WAREHOUSE-ON-TABLE
               IF WT-NUM-WAREHOUSES < 100
                   ADD 1 TO WT-NUM-WAREHOUSES
                   MOVE IR-WAREHOUSE-ID TO
                           WT-WAREHOUSE-ID(WT-NUM-WAREHOUSES)
                   IF WAREHOUSE-MASTER-FOUND
                       MOVE '** NOT ON MASTER' TO
                               WT-WAREHOUSE-NAME(WT-NUM-WAREHOUSES)
                   ELSE
                       MOVE SPACES TO
                               WT-WAREHOUSE-NAME(WT-NUM-WAREHOUSES)
                   END-IF
                   PERFORM 63-CLEAR-WAREHOUSE-ROW
                   SET WAREHOUSE-TBL-INDEX TO WT-NUM-WAREHOUSES
                   SET WAREHOUSE-ON-TABLE TO TRUE
               ELSE
                   DISPLAY 'WAREHOUSE TABLE FULL - ' IR-WAREHOUSE-ID
                           ' LEFT OUT OF THE SNAPSHOT'
               END-IF
           END-IF
           .

       66-VALUE-ONE-SLOT.
           MOVE 'N' TO COST-FOUND-SW
           MOVE ZEROES TO SW-UNIT-COST

           PERFORM VARYING COST-SUB FROM 1 BY 1
               UNTIL COST-SUB > CO-NUM-ENTRIES OR COST-FOUND

               IF IR-VENDOR-ID = CO-VENDOR-ID(COST-SUB)
                       AND IR-COSTUME-ID = CO-COSTUME-ID(COST-SUB)
                       AND SLOT-SUB = CO-SLOT-NUM(COST-SUB)
                   SET COST-FOUND TO TRUE
                   MOVE CO-UNIT-COST(COST-SUB) TO SW-UNIT-COST
               END-IF
           END-PERFORM

           MULTIPLY IR-NUM-IN-STOCK(SLOT-SUB) BY SW-UNIT-COST
               GIVING SW-SLOT-VALUE

           ADD 1 TO WT-SLOTS(WAREHOUSE-TBL-INDEX)
           ADD IR-NUM-IN-STOCK(SLOT-SUB) TO
                   WT-UNITS(WAREHOUSE-TBL-INDEX)
           ADD SW-SLOT-VALUE TO WT-VALUE(WAREHOUSE-TBL-INDEX)

           IF NOT COST-FOUND AND IR-NUM-IN-STOCK(SLOT-SUB) > 0
               ADD 1 TO WT-NO-COST-SLOTS(WAREHOUSE-TBL-INDEX)
           END-IF
           .

       70-WRITE-PERIOD-HISTORY.
      *    ONE RECORD PER CUSTOMER WITH ANYTHING OPEN, AND ONE PER
      *    WAREHOUSE WITH ANY SLOT STOCKED
           OPEN EXTEND PERIOD-HISTORY-FILE

           PERFORM VARYING CUSTOMER-TBL-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-TBL-INDEX > CT-NUM-CUSTOMERS

               IF CT-OPEN-ITEMS(CUSTOMER-TBL-INDEX) > 0
                   PERFORM 72-WRITE-CUSTOMER-SNAPSHOT
               END-IF
           END-PERFORM

           MOVE SPACES TO SHL-TITLE
           MOVE 'RECEIVABLES AT PERIOD END' TO SHL-TITLE
           MOVE SNAPSHOT-HEADING-LINE TO CLOSE-RECORD
           WRITE CLOSE-RECORD
               AFTER ADVANCING 3 LINES

           MOVE SW-AR-CUSTOMERS TO RTL-CUSTOMERS
           MOVE SW-AR-CREDITS TO RTL-CREDITS
           MOVE SW-AR-NET TO RTL-NET
           MOVE RECEIVABLE-TOTAL-LINE TO CLOSE-RECORD
           WRITE CLOSE-RECORD
               AFTER ADVANCING 1 LINES

           MOVE 'INVENTORY AT COST BY WAREHOUSE' TO SHL-TITLE
           MOVE SNAPSHOT-HEADING-LINE TO CLOSE-RECORD
           WRITE CLOSE-RECORD
               AFTER ADVANCING 2 LINES

           MOVE WAREHOUSE-HEADING-LINE TO CLOSE-RECORD
           WRITE CLOSE-RECORD
               AFTER ADVANCING 1 LINES

           PERFORM VARYING WAREHOUSE-TBL-INDEX FROM 1 BY 1
               UNTIL WAREHOUSE-TBL-INDEX > WT-NUM-WAREHOUSES

               IF WT-SLOTS(WAREHOUSE-TBL-INDEX) > 0
                   PERFORM 74-WRITE-WAREHOUSE-SNAPSHOT
               END-IF
           END-PERFORM

           MOVE SPACES TO WDL-WAREHOUSE-ID
           MOVE 'TOTAL' TO WDL-WAREHOUSE-NAME
           MOVE SW-INV-SLOTS TO WDL-SLOTS
           MOVE SW-INV-UNITS TO WDL-UNITS
           MOVE SW-INV-VALUE TO WDL-VALUE
           MOVE SW-INV-NO-COST TO WDL-NO-COST
           MOVE WAREHOUSE-DETAIL-LINE TO CLOSE-RECORD
           WRITE CLOSE-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE PERIOD-HISTORY-FILE
           .

       72-WRITE-CUSTOMER-SNAPSHOT.
           MOVE SPACES TO PERIOD-HISTORY-RECORD
           MOVE WS-PERIOD TO PH-PERIOD
           SET PH-RECEIVABLES TO TRUE
           MOVE CT-CUST-ID(CUSTOMER-TBL-INDEX) TO PH-KEY
           MOVE CT-CUST-NAME(CUSTOMER-TBL-INDEX) TO PH-NAME
           MOVE CT-OPEN-ITEMS(CUSTOMER-TBL-INDEX) TO PH-ITEM-COUNT
           MOVE ZEROES TO PH-UNITS
           MOVE CT-BALANCE(CUSTOMER-TBL-INDEX) TO PH-AMOUNT

           IF CT-BALANCE(CUSTOMER-TBL-INDEX) < 0
               MOVE '-' TO PH-AMOUNT-SIGN
               ADD 1 TO SW-AR-CREDITS
           END-IF

           MOVE WS-DATE TO PH-CLOSED-DATE
           MOVE WS-OPERATOR-ID TO PH-CLOSED-BY
           WRITE PERIOD-HISTORY-RECORD

           ADD 1 TO SW-AR-CUSTOMERS
           ADD CT-BALANCE(CUSTOMER-TBL-INDEX) TO SW-AR-NET
           .

       74-WRITE-WAREHOUSE-SNAPSHOT.
           MOVE SPACES TO PERIOD-HISTORY-RECORD
           MOVE WS-PERIOD TO PH-PERIOD
           SET PH-INVENTORY TO TRUE
           MOVE WT-WAREHOUSE-ID(WAREHOUSE-TBL-INDEX) TO PH-KEY
           MOVE WT-WAREHOUSE-NAME(WAREHOUSE-TBL-INDEX) TO PH-NAME
           MOVE WT-SLOTS(WAREHOUSE-TBL-INDEX) TO PH-ITEM-COUNT
           MOVE WT-UNITS(WAREHOUSE-TBL-INDEX) TO PH-UNITS
           MOVE WT-VALUE(WAREHOUSE-TBL-INDEX) TO PH-AMOUNT
           MOVE WS-DATE TO PH-CLOSED-DATE
           MOVE WS-OPERATOR-ID TO PH-CLOSED-BY
           WRITE PERIOD-HISTORY-RECORD

           MOVE WT-WAREHOUSE-ID(WAREHOUSE-TBL-INDEX) TO
                   WDL-WAREHOUSE-ID
           MOVE WT-WAREHOUSE-NAME(WAREHOUSE-TBL-INDEX) TO
                   WDL-WAREHOUSE-NAME
           MOVE WT-SLOTS(WAREHOUSE-TBL-INDEX) TO WDL-SLOTS
           MOVE WT-UNITS(WAREHOUSE-TBL-INDEX) TO WDL-UNITS
           MOVE WT-VALUE(WAREHOUSE-TBL-INDEX) TO WDL-VALUE
           MOVE WT-NO-COST-SLOTS(WAREHOUSE-TBL-INDEX) TO WDL-NO-COST
           MOVE WAREHOUSE-DETAIL-LINE TO CLOSE-RECORD
           WRITE CLOSE-RECORD
               AFTER ADVANCING 1 LINES

           ADD WT-SLOTS(WAREHOUSE-TBL-INDEX) TO SW-INV-SLOTS
           ADD WT-UNITS(WAREHOUSE-TBL-INDEX) TO SW-INV-UNITS
           ADD WT-VALUE(WAREHOUSE-TBL-INDEX) TO SW-INV-VALUE
           ADD WT-NO-COST-SLOTS(WAREHOUSE-TBL-INDEX) TO SW-INV-NO-COST
           .

       80-CLOSE-PERIOD.
      *    THE MONTH IS MARKED CLOSED AND THE NEXT ONE PUT ON THE
      *    FILE AS OPEN, THEN THE WHOLE FILE IS WRITTEN BACK
           IF PERIOD-ON-FILE
               MOVE 'C' TO PT-STATUS(PERIOD-TBL-INDEX)
               MOVE WS-DATE TO PT-CLOSED-DATE(PERIOD-TBL-INDEX)
               MOVE WS-OPERATOR-ID TO PT-CLOSED-BY(PERIOD-TBL-INDEX)
           ELSE
               MOVE WS-PERIOD TO WS-INSERT-PERIOD
               MOVE 'C' TO WS-INSERT-STATUS
               PERFORM 82-INSERT-PERIOD
           END-IF

           IF WS-PERIOD-MM = 12
               MOVE 1 TO WS-NEXT-MM
               IF WS-PERIOD-YY = 99
                   MOVE 0 TO WS-NEXT-YY
               ELSE
                   COMPUTE WS-NEXT-YY = WS-PERIOD-YY + 1
               END-IF
           ELSE
               MOVE WS-PERIOD-YY TO WS-NEXT-YY
               COMPUTE WS-NEXT-MM = WS-PERIOD-MM + 1
           END-IF

           MOVE 'N' TO PERIOD-ON-FILE-SW
           SET PERIOD-TBL-INDEX TO 1
           SEARCH PERIOD-TBL-LINE
               WHEN PT-PERIOD(PERIOD-TBL-INDEX) = WS-NEXT-PERIOD
                   SET PERIOD-ON-FILE TO TRUE
           END-SEARCH

           IF NOT PERIOD-ON-FILE
               MOVE WS-NEXT-PERIOD TO WS-INSERT-PERIOD
               MOVE 'O' TO WS-INSERT-STATUS
               PERFORM 82-INSERT-PERIOD
           END-IF

           OPEN OUTPUT PERIOD-CONTROL-FILE

           PERFORM VARYING PT-SUB FROM 1 BY 1
               UNTIL PT-SUB > PT-NUM-PERIODS
               MOVE PERIOD-TBL-LINE(PT-SUB) TO PERIOD-CONTROL-RECORD
               WRITE PERIOD-CONTROL-RECORD
           END-PERFORM

           CLOSE PERIOD-CONTROL-FILE

           MOVE SPACES TO CRL-MESSAGE
           STRING 'PERIOD ' WS-PERIOD ' CLOSED BY ' WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO CRL-MESSAGE
           END-STRING
           MOVE CLOSE-RESULT-LINE TO CLOSE-RECORD
           WRITE CLOSE-RECORD
               AFTER ADVANCING 3 LINES
           DISPLAY CRL-MESSAGE
           .

       82-INSERT-PERIOD.
      *    KEEPS THE TABLE IN PERIOD ORDER: EVERY LATER MONTH MOVES
      *    DOWN ONE PLACE TO MAKE ROOM
           IF PT-NUM-PERIODS < 600
               ADD 1 TO PT-NUM-PERIODS
               MOVE PT-NUM-PERIODS TO PT-SUB

               MOVE 'N' TO INSERT-PLACE-SW

               PERFORM UNTIL PT-SUB = 1 OR INSERT-PLACE-FOUND
                   COMPUTE PT-SUB-2 = PT-SUB - 1
                   IF PT-PERIOD(PT-SUB-2) > WS-INSERT-PERIOD
                       MOVE PERIOD-TBL-LINE(PT-SUB-2) TO
                               PERIOD-TBL-LINE(PT-SUB)
                       SUBTRACT 1 FROM PT-SUB
                   ELSE
                       SET INSERT-PLACE-FOUND TO TRUE
                   END-IF
               END-PERFORM

               MOVE WS-INSERT-PERIOD TO PT-PERIOD(PT-SUB)
               MOVE WS-INSERT-STATUS TO PT-STATUS(PT-SUB)
               IF WS-INSERT-STATUS = 'C'
                   MOVE WS-DATE TO PT-CLOSED-DATE(PT-SUB)
                   MOVE WS-OPERATOR-ID TO PT-CLOSED-BY(PT-SUB)
               ELSE
                   MOVE SPACES TO PT-CLOSED-DATE(PT-SUB)
                   MOVE SPACES TO PT-CLOSED-BY(PT-SUB)
               END-IF
           ELSE
               DISPLAY 'PERIOD CONTROL FULL - ' WS-INSERT-PERIOD
                       ' NOT ADDED'
           END-IF
           .

       90-REFUSE-RUN.
           MOVE CLOSE-REFUSED-LINE TO CLOSE-RECORD
           WRITE CLOSE-RECORD
               AFTER ADVANCING 2 LINES

           DISPLAY CFL-MESSAGE
           CLOSE CLOSE-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .

       100-WRAP-UP.
           CLOSE CLOSE-REPORT-FILE

           GOBACK
           .
