       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO04ASN.
       AUTHOR. TIM J.
      ****************************************************************
      * This program takes the advance ship notices vendors send
      * ahead of their shipments, so the dock knows what is coming
      * and no longer keys receipts from scratch off the packing
      * slip.  It runs in two modes:
      *
      *    L  LOAD -- each notice is checked against its open PO; a
      *       good one sets the PO's expected date to the promised
      *       arrival and joins the expected receipts file, and the
      *       inbound schedule is printed by warehouse and day
      *    C  CONFIRM -- the dock has marked each expected line that
      *       arrived as confirmed (as shipped) or corrected (with
      *       the count actually received); each marked line becomes
      *       a receipt for PRO04RECV, and every difference between
      *       the notice and the count is reported by vendor

      ***************
      * INPUTS:
      *    The mode comes from ASN-MODE in the environment when a
      *    driver set it, otherwise from the console
      *
      *    The ASN INBOUND FILE holds the vendors' notice lines:
      *        1: Vendor
      *        2: PO number
      *        3: Costume name
      *        4: Quantity shipped
      *        5: Ship date and expected arrival date, YYMMDD
      *
      *    The OPEN PO FILE holds every line still on order
      *
      *    The ASN EXPECTED FILE holds every notice line not yet
      *    received.  At the dock each arriving line is marked in
      *    its action column:
      *        C  received as shipped
      *        Q  received in the quantity keyed beside it
      *    with the receipt date (blank for today)

      * *******
      * OUTPUTS:
      *    The ASN LOAD REGISTER lists every notice line with what
      *    was done with it
      *
      *    The OPEN PO FILE is rewritten with the promised arrival
      *    as each noticed line's expected date
      *
      *    The INBOUND SCHEDULE lists the expected lines a page per
      *    warehouse, by arrival day, with day totals
      *
      *    At confirm, each marked line is appended to the PO
      *    RECEIPTS FILE for PRO04RECV and to the ASN HISTORY FILE,
      *    and leaves the expected file
      *
      *    The ASN DISCREPANCY REPORT lists every confirmed line
      *    received short or over its notice, with vendor totals

      ****************
      * CALCULATIONS:
      *    DISCREPANCY [QUANTITY RECEIVED - QUANTITY SHIPPED]
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ASN-INBOUND-FILE
               ASSIGN TO 'ASN-INBOUND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASN-INBOUND-STATUS.

           SELECT OPEN-PO-FILE
               ASSIGN TO 'OPEN-PO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ASN-EXPECTED-FILE
               ASSIGN TO 'ASN-EXPECTED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASN-EXPECTED-STATUS.

      *    DOCK RECEIPTS FOR SHIPMENTS THAT CAME WITHOUT A NOTICE ARE
      *    STILL KEYED HERE BY HAND, SO CONFIRMED LINES ARE ADDED TO
      *    THE FILE RATHER THAN REPLACING IT
           SELECT OPTIONAL PO-RECEIPTS-FILE
               ASSIGN TO 'PO-RECEIPTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ASN-HISTORY-FILE
               ASSIGN TO 'ASN-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UNSORTED-ASN-FILE
               ASSIGN TO 'UNSORTEDASN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ASN-SORT-FILE
               ASSIGN TO 'ASNSORT.TMP'.

           SELECT SORTED-ASN-FILE
               ASSIGN TO 'SORTEDASN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ASN-REGISTER-FILE
               ASSIGN TO PRINTER 'ASN-LOAD-REGISTER.TXT'.

           SELECT INBOUND-SCHEDULE-FILE
               ASSIGN TO PRINTER 'INBOUND-SCHEDULE.TXT'.

           SELECT DISCREPANCY-REPORT-FILE
               ASSIGN TO PRINTER 'ASN-DISCREPANCY.TXT'.

      *    EVERY OPERATOR ALLOWED TO CHANGE THE OPEN PO FILE; AN
      *    UNKNOWN ID IS REFUSED BEFORE ANY UPDATE RUNS
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

       FD ASN-INBOUND-FILE
           RECORD CONTAINS 39 CHARACTERS.

       01 ASN-INBOUND-RECORD.
           05 AN-VENDOR-ID             PIC X(4).
           05 AN-PO-NUMBER             PIC X(10).
           05 AN-COSTUME-NAME          PIC X(9).
           05 AN-QTY-SHIPPED           PIC 9(4).
           05 AN-SHIP-DATE             PIC X(6).
           05 AN-ARRIVAL-DATE          PIC X(6).

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

       FD ASN-EXPECTED-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01 ASN-EXPECTED-RECORD          PIC X(53).

       FD PO-RECEIPTS-FILE
           RECORD CONTAINS 20 CHARACTERS.

       01 PO-RECEIPT-RECORD.
           05 RC-PO-NUMBER              PIC X(10).
           05 RC-QTY-RECEIVED           PIC 9(4).
           05 RC-RECEIPT-DATE           PIC X(6).

       FD ASN-HISTORY-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01 ASN-HISTORY-RECORD           PIC X(53).

       FD UNSORTED-ASN-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01 UNSORTED-ASN-RECORD          PIC X(53).

       SD ASN-SORT-FILE.

       01 ASN-SORT-RECORD.
           05 SR-PO-NUMBER             PIC X(10).
           05 SR-VENDOR-ID             PIC X(4).
           05 SR-WAREHOUSE-ID          PIC X(3).
           05 FILLER                   PIC X(19).
           05 SR-ARRIVAL-DATE          PIC X(6).
           05 FILLER                   PIC X(11).

       FD SORTED-ASN-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01 SORTED-ASN-RECORD            PIC X(53).

       FD ASN-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 REGISTER-RECORD              PIC X(80).

       FD INBOUND-SCHEDULE-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 SCHEDULE-RECORD              PIC X(80).

       FD DISCREPANCY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 DISCREPANCY-RECORD           PIC X(80).

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
           05 ASN-INBOUND-STATUS       PIC XX.
               88 ASN-INBOUND-FOUND    VALUE '00'.
           05 ASN-EXPECTED-STATUS      PIC XX.
               88 ASN-EXPECTED-FOUND   VALUE '00'.
           05 SORTED-EOF-SW            PIC X.
               88 SORTED-DONE          VALUE 'Y'.
           05 PO-MATCH-SW              PIC X.
               88 PO-MATCHED           VALUE 'Y'.
           05 EXPECTED-MATCH-SW        PIC X.
               88 EXPECTED-MATCHED     VALUE 'Y'.
           05 OPERATOR-LOAD-SW         PIC X           VALUE 'N'.
               88 OPERATOR-LOAD-DONE   VALUE 'Y'.
           05 OPERATOR-KNOWN-SW        PIC X           VALUE 'N'.
               88 OPERATOR-KNOWN       VALUE 'Y'.
           05 AUTHORITY-LOAD-SW        PIC X           VALUE 'N'.
               88 AUTHORITY-LOAD-DONE  VALUE 'Y'.
           05 PO-SUB                   PIC 9(4).
           05 EXP-SUB                  PIC 9(4).
           05 AS-ACCEPTED-COUNT        PIC 9(5)        VALUE 0.
           05 AS-REJECTED-COUNT        PIC 9(5)        VALUE 0.
           05 AS-CONFIRMED-COUNT       PIC 9(5)        VALUE 0.
           05 AS-NOT-TAKEN-COUNT       PIC 9(5)        VALUE 0.
           05 AS-DISCREPANT-COUNT      PIC 9(5)        VALUE 0.

       01 HOLD-FIELDS.
           05 HF-WAREHOUSE-ID          PIC X(3).
           05 HF-ARRIVAL-DATE          PIC X(6).
           05 HF-VENDOR-ID             PIC X(4).
           05 HF-DIFFERENCE            PIC S9(5).
           05 HF-DAY-LINES             PIC 9(4).
           05 HF-DAY-UNITS             PIC 9(6).
           05 HF-VENDOR-LINES          PIC 9(4).
           05 HF-VENDOR-OFF            PIC 9(4).
           05 HF-VENDOR-ASN-UNITS      PIC 9(6).
           05 HF-VENDOR-RECEIVED       PIC 9(6).

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 WS-RUN-DATE                  PIC X(6).
       01 WS-OPERATOR-ID               PIC X(10)       VALUE SPACES.
       01 WS-SIGNON-TIME               PIC X(8).

       01 RUN-PARAMETERS.
           05 AS-MODE                  PIC X.
               88 MODE-LOAD            VALUE 'L' 'l'.
               88 MODE-CONFIRM         VALUE 'C' 'c'.

      *    ONE EXPECTED RECEIPT -- THE ASN EXPECTED, HISTORY, AND SORT
      *    WORK FILES ALL CARRY THIS LAYOUT
       01 EXPECTED-WORK.
           05 AE-PO-NUMBER             PIC X(10).
           05 AE-VENDOR-ID             PIC X(4).
           05 AE-WAREHOUSE-ID          PIC X(3).
           05 AE-COSTUME-NAME          PIC X(9).
           05 AE-QTY-SHIPPED           PIC 9(4).
           05 AE-SHIP-DATE             PIC X(6).
           05 AE-ARRIVAL-DATE          PIC X(6).
           05 AE-DOCK-ACTION           PIC X.
               88 AE-CONFIRMED         VALUE 'C' 'c'.
               88 AE-CORRECTED         VALUE 'Q' 'q'.
           05 AE-QTY-RECEIVED          PIC 9(4).
           05 AE-RECEIPT-DATE          PIC X(6).

       01 OPEN-PO-TABLE-AREA.
      *    THE WHOLE OPEN-PO FILE IS HELD HERE WHILE THE NOTICES
      *    APPLY, THEN WRITTEN BACK WITH THE NEW EXPECTED DATES
           05 PT-NUM-LINES             PIC 9(4)        VALUE 0.
           05 PO-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON PT-NUM-LINES.
               10 PT-PO-NUMBER         PIC X(10).
               10 PT-VENDOR-ID         PIC X(4).
               10 PT-WAREHOUSE-ID      PIC X(3).
               10 PT-COSTUME-NAME      PIC X(9).
               10 PT-QTY-ORDERED       PIC 9(4).
               10 PT-ORDER-DATE        PIC X(6).
               10 PT-EXPECTED-DATE     PIC X(6).
               10 PT-UNIT-COST         PIC 99V99.

       01 EXPECTED-TABLE-AREA.
      *    EVERY NOTICE LINE NOT YET RECEIVED.  A LINE RECEIVED AT
      *    CONFIRM IS MARKED GONE AND LEFT OUT OF THE REWRITE
           05 ET-NUM-LINES             PIC 9(4)        VALUE 0.
           05 EXPECTED-TBL-LINE OCCURS 1 TO 3000 TIMES
               DEPENDING ON ET-NUM-LINES.
               10 ET-EXPECTED-LINE     PIC X(53).
               10 ET-EXPECTED-KEY REDEFINES ET-EXPECTED-LINE.
                   15 ET-PO-NUMBER     PIC X(10).
                   15 FILLER           PIC X(26).
                   15 ET-SHIP-DATE     PIC X(6).
                   15 FILLER           PIC X(11).
               10 ET-GONE-SW           PIC X.
                   88 ET-GONE          VALUE 'Y'.

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

       01 REGISTER-HEADING-ONE.
           05 FILLER                   PIC X(27)       VALUE SPACES.
           05                          PIC X(25)       VALUE
                   'ADVANCE SHIP NOTICE LOAD'.
           05 FILLER                   PIC X(28)       VALUE SPACES.

       01 RUN-HEADING-TWO.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05 RH2-MONTH                PIC 99.
           05                          PIC X           VALUE '/'.
           05 RH2-DAY                  PIC 99.
           05                          PIC X           VALUE '/'.
           05 RH2-YEAR                 PIC 9(2).
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05                          PIC X(5)        VALUE 'OPR: '.
           05 RH2-OPERATOR-ID          PIC X(10).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RH2-SIGNON-TIME          PIC X(6).
           05 FILLER                   PIC X(22)       VALUE SPACES.
           05                          PIC XXX         VALUE 'TWJ'.
           05 FILLER                   PIC X(7)        VALUE SPACES.

       01 REGISTER-COLUMN-HEADING.
           05                          PIC X(4)        VALUE 'VEND'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                   'PO NUMBER'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(9)        VALUE 'COSTUME'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE ' QTY'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'ARRIVE'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'OUTCOME'.
           05 FILLER                   PIC X(33)       VALUE SPACES.

       01 REGISTER-DETAIL-LINE.
           05 RDL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-PO-NUMBER            PIC X(10).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-COSTUME-NAME         PIC X(9).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 RDL-QTY-SHIPPED          PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-ARRIVAL-DATE         PIC X(6).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 RDL-OUTCOME              PIC X(40).

       01 REGISTER-TOTAL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                   'ACCEPTED: '.
           05 RTL-ACCEPTED-COUNT       PIC ZZ,ZZ9.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                   'REJECTED: '.
           05 RTL-REJECTED-COUNT       PIC ZZ,ZZ9.
           05 FILLER                   PIC X(38)       VALUE SPACES.

       01 SCHEDULE-HEADING-ONE.
           05 FILLER                   PIC X(28)       VALUE SPACES.
           05                          PIC X(24)       VALUE
                   'INBOUND RECEIPT SCHEDULE'.
           05 FILLER                   PIC X(28)       VALUE SPACES.

       01 SCHEDULE-HEADING-TWO.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05 SH2-MONTH                PIC 99.
           05                          PIC X           VALUE '/'.
           05 SH2-DAY                  PIC 99.
           05                          PIC X           VALUE '/'.
           05 SH2-YEAR                 PIC 9(2).
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05                          PIC X(11)       VALUE
                   'WAREHOUSE: '.
           05 SH2-WAREHOUSE-ID         PIC X(3).
           05 FILLER                   PIC X(28)       VALUE SPACES.
           05                          PIC XXX         VALUE 'TWJ'.
           05 FILLER                   PIC X(7)        VALUE SPACES.

       01 SCHEDULE-DAY-HEADING.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                   'ARRIVING '.
           05 SDH-MONTH                PIC XX.
           05                          PIC X           VALUE '/'.
           05 SDH-DAY                  PIC XX.
           05                          PIC X           VALUE '/'.
           05 SDH-YEAR                 PIC XX.
           05 FILLER                   PIC X(60)       VALUE SPACES.

       01 SCHEDULE-COLUMN-HEADING.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                   'PO NUMBER'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'VEND'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(9)        VALUE 'COSTUME'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE ' QTY'.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'SHIPPED'.
           05 FILLER                   PIC X(31)       VALUE SPACES.

       01 SCHEDULE-DETAIL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05 SDL-PO-NUMBER            PIC X(10).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 SDL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 SDL-COSTUME-NAME         PIC X(9).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 SDL-QTY-SHIPPED          PIC ZZZ9.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05 SDL-SHIP-DATE            PIC X(6).
           05 FILLER                   PIC X(32)       VALUE SPACES.

       01 SCHEDULE-DAY-TOTAL.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                   'DAY LINES: '.
           05 SDT-DAY-LINES            PIC Z,ZZ9.
           05                          PIC X(10)       VALUE
                   '   UNITS: '.
           05 SDT-DAY-UNITS            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(42)       VALUE SPACES.

       01 NO-EXPECTED-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(30)       VALUE
                   'NO SHIPMENTS EXPECTED'.
           05 FILLER                   PIC X(45)       VALUE SPACES.

       01 DISCREPANCY-HEADING-ONE.
           05 FILLER                   PIC X(25)       VALUE SPACES.
           05                          PIC X(30)       VALUE
                   'ASN VERSUS ACTUAL BY VENDOR'.
           05 FILLER                   PIC X(25)       VALUE SPACES.

       01 NOT-TAKEN-HEADING.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(40)       VALUE
                   'DOCK ENTRIES NOT TAKEN - STILL EXPECTED'.
           05 FILLER                   PIC X(35)       VALUE SPACES.

       01 NOT-TAKEN-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05 NTL-PO-NUMBER            PIC X(10).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 NTL-DOCK-ACTION          PIC X.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 NTL-QTY-RECEIVED         PIC X(4).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 NTL-REASON               PIC X(40).
           05 FILLER                   PIC X(14)       VALUE SPACES.

       01 DISCREPANCY-COLUMN-HEADING.
           05                          PIC X(4)        VALUE 'VEND'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                   'PO NUMBER'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'WHS'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(9)        VALUE 'COSTUME'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE ' ASN'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'RCVD'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(6)        VALUE '  DIFF'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'RCV DT'.
           05 FILLER                   PIC X(23)       VALUE SPACES.

       01 DISCREPANCY-DETAIL-LINE.
           05 DDL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 DDL-PO-NUMBER            PIC X(10).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 DDL-WAREHOUSE-ID         PIC X(3).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 DDL-COSTUME-NAME         PIC X(9).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 DDL-QTY-SHIPPED          PIC ZZZ9.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 DDL-QTY-RECEIVED         PIC ZZZ9.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 DDL-DIFFERENCE           PIC ZZZZ9-.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 DDL-RECEIPT-DATE         PIC X(6).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 DDL-NOTE                 PIC X(5).
           05 FILLER                   PIC X(16)       VALUE SPACES.

       01 VENDOR-TOTAL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(7)        VALUE
                   'VENDOR '.
           05 VTL-VENDOR-ID            PIC X(4).
           05                          PIC X(8)        VALUE
                   '  LINES '.
           05 VTL-LINES                PIC ZZZ9.
           05                          PIC X(6)        VALUE '  OFF '.
           05 VTL-OFF                  PIC ZZZ9.
           05                          PIC X(6)        VALUE '  ASN '.
           05 VTL-ASN-UNITS            PIC ZZZZZ9.
           05                          PIC X(8)        VALUE
                   '  RCVD '.
           05 VTL-RECEIVED             PIC ZZZZZ9.
           05 FILLER                   PIC X(16)       VALUE SPACES.

       01 DISCREPANCY-TOTAL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                   'CONFIRMED: '.
           05 DTL-CONFIRMED-COUNT      PIC ZZ,ZZ9.
           05                          PIC X(14)       VALUE
                   '  DISCREPANT: '.
           05 DTL-DISCREPANT-COUNT     PIC ZZ,ZZ9.
           05                          PIC X(13)       VALUE
                   '  NOT TAKEN: '.
           05 DTL-NOT-TAKEN-COUNT      PIC ZZ,ZZ9.
           05 FILLER                   PIC X(19)       VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 12-OPERATOR-SIGN-ON
           PERFORM 13-GET-RUN-PARAMETERS

           EVALUATE TRUE
               WHEN MODE-LOAD
                   PERFORM 20-LOAD-NOTICES

               WHEN MODE-CONFIRM
                   PERFORM 50-CONFIRM-RECEIPTS

               WHEN OTHER
                   DISPLAY 'MODE MUST BE L OR C - NOTHING DONE'
           END-EVALUATE

           GOBACK
           .

       12-OPERATOR-SIGN-ON.
      *    THE SIGN-ON COMES FROM THE ENVIRONMENT WHEN A DRIVER SET
      *    IT, OTHERWISE FROM THE CONSOLE; AN ID NOT ON THE
      *    OPERATOR MASTER IS REFUSED BEFORE ANY UPDATE RUNS
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

           MOVE 'PRO04ASN' TO AU-PROGRAM-ID

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

           MOVE WS-MONTH TO RH2-MONTH
           MOVE WS-DAY TO RH2-DAY
           MOVE WS-YEAR TO RH2-YEAR
           MOVE WS-OPERATOR-ID TO RH2-OPERATOR-ID
           MOVE WS-SIGNON-TIME(1:6) TO RH2-SIGNON-TIME

           ACCEPT AS-MODE FROM ENVIRONMENT 'ASN-MODE'
           IF AS-MODE = SPACES
               DISPLAY 'ASN MODE (L=LOAD NOTICES, C=CONFIRM AT DOCK): '
               ACCEPT AS-MODE
           END-IF
           .

       20-LOAD-NOTICES.
           OPEN OUTPUT ASN-REGISTER-FILE

           WRITE REGISTER-RECORD FROM REGISTER-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE RUN-HEADING-TWO TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES

           MOVE REGISTER-COLUMN-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES

           PERFORM 21-LOAD-OPEN-PO-TABLE
           PERFORM 22-LOAD-EXPECTED-TABLE

           OPEN INPUT ASN-INBOUND-FILE

           IF ASN-INBOUND-FOUND
               PERFORM UNTIL EOF-FLAG = 'T'
                   READ ASN-INBOUND-FILE
                       AT END
                           MOVE 'T' TO EOF-FLAG
                       NOT AT END
                           PERFORM 25-APPLY-ONE-NOTICE
                   END-READ
               END-PERFORM

               CLOSE ASN-INBOUND-FILE
           ELSE
               DISPLAY 'NO ASN INBOUND FILE - NOTHING LOADED'
           END-IF

           PERFORM 70-REWRITE-OPEN-PO-FILE
           PERFORM 71-REWRITE-EXPECTED-FILE

           MOVE AS-ACCEPTED-COUNT TO RTL-ACCEPTED-COUNT
           MOVE AS-REJECTED-COUNT TO RTL-REJECTED-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE ASN-REGISTER-FILE

           PERFORM 40-PRINT-INBOUND-SCHEDULE
           .

       21-LOAD-OPEN-PO-TABLE.
           OPEN INPUT OPEN-PO-FILE

           MOVE 'N' TO LOAD-EOF-SW
           PERFORM UNTIL LOAD-DONE
               READ OPEN-PO-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO PT-NUM-LINES
                       MOVE OPEN-PO-RECORD TO PO-TBL-LINE(PT-NUM-LINES)
                       IF OP-UNIT-COST IS NOT NUMERIC
                           MOVE ZEROES TO PT-UNIT-COST(PT-NUM-LINES)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPEN-PO-FILE
           .

       22-LOAD-EXPECTED-TABLE.
           OPEN INPUT ASN-EXPECTED-FILE

           IF ASN-EXPECTED-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ ASN-EXPECTED-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO ET-NUM-LINES
                           MOVE ASN-EXPECTED-RECORD TO
                                   ET-EXPECTED-LINE(ET-NUM-LINES)
                           MOVE 'N' TO ET-GONE-SW(ET-NUM-LINES)
                   END-READ
               END-PERFORM

               CLOSE ASN-EXPECTED-FILE
           END-IF
           .

       25-APPLY-ONE-NOTICE.
      *    A VENDOR RESENDING THE SAME SHIPMENT (SAME PO, SAME SHIP
      *    DATE) REPLACES ITS EARLIER NOTICE; A SECOND SHIPMENT
      *    AGAINST THE PO IS A LINE OF ITS OWN
           MOVE AN-VENDOR-ID TO RDL-VENDOR-ID
           MOVE AN-PO-NUMBER TO RDL-PO-NUMBER
           MOVE AN-COSTUME-NAME TO RDL-COSTUME-NAME
           MOVE AN-QTY-SHIPPED TO RDL-QTY-SHIPPED
           MOVE AN-ARRIVAL-DATE TO RDL-ARRIVAL-DATE

           PERFORM 26-FIND-OPEN-PO

           EVALUATE TRUE
               WHEN NOT PO-MATCHED
                   MOVE 'REJECTED - PO NOT OPEN' TO RDL-OUTCOME
               WHEN AN-VENDOR-ID NOT = PT-VENDOR-ID(PO-SUB)
                   MOVE 'REJECTED - PO BELONGS TO ANOTHER VENDOR'
                           TO RDL-OUTCOME
               WHEN AN-COSTUME-NAME NOT = PT-COSTUME-NAME(PO-SUB)
                   MOVE 'REJECTED - COSTUME NOT ON THE PO' TO
                           RDL-OUTCOME
               WHEN AN-QTY-SHIPPED IS NOT NUMERIC
                       OR AN-QTY-SHIPPED = 0
                   MOVE 'REJECTED - QUANTITY SHIPPED NOT NUMERIC' TO
                           RDL-OUTCOME
               WHEN AN-ARRIVAL-DATE IS NOT NUMERIC
                       OR AN-SHIP-DATE IS NOT NUMERIC
                   MOVE 'REJECTED - DATES MUST BE YYMMDD' TO
                           RDL-OUTCOME
               WHEN OTHER
                   PERFORM 27-RECORD-EXPECTED-LINE
           END-EVALUATE

           IF RDL-OUTCOME(1:8) = 'REJECTED'
               ADD 1 TO AS-REJECTED-COUNT
           ELSE
               ADD 1 TO AS-ACCEPTED-COUNT
           END-IF

           MOVE REGISTER-DETAIL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       26-FIND-OPEN-PO.
           MOVE 'N' TO PO-MATCH-SW

           PERFORM VARYING PO-SUB FROM 1 BY 1
               UNTIL PO-SUB > PT-NUM-LINES OR PO-MATCHED
               IF AN-PO-NUMBER = PT-PO-NUMBER(PO-SUB)
                   SET PO-MATCHED TO TRUE
               END-IF
           END-PERFORM

      *    THE LOOP STEPS PAST THE HIT BEFORE IT TESTS THE SWITCH
           IF PO-MATCHED
               SUBTRACT 1 FROM PO-SUB
           END-IF
           .

       27-RECORD-EXPECTED-LINE.
           MOVE AN-ARRIVAL-DATE TO PT-EXPECTED-DATE(PO-SUB)

           MOVE AN-PO-NUMBER TO AE-PO-NUMBER
           MOVE AN-VENDOR-ID TO AE-VENDOR-ID
           MOVE PT-WAREHOUSE-ID(PO-SUB) TO AE-WAREHOUSE-ID
           MOVE AN-COSTUME-NAME TO AE-COSTUME-NAME
           MOVE AN-QTY-SHIPPED TO AE-QTY-SHIPPED
           MOVE AN-SHIP-DATE TO AE-SHIP-DATE
           MOVE AN-ARRIVAL-DATE TO AE-ARRIVAL-DATE
           MOVE SPACES TO AE-DOCK-ACTION
           MOVE ZEROES TO AE-QTY-RECEIVED
           MOVE SPACES TO AE-RECEIPT-DATE

           MOVE 'N' TO EXPECTED-MATCH-SW
           PERFORM VARYING EXP-SUB FROM 1 BY 1
               UNTIL EXP-SUB > ET-NUM-LINES OR EXPECTED-MATCHED
               IF AN-PO-NUMBER = ET-PO-NUMBER(EXP-SUB)
                       AND AN-SHIP-DATE = ET-SHIP-DATE(EXP-SUB)
                   SET EXPECTED-MATCHED TO TRUE
                   MOVE EXPECTED-WORK TO ET-EXPECTED-LINE(EXP-SUB)
               END-IF
           END-PERFORM

           IF EXPECTED-MATCHED
               MOVE 'EXPECTED - REPLACES EARLIER NOTICE' TO
                       RDL-OUTCOME
           ELSE
               ADD 1 TO ET-NUM-LINES
               MOVE EXPECTED-WORK TO ET-EXPECTED-LINE(ET-NUM-LINES)
               MOVE 'N' TO ET-GONE-SW(ET-NUM-LINES)
               MOVE 'EXPECTED - PO DATE SET' TO RDL-OUTCOME
           END-IF

           IF AN-QTY-SHIPPED > PT-QTY-ORDERED(PO-SUB)
               MOVE 'EXPECTED - SHIPS MORE THAN STILL ORDERED' TO
                       RDL-OUTCOME
           END-IF
           .

       40-PRINT-INBOUND-SCHEDULE.
      *    EVERY LINE STILL EXPECTED, NOT JUST TODAY'S NOTICES, A
      *    PAGE PER WAREHOUSE WITH EACH ARRIVAL DAY TOTALLED
           OPEN OUTPUT UNSORTED-ASN-FILE
           PERFORM VARYING EXP-SUB FROM 1 BY 1
               UNTIL EXP-SUB > ET-NUM-LINES
               IF NOT ET-GONE(EXP-SUB)
                   WRITE UNSORTED-ASN-RECORD FROM
                           ET-EXPECTED-LINE(EXP-SUB)
               END-IF
           END-PERFORM
           CLOSE UNSORTED-ASN-FILE

           SORT ASN-SORT-FILE
               ON ASCENDING KEY SR-WAREHOUSE-ID, SR-ARRIVAL-DATE,
                                SR-VENDOR-ID, SR-PO-NUMBER
               USING UNSORTED-ASN-FILE
               GIVING SORTED-ASN-FILE

           OPEN INPUT SORTED-ASN-FILE
           OPEN OUTPUT INBOUND-SCHEDULE-FILE

           MOVE WS-MONTH TO SH2-MONTH
           MOVE WS-DAY TO SH2-DAY
           MOVE WS-YEAR TO SH2-YEAR
           MOVE SPACES TO HF-WAREHOUSE-ID, HF-ARRIVAL-DATE
           MOVE 'N' TO SORTED-EOF-SW

           PERFORM UNTIL SORTED-DONE
               READ SORTED-ASN-FILE INTO EXPECTED-WORK
                   AT END
                       SET SORTED-DONE TO TRUE
                   NOT AT END
                       PERFORM 41-SCHEDULE-ONE-LINE
               END-READ
           END-PERFORM

           IF HF-WAREHOUSE-ID = SPACES
               WRITE SCHEDULE-RECORD FROM SCHEDULE-HEADING-ONE
                   AFTER ADVANCING PAGE
               MOVE NO-EXPECTED-LINE TO SCHEDULE-RECORD
               WRITE SCHEDULE-RECORD
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 43-PRINT-DAY-TOTAL
           END-IF

           CLOSE SORTED-ASN-FILE, INBOUND-SCHEDULE-FILE
           .

       41-SCHEDULE-ONE-LINE.
           IF AE-WAREHOUSE-ID NOT = HF-WAREHOUSE-ID
               IF HF-WAREHOUSE-ID NOT = SPACES
                   PERFORM 43-PRINT-DAY-TOTAL
               END-IF
               MOVE AE-WAREHOUSE-ID TO HF-WAREHOUSE-ID
               MOVE SPACES TO HF-ARRIVAL-DATE

               MOVE AE-WAREHOUSE-ID TO SH2-WAREHOUSE-ID
               WRITE SCHEDULE-RECORD FROM SCHEDULE-HEADING-ONE
                   AFTER ADVANCING PAGE
               MOVE SCHEDULE-HEADING-TWO TO SCHEDULE-RECORD
               WRITE SCHEDULE-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF

           IF AE-ARRIVAL-DATE NOT = HF-ARRIVAL-DATE
               IF HF-ARRIVAL-DATE NOT = SPACES
                   PERFORM 43-PRINT-DAY-TOTAL
               END-IF
               MOVE AE-ARRIVAL-DATE TO HF-ARRIVAL-DATE
               PERFORM 42-PRINT-DAY-HEADING
           END-IF

           ADD 1 TO HF-DAY-LINES
           ADD AE-QTY-SHIPPED TO HF-DAY-UNITS

           MOVE AE-PO-NUMBER TO SDL-PO-NUMBER
           MOVE AE-VENDOR-ID TO SDL-VENDOR-ID
           MOVE AE-COSTUME-NAME TO SDL-COSTUME-NAME
           MOVE AE-QTY-SHIPPED TO SDL-QTY-SHIPPED
           MOVE AE-SHIP-DATE TO SDL-SHIP-DATE

           MOVE SCHEDULE-DETAIL-LINE TO SCHEDULE-RECORD
           WRITE SCHEDULE-RECORD
               AFTER ADVANCING 1 LINES
           .

       42-PRINT-DAY-HEADING.
           MOVE AE-ARRIVAL-DATE(1:2) TO SDH-YEAR
           MOVE AE-ARRIVAL-DATE(3:2) TO SDH-MONTH
           MOVE AE-ARRIVAL-DATE(5:2) TO SDH-DAY

           MOVE SCHEDULE-DAY-HEADING TO SCHEDULE-RECORD
           WRITE SCHEDULE-RECORD
               AFTER ADVANCING 2 LINES

           MOVE SCHEDULE-COLUMN-HEADING TO SCHEDULE-RECORD
           WRITE SCHEDULE-RECORD
               AFTER ADVANCING 1 LINES

           MOVE ZEROES TO HF-DAY-LINES, HF-DAY-UNITS
           .

       43-PRINT-DAY-TOTAL.
           MOVE HF-DAY-LINES TO SDT-DAY-LINES
           MOVE HF-DAY-UNITS TO SDT-DAY-UNITS

           MOVE SCHEDULE-DAY-TOTAL TO SCHEDULE-RECORD
           WRITE SCHEDULE-RECORD
               AFTER ADVANCING 1 LINES
           .

       50-CONFIRM-RECEIPTS.
      *    ONLY LINES THE DOCK MARKED ARE TAKEN; A LINE WITH NO MARK
      *    HAS NOT ARRIVED AND STAYS EXPECTED
           OPEN OUTPUT DISCREPANCY-REPORT-FILE

           WRITE DISCREPANCY-RECORD FROM DISCREPANCY-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE RUN-HEADING-TWO TO DISCREPANCY-RECORD
           WRITE DISCREPANCY-RECORD
               AFTER ADVANCING 1 LINES

           MOVE NOT-TAKEN-HEADING TO DISCREPANCY-RECORD
           WRITE DISCREPANCY-RECORD
               AFTER ADVANCING 2 LINES

           PERFORM 22-LOAD-EXPECTED-TABLE

           OPEN EXTEND PO-RECEIPTS-FILE, ASN-HISTORY-FILE
           OPEN OUTPUT UNSORTED-ASN-FILE

           PERFORM VARYING EXP-SUB FROM 1 BY 1
               UNTIL EXP-SUB > ET-NUM-LINES
               MOVE ET-EXPECTED-LINE(EXP-SUB) TO EXPECTED-WORK
               IF AE-DOCK-ACTION NOT = SPACES
                   PERFORM 51-TAKE-DOCK-ENTRY
               END-IF
           END-PERFORM

           CLOSE PO-RECEIPTS-FILE, ASN-HISTORY-FILE,
                 UNSORTED-ASN-FILE

           PERFORM 71-REWRITE-EXPECTED-FILE
           PERFORM 55-PRINT-DISCREPANCIES

           MOVE AS-CONFIRMED-COUNT TO DTL-CONFIRMED-COUNT
           MOVE AS-DISCREPANT-COUNT TO DTL-DISCREPANT-COUNT
           MOVE AS-NOT-TAKEN-COUNT TO DTL-NOT-TAKEN-COUNT
           MOVE DISCREPANCY-TOTAL-LINE TO DISCREPANCY-RECORD
           WRITE DISCREPANCY-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE DISCREPANCY-REPORT-FILE

           DISPLAY 'ASN LINES CONFIRMED: ' AS-CONFIRMED-COUNT
           .

       51-TAKE-DOCK-ENTRY.
           EVALUATE TRUE
               WHEN AE-CONFIRMED
                   MOVE AE-QTY-SHIPPED TO AE-QTY-RECEIVED
                   PERFORM 52-RECEIVE-LINE

               WHEN AE-CORRECTED AND AE-QTY-RECEIVED IS NUMERIC
                   PERFORM 52-RECEIVE-LINE

               WHEN AE-CORRECTED
                   MOVE 'CORRECTED COUNT NOT NUMERIC' TO NTL-REASON
                   PERFORM 53-PRINT-NOT-TAKEN

               WHEN OTHER
                   MOVE 'ACTION MUST BE C OR Q' TO NTL-REASON
                   PERFORM 53-PRINT-NOT-TAKEN
           END-EVALUATE
           .

       52-RECEIVE-LINE.
           IF AE-RECEIPT-DATE IS NOT NUMERIC
               MOVE WS-RUN-DATE TO AE-RECEIPT-DATE
           END-IF

           MOVE AE-PO-NUMBER TO RC-PO-NUMBER
           MOVE AE-QTY-RECEIVED TO RC-QTY-RECEIVED
           MOVE AE-RECEIPT-DATE TO RC-RECEIPT-DATE
           WRITE PO-RECEIPT-RECORD

           WRITE ASN-HISTORY-RECORD FROM EXPECTED-WORK
           WRITE UNSORTED-ASN-RECORD FROM EXPECTED-WORK

           MOVE 'Y' TO ET-GONE-SW(EXP-SUB)
           ADD 1 TO AS-CONFIRMED-COUNT
           .

       53-PRINT-NOT-TAKEN.
           ADD 1 TO AS-NOT-TAKEN-COUNT

           MOVE AE-PO-NUMBER TO NTL-PO-NUMBER
           MOVE AE-DOCK-ACTION TO NTL-DOCK-ACTION
           MOVE ET-EXPECTED-LINE(EXP-SUB)(44:4) TO NTL-QTY-RECEIVED

           MOVE NOT-TAKEN-LINE TO DISCREPANCY-RECORD
           WRITE DISCREPANCY-RECORD
               AFTER ADVANCING 1 LINES
           .

       55-PRINT-DISCREPANCIES.
      *    EVERY CONFIRMED LINE COUNTS IN ITS VENDOR'S TOTALS; ONLY
      *    THE ONES SHORT OR OVER ARE LISTED
           SORT ASN-SORT-FILE
               ON ASCENDING KEY SR-VENDOR-ID, SR-PO-NUMBER
               USING UNSORTED-ASN-FILE
               GIVING SORTED-ASN-FILE

           MOVE DISCREPANCY-COLUMN-HEADING TO DISCREPANCY-RECORD
           WRITE DISCREPANCY-RECORD
               AFTER ADVANCING 3 LINES

           OPEN INPUT SORTED-ASN-FILE
           MOVE SPACES TO HF-VENDOR-ID
           MOVE 'N' TO SORTED-EOF-SW

           PERFORM UNTIL SORTED-DONE
               READ SORTED-ASN-FILE INTO EXPECTED-WORK
                   AT END
                       SET SORTED-DONE TO TRUE
                   NOT AT END
                       IF AE-VENDOR-ID NOT = HF-VENDOR-ID
                           IF HF-VENDOR-ID NOT = SPACES
                               PERFORM 57-PRINT-VENDOR-TOTAL
                           END-IF
                           MOVE AE-VENDOR-ID TO HF-VENDOR-ID
                           MOVE ZEROES TO HF-VENDOR-LINES,
                                   HF-VENDOR-OFF,
                                   HF-VENDOR-ASN-UNITS,
                                   HF-VENDOR-RECEIVED
                       END-IF
                       PERFORM 56-CHECK-ONE-RECEIPT
               END-READ
           END-PERFORM

           IF HF-VENDOR-ID NOT = SPACES
               PERFORM 57-PRINT-VENDOR-TOTAL
           END-IF

           CLOSE SORTED-ASN-FILE
           .

       56-CHECK-ONE-RECEIPT.
           ADD 1 TO HF-VENDOR-LINES
           ADD AE-QTY-SHIPPED TO HF-VENDOR-ASN-UNITS
           ADD AE-QTY-RECEIVED TO HF-VENDOR-RECEIVED

           COMPUTE HF-DIFFERENCE = AE-QTY-RECEIVED - AE-QTY-SHIPPED

           IF HF-DIFFERENCE NOT = 0
               ADD 1 TO HF-VENDOR-OFF
               ADD 1 TO AS-DISCREPANT-COUNT

               MOVE AE-VENDOR-ID TO DDL-VENDOR-ID
               MOVE AE-PO-NUMBER TO DDL-PO-NUMBER
               MOVE AE-WAREHOUSE-ID TO DDL-WAREHOUSE-ID
               MOVE AE-COSTUME-NAME TO DDL-COSTUME-NAME
               MOVE AE-QTY-SHIPPED TO DDL-QTY-SHIPPED
               MOVE AE-QTY-RECEIVED TO DDL-QTY-RECEIVED
               MOVE HF-DIFFERENCE TO DDL-DIFFERENCE
               MOVE AE-RECEIPT-DATE TO DDL-RECEIPT-DATE

               IF HF-DIFFERENCE < 0
                   MOVE 'SHORT' TO DDL-NOTE
               ELSE
                   MOVE 'OVER' TO DDL-NOTE
               END-IF

               MOVE DISCREPANCY-DETAIL-LINE TO DISCREPANCY-RECORD
               WRITE DISCREPANCY-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF
           .

       57-PRINT-VENDOR-TOTAL.
           MOVE HF-VENDOR-ID TO VTL-VENDOR-ID
           MOVE HF-VENDOR-LINES TO VTL-LINES
           MOVE HF-VENDOR-OFF TO VTL-OFF
           MOVE HF-VENDOR-ASN-UNITS TO VTL-ASN-UNITS
           MOVE HF-VENDOR-RECEIVED TO VTL-RECEIVED

           MOVE VENDOR-TOTAL-LINE TO DISCREPANCY-RECORD
           WRITE DISCREPANCY-RECORD
               AFTER ADVANCING 2 LINES

           MOVE SPACES TO DISCREPANCY-RECORD
           WRITE DISCREPANCY-RECORD
               AFTER ADVANCING 1 LINES
           .

       70-REWRITE-OPEN-PO-FILE.
           OPEN OUTPUT OPEN-PO-FILE

           PERFORM VARYING PO-SUB FROM 1 BY 1
               UNTIL PO-SUB > PT-NUM-LINES
               MOVE PO-TBL-LINE(PO-SUB) TO OPEN-PO-RECORD
               WRITE OPEN-PO-RECORD
           END-PERFORM

           CLOSE OPEN-PO-FILE
           .

       71-REWRITE-EXPECTED-FILE.
           OPEN OUTPUT ASN-EXPECTED-FILE

           PERFORM VARYING EXP-SUB FROM 1 BY 1
               UNTIL EXP-SUB > ET-NUM-LINES
               IF NOT ET-GONE(EXP-SUB)
                   MOVE ET-EXPECTED-LINE(EXP-SUB) TO
                           ASN-EXPECTED-RECORD
                   WRITE ASN-EXPECTED-RECORD
               END-IF
           END-PERFORM

           CLOSE ASN-EXPECTED-FILE
           .
