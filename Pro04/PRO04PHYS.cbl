       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO04PHYS.
       AUTHOR. TIM J.
      ****************************************************************
      * This program runs the year-end wall-to-wall physical count
      * of the costume warehouses for the auditors.  It works in
      * phases, one run each:
      *
      *    T  FREEZE AND TAG -- claims the master run lock and keeps
      *       it, so nothing posts while the count is on; snapshots
      *       every costume slot's book quantity and unit cost, and
      *       prints a numbered count tag per slot by warehouse and
      *       bin.  Book quantities are not printed on the tags, so
      *       the count is blind
      *    C  COUNT -- takes the tag counts keyed from the returned
      *       tags, reports missing, duplicate, and unknown tags, and
      *       prints the book-to-physical variance report.  Run as
      *       often as needed while recounts come in
      *    P  POST -- the same reconciliation, then, when the count
      *       is clean and the variances are approved, posts each
      *       variance to the indexed master through the change
      *       journal (so PRO04JVER can account for it) and releases
      *       the lock
      *    X  ABANDON -- drops the frozen count and releases the lock

      ***************
      * INPUTS:
      *    The phase comes from PHYSICAL-PHASE in the environment
      *    when a driver set it, otherwise from the console; posting
      *    approval likewise from PHYSICAL-APPROVED or the console
      *
      *    The INDEXED INVENTORY FILE is the costume master of record
      *    whose book quantities are frozen and later adjusted
      *
      *    The COSTUME LOCATION FILE gives each slot's aisle-bin
      *
      *    The COSTUME COST MASTER gives each slot's unit cost
      *
      *    The TAG COUNT FILE holds one record per returned tag:
      *        1: Tag number
      *        2: Quantity counted
      *        3: Counter's initials

      * *******
      * OUTPUTS:
      *    The PHYSICAL FREEZE FILE keeps every tag with its slot,
      *    bin, book quantity, and unit cost as frozen
      *
      *    The PHYSICAL CONTROL FILE records the open count (frozen,
      *    posted, or abandoned) so the phases run in order
      *
      *    The COUNT TAGS file prints the numbered tags, a page per
      *    warehouse in bin order
      *
      *    The PHYSICAL VARIANCE REPORT lists count exceptions,
      *    missing tags, and every slot whose count disagrees with
      *    the book, in units and at unit cost, with warehouse and
      *    grand totals
      *
      *    At posting, each adjusted master record is rewritten in
      *    place and its before/after images appended to the CHANGE
      *    JOURNAL

      ****************
      * CALCULATIONS:
      *    VARIANCE UNITS [COUNTED - BOOK]
      *    VARIANCE VALUE [VARIANCE UNITS * UNIT COST]
      *    POSTED STOCK [CURRENT STOCK + VARIANCE UNITS, NOT BELOW 0]
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INDEXED-INVENTORY-FILE
               ASSIGN TO 'INVENTORY-MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-RECORD-KEY
               FILE STATUS IS INDEXED-STATUS.

           SELECT COSTUME-LOCATION-FILE
               ASSIGN TO 'COSTUME-LOCATIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-STATUS.

           SELECT COST-MASTER-FILE
               ASSIGN TO 'COSTUME-COST-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-MASTER-STATUS.

           SELECT UNSORTED-TAG-FILE
               ASSIGN TO 'UNSORTEDCOUNTTAGS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAG-SORT-FILE
               ASSIGN TO 'COUNTTAGSORT.TMP'.

           SELECT SORTED-TAG-FILE
               ASSIGN TO 'SORTEDCOUNTTAGS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PHYSICAL-FREEZE-FILE
               ASSIGN TO 'PHYSICAL-FREEZE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FREEZE-STATUS.

           SELECT PHYSICAL-CONTROL-FILE
               ASSIGN TO 'PHYSICAL-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.

           SELECT TAG-COUNT-FILE
               ASSIGN TO 'TAG-COUNTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAG-COUNT-STATUS.

           SELECT COUNT-TAG-FILE
               ASSIGN TO PRINTER 'COUNT-TAGS.TXT'.

           SELECT VARIANCE-REPORT-FILE
               ASSIGN TO PRINTER 'PHYSICAL-VARIANCE.TXT'.

      *    SHARED CHANGE JOURNAL -- EVERY PROGRAM THAT REWRITES THE
      *    MERGED MASTER APPENDS BEFORE/AFTER RECORD IMAGES HERE,
      *    STAMPED WITH ITS PROGRAM ID, FOR THE PRO04JVER DAILY
      *    VERIFICATION
           SELECT OPTIONAL CHANGE-JOURNAL-FILE
               ASSIGN TO 'CHANGE-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    RUN LOCK ON THE MERGED MASTER -- CLAIMED BEFORE ANY WORK
      *    STARTS AND RELEASED AFTER THE REWRITE, SO TWO REWRITERS
      *    CAN NEVER RUN AT ONCE.  SEE 11-CLAIM-MASTER-LOCK.  HERE
      *    IT STAYS CLAIMED FROM THE FREEZE TO THE POSTING
           SELECT MASTER-LOCK-FILE
               ASSIGN TO 'MASTER-RUN-LOCK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-LOCK-STATUS.

      *    EVERY OPERATOR ALLOWED TO REWRITE A MASTER; AN UNKNOWN
      *    ID IS REFUSED BEFORE ANY UPDATE RUNS
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

       FD INDEXED-INVENTORY-FILE
           RECORD CONTAINS 262 CHARACTERS.

       01 INDEXED-INVENTORY-RECORD.
           05 XR-RECORD-KEY.
               10 XR-VENDOR-ID         PIC X(4).
               10 XR-WAREHOUSE-ID      PIC X(3).
               10 XR-COSTUME-ID        PIC X(3).
           05 XR-COSTUME-DATA OCCURS 12 TIMES.
               10 XR-COSTUME-NAME      PIC X(9).
               10 XR-COSTUME-SIZE      PIC A.
               10 XR-COSTUME-TYPE      PIC A.
               10 XR-NUM-IN-STOCK      PIC 9(3).
               10 XR-REORDER-POINT     PIC 9(3).
               10 XR-COSTUME-PRICE     PIC 99V99.

       FD COSTUME-LOCATION-FILE
           RECORD CONTAINS 17 CHARACTERS.

       01 COSTUME-LOCATION-RECORD.
           05 CL-WAREHOUSE-ID          PIC X(3).
           05 CL-VENDOR-ID             PIC X(4).
           05 CL-COSTUME-ID            PIC X(3).
           05 CL-SLOT-NUM              PIC 99.
           05 CL-AISLE-BIN             PIC X(5).

       FD COST-MASTER-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01 COST-MASTER-RECORD.
           05 CC-VENDOR-ID             PIC X(4).
           05 CC-COSTUME-ID            PIC X(3).
           05 CC-SLOT-NUM              PIC 99.
           05 CC-UNIT-COST             PIC 99V99.

       FD UNSORTED-TAG-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01 UNSORTED-TAG-RECORD          PIC X(36).

       SD TAG-SORT-FILE.

       01 TAG-SORT-RECORD.
           05 TS-WAREHOUSE-ID          PIC X(3).
           05 TS-AISLE-BIN             PIC X(5).
           05 TS-VENDOR-ID             PIC X(4).
           05 TS-COSTUME-ID            PIC X(3).
           05 TS-SLOT-NUM              PIC 99.
           05 FILLER                   PIC X(19).

       FD SORTED-TAG-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01 SORTED-TAG-RECORD            PIC X(36).

       FD PHYSICAL-FREEZE-FILE
           RECORD CONTAINS 41 CHARACTERS.

       01 PHYSICAL-FREEZE-RECORD.
           05 FZ-TAG-NUMBER            PIC 9(5).
           05 FZ-SLOT-DATA             PIC X(36).

       FD PHYSICAL-CONTROL-FILE
           RECORD CONTAINS 34 CHARACTERS.

       01 PHYSICAL-CONTROL-RECORD.
           05 PX-COUNT-STATUS          PIC X.
               88 COUNT-FROZEN         VALUE 'F'.
               88 COUNT-POSTED         VALUE 'P'.
               88 COUNT-ABANDONED      VALUE 'X'.
           05 PX-FREEZE-DATE           PIC X(6).
           05 PX-FREEZE-TIME           PIC X(6).
           05 PX-TAG-COUNT             PIC 9(5).
           05 PX-OPERATOR-ID           PIC X(10).
           05 PX-CLOSE-DATE            PIC X(6).

       FD TAG-COUNT-FILE
           RECORD CONTAINS 11 CHARACTERS.

       01 TAG-COUNT-RECORD.
           05 CN-TAG-NUMBER            PIC 9(5).
           05 CN-TAG-NUMBER-X REDEFINES CN-TAG-NUMBER
                                       PIC X(5).
           05 CN-COUNTED-QTY           PIC 9(3).
           05 CN-COUNTED-QTY-X REDEFINES CN-COUNTED-QTY
                                       PIC X(3).
           05 CN-COUNTER-ID            PIC X(3).

       FD COUNT-TAG-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 COUNT-TAG-RECORD             PIC X(80).

       FD VARIANCE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 VARIANCE-RECORD              PIC X(80).

       FD CHANGE-JOURNAL-FILE
           RECORD CONTAINS 295 CHARACTERS.

       01 CHANGE-JOURNAL-RECORD.
           05 JR-PROGRAM-ID            PIC X(10).
           05 JR-OPERATOR-ID           PIC X(10).
           05 JR-TIMESTAMP             PIC X(12).
           05 JR-IMAGE-TYPE            PIC X.
           05 JR-INVENTORY-REC         PIC X(262).

       FD MASTER-LOCK-FILE
           RECORD CONTAINS 32 CHARACTERS.

       01 MASTER-LOCK-RECORD.
           05 LK-PROGRAM-ID            PIC X(10).
           05 LK-OPERATOR-ID           PIC X(10).
           05 LK-START-TIME            PIC X(12).

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
           05 INDEXED-STATUS           PIC XX.
               88 INDEXED-IO-OK        VALUE '00'.
           05 LOCATION-STATUS          PIC XX.
               88 LOCATIONS-FOUND      VALUE '00'.
           05 LOCATION-EOF-SW          PIC X           VALUE 'N'.
               88 LOCATION-LOAD-DONE   VALUE 'Y'.
           05 COST-MASTER-STATUS       PIC XX.
               88 COST-MASTER-FOUND    VALUE '00'.
           05 COST-EOF-SW              PIC X           VALUE 'N'.
               88 COST-LOAD-DONE       VALUE 'Y'.
           05 SORTED-EOF-SW            PIC X           VALUE 'N'.
               88 SORTED-DONE          VALUE 'Y'.
           05 FREEZE-STATUS            PIC XX.
               88 FREEZE-FOUND         VALUE '00'.
           05 FREEZE-EOF-SW            PIC X           VALUE 'N'.
               88 FREEZE-LOAD-DONE     VALUE 'Y'.
           05 CONTROL-STATUS           PIC XX.
               88 CONTROL-FOUND        VALUE '00'.
           05 TAG-COUNT-STATUS         PIC XX.
               88 TAG-COUNTS-FOUND     VALUE '00'.
           05 TAG-COUNT-EOF-SW         PIC X           VALUE 'N'.
               88 TAG-COUNT-DONE       VALUE 'Y'.
           05 BIN-MATCH-SW             PIC X.
               88 BIN-ASSIGNED         VALUE 'Y'.
           05 COST-MATCH-SW            PIC X.
               88 COST-MATCHED         VALUE 'Y'.
           05 MASTER-FOUND-SW          PIC X           VALUE 'N'.
               88 MASTER-FOUND         VALUE 'Y'.
           05 MASTER-LOCK-STATUS       PIC XX.
               88 MASTER-LOCK-EXISTS   VALUE '00'.
           05 LOCK-HELD-SW             PIC X.
               88 LOCK-HELD            VALUE 'Y'.
           05 OPERATOR-LOAD-SW         PIC X           VALUE 'N'.
               88 OPERATOR-LOAD-DONE   VALUE 'Y'.
           05 OPERATOR-KNOWN-SW        PIC X           VALUE 'N'.
               88 OPERATOR-KNOWN       VALUE 'Y'.
           05 AUTHORITY-LOAD-SW        PIC X           VALUE 'N'.
               88 AUTHORITY-LOAD-DONE  VALUE 'Y'.
           05 SUB                      PIC 99.
           05 LOC-SUB                  PIC 9(4).
           05 COST-SUB                 PIC 9(4).
           05 TAG-SUB                  PIC 9(4).
           05 JRNL-SUB                 PIC 999.
           05 PY-TAGS-ISSUED           PIC 9(5)        VALUE 0.
           05 PY-COUNTED-TAGS          PIC 9(5)        VALUE 0.
           05 PY-MISSING-TAGS          PIC 9(5)        VALUE 0.
           05 PY-DUPLICATE-TAGS        PIC 9(5)        VALUE 0.
           05 PY-REJECTED-COUNTS       PIC 9(5)        VALUE 0.
           05 PY-VARIANCE-TAGS         PIC 9(5)        VALUE 0.
           05 PY-ADJUSTED-SLOTS        PIC 9(5)        VALUE 0.
           05 PY-SKIPPED-SLOTS         PIC 9(5)        VALUE 0.

       01 LOCK-WORK-FIELDS.
           05 WS-OPERATOR-ID           PIC X(10).
           05 WS-SIGNON-TIME           PIC X(8).
           05 WS-LOCK-OVERRIDE         PIC X.
           05 WS-APPROVAL              PIC X.
               88 VARIANCES-APPROVED   VALUE 'Y' 'y'.

       01 HOLD-FIELDS.
           05 HF-WAREHOUSE-ID          PIC X(3).
           05 HF-SLOT-NUM              PIC 99.
           05 HF-VARIANCE              PIC S9(4).
           05 HF-VARIANCE-VALUE        PIC S9(6)V99.
           05 HF-NEW-STOCK             PIC S9(5).
           05 HF-WH-BOOK               PIC 9(6).
           05 HF-WH-COUNTED            PIC 9(6).
           05 HF-WH-VARIANCE           PIC S9(6).
           05 HF-WH-VALUE              PIC S9(7)V99.
           05 HF-TOT-BOOK              PIC 9(6).
           05 HF-TOT-COUNTED           PIC 9(6).
           05 HF-TOT-VARIANCE          PIC S9(6).
           05 HF-TOT-VALUE             PIC S9(7)V99.

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 WS-TIME-NOW                  PIC X(8).

       01 RUN-PARAMETERS.
           05 WS-PHASE                 PIC X.
               88 VALID-PHASE          VALUE 'T' 't' 'C' 'c'
                                             'P' 'p' 'X' 'x'.
               88 PHASE-FREEZE         VALUE 'T' 't'.
               88 PHASE-COUNT          VALUE 'C' 'c'.
               88 PHASE-POST           VALUE 'P' 'p'.
               88 PHASE-ABANDON        VALUE 'X' 'x'.

      *    ONE FROZEN SLOT, AS SORTED AND AS HELD ON THE FREEZE FILE
       01 TAG-SLOT-WORK.
           05 TW-WAREHOUSE-ID          PIC X(3).
           05 TW-AISLE-BIN             PIC X(5).
           05 TW-VENDOR-ID             PIC X(4).
           05 TW-COSTUME-ID            PIC X(3).
           05 TW-SLOT-NUM              PIC 99.
           05 TW-COSTUME-NAME          PIC X(9).
           05 TW-COSTUME-SIZE          PIC A.
           05 TW-COSTUME-TYPE          PIC A.
           05 TW-BOOK-QTY              PIC 9(3).
           05 TW-UNIT-COST             PIC 99V99.
           05 TW-COST-SW               PIC X.
               88 TW-COST-KNOWN        VALUE 'Y'.

       01 LOCATION-TABLE-AREA.
           05 LC-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 LOCATION-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON LC-NUM-ENTRIES.
               10 LC-WAREHOUSE-ID      PIC X(3).
               10 LC-VENDOR-ID         PIC X(4).
               10 LC-COSTUME-ID        PIC X(3).
               10 LC-SLOT-NUM          PIC 99.
               10 LC-AISLE-BIN         PIC X(5).

       01 COST-TABLE-AREA.
           05 CT-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 COST-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON CT-NUM-ENTRIES.
               10 CT-VENDOR-ID         PIC X(4).
               10 CT-COSTUME-ID        PIC X(3).
               10 CT-SLOT-NUM          PIC 99.
               10 CT-UNIT-COST         PIC 99V99.

       01 FREEZE-TABLE-AREA.
      *    EVERY TAG AS FROZEN, IN TAG NUMBER ORDER -- TAG N IS ENTRY
      *    N -- WITH WHAT THE COUNT FILE SAID FOR IT
           05 FT-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 FREEZE-TBL-LINE OCCURS 1 TO 6000 TIMES
               DEPENDING ON FT-NUM-ENTRIES.
               10 FT-TAG-NUMBER        PIC 9(5).
               10 FT-WAREHOUSE-ID      PIC X(3).
               10 FT-AISLE-BIN         PIC X(5).
               10 FT-VENDOR-ID         PIC X(4).
               10 FT-COSTUME-ID        PIC X(3).
               10 FT-SLOT-NUM          PIC 99.
               10 FT-COSTUME-NAME      PIC X(9).
               10 FT-COSTUME-SIZE      PIC A.
               10 FT-COSTUME-TYPE      PIC A.
               10 FT-BOOK-QTY          PIC 9(3).
               10 FT-UNIT-COST         PIC 99V99.
               10 FT-COST-SW           PIC X.
                   88 FT-COST-KNOWN    VALUE 'Y'.
               10 FT-COUNT-SW          PIC X.
                   88 FT-COUNTED       VALUE 'Y'.
               10 FT-COUNTED-QTY       PIC 9(3).

       01 BEFORE-IMAGE-TABLE-AREA.
      *    AN UNTOUCHED COPY OF EACH MASTER RECORD AS FIRST READ, SO
      *    THE CHANGE JOURNAL CAN PAIR EVERY REWRITTEN RECORD WITH ITS
      *    BEFORE IMAGE
           05 BEFORE-TBL-LINE OCCURS 500 TIMES.
               10 BI-INVENTORY-REC     PIC X(262).

       01 MASTER-TABLE-AREA.
      *    EVERY MASTER RECORD AN ADJUSTMENT TOUCHES IS READ BY KEY
      *    ONCE AND HELD HERE, THEN REWRITTEN IN ONE PASS
           05 IM-NUM-RECORDS           PIC 999         VALUE 0.
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

       01 TAG-HEADING-ONE.
           05 FILLER                   PIC X(25)       VALUE SPACES.
           05                          PIC X(29)       VALUE
                   'PHYSICAL INVENTORY COUNT TAGS'.
           05 FILLER                   PIC X(26)       VALUE SPACES.

       01 TAG-HEADING-TWO.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05 TH2-MONTH                PIC XX.
           05                          PIC X           VALUE '/'.
           05 TH2-DAY                  PIC XX.
           05                          PIC X           VALUE '/'.
           05 TH2-YEAR                 PIC XX.
           05 FILLER                   PIC X(8)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                   'WAREHOUSE: '.
           05 TH2-WAREHOUSE-ID         PIC X(3).
           05 FILLER                   PIC X(30)       VALUE SPACES.
           05                          PIC XXX         VALUE 'TWJ'.
           05 FILLER                   PIC X(7)        VALUE SPACES.

       01 TAG-LINE-ONE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(8)        VALUE
                   'TAG NO. '.
           05 TL1-TAG-NUMBER           PIC 9(5).
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'BIN '.
           05 TL1-AISLE-BIN            PIC X(5).
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05                          PIC X(7)        VALUE
                   'VENDOR '.
           05 TL1-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(8)        VALUE
                   'COSTUME '.
           05 TL1-COSTUME-ID           PIC X(3).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'SLOT '.
           05 TL1-SLOT-NUM             PIC 99.
           05 FILLER                   PIC X(12)       VALUE SPACES.

       01 TAG-LINE-TWO.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(13)       VALUE
                   'DESCRIPTION: '.
           05 TL2-COSTUME-NAME         PIC X(9).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'SIZE '.
           05 TL2-COSTUME-SIZE         PIC A.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'TYPE '.
           05 TL2-COSTUME-TYPE         PIC A.
           05 FILLER                   PIC X(37)       VALUE SPACES.

       01 TAG-LINE-THREE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(21)       VALUE
                   'COUNTED QTY: ________'.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05                          PIC X(15)       VALUE
                   'COUNTED BY: ___'.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05                          PIC X(15)       VALUE
                   'CHECKED BY: ___'.
           05 FILLER                   PIC X(16)       VALUE SPACES.

       01 TAG-SEPARATOR-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05 FILLER                   PIC X(70)       VALUE ALL '-'.
           05 FILLER                   PIC X(5)        VALUE SPACES.

       01 VARIANCE-HEADING-ONE.
           05 FILLER                   PIC X(23)       VALUE SPACES.
           05                          PIC X(34)       VALUE
                   'PHYSICAL INVENTORY VARIANCE REPORT'.
           05 FILLER                   PIC X(23)       VALUE SPACES.

       01 VARIANCE-HEADING-TWO.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05 VH2-MONTH                PIC XX.
           05                          PIC X           VALUE '/'.
           05 VH2-DAY                  PIC XX.
           05                          PIC X           VALUE '/'.
           05 VH2-YEAR                 PIC XX.
           05 FILLER                   PIC X(8)        VALUE SPACES.
           05                          PIC X(8)        VALUE
                   'FROZEN: '.
           05 VH2-FREEZE-DATE          PIC X(6).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(6)        VALUE
                   'TAGS: '.
           05 VH2-TAG-COUNT            PIC ZZZZ9.
           05 FILLER                   PIC X(17)       VALUE SPACES.
           05                          PIC XXX         VALUE 'TWJ'.
           05 FILLER                   PIC X(7)        VALUE SPACES.

       01 EXCEPTION-SECTION-HEADING.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(40)       VALUE
                   'COUNT EXCEPTIONS (TAG, QTY, BY, REASON)'.
           05 FILLER                   PIC X(35)       VALUE SPACES.

       01 EXCEPTION-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05 EXL-TAG-NUMBER           PIC X(5).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 EXL-COUNTED-QTY          PIC X(3).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 EXL-COUNTER-ID           PIC X(3).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 EXL-REASON               PIC X(40).
           05 FILLER                   PIC X(18)       VALUE SPACES.

       01 MISSING-SECTION-HEADING.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(28)       VALUE
                   'MISSING TAGS (NEVER COUNTED)'.
           05 FILLER                   PIC X(47)       VALUE SPACES.

       01 MISSING-TAG-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05 MTL-TAG-NUMBER           PIC 9(5).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 MTL-WAREHOUSE-ID         PIC X(3).
           05 FILLER                   PIC X           VALUE SPACES.
           05 MTL-AISLE-BIN            PIC X(5).
           05 FILLER                   PIC X           VALUE SPACES.
           05 MTL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X           VALUE SPACES.
           05 MTL-COSTUME-ID           PIC X(3).
           05 FILLER                   PIC X           VALUE SPACES.
           05 MTL-SLOT-NUM             PIC 99.
           05 FILLER                   PIC X           VALUE SPACES.
           05 MTL-COSTUME-NAME         PIC X(9).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'BOOK '.
           05 MTL-BOOK-QTY             PIC ZZ9.
           05 FILLER                   PIC X(27)       VALUE SPACES.

       01 NONE-LINE.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05                          PIC X(4)        VALUE 'NONE'.
           05 FILLER                   PIC X(66)       VALUE SPACES.

       01 VARIANCE-SECTION-HEADING.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(34)       VALUE
                   'BOOK-TO-PHYSICAL VARIANCE BY SLOT'.
           05 FILLER                   PIC X(41)       VALUE SPACES.

       01 VARIANCE-COLUMN-HEADING.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'TAG'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'WHS'.
           05 FILLER                   PIC X           VALUE SPACES.
           05                          PIC X(5)        VALUE 'BIN'.
           05 FILLER                   PIC X           VALUE SPACES.
           05                          PIC X(4)        VALUE 'VEND'.
           05 FILLER                   PIC X           VALUE SPACES.
           05                          PIC X(3)        VALUE 'CID'.
           05 FILLER                   PIC X           VALUE SPACES.
           05                          PIC X(2)        VALUE 'SL'.
           05 FILLER                   PIC X           VALUE SPACES.
           05                          PIC X(9)        VALUE 'NAME'.
           05                          PIC X(5)        VALUE ' BOOK'.
           05                          PIC X(6)        VALUE ' COUNT'.
           05                          PIC X(7)        VALUE
                   '    VAR'.
           05                          PIC X(7)        VALUE
                   '   COST'.
           05                          PIC X(11)       VALUE
                   '      VALUE'.
           05 FILLER                   PIC X(3)        VALUE SPACES.

       01 VARIANCE-DETAIL-LINE.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05 VDL-TAG-NUMBER           PIC 9(5).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 VDL-WAREHOUSE-ID         PIC X(3).
           05 FILLER                   PIC X           VALUE SPACES.
           05 VDL-AISLE-BIN            PIC X(5).
           05 FILLER                   PIC X           VALUE SPACES.
           05 VDL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X           VALUE SPACES.
           05 VDL-COSTUME-ID           PIC X(3).
           05 FILLER                   PIC X           VALUE SPACES.
           05 VDL-SLOT-NUM             PIC 99.
           05 FILLER                   PIC X           VALUE SPACES.
           05 VDL-COSTUME-NAME         PIC X(9).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 VDL-BOOK-QTY             PIC ZZ9.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 VDL-COUNTED-QTY          PIC ZZZ9.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 VDL-VARIANCE-QTY         PIC ZZZ9-.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 VDL-UNIT-COST            PIC Z9.99.
           05 FILLER                   PIC X           VALUE SPACES.
           05 VDL-VARIANCE-VALUE       PIC ZZ,ZZ9.99-.
           05 VDL-COST-NOTE            PIC X(3).

       01 WAREHOUSE-TOTAL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                   'WAREHOUSE '.
           05 WTL-WAREHOUSE-ID         PIC X(3).
           05                          PIC X(7)        VALUE
                   ' BOOK: '.
           05 WTL-BOOK-UNITS           PIC ZZZ,ZZ9.
           05                          PIC X(10)       VALUE
                   ' COUNTED: '.
           05 WTL-COUNTED-UNITS        PIC ZZZ,ZZ9.
           05                          PIC X(6)        VALUE
                   ' VAR: '.
           05 WTL-VARIANCE-UNITS       PIC ZZZ,ZZ9-.
           05 FILLER                   PIC X           VALUE SPACES.
           05 WTL-VARIANCE-VALUE       PIC $ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(4)        VALUE SPACES.

       01 COUNT-SUMMARY-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                   'COUNTED: '.
           05 CSL-COUNTED-TAGS         PIC ZZZZ9.
           05                          PIC X(11)       VALUE
                   '  MISSING: '.
           05 CSL-MISSING-TAGS         PIC ZZZZ9.
           05                          PIC X(13)       VALUE
                   '  DUPLICATE: '.
           05 CSL-DUPLICATE-TAGS       PIC ZZZZ9.
           05                          PIC X(12)       VALUE
                   '  REJECTED: '.
           05 CSL-REJECTED-COUNTS      PIC ZZZZ9.
           05 FILLER                   PIC X(10)       VALUE SPACES.

       01 POSTING-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05 PSL-MESSAGE              PIC X(50).
           05 PSL-COUNT                PIC ZZZZ9.
           05 FILLER                   PIC X(20)       VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 12-OPERATOR-SIGN-ON
           PERFORM 13-GET-RUN-PARAMETERS
           PERFORM 14-READ-COUNT-CONTROL

           EVALUATE TRUE
               WHEN NOT VALID-PHASE
                   DISPLAY 'PHASE MUST BE T, C, P, OR X - NOTHING DONE'

               WHEN PHASE-FREEZE AND COUNT-FROZEN
                   DISPLAY 'A COUNT FROZEN ' PX-FREEZE-DATE
                           ' IS STILL OPEN'
                   DISPLAY 'POST OR ABANDON IT FIRST - NOTHING DONE'

               WHEN PHASE-FREEZE
                   PERFORM 11-CLAIM-MASTER-LOCK
                   PERFORM 20-FREEZE-AND-TAG

               WHEN NOT COUNT-FROZEN
                   DISPLAY 'NO COUNT IS FROZEN - NOTHING DONE'

               WHEN PHASE-COUNT
                   PERFORM 30-RECONCILE-COUNT
                   PERFORM 100-WRAP-UP

               WHEN PHASE-POST
                   PERFORM 30-RECONCILE-COUNT
                   PERFORM 50-POST-ADJUSTMENTS
                   PERFORM 100-WRAP-UP

               WHEN PHASE-ABANDON
                   PERFORM 90-ABANDON-COUNT
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

           MOVE 'PRO04PHYS' TO AU-PROGRAM-ID

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

       11-CLAIM-MASTER-LOCK.
      *    A SECOND REWRITER MUST NOT START WHILE THE MASTER IS MID-
      *    REWRITE.  THE LOCK FILE NAMES WHO HOLDS IT; A LOCK LEFT
      *    BEHIND BY A CRASHED RUN CAN BE OVERRIDDEN AT THE CONSOLE
      *    UNDER SUPERVISION
           MOVE 'N' TO LOCK-HELD-SW

           OPEN INPUT MASTER-LOCK-FILE
           IF MASTER-LOCK-EXISTS
               READ MASTER-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET LOCK-HELD TO TRUE
               END-READ
               CLOSE MASTER-LOCK-FILE
           END-IF

           IF LOCK-HELD
               DISPLAY 'MERGED MASTER LOCKED BY ' LK-PROGRAM-ID
                       ' OPERATOR ' LK-OPERATOR-ID
                       ' SINCE ' LK-START-TIME
               DISPLAY 'OVERRIDE STALE LOCK? (Y/N): '
               ACCEPT WS-LOCK-OVERRIDE

               IF WS-LOCK-OVERRIDE NOT = 'Y' AND 'y'
                   DISPLAY 'RUN REFUSED - MASTER LOCK HELD'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM 16-WRITE-MASTER-LOCK
           .

       16-WRITE-MASTER-LOCK.
           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME-NOW FROM TIME

           MOVE 'PRO04PHYS' TO LK-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO LK-OPERATOR-ID
           STRING WS-YEAR WS-MONTH WS-DAY WS-TIME-NOW(1:6)
               DELIMITED BY SIZE INTO LK-START-TIME
           END-STRING

           OPEN OUTPUT MASTER-LOCK-FILE
           WRITE MASTER-LOCK-RECORD
           CLOSE MASTER-LOCK-FILE
           .

       99-RELEASE-MASTER-LOCK.
      *    AN EMPTY LOCK FILE MEANS NO LOCK
           OPEN OUTPUT MASTER-LOCK-FILE
           CLOSE MASTER-LOCK-FILE
           .

       13-GET-RUN-PARAMETERS.
           ACCEPT WS-PHASE FROM ENVIRONMENT 'PHYSICAL-PHASE'

           IF WS-PHASE = SPACES
               DISPLAY 'PHYSICAL COUNT PHASE (T=FREEZE AND TAG, '
                       'C=COUNT, P=POST, X=ABANDON): '
               ACCEPT WS-PHASE
           END-IF
           .

       14-READ-COUNT-CONTROL.
      *    NO CONTROL FILE MEANS NO COUNT HAS EVER BEEN FROZEN
           MOVE SPACES TO PHYSICAL-CONTROL-RECORD

           OPEN INPUT PHYSICAL-CONTROL-FILE
           IF CONTROL-FOUND
               READ PHYSICAL-CONTROL-FILE
                   AT END
                       MOVE SPACES TO PHYSICAL-CONTROL-RECORD
               END-READ
               CLOSE PHYSICAL-CONTROL-FILE
           END-IF
           .

       15-WRITE-COUNT-CONTROL.
           OPEN OUTPUT PHYSICAL-CONTROL-FILE
           WRITE PHYSICAL-CONTROL-RECORD
           CLOSE PHYSICAL-CONTROL-FILE
           .

       20-FREEZE-AND-TAG.
      *    THE LOCK IS ONLY GIVEN BACK HERE WHEN NOTHING COULD BE
      *    FROZEN; OTHERWISE IT STAYS WITH THE COUNT UNTIL THE
      *    VARIANCES POST OR THE COUNT IS ABANDONED
           OPEN INPUT INDEXED-INVENTORY-FILE

           IF NOT INDEXED-IO-OK
               DISPLAY 'INDEXED MASTER NOT AVAILABLE, STATUS '
                       INDEXED-STATUS
               DISPLAY 'LOAD IT WITH PRO04IMST - NOTHING FROZEN'
               PERFORM 99-RELEASE-MASTER-LOCK
           ELSE
               PERFORM 22-LOAD-LOCATION-TABLE
               PERFORM 23-LOAD-COST-TABLE
               PERFORM 24-WRITE-UNSORTED-SLOTS
               PERFORM 28-SORT-TAGS
               PERFORM 29-ISSUE-TAGS

               IF PY-TAGS-ISSUED = 0
                   DISPLAY 'NO COSTUME SLOTS ON THE MASTER - '
                           'NOTHING FROZEN'
                   PERFORM 99-RELEASE-MASTER-LOCK
               ELSE
                   MOVE 'F' TO PX-COUNT-STATUS
                   MOVE WS-DATE TO PX-FREEZE-DATE
                   MOVE WS-TIME-NOW(1:6) TO PX-FREEZE-TIME
                   MOVE PY-TAGS-ISSUED TO PX-TAG-COUNT
                   MOVE WS-OPERATOR-ID TO PX-OPERATOR-ID
                   MOVE SPACES TO PX-CLOSE-DATE
                   PERFORM 15-WRITE-COUNT-CONTROL

                   DISPLAY 'COUNT FROZEN, TAGS ISSUED: '
                           PY-TAGS-ISSUED
                   DISPLAY 'MASTER LOCK HELD UNTIL THE COUNT POSTS'
               END-IF
           END-IF
           .

       22-LOAD-LOCATION-TABLE.
      *    A SLOT WITH NO BIN ASSIGNED STILL GETS A TAG; IT SORTS
      *    AHEAD OF THE BINS IN ITS WAREHOUSE
           OPEN INPUT COSTUME-LOCATION-FILE

           IF LOCATIONS-FOUND
               PERFORM UNTIL LOCATION-LOAD-DONE
                   READ COSTUME-LOCATION-FILE
                       AT END
                           SET LOCATION-LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO LC-NUM-ENTRIES
                           MOVE COSTUME-LOCATION-RECORD TO
                                   LOCATION-TBL-LINE(LC-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE COSTUME-LOCATION-FILE
           END-IF
           .

       23-LOAD-COST-TABLE.
      *    A SLOT WITH NO COST IS FROZEN AT ZERO AND FLAGGED ON THE
      *    VARIANCE REPORT
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

       24-WRITE-UNSORTED-SLOTS.
      *    EVERY NAMED SLOT ON THE MASTER IS ONE TAG
           OPEN OUTPUT UNSORTED-TAG-FILE

           PERFORM UNTIL EOF-FLAG = 'T'
               READ INDEXED-INVENTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       PERFORM VARYING SUB FROM 1 BY 1
                               UNTIL SUB > 12
                           IF XR-COSTUME-NAME(SUB) NOT = SPACES
                               PERFORM 25-WRITE-ONE-SLOT
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           CLOSE UNSORTED-TAG-FILE, INDEXED-INVENTORY-FILE
           .

       25-WRITE-ONE-SLOT.
           MOVE XR-WAREHOUSE-ID TO TW-WAREHOUSE-ID
           MOVE XR-VENDOR-ID TO TW-VENDOR-ID
           MOVE XR-COSTUME-ID TO TW-COSTUME-ID
           MOVE SUB TO TW-SLOT-NUM
           MOVE XR-COSTUME-NAME(SUB) TO TW-COSTUME-NAME
           MOVE XR-COSTUME-SIZE(SUB) TO TW-COSTUME-SIZE
           MOVE XR-COSTUME-TYPE(SUB) TO TW-COSTUME-TYPE

           IF XR-NUM-IN-STOCK(SUB) IS NUMERIC
               MOVE XR-NUM-IN-STOCK(SUB) TO TW-BOOK-QTY
           ELSE
               MOVE ZEROES TO TW-BOOK-QTY
           END-IF

           PERFORM 26-FIND-BIN
           PERFORM 27-FIND-COST

           WRITE UNSORTED-TAG-RECORD FROM TAG-SLOT-WORK
           .

       26-FIND-BIN.
           MOVE 'N' TO BIN-MATCH-SW
           MOVE SPACES TO TW-AISLE-BIN

           PERFORM VARYING LOC-SUB FROM 1 BY 1
               UNTIL LOC-SUB > LC-NUM-ENTRIES OR BIN-ASSIGNED

               IF TW-WAREHOUSE-ID = LC-WAREHOUSE-ID(LOC-SUB)
                       AND TW-VENDOR-ID = LC-VENDOR-ID(LOC-SUB)
                       AND TW-COSTUME-ID = LC-COSTUME-ID(LOC-SUB)
                       AND TW-SLOT-NUM = LC-SLOT-NUM(LOC-SUB)
                   SET BIN-ASSIGNED TO TRUE
                   MOVE LC-AISLE-BIN(LOC-SUB) TO TW-AISLE-BIN
               END-IF
           END-PERFORM
           .

       27-FIND-COST.
           MOVE 'N' TO COST-MATCH-SW
           MOVE ZEROES TO TW-UNIT-COST
           MOVE 'N' TO TW-COST-SW

           PERFORM VARYING COST-SUB FROM 1 BY 1
               UNTIL COST-SUB > CT-NUM-ENTRIES OR COST-MATCHED

               IF TW-VENDOR-ID = CT-VENDOR-ID(COST-SUB)
                       AND TW-COSTUME-ID = CT-COSTUME-ID(COST-SUB)
                       AND TW-SLOT-NUM = CT-SLOT-NUM(COST-SUB)
                   SET COST-MATCHED TO TRUE
                   IF CT-UNIT-COST(COST-SUB) IS NUMERIC
                       MOVE CT-UNIT-COST(COST-SUB) TO TW-UNIT-COST
                       MOVE 'Y' TO TW-COST-SW
                   END-IF
               END-IF
           END-PERFORM
           .

       28-SORT-TAGS.
           SORT TAG-SORT-FILE
               ON ASCENDING KEY TS-WAREHOUSE-ID, TS-AISLE-BIN,
                                TS-VENDOR-ID, TS-COSTUME-ID,
                                TS-SLOT-NUM
               USING UNSORTED-TAG-FILE
               GIVING SORTED-TAG-FILE
           .

       29-ISSUE-TAGS.
      *    TAGS ARE NUMBERED IN WAREHOUSE AND BIN ORDER, SO A COUNT
      *    TEAM WORKS ITS AISLES STRAIGHT THROUGH THE TAG NUMBERS
           OPEN INPUT SORTED-TAG-FILE
           OPEN OUTPUT PHYSICAL-FREEZE-FILE, COUNT-TAG-FILE

           MOVE SPACES TO HF-WAREHOUSE-ID

           PERFORM UNTIL SORTED-DONE
               READ SORTED-TAG-FILE INTO TAG-SLOT-WORK
                   AT END
                       SET SORTED-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO PY-TAGS-ISSUED

                       IF TW-WAREHOUSE-ID NOT = HF-WAREHOUSE-ID
                           MOVE TW-WAREHOUSE-ID TO HF-WAREHOUSE-ID
                           PERFORM 45-PRINT-TAG-HEADING
                       END-IF

                       MOVE PY-TAGS-ISSUED TO FZ-TAG-NUMBER
                       MOVE TAG-SLOT-WORK TO FZ-SLOT-DATA
                       WRITE PHYSICAL-FREEZE-RECORD

                       PERFORM 46-PRINT-TAG
               END-READ
           END-PERFORM

           CLOSE SORTED-TAG-FILE, PHYSICAL-FREEZE-FILE,
                 COUNT-TAG-FILE
           .

       45-PRINT-TAG-HEADING.
      *    EACH WAREHOUSE'S TAGS START ON A PAGE OF THEIR OWN, SO THE
      *    STACK CAN BE SPLIT BY BUILDING
           MOVE WS-MONTH TO TH2-MONTH
           MOVE WS-DAY TO TH2-DAY
           MOVE WS-YEAR TO TH2-YEAR
           MOVE TW-WAREHOUSE-ID TO TH2-WAREHOUSE-ID

           WRITE COUNT-TAG-RECORD FROM TAG-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE TAG-HEADING-TWO TO COUNT-TAG-RECORD
           WRITE COUNT-TAG-RECORD
               AFTER ADVANCING 1 LINES
           .

       46-PRINT-TAG.
           MOVE PY-TAGS-ISSUED TO TL1-TAG-NUMBER
           IF TW-AISLE-BIN = SPACES
               MOVE 'NONE' TO TL1-AISLE-BIN
           ELSE
               MOVE TW-AISLE-BIN TO TL1-AISLE-BIN
           END-IF
           MOVE TW-VENDOR-ID TO TL1-VENDOR-ID
           MOVE TW-COSTUME-ID TO TL1-COSTUME-ID
           MOVE TW-SLOT-NUM TO TL1-SLOT-NUM

           MOVE TW-COSTUME-NAME TO TL2-COSTUME-NAME
           MOVE TW-COSTUME-SIZE TO TL2-COSTUME-SIZE
           MOVE TW-COSTUME-TYPE TO TL2-COSTUME-TYPE

           MOVE TAG-SEPARATOR-LINE TO COUNT-TAG-RECORD
           WRITE COUNT-TAG-RECORD
               AFTER ADVANCING 2 LINES

           MOVE TAG-LINE-ONE TO COUNT-TAG-RECORD
           WRITE COUNT-TAG-RECORD
               AFTER ADVANCING 1 LINES

           MOVE TAG-LINE-TWO TO COUNT-TAG-RECORD
           WRITE COUNT-TAG-RECORD
               AFTER ADVANCING 1 LINES

           MOVE TAG-LINE-THREE TO COUNT-TAG-RECORD
           WRITE COUNT-TAG-RECORD
               AFTER ADVANCING 2 LINES
           .

       30-RECONCILE-COUNT.
           OPEN OUTPUT VARIANCE-REPORT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO VH2-MONTH
           MOVE WS-DAY TO VH2-DAY
           MOVE WS-YEAR TO VH2-YEAR
           MOVE PX-FREEZE-DATE TO VH2-FREEZE-DATE
           MOVE PX-TAG-COUNT TO VH2-TAG-COUNT

           WRITE VARIANCE-RECORD FROM VARIANCE-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE VARIANCE-HEADING-TWO TO VARIANCE-RECORD
           WRITE VARIANCE-RECORD
               AFTER ADVANCING 1 LINES

           PERFORM 31-LOAD-FREEZE-TABLE
           PERFORM 32-APPLY-TAG-COUNTS
           PERFORM 35-LIST-MISSING-TAGS
           PERFORM 36-PRINT-VARIANCES
           .

       31-LOAD-FREEZE-TABLE.
           OPEN INPUT PHYSICAL-FREEZE-FILE

           IF FREEZE-FOUND
               PERFORM UNTIL FREEZE-LOAD-DONE
                   READ PHYSICAL-FREEZE-FILE
                       AT END
                           SET FREEZE-LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO FT-NUM-ENTRIES
                           MOVE PHYSICAL-FREEZE-RECORD TO
                                   FREEZE-TBL-LINE(FT-NUM-ENTRIES)
                           MOVE 'N' TO FT-COUNT-SW(FT-NUM-ENTRIES)
                           MOVE ZEROES TO
                                   FT-COUNTED-QTY(FT-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE PHYSICAL-FREEZE-FILE
           END-IF
           .

       32-APPLY-TAG-COUNTS.
      *    A TAG COUNTED TWICE KEEPS ITS FIRST COUNT; THE SECOND IS
      *    LISTED SO THE TEAM CAN SAY WHICH IS RIGHT AND RE-KEY IT
           WRITE VARIANCE-RECORD FROM EXCEPTION-SECTION-HEADING
               AFTER ADVANCING 2 LINES

           OPEN INPUT TAG-COUNT-FILE

           IF TAG-COUNTS-FOUND
               PERFORM UNTIL TAG-COUNT-DONE
                   READ TAG-COUNT-FILE
                       AT END
                           SET TAG-COUNT-DONE TO TRUE
                       NOT AT END
                           PERFORM 33-APPLY-ONE-COUNT
                   END-READ
               END-PERFORM

               CLOSE TAG-COUNT-FILE
           END-IF

           IF PY-DUPLICATE-TAGS = 0 AND PY-REJECTED-COUNTS = 0
               MOVE NONE-LINE TO VARIANCE-RECORD
               WRITE VARIANCE-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF
           .

       33-APPLY-ONE-COUNT.
           MOVE CN-TAG-NUMBER-X TO EXL-TAG-NUMBER
           MOVE CN-COUNTED-QTY-X TO EXL-COUNTED-QTY
           MOVE CN-COUNTER-ID TO EXL-COUNTER-ID

           EVALUATE TRUE
               WHEN CN-TAG-NUMBER IS NOT NUMERIC
                       OR CN-TAG-NUMBER = 0
                       OR CN-TAG-NUMBER > FT-NUM-ENTRIES
                   MOVE 'UNKNOWN TAG NUMBER' TO EXL-REASON
                   ADD 1 TO PY-REJECTED-COUNTS
                   PERFORM 34-WRITE-EXCEPTION-LINE

               WHEN CN-COUNTED-QTY IS NOT NUMERIC
                   MOVE 'COUNTED QUANTITY NOT NUMERIC' TO EXL-REASON
                   ADD 1 TO PY-REJECTED-COUNTS
                   PERFORM 34-WRITE-EXCEPTION-LINE

               WHEN FT-COUNTED(CN-TAG-NUMBER)
                   MOVE 'DUPLICATE TAG - FIRST COUNT KEPT' TO
                           EXL-REASON
                   ADD 1 TO PY-DUPLICATE-TAGS
                   PERFORM 34-WRITE-EXCEPTION-LINE

               WHEN OTHER
                   MOVE CN-TAG-NUMBER TO TAG-SUB
                   MOVE 'Y' TO FT-COUNT-SW(TAG-SUB)
                   MOVE CN-COUNTED-QTY TO FT-COUNTED-QTY(TAG-SUB)
                   ADD 1 TO PY-COUNTED-TAGS
           END-EVALUATE
           .

       34-WRITE-EXCEPTION-LINE.
           MOVE EXCEPTION-LINE TO VARIANCE-RECORD
           WRITE VARIANCE-RECORD
               AFTER ADVANCING 1 LINES
           .

       35-LIST-MISSING-TAGS.
           WRITE VARIANCE-RECORD FROM MISSING-SECTION-HEADING
               AFTER ADVANCING 2 LINES

           PERFORM VARYING TAG-SUB FROM 1 BY 1
               UNTIL TAG-SUB > FT-NUM-ENTRIES

               IF NOT FT-COUNTED(TAG-SUB)
                   ADD 1 TO PY-MISSING-TAGS
                   MOVE FT-TAG-NUMBER(TAG-SUB) TO MTL-TAG-NUMBER
                   MOVE FT-WAREHOUSE-ID(TAG-SUB) TO MTL-WAREHOUSE-ID
                   MOVE FT-AISLE-BIN(TAG-SUB) TO MTL-AISLE-BIN
                   MOVE FT-VENDOR-ID(TAG-SUB) TO MTL-VENDOR-ID
                   MOVE FT-COSTUME-ID(TAG-SUB) TO MTL-COSTUME-ID
                   MOVE FT-SLOT-NUM(TAG-SUB) TO MTL-SLOT-NUM
                   MOVE FT-COSTUME-NAME(TAG-SUB) TO MTL-COSTUME-NAME
                   MOVE FT-BOOK-QTY(TAG-SUB) TO MTL-BOOK-QTY

                   MOVE MISSING-TAG-LINE TO VARIANCE-RECORD
                   WRITE VARIANCE-RECORD
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM

           IF PY-MISSING-TAGS = 0
               MOVE NONE-LINE TO VARIANCE-RECORD
               WRITE VARIANCE-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF
           .

       36-PRINT-VARIANCES.
      *    ONLY COUNTED TAGS ENTER THE VARIANCE; A MISSING TAG HAS NO
      *    PHYSICAL TO COMPARE.  THE FREEZE TABLE IS ALREADY IN
      *    WAREHOUSE ORDER, SO EACH WAREHOUSE TOTALS ON THE BREAK
           WRITE VARIANCE-RECORD FROM VARIANCE-SECTION-HEADING
               AFTER ADVANCING 2 LINES

           MOVE VARIANCE-COLUMN-HEADING TO VARIANCE-RECORD
           WRITE VARIANCE-RECORD
               AFTER ADVANCING 1 LINES

           MOVE ZEROES TO HF-TOT-BOOK, HF-TOT-COUNTED,
                          HF-TOT-VARIANCE, HF-TOT-VALUE

           IF FT-NUM-ENTRIES > 0
               MOVE FT-WAREHOUSE-ID(1) TO HF-WAREHOUSE-ID
           END-IF
           MOVE ZEROES TO HF-WH-BOOK, HF-WH-COUNTED,
                          HF-WH-VARIANCE, HF-WH-VALUE

           PERFORM VARYING TAG-SUB FROM 1 BY 1
               UNTIL TAG-SUB > FT-NUM-ENTRIES

               IF FT-WAREHOUSE-ID(TAG-SUB) NOT = HF-WAREHOUSE-ID
                   PERFORM 37-PRINT-WAREHOUSE-TOTAL
                   MOVE FT-WAREHOUSE-ID(TAG-SUB) TO HF-WAREHOUSE-ID
               END-IF

               IF FT-COUNTED(TAG-SUB)
                   PERFORM 38-PRINT-ONE-VARIANCE
               END-IF
           END-PERFORM

           IF FT-NUM-ENTRIES > 0
               PERFORM 37-PRINT-WAREHOUSE-TOTAL
           END-IF

           MOVE 'ALL' TO WTL-WAREHOUSE-ID
           MOVE HF-TOT-BOOK TO WTL-BOOK-UNITS
           MOVE HF-TOT-COUNTED TO WTL-COUNTED-UNITS
           MOVE HF-TOT-VARIANCE TO WTL-VARIANCE-UNITS
           MOVE HF-TOT-VALUE TO WTL-VARIANCE-VALUE
           MOVE WAREHOUSE-TOTAL-LINE TO VARIANCE-RECORD
           WRITE VARIANCE-RECORD
               AFTER ADVANCING 2 LINES

           MOVE PY-COUNTED-TAGS TO CSL-COUNTED-TAGS
           MOVE PY-MISSING-TAGS TO CSL-MISSING-TAGS
           MOVE PY-DUPLICATE-TAGS TO CSL-DUPLICATE-TAGS
           MOVE PY-REJECTED-COUNTS TO CSL-REJECTED-COUNTS
           MOVE COUNT-SUMMARY-LINE TO VARIANCE-RECORD
           WRITE VARIANCE-RECORD
               AFTER ADVANCING 2 LINES
           .

       37-PRINT-WAREHOUSE-TOTAL.
           MOVE HF-WAREHOUSE-ID TO WTL-WAREHOUSE-ID
           MOVE HF-WH-BOOK TO WTL-BOOK-UNITS
           MOVE HF-WH-COUNTED TO WTL-COUNTED-UNITS
           MOVE HF-WH-VARIANCE TO WTL-VARIANCE-UNITS
           MOVE HF-WH-VALUE TO WTL-VARIANCE-VALUE
           MOVE WAREHOUSE-TOTAL-LINE TO VARIANCE-RECORD
           WRITE VARIANCE-RECORD
               AFTER ADVANCING 2 LINES

           ADD HF-WH-BOOK TO HF-TOT-BOOK
           ADD HF-WH-COUNTED TO HF-TOT-COUNTED
           ADD HF-WH-VARIANCE TO HF-TOT-VARIANCE
           ADD HF-WH-VALUE TO HF-TOT-VALUE

           MOVE ZEROES TO HF-WH-BOOK, HF-WH-COUNTED,
                          HF-WH-VARIANCE, HF-WH-VALUE
           .

       38-PRINT-ONE-VARIANCE.
      *    A SLOT THAT COUNTS TO ITS BOOK ONLY ADDS TO THE TOTALS
           COMPUTE HF-VARIANCE = FT-COUNTED-QTY(TAG-SUB)
                               - FT-BOOK-QTY(TAG-SUB)
           COMPUTE HF-VARIANCE-VALUE ROUNDED =
                   HF-VARIANCE * FT-UNIT-COST(TAG-SUB)

           ADD FT-BOOK-QTY(TAG-SUB) TO HF-WH-BOOK
           ADD FT-COUNTED-QTY(TAG-SUB) TO HF-WH-COUNTED
           ADD HF-VARIANCE TO HF-WH-VARIANCE
           ADD HF-VARIANCE-VALUE TO HF-WH-VALUE

           IF HF-VARIANCE NOT = 0
               ADD 1 TO PY-VARIANCE-TAGS

               MOVE FT-TAG-NUMBER(TAG-SUB) TO VDL-TAG-NUMBER
               MOVE FT-WAREHOUSE-ID(TAG-SUB) TO VDL-WAREHOUSE-ID
               MOVE FT-AISLE-BIN(TAG-SUB) TO VDL-AISLE-BIN
               MOVE FT-VENDOR-ID(TAG-SUB) TO VDL-VENDOR-ID
               MOVE FT-COSTUME-ID(TAG-SUB) TO VDL-COSTUME-ID
               MOVE FT-SLOT-NUM(TAG-SUB) TO VDL-SLOT-NUM
               MOVE FT-COSTUME-NAME(TAG-SUB) TO VDL-COSTUME-NAME
               MOVE FT-BOOK-QTY(TAG-SUB) TO VDL-BOOK-QTY
               MOVE FT-COUNTED-QTY(TAG-SUB) TO VDL-COUNTED-QTY
               MOVE HF-VARIANCE TO VDL-VARIANCE-QTY
               MOVE FT-UNIT-COST(TAG-SUB) TO VDL-UNIT-COST
               MOVE HF-VARIANCE-VALUE TO VDL-VARIANCE-VALUE

               IF FT-COST-KNOWN(TAG-SUB)
                   MOVE SPACES TO VDL-COST-NOTE
               ELSE
                   MOVE ' NC' TO VDL-COST-NOTE
               END-IF

               MOVE VARIANCE-DETAIL-LINE TO VARIANCE-RECORD
               WRITE VARIANCE-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF
           .

       50-POST-ADJUSTMENTS.
      *    NOTHING POSTS UNTIL EVERY TAG IS ACCOUNTED FOR EXACTLY ONCE
      *    AND THE VARIANCES ARE APPROVED
           EVALUATE TRUE
               WHEN PY-MISSING-TAGS > 0 OR PY-DUPLICATE-TAGS > 0
                       OR PY-REJECTED-COUNTS > 0
                   MOVE 'NOT POSTED - COUNT EXCEPTIONS OUTSTANDING'
                           TO PSL-MESSAGE
                   MOVE ZEROES TO PSL-COUNT
                   PERFORM 57-WRITE-POSTING-LINE

               WHEN OTHER
                   PERFORM 52-GET-APPROVAL

                   IF VARIANCES-APPROVED
                       PERFORM 51-CHECK-FREEZE-LOCK
                   ELSE
                       MOVE 'NOT POSTED - VARIANCES NOT APPROVED' TO
                               PSL-MESSAGE
                       MOVE ZEROES TO PSL-COUNT
                       PERFORM 57-WRITE-POSTING-LINE
                   END-IF
           END-EVALUATE
           .

       51-CHECK-FREEZE-LOCK.
      *    THE FREEZE LEFT THE LOCK WITH THIS PROGRAM.  IF ANOTHER
      *    PROGRAM HAS IT NOW THE COUNT WAITS FOR IT; IF IT WAS
      *    OVERRIDDEN AND GIVEN BACK, THE POSTING TAKES IT AGAIN
           MOVE 'N' TO LOCK-HELD-SW

           OPEN INPUT MASTER-LOCK-FILE
           IF MASTER-LOCK-EXISTS
               READ MASTER-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LK-PROGRAM-ID NOT = 'PRO04PHYS'
                           SET LOCK-HELD TO TRUE
                       END-IF
               END-READ
               CLOSE MASTER-LOCK-FILE
           END-IF

           IF LOCK-HELD
               DISPLAY 'MERGED MASTER LOCKED BY ' LK-PROGRAM-ID
                       ' OPERATOR ' LK-OPERATOR-ID
                       ' SINCE ' LK-START-TIME
               MOVE 'NOT POSTED - MASTER LOCK HELD BY ANOTHER RUN'
                       TO PSL-MESSAGE
               MOVE ZEROES TO PSL-COUNT
               PERFORM 57-WRITE-POSTING-LINE
           ELSE
               PERFORM 16-WRITE-MASTER-LOCK
               PERFORM 53-APPLY-ADJUSTMENTS
           END-IF
           .

       52-GET-APPROVAL.
           ACCEPT WS-APPROVAL FROM ENVIRONMENT 'PHYSICAL-APPROVED'

           IF WS-APPROVAL = SPACES
               DISPLAY 'VARIANCES APPROVED FOR POSTING? (Y/N): '
               ACCEPT WS-APPROVAL
           END-IF
           .

       53-APPLY-ADJUSTMENTS.
           OPEN I-O INDEXED-INVENTORY-FILE

           IF NOT INDEXED-IO-OK
               DISPLAY 'INDEXED MASTER NOT AVAILABLE, STATUS '
                       INDEXED-STATUS
               MOVE 'NOT POSTED - INDEXED MASTER NOT AVAILABLE' TO
                       PSL-MESSAGE
               MOVE ZEROES TO PSL-COUNT
               PERFORM 57-WRITE-POSTING-LINE
           ELSE
               PERFORM VARYING TAG-SUB FROM 1 BY 1
                   UNTIL TAG-SUB > FT-NUM-ENTRIES

                   IF FT-COUNTED-QTY(TAG-SUB) NOT =
                           FT-BOOK-QTY(TAG-SUB)
                       PERFORM 54-ADJUST-ONE-SLOT
                   END-IF
               END-PERFORM

               PERFORM 85-WRITE-CHANGE-JOURNAL
               PERFORM 70-REWRITE-MASTER
               CLOSE INDEXED-INVENTORY-FILE

               MOVE 'P' TO PX-COUNT-STATUS
               MOVE WS-DATE TO PX-CLOSE-DATE
               PERFORM 15-WRITE-COUNT-CONTROL
               PERFORM 99-RELEASE-MASTER-LOCK

               MOVE 'VARIANCES POSTED TO MASTER, SLOTS ADJUSTED: ' TO
                       PSL-MESSAGE
               MOVE PY-ADJUSTED-SLOTS TO PSL-COUNT
               PERFORM 57-WRITE-POSTING-LINE

               IF PY-SKIPPED-SLOTS > 0
                   MOVE 'SLOTS NO LONGER ON MASTER, NOT ADJUSTED: ' TO
                           PSL-MESSAGE
                   MOVE PY-SKIPPED-SLOTS TO PSL-COUNT
                   PERFORM 57-WRITE-POSTING-LINE
               END-IF

               DISPLAY 'COUNT POSTED, SLOTS ADJUSTED: '
                       PY-ADJUSTED-SLOTS
               DISPLAY 'MASTER LOCK RELEASED'
           END-IF
           .

       54-ADJUST-ONE-SLOT.
      *    THE VARIANCE IS ADDED TO WHAT THE SLOT HOLDS NOW RATHER
      *    THAN THE COUNT SIMPLY REPLACING IT, SO ANYTHING POSTED
      *    UNDER AN OVERRIDDEN LOCK DURING THE COUNT IS NOT LOST.  A
      *    SLOT SINCE RENAMED OR DROPPED IS LEFT ALONE
           MOVE FT-VENDOR-ID(TAG-SUB) TO XR-VENDOR-ID
           MOVE FT-WAREHOUSE-ID(TAG-SUB) TO XR-WAREHOUSE-ID
           MOVE FT-COSTUME-ID(TAG-SUB) TO XR-COSTUME-ID
           PERFORM 58-FETCH-MASTER-RECORD

           MOVE FT-SLOT-NUM(TAG-SUB) TO HF-SLOT-NUM

           IF NOT MASTER-FOUND
               ADD 1 TO PY-SKIPPED-SLOTS
           ELSE
               IF IM-COSTUME-NAME(MASTER-TBL-INDEX, HF-SLOT-NUM) NOT =
                       FT-COSTUME-NAME(TAG-SUB)
                   ADD 1 TO PY-SKIPPED-SLOTS
               ELSE
                   IF IM-NUM-IN-STOCK(MASTER-TBL-INDEX, HF-SLOT-NUM)
                           IS NUMERIC
                       COMPUTE HF-NEW-STOCK =
                           IM-NUM-IN-STOCK(MASTER-TBL-INDEX,
                                           HF-SLOT-NUM)
                           + FT-COUNTED-QTY(TAG-SUB)
                           - FT-BOOK-QTY(TAG-SUB)
                   ELSE
                       MOVE FT-COUNTED-QTY(TAG-SUB) TO HF-NEW-STOCK
                   END-IF

                   IF HF-NEW-STOCK < 0
                       MOVE 0 TO HF-NEW-STOCK
                   END-IF
                   IF HF-NEW-STOCK > 999
                       MOVE 999 TO HF-NEW-STOCK
                   END-IF

                   MOVE HF-NEW-STOCK TO
                       IM-NUM-IN-STOCK(MASTER-TBL-INDEX, HF-SLOT-NUM)
                   ADD 1 TO PY-ADJUSTED-SLOTS
               END-IF
           END-IF
           .

       57-WRITE-POSTING-LINE.
           MOVE POSTING-LINE TO VARIANCE-RECORD
           WRITE VARIANCE-RECORD
               AFTER ADVANCING 2 LINES
           .

       58-FETCH-MASTER-RECORD.
      *    A RECORD ALREADY ADJUSTED THIS RUN IS TAKEN FROM THE TABLE;
      *    ANY OTHER IS READ BY KEY FROM THE INDEXED MASTER
           MOVE 'N' TO MASTER-FOUND-SW

           SET MASTER-TBL-INDEX TO 1
           SEARCH MASTER-TBL-LINE
               AT END
                   PERFORM 59-READ-INDEXED-MASTER

               WHEN XR-VENDOR-ID = IM-VENDOR-ID(MASTER-TBL-INDEX)
                   AND XR-WAREHOUSE-ID =
                               IM-WAREHOUSE-ID(MASTER-TBL-INDEX)
                   AND XR-COSTUME-ID =
                               IM-COSTUME-ID(MASTER-TBL-INDEX)
                   SET MASTER-FOUND TO TRUE
           END-SEARCH
           .

       59-READ-INDEXED-MASTER.
      *    THE RECORD JOINS THE TABLE WITH ITS BEFORE IMAGE, SO THE
      *    JOURNAL AND THE REWRITE BOTH PICK IT UP
           READ INDEXED-INVENTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO IM-NUM-RECORDS
                   MOVE INDEXED-INVENTORY-RECORD TO
                           MASTER-TBL-LINE(IM-NUM-RECORDS)
                   MOVE INDEXED-INVENTORY-RECORD TO
                           BI-INVENTORY-REC(IM-NUM-RECORDS)
                   SET MASTER-TBL-INDEX TO IM-NUM-RECORDS
                   SET MASTER-FOUND TO TRUE
           END-READ
           .

       85-WRITE-CHANGE-JOURNAL.
      *    BEFORE/AFTER IMAGES FOR EVERY RECORD THE COUNT CHANGED,
      *    APPENDED TO THE SHARED JOURNAL BEFORE THE MASTER IS
      *    REWRITTEN
           OPEN EXTEND CHANGE-JOURNAL-FILE

           ACCEPT WS-TIME-NOW FROM TIME
           MOVE 'PRO04PHYS' TO JR-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID
           STRING WS-YEAR WS-MONTH WS-DAY WS-TIME-NOW(1:6)
               DELIMITED BY SIZE INTO JR-TIMESTAMP
           END-STRING

           PERFORM VARYING JRNL-SUB FROM 1 BY 1
               UNTIL JRNL-SUB > IM-NUM-RECORDS

               IF MASTER-TBL-LINE(JRNL-SUB) NOT =
                       BI-INVENTORY-REC(JRNL-SUB)
                   MOVE 'B' TO JR-IMAGE-TYPE
                   MOVE BI-INVENTORY-REC(JRNL-SUB) TO
                           JR-INVENTORY-REC
                   WRITE CHANGE-JOURNAL-RECORD

                   MOVE 'A' TO JR-IMAGE-TYPE
                   MOVE MASTER-TBL-LINE(JRNL-SUB) TO
                           JR-INVENTORY-REC
                   WRITE CHANGE-JOURNAL-RECORD
               END-IF
           END-PERFORM

           CLOSE CHANGE-JOURNAL-FILE
           .

       70-REWRITE-MASTER.
      *    ONLY THE RECORDS THE COUNT CHANGED ARE REWRITTEN, EACH BY
      *    ITS KEY
           PERFORM VARYING MASTER-TBL-INDEX FROM 1 BY 1
               UNTIL MASTER-TBL-INDEX > IM-NUM-RECORDS

               IF MASTER-TBL-LINE(MASTER-TBL-INDEX) NOT =
                       BI-INVENTORY-REC(MASTER-TBL-INDEX)
                   MOVE MASTER-TBL-LINE(MASTER-TBL-INDEX) TO
                           INDEXED-INVENTORY-RECORD
                   REWRITE INDEXED-INVENTORY-RECORD
                       INVALID KEY
                           DISPLAY 'MASTER REWRITE FAILED, KEY '
                                   XR-RECORD-KEY ' STATUS '
                                   INDEXED-STATUS
                   END-REWRITE
               END-IF
           END-PERFORM
           .

       90-ABANDON-COUNT.
      *    THE FREEZE AND TAG FILES STAY FOR THE AUDIT TRAIL; ONLY THE
      *    CONTROL RECORD AND THE LOCK CHANGE
           ACCEPT WS-DATE FROM DATE

           MOVE 'X' TO PX-COUNT-STATUS
           MOVE WS-DATE TO PX-CLOSE-DATE
           PERFORM 15-WRITE-COUNT-CONTROL

           OPEN INPUT MASTER-LOCK-FILE
           IF MASTER-LOCK-EXISTS
               READ MASTER-LOCK-FILE
                   AT END
                       MOVE SPACES TO LK-PROGRAM-ID
               END-READ
               CLOSE MASTER-LOCK-FILE

               IF LK-PROGRAM-ID = 'PRO04PHYS'
                   PERFORM 99-RELEASE-MASTER-LOCK
               END-IF
           END-IF

           DISPLAY 'COUNT FROZEN ' PX-FREEZE-DATE ' ABANDONED'
           DISPLAY 'NOTHING POSTED TO THE MASTER'
           .

       100-WRAP-UP.
           CLOSE VARIANCE-REPORT-FILE
           .
