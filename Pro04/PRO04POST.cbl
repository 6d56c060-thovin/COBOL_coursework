       AUTHOR. TIM J.
      ****************************************************************
      * This program posts daily inventory movement transactions
      * against the costume master, reading and rewriting only the
      * records the movements touch, by key, on the indexed master

      ***************
      * INPUTS:
      *        6: Transaction type (R receipt, S shipment,
      *           D damage write-off)
      *        7: Quantity
      *    Each batch on the file opens with a batch header record
      *    ('HDR ', batch ID, originating office, batch date, record
      *    count, quantity hash total).  A batch whose count or hash
      *    disagrees, or whose ID is already on the POSTED-BATCH
      *    REGISTRY, is refused whole before anything posts
      *
      *    The INDEXED INVENTORY FILE is the costume master of record,
      *    keyed on vendor/warehouse/costume.  PRO04IMST loads it from
      *    the PRO04 build and unloads the flat merged master from it
      *    for the reports
      *
      *    The DISCONTINUED SKU FILE carries every slot PRO04CMNT
      *    has discontinued with its sell-down flag -- Y keeps the
      *    slot moving while the stock sells down, N stops it dead,
      *    so movements against an N slot reject here
      *
      *    The PERIOD CONTROL FILE lists each accounting month as
      *    open or closed; a batch dated into a closed month is
      *    refused whole, with the other batch checks

      * *******
      * OUTPUTS:
      *    Each INDEXED INVENTORY record a movement touched is
      *    rewritten in place with the new slot quantities
      *
      *    The SECURITY VIOLATIONS FILE gains a line for every
      *    movement the operator's role may not post
      *
      *    The MOVEMENT REGISTER FILE lists every transaction read,
      *    with old and new stock for applied movements and a reason
      *    The MOVEMENT DATE FILE carries each costume slot's
      *    last-movement date, stamped with the run date for every
      *    applied movement, for the aged inventory report
      *
      *    Every POST-CHECKPOINT-INTERVAL transactions (four digits,
      *    default 0100) the posting state -- master, movement
      *    dates and the history rows not yet appended -- is saved
      *    with the transaction count and control totals.  A run
      *    that dies is rerun as normal: it picks up the last
      *    checkpoint, proves the transaction file against its
      *    control totals, and resumes at the first transaction not
      *    yet committed.  The register shows each checkpoint and
      *    the restart point
      *
      *    The POSTED-BATCH REGISTRY gains one entry per batch
      *    posted, shared with every other posting program
      *
      *    The GL JOURNAL FILE gains one balanced summary batch per
      *    run: shipments to cost of goods sold and damage to
      *    shrinkage, both out of inventory at the slot's cost on
      *    the COSTUME COST MASTER.  It is staged with the other
      *    appends, so a restart never doubles it

      ****************
      * CALCULATIONS:
      *    NEW STOCK [OLD STOCK +/- MOVEMENT QUANTITY]
      *    COST VALUE [MOVEMENT QUANTITY * SLOT UNIT COST]
      ************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO 'MOVEMENT-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INDEXED-INVENTORY-FILE
               ASSIGN TO 'INVENTORY-MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-RECORD-KEY
               FILE STATUS IS INDEXED-STATUS.

           SELECT MOVEMENT-REGISTER-FILE
               ASSIGN TO PRINTER 'MOVEMENT-REGISTER.TXT'.
               ASSIGN TO 'CHANGE-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    SHARED POSTED-BATCH REGISTRY -- EVERY POSTING PROGRAM
      *    RECORDS EACH BATCH IT POSTS AND REFUSES A BATCH ID
      *    ALREADY ON IT.  PRO04BREG REPORTS IT BY PROGRAM AND DATE
           SELECT OPTIONAL POSTED-BATCH-FILE
               ASSIGN TO 'POSTED-BATCHES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    RUN LOCK ON THE MERGED MASTER -- CLAIMED BEFORE ANY WORK
      *    STARTS AND RELEASED AFTER THE REWRITE, SO TWO REWRITERS
      *    CAN NEVER RUN AT ONCE.  SEE 11-CLAIM-MASTER-LOCK
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

      *    COMMIT-INTERVAL CHECKPOINT.  THE CONTROL RECORD IS WRITTEN
      *    LAST, AFTER THE STATE FILES OF ITS GENERATION, SO IT ONLY
      *    EVER NAMES A COMPLETE SET.  SEE 80-TAKE-CHECKPOINT
           SELECT POST-CHECKPOINT-FILE
               ASSIGN TO 'PRO04POST-CHECKPOINT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.

      *    THE STATE FILES ALTERNATE BETWEEN AN A AND A B GENERATION,
      *    SO A RUN THAT DIES MID-CHECKPOINT LEAVES THE LAST GOOD
      *    GENERATION UNTOUCHED
           SELECT CHECKPOINT-MASTER-FILE
               ASSIGN TO CKP-MASTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECKPOINT-DATES-FILE
               ASSIGN TO CKP-DATES-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

      *    HISTORY AND JOURNAL ROWS WAITING TO BE APPENDED, EACH
      *    TAGGED WITH THE FILE IT BELONGS ON
           SELECT CHECKPOINT-STAGED-FILE
               ASSIGN TO CKP-STAGED-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

      *    THE COST MASTER PRO04COST MAINTAINS AND PRO04RECV ROLLS;
      *    READ-ONLY HERE, TO VALUE SHIPMENTS AND DAMAGE AT COST
           SELECT COST-MASTER-FILE
               ASSIGN TO 'COSTUME-COST-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-MASTER-STATUS.

      *    SHARED GENERAL LEDGER FEED -- EVERY SUBLEDGER APPENDS ONE
      *    BALANCED SUMMARY BATCH PER RUN, AND GLPOST POSTS THEM TO
      *    THE LEDGER BY ACCOUNT
           SELECT OPTIONAL GL-JOURNAL-FILE
               ASSIGN TO 'GL-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    ACCOUNTING PERIOD CONTROL -- ONE RECORD PER MONTH, OPEN
      *    OR CLOSED.  A MONTH NOT ON IT IS STILL OPEN; PERCLOSE
      *    CLOSES THEM
           SELECT OPTIONAL PERIOD-CONTROL-FILE
               ASSIGN TO 'PERIOD-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    DISCONTINUES COME FROM PRO04CMNT; A FLAG-N SLOT TAKES NO
      *    FURTHER MOVEMENTS.  SEE 39-CHECK-DISCONTINUED
           SELECT DISCONTINUED-SKU-FILE
       FILE SECTION.

       FD MOVEMENT-TRANS-FILE
           RECORD CONTAINS 25 TO 40 CHARACTERS.

       01 MOVEMENT-TRANS-RECORD.
           05 MT-VENDOR-ID             PIC X(4).
               88 MT-DAMAGE            VALUE 'D'.
           05 MT-QUANTITY              PIC 9(3).

      *    EVERY BATCH ON THE FILE OPENS WITH ONE OF THESE
       01 BATCH-HEADER-RECORD.
           05 BH-RECORD-ID             PIC X(4).
               88 BATCH-HEADER         VALUE 'HDR '.
           05 BH-BATCH-ID              PIC X(12).
           05 BH-OFFICE-ID             PIC X(4).
           05 BH-BATCH-DATE            PIC X(6).
           05 BH-RECORD-COUNT          PIC 9(5).
           05 BH-HASH-TOTAL            PIC 9(9).

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

       FD MOVEMENT-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
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

       FD DISCONTINUED-SKU-FILE
           RECORD CONTAINS 19 CHARACTERS.
           05 DS-SELLDOWN-FLAG         PIC X.
           05 DS-DISC-DATE             PIC X(6).

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

       FD PERIOD-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.

       01 PERIOD-CONTROL-RECORD.
           05 PC-PERIOD                PIC X(4).
           05 PC-STATUS                PIC X.
               88 PC-PERIOD-CLOSED     VALUE 'C'.
           05 PC-CLOSED-DATE           PIC X(6).
           05 PC-CLOSED-BY             PIC X(10).

       FD COST-MASTER-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01 COST-MASTER-RECORD.
           05 CC-VENDOR-ID             PIC X(4).
           05 CC-COSTUME-ID            PIC X(3).
           05 CC-SLOT-NUM              PIC 99.
           05 CC-UNIT-COST             PIC 99V99.

       FD GL-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 GL-JOURNAL-RECORD.
           05 GJ-SUBLEDGER             PIC X(4).
           05 GJ-BATCH-ID              PIC X(12).
           05 GJ-SOURCE                PIC X(10).
           05 GJ-ENTRY-DATE            PIC X(6).
      *    RESOLVED TO AN ACCOUNT THROUGH THE CHART OF ACCOUNTS
           05 GJ-INTERFACE-CODE        PIC X(8).
           05 GJ-DR-CR                 PIC X.
           05 GJ-AMOUNT                PIC 9(9)V99.
           05 GJ-DESCRIPTION           PIC X(28).

       FD POST-CHECKPOINT-FILE
           RECORD CONTAINS 92 CHARACTERS.

       01 POST-CHECKPOINT-RECORD.
           05 CK-ACTIVE-FLAG           PIC X.
               88 CK-ACTIVE            VALUE 'Y'.
      *        P WHILE POSTING, W ONCE EVERY TRANSACTION IS POSTED
      *        AND THE RESULTS ARE BEING WRITTEN
           05 CK-PHASE                 PIC X.
           05 CK-GENERATION            PIC X.
           05 CK-RUN-DATE              PIC X(6).
           05 CK-TRANS-COUNT           PIC 9(7).
           05 CK-QTY-HASH              PIC 9(9).
           05 CK-APPLIED-COUNT         PIC 9(5).
           05 CK-REJECTED-COUNT        PIC 9(5).
      *        RECORDS ON EACH APPENDED FILE BEFORE THIS RUN'S
      *        ROWS WENT ON, SET IN THE W PHASE
           05 CK-DEMAND-BASE           PIC 9(7).
           05 CK-DAMAGE-BASE           PIC 9(7).
           05 CK-JOURNAL-BASE          PIC 9(7).
           05 CK-REGISTRY-BASE         PIC 9(7).
           05 CK-GL-BASE               PIC 9(7).
      *        SHIPMENTS AND DAMAGE AT COST SO FAR, FOR THE GL BATCH
           05 CK-SHIPPED-COST          PIC 9(9)V99.
           05 CK-DAMAGED-COST          PIC 9(9)V99.

       FD CHECKPOINT-MASTER-FILE
           RECORD CONTAINS 262 CHARACTERS.

       01 CHECKPOINT-MASTER-RECORD     PIC X(262).

       FD CHECKPOINT-DATES-FILE
           RECORD CONTAINS 18 CHARACTERS.

       01 CHECKPOINT-DATES-RECORD      PIC X(18).

       FD CHECKPOINT-STAGED-FILE
           RECORD CONTAINS 296 CHARACTERS.

       01 CHECKPOINT-STAGED-RECORD.
           05 SG-TARGET                PIC X.
               88 SG-DEMAND-ROW        VALUE 'H'.
               88 SG-DAMAGE-ROW        VALUE 'G'.
               88 SG-JOURNAL-ROW       VALUE 'J'.
               88 SG-REGISTRY-ROW      VALUE 'R'.
               88 SG-GL-ROW            VALUE 'L'.
           05 SG-DATA                  PIC X(295).


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG                 PIC X           VALUE 'F'.
           05 INDEXED-STATUS           PIC XX.
               88 INDEXED-IO-OK        VALUE '00'.
           05 MASTER-FOUND-SW          PIC X           VALUE 'N'.
               88 MASTER-FOUND         VALUE 'Y'.
           05 SUB                      PIC 99.
           05 SLOT-CHECK               PIC X.
               88 SLOT-FOUND           VALUE 'Y'.
               88 OPERATOR-LOAD-DONE   VALUE 'Y'.
           05 OPERATOR-KNOWN-SW        PIC X           VALUE 'N'.
               88 OPERATOR-KNOWN       VALUE 'Y'.
           05 AUTHORITY-LOAD-SW        PIC X           VALUE 'N'.
               88 AUTHORITY-LOAD-DONE  VALUE 'Y'.
           05 AUTHORITY-MATCH-SW       PIC X           VALUE 'N'.
               88 AUTHORITY-MATCHED    VALUE 'Y'.
           05 TRANS-AUTHORITY-SW       PIC X           VALUE 'N'.
               88 TRANS-AUTHORIZED     VALUE 'Y'.
           05 DISC-SKU-STATUS          PIC XX.
               88 DISC-SKUS-FOUND      VALUE '00'.
           05 DISC-EOF-SW              PIC X           VALUE 'N'.
           05 DISC-MATCH-SW            PIC X           VALUE 'N'.
               88 SLOT-STOPPED-DEAD    VALUE 'Y'.
           05 DISC-SUB                 PIC 9(4).
           05 COST-MASTER-STATUS       PIC XX.
               88 COST-MASTER-FOUND    VALUE '00'.
           05 COST-EOF-SW              PIC X           VALUE 'N'.
               88 COST-LOAD-DONE       VALUE 'Y'.
           05 COST-MATCH-SW            PIC X.
               88 COST-MATCHED         VALUE 'Y'.
           05 COST-SUB                 PIC 9(4).
           05 CHECKPOINT-STATUS        PIC XX.
               88 CHECKPOINT-FOUND     VALUE '00'.
           05 RESTART-SW               PIC X           VALUE 'N'.
               88 RESTARTING           VALUE 'Y'.
           05 STAGED-EOF-SW            PIC X           VALUE 'N'.
               88 STAGED-DONE          VALUE 'Y'.
           05 COUNT-EOF-SW             PIC X           VALUE 'N'.
               88 COUNT-DONE           VALUE 'Y'.
           05 HIST-SUB                 PIC 9(4).
           05 VERIFY-EOF-SW            PIC X           VALUE 'N'.
               88 VERIFY-DONE          VALUE 'Y'.
           05 REGISTRY-EOF-SW          PIC X           VALUE 'N'.
               88 REGISTRY-DONE        VALUE 'Y'.
           05 BATCH-POSTING-SW         PIC X           VALUE 'N'.
               88 BATCH-POSTING-OK     VALUE 'Y'.
           05 BATCH-SUB                PIC 999.
           05 BATCH-SUB-2              PIC 999.
           05 PERIOD-EOF-SW            PIC X           VALUE 'N'.
               88 PERIOD-LOAD-DONE     VALUE 'Y'.
           05 BATCH-PERIOD-SW          PIC X.
               88 BATCH-PERIOD-CLOSED  VALUE 'Y'.

       01 CHECKPOINT-FIELDS.
           05 CKP-INTERVAL-PARM        PIC X(4).
           05 CKP-INTERVAL             PIC 9(4)        VALUE 100.
           05 CKP-SINCE-LAST           PIC 9(4)        VALUE 0.
           05 CKP-TRANS-COUNT          PIC 9(7)        VALUE 0.
           05 CKP-QTY-HASH             PIC 9(9)        VALUE 0.
           05 CKP-GENERATION           PIC X           VALUE 'B'.
           05 CKP-PHASE                PIC X           VALUE 'P'.
               88 CKP-WRITE-PHASE      VALUE 'W'.
           05 CKP-RESTART-COUNT        PIC 9(7)        VALUE 0.
           05 CKP-RESTART-HASH         PIC 9(9)        VALUE 0.
           05 CKP-RESTART-DATE         PIC X(6).
           05 CKP-DEMAND-BASE          PIC 9(7)        VALUE 0.
           05 CKP-DAMAGE-BASE          PIC 9(7)        VALUE 0.
           05 CKP-JOURNAL-BASE         PIC 9(7)        VALUE 0.
           05 CKP-REGISTRY-BASE        PIC 9(7)        VALUE 0.
           05 CKP-DEMAND-SKIP          PIC 9(7)        VALUE 0.
           05 CKP-DAMAGE-SKIP          PIC 9(7)        VALUE 0.
           05 CKP-JOURNAL-SKIP         PIC 9(7)        VALUE 0.
           05 CKP-REGISTRY-SKIP        PIC 9(7)        VALUE 0.
           05 CKP-GL-BASE              PIC 9(7)        VALUE 0.
           05 CKP-GL-SKIP              PIC 9(7)        VALUE 0.
           05 CKP-LINE-COUNT           PIC 9(7)        VALUE 0.
           05 CKP-MASTER-NAME          PIC X(30).
           05 CKP-DATES-NAME           PIC X(30).
           05 CKP-STAGED-NAME          PIC X(30).

       01 LOCK-WORK-FIELDS.
           05 WS-OPERATOR-ID           PIC X(10).
           05 HF-SLOT-NUM              PIC 99.
           05 HF-OLD-STOCK             PIC 9(3).
           05 HF-NEW-STOCK             PIC 9(3).
           05 HF-UNIT-COST             PIC 99V99.
           05 HF-COST-VALUE            PIC 9(7)V99.

       01 DISCONTINUED-TABLE-AREA.
      *    EVERY SLOT PRO04CMNT HAS DISCONTINUED, WITH ITS

       01 WS-TIME-NOW                  PIC X(8).

       01 GL-TOTALS.
      *    THIS RUN'S SHIPMENTS AND DAMAGE AT COST, CARRIED IN THE
      *    CHECKPOINT SO A RESTART PICKS UP WHERE THE DEAD RUN STOOD
           05 GT-SHIPPED-COST          PIC 9(9)V99     VALUE 0.
           05 GT-DAMAGED-COST          PIC 9(9)V99     VALUE 0.

       01 COST-TABLE-AREA.
      *    THE WHOLE COST MASTER, READ-ONLY
           05 CT-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 COST-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON CT-NUM-ENTRIES.
               10 CT-VENDOR-ID         PIC X(4).
               10 CT-COSTUME-ID        PIC X(3).
               10 CT-SLOT-NUM          PIC 99.
               10 CT-UNIT-COST         PIC 99V99.

      *    HISTORY ROWS ARE BUILT HERE AND HELD IN THE PENDING TABLE
      *    UNTIL THE RESULTS ARE WRITTEN, SO A RESTART NEVER APPENDS
      *    THE SAME MOVEMENT TWICE
       01 HISTORY-WORK-ROW             PIC X(25).

       01 DEMAND-WORK-ROW REDEFINES HISTORY-WORK-ROW.
           05 DW-VENDOR-ID             PIC X(4).
           05 DW-WAREHOUSE-ID          PIC X(3).
           05 DW-COSTUME-ID            PIC X(3).
           05 DW-SLOT-NUM              PIC 99.
           05 DW-MONTH                 PIC X(4).
           05 DW-UNITS                 PIC 9(3).
           05 FILLER                   PIC X(6).

       01 DAMAGE-WORK-ROW REDEFINES HISTORY-WORK-ROW.
           05 GW-WRITEOFF-DATE         PIC X(6).
           05 GW-VENDOR-ID             PIC X(4).
           05 GW-WAREHOUSE-ID          PIC X(3).
           05 GW-COSTUME-ID            PIC X(3).
           05 GW-SLOT-NUM              PIC 99.
           05 GW-QUANTITY              PIC 9(3).
           05 GW-COSTUME-PRICE         PIC 99V99.

       01 JOURNAL-WORK-ROW.
           05 JW-PROGRAM-ID            PIC X(10).
           05 JW-OPERATOR-ID           PIC X(10).
           05 JW-TIMESTAMP             PIC X(12).
           05 JW-IMAGE-TYPE            PIC X.
           05 JW-INVENTORY-REC         PIC X(262).

       01 REGISTRY-WORK-ROW.
           05 RW-PROGRAM-ID            PIC X(10).
           05 RW-BATCH-ID              PIC X(12).
           05 RW-OFFICE-ID             PIC X(4).
           05 RW-BATCH-DATE            PIC X(6).
           05 RW-POSTED-DATE           PIC X(6).
           05 RW-POSTED-TIME           PIC X(6).
           05 RW-RECORD-COUNT          PIC 9(5).
           05 RW-HASH-TOTAL            PIC 9(9).
           05 RW-OPERATOR-ID           PIC X(10).

       01 BATCH-CONTROL-AREA.
      *    ONE LINE PER BATCH HEADER ON THE TRANSACTION FILE, WITH
      *    WHAT THE HEADER CLAIMS, WHAT WAS ACTUALLY COUNTED, AND
      *    THE VERDICT
           05 BC-HEADERLESS-COUNT      PIC 9(5)        VALUE 0.
           05 BC-UNPOSTED-COUNT        PIC 9(5)        VALUE 0.
           05 BC-CURRENT-BATCH         PIC 999         VALUE 0.
           05 BC-NUM-BATCHES           PIC 999         VALUE 0.
           05 BATCH-CTL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON BC-NUM-BATCHES.
               10 BC-BATCH-ID          PIC X(12).
               10 BC-OFFICE-ID         PIC X(4).
               10 BC-BATCH-DATE        PIC X(6).
               10 BC-HDR-COUNT         PIC 9(5).
               10 BC-HDR-HASH          PIC 9(9).
               10 BC-ACT-COUNT         PIC 9(5).
               10 BC-ACT-HASH          PIC 9(9).
               10 BC-OUTCOME           PIC X.
                   88 BC-ACCEPTED      VALUE 'A'.
                   88 BC-DUPLICATE     VALUE 'D'.
                   88 BC-REPEATED      VALUE 'R'.
                   88 BC-COUNT-OFF     VALUE 'C'.
                   88 BC-HASH-OFF      VALUE 'H'.
                   88 BC-PERIOD-SHUT   VALUE 'P'.

       01 CLOSED-PERIOD-AREA.
      *    EVERY MONTH THE PERIOD CONTROL FILE SHOWS CLOSED
           05 CP-NUM-PERIODS           PIC 999         VALUE 0.
           05 CLOSED-PERIOD-LINE OCCURS 1 TO 600 TIMES
               DEPENDING ON CP-NUM-PERIODS
               INDEXED BY CLOSED-PERIOD-INDEX.
               10 CP-PERIOD            PIC X(4).

       01 PENDING-HISTORY-AREA.
           05 PH-NUM-ROWS              PIC 9(4)        VALUE 0.
           05 PENDING-HIST-LINE OCCURS 1 TO 9999 TIMES
               DEPENDING ON PH-NUM-ROWS.
               10 PH-TARGET            PIC X.
               10 PH-DATA              PIC X(25).

       01 BEFORE-IMAGE-TABLE-AREA.
      *    AN UNTOUCHED COPY OF EACH MASTER RECORD AS FIRST READ, SO
      *    THE CHANGE JOURNAL CAN PAIR EVERY REWRITTEN RECORD WITH ITS
      *    BEFORE IMAGE
           05 BEFORE-TBL-LINE OCCURS 500 TIMES.
               10 BI-INVENTORY-REC     PIC X(262).

       01 MASTER-TABLE-AREA.
      *    EVERY MASTER RECORD A MOVEMENT TOUCHES IS READ BY KEY ONCE
      *    AND HELD HERE WHILE TRANSACTIONS POST, THEN REWRITTEN IN
      *    ONE PASS, SO A REJECTED TRANSACTION PART WAY THROUGH NEVER
      *    LEAVES A HALF-UPDATED MASTER ON DISK
           05 IM-NUM-RECORDS           PIC 999         VALUE 0.
           05 MASTER-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON IM-NUM-RECORDS
               10 DT-SLOT-NUM          PIC 99.
               10 DT-MOVE-DATE         PIC X(6).

       01 OPERATOR-AUTHORITY.
           05 AU-PROGRAM-ID            PIC X(10).
           05 AU-ROLE-CODE             PIC X(8)        VALUE SPACES.
           05 AU-CHECK-TYPE            PIC X(4)        VALUE SPACES.
           05 AU-CHECK-AMOUNT          PIC 9(7)V99     VALUE 0.
           05 AU-CHECK-PERCENT         PIC 9(3)V99     VALUE 0.
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

           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 RDL-STATUS               PIC X(29).

       01 REGISTER-CHECKPOINT-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(39)       VALUE
                   '--- CHECKPOINT TAKEN AFTER TRANSACTION '.
           05 RCL-TRANS-COUNT          PIC ZZZZZZ9.
           05 FILLER                   PIC X(29)       VALUE SPACES.

       01 REGISTER-RESTART-LINE.
           05                          PIC X(32)       VALUE
                   '*** RESTARTED AFTER TRANSACTION '.
           05 RRL-TRANS-COUNT          PIC ZZZZZZ9.
           05                          PIC X(3)        VALUE ' - '.
           05 RRL-APPLIED-COUNT        PIC ZZ,ZZ9.
           05                          PIC X(10)       VALUE
                   ' APPLIED, '.
           05 RRL-REJECTED-COUNT       PIC ZZ,ZZ9.
           05                          PIC X(16)       VALUE
                   ' REJECTED BEFORE'.

       01 REGISTER-REFUSED-LINE.
           05                          PIC X(58)       VALUE
           '*** RESTART REFUSED - TRANSACTIONS DO NOT MATCH CHECKPOINT'.
           05 FILLER                   PIC X(22)       VALUE SPACES.

       01 BATCH-CONTROL-LINE.
           05                          PIC X(6)        VALUE 'BATCH '.
           05 BCL-BATCH-ID             PIC X(12).
           05                          PIC X(5)        VALUE ' OFC '.
           05 BCL-OFFICE-ID            PIC X(4).
           05                          PIC X(6)        VALUE ' RECS '.
           05 BCL-RECORD-COUNT         PIC ZZZZ9.
           05                          PIC X(6)        VALUE ' HASH '.
           05 BCL-HASH-TOTAL           PIC Z(8)9.
           05 FILLER                   PIC X           VALUE SPACES.
           05 BCL-OUTCOME              PIC X(26).

       01 BATCH-UNPOSTED-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(43)       VALUE
                   'RECORDS NOT POSTED (REFUSED OR NO HEADER): '.
           05 BUL-UNPOSTED-COUNT       PIC ZZ,ZZ9.
           05 FILLER                   PIC X(26)       VALUE SPACES.

       01 REGISTER-TOTAL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(22)       VALUE
       10-CONTROL-MODULE.
           PERFORM 12-OPERATOR-SIGN-ON
           PERFORM 11-CLAIM-MASTER-LOCK
           PERFORM 14-CHECK-RESTART-POINT
           PERFORM 21-OPEN-INDEXED-MASTER
           PERFORM 15-HOUSEKEEPING
           PERFORM 22-LOAD-MOVE-DATE-TABLE
           PERFORM 23-LOAD-DISCONTINUED-TABLE
           PERFORM 20-LOAD-COST-TABLE

      *    A RUN THAT DIED WHILE WRITING ITS RESULTS ALREADY PROVED
      *    ITS BATCHES, AND ITS OWN MAY BE ON THE REGISTRY BY NOW
           IF NOT CKP-WRITE-PHASE
               PERFORM 60-VERIFY-BATCHES
           END-IF

           IF RESTARTING
               PERFORM 24-RELOAD-CHECKPOINT
               PERFORM 26-SKIP-POSTED-TRANSACTIONS
           END-IF

      *    A RUN THAT DIED WHILE WRITING ITS RESULTS HAS NOTHING
      *    LEFT TO POST -- IT ONLY FINISHES THE WRITE
           IF NOT CKP-WRITE-PHASE
               PERFORM 25-PROCESS-TRANSACTIONS
               MOVE 'W' TO CKP-PHASE
               PERFORM 80-TAKE-CHECKPOINT
           END-IF

           PERFORM 86-APPLY-STAGED-APPENDS
           PERFORM 70-REWRITE-MASTER
           PERFORM 75-REWRITE-MOVE-DATES
           PERFORM 89-CLEAR-CHECKPOINT
           PERFORM 99-RELEASE-MASTER-LOCK
           PERFORM 100-WRAP-UP
           .
                   NOT AT END
                       IF OM-OPERATOR-ID = WS-OPERATOR-ID
                           SET OPERATOR-KNOWN TO TRUE
                           MOVE OM-ROLE-CODE TO AU-ROLE-CODE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPERATOR-MASTER-FILE

           MOVE 'PRO04POST' TO AU-PROGRAM-ID

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

       93-CHECK-TRANS-AUTHORITY.
      *    A LINE FOR THE EXACT TRANSACTION TYPE WINS OVER A '*' LINE
      *    COVERING EVERY TYPE; A ZERO LIMIT MEANS THE ROLE HAS NO
      *    CEILING.  A REFUSAL IS LOGGED FOR THE WEEKLY REVIEW
           MOVE 'N' TO AUTHORITY-MATCH-SW
           MOVE 'N' TO TRANS-AUTHORITY-SW

           SET AUTHORITY-TBL-INDEX TO 1
           SEARCH AUTHORITY-TBL-LINE
               WHEN AU-TRANS-TYPE (AUTHORITY-TBL-INDEX) = AU-CHECK-TYPE
                   SET AUTHORITY-MATCHED TO TRUE
           END-SEARCH

           IF NOT AUTHORITY-MATCHED
               SET AUTHORITY-TBL-INDEX TO 1
               SEARCH AUTHORITY-TBL-LINE
                   WHEN AU-TRANS-TYPE (AUTHORITY-TBL-INDEX) = '*'
                       SET AUTHORITY-MATCHED TO TRUE
               END-SEARCH
           END-IF

           EVALUATE TRUE
               WHEN NOT AUTHORITY-MATCHED
                   MOVE 'TYPE NOT AUTHORIZED' TO AU-REASON
               WHEN AU-AMOUNT-LIMIT (AUTHORITY-TBL-INDEX) > 0
                AND AU-CHECK-AMOUNT >
                    AU-AMOUNT-LIMIT (AUTHORITY-TBL-INDEX)
                   MOVE 'OVER DOLLAR LIMIT' TO AU-REASON
               WHEN AU-PERCENT-LIMIT (AUTHORITY-TBL-INDEX) > 0
                AND AU-CHECK-PERCENT >
                    AU-PERCENT-LIMIT (AUTHORITY-TBL-INDEX)
                   MOVE 'OVER PERCENT LIMIT' TO AU-REASON
               WHEN OTHER
                   SET TRANS-AUTHORIZED TO TRUE
           END-EVALUATE

           IF NOT TRANS-AUTHORIZED
               PERFORM 94-LOG-SECURITY-VIOLATION
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

               IF WS-LOCK-OVERRIDE NOT = 'Y' AND 'y'
                   DISPLAY 'RUN REFUSED - MASTER LOCK HELD'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           CLOSE MASTER-LOCK-FILE
           .

       14-CHECK-RESTART-POINT.
      *    AN ACTIVE CHECKPOINT MEANS THE LAST RUN DIED BEFORE IT
      *    FINISHED; THIS RUN RESUMES IT.  TO THROW AWAY A DEAD RUN
      *    INSTEAD, RESTORE THE MASTER AND EMPTY THE CHECKPOINT FILE
           ACCEPT CKP-INTERVAL-PARM FROM ENVIRONMENT
                   'POST-CHECKPOINT-INTERVAL'
           IF CKP-INTERVAL-PARM IS NUMERIC AND CKP-INTERVAL-PARM > 0
               MOVE CKP-INTERVAL-PARM TO CKP-INTERVAL
           END-IF

           OPEN INPUT POST-CHECKPOINT-FILE

           IF CHECKPOINT-FOUND
               READ POST-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CK-ACTIVE
                           SET RESTARTING TO TRUE
                           MOVE CK-PHASE TO CKP-PHASE
                           MOVE CK-GENERATION TO CKP-GENERATION
                           MOVE CK-RUN-DATE TO CKP-RESTART-DATE
                           MOVE CK-TRANS-COUNT TO CKP-RESTART-COUNT
                           MOVE CK-QTY-HASH TO CKP-RESTART-HASH
                           MOVE CK-APPLIED-COUNT TO PT-APPLIED-COUNT
                           MOVE CK-REJECTED-COUNT TO
                                   PT-REJECTED-COUNT
                           MOVE CK-DEMAND-BASE TO CKP-DEMAND-BASE
                           MOVE CK-DAMAGE-BASE TO CKP-DAMAGE-BASE
                           MOVE CK-JOURNAL-BASE TO CKP-JOURNAL-BASE
                           MOVE CK-REGISTRY-BASE TO
                                   CKP-REGISTRY-BASE
                           MOVE CK-GL-BASE TO CKP-GL-BASE
                           MOVE CK-SHIPPED-COST TO GT-SHIPPED-COST
                           MOVE CK-DAMAGED-COST TO GT-DAMAGED-COST
                       END-IF
               END-READ
               CLOSE POST-CHECKPOINT-FILE
           END-IF
           .

       15-HOUSEKEEPING.
      *    A RESTART CARRIES ON THE DEAD RUN'S REGISTER, SO THE
      *    RESTART LINE SITS RIGHT WHERE THE POSTING PICKED UP
           OPEN INPUT MOVEMENT-TRANS-FILE
           IF RESTARTING
               OPEN EXTEND MOVEMENT-REGISTER-FILE
           ELSE
               OPEN OUTPUT MOVEMENT-REGISTER-FILE
           END-IF

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO RH2-MONTH
           MOVE REGISTER-HEADING-THREE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES

      *    THE RESUMED RUN KEEPS THE DEAD RUN'S DATE, SO EVERY
      *    HISTORY ROW AND MOVEMENT DATE FROM THE ONE POSTING AGREES
           IF RESTARTING
               MOVE CKP-RESTART-DATE TO WS-DATE

               MOVE CKP-RESTART-COUNT TO RRL-TRANS-COUNT
               MOVE PT-APPLIED-COUNT TO RRL-APPLIED-COUNT
               MOVE PT-REJECTED-COUNT TO RRL-REJECTED-COUNT
               WRITE REGISTER-RECORD FROM REGISTER-RESTART-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           .

       21-OPEN-INDEXED-MASTER.
      *    THE INDEXED MASTER IS LOADED BY PRO04IMST AFTER THE PRO04
      *    BUILD; WITHOUT IT THERE IS NOTHING TO POST AGAINST
           OPEN I-O INDEXED-INVENTORY-FILE

           IF NOT INDEXED-IO-OK
               DISPLAY 'INDEXED MASTER NOT AVAILABLE, STATUS '
                       INDEXED-STATUS
               DISPLAY 'LOAD IT WITH PRO04IMST - RUN REFUSED'
               PERFORM 99-RELEASE-MASTER-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       22-LOAD-MOVE-DATE-TABLE.
           END-IF
           .

       20-LOAD-COST-TABLE.
      *    NO COST MASTER YET JUST MEANS NOTHING IS VALUED FOR THE
      *    LEDGER UNTIL PRO04COST OR A RECEIPT SETS A COST
           OPEN INPUT COST-MASTER-FILE

           IF COST-MASTER-FOUND
               PERFORM UNTIL COST-LOAD-DONE
                   READ COST-MASTER-FILE
                       AT END
                           SET COST-LOAD-DONE TO TRUE
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

       24-RELOAD-CHECKPOINT.
      *    THE TOUCHED MASTER RECORDS AND MOVEMENT DATES COME BACK AS
      *    THEY STOOD AT THE LAST CHECKPOINT, REPLACING WHAT WAS JUST
      *    LOADED FROM THE LIVE FILES.  WHILE STILL POSTING, THE
      *    BEFORE IMAGES ARE READ AGAIN FROM THE INDEXED MASTER -- IT
      *    IS NOT REWRITTEN UNTIL POSTING IS DONE.  A RUN THAT DIED
      *    WRITING ALREADY HAS ITS JOURNAL IMAGES STAGED
           PERFORM 81-SET-CHECKPOINT-NAMES

           MOVE 0 TO IM-NUM-RECORDS
           MOVE 'N' TO STAGED-EOF-SW
           OPEN INPUT CHECKPOINT-MASTER-FILE
           PERFORM UNTIL STAGED-DONE
               READ CHECKPOINT-MASTER-FILE
                   AT END
                       SET STAGED-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO IM-NUM-RECORDS
                       MOVE CHECKPOINT-MASTER-RECORD TO
                               MASTER-TBL-LINE(IM-NUM-RECORDS)
                       IF NOT CKP-WRITE-PHASE
                           MOVE CHECKPOINT-MASTER-RECORD TO
                                   INDEXED-INVENTORY-RECORD
                           READ INDEXED-INVENTORY-FILE
                               INVALID KEY
                                   CONTINUE
                           END-READ
                           MOVE INDEXED-INVENTORY-RECORD TO
                                   BI-INVENTORY-REC(IM-NUM-RECORDS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-MASTER-FILE

           MOVE 0 TO DT-NUM-ENTRIES
           MOVE 'N' TO STAGED-EOF-SW
           OPEN INPUT CHECKPOINT-DATES-FILE
           PERFORM UNTIL STAGED-DONE
               READ CHECKPOINT-DATES-FILE
                   AT END
                       SET STAGED-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO DT-NUM-ENTRIES
                       MOVE CHECKPOINT-DATES-RECORD TO
                               MOVE-DATE-TBL-LINE(DT-NUM-ENTRIES)
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-DATES-FILE

           MOVE 0 TO PH-NUM-ROWS
           MOVE 'N' TO STAGED-EOF-SW
           OPEN INPUT CHECKPOINT-STAGED-FILE
           PERFORM UNTIL STAGED-DONE
               READ CHECKPOINT-STAGED-FILE
                   AT END
                       SET STAGED-DONE TO TRUE
                   NOT AT END
                       IF SG-DEMAND-ROW OR SG-DAMAGE-ROW
                           ADD 1 TO PH-NUM-ROWS
                           MOVE SG-TARGET TO PH-TARGET(PH-NUM-ROWS)
                           MOVE SG-DATA TO PH-DATA(PH-NUM-ROWS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-STAGED-FILE
           .

       26-SKIP-POSTED-TRANSACTIONS.
      *    THE TRANSACTIONS THE CHECKPOINT ALREADY COVERS ARE READ
      *    PAST, RE-ADDING THE CONTROL TOTALS AS THEY GO.  A FILE
      *    THAT RUNS SHORT OR TOTALS DIFFERENTLY IS NOT THE FILE THE
      *    DEAD RUN WAS POSTING, AND NOTHING IS TOUCHED
           PERFORM UNTIL CKP-TRANS-COUNT >= CKP-RESTART-COUNT
                   OR EOF-FLAG = 'T'
               READ MOVEMENT-TRANS-FILE
                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       PERFORM 27-ADD-CONTROL-TOTALS
                       IF BATCH-HEADER
                           PERFORM 64-NOTE-BATCH-HEADER
                       END-IF
               END-READ
           END-PERFORM

           IF CKP-TRANS-COUNT NOT = CKP-RESTART-COUNT OR
                   CKP-QTY-HASH NOT = CKP-RESTART-HASH
               DISPLAY 'RESTART REFUSED - MOVEMENT-TRANS.TXT DOES NOT'
                       ' MATCH THE CHECKPOINT'
               WRITE REGISTER-RECORD FROM REGISTER-REFUSED-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE MOVEMENT-TRANS-FILE
               CLOSE MOVEMENT-REGISTER-FILE
               CLOSE INDEXED-INVENTORY-FILE
               PERFORM 99-RELEASE-MASTER-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       27-ADD-CONTROL-TOTALS.
           ADD 1 TO CKP-TRANS-COUNT
           IF NOT BATCH-HEADER AND MT-QUANTITY IS NUMERIC
               ADD MT-QUANTITY TO CKP-QTY-HASH
           END-IF
           .

       25-PROCESS-TRANSACTIONS.
           PERFORM UNTIL EOF-FLAG = 'T'
               READ MOVEMENT-TRANS-FILE
                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       PERFORM 27-ADD-CONTROL-TOTALS

                       EVALUATE TRUE
                           WHEN BATCH-HEADER
                               PERFORM 64-NOTE-BATCH-HEADER
                           WHEN BATCH-POSTING-OK
                               PERFORM 30-APPLY-TRANSACTION
                       END-EVALUATE

                       ADD 1 TO CKP-SINCE-LAST
                       IF CKP-SINCE-LAST >= CKP-INTERVAL
                           PERFORM 80-TAKE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM
           .

       28-FETCH-MASTER-RECORD.
      *    A RECORD THIS RUN HAS ALREADY TOUCHED IS TAKEN FROM THE
      *    TABLE, WITH EVERY MOVEMENT SO FAR APPLIED; ANY OTHER IS READ
      *    BY KEY FROM THE INDEXED MASTER
           MOVE 'N' TO MASTER-FOUND-SW

           SET MASTER-TBL-INDEX TO 1
           SEARCH MASTER-TBL-LINE
               AT END
                   PERFORM 29-READ-INDEXED-MASTER

               WHEN XR-VENDOR-ID = IM-VENDOR-ID(MASTER-TBL-INDEX)
                   AND XR-WAREHOUSE-ID =
                               IM-WAREHOUSE-ID(MASTER-TBL-INDEX)
                   AND XR-COSTUME-ID =
                               IM-COSTUME-ID(MASTER-TBL-INDEX)
                   SET MASTER-FOUND TO TRUE
           END-SEARCH
           .

       29-READ-INDEXED-MASTER.
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

       30-APPLY-TRANSACTION.
           MOVE MT-VENDOR-ID TO RDL-VENDOR-ID
           MOVE MT-WAREHOUSE-ID TO RDL-WAREHOUSE-ID
               MOVE ZEROES TO RDL-QUANTITY
           END-IF

      *    THE OPERATOR'S ROLE MUST BE AUTHORIZED FOR THE MOVEMENT
      *    TYPE; A TYPE THAT IS NO MOVEMENT AT ALL IS LEFT FOR
      *    32-POST-MOVEMENT TO REFUSE
           IF MT-RECEIPT OR MT-SHIPMENT OR MT-DAMAGE
               MOVE MT-TRANS-TYPE TO AU-CHECK-TYPE
               MOVE SPACES TO AU-REFERENCE
               STRING MT-VENDOR-ID MT-WAREHOUSE-ID MT-COSTUME-ID
                   DELIMITED BY SIZE INTO AU-REFERENCE
               END-STRING
               PERFORM 93-CHECK-TRANS-AUTHORITY
           ELSE
               SET TRANS-AUTHORIZED TO TRUE
           END-IF

           IF TRANS-AUTHORIZED
               PERFORM 42-FETCH-AND-POST
           ELSE
               MOVE 'REJECTED - NOT AUTHORIZED' TO RDL-STATUS
               ADD 1 TO PT-REJECTED-COUNT
               PERFORM 35-WRITE-REGISTER-LINE
           END-IF
           .

       42-FETCH-AND-POST.
           MOVE MT-VENDOR-ID TO XR-VENDOR-ID
           MOVE MT-WAREHOUSE-ID TO XR-WAREHOUSE-ID
           MOVE MT-COSTUME-ID TO XR-COSTUME-ID
           PERFORM 28-FETCH-MASTER-RECORD

           IF NOT MASTER-FOUND
               PERFORM 33-REJECT-NO-MASTER-KEY
           ELSE
               PERFORM 31-FIND-SLOT

               IF SLOT-FOUND
                   PERFORM 39-CHECK-DISCONTINUED

                   IF SLOT-STOPPED-DEAD
                       MOVE 'REJECTED - SKU DISCONTINUED' TO
                               RDL-STATUS
                       ADD 1 TO PT-REJECTED-COUNT
                       PERFORM 35-WRITE-REGISTER-LINE
                   ELSE
                       PERFORM 32-POST-MOVEMENT
                   END-IF
               ELSE
                   MOVE 'REJECTED - SLOT NOT ON MASTER' TO
                           RDL-STATUS
                   ADD 1 TO PT-REJECTED-COUNT
                   PERFORM 35-WRITE-REGISTER-LINE
               END-IF
           END-IF
           .

       31-FIND-SLOT.
           IF MT-DAMAGE
               PERFORM 38-WRITE-DAMAGE-HISTORY
           END-IF

           IF MT-SHIPMENT OR MT-DAMAGE
               PERFORM 41-VALUE-AT-COST
           END-IF
           .

       41-VALUE-AT-COST.
      *    THE MOVEMENT IS VALUED AT THE SLOT'S CURRENT COST FOR THE
      *    LEDGER; A SLOT WITH NO COST ON FILE VALUES AT ZERO
           MOVE ZEROES TO HF-UNIT-COST
           MOVE 'N' TO COST-MATCH-SW

           PERFORM VARYING COST-SUB FROM 1 BY 1
               UNTIL COST-SUB > CT-NUM-ENTRIES OR COST-MATCHED

               IF MT-VENDOR-ID = CT-VENDOR-ID(COST-SUB) AND
                       MT-COSTUME-ID = CT-COSTUME-ID(COST-SUB) AND
                       HF-SLOT-NUM = CT-SLOT-NUM(COST-SUB)
                   SET COST-MATCHED TO TRUE
                   IF CT-UNIT-COST(COST-SUB) IS NUMERIC
                       MOVE CT-UNIT-COST(COST-SUB) TO HF-UNIT-COST
                   END-IF
               END-IF
           END-PERFORM

           MULTIPLY MT-QUANTITY BY HF-UNIT-COST GIVING HF-COST-VALUE

           IF MT-SHIPMENT
               ADD HF-COST-VALUE TO GT-SHIPPED-COST
           ELSE
               ADD HF-COST-VALUE TO GT-DAMAGED-COST
           END-IF
           .

       38-WRITE-DAMAGE-HISTORY.
      *    THE PRICE IS CAPTURED AS IT STANDS TODAY, SO A LATER
      *    PRO04PRICE RUN NEVER RESTATES WHAT THE SHRINK COST
           MOVE SPACES TO HISTORY-WORK-ROW
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO GW-WRITEOFF-DATE
           END-STRING
           MOVE MT-VENDOR-ID TO GW-VENDOR-ID
           MOVE MT-WAREHOUSE-ID TO GW-WAREHOUSE-ID
           MOVE MT-COSTUME-ID TO GW-COSTUME-ID
           MOVE HF-SLOT-NUM TO GW-SLOT-NUM
           MOVE MT-QUANTITY TO GW-QUANTITY

           IF IM-COSTUME-PRICE(MASTER-TBL-INDEX, HF-SLOT-NUM)
                   IS NUMERIC
               MOVE IM-COSTUME-PRICE(MASTER-TBL-INDEX, HF-SLOT-NUM)
                       TO GW-COSTUME-PRICE
           ELSE
               MOVE ZEROES TO GW-COSTUME-PRICE
           END-IF

           MOVE 'G' TO SG-TARGET
           PERFORM 40-HOLD-HISTORY-ROW
           .

       37-WRITE-DEMAND-HISTORY.
      *    ONE RECORD PER APPLIED SHIPMENT, TAGGED WITH THE RUN
      *    MONTH; PRO04DMND ROLLS THEM UP BY SLOT AND MONTH
           MOVE SPACES TO HISTORY-WORK-ROW
           MOVE MT-VENDOR-ID TO DW-VENDOR-ID
           MOVE MT-WAREHOUSE-ID TO DW-WAREHOUSE-ID
           MOVE MT-COSTUME-ID TO DW-COSTUME-ID
           MOVE HF-SLOT-NUM TO DW-SLOT-NUM
           STRING WS-YEAR WS-MONTH DELIMITED BY SIZE
               INTO DW-MONTH
           END-STRING
           MOVE MT-QUANTITY TO DW-UNITS

           MOVE 'H' TO SG-TARGET
           PERFORM 40-HOLD-HISTORY-ROW
           .

       40-HOLD-HISTORY-ROW.
      *    HELD UNTIL 86-APPLY-STAGED-APPENDS WRITES THE RESULTS
           IF PH-NUM-ROWS < 9999
               ADD 1 TO PH-NUM-ROWS
               MOVE SG-TARGET TO PH-TARGET(PH-NUM-ROWS)
               MOVE HISTORY-WORK-ROW TO PH-DATA(PH-NUM-ROWS)
           ELSE
               DISPLAY 'HISTORY ROW TABLE FULL - ROW NOT KEPT FOR '
                       MT-VENDOR-ID MT-WAREHOUSE-ID MT-COSTUME-ID
           END-IF
           .

       36-STAMP-MOVEMENT-DATE.
               AFTER ADVANCING 1 LINES
           .

       80-TAKE-CHECKPOINT.
      *    THE STATE GOES TO THE GENERATION NOT IN USE, AND ONLY
      *    THEN DOES THE CONTROL RECORD SWITCH OVER TO IT -- A RUN
      *    THAT DIES PART WAY THROUGH HERE STILL HAS THE LAST
      *    CHECKPOINT WHOLE.  THE FINAL (W) CHECKPOINT ALSO STAGES
      *    THE JOURNAL IMAGES AND RECORDS HOW LONG EACH APPENDED FILE
      *    WAS, SO THE APPENDS CAN BE FINISHED WITHOUT DOUBLING UP
           IF CKP-GENERATION = 'A'
               MOVE 'B' TO CKP-GENERATION
           ELSE
               MOVE 'A' TO CKP-GENERATION
           END-IF
           PERFORM 81-SET-CHECKPOINT-NAMES

           OPEN OUTPUT CHECKPOINT-MASTER-FILE
           PERFORM VARYING JRNL-SUB FROM 1 BY 1
               UNTIL JRNL-SUB > IM-NUM-RECORDS
               WRITE CHECKPOINT-MASTER-RECORD FROM
                       MASTER-TBL-LINE(JRNL-SUB)
           END-PERFORM
           CLOSE CHECKPOINT-MASTER-FILE

           OPEN OUTPUT CHECKPOINT-DATES-FILE
           PERFORM VARYING DATE-SUB FROM 1 BY 1
               UNTIL DATE-SUB > DT-NUM-ENTRIES
               WRITE CHECKPOINT-DATES-RECORD FROM
                       MOVE-DATE-TBL-LINE(DATE-SUB)
           END-PERFORM
           CLOSE CHECKPOINT-DATES-FILE

           OPEN OUTPUT CHECKPOINT-STAGED-FILE
           PERFORM VARYING HIST-SUB FROM 1 BY 1
               UNTIL HIST-SUB > PH-NUM-ROWS
               MOVE PH-TARGET(HIST-SUB) TO SG-TARGET
               MOVE PH-DATA(HIST-SUB) TO SG-DATA
               WRITE CHECKPOINT-STAGED-RECORD
           END-PERFORM

           IF CKP-WRITE-PHASE
               PERFORM 85-STAGE-CHANGE-JOURNAL
               PERFORM 65-STAGE-REGISTRY-ENTRIES
               PERFORM 83-STAGE-GL-BATCH
               PERFORM 82-COUNT-APPENDED-FILES
               MOVE CKP-DEMAND-SKIP TO CKP-DEMAND-BASE
               MOVE CKP-DAMAGE-SKIP TO CKP-DAMAGE-BASE
               MOVE CKP-JOURNAL-SKIP TO CKP-JOURNAL-BASE
               MOVE CKP-REGISTRY-SKIP TO CKP-REGISTRY-BASE
               MOVE CKP-GL-SKIP TO CKP-GL-BASE
           END-IF
           CLOSE CHECKPOINT-STAGED-FILE

           MOVE 'Y' TO CK-ACTIVE-FLAG
           MOVE CKP-PHASE TO CK-PHASE
           MOVE CKP-GENERATION TO CK-GENERATION
           MOVE WS-DATE TO CK-RUN-DATE
           MOVE CKP-TRANS-COUNT TO CK-TRANS-COUNT
           MOVE CKP-QTY-HASH TO CK-QTY-HASH
           MOVE PT-APPLIED-COUNT TO CK-APPLIED-COUNT
           MOVE PT-REJECTED-COUNT TO CK-REJECTED-COUNT
           MOVE CKP-DEMAND-BASE TO CK-DEMAND-BASE
           MOVE CKP-DAMAGE-BASE TO CK-DAMAGE-BASE
           MOVE CKP-JOURNAL-BASE TO CK-JOURNAL-BASE
           MOVE CKP-REGISTRY-BASE TO CK-REGISTRY-BASE
           MOVE CKP-GL-BASE TO CK-GL-BASE
           MOVE GT-SHIPPED-COST TO CK-SHIPPED-COST
           MOVE GT-DAMAGED-COST TO CK-DAMAGED-COST

           OPEN OUTPUT POST-CHECKPOINT-FILE
           WRITE POST-CHECKPOINT-RECORD
           CLOSE POST-CHECKPOINT-FILE

           IF NOT CKP-WRITE-PHASE
               MOVE CKP-TRANS-COUNT TO RCL-TRANS-COUNT
               WRITE REGISTER-RECORD FROM REGISTER-CHECKPOINT-LINE
                   AFTER ADVANCING 1 LINES
           END-IF

           MOVE 0 TO CKP-SINCE-LAST
           .

       81-SET-CHECKPOINT-NAMES.
           MOVE SPACES TO CKP-MASTER-NAME
           MOVE SPACES TO CKP-DATES-NAME
           MOVE SPACES TO CKP-STAGED-NAME

           STRING 'PRO04POST-CKPT-MASTER-' CKP-GENERATION '.TXT'
               DELIMITED BY SIZE INTO CKP-MASTER-NAME
           END-STRING
           STRING 'PRO04POST-CKPT-DATES-' CKP-GENERATION '.TXT'
               DELIMITED BY SIZE INTO CKP-DATES-NAME
           END-STRING
           STRING 'PRO04POST-CKPT-STAGED-' CKP-GENERATION '.TXT'
               DELIMITED BY SIZE INTO CKP-STAGED-NAME
           END-STRING
           .

       82-COUNT-APPENDED-FILES.
      *    HOW MANY RECORDS EACH APPENDED FILE HOLDS RIGHT NOW, LEFT
      *    IN THE -SKIP FIELDS
           MOVE 0 TO CKP-DEMAND-SKIP
           MOVE 'N' TO COUNT-EOF-SW
           OPEN INPUT DEMAND-HISTORY-FILE
           PERFORM UNTIL COUNT-DONE
               READ DEMAND-HISTORY-FILE
                   AT END
                       SET COUNT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO CKP-DEMAND-SKIP
               END-READ
           END-PERFORM
           CLOSE DEMAND-HISTORY-FILE

           MOVE 0 TO CKP-DAMAGE-SKIP
           MOVE 'N' TO COUNT-EOF-SW
           OPEN INPUT DAMAGE-HISTORY-FILE
           PERFORM UNTIL COUNT-DONE
               READ DAMAGE-HISTORY-FILE
                   AT END
                       SET COUNT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO CKP-DAMAGE-SKIP
               END-READ
           END-PERFORM
           CLOSE DAMAGE-HISTORY-FILE

           MOVE 0 TO CKP-JOURNAL-SKIP
           MOVE 'N' TO COUNT-EOF-SW
           OPEN INPUT CHANGE-JOURNAL-FILE
           PERFORM UNTIL COUNT-DONE
               READ CHANGE-JOURNAL-FILE
                   AT END
                       SET COUNT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO CKP-JOURNAL-SKIP
               END-READ
           END-PERFORM
           CLOSE CHANGE-JOURNAL-FILE

           MOVE 0 TO CKP-REGISTRY-SKIP
           MOVE 'N' TO COUNT-EOF-SW
           OPEN INPUT POSTED-BATCH-FILE
           PERFORM UNTIL COUNT-DONE
               READ POSTED-BATCH-FILE
                   AT END
                       SET COUNT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO CKP-REGISTRY-SKIP
               END-READ
           END-PERFORM
           CLOSE POSTED-BATCH-FILE

           MOVE 0 TO CKP-GL-SKIP
           MOVE 'N' TO COUNT-EOF-SW
           OPEN INPUT GL-JOURNAL-FILE
           PERFORM UNTIL COUNT-DONE
               READ GL-JOURNAL-FILE
                   AT END
                       SET COUNT-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO CKP-GL-SKIP
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-FILE
           .

       83-STAGE-GL-BATCH.
      *    ONE SUMMARY BATCH FOR THE RUN, STAGED WITH THE OTHER
      *    APPENDS SO ITS BATCH ID IS FIXED BEFORE ANY OF IT IS
      *    WRITTEN.  SHIPMENTS GO TO COST OF GOODS SOLD AND DAMAGE
      *    TO SHRINKAGE, BOTH OUT OF INVENTORY
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'INVM' TO GJ-SUBLEDGER
           STRING WS-YEAR WS-MONTH WS-DAY WS-TIME-NOW(1:6)
               DELIMITED BY SIZE INTO GJ-BATCH-ID
           END-STRING
           MOVE 'PRO04POST' TO GJ-SOURCE
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO GJ-ENTRY-DATE
           END-STRING
           MOVE 'L' TO SG-TARGET

           MOVE 'COGS' TO GJ-INTERFACE-CODE
           MOVE 'D' TO GJ-DR-CR
           MOVE GT-SHIPPED-COST TO GJ-AMOUNT
           MOVE 'COSTUMES SHIPPED AT COST' TO GJ-DESCRIPTION
           PERFORM 84-STAGE-GL-LINE

           MOVE 'INVENTRY' TO GJ-INTERFACE-CODE
           MOVE 'C' TO GJ-DR-CR
           MOVE 'SHIPMENTS OUT OF INVENTORY' TO GJ-DESCRIPTION
           PERFORM 84-STAGE-GL-LINE

           MOVE 'SHRINK' TO GJ-INTERFACE-CODE
           MOVE 'D' TO GJ-DR-CR
           MOVE GT-DAMAGED-COST TO GJ-AMOUNT
           MOVE 'DAMAGE WRITTEN OFF AT COST' TO GJ-DESCRIPTION
           PERFORM 84-STAGE-GL-LINE

           MOVE 'INVENTRY' TO GJ-INTERFACE-CODE
           MOVE 'C' TO GJ-DR-CR
           MOVE 'DAMAGE OUT OF INVENTORY' TO GJ-DESCRIPTION
           PERFORM 84-STAGE-GL-LINE
           .

       84-STAGE-GL-LINE.
      *    A LINE WITH NOTHING ON IT IS LEFT OFF THE BATCH
           IF GJ-AMOUNT > 0
               MOVE GL-JOURNAL-RECORD TO SG-DATA
               WRITE CHECKPOINT-STAGED-RECORD
           END-IF
           .

       85-STAGE-CHANGE-JOURNAL.
      *    BEFORE/AFTER IMAGES FOR EVERY RECORD THIS RUN CHANGED,
      *    STAGED FOR THE SHARED JOURNAL AHEAD OF THE MASTER REWRITE
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE 'PRO04POST' TO JW-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO JW-OPERATOR-ID
           STRING WS-YEAR WS-MONTH WS-DAY WS-TIME-NOW(1:6)
               DELIMITED BY SIZE INTO JW-TIMESTAMP
           END-STRING
           MOVE 'J' TO SG-TARGET

           PERFORM VARYING JRNL-SUB FROM 1 BY 1
               UNTIL JRNL-SUB > IM-NUM-RECORDS

               IF MASTER-TBL-LINE(JRNL-SUB) NOT =
                       BI-INVENTORY-REC(JRNL-SUB)
                   MOVE 'B' TO JW-IMAGE-TYPE
                   MOVE BI-INVENTORY-REC(JRNL-SUB) TO
                           JW-INVENTORY-REC
                   MOVE JOURNAL-WORK-ROW TO SG-DATA
                   WRITE CHECKPOINT-STAGED-RECORD

                   MOVE 'A' TO JW-IMAGE-TYPE
                   MOVE MASTER-TBL-LINE(JRNL-SUB) TO
                           JW-INVENTORY-REC
                   MOVE JOURNAL-WORK-ROW TO SG-DATA
                   WRITE CHECKPOINT-STAGED-RECORD
               END-IF
           END-PERFORM
           .

       86-APPLY-STAGED-APPENDS.
      *    APPENDS THE STAGED HISTORY ROWS AND JOURNAL IMAGES.  ON A
      *    RESTART, WHATEVER A FILE GAINED PAST ITS RECORDED LENGTH
      *    IS ROWS THE DEAD RUN ALREADY WROTE, AND THOSE ARE SKIPPED
           IF RESTARTING
               PERFORM 82-COUNT-APPENDED-FILES
               PERFORM 87-FIGURE-ROWS-WRITTEN
           ELSE
               MOVE 0 TO CKP-DEMAND-SKIP
               MOVE 0 TO CKP-DAMAGE-SKIP
               MOVE 0 TO CKP-JOURNAL-SKIP
               MOVE 0 TO CKP-REGISTRY-SKIP
               MOVE 0 TO CKP-GL-SKIP
           END-IF

      *    DEMAND AND DAMAGE HISTORY ACCUMULATE ACROSS RUNS, SO THEY
      *    ARE EXTENDED RATHER THAN REWRITTEN
           OPEN EXTEND DEMAND-HISTORY-FILE
           OPEN EXTEND DAMAGE-HISTORY-FILE
           OPEN EXTEND CHANGE-JOURNAL-FILE
           OPEN EXTEND POSTED-BATCH-FILE
           OPEN EXTEND GL-JOURNAL-FILE
           PERFORM 81-SET-CHECKPOINT-NAMES
           OPEN INPUT CHECKPOINT-STAGED-FILE

           MOVE 'N' TO STAGED-EOF-SW
           PERFORM UNTIL STAGED-DONE
               READ CHECKPOINT-STAGED-FILE
                   AT END
                       SET STAGED-DONE TO TRUE
                   NOT AT END
                       PERFORM 88-APPEND-ONE-STAGED-ROW
               END-READ
           END-PERFORM

           CLOSE CHECKPOINT-STAGED-FILE
           CLOSE DEMAND-HISTORY-FILE
           CLOSE DAMAGE-HISTORY-FILE
           CLOSE CHANGE-JOURNAL-FILE
           CLOSE POSTED-BATCH-FILE
           CLOSE GL-JOURNAL-FILE
           .

       87-FIGURE-ROWS-WRITTEN.
           IF CKP-DEMAND-SKIP > CKP-DEMAND-BASE
               SUBTRACT CKP-DEMAND-BASE FROM CKP-DEMAND-SKIP
           ELSE
               MOVE 0 TO CKP-DEMAND-SKIP
           END-IF

           IF CKP-DAMAGE-SKIP > CKP-DAMAGE-BASE
               SUBTRACT CKP-DAMAGE-BASE FROM CKP-DAMAGE-SKIP
           ELSE
               MOVE 0 TO CKP-DAMAGE-SKIP
           END-IF

           IF CKP-JOURNAL-SKIP > CKP-JOURNAL-BASE
               SUBTRACT CKP-JOURNAL-BASE FROM CKP-JOURNAL-SKIP
           ELSE
               MOVE 0 TO CKP-JOURNAL-SKIP
           END-IF

           IF CKP-REGISTRY-SKIP > CKP-REGISTRY-BASE
               SUBTRACT CKP-REGISTRY-BASE FROM CKP-REGISTRY-SKIP
           ELSE
               MOVE 0 TO CKP-REGISTRY-SKIP
           END-IF

           IF CKP-GL-SKIP > CKP-GL-BASE
               SUBTRACT CKP-GL-BASE FROM CKP-GL-SKIP
           ELSE
               MOVE 0 TO CKP-GL-SKIP
           END-IF
           .

       88-APPEND-ONE-STAGED-ROW.
           EVALUATE TRUE
               WHEN SG-DEMAND-ROW
                   IF CKP-DEMAND-SKIP > 0
                       SUBTRACT 1 FROM CKP-DEMAND-SKIP
                   ELSE
                       MOVE SG-DATA TO DEMAND-HISTORY-RECORD
                       WRITE DEMAND-HISTORY-RECORD
                   END-IF

               WHEN SG-DAMAGE-ROW
                   IF CKP-DAMAGE-SKIP > 0
                       SUBTRACT 1 FROM CKP-DAMAGE-SKIP
                   ELSE
                       MOVE SG-DATA TO DAMAGE-HISTORY-RECORD
                       WRITE DAMAGE-HISTORY-RECORD
                   END-IF

               WHEN SG-JOURNAL-ROW
                   IF CKP-JOURNAL-SKIP > 0
                       SUBTRACT 1 FROM CKP-JOURNAL-SKIP
                   ELSE
                       MOVE SG-DATA TO CHANGE-JOURNAL-RECORD
                       WRITE CHANGE-JOURNAL-RECORD
                   END-IF

               WHEN SG-REGISTRY-ROW
                   IF CKP-REGISTRY-SKIP > 0
                       SUBTRACT 1 FROM CKP-REGISTRY-SKIP
                   ELSE
                       MOVE SG-DATA TO POSTED-BATCH-RECORD
                       WRITE POSTED-BATCH-RECORD
                   END-IF

               WHEN SG-GL-ROW
                   IF CKP-GL-SKIP > 0
                       SUBTRACT 1 FROM CKP-GL-SKIP
                   ELSE
                       MOVE SG-DATA TO GL-JOURNAL-RECORD
                       WRITE GL-JOURNAL-RECORD
                   END-IF
           END-EVALUATE
           .

       89-CLEAR-CHECKPOINT.
      *    THE RESULTS ARE ALL WRITTEN; THE NEXT RUN STARTS FRESH
           OPEN OUTPUT POST-CHECKPOINT-FILE
           MOVE SPACES TO POST-CHECKPOINT-RECORD
           MOVE 'N' TO CK-ACTIVE-FLAG
           WRITE POST-CHECKPOINT-RECORD
           CLOSE POST-CHECKPOINT-FILE
           .

       60-VERIFY-BATCHES.
      *    EVERY BATCH IS PROVED AGAINST ITS HEADER BEFORE ANYTHING
      *    POSTS: THE RECORD COUNT AND QUANTITY HASH MUST AGREE, AND
      *    THE BATCH ID MUST BE NEITHER ON THE POSTED-BATCH REGISTRY
      *    NOR REPEATED ON THE FILE, AND ITS DATE MUST FALL IN AN
      *    OPEN MONTH.  A BATCH THAT FAILS IS REFUSED WHOLE, AND
      *    RECORDS AHEAD OF ANY HEADER NEVER POST
           PERFORM UNTIL VERIFY-DONE
               READ MOVEMENT-TRANS-FILE
                   AT END
                       SET VERIFY-DONE TO TRUE
                   NOT AT END
                       PERFORM 61-TALLY-BATCH-RECORD
               END-READ
           END-PERFORM

           CLOSE MOVEMENT-TRANS-FILE
           OPEN INPUT MOVEMENT-TRANS-FILE

           PERFORM 68-LOAD-CLOSED-PERIODS

           PERFORM VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BC-NUM-BATCHES
               PERFORM 66-JUDGE-BATCH
           END-PERFORM

           PERFORM 62-CHECK-REGISTRY
           PERFORM 63-PRINT-BATCH-CONTROL
           .

       61-TALLY-BATCH-RECORD.
           IF BATCH-HEADER
               IF BC-NUM-BATCHES < 200
                   ADD 1 TO BC-NUM-BATCHES
                   MOVE BH-BATCH-ID TO BC-BATCH-ID(BC-NUM-BATCHES)
                   MOVE BH-OFFICE-ID TO BC-OFFICE-ID(BC-NUM-BATCHES)
                   MOVE BH-BATCH-DATE TO
                           BC-BATCH-DATE(BC-NUM-BATCHES)
                   MOVE ZEROES TO BC-ACT-COUNT(BC-NUM-BATCHES)
                   MOVE ZEROES TO BC-ACT-HASH(BC-NUM-BATCHES)
                   MOVE SPACE TO BC-OUTCOME(BC-NUM-BATCHES)

      *            A HEADER TOTAL THAT ISN'T A NUMBER CAN'T AGREE
                   IF BH-RECORD-COUNT IS NUMERIC
                       MOVE BH-RECORD-COUNT TO
                               BC-HDR-COUNT(BC-NUM-BATCHES)
                   ELSE
                       MOVE ZEROES TO BC-HDR-COUNT(BC-NUM-BATCHES)
                       MOVE 'C' TO BC-OUTCOME(BC-NUM-BATCHES)
                   END-IF

                   IF BH-HASH-TOTAL IS NUMERIC
                       MOVE BH-HASH-TOTAL TO
                               BC-HDR-HASH(BC-NUM-BATCHES)
                   ELSE
                       MOVE ZEROES TO BC-HDR-HASH(BC-NUM-BATCHES)
                       MOVE 'H' TO BC-OUTCOME(BC-NUM-BATCHES)
                   END-IF
               ELSE
                   DISPLAY 'MORE THAN 200 BATCHES - ' BH-BATCH-ID
                           ' COUNTED INTO THE BATCH BEFORE IT'
               END-IF
           ELSE
               IF BC-NUM-BATCHES = 0
                   ADD 1 TO BC-HEADERLESS-COUNT
               ELSE
                   ADD 1 TO BC-ACT-COUNT(BC-NUM-BATCHES)
                   IF MT-QUANTITY IS NUMERIC
                       ADD MT-QUANTITY TO BC-ACT-HASH(BC-NUM-BATCHES)
                   END-IF
               END-IF
           END-IF
           .

       66-JUDGE-BATCH.
           IF BC-OUTCOME(BATCH-SUB) = SPACE
               PERFORM 69-CHECK-BATCH-PERIOD

               EVALUATE TRUE
                   WHEN BC-ACT-COUNT(BATCH-SUB) NOT =
                           BC-HDR-COUNT(BATCH-SUB)
                       MOVE 'C' TO BC-OUTCOME(BATCH-SUB)
                   WHEN BC-ACT-HASH(BATCH-SUB) NOT =
                           BC-HDR-HASH(BATCH-SUB)
                       MOVE 'H' TO BC-OUTCOME(BATCH-SUB)
                   WHEN BATCH-PERIOD-CLOSED
                       MOVE 'P' TO BC-OUTCOME(BATCH-SUB)
                   WHEN OTHER
                       MOVE 'A' TO BC-OUTCOME(BATCH-SUB)
               END-EVALUATE
           END-IF

      *    THE SECOND COPY OF A BATCH ON THE SAME FILE IS REFUSED
           PERFORM VARYING BATCH-SUB-2 FROM 1 BY 1
               UNTIL BATCH-SUB-2 >= BATCH-SUB

               IF BC-BATCH-ID(BATCH-SUB-2) = BC-BATCH-ID(BATCH-SUB)
                       AND BC-ACCEPTED(BATCH-SUB)
                   MOVE 'R' TO BC-OUTCOME(BATCH-SUB)
               END-IF
           END-PERFORM
           .

       68-LOAD-CLOSED-PERIODS.
      *    NO PERIOD CONTROL FILE YET JUST MEANS NO MONTH IS CLOSED
           OPEN INPUT PERIOD-CONTROL-FILE

           PERFORM UNTIL PERIOD-LOAD-DONE
               READ PERIOD-CONTROL-FILE
                   AT END
                       SET PERIOD-LOAD-DONE TO TRUE
                   NOT AT END
                       IF PC-PERIOD-CLOSED AND CP-NUM-PERIODS < 600
                           ADD 1 TO CP-NUM-PERIODS
                           MOVE PC-PERIOD TO
                                   CP-PERIOD(CP-NUM-PERIODS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PERIOD-CONTROL-FILE
           .

       69-CHECK-BATCH-PERIOD.
      *    EVERY MOVEMENT IN A BATCH TAKES THE HEADER'S DATE
           MOVE 'N' TO BATCH-PERIOD-SW

           IF CP-NUM-PERIODS > 0 AND
                   BC-BATCH-DATE(BATCH-SUB) IS NUMERIC
               SET CLOSED-PERIOD-INDEX TO 1
               SEARCH CLOSED-PERIOD-LINE
                   WHEN CP-PERIOD(CLOSED-PERIOD-INDEX) =
                           BC-BATCH-DATE(BATCH-SUB)(1:4)
                       SET BATCH-PERIOD-CLOSED TO TRUE
               END-SEARCH
           END-IF
           .

       62-CHECK-REGISTRY.
           OPEN INPUT POSTED-BATCH-FILE

           PERFORM UNTIL REGISTRY-DONE
               READ POSTED-BATCH-FILE
                   AT END
                       SET REGISTRY-DONE TO TRUE
                   NOT AT END
                       PERFORM 67-MATCH-REGISTRY-ENTRY
               END-READ
           END-PERFORM

           CLOSE POSTED-BATCH-FILE
           .

       67-MATCH-REGISTRY-ENTRY.
           PERFORM VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BC-NUM-BATCHES

               IF PB-BATCH-ID = BC-BATCH-ID(BATCH-SUB) AND
                       BC-ACCEPTED(BATCH-SUB)
                   MOVE 'D' TO BC-OUTCOME(BATCH-SUB)
               END-IF
           END-PERFORM
           .

       63-PRINT-BATCH-CONTROL.
           PERFORM VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BC-NUM-BATCHES

               MOVE BC-BATCH-ID(BATCH-SUB) TO BCL-BATCH-ID
               MOVE BC-OFFICE-ID(BATCH-SUB) TO BCL-OFFICE-ID
               MOVE BC-ACT-COUNT(BATCH-SUB) TO BCL-RECORD-COUNT
               MOVE BC-ACT-HASH(BATCH-SUB) TO BCL-HASH-TOTAL

               EVALUATE TRUE
                   WHEN BC-ACCEPTED(BATCH-SUB)
                       MOVE 'ACCEPTED' TO BCL-OUTCOME
                   WHEN BC-DUPLICATE(BATCH-SUB)
                       MOVE 'REFUSED - ALREADY POSTED' TO BCL-OUTCOME
                   WHEN BC-REPEATED(BATCH-SUB)
                       MOVE 'REFUSED - REPEATED ON FILE' TO
                               BCL-OUTCOME
                   WHEN BC-COUNT-OFF(BATCH-SUB)
                       MOVE 'REFUSED - RECORD COUNT OFF' TO
                               BCL-OUTCOME
                   WHEN BC-HASH-OFF(BATCH-SUB)
                       MOVE 'REFUSED - HASH TOTAL OFF' TO BCL-OUTCOME
                   WHEN BC-PERIOD-SHUT(BATCH-SUB)
                       MOVE 'REFUSED - PERIOD CLOSED' TO BCL-OUTCOME
               END-EVALUATE

               IF NOT BC-ACCEPTED(BATCH-SUB)
                   ADD BC-ACT-COUNT(BATCH-SUB) TO BC-UNPOSTED-COUNT
               END-IF

               WRITE REGISTER-RECORD FROM BATCH-CONTROL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM

           ADD BC-HEADERLESS-COUNT TO BC-UNPOSTED-COUNT

           IF BC-UNPOSTED-COUNT > 0
               MOVE BC-UNPOSTED-COUNT TO BUL-UNPOSTED-COUNT
               WRITE REGISTER-RECORD FROM BATCH-UNPOSTED-LINE
                   AFTER ADVANCING 1 LINES
           END-IF

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       64-NOTE-BATCH-HEADER.
      *    THE NTH HEADER READ IS THE NTH BATCH 60-VERIFY-BATCHES
      *    JUDGED; ITS RECORDS POST ONLY IF IT WAS ACCEPTED
           ADD 1 TO BC-CURRENT-BATCH
           MOVE 'N' TO BATCH-POSTING-SW

           IF BC-CURRENT-BATCH NOT > BC-NUM-BATCHES
               IF BC-ACCEPTED(BC-CURRENT-BATCH)
                   SET BATCH-POSTING-OK TO TRUE
               END-IF
           END-IF
           .

       65-STAGE-REGISTRY-ENTRIES.
      *    ONE REGISTRY ENTRY PER BATCH POSTED, STAGED WITH THE
      *    OTHER APPENDS SO A RESTART NEVER RECORDS A BATCH TWICE
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE 'R' TO SG-TARGET

           PERFORM VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BC-NUM-BATCHES

               IF BC-ACCEPTED(BATCH-SUB)
                   MOVE 'PRO04POST' TO RW-PROGRAM-ID
                   MOVE BC-BATCH-ID(BATCH-SUB) TO RW-BATCH-ID
                   MOVE BC-OFFICE-ID(BATCH-SUB) TO RW-OFFICE-ID
                   MOVE BC-BATCH-DATE(BATCH-SUB) TO RW-BATCH-DATE
                   MOVE WS-DATE TO RW-POSTED-DATE
                   MOVE WS-TIME-NOW(1:6) TO RW-POSTED-TIME
                   MOVE BC-ACT-COUNT(BATCH-SUB) TO RW-RECORD-COUNT
                   MOVE BC-ACT-HASH(BATCH-SUB) TO RW-HASH-TOTAL
                   MOVE WS-OPERATOR-ID TO RW-OPERATOR-ID

                   MOVE REGISTRY-WORK-ROW TO SG-DATA
                   WRITE CHECKPOINT-STAGED-RECORD
               END-IF
           END-PERFORM
           .

       70-REWRITE-MASTER.
      *    ONLY THE RECORDS THIS RUN TOUCHED ARE REWRITTEN, EACH BY
      *    ITS KEY.  REWRITING ONE AGAIN AFTER A RESTART PUTS THE SAME
      *    IMAGE BACK, SO A RUN THAT DIED PART WAY THROUGH HERE SIMPLY
      *    REWRITES THEM ALL
           PERFORM VARYING MASTER-TBL-INDEX FROM 1 BY 1
               UNTIL MASTER-TBL-INDEX > IM-NUM-RECORDS

               MOVE MASTER-TBL-LINE(MASTER-TBL-INDEX) TO
                       INDEXED-INVENTORY-RECORD
               REWRITE INDEXED-INVENTORY-RECORD
                   INVALID KEY
                       DISPLAY 'MASTER REWRITE FAILED, KEY '
                               XR-RECORD-KEY ' STATUS '
                               INDEXED-STATUS
               END-REWRITE
           END-PERFORM
           .

       75-REWRITE-MOVE-DATES.
               AFTER ADVANCING 2 LINES

           CLOSE MOVEMENT-TRANS-FILE, MOVEMENT-REGISTER-FILE,
                   INDEXED-INVENTORY-FILE

           GOBACK
           .
