       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO04RTV.
       AUTHOR. TIM J.
      ****************************************************************
      * This program runs the return-to-vendor cycle for damaged and
      * defective costumes.  Buyers key an authorization once the
      * vendor agrees to take goods back, the warehouse keys the
      * shipment when the carton leaves, and accounts payable keys
      * the vendor's credit when it finally arrives.  Every RTV
      * stays on the RTV master for good, so the open ones can be
      * aged and the credited ones counted by PRO04SHRK as recovery
      * against the shrink PRO04POST wrote off

      ***************
      * INPUTS:
      *    The RTV TRANSACTION FILE holds one record per event:
      *        1: Action (A authorize, S ship, C credit received,
      *           X cancel an unshipped authorization)
      *        2: RTV number
      *        3: Vendor, warehouse, costume ID and slot
      *           (authorizations only)
      *        4: Quantity and reason code (authorizations only):
      *           DF defective, DM damaged
      *        5: Event date, YYMMDD (today when blank)
      *        6: Amount: the vendor's agreed credit on an
      *           authorization (optional), the credit received on
      *           a credit
      *
      *    The RTV MASTER FILE holds every RTV ever authorized
      *
      *    The DAMAGE HISTORY FILE gives the units written off per
      *    slot; no more can be returned than were written off
      *
      *    The MERGED INVENTORY FILE proves the slot exists and
      *    names the costume on the shipping document
      *
      *    The COSTUME COST MASTER prices the expected credit
      *
      *    The VENDOR MASTER FILE names every valid vendor

      * *******
      * OUTPUTS:
      *    The RTV MASTER FILE is rewritten with every change
      *
      *    The RTV REGISTER FILE lists every transaction with its
      *    outcome and the reason for every reject
      *
      *    The RTV SHIPPING DOCUMENT FILE holds one page per
      *    shipment to travel with the goods
      *
      *    The OPEN RTV REPORT FILE ages every authorized or
      *    shipped RTV still waiting on its credit

      ****************
      * CALCULATIONS:
      *    EXPECTED CREDIT [QUANTITY * COST MASTER UNIT COST, UNLESS
      *                     THE VENDOR AGREED AN AMOUNT]
      *    RETURNABLE UNITS [UNITS WRITTEN OFF - UNITS ON RTVS]
      *    DAYS OUTSTANDING [TODAY - AUTHORIZATION DATE]
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RTV-TRANS-FILE
               ASSIGN TO 'RTV-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    EVERY RTV EVER AUTHORIZED; THE FIRST RUN STARTS IT
           SELECT RTV-MASTER-FILE
               ASSIGN TO 'RTV-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTV-MASTER-STATUS.

           SELECT DAMAGE-HISTORY-FILE
               ASSIGN TO 'DAMAGE-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAMAGE-HIST-STATUS.

           SELECT MERGED-INVENTORY-FILE
               ASSIGN TO 'MERGED-INVENTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COST-MASTER-FILE
               ASSIGN TO 'COSTUME-COST-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-MASTER-STATUS.

           SELECT VENDOR-MASTER-FILE
               ASSIGN TO 'VENDOR-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT RTV-REGISTER-FILE
               ASSIGN TO PRINTER 'RTV-REGISTER.TXT'.

           SELECT RTV-SHIPPING-DOC-FILE
               ASSIGN TO PRINTER 'RTV-SHIPPING-DOC.TXT'.

           SELECT OPEN-RTV-REPORT-FILE
               ASSIGN TO PRINTER 'OPEN-RTV-REPORT.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD RTV-TRANS-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01 RTV-TRANS-RECORD.
           05 RT-ACTION                PIC X.
               88 RT-AUTHORIZE         VALUE 'A'.
               88 RT-SHIP              VALUE 'S'.
               88 RT-CREDIT            VALUE 'C'.
               88 RT-CANCEL            VALUE 'X'.
           05 RT-RTV-NUMBER            PIC X(8).
           05 RT-VENDOR-ID             PIC X(4).
           05 RT-WAREHOUSE-ID          PIC X(3).
           05 RT-COSTUME-ID            PIC X(3).
           05 RT-SLOT-NUM              PIC 99.
           05 RT-QUANTITY              PIC 9(3).
           05 RT-REASON-CODE           PIC XX.
               88 RT-VALID-REASON      VALUE 'DF' 'DM'.
           05 RT-EVENT-DATE            PIC X(6).
           05 RT-AMOUNT                PIC 9(5)V99.
           05 FILLER                   PIC X.

       FD RTV-MASTER-FILE
           RECORD CONTAINS 58 CHARACTERS.

       01 RTV-MASTER-RECORD.
           05 RM-RTV-NUMBER            PIC X(8).
           05 RM-VENDOR-ID             PIC X(4).
           05 RM-WAREHOUSE-ID          PIC X(3).
           05 RM-COSTUME-ID            PIC X(3).
           05 RM-SLOT-NUM              PIC 99.
           05 RM-QUANTITY              PIC 9(3).
           05 RM-REASON-CODE           PIC XX.
           05 RM-AUTH-DATE             PIC X(6).
           05 RM-SHIP-DATE             PIC X(6).
           05 RM-EXPECTED-CREDIT       PIC 9(5)V99.
           05 RM-CREDIT-DATE           PIC X(6).
           05 RM-CREDIT-AMOUNT         PIC 9(5)V99.
      *    A AUTHORIZED, S SHIPPED, C CREDITED, X CANCELLED
           05 RM-STATUS                PIC X.

       FD DAMAGE-HISTORY-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01 DAMAGE-HISTORY-RECORD.
           05 DG-WRITEOFF-DATE         PIC X(6).
           05 DG-VENDOR-ID             PIC X(4).
           05 DG-WAREHOUSE-ID          PIC X(3).
           05 DG-COSTUME-ID            PIC X(3).
           05 DG-SLOT-NUM              PIC 99.
           05 DG-QUANTITY              PIC 9(3).
           05 DG-COSTUME-PRICE         PIC 99V99.

       FD MERGED-INVENTORY-FILE
           RECORD CONTAINS 262 CHARACTERS.

       01 INVENTORY-RECORD.
           05 IR-VENDOR-ID              PIC X(4).
           05 IR-WAREHOUSE-ID           PIC X(3).
           05 IR-COSTUME-ID             PIC X(3).
           05 IR-COSTUME-DATA OCCURS 12 TIMES.
               10 IR-COSTUME-NAME       PIC X(9).
               10 IR-COSTUME-SIZE       PIC A.
               10 IR-COSTUME-TYPE       PIC A.
               10 IR-NUM-IN-STOCK       PIC 9(3).
               10 IR-REORDER-POINT      PIC 9(3).
               10 IR-COSTUME-PRICE      PIC 99V99.

       FD COST-MASTER-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01 COST-MASTER-RECORD.
           05 CC-VENDOR-ID             PIC X(4).
           05 CC-COSTUME-ID            PIC X(3).
           05 CC-SLOT-NUM              PIC 99.
           05 CC-UNIT-COST             PIC 99V99.

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 24 CHARACTERS.

       01 VENDOR-MASTER-RECORD.
           05 VM-VENDOR-ID              PIC X(4).
           05 VM-VENDOR-NAME            PIC X(20).

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

       FD RTV-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 REGISTER-RECORD              PIC X(80).

       FD RTV-SHIPPING-DOC-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 SHIPPING-DOC-RECORD          PIC X(80).

       FD OPEN-RTV-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 OPEN-RTV-RECORD              PIC X(80).


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG                 PIC X           VALUE 'F'.
           05 LOAD-EOF-SW              PIC X.
               88 LOAD-DONE            VALUE 'Y'.
           05 RTV-MASTER-STATUS        PIC XX.
               88 RTV-MASTER-FOUND     VALUE '00'.
           05 DAMAGE-HIST-STATUS       PIC XX.
               88 DAMAGE-HIST-FOUND    VALUE '00'.
           05 COST-MASTER-STATUS       PIC XX.
               88 COST-MASTER-FOUND    VALUE '00'.
           05 OPERATOR-LOAD-SW         PIC X           VALUE 'N'.
               88 OPERATOR-LOAD-DONE   VALUE 'Y'.
           05 OPERATOR-KNOWN-SW        PIC X           VALUE 'N'.
               88 OPERATOR-KNOWN       VALUE 'Y'.
           05 AUTHORITY-LOAD-SW        PIC X           VALUE 'N'.
               88 AUTHORITY-LOAD-DONE  VALUE 'Y'.
           05 RTV-MATCH-SW             PIC X.
               88 RTV-MATCHED          VALUE 'Y'.
           05 VEND-MATCH-SW            PIC X.
               88 VEND-MATCHED         VALUE 'Y'.
           05 SLOT-MATCH-SW            PIC X.
               88 SLOT-MATCHED         VALUE 'Y'.
           05 COST-MATCH-SW            PIC X.
               88 COST-MATCHED         VALUE 'Y'.
           05 RTV-SUB                  PIC 9(4).
           05 VEND-SUB                 PIC 9(4).
           05 MAST-SUB                 PIC 9(4).
           05 DMG-SUB                  PIC 9(4).
           05 COST-SUB                 PIC 9(4).
           05 RV-APPLIED-COUNT         PIC 9(5)        VALUE 0.
           05 RV-REJECTED-COUNT        PIC 9(5)        VALUE 0.
           05 RV-SHIPPED-COUNT         PIC 9(5)        VALUE 0.
           05 RV-OPEN-COUNT            PIC 9(5)        VALUE 0.

       01 HOLD-FIELDS.
           05 HF-EVENT-DATE            PIC X(6).
           05 HF-DAMAGED-UNITS         PIC 9(6).
           05 HF-RETURNED-UNITS        PIC 9(6).
           05 HF-RETURNABLE-UNITS      PIC S9(6).
           05 HF-UNIT-COST             PIC 99V99.
           05 HF-COSTUME-NAME          PIC X(9).
           05 HF-VENDOR-NAME           PIC X(20).
           05 HF-CREDIT-VARIANCE       PIC S9(5)V99.
           05 HF-AUTH-CCYYMMDD         PIC 9(8).
           05 HF-TODAY-CCYYMMDD        PIC 9(8).
           05 HF-DAYS-OUT              PIC 9(4).

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 WS-RUN-DATE                  PIC X(6).

       01 WS-OPERATOR-ID               PIC X(10)       VALUE SPACES.
       01 WS-SIGNON-TIME               PIC X(8).

       01 AGING-TOTALS.
      *    EXPECTED CREDIT STILL OUTSTANDING, BY AGE OF THE RTV
           05 AG-CURRENT               PIC 9(7)V99     VALUE 0.
           05 AG-OVER-30               PIC 9(7)V99     VALUE 0.
           05 AG-OVER-60               PIC 9(7)V99     VALUE 0.
           05 AG-OVER-90               PIC 9(7)V99     VALUE 0.
           05 AG-TOTAL                 PIC 9(7)V99     VALUE 0.

       01 REASON-TEXT-VALUES.
           05                          PIC X(22)       VALUE
                   'DFMANUFACTURING FAULT '.
           05                          PIC X(22)       VALUE
                   'DMDAMAGED ON ARRIVAL  '.

       01 REASON-TEXT-TABLE REDEFINES REASON-TEXT-VALUES.
           05 REASON-TEXT-ENTRY OCCURS 2 TIMES
               INDEXED BY REASON-INDEX.
               10 RS-REASON-CODE       PIC XX.
               10 RS-REASON-TEXT       PIC X(20).

       01 RTV-TABLE-AREA.
      *    THE WHOLE RTV MASTER, UPDATED IN PLACE AND WRITTEN BACK
           05 RV-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 RTV-TBL-LINE OCCURS 1 TO 3000 TIMES
               DEPENDING ON RV-NUM-ENTRIES.
               10 RV-RTV-NUMBER        PIC X(8).
               10 RV-VENDOR-ID         PIC X(4).
               10 RV-WAREHOUSE-ID      PIC X(3).
               10 RV-COSTUME-ID        PIC X(3).
               10 RV-SLOT-NUM          PIC 99.
               10 RV-QUANTITY          PIC 9(3).
               10 RV-REASON-CODE       PIC XX.
               10 RV-AUTH-DATE         PIC X(6).
               10 RV-SHIP-DATE         PIC X(6).
               10 RV-EXPECTED-CREDIT   PIC 9(5)V99.
               10 RV-CREDIT-DATE       PIC X(6).
               10 RV-CREDIT-AMOUNT     PIC 9(5)V99.
               10 RV-STATUS            PIC X.
                   88 RV-AUTHORIZED    VALUE 'A'.
                   88 RV-SHIPPED       VALUE 'S'.
                   88 RV-CREDITED      VALUE 'C'.
                   88 RV-CANCELLED     VALUE 'X'.

       01 DAMAGE-TABLE-AREA.
      *    UNITS WRITTEN OFF PER SLOT, ALL TIME
           05 DM-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 DAMAGE-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON DM-NUM-ENTRIES.
               10 DM-VENDOR-ID         PIC X(4).
               10 DM-WAREHOUSE-ID      PIC X(3).
               10 DM-COSTUME-ID        PIC X(3).
               10 DM-SLOT-NUM          PIC 99.
               10 DM-UNITS             PIC 9(6).

       01 MASTER-TABLE-AREA.
           05 IM-NUM-RECORDS           PIC 999         VALUE 0.
           05 MASTER-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON IM-NUM-RECORDS.
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

       01 COST-TABLE-AREA.
           05 CT-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 COST-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON CT-NUM-ENTRIES.
               10 CT-VENDOR-ID         PIC X(4).
               10 CT-COSTUME-ID        PIC X(3).
               10 CT-SLOT-NUM          PIC 99.
               10 CT-UNIT-COST         PIC 99V99.

       01 VENDOR-TABLE-AREA.
           05 VT-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 VENDOR-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON VT-NUM-ENTRIES.
               10 VT-VENDOR-ID         PIC X(4).
               10 VT-VENDOR-NAME       PIC X(20).

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
           05 FILLER                   PIC X(25)       VALUE SPACES.
           05                          PIC X(30)       VALUE
                   'RETURN TO VENDOR REGISTER'.
           05 FILLER                   PIC X(25)       VALUE SPACES.

       01 REGISTER-HEADING-TWO.
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

       01 REGISTER-DETAIL-LINE.
           05 RDL-ACTION               PIC X.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 RDL-RTV-NUMBER           PIC X(8).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 RDL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 RDL-QUANTITY             PIC ZZ9.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 RDL-AMOUNT               PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 RDL-OUTCOME              PIC X(45).

       01 REGISTER-TOTAL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                   'APPLIED: '.
           05 RTL-APPLIED-COUNT        PIC ZZ,ZZ9.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                   'REJECTED: '.
           05 RTL-REJECTED-COUNT       PIC ZZ,ZZ9.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                   'SHIPPED: '.
           05 RTL-SHIPPED-COUNT        PIC ZZ,ZZ9.
           05 FILLER                   PIC X(19)       VALUE SPACES.

       01 SHIP-DOC-HEADING-ONE.
           05 FILLER                   PIC X(20)       VALUE SPACES.
           05                          PIC X(40)       VALUE
                   'RETURN TO VENDOR - SHIPPING DOCUMENT'.
           05 FILLER                   PIC X(20)       VALUE SPACES.

       01 SHIP-DOC-RTV-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(12)       VALUE
                   'RTV NUMBER: '.
           05 SDR-RTV-NUMBER           PIC X(8).
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                   'SHIP DATE: '.
           05 SDR-MONTH                PIC XX.
           05                          PIC X           VALUE '/'.
           05 SDR-DAY                  PIC XX.
           05                          PIC X           VALUE '/'.
           05 SDR-YEAR                 PIC XX.
           05 FILLER                   PIC X(31)       VALUE SPACES.

       01 SHIP-DOC-VENDOR-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                   'RETURN TO: '.
           05 SDV-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 SDV-VENDOR-NAME          PIC X(20).
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'FROM: '.
           05 SDV-WAREHOUSE-ID         PIC X(3).
           05 FILLER                   PIC X(24)       VALUE SPACES.

       01 SHIP-DOC-COLUMN-HEADING.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'COSTUME'.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'NAME'.
           05 FILLER                   PIC X(8)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'SLOT'.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'QTY'.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'REASON'.
           05 FILLER                   PIC X(32)       VALUE SPACES.

       01 SHIP-DOC-DETAIL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05 SDD-COSTUME-ID           PIC X(3).
           05 FILLER                   PIC X(9)        VALUE SPACES.
           05 SDD-COSTUME-NAME         PIC X(9).
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05 SDD-SLOT-NUM             PIC 99.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05 SDD-QUANTITY             PIC ZZ9.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05 SDD-REASON-TEXT          PIC X(20).
           05 FILLER                   PIC X(18)       VALUE SPACES.

       01 SHIP-DOC-CREDIT-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(17)       VALUE
                   'CREDIT EXPECTED: '.
           05 SDC-EXPECTED-CREDIT      PIC $ZZ,ZZ9.99.
           05 FILLER                   PIC X(48)       VALUE SPACES.

       01 SHIP-DOC-NOTE-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(53)       VALUE
               'PLEASE QUOTE THE RTV NUMBER ON YOUR CREDIT MEMO'.
           05 FILLER                   PIC X(22)       VALUE SPACES.

       01 OPEN-RTV-HEADING-ONE.
           05 FILLER                   PIC X(25)       VALUE SPACES.
           05                          PIC X(30)       VALUE
                   'OPEN RETURN TO VENDOR REPORT'.
           05 FILLER                   PIC X(25)       VALUE SPACES.

       01 OPEN-RTV-COLUMN-HEADING.
           05                          PIC X(8)        VALUE 'RTV NUM'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'VEND'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'WHS'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'CST'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(2)        VALUE 'SL'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'QTY'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'AUTHED'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'SHIPPED'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'DAYS'.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05                          PIC X(8)        VALUE
                   'EXPECTED'.
           05 FILLER                   PIC X(13)       VALUE SPACES.

       01 OPEN-RTV-DETAIL-LINE.
           05 ODL-RTV-NUMBER           PIC X(8).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 ODL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 ODL-WAREHOUSE-ID         PIC X(3).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 ODL-COSTUME-ID           PIC X(3).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ODL-SLOT-NUM             PIC 99.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 ODL-QUANTITY             PIC ZZ9.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 ODL-AUTH-DATE            PIC X(6).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 ODL-SHIP-DATE            PIC X(7).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 ODL-DAYS-OUT             PIC ZZZ9.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 ODL-EXPECTED-CREDIT      PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(15)       VALUE SPACES.

       01 OPEN-RTV-BUCKET-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05 OBL-BUCKET-NAME          PIC X(20).
           05 OBL-BUCKET-AMOUNT        PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(42)       VALUE SPACES.

       01 NO-OPEN-RTV-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(30)       VALUE
                   'NO RTVS AWAITING CREDIT'.
           05 FILLER                   PIC X(45)       VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 12-OPERATOR-SIGN-ON
           PERFORM 15-HOUSEKEEPING
           PERFORM 21-LOAD-RTV-MASTER
           PERFORM 22-LOAD-DAMAGE-TOTALS
           PERFORM 23-LOAD-MASTER-TABLE
           PERFORM 24-LOAD-COST-TABLE
           PERFORM 26-LOAD-VENDOR-TABLE
           PERFORM 27-PROCESS-TRANSACTIONS
           PERFORM 50-LIST-OPEN-RTVS
           PERFORM 70-REWRITE-RTV-MASTER
           PERFORM 100-WRAP-UP
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

           MOVE 'PRO04RTV' TO AU-PROGRAM-ID

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

       15-HOUSEKEEPING.
           OPEN INPUT RTV-TRANS-FILE
               OUTPUT RTV-REGISTER-FILE, RTV-SHIPPING-DOC-FILE
           OPEN OUTPUT OPEN-RTV-REPORT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO RH2-MONTH
           MOVE WS-DAY TO RH2-DAY
           MOVE WS-YEAR TO RH2-YEAR
           MOVE WS-OPERATOR-ID TO RH2-OPERATOR-ID
           MOVE WS-SIGNON-TIME(1:6) TO RH2-SIGNON-TIME

           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING

           STRING '20' WS-RUN-DATE DELIMITED BY SIZE
               INTO HF-TODAY-CCYYMMDD
           END-STRING

           WRITE REGISTER-RECORD FROM REGISTER-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE REGISTER-HEADING-TWO TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES
           .

       21-LOAD-RTV-MASTER.
      *    NO MASTER YET JUST MEANS NO RTV HAS BEEN AUTHORIZED
           OPEN INPUT RTV-MASTER-FILE

           IF RTV-MASTER-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ RTV-MASTER-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO RV-NUM-ENTRIES
                           MOVE RTV-MASTER-RECORD TO
                                   RTV-TBL-LINE(RV-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE RTV-MASTER-FILE
           END-IF
           .

       22-LOAD-DAMAGE-TOTALS.
           OPEN INPUT DAMAGE-HISTORY-FILE

           IF DAMAGE-HIST-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ DAMAGE-HISTORY-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF DG-QUANTITY IS NUMERIC
                               PERFORM 25-POST-DAMAGE-UNITS
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE DAMAGE-HISTORY-FILE
           END-IF
           .

       23-LOAD-MASTER-TABLE.
           OPEN INPUT MERGED-INVENTORY-FILE

           MOVE 'N' TO LOAD-EOF-SW
           PERFORM UNTIL LOAD-DONE
               READ MERGED-INVENTORY-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO IM-NUM-RECORDS
                       MOVE INVENTORY-RECORD TO
                               MASTER-TBL-LINE(IM-NUM-RECORDS)
               END-READ
           END-PERFORM

           CLOSE MERGED-INVENTORY-FILE
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
                           ADD 1 TO CT-NUM-ENTRIES
                           MOVE COST-MASTER-RECORD TO
                                   COST-TBL-LINE(CT-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE COST-MASTER-FILE
           END-IF
           .

       25-POST-DAMAGE-UNITS.
           MOVE 'N' TO SLOT-MATCH-SW

           PERFORM VARYING DMG-SUB FROM 1 BY 1
               UNTIL DMG-SUB > DM-NUM-ENTRIES OR SLOT-MATCHED

               IF DG-VENDOR-ID = DM-VENDOR-ID(DMG-SUB)
                       AND DG-WAREHOUSE-ID = DM-WAREHOUSE-ID(DMG-SUB)
                       AND DG-COSTUME-ID = DM-COSTUME-ID(DMG-SUB)
                       AND DG-SLOT-NUM = DM-SLOT-NUM(DMG-SUB)
                   SET SLOT-MATCHED TO TRUE
                   ADD DG-QUANTITY TO DM-UNITS(DMG-SUB)
               END-IF
           END-PERFORM

           IF NOT SLOT-MATCHED
               ADD 1 TO DM-NUM-ENTRIES
               MOVE DG-VENDOR-ID TO DM-VENDOR-ID(DM-NUM-ENTRIES)
               MOVE DG-WAREHOUSE-ID TO DM-WAREHOUSE-ID(DM-NUM-ENTRIES)
               MOVE DG-COSTUME-ID TO DM-COSTUME-ID(DM-NUM-ENTRIES)
               MOVE DG-SLOT-NUM TO DM-SLOT-NUM(DM-NUM-ENTRIES)
               MOVE DG-QUANTITY TO DM-UNITS(DM-NUM-ENTRIES)
           END-IF
           .

       26-LOAD-VENDOR-TABLE.
           OPEN INPUT VENDOR-MASTER-FILE

           MOVE 'N' TO LOAD-EOF-SW
           PERFORM UNTIL LOAD-DONE
               READ VENDOR-MASTER-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO VT-NUM-ENTRIES
                       MOVE VM-VENDOR-ID TO
                               VT-VENDOR-ID(VT-NUM-ENTRIES)
                       MOVE VM-VENDOR-NAME TO
                               VT-VENDOR-NAME(VT-NUM-ENTRIES)
               END-READ
           END-PERFORM

           CLOSE VENDOR-MASTER-FILE
           .

       27-PROCESS-TRANSACTIONS.
           PERFORM UNTIL EOF-FLAG = 'T'
               READ RTV-TRANS-FILE
                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       PERFORM 30-APPLY-TRANSACTION
               END-READ
           END-PERFORM
           .

       30-APPLY-TRANSACTION.
           MOVE RT-ACTION TO RDL-ACTION
           MOVE RT-RTV-NUMBER TO RDL-RTV-NUMBER
           MOVE RT-VENDOR-ID TO RDL-VENDOR-ID
           MOVE ZEROES TO RDL-QUANTITY
           MOVE ZEROES TO RDL-AMOUNT

           IF RT-EVENT-DATE = SPACES
               MOVE WS-RUN-DATE TO HF-EVENT-DATE
           ELSE
               MOVE RT-EVENT-DATE TO HF-EVENT-DATE
           END-IF

           PERFORM 38-FIND-RTV

           EVALUATE TRUE
               WHEN RT-AUTHORIZE
                   PERFORM 31-AUTHORIZE-RTV

               WHEN NOT RTV-MATCHED
                   MOVE 'REJECTED - RTV NOT ON FILE' TO RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN RT-SHIP
                   PERFORM 32-SHIP-RTV

               WHEN RT-CREDIT
                   PERFORM 33-RECORD-CREDIT

               WHEN RT-CANCEL
                   PERFORM 34-CANCEL-RTV

               WHEN OTHER
                   MOVE 'REJECTED - BAD ACTION CODE' TO RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE
           END-EVALUATE
           .

       31-AUTHORIZE-RTV.
      *    THE RETURNABLE CHECK KEEPS AN RTV FROM SENDING BACK GOOD
      *    STOCK THAT WAS NEVER WRITTEN OFF
           IF RT-QUANTITY IS NUMERIC
               MOVE RT-QUANTITY TO RDL-QUANTITY
           END-IF

           PERFORM 36-FIND-VENDOR
           PERFORM 37-FIND-SLOT

           EVALUATE TRUE
               WHEN RTV-MATCHED
                   MOVE 'REJECTED - RTV NUMBER ALREADY USED' TO
                           RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN RT-RTV-NUMBER = SPACES
                   MOVE 'REJECTED - BLANK RTV NUMBER' TO RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN NOT VEND-MATCHED
                   MOVE 'REJECTED - VENDOR NOT ON MASTER' TO
                           RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN NOT SLOT-MATCHED
                   MOVE 'REJECTED - COSTUME SLOT NOT ON MASTER' TO
                           RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN RT-QUANTITY IS NOT NUMERIC OR RT-QUANTITY = 0
                   MOVE 'REJECTED - BAD QUANTITY' TO RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN NOT RT-VALID-REASON
                   MOVE 'REJECTED - BAD REASON CODE' TO RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN OTHER
                   PERFORM 35-FIGURE-RETURNABLE-UNITS

                   IF RT-QUANTITY > HF-RETURNABLE-UNITS
                       MOVE 'REJECTED - MORE THAN WRITTEN OFF' TO
                               RDL-OUTCOME
                       PERFORM 47-WRITE-REJECT-LINE
                   ELSE
                       PERFORM 41-ADD-RTV
                   END-IF
           END-EVALUATE
           .

       32-SHIP-RTV.
           IF NOT RV-AUTHORIZED(RTV-SUB)
               MOVE 'REJECTED - RTV NOT AWAITING SHIPMENT' TO
                       RDL-OUTCOME
               PERFORM 47-WRITE-REJECT-LINE
           ELSE
               MOVE HF-EVENT-DATE TO RV-SHIP-DATE(RTV-SUB)
               MOVE 'S' TO RV-STATUS(RTV-SUB)
               ADD 1 TO RV-SHIPPED-COUNT

               MOVE RV-QUANTITY(RTV-SUB) TO RDL-QUANTITY
               MOVE RV-EXPECTED-CREDIT(RTV-SUB) TO RDL-AMOUNT
               MOVE 'APPLIED - SHIPPED, DOCUMENT PRINTED' TO
                       RDL-OUTCOME
               PERFORM 46-WRITE-APPLIED-LINE

               PERFORM 40-PRINT-SHIPPING-DOC
           END-IF
           .

       33-RECORD-CREDIT.
      *    A CREDIT IS ONLY TAKEN ONCE THE GOODS HAVE GONE; A SHORT
      *    CREDIT STILL CLOSES THE RTV, WITH THE SHORTFALL SHOWN
           IF RT-AMOUNT IS NUMERIC
               MOVE RT-AMOUNT TO RDL-AMOUNT
           END-IF

           EVALUATE TRUE
               WHEN NOT RV-SHIPPED(RTV-SUB)
                   MOVE 'REJECTED - RTV NOT SHIPPED OR CLOSED' TO
                           RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN RT-AMOUNT IS NOT NUMERIC OR RT-AMOUNT = 0
                   MOVE 'REJECTED - BAD CREDIT AMOUNT' TO RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN OTHER
                   MOVE HF-EVENT-DATE TO RV-CREDIT-DATE(RTV-SUB)
                   MOVE RT-AMOUNT TO RV-CREDIT-AMOUNT(RTV-SUB)
                   MOVE 'C' TO RV-STATUS(RTV-SUB)
                   MOVE RV-QUANTITY(RTV-SUB) TO RDL-QUANTITY

                   SUBTRACT RV-EXPECTED-CREDIT(RTV-SUB) FROM RT-AMOUNT
                       GIVING HF-CREDIT-VARIANCE

                   IF HF-CREDIT-VARIANCE < 0
                       MOVE 'APPLIED - CREDITED SHORT OF EXPECTED' TO
                               RDL-OUTCOME
                   ELSE
                       MOVE 'APPLIED - CREDIT RECEIVED' TO RDL-OUTCOME
                   END-IF
                   PERFORM 46-WRITE-APPLIED-LINE
           END-EVALUATE
           .

       34-CANCEL-RTV.
           IF NOT RV-AUTHORIZED(RTV-SUB)
               MOVE 'REJECTED - ONLY UNSHIPPED RTVS CANCEL' TO
                       RDL-OUTCOME
               PERFORM 47-WRITE-REJECT-LINE
           ELSE
               MOVE 'X' TO RV-STATUS(RTV-SUB)
               MOVE RV-QUANTITY(RTV-SUB) TO RDL-QUANTITY
               MOVE 'APPLIED - RTV CANCELLED' TO RDL-OUTCOME
               PERFORM 46-WRITE-APPLIED-LINE
           END-IF
           .

       35-FIGURE-RETURNABLE-UNITS.
      *    EVERY UNIT WRITTEN OFF FOR THE SLOT, LESS EVERY UNIT
      *    ALREADY ON A LIVE RTV FOR IT
           MOVE ZEROES TO HF-DAMAGED-UNITS
           MOVE ZEROES TO HF-RETURNED-UNITS

           PERFORM VARYING DMG-SUB FROM 1 BY 1
               UNTIL DMG-SUB > DM-NUM-ENTRIES

               IF RT-VENDOR-ID = DM-VENDOR-ID(DMG-SUB)
                       AND RT-WAREHOUSE-ID = DM-WAREHOUSE-ID(DMG-SUB)
                       AND RT-COSTUME-ID = DM-COSTUME-ID(DMG-SUB)
                       AND RT-SLOT-NUM = DM-SLOT-NUM(DMG-SUB)
                   ADD DM-UNITS(DMG-SUB) TO HF-DAMAGED-UNITS
               END-IF
           END-PERFORM

           PERFORM VARYING RTV-SUB FROM 1 BY 1
               UNTIL RTV-SUB > RV-NUM-ENTRIES

               IF RT-VENDOR-ID = RV-VENDOR-ID(RTV-SUB)
                       AND RT-WAREHOUSE-ID = RV-WAREHOUSE-ID(RTV-SUB)
                       AND RT-COSTUME-ID = RV-COSTUME-ID(RTV-SUB)
                       AND RT-SLOT-NUM = RV-SLOT-NUM(RTV-SUB)
                       AND NOT RV-CANCELLED(RTV-SUB)
                   ADD RV-QUANTITY(RTV-SUB) TO HF-RETURNED-UNITS
               END-IF
           END-PERFORM

           SUBTRACT HF-RETURNED-UNITS FROM HF-DAMAGED-UNITS
               GIVING HF-RETURNABLE-UNITS
           .

       36-FIND-VENDOR.
           MOVE 'N' TO VEND-MATCH-SW

           PERFORM VARYING VEND-SUB FROM 1 BY 1
               UNTIL VEND-SUB > VT-NUM-ENTRIES OR VEND-MATCHED

               IF RT-VENDOR-ID = VT-VENDOR-ID(VEND-SUB)
                   SET VEND-MATCHED TO TRUE
               END-IF
           END-PERFORM
           .

       37-FIND-SLOT.
           MOVE 'N' TO SLOT-MATCH-SW

           IF RT-SLOT-NUM IS NUMERIC AND RT-SLOT-NUM >= 1
                   AND RT-SLOT-NUM <= 12
               PERFORM VARYING MAST-SUB FROM 1 BY 1
                   UNTIL MAST-SUB > IM-NUM-RECORDS OR SLOT-MATCHED

                   IF RT-VENDOR-ID = IM-VENDOR-ID(MAST-SUB)
                       AND RT-WAREHOUSE-ID = IM-WAREHOUSE-ID(MAST-SUB)
                       AND RT-COSTUME-ID = IM-COSTUME-ID(MAST-SUB)
                       AND IM-COSTUME-NAME(MAST-SUB, RT-SLOT-NUM)
                               NOT = SPACES
                       SET SLOT-MATCHED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           .

       38-FIND-RTV.
           MOVE 'N' TO RTV-MATCH-SW

           PERFORM VARYING RTV-SUB FROM 1 BY 1
               UNTIL RTV-SUB > RV-NUM-ENTRIES OR RTV-MATCHED

               IF RT-RTV-NUMBER = RV-RTV-NUMBER(RTV-SUB)
                   SET RTV-MATCHED TO TRUE
               END-IF
           END-PERFORM

           IF RTV-MATCHED
               SUBTRACT 1 FROM RTV-SUB
           END-IF
           .

       39-FIND-UNIT-COST.
           MOVE 'N' TO COST-MATCH-SW
           MOVE ZEROES TO HF-UNIT-COST

           PERFORM VARYING COST-SUB FROM 1 BY 1
               UNTIL COST-SUB > CT-NUM-ENTRIES OR COST-MATCHED

               IF RT-VENDOR-ID = CT-VENDOR-ID(COST-SUB)
                       AND RT-COSTUME-ID = CT-COSTUME-ID(COST-SUB)
                       AND RT-SLOT-NUM = CT-SLOT-NUM(COST-SUB)
                   SET COST-MATCHED TO TRUE
                   MOVE CT-UNIT-COST(COST-SUB) TO HF-UNIT-COST
               END-IF
           END-PERFORM
           .

       40-PRINT-SHIPPING-DOC.
      *    ONE PAGE PER SHIPMENT, PACKED WITH THE CARTON
           MOVE SPACES TO HF-VENDOR-NAME
           MOVE RV-VENDOR-ID(RTV-SUB) TO RT-VENDOR-ID
           PERFORM 36-FIND-VENDOR
           IF VEND-MATCHED
               SUBTRACT 1 FROM VEND-SUB
               MOVE VT-VENDOR-NAME(VEND-SUB) TO HF-VENDOR-NAME
           END-IF

           MOVE SPACES TO HF-COSTUME-NAME
           MOVE RV-WAREHOUSE-ID(RTV-SUB) TO RT-WAREHOUSE-ID
           MOVE RV-COSTUME-ID(RTV-SUB) TO RT-COSTUME-ID
           MOVE RV-SLOT-NUM(RTV-SUB) TO RT-SLOT-NUM
           PERFORM 37-FIND-SLOT
           IF SLOT-MATCHED
               SUBTRACT 1 FROM MAST-SUB
               MOVE IM-COSTUME-NAME(MAST-SUB, RT-SLOT-NUM) TO
                       HF-COSTUME-NAME
           END-IF

           WRITE SHIPPING-DOC-RECORD FROM SHIP-DOC-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE RV-RTV-NUMBER(RTV-SUB) TO SDR-RTV-NUMBER
           MOVE RV-SHIP-DATE(RTV-SUB)(1:2) TO SDR-YEAR
           MOVE RV-SHIP-DATE(RTV-SUB)(3:2) TO SDR-MONTH
           MOVE RV-SHIP-DATE(RTV-SUB)(5:2) TO SDR-DAY
           MOVE SHIP-DOC-RTV-LINE TO SHIPPING-DOC-RECORD
           WRITE SHIPPING-DOC-RECORD
               AFTER ADVANCING 2 LINES

           MOVE RV-VENDOR-ID(RTV-SUB) TO SDV-VENDOR-ID
           MOVE HF-VENDOR-NAME TO SDV-VENDOR-NAME
           MOVE RV-WAREHOUSE-ID(RTV-SUB) TO SDV-WAREHOUSE-ID
           MOVE SHIP-DOC-VENDOR-LINE TO SHIPPING-DOC-RECORD
           WRITE SHIPPING-DOC-RECORD
               AFTER ADVANCING 1 LINES

           MOVE SHIP-DOC-COLUMN-HEADING TO SHIPPING-DOC-RECORD
           WRITE SHIPPING-DOC-RECORD
               AFTER ADVANCING 2 LINES

           MOVE RV-COSTUME-ID(RTV-SUB) TO SDD-COSTUME-ID
           MOVE HF-COSTUME-NAME TO SDD-COSTUME-NAME
           MOVE RV-SLOT-NUM(RTV-SUB) TO SDD-SLOT-NUM
           MOVE RV-QUANTITY(RTV-SUB) TO SDD-QUANTITY
           MOVE SPACES TO SDD-REASON-TEXT
           SET REASON-INDEX TO 1
           SEARCH REASON-TEXT-ENTRY
               WHEN RS-REASON-CODE(REASON-INDEX) =
                       RV-REASON-CODE(RTV-SUB)
                   MOVE RS-REASON-TEXT(REASON-INDEX) TO
                           SDD-REASON-TEXT
           END-SEARCH
           MOVE SHIP-DOC-DETAIL-LINE TO SHIPPING-DOC-RECORD
           WRITE SHIPPING-DOC-RECORD
               AFTER ADVANCING 1 LINES

           MOVE RV-EXPECTED-CREDIT(RTV-SUB) TO SDC-EXPECTED-CREDIT
           MOVE SHIP-DOC-CREDIT-LINE TO SHIPPING-DOC-RECORD
           WRITE SHIPPING-DOC-RECORD
               AFTER ADVANCING 2 LINES

           MOVE SHIP-DOC-NOTE-LINE TO SHIPPING-DOC-RECORD
           WRITE SHIPPING-DOC-RECORD
               AFTER ADVANCING 2 LINES
           .

       41-ADD-RTV.
      *    THE VENDOR'S AGREED AMOUNT WINS; OTHERWISE THE CREDIT IS
      *    EXPECTED AT THE SLOT'S CURRENT COST
           PERFORM 39-FIND-UNIT-COST

           ADD 1 TO RV-NUM-ENTRIES
           MOVE RT-RTV-NUMBER TO RV-RTV-NUMBER(RV-NUM-ENTRIES)
           MOVE RT-VENDOR-ID TO RV-VENDOR-ID(RV-NUM-ENTRIES)
           MOVE RT-WAREHOUSE-ID TO RV-WAREHOUSE-ID(RV-NUM-ENTRIES)
           MOVE RT-COSTUME-ID TO RV-COSTUME-ID(RV-NUM-ENTRIES)
           MOVE RT-SLOT-NUM TO RV-SLOT-NUM(RV-NUM-ENTRIES)
           MOVE RT-QUANTITY TO RV-QUANTITY(RV-NUM-ENTRIES)
           MOVE RT-REASON-CODE TO RV-REASON-CODE(RV-NUM-ENTRIES)
           MOVE HF-EVENT-DATE TO RV-AUTH-DATE(RV-NUM-ENTRIES)
           MOVE SPACES TO RV-SHIP-DATE(RV-NUM-ENTRIES)
           MOVE SPACES TO RV-CREDIT-DATE(RV-NUM-ENTRIES)
           MOVE ZEROES TO RV-CREDIT-AMOUNT(RV-NUM-ENTRIES)
           MOVE 'A' TO RV-STATUS(RV-NUM-ENTRIES)

           IF RT-AMOUNT IS NUMERIC AND RT-AMOUNT > 0
               MOVE RT-AMOUNT TO RV-EXPECTED-CREDIT(RV-NUM-ENTRIES)
               MOVE 'APPLIED - AUTHORIZED AT AGREED CREDIT' TO
                       RDL-OUTCOME
           ELSE
               MULTIPLY RT-QUANTITY BY HF-UNIT-COST
                   GIVING RV-EXPECTED-CREDIT(RV-NUM-ENTRIES)
               IF COST-MATCHED
                   MOVE 'APPLIED - AUTHORIZED AT SLOT COST' TO
                           RDL-OUTCOME
               ELSE
                   MOVE 'APPLIED - AUTHORIZED, NO COST ON FILE' TO
                           RDL-OUTCOME
               END-IF
           END-IF

           MOVE RV-EXPECTED-CREDIT(RV-NUM-ENTRIES) TO RDL-AMOUNT
           PERFORM 46-WRITE-APPLIED-LINE
           .

       46-WRITE-APPLIED-LINE.
           ADD 1 TO RV-APPLIED-COUNT

           MOVE REGISTER-DETAIL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       47-WRITE-REJECT-LINE.
           ADD 1 TO RV-REJECTED-COUNT

           MOVE REGISTER-DETAIL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       50-LIST-OPEN-RTVS.
      *    EVERY RTV STILL WAITING ON ITS CREDIT, AGED FROM THE DAY
      *    IT WAS AUTHORIZED, SINCE THAT IS WHEN THE VENDOR OWED US
           WRITE OPEN-RTV-RECORD FROM OPEN-RTV-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE REGISTER-HEADING-TWO TO OPEN-RTV-RECORD
           WRITE OPEN-RTV-RECORD
               AFTER ADVANCING 1 LINES

           MOVE OPEN-RTV-COLUMN-HEADING TO OPEN-RTV-RECORD
           WRITE OPEN-RTV-RECORD
               AFTER ADVANCING 2 LINES

           PERFORM VARYING RTV-SUB FROM 1 BY 1
               UNTIL RTV-SUB > RV-NUM-ENTRIES

               IF RV-AUTHORIZED(RTV-SUB) OR RV-SHIPPED(RTV-SUB)
                   PERFORM 51-LIST-ONE-OPEN-RTV
               END-IF
           END-PERFORM

           IF RV-OPEN-COUNT = 0
               MOVE NO-OPEN-RTV-LINE TO OPEN-RTV-RECORD
               WRITE OPEN-RTV-RECORD
                   AFTER ADVANCING 2 LINES
           END-IF

           MOVE 'CURRENT (0-30):' TO OBL-BUCKET-NAME
           MOVE AG-CURRENT TO OBL-BUCKET-AMOUNT
           MOVE OPEN-RTV-BUCKET-LINE TO OPEN-RTV-RECORD
           WRITE OPEN-RTV-RECORD
               AFTER ADVANCING 2 LINES

           MOVE '31-60 DAYS:' TO OBL-BUCKET-NAME
           MOVE AG-OVER-30 TO OBL-BUCKET-AMOUNT
           MOVE OPEN-RTV-BUCKET-LINE TO OPEN-RTV-RECORD
           WRITE OPEN-RTV-RECORD
               AFTER ADVANCING 1 LINES

           MOVE '61-90 DAYS:' TO OBL-BUCKET-NAME
           MOVE AG-OVER-60 TO OBL-BUCKET-AMOUNT
           MOVE OPEN-RTV-BUCKET-LINE TO OPEN-RTV-RECORD
           WRITE OPEN-RTV-RECORD
               AFTER ADVANCING 1 LINES

           MOVE 'OVER 90 DAYS:' TO OBL-BUCKET-NAME
           MOVE AG-OVER-90 TO OBL-BUCKET-AMOUNT
           MOVE OPEN-RTV-BUCKET-LINE TO OPEN-RTV-RECORD
           WRITE OPEN-RTV-RECORD
               AFTER ADVANCING 1 LINES

           MOVE 'TOTAL OUTSTANDING:' TO OBL-BUCKET-NAME
           MOVE AG-TOTAL TO OBL-BUCKET-AMOUNT
           MOVE OPEN-RTV-BUCKET-LINE TO OPEN-RTV-RECORD
           WRITE OPEN-RTV-RECORD
               AFTER ADVANCING 2 LINES
           .

       51-LIST-ONE-OPEN-RTV.
           ADD 1 TO RV-OPEN-COUNT
           MOVE ZEROES TO HF-DAYS-OUT

           IF RV-AUTH-DATE(RTV-SUB) IS NUMERIC
               STRING '20' RV-AUTH-DATE(RTV-SUB) DELIMITED BY SIZE
                   INTO HF-AUTH-CCYYMMDD
               END-STRING

               IF HF-AUTH-CCYYMMDD < HF-TODAY-CCYYMMDD
                   COMPUTE HF-DAYS-OUT =
                       FUNCTION INTEGER-OF-DATE(HF-TODAY-CCYYMMDD)
                       - FUNCTION INTEGER-OF-DATE(HF-AUTH-CCYYMMDD)
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN HF-DAYS-OUT > 90
                   ADD RV-EXPECTED-CREDIT(RTV-SUB) TO AG-OVER-90
               WHEN HF-DAYS-OUT > 60
                   ADD RV-EXPECTED-CREDIT(RTV-SUB) TO AG-OVER-60
               WHEN HF-DAYS-OUT > 30
                   ADD RV-EXPECTED-CREDIT(RTV-SUB) TO AG-OVER-30
               WHEN OTHER
                   ADD RV-EXPECTED-CREDIT(RTV-SUB) TO AG-CURRENT
           END-EVALUATE
           ADD RV-EXPECTED-CREDIT(RTV-SUB) TO AG-TOTAL

           MOVE RV-RTV-NUMBER(RTV-SUB) TO ODL-RTV-NUMBER
           MOVE RV-VENDOR-ID(RTV-SUB) TO ODL-VENDOR-ID
           MOVE RV-WAREHOUSE-ID(RTV-SUB) TO ODL-WAREHOUSE-ID
           MOVE RV-COSTUME-ID(RTV-SUB) TO ODL-COSTUME-ID
           MOVE RV-SLOT-NUM(RTV-SUB) TO ODL-SLOT-NUM
           MOVE RV-QUANTITY(RTV-SUB) TO ODL-QUANTITY
           MOVE RV-AUTH-DATE(RTV-SUB) TO ODL-AUTH-DATE
           IF RV-SHIPPED(RTV-SUB)
               MOVE RV-SHIP-DATE(RTV-SUB) TO ODL-SHIP-DATE
           ELSE
               MOVE 'NOT YET' TO ODL-SHIP-DATE
           END-IF
           MOVE HF-DAYS-OUT TO ODL-DAYS-OUT
           MOVE RV-EXPECTED-CREDIT(RTV-SUB) TO ODL-EXPECTED-CREDIT

           MOVE OPEN-RTV-DETAIL-LINE TO OPEN-RTV-RECORD
           WRITE OPEN-RTV-RECORD
               AFTER ADVANCING 1 LINES
           .

       70-REWRITE-RTV-MASTER.
           OPEN OUTPUT RTV-MASTER-FILE

           PERFORM VARYING RTV-SUB FROM 1 BY 1
               UNTIL RTV-SUB > RV-NUM-ENTRIES

               MOVE RTV-TBL-LINE(RTV-SUB) TO RTV-MASTER-RECORD
               WRITE RTV-MASTER-RECORD
           END-PERFORM

           CLOSE RTV-MASTER-FILE
           .

       100-WRAP-UP.
           MOVE RV-APPLIED-COUNT TO RTL-APPLIED-COUNT
           MOVE RV-REJECTED-COUNT TO RTL-REJECTED-COUNT
           MOVE RV-SHIPPED-COUNT TO RTL-SHIPPED-COUNT

           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE RTV-TRANS-FILE, RTV-REGISTER-FILE
           CLOSE RTV-SHIPPING-DOC-FILE, OPEN-RTV-REPORT-FILE

           GOBACK
           .
