       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO04RENT.
       AUTHOR. TIM J.
      ****************************************************************
      * This program runs the costume rental counter off the merged
      * master instead of paper cards.  Every checkout is held on
      * the rental master against its costume slot until it comes
      * back, so PRO04ALLOC and PRO04INQ can take the units out on
      * rent away from what they call available.  A return works
      * out the late fee and what is left of the deposit to refund;
      * a damaged return also charges the damaged units against the
      * deposit and sends them down the same 'D' write-off that
      * PRO04POST applies to warehouse damage

      ***************
      * INPUTS:
      *    The RENTAL TRANSACTION FILE holds one record per event:
      *        1: Action (C checkout, R return, D return damaged)
      *        2: Rental number
      *        3: Vendor, warehouse, costume ID and slot, quantity
      *           and customer name (checkouts only)
      *        4: Event date, YYMMDD (today when blank)
      *        5: Due-back date, deposit taken and rental fee
      *           (checkouts only)
      *        6: Units damaged (damaged returns only; zero or
      *           blank means every unit on the rental)
      *
      *    The RENTAL MASTER FILE holds every rental ever checked out
      *
      *    The MERGED INVENTORY FILE is the master built by PRO04
      *
      *    The OPEN ALLOCATION FILE carries the reservations from
      *    PRO04ALLOC, which a checkout may not eat into
      *
      *    RENTAL-LATE-RATE (99V99, four digits) is the late fee per
      *    unit per day; the default is 5.00

      * *******
      * OUTPUTS:
      *    The RENTAL MASTER FILE is rewritten with every change
      *
      *    The MOVEMENT TRANSACTION FILE is extended with one 'D'
      *    damage line per damaged return, for PRO04POST, behind a
      *    batch header (office RENT, batch ID RN + run date and
      *    time) carrying the line count and the units damaged
      *
      *    The RENTAL REGISTER FILE lists every transaction with its
      *    money and outcome and the reason for every reject
      *
      *    The OVERDUE RENTALS FILE lists every rental still out past
      *    its due-back date with the late fee run up so far

      ****************
      * CALCULATIONS:
      *    FREE STOCK [ON HAND - ALLOCATED - ALREADY RENTED OUT]
      *    DAYS LATE [RETURN DATE - DUE-BACK DATE]
      *    LATE FEE [DAYS LATE * UNITS * LATE RATE]
      *    DAMAGE CHARGE [UNITS DAMAGED * COSTUME PRICE]
      *    REFUND [DEPOSIT - LATE FEE - DAMAGE CHARGE]
      *    BALANCE DUE [CHARGES OVER THE DEPOSIT]
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RENTAL-TRANS-FILE
               ASSIGN TO 'RENTAL-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    EVERY RENTAL EVER CHECKED OUT; THE FIRST RUN STARTS IT
           SELECT RENTAL-MASTER-FILE
               ASSIGN TO 'RENTAL-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTAL-MASTER-STATUS.

           SELECT MERGED-INVENTORY-FILE
               ASSIGN TO 'MERGED-INVENTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPEN-ALLOCATION-FILE
               ASSIGN TO 'OPEN-ALLOCATIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ALLOC-STATUS.

      *    DAMAGED RETURNS ARE APPENDED AS 'D' MOVEMENTS FOR THE
      *    NEXT PRO04POST RUN TO WRITE OFF
           SELECT OPTIONAL MOVEMENT-TRANS-FILE
               ASSIGN TO 'MOVEMENT-TRANS.TXT'
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

           SELECT RENTAL-REGISTER-FILE
               ASSIGN TO PRINTER 'RENTAL-REGISTER.TXT'.

           SELECT OVERDUE-REPORT-FILE
               ASSIGN TO PRINTER 'OVERDUE-RENTALS.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD RENTAL-TRANS-FILE
           RECORD CONTAINS 71 CHARACTERS.

       01 RENTAL-TRANS-RECORD.
           05 RX-ACTION                PIC X.
               88 RX-CHECKOUT          VALUE 'C'.
               88 RX-RETURN            VALUE 'R'.
               88 RX-RETURN-DAMAGED    VALUE 'D'.
           05 RX-RENTAL-NUMBER         PIC X(8).
           05 RX-VENDOR-ID             PIC X(4).
           05 RX-WAREHOUSE-ID          PIC X(3).
           05 RX-COSTUME-ID            PIC X(3).
           05 RX-SLOT-NUM              PIC 99.
           05 RX-QUANTITY              PIC 9(3).
           05 RX-CUSTOMER-NAME         PIC X(20).
           05 RX-EVENT-DATE            PIC X(6).
           05 RX-DUE-DATE              PIC X(6).
           05 RX-DEPOSIT               PIC 9(4)V99.
           05 RX-RENTAL-FEE            PIC 9(4)V99.
           05 RX-DAMAGED-QTY           PIC 9(3).

       FD RENTAL-MASTER-FILE
           RECORD CONTAINS 104 CHARACTERS.

       01 RENTAL-MASTER-RECORD.
           05 RN-RENTAL-NUMBER         PIC X(8).
           05 RN-VENDOR-ID             PIC X(4).
           05 RN-WAREHOUSE-ID          PIC X(3).
           05 RN-COSTUME-ID            PIC X(3).
           05 RN-SLOT-NUM              PIC 99.
           05 RN-QUANTITY              PIC 9(3).
           05 RN-CUSTOMER-NAME         PIC X(20).
           05 RN-CHECKOUT-DATE         PIC X(6).
           05 RN-DUE-DATE              PIC X(6).
           05 RN-DEPOSIT               PIC 9(4)V99.
           05 RN-RENTAL-FEE            PIC 9(4)V99.
           05 RN-RETURN-DATE           PIC X(6).
           05 RN-DAYS-LATE             PIC 9(3).
           05 RN-LATE-FEE              PIC 9(4)V99.
           05 RN-DAMAGED-QTY           PIC 9(3).
           05 RN-DAMAGE-CHARGE         PIC 9(4)V99.
           05 RN-REFUND                PIC 9(4)V99.
           05 RN-BALANCE-DUE           PIC 9(4)V99.
      *    O OUT, R RETURNED, D RETURNED DAMAGED
           05 RN-STATUS                PIC X.

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

       FD OPEN-ALLOCATION-FILE
           RECORD CONTAINS 41 CHARACTERS.

       01 OPEN-ALLOCATION-RECORD.
           05 OA-VENDOR-ID             PIC X(4).
           05 OA-WAREHOUSE-ID          PIC X(3).
           05 OA-COSTUME-ID            PIC X(3).
           05 OA-SLOT-NUM              PIC 99.
           05 OA-QUANTITY              PIC 9(3).
           05 OA-CUSTOMER-NAME         PIC X(20).
           05 OA-WANTED-DATE           PIC X(6).

       FD MOVEMENT-TRANS-FILE
           RECORD CONTAINS 25 TO 40 CHARACTERS.

       01 MOVEMENT-TRANS-RECORD.
           05 MT-VENDOR-ID             PIC X(4).
           05 MT-WAREHOUSE-ID          PIC X(3).
           05 MT-COSTUME-ID            PIC X(3).
           05 MT-SLOT-NUM              PIC 99.
           05 MT-COSTUME-NAME          PIC X(9).
           05 MT-TRANS-TYPE            PIC X.
           05 MT-QUANTITY              PIC 9(3).

       01 MOVEMENT-BATCH-HEADER.
           05 BH-RECORD-ID             PIC X(4).
           05 BH-BATCH-ID              PIC X(12).
           05 BH-OFFICE-ID             PIC X(4).
           05 BH-BATCH-DATE            PIC X(6).
           05 BH-RECORD-COUNT          PIC 9(5).
           05 BH-HASH-TOTAL            PIC 9(9).

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

       FD RENTAL-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 REGISTER-RECORD              PIC X(80).

       FD OVERDUE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 OVERDUE-RECORD               PIC X(80).


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG                 PIC X           VALUE 'F'.
           05 LOAD-EOF-SW              PIC X.
               88 LOAD-DONE            VALUE 'Y'.
           05 RENTAL-MASTER-STATUS     PIC XX.
               88 RENTAL-MASTER-FOUND  VALUE '00'.
           05 OPEN-ALLOC-STATUS        PIC XX.
               88 OPEN-ALLOC-FOUND     VALUE '00'.
           05 OPERATOR-LOAD-SW         PIC X           VALUE 'N'.
               88 OPERATOR-LOAD-DONE   VALUE 'Y'.
           05 OPERATOR-KNOWN-SW        PIC X           VALUE 'N'.
               88 OPERATOR-KNOWN       VALUE 'Y'.
           05 AUTHORITY-LOAD-SW        PIC X           VALUE 'N'.
               88 AUTHORITY-LOAD-DONE  VALUE 'Y'.
           05 RENTAL-MATCH-SW          PIC X.
               88 RENTAL-MATCHED       VALUE 'Y'.
           05 SLOT-MATCH-SW            PIC X.
               88 SLOT-MATCHED         VALUE 'Y'.
           05 RENTAL-SUB               PIC 9(4).
           05 MAST-SUB                 PIC 9(4).
           05 ALLOC-SUB                PIC 9(4).
           05 RR-APPLIED-COUNT         PIC 9(5)        VALUE 0.
           05 RR-REJECTED-COUNT        PIC 9(5)        VALUE 0.
           05 RR-DAMAGED-COUNT         PIC 9(5)        VALUE 0.
           05 RR-OVERDUE-COUNT         PIC 9(5)        VALUE 0.
           05 RR-DAMAGED-UNITS         PIC 9(9)        VALUE 0.
           05 DMG-SUB                  PIC 9(4).

       01 HOLD-FIELDS.
           05 HF-EVENT-DATE            PIC X(6).
           05 HF-ON-HAND               PIC 9(3).
           05 HF-ALLOCATED             PIC 9(5).
           05 HF-RENTED-OUT            PIC 9(5).
           05 HF-FREE-STOCK            PIC S9(5).
           05 HF-DAMAGED-QTY           PIC 9(3).
           05 HF-COSTUME-PRICE         PIC 99V99.
           05 HF-CHARGES               PIC 9(6)V99.
           05 HF-DAYS-LATE             PIC 9(4).
           05 HF-LATE-FEE              PIC 9(6)V99.
           05 HF-FROM-CCYYMMDD         PIC 9(8).
           05 HF-TO-CCYYMMDD           PIC 9(8).
           05 HF-REFUND-OR-DUE         PIC S9(6)V99.

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 WS-RUN-DATE                  PIC X(6).

       01 WS-OPERATOR-ID               PIC X(10)       VALUE SPACES.
       01 WS-SIGNON-TIME               PIC X(8).
       01 WS-TIME-NOW                  PIC X(8).

       01 RR-LATE-RATE-IN              PIC X(4).
       01 RR-LATE-RATE-NUM REDEFINES RR-LATE-RATE-IN
                                       PIC 99V99.
       01 RR-LATE-RATE                 PIC 99V99       VALUE 5.00.

       01 OVERDUE-TOTALS.
           05 OV-UNITS-OUT             PIC 9(6)        VALUE 0.
           05 OV-LATE-FEES             PIC 9(7)V99     VALUE 0.

       01 DAMAGE-MOVEMENT-AREA.
      *    THE RUN'S DAMAGE LINES, HELD UNTIL THE END SO THEY GO TO
      *    PRO04POST AS ONE BATCH BEHIND A HEADER THAT COUNTS THEM
           05 DM-NUM-LINES             PIC 9(4)        VALUE 0.
           05 DAMAGE-MOVE-LINE OCCURS 1 TO 5000 TIMES
               DEPENDING ON DM-NUM-LINES.
               10 DM-MOVEMENT-REC      PIC X(25).

       01 RENTAL-TABLE-AREA.
      *    THE WHOLE RENTAL MASTER, UPDATED IN PLACE AND WRITTEN BACK
           05 RL-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 RENTAL-TBL-LINE OCCURS 1 TO 5000 TIMES
               DEPENDING ON RL-NUM-ENTRIES.
               10 RL-RENTAL-NUMBER     PIC X(8).
               10 RL-VENDOR-ID         PIC X(4).
               10 RL-WAREHOUSE-ID      PIC X(3).
               10 RL-COSTUME-ID        PIC X(3).
               10 RL-SLOT-NUM          PIC 99.
               10 RL-QUANTITY          PIC 9(3).
               10 RL-CUSTOMER-NAME     PIC X(20).
               10 RL-CHECKOUT-DATE     PIC X(6).
               10 RL-DUE-DATE          PIC X(6).
               10 RL-DEPOSIT           PIC 9(4)V99.
               10 RL-RENTAL-FEE        PIC 9(4)V99.
               10 RL-RETURN-DATE       PIC X(6).
               10 RL-DAYS-LATE         PIC 9(3).
               10 RL-LATE-FEE          PIC 9(4)V99.
               10 RL-DAMAGED-QTY       PIC 9(3).
               10 RL-DAMAGE-CHARGE     PIC 9(4)V99.
               10 RL-REFUND            PIC 9(4)V99.
               10 RL-BALANCE-DUE       PIC 9(4)V99.
               10 RL-STATUS            PIC X.
                   88 RL-OUT           VALUE 'O'.
                   88 RL-RETURNED      VALUE 'R'.
                   88 RL-DAMAGED       VALUE 'D'.

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

       01 ALLOCATION-TABLE-AREA.
           05 AT-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 ALLOC-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON AT-NUM-ENTRIES.
               10 AT-VENDOR-ID         PIC X(4).
               10 AT-WAREHOUSE-ID      PIC X(3).
               10 AT-COSTUME-ID        PIC X(3).
               10 AT-SLOT-NUM          PIC 99.
               10 AT-QUANTITY          PIC 9(3).

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
           05 FILLER                   PIC X(28)       VALUE SPACES.
           05                          PIC X(24)       VALUE
                   'COSTUME RENTAL REGISTER'.
           05 FILLER                   PIC X(28)       VALUE SPACES.

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

       01 REGISTER-HEADING-THREE.
           05                          PIC X(1)        VALUE 'A'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(8)        VALUE 'RENTAL'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'QTY'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'DEPOSIT'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'CHARGES'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE 'REFUND'.
           05                          PIC X(7)        VALUE 'OUTCOME'.
           05 FILLER                   PIC X(29)       VALUE SPACES.

       01 REGISTER-DETAIL-LINE.
           05 RDL-ACTION               PIC X.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-RENTAL-NUMBER        PIC X(8).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-QUANTITY             PIC ZZ9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-DEPOSIT              PIC Z,ZZ9.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-CHARGES              PIC Z,ZZ9.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-REFUND-OR-DUE        PIC Z,ZZ9.99-.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-OUTCOME              PIC X(37).

       01 REGISTER-NOTE-LINE.
      *    SECOND LINE UNDER A RETURN, SPELLING OUT THE CHARGES
           05 FILLER                   PIC X(12)       VALUE SPACES.
           05                          PIC X(11)       VALUE
                   'DAYS LATE: '.
           05 RNL-DAYS-LATE            PIC ZZ9.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                   'LATE FEE: '.
           05 RNL-LATE-FEE             PIC Z,ZZ9.99.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05                          PIC X(8)        VALUE
                   'DAMAGE: '.
           05 RNL-DAMAGED-QTY          PIC ZZ9.
           05                          PIC X(4)        VALUE ' FOR'.
           05 RNL-DAMAGE-CHARGE        PIC Z,ZZ9.99.
           05 FILLER                   PIC X(7)        VALUE SPACES.

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
                   'DAMAGED: '.
           05 RTL-DAMAGED-COUNT        PIC ZZ,ZZ9.
           05 FILLER                   PIC X(19)       VALUE SPACES.

       01 OVERDUE-HEADING-ONE.
           05 FILLER                   PIC X(29)       VALUE SPACES.
           05                          PIC X(22)       VALUE
                   'OVERDUE RENTALS'.
           05 FILLER                   PIC X(29)       VALUE SPACES.

       01 OVERDUE-COLUMN-HEADING.
           05                          PIC X(8)        VALUE 'RENTAL'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(18)       VALUE
                   'CUSTOMER'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'VEND'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'WHS'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'CST'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(2)        VALUE 'SL'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'QTY'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'DUE'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'DAYS'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(8)        VALUE
                   'LATE FEE'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'DEPOSIT'.
           05 FILLER                   PIC X(1)        VALUE SPACES.

       01 OVERDUE-DETAIL-LINE.
           05 ODL-RENTAL-NUMBER        PIC X(8).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ODL-CUSTOMER-NAME        PIC X(18).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ODL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ODL-WAREHOUSE-ID         PIC X(3).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ODL-COSTUME-ID           PIC X(3).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ODL-SLOT-NUM             PIC 99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ODL-QUANTITY             PIC ZZ9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ODL-DUE-DATE             PIC X(6).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ODL-DAYS-LATE            PIC ZZZ9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ODL-LATE-FEE             PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ODL-DEPOSIT              PIC Z,ZZ9.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.

       01 OVERDUE-TOTAL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(17)       VALUE
                   'RENTALS OVERDUE: '.
           05 OTL-OVERDUE-COUNT        PIC ZZ,ZZ9.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'UNITS: '.
           05 OTL-UNITS-OUT            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                   'LATE FEES: '.
           05 OTL-LATE-FEES            PIC $Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(8)        VALUE SPACES.

       01 NO-OVERDUE-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(30)       VALUE
                   'NO RENTALS OVERDUE'.
           05 FILLER                   PIC X(45)       VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 12-OPERATOR-SIGN-ON
           PERFORM 13-GET-RUN-PARAMETERS
           PERFORM 15-HOUSEKEEPING
           PERFORM 21-LOAD-RENTAL-MASTER
           PERFORM 23-LOAD-MASTER-TABLE
           PERFORM 24-LOAD-ALLOCATION-TABLE
           PERFORM 27-PROCESS-TRANSACTIONS
           PERFORM 48-WRITE-DAMAGE-BATCH
           PERFORM 50-LIST-OVERDUE-RENTALS
           PERFORM 70-REWRITE-RENTAL-MASTER
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

           MOVE 'PRO04RENT' TO AU-PROGRAM-ID

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
           ACCEPT RR-LATE-RATE-IN FROM ENVIRONMENT 'RENTAL-LATE-RATE'
           IF RR-LATE-RATE-IN IS NUMERIC
               MOVE RR-LATE-RATE-NUM TO RR-LATE-RATE
           END-IF
           .

       15-HOUSEKEEPING.
           OPEN INPUT RENTAL-TRANS-FILE
           OPEN OUTPUT RENTAL-REGISTER-FILE
           OPEN OUTPUT OVERDUE-REPORT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO RH2-MONTH
           MOVE WS-DAY TO RH2-DAY
           MOVE WS-YEAR TO RH2-YEAR
           MOVE WS-OPERATOR-ID TO RH2-OPERATOR-ID
           MOVE WS-SIGNON-TIME(1:6) TO RH2-SIGNON-TIME

           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING

           WRITE REGISTER-RECORD FROM REGISTER-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE REGISTER-HEADING-TWO TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES

           MOVE REGISTER-HEADING-THREE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES
           .

       21-LOAD-RENTAL-MASTER.
      *    NO MASTER YET JUST MEANS NOTHING HAS BEEN RENTED
           OPEN INPUT RENTAL-MASTER-FILE

           IF RENTAL-MASTER-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ RENTAL-MASTER-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO RL-NUM-ENTRIES
                           MOVE RENTAL-MASTER-RECORD TO
                                   RENTAL-TBL-LINE(RL-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE RENTAL-MASTER-FILE
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

       24-LOAD-ALLOCATION-TABLE.
      *    NO OPEN ALLOCATION FILE MEANS NOTHING IS RESERVED
           OPEN INPUT OPEN-ALLOCATION-FILE

           IF OPEN-ALLOC-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ OPEN-ALLOCATION-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO AT-NUM-ENTRIES
                           MOVE OA-VENDOR-ID TO
                                   AT-VENDOR-ID(AT-NUM-ENTRIES)
                           MOVE OA-WAREHOUSE-ID TO
                                   AT-WAREHOUSE-ID(AT-NUM-ENTRIES)
                           MOVE OA-COSTUME-ID TO
                                   AT-COSTUME-ID(AT-NUM-ENTRIES)
                           MOVE OA-SLOT-NUM TO
                                   AT-SLOT-NUM(AT-NUM-ENTRIES)
                           MOVE OA-QUANTITY TO
                                   AT-QUANTITY(AT-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE OPEN-ALLOCATION-FILE
           END-IF
           .

       27-PROCESS-TRANSACTIONS.
           PERFORM UNTIL EOF-FLAG = 'T'
               READ RENTAL-TRANS-FILE
                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       PERFORM 30-APPLY-TRANSACTION
               END-READ
           END-PERFORM
           .

       30-APPLY-TRANSACTION.
           MOVE RX-ACTION TO RDL-ACTION
           MOVE RX-RENTAL-NUMBER TO RDL-RENTAL-NUMBER
           MOVE ZEROES TO RDL-QUANTITY
           MOVE ZEROES TO RDL-DEPOSIT
           MOVE ZEROES TO RDL-CHARGES
           MOVE ZEROES TO RDL-REFUND-OR-DUE

           IF RX-EVENT-DATE = SPACES
               MOVE WS-RUN-DATE TO HF-EVENT-DATE
           ELSE
               MOVE RX-EVENT-DATE TO HF-EVENT-DATE
           END-IF

           PERFORM 38-FIND-RENTAL

           EVALUATE TRUE
               WHEN RX-CHECKOUT
                   PERFORM 31-CHECKOUT-RENTAL

               WHEN NOT RENTAL-MATCHED
                   MOVE 'REJECTED - RENTAL NOT ON FILE' TO RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN RX-RETURN OR RX-RETURN-DAMAGED
                   PERFORM 32-RETURN-RENTAL

               WHEN OTHER
                   MOVE 'REJECTED - BAD ACTION CODE' TO RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE
           END-EVALUATE
           .

       31-CHECKOUT-RENTAL.
      *    A CHECKOUT MAY ONLY TAKE STOCK NOBODY ELSE HAS A CLAIM ON
           IF RX-QUANTITY IS NUMERIC
               MOVE RX-QUANTITY TO RDL-QUANTITY
           END-IF
           IF RX-DEPOSIT IS NUMERIC
               MOVE RX-DEPOSIT TO RDL-DEPOSIT
           END-IF
           IF RX-RENTAL-FEE IS NUMERIC
               MOVE RX-RENTAL-FEE TO RDL-CHARGES
           END-IF

           PERFORM 37-FIND-SLOT

           EVALUATE TRUE
               WHEN RENTAL-MATCHED
                   MOVE 'REJECTED - RENTAL NUMBER ALREADY USED' TO
                           RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN RX-RENTAL-NUMBER = SPACES
                   MOVE 'REJECTED - BLANK RENTAL NUMBER' TO
                           RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN NOT SLOT-MATCHED
                   MOVE 'REJECTED - COSTUME SLOT NOT ON MASTER' TO
                           RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN RX-QUANTITY IS NOT NUMERIC OR RX-QUANTITY = 0
                   MOVE 'REJECTED - BAD QUANTITY' TO RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN RX-CUSTOMER-NAME = SPACES
                   MOVE 'REJECTED - NO CUSTOMER NAME' TO RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN RX-DUE-DATE IS NOT NUMERIC
                       OR RX-DUE-DATE < HF-EVENT-DATE
                   MOVE 'REJECTED - BAD DUE-BACK DATE' TO RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN RX-DEPOSIT IS NOT NUMERIC
                       OR RX-RENTAL-FEE IS NOT NUMERIC
                   MOVE 'REJECTED - BAD DEPOSIT OR FEE' TO RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN OTHER
                   PERFORM 35-FIGURE-FREE-STOCK

                   IF RX-QUANTITY > HF-FREE-STOCK
                       MOVE 'REJECTED - EXCEEDS FREE STOCK' TO
                               RDL-OUTCOME
                       PERFORM 47-WRITE-REJECT-LINE
                   ELSE
                       PERFORM 41-ADD-RENTAL
                   END-IF
           END-EVALUATE
           .

       32-RETURN-RENTAL.
      *    LATE FEE AND DAMAGE COME OUT OF THE DEPOSIT FIRST; ANY
      *    CHARGES PAST THE DEPOSIT ARE LEFT AS A BALANCE DUE
           MOVE RL-QUANTITY(RENTAL-SUB) TO RDL-QUANTITY
           MOVE RL-DEPOSIT(RENTAL-SUB) TO RDL-DEPOSIT

           EVALUATE TRUE
               WHEN NOT RL-OUT(RENTAL-SUB)
                   MOVE 'REJECTED - RENTAL ALREADY RETURNED' TO
                           RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN HF-EVENT-DATE IS NOT NUMERIC
                       OR HF-EVENT-DATE < RL-CHECKOUT-DATE(RENTAL-SUB)
                   MOVE 'REJECTED - BAD RETURN DATE' TO RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN RX-RETURN-DAMAGED
                       AND RX-DAMAGED-QTY IS NUMERIC
                       AND RX-DAMAGED-QTY > RL-QUANTITY(RENTAL-SUB)
                   MOVE 'REJECTED - MORE DAMAGED THAN RENTED' TO
                           RDL-OUTCOME
                   PERFORM 47-WRITE-REJECT-LINE

               WHEN OTHER
                   PERFORM 33-SETTLE-RETURN
           END-EVALUATE
           .

       33-SETTLE-RETURN.
           MOVE HF-EVENT-DATE TO RL-RETURN-DATE(RENTAL-SUB)
           MOVE HF-EVENT-DATE TO HF-TO-CCYYMMDD(3:6)
           PERFORM 36-FIGURE-LATE-FEE

           MOVE HF-DAYS-LATE TO RL-DAYS-LATE(RENTAL-SUB)
           MOVE HF-LATE-FEE TO RL-LATE-FEE(RENTAL-SUB)
           MOVE ZEROES TO RL-DAMAGED-QTY(RENTAL-SUB)
           MOVE ZEROES TO RL-DAMAGE-CHARGE(RENTAL-SUB)

           IF RX-RETURN-DAMAGED
               IF RX-DAMAGED-QTY IS NUMERIC AND RX-DAMAGED-QTY > 0
                   MOVE RX-DAMAGED-QTY TO HF-DAMAGED-QTY
               ELSE
                   MOVE RL-QUANTITY(RENTAL-SUB) TO HF-DAMAGED-QTY
               END-IF

               PERFORM 39-FIND-RENTAL-SLOT
               MULTIPLY HF-DAMAGED-QTY BY HF-COSTUME-PRICE
                   GIVING RL-DAMAGE-CHARGE(RENTAL-SUB)
               MOVE HF-DAMAGED-QTY TO RL-DAMAGED-QTY(RENTAL-SUB)
               MOVE 'D' TO RL-STATUS(RENTAL-SUB)
               ADD 1 TO RR-DAMAGED-COUNT

               PERFORM 45-WRITE-DAMAGE-MOVEMENT
           ELSE
               MOVE 'R' TO RL-STATUS(RENTAL-SUB)
           END-IF

           ADD RL-LATE-FEE(RENTAL-SUB) RL-DAMAGE-CHARGE(RENTAL-SUB)
               GIVING HF-CHARGES
           SUBTRACT HF-CHARGES FROM RL-DEPOSIT(RENTAL-SUB)
               GIVING HF-REFUND-OR-DUE

           IF HF-REFUND-OR-DUE < 0
               MOVE ZEROES TO RL-REFUND(RENTAL-SUB)
               SUBTRACT RL-DEPOSIT(RENTAL-SUB) FROM HF-CHARGES
                   GIVING RL-BALANCE-DUE(RENTAL-SUB)
               MOVE 'APPLIED - RETURNED, BALANCE DUE' TO RDL-OUTCOME
           ELSE
               MOVE HF-REFUND-OR-DUE TO RL-REFUND(RENTAL-SUB)
               MOVE ZEROES TO RL-BALANCE-DUE(RENTAL-SUB)
               MOVE 'APPLIED - RETURNED, DEPOSIT REFUNDED' TO
                       RDL-OUTCOME
           END-IF

           IF RL-DAMAGED(RENTAL-SUB)
               MOVE 'APPLIED - DAMAGED, SENT TO WRITE-OFF' TO
                       RDL-OUTCOME
           END-IF

           MOVE HF-CHARGES TO RDL-CHARGES
           MOVE HF-REFUND-OR-DUE TO RDL-REFUND-OR-DUE
           PERFORM 46-WRITE-APPLIED-LINE

           MOVE RL-DAYS-LATE(RENTAL-SUB) TO RNL-DAYS-LATE
           MOVE RL-LATE-FEE(RENTAL-SUB) TO RNL-LATE-FEE
           MOVE RL-DAMAGED-QTY(RENTAL-SUB) TO RNL-DAMAGED-QTY
           MOVE RL-DAMAGE-CHARGE(RENTAL-SUB) TO RNL-DAMAGE-CHARGE
           MOVE REGISTER-NOTE-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       35-FIGURE-FREE-STOCK.
      *    ON HAND STILL COUNTS A RENTED COSTUME, SO WHAT IS OUT ON
      *    RENT COMES OFF ALONG WITH WHAT IS RESERVED
           MOVE IM-NUM-IN-STOCK(MAST-SUB, RX-SLOT-NUM) TO HF-ON-HAND
           MOVE ZEROES TO HF-ALLOCATED
           MOVE ZEROES TO HF-RENTED-OUT

           PERFORM VARYING ALLOC-SUB FROM 1 BY 1
               UNTIL ALLOC-SUB > AT-NUM-ENTRIES

               IF RX-VENDOR-ID = AT-VENDOR-ID(ALLOC-SUB)
                       AND RX-WAREHOUSE-ID = AT-WAREHOUSE-ID(ALLOC-SUB)
                       AND RX-COSTUME-ID = AT-COSTUME-ID(ALLOC-SUB)
                       AND RX-SLOT-NUM = AT-SLOT-NUM(ALLOC-SUB)
                   ADD AT-QUANTITY(ALLOC-SUB) TO HF-ALLOCATED
               END-IF
           END-PERFORM

           PERFORM VARYING RENTAL-SUB FROM 1 BY 1
               UNTIL RENTAL-SUB > RL-NUM-ENTRIES

               IF RX-VENDOR-ID = RL-VENDOR-ID(RENTAL-SUB)
                       AND RX-WAREHOUSE-ID = RL-WAREHOUSE-ID(RENTAL-SUB)
                       AND RX-COSTUME-ID = RL-COSTUME-ID(RENTAL-SUB)
                       AND RX-SLOT-NUM = RL-SLOT-NUM(RENTAL-SUB)
                       AND RL-OUT(RENTAL-SUB)
                   ADD RL-QUANTITY(RENTAL-SUB) TO HF-RENTED-OUT
               END-IF
           END-PERFORM

           COMPUTE HF-FREE-STOCK =
               HF-ON-HAND - HF-ALLOCATED - HF-RENTED-OUT
           .

       36-FIGURE-LATE-FEE.
      *    HF-TO-CCYYMMDD CARRIES THE RETURN DATE, OR TODAY FOR A
      *    RENTAL STILL OUT
           MOVE ZEROES TO HF-DAYS-LATE
           MOVE ZEROES TO HF-LATE-FEE
           MOVE '20' TO HF-TO-CCYYMMDD(1:2)

           IF RL-DUE-DATE(RENTAL-SUB) IS NUMERIC
               STRING '20' RL-DUE-DATE(RENTAL-SUB) DELIMITED BY SIZE
                   INTO HF-FROM-CCYYMMDD
               END-STRING

               IF HF-TO-CCYYMMDD > HF-FROM-CCYYMMDD
                   COMPUTE HF-DAYS-LATE =
                       FUNCTION INTEGER-OF-DATE(HF-TO-CCYYMMDD)
                       - FUNCTION INTEGER-OF-DATE(HF-FROM-CCYYMMDD)
                   COMPUTE HF-LATE-FEE = HF-DAYS-LATE
                       * RL-QUANTITY(RENTAL-SUB) * RR-LATE-RATE
                       ON SIZE ERROR
                           MOVE 9999.99 TO HF-LATE-FEE
                   END-COMPUTE
               END-IF
           END-IF

           IF HF-LATE-FEE > 9999.99
               MOVE 9999.99 TO HF-LATE-FEE
           END-IF
           IF HF-DAYS-LATE > 999
               MOVE 999 TO HF-DAYS-LATE
           END-IF
           .

       37-FIND-SLOT.
           MOVE 'N' TO SLOT-MATCH-SW

           IF RX-SLOT-NUM IS NUMERIC AND RX-SLOT-NUM >= 1
                   AND RX-SLOT-NUM <= 12
               PERFORM VARYING MAST-SUB FROM 1 BY 1
                   UNTIL MAST-SUB > IM-NUM-RECORDS OR SLOT-MATCHED

                   IF RX-VENDOR-ID = IM-VENDOR-ID(MAST-SUB)
                       AND RX-WAREHOUSE-ID = IM-WAREHOUSE-ID(MAST-SUB)
                       AND RX-COSTUME-ID = IM-COSTUME-ID(MAST-SUB)
                       AND IM-COSTUME-NAME(MAST-SUB, RX-SLOT-NUM)
                               NOT = SPACES
                       SET SLOT-MATCHED TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF SLOT-MATCHED
               SUBTRACT 1 FROM MAST-SUB
           END-IF
           .

       38-FIND-RENTAL.
           MOVE 'N' TO RENTAL-MATCH-SW

           PERFORM VARYING RENTAL-SUB FROM 1 BY 1
               UNTIL RENTAL-SUB > RL-NUM-ENTRIES OR RENTAL-MATCHED

               IF RX-RENTAL-NUMBER = RL-RENTAL-NUMBER(RENTAL-SUB)
                   SET RENTAL-MATCHED TO TRUE
               END-IF
           END-PERFORM

           IF RENTAL-MATCHED
               SUBTRACT 1 FROM RENTAL-SUB
           END-IF
           .

       39-FIND-RENTAL-SLOT.
      *    PRICES THE DAMAGE AND NAMES THE COSTUME FOR THE WRITE-OFF
      *    FROM THE SLOT THE RENTAL WAS TAKEN FROM
           MOVE RL-VENDOR-ID(RENTAL-SUB) TO RX-VENDOR-ID
           MOVE RL-WAREHOUSE-ID(RENTAL-SUB) TO RX-WAREHOUSE-ID
           MOVE RL-COSTUME-ID(RENTAL-SUB) TO RX-COSTUME-ID
           MOVE RL-SLOT-NUM(RENTAL-SUB) TO RX-SLOT-NUM
           MOVE ZEROES TO HF-COSTUME-PRICE

           PERFORM 37-FIND-SLOT

           IF SLOT-MATCHED
               IF IM-COSTUME-PRICE(MAST-SUB, RX-SLOT-NUM) IS NUMERIC
                   MOVE IM-COSTUME-PRICE(MAST-SUB, RX-SLOT-NUM) TO
                           HF-COSTUME-PRICE
               END-IF
           END-IF
           .

       41-ADD-RENTAL.
           ADD 1 TO RL-NUM-ENTRIES
           MOVE RX-RENTAL-NUMBER TO RL-RENTAL-NUMBER(RL-NUM-ENTRIES)
           MOVE RX-VENDOR-ID TO RL-VENDOR-ID(RL-NUM-ENTRIES)
           MOVE RX-WAREHOUSE-ID TO RL-WAREHOUSE-ID(RL-NUM-ENTRIES)
           MOVE RX-COSTUME-ID TO RL-COSTUME-ID(RL-NUM-ENTRIES)
           MOVE RX-SLOT-NUM TO RL-SLOT-NUM(RL-NUM-ENTRIES)
           MOVE RX-QUANTITY TO RL-QUANTITY(RL-NUM-ENTRIES)
           MOVE RX-CUSTOMER-NAME TO RL-CUSTOMER-NAME(RL-NUM-ENTRIES)
           MOVE HF-EVENT-DATE TO RL-CHECKOUT-DATE(RL-NUM-ENTRIES)
           MOVE RX-DUE-DATE TO RL-DUE-DATE(RL-NUM-ENTRIES)
           MOVE RX-DEPOSIT TO RL-DEPOSIT(RL-NUM-ENTRIES)
           MOVE RX-RENTAL-FEE TO RL-RENTAL-FEE(RL-NUM-ENTRIES)
           MOVE SPACES TO RL-RETURN-DATE(RL-NUM-ENTRIES)
           MOVE ZEROES TO RL-DAYS-LATE(RL-NUM-ENTRIES)
           MOVE ZEROES TO RL-LATE-FEE(RL-NUM-ENTRIES)
           MOVE ZEROES TO RL-DAMAGED-QTY(RL-NUM-ENTRIES)
           MOVE ZEROES TO RL-DAMAGE-CHARGE(RL-NUM-ENTRIES)
           MOVE ZEROES TO RL-REFUND(RL-NUM-ENTRIES)
           MOVE ZEROES TO RL-BALANCE-DUE(RL-NUM-ENTRIES)
           MOVE 'O' TO RL-STATUS(RL-NUM-ENTRIES)

           MOVE 'APPLIED - CHECKED OUT' TO RDL-OUTCOME
           PERFORM 46-WRITE-APPLIED-LINE
           .

       45-WRITE-DAMAGE-MOVEMENT.
      *    THE SLOT IS NAMED BY NUMBER, SO PRO04POST NEVER HAS TO
      *    FALL BACK ON MATCHING THE COSTUME NAME
           MOVE SPACES TO MOVEMENT-TRANS-RECORD
           MOVE RL-VENDOR-ID(RENTAL-SUB) TO MT-VENDOR-ID
           MOVE RL-WAREHOUSE-ID(RENTAL-SUB) TO MT-WAREHOUSE-ID
           MOVE RL-COSTUME-ID(RENTAL-SUB) TO MT-COSTUME-ID
           MOVE RL-SLOT-NUM(RENTAL-SUB) TO MT-SLOT-NUM
           IF SLOT-MATCHED
               MOVE IM-COSTUME-NAME(MAST-SUB, RX-SLOT-NUM) TO
                       MT-COSTUME-NAME
           END-IF
           MOVE 'D' TO MT-TRANS-TYPE
           MOVE HF-DAMAGED-QTY TO MT-QUANTITY

           ADD 1 TO DM-NUM-LINES
           MOVE MOVEMENT-TRANS-RECORD TO DM-MOVEMENT-REC(DM-NUM-LINES)
           ADD HF-DAMAGED-QTY TO RR-DAMAGED-UNITS
           .

       46-WRITE-APPLIED-LINE.
           ADD 1 TO RR-APPLIED-COUNT

           MOVE REGISTER-DETAIL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       47-WRITE-REJECT-LINE.
           ADD 1 TO RR-REJECTED-COUNT

           MOVE REGISTER-DETAIL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       48-WRITE-DAMAGE-BATCH.
      *    THE HEADER CARRIES THE LINE COUNT AND THE UNITS DAMAGED
      *    SO PRO04POST CAN PROVE THE BATCH ARRIVED WHOLE; A RUN
      *    WITH NO DAMAGE WRITES NOTHING
           IF DM-NUM-LINES > 0
               OPEN EXTEND MOVEMENT-TRANS-FILE
               ACCEPT WS-TIME-NOW FROM TIME

               MOVE SPACES TO MOVEMENT-BATCH-HEADER
               MOVE 'HDR ' TO BH-RECORD-ID
               STRING 'RN' WS-RUN-DATE WS-TIME-NOW(1:4)
                   DELIMITED BY SIZE INTO BH-BATCH-ID
               END-STRING
               MOVE 'RENT' TO BH-OFFICE-ID
               MOVE WS-RUN-DATE TO BH-BATCH-DATE
               MOVE DM-NUM-LINES TO BH-RECORD-COUNT
               MOVE RR-DAMAGED-UNITS TO BH-HASH-TOTAL
               WRITE MOVEMENT-BATCH-HEADER

               PERFORM VARYING DMG-SUB FROM 1 BY 1
                   UNTIL DMG-SUB > DM-NUM-LINES
                   MOVE DM-MOVEMENT-REC(DMG-SUB) TO
                           MOVEMENT-TRANS-RECORD
                   WRITE MOVEMENT-TRANS-RECORD
               END-PERFORM

               CLOSE MOVEMENT-TRANS-FILE
           END-IF
           .

       50-LIST-OVERDUE-RENTALS.
      *    EVERY RENTAL STILL OUT PAST ITS DUE-BACK DATE, WITH THE
      *    LATE FEE IT WOULD CARRY IF IT CAME BACK TODAY
           WRITE OVERDUE-RECORD FROM OVERDUE-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE REGISTER-HEADING-TWO TO OVERDUE-RECORD
           WRITE OVERDUE-RECORD
               AFTER ADVANCING 1 LINES

           MOVE OVERDUE-COLUMN-HEADING TO OVERDUE-RECORD
           WRITE OVERDUE-RECORD
               AFTER ADVANCING 2 LINES

           PERFORM VARYING RENTAL-SUB FROM 1 BY 1
               UNTIL RENTAL-SUB > RL-NUM-ENTRIES

               IF RL-OUT(RENTAL-SUB)
                       AND RL-DUE-DATE(RENTAL-SUB) < WS-RUN-DATE
                   PERFORM 51-LIST-ONE-OVERDUE
               END-IF
           END-PERFORM

           IF RR-OVERDUE-COUNT = 0
               MOVE NO-OVERDUE-LINE TO OVERDUE-RECORD
               WRITE OVERDUE-RECORD
                   AFTER ADVANCING 2 LINES
           END-IF

           MOVE RR-OVERDUE-COUNT TO OTL-OVERDUE-COUNT
           MOVE OV-UNITS-OUT TO OTL-UNITS-OUT
           MOVE OV-LATE-FEES TO OTL-LATE-FEES
           MOVE OVERDUE-TOTAL-LINE TO OVERDUE-RECORD
           WRITE OVERDUE-RECORD
               AFTER ADVANCING 2 LINES
           .

       51-LIST-ONE-OVERDUE.
           ADD 1 TO RR-OVERDUE-COUNT
           ADD RL-QUANTITY(RENTAL-SUB) TO OV-UNITS-OUT

           MOVE WS-RUN-DATE TO HF-TO-CCYYMMDD(3:6)
           PERFORM 36-FIGURE-LATE-FEE
           ADD HF-LATE-FEE TO OV-LATE-FEES

           MOVE RL-RENTAL-NUMBER(RENTAL-SUB) TO ODL-RENTAL-NUMBER
           MOVE RL-CUSTOMER-NAME(RENTAL-SUB) TO ODL-CUSTOMER-NAME
           MOVE RL-VENDOR-ID(RENTAL-SUB) TO ODL-VENDOR-ID
           MOVE RL-WAREHOUSE-ID(RENTAL-SUB) TO ODL-WAREHOUSE-ID
           MOVE RL-COSTUME-ID(RENTAL-SUB) TO ODL-COSTUME-ID
           MOVE RL-SLOT-NUM(RENTAL-SUB) TO ODL-SLOT-NUM
           MOVE RL-QUANTITY(RENTAL-SUB) TO ODL-QUANTITY
           MOVE RL-DUE-DATE(RENTAL-SUB) TO ODL-DUE-DATE
           MOVE HF-DAYS-LATE TO ODL-DAYS-LATE
           MOVE HF-LATE-FEE TO ODL-LATE-FEE
           MOVE RL-DEPOSIT(RENTAL-SUB) TO ODL-DEPOSIT

           MOVE OVERDUE-DETAIL-LINE TO OVERDUE-RECORD
           WRITE OVERDUE-RECORD
               AFTER ADVANCING 1 LINES
           .

       70-REWRITE-RENTAL-MASTER.
           OPEN OUTPUT RENTAL-MASTER-FILE

           PERFORM VARYING RENTAL-SUB FROM 1 BY 1
               UNTIL RENTAL-SUB > RL-NUM-ENTRIES

               MOVE RENTAL-TBL-LINE(RENTAL-SUB) TO RENTAL-MASTER-RECORD
               WRITE RENTAL-MASTER-RECORD
           END-PERFORM

           CLOSE RENTAL-MASTER-FILE
           .

       100-WRAP-UP.
           MOVE RR-APPLIED-COUNT TO RTL-APPLIED-COUNT
           MOVE RR-REJECTED-COUNT TO RTL-REJECTED-COUNT
           MOVE RR-DAMAGED-COUNT TO RTL-DAMAGED-COUNT

           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE RENTAL-TRANS-FILE, RENTAL-REGISTER-FILE
           CLOSE OVERDUE-REPORT-FILE

           GOBACK
           .
