       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO04SHIP.
       AUTHOR. TIM J.
      ****************************************************************
      * This program ships and bills the customer reservations that
      * PRO04ALLOC placed.  Each confirmed allocation is relieved on
      * the open allocation file, printed on the customer's packing
      * slip, turned into the 'S' shipment movement PRO04POST posts,
      * and turned into the sales line PRO02 invoices, so the order
      * desk stops re-keying every shipped reservation by hand

      ***************
      * INPUTS:
      *    The SHIP CONFIRMATION FILE holds one record per
      *    reservation the warehouse confirms for shipment:
      *        1: Vendor ID
      *        2: Warehouse ID
      *        3: Costume ID
      *        4: Slot number (1-12)
      *        5: Customer name (as carried on the allocation)
      *        6: Customer ID (zero to look it up by name)
      *        7: Quantity to ship (zero ships the whole allocation)
      *        8: Salesperson ID
      *
      *    The MERGED INVENTORY FILE is the master built by PRO04
      *
      *    The OPEN ALLOCATION FILE carries every reservation still
      *    outstanding from PRO04ALLOC
      *
      *    The CUSTOMER MASTER FILE turns the allocation's customer
      *    name into a real customer ID for invoicing
      *
      *    The CUSTOMER ADDRESS FILE supplies the ship-to lines
      *
      *    The RENTAL MASTER FILE from PRO04RENT gives the units of
      *    each slot out on rental, which are still in on-hand stock
      *    but cannot ship

      * *******
      * OUTPUTS:
      *    The OPEN ALLOCATION FILE is rewritten with every shipped
      *    quantity relieved; a partial shipment leaves the rest of
      *    the reservation allocated
      *
      *    The MOVEMENT TRANSACTION FILE is extended with one 'S'
      *    shipment line per slot shipped, for PRO04POST, behind a
      *    batch header (office SHIP, batch ID SH + run date and
      *    time) carrying the line count and the units shipped
      *
      *    The RAW SALES FILE (PR2FA20) is extended with one sales
      *    line per customer and costume shipped, for PRO02
      *
      *    The PACKING SLIP FILE prints one slip per customer
      *
      *    The SHORTAGE LIST FILE lists every confirmation, or part
      *    of one, that could not ship, with the reason
      ****************
      * CALCULATIONS:
      *    SHIP QTY [LEAST OF CONFIRMED, ALLOCATED AND
      *              ON HAND - RENTED OUT]
      *    SHORT QTY [CONFIRMED - SHIP QTY]
      *    REMAINING ALLOCATION [ALLOCATED - SHIP QTY]
      *    SALES PRICE [EXTENDED VALUE / UNITS SHIPPED]
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SHIP-CONFIRM-FILE
               ASSIGN TO 'SHIP-CONFIRMATIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MERGED-INVENTORY-FILE
               ASSIGN TO 'MERGED-INVENTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPEN-ALLOCATION-FILE
               ASSIGN TO 'OPEN-ALLOCATIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ALLOC-STATUS.

      *    A RENTED COSTUME STILL COUNTS IN ON-HAND STOCK UNTIL IT
      *    COMES BACK, SO RENTALS STILL OUT CANNOT BE SHIPPED
           SELECT RENTAL-MASTER-FILE
               ASSIGN TO 'RENTAL-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTAL-MASTER-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-ADDRESS-FILE
               ASSIGN TO 'CUSTOMER-ADDRESS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADDRESS-FILE-STATUS.

      *    SHIPMENTS ARE ADDED TO WHATEVER MOVEMENTS THE WAREHOUSES
      *    HAVE ALREADY KEYED FOR THE DAY, SO THE ONE PRO04POST RUN
      *    POSTS BOTH
           SELECT OPTIONAL MOVEMENT-TRANS-FILE
               ASSIGN TO 'MOVEMENT-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    THE SAME RAW FEED THE REGIONAL ORDER DESKS SEND PRO02
           SELECT OPTIONAL RAW-SALES-FILE
               ASSIGN TO 'PR2FA20.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHIP-WORK-FILE
               ASSIGN TO 'COSTUME-SHIP-WORK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHIP-SORT-FILE
               ASSIGN TO 'COSTUME-SHIPSORT.TMP'.

           SELECT SHIP-SORTED-FILE
               ASSIGN TO 'COSTUME-SHIP-SORTED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PACKING-SLIP-FILE
               ASSIGN TO PRINTER 'PACKING-SLIPS.TXT'.

           SELECT SHORTAGE-LIST-FILE
               ASSIGN TO PRINTER 'SHORTAGE-LIST.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD SHIP-CONFIRM-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01 SHIP-CONFIRM-RECORD.
           05 SC-VENDOR-ID             PIC X(4).
           05 SC-WAREHOUSE-ID          PIC X(3).
           05 SC-COSTUME-ID            PIC X(3).
           05 SC-SLOT-NUM              PIC 99.
           05 SC-CUSTOMER-NAME         PIC X(20).
           05 SC-CUST-ID               PIC 9(5).
           05 SC-SHIP-QTY              PIC 9(3).
           05 SC-SALESPERSON-ID        PIC X(3).
           05 FILLER                   PIC X(2).

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
               10 IR-REORDER-POINT        PIC 9(3).
               10 IR-COSTUME-PRICE        PIC 99V99.

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

       FD RENTAL-MASTER-FILE
           RECORD CONTAINS 104 CHARACTERS.

       01 RENTAL-MASTER-RECORD.
           05 RN-RENTAL-NUMBER         PIC X(8).
           05 RN-VENDOR-ID             PIC X(4).
           05 RN-WAREHOUSE-ID          PIC X(3).
           05 RN-COSTUME-ID            PIC X(3).
           05 RN-SLOT-NUM              PIC 99.
           05 RN-QUANTITY              PIC 9(3).
           05 FILLER                   PIC X(80).
           05 RN-STATUS                PIC X.
               88 RN-OUT               VALUE 'O'.

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01 CUSTOMER-MASTER-RECORD.
           05 CM-CUST-ID               PIC 9(5).
           05 CM-CUST-NAME             PIC X(25).
           05 CM-CREDIT-LIMIT          PIC 9(7)V99.
           05 CM-STATE-CODE            PIC XX.
           05 CM-FINANCE-CHARGE-SW     PIC X.
               88 CM-NO-FINANCE-CHARGE VALUE 'N'.

       FD CUSTOMER-ADDRESS-FILE
           RECORD CONTAINS 187 CHARACTERS.

       01 CUSTOMER-ADDRESS-RECORD.
           05 CA-CUST-ID               PIC 9(5).
           05 CA-BILL-LINE-1           PIC X(25).
           05 CA-BILL-LINE-2           PIC X(25).
           05 CA-BILL-LINE-3           PIC X(25).
           05 CA-SHIP-LINE-1           PIC X(25).
           05 CA-SHIP-LINE-2           PIC X(25).
           05 CA-SHIP-LINE-3           PIC X(25).
           05 CA-CITY                  PIC X(20).
           05 CA-STATE-CODE            PIC XX.
           05 CA-ZIP-CODE              PIC X(5).
           05 CA-ZIP-PLUS-4            PIC X(4).
           05 CA-ADDRESS-STATUS        PIC X.

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

       FD RAW-SALES-FILE
           RECORD CONTAINS 77 CHARACTERS.

       01 RAW-SALES-RECORD.
           05 RS-CUST-ID               PIC 9(5).
           05 RS-CUST-NAME             PIC X(25).
           05 RS-PROD-ID               PIC XXX.
           05 FILLER                   PIC X(5).
           05 RS-PROD-NAME             PIC X(14).
           05 RS-QTY-SOLD              PIC 999.
           05 RS-COST-PER-ITEM         PIC 999V99.
           05 RS-PROJ-QTY-SOLD         PIC 999.
           05 RS-TRANS-TYPE            PIC X.
           05 RS-SALESPERSON-ID        PIC X(3).
           05 FILLER                   PIC X(10).

       FD SHIP-WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 SHIP-WORK-RECORD.
           05 SW-CUST-ID               PIC 9(5).
           05 SW-COSTUME-ID            PIC X(3).
           05 SW-WAREHOUSE-ID          PIC X(3).
           05 SW-VENDOR-ID             PIC X(4).
           05 SW-SLOT-NUM              PIC 99.
           05 SW-CUST-NAME             PIC X(25).
           05 SW-COSTUME-NAME          PIC X(9).
           05 SW-SHIP-QTY              PIC 9(3).
           05 SW-REMAINING-QTY         PIC 9(3).
           05 SW-COSTUME-PRICE         PIC 99V99.
           05 SW-ALLOCATED-QTY         PIC 9(3).
           05 SW-SALESPERSON-ID        PIC X(3).
           05 SW-WANTED-DATE           PIC X(6).
           05 FILLER                   PIC X(7).

       SD SHIP-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 SHIP-SORT-RECORD.
           05 SSR-CUST-ID              PIC 9(5).
           05 SSR-COSTUME-ID           PIC X(3).
           05 SSR-WAREHOUSE-ID         PIC X(3).
           05 SSR-VENDOR-ID            PIC X(4).
           05 SSR-SLOT-NUM             PIC 99.
           05 FILLER                   PIC X(63).

       FD SHIP-SORTED-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 SHIP-SORTED-RECORD.
           05 SS-CUST-ID               PIC 9(5).
           05 SS-COSTUME-ID            PIC X(3).
           05 SS-WAREHOUSE-ID          PIC X(3).
           05 SS-VENDOR-ID             PIC X(4).
           05 SS-SLOT-NUM              PIC 99.
           05 SS-CUST-NAME             PIC X(25).
           05 SS-COSTUME-NAME          PIC X(9).
           05 SS-SHIP-QTY              PIC 9(3).
           05 SS-REMAINING-QTY         PIC 9(3).
           05 SS-COSTUME-PRICE         PIC 99V99.
           05 SS-ALLOCATED-QTY         PIC 9(3).
           05 SS-SALESPERSON-ID        PIC X(3).
           05 SS-WANTED-DATE           PIC X(6).
           05 FILLER                   PIC X(7).

       FD PACKING-SLIP-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 PACKING-SLIP-RECORD          PIC X(80).

       FD SHORTAGE-LIST-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 SHORTAGE-LIST-RECORD         PIC X(80).


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG                 PIC X           VALUE 'F'.
           05 SORTED-EOF-FLAG          PIC X           VALUE 'F'.
           05 MASTER-EOF-FLAG          PIC X           VALUE 'F'.
               88 MASTER-LOAD-DONE     VALUE 'Y'.
           05 ALLOC-EOF-SW             PIC X           VALUE 'N'.
               88 ALLOC-LOAD-DONE      VALUE 'Y'.
           05 CUSTOMER-EOF-SW          PIC X           VALUE 'N'.
               88 CUSTOMER-LOAD-DONE   VALUE 'Y'.
           05 ADDRESS-EOF-SW           PIC X           VALUE 'N'.
               88 ADDRESS-LOAD-DONE    VALUE 'Y'.
           05 OPEN-ALLOC-STATUS        PIC XX.
               88 OPEN-ALLOC-FOUND     VALUE '00'.
           05 RENTAL-MASTER-STATUS     PIC XX.
               88 RENTAL-MASTER-FOUND  VALUE '00'.
           05 RENTAL-EOF-SW            PIC X           VALUE 'N'.
               88 RENTAL-LOAD-DONE     VALUE 'Y'.
           05 RENTAL-SUB               PIC 9(4).
           05 ADDRESS-FILE-STATUS      PIC XX.
               88 ADDRESS-FILE-FOUND   VALUE '00'.
           05 ALLOC-MATCH-SW           PIC X.
               88 ALLOC-MATCHED        VALUE 'Y'.
           05 CUSTOMER-MATCH-SW        PIC X.
               88 CUSTOMER-MATCHED     VALUE 'Y'.
           05 ADDRESS-MATCH-SW         PIC X.
               88 ADDRESS-MATCHED      VALUE 'Y'.
           05 FIRST-SLIP-SW            PIC X           VALUE 'Y'.
               88 FIRST-SLIP           VALUE 'Y'.
           05 ALLOC-SUB                PIC 9(4).
           05 CUST-SUB                 PIC 9(4).
           05 ADDR-SUB                 PIC 9(4).
           05 FC-SHIPPED-LINES         PIC 9(5)        VALUE 0.
           05 FC-SHIPPED-UNITS         PIC 9(7)        VALUE 0.
           05 FC-SHORT-LINES           PIC 9(5)        VALUE 0.
           05 FC-SHORT-UNITS           PIC 9(7)        VALUE 0.
           05 FC-SLIP-COUNT            PIC 9(5)        VALUE 0.
           05 FC-SALES-LINES           PIC 9(5)        VALUE 0.

       01 HOLD-FIELDS.
           05 HF-ALLOC-SUB             PIC 9(4).
           05 HF-CUST-ID               PIC 9(5).
           05 HF-CUST-NAME             PIC X(25).
           05 HF-REQUESTED-QTY         PIC 9(3).
           05 HF-SHIP-QTY              PIC 9(3).
           05 HF-SHORT-QTY             PIC 9(3).
           05 HF-ON-HAND               PIC 9(3).
           05 HF-RENTED-OUT            PIC 9(4).
           05 HF-SHORT-REASON          PIC X(24).

       01 CONTROL-BREAK-FIELDS.
           05 CB-CUST-ID               PIC 9(5).
           05 CB-COSTUME-ID            PIC X(3).
           05 CB-SALES-UNITS           PIC 9(5).
           05 CB-ALLOCATED-UNITS       PIC 9(5).
           05 CB-SALES-VALUE           PIC 9(7)V99.
           05 CB-SLIP-UNITS            PIC 9(5).
           05 CB-SALES-CUST-NAME       PIC X(25).
           05 CB-SALES-COSTUME-NAME    PIC X(9).
           05 CB-SALESPERSON-ID        PIC X(3).

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 WS-TIME-NOW                  PIC X(8).

       01 MASTER-TABLE-AREA.
      *    THE MERGED MASTER, HELD SO EACH CONFIRMATION CAN BE
      *    CHECKED AGAINST ON-HAND STOCK.  THE IN-MEMORY STOCK IS
      *    RUN DOWN AS LINES SHIP SO TWO CUSTOMERS ON ONE SLOT CAN'T
      *    BOTH BE PROMISED THE LAST UNITS; THE MASTER ITSELF IS
      *    NEVER REWRITTEN HERE -- PRO04POST DOES THAT
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

       01 ALLOCATION-TABLE-AREA.
      *    EVERY OUTSTANDING RESERVATION, RELIEVED AS LINES SHIP AND
      *    WRITTEN BACK AT END OF RUN WITHOUT THE FULLY SHIPPED ONES
           05 AT-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 ALLOC-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON AT-NUM-ENTRIES
               INDEXED BY ALLOC-TBL-INDEX.
               10 AT-VENDOR-ID         PIC X(4).
               10 AT-WAREHOUSE-ID      PIC X(3).
               10 AT-COSTUME-ID        PIC X(3).
               10 AT-SLOT-NUM          PIC 99.
               10 AT-QUANTITY          PIC 9(3).
               10 AT-CUSTOMER-NAME     PIC X(20).
               10 AT-WANTED-DATE       PIC X(6).

       01 RENTAL-TABLE-AREA.
      *    EVERY RENTAL STILL OUT, FROM THE PRO04RENT MASTER
           05 RO-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 RENTAL-TBL-LINE OCCURS 1 TO 5000 TIMES
               DEPENDING ON RO-NUM-ENTRIES.
               10 RO-VENDOR-ID         PIC X(4).
               10 RO-WAREHOUSE-ID      PIC X(3).
               10 RO-COSTUME-ID        PIC X(3).
               10 RO-SLOT-NUM          PIC 99.
               10 RO-QUANTITY          PIC 9(3).

       01 CUSTOMER-TABLE-AREA.
           05 CT-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 CUSTOMER-TBL-LINE OCCURS 1 TO 1000 TIMES
               DEPENDING ON CT-NUM-ENTRIES.
               10 CT-CUST-ID           PIC 9(5).
               10 CT-CUST-NAME         PIC X(25).

       01 ADDRESS-TABLE-AREA.
           05 AD-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 ADDRESS-TBL-LINE OCCURS 1 TO 1000 TIMES
               DEPENDING ON AD-NUM-ENTRIES.
               10 AD-CUST-ID           PIC 9(5).
               10 AD-SHIP-LINE-1       PIC X(25).
               10 AD-SHIP-LINE-2       PIC X(25).
               10 AD-SHIP-LINE-3       PIC X(25).


      **************        OUTPUT AREA        ********************

       01 SLIP-HEADING-ONE.
           05 FILLER                   PIC X(32)       VALUE SPACES.
           05                          PIC X(12)       VALUE
                   'PACKING SLIP'.
           05 FILLER                   PIC X(36)       VALUE SPACES.

       01 SLIP-HEADING-TWO.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05 SH2-MONTH                PIC 99.
           05                          PIC X           VALUE '/'.
           05 SH2-DAY                  PIC 99.
           05                          PIC X           VALUE '/'.
           05 SH2-YEAR                 PIC 9(2).
           05 FILLER                   PIC X(54)       VALUE SPACES.
           05                          PIC XXX         VALUE 'TWJ'.
           05 FILLER                   PIC X(7)        VALUE SPACES.

       01 SLIP-CUSTOMER-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                   'CUSTOMER: '.
           05 SCL-CUST-ID              PIC 9(5).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 SCL-CUST-NAME            PIC X(25).
           05 FILLER                   PIC X(33)       VALUE SPACES.

       01 SLIP-SHIP-TO-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05 SSL-LABEL                PIC X(10).
           05 FILLER                   PIC X(7)        VALUE SPACES.
           05 SSL-ADDRESS-LINE         PIC X(25).
           05 FILLER                   PIC X(33)       VALUE SPACES.

       01 SLIP-COLUMN-HEADING.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'WHSE'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'VEND'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'CST'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(2)        VALUE 'SL'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'COSTUME'.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'SHIPPED'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                   'BACKORDER'.
           05 FILLER                   PIC X(24)       VALUE SPACES.

       01 SLIP-DETAIL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05 SDL-WAREHOUSE-ID         PIC X(3).
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05 SDL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 SDL-COSTUME-ID           PIC X(3).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 SDL-SLOT-NUM             PIC Z9.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 SDL-COSTUME-NAME         PIC X(9).
           05 FILLER                   PIC X(6)        VALUE SPACES.
           05 SDL-SHIP-QTY             PIC ZZ9.
           05 FILLER                   PIC X(6)        VALUE SPACES.
           05 SDL-REMAINING-QTY        PIC ZZ9.
           05 FILLER                   PIC X(27)       VALUE SPACES.

       01 SLIP-TOTAL-LINE.
           05 FILLER                   PIC X(37)       VALUE SPACES.
           05                          PIC X(13)       VALUE
                   'UNITS SHIPPED'.
           05 STL-SLIP-UNITS           PIC ZZ,ZZ9.
           05 FILLER                   PIC X(24)       VALUE SPACES.

       01 SHORTAGE-HEADING-ONE.
           05 FILLER                   PIC X(27)       VALUE SPACES.
           05                          PIC X(26)       VALUE
                   'SHIPMENT SHORTAGE LIST'.
           05 FILLER                   PIC X(27)       VALUE SPACES.

       01 SHORTAGE-HEADING-TWO.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05 SHH2-MONTH               PIC 99.
           05                          PIC X           VALUE '/'.
           05 SHH2-DAY                 PIC 99.
           05                          PIC X           VALUE '/'.
           05 SHH2-YEAR                PIC 9(2).
           05 FILLER                   PIC X(54)       VALUE SPACES.
           05                          PIC XXX         VALUE 'TWJ'.
           05 FILLER                   PIC X(7)        VALUE SPACES.

       01 SHORTAGE-HEADING-THREE.
           05                          PIC X(4)        VALUE 'VEND'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'WHSE'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'CST'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(2)        VALUE 'SL'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(8)        VALUE 'CUSTOMER'.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'REQ'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'SHIP'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'SHORT'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'REASON'.
           05 FILLER                   PIC X(29)       VALUE SPACES.

       01 SHORTAGE-DETAIL-LINE.
           05 SHL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 SHL-WAREHOUSE-ID         PIC X(3).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 SHL-COSTUME-ID           PIC X(3).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 SHL-SLOT-NUM             PIC Z9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 SHL-CUSTOMER-NAME        PIC X(12).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 SHL-REQUESTED-QTY        PIC ZZ9.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 SHL-SHIP-QTY             PIC ZZ9.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05 SHL-SHORT-QTY            PIC ZZ9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 SHL-REASON               PIC X(24).
           05 FILLER                   PIC X(11)       VALUE SPACES.

       01 SHORTAGE-TOTAL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(15)       VALUE
                   'LINES SHIPPED: '.
           05 SHT-SHIPPED-LINES        PIC ZZ,ZZ9.
           05                          PIC X(8)        VALUE
                   '  UNITS '.
           05 SHT-SHIPPED-UNITS        PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(37)       VALUE SPACES.

       01 SHORTAGE-TOTAL-LINE-TWO.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(15)       VALUE
                   'LINES SHORT:   '.
           05 SHT-SHORT-LINES          PIC ZZ,ZZ9.
           05                          PIC X(8)        VALUE
                   '  UNITS '.
           05 SHT-SHORT-UNITS          PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(37)       VALUE SPACES.

       01 SHORTAGE-TOTAL-LINE-THREE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(15)       VALUE
                   'PACKING SLIPS: '.
           05 SHT-SLIP-COUNT           PIC ZZ,ZZ9.
           05                          PIC X(14)       VALUE
                   '  SALES LINES '.
           05 SHT-SALES-LINES          PIC ZZ,ZZ9.
           05 FILLER                   PIC X(34)       VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 15-HOUSEKEEPING
           PERFORM 21-LOAD-MASTER-TABLE
           PERFORM 22-LOAD-ALLOCATION-TABLE
           PERFORM 23-LOAD-CUSTOMER-TABLE
           PERFORM 24-LOAD-ADDRESS-TABLE
           PERFORM 26-LOAD-RENTAL-TABLE
           PERFORM 25-PROCESS-CONFIRMATIONS
           PERFORM 40-SORT-SHIPPED-LINES
           PERFORM 50-PRINT-PACKING-SLIPS
           PERFORM 70-REWRITE-ALLOCATIONS
           PERFORM 100-WRAP-UP
           .

       15-HOUSEKEEPING.
           OPEN INPUT SHIP-CONFIRM-FILE
               OUTPUT SHIP-WORK-FILE, SHORTAGE-LIST-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO SHH2-MONTH
           MOVE WS-DAY TO SHH2-DAY
           MOVE WS-YEAR TO SHH2-YEAR
           MOVE WS-MONTH TO SH2-MONTH
           MOVE WS-DAY TO SH2-DAY
           MOVE WS-YEAR TO SH2-YEAR

           WRITE SHORTAGE-LIST-RECORD FROM SHORTAGE-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE SHORTAGE-HEADING-TWO TO SHORTAGE-LIST-RECORD
           WRITE SHORTAGE-LIST-RECORD
               AFTER ADVANCING 1 LINES

           MOVE SHORTAGE-HEADING-THREE TO SHORTAGE-LIST-RECORD
           WRITE SHORTAGE-LIST-RECORD
               AFTER ADVANCING 2 LINES
           .

       21-LOAD-MASTER-TABLE.
           OPEN INPUT MERGED-INVENTORY-FILE

           PERFORM UNTIL MASTER-LOAD-DONE
               READ MERGED-INVENTORY-FILE
                   AT END
                       SET MASTER-LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO IM-NUM-RECORDS
                       MOVE INVENTORY-RECORD TO
                               MASTER-TBL-LINE(IM-NUM-RECORDS)
               END-READ
           END-PERFORM

           CLOSE MERGED-INVENTORY-FILE
           .

       22-LOAD-ALLOCATION-TABLE.
      *    NO OPEN ALLOCATION FILE MEANS NOTHING HAS BEEN RESERVED,
      *    SO EVERY CONFIRMATION LANDS ON THE SHORTAGE LIST
           OPEN INPUT OPEN-ALLOCATION-FILE

           IF OPEN-ALLOC-FOUND
               PERFORM UNTIL ALLOC-LOAD-DONE
                   READ OPEN-ALLOCATION-FILE
                       AT END
                           SET ALLOC-LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO AT-NUM-ENTRIES
                           MOVE OPEN-ALLOCATION-RECORD TO
                                   ALLOC-TBL-LINE(AT-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE OPEN-ALLOCATION-FILE
           END-IF
           .

       23-LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-MASTER-FILE

           PERFORM UNTIL CUSTOMER-LOAD-DONE
               READ CUSTOMER-MASTER-FILE
                   AT END
                       SET CUSTOMER-LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO CT-NUM-ENTRIES
                       MOVE CM-CUST-ID TO CT-CUST-ID(CT-NUM-ENTRIES)
                       MOVE CM-CUST-NAME TO
                               CT-CUST-NAME(CT-NUM-ENTRIES)
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-MASTER-FILE
           .

       24-LOAD-ADDRESS-TABLE.
      *    A CUSTOMER WITH NO ADDRESS RECORD STILL GETS A SLIP; THE
      *    SHIP-TO BLOCK JUST SAYS SO
           OPEN INPUT CUSTOMER-ADDRESS-FILE

           IF ADDRESS-FILE-FOUND
               PERFORM UNTIL ADDRESS-LOAD-DONE
                   READ CUSTOMER-ADDRESS-FILE
                       AT END
                           SET ADDRESS-LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO AD-NUM-ENTRIES
                           MOVE CA-CUST-ID TO
                                   AD-CUST-ID(AD-NUM-ENTRIES)
                           MOVE CA-SHIP-LINE-1 TO
                                   AD-SHIP-LINE-1(AD-NUM-ENTRIES)
                           MOVE CA-SHIP-LINE-2 TO
                                   AD-SHIP-LINE-2(AD-NUM-ENTRIES)
                           MOVE CA-SHIP-LINE-3 TO
                                   AD-SHIP-LINE-3(AD-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF
           .

       26-LOAD-RENTAL-TABLE.
      *    NO RENTAL MASTER MEANS NOTHING HAS EVER BEEN RENTED
           OPEN INPUT RENTAL-MASTER-FILE

           IF RENTAL-MASTER-FOUND
               PERFORM UNTIL RENTAL-LOAD-DONE
                   READ RENTAL-MASTER-FILE
                       AT END
                           SET RENTAL-LOAD-DONE TO TRUE
                       NOT AT END
                           IF RN-OUT
                               ADD 1 TO RO-NUM-ENTRIES
                               MOVE RN-VENDOR-ID TO
                                       RO-VENDOR-ID(RO-NUM-ENTRIES)
                               MOVE RN-WAREHOUSE-ID TO
                                       RO-WAREHOUSE-ID(RO-NUM-ENTRIES)
                               MOVE RN-COSTUME-ID TO
                                       RO-COSTUME-ID(RO-NUM-ENTRIES)
                               MOVE RN-SLOT-NUM TO
                                       RO-SLOT-NUM(RO-NUM-ENTRIES)
                               MOVE RN-QUANTITY TO
                                       RO-QUANTITY(RO-NUM-ENTRIES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE RENTAL-MASTER-FILE
           END-IF
           .

       25-PROCESS-CONFIRMATIONS.
           PERFORM UNTIL EOF-FLAG = 'T'
               READ SHIP-CONFIRM-FILE
                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       PERFORM 30-APPLY-CONFIRMATION
               END-READ
           END-PERFORM

           CLOSE SHIP-WORK-FILE
           .

       30-APPLY-CONFIRMATION.
           MOVE ZEROES TO HF-SHIP-QTY

           IF SC-SHIP-QTY IS NUMERIC
               MOVE SC-SHIP-QTY TO HF-REQUESTED-QTY
           ELSE
               MOVE ZEROES TO HF-REQUESTED-QTY
           END-IF

           SET MASTER-TBL-INDEX TO 1
           SEARCH MASTER-TBL-LINE
               AT END
                   MOVE HF-REQUESTED-QTY TO HF-SHORT-QTY
                   MOVE 'KEY NOT ON MASTER' TO HF-SHORT-REASON
                   PERFORM 38-WRITE-SHORTAGE-LINE

               WHEN SC-VENDOR-ID = IM-VENDOR-ID(MASTER-TBL-INDEX)
                   AND SC-WAREHOUSE-ID =
                               IM-WAREHOUSE-ID(MASTER-TBL-INDEX)
                   AND SC-COSTUME-ID =
                               IM-COSTUME-ID(MASTER-TBL-INDEX)
                   PERFORM 31-CHECK-CONFIRMATION
           END-SEARCH
           .

       31-CHECK-CONFIRMATION.
           MOVE HF-REQUESTED-QTY TO HF-SHORT-QTY

           IF SC-SLOT-NUM IS NOT NUMERIC OR SC-SLOT-NUM = 0
                   OR SC-SLOT-NUM > 12
               MOVE 'BAD SLOT NUMBER' TO HF-SHORT-REASON
               PERFORM 38-WRITE-SHORTAGE-LINE
           ELSE
               PERFORM 32-FIND-ALLOCATION

               IF NOT ALLOC-MATCHED
                   MOVE 'NO OPEN ALLOCATION' TO HF-SHORT-REASON
                   PERFORM 38-WRITE-SHORTAGE-LINE
               ELSE
                   PERFORM 33-RESOLVE-CUSTOMER

                   IF NOT CUSTOMER-MATCHED
                       MOVE 'CUSTOMER NOT ON MASTER' TO
                               HF-SHORT-REASON
                       PERFORM 38-WRITE-SHORTAGE-LINE
                   ELSE
                       PERFORM 34-SHIP-ALLOCATION
                   END-IF
               END-IF
           END-IF
           .

       32-FIND-ALLOCATION.
      *    THE FIRST RESERVATION FOR THIS SLOT AND CUSTOMER THAT
      *    STILL HAS UNITS ON IT IS THE ONE RELIEVED
           MOVE 'N' TO ALLOC-MATCH-SW

           PERFORM VARYING ALLOC-SUB FROM 1 BY 1
               UNTIL ALLOC-SUB > AT-NUM-ENTRIES OR ALLOC-MATCHED

               IF SC-VENDOR-ID = AT-VENDOR-ID(ALLOC-SUB) AND
                       SC-WAREHOUSE-ID = AT-WAREHOUSE-ID(ALLOC-SUB)
                       AND SC-COSTUME-ID = AT-COSTUME-ID(ALLOC-SUB)
                       AND SC-SLOT-NUM = AT-SLOT-NUM(ALLOC-SUB)
                       AND SC-CUSTOMER-NAME =
                               AT-CUSTOMER-NAME(ALLOC-SUB)
                       AND AT-QUANTITY(ALLOC-SUB) > 0
                   SET ALLOC-MATCHED TO TRUE
                   MOVE ALLOC-SUB TO HF-ALLOC-SUB
               END-IF
           END-PERFORM

      *    A ZERO CONFIRMED QUANTITY SHIPS THE WHOLE RESERVATION
           IF ALLOC-MATCHED AND HF-REQUESTED-QTY = 0
               MOVE AT-QUANTITY(HF-ALLOC-SUB) TO HF-REQUESTED-QTY
               MOVE HF-REQUESTED-QTY TO HF-SHORT-QTY
           END-IF
           .

       33-RESOLVE-CUSTOMER.
      *    A CONFIRMATION THAT QUOTES A CUSTOMER ID MUST NAME ONE ON
      *    THE MASTER; OTHERWISE THE ALLOCATION'S 20-CHARACTER NAME
      *    IS MATCHED AGAINST THE FRONT OF THE MASTER NAME
           MOVE 'N' TO CUSTOMER-MATCH-SW

           PERFORM VARYING CUST-SUB FROM 1 BY 1
               UNTIL CUST-SUB > CT-NUM-ENTRIES OR CUSTOMER-MATCHED

               IF SC-CUST-ID IS NUMERIC AND SC-CUST-ID > 0
                   IF SC-CUST-ID = CT-CUST-ID(CUST-SUB)
                       SET CUSTOMER-MATCHED TO TRUE
                   END-IF
               ELSE
                   IF SC-CUSTOMER-NAME = CT-CUST-NAME(CUST-SUB)(1:20)
                       SET CUSTOMER-MATCHED TO TRUE
                   END-IF
               END-IF

               IF CUSTOMER-MATCHED
                   MOVE CT-CUST-ID(CUST-SUB) TO HF-CUST-ID
                   MOVE CT-CUST-NAME(CUST-SUB) TO HF-CUST-NAME
               END-IF
           END-PERFORM
           .

       34-SHIP-ALLOCATION.
      *    UNITS OUT ON RENTAL ARE ON HAND BUT NOT ON THE SHELF
           MOVE IM-NUM-IN-STOCK(MASTER-TBL-INDEX, SC-SLOT-NUM) TO
                   HF-ON-HAND
           PERFORM 36-SUM-SLOT-RENTALS

           IF HF-RENTED-OUT NOT < HF-ON-HAND
               MOVE ZEROES TO HF-ON-HAND
           ELSE
               SUBTRACT HF-RENTED-OUT FROM HF-ON-HAND
           END-IF

           MOVE HF-REQUESTED-QTY TO HF-SHIP-QTY
           MOVE SPACES TO HF-SHORT-REASON

      *    NEVER SHIP MORE THAN WAS RESERVED, NOR MORE THAN IS LEFT
      *    ON THE SHELF AFTER EARLIER LINES IN THIS RUN
           IF HF-SHIP-QTY > AT-QUANTITY(HF-ALLOC-SUB)
               MOVE AT-QUANTITY(HF-ALLOC-SUB) TO HF-SHIP-QTY
               MOVE 'EXCEEDS ALLOCATION' TO HF-SHORT-REASON
           END-IF

           IF HF-SHIP-QTY > HF-ON-HAND
               MOVE HF-ON-HAND TO HF-SHIP-QTY
               MOVE 'SHORT ON HAND' TO HF-SHORT-REASON
           END-IF

           SUBTRACT HF-SHIP-QTY FROM HF-REQUESTED-QTY
                   GIVING HF-SHORT-QTY

           IF HF-SHIP-QTY > 0
               SUBTRACT HF-SHIP-QTY FROM
                   IM-NUM-IN-STOCK(MASTER-TBL-INDEX, SC-SLOT-NUM)
               PERFORM 35-WRITE-SHIP-WORK-LINE
               SUBTRACT HF-SHIP-QTY FROM AT-QUANTITY(HF-ALLOC-SUB)
               ADD 1 TO FC-SHIPPED-LINES
               ADD HF-SHIP-QTY TO FC-SHIPPED-UNITS
           END-IF

           IF HF-SHORT-QTY > 0
               PERFORM 38-WRITE-SHORTAGE-LINE
           END-IF
           .

       35-WRITE-SHIP-WORK-LINE.
           MOVE SPACES TO SHIP-WORK-RECORD
           MOVE HF-CUST-ID TO SW-CUST-ID
           MOVE HF-CUST-NAME TO SW-CUST-NAME
           MOVE SC-COSTUME-ID TO SW-COSTUME-ID
           MOVE SC-WAREHOUSE-ID TO SW-WAREHOUSE-ID
           MOVE SC-VENDOR-ID TO SW-VENDOR-ID
           MOVE SC-SLOT-NUM TO SW-SLOT-NUM
           MOVE IM-COSTUME-NAME(MASTER-TBL-INDEX, SC-SLOT-NUM) TO
                   SW-COSTUME-NAME
           MOVE HF-SHIP-QTY TO SW-SHIP-QTY
           SUBTRACT HF-SHIP-QTY FROM AT-QUANTITY(HF-ALLOC-SUB)
                   GIVING SW-REMAINING-QTY
           MOVE AT-QUANTITY(HF-ALLOC-SUB) TO SW-ALLOCATED-QTY
           MOVE AT-WANTED-DATE(HF-ALLOC-SUB) TO SW-WANTED-DATE
           MOVE SC-SALESPERSON-ID TO SW-SALESPERSON-ID

           IF IM-COSTUME-PRICE(MASTER-TBL-INDEX, SC-SLOT-NUM)
                   IS NUMERIC
               MOVE IM-COSTUME-PRICE(MASTER-TBL-INDEX, SC-SLOT-NUM)
                       TO SW-COSTUME-PRICE
           ELSE
               MOVE ZEROES TO SW-COSTUME-PRICE
           END-IF

           WRITE SHIP-WORK-RECORD
           .

       36-SUM-SLOT-RENTALS.
           MOVE ZEROES TO HF-RENTED-OUT

           PERFORM VARYING RENTAL-SUB FROM 1 BY 1
               UNTIL RENTAL-SUB > RO-NUM-ENTRIES

               IF SC-VENDOR-ID = RO-VENDOR-ID(RENTAL-SUB) AND
                       SC-WAREHOUSE-ID = RO-WAREHOUSE-ID(RENTAL-SUB)
                       AND SC-COSTUME-ID = RO-COSTUME-ID(RENTAL-SUB)
                       AND SC-SLOT-NUM = RO-SLOT-NUM(RENTAL-SUB)
                   ADD RO-QUANTITY(RENTAL-SUB) TO HF-RENTED-OUT
               END-IF
           END-PERFORM
           .

       38-WRITE-SHORTAGE-LINE.
           MOVE SC-VENDOR-ID TO SHL-VENDOR-ID
           MOVE SC-WAREHOUSE-ID TO SHL-WAREHOUSE-ID
           MOVE SC-COSTUME-ID TO SHL-COSTUME-ID
           MOVE SC-CUSTOMER-NAME TO SHL-CUSTOMER-NAME
           MOVE HF-REQUESTED-QTY TO SHL-REQUESTED-QTY
           MOVE HF-SHIP-QTY TO SHL-SHIP-QTY
           MOVE HF-SHORT-QTY TO SHL-SHORT-QTY
           MOVE HF-SHORT-REASON TO SHL-REASON

           IF SC-SLOT-NUM IS NUMERIC
               MOVE SC-SLOT-NUM TO SHL-SLOT-NUM
           ELSE
               MOVE ZEROES TO SHL-SLOT-NUM
           END-IF

           MOVE SHORTAGE-DETAIL-LINE TO SHORTAGE-LIST-RECORD
           WRITE SHORTAGE-LIST-RECORD
               AFTER ADVANCING 1 LINES

           ADD 1 TO FC-SHORT-LINES
           ADD HF-SHORT-QTY TO FC-SHORT-UNITS
           .

       40-SORT-SHIPPED-LINES.
      *    CUSTOMER ORDER GIVES ONE PACKING SLIP PER CUSTOMER;
      *    COSTUME ORDER WITHIN IT LETS EACH CUSTOMER'S SALES LINES
      *    FOR ONE COSTUME ROLL UP INTO A SINGLE FEED LINE, SINCE
      *    PRO02 SUSPENDS A REPEATED CUSTOMER/PRODUCT PAIR
           SORT SHIP-SORT-FILE
               ON ASCENDING KEY SSR-CUST-ID, SSR-COSTUME-ID,
                                SSR-WAREHOUSE-ID, SSR-VENDOR-ID,
                                SSR-SLOT-NUM
               USING SHIP-WORK-FILE
               GIVING SHIP-SORTED-FILE
           .

       50-PRINT-PACKING-SLIPS.
           OPEN INPUT SHIP-SORTED-FILE
               OUTPUT PACKING-SLIP-FILE
           OPEN EXTEND MOVEMENT-TRANS-FILE
           OPEN EXTEND RAW-SALES-FILE

           IF FC-SHIPPED-LINES > 0
               PERFORM 49-WRITE-BATCH-HEADER
           END-IF

           PERFORM UNTIL SORTED-EOF-FLAG = 'T'
               READ SHIP-SORTED-FILE
                   AT END
                       MOVE 'T' TO SORTED-EOF-FLAG
                   NOT AT END
                       PERFORM 51-PROCESS-SHIPPED-LINE
               END-READ
           END-PERFORM

           IF NOT FIRST-SLIP
               PERFORM 57-WRITE-SALES-LINE
               PERFORM 58-PRINT-SLIP-TOTAL
           END-IF

           CLOSE SHIP-SORTED-FILE, PACKING-SLIP-FILE,
                 MOVEMENT-TRANS-FILE, RAW-SALES-FILE
           .

       49-WRITE-BATCH-HEADER.
      *    THIS RUN'S SHIPMENT LINES GO TO PRO04POST AS ONE BATCH;
      *    THE HEADER CARRIES THE LINE COUNT AND THE UNITS SHIPPED
      *    SO PRO04POST CAN PROVE THE BATCH ARRIVED WHOLE
           ACCEPT WS-TIME-NOW FROM TIME

           MOVE SPACES TO MOVEMENT-BATCH-HEADER
           MOVE 'HDR ' TO BH-RECORD-ID
           STRING 'SH' WS-YEAR WS-MONTH WS-DAY WS-TIME-NOW(1:4)
               DELIMITED BY SIZE INTO BH-BATCH-ID
           END-STRING
           MOVE 'SHIP' TO BH-OFFICE-ID
           MOVE WS-DATE TO BH-BATCH-DATE
           MOVE FC-SHIPPED-LINES TO BH-RECORD-COUNT
           MOVE FC-SHIPPED-UNITS TO BH-HASH-TOTAL

           WRITE MOVEMENT-BATCH-HEADER
           .

       51-PROCESS-SHIPPED-LINE.
           EVALUATE TRUE
               WHEN FIRST-SLIP
                   MOVE 'N' TO FIRST-SLIP-SW
                   PERFORM 52-START-NEW-SLIP
                   PERFORM 56-START-SALES-LINE

               WHEN SS-CUST-ID NOT = CB-CUST-ID
                   PERFORM 57-WRITE-SALES-LINE
                   PERFORM 58-PRINT-SLIP-TOTAL
                   PERFORM 52-START-NEW-SLIP
                   PERFORM 56-START-SALES-LINE

               WHEN SS-COSTUME-ID NOT = CB-COSTUME-ID
                   PERFORM 57-WRITE-SALES-LINE
                   PERFORM 56-START-SALES-LINE
           END-EVALUATE

           PERFORM 54-PRINT-SLIP-LINE
           PERFORM 55-WRITE-MOVEMENT-LINE

           ADD SS-SHIP-QTY TO CB-SALES-UNITS
           ADD SS-ALLOCATED-QTY TO CB-ALLOCATED-UNITS
           COMPUTE CB-SALES-VALUE = CB-SALES-VALUE +
                   SS-SHIP-QTY * SS-COSTUME-PRICE
           .

       52-START-NEW-SLIP.
           MOVE SS-CUST-ID TO CB-CUST-ID
           MOVE ZEROES TO CB-SLIP-UNITS
           ADD 1 TO FC-SLIP-COUNT

           WRITE PACKING-SLIP-RECORD FROM SLIP-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE SLIP-HEADING-TWO TO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD
               AFTER ADVANCING 1 LINES

           MOVE SS-CUST-ID TO SCL-CUST-ID
           MOVE SS-CUST-NAME TO SCL-CUST-NAME
           MOVE SLIP-CUSTOMER-LINE TO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD
               AFTER ADVANCING 2 LINES

           PERFORM 53-PRINT-SHIP-TO

           MOVE SLIP-COLUMN-HEADING TO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD
               AFTER ADVANCING 2 LINES
           .

       53-PRINT-SHIP-TO.
           MOVE 'N' TO ADDRESS-MATCH-SW

           PERFORM VARYING ADDR-SUB FROM 1 BY 1
               UNTIL ADDR-SUB > AD-NUM-ENTRIES OR ADDRESS-MATCHED

               IF SS-CUST-ID = AD-CUST-ID(ADDR-SUB)
                   SET ADDRESS-MATCHED TO TRUE
               END-IF
           END-PERFORM

           MOVE 'SHIP TO:' TO SSL-LABEL

           IF ADDRESS-MATCHED
               SUBTRACT 1 FROM ADDR-SUB
               MOVE AD-SHIP-LINE-1(ADDR-SUB) TO SSL-ADDRESS-LINE
               PERFORM 59-WRITE-SHIP-TO-LINE
               MOVE SPACES TO SSL-LABEL
               MOVE AD-SHIP-LINE-2(ADDR-SUB) TO SSL-ADDRESS-LINE
               PERFORM 59-WRITE-SHIP-TO-LINE
               MOVE AD-SHIP-LINE-3(ADDR-SUB) TO SSL-ADDRESS-LINE
               PERFORM 59-WRITE-SHIP-TO-LINE
           ELSE
               MOVE 'NO ADDRESS ON FILE' TO SSL-ADDRESS-LINE
               PERFORM 59-WRITE-SHIP-TO-LINE
           END-IF
           .

       54-PRINT-SLIP-LINE.
           MOVE SS-WAREHOUSE-ID TO SDL-WAREHOUSE-ID
           MOVE SS-VENDOR-ID TO SDL-VENDOR-ID
           MOVE SS-COSTUME-ID TO SDL-COSTUME-ID
           MOVE SS-SLOT-NUM TO SDL-SLOT-NUM
           MOVE SS-COSTUME-NAME TO SDL-COSTUME-NAME
           MOVE SS-SHIP-QTY TO SDL-SHIP-QTY
           MOVE SS-REMAINING-QTY TO SDL-REMAINING-QTY

           MOVE SLIP-DETAIL-LINE TO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD
               AFTER ADVANCING 1 LINES

           ADD SS-SHIP-QTY TO CB-SLIP-UNITS
           .

       55-WRITE-MOVEMENT-LINE.
      *    THE SLOT IS NAMED BY NUMBER, SO PRO04POST NEVER HAS TO
      *    FALL BACK ON MATCHING THE COSTUME NAME
           MOVE SPACES TO MOVEMENT-TRANS-RECORD
           MOVE SS-VENDOR-ID TO MT-VENDOR-ID
           MOVE SS-WAREHOUSE-ID TO MT-WAREHOUSE-ID
           MOVE SS-COSTUME-ID TO MT-COSTUME-ID
           MOVE SS-SLOT-NUM TO MT-SLOT-NUM
           MOVE SS-COSTUME-NAME TO MT-COSTUME-NAME
           MOVE 'S' TO MT-TRANS-TYPE
           MOVE SS-SHIP-QTY TO MT-QUANTITY

           WRITE MOVEMENT-TRANS-RECORD
           .

       56-START-SALES-LINE.
           MOVE SS-COSTUME-ID TO CB-COSTUME-ID
           MOVE SS-CUST-NAME TO CB-SALES-CUST-NAME
           MOVE SS-COSTUME-NAME TO CB-SALES-COSTUME-NAME
           MOVE SS-SALESPERSON-ID TO CB-SALESPERSON-ID
           MOVE ZEROES TO CB-SALES-UNITS
           MOVE ZEROES TO CB-ALLOCATED-UNITS
           MOVE ZEROES TO CB-SALES-VALUE
           .

       57-WRITE-SALES-LINE.
      *    THE RESERVED QUANTITY RIDES AS THE PROJECTED QUANTITY, SO
      *    THE SALES REPORT SHOWS HOW MUCH OF WHAT WAS PROMISED
      *    ACTUALLY WENT OUT
           MOVE SPACES TO RAW-SALES-RECORD
           MOVE CB-CUST-ID TO RS-CUST-ID
           MOVE CB-SALES-CUST-NAME TO RS-CUST-NAME
           MOVE CB-COSTUME-ID TO RS-PROD-ID
           MOVE CB-SALES-COSTUME-NAME TO RS-PROD-NAME
           MOVE CB-SALES-UNITS TO RS-QTY-SOLD
           MOVE CB-ALLOCATED-UNITS TO RS-PROJ-QTY-SOLD
           MOVE 'S' TO RS-TRANS-TYPE
           MOVE CB-SALESPERSON-ID TO RS-SALESPERSON-ID

           IF CB-SALES-UNITS > 0
               DIVIDE CB-SALES-VALUE BY CB-SALES-UNITS
                   GIVING RS-COST-PER-ITEM ROUNDED
           ELSE
               MOVE ZEROES TO RS-COST-PER-ITEM
           END-IF

           WRITE RAW-SALES-RECORD
           ADD 1 TO FC-SALES-LINES
           .

       58-PRINT-SLIP-TOTAL.
           MOVE CB-SLIP-UNITS TO STL-SLIP-UNITS
           MOVE SLIP-TOTAL-LINE TO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD
               AFTER ADVANCING 2 LINES
           .

       59-WRITE-SHIP-TO-LINE.
           MOVE SLIP-SHIP-TO-LINE TO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD
               AFTER ADVANCING 1 LINES
           .

       70-REWRITE-ALLOCATIONS.
      *    A FULLY SHIPPED RESERVATION DROPS OFF; A PARTIAL ONE IS
      *    WRITTEN BACK WITH ONLY THE UNSHIPPED REMAINDER
           OPEN OUTPUT OPEN-ALLOCATION-FILE

           PERFORM VARYING ALLOC-TBL-INDEX FROM 1 BY 1
               UNTIL ALLOC-TBL-INDEX > AT-NUM-ENTRIES

               IF AT-QUANTITY(ALLOC-TBL-INDEX) > 0
                   MOVE ALLOC-TBL-LINE(ALLOC-TBL-INDEX) TO
                           OPEN-ALLOCATION-RECORD
                   WRITE OPEN-ALLOCATION-RECORD
               END-IF
           END-PERFORM

           CLOSE OPEN-ALLOCATION-FILE
           .

       100-WRAP-UP.
           MOVE FC-SHIPPED-LINES TO SHT-SHIPPED-LINES
           MOVE FC-SHIPPED-UNITS TO SHT-SHIPPED-UNITS
           MOVE SHORTAGE-TOTAL-LINE TO SHORTAGE-LIST-RECORD
           WRITE SHORTAGE-LIST-RECORD
               AFTER ADVANCING 2 LINES

           MOVE FC-SHORT-LINES TO SHT-SHORT-LINES
           MOVE FC-SHORT-UNITS TO SHT-SHORT-UNITS
           MOVE SHORTAGE-TOTAL-LINE-TWO TO SHORTAGE-LIST-RECORD
           WRITE SHORTAGE-LIST-RECORD
               AFTER ADVANCING 1 LINES

           MOVE FC-SLIP-COUNT TO SHT-SLIP-COUNT
           MOVE FC-SALES-LINES TO SHT-SALES-LINES
           MOVE SHORTAGE-TOTAL-LINE-THREE TO SHORTAGE-LIST-RECORD
           WRITE SHORTAGE-LIST-RECORD
               AFTER ADVANCING 1 LINES

           CLOSE SHIP-CONFIRM-FILE, SHORTAGE-LIST-FILE

           GOBACK
           .
