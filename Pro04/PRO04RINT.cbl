       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO04RINT.
       AUTHOR. TIM J.
      ****************************************************************
      * This program is the nightly referential integrity sweep of
      * the costume satellite files.  Every key on every satellite
      * file is checked against the merged costume master and the
      * vendor, warehouse and ship-relationship masters, so a
      * record left behind by a deleted vendor, a closed warehouse
      * or a dropped costume slot is reported instead of quietly
      * skewing the reports that read it.  The reverse case is
      * checked as well -- every active slot on the merged master
      * must have a cost record and a bin location

      ***************
      * INPUTS:
      *    The MERGED INVENTORY FILE is the master built by PRO04
      *
      *    The VENDOR MASTER, WAREHOUSE MASTER and SHIP REL MASTER
      *    FILES hold the valid vendors, warehouses and the vendor/
      *    warehouse pairs that ship to each other.  A master not on
      *    hand has its check skipped, with a note on the report
      *
      *    The satellite files swept, each optional:
      *        OPEN ALLOCATIONS      vendor/warehouse/costume/slot
      *        COSTUME LOCATIONS     warehouse/vendor/costume/slot
      *        COSTUME COST MASTER   vendor/costume/slot
      *        MOVEMENT DATES        vendor/warehouse/costume/slot
      *        OPEN PO               vendor/warehouse/costume name
      *        TRANSFER ORDERS       from and to vendor/warehouse,
      *                              costume name on the from side
      *        DISCONTINUED SKUS     vendor/warehouse/costume/slot
      *        DEMAND HISTORY        vendor/warehouse/costume/slot

      * *******
      * OUTPUTS:
      *    The ORPHAN REPORT FILE lists, file by file, every record
      *    whose key fails a check with the reason it failed and a
      *    count per file, then the active slots with no cost record
      *    or no bin location, then the total orphan count
      *
      *    The ORPHAN COUNT HISTORY FILE gets one record per run:
      *    the run date, the total orphans and the count per file,
      *    read back by PROBATCH for the operations summary

      ****************
      * CALCULATIONS:
      *    A KEY IS AN ORPHAN WHEN, IN THIS ORDER, ITS VENDOR IS NOT
      *    ON THE VENDOR MASTER, ITS WAREHOUSE IS NOT ON THE
      *    WAREHOUSE MASTER, THE VENDOR DOES NOT SHIP TO THAT
      *    WAREHOUSE, THE SLOT NUMBER IS NOT 01-12, NO MERGED RECORD
      *    CARRIES THE COSTUME, OR THE SLOT ON IT IS EMPTY
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MERGED-INVENTORY-FILE
               ASSIGN TO 'MERGED-INVENTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGED-STATUS.

           SELECT VENDOR-MASTER-FILE
               ASSIGN TO 'VENDOR-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDOR-MASTER-STATUS.

           SELECT WAREHOUSE-MASTER-FILE
               ASSIGN TO 'WAREHOUSE-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAREHOUSE-MASTER-STATUS.

           SELECT SHIP-REL-FILE
               ASSIGN TO 'SHIP-REL-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHIP-REL-STATUS.

      *    THE SATELLITE FILES -- ANY OF THEM MAY BE ABSENT ON A
      *    SITE THAT DOESN'T RUN THE PROGRAM THAT KEEPS IT
           SELECT OPEN-ALLOCATION-FILE
               ASSIGN TO 'OPEN-ALLOCATIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALLOCATION-STATUS.

           SELECT COSTUME-LOCATION-FILE
               ASSIGN TO 'COSTUME-LOCATIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-STATUS.

           SELECT COST-MASTER-FILE
               ASSIGN TO 'COSTUME-COST-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-MASTER-STATUS.

           SELECT MOVEMENT-DATE-FILE
               ASSIGN TO 'MOVEMENT-DATES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVE-DATE-STATUS.

           SELECT OPEN-PO-FILE
               ASSIGN TO 'OPEN-PO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-PO-STATUS.

           SELECT TRANSFER-ORDER-FILE
               ASSIGN TO 'TRANSFER-ORDERS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XFER-ORDER-STATUS.

           SELECT DISCONTINUED-SKU-FILE
               ASSIGN TO 'DISCONTINUED-SKUS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISC-SKU-STATUS.

           SELECT DEMAND-HISTORY-FILE
               ASSIGN TO 'DEMAND-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEMAND-STATUS.

           SELECT ORPHAN-REPORT-FILE
               ASSIGN TO PRINTER 'ORPHAN-REPORT.TXT'.

      *    ONE RECORD PER SWEEP, READ BACK BY PROBATCH FOR THE
      *    NIGHTLY OPERATIONS SUMMARY
           SELECT OPTIONAL ORPHAN-HISTORY-FILE
               ASSIGN TO 'ORPHAN-COUNT-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 24 CHARACTERS.

       01 VENDOR-MASTER-RECORD.
           05 VM-VENDOR-ID             PIC X(4).
           05 VM-VENDOR-NAME           PIC X(20).

       FD WAREHOUSE-MASTER-FILE
           RECORD CONTAINS 23 CHARACTERS.

       01 WAREHOUSE-MASTER-RECORD.
           05 WM-WAREHOUSE-ID          PIC X(3).
           05 WM-WAREHOUSE-NAME        PIC X(20).

       FD SHIP-REL-FILE
           RECORD CONTAINS 7 CHARACTERS.

       01 SHIP-REL-RECORD.
           05 SRM-VENDOR-ID            PIC X(4).
           05 SRM-WAREHOUSE-ID         PIC X(3).

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

       FD MOVEMENT-DATE-FILE
           RECORD CONTAINS 18 CHARACTERS.

       01 MOVEMENT-DATE-RECORD.
           05 MD-VENDOR-ID             PIC X(4).
           05 MD-WAREHOUSE-ID          PIC X(3).
           05 MD-COSTUME-ID            PIC X(3).
           05 MD-SLOT-NUM              PIC 99.
           05 MD-MOVE-DATE             PIC X(6).

       FD OPEN-PO-FILE
           RECORD CONTAINS 46 CHARACTERS.

       01 OPEN-PO-RECORD.
           05 OP-PO-NUMBER             PIC X(10).
           05 OP-VENDOR-ID             PIC X(4).
           05 OP-WAREHOUSE-ID          PIC X(3).
           05 OP-COSTUME-NAME          PIC X(9).
           05 OP-QTY-ORDERED           PIC 9(4).
           05 OP-ORDER-DATE            PIC X(6).
           05 OP-EXPECTED-DATE         PIC X(6).
           05 OP-UNIT-COST             PIC 99V99.

       FD TRANSFER-ORDER-FILE
           RECORD CONTAINS 38 CHARACTERS.

       01 TRANSFER-ORDER-RECORD.
           05 TO-ORDER-NUM             PIC 9(5).
           05 TO-COSTUME-NAME          PIC X(9).
           05 TO-FROM-VENDOR-ID        PIC X(4).
           05 TO-FROM-WAREHOUSE-ID     PIC X(3).
           05 TO-TO-VENDOR-ID          PIC X(4).
           05 TO-TO-WAREHOUSE-ID       PIC X(3).
           05 TO-QUANTITY              PIC 9(3).
           05 TO-ORDER-STATUS          PIC X.
           05 TO-RELEASE-DATE          PIC X(6).

       FD DISCONTINUED-SKU-FILE
           RECORD CONTAINS 19 CHARACTERS.

       01 DISCONTINUED-SKU-RECORD.
           05 DS-VENDOR-ID             PIC X(4).
           05 DS-WAREHOUSE-ID          PIC X(3).
           05 DS-COSTUME-ID            PIC X(3).
           05 DS-SLOT-NUM              PIC 99.
           05 DS-SELLDOWN-FLAG         PIC X.
           05 DS-DISC-DATE             PIC X(6).

       FD DEMAND-HISTORY-FILE
           RECORD CONTAINS 19 CHARACTERS.

       01 DEMAND-HISTORY-RECORD.
           05 DH-VENDOR-ID             PIC X(4).
           05 DH-WAREHOUSE-ID          PIC X(3).
           05 DH-COSTUME-ID            PIC X(3).
           05 DH-SLOT-NUM              PIC 99.
           05 DH-MONTH                 PIC X(4).
           05 DH-UNITS                 PIC 9(3).

       FD ORPHAN-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 ORPHAN-REPORT-RECORD         PIC X(80).

       FD ORPHAN-HISTORY-FILE
           RECORD CONTAINS 62 CHARACTERS.

       01 ORPHAN-HISTORY-RECORD.
           05 OH-RUN-DATE              PIC X(6).
           05 OH-TOTAL-ORPHANS         PIC 9(6).
           05 OH-FILE-COUNT            PIC 9(5)    OCCURS 10 TIMES.


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG                 PIC X           VALUE 'F'.
           05 SUB                      PIC 99.
           05 MASTER-SUB               PIC 9(4).
           05 VENDOR-SUB               PIC 9(4).
           05 WAREHOUSE-SUB            PIC 9(4).
           05 SHIP-REL-SUB             PIC 9(4).
           05 COST-SUB                 PIC 9(4).
           05 LOCATION-SUB             PIC 9(4).
           05 FILE-SUB                 PIC 99.
           05 MERGED-STATUS            PIC XX.
               88 MERGED-FOUND         VALUE '00'.
           05 VENDOR-MASTER-STATUS     PIC XX.
               88 VENDOR-MASTER-FOUND  VALUE '00'.
           05 WAREHOUSE-MASTER-STATUS  PIC XX.
               88 WAREHOUSE-MASTER-FOUND VALUE '00'.
           05 SHIP-REL-STATUS          PIC XX.
               88 SHIP-REL-FOUND       VALUE '00'.
           05 ALLOCATION-STATUS        PIC XX.
               88 ALLOCATION-FOUND     VALUE '00'.
           05 LOCATION-STATUS          PIC XX.
               88 LOCATION-FOUND       VALUE '00'.
           05 COST-MASTER-STATUS       PIC XX.
               88 COST-MASTER-FOUND    VALUE '00'.
           05 MOVE-DATE-STATUS         PIC XX.
               88 MOVE-DATE-FOUND      VALUE '00'.
           05 OPEN-PO-STATUS           PIC XX.
               88 OPEN-PO-FOUND        VALUE '00'.
           05 XFER-ORDER-STATUS        PIC XX.
               88 XFER-ORDER-FOUND     VALUE '00'.
           05 DISC-SKU-STATUS          PIC XX.
               88 DISC-SKU-FOUND       VALUE '00'.
           05 DEMAND-STATUS            PIC XX.
               88 DEMAND-FOUND         VALUE '00'.
           05 LOAD-EOF-SW              PIC X           VALUE 'N'.
               88 LOAD-DONE            VALUE 'Y'.
           05 VENDOR-CHECK-SW          PIC X           VALUE 'N'.
               88 VENDOR-CHECK-ON      VALUE 'Y'.
           05 WAREHOUSE-CHECK-SW       PIC X           VALUE 'N'.
               88 WAREHOUSE-CHECK-ON   VALUE 'Y'.
           05 SHIP-REL-CHECK-SW        PIC X           VALUE 'N'.
               88 SHIP-REL-CHECK-ON    VALUE 'Y'.
           05 COST-CHECK-SW            PIC X           VALUE 'N'.
               88 COST-CHECK-ON        VALUE 'Y'.
           05 LOCATION-CHECK-SW        PIC X           VALUE 'N'.
               88 LOCATION-CHECK-ON    VALUE 'Y'.
           05 MATCH-SW                 PIC X           VALUE 'N'.
               88 MATCH-FOUND          VALUE 'Y'.
           05 KEY-MATCH-SW             PIC X           VALUE 'N'.
               88 KEY-MATCHED          VALUE 'Y'.

       01 HOLD-FIELDS.
           05 HF-VENDOR-ID             PIC X(4).
           05 HF-WAREHOUSE-ID          PIC X(3).
           05 HF-COSTUME-ID            PIC X(3).
           05 HF-SLOT-NUM              PIC 99.
           05 HF-COSTUME-NAME          PIC X(9).
           05 HF-REASON                PIC X(32).
           05 HF-KEY-TEXT              PIC X(34).

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 WS-RUN-DATE                  PIC X(6).

      *    THE TEN COUNTS CARRIED TO THE HISTORY FILE -- THE EIGHT
      *    SATELLITE FILES, THEN THE TWO REVERSE CHECKS
       01 ORPHAN-FILE-NAMES.
           05                          PIC X(30)       VALUE
                   'OPEN-ALLOCATIONS.TXT'.
           05                          PIC X(30)       VALUE
                   'COSTUME-LOCATIONS.TXT'.
           05                          PIC X(30)       VALUE
                   'COSTUME-COST-MASTER.TXT'.
           05                          PIC X(30)       VALUE
                   'MOVEMENT-DATES.TXT'.
           05                          PIC X(30)       VALUE
                   'OPEN-PO.TXT'.
           05                          PIC X(30)       VALUE
                   'TRANSFER-ORDERS.TXT'.
           05                          PIC X(30)       VALUE
                   'DISCONTINUED-SKUS.TXT'.
           05                          PIC X(30)       VALUE
                   'DEMAND-HISTORY.TXT'.
           05                          PIC X(30)       VALUE
                   'ACTIVE SLOTS WITH NO COST'.
           05                          PIC X(30)       VALUE
                   'ACTIVE SLOTS WITH NO BIN'.

       01 ORPHAN-FILE-NAME-TABLE REDEFINES ORPHAN-FILE-NAMES.
           05 OF-FILE-NAME             PIC X(30)       OCCURS 10 TIMES.

       01 ORPHAN-COUNTS.
           05 OC-FILE-COUNT            PIC 9(5)        OCCURS 10 TIMES.
           05 OC-TOTAL-ORPHANS         PIC 9(6)        VALUE 0.

       01 MASTER-TABLE-AREA.
           05 MT-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 MASTER-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON MT-NUM-ENTRIES.
               10 MT-VENDOR-ID         PIC X(4).
               10 MT-WAREHOUSE-ID      PIC X(3).
               10 MT-COSTUME-ID        PIC X(3).
               10 MT-SLOT-NAME         PIC X(9)        OCCURS 12 TIMES.

       01 VENDOR-TABLE-AREA.
           05 VT-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 VENDOR-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON VT-NUM-ENTRIES.
               10 VT-VENDOR-ID         PIC X(4).

       01 WAREHOUSE-TABLE-AREA.
           05 WT-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 WAREHOUSE-TBL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON WT-NUM-ENTRIES.
               10 WT-WAREHOUSE-ID      PIC X(3).

       01 SHIP-REL-TABLE-AREA.
           05 ST-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 SHIP-REL-TBL-LINE OCCURS 1 TO 1000 TIMES
               DEPENDING ON ST-NUM-ENTRIES.
               10 ST-VENDOR-ID         PIC X(4).
               10 ST-WAREHOUSE-ID      PIC X(3).

       01 COST-TABLE-AREA.
           05 CT-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 COST-TBL-LINE OCCURS 1 TO 5000 TIMES
               DEPENDING ON CT-NUM-ENTRIES.
               10 CT-VENDOR-ID         PIC X(4).
               10 CT-COSTUME-ID        PIC X(3).
               10 CT-SLOT-NUM          PIC 99.

       01 LOCATION-TABLE-AREA.
           05 LT-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 LOCATION-TBL-LINE OCCURS 1 TO 5000 TIMES
               DEPENDING ON LT-NUM-ENTRIES.
               10 LT-WAREHOUSE-ID      PIC X(3).
               10 LT-VENDOR-ID         PIC X(4).
               10 LT-COSTUME-ID        PIC X(3).
               10 LT-SLOT-NUM          PIC 99.


      **************        OUTPUT AREA        ********************

       01 ORPHAN-HEADING-ONE.
           05 FILLER                   PIC X(22)       VALUE SPACES.
           05                          PIC X(36)       VALUE
                   'REFERENTIAL INTEGRITY ORPHAN REPORT'.
           05 FILLER                   PIC X(22)       VALUE SPACES.

       01 ORPHAN-HEADING-TWO.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05 OH2-MONTH                PIC 99.
           05                          PIC X           VALUE '/'.
           05 OH2-DAY                  PIC 99.
           05                          PIC X           VALUE '/'.
           05 OH2-YEAR                 PIC 9(2).
           05 FILLER                   PIC X(54)       VALUE SPACES.
           05                          PIC XXX         VALUE 'TWJ'.
           05 FILLER                   PIC X(7)        VALUE SPACES.

       01 NO-MASTER-LINE.
           05                          PIC X(50)       VALUE
               'MERGED-INVENTORY.TXT NOT ON HAND - SWEEP NOT RUN'.
           05 FILLER                   PIC X(30)       VALUE SPACES.

       01 SKIPPED-CHECK-LINE.
           05 SCL-MASTER-NAME          PIC X(21).
           05                          PIC X(40)       VALUE
                   'NOT ON HAND - CHECKS AGAINST IT SKIPPED'.
           05 FILLER                   PIC X(19)       VALUE SPACES.

       01 FILE-SECTION-HEADING.
           05                          PIC X(6)        VALUE 'FILE: '.
           05 FSH-FILE-NAME            PIC X(30).
           05 FILLER                   PIC X(44)       VALUE SPACES.

       01 ORPHAN-COLUMN-HEADING.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05                          PIC X(30)       VALUE
                   'KEY'.
           05 FILLER                   PIC X(6)        VALUE SPACES.
           05                          PIC X(32)       VALUE
                   'PROBLEM'.
           05 FILLER                   PIC X(8)        VALUE SPACES.

       01 ORPHAN-DETAIL-LINE.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05 ODL-KEY-TEXT             PIC X(34).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 ODL-REASON               PIC X(32).
           05 FILLER                   PIC X(8)        VALUE SPACES.

       01 FILE-TOTAL-LINE.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05                          PIC X(18)       VALUE
                   'ORPHANS IN FILE: '.
           05 FTL-COUNT                PIC ZZ,ZZ9.
           05 FILLER                   PIC X(52)       VALUE SPACES.

       01 FILE-ABSENT-LINE.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05                          PIC X(30)       VALUE
                   'FILE NOT ON HAND - NOT CHECKED'.
           05 FILLER                   PIC X(46)       VALUE SPACES.

       01 ORPHAN-TOTAL-LINE.
           05                          PIC X(22)       VALUE
                   'TOTAL ORPHANS FOUND: '.
           05 OTL-TOTAL                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(51)       VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 15-HOUSEKEEPING
           PERFORM 21-LOAD-MASTER-TABLE

      *    WITHOUT THE MERGED MASTER EVERY KEY WOULD LOOK LIKE AN
      *    ORPHAN, SO THE SWEEP STOPS AND NO COUNTS ARE SAVED
           IF NOT MERGED-FOUND
               WRITE ORPHAN-REPORT-RECORD FROM NO-MASTER-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE ORPHAN-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 22-LOAD-VENDOR-TABLE
           PERFORM 23-LOAD-WAREHOUSE-TABLE
           PERFORM 24-LOAD-SHIP-REL-TABLE
           PERFORM 25-LOAD-COST-TABLE
           PERFORM 26-LOAD-LOCATION-TABLE
           PERFORM 27-NOTE-SKIPPED-CHECKS
           PERFORM 31-CHECK-ALLOCATIONS
           PERFORM 32-CHECK-LOCATIONS
           PERFORM 33-CHECK-COST-RECORDS
           PERFORM 34-CHECK-MOVEMENT-DATES
           PERFORM 35-CHECK-OPEN-POS
           PERFORM 36-CHECK-TRANSFER-ORDERS
           PERFORM 37-CHECK-DISCONTINUED-SKUS
           PERFORM 38-CHECK-DEMAND-HISTORY
           PERFORM 39-CHECK-ACTIVE-SLOTS
           PERFORM 100-WRAP-UP
           .

       15-HOUSEKEEPING.
           OPEN OUTPUT ORPHAN-REPORT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-DATE TO WS-RUN-DATE
           MOVE WS-MONTH TO OH2-MONTH
           MOVE WS-DAY TO OH2-DAY
           MOVE WS-YEAR TO OH2-YEAR

           PERFORM VARYING FILE-SUB FROM 1 BY 1
               UNTIL FILE-SUB > 10
               MOVE 0 TO OC-FILE-COUNT(FILE-SUB)
           END-PERFORM

           WRITE ORPHAN-REPORT-RECORD FROM ORPHAN-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE ORPHAN-HEADING-TWO TO ORPHAN-REPORT-RECORD
           WRITE ORPHAN-REPORT-RECORD
               AFTER ADVANCING 1 LINES
           .

       21-LOAD-MASTER-TABLE.
           OPEN INPUT MERGED-INVENTORY-FILE

           IF MERGED-FOUND
               PERFORM UNTIL EOF-FLAG = 'T'
                   READ MERGED-INVENTORY-FILE
                       AT END
                           MOVE 'T' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO MT-NUM-ENTRIES
                           MOVE IR-VENDOR-ID TO
                                   MT-VENDOR-ID(MT-NUM-ENTRIES)
                           MOVE IR-WAREHOUSE-ID TO
                                   MT-WAREHOUSE-ID(MT-NUM-ENTRIES)
                           MOVE IR-COSTUME-ID TO
                                   MT-COSTUME-ID(MT-NUM-ENTRIES)

      *                    AN EMPTY SLOT IS HELD AS SPACES, SO ONLY A
      *                    SLOT WITH DATA ON IT COUNTS AS ACTIVE
                           PERFORM VARYING SUB FROM 1 BY 1
                               UNTIL SUB > 12
                               IF IR-COSTUME-DATA(SUB) = SPACES
                                   MOVE SPACES TO
                                       MT-SLOT-NAME(MT-NUM-ENTRIES, SUB)
                               ELSE
                                   MOVE IR-COSTUME-NAME(SUB) TO
                                       MT-SLOT-NAME(MT-NUM-ENTRIES, SUB)
                                   IF MT-SLOT-NAME(MT-NUM-ENTRIES, SUB)
                                           = SPACES
                                       MOVE '?' TO MT-SLOT-NAME
                                           (MT-NUM-ENTRIES, SUB)
                                   END-IF
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM

               CLOSE MERGED-INVENTORY-FILE
           END-IF
           .

       22-LOAD-VENDOR-TABLE.
           OPEN INPUT VENDOR-MASTER-FILE

           IF VENDOR-MASTER-FOUND
               SET VENDOR-CHECK-ON TO TRUE
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ VENDOR-MASTER-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO VT-NUM-ENTRIES
                           MOVE VM-VENDOR-ID TO
                                   VT-VENDOR-ID(VT-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE VENDOR-MASTER-FILE
           END-IF
           .

       23-LOAD-WAREHOUSE-TABLE.
           OPEN INPUT WAREHOUSE-MASTER-FILE

           IF WAREHOUSE-MASTER-FOUND
               SET WAREHOUSE-CHECK-ON TO TRUE
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ WAREHOUSE-MASTER-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO WT-NUM-ENTRIES
                           MOVE WM-WAREHOUSE-ID TO
                                   WT-WAREHOUSE-ID(WT-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE WAREHOUSE-MASTER-FILE
           END-IF
           .

       24-LOAD-SHIP-REL-TABLE.
           OPEN INPUT SHIP-REL-FILE

           IF SHIP-REL-FOUND
               SET SHIP-REL-CHECK-ON TO TRUE
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ SHIP-REL-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO ST-NUM-ENTRIES
                           MOVE SRM-VENDOR-ID TO
                                   ST-VENDOR-ID(ST-NUM-ENTRIES)
                           MOVE SRM-WAREHOUSE-ID TO
                                   ST-WAREHOUSE-ID(ST-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE SHIP-REL-FILE
           END-IF
           .

       25-LOAD-COST-TABLE.
      *    HELD FOR THE ACTIVE-SLOT CHECK IN 39; THE COST RECORDS'
      *    OWN KEYS ARE SWEPT FROM THIS TABLE IN 33
           OPEN INPUT COST-MASTER-FILE

           IF COST-MASTER-FOUND
               SET COST-CHECK-ON TO TRUE
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ COST-MASTER-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO CT-NUM-ENTRIES
                           MOVE CC-VENDOR-ID TO
                                   CT-VENDOR-ID(CT-NUM-ENTRIES)
                           MOVE CC-COSTUME-ID TO
                                   CT-COSTUME-ID(CT-NUM-ENTRIES)
                           MOVE CC-SLOT-NUM TO
                                   CT-SLOT-NUM(CT-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE COST-MASTER-FILE
           END-IF
           .

       26-LOAD-LOCATION-TABLE.
      *    SAME AS 25, FOR THE BIN LOCATIONS
           OPEN INPUT COSTUME-LOCATION-FILE

           IF LOCATION-FOUND
               SET LOCATION-CHECK-ON TO TRUE
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ COSTUME-LOCATION-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO LT-NUM-ENTRIES
                           MOVE CL-WAREHOUSE-ID TO
                                   LT-WAREHOUSE-ID(LT-NUM-ENTRIES)
                           MOVE CL-VENDOR-ID TO
                                   LT-VENDOR-ID(LT-NUM-ENTRIES)
                           MOVE CL-COSTUME-ID TO
                                   LT-COSTUME-ID(LT-NUM-ENTRIES)
                           MOVE CL-SLOT-NUM TO
                                   LT-SLOT-NUM(LT-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE COSTUME-LOCATION-FILE
           END-IF
           .

       27-NOTE-SKIPPED-CHECKS.
      *    A MISSING MASTER WOULD OTHERWISE TURN EVERY KEY ON EVERY
      *    FILE INTO AN ORPHAN, SO ITS CHECK IS DROPPED AND SAID SO
           IF NOT VENDOR-CHECK-ON
               MOVE 'VENDOR-MASTER.TXT' TO SCL-MASTER-NAME
               WRITE ORPHAN-REPORT-RECORD FROM SKIPPED-CHECK-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           IF NOT WAREHOUSE-CHECK-ON
               MOVE 'WAREHOUSE-MASTER.TXT' TO SCL-MASTER-NAME
               WRITE ORPHAN-REPORT-RECORD FROM SKIPPED-CHECK-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           IF NOT SHIP-REL-CHECK-ON
               MOVE 'SHIP-REL-MASTER.TXT' TO SCL-MASTER-NAME
               WRITE ORPHAN-REPORT-RECORD FROM SKIPPED-CHECK-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           .

       31-CHECK-ALLOCATIONS.
           MOVE 1 TO FILE-SUB
           PERFORM 45-START-FILE-SECTION
           OPEN INPUT OPEN-ALLOCATION-FILE

           IF ALLOCATION-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ OPEN-ALLOCATION-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           MOVE OA-VENDOR-ID TO HF-VENDOR-ID
                           MOVE OA-WAREHOUSE-ID TO HF-WAREHOUSE-ID
                           MOVE OA-COSTUME-ID TO HF-COSTUME-ID
                           MOVE OA-SLOT-NUM TO HF-SLOT-NUM
                           PERFORM 40-CHECK-SLOT-KEY
                           PERFORM 47-WRITE-SLOT-ORPHAN
                   END-READ
               END-PERFORM

               CLOSE OPEN-ALLOCATION-FILE
               PERFORM 48-END-FILE-SECTION
           ELSE
               PERFORM 49-FILE-NOT-ON-HAND
           END-IF
           .

       32-CHECK-LOCATIONS.
           MOVE 2 TO FILE-SUB
           PERFORM 45-START-FILE-SECTION

           IF LOCATION-CHECK-ON
               PERFORM VARYING LOCATION-SUB FROM 1 BY 1
                   UNTIL LOCATION-SUB > LT-NUM-ENTRIES
                   MOVE LT-VENDOR-ID(LOCATION-SUB) TO HF-VENDOR-ID
                   MOVE LT-WAREHOUSE-ID(LOCATION-SUB) TO
                           HF-WAREHOUSE-ID
                   MOVE LT-COSTUME-ID(LOCATION-SUB) TO HF-COSTUME-ID
                   MOVE LT-SLOT-NUM(LOCATION-SUB) TO HF-SLOT-NUM
                   PERFORM 40-CHECK-SLOT-KEY
                   PERFORM 47-WRITE-SLOT-ORPHAN
               END-PERFORM

               PERFORM 48-END-FILE-SECTION
           ELSE
               PERFORM 49-FILE-NOT-ON-HAND
           END-IF
           .

       33-CHECK-COST-RECORDS.
      *    A COST RECORD CARRIES NO WAREHOUSE -- IT IS GOOD WHEN ANY
      *    OF THE VENDOR'S WAREHOUSES CARRIES THE COSTUME IN THAT
      *    SLOT, SO THE WAREHOUSE GOES IN BLANK
           MOVE 3 TO FILE-SUB
           PERFORM 45-START-FILE-SECTION

           IF COST-CHECK-ON
               PERFORM VARYING COST-SUB FROM 1 BY 1
                   UNTIL COST-SUB > CT-NUM-ENTRIES
                   MOVE CT-VENDOR-ID(COST-SUB) TO HF-VENDOR-ID
                   MOVE SPACES TO HF-WAREHOUSE-ID
                   MOVE CT-COSTUME-ID(COST-SUB) TO HF-COSTUME-ID
                   MOVE CT-SLOT-NUM(COST-SUB) TO HF-SLOT-NUM
                   PERFORM 40-CHECK-SLOT-KEY
                   PERFORM 47-WRITE-SLOT-ORPHAN
               END-PERFORM

               PERFORM 48-END-FILE-SECTION
           ELSE
               PERFORM 49-FILE-NOT-ON-HAND
           END-IF
           .

       34-CHECK-MOVEMENT-DATES.
           MOVE 4 TO FILE-SUB
           PERFORM 45-START-FILE-SECTION
           OPEN INPUT MOVEMENT-DATE-FILE

           IF MOVE-DATE-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ MOVEMENT-DATE-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           MOVE MD-VENDOR-ID TO HF-VENDOR-ID
                           MOVE MD-WAREHOUSE-ID TO HF-WAREHOUSE-ID
                           MOVE MD-COSTUME-ID TO HF-COSTUME-ID
                           MOVE MD-SLOT-NUM TO HF-SLOT-NUM
                           PERFORM 40-CHECK-SLOT-KEY
                           PERFORM 47-WRITE-SLOT-ORPHAN
                   END-READ
               END-PERFORM

               CLOSE MOVEMENT-DATE-FILE
               PERFORM 48-END-FILE-SECTION
           ELSE
               PERFORM 49-FILE-NOT-ON-HAND
           END-IF
           .

       35-CHECK-OPEN-POS.
      *    A PO LINE IS KEYED BY COSTUME NAME, NOT SLOT, THE SAME WAY
      *    PRO04RECV MATCHES IT TO THE MASTER AT RECEIPT
           MOVE 5 TO FILE-SUB
           PERFORM 45-START-FILE-SECTION
           OPEN INPUT OPEN-PO-FILE

           IF OPEN-PO-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ OPEN-PO-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           MOVE OP-VENDOR-ID TO HF-VENDOR-ID
                           MOVE OP-WAREHOUSE-ID TO HF-WAREHOUSE-ID
                           MOVE OP-COSTUME-NAME TO HF-COSTUME-NAME
                           PERFORM 41-CHECK-NAME-KEY

                           IF HF-REASON NOT = SPACES
                               MOVE SPACES TO HF-KEY-TEXT
                               STRING 'PO ' OP-PO-NUMBER ' '
                                       OP-VENDOR-ID '/'
                                       OP-WAREHOUSE-ID '/'
                                       OP-COSTUME-NAME
                                       DELIMITED BY SIZE
                                   INTO HF-KEY-TEXT
                               END-STRING
                               PERFORM 46-WRITE-ORPHAN-LINE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE OPEN-PO-FILE
               PERFORM 48-END-FILE-SECTION
           ELSE
               PERFORM 49-FILE-NOT-ON-HAND
           END-IF
           .

       36-CHECK-TRANSFER-ORDERS.
      *    THE COSTUME MUST BE ON THE SHIPPING SIDE'S MASTER; THE
      *    RECEIVING SIDE NEED ONLY BE A VALID VENDOR/WAREHOUSE,
      *    SINCE A TRANSFER CAN OPEN A NEW SLOT THERE
           MOVE 6 TO FILE-SUB
           PERFORM 45-START-FILE-SECTION
           OPEN INPUT TRANSFER-ORDER-FILE

           IF XFER-ORDER-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ TRANSFER-ORDER-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           MOVE TO-FROM-VENDOR-ID TO HF-VENDOR-ID
                           MOVE TO-FROM-WAREHOUSE-ID TO
                                   HF-WAREHOUSE-ID
                           MOVE TO-COSTUME-NAME TO HF-COSTUME-NAME
                           PERFORM 41-CHECK-NAME-KEY

                           IF HF-REASON NOT = SPACES
                               MOVE SPACES TO HF-KEY-TEXT
                               STRING 'XFER ' TO-ORDER-NUM ' FROM '
                                       TO-FROM-VENDOR-ID '/'
                                       TO-FROM-WAREHOUSE-ID ' '
                                       TO-COSTUME-NAME
                                       DELIMITED BY SIZE
                                   INTO HF-KEY-TEXT
                               END-STRING
                               PERFORM 46-WRITE-ORPHAN-LINE
                           ELSE
                               MOVE TO-TO-VENDOR-ID TO HF-VENDOR-ID
                               MOVE TO-TO-WAREHOUSE-ID TO
                                       HF-WAREHOUSE-ID
                               PERFORM 42-CHECK-VENDOR-WAREHOUSE

                               IF HF-REASON NOT = SPACES
                                   MOVE SPACES TO HF-KEY-TEXT
                                   STRING 'XFER ' TO-ORDER-NUM ' TO '
                                           TO-TO-VENDOR-ID '/'
                                           TO-TO-WAREHOUSE-ID ' '
                                           TO-COSTUME-NAME
                                           DELIMITED BY SIZE
                                       INTO HF-KEY-TEXT
                                   END-STRING
                                   PERFORM 46-WRITE-ORPHAN-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE TRANSFER-ORDER-FILE
               PERFORM 48-END-FILE-SECTION
           ELSE
               PERFORM 49-FILE-NOT-ON-HAND
           END-IF
           .

       37-CHECK-DISCONTINUED-SKUS.
           MOVE 7 TO FILE-SUB
           PERFORM 45-START-FILE-SECTION
           OPEN INPUT DISCONTINUED-SKU-FILE

           IF DISC-SKU-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ DISCONTINUED-SKU-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           MOVE DS-VENDOR-ID TO HF-VENDOR-ID
                           MOVE DS-WAREHOUSE-ID TO HF-WAREHOUSE-ID
                           MOVE DS-COSTUME-ID TO HF-COSTUME-ID
                           MOVE DS-SLOT-NUM TO HF-SLOT-NUM
                           PERFORM 40-CHECK-SLOT-KEY
                           PERFORM 47-WRITE-SLOT-ORPHAN
                   END-READ
               END-PERFORM

               CLOSE DISCONTINUED-SKU-FILE
               PERFORM 48-END-FILE-SECTION
           ELSE
               PERFORM 49-FILE-NOT-ON-HAND
           END-IF
           .

       38-CHECK-DEMAND-HISTORY.
           MOVE 8 TO FILE-SUB
           PERFORM 45-START-FILE-SECTION
           OPEN INPUT DEMAND-HISTORY-FILE

           IF DEMAND-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ DEMAND-HISTORY-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           MOVE DH-VENDOR-ID TO HF-VENDOR-ID
                           MOVE DH-WAREHOUSE-ID TO HF-WAREHOUSE-ID
                           MOVE DH-COSTUME-ID TO HF-COSTUME-ID
                           MOVE DH-SLOT-NUM TO HF-SLOT-NUM
                           PERFORM 40-CHECK-SLOT-KEY
                           PERFORM 47-WRITE-SLOT-ORPHAN
                   END-READ
               END-PERFORM

               CLOSE DEMAND-HISTORY-FILE
               PERFORM 48-END-FILE-SECTION
           ELSE
               PERFORM 49-FILE-NOT-ON-HAND
           END-IF
           .

       39-CHECK-ACTIVE-SLOTS.
      *    THE REVERSE CASE -- EVERY ACTIVE SLOT ON THE MASTER NEEDS A
      *    COST RECORD (VENDOR/COSTUME/SLOT) AND A BIN LOCATION
      *    (WAREHOUSE/VENDOR/COSTUME/SLOT).  WITH NO COST OR LOCATION
      *    FILE ON HAND AT ALL, THAT HALF IS REPORTED AS NOT CHECKED
           MOVE 9 TO FILE-SUB
           PERFORM 45-START-FILE-SECTION

           IF COST-CHECK-ON
               MOVE 'ACTIVE SLOT HAS NO COST RECORD' TO HF-REASON
               PERFORM VARYING MASTER-SUB FROM 1 BY 1
                   UNTIL MASTER-SUB > MT-NUM-ENTRIES
                   PERFORM VARYING SUB FROM 1 BY 1
                       UNTIL SUB > 12
                       IF MT-SLOT-NAME(MASTER-SUB, SUB) NOT = SPACES
                           PERFORM 43-FIND-COST-RECORD
                           IF NOT MATCH-FOUND
                               PERFORM 50-WRITE-MASTER-ORPHAN
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM

               PERFORM 48-END-FILE-SECTION
           ELSE
               PERFORM 49-FILE-NOT-ON-HAND
           END-IF

           MOVE 10 TO FILE-SUB
           PERFORM 45-START-FILE-SECTION

           IF LOCATION-CHECK-ON
               MOVE 'ACTIVE SLOT HAS NO BIN LOCATION' TO HF-REASON
               PERFORM VARYING MASTER-SUB FROM 1 BY 1
                   UNTIL MASTER-SUB > MT-NUM-ENTRIES
                   PERFORM VARYING SUB FROM 1 BY 1
                       UNTIL SUB > 12
                       IF MT-SLOT-NAME(MASTER-SUB, SUB) NOT = SPACES
                           PERFORM 44-FIND-BIN-LOCATION
                           IF NOT MATCH-FOUND
                               PERFORM 50-WRITE-MASTER-ORPHAN
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM

               PERFORM 48-END-FILE-SECTION
           ELSE
               PERFORM 49-FILE-NOT-ON-HAND
           END-IF
           .

       40-CHECK-SLOT-KEY.
      *    CHECKS HF-VENDOR-ID/HF-WAREHOUSE-ID/HF-COSTUME-ID/
      *    HF-SLOT-NUM, LEAVING THE FIRST PROBLEM FOUND IN HF-REASON
      *    OR SPACES WHEN THE KEY IS GOOD.  A BLANK WAREHOUSE
      *    MATCHES ANY OF THE VENDOR'S WAREHOUSES
           PERFORM 42-CHECK-VENDOR-WAREHOUSE

           IF HF-REASON = SPACES
               IF HF-SLOT-NUM IS NOT NUMERIC OR
                       HF-SLOT-NUM < 1 OR HF-SLOT-NUM > 12
                   MOVE 'SLOT NUMBER NOT 01-12' TO HF-REASON
               ELSE
                   MOVE 'N' TO KEY-MATCH-SW
                   MOVE 'N' TO MATCH-SW

                   PERFORM VARYING MASTER-SUB FROM 1 BY 1
                       UNTIL MASTER-SUB > MT-NUM-ENTRIES OR
                             MATCH-FOUND
                       IF MT-VENDOR-ID(MASTER-SUB) = HF-VENDOR-ID AND
                               MT-COSTUME-ID(MASTER-SUB) =
                                   HF-COSTUME-ID AND
                               (HF-WAREHOUSE-ID = SPACES OR
                                MT-WAREHOUSE-ID(MASTER-SUB) =
                                   HF-WAREHOUSE-ID)
                           SET KEY-MATCHED TO TRUE
                           IF MT-SLOT-NAME(MASTER-SUB, HF-SLOT-NUM)
                                   NOT = SPACES
                               SET MATCH-FOUND TO TRUE
                           END-IF
                       END-IF
                   END-PERFORM

                   EVALUATE TRUE
                       WHEN MATCH-FOUND
                           CONTINUE
                       WHEN KEY-MATCHED
                           MOVE 'SLOT EMPTY ON MASTER' TO HF-REASON
                       WHEN OTHER
                           MOVE 'COSTUME NOT ON MASTER' TO HF-REASON
                   END-EVALUATE
               END-IF
           END-IF
           .

       41-CHECK-NAME-KEY.
      *    AS 40, FOR A KEY THAT NAMES THE COSTUME INSTEAD OF GIVING
      *    ITS SLOT -- THE NAME MUST BE ON AN ACTIVE SLOT OF ONE OF
      *    THE VENDOR/WAREHOUSE'S MERGED RECORDS
           PERFORM 42-CHECK-VENDOR-WAREHOUSE

           IF HF-REASON = SPACES
               MOVE 'N' TO MATCH-SW

               PERFORM VARYING MASTER-SUB FROM 1 BY 1
                   UNTIL MASTER-SUB > MT-NUM-ENTRIES OR MATCH-FOUND
                   IF MT-VENDOR-ID(MASTER-SUB) = HF-VENDOR-ID AND
                           MT-WAREHOUSE-ID(MASTER-SUB) =
                               HF-WAREHOUSE-ID
                       PERFORM VARYING SUB FROM 1 BY 1
                           UNTIL SUB > 12 OR MATCH-FOUND
                           IF MT-SLOT-NAME(MASTER-SUB, SUB) =
                                   HF-COSTUME-NAME
                               SET MATCH-FOUND TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM

               IF NOT MATCH-FOUND
                   MOVE 'COSTUME NAME NOT ON MASTER' TO HF-REASON
               END-IF
           END-IF
           .

       42-CHECK-VENDOR-WAREHOUSE.
           MOVE SPACES TO HF-REASON

           IF VENDOR-CHECK-ON
               MOVE 'N' TO MATCH-SW
               PERFORM VARYING VENDOR-SUB FROM 1 BY 1
                   UNTIL VENDOR-SUB > VT-NUM-ENTRIES OR MATCH-FOUND
                   IF VT-VENDOR-ID(VENDOR-SUB) = HF-VENDOR-ID
                       SET MATCH-FOUND TO TRUE
                   END-IF
               END-PERFORM

               IF NOT MATCH-FOUND
                   MOVE 'VENDOR NOT ON VENDOR MASTER' TO HF-REASON
               END-IF
           END-IF

           IF HF-REASON = SPACES AND HF-WAREHOUSE-ID NOT = SPACES
                   AND WAREHOUSE-CHECK-ON
               MOVE 'N' TO MATCH-SW
               PERFORM VARYING WAREHOUSE-SUB FROM 1 BY 1
                   UNTIL WAREHOUSE-SUB > WT-NUM-ENTRIES OR MATCH-FOUND
                   IF WT-WAREHOUSE-ID(WAREHOUSE-SUB) = HF-WAREHOUSE-ID
                       SET MATCH-FOUND TO TRUE
                   END-IF
               END-PERFORM

               IF NOT MATCH-FOUND
                   MOVE 'WAREHOUSE NOT ON WHSE MASTER' TO HF-REASON
               END-IF
           END-IF

           IF HF-REASON = SPACES AND HF-WAREHOUSE-ID NOT = SPACES
                   AND SHIP-REL-CHECK-ON
               MOVE 'N' TO MATCH-SW
               PERFORM VARYING SHIP-REL-SUB FROM 1 BY 1
                   UNTIL SHIP-REL-SUB > ST-NUM-ENTRIES OR MATCH-FOUND
                   IF ST-VENDOR-ID(SHIP-REL-SUB) = HF-VENDOR-ID AND
                           ST-WAREHOUSE-ID(SHIP-REL-SUB) =
                               HF-WAREHOUSE-ID
                       SET MATCH-FOUND TO TRUE
                   END-IF
               END-PERFORM

               IF NOT MATCH-FOUND
                   MOVE 'VENDOR NOT SHIPPED TO WAREHOUSE' TO HF-REASON
               END-IF
           END-IF
           .

       43-FIND-COST-RECORD.
           MOVE 'N' TO MATCH-SW
           PERFORM VARYING COST-SUB FROM 1 BY 1
               UNTIL COST-SUB > CT-NUM-ENTRIES OR MATCH-FOUND
               IF CT-VENDOR-ID(COST-SUB) = MT-VENDOR-ID(MASTER-SUB) AND
                       CT-COSTUME-ID(COST-SUB) =
                           MT-COSTUME-ID(MASTER-SUB) AND
                       CT-SLOT-NUM(COST-SUB) = SUB
                   SET MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           .

       44-FIND-BIN-LOCATION.
           MOVE 'N' TO MATCH-SW
           PERFORM VARYING LOCATION-SUB FROM 1 BY 1
               UNTIL LOCATION-SUB > LT-NUM-ENTRIES OR MATCH-FOUND
               IF LT-WAREHOUSE-ID(LOCATION-SUB) =
                       MT-WAREHOUSE-ID(MASTER-SUB) AND
                       LT-VENDOR-ID(LOCATION-SUB) =
                           MT-VENDOR-ID(MASTER-SUB) AND
                       LT-COSTUME-ID(LOCATION-SUB) =
                           MT-COSTUME-ID(MASTER-SUB) AND
                       LT-SLOT-NUM(LOCATION-SUB) = SUB
                   SET MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           .

       45-START-FILE-SECTION.
           MOVE OF-FILE-NAME(FILE-SUB) TO FSH-FILE-NAME
           WRITE ORPHAN-REPORT-RECORD FROM FILE-SECTION-HEADING
               AFTER ADVANCING 3 LINES
           .

       46-WRITE-ORPHAN-LINE.
      *    THE COLUMN HEADING GOES OUT ONLY ABOVE A FILE'S FIRST
      *    ORPHAN, SO A CLEAN FILE IS JUST ITS NAME AND A ZERO COUNT
           IF OC-FILE-COUNT(FILE-SUB) = 0
               WRITE ORPHAN-REPORT-RECORD FROM ORPHAN-COLUMN-HEADING
                   AFTER ADVANCING 1 LINES
           END-IF

           ADD 1 TO OC-FILE-COUNT(FILE-SUB)
           ADD 1 TO OC-TOTAL-ORPHANS

           MOVE HF-KEY-TEXT TO ODL-KEY-TEXT
           MOVE HF-REASON TO ODL-REASON
           WRITE ORPHAN-REPORT-RECORD FROM ORPHAN-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           .

       47-WRITE-SLOT-ORPHAN.
           IF HF-REASON NOT = SPACES
               MOVE SPACES TO HF-KEY-TEXT
               STRING HF-VENDOR-ID '/' HF-WAREHOUSE-ID '/'
                       HF-COSTUME-ID '/' HF-SLOT-NUM
                       DELIMITED BY SIZE
                   INTO HF-KEY-TEXT
               END-STRING
               PERFORM 46-WRITE-ORPHAN-LINE
           END-IF
           .

       48-END-FILE-SECTION.
           MOVE OC-FILE-COUNT(FILE-SUB) TO FTL-COUNT
           WRITE ORPHAN-REPORT-RECORD FROM FILE-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           .

       49-FILE-NOT-ON-HAND.
           WRITE ORPHAN-REPORT-RECORD FROM FILE-ABSENT-LINE
               AFTER ADVANCING 1 LINES
           .

       50-WRITE-MASTER-ORPHAN.
           MOVE SPACES TO HF-KEY-TEXT
           STRING MT-VENDOR-ID(MASTER-SUB) '/'
                   MT-WAREHOUSE-ID(MASTER-SUB) '/'
                   MT-COSTUME-ID(MASTER-SUB) '/'
                   SUB ' '
                   MT-SLOT-NAME(MASTER-SUB, SUB)
                   DELIMITED BY SIZE
               INTO HF-KEY-TEXT
           END-STRING
           PERFORM 46-WRITE-ORPHAN-LINE
           .

       100-WRAP-UP.
           MOVE OC-TOTAL-ORPHANS TO OTL-TOTAL
           WRITE ORPHAN-REPORT-RECORD FROM ORPHAN-TOTAL-LINE
               AFTER ADVANCING 3 LINES

           OPEN EXTEND ORPHAN-HISTORY-FILE
           MOVE WS-RUN-DATE TO OH-RUN-DATE
           MOVE OC-TOTAL-ORPHANS TO OH-TOTAL-ORPHANS
           PERFORM VARYING FILE-SUB FROM 1 BY 1
               UNTIL FILE-SUB > 10
               MOVE OC-FILE-COUNT(FILE-SUB) TO OH-FILE-COUNT(FILE-SUB)
           END-PERFORM
           WRITE ORPHAN-HISTORY-RECORD
           CLOSE ORPHAN-HISTORY-FILE

           CLOSE ORPHAN-REPORT-FILE

           GOBACK
           .
