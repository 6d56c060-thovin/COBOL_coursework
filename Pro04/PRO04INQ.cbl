       PROGRAM-ID. PRO04INQ.
       AUTHOR. TIM J.
      ****************************************************************
      * This program answers stock inquiries typed at the console
      * against the indexed costume master, keyed on vendor/
      * warehouse/costume, one key at a time, without a full
      * sequential pass of the master

      ***************
      * INPUTS:
      *    The INDEXED INVENTORY FILE is the costume master of record,
      *    loaded by PRO04IMST and kept current by every posting
      *    program, keyed for direct lookup
      *
      *    The operator supplies a vendor ID, warehouse ID, and
      *    costume ID at the console for each inquiry

      * *******
      * OUTPUTS:
      *    The OPEN ALLOCATION FILE carries the outstanding customer
      *    reservations posted by PRO04ALLOC
      *
      *    The RENTAL MASTER FILE from PRO04RENT gives the units of
      *    each slot still out on rent
      *
      *    Each inquiry displays the twelve costume slots with name,
      *    size, type, stock, allocated units, rented-out units,
      *    available-to-promise (on hand minus allocated minus rented
      *    out), reorder point, and price
      ************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INDEXED-INVENTORY-FILE
               ASSIGN TO 'INVENTORY-MASTER.IDX'
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ALLOC-STATUS.

           SELECT RENTAL-MASTER-FILE
               ASSIGN TO 'RENTAL-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTAL-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INDEXED-INVENTORY-FILE
           RECORD CONTAINS 262 CHARACTERS.

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


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
               88 INDEXED-IO-OK        VALUE '00'.
           05 INQUIRY-DONE-SW          PIC X           VALUE 'N'.
               88 INQUIRY-DONE         VALUE 'Y'.
           05 OPEN-ALLOC-STATUS        PIC XX.
               88 OPEN-ALLOC-FOUND     VALUE '00'.
           05 ALLOC-EOF-SW             PIC X           VALUE 'N'.
               88 ALLOC-LOAD-DONE      VALUE 'Y'.
           05 ALLOC-SUB                PIC 9(4).
           05 RENTAL-MASTER-STATUS     PIC XX.
               88 RENTAL-MASTER-FOUND  VALUE '00'.
           05 RENTAL-EOF-SW            PIC X           VALUE 'N'.
               88 RENTAL-LOAD-DONE     VALUE 'Y'.
           05 RENTAL-SUB               PIC 9(4).

       01 HOLD-FIELDS.
           05 HF-ALLOCATED             PIC 9(4).
           05 HF-RENTED-OUT            PIC 9(4).
           05 HF-ATP                   PIC S9(4).

       01 ALLOCATION-TABLE-AREA.
               10 AT-SLOT-NUM          PIC 99.
               10 AT-QUANTITY          PIC 9(3).

       01 RENTAL-TABLE-AREA.
      *    EVERY RENTAL STILL OUT, FROM THE PRO04RENT MASTER; A
      *    RENTED COSTUME STAYS IN ON-HAND STOCK UNTIL IT COMES BACK
      *    SO IT HAS TO COME OFF ATP HERE
           05 RO-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 RENTAL-TBL-LINE OCCURS 1 TO 5000 TIMES
               DEPENDING ON RO-NUM-ENTRIES.
               10 RO-VENDOR-ID         PIC X(4).
               10 RO-WAREHOUSE-ID      PIC X(3).
               10 RO-COSTUME-ID        PIC X(3).
               10 RO-SLOT-NUM          PIC 99.
               10 RO-QUANTITY          PIC 9(3).

       01 INQUIRY-KEY-FIELDS.
           05 IQ-VENDOR-ID             PIC X(4).
           05 IQ-WAREHOUSE-ID          PIC X(3).
           05                          PIC X(7)        VALUE 'TYPE'.
           05                          PIC X(7)        VALUE 'STOCK'.
           05                          PIC X(7)        VALUE 'ALLOC'.
           05                          PIC X(5)        VALUE 'RENT'.
           05                          PIC X(7)        VALUE 'ATP'.
           05                          PIC X(9)        VALUE 'REORDER'.
           05                          PIC X(5)        VALUE 'PRICE'.

           05 IDL-NUM-IN-STOCK         PIC ZZ9.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05 IDL-ALLOCATED            PIC ZZ9.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05 IDL-RENTED-OUT           PIC ZZ9.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 IDL-ATP                  PIC ZZZ9-.
           05 FILLER                   PIC X(3)        VALUE SPACES.
       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 21-OPEN-INDEXED-MASTER
           PERFORM 22-LOAD-ALLOCATION-TABLE
           PERFORM 23-LOAD-RENTAL-TABLE
           PERFORM 25-INQUIRY-LOOP
           PERFORM 100-WRAP-UP
           .

       21-OPEN-INDEXED-MASTER.
      *    THE INDEXED MASTER IS THE MASTER OF RECORD -- EVERY POSTING
      *    RUN REWRITES IT IN PLACE, SO AN INQUIRY ALWAYS ANSWERS FROM
      *    CURRENT STOCK.  PRO04IMST LOADS IT AFTER THE PRO04 BUILD
           OPEN INPUT INDEXED-INVENTORY-FILE

           IF NOT INDEXED-IO-OK
               DISPLAY 'INDEXED MASTER NOT AVAILABLE, STATUS '
                       INDEXED-STATUS
               DISPLAY 'LOAD IT WITH PRO04IMST - NO INQUIRIES TAKEN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       22-LOAD-ALLOCATION-TABLE.
           END-IF
           .

       23-LOAD-RENTAL-TABLE.
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

       25-INQUIRY-LOOP.
           PERFORM UNTIL INQUIRY-DONE
               DISPLAY 'VENDOR ID (OR END TO QUIT): '
                   IF XR-NUM-IN-STOCK(SUB) IS NUMERIC
                       MOVE XR-NUM-IN-STOCK(SUB) TO IDL-NUM-IN-STOCK
                       PERFORM 33-SUM-SLOT-ALLOCATIONS
                       PERFORM 34-SUM-SLOT-RENTALS
                       MOVE HF-ALLOCATED TO IDL-ALLOCATED
                       MOVE HF-RENTED-OUT TO IDL-RENTED-OUT
                       COMPUTE HF-ATP = XR-NUM-IN-STOCK(SUB)
                               - HF-ALLOCATED - HF-RENTED-OUT
                       MOVE HF-ATP TO IDL-ATP
                   ELSE
                       MOVE ZEROES TO IDL-NUM-IN-STOCK
                       MOVE ZEROES TO IDL-ALLOCATED
                       MOVE ZEROES TO IDL-RENTED-OUT
                       MOVE ZEROES TO IDL-ATP
                   END-IF

           END-PERFORM
           .

       34-SUM-SLOT-RENTALS.
      *    TOTAL UNITS OF THE SLOT ON DISPLAY STILL OUT ON RENT
           MOVE ZEROES TO HF-RENTED-OUT

           PERFORM VARYING RENTAL-SUB FROM 1 BY 1
               UNTIL RENTAL-SUB > RO-NUM-ENTRIES

               IF XR-VENDOR-ID = RO-VENDOR-ID(RENTAL-SUB) AND
                       XR-WAREHOUSE-ID = RO-WAREHOUSE-ID(RENTAL-SUB)
                       AND XR-COSTUME-ID = RO-COSTUME-ID(RENTAL-SUB)
                       AND SUB = RO-SLOT-NUM(RENTAL-SUB)
                   ADD RO-QUANTITY(RENTAL-SUB) TO HF-RENTED-OUT
               END-IF
           END-PERFORM
           .

       32-FORMAT-SIZE-TYPE.
           SET COSTUME-SIZE-INDEX TO 1
           SEARCH COSTUME-SIZE-TBL-LINE
