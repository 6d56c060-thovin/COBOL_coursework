      * merged costume master so order takers stop promising the
      * same units to two customers.  A reservation only sticks if
      * the slot's free stock (on hand minus everything already
      * allocated and everything out on rent) covers it

      ***************
      * INPUTS:
      *
      *    The OPEN ALLOCATION FILE carries every reservation still
      *    outstanding from prior runs
      *
      *    The RENTAL MASTER FILE from PRO04RENT gives the units of
      *    each slot still out on rent

      * *******
      * OUTPUTS:
      *    reservation added
      *
      *    The ALLOCATION REGISTER FILE lists every request with the
      *    slot's on-hand, already-allocated, rented-out, and free
      *    stock, and a reason for every rejected request
      *
      *    The ALLOCATION HISTORY FILE gets one record appended per
      *    request -- run date, key, slot, units asked for, units
      *    reserved (zero when rejected) and an A/R outcome code --
      *    so the month-end KPI pack can work out the fill rate

      ****************
      * CALCULATIONS:
      *    FREE STOCK [ON HAND - TOTAL ALREADY ALLOCATED
      *                - TOTAL OUT ON RENT]
      ************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ALLOC-STATUS.

      *    A RENTED COSTUME STILL COUNTS IN ON-HAND STOCK UNTIL IT
      *    COMES BACK, SO RENTALS STILL OUT COME OFF FREE STOCK
           SELECT RENTAL-MASTER-FILE
               ASSIGN TO 'RENTAL-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTAL-MASTER-STATUS.

           SELECT ALLOCATION-REGISTER-FILE
               ASSIGN TO PRINTER 'ALLOCATION-REGISTER.TXT'.

      *    EVERY REQUEST, ACCEPTED OR NOT, KEPT ACROSS RUNS
           SELECT OPTIONAL ALLOCATION-HISTORY-FILE
               ASSIGN TO 'ALLOCATION-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD ALLOCATION-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 REGISTER-RECORD              PIC X(80).

       FD ALLOCATION-HISTORY-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01 ALLOCATION-HISTORY-RECORD.
           05 AH-RUN-DATE              PIC X(6).
           05 AH-VENDOR-ID             PIC X(4).
           05 AH-WAREHOUSE-ID          PIC X(3).
           05 AH-COSTUME-ID            PIC X(3).
           05 AH-SLOT-NUM              PIC 99.
           05 AH-QTY-REQUESTED         PIC 9(3).
           05 AH-QTY-ALLOCATED         PIC 9(3).
           05 AH-OUTCOME               PIC X.
               88 AH-ACCEPTED          VALUE 'A'.
               88 AH-REJECTED          VALUE 'R'.
           05 FILLER                   PIC X(5).


       WORKING-STORAGE SECTION.

               88 ALLOC-LOAD-DONE      VALUE 'Y'.
           05 OPEN-ALLOC-STATUS        PIC XX.
               88 OPEN-ALLOC-FOUND     VALUE '00'.
           05 RENTAL-MASTER-STATUS     PIC XX.
               88 RENTAL-MASTER-FOUND  VALUE '00'.
           05 RENTAL-EOF-SW            PIC X           VALUE 'N'.
               88 RENTAL-LOAD-DONE     VALUE 'Y'.
           05 RENTAL-SUB               PIC 9(4).
           05 AC-ACCEPTED-COUNT        PIC 9(5)        VALUE 0.
           05 AC-REJECTED-COUNT        PIC 9(5)        VALUE 0.
           05 ALLOC-SUB                PIC 9(4).
       01 HOLD-FIELDS.
           05 HF-ON-HAND               PIC 9(3).
           05 HF-ALLOCATED             PIC 9(4).
           05 HF-RENTED-OUT            PIC 9(4).
           05 HF-FREE-STOCK            PIC S9(4).

       01 WS-DATE.
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


      **************        OUTPUT AREA        ********************


       01 REGISTER-HEADING-THREE.
           05                          PIC X(4)        VALUE 'VEND'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'WHS'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'CST'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(2)        VALUE 'SL'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(10)       VALUE 'CUSTOMER'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'QTY'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'HAND'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'ALOC'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'RNT'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'FREE'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'STATUS'.
           05 FILLER                   PIC X(23)       VALUE SPACES.

       01 REGISTER-DETAIL-LINE.
           05 RDL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-WAREHOUSE-ID         PIC X(3).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-COSTUME-ID           PIC X(3).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-SLOT-NUM             PIC Z9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-CUSTOMER-NAME        PIC X(10).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-QUANTITY             PIC ZZ9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-ON-HAND              PIC ZZZ9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-ALLOCATED            PIC ZZZ9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-RENTED-OUT           PIC ZZ9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-FREE-STOCK           PIC ZZZ9-.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 RDL-STATUS               PIC X(29).

       01 REGISTER-TOTAL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           PERFORM 15-HOUSEKEEPING
           PERFORM 21-LOAD-MASTER-TABLE
           PERFORM 22-LOAD-ALLOCATION-TABLE
           PERFORM 23-LOAD-RENTAL-TABLE
           PERFORM 25-PROCESS-REQUESTS
           PERFORM 70-REWRITE-ALLOCATIONS
           PERFORM 100-WRAP-UP
       15-HOUSEKEEPING.
           OPEN INPUT ALLOCATION-REQUEST-FILE
               OUTPUT ALLOCATION-REGISTER-FILE
               EXTEND ALLOCATION-HISTORY-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO RH2-MONTH
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

       25-PROCESS-REQUESTS.
           PERFORM UNTIL EOF-FLAG = 'T'
               READ ALLOCATION-REQUEST-FILE
           MOVE ZEROES TO RDL-SLOT-NUM
           MOVE ZEROES TO RDL-ON-HAND
           MOVE ZEROES TO RDL-ALLOCATED
           MOVE ZEROES TO RDL-RENTED-OUT
           MOVE ZEROES TO RDL-FREE-STOCK

           IF AR-QUANTITY IS NUMERIC
                   HF-ON-HAND

           PERFORM 33-SUM-SLOT-ALLOCATIONS
           PERFORM 34-SUM-SLOT-RENTALS

           COMPUTE HF-FREE-STOCK =
               HF-ON-HAND - HF-ALLOCATED - HF-RENTED-OUT

           MOVE HF-ON-HAND TO RDL-ON-HAND
           MOVE HF-ALLOCATED TO RDL-ALLOCATED
           MOVE HF-RENTED-OUT TO RDL-RENTED-OUT
           MOVE HF-FREE-STOCK TO RDL-FREE-STOCK

           IF AR-QUANTITY > HF-FREE-STOCK
           END-PERFORM
           .

       34-SUM-SLOT-RENTALS.
           MOVE ZEROES TO HF-RENTED-OUT

           PERFORM VARYING RENTAL-SUB FROM 1 BY 1
               UNTIL RENTAL-SUB > RO-NUM-ENTRIES

               IF AR-VENDOR-ID = RO-VENDOR-ID(RENTAL-SUB) AND
                       AR-WAREHOUSE-ID = RO-WAREHOUSE-ID(RENTAL-SUB)
                       AND AR-COSTUME-ID = RO-COSTUME-ID(RENTAL-SUB)
                       AND AR-SLOT-NUM = RO-SLOT-NUM(RENTAL-SUB)
                   ADD RO-QUANTITY(RENTAL-SUB) TO HF-RENTED-OUT
               END-IF
           END-PERFORM
           .

       35-WRITE-REGISTER-LINE.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES

           PERFORM 36-WRITE-ALLOCATION-HISTORY
           .

       36-WRITE-ALLOCATION-HISTORY.
      *    EVERY REGISTER LINE IS ONE REQUEST, SO THE HISTORY IS
      *    WRITTEN FROM HERE -- A NON-NUMERIC SLOT OR QUANTITY IS
      *    CARRIED AS ZERO
           MOVE SPACES TO ALLOCATION-HISTORY-RECORD
           MOVE WS-DATE TO AH-RUN-DATE
           MOVE AR-VENDOR-ID TO AH-VENDOR-ID
           MOVE AR-WAREHOUSE-ID TO AH-WAREHOUSE-ID
           MOVE AR-COSTUME-ID TO AH-COSTUME-ID
           MOVE ZEROES TO AH-SLOT-NUM
           MOVE ZEROES TO AH-QTY-REQUESTED
           MOVE ZEROES TO AH-QTY-ALLOCATED

           IF AR-SLOT-NUM IS NUMERIC
               MOVE AR-SLOT-NUM TO AH-SLOT-NUM
           END-IF

           IF AR-QUANTITY IS NUMERIC
               MOVE AR-QUANTITY TO AH-QTY-REQUESTED
           END-IF

           IF RDL-STATUS = 'ACCEPTED'
               MOVE AR-QUANTITY TO AH-QTY-ALLOCATED
               SET AH-ACCEPTED TO TRUE
           ELSE
               SET AH-REJECTED TO TRUE
           END-IF

           WRITE ALLOCATION-HISTORY-RECORD
           .

       70-REWRITE-ALLOCATIONS.
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE ALLOCATION-REQUEST-FILE, ALLOCATION-REGISTER-FILE,
               ALLOCATION-HISTORY-FILE

           GOBACK
           .
