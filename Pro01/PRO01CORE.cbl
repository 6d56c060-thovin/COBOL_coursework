       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO01CORE.
       AUTHOR. TIM J.
      ****************************************************************
      * This program tracks repairable components -- traction
      * motors, compressors, brake valves -- by serial number
      * through the exchange cycle: a rebuilt unit is issued from
      * stock to a train, the removed core comes back to the
      * warehouse, goes out to a rebuilder for overhaul, and is
      * received back into stock.  The parts master only knows a
      * quantity on hand; this keeps where every repairable unit
      * is, how long each core has been at its rebuilder, and what
      * rebuilding costs next to buying the part new

      ***************
      * INPUTS:
      *    The REPAIRABLE PARTS FILE flags the catalog numbers
      *    tracked by serial number, each with the rebuild
      *    turnaround the rebuilders are held to (days, 0 = none)
      *
      *    The CORE UNIT FILE holds one record per serial number:
      *    catalog number, where the unit is (S in stock, T on a
      *    train, C core back at the warehouse, R at a rebuilder),
      *    the train, warehouse and rebuilder, and its dates
      *
      *    The CORE TRANSACTION FILE holds one movement per record:
      *        A: Add a serial to stock (new purchase)
      *        I: Issue a serviceable unit to a train
      *        C: Core removed from the train, back at a warehouse
      *        S: Core shipped to a rebuilder
      *        R: Rebuilt unit received back to stock, with the
      *           rebuilder's charge
      *    A blank transaction date means today
      *
      *    The INVENTORY FILE is the parts master Pro01 reports,
      *    for part names and the price of a new unit

      * *******
      * OUTPUTS:
      *    The CORE UNIT FILE is rewritten with every applied
      *    movement
      *
      *    The REBUILD HISTORY FILE gains one record per receipt
      *    from a rebuilder: serial, part, rebuilder, shipped and
      *    received dates, and the rebuild charge
      *
      *    The CORE POSTING FILE lists every movement applied and
      *    the reason for every reject
      *
      *    The OUTSTANDING CORES FILE lists, by rebuilder, every
      *    core out for overhaul, aged 0-30, 31-60, 61-90 and over
      *    90 days since it shipped, flagging any past the part's
      *    turnaround, with counts of cores waiting to ship, units
      *    on trains and serviceable units in stock
      *
      *    The REBUILD COST FILE shows per repairable part the
      *    rebuilds on history, the average rebuild charge and
      *    days out, and the rebuild charge as a percent of new

      ****************
      * CALCULATIONS:
      *    DAYS OUT [TODAY - SHIPPED DATE]
      *    AVERAGE REBUILD COST [TOTAL CHARGES / REBUILDS]
      *    AVERAGE DAYS OUT [TOTAL (RECEIVED - SHIPPED) / REBUILDS]
      *    PERCENT OF NEW [AVERAGE REBUILD COST * 100 /
      *        UNIT PURCHASE PRICE]
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REPAIRABLE-PARTS-FILE
               ASSIGN TO 'REPAIRABLE-PARTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CORE-UNIT-FILE
               ASSIGN TO 'CORE-UNITS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORE-UNIT-STATUS.

           SELECT CORE-TRANS-FILE
               ASSIGN TO 'CORE-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORE-TRANS-STATUS.

           SELECT INVENTORY-FILE
               ASSIGN TO 'PR1FA20.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REBUILD-HISTORY-FILE
               ASSIGN TO 'REBUILD-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REBUILD-HISTORY-STATUS.

           SELECT CORE-POSTING-FILE
               ASSIGN TO PRINTER 'CORE-POSTING.TXT'.

           SELECT OUTSTANDING-CORES-FILE
               ASSIGN TO PRINTER 'OUTSTANDING-CORES.TXT'.

           SELECT REBUILD-COST-FILE
               ASSIGN TO PRINTER 'REBUILD-COST.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD REPAIRABLE-PARTS-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01 REPAIRABLE-PARTS-RECORD.
           05 RPM-CAT-NUM          PIC X(5).
           05 RPM-TURNAROUND-DAYS  PIC 9(3).

       FD CORE-UNIT-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01 CORE-UNIT-RECORD.
           05 CU-SERIAL-NUM        PIC X(10).
           05 CU-CAT-NUM           PIC X(5).
           05 CU-STATUS            PIC X.
               88 CU-IN-STOCK      VALUE 'S'.
               88 CU-ON-TRAIN      VALUE 'T'.
               88 CU-CORE-RETURNED VALUE 'C'.
               88 CU-AT-REBUILDER  VALUE 'R'.
           05 CU-TRAIN-NAME        PIC X(5).
           05 CU-WAREHOUSE-ID      PIC X(6).
           05 CU-REBUILDER-ID      PIC X(4).
           05 CU-STATUS-DATE       PIC 9(8).
           05 CU-SHIPPED-DATE      PIC 9(8).
           05 CU-REBUILD-COUNT     PIC 9(3).
           05 FILLER               PIC X(10).

       FD CORE-TRANS-FILE
           RECORD CONTAINS 46 CHARACTERS.

       01 CORE-TRANS-RECORD.
           05 CT-TRANS-TYPE        PIC X.
               88 CT-ADD           VALUE 'A'.
               88 CT-ISSUE         VALUE 'I'.
               88 CT-CORE-RETURN   VALUE 'C'.
               88 CT-SHIP          VALUE 'S'.
               88 CT-RECEIVE       VALUE 'R'.
           05 CT-SERIAL-NUM        PIC X(10).
           05 CT-CAT-NUM           PIC X(5).
           05 CT-TRAIN-NAME        PIC X(5).
           05 CT-WAREHOUSE-ID      PIC X(6).
           05 CT-REBUILDER-ID      PIC X(4).
           05 CT-TRANS-DATE        PIC 9(8).
           05 CT-REBUILD-COST      PIC 9(5)V99.

       FD INVENTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01 INVENTORY-RECORD.
           05 IR-CAT-NUM           PIC X(5).
           05 IR-PART-NAME         PIC X(15).
           05 FILLER               PIC X(5).
           05 IR-UNIT-PURCH-PRICE  PIC 999V99.
           05 FILLER               PIC X(6).
           05 IR-QUANT-ON-HAND     PIC 9(4).
           05 IR-QUANT-ON-ORDER    PIC 9(4).
           05 IR-REORDER-POINT     PIC 9(4).
           05 IR-WAREHOUSE-ID      PIC X(6).
           05 FILLER               PIC X.
           05 IR-WAREHOUSE-BIN     PIC X(5).

       FD REBUILD-HISTORY-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01 REBUILD-HISTORY-RECORD.
           05 RH-SERIAL-NUM        PIC X(10).
           05 RH-CAT-NUM           PIC X(5).
           05 RH-REBUILDER-ID      PIC X(4).
           05 RH-SHIPPED-DATE      PIC 9(8).
           05 RH-RECEIVED-DATE     PIC 9(8).
           05 RH-REBUILD-COST      PIC 9(5)V99.
           05 FILLER               PIC X(3).

       FD CORE-POSTING-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 POSTING-RECORD           PIC X(80).

       FD OUTSTANDING-CORES-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 OUTSTANDING-RECORD       PIC X(80).

       FD REBUILD-COST-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 REBUILD-COST-RECORD      PIC X(80).


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG             PIC X           VALUE 'F'.
           05 CORE-UNIT-STATUS     PIC XX.
               88 CORE-UNITS-FOUND VALUE '00'.
           05 CORE-TRANS-STATUS    PIC XX.
               88 CORE-TRANS-FOUND VALUE '00'.
           05 REBUILD-HISTORY-STATUS PIC XX.
               88 REBUILD-HISTORY-FOUND VALUE '00'.
           05 REPAIRABLE-EOF-SW    PIC X           VALUE 'N'.
               88 REPAIRABLE-LOAD-DONE VALUE 'Y'.
           05 UNIT-EOF-SW          PIC X           VALUE 'N'.
               88 UNIT-LOAD-DONE   VALUE 'Y'.
           05 TRANS-EOF-SW         PIC X           VALUE 'N'.
               88 TRANS-DONE       VALUE 'Y'.
           05 HISTORY-EOF-SW       PIC X           VALUE 'N'.
               88 HISTORY-DONE     VALUE 'Y'.
           05 HISTORY-OPEN-SW      PIC X           VALUE 'N'.
               88 HISTORY-OPEN     VALUE 'Y'.
           05 UNIT-FOUND-SW        PIC X.
               88 UNIT-FOUND       VALUE 'Y'.
           05 REPAIRABLE-FOUND-SW  PIC X.
               88 REPAIRABLE-FOUND VALUE 'Y'.
           05 REBUILDER-LISTED-SW  PIC X.
               88 REBUILDER-LISTED VALUE 'Y'.
           05 UNIT-SUB             PIC 999.
           05 REPAIR-SUB           PIC 999.
           05 PART-SUB             PIC 999.
           05 REBUILDER-SUB        PIC 99.
           05 COST-SUB             PIC 999.
           05 BUCKET-SUB           PIC 9.

       01 HOLD-FIELDS.
           05 HF-TRANS-DATE        PIC 9(8).
           05 HF-DAYS-OUT          PIC S9(5).
           05 HF-TURNAROUND-DAYS   PIC 9(3).
           05 HF-AVERAGE-COST      PIC 9(5)V99.
           05 HF-AVERAGE-DAYS      PIC 9(4).
           05 HF-PERCENT-OF-NEW    PIC 9(4).
           05 HF-PART-NAME         PIC X(15).
           05 HF-NEW-PRICE         PIC 999V99.

       01 WS-DATE.
           05 WS-YEAR              PIC XX.
           05 WS-MONTH             PIC XX.
           05 WS-DAY               PIC XX.

       01 WS-TODAY-CCYYMMDD        PIC 9(8).

       01 RUN-TOTALS.
           05 RT-APPLIED-COUNT     PIC 9(4)        VALUE 0.
           05 RT-REJECT-COUNT      PIC 9(4)        VALUE 0.
           05 RT-AWAITING-SHIP     PIC 9(4)        VALUE 0.
           05 RT-ON-TRAINS         PIC 9(4)        VALUE 0.
           05 RT-IN-STOCK          PIC 9(4)        VALUE 0.
           05 RT-AT-REBUILDERS     PIC 9(4)        VALUE 0.
           05 RT-LATE-COUNT        PIC 9(4)        VALUE 0.

       01 REPAIRABLE-TABLE-AREA.
           05 RT-NUM-PARTS         PIC 999         VALUE 0.
           05 REPAIRABLE-TBL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON RT-NUM-PARTS
               INDEXED BY REPAIRABLE-TBL-INDEX.
               10 RTB-CAT-NUM       PIC X(5).
               10 RTB-TURNAROUND-DAYS PIC 9(3).

       01 CORE-UNIT-TABLE-AREA.
      *    EVERY SERIAL-NUMBERED UNIT, WITH THIS RUN'S MOVEMENTS
      *    APPLIED, REWRITTEN AT THE END
           05 UT-NUM-UNITS         PIC 999         VALUE 0.
           05 CORE-UNIT-TBL-LINE OCCURS 1 TO 999 TIMES
               DEPENDING ON UT-NUM-UNITS
               INDEXED BY CORE-UNIT-TBL-INDEX.
               10 UT-SERIAL-NUM     PIC X(10).
               10 UT-CAT-NUM        PIC X(5).
               10 UT-STATUS         PIC X.
                   88 UT-IN-STOCK      VALUE 'S'.
                   88 UT-ON-TRAIN      VALUE 'T'.
                   88 UT-CORE-RETURNED VALUE 'C'.
                   88 UT-AT-REBUILDER  VALUE 'R'.
               10 UT-TRAIN-NAME     PIC X(5).
               10 UT-WAREHOUSE-ID   PIC X(6).
               10 UT-REBUILDER-ID   PIC X(4).
               10 UT-STATUS-DATE    PIC 9(8).
               10 UT-SHIPPED-DATE   PIC 9(8).
               10 UT-REBUILD-COUNT  PIC 9(3).

       01 PARTS-TABLE-AREA.
           05 PM-NUM-PARTS         PIC 999         VALUE 0.
           05 PARTS-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON PM-NUM-PARTS
               INDEXED BY PARTS-TBL-INDEX.
               10 PM-CAT-NUM        PIC X(5).
               10 PM-PART-NAME      PIC X(15).
               10 PM-UNIT-PRICE     PIC 999V99.

       01 REBUILDER-LIST-AREA.
      *    THE DISTINCT REBUILDERS HOLDING CORES, WITH THE AGING
      *    BUCKET COUNTS (0-30, 31-60, 61-90, OVER 90)
           05 RL-NUM-REBUILDERS    PIC 99          VALUE 0.
           05 REBUILDER-LIST-LINE OCCURS 1 TO 50 TIMES
               DEPENDING ON RL-NUM-REBUILDERS.
               10 RL-REBUILDER-ID   PIC X(4).
               10 RL-BUCKET-COUNT   PIC 9(4)  OCCURS 4 TIMES.

       01 REBUILD-COST-TABLE-AREA.
      *    REBUILD HISTORY ROLLED UP BY PART
           05 RC-NUM-PARTS         PIC 999         VALUE 0.
           05 REBUILD-COST-TBL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON RC-NUM-PARTS
               INDEXED BY REBUILD-COST-TBL-INDEX.
               10 RC-CAT-NUM        PIC X(5).
               10 RC-REBUILD-COUNT  PIC 9(4).
               10 RC-TOTAL-COST     PIC 9(7)V99.
               10 RC-TOTAL-DAYS     PIC 9(7).


      **************        OUTPUT AREA        ********************

       01 POSTING-HEADING-ONE.
           05 FILLER               PIC X(27)       VALUE SPACES.
           05                      PIC X(26)       VALUE
                                   'REPAIRABLE UNIT POSTING'.
           05 FILLER               PIC X(27)       VALUE SPACES.

       01 OUTSTANDING-HEADING-ONE.
           05 FILLER               PIC X(27)       VALUE SPACES.
           05                      PIC X(26)       VALUE
                                   'OUTSTANDING CORES REPORT'.
           05 FILLER               PIC X(27)       VALUE SPACES.

       01 COST-HEADING-ONE.
           05 FILLER               PIC X(27)       VALUE SPACES.
           05                      PIC X(26)       VALUE
                                   'REBUILD COST HISTORY'.
           05 FILLER               PIC X(27)       VALUE SPACES.

       01 DATE-HEADING-TWO.
           05 FILLER               PIC X(10)       VALUE SPACES.
           05 DH2-MONTH            PIC 99.
           05                      PIC X           VALUE '/'.
           05 DH2-DAY              PIC 99.
           05                      PIC X           VALUE '/'.
           05 DH2-YEAR             PIC 9(2).
           05 FILLER               PIC X(54)       VALUE SPACES.
           05                      PIC X(3)        VALUE 'TWJ'.
           05 FILLER               PIC X(7)        VALUE SPACES.

       01 POSTING-DETAIL-LINE.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 PDL-TRANS-TYPE       PIC X.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 PDL-SERIAL-NUM       PIC X(10).
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 PDL-CAT-NUM          PIC X(5).
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 PDL-WHERE            PIC X(6).
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 PDL-OUTCOME          PIC X(40).
           05 FILLER               PIC X(8)        VALUE SPACES.

       01 POSTING-TOTAL-LINE.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(9)        VALUE 'APPLIED: '.
           05 PTL-APPLIED-COUNT    PIC Z,ZZ9.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05                      PIC X(10)       VALUE 'REJECTED: '.
           05 PTL-REJECT-COUNT     PIC Z,ZZ9.
           05 FILLER               PIC X(45)       VALUE SPACES.

       01 REBUILDER-HEADING-LINE.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(11)       VALUE 'REBUILDER: '.
           05 RBH-REBUILDER-ID     PIC X(4).
           05 FILLER               PIC X(63)       VALUE SPACES.

       01 OUTSTANDING-COLUMN-LINE.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05                      PIC X(10)       VALUE 'SERIAL'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(5)        VALUE 'PART'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(8)        VALUE 'SHIPPED'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(8)        VALUE 'DAYS OUT'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(6)        VALUE 'BUCKET'.
           05 FILLER               PIC X(30)       VALUE SPACES.

       01 OUTSTANDING-DETAIL-LINE.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05 ODL-SERIAL-NUM       PIC X(10).
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 ODL-CAT-NUM          PIC X(5).
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 ODL-SHIPPED-DATE     PIC 9(8).
           05 FILLER               PIC X(5)        VALUE SPACES.
           05 ODL-DAYS-OUT         PIC ZZZ9.
           05 FILLER               PIC X(3)        VALUE SPACES.
           05 ODL-BUCKET           PIC X(7).
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 ODL-LATE-FLAG        PIC X(16).
           05 FILLER               PIC X(11)       VALUE SPACES.

       01 REBUILDER-TOTAL-LINE.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05                      PIC X(6)        VALUE '0-30: '.
           05 RTL-BUCKET-1         PIC ZZZ9.
           05 FILLER               PIC X(3)        VALUE SPACES.
           05                      PIC X(7)        VALUE '31-60: '.
           05 RTL-BUCKET-2         PIC ZZZ9.
           05 FILLER               PIC X(3)        VALUE SPACES.
           05                      PIC X(7)        VALUE '61-90: '.
           05 RTL-BUCKET-3         PIC ZZZ9.
           05 FILLER               PIC X(3)        VALUE SPACES.
           05                      PIC X(9)        VALUE 'OVER 90: '.
           05 RTL-BUCKET-4         PIC ZZZ9.
           05 FILLER               PIC X(21)       VALUE SPACES.

       01 NO-CORES-OUT-LINE.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05                      PIC X(30)       VALUE
                                   'NO CORES OUT FOR REBUILD'.
           05 FILLER               PIC X(45)       VALUE SPACES.

       01 UNIT-STATUS-LINE-1.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(26)       VALUE
                                   'CORES AT REBUILDERS:'.
           05 USL-AT-REBUILDERS    PIC Z,ZZ9.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05                      PIC X(26)       VALUE
                                   'PAST TURNAROUND:'.
           05 USL-LATE-COUNT       PIC Z,ZZ9.
           05 FILLER               PIC X(12)       VALUE SPACES.

       01 UNIT-STATUS-LINE-2.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(26)       VALUE
                                   'CORES WAITING TO SHIP:'.
           05 USL-AWAITING-SHIP    PIC Z,ZZ9.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05                      PIC X(26)       VALUE
                                   'UNITS ON TRAINS:'.
           05 USL-ON-TRAINS        PIC Z,ZZ9.
           05 FILLER               PIC X(12)       VALUE SPACES.

       01 UNIT-STATUS-LINE-3.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(26)       VALUE
                                   'SERVICEABLE IN STOCK:'.
           05 USL-IN-STOCK         PIC Z,ZZ9.
           05 FILLER               PIC X(47)       VALUE SPACES.

       01 COST-COLUMN-LINE.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(5)        VALUE 'PART'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(15)       VALUE 'NAME'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(8)        VALUE 'REBUILDS'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(10)       VALUE 'AVG COST'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(9)        VALUE 'NEW PRICE'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(6)        VALUE '% NEW'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(8)        VALUE 'AVG DAYS'.
           05 FILLER               PIC X(5)        VALUE SPACES.

       01 COST-DETAIL-LINE.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 CDL-CAT-NUM          PIC X(5).
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 CDL-PART-NAME        PIC X(15).
           05 FILLER               PIC X(6)        VALUE SPACES.
           05 CDL-REBUILD-COUNT    PIC ZZZ9.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 CDL-AVERAGE-COST     PIC $ZZ,ZZ9.99.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 CDL-NEW-PRICE        PIC $ZZZ9.99.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 CDL-PERCENT-OF-NEW   PIC ZZZ9.
           05 FILLER               PIC X(7)        VALUE SPACES.
           05 CDL-AVERAGE-DAYS     PIC ZZZ9.
           05 FILLER               PIC X(5)        VALUE SPACES.

       01 NO-REBUILDS-LINE.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05                      PIC X(30)       VALUE
                                   'NO REBUILDS ON HISTORY'.
           05 FILLER               PIC X(45)       VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 15-HOUSEKEEPING
           PERFORM 21-LOAD-REPAIRABLE-PARTS
           PERFORM 22-LOAD-CORE-UNITS
           PERFORM 23-LOAD-PARTS-TABLE
           PERFORM 30-POST-MOVEMENTS
           PERFORM 50-REPORT-OUTSTANDING-CORES
           PERFORM 60-REPORT-REBUILD-COSTS
           PERFORM 70-REWRITE-CORE-UNITS
           PERFORM 100-WRAP-UP
           .

       15-HOUSEKEEPING.
           OPEN OUTPUT CORE-POSTING-FILE
                       OUTSTANDING-CORES-FILE
                       REBUILD-COST-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO DH2-MONTH
           MOVE WS-DAY TO DH2-DAY
           MOVE WS-YEAR TO DH2-YEAR

           STRING '20' WS-DATE DELIMITED BY SIZE
               INTO WS-TODAY-CCYYMMDD
           END-STRING

           WRITE POSTING-RECORD FROM POSTING-HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE POSTING-RECORD FROM DATE-HEADING-TWO
               AFTER ADVANCING 1 LINES

           WRITE OUTSTANDING-RECORD FROM OUTSTANDING-HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE OUTSTANDING-RECORD FROM DATE-HEADING-TWO
               AFTER ADVANCING 1 LINES

           WRITE REBUILD-COST-RECORD FROM COST-HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE REBUILD-COST-RECORD FROM DATE-HEADING-TWO
               AFTER ADVANCING 1 LINES
           .

       21-LOAD-REPAIRABLE-PARTS.
           OPEN INPUT REPAIRABLE-PARTS-FILE

           PERFORM UNTIL REPAIRABLE-LOAD-DONE
               READ REPAIRABLE-PARTS-FILE
                   AT END
                       SET REPAIRABLE-LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO RT-NUM-PARTS
                       MOVE RPM-CAT-NUM TO RTB-CAT-NUM(RT-NUM-PARTS)

                       IF RPM-TURNAROUND-DAYS IS NUMERIC
                           MOVE RPM-TURNAROUND-DAYS TO
                                   RTB-TURNAROUND-DAYS(RT-NUM-PARTS)
                       ELSE
                           MOVE ZEROES TO
                                   RTB-TURNAROUND-DAYS(RT-NUM-PARTS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REPAIRABLE-PARTS-FILE
           .

       22-LOAD-CORE-UNITS.
      *    NO UNIT FILE UNTIL THE FIRST SERIAL IS ADDED
           OPEN INPUT CORE-UNIT-FILE

           IF CORE-UNITS-FOUND
               PERFORM UNTIL UNIT-LOAD-DONE
                   READ CORE-UNIT-FILE
                       AT END
                           SET UNIT-LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO UT-NUM-UNITS
                           MOVE CU-SERIAL-NUM TO
                                   UT-SERIAL-NUM(UT-NUM-UNITS)
                           MOVE CU-CAT-NUM TO UT-CAT-NUM(UT-NUM-UNITS)
                           MOVE CU-STATUS TO UT-STATUS(UT-NUM-UNITS)
                           MOVE CU-TRAIN-NAME TO
                                   UT-TRAIN-NAME(UT-NUM-UNITS)
                           MOVE CU-WAREHOUSE-ID TO
                                   UT-WAREHOUSE-ID(UT-NUM-UNITS)
                           MOVE CU-REBUILDER-ID TO
                                   UT-REBUILDER-ID(UT-NUM-UNITS)
                           MOVE CU-STATUS-DATE TO
                                   UT-STATUS-DATE(UT-NUM-UNITS)
                           MOVE CU-SHIPPED-DATE TO
                                   UT-SHIPPED-DATE(UT-NUM-UNITS)
                           MOVE CU-REBUILD-COUNT TO
                                   UT-REBUILD-COUNT(UT-NUM-UNITS)
                   END-READ
               END-PERFORM

               CLOSE CORE-UNIT-FILE
           END-IF
           .

       23-LOAD-PARTS-TABLE.
           OPEN INPUT INVENTORY-FILE

           PERFORM UNTIL EOF-FLAG = 'T'
               READ INVENTORY-FILE
                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO PM-NUM-PARTS
                       MOVE IR-CAT-NUM TO PM-CAT-NUM(PM-NUM-PARTS)
                       MOVE IR-PART-NAME TO PM-PART-NAME(PM-NUM-PARTS)

                       IF IR-UNIT-PURCH-PRICE IS NUMERIC
                           MOVE IR-UNIT-PURCH-PRICE TO
                                   PM-UNIT-PRICE(PM-NUM-PARTS)
                       ELSE
                           MOVE ZEROES TO PM-UNIT-PRICE(PM-NUM-PARTS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INVENTORY-FILE
           .

       30-POST-MOVEMENTS.
           OPEN INPUT CORE-TRANS-FILE

           IF CORE-TRANS-FOUND
               PERFORM UNTIL TRANS-DONE
                   READ CORE-TRANS-FILE
                       AT END
                           SET TRANS-DONE TO TRUE
                       NOT AT END
                           PERFORM 31-POST-ONE-MOVEMENT
                   END-READ
               END-PERFORM

               CLOSE CORE-TRANS-FILE
           END-IF

           IF HISTORY-OPEN
               CLOSE REBUILD-HISTORY-FILE
           END-IF

           MOVE RT-APPLIED-COUNT TO PTL-APPLIED-COUNT
           MOVE RT-REJECT-COUNT TO PTL-REJECT-COUNT
           WRITE POSTING-RECORD FROM POSTING-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           .

       31-POST-ONE-MOVEMENT.
           MOVE CT-TRANS-TYPE TO PDL-TRANS-TYPE
           MOVE CT-SERIAL-NUM TO PDL-SERIAL-NUM
           MOVE CT-CAT-NUM TO PDL-CAT-NUM
           MOVE SPACES TO PDL-WHERE
           MOVE SPACES TO PDL-OUTCOME

           IF CT-TRANS-DATE IS NUMERIC AND CT-TRANS-DATE > 0
               MOVE CT-TRANS-DATE TO HF-TRANS-DATE
           ELSE
               MOVE WS-TODAY-CCYYMMDD TO HF-TRANS-DATE
           END-IF

           PERFORM 32-FIND-UNIT

           IF UNIT-FOUND
               MOVE UT-CAT-NUM(UNIT-SUB) TO PDL-CAT-NUM
           END-IF

           EVALUATE TRUE
               WHEN CT-ADD
                   PERFORM 34-ADD-UNIT

               WHEN NOT UNIT-FOUND
                   MOVE 'REJECTED - SERIAL NOT ON FILE' TO PDL-OUTCOME

               WHEN CT-ISSUE
                   PERFORM 35-ISSUE-UNIT

               WHEN CT-CORE-RETURN
                   PERFORM 36-RETURN-CORE

               WHEN CT-SHIP
                   PERFORM 37-SHIP-CORE

               WHEN CT-RECEIVE
                   PERFORM 38-RECEIVE-REBUILT-UNIT

               WHEN OTHER
                   MOVE 'REJECTED - BAD TRANSACTION TYPE' TO
                           PDL-OUTCOME
           END-EVALUATE

           IF PDL-OUTCOME(1:8) = 'REJECTED'
               ADD 1 TO RT-REJECT-COUNT
           ELSE
               ADD 1 TO RT-APPLIED-COUNT
           END-IF

           WRITE POSTING-RECORD FROM POSTING-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           .

       32-FIND-UNIT.
           MOVE 'N' TO UNIT-FOUND-SW

           PERFORM VARYING UNIT-SUB FROM 1 BY 1
               UNTIL UNIT-SUB > UT-NUM-UNITS OR UNIT-FOUND

               IF CT-SERIAL-NUM = UT-SERIAL-NUM(UNIT-SUB)
                   SET UNIT-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF UNIT-FOUND
               SUBTRACT 1 FROM UNIT-SUB
           END-IF
           .

       33-FIND-REPAIRABLE-PART.
           MOVE 'N' TO REPAIRABLE-FOUND-SW
           MOVE ZEROES TO HF-TURNAROUND-DAYS

           PERFORM VARYING REPAIR-SUB FROM 1 BY 1
               UNTIL REPAIR-SUB > RT-NUM-PARTS OR REPAIRABLE-FOUND

               IF UT-CAT-NUM(UNIT-SUB) = RTB-CAT-NUM(REPAIR-SUB)
                   SET REPAIRABLE-FOUND TO TRUE
                   MOVE RTB-TURNAROUND-DAYS(REPAIR-SUB) TO
                           HF-TURNAROUND-DAYS
               END-IF
           END-PERFORM
           .

       34-ADD-UNIT.
      *    ONLY PARTS FLAGGED REPAIRABLE ARE TRACKED BY SERIAL
           EVALUATE TRUE
               WHEN UNIT-FOUND
                   MOVE 'REJECTED - SERIAL ALREADY ON FILE' TO
                           PDL-OUTCOME

               WHEN CT-SERIAL-NUM = SPACES
                   MOVE 'REJECTED - NO SERIAL NUMBER' TO PDL-OUTCOME

               WHEN UT-NUM-UNITS >= 999
                   MOVE 'REJECTED - UNIT TABLE FULL' TO PDL-OUTCOME

               WHEN OTHER
                   ADD 1 TO UT-NUM-UNITS
                   MOVE UT-NUM-UNITS TO UNIT-SUB
                   MOVE CT-CAT-NUM TO UT-CAT-NUM(UNIT-SUB)
                   PERFORM 33-FIND-REPAIRABLE-PART

                   IF NOT REPAIRABLE-FOUND
                       SUBTRACT 1 FROM UT-NUM-UNITS
                       MOVE 'REJECTED - PART NOT FLAGGED REPAIRABLE'
                               TO PDL-OUTCOME
                   ELSE
                       MOVE CT-SERIAL-NUM TO UT-SERIAL-NUM(UNIT-SUB)
                       MOVE 'S' TO UT-STATUS(UNIT-SUB)
                       MOVE SPACES TO UT-TRAIN-NAME(UNIT-SUB)
                       MOVE CT-WAREHOUSE-ID TO
                               UT-WAREHOUSE-ID(UNIT-SUB)
                       MOVE SPACES TO UT-REBUILDER-ID(UNIT-SUB)
                       MOVE HF-TRANS-DATE TO UT-STATUS-DATE(UNIT-SUB)
                       MOVE ZEROES TO UT-SHIPPED-DATE(UNIT-SUB)
                       MOVE ZEROES TO UT-REBUILD-COUNT(UNIT-SUB)
                       MOVE CT-WAREHOUSE-ID TO PDL-WHERE
                       MOVE 'ADDED TO STOCK' TO PDL-OUTCOME
                   END-IF
           END-EVALUATE
           .

       35-ISSUE-UNIT.
           IF NOT UT-IN-STOCK(UNIT-SUB)
               MOVE 'REJECTED - UNIT NOT IN STOCK' TO PDL-OUTCOME
           ELSE
               IF CT-TRAIN-NAME = SPACES
                   MOVE 'REJECTED - NO TRAIN NAMED' TO PDL-OUTCOME
               ELSE
                   MOVE 'T' TO UT-STATUS(UNIT-SUB)
                   MOVE CT-TRAIN-NAME TO UT-TRAIN-NAME(UNIT-SUB)
                   MOVE HF-TRANS-DATE TO UT-STATUS-DATE(UNIT-SUB)
                   MOVE CT-TRAIN-NAME TO PDL-WHERE
                   MOVE 'ISSUED TO TRAIN' TO PDL-OUTCOME
               END-IF
           END-IF
           .

       36-RETURN-CORE.
      *    THE TRAIN STAYS ON THE RECORD SO THE CORE'S LAST
      *    INSTALLATION IS STILL KNOWN WHILE IT'S OUT
           IF NOT UT-ON-TRAIN(UNIT-SUB)
               MOVE 'REJECTED - UNIT NOT ON A TRAIN' TO PDL-OUTCOME
           ELSE
               MOVE 'C' TO UT-STATUS(UNIT-SUB)
               IF CT-WAREHOUSE-ID NOT = SPACES
                   MOVE CT-WAREHOUSE-ID TO UT-WAREHOUSE-ID(UNIT-SUB)
               END-IF
               MOVE HF-TRANS-DATE TO UT-STATUS-DATE(UNIT-SUB)
               MOVE UT-WAREHOUSE-ID(UNIT-SUB) TO PDL-WHERE
               MOVE 'CORE RETURNED FROM TRAIN' TO PDL-OUTCOME
           END-IF
           .

       37-SHIP-CORE.
           EVALUATE TRUE
               WHEN NOT UT-CORE-RETURNED(UNIT-SUB)
                   MOVE 'REJECTED - NO CORE WAITING TO SHIP' TO
                           PDL-OUTCOME

               WHEN CT-REBUILDER-ID = SPACES
                   MOVE 'REJECTED - NO REBUILDER NAMED' TO
                           PDL-OUTCOME

               WHEN OTHER
                   MOVE 'R' TO UT-STATUS(UNIT-SUB)
                   MOVE CT-REBUILDER-ID TO UT-REBUILDER-ID(UNIT-SUB)
                   MOVE HF-TRANS-DATE TO UT-STATUS-DATE(UNIT-SUB)
                   MOVE HF-TRANS-DATE TO UT-SHIPPED-DATE(UNIT-SUB)
                   MOVE CT-REBUILDER-ID TO PDL-WHERE
                   MOVE 'SHIPPED TO REBUILDER' TO PDL-OUTCOME
           END-EVALUATE
           .

       38-RECEIVE-REBUILT-UNIT.
           IF NOT UT-AT-REBUILDER(UNIT-SUB)
               MOVE 'REJECTED - UNIT NOT AT A REBUILDER' TO
                       PDL-OUTCOME
           ELSE
               IF CT-REBUILD-COST IS NOT NUMERIC
                   MOVE ZEROES TO CT-REBUILD-COST
               END-IF

               PERFORM 39-WRITE-REBUILD-HISTORY

               MOVE 'S' TO UT-STATUS(UNIT-SUB)
               MOVE SPACES TO UT-TRAIN-NAME(UNIT-SUB)
               IF CT-WAREHOUSE-ID NOT = SPACES
                   MOVE CT-WAREHOUSE-ID TO UT-WAREHOUSE-ID(UNIT-SUB)
               END-IF
               MOVE HF-TRANS-DATE TO UT-STATUS-DATE(UNIT-SUB)
               ADD 1 TO UT-REBUILD-COUNT(UNIT-SUB)
               MOVE UT-WAREHOUSE-ID(UNIT-SUB) TO PDL-WHERE
               MOVE 'REBUILT UNIT RECEIVED TO STOCK' TO PDL-OUTCOME
           END-IF
           .

       39-WRITE-REBUILD-HISTORY.
           IF NOT HISTORY-OPEN
               OPEN EXTEND REBUILD-HISTORY-FILE
               IF NOT REBUILD-HISTORY-FOUND
                   OPEN OUTPUT REBUILD-HISTORY-FILE
               END-IF
               SET HISTORY-OPEN TO TRUE
           END-IF

           MOVE SPACES TO REBUILD-HISTORY-RECORD
           MOVE UT-SERIAL-NUM(UNIT-SUB) TO RH-SERIAL-NUM
           MOVE UT-CAT-NUM(UNIT-SUB) TO RH-CAT-NUM
           MOVE UT-REBUILDER-ID(UNIT-SUB) TO RH-REBUILDER-ID
           MOVE UT-SHIPPED-DATE(UNIT-SUB) TO RH-SHIPPED-DATE
           MOVE HF-TRANS-DATE TO RH-RECEIVED-DATE
           MOVE CT-REBUILD-COST TO RH-REBUILD-COST

           WRITE REBUILD-HISTORY-RECORD
           .

       50-REPORT-OUTSTANDING-CORES.
      *    WHERE EVERY UNIT STANDS, THEN THE CORES AT EACH REBUILDER
      *    AGED FROM THE DAY THEY SHIPPED
           PERFORM VARYING UNIT-SUB FROM 1 BY 1
               UNTIL UNIT-SUB > UT-NUM-UNITS

               EVALUATE TRUE
                   WHEN UT-IN-STOCK(UNIT-SUB)
                       ADD 1 TO RT-IN-STOCK
                   WHEN UT-ON-TRAIN(UNIT-SUB)
                       ADD 1 TO RT-ON-TRAINS
                   WHEN UT-CORE-RETURNED(UNIT-SUB)
                       ADD 1 TO RT-AWAITING-SHIP
                   WHEN UT-AT-REBUILDER(UNIT-SUB)
                       ADD 1 TO RT-AT-REBUILDERS
                       PERFORM 51-NOTE-REBUILDER
               END-EVALUATE
           END-PERFORM

           IF RL-NUM-REBUILDERS = 0
               WRITE OUTSTANDING-RECORD FROM NO-CORES-OUT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           PERFORM VARYING REBUILDER-SUB FROM 1 BY 1
               UNTIL REBUILDER-SUB > RL-NUM-REBUILDERS

               PERFORM 52-REPORT-ONE-REBUILDER
           END-PERFORM

           MOVE RT-AT-REBUILDERS TO USL-AT-REBUILDERS
           MOVE RT-LATE-COUNT TO USL-LATE-COUNT
           MOVE RT-AWAITING-SHIP TO USL-AWAITING-SHIP
           MOVE RT-ON-TRAINS TO USL-ON-TRAINS
           MOVE RT-IN-STOCK TO USL-IN-STOCK

           WRITE OUTSTANDING-RECORD FROM UNIT-STATUS-LINE-1
               AFTER ADVANCING 3 LINES
           WRITE OUTSTANDING-RECORD FROM UNIT-STATUS-LINE-2
               AFTER ADVANCING 1 LINES
           WRITE OUTSTANDING-RECORD FROM UNIT-STATUS-LINE-3
               AFTER ADVANCING 1 LINES
           .

       51-NOTE-REBUILDER.
           MOVE 'N' TO REBUILDER-LISTED-SW

           PERFORM VARYING REBUILDER-SUB FROM 1 BY 1
               UNTIL REBUILDER-SUB > RL-NUM-REBUILDERS
                   OR REBUILDER-LISTED

               IF UT-REBUILDER-ID(UNIT-SUB) =
                       RL-REBUILDER-ID(REBUILDER-SUB)
                   SET REBUILDER-LISTED TO TRUE
               END-IF
           END-PERFORM

           IF NOT REBUILDER-LISTED AND RL-NUM-REBUILDERS < 50
               ADD 1 TO RL-NUM-REBUILDERS
               MOVE UT-REBUILDER-ID(UNIT-SUB) TO
                       RL-REBUILDER-ID(RL-NUM-REBUILDERS)
               MOVE ZEROES TO RL-BUCKET-COUNT(RL-NUM-REBUILDERS, 1)
                              RL-BUCKET-COUNT(RL-NUM-REBUILDERS, 2)
                              RL-BUCKET-COUNT(RL-NUM-REBUILDERS, 3)
                              RL-BUCKET-COUNT(RL-NUM-REBUILDERS, 4)
           END-IF
           .

       52-REPORT-ONE-REBUILDER.
           MOVE RL-REBUILDER-ID(REBUILDER-SUB) TO RBH-REBUILDER-ID
           WRITE OUTSTANDING-RECORD FROM REBUILDER-HEADING-LINE
               AFTER ADVANCING 2 LINES
           WRITE OUTSTANDING-RECORD FROM OUTSTANDING-COLUMN-LINE
               AFTER ADVANCING 1 LINES

           PERFORM VARYING UNIT-SUB FROM 1 BY 1
               UNTIL UNIT-SUB > UT-NUM-UNITS

               IF UT-AT-REBUILDER(UNIT-SUB) AND
                       UT-REBUILDER-ID(UNIT-SUB) =
                               RL-REBUILDER-ID(REBUILDER-SUB)
                   PERFORM 53-LIST-ONE-CORE
               END-IF
           END-PERFORM

           MOVE RL-BUCKET-COUNT(REBUILDER-SUB, 1) TO RTL-BUCKET-1
           MOVE RL-BUCKET-COUNT(REBUILDER-SUB, 2) TO RTL-BUCKET-2
           MOVE RL-BUCKET-COUNT(REBUILDER-SUB, 3) TO RTL-BUCKET-3
           MOVE RL-BUCKET-COUNT(REBUILDER-SUB, 4) TO RTL-BUCKET-4

           WRITE OUTSTANDING-RECORD FROM REBUILDER-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           .

       53-LIST-ONE-CORE.
           COMPUTE HF-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
               - FUNCTION INTEGER-OF-DATE(UT-SHIPPED-DATE(UNIT-SUB))

           IF HF-DAYS-OUT < 0
               MOVE ZEROES TO HF-DAYS-OUT
           END-IF

           EVALUATE TRUE
               WHEN HF-DAYS-OUT <= 30
                   MOVE 1 TO BUCKET-SUB
                   MOVE '0-30' TO ODL-BUCKET
               WHEN HF-DAYS-OUT <= 60
                   MOVE 2 TO BUCKET-SUB
                   MOVE '31-60' TO ODL-BUCKET
               WHEN HF-DAYS-OUT <= 90
                   MOVE 3 TO BUCKET-SUB
                   MOVE '61-90' TO ODL-BUCKET
               WHEN OTHER
                   MOVE 4 TO BUCKET-SUB
                   MOVE 'OVER 90' TO ODL-BUCKET
           END-EVALUATE

           ADD 1 TO RL-BUCKET-COUNT(REBUILDER-SUB, BUCKET-SUB)

           PERFORM 33-FIND-REPAIRABLE-PART

           MOVE SPACES TO ODL-LATE-FLAG
           IF HF-TURNAROUND-DAYS > 0 AND
                   HF-DAYS-OUT > HF-TURNAROUND-DAYS
               MOVE 'PAST TURNAROUND' TO ODL-LATE-FLAG
               ADD 1 TO RT-LATE-COUNT
           END-IF

           MOVE UT-SERIAL-NUM(UNIT-SUB) TO ODL-SERIAL-NUM
           MOVE UT-CAT-NUM(UNIT-SUB) TO ODL-CAT-NUM
           MOVE UT-SHIPPED-DATE(UNIT-SUB) TO ODL-SHIPPED-DATE
           MOVE HF-DAYS-OUT TO ODL-DAYS-OUT

           WRITE OUTSTANDING-RECORD FROM OUTSTANDING-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           .

       60-REPORT-REBUILD-COSTS.
      *    THE WHOLE HISTORY, THIS RUN'S RECEIPTS INCLUDED
           OPEN INPUT REBUILD-HISTORY-FILE

           IF REBUILD-HISTORY-FOUND
               PERFORM UNTIL HISTORY-DONE
                   READ REBUILD-HISTORY-FILE
                       AT END
                           SET HISTORY-DONE TO TRUE
                       NOT AT END
                           PERFORM 61-ACCUMULATE-REBUILD
                   END-READ
               END-PERFORM

               CLOSE REBUILD-HISTORY-FILE
           END-IF

           WRITE REBUILD-COST-RECORD FROM COST-COLUMN-LINE
               AFTER ADVANCING 2 LINES

           IF RC-NUM-PARTS = 0
               WRITE REBUILD-COST-RECORD FROM NO-REBUILDS-LINE
                   AFTER ADVANCING 1 LINES
           END-IF

           PERFORM VARYING COST-SUB FROM 1 BY 1
               UNTIL COST-SUB > RC-NUM-PARTS

               PERFORM 62-PRINT-ONE-PART-COST
           END-PERFORM
           .

       61-ACCUMULATE-REBUILD.
           IF RH-REBUILD-COST IS NOT NUMERIC
               MOVE ZEROES TO RH-REBUILD-COST
           END-IF

           COMPUTE HF-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(RH-RECEIVED-DATE)
               - FUNCTION INTEGER-OF-DATE(RH-SHIPPED-DATE)

           IF HF-DAYS-OUT < 0
               MOVE ZEROES TO HF-DAYS-OUT
           END-IF

           SET REBUILD-COST-TBL-INDEX TO 1
           SEARCH REBUILD-COST-TBL-LINE
               AT END
                   ADD 1 TO RC-NUM-PARTS
                   MOVE RH-CAT-NUM TO RC-CAT-NUM(RC-NUM-PARTS)
                   MOVE 1 TO RC-REBUILD-COUNT(RC-NUM-PARTS)
                   MOVE RH-REBUILD-COST TO RC-TOTAL-COST(RC-NUM-PARTS)
                   MOVE HF-DAYS-OUT TO RC-TOTAL-DAYS(RC-NUM-PARTS)

               WHEN RH-CAT-NUM = RC-CAT-NUM(REBUILD-COST-TBL-INDEX)
                   ADD 1 TO RC-REBUILD-COUNT(REBUILD-COST-TBL-INDEX)
                   ADD RH-REBUILD-COST TO
                           RC-TOTAL-COST(REBUILD-COST-TBL-INDEX)
                   ADD HF-DAYS-OUT TO
                           RC-TOTAL-DAYS(REBUILD-COST-TBL-INDEX)
           END-SEARCH
           .

       62-PRINT-ONE-PART-COST.
           MOVE SPACES TO HF-PART-NAME
           MOVE ZEROES TO HF-NEW-PRICE

           PERFORM VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > PM-NUM-PARTS

               IF RC-CAT-NUM(COST-SUB) = PM-CAT-NUM(PART-SUB)
                   MOVE PM-PART-NAME(PART-SUB) TO HF-PART-NAME
                   MOVE PM-UNIT-PRICE(PART-SUB) TO HF-NEW-PRICE
               END-IF
           END-PERFORM

           DIVIDE RC-TOTAL-COST(COST-SUB) BY RC-REBUILD-COUNT(COST-SUB)
               GIVING HF-AVERAGE-COST ROUNDED
           DIVIDE RC-TOTAL-DAYS(COST-SUB) BY RC-REBUILD-COUNT(COST-SUB)
               GIVING HF-AVERAGE-DAYS ROUNDED

           IF HF-NEW-PRICE > 0
               COMPUTE HF-PERCENT-OF-NEW ROUNDED =
                   HF-AVERAGE-COST * 100 / HF-NEW-PRICE
           ELSE
               MOVE ZEROES TO HF-PERCENT-OF-NEW
           END-IF

           MOVE RC-CAT-NUM(COST-SUB) TO CDL-CAT-NUM
           MOVE HF-PART-NAME TO CDL-PART-NAME
           MOVE RC-REBUILD-COUNT(COST-SUB) TO CDL-REBUILD-COUNT
           MOVE HF-AVERAGE-COST TO CDL-AVERAGE-COST
           MOVE HF-NEW-PRICE TO CDL-NEW-PRICE
           MOVE HF-PERCENT-OF-NEW TO CDL-PERCENT-OF-NEW
           MOVE HF-AVERAGE-DAYS TO CDL-AVERAGE-DAYS

           WRITE REBUILD-COST-RECORD FROM COST-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           .

       70-REWRITE-CORE-UNITS.
           OPEN OUTPUT CORE-UNIT-FILE

           PERFORM VARYING UNIT-SUB FROM 1 BY 1
               UNTIL UNIT-SUB > UT-NUM-UNITS

               MOVE SPACES TO CORE-UNIT-RECORD
               MOVE UT-SERIAL-NUM(UNIT-SUB) TO CU-SERIAL-NUM
               MOVE UT-CAT-NUM(UNIT-SUB) TO CU-CAT-NUM
               MOVE UT-STATUS(UNIT-SUB) TO CU-STATUS
               MOVE UT-TRAIN-NAME(UNIT-SUB) TO CU-TRAIN-NAME
               MOVE UT-WAREHOUSE-ID(UNIT-SUB) TO CU-WAREHOUSE-ID
               MOVE UT-REBUILDER-ID(UNIT-SUB) TO CU-REBUILDER-ID
               MOVE UT-STATUS-DATE(UNIT-SUB) TO CU-STATUS-DATE
               MOVE UT-SHIPPED-DATE(UNIT-SUB) TO CU-SHIPPED-DATE
               MOVE UT-REBUILD-COUNT(UNIT-SUB) TO CU-REBUILD-COUNT

               WRITE CORE-UNIT-RECORD
           END-PERFORM

           CLOSE CORE-UNIT-FILE
           .

       100-WRAP-UP.
           CLOSE CORE-POSTING-FILE
                 OUTSTANDING-CORES-FILE
                 REBUILD-COST-FILE

           GOBACK
           .
