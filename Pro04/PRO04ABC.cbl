       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO04ABC.
       AUTHOR. TIM J.
      ****************************************************************
      * This quarterly program ranks every occupied costume slot by
      * its dollar demand over the last twelve months and assigns
      * each an A, B or C class by cumulative share of the dollars.
      * The classes go to a file other programs can read, and the
      * report shows what share of the slots and of the dollars
      * each class holds, flagging every slot whose class moved
      * since the last run so buyers and counters know where to
      * spend their time

      ***************
      * INPUTS:
      *    The DEMAND HISTORY FILE holds one record per applied
      *    shipment: vendor/warehouse/costume/slot, month (YYMM),
      *    and units shipped
      *
      *    The MERGED INVENTORY FILE gives every occupied slot, so
      *    a slot with no demand at all still lands in class C
      *
      *    The COSTUME COST MASTER gives each slot's unit cost
      *
      *    The ABC CLASS FILE from the last run gives the class each
      *    slot held before
      *
      *    ABC-END-MONTH (YYMM) names the last month of the twelve;
      *    the default is the month before the run.  ABC-A-PCT and
      *    ABC-B-PCT set the cumulative dollar cutoffs; the defaults
      *    are 80 and 95

      * *******
      * OUTPUTS:
      *    The ABC CLASS FILE is rewritten with every slot's class,
      *    rank, annual units and annual dollars
      *
      *    The ABC REPORT FILE lists every slot highest dollars
      *    first with its cumulative share, class and prior class,
      *    then each class's share of slots and of dollars

      ****************
      * CALCULATIONS:
      *    ANNUAL DOLLARS [TWELVE MONTHS OF UNITS * UNIT COST]
      *    CUMULATIVE PCT [DOLLARS OF HIGHER-RANKED SLOTS * 100 /
      *                    TOTAL DOLLARS]
      *    CLASS [A WHILE CUMULATIVE PCT IS UNDER THE A CUTOFF, B
      *           UNDER THE B CUTOFF, C FOR THE REST AND FOR EVERY
      *           SLOT WITH NO DOLLARS]
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DEMAND-HISTORY-FILE
               ASSIGN TO 'DEMAND-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEMAND-HIST-STATUS.

           SELECT MERGED-INVENTORY-FILE
               ASSIGN TO 'MERGED-INVENTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COST-MASTER-FILE
               ASSIGN TO 'COSTUME-COST-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-MASTER-STATUS.

      *    LAST RUN'S CLASSES COME IN, THIS RUN'S GO BACK OUT
           SELECT ABC-CLASS-FILE
               ASSIGN TO 'ABC-CLASS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABC-CLASS-STATUS.

           SELECT UNSORTED-ABC-FILE
               ASSIGN TO 'UNSORTEDABC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ABC-SORT-FILE
               ASSIGN TO 'ABCSORT.TMP'.

           SELECT RANKED-ABC-FILE
               ASSIGN TO 'RANKEDABC.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ABC-REPORT-FILE
               ASSIGN TO PRINTER 'ABC-REPORT.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD DEMAND-HISTORY-FILE
           RECORD CONTAINS 19 CHARACTERS.

       01 DEMAND-HISTORY-RECORD.
           05 DH-VENDOR-ID             PIC X(4).
           05 DH-WAREHOUSE-ID          PIC X(3).
           05 DH-COSTUME-ID            PIC X(3).
           05 DH-SLOT-NUM              PIC 99.
           05 DH-MONTH                 PIC X(4).
           05 DH-UNITS                 PIC 9(3).

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

       FD COST-MASTER-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01 COST-MASTER-RECORD.
           05 CC-VENDOR-ID             PIC X(4).
           05 CC-COSTUME-ID            PIC X(3).
           05 CC-SLOT-NUM              PIC 99.
           05 CC-UNIT-COST             PIC 99V99.

       FD ABC-CLASS-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01 ABC-CLASS-RECORD.
           05 AC-VENDOR-ID             PIC X(4).
           05 AC-WAREHOUSE-ID          PIC X(3).
           05 AC-COSTUME-ID            PIC X(3).
           05 AC-SLOT-NUM              PIC 99.
           05 AC-CLASS                 PIC X.
               88 AC-CLASS-A           VALUE 'A'.
               88 AC-CLASS-B           VALUE 'B'.
               88 AC-CLASS-C           VALUE 'C'.
           05 AC-RANK                  PIC 9(5).
           05 AC-ANNUAL-UNITS          PIC 9(6).
           05 AC-ANNUAL-DOLLARS        PIC 9(7)V99.
           05 AC-CLASS-DATE            PIC X(6).
           05 FILLER                   PIC X.

       FD UNSORTED-ABC-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01 UNSORTED-ABC-RECORD.
           05 UA-VENDOR-ID             PIC X(4).
           05 UA-WAREHOUSE-ID          PIC X(3).
           05 UA-COSTUME-ID            PIC X(3).
           05 UA-SLOT-NUM              PIC 99.
           05 UA-COSTUME-NAME          PIC X(9).
           05 UA-ANNUAL-UNITS          PIC 9(6).
           05 UA-UNIT-COST             PIC 99V99.
           05 UA-ANNUAL-DOLLARS        PIC 9(7)V99.

       SD ABC-SORT-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01 ABC-SORT-RECORD.
           05 AS-VENDOR-ID             PIC X(4).
           05 AS-WAREHOUSE-ID          PIC X(3).
           05 AS-COSTUME-ID            PIC X(3).
           05 AS-SLOT-NUM              PIC 99.
           05 AS-COSTUME-NAME          PIC X(9).
           05 AS-ANNUAL-UNITS          PIC 9(6).
           05 AS-UNIT-COST             PIC 99V99.
           05 AS-ANNUAL-DOLLARS        PIC 9(7)V99.

       FD RANKED-ABC-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01 RANKED-ABC-RECORD.
           05 RA-VENDOR-ID             PIC X(4).
           05 RA-WAREHOUSE-ID          PIC X(3).
           05 RA-COSTUME-ID            PIC X(3).
           05 RA-SLOT-NUM              PIC 99.
           05 RA-COSTUME-NAME          PIC X(9).
           05 RA-ANNUAL-UNITS          PIC 9(6).
           05 RA-UNIT-COST             PIC 99V99.
           05 RA-ANNUAL-DOLLARS        PIC 9(7)V99.

       FD ABC-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 ABC-REPORT-RECORD            PIC X(80).


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG                 PIC X           VALUE 'F'.
           05 RANKED-EOF-FLAG          PIC X           VALUE 'F'.
           05 LOAD-EOF-SW              PIC X.
               88 LOAD-DONE            VALUE 'Y'.
           05 DEMAND-HIST-STATUS       PIC XX.
               88 DEMAND-HIST-FOUND    VALUE '00'.
           05 COST-MASTER-STATUS       PIC XX.
               88 COST-MASTER-FOUND    VALUE '00'.
           05 ABC-CLASS-STATUS         PIC XX.
               88 ABC-CLASS-FOUND      VALUE '00'.
           05 MATCH-SW                 PIC X.
               88 MATCH-FOUND          VALUE 'Y'.
           05 SUB                      PIC 99.
           05 DEMAND-SUB               PIC 9(5).
           05 COST-SUB                 PIC 9(4).
           05 PRIOR-SUB                PIC 9(5).
           05 CLASS-SUB                PIC 9.
           05 AB-RANK-COUNTER          PIC 9(5)        VALUE 0.
           05 AB-CHANGED-COUNT         PIC 9(5)        VALUE 0.

       01 RUN-PARAMETERS.
           05 AB-END-MONTH             PIC X(4).
           05 AB-END-MONTH-NUM REDEFINES AB-END-MONTH.
               10 AB-END-YY            PIC 99.
               10 AB-END-MM            PIC 99.
           05 AB-START-MONTH           PIC X(4).
           05 AB-A-PCT                 PIC 999         VALUE 80.
           05 AB-B-PCT                 PIC 999         VALUE 95.
           05 AB-PCT-PARM              PIC X(3).

       01 MONTH-WORK-FIELDS.
      *    MONTH ARITHMETIC ON A MONTHS-SINCE-YEAR-ZERO COUNT, SO
      *    THE TWELVE MONTHS CAN CROSS A YEAR END
           05 MW-MONTHS                PIC S9(5).
           05 MW-YY                    PIC 99.
           05 MW-MM                    PIC 99.
           05 MW-YYMM.
               10 MW-YYMM-YY           PIC 99.
               10 MW-YYMM-MM           PIC 99.

       01 HOLD-FIELDS.
           05 HF-SLOT-UNITS            PIC 9(6).
           05 HF-UNIT-COST             PIC 99V99.
           05 HF-SLOT-DOLLARS          PIC 9(7)V99.
           05 HF-TOTAL-DOLLARS         PIC 9(9)V99     VALUE 0.
           05 HF-CUM-DOLLARS           PIC 9(9)V99     VALUE 0.
           05 HF-CUM-PCT               PIC 999V9.
           05 HF-CLASS                 PIC X.
           05 HF-PRIOR-CLASS           PIC X.
           05 HF-SHARE-PCT             PIC 999V9.

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 WS-RUN-DATE                  PIC X(6).

       01 CLASS-TOTALS-AREA.
      *    ONE ENTRY EACH FOR A, B AND C
           05 CLASS-TOTAL-LINE OCCURS 3 TIMES.
               10 CL-SLOT-COUNT        PIC 9(5).
               10 CL-DOLLARS           PIC 9(9)V99.

       01 CLASS-LETTERS                PIC X(3)        VALUE 'ABC'.

       01 DEMAND-TABLE-AREA.
      *    THE TWELVE MONTHS' SHIPMENTS, ROLLED UP TO ONE LINE PER
      *    SLOT AS THEY LOAD
           05 DT-NUM-ENTRIES           PIC 9(5)        VALUE 0.
           05 DEMAND-TBL-LINE OCCURS 1 TO 9000 TIMES
               DEPENDING ON DT-NUM-ENTRIES.
               10 DT-VENDOR-ID         PIC X(4).
               10 DT-WAREHOUSE-ID      PIC X(3).
               10 DT-COSTUME-ID        PIC X(3).
               10 DT-SLOT-NUM          PIC 99.
               10 DT-UNITS             PIC 9(6).

       01 COST-TABLE-AREA.
           05 CT-NUM-ENTRIES           PIC 9(4)        VALUE 0.
           05 COST-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON CT-NUM-ENTRIES.
               10 CT-VENDOR-ID         PIC X(4).
               10 CT-COSTUME-ID        PIC X(3).
               10 CT-SLOT-NUM          PIC 99.
               10 CT-UNIT-COST         PIC 99V99.

       01 PRIOR-CLASS-TABLE-AREA.
           05 PC-NUM-ENTRIES           PIC 9(5)        VALUE 0.
           05 PRIOR-CLASS-TBL-LINE OCCURS 1 TO 9000 TIMES
               DEPENDING ON PC-NUM-ENTRIES.
               10 PC-SLOT-KEY          PIC X(12).
               10 PC-CLASS             PIC X.


      **************        OUTPUT AREA        ********************

       01 ABC-HEADING-ONE.
           05 FILLER                   PIC X(22)       VALUE SPACES.
           05                          PIC X(36)       VALUE
                   'ABC CLASSIFICATION BY DOLLAR DEMAND'.
           05 FILLER                   PIC X(22)       VALUE SPACES.

       01 ABC-HEADING-TWO.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05 AH2-MONTH                PIC 99.
           05                          PIC X           VALUE '/'.
           05 AH2-DAY                  PIC 99.
           05                          PIC X           VALUE '/'.
           05 AH2-YEAR                 PIC 9(2).
           05 FILLER                   PIC X(6)        VALUE SPACES.
           05                          PIC X(8)        VALUE
                   'MONTHS: '.
           05 AH2-START-MONTH          PIC X(4).
           05                          PIC X(3)        VALUE ' - '.
           05 AH2-END-MONTH            PIC X(4).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'A/B: '.
           05 AH2-A-PCT                PIC ZZ9.
           05                          PIC X           VALUE '/'.
           05 AH2-B-PCT                PIC ZZ9.
           05 FILLER                   PIC X(12)       VALUE SPACES.
           05                          PIC XXX         VALUE 'TWJ'.
           05 FILLER                   PIC X(7)        VALUE SPACES.

       01 ABC-HEADING-THREE.
           05                          PIC X(5)        VALUE 'RANK'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'VEND'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'WHS'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'CST'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(2)        VALUE 'SL'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(9)        VALUE 'COSTUME'.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'UNITS'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'COST'.
           05 FILLER                   PIC X(6)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'DOLLARS'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'CUM %'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'CLS'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'WAS'.
           05 FILLER                   PIC X(7)        VALUE SPACES.

       01 ABC-DETAIL-LINE.
           05 ADL-RANK                 PIC ZZZZ9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ADL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ADL-WAREHOUSE-ID         PIC X(3).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ADL-COSTUME-ID           PIC X(3).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ADL-SLOT-NUM             PIC 99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ADL-COSTUME-NAME         PIC X(9).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ADL-ANNUAL-UNITS         PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ADL-UNIT-COST            PIC Z9.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ADL-ANNUAL-DOLLARS       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ADL-CUM-PCT              PIC ZZ9.9.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 ADL-CLASS                PIC X.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05 ADL-PRIOR-CLASS          PIC X.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 ADL-CHANGE-FLAG          PIC X(7).

       01 ABC-SUMMARY-HEADING.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'CLASS'.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'SLOTS'.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05                          PIC X(7)        VALUE '% SLOTS'.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05                          PIC X(7)        VALUE 'DOLLARS'.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                   '% DOLLARS'.
           05 FILLER                   PIC X(22)       VALUE SPACES.

       01 ABC-SUMMARY-LINE.
           05 FILLER                   PIC X(7)        VALUE SPACES.
           05 ASL-CLASS                PIC X.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05 ASL-SLOT-COUNT           PIC ZZ,ZZ9.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05 ASL-SLOT-PCT             PIC ZZ9.9.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05 ASL-DOLLARS              PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05 ASL-DOLLAR-PCT           PIC ZZ9.9.
           05 FILLER                   PIC X(24)       VALUE SPACES.

       01 ABC-TOTAL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(13)       VALUE
                   'SLOTS RANKED:'.
           05 ATL-RANK-COUNT           PIC ZZ,ZZ9.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(15)       VALUE
                   'CLASS CHANGES: '.
           05 ATL-CHANGED-COUNT        PIC ZZ,ZZ9.
           05 FILLER                   PIC X(30)       VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 13-GET-RUN-PARAMETERS
           PERFORM 15-HOUSEKEEPING
           PERFORM 21-LOAD-DEMAND-TABLE
           PERFORM 23-LOAD-COST-TABLE
           PERFORM 24-LOAD-PRIOR-CLASSES
           PERFORM 30-BUILD-ABC-SORT-FILE
           PERFORM 40-SORT-ABC-FILE
           PERFORM 50-CLASSIFY-RANKED-SLOTS
           PERFORM 60-PRINT-CLASS-SUMMARY
           PERFORM 100-WRAP-UP
           .

       13-GET-RUN-PARAMETERS.
      *    THE DEFAULT TWELVE MONTHS END WITH THE LAST FULL MONTH
           ACCEPT WS-DATE FROM DATE

           ACCEPT AB-END-MONTH FROM ENVIRONMENT 'ABC-END-MONTH'
           IF AB-END-MONTH IS NOT NUMERIC
               MOVE WS-YEAR TO MW-YY
               MOVE WS-MONTH TO MW-MM
               COMPUTE MW-MONTHS = MW-YY * 12 + MW-MM - 1
               SUBTRACT 1 FROM MW-MONTHS
               PERFORM 14-MONTHS-TO-YYMM
               MOVE MW-YYMM TO AB-END-MONTH
           END-IF

           COMPUTE MW-MONTHS = AB-END-YY * 12 + AB-END-MM - 1
           SUBTRACT 11 FROM MW-MONTHS
           PERFORM 14-MONTHS-TO-YYMM
           MOVE MW-YYMM TO AB-START-MONTH

           ACCEPT AB-PCT-PARM FROM ENVIRONMENT 'ABC-A-PCT'
           IF AB-PCT-PARM IS NUMERIC
               MOVE AB-PCT-PARM TO AB-A-PCT
           END-IF

           ACCEPT AB-PCT-PARM FROM ENVIRONMENT 'ABC-B-PCT'
           IF AB-PCT-PARM IS NUMERIC
               MOVE AB-PCT-PARM TO AB-B-PCT
           END-IF

           IF AB-A-PCT > 100 OR AB-B-PCT > 100
                   OR AB-A-PCT > AB-B-PCT
               MOVE 80 TO AB-A-PCT
               MOVE 95 TO AB-B-PCT
           END-IF
           .

       14-MONTHS-TO-YYMM.
           DIVIDE MW-MONTHS BY 12
               GIVING MW-YY REMAINDER MW-MM
           ADD 1 TO MW-MM
           MOVE MW-YY TO MW-YYMM-YY
           MOVE MW-MM TO MW-YYMM-MM
           .

       15-HOUSEKEEPING.
           OPEN OUTPUT ABC-REPORT-FILE

           MOVE WS-MONTH TO AH2-MONTH
           MOVE WS-DAY TO AH2-DAY
           MOVE WS-YEAR TO AH2-YEAR
           MOVE AB-START-MONTH TO AH2-START-MONTH
           MOVE AB-END-MONTH TO AH2-END-MONTH
           MOVE AB-A-PCT TO AH2-A-PCT
           MOVE AB-B-PCT TO AH2-B-PCT

           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING

           INITIALIZE CLASS-TOTALS-AREA

           WRITE ABC-REPORT-RECORD FROM ABC-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE ABC-HEADING-TWO TO ABC-REPORT-RECORD
           WRITE ABC-REPORT-RECORD
               AFTER ADVANCING 1 LINES

           MOVE ABC-HEADING-THREE TO ABC-REPORT-RECORD
           WRITE ABC-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           .

       21-LOAD-DEMAND-TABLE.
      *    THE HISTORY FILE ONLY EXISTS ONCE PRO04POST HAS APPLIED
      *    AT LEAST ONE SHIPMENT; MONTHS OUTSIDE THE TWELVE ARE
      *    SKIPPED
           OPEN INPUT DEMAND-HISTORY-FILE

           IF DEMAND-HIST-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ DEMAND-HISTORY-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF DH-MONTH >= AB-START-MONTH
                                   AND DH-MONTH <= AB-END-MONTH
                                   AND DH-UNITS IS NUMERIC
                               PERFORM 22-POST-SLOT-DEMAND
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE DEMAND-HISTORY-FILE
           END-IF
           .

       22-POST-SLOT-DEMAND.
           MOVE 'N' TO MATCH-SW

           PERFORM VARYING DEMAND-SUB FROM 1 BY 1
               UNTIL DEMAND-SUB > DT-NUM-ENTRIES OR MATCH-FOUND

               IF DH-VENDOR-ID = DT-VENDOR-ID(DEMAND-SUB)
                       AND DH-WAREHOUSE-ID = DT-WAREHOUSE-ID(DEMAND-SUB)
                       AND DH-COSTUME-ID = DT-COSTUME-ID(DEMAND-SUB)
                       AND DH-SLOT-NUM = DT-SLOT-NUM(DEMAND-SUB)
                   SET MATCH-FOUND TO TRUE
                   ADD DH-UNITS TO DT-UNITS(DEMAND-SUB)
               END-IF
           END-PERFORM

           IF NOT MATCH-FOUND
               ADD 1 TO DT-NUM-ENTRIES
               MOVE DH-VENDOR-ID TO DT-VENDOR-ID(DT-NUM-ENTRIES)
               MOVE DH-WAREHOUSE-ID TO DT-WAREHOUSE-ID(DT-NUM-ENTRIES)
               MOVE DH-COSTUME-ID TO DT-COSTUME-ID(DT-NUM-ENTRIES)
               MOVE DH-SLOT-NUM TO DT-SLOT-NUM(DT-NUM-ENTRIES)
               MOVE DH-UNITS TO DT-UNITS(DT-NUM-ENTRIES)
           END-IF
           .

       23-LOAD-COST-TABLE.
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

       24-LOAD-PRIOR-CLASSES.
      *    THE FIRST RUN HAS NO PRIOR CLASSES, SO NOTHING IS FLAGGED
           OPEN INPUT ABC-CLASS-FILE

           IF ABC-CLASS-FOUND
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM UNTIL LOAD-DONE
                   READ ABC-CLASS-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO PC-NUM-ENTRIES
                           MOVE ABC-CLASS-RECORD(1:12) TO
                                   PC-SLOT-KEY(PC-NUM-ENTRIES)
                           MOVE AC-CLASS TO PC-CLASS(PC-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE ABC-CLASS-FILE
           END-IF
           .

       30-BUILD-ABC-SORT-FILE.
      *    ONE RECORD PER OCCUPIED MASTER SLOT, WITH ITS TWELVE
      *    MONTHS OF UNITS PRICED AT THE SLOT'S COST
           OPEN INPUT MERGED-INVENTORY-FILE
               OUTPUT UNSORTED-ABC-FILE

           PERFORM UNTIL EOF-FLAG = 'T'
               READ MERGED-INVENTORY-FILE
                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       PERFORM VARYING SUB FROM 1 BY 1
                           UNTIL SUB > 12
                           IF IR-COSTUME-NAME(SUB) NOT = SPACES
                               PERFORM 31-WRITE-SLOT-DOLLARS
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           CLOSE MERGED-INVENTORY-FILE, UNSORTED-ABC-FILE
           .

       31-WRITE-SLOT-DOLLARS.
           MOVE ZEROES TO HF-SLOT-UNITS

           PERFORM VARYING DEMAND-SUB FROM 1 BY 1
               UNTIL DEMAND-SUB > DT-NUM-ENTRIES

               IF IR-VENDOR-ID = DT-VENDOR-ID(DEMAND-SUB)
                       AND IR-WAREHOUSE-ID = DT-WAREHOUSE-ID(DEMAND-SUB)
                       AND IR-COSTUME-ID = DT-COSTUME-ID(DEMAND-SUB)
                       AND SUB = DT-SLOT-NUM(DEMAND-SUB)
                   ADD DT-UNITS(DEMAND-SUB) TO HF-SLOT-UNITS
               END-IF
           END-PERFORM

           MOVE 'N' TO MATCH-SW
           MOVE ZEROES TO HF-UNIT-COST

           PERFORM VARYING COST-SUB FROM 1 BY 1
               UNTIL COST-SUB > CT-NUM-ENTRIES OR MATCH-FOUND

               IF IR-VENDOR-ID = CT-VENDOR-ID(COST-SUB)
                       AND IR-COSTUME-ID = CT-COSTUME-ID(COST-SUB)
                       AND SUB = CT-SLOT-NUM(COST-SUB)
                   SET MATCH-FOUND TO TRUE
                   MOVE CT-UNIT-COST(COST-SUB) TO HF-UNIT-COST
               END-IF
           END-PERFORM

           MULTIPLY HF-SLOT-UNITS BY HF-UNIT-COST
               GIVING HF-SLOT-DOLLARS
           ADD HF-SLOT-DOLLARS TO HF-TOTAL-DOLLARS

           MOVE IR-VENDOR-ID TO UA-VENDOR-ID
           MOVE IR-WAREHOUSE-ID TO UA-WAREHOUSE-ID
           MOVE IR-COSTUME-ID TO UA-COSTUME-ID
           MOVE SUB TO UA-SLOT-NUM
           MOVE IR-COSTUME-NAME(SUB) TO UA-COSTUME-NAME
           MOVE HF-SLOT-UNITS TO UA-ANNUAL-UNITS
           MOVE HF-UNIT-COST TO UA-UNIT-COST
           MOVE HF-SLOT-DOLLARS TO UA-ANNUAL-DOLLARS

           WRITE UNSORTED-ABC-RECORD
           .

       40-SORT-ABC-FILE.
           SORT ABC-SORT-FILE
               ON DESCENDING KEY AS-ANNUAL-DOLLARS
               ON ASCENDING KEY AS-VENDOR-ID
               ON ASCENDING KEY AS-WAREHOUSE-ID
               ON ASCENDING KEY AS-COSTUME-ID
               ON ASCENDING KEY AS-SLOT-NUM
               USING UNSORTED-ABC-FILE
               GIVING RANKED-ABC-FILE
           .

       50-CLASSIFY-RANKED-SLOTS.
      *    THE CLASS FILE IS REWRITTEN ONLY AFTER THE PRIOR CLASSES
      *    ARE SAFELY IN THE TABLE
           OPEN INPUT RANKED-ABC-FILE
               OUTPUT ABC-CLASS-FILE

           PERFORM UNTIL RANKED-EOF-FLAG = 'T'
               READ RANKED-ABC-FILE
                   AT END
                       MOVE 'T' TO RANKED-EOF-FLAG
                   NOT AT END
                       PERFORM 51-CLASSIFY-ONE-SLOT
               END-READ
           END-PERFORM

           CLOSE RANKED-ABC-FILE, ABC-CLASS-FILE
           .

       51-CLASSIFY-ONE-SLOT.
      *    THE SLOT THAT CROSSES A CUTOFF STAYS IN THE HIGHER CLASS,
      *    SO THE PERCENTAGE TESTED IS THE ONE BEFORE IT IS ADDED
           ADD 1 TO AB-RANK-COUNTER

           IF HF-TOTAL-DOLLARS > 0
               COMPUTE HF-CUM-PCT ROUNDED =
                   HF-CUM-DOLLARS * 100 / HF-TOTAL-DOLLARS
           ELSE
               MOVE ZEROES TO HF-CUM-PCT
           END-IF

           EVALUATE TRUE
               WHEN RA-ANNUAL-DOLLARS = 0
                   MOVE 'C' TO HF-CLASS
                   MOVE 3 TO CLASS-SUB
               WHEN HF-CUM-PCT < AB-A-PCT
                   MOVE 'A' TO HF-CLASS
                   MOVE 1 TO CLASS-SUB
               WHEN HF-CUM-PCT < AB-B-PCT
                   MOVE 'B' TO HF-CLASS
                   MOVE 2 TO CLASS-SUB
               WHEN OTHER
                   MOVE 'C' TO HF-CLASS
                   MOVE 3 TO CLASS-SUB
           END-EVALUATE

           ADD RA-ANNUAL-DOLLARS TO HF-CUM-DOLLARS
           ADD 1 TO CL-SLOT-COUNT(CLASS-SUB)
           ADD RA-ANNUAL-DOLLARS TO CL-DOLLARS(CLASS-SUB)

           PERFORM 52-FIND-PRIOR-CLASS

           MOVE SPACES TO ABC-CLASS-RECORD
           MOVE RA-VENDOR-ID TO AC-VENDOR-ID
           MOVE RA-WAREHOUSE-ID TO AC-WAREHOUSE-ID
           MOVE RA-COSTUME-ID TO AC-COSTUME-ID
           MOVE RA-SLOT-NUM TO AC-SLOT-NUM
           MOVE HF-CLASS TO AC-CLASS
           MOVE AB-RANK-COUNTER TO AC-RANK
           MOVE RA-ANNUAL-UNITS TO AC-ANNUAL-UNITS
           MOVE RA-ANNUAL-DOLLARS TO AC-ANNUAL-DOLLARS
           MOVE WS-RUN-DATE TO AC-CLASS-DATE
           WRITE ABC-CLASS-RECORD

           IF HF-TOTAL-DOLLARS > 0
               COMPUTE HF-CUM-PCT ROUNDED =
                   HF-CUM-DOLLARS * 100 / HF-TOTAL-DOLLARS
           END-IF

           MOVE AB-RANK-COUNTER TO ADL-RANK
           MOVE RA-VENDOR-ID TO ADL-VENDOR-ID
           MOVE RA-WAREHOUSE-ID TO ADL-WAREHOUSE-ID
           MOVE RA-COSTUME-ID TO ADL-COSTUME-ID
           MOVE RA-SLOT-NUM TO ADL-SLOT-NUM
           MOVE RA-COSTUME-NAME TO ADL-COSTUME-NAME
           MOVE RA-ANNUAL-UNITS TO ADL-ANNUAL-UNITS
           MOVE RA-UNIT-COST TO ADL-UNIT-COST
           MOVE RA-ANNUAL-DOLLARS TO ADL-ANNUAL-DOLLARS
           MOVE HF-CUM-PCT TO ADL-CUM-PCT
           MOVE HF-CLASS TO ADL-CLASS
           MOVE HF-PRIOR-CLASS TO ADL-PRIOR-CLASS

           EVALUATE TRUE
               WHEN PC-NUM-ENTRIES = 0
                   MOVE SPACES TO ADL-CHANGE-FLAG
               WHEN HF-PRIOR-CLASS = SPACES
                   MOVE 'NEW' TO ADL-CHANGE-FLAG
               WHEN HF-PRIOR-CLASS NOT = HF-CLASS
                   MOVE 'CHANGED' TO ADL-CHANGE-FLAG
                   ADD 1 TO AB-CHANGED-COUNT
               WHEN OTHER
                   MOVE SPACES TO ADL-CHANGE-FLAG
           END-EVALUATE

           MOVE ABC-DETAIL-LINE TO ABC-REPORT-RECORD
           WRITE ABC-REPORT-RECORD
               AFTER ADVANCING 1 LINES
           .

       52-FIND-PRIOR-CLASS.
           MOVE SPACES TO HF-PRIOR-CLASS
           MOVE 'N' TO MATCH-SW

           PERFORM VARYING PRIOR-SUB FROM 1 BY 1
               UNTIL PRIOR-SUB > PC-NUM-ENTRIES OR MATCH-FOUND

               IF RANKED-ABC-RECORD(1:12) = PC-SLOT-KEY(PRIOR-SUB)
                   SET MATCH-FOUND TO TRUE
                   MOVE PC-CLASS(PRIOR-SUB) TO HF-PRIOR-CLASS
               END-IF
           END-PERFORM
           .

       60-PRINT-CLASS-SUMMARY.
           MOVE ABC-SUMMARY-HEADING TO ABC-REPORT-RECORD
           WRITE ABC-REPORT-RECORD
               AFTER ADVANCING 3 LINES

           PERFORM VARYING CLASS-SUB FROM 1 BY 1
               UNTIL CLASS-SUB > 3

               MOVE CLASS-LETTERS(CLASS-SUB:1) TO ASL-CLASS
               MOVE CL-SLOT-COUNT(CLASS-SUB) TO ASL-SLOT-COUNT
               MOVE CL-DOLLARS(CLASS-SUB) TO ASL-DOLLARS

               IF AB-RANK-COUNTER > 0
                   COMPUTE HF-SHARE-PCT ROUNDED =
                       CL-SLOT-COUNT(CLASS-SUB) * 100 / AB-RANK-COUNTER
               ELSE
                   MOVE ZEROES TO HF-SHARE-PCT
               END-IF
               MOVE HF-SHARE-PCT TO ASL-SLOT-PCT

               IF HF-TOTAL-DOLLARS > 0
                   COMPUTE HF-SHARE-PCT ROUNDED =
                       CL-DOLLARS(CLASS-SUB) * 100 / HF-TOTAL-DOLLARS
               ELSE
                   MOVE ZEROES TO HF-SHARE-PCT
               END-IF
               MOVE HF-SHARE-PCT TO ASL-DOLLAR-PCT

               MOVE ABC-SUMMARY-LINE TO ABC-REPORT-RECORD
               WRITE ABC-REPORT-RECORD
                   AFTER ADVANCING 1 LINES
           END-PERFORM
           .

       100-WRAP-UP.
           MOVE AB-RANK-COUNTER TO ATL-RANK-COUNT
           MOVE AB-CHANGED-COUNT TO ATL-CHANGED-COUNT

           MOVE ABC-TOTAL-LINE TO ABC-REPORT-RECORD
           WRITE ABC-REPORT-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE ABC-REPORT-FILE

           GOBACK
           .
