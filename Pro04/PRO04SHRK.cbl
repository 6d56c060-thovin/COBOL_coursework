      * This quarterly program values the damage write-offs that
      * PRO04POST has been appending to the damage history file,
      * ranking warehouses and costumes by write-off value for the
      * operator's quarter with a trend against the prior quarter.
      * Vendor credits received on return-to-vendor shipments are
      * netted against the gross write-off for each quarter

      ***************
      * INPUTS:
      *    damage write-off: date, vendor/warehouse/costume/slot,
      *    quantity, and the costume price at write-off time
      *
      *    The RTV MASTER FILE holds every return-to-vendor; the
      *    credited ones are the quarter's recovery, by credit date
      *
      *    The operator supplies the first month of the quarter to
      *    report (YYMM); the prior quarter is the three months
      *    before it
      * OUTPUTS:
      *    The SHRINKAGE REPORT FILE ranks warehouses and costumes
      *    by write-off value, highest first, each with the prior
      *    quarter's value and the change, then gross write-off,
      *    vendor recovery and net shrink for both quarters

      ****************
      * CALCULATIONS:
      *    WRITE-OFF VALUE [QUANTITY * PRICE AT WRITE-OFF TIME]
      *    TREND [CURRENT QUARTER VALUE - PRIOR QUARTER VALUE]
      *    NET SHRINK [GROSS WRITE-OFF - VENDOR CREDITS RECEIVED]
      ************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAMAGE-HIST-STATUS.

      *    CREDITS PRO04RTV HAS RECORDED AGAINST RETURNED DAMAGE
           SELECT RTV-MASTER-FILE
               ASSIGN TO 'RTV-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTV-MASTER-STATUS.

           SELECT SHRINKAGE-REPORT-FILE
               ASSIGN TO PRINTER 'SHRINKAGE-REPORT.TXT'.

           05 DG-QUANTITY              PIC 9(3).
           05 DG-COSTUME-PRICE         PIC 99V99.

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
           05 RM-CREDIT-DATE.
               10 RM-CREDIT-MONTH      PIC X(4).
               10 RM-CREDIT-DAY        PIC XX.
           05 RM-CREDIT-AMOUNT         PIC 9(5)V99.
           05 RM-STATUS                PIC X.
               88 RM-CREDITED          VALUE 'C'.

       FD SHRINKAGE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

           05 EOF-FLAG                 PIC X           VALUE 'F'.
           05 DAMAGE-HIST-STATUS       PIC XX.
               88 DAMAGE-HIST-FOUND    VALUE '00'.
           05 RTV-MASTER-STATUS        PIC XX.
               88 RTV-MASTER-FOUND     VALUE '00'.
           05 RTV-EOF-SW               PIC X           VALUE 'N'.
               88 RTV-LOAD-DONE        VALUE 'Y'.
           05 SORT-SWAP-SW             PIC X.
               88 SORT-SWAPPED         VALUE 'Y'.
           05 SORT-SUB                 PIC 999.
           05 HF-TREND-VALUE           PIC S9(8)V99.
           05 HF-CURR-QTR-TOTAL        PIC 9(8)V99     VALUE 0.
           05 HF-PRIOR-QTR-TOTAL       PIC 9(8)V99     VALUE 0.
           05 HF-CURR-RECOVERY         PIC 9(8)V99     VALUE 0.
           05 HF-PRIOR-RECOVERY        PIC 9(8)V99     VALUE 0.
           05 HF-CURR-NET              PIC S9(8)V99.
           05 HF-PRIOR-NET             PIC S9(8)V99.

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 STL-PRIOR-TOTAL          PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(22)       VALUE SPACES.

       01 SHRINK-RECOVERY-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(15)       VALUE
                   'RTV RECOVERY:  '.
           05 SRL-CURR-RECOVERY        PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'PRIOR: '.
           05 SRL-PRIOR-RECOVERY       PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(22)       VALUE SPACES.

       01 SHRINK-NET-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(15)       VALUE
                   'NET SHRINK:    '.
           05 SNL-CURR-NET             PIC $ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'PRIOR: '.
           05 SNL-PRIOR-NET            PIC $ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(21)       VALUE SPACES.

       01 NO-HISTORY-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(31)       VALUE
           PERFORM 13-GET-RUN-PARAMETERS
           PERFORM 15-HOUSEKEEPING
           PERFORM 21-ACCUMULATE-HISTORY
           PERFORM 30-ACCUMULATE-RECOVERY
           PERFORM 40-RANK-WAREHOUSES
           PERFORM 50-RANK-COSTUMES
           PERFORM 100-WRAP-UP
           END-SEARCH
           .

       30-ACCUMULATE-RECOVERY.
      *    A CREDIT COUNTS IN THE QUARTER IT ARRIVED, WHICHEVER
      *    QUARTER THE DAMAGE WAS WRITTEN OFF IN
           OPEN INPUT RTV-MASTER-FILE

           IF RTV-MASTER-FOUND
               PERFORM UNTIL RTV-LOAD-DONE
                   READ RTV-MASTER-FILE
                       AT END
                           SET RTV-LOAD-DONE TO TRUE
                       NOT AT END
                           IF RM-CREDITED AND
                                   RM-CREDIT-AMOUNT IS NUMERIC
                               PERFORM 31-POST-RECOVERY
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE RTV-MASTER-FILE
           END-IF
           .

       31-POST-RECOVERY.
           EVALUATE TRUE
               WHEN RM-CREDIT-MONTH >= QF-CURR-START AND
                       RM-CREDIT-MONTH <= QF-CURR-END
                   ADD RM-CREDIT-AMOUNT TO HF-CURR-RECOVERY

               WHEN RM-CREDIT-MONTH >= QF-PRIOR-START AND
                       RM-CREDIT-MONTH <= QF-PRIOR-END
                   ADD RM-CREDIT-AMOUNT TO HF-PRIOR-RECOVERY
           END-EVALUATE
           .

       40-RANK-WAREHOUSES.
           PERFORM 41-SORT-WAREHOUSE-TABLE

           WRITE SHRINK-RECORD
               AFTER ADVANCING 2 LINES

           MOVE HF-CURR-RECOVERY TO SRL-CURR-RECOVERY
           MOVE HF-PRIOR-RECOVERY TO SRL-PRIOR-RECOVERY

           MOVE SHRINK-RECOVERY-LINE TO SHRINK-RECORD
           WRITE SHRINK-RECORD
               AFTER ADVANCING 1 LINES

           SUBTRACT HF-CURR-RECOVERY FROM HF-CURR-QTR-TOTAL
               GIVING HF-CURR-NET
           SUBTRACT HF-PRIOR-RECOVERY FROM HF-PRIOR-QTR-TOTAL
               GIVING HF-PRIOR-NET
           MOVE HF-CURR-NET TO SNL-CURR-NET
           MOVE HF-PRIOR-NET TO SNL-PRIOR-NET

           MOVE SHRINK-NET-LINE TO SHRINK-RECORD
           WRITE SHRINK-RECORD
               AFTER ADVANCING 1 LINES

           CLOSE SHRINKAGE-REPORT-FILE

           GOBACK
