      *    RUNS THE PARTS INVENTORY, SALES, COSTUME SUMMARY, AND
      *    MULTI-REGION COSTUME REPORTS BACK TO BACK SO THE MORNING
      *    BATCH DOESN'T HAVE TO BE BABYSAT ONE PROGRAM AT A TIME
      *
      *    THE JOB DEFINITION FILE CARRIES THE REST OF THE NIGHT --
      *    POSTING, RECEIVING, ALLOCATION, RECEIVABLES -- AS JOBS,
      *    EACH WITH THE JOBS IT WAITS ON, ITS CALENDAR RULE, AND
      *    WHETHER ITS FAILURE STOPS THE JOBS BEHIND IT.  THE JOBS
      *    RUN IN DEPENDENCY ORDER; A FAILED JOB'S DEPENDENTS ARE
      *    SKIPPED WHILE EVERYTHING IT DOESN'T FEED STILL RUNS, AND
      *    THE JOB STREAM REPORT SHOWS THE NIGHT'S CRITICAL PATH

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRAND-HISTORY-STATUS.

      *    PRO04RINT'S ORPHAN COUNTS, ONE LINE PER SWEEP -- THE
      *    LAST LINE GOES ON THE SUMMARY THE SAME WAY AS THE TOTALS
           SELECT ORPHAN-HISTORY-FILE
               ASSIGN TO 'ORPHAN-COUNT-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORPHAN-HISTORY-STATUS.

           SELECT OPS-SUMMARY-FILE
               ASSIGN TO PRINTER 'OPSUMMARY.TXT'.

           SELECT TOLERANCE-REPORT-FILE
               ASSIGN TO PRINTER 'TOLERANCEFAIL.TXT'.

      *    ONE RECORD PER JOB IN THE NIGHTLY STREAM.  WITHOUT IT THE
      *    FOUR CORE STEPS RUN ON THEIR OWN, AS THEY ALWAYS HAVE
           SELECT JOB-DEFINITION-FILE
               ASSIGN TO 'JOB-DEFINITION.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-DEFINITION-STATUS.

           SELECT JOB-STREAM-REPORT
               ASSIGN TO PRINTER 'JOBSTREAM.TXT'.

       DATA DIVISION.
       FILE SECTION.

           05 GTH-GRAND-TOTAL           PIC 9(9)V99.
           05 FILLER                    PIC X(3).

       FD ORPHAN-HISTORY-FILE
           RECORD CONTAINS 62 CHARACTERS.

       01 ORPHAN-HISTORY-RECORD.
           05 OCH-RUN-DATE              PIC X(6).
           05 OCH-TOTAL-ORPHANS         PIC 9(6).
           05 OCH-FILE-COUNTS           PIC X(50).

       FD OPS-SUMMARY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 OPS-SUMMARY-RECORD           PIC X(80).

      *    ONE RECORD PER JOB FINISHED SINCE THE LAST CLEAN RUN.  A
      *    CHECKPOINT FROM BEFORE THE JOB STREAM IS A SINGLE DIGIT,
      *    THE LAST OF THE FOUR CORE STEPS THAT FINISHED
       FD BATCH-CHECKPOINT-FILE
           RECORD CONTAINS 10 CHARACTERS.

       01 BATCH-CHECKPOINT-RECORD      PIC X(10).

       FD PREFLIGHT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 TOLERANCE-REPORT-RECORD      PIC X(80).

       FD JOB-DEFINITION-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 JOB-DEFINITION-RECORD.
      *        THE PROGRAM TO CALL -- PRO01 THROUGH PRO04 ARE THE CORE
      *        STEPS AND KEEP THEIR OWN INPUT CHECKS AND SET-UP
           05 JD-JOB-NAME              PIC X(10).
           05 JD-PREDECESSOR-LIST.
               10 JD-PREDECESSOR       PIC X(10)   OCCURS 4 TIMES.
      *        D EVERY BATCH NIGHT, M MONTH-END NIGHTS ONLY, 1-4 THE
      *        CALENDAR'S FLAG FOR THAT CORE STEP, N NEVER
           05 JD-CALENDAR-RULE         PIC X.
      *        Y (OR BLANK) A FAILURE SKIPS THE JOBS THAT WAIT ON
      *        THIS ONE, N THEY RUN ANYWAY
           05 JD-STOP-DEPENDENTS       PIC X.
           05 JD-DESCRIPTION           PIC X(25).
           05 FILLER                   PIC X(3).

       FD JOB-STREAM-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01 JOB-STREAM-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-STEP-NAME                PIC X(30).

       01 CHECKPOINT-STATUS            PIC XX.
           88 CHECKPOINT-FOUND                     VALUE '00'.
       01 CHECKPOINT-EOF-SW            PIC X       VALUE 'N'.
           88 CHECKPOINT-EOF                       VALUE 'Y'.
       01 WS-LAST-COMPLETED-STEP       PIC 9       VALUE 0.
       01 WS-CURRENT-STEP-NUM          PIC 9       VALUE 0.

           05 TFL-MAX-COUNT            PIC ZZZZZZ9.
           05 FILLER                   PIC X(11)   VALUE SPACES.

       01 JOB-DEFINITION-STATUS        PIC XX.
           88 JOB-DEFINITION-FOUND                 VALUE '00'.
       01 JOB-DEFINITION-EOF-SW        PIC X       VALUE 'N'.
           88 JOB-DEFINITION-EOF                   VALUE 'Y'.

       01 JOB-STREAM-CONTROLS.
           05 WS-JOB-SUB               PIC 99.
           05 WS-PRED-SUB              PIC 9.
           05 WS-LOOKUP-SUB            PIC 99.
           05 WS-FOUND-SUB             PIC 99.
           05 WS-ORDER-SUB             PIC 99.
           05 WS-LOOKUP-NAME           PIC X(10).
           05 WS-CALL-NAME             PIC X(10).
           05 WS-RUN-SEQUENCE          PIC 99      VALUE 0.
           05 WS-PROGRESS-SW           PIC X.
               88 STREAM-PROGRESSED                VALUE 'Y'.
           05 WS-WAIT-SW               PIC X.
               88 JOB-MUST-WAIT                    VALUE 'Y'.
           05 WS-SCHEDULED-SW          PIC X.
               88 JOB-SCHEDULED                    VALUE 'Y'.
           05 WS-ALREADY-DONE-SW       PIC X.
               88 JOB-ALREADY-DONE                 VALUE 'Y'.
           05 WS-JOB-INPUT-SW          PIC X.
               88 JOB-INPUTS-OK                    VALUE 'Y'.
           05 WS-JOB-HOLD-SW           PIC X.
               88 JOB-HELD                         VALUE 'Y'.

      *    EVERY JOB IN THE STREAM, IN DEFINITION ORDER, WITH WHAT
      *    BECAME OF IT TONIGHT
       01 JOB-TABLE-AREA.
           05 JT-NUM-JOBS              PIC 99      VALUE 0.
           05 JOB-TBL-LINE OCCURS 1 TO 50 TIMES
               DEPENDING ON JT-NUM-JOBS.
               10 JT-JOB-NAME          PIC X(10).
               10 JT-PREDECESSOR-LIST.
                   15 JT-PREDECESSOR   PIC X(10)   OCCURS 4 TIMES.
               10 JT-PRED-SUB          PIC 99      OCCURS 4 TIMES.
               10 JT-CALENDAR-RULE     PIC X.
               10 JT-STOP-SW           PIC X.
                   88 JT-FAILURE-STOPS-DEPENDENTS  VALUE 'Y'.
               10 JT-DESCRIPTION       PIC X(25).
      *            1-4 FOR THE CORE STEPS, ZERO FOR EVERY OTHER JOB
               10 JT-STEP-NUM          PIC 9.
               10 JT-STATE             PIC X.
                   88 JT-PENDING                   VALUE ' '.
                   88 JT-COMPLETED                 VALUE 'C'.
                   88 JT-ALREADY-COMPLETE          VALUE 'A'.
                   88 JT-CALENDAR-SKIP             VALUE 'K'.
                   88 JT-FAILED                    VALUE 'F'.
                   88 JT-HELD                      VALUE 'H'.
                   88 JT-INPUT-MISSING             VALUE 'I'.
                   88 JT-DEPENDENCY-SKIP           VALUE 'D'.
                   88 JT-UNDEFINED-PRED            VALUE 'U'.
                   88 JT-DEPENDENCY-LOOP           VALUE 'L'.
                   88 JT-CLEARS-DEPENDENTS         VALUE 'C' 'A' 'K'.
                   88 JT-ALWAYS-BLOCKS             VALUE 'D' 'U' 'L'.
               10 JT-BLOCKED-BY        PIC X(10).
               10 JT-RUN-ORDER         PIC 99.
               10 JT-START-TIME        PIC X(6).
               10 JT-END-TIME          PIC X(6).
               10 JT-ELAPSED-SECS      PIC 9(5).
               10 JT-PATH-SECS         PIC 9(6).
               10 JT-PATH-PRED-SUB     PIC 99.

      *    THE JOBS THE CHECKPOINT SAYS ALREADY FINISHED
       01 CHECKPOINT-TABLE-AREA.
           05 CK-NUM-JOBS              PIC 99      VALUE 0.
           05 CK-JOB-NAME              PIC X(10)   OCCURS 50 TIMES.

      *    THE CRITICAL PATH, LAST JOB FIRST AS IT IS TRACED BACK
       01 CRITICAL-PATH-AREA.
           05 CP-NUM-JOBS              PIC 99      VALUE 0.
           05 CP-JOB-SUB               PIC 99      OCCURS 50 TIMES.
           05 CP-SUB                   PIC 99.
           05 CP-END-SUB               PIC 99      VALUE 0.
           05 CP-BEST-PRED-SECS        PIC 9(6).
           05 CP-RUNNING-SECS          PIC 9(6)    VALUE 0.

       01 JOB-STREAM-COUNTS.
           05 JS-COMPLETED-COUNT       PIC 99      VALUE 0.
           05 JS-FAILED-COUNT          PIC 99      VALUE 0.
           05 JS-HELD-COUNT            PIC 99      VALUE 0.
           05 JS-SKIPPED-COUNT         PIC 99      VALUE 0.

       01 OPS-EOF-FLAG                 PIC X       VALUE ' '.
           88 OPS-NO-MORE-DATA                     VALUE 'N'.

       01 GRAND-HISTORY-STATUS         PIC XX.
           88 GRAND-HISTORY-FOUND                  VALUE '00'.

       01 ORPHAN-HISTORY-STATUS        PIC XX.
           88 ORPHAN-HISTORY-FOUND                 VALUE '00'.

       01 WS-LAST-SALES-TOTAL          PIC 9(9)V99 VALUE 0.
       01 WS-LAST-INVENTORY-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-LAST-RUN-DATE             PIC X(6)    VALUE SPACES.

      *    THE LAST INTEGRITY SWEEP'S COUNTS, IN THE ORDER PRO04RINT
      *    WRITES THEM -- EIGHT SATELLITE FILES, THEN THE ACTIVE
      *    SLOTS MISSING A COST RECORD AND MISSING A BIN LOCATION
       01 WS-LAST-ORPHAN-DATE          PIC X(6)    VALUE SPACES.
       01 WS-LAST-ORPHAN-TOTAL         PIC 9(6)    VALUE 0.
       01 WS-LAST-ORPHAN-COUNTS.
           05 WS-ORPHAN-FILE-COUNT     PIC 9(5)    OCCURS 10 TIMES.
       01 WS-ORPHAN-SUB                PIC 99.

       01 ORPHAN-FILE-LABELS.
           05                          PIC X(30)   VALUE
                           'OPEN-ALLOCATIONS'.
           05                          PIC X(30)   VALUE
                           'COSTUME-LOCATIONS'.
           05                          PIC X(30)   VALUE
                           'COSTUME-COST-MASTER'.
           05                          PIC X(30)   VALUE
                           'MOVEMENT-DATES'.
           05                          PIC X(30)   VALUE
                           'OPEN-PO'.
           05                          PIC X(30)   VALUE
                           'TRANSFER-ORDERS'.
           05                          PIC X(30)   VALUE
                           'DISCONTINUED-SKUS'.
           05                          PIC X(30)   VALUE
                           'DEMAND-HISTORY'.
           05                          PIC X(30)   VALUE
                           'ACTIVE SLOTS WITH NO COST'.
           05                          PIC X(30)   VALUE
                           'ACTIVE SLOTS WITH NO BIN'.
       01 ORPHAN-FILE-LABEL-TABLE REDEFINES ORPHAN-FILE-LABELS.
           05 WS-ORPHAN-FILE-LABEL     PIC X(30)   OCCURS 10 TIMES.

       01 OPS-HEADING-ONE.
           05                          PIC X(20)   VALUE SPACES.
           05                          PIC X(30)   VALUE
           05 OIL-INVENTORY-TOTAL      PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(31).

       01 OPS-ORPHAN-LINE.
           05                          PIC X(10)   VALUE SPACES.
           05                          PIC X(27)   VALUE
                                   'ORPHAN KEYS FOUND BY SWEEP:'.
           05 OOL-ORPHAN-TOTAL         PIC ZZZ,ZZ9.
           05                          PIC X(12)   VALUE
                                   '   SWEPT ON '.
           05 OOL-SWEEP-DATE           PIC X(6).
           05 FILLER                   PIC X(18)   VALUE SPACES.

       01 OPS-ORPHAN-FILE-LINE.
           05                          PIC X(14)   VALUE SPACES.
           05 OFL-FILE-LABEL           PIC X(30).
           05 OFL-FILE-COUNT           PIC ZZ,ZZ9.
           05 FILLER                   PIC X(30)   VALUE SPACES.

      *    PRINTED IN PLACE OF OPS-SALES-LINE/OPS-INVENTORY-LINE WHEN
      *    THAT STEP'S HISTORY FILE ISN'T THERE YET TO READ
       01 OPS-NOT-AVAILABLE-LINE.
           05 ONA-LABEL                PIC X(40).
           05 FILLER                   PIC X(30)   VALUE SPACES.

       01 JOB-STREAM-HEADING-ONE.
           05                          PIC X(30)   VALUE SPACES.
           05                          PIC X(20)   VALUE
                           'NIGHTLY JOB STREAM'.
           05                          PIC X(30)   VALUE SPACES.

       01 JOB-STREAM-HEADING-TWO.
           05                          PIC X(10)   VALUE SPACES.
           05 JH2-MONTH                PIC XX.
           05                          PIC X       VALUE '/'.
           05 JH2-DAY                  PIC XX.
           05                          PIC X       VALUE '/'.
           05 JH2-YEAR                 PIC XX.
           05                          PIC X(59)   VALUE SPACES.
           05                          PIC XXX     VALUE 'TWJ'.

       01 JOB-STREAM-HEADING-THREE.
           05                          PIC X(4)    VALUE 'ORD'.
           05                          PIC X(11)   VALUE 'JOB'.
           05                          PIC X(25)   VALUE 'STATUS'.
           05                          PIC X(7)    VALUE 'START'.
           05                          PIC X(6)    VALUE 'END'.
           05                          PIC X(8)    VALUE '  SECS'.
           05                          PIC X(19)   VALUE
                           'BLOCKED BY'.

       01 JOB-STREAM-DETAIL-LINE.
           05 JSL-RUN-ORDER            PIC ZZZ.
           05                          PIC X       VALUE SPACES.
           05 JSL-JOB-NAME             PIC X(10).
           05                          PIC X       VALUE SPACES.
           05 JSL-STATUS               PIC X(24).
           05                          PIC X       VALUE SPACES.
           05 JSL-START-TIME           PIC X(6).
           05                          PIC X       VALUE SPACES.
           05 JSL-END-TIME             PIC X(6).
           05                          PIC X       VALUE SPACES.
           05 JSL-ELAPSED-SECS         PIC ZZZZ9.
           05                          PIC X(2)    VALUE SPACES.
           05 JSL-BLOCKED-BY           PIC X(10).
           05                          PIC X(9)    VALUE SPACES.

       01 JOB-STREAM-TOTAL-LINE.
           05                          PIC X(11)   VALUE
                           'COMPLETED: '.
           05 JTL-COMPLETED            PIC Z9.
           05                          PIC X(11)   VALUE
                           '   FAILED: '.
           05 JTL-FAILED               PIC Z9.
           05                          PIC X(9)    VALUE
                           '   HELD: '.
           05 JTL-HELD                 PIC Z9.
           05                          PIC X(14)   VALUE
                           '   NOT RUN: '.
           05 JTL-SKIPPED              PIC Z9.
           05                          PIC X(27)   VALUE SPACES.

       01 CRITICAL-PATH-TITLE.
           05                          PIC X(80)   VALUE
                           'CRITICAL PATH'.

       01 CRITICAL-PATH-HEADING.
           05                          PIC X(11)   VALUE 'JOB'.
           05                          PIC X(26)   VALUE
                           'DESCRIPTION'.
           05                          PIC X(5)    VALUE ' SECS'.
           05                          PIC X(3)    VALUE SPACES.
           05                          PIC X(6)    VALUE ' TOTAL'.
           05                          PIC X(29)   VALUE SPACES.

       01 CRITICAL-PATH-LINE.
           05 CPL-JOB-NAME             PIC X(10).
           05                          PIC X       VALUE SPACES.
           05 CPL-DESCRIPTION          PIC X(25).
           05                          PIC X       VALUE SPACES.
           05 CPL-ELAPSED-SECS         PIC ZZZZ9.
           05                          PIC X(3)    VALUE SPACES.
           05 CPL-RUNNING-SECS         PIC ZZZZZ9.
           05                          PIC X(29)   VALUE SPACES.

       01 CRITICAL-PATH-TOTAL-LINE.
           05                          PIC X(31)   VALUE
                           'CRITICAL PATH ELAPSED SECONDS: '.
           05 CTL-PATH-SECS            PIC ZZZZZ9.
           05                          PIC X(43)   VALUE SPACES.

       01 CRITICAL-PATH-NONE-LINE.
           05                          PIC X(80)   VALUE
                           'NO JOB RAN - NO CRITICAL PATH'.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           END-IF

           PERFORM 15-READ-BATCH-CHECKPOINT

      *    THE POSTING PROGRAMS KEEP THE INDEXED MASTER CURRENT, SO
      *    THE FLAT MASTER STEP 4 BUILDS ON (AND THE PREFLIGHT
      *    CHECKS) IS UNLOADED FROM IT FIRST
           IF CAL-BATCH-RUNS AND CAL-STEP4-RUNS
               PERFORM 36-UNLOAD-INDEXED-MASTER
           END-IF

           PERFORM 16-PREFLIGHT-CHECKS
           PERFORM 33-CHECK-FEED-TOLERANCES

           PERFORM 41-LOAD-JOB-DEFINITIONS
           PERFORM 45-RUN-JOB-STREAM
           PERFORM 50-FIND-CRITICAL-PATH
           PERFORM 51-PRINT-JOB-STREAM

      *    THE INTEGRITY SWEEP READS THE MERGED MASTER STEP 4 JUST
      *    BUILT, SO IT RUNS WHENEVER STEP 4 IS SCHEDULED.  IT ONLY
      *    REPORTS, SO IT IS NOT A CHECKPOINTED STEP
           IF CAL-BATCH-RUNS AND CAL-STEP4-RUNS
               PERFORM 24-RUN-INTEGRITY-SWEEP
           END-IF

           PERFORM 25-BUILD-OPS-SUMMARY

      *    LAST OF ALL THE NIGHT'S REPORTS, THE SUMMARY INCLUDED, ARE
      *    CATALOGED AND COPIED UNDER DATED NAMES FOR REPRINT
           PERFORM 38-RUN-REPORT-SPOOL

           PERFORM 40-WRAP-UP
           .

           .

       15-READ-BATCH-CHECKPOINT.
      *    A CHECKPOINT LEFT BY AN INTERRUPTED RUN SAYS WHICH JOBS
      *    ALREADY FINISHED; A CLEAN RUN STARTS WITH NONE
           OPEN INPUT BATCH-CHECKPOINT-FILE

           IF CHECKPOINT-FOUND
               PERFORM UNTIL CHECKPOINT-EOF
                   READ BATCH-CHECKPOINT-FILE
                       AT END
                           SET CHECKPOINT-EOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN BATCH-CHECKPOINT-RECORD(1:1)
                                       IS NUMERIC AND
                                   BATCH-CHECKPOINT-RECORD(2:9) =
                                       SPACES
                                   MOVE BATCH-CHECKPOINT-RECORD(1:1)
                                       TO WS-LAST-COMPLETED-STEP
                               WHEN BATCH-CHECKPOINT-RECORD = SPACES
                                   CONTINUE
                               WHEN CK-NUM-JOBS < 50
                                   ADD 1 TO CK-NUM-JOBS
                                   MOVE BATCH-CHECKPOINT-RECORD TO
                                       CK-JOB-NAME(CK-NUM-JOBS)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE BATCH-CHECKPOINT-FILE

               IF WS-LAST-COMPLETED-STEP > 0
                   DISPLAY 'RESTART - RESUMING AFTER STEP '
                           WS-LAST-COMPLETED-STEP
               END-IF
               IF CK-NUM-JOBS > 0
                   DISPLAY 'RESTART - ' CK-NUM-JOBS
                           ' JOB(S) ALREADY COMPLETE'
               END-IF
           END-IF
           .

               MOVE 0 TO RS-RETURN-CODE
           END-IF

      *    ONLY THE CORE STEPS HAVE A FEED COUNTED AT PRE-FLIGHT
           IF WS-CURRENT-STEP-NUM > 0
               MOVE WS-STEP-FEED-COUNT(WS-CURRENT-STEP-NUM) TO
                       RS-RECORD-COUNT
           ELSE
               MOVE ZEROES TO RS-RECORD-COUNT
           END-IF

           WRITE RUN-STATISTICS-RECORD

           .

       31-SAVE-BATCH-CHECKPOINT.
      *    THE FIRST JOB TO FINISH ON A NEW MACHINE STARTS THE FILE
           OPEN EXTEND BATCH-CHECKPOINT-FILE
           IF NOT CHECKPOINT-FOUND
               OPEN OUTPUT BATCH-CHECKPOINT-FILE
           END-IF
           MOVE JT-JOB-NAME(WS-JOB-SUB) TO BATCH-CHECKPOINT-RECORD
           WRITE BATCH-CHECKPOINT-RECORD
           CLOSE BATCH-CHECKPOINT-FILE
           .

       32-CLEAR-BATCH-CHECKPOINT.
           OPEN OUTPUT BATCH-CHECKPOINT-FILE
           CLOSE BATCH-CHECKPOINT-FILE
           .

               ON EXCEPTION
                   MOVE 1 TO WS-STEP-RETURN-CODE
           END-CALL

      *    TONIGHT'S INVOICES GO INTO THE RECEIVABLES INDEXES THE
      *    ACCOUNT INQUIRY READS ONLY WHEN PRO02 FINISHED CLEANLY;
      *    A FAILED REBUILD FAILS THE STEP
           IF WS-STEP-RETURN-CODE = 0 AND RETURN-CODE = 0
               CALL 'PRO02IMST'
                   ON EXCEPTION
                       MOVE 1 TO WS-STEP-RETURN-CODE
               END-CALL
           END-IF
           .

       22-RUN-PRO03.
           DISPLAY 'PRO4-RUN-MODE' UPON ENVIRONMENT-NAME
           DISPLAY WS-CAL-RUN-MODE-SW UPON ENVIRONMENT-VALUE

      *    THE FLAT MASTER IS UNLOADED AGAIN RIGHT BEFORE THE BUILD,
      *    SO WHATEVER THE POSTING JOBS AHEAD OF IT IN THE STREAM DID
      *    TO THE INDEXED MASTER TONIGHT IS IN IT
      *    -- A FAILED UNLOAD WOULD LEAVE THE BUILD MERGING A STALE
      *    FLAT FILE, AND LOADING THAT BACK WOULD LOSE TONIGHT'S
      *    POSTINGS, SO THE STEP FAILS WITHOUT RUNNING EITHER
           PERFORM 36-UNLOAD-INDEXED-MASTER

           IF WS-STEP-RETURN-CODE NOT = 0 OR RETURN-CODE NOT = 0
               MOVE 1 TO WS-STEP-RETURN-CODE
           ELSE
               CALL 'PRO04'
                   ON EXCEPTION
                       MOVE 1 TO WS-STEP-RETURN-CODE
               END-CALL
           END-IF

           DISPLAY 'PROBATCH-RUN' UPON ENVIRONMENT-NAME
           DISPLAY ' ' UPON ENVIRONMENT-VALUE

      *    THE NEW BUILD BECOMES THE MASTER OF RECORD ONLY WHEN IT
      *    FINISHED CLEANLY; A FAILED LOAD FAILS THE STEP
           IF WS-STEP-RETURN-CODE = 0 AND RETURN-CODE = 0
               PERFORM 37-LOAD-INDEXED-MASTER
           END-IF
           .

       36-UNLOAD-INDEXED-MASTER.
      *    WITH NO INDEXED MASTER YET THE FLAT FILE IS LEFT ALONE
           DISPLAY 'INDEXED-MASTER-MODE' UPON ENVIRONMENT-NAME
           DISPLAY 'UNLOAD' UPON ENVIRONMENT-VALUE

           MOVE 0 TO WS-STEP-RETURN-CODE
           CALL 'PRO04IMST'
               ON EXCEPTION
                   MOVE 1 TO WS-STEP-RETURN-CODE
           END-CALL

           IF WS-STEP-RETURN-CODE NOT = 0 OR RETURN-CODE NOT = 0
               DISPLAY 'PRO04IMST - MASTER UNLOAD *** FAILED ***'
           ELSE
               DISPLAY 'PRO04IMST - MASTER UNLOAD COMPLETED'
           END-IF
           .

       37-LOAD-INDEXED-MASTER.
           DISPLAY 'INDEXED-MASTER-MODE' UPON ENVIRONMENT-NAME
           DISPLAY 'LOAD' UPON ENVIRONMENT-VALUE

           CALL 'PRO04IMST'
               ON EXCEPTION
                   MOVE 1 TO WS-STEP-RETURN-CODE
           END-CALL
           .

       24-RUN-INTEGRITY-SWEEP.
           MOVE 0 TO WS-STEP-RETURN-CODE
           CALL 'PRO04RINT'
               ON EXCEPTION
                   MOVE 1 TO WS-STEP-RETURN-CODE
           END-CALL

           IF WS-STEP-RETURN-CODE NOT = 0 OR RETURN-CODE NOT = 0
               DISPLAY 'PRO04RINT - INTEGRITY SWEEP *** FAILED ***'
           ELSE
               DISPLAY 'PRO04RINT - INTEGRITY SWEEP COMPLETED'
           END-IF
           .

       38-RUN-REPORT-SPOOL.
           MOVE 0 TO WS-STEP-RETURN-CODE
           CALL 'RPTSPOOL'
               ON EXCEPTION
                   MOVE 1 TO WS-STEP-RETURN-CODE
           END-CALL

           IF WS-STEP-RETURN-CODE NOT = 0 OR RETURN-CODE NOT = 0
               DISPLAY 'RPTSPOOL - REPORT SPOOL *** FAILED ***'
           ELSE
               DISPLAY 'RPTSPOOL - REPORT SPOOL COMPLETED'
           END-IF
           .

       25-BUILD-OPS-SUMMARY.
      *    SEPARATE PRINTOUTS EVERY MORNING
           PERFORM 26-READ-LAST-SALES-TOTAL
           PERFORM 27-READ-LAST-INVENTORY-TOTAL
           PERFORM 29-READ-LAST-ORPHAN-COUNTS

           OPEN OUTPUT OPS-SUMMARY-FILE

                   AFTER ADVANCING 1 LINES
           END-IF

      *    THE ORPHAN TOTAL, WITH A LINE FOR EACH FILE THAT HAS ANY,
      *    AND THE SWEEP DATE SO A SWEEP THAT DIDN'T RUN TONIGHT
      *    ISN'T MISTAKEN FOR A CLEAN ONE
           IF ORPHAN-HISTORY-FOUND
               MOVE WS-LAST-ORPHAN-TOTAL TO OOL-ORPHAN-TOTAL
               MOVE WS-LAST-ORPHAN-DATE TO OOL-SWEEP-DATE
               WRITE OPS-SUMMARY-RECORD FROM OPS-ORPHAN-LINE
                   AFTER ADVANCING 1 LINES

               PERFORM VARYING WS-ORPHAN-SUB FROM 1 BY 1
                   UNTIL WS-ORPHAN-SUB > 10
                   IF WS-ORPHAN-FILE-COUNT(WS-ORPHAN-SUB) IS NUMERIC
                           AND WS-ORPHAN-FILE-COUNT(WS-ORPHAN-SUB) > 0
                       MOVE WS-ORPHAN-FILE-LABEL(WS-ORPHAN-SUB) TO
                               OFL-FILE-LABEL
                       MOVE WS-ORPHAN-FILE-COUNT(WS-ORPHAN-SUB) TO
                               OFL-FILE-COUNT
                       WRITE OPS-SUMMARY-RECORD
                           FROM OPS-ORPHAN-FILE-LINE
                           AFTER ADVANCING 1 LINES
                   END-IF
               END-PERFORM
           ELSE
               MOVE 'ORPHAN KEY SWEEP: NOT AVAILABLE' TO ONA-LABEL
               WRITE OPS-SUMMARY-RECORD FROM OPS-NOT-AVAILABLE-LINE
                   AFTER ADVANCING 1 LINES
           END-IF

           PERFORM 28-ECHO-CALENDAR-DECISIONS

           CLOSE OPS-SUMMARY-FILE
           END-IF
           .

       29-READ-LAST-ORPHAN-COUNTS.
      *    SAME FIRST-RUN GUARD AS 26-READ-LAST-SALES-TOTAL, FOR
      *    PRO04RINT'S ORPHAN COUNT HISTORY FILE
           MOVE SPACES TO OPS-EOF-FLAG
           OPEN INPUT ORPHAN-HISTORY-FILE

           IF ORPHAN-HISTORY-FOUND
               PERFORM UNTIL OPS-NO-MORE-DATA
                   READ ORPHAN-HISTORY-FILE
                       AT END
                           SET OPS-NO-MORE-DATA TO TRUE
                       NOT AT END
                           MOVE OCH-RUN-DATE TO WS-LAST-ORPHAN-DATE
                           MOVE OCH-TOTAL-ORPHANS TO
                                   WS-LAST-ORPHAN-TOTAL
                           MOVE OCH-FILE-COUNTS TO
                                   WS-LAST-ORPHAN-COUNTS
                   END-READ
               END-PERFORM

               CLOSE ORPHAN-HISTORY-FILE
           END-IF
           .

       30-CHECK-STEP-RESULT.
      *    RETURN-CODE IS SET BY THE COMPILER-SUPPLIED RUNTIME WHEN A
      *    CALLED PROGRAM ABENDS AS WELL AS BY THE ON EXCEPTION MOVE
      *    ABOVE WHEN THE PROGRAM CAN'T EVEN BE FOUND/LOADED
           PERFORM 34-WRITE-RUN-STATISTIC

           MOVE WS-STEP-START-TIME(1:6) TO JT-START-TIME(WS-JOB-SUB)
           MOVE WS-STEP-END-TIME(1:6) TO JT-END-TIME(WS-JOB-SUB)
           MOVE WS-ELAPSED-SECS TO JT-ELAPSED-SECS(WS-JOB-SUB)

           IF WS-STEP-RETURN-CODE NOT = 0 OR RETURN-CODE NOT = 0
               ADD 1 TO WS-FAILED-STEP-COUNT
               SET JT-FAILED(WS-JOB-SUB) TO TRUE
               DISPLAY WS-STEP-NAME ' *** FAILED ***'
           ELSE
               SET JT-COMPLETED(WS-JOB-SUB) TO TRUE
               DISPLAY WS-STEP-NAME ' COMPLETED'

      *        EVERY JOB THAT FINISHES GOES ON THE CHECKPOINT, SO A
      *        RERUN SKIPS EXACTLY THE JOBS ALREADY DONE AND PICKS UP
      *        THE FAILED, HELD AND SKIPPED ONES WHEREVER THEY FALL
               PERFORM 31-SAVE-BATCH-CHECKPOINT
           END-IF
           .


           STOP RUN
           .

       41-LOAD-JOB-DEFINITIONS.
      *    ONE RECORD PER JOB: THE PROGRAM, UP TO FOUR JOBS THAT MUST
      *    BE SETTLED FIRST, ITS CALENDAR RULE, AND WHETHER ITS
      *    FAILURE STOPS THE JOBS WAITING ON IT.  WITH NO DEFINITION
      *    FILE THE FOUR CORE STEPS RUN, IN ORDER, AS THEY ALWAYS HAVE
           OPEN INPUT JOB-DEFINITION-FILE

           IF JOB-DEFINITION-FOUND
               PERFORM UNTIL JOB-DEFINITION-EOF
                   READ JOB-DEFINITION-FILE
                       AT END
                           SET JOB-DEFINITION-EOF TO TRUE
                       NOT AT END
                           IF JD-JOB-NAME NOT = SPACES
                               PERFORM 42-ADD-JOB
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE JOB-DEFINITION-FILE
           ELSE
               DISPLAY 'NO JOB DEFINITION FILE - RUNNING THE FOUR '
                       'CORE STEPS'

               MOVE SPACES TO JOB-DEFINITION-RECORD
               MOVE 'PRO01' TO JD-JOB-NAME
               MOVE '1' TO JD-CALENDAR-RULE
               MOVE 'PARTS INVENTORY' TO JD-DESCRIPTION
               PERFORM 42-ADD-JOB

               MOVE 'PRO02' TO JD-JOB-NAME
               MOVE '2' TO JD-CALENDAR-RULE
               MOVE 'SALES SPECULATION' TO JD-DESCRIPTION
               PERFORM 42-ADD-JOB

               MOVE 'PRO03' TO JD-JOB-NAME
               MOVE '3' TO JD-CALENDAR-RULE
               MOVE 'COSTUME SUMMARY' TO JD-DESCRIPTION
               PERFORM 42-ADD-JOB

               MOVE 'PRO04' TO JD-JOB-NAME
               MOVE '4' TO JD-CALENDAR-RULE
               MOVE 'MULTI-REGION COSTUME REPORT' TO JD-DESCRIPTION
               PERFORM 42-ADD-JOB
           END-IF

           PERFORM 43-RESOLVE-PREDECESSORS
           .

       42-ADD-JOB.
           IF JT-NUM-JOBS < 50
               ADD 1 TO JT-NUM-JOBS
               MOVE JD-JOB-NAME TO JT-JOB-NAME(JT-NUM-JOBS)
               MOVE JD-PREDECESSOR-LIST TO
                       JT-PREDECESSOR-LIST(JT-NUM-JOBS)
               MOVE JD-CALENDAR-RULE TO JT-CALENDAR-RULE(JT-NUM-JOBS)
               MOVE JD-DESCRIPTION TO JT-DESCRIPTION(JT-NUM-JOBS)

               IF JD-STOP-DEPENDENTS = 'N'
                   MOVE 'N' TO JT-STOP-SW(JT-NUM-JOBS)
               ELSE
                   MOVE 'Y' TO JT-STOP-SW(JT-NUM-JOBS)
               END-IF

               EVALUATE JD-JOB-NAME
                   WHEN 'PRO01'
                       MOVE 1 TO JT-STEP-NUM(JT-NUM-JOBS)
                   WHEN 'PRO02'
                       MOVE 2 TO JT-STEP-NUM(JT-NUM-JOBS)
                   WHEN 'PRO03'
                       MOVE 3 TO JT-STEP-NUM(JT-NUM-JOBS)
                   WHEN 'PRO04'
                       MOVE 4 TO JT-STEP-NUM(JT-NUM-JOBS)
                   WHEN OTHER
                       MOVE 0 TO JT-STEP-NUM(JT-NUM-JOBS)
               END-EVALUATE

               MOVE SPACES TO JT-STATE(JT-NUM-JOBS)
               MOVE SPACES TO JT-BLOCKED-BY(JT-NUM-JOBS)
               MOVE SPACES TO JT-START-TIME(JT-NUM-JOBS)
               MOVE SPACES TO JT-END-TIME(JT-NUM-JOBS)
               MOVE ZEROES TO JT-RUN-ORDER(JT-NUM-JOBS)
               MOVE ZEROES TO JT-ELAPSED-SECS(JT-NUM-JOBS)
               MOVE ZEROES TO JT-PATH-SECS(JT-NUM-JOBS)
               MOVE ZEROES TO JT-PATH-PRED-SUB(JT-NUM-JOBS)
           ELSE
               DISPLAY 'JOB TABLE FULL - ' JD-JOB-NAME ' NOT LOADED'
           END-IF
           .

       43-RESOLVE-PREDECESSORS.
      *    EACH PREDECESSOR NAME IS TURNED INTO ITS TABLE POSITION
      *    ONCE.  A JOB WAITING ON A JOB THAT ISN'T DEFINED COULD
      *    NEVER BE CLEARED TO RUN, SO IT IS SET ASIDE NOW
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > JT-NUM-JOBS

               PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > 4

                   MOVE 0 TO JT-PRED-SUB(WS-JOB-SUB, WS-PRED-SUB)
                   MOVE JT-PREDECESSOR(WS-JOB-SUB, WS-PRED-SUB) TO
                           WS-LOOKUP-NAME

                   IF WS-LOOKUP-NAME NOT = SPACES
                       PERFORM 44-FIND-JOB-BY-NAME

                       IF WS-FOUND-SUB > 0
                           MOVE WS-FOUND-SUB TO
                               JT-PRED-SUB(WS-JOB-SUB, WS-PRED-SUB)
                       ELSE
                           IF JT-PENDING(WS-JOB-SUB)
                               SET JT-UNDEFINED-PRED(WS-JOB-SUB)
                                   TO TRUE
                               MOVE WS-LOOKUP-NAME TO
                                   JT-BLOCKED-BY(WS-JOB-SUB)
                               DISPLAY JT-JOB-NAME(WS-JOB-SUB)
                                   ' NOT RUN - PREDECESSOR '
                                   WS-LOOKUP-NAME ' NOT DEFINED'
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       44-FIND-JOB-BY-NAME.
           MOVE 0 TO WS-FOUND-SUB

           PERFORM VARYING WS-LOOKUP-SUB FROM 1 BY 1
               UNTIL WS-LOOKUP-SUB > JT-NUM-JOBS OR WS-FOUND-SUB > 0

               IF JT-JOB-NAME(WS-LOOKUP-SUB) = WS-LOOKUP-NAME
                   MOVE WS-LOOKUP-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           .

       45-RUN-JOB-STREAM.
      *    PASS AFTER PASS, EVERY JOB WHOSE PREDECESSORS HAVE ALL
      *    BEEN SETTLED IS RUN (OR SKIPPED) IN DEFINITION ORDER,
      *    UNTIL A PASS SETTLES NOTHING.  ANY JOB STILL WAITING THEN
      *    IS WAITING ON ITSELF THROUGH A LOOP IN THE DEFINITIONS
           MOVE 'Y' TO WS-PROGRESS-SW

           PERFORM UNTIL NOT STREAM-PROGRESSED
               MOVE 'N' TO WS-PROGRESS-SW

               PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > JT-NUM-JOBS

                   IF JT-PENDING(WS-JOB-SUB)
                       PERFORM 46-TRY-ONE-JOB
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > JT-NUM-JOBS

               IF JT-PENDING(WS-JOB-SUB)
                   SET JT-DEPENDENCY-LOOP(WS-JOB-SUB) TO TRUE
                   DISPLAY JT-JOB-NAME(WS-JOB-SUB)
                           ' NOT RUN - DEPENDENCY LOOP'
               END-IF
           END-PERFORM
           .

       46-TRY-ONE-JOB.
      *    A PREDECESSOR STILL TO RUN MAKES THE JOB WAIT FOR A LATER
      *    PASS.  ONE THAT FAILED, WAS HELD OR LACKED ITS INPUTS
      *    SKIPS THE JOB WHEN ITS FAILURE STOPS DEPENDENTS; ONE THAT
      *    WAS ITSELF SKIPPED FOR A PREDECESSOR ALWAYS DOES, SO THE
      *    SKIP CARRIES DOWN THE WHOLE CHAIN
           MOVE 'N' TO WS-WAIT-SW
           MOVE SPACES TO JT-BLOCKED-BY(WS-JOB-SUB)

           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > 4

               MOVE JT-PRED-SUB(WS-JOB-SUB, WS-PRED-SUB) TO
                       WS-FOUND-SUB

               IF WS-FOUND-SUB > 0
                   EVALUATE TRUE
                       WHEN JT-PENDING(WS-FOUND-SUB)
                           SET JOB-MUST-WAIT TO TRUE
                       WHEN JT-CLEARS-DEPENDENTS(WS-FOUND-SUB)
                           CONTINUE
                       WHEN JT-ALWAYS-BLOCKS(WS-FOUND-SUB) OR
                               JT-FAILURE-STOPS-DEPENDENTS(WS-FOUND-SUB)
                           IF JT-BLOCKED-BY(WS-JOB-SUB) = SPACES
                               MOVE JT-JOB-NAME(WS-FOUND-SUB) TO
                                   JT-BLOCKED-BY(WS-JOB-SUB)
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF NOT JOB-MUST-WAIT
               SET STREAM-PROGRESSED TO TRUE
               ADD 1 TO WS-RUN-SEQUENCE
               MOVE WS-RUN-SEQUENCE TO JT-RUN-ORDER(WS-JOB-SUB)

               IF JT-BLOCKED-BY(WS-JOB-SUB) NOT = SPACES
                   SET JT-DEPENDENCY-SKIP(WS-JOB-SUB) TO TRUE
                   DISPLAY JT-JOB-NAME(WS-JOB-SUB) ' SKIPPED - '
                           JT-BLOCKED-BY(WS-JOB-SUB) ' DID NOT FINISH'
               ELSE
                   PERFORM 47-RUN-ONE-JOB
               END-IF
           END-IF
           .

       47-RUN-ONE-JOB.
           MOVE JT-STEP-NUM(WS-JOB-SUB) TO WS-CURRENT-STEP-NUM

           MOVE SPACES TO WS-STEP-NAME
           STRING JT-JOB-NAME(WS-JOB-SUB) DELIMITED BY SPACE
                  ' - ' DELIMITED BY SIZE
                  JT-DESCRIPTION(WS-JOB-SUB) DELIMITED BY SIZE
               INTO WS-STEP-NAME
           END-STRING

           PERFORM 48-SET-JOB-GATES

           EVALUATE TRUE
               WHEN NOT CAL-BATCH-RUNS OR NOT JOB-SCHEDULED
                   SET JT-CALENDAR-SKIP(WS-JOB-SUB) TO TRUE
                   DISPLAY WS-STEP-NAME ' SKIPPED - CALENDAR'
               WHEN JOB-ALREADY-DONE
                   SET JT-ALREADY-COMPLETE(WS-JOB-SUB) TO TRUE
                   DISPLAY WS-STEP-NAME ' SKIPPED - ALREADY COMPLETE'
               WHEN NOT JOB-INPUTS-OK
                   SET JT-INPUT-MISSING(WS-JOB-SUB) TO TRUE
                   DISPLAY WS-STEP-NAME ' SKIPPED - INPUT MISSING'
               WHEN JOB-HELD
                   SET JT-HELD(WS-JOB-SUB) TO TRUE
                   ADD 1 TO WS-HELD-STEP-COUNT
                   DISPLAY WS-STEP-NAME
                           ' *** HELD - FEED VOLUME OUT OF TOLERANCE'
               WHEN OTHER
                   PERFORM 19-START-STEP-CLOCK
                   EVALUATE WS-CURRENT-STEP-NUM
                       WHEN 1
                           PERFORM 20-RUN-PRO01
                       WHEN 2
                           PERFORM 21-RUN-PRO02
                       WHEN 3
                           PERFORM 22-RUN-PRO03
                       WHEN 4
                           PERFORM 23-RUN-PRO04
                       WHEN OTHER
                           PERFORM 49-RUN-NAMED-PROGRAM
                   END-EVALUATE
                   PERFORM 30-CHECK-STEP-RESULT
           END-EVALUATE
           .

       48-SET-JOB-GATES.
      *    THE CALENDAR RULE, THE CHECKPOINT, AND -- FOR THE CORE
      *    STEPS -- THE PRE-FLIGHT AND FEED-VOLUME RESULTS
           MOVE 'N' TO WS-SCHEDULED-SW
           EVALUATE JT-CALENDAR-RULE(WS-JOB-SUB)
               WHEN 'N'
                   CONTINUE
               WHEN 'M'
                   IF CAL-MONTH-END
                       SET JOB-SCHEDULED TO TRUE
                   END-IF
               WHEN '1'
                   MOVE WS-CAL-STEP1-SW TO WS-SCHEDULED-SW
               WHEN '2'
                   MOVE WS-CAL-STEP2-SW TO WS-SCHEDULED-SW
               WHEN '3'
                   MOVE WS-CAL-STEP3-SW TO WS-SCHEDULED-SW
               WHEN '4'
                   MOVE WS-CAL-STEP4-SW TO WS-SCHEDULED-SW
               WHEN OTHER
                   SET JOB-SCHEDULED TO TRUE
           END-EVALUATE

           MOVE 'N' TO WS-ALREADY-DONE-SW
           IF WS-CURRENT-STEP-NUM > 0 AND
                   WS-CURRENT-STEP-NUM <= WS-LAST-COMPLETED-STEP
               SET JOB-ALREADY-DONE TO TRUE
           END-IF
           PERFORM VARYING WS-LOOKUP-SUB FROM 1 BY 1
               UNTIL WS-LOOKUP-SUB > CK-NUM-JOBS
               IF CK-JOB-NAME(WS-LOOKUP-SUB) = JT-JOB-NAME(WS-JOB-SUB)
                   SET JOB-ALREADY-DONE TO TRUE
               END-IF
           END-PERFORM

           MOVE 'Y' TO WS-JOB-INPUT-SW
           MOVE 'N' TO WS-JOB-HOLD-SW
           EVALUATE WS-CURRENT-STEP-NUM
               WHEN 1
                   MOVE WS-STEP1-INPUT-SW TO WS-JOB-INPUT-SW
                   MOVE WS-STEP1-HOLD-SW TO WS-JOB-HOLD-SW
               WHEN 2
                   MOVE WS-STEP2-INPUT-SW TO WS-JOB-INPUT-SW
                   MOVE WS-STEP2-HOLD-SW TO WS-JOB-HOLD-SW
               WHEN 3
                   MOVE WS-STEP3-INPUT-SW TO WS-JOB-INPUT-SW
                   MOVE WS-STEP3-HOLD-SW TO WS-JOB-HOLD-SW
               WHEN 4
                   MOVE WS-STEP4-INPUT-SW TO WS-JOB-INPUT-SW
                   MOVE WS-STEP4-HOLD-SW TO WS-JOB-HOLD-SW
           END-EVALUATE
           .

       49-RUN-NAMED-PROGRAM.
      *    EVERY OTHER JOB IS A PLAIN CALL BY PROGRAM NAME, WITH THE
      *    SAME FLAG PRO01 AND PRO04 GET TO SAY NO ONE IS AT THE
      *    CONSOLE TO ANSWER A PROMPT
           DISPLAY 'PROBATCH-RUN' UPON ENVIRONMENT-NAME
           DISPLAY 'Y' UPON ENVIRONMENT-VALUE

           MOVE JT-JOB-NAME(WS-JOB-SUB) TO WS-CALL-NAME

           MOVE 0 TO WS-STEP-RETURN-CODE
           CALL WS-CALL-NAME
               ON EXCEPTION
                   MOVE 1 TO WS-STEP-RETURN-CODE
           END-CALL

           DISPLAY 'PROBATCH-RUN' UPON ENVIRONMENT-NAME
           DISPLAY ' ' UPON ENVIRONMENT-VALUE
           .

       50-FIND-CRITICAL-PATH.
      *    TAKEN IN RUN ORDER, SO EVERY PREDECESSOR COMES FIRST, A
      *    JOB'S PATH TIME IS ITS OWN ELAPSED TIME PLUS THE LONGEST
      *    PATH AMONG ITS PREDECESSORS.  THE JOB WITH THE LONGEST PATH
      *    (THE LAST OF ANY TIED) ENDS THE CRITICAL PATH, WHICH IS
      *    TRACED BACK THROUGH THE PREDECESSOR THAT GAVE EACH JOB
      *    ITS PATH
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-RUN-SEQUENCE

               PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > JT-NUM-JOBS

                   IF JT-RUN-ORDER(WS-JOB-SUB) = WS-ORDER-SUB
                       PERFORM 53-TAKE-JOB-PATH
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE CP-END-SUB TO WS-JOB-SUB
           PERFORM UNTIL WS-JOB-SUB = 0
               ADD 1 TO CP-NUM-JOBS
               MOVE WS-JOB-SUB TO CP-JOB-SUB(CP-NUM-JOBS)
               MOVE JT-PATH-PRED-SUB(WS-JOB-SUB) TO WS-JOB-SUB
           END-PERFORM
           .

       53-TAKE-JOB-PATH.
           MOVE 0 TO JT-PATH-PRED-SUB(WS-JOB-SUB)
           MOVE 0 TO CP-BEST-PRED-SECS

           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > 4

               MOVE JT-PRED-SUB(WS-JOB-SUB, WS-PRED-SUB) TO
                       WS-FOUND-SUB

               IF WS-FOUND-SUB > 0
                   IF JT-PATH-PRED-SUB(WS-JOB-SUB) = 0 OR
                           JT-PATH-SECS(WS-FOUND-SUB) >
                               CP-BEST-PRED-SECS
                       MOVE WS-FOUND-SUB TO
                               JT-PATH-PRED-SUB(WS-JOB-SUB)
                       MOVE JT-PATH-SECS(WS-FOUND-SUB) TO
                               CP-BEST-PRED-SECS
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE JT-PATH-SECS(WS-JOB-SUB) =
               JT-ELAPSED-SECS(WS-JOB-SUB) + CP-BEST-PRED-SECS

           IF CP-END-SUB = 0
               MOVE WS-JOB-SUB TO CP-END-SUB
           ELSE
               IF JT-PATH-SECS(WS-JOB-SUB) NOT <
                       JT-PATH-SECS(CP-END-SUB)
                   MOVE WS-JOB-SUB TO CP-END-SUB
               END-IF
           END-IF
           .

       51-PRINT-JOB-STREAM.
      *    EVERY JOB IN THE ORDER IT WAS SETTLED, THEN ANY THAT COULD
      *    NEVER BE SETTLED, THEN THE CRITICAL PATH START TO FINISH
           OPEN OUTPUT JOB-STREAM-REPORT

           WRITE JOB-STREAM-RECORD FROM JOB-STREAM-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE WS-RUN-DATE(3:2) TO JH2-MONTH
           MOVE WS-RUN-DATE(5:2) TO JH2-DAY
           MOVE WS-RUN-DATE(1:2) TO JH2-YEAR
           WRITE JOB-STREAM-RECORD FROM JOB-STREAM-HEADING-TWO
               AFTER ADVANCING 1 LINES

           WRITE JOB-STREAM-RECORD FROM JOB-STREAM-HEADING-THREE
               AFTER ADVANCING 2 LINES

           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-RUN-SEQUENCE

               PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > JT-NUM-JOBS

                   IF JT-RUN-ORDER(WS-JOB-SUB) = WS-ORDER-SUB
                       PERFORM 52-PRINT-ONE-JOB
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > JT-NUM-JOBS

               IF JT-RUN-ORDER(WS-JOB-SUB) = 0
                   PERFORM 52-PRINT-ONE-JOB
               END-IF
           END-PERFORM

           MOVE JS-COMPLETED-COUNT TO JTL-COMPLETED
           MOVE JS-FAILED-COUNT TO JTL-FAILED
           MOVE JS-HELD-COUNT TO JTL-HELD
           MOVE JS-SKIPPED-COUNT TO JTL-SKIPPED
           WRITE JOB-STREAM-RECORD FROM JOB-STREAM-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           WRITE JOB-STREAM-RECORD FROM CRITICAL-PATH-TITLE
               AFTER ADVANCING 3 LINES

           IF CP-NUM-JOBS = 0
               WRITE JOB-STREAM-RECORD FROM CRITICAL-PATH-NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE JOB-STREAM-RECORD FROM CRITICAL-PATH-HEADING
                   AFTER ADVANCING 2 LINES

               PERFORM VARYING CP-SUB FROM CP-NUM-JOBS BY -1
                   UNTIL CP-SUB < 1

                   MOVE CP-JOB-SUB(CP-SUB) TO WS-JOB-SUB
                   ADD JT-ELAPSED-SECS(WS-JOB-SUB) TO CP-RUNNING-SECS
                   MOVE JT-JOB-NAME(WS-JOB-SUB) TO CPL-JOB-NAME
                   MOVE JT-DESCRIPTION(WS-JOB-SUB) TO CPL-DESCRIPTION
                   MOVE JT-ELAPSED-SECS(WS-JOB-SUB) TO
                           CPL-ELAPSED-SECS
                   MOVE CP-RUNNING-SECS TO CPL-RUNNING-SECS
                   WRITE JOB-STREAM-RECORD FROM CRITICAL-PATH-LINE
                       AFTER ADVANCING 1 LINES
               END-PERFORM

               MOVE CP-RUNNING-SECS TO CTL-PATH-SECS
               WRITE JOB-STREAM-RECORD FROM CRITICAL-PATH-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           CLOSE JOB-STREAM-REPORT
           .

       52-PRINT-ONE-JOB.
           MOVE JT-RUN-ORDER(WS-JOB-SUB) TO JSL-RUN-ORDER
           MOVE JT-JOB-NAME(WS-JOB-SUB) TO JSL-JOB-NAME
           MOVE JT-START-TIME(WS-JOB-SUB) TO JSL-START-TIME
           MOVE JT-END-TIME(WS-JOB-SUB) TO JSL-END-TIME
           MOVE JT-ELAPSED-SECS(WS-JOB-SUB) TO JSL-ELAPSED-SECS
           MOVE JT-BLOCKED-BY(WS-JOB-SUB) TO JSL-BLOCKED-BY

           EVALUATE TRUE
               WHEN JT-COMPLETED(WS-JOB-SUB)
                   MOVE 'COMPLETED' TO JSL-STATUS
                   ADD 1 TO JS-COMPLETED-COUNT
               WHEN JT-FAILED(WS-JOB-SUB)
                   MOVE '*** FAILED ***' TO JSL-STATUS
                   ADD 1 TO JS-FAILED-COUNT
               WHEN JT-HELD(WS-JOB-SUB)
                   MOVE 'HELD - FEED TOLERANCE' TO JSL-STATUS
                   ADD 1 TO JS-HELD-COUNT
               WHEN JT-ALREADY-COMPLETE(WS-JOB-SUB)
                   MOVE 'ALREADY COMPLETE' TO JSL-STATUS
                   ADD 1 TO JS-SKIPPED-COUNT
               WHEN JT-CALENDAR-SKIP(WS-JOB-SUB)
                   MOVE 'SKIPPED - CALENDAR' TO JSL-STATUS
                   ADD 1 TO JS-SKIPPED-COUNT
               WHEN JT-INPUT-MISSING(WS-JOB-SUB)
                   MOVE 'SKIPPED - INPUT MISSING' TO JSL-STATUS
                   ADD 1 TO JS-SKIPPED-COUNT
               WHEN JT-DEPENDENCY-SKIP(WS-JOB-SUB)
                   MOVE 'SKIPPED - PREDECESSOR' TO JSL-STATUS
                   ADD 1 TO JS-SKIPPED-COUNT
               WHEN JT-UNDEFINED-PRED(WS-JOB-SUB)
                   MOVE 'PREDECESSOR NOT DEFINED' TO JSL-STATUS
                   ADD 1 TO JS-SKIPPED-COUNT
               WHEN OTHER
                   MOVE 'DEPENDENCY LOOP' TO JSL-STATUS
                   ADD 1 TO JS-SKIPPED-COUNT
           END-EVALUATE

           WRITE JOB-STREAM-RECORD FROM JOB-STREAM-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           .
