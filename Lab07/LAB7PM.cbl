       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LAB7PM.
       AUTHOR.        Tim J.

      *    WEEKLY PREVENTIVE MAINTENANCE SCHEDULE.  THE PM MASTER
      *    LISTS, FOR EACH TRAIN CLASS, EVERY INSPECTION TYPE WITH
      *    ITS MILEAGE INTERVAL AND ITS CALENDAR INTERVAL (EITHER
      *    MAY BE ZERO WHEN THAT INSPECTION ISN'T DRIVEN BY IT).
      *    EACH TRAIN ON THE TRAIN MASTER IS CHECKED AGAINST ITS
      *    CLASS'S INSPECTIONS -- MILES AND DAYS SINCE THE LAST
      *    INSPECTION ON THE PM HISTORY -- AND EVERY INSPECTION
      *    OVERDUE OR COMING DUE IS LISTED.  AN INSPECTION COMING
      *    DUE IS ONE WITHIN 10 PERCENT OF ITS MILEAGE INTERVAL OR
      *    14 DAYS OF ITS CALENDAR INTERVAL.
      *
      *    A LISTED INSPECTION THE PLANNER HAS APPROVED ON THE PM
      *    APPROVALS FILE GETS A PREVENTIVE WORK ORDER OPENED IN
      *    WORK-ORDERS.TXT, PROBLEM CODE = THE INSPECTION TYPE,
      *    ORDER TYPE 'P', AT THE SHOP THE PM MASTER NAMES, SO PM
      *    COUNTS IN SHOP LOADING AND IS COSTED WITH THE REPAIRS.
      *    NO SECOND ORDER IS OPENED WHILE ONE IS STILL OPEN.
      *
      *    WHEN A PREVENTIVE ORDER HAS BEEN CLOSED SINCE THE LAST
      *    INSPECTION ON THE HISTORY, THE CLOSE DATE AND THE
      *    TRAIN'S CURRENT MILEAGE BECOME ITS LAST INSPECTION.  A
      *    TRAIN WITH NO HISTORY FOR AN INSPECTION COUNTS FROM ZERO
      *    MILES ON JANUARY 1 OF THE YEAR IT WAS BUILT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT TRAIN-MASTER-FILE
                ASSIGN TO 'TRAIN-MASTER.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PM-MASTER-FILE
                ASSIGN TO 'PM-MASTER.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PM-HISTORY-FILE
                ASSIGN TO 'PM-HISTORY.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PM-HISTORY-STATUS.

            SELECT PM-APPROVAL-FILE
                ASSIGN TO 'PM-APPROVALS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PM-APPROVAL-STATUS.

            SELECT WORK-ORDER-FILE
                ASSIGN TO 'WORK-ORDERS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WORK-ORDER-STATUS.

            SELECT PM-SCHEDULE-REPORT
                ASSIGN TO PRINTER 'PMSCHEDULE.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD TRAIN-MASTER-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01 TRAIN-MASTER-RECORD.
          05 TM-TRAIN-NAME               PIC X(5).
          05 TM-TRAIN-CLASS              PIC X(10).
          05 TM-YEAR-BUILT               PIC 9(4).
          05 TM-MILEAGE                  PIC 9(7).
          05 TM-OWNERSHIP                PIC X(10).

       FD PM-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01 PM-MASTER-RECORD.
          05 PM-TRAIN-CLASS              PIC X(10).
          05 PM-INSPECTION-TYPE          PIC X(4).
          05 PM-MILEAGE-INTERVAL         PIC 9(7).
          05 PM-DAYS-INTERVAL            PIC 9(4).
          05 PM-SHOP-CODE                PIC XXX.
          05 PM-DESCRIPTION              PIC X(20).
          05 FILLER                      PIC XX.

       FD PM-HISTORY-FILE
           RECORD CONTAINS 24 CHARACTERS.

       01 PM-HISTORY-RECORD.
          05 PH-TRAIN-NAME               PIC X(5).
          05 PH-INSPECTION-TYPE          PIC X(4).
          05 PH-LAST-DATE                PIC 9(8).
          05 PH-LAST-MILEAGE             PIC 9(7).

       FD PM-APPROVAL-FILE
           RECORD CONTAINS 9 CHARACTERS.

       01 PM-APPROVAL-RECORD.
          05 PA-TRAIN-NAME               PIC X(5).
          05 PA-INSPECTION-TYPE          PIC X(4).

       FD WORK-ORDER-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01 WORK-ORDER-RECORD.
          05 WO-ORDER-NUM                PIC 9(5).
          05 WO-TRAIN-NAME               PIC X(5).
          05 WO-PROBLEM-CODE             PIC X(4).
          05 WO-ORDER-STATUS             PIC X.
          05 WO-OPEN-DATE                PIC X(6).
          05 WO-CLOSE-DATE               PIC X(6).
          05 WO-LABOR-HOURS              PIC 9(4).
          05 WO-ORDER-TYPE               PIC X.
          05 WO-SHOP-CODE                PIC XXX.
          05 FILLER                      PIC X.

       FD PM-SCHEDULE-REPORT.

       01 REPORT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.

       01 FLAGS-AND-SWITCHES.
          05 END-OF-FILE-FLAG           PIC X  VALUE SPACE.
             88 NO-MORE-RECORDS                VALUE 'N'.
          05 PM-HISTORY-STATUS          PIC XX.
             88 PM-HISTORY-FOUND               VALUE '00'.
          05 PM-APPROVAL-STATUS         PIC XX.
             88 PM-APPROVALS-FOUND             VALUE '00'.
          05 WORK-ORDER-STATUS          PIC XX.
             88 WORK-ORDERS-FOUND              VALUE '00'.
          05 PM-LOAD-EOF-FLAG           PIC X  VALUE 'F'.
             88 PM-LOAD-DONE                   VALUE 'Y'.
          05 HISTORY-LOAD-EOF-FLAG      PIC X  VALUE 'F'.
             88 HISTORY-LOAD-DONE              VALUE 'Y'.
          05 APPROVAL-LOAD-EOF-FLAG     PIC X  VALUE 'F'.
             88 APPROVAL-LOAD-DONE             VALUE 'Y'.
          05 ORDER-LOAD-EOF-FLAG        PIC X  VALUE 'F'.
             88 ORDER-LOAD-DONE                VALUE 'Y'.
          05 ORDER-FILE-OPEN-SW         PIC X  VALUE 'N'.
             88 ORDER-FILE-OPEN                VALUE 'Y'.
          05 HISTORY-MATCH-SW           PIC X.
             88 HISTORY-MATCHED                VALUE 'Y'.
          05 APPROVAL-MATCH-SW          PIC X.
             88 APPROVAL-MATCHED               VALUE 'Y'.
          05 OPEN-ORDER-SW              PIC X.
             88 OPEN-ORDER-ON-FILE             VALUE 'Y'.
          05 PM-STATUS-SW               PIC X.
             88 PM-OVERDUE                     VALUE 'O'.
             88 PM-DUE-SOON                    VALUE 'D'.
             88 PM-NOT-DUE                     VALUE 'N'.
          05 PM-SUB                     PIC 999.
          05 HIST-SUB                   PIC 999.
          05 APPR-SUB                   PIC 999.
          05 ORDER-SUB                  PIC 999.
          05 WK-NEXT-ORDER-NUM          PIC 9(5) VALUE 1.

       01 DUE-SOON-WINDOW.
          05 DUE-SOON-PERCENT           PIC 99   VALUE 10.
          05 DUE-SOON-DAYS              PIC 999  VALUE 14.

       01 WS-DATE.
          05 WS-YEAR           PIC 9999.
          05 WS-MONTH          PIC 99.
          05 WS-DAY            PIC 99.

       01 WS-TODAY-CCYYMMDD     PIC 9(8).
       01 WS-TODAY-YYMMDD       PIC X(6).

       01 HOLD-FIELDS.
          05 HF-LAST-DATE               PIC 9(8).
          05 HF-LAST-MILEAGE            PIC 9(7).
          05 HF-CLOSE-CCYYMMDD          PIC 9(8).
          05 HF-OPEN-ORDER-NUM          PIC 9(5).
          05 HF-MILES-SINCE             PIC S9(7).
          05 HF-DAYS-SINCE              PIC S9(6).
          05 HF-MILES-LEFT              PIC S9(7).
          05 HF-DAYS-LEFT               PIC S9(6).
          05 HF-MILES-WINDOW            PIC 9(7).

       01 REPORT-COUNTERS.
          05 RC-OVERDUE-COUNT           PIC 999  VALUE 0.
          05 RC-DUE-SOON-COUNT          PIC 999  VALUE 0.
          05 RC-OPENED-COUNT            PIC 999  VALUE 0.

       01 PM-MASTER-TABLE-AREA.
      *    EVERY INSPECTION ON THE PM MASTER, ALL CLASSES
           05 PMT-NUM-ENTRIES       PIC 999   VALUE 0.
           05 PM-MASTER-TBL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON PMT-NUM-ENTRIES
               INDEXED BY PM-MASTER-TBL-INDEX.
               10 PMT-TRAIN-CLASS    PIC X(10).
               10 PMT-INSPECTION-TYPE PIC X(4).
               10 PMT-MILEAGE-INTERVAL PIC 9(7).
               10 PMT-DAYS-INTERVAL  PIC 9(4).
               10 PMT-SHOP-CODE      PIC XXX.
               10 PMT-DESCRIPTION    PIC X(20).

       01 PM-HISTORY-TABLE-AREA.
      *    LAST INSPECTION BY TRAIN AND INSPECTION TYPE, REWRITTEN
      *    AT END OF JOB WITH ANY CLOSED PREVENTIVE ORDERS POSTED
           05 HST-NUM-ENTRIES       PIC 999   VALUE 0.
           05 PM-HISTORY-TBL-LINE OCCURS 1 TO 999 TIMES
               DEPENDING ON HST-NUM-ENTRIES
               INDEXED BY PM-HISTORY-TBL-INDEX.
               10 HST-TRAIN-NAME     PIC X(5).
               10 HST-INSPECTION-TYPE PIC X(4).
               10 HST-LAST-DATE      PIC 9(8).
               10 HST-LAST-MILEAGE   PIC 9(7).

       01 PM-APPROVAL-TABLE-AREA.
           05 APT-NUM-ENTRIES       PIC 999   VALUE 0.
           05 PM-APPROVAL-TBL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON APT-NUM-ENTRIES
               INDEXED BY PM-APPROVAL-TBL-INDEX.
               10 APT-TRAIN-NAME     PIC X(5).
               10 APT-INSPECTION-TYPE PIC X(4).

       01 WORK-ORDER-TABLE-AREA.
      *    THE PREVENTIVE ORDERS ON FILE PLUS THIS RUN'S OPENS
           05 WK-NUM-ORDERS         PIC 999   VALUE 0.
           05 WORK-ORDER-TBL-LINE OCCURS 1 TO 400 TIMES
               DEPENDING ON WK-NUM-ORDERS
               INDEXED BY WORK-ORDER-TBL-INDEX.
               10 WK-ORDER-NUM       PIC 9(5).
               10 WK-TRAIN-NAME      PIC X(5).
               10 WK-PROBLEM-CODE    PIC X(4).
               10 WK-ORDER-STATUS    PIC X.
                  88 WK-ORDER-OPEN         VALUE 'O'.
                  88 WK-ORDER-CLOSED       VALUE 'C'.
               10 WK-CLOSE-DATE      PIC X(6).

      **********************OUTPUT AREA**********************

       01  HEADING-1.
           05                              PIC X(25) VALUE SPACES.
           05                              PIC X(27) VALUE
                                           'PREVENTIVE MAINT SCHEDULE'.
           05                              PIC X(25) VALUE SPACES.
           05                              PIC X(3)  VALUE 'TWJ'.

       01  HEADING-2.
           05                              PIC X(5)  VALUE 'TRAIN'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'INSP'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(20) VALUE
                                           'DESCRIPTION'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(10) VALUE 'MILES LEFT'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(6)  VALUE '  DAYS'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'STATUS'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(21) VALUE 'ACTION'.

       01  DETAIL-LINE.
           05  DL-TRAIN-NAME               PIC X(5).
           05                              PIC X(1)  VALUE SPACES.
           05  DL-INSPECTION-TYPE          PIC X(4).
           05                              PIC X(1)  VALUE SPACES.
           05  DL-DESCRIPTION              PIC X(20).
           05                              PIC X(1)  VALUE SPACES.
           05  DL-MILES-LEFT               PIC --,---,--9.
           05  DL-MILES-LEFT-X REDEFINES DL-MILES-LEFT
                                           PIC X(10).
           05                              PIC X(1)  VALUE SPACES.
           05  DL-DAYS-LEFT                PIC -----9.
           05  DL-DAYS-LEFT-X REDEFINES DL-DAYS-LEFT
                                           PIC X(6).
           05                              PIC X(1)  VALUE SPACES.
           05  DL-STATUS                   PIC X(8).
           05                              PIC X(1)  VALUE SPACES.
           05  DL-ACTION                   PIC X(21).

       01  ACTION-OPENED-TEXT.
           05                              PIC X(3)  VALUE 'WO '.
           05  AOT-ORDER-NUM               PIC 9(5).
           05                              PIC X(13) VALUE ' OPENED'.

       01  ACTION-ON-FILE-TEXT.
           05                              PIC X(3)  VALUE 'WO '.
           05  AFT-ORDER-NUM               PIC 9(5).
           05                              PIC X(13) VALUE
                                           ' ALREADY OPEN'.

       01  TOTAL-LINE.
           05                              PIC X(9)  VALUE 'OVERDUE: '.
           05  TL-OVERDUE-COUNT            PIC ZZ9.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(10) VALUE 'DUE SOON: '.
           05  TL-DUE-SOON-COUNT           PIC ZZ9.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(20) VALUE
                                           'PM ORDERS OPENED: '.
           05  TL-OPENED-COUNT             PIC ZZ9.
           05                              PIC X(24) VALUE SPACES.

       01  NONE-DUE-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(35) VALUE
                               'NO INSPECTIONS DUE OR OVERDUE'.
           05                              PIC X(40) VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 210-LOAD-PM-MASTER
           PERFORM 220-LOAD-PM-HISTORY
           PERFORM 230-LOAD-APPROVALS
           PERFORM 240-LOAD-WORK-ORDERS
           PERFORM 300-READ-ROUTINE
           PERFORM 500-PRINT-TOTALS
           PERFORM 550-REWRITE-PM-HISTORY
           PERFORM 600-EOJ-ROUTINE
          .

       200-HOUSEKEEPING.

           OPEN INPUT  TRAIN-MASTER-FILE
                OUTPUT PM-SCHEDULE-REPORT

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-DATE TO WS-TODAY-CCYYMMDD
           MOVE WS-DATE(3:6) TO WS-TODAY-YYMMDD

           WRITE REPORT-RECORD FROM HEADING-1
               AFTER ADVANCING PAGE

           WRITE REPORT-RECORD FROM HEADING-2
               AFTER ADVANCING 2 LINES
          .

       210-LOAD-PM-MASTER.

           OPEN INPUT PM-MASTER-FILE

           PERFORM UNTIL PM-LOAD-DONE
               READ PM-MASTER-FILE
                   AT END
                       SET PM-LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO PMT-NUM-ENTRIES
                       MOVE PM-TRAIN-CLASS TO
                               PMT-TRAIN-CLASS(PMT-NUM-ENTRIES)
                       MOVE PM-INSPECTION-TYPE TO
                               PMT-INSPECTION-TYPE(PMT-NUM-ENTRIES)
                       MOVE PM-SHOP-CODE TO
                               PMT-SHOP-CODE(PMT-NUM-ENTRIES)
                       MOVE PM-DESCRIPTION TO
                               PMT-DESCRIPTION(PMT-NUM-ENTRIES)

                       IF PM-MILEAGE-INTERVAL IS NUMERIC
                           MOVE PM-MILEAGE-INTERVAL TO
                               PMT-MILEAGE-INTERVAL(PMT-NUM-ENTRIES)
                       ELSE
                           MOVE ZEROS TO
                               PMT-MILEAGE-INTERVAL(PMT-NUM-ENTRIES)
                       END-IF

                       IF PM-DAYS-INTERVAL IS NUMERIC
                           MOVE PM-DAYS-INTERVAL TO
                               PMT-DAYS-INTERVAL(PMT-NUM-ENTRIES)
                       ELSE
                           MOVE ZEROS TO
                               PMT-DAYS-INTERVAL(PMT-NUM-ENTRIES)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PM-MASTER-FILE
          .

       220-LOAD-PM-HISTORY.

      *    NO HISTORY YET ON THE FIRST RUN
           OPEN INPUT PM-HISTORY-FILE

           IF PM-HISTORY-FOUND
               PERFORM UNTIL HISTORY-LOAD-DONE
                   READ PM-HISTORY-FILE
                       AT END
                           SET HISTORY-LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO HST-NUM-ENTRIES
                           MOVE PH-TRAIN-NAME TO
                                   HST-TRAIN-NAME(HST-NUM-ENTRIES)
                           MOVE PH-INSPECTION-TYPE TO
                               HST-INSPECTION-TYPE(HST-NUM-ENTRIES)
                           MOVE PH-LAST-DATE TO
                                   HST-LAST-DATE(HST-NUM-ENTRIES)
                           MOVE PH-LAST-MILEAGE TO
                                   HST-LAST-MILEAGE(HST-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE PM-HISTORY-FILE
           END-IF
          .

       230-LOAD-APPROVALS.

      *    NO APPROVALS FILE JUST MEANS NOTHING IS OPENED THIS WEEK
           OPEN INPUT PM-APPROVAL-FILE

           IF PM-APPROVALS-FOUND
               PERFORM UNTIL APPROVAL-LOAD-DONE
                   READ PM-APPROVAL-FILE
                       AT END
                           SET APPROVAL-LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO APT-NUM-ENTRIES
                           MOVE PA-TRAIN-NAME TO
                                   APT-TRAIN-NAME(APT-NUM-ENTRIES)
                           MOVE PA-INSPECTION-TYPE TO
                               APT-INSPECTION-TYPE(APT-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE PM-APPROVAL-FILE
           END-IF
          .

       240-LOAD-WORK-ORDERS.

      *    ONLY PREVENTIVE ORDERS MATTER HERE, BUT EVERY ORDER ON
      *    FILE COUNTS TOWARD THE NEXT ORDER NUMBER
           OPEN INPUT WORK-ORDER-FILE

           IF WORK-ORDERS-FOUND
               PERFORM UNTIL ORDER-LOAD-DONE
                   READ WORK-ORDER-FILE
                       AT END
                           SET ORDER-LOAD-DONE TO TRUE
                       NOT AT END
                           IF WO-ORDER-NUM >= WK-NEXT-ORDER-NUM
                               ADD 1 TO WO-ORDER-NUM
                                       GIVING WK-NEXT-ORDER-NUM
                           END-IF

                           IF WO-ORDER-TYPE = 'P'
                               PERFORM 245-KEEP-PM-ORDER
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE WORK-ORDER-FILE
           END-IF
          .

       245-KEEP-PM-ORDER.

           ADD 1 TO WK-NUM-ORDERS
           MOVE WO-ORDER-NUM TO WK-ORDER-NUM(WK-NUM-ORDERS)
           MOVE WO-TRAIN-NAME TO WK-TRAIN-NAME(WK-NUM-ORDERS)
           MOVE WO-PROBLEM-CODE TO WK-PROBLEM-CODE(WK-NUM-ORDERS)
           MOVE WO-ORDER-STATUS TO WK-ORDER-STATUS(WK-NUM-ORDERS)
           MOVE WO-CLOSE-DATE TO WK-CLOSE-DATE(WK-NUM-ORDERS)
          .

       300-READ-ROUTINE.

           PERFORM UNTIL NO-MORE-RECORDS
            READ TRAIN-MASTER-FILE
               AT END
                   MOVE 'N' TO END-OF-FILE-FLAG
               NOT AT END
                   PERFORM 400-CHECK-ONE-TRAIN
             END-READ
            END-PERFORM
          .

       400-CHECK-ONE-TRAIN.

           PERFORM VARYING PM-SUB FROM 1 BY 1
                   UNTIL PM-SUB > PMT-NUM-ENTRIES

               IF PMT-TRAIN-CLASS(PM-SUB) = TM-TRAIN-CLASS
                   PERFORM 410-FIND-LAST-INSPECTION
                   PERFORM 420-CHECK-PM-ORDERS
                   PERFORM 430-MEASURE-INTERVALS

                   IF NOT PM-NOT-DUE
                       PERFORM 450-LIST-INSPECTION
                   END-IF
               END-IF
           END-PERFORM
          .

       410-FIND-LAST-INSPECTION.

           MOVE 'N' TO HISTORY-MATCH-SW

           PERFORM VARYING HIST-SUB FROM 1 BY 1
               UNTIL HIST-SUB > HST-NUM-ENTRIES OR HISTORY-MATCHED

               IF HST-TRAIN-NAME(HIST-SUB) = TM-TRAIN-NAME AND
                       HST-INSPECTION-TYPE(HIST-SUB) =
                               PMT-INSPECTION-TYPE(PM-SUB)
                   SET HISTORY-MATCHED TO TRUE
                   MOVE HST-LAST-DATE(HIST-SUB) TO HF-LAST-DATE
                   MOVE HST-LAST-MILEAGE(HIST-SUB) TO HF-LAST-MILEAGE
               END-IF
           END-PERFORM

           IF HISTORY-MATCHED
               SUBTRACT 1 FROM HIST-SUB
           ELSE
               COMPUTE HF-LAST-DATE = TM-YEAR-BUILT * 10000 + 0101
               MOVE ZEROS TO HF-LAST-MILEAGE
           END-IF
          .

       420-CHECK-PM-ORDERS.

      *    AN OPEN ORDER FOR THIS INSPECTION BLOCKS ANOTHER; A ONE
      *    CLOSED SINCE THE LAST INSPECTION ON FILE IS THE NEW LAST
      *    INSPECTION
           MOVE 'N' TO OPEN-ORDER-SW

           PERFORM VARYING ORDER-SUB FROM 1 BY 1
                   UNTIL ORDER-SUB > WK-NUM-ORDERS

               IF WK-TRAIN-NAME(ORDER-SUB) = TM-TRAIN-NAME AND
                       WK-PROBLEM-CODE(ORDER-SUB) =
                               PMT-INSPECTION-TYPE(PM-SUB)
                   IF WK-ORDER-OPEN(ORDER-SUB)
                       SET OPEN-ORDER-ON-FILE TO TRUE
                       MOVE WK-ORDER-NUM(ORDER-SUB) TO
                               HF-OPEN-ORDER-NUM
                   END-IF

                   IF WK-ORDER-CLOSED(ORDER-SUB) AND
                           WK-CLOSE-DATE(ORDER-SUB) IS NUMERIC
                       STRING '20' WK-CLOSE-DATE(ORDER-SUB)
                           DELIMITED BY SIZE INTO HF-CLOSE-CCYYMMDD
                       END-STRING

                       IF HF-CLOSE-CCYYMMDD > HF-LAST-DATE
                           PERFORM 425-POST-INSPECTION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
          .

       425-POST-INSPECTION.

           MOVE HF-CLOSE-CCYYMMDD TO HF-LAST-DATE
           MOVE TM-MILEAGE TO HF-LAST-MILEAGE

           IF NOT HISTORY-MATCHED
               ADD 1 TO HST-NUM-ENTRIES
               MOVE HST-NUM-ENTRIES TO HIST-SUB
               MOVE TM-TRAIN-NAME TO HST-TRAIN-NAME(HIST-SUB)
               MOVE PMT-INSPECTION-TYPE(PM-SUB) TO
                       HST-INSPECTION-TYPE(HIST-SUB)
               SET HISTORY-MATCHED TO TRUE
           END-IF

           MOVE HF-LAST-DATE TO HST-LAST-DATE(HIST-SUB)
           MOVE HF-LAST-MILEAGE TO HST-LAST-MILEAGE(HIST-SUB)
          .

       430-MEASURE-INTERVALS.

      *    OVERDUE ON EITHER INTERVAL IS OVERDUE; INSIDE THE WINDOW
      *    ON EITHER IS DUE SOON.  A ZERO INTERVAL DOESN'T APPLY
           SET PM-NOT-DUE TO TRUE
           MOVE ZEROS TO HF-MILES-LEFT
           MOVE ZEROS TO HF-DAYS-LEFT

           COMPUTE HF-MILES-SINCE = TM-MILEAGE - HF-LAST-MILEAGE
           IF HF-MILES-SINCE < 0
               MOVE ZEROS TO HF-MILES-SINCE
           END-IF

           COMPUTE HF-DAYS-SINCE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
               - FUNCTION INTEGER-OF-DATE(HF-LAST-DATE)

           IF PMT-MILEAGE-INTERVAL(PM-SUB) > 0
               COMPUTE HF-MILES-LEFT =
                   PMT-MILEAGE-INTERVAL(PM-SUB) - HF-MILES-SINCE
               COMPUTE HF-MILES-WINDOW =
                   PMT-MILEAGE-INTERVAL(PM-SUB) * DUE-SOON-PERCENT
                   / 100

               IF HF-MILES-LEFT < 0
                   SET PM-OVERDUE TO TRUE
               ELSE
                   IF HF-MILES-LEFT <= HF-MILES-WINDOW
                       SET PM-DUE-SOON TO TRUE
                   END-IF
               END-IF
           END-IF

           IF PMT-DAYS-INTERVAL(PM-SUB) > 0
               COMPUTE HF-DAYS-LEFT =
                   PMT-DAYS-INTERVAL(PM-SUB) - HF-DAYS-SINCE

               IF HF-DAYS-LEFT < 0
                   SET PM-OVERDUE TO TRUE
               ELSE
                   IF HF-DAYS-LEFT <= DUE-SOON-DAYS AND
                           NOT PM-OVERDUE
                       SET PM-DUE-SOON TO TRUE
                   END-IF
               END-IF
           END-IF
          .

       450-LIST-INSPECTION.

           MOVE TM-TRAIN-NAME TO DL-TRAIN-NAME
           MOVE PMT-INSPECTION-TYPE(PM-SUB) TO DL-INSPECTION-TYPE
           MOVE PMT-DESCRIPTION(PM-SUB) TO DL-DESCRIPTION

           IF PMT-MILEAGE-INTERVAL(PM-SUB) > 0
               MOVE HF-MILES-LEFT TO DL-MILES-LEFT
           ELSE
               MOVE SPACES TO DL-MILES-LEFT-X
           END-IF

           IF PMT-DAYS-INTERVAL(PM-SUB) > 0
               MOVE HF-DAYS-LEFT TO DL-DAYS-LEFT
           ELSE
               MOVE SPACES TO DL-DAYS-LEFT-X
           END-IF

           IF PM-OVERDUE
               MOVE 'OVERDUE' TO DL-STATUS
               ADD 1 TO RC-OVERDUE-COUNT
           ELSE
               MOVE 'DUE SOON' TO DL-STATUS
               ADD 1 TO RC-DUE-SOON-COUNT
           END-IF

           PERFORM 460-CHECK-APPROVAL

           EVALUATE TRUE
               WHEN OPEN-ORDER-ON-FILE
                   MOVE HF-OPEN-ORDER-NUM TO AFT-ORDER-NUM
                   MOVE ACTION-ON-FILE-TEXT TO DL-ACTION

               WHEN APPROVAL-MATCHED
                   PERFORM 470-OPEN-PM-ORDER
                   MOVE ACTION-OPENED-TEXT TO DL-ACTION

               WHEN OTHER
                   MOVE 'AWAITING APPROVAL' TO DL-ACTION
           END-EVALUATE

           WRITE REPORT-RECORD FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
          .

       460-CHECK-APPROVAL.

           MOVE 'N' TO APPROVAL-MATCH-SW

           PERFORM VARYING APPR-SUB FROM 1 BY 1
               UNTIL APPR-SUB > APT-NUM-ENTRIES OR APPROVAL-MATCHED

               IF APT-TRAIN-NAME(APPR-SUB) = TM-TRAIN-NAME AND
                       APT-INSPECTION-TYPE(APPR-SUB) =
                               PMT-INSPECTION-TYPE(PM-SUB)
                   SET APPROVAL-MATCHED TO TRUE
               END-IF
           END-PERFORM
          .

       470-OPEN-PM-ORDER.

      *    APPENDED, SO THE WORK-ORDER PROGRAM PICKS IT UP, COSTS
      *    IT, AND CLOSES IT LIKE ANY OTHER ORDER
           IF NOT ORDER-FILE-OPEN
               IF WORK-ORDERS-FOUND
                   OPEN EXTEND WORK-ORDER-FILE
               ELSE
                   OPEN OUTPUT WORK-ORDER-FILE
               END-IF
               SET ORDER-FILE-OPEN TO TRUE
           END-IF

           MOVE SPACES TO WORK-ORDER-RECORD
           MOVE WK-NEXT-ORDER-NUM TO WO-ORDER-NUM
           MOVE TM-TRAIN-NAME TO WO-TRAIN-NAME
           MOVE PMT-INSPECTION-TYPE(PM-SUB) TO WO-PROBLEM-CODE
           MOVE 'O' TO WO-ORDER-STATUS
           MOVE WS-TODAY-YYMMDD TO WO-OPEN-DATE
           MOVE ZEROS TO WO-LABOR-HOURS
           MOVE 'P' TO WO-ORDER-TYPE
           MOVE PMT-SHOP-CODE(PM-SUB) TO WO-SHOP-CODE

           WRITE WORK-ORDER-RECORD

           PERFORM 245-KEEP-PM-ORDER

           MOVE WK-NEXT-ORDER-NUM TO AOT-ORDER-NUM
           ADD 1 TO WK-NEXT-ORDER-NUM
           ADD 1 TO RC-OPENED-COUNT
          .

       500-PRINT-TOTALS.

           IF RC-OVERDUE-COUNT = 0 AND RC-DUE-SOON-COUNT = 0
               WRITE REPORT-RECORD FROM NONE-DUE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           MOVE RC-OVERDUE-COUNT TO TL-OVERDUE-COUNT
           MOVE RC-DUE-SOON-COUNT TO TL-DUE-SOON-COUNT
           MOVE RC-OPENED-COUNT TO TL-OPENED-COUNT

           WRITE REPORT-RECORD FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
          .

       550-REWRITE-PM-HISTORY.

           OPEN OUTPUT PM-HISTORY-FILE

           PERFORM VARYING HIST-SUB FROM 1 BY 1
               UNTIL HIST-SUB > HST-NUM-ENTRIES

               MOVE HST-TRAIN-NAME(HIST-SUB) TO PH-TRAIN-NAME
               MOVE HST-INSPECTION-TYPE(HIST-SUB) TO
                       PH-INSPECTION-TYPE
               MOVE HST-LAST-DATE(HIST-SUB) TO PH-LAST-DATE
               MOVE HST-LAST-MILEAGE(HIST-SUB) TO PH-LAST-MILEAGE

               WRITE PM-HISTORY-RECORD
           END-PERFORM

           CLOSE PM-HISTORY-FILE
          .

       600-EOJ-ROUTINE.

           IF ORDER-FILE-OPEN
               CLOSE WORK-ORDER-FILE
           END-IF

           CLOSE TRAIN-MASTER-FILE
                 PM-SCHEDULE-REPORT
           STOP RUN
          .
