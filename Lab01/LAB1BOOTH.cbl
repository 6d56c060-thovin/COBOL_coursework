       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LAB1BOOTH.
       AUTHOR.     TimJordan.

      *    BOOTH SALES OUTSIDE STORES.  THE BOOTH SCHEDULE GIVES
      *    EACH TROOP ITS STOREFRONT, DATE AND SHIFT AND THE SCOUTS
      *    WORKING IT; TWO TROOPS GIVEN THE SAME STOREFRONT SLOT
      *    ARE LISTED AS CONFLICTS.  THE BOOTH SALES FILE RECORDS
      *    BOXES SOLD BY VARIETY AND CASH TAKEN PER SHIFT.  EACH
      *    SHIFT'S BOXES ARE SPLIT EVENLY ACROSS THE SCOUTS WORKING
      *    IT (ANY ODD BOXES GO TO THE FIRST SCOUTS LISTED) AND
      *    WRITTEN TO THE BOOTH CREDITS FILE IN SCOUT RECORD LAYOUT
      *    FOR LAB1PRIZE.  LAB1CUSTODY AND LAB1MONEY READ THE BOOTH
      *    SALES FILE THEMSELVES FOR THE TROOP'S BOXES AND CASH

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BOOTH-SCHEDULE-FILE
               ASSIGN TO 'BOOTH-SCHEDULE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BOOTH-SALES-FILE
               ASSIGN TO 'BOOTH-SALES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BOOTH-CREDIT-FILE
               ASSIGN TO 'BOOTH-CREDITS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BOOTH-REPORT-FILE
             ASSIGN TO PRINTER 'BOOTHREPORT.DAT'.

       DATA DIVISION.
       FILE SECTION.

       FD    BOOTH-SCHEDULE-FILE
           RECORD CONTAINS 68 CHARACTERS.
       01    BOOTH-SCHEDULE-REC.
           05 BS-TROOP-ID         PIC X(4).
           05 BS-LOCATION         PIC X(15).
           05 BS-DATE             PIC 9(6).
           05 BS-SHIFT            PIC X(2).
           05 BS-NUM-SCOUTS       PIC 9.
           05 BS-SCOUT-NAME OCCURS 4 TIMES
                                  PIC X(10).

       FD    BOOTH-SALES-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01    BOOTH-SALES-REC.
           05 BT-TROOP-ID         PIC X(4).
           05 BT-LOCATION         PIC X(15).
           05 BT-DATE             PIC 9(6).
           05 BT-SHIFT            PIC X(2).
           05 BT-SAMOAS-SOLD      PIC 999.
           05 BT-MINTS-SOLD       PIC 999.
           05 BT-TAGALONGS-SOLD   PIC 999.
           05 BT-TREFOILS-SOLD    PIC 999.
           05 BT-DOSIDOS-SOLD     PIC 999.
           05 BT-CASH-TAKEN       PIC 9(5)V99.

      *    SAME LAYOUT AS THE SCOUT FILE
       FD    BOOTH-CREDIT-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01    BOOTH-CREDIT-REC.
           05 BC-TROOP-ID         PIC X(4).
           05 BC-NAME             PIC X(10).
           05 BC-SAMOAS-SOLD      PIC 999.
           05 BC-MINTS-SOLD       PIC 999.
           05 BC-TAGALONGS-SOLD   PIC 999.
           05 BC-TREFOILS-SOLD    PIC 999.
           05 BC-DOSIDOS-SOLD     PIC 999.

       FD    BOOTH-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01    REPORT-REC    PIC X(80).

       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    ARE-THERE-MORE-RECORDS    PIC X(3) VALUE 'YES'.
             05    SCHEDULE-LOAD-FLAG        PIC X(3) VALUE 'YES'.
             05    BOOTH-SUB-A               PIC 999.
             05    BOOTH-SUB-B               PIC 999.
             05    SLOT-SUB                  PIC 999.
             05    CREDIT-SUB                PIC 999.
             05    SCOUT-SUB                 PIC 9.
             05    VARIETY-SUB               PIC 9.

       01  TEMP-FIELDS.
           05 WS-BOXES-EACH       PIC 999      VALUE 0.
           05 WS-ODD-BOXES        PIC 9        VALUE 0.
           05 WS-SHIFT-BOXES      PIC 9(4)     VALUE 0.
           05 WS-SCHEDULED        PIC 999      VALUE 0.
           05 WS-CONFLICTS        PIC 999      VALUE 0.
           05 WS-SALES-POSTED     PIC 999      VALUE 0.
           05 WS-UNSCHEDULED      PIC 999      VALUE 0.
           05 WS-TOTAL-BOXES      PIC 9(6)     VALUE 0.
           05 WS-TOTAL-CASH       PIC 9(7)V99  VALUE 0.

      *    THE BOOTH SALE'S FIVE VARIETIES AS A TABLE FOR SPLITTING
       01  WS-SHIFT-SOLD.
           05 WS-SOLD-BY-VARIETY OCCURS 5 TIMES
                                  PIC 999.

      *    EVERY STOREFRONT SLOT ON THE SCHEDULE
       01  BOOTH-TABLE-AREA.
           05 BO-NUM-BOOTHS       PIC 999  VALUE 0.
           05 BOOTH-TBL-LINE OCCURS 1 TO 300 TIMES
               DEPENDING ON BO-NUM-BOOTHS
               INDEXED BY BOOTH-TBL-INDEX.
               10 BO-TROOP-ID       PIC X(4).
               10 BO-LOCATION       PIC X(15).
               10 BO-DATE           PIC 9(6).
               10 BO-SHIFT          PIC X(2).
               10 BO-NUM-SCOUTS     PIC 9.
               10 BO-SCOUT-NAME OCCURS 4 TIMES
                                    PIC X(10).

      *    BOXES CREDITED PER SCOUT PER VARIETY
       01  SCOUT-CREDIT-TABLE-AREA.
           05 CR-NUM-SCOUTS       PIC 999  VALUE 0.
           05 SCOUT-CREDIT-TBL-LINE OCCURS 1 TO 300 TIMES
               DEPENDING ON CR-NUM-SCOUTS
               INDEXED BY SCOUT-CREDIT-TBL-INDEX.
               10 CR-TROOP-ID       PIC X(4).
               10 CR-NAME           PIC X(10).
               10 CR-BOXES OCCURS 5 TIMES
                                    PIC 999.

      *************************OUTPUT AREA********************************

       01 HEADING-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 FILLER          PIC X(29) VALUE
                             'BOOTH SCHEDULE AND SALES'.
          05 FILLER          PIC X(46) VALUE SPACES.

       01 SECTION-HEADING-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 SHL-TEXT        PIC X(40).
          05 FILLER          PIC X(35) VALUE SPACES.

       01 CONFLICT-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 CFL-LOCATION    PIC X(15).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CFL-DATE        PIC 99/99/99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CFL-SHIFT       PIC X(2).
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 FILLER          PIC X(6)  VALUE 'TROOP '.
          05 CFL-TROOP-A     PIC X(4).
          05 FILLER          PIC X(5)  VALUE ' AND '.
          05 CFL-TROOP-B     PIC X(4).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 CFL-MESSAGE     PIC X(22).

       01 SALES-COLUMN-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE 'TROOP'.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(15) VALUE 'LOCATION'.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(8)  VALUE 'DATE'.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE 'SHIFT'.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE 'BOXES'.
          05 FILLER          PIC X(6)  VALUE SPACES.
          05 FILLER          PIC X(4)  VALUE 'CASH'.
          05 FILLER          PIC X(19) VALUE SPACES.

       01 SALES-DETAIL-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 SDL-TROOP-ID    PIC X(4).
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 SDL-LOCATION    PIC X(15).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 SDL-DATE        PIC 99/99/99.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 SDL-SHIFT       PIC X(2).
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 SDL-BOXES       PIC Z,ZZ9.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 SDL-CASH        PIC $ZZ,ZZ9.99.
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 SDL-MESSAGE     PIC X(16).

       01 CREDIT-COLUMN-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 FILLER          PIC X(7)  VALUE 'TROOP'.
          05 FILLER          PIC X(10) VALUE 'SCOUT'.
          05 FILLER          PIC X(7)  VALUE '    SAM'.
          05 FILLER          PIC X(7)  VALUE '   MINT'.
          05 FILLER          PIC X(7)  VALUE '    TAG'.
          05 FILLER          PIC X(7)  VALUE '   TREF'.
          05 FILLER          PIC X(7)  VALUE '   DOSI'.
          05 FILLER          PIC X(23) VALUE SPACES.

       01 CREDIT-DETAIL-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 CDL-TROOP-ID    PIC X(4).
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 CDL-NAME        PIC X(10).
          05 CDL-VARIETY-ENTRY OCCURS 5 TIMES.
             10 FILLER       PIC X(4)  VALUE SPACES.
             10 CDL-BOXES    PIC ZZ9.
          05 FILLER          PIC X(23) VALUE SPACES.

       01 COUNT-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 CTL-LABEL       PIC X(30).
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 CTL-COUNT       PIC ZZZ,ZZ9.
          05 FILLER          PIC X(35) VALUE SPACES.

       01 CASH-TOTAL-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 FILLER          PIC X(30) VALUE 'BOOTH CASH TAKEN'.
          05 FILLER          PIC X(1)  VALUE SPACES.
          05 CTL-CASH        PIC $Z,ZZZ,ZZ9.99.
          05 FILLER          PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           OPEN INPUT BOOTH-SCHEDULE-FILE
                      BOOTH-SALES-FILE
                OUTPUT BOOTH-CREDIT-FILE
                       BOOTH-REPORT-FILE

           WRITE REPORT-REC FROM HEADING-LINE
               AFTER ADVANCING PAGE

           PERFORM 100-LOAD-BOOTH-SCHEDULE
           PERFORM 200-CHECK-SCHEDULE-CONFLICTS
           PERFORM 300-POST-BOOTH-SALES
           PERFORM 500-WRITE-SCOUT-CREDITS
           PERFORM 600-PRINT-RUN-COUNTS

           CLOSE BOOTH-SCHEDULE-FILE
                 BOOTH-SALES-FILE
                 BOOTH-CREDIT-FILE
                 BOOTH-REPORT-FILE
           STOP RUN
           .

       100-LOAD-BOOTH-SCHEDULE.
           PERFORM UNTIL SCHEDULE-LOAD-FLAG = 'NO '
               READ BOOTH-SCHEDULE-FILE
                   AT END
                       MOVE 'NO ' TO SCHEDULE-LOAD-FLAG
                   NOT AT END
                       ADD 1 TO BO-NUM-BOOTHS
                       MOVE BOOTH-SCHEDULE-REC TO
                               BOOTH-TBL-LINE(BO-NUM-BOOTHS)
                       IF BS-NUM-SCOUTS IS NOT NUMERIC OR
                               BS-NUM-SCOUTS > 4
                           MOVE ZEROS TO BO-NUM-SCOUTS(BO-NUM-BOOTHS)
                       END-IF
               END-READ
           END-PERFORM

           MOVE BO-NUM-BOOTHS TO WS-SCHEDULED
           .

       200-CHECK-SCHEDULE-CONFLICTS.
      *    ONE TROOP PER STOREFRONT PER DATE AND SHIFT
           MOVE 'STOREFRONT SCHEDULE CONFLICTS' TO SHL-TEXT
           WRITE REPORT-REC FROM SECTION-HEADING-LINE
               AFTER ADVANCING 2 LINES

           PERFORM VARYING BOOTH-SUB-A FROM 1 BY 1
               UNTIL BOOTH-SUB-A > BO-NUM-BOOTHS

               PERFORM VARYING BOOTH-SUB-B FROM BOOTH-SUB-A BY 1
                   UNTIL BOOTH-SUB-B > BO-NUM-BOOTHS

                   IF BOOTH-SUB-B > BOOTH-SUB-A AND
                           BO-LOCATION(BOOTH-SUB-A) =
                                   BO-LOCATION(BOOTH-SUB-B) AND
                           BO-DATE(BOOTH-SUB-A) =
                                   BO-DATE(BOOTH-SUB-B) AND
                           BO-SHIFT(BOOTH-SUB-A) =
                                   BO-SHIFT(BOOTH-SUB-B)
                       PERFORM 220-PRINT-CONFLICT
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       220-PRINT-CONFLICT.
           ADD 1 TO WS-CONFLICTS

           MOVE BO-LOCATION(BOOTH-SUB-A) TO CFL-LOCATION
           MOVE BO-DATE(BOOTH-SUB-A) TO CFL-DATE
           MOVE BO-SHIFT(BOOTH-SUB-A) TO CFL-SHIFT
           MOVE BO-TROOP-ID(BOOTH-SUB-A) TO CFL-TROOP-A
           MOVE BO-TROOP-ID(BOOTH-SUB-B) TO CFL-TROOP-B

           IF BO-TROOP-ID(BOOTH-SUB-A) = BO-TROOP-ID(BOOTH-SUB-B)
               MOVE 'SCHEDULED TWICE' TO CFL-MESSAGE
           ELSE
               MOVE 'BOTH GIVEN THIS SLOT' TO CFL-MESSAGE
           END-IF

           WRITE REPORT-REC FROM CONFLICT-LINE
               AFTER ADVANCING 1 LINE
           .

       300-POST-BOOTH-SALES.
           MOVE 'BOOTH SALES' TO SHL-TEXT
           WRITE REPORT-REC FROM SECTION-HEADING-LINE
               AFTER ADVANCING 3 LINES
           WRITE REPORT-REC FROM SALES-COLUMN-LINE
               AFTER ADVANCING 2 LINES

           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ BOOTH-SALES-FILE
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 320-POST-ONE-BOOTH-SALE
               END-READ
           END-PERFORM
           .

       320-POST-ONE-BOOTH-SALE.
           ADD 1 TO WS-SALES-POSTED

           MOVE BT-SAMOAS-SOLD TO WS-SOLD-BY-VARIETY(1)
           MOVE BT-MINTS-SOLD TO WS-SOLD-BY-VARIETY(2)
           MOVE BT-TAGALONGS-SOLD TO WS-SOLD-BY-VARIETY(3)
           MOVE BT-TREFOILS-SOLD TO WS-SOLD-BY-VARIETY(4)
           MOVE BT-DOSIDOS-SOLD TO WS-SOLD-BY-VARIETY(5)

           ADD BT-SAMOAS-SOLD BT-MINTS-SOLD BT-TAGALONGS-SOLD
               BT-TREFOILS-SOLD BT-DOSIDOS-SOLD
               GIVING WS-SHIFT-BOXES

           ADD WS-SHIFT-BOXES TO WS-TOTAL-BOXES
           ADD BT-CASH-TAKEN TO WS-TOTAL-CASH

           MOVE BT-TROOP-ID TO SDL-TROOP-ID
           MOVE BT-LOCATION TO SDL-LOCATION
           MOVE BT-DATE TO SDL-DATE
           MOVE BT-SHIFT TO SDL-SHIFT
           MOVE WS-SHIFT-BOXES TO SDL-BOXES
           MOVE BT-CASH-TAKEN TO SDL-CASH

      *    THE TROOP'S OWN SLOT ON THE SCHEDULE SAYS WHO WORKED IT
           MOVE 0 TO SLOT-SUB
           PERFORM VARYING BOOTH-SUB-A FROM 1 BY 1
               UNTIL BOOTH-SUB-A > BO-NUM-BOOTHS

               IF BT-TROOP-ID = BO-TROOP-ID(BOOTH-SUB-A) AND
                       BT-LOCATION = BO-LOCATION(BOOTH-SUB-A) AND
                       BT-DATE = BO-DATE(BOOTH-SUB-A) AND
                       BT-SHIFT = BO-SHIFT(BOOTH-SUB-A) AND
                       SLOT-SUB = 0
                   MOVE BOOTH-SUB-A TO SLOT-SUB
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN SLOT-SUB = 0
                   ADD 1 TO WS-UNSCHEDULED
                   MOVE 'NOT ON SCHEDULE' TO SDL-MESSAGE
               WHEN BO-NUM-SCOUTS(SLOT-SUB) = 0
                   ADD 1 TO WS-UNSCHEDULED
                   MOVE 'NO SCOUTS LISTED' TO SDL-MESSAGE
               WHEN OTHER
                   MOVE SPACES TO SDL-MESSAGE
                   PERFORM VARYING SCOUT-SUB FROM 1 BY 1
                       UNTIL SCOUT-SUB > BO-NUM-SCOUTS(SLOT-SUB)

                       PERFORM 340-CREDIT-ONE-SCOUT
                   END-PERFORM
           END-EVALUATE

           WRITE REPORT-REC FROM SALES-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .

       340-CREDIT-ONE-SCOUT.
           SET SCOUT-CREDIT-TBL-INDEX TO 1
           SEARCH SCOUT-CREDIT-TBL-LINE
               AT END
                   ADD 1 TO CR-NUM-SCOUTS
                   MOVE BT-TROOP-ID TO CR-TROOP-ID(CR-NUM-SCOUTS)
                   MOVE BO-SCOUT-NAME(SLOT-SUB, SCOUT-SUB) TO
                           CR-NAME(CR-NUM-SCOUTS)
                   PERFORM VARYING VARIETY-SUB FROM 1 BY 1
                       UNTIL VARIETY-SUB > 5

                       MOVE ZEROS TO
                               CR-BOXES(CR-NUM-SCOUTS, VARIETY-SUB)
                   END-PERFORM
                   SET SCOUT-CREDIT-TBL-INDEX TO CR-NUM-SCOUTS

               WHEN BT-TROOP-ID = CR-TROOP-ID(SCOUT-CREDIT-TBL-INDEX)
                   AND BO-SCOUT-NAME(SLOT-SUB, SCOUT-SUB) =
                           CR-NAME(SCOUT-CREDIT-TBL-INDEX)
                   CONTINUE
           END-SEARCH

           SET CREDIT-SUB TO SCOUT-CREDIT-TBL-INDEX

      *    EVEN SHARES, WITH THE ODD BOXES TO THE FIRST SCOUTS
           PERFORM VARYING VARIETY-SUB FROM 1 BY 1
               UNTIL VARIETY-SUB > 5

               DIVIDE WS-SOLD-BY-VARIETY(VARIETY-SUB) BY
                       BO-NUM-SCOUTS(SLOT-SUB)
                   GIVING WS-BOXES-EACH
                   REMAINDER WS-ODD-BOXES
               IF SCOUT-SUB NOT > WS-ODD-BOXES
                   ADD 1 TO WS-BOXES-EACH
               END-IF

               ADD WS-BOXES-EACH TO CR-BOXES(CREDIT-SUB, VARIETY-SUB)
           END-PERFORM
           .

       500-WRITE-SCOUT-CREDITS.
           MOVE 'BOXES CREDITED TO SCOUTS' TO SHL-TEXT
           WRITE REPORT-REC FROM SECTION-HEADING-LINE
               AFTER ADVANCING 3 LINES
           WRITE REPORT-REC FROM CREDIT-COLUMN-LINE
               AFTER ADVANCING 2 LINES

           PERFORM VARYING CREDIT-SUB FROM 1 BY 1
               UNTIL CREDIT-SUB > CR-NUM-SCOUTS

               MOVE CR-TROOP-ID(CREDIT-SUB) TO BC-TROOP-ID
               MOVE CR-NAME(CREDIT-SUB) TO BC-NAME
               MOVE CR-BOXES(CREDIT-SUB, 1) TO BC-SAMOAS-SOLD
               MOVE CR-BOXES(CREDIT-SUB, 2) TO BC-MINTS-SOLD
               MOVE CR-BOXES(CREDIT-SUB, 3) TO BC-TAGALONGS-SOLD
               MOVE CR-BOXES(CREDIT-SUB, 4) TO BC-TREFOILS-SOLD
               MOVE CR-BOXES(CREDIT-SUB, 5) TO BC-DOSIDOS-SOLD
               WRITE BOOTH-CREDIT-REC

               MOVE CR-TROOP-ID(CREDIT-SUB) TO CDL-TROOP-ID
               MOVE CR-NAME(CREDIT-SUB) TO CDL-NAME
               PERFORM VARYING VARIETY-SUB FROM 1 BY 1
                   UNTIL VARIETY-SUB > 5

                   MOVE CR-BOXES(CREDIT-SUB, VARIETY-SUB) TO
                           CDL-BOXES(VARIETY-SUB)
               END-PERFORM

               WRITE REPORT-REC FROM CREDIT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           .

       600-PRINT-RUN-COUNTS.
           MOVE 'BOOTH SLOTS SCHEDULED' TO CTL-LABEL
           MOVE WS-SCHEDULED TO CTL-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
               AFTER ADVANCING 3 LINES

           MOVE 'SCHEDULE CONFLICTS' TO CTL-LABEL
           MOVE WS-CONFLICTS TO CTL-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'BOOTH SALES POSTED' TO CTL-LABEL
           MOVE WS-SALES-POSTED TO CTL-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'SALES WITH NO SCOUT CREDIT' TO CTL-LABEL
           MOVE WS-UNSCHEDULED TO CTL-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'BOOTH BOXES SOLD' TO CTL-LABEL
           MOVE WS-TOTAL-BOXES TO CTL-COUNT
           WRITE REPORT-REC FROM COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE WS-TOTAL-CASH TO CTL-CASH
           WRITE REPORT-REC FROM CASH-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           .
