      *    THRESHOLDS ON THE PRIZE MASTER FILE, ACROSS ALL FIVE
      *    COOKIE VARIETIES, AND SUMMARIZES HOW MANY OF EACH PRIZE
      *    THE TROOP NEEDS TO ORDER FROM COUNCIL -- NO MORE
      *    HIGHLIGHTER ON THE PRINTED REPORT.  BOXES CREDITED FROM
      *    BOOTH SALES BY LAB1BOOTH COUNT TOWARD THE SCOUT'S TOTAL

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO 'PRIZE-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BOOTH-CREDIT-FILE
               ASSIGN TO 'BOOTH-CREDITS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRIZE-REPORT-FILE
             ASSIGN TO PRINTER 'PRIZEREPORT.DAT'.

           05 PM-THRESHOLD        PIC 9(4).
           05 PM-PRIZE-NAME       PIC X(15).

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

       FD    PRIZE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01    REPORT-REC    PIC X(80).
       01    WS-WORK-AREAS.
             05    ARE-THERE-MORE-RECORDS    PIC X(3) VALUE 'YES'.
             05    PRIZE-LOAD-FLAG           PIC X(3) VALUE 'YES'.
             05    CREDIT-LOAD-FLAG          PIC X(3) VALUE 'YES'.

       01  TEMP-FIELDS.
           05 WS-COOKIE-TOTAL     PIC 9999 VALUE 0.
           05 WS-PRIZE-SUB        PIC 99   VALUE 0.
           05 WS-EARNED-SUB       PIC 99   VALUE 0.
           05 WS-BOOTH-BOXES      PIC 9999 VALUE 0.

      *    PRIZE TIERS FROM THE PRIZE MASTER, ASCENDING BY
      *    THRESHOLD, WITH A RUNNING COUNT OF SCOUTS EARNING EACH
               10 PZ-PRIZE-NAME     PIC X(15).
               10 PZ-EARNED-COUNT   PIC 999  VALUE 0.

      *    BOOTH BOXES CREDITED TO EACH SCOUT, ALL VARIETIES
       01  BOOTH-CREDIT-TABLE-AREA.
           05 BC-NUM-SCOUTS       PIC 999  VALUE 0.
           05 BOOTH-CREDIT-TBL-LINE OCCURS 1 TO 300 TIMES
               DEPENDING ON BC-NUM-SCOUTS
               INDEXED BY BOOTH-CREDIT-TBL-INDEX.
               10 BCT-TROOP-ID      PIC X(4).
               10 BCT-NAME          PIC X(10).
               10 BCT-BOXES         PIC 9999.

      *************************OUTPUT AREA********************************

       01 HEADING-LINE.
          05 DL-TOTAL-BOXES  PIC 9,999.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 DL-PRIZE-NAME   PIC X(15).
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 FILLER          PIC X(7)  VALUE 'BOOTH: '.
          05 DL-BOOTH-BOXES  PIC Z,ZZ9.
          05 FILLER          PIC X(20) VALUE SPACES.

       01 SUMMARY-HEADING-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.

           PERFORM 125-HOUSEKEEPING
           PERFORM 140-LOAD-PRIZE-MASTER
           PERFORM 145-LOAD-BOOTH-CREDITS
           PERFORM 150-READ-RECORDS
           PERFORM 225-PRINT-PRIZE-SUMMARY
           PERFORM 250-CLOSE-ROUTINE
           CLOSE PRIZE-MASTER-FILE
           .

       145-LOAD-BOOTH-CREDITS.

           OPEN INPUT BOOTH-CREDIT-FILE

           PERFORM UNTIL CREDIT-LOAD-FLAG = 'NO'
               READ BOOTH-CREDIT-FILE
                   AT END
                       MOVE 'NO' TO CREDIT-LOAD-FLAG
                   NOT AT END
                       ADD 1 TO BC-NUM-SCOUTS
                       MOVE BC-TROOP-ID TO BCT-TROOP-ID(BC-NUM-SCOUTS)
                       MOVE BC-NAME TO BCT-NAME(BC-NUM-SCOUTS)
                       ADD BC-SAMOAS-SOLD BC-MINTS-SOLD
                           BC-TAGALONGS-SOLD BC-TREFOILS-SOLD
                           BC-DOSIDOS-SOLD
                           GIVING BCT-BOXES(BC-NUM-SCOUTS)
               END-READ
           END-PERFORM

           CLOSE BOOTH-CREDIT-FILE
           .

       150-READ-RECORDS.

             PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO'
                  SR-TREFOILS-SOLD SR-DOSIDOS-SOLD
                  GIVING WS-COOKIE-TOTAL

      *       BOOTH BOXES THE SCOUT WORKED COUNT THE SAME AS DOOR
      *       TO DOOR SALES
              MOVE ZEROS TO WS-BOOTH-BOXES
              SET BOOTH-CREDIT-TBL-INDEX TO 1
              SEARCH BOOTH-CREDIT-TBL-LINE
                  AT END
                      CONTINUE
                  WHEN SR-TROOP-ID =
                          BCT-TROOP-ID(BOOTH-CREDIT-TBL-INDEX)
                      AND SR-NAME = BCT-NAME(BOOTH-CREDIT-TBL-INDEX)
                      MOVE BCT-BOXES(BOOTH-CREDIT-TBL-INDEX) TO
                              WS-BOOTH-BOXES
              END-SEARCH
              ADD WS-BOOTH-BOXES TO WS-COOKIE-TOTAL

      *       THE HIGHEST THRESHOLD THE SCOUT'S BOX COUNT REACHES
      *       WINS -- THE PRIZE MASTER IS ASCENDING BY THRESHOLD
              MOVE ZEROS TO WS-EARNED-SUB

              MOVE SR-NAME TO DL-NAME-OUT
              MOVE WS-COOKIE-TOTAL TO DL-TOTAL-BOXES
              MOVE WS-BOOTH-BOXES TO DL-BOOTH-BOXES

              IF WS-EARNED-SUB > 0
                  MOVE PZ-PRIZE-NAME(WS-EARNED-SUB) TO DL-PRIZE-NAME
