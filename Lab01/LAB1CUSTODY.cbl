
      *    RECONCILES BOXES THE WAY LAB1MONEY RECONCILES MONEY.
      *    THE CUSTODY FILE RECORDS CASES RECEIVED FROM COUNCIL
      *    (TWELVE BOXES TO A CASE), COUNCIL'S INITIAL DELIVERIES IN
      *    BOXES AS WRITTEN BY LAB1ORDER, BOX TRANSFERS TO EACH
      *    SCOUT BY VARIETY, AND BOXES RETURNED.  THE VARIANCE
      *    REPORT THEN COMPARES EACH SCOUT'S BOXES RECEIVED AGAINST
      *    BOXES SOLD PLUS BOXES RETURNED, SO UNACCOUNTED BOXES GET
      *    A NAME NEXT TO THEM WHILE THE SEASON IS STILL RUNNING.
      *    BOXES SOLD AT BOOTHS COME OUT OF THE TROOP'S OWN STOCK,
      *    NOT A SCOUT'S, SO THEY REDUCE THE TROOP BALANCE ONLY

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO 'SCOUT-FILE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BOOTH-SALES-FILE
               ASSIGN TO 'BOOTH-SALES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTODY-REPORT-FILE
             ASSIGN TO PRINTER 'CUSTODYREPORT.DAT'.

       01    CUSTODY-REC.
           05 CU-RECORD-TYPE      PIC X.
              88 CU-COUNCIL-CASES          VALUE 'R'.
              88 CU-COUNCIL-DELIVERY       VALUE 'D'.
              88 CU-SCOUT-TRANSFER         VALUE 'T'.
              88 CU-SCOUT-RETURN           VALUE 'B'.
           05 CU-NAME             PIC X(10).
           05 SR-TREFOILS-SOLD    PIC 999.
           05 SR-DOSIDOS-SOLD     PIC 999.

       FD    BOOTH-SALES-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01    BOOTH-SALES-REC.
           05 BT-TROOP-ID         PIC X(4).
           05 BT-LOCATION         PIC X(15).
           05 BT-DATE             PIC 9(6).
           05 BT-SHIFT            PIC X(2).
           05 BT-SOLD-BY-VARIETY OCCURS 5 TIMES
                                  PIC 999.
           05 BT-CASH-TAKEN       PIC 9(5)V99.

       FD    CUSTODY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01    REPORT-REC    PIC X(80).
       01    WS-WORK-AREAS.
             05    ARE-THERE-MORE-RECORDS    PIC X(3) VALUE 'YES'.
             05    SCOUT-READ-FLAG           PIC X(3) VALUE 'YES'.
             05    BOOTH-READ-FLAG           PIC X(3) VALUE 'YES'.
             05    CUSTODY-SUB               PIC 999.
             05    VARIETY-SUB               PIC 9.
             05    TROOP-SUB                 PIC 9.
               10 SC-RETURNED       PIC 9(4)  VALUE 0.

       01  TROOP-CUSTODY-TABLE-AREA.
      *    COUNCIL BOXES IN, SCOUT TRANSFERS AND BOOTH SALES OUT
      *    PER VARIETY
           05 TROOP-CUSTODY-LINE OCCURS 5 TIMES.
               10 TC-COUNCIL-BOXES  PIC 9(5)  VALUE 0.
               10 TC-TRANSFERRED    PIC 9(5)  VALUE 0.
               10 TC-BOOTH-SOLD     PIC 9(5)  VALUE 0.

      *************************OUTPUT AREA********************************


       01 TROOP-HEADING-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 FILLER          PIC X(47) VALUE
                  'TROOP CUSTODY - COUNCIL VS TRANSFERS AND BOOTHS'.
          05 FILLER          PIC X(28) VALUE SPACES.

       01 TROOP-DETAIL-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 TDL-VARIETY     PIC X(9).
          05 FILLER          PIC X(1)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE 'COUNCIL: '.
          05 TDL-COUNCIL     PIC ZZ,ZZ9.
          05 FILLER          PIC X(1)  VALUE SPACES.
          05 FILLER          PIC X(6)  VALUE 'XFER: '.
          05 TDL-TRANSFERRED PIC ZZ,ZZ9.
          05 FILLER          PIC X(1)  VALUE SPACES.
          05 FILLER          PIC X(7)  VALUE 'BOOTH: '.
          05 TDL-BOOTH-SOLD  PIC ZZ,ZZ9.
          05 FILLER          PIC X(1)  VALUE SPACES.
          05 FILLER          PIC X(8)  VALUE 'GARAGE: '.
          05 TDL-IN-GARAGE   PIC ZZ,ZZ9-.
          05 FILLER          PIC X(7)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-MODULE.
               AFTER ADVANCING 2 LINES

           PERFORM 100-LOAD-CUSTODY-FILE
           PERFORM 250-LOAD-BOOTH-SALES
           PERFORM 300-REPORT-EACH-SCOUT
           PERFORM 500-REPORT-TROOP-CUSTODY

                           TC-COUNCIL-BOXES(VARIETY-SUB) +
                           (CU-QUANTITY * 12)

                   WHEN CU-COUNCIL-DELIVERY
      *                THE INITIAL ORDER DELIVERY, ALREADY IN BOXES
                       ADD CU-QUANTITY TO
                               TC-COUNCIL-BOXES(VARIETY-SUB)

                   WHEN CU-SCOUT-TRANSFER
                       ADD CU-QUANTITY TO
                               TC-TRANSFERRED(VARIETY-SUB)
           END-SEARCH
           .

       250-LOAD-BOOTH-SALES.
           OPEN INPUT BOOTH-SALES-FILE

           PERFORM UNTIL BOOTH-READ-FLAG = 'NO '
               READ BOOTH-SALES-FILE
                   AT END
                       MOVE 'NO ' TO BOOTH-READ-FLAG
                   NOT AT END
                       PERFORM VARYING VARIETY-SUB FROM 1 BY 1
                           UNTIL VARIETY-SUB > 5

                           ADD BT-SOLD-BY-VARIETY(VARIETY-SUB) TO
                                   TC-BOOTH-SOLD(VARIETY-SUB)
                       END-PERFORM
               END-READ
           END-PERFORM

           CLOSE BOOTH-SALES-FILE
           .

       300-REPORT-EACH-SCOUT.
           PERFORM UNTIL SCOUT-READ-FLAG = 'NO '
               READ SCOUT-FILE
               MOVE VARIETY-NAME(TROOP-SUB) TO TDL-VARIETY
               MOVE TC-COUNCIL-BOXES(TROOP-SUB) TO TDL-COUNCIL
               MOVE TC-TRANSFERRED(TROOP-SUB) TO TDL-TRANSFERRED
               MOVE TC-BOOTH-SOLD(TROOP-SUB) TO TDL-BOOTH-SOLD
               COMPUTE WS-UNACCOUNTED =
                   TC-COUNCIL-BOXES(TROOP-SUB) -
                   TC-TRANSFERRED(TROOP-SUB) -
                   TC-BOOTH-SOLD(TROOP-SUB)
               MOVE WS-UNACCOUNTED TO TDL-IN-GARAGE

               WRITE REPORT-REC FROM TROOP-DETAIL-LINE
