      *    FROM THE REPAIR-PARTS DRAWS THAT REFERENCE IT PLUS LABOR,
      *    AND BREAKS THE FAILURES DOWN BY PROBLEM CODE SO WE LEARN
      *    WHETHER WE'RE FIXING BRAKES OR THE SAME BAD WIRING FIVE
      *    TIMES.  PREVENTIVE ORDERS THE PM SCHEDULE OPENS (ORDER
      *    TYPE 'P', PROBLEM CODE = INSPECTION TYPE) ARE CLOSED AND
      *    COSTED HERE THE SAME AS REPAIRS.
      *
      *    EVERY DRAW CARRIES THE DATE THE PART WENT ON AND THE
      *    SUPPLIER'S WARRANTY TERM.  WHEN AN ORDER CLOSED THIS RUN
      *    REPLACED A PART THE SAME TRAIN HAD PUT ON UNDER AN
      *    EARLIER ORDER, AND THE FAILURE (THE DAY THE ORDER OPENED)
      *    FELL INSIDE THAT PART'S WARRANTY, A CLAIM AGAINST THE
      *    ORIGINAL PART'S SUPPLIER IS ADDED TO THE WARRANTY CLAIM
      *    FILE FOR LAB7WARR TO BILL AND TRACK
      *
      *    LABOR IS COSTED FROM THE LABOR TIME FILE -- ONE ENTRY PER
      *    MECHANIC, ORDER AND DAY, STRAIGHT OR OVERTIME -- AT THAT
      *    MECHANIC'S OWN RATE FROM THE MECHANIC MASTER, OVERTIME AT
      *    TIME AND A HALF.  AN ORDER WITH NO TIME ENTRIES FALLS BACK
      *    TO ITS CLOSING HOURS AT THE FLAT SHOP RATE.  TIME CHARGED
      *    TO AN OPEN ORDER OR ONE CLOSED THIS RUN BY A MECHANIC WHOSE
      *    CERTIFICATION FOR THE ORDER'S PROBLEM CODE HAD EXPIRED ON
      *    THE DAY WORKED IS LISTED, AND EACH SHOP'S HOURS FOR THE
      *    PERIOD ARE SET AGAINST ITS MECHANICS' AVAILABLE HOURS

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                ASSIGN TO 'PR1FA20.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT MECHANIC-MASTER-FILE
                ASSIGN TO 'MECHANIC-MASTER.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MECHANIC-MASTER-STATUS.

            SELECT LABOR-TIME-FILE
                ASSIGN TO 'LABOR-TIME-TRANS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LABOR-TIME-STATUS.

            SELECT WARRANTY-CLAIM-FILE
                ASSIGN TO 'WARRANTY-CLAIMS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WARRANTY-CLAIM-STATUS.

            SELECT WORK-ORDER-REPORT
                ASSIGN TO PRINTER 'WORKORDERCOST.TXT'.

          05 WT-LABOR-HOURS              PIC 9(4).

       FD WORK-ORDER-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01 WORK-ORDER-RECORD.
          05 WO-ORDER-NUM                PIC 9(5).
          05 WO-OPEN-DATE                PIC X(6).
          05 WO-CLOSE-DATE               PIC X(6).
          05 WO-LABOR-HOURS              PIC 9(4).
          05 WO-ORDER-TYPE               PIC X.
          05 WO-SHOP-CODE                PIC XXX.
          05 FILLER                      PIC X.

       FD REPAIR-PARTS-FILE
           RECORD CONTAINS 38 CHARACTERS.

       01 REPAIR-PARTS-RECORD.
          05 RP-TRAIN-NAME               PIC X(5).
          05 RP-CAT-NUM                  PIC X(5).
          05 RP-QUANTITY                 PIC 9(4).
          05 RP-WORK-ORDER-NUM           PIC 9(5).
          05 RP-INSTALL-DATE             PIC 9(8).
          05 RP-SUPPLIER-ID              PIC X(4).
          05 RP-WARRANTY-DAYS            PIC 9(4).

       FD INVENTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.
          05 FILLER               PIC X.
          05 IR-WAREHOUSE-BIN     PIC X(5).

       FD MECHANIC-MASTER-FILE
           RECORD CONTAINS 105 CHARACTERS.

       01 MECHANIC-MASTER-RECORD.
          05 MM-MECHANIC-ID              PIC X(5).
          05 MM-MECHANIC-NAME            PIC X(20).
          05 MM-SHOP-CODE                PIC XXX.
          05 MM-CRAFT                    PIC X(10).
          05 MM-HOURLY-RATE              PIC 999V99.
          05 MM-CERTIFICATION OCCURS 5 TIMES.
             10 MM-CERT-CODE             PIC X(4).
             10 MM-CERT-EXPIRY           PIC 9(8).
          05 FILLER                      PIC XX.

       FD LABOR-TIME-FILE
           RECORD CONTAINS 22 CHARACTERS.

       01 LABOR-TIME-RECORD.
          05 LT-MECHANIC-ID              PIC X(5).
          05 LT-ORDER-NUM                PIC 9(5).
          05 LT-WORK-DATE                PIC 9(8).
          05 LT-HOURS                    PIC 99V9.
          05 LT-TIME-TYPE                PIC X.
             88 LT-OVERTIME              VALUE 'O'.

       FD WARRANTY-CLAIM-FILE
           RECORD CONTAINS 84 CHARACTERS.

       01 WARRANTY-CLAIM-RECORD.
          05 WC-CLAIM-NUM                PIC 9(5).
          05 WC-SUPPLIER-ID              PIC X(4).
          05 WC-TRAIN-NAME               PIC X(5).
          05 WC-CAT-NUM                  PIC X(5).
          05 WC-ORIG-ORDER-NUM           PIC 9(5).
          05 WC-INSTALL-DATE             PIC 9(8).
          05 WC-WARRANTY-DAYS            PIC 9(4).
          05 WC-FAIL-ORDER-NUM           PIC 9(5).
          05 WC-FAIL-DATE                PIC 9(8).
          05 WC-QUANTITY                 PIC 9(4).
          05 WC-CLAIM-AMOUNT             PIC 9(7)V99.
          05 WC-CLAIM-STATUS             PIC X.
          05 WC-RECOVERED-AMOUNT         PIC 9(7)V99.
          05 WC-SETTLED-DATE             PIC 9(8).
          05 WC-DOCUMENT-SW              PIC X.
          05 FILLER                      PIC X(3).

       FD WORK-ORDER-REPORT.

       01 REPORT-RECORD                   PIC X(80).
             88 PARTS-LOAD-DONE                VALUE 'Y'.
          05 DRAWS-EOF-FLAG             PIC X  VALUE 'F'.
             88 DRAWS-DONE                     VALUE 'Y'.
          05 WARRANTY-CLAIM-STATUS      PIC XX.
             88 WARRANTY-CLAIMS-FOUND          VALUE '00'.
          05 CLAIM-LOAD-EOF-FLAG        PIC X  VALUE 'F'.
             88 CLAIM-LOAD-DONE                VALUE 'Y'.
          05 CLAIM-FILE-OPEN-SW         PIC X  VALUE 'N'.
             88 CLAIM-FILE-OPEN                VALUE 'Y'.
          05 MECHANIC-MASTER-STATUS     PIC XX.
             88 MECHANIC-MASTER-FOUND          VALUE '00'.
          05 MECHANIC-LOAD-EOF-FLAG     PIC X  VALUE 'F'.
             88 MECHANIC-LOAD-DONE             VALUE 'Y'.
          05 LABOR-TIME-STATUS          PIC XX.
             88 LABOR-TIME-FOUND               VALUE '00'.
          05 LABOR-EOF-FLAG             PIC X  VALUE 'F'.
             88 LABOR-DONE                     VALUE 'Y'.
          05 PRIOR-DRAW-SW              PIC X.
             88 PRIOR-DRAW-FOUND               VALUE 'Y'.
          05 ORDER-MATCH-SW             PIC X.
             88 ORDER-MATCHED                  VALUE 'Y'.
          05 ORDER-SUB                  PIC 999.
          05 PART-SUB                   PIC 999.
          05 PROB-SUB                   PIC 99.
          05 DRAW-SUB                   PIC 999.
          05 PRIOR-SUB                  PIC 999.
          05 FAIL-ORDER-SUB             PIC 999.
          05 MECH-SUB                   PIC 999.
          05 CERT-SUB                   PIC 9.
          05 SHOP-SUB                   PIC 99.
          05 LT-ORDER-SUB               PIC 999.
          05 LT-MECH-SUB                PIC 999.
          05 LC-LAPSED-COUNT            PIC 999  VALUE 0.
          05 WK-NEXT-ORDER-NUM          PIC 9(5) VALUE 1.
          05 WC-NEXT-CLAIM-NUM          PIC 9(5) VALUE 1.
          05 WC-RAISED-COUNT            PIC 999  VALUE 0.

       01 RUN-PARAMETERS.
          05 WS-LABOR-RATE-IN           PIC X(6).
          05 WS-LABOR-RATE              PIC 999V99 VALUE 0.
          05 WS-PERIOD-START-IN         PIC X(8).
          05 WS-PERIOD-START            PIC 9(8).
          05 WS-PERIOD-END              PIC 9(8).
          05 WS-OVERTIME-FACTOR         PIC 9V9    VALUE 1.5.
          05 WS-SHIFT-HOURS             PIC 99     VALUE 8.

       01 HOLD-FIELDS.
          05 HF-DRAW-COST               PIC 9(7)V99.
          05 HF-LABOR-COST              PIC 9(7)V99.
          05 HF-TOTAL-COST              PIC 9(8)V99.
          05 HF-FAIL-DATE               PIC 9(8).
          05 HF-DAYS-IN-SERVICE         PIC S9(6).
          05 HF-ENTRY-RATE              PIC 9(4)V99.
          05 HF-ENTRY-COST              PIC 9(7)V99.
          05 HF-WORK-DAYS               PIC 9(4).
          05 HF-DAY-NUMBER              PIC 9(7).
          05 HF-LAST-DAY-NUMBER         PIC 9(7).
          05 HF-CERT-EXPIRY             PIC 9(8).
          05 HF-AVAILABLE-HOURS         PIC 9(7).
          05 HF-TOTAL-HOURS             PIC 9(6)V9.
          05 HF-UTILIZATION             PIC 9(4).

       01 WS-DATE.
          05 WS-YEAR                    PIC XX.
               10 WK-OPEN-DATE       PIC X(6).
               10 WK-CLOSE-DATE      PIC X(6).
               10 WK-LABOR-HOURS     PIC 9(4).
               10 WK-ORDER-TYPE      PIC X.
               10 WK-SHOP-CODE       PIC XXX.
               10 WK-PARTS-COST      PIC 9(7)V99  VALUE 0.
               10 WK-TIME-HOURS      PIC 9(5)V9   VALUE 0.
               10 WK-TIME-COST       PIC 9(7)V99  VALUE 0.
               10 WK-TIME-ENTRY-SW   PIC X.
                  88 WK-HAS-TIME-ENTRIES   VALUE 'Y'.
               10 WK-CLOSED-NOW-SW   PIC X.
                  88 WK-CLOSED-THIS-RUN    VALUE 'Y'.

       01 DRAW-TABLE-AREA.
      *    EVERY REPAIR DRAW ON FILE, KEPT SO A REPLACEMENT CAN BE
      *    MATCHED TO THE EARLIER INSTALL OF THE SAME PART
           05 DR-NUM-DRAWS          PIC 999   VALUE 0.
           05 DRAW-TBL-LINE OCCURS 1 TO 999 TIMES
               DEPENDING ON DR-NUM-DRAWS
               INDEXED BY DRAW-TBL-INDEX.
               10 DR-TRAIN-NAME      PIC X(5).
               10 DR-CAT-NUM         PIC X(5).
               10 DR-QUANTITY        PIC 9(4).
               10 DR-WORK-ORDER-NUM  PIC 9(5).
               10 DR-INSTALL-DATE    PIC 9(8).
               10 DR-SUPPLIER-ID     PIC X(4).
               10 DR-WARRANTY-DAYS   PIC 9(4).
               10 DR-DRAW-COST       PIC 9(7)V99.

       01 PARTS-TABLE-AREA.
           05 PM-NUM-PARTS          PIC 999   VALUE 0.
               10 PM-CAT-NUM         PIC X(5).
               10 PM-UNIT-PRICE      PIC 999V99.

       01 MECHANIC-TABLE-AREA.
           05 MC-NUM-MECHANICS      PIC 999   VALUE 0.
           05 MECHANIC-TBL-LINE OCCURS 1 TO 300 TIMES
               DEPENDING ON MC-NUM-MECHANICS
               INDEXED BY MECHANIC-TBL-INDEX.
               10 MC-MECHANIC-ID     PIC X(5).
               10 MC-MECHANIC-NAME   PIC X(20).
               10 MC-SHOP-CODE       PIC XXX.
               10 MC-HOURLY-RATE     PIC 999V99.
               10 MC-CERTIFICATION OCCURS 5 TIMES.
                  15 MC-CERT-CODE    PIC X(4).
                  15 MC-CERT-EXPIRY  PIC 9(8).

       01 SHOP-LABOR-TABLE-AREA.
      *    STRAIGHT AND OVERTIME HOURS WORKED IN THE PERIOD BY EACH
      *    SHOP'S MECHANICS
           05 SH-NUM-SHOPS          PIC 99    VALUE 0.
           05 SHOP-LABOR-TBL-LINE OCCURS 1 TO 50 TIMES
               DEPENDING ON SH-NUM-SHOPS
               INDEXED BY SHOP-LABOR-TBL-INDEX.
               10 SH-SHOP-CODE       PIC XXX.
               10 SH-MECHANIC-COUNT  PIC 999.
               10 SH-STRAIGHT-HOURS  PIC 9(6)V9.
               10 SH-OVERTIME-HOURS  PIC 9(6)V9.
               10 SH-LABOR-COST      PIC 9(8)V99.

       01 PROBLEM-TABLE-AREA.
      *    FAILURE COUNT AND TOTAL COST PER PROBLEM CODE
           05 PB-NUM-PROBLEMS       PIC 99    VALUE 0.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(2)  VALUE 'ST'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(2)  VALUE 'TY'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'HOURS'.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'LABOR'.
           05                              PIC X(5)  VALUE 'PARTS'.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'TOTAL'.
           05                              PIC X(20) VALUE SPACES.

       01  ORDER-DETAIL-LINE.
           05  ODL-ORDER-NUM               PIC 9(5).
           05  ODL-PROBLEM-CODE            PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  ODL-ORDER-STATUS            PIC X.
           05                              PIC X(3)  VALUE SPACES.
           05  ODL-ORDER-TYPE              PIC X.
           05                              PIC X(2)  VALUE SPACES.
           05  ODL-LABOR-HOURS             PIC ZZ9.9.
           05                              PIC X(1)  VALUE SPACES.
           05  ODL-LABOR-COST              PIC $ZZZ,ZZ9.99.
           05                              PIC X(1)  VALUE SPACES.
           05  ODL-PARTS-COST              PIC $ZZZ,ZZ9.99.
           05                              PIC X(1)  VALUE SPACES.
           05  ODL-TOTAL-COST              PIC $Z,ZZZ,ZZ9.99.
           05                              PIC X(10) VALUE SPACES.

       01  PROBLEM-SECTION-HEADING.
           05                              PIC X(34) VALUE
           05  PDL-TOTAL-COST              PIC $Z,ZZZ,ZZ9.99.
           05                              PIC X(38) VALUE SPACES.

       01  CLAIM-SECTION-HEADING.
           05                              PIC X(25) VALUE
                   'WARRANTY CLAIMS RAISED'.
           05                              PIC X(55) VALUE SPACES.

       01  CLAIM-DETAIL-LINE.
           05                              PIC X(6)  VALUE 'CLAIM '.
           05  CDL-CLAIM-NUM               PIC 9(5).
           05                              PIC X(2)  VALUE SPACES.
           05  CDL-TRAIN-NAME              PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  CDL-CAT-NUM                 PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'SUP '.
           05  CDL-SUPPLIER-ID             PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(3)  VALUE 'WO '.
           05  CDL-ORIG-ORDER-NUM          PIC 9(5).
           05                              PIC X(1)  VALUE '/'.
           05  CDL-FAIL-ORDER-NUM          PIC 9(5).
           05                              PIC X(2)  VALUE SPACES.
           05  CDL-DAYS-IN-SERVICE         PIC ZZZ9.
           05                              PIC X(5)  VALUE ' DAYS'.
           05                              PIC X(1)  VALUE SPACES.
           05  CDL-CLAIM-AMOUNT            PIC $ZZZ,ZZ9.99.
           05                              PIC X(6)  VALUE SPACES.

       01  LAPSED-SECTION-HEADING.
           05                              PIC X(41) VALUE
                   'WORK CHARGED UNDER A LAPSED CERTIFICATION'.
           05                              PIC X(39) VALUE SPACES.

       01  LAPSED-DETAIL-LINE.
           05                              PIC X(3)  VALUE 'WO '.
           05  LDL-ORDER-NUM               PIC 9(5).
           05                              PIC X(2)  VALUE SPACES.
           05  LDL-PROBLEM-CODE            PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  LDL-MECHANIC-ID             PIC X(5).
           05                              PIC X(1)  VALUE SPACES.
           05  LDL-MECHANIC-NAME           PIC X(20).
           05                              PIC X(1)  VALUE SPACES.
           05  LDL-WORK-DATE               PIC 9(8).
           05                              PIC X(1)  VALUE SPACES.
           05  LDL-HOURS                   PIC Z9.9.
           05                              PIC X(10) VALUE ' EXPIRED '.
           05  LDL-CERT-EXPIRY             PIC 9(8).
           05                              PIC X(6)  VALUE SPACES.

       01  LABOR-EXCEPTION-LINE.
           05                              PIC X(3)  VALUE 'WO '.
           05  LEL-ORDER-NUM               PIC 9(5).
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(9)  VALUE 'MECHANIC '.
           05  LEL-MECHANIC-ID             PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  LEL-MESSAGE                 PIC X(40).
           05                              PIC X(14) VALUE SPACES.

       01  UTILIZATION-SECTION-HEADING.
           05                              PIC X(28) VALUE
                   'LABOR UTILIZATION BY SHOP  '.
           05  USH-PERIOD-START            PIC 9(8).
           05                              PIC X(4)  VALUE ' TO '.
           05  USH-PERIOD-END              PIC 9(8).
           05                              PIC X(32) VALUE SPACES.

       01  UTILIZATION-COLUMN-HEADING.
           05                              PIC X(4)  VALUE 'SHOP'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'MECHS'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'STRAIGHT'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'OVERTIME'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(8)  VALUE '   TOTAL'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(9)  VALUE 'AVAILABLE'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'UTIL%'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(11) VALUE
                                           ' LABOR COST'.
           05                              PIC X(8)  VALUE SPACES.

       01  UTILIZATION-DETAIL-LINE.
           05  UDL-SHOP-CODE               PIC XXX.
           05                              PIC X(5)  VALUE SPACES.
           05  UDL-MECHANIC-COUNT          PIC ZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  UDL-STRAIGHT-HOURS          PIC ZZZ,ZZ9.9.
           05                              PIC X(1)  VALUE SPACES.
           05  UDL-OVERTIME-HOURS          PIC ZZZ,ZZ9.9.
           05                              PIC X(1)  VALUE SPACES.
           05  UDL-TOTAL-HOURS             PIC ZZZ,ZZ9.9.
           05                              PIC X(2)  VALUE SPACES.
           05  UDL-AVAILABLE-HOURS         PIC Z,ZZZ,ZZ9.
           05                              PIC X(3)  VALUE SPACES.
           05  UDL-UTILIZATION             PIC ZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  UDL-LABOR-COST              PIC $Z,ZZZ,ZZ9.99.
           05                              PIC X(5)  VALUE SPACES.

       01  REGISTER-LINE.
           05  RGL-ACTION                  PIC X.
           05                              PIC X(2)  VALUE SPACES.
           PERFORM 15-APPLY-TRANSACTIONS
           PERFORM 20-LOAD-PARTS-PRICES
           PERFORM 25-COST-REPAIR-DRAWS
           PERFORM 30-RAISE-WARRANTY-CLAIMS
           PERFORM 36-LOAD-MECHANICS
           PERFORM 38-COST-LABOR-TIME
           PERFORM 45-PRINT-ORDER-COSTS
           PERFORM 55-PRINT-PROBLEM-BREAKDOWN
           PERFORM 60-PRINT-LABOR-UTILIZATION
           PERFORM 70-REWRITE-WORK-ORDERS
           PERFORM 100-WRAP-UP
           .
           IF WS-LABOR-RATE-IN IS NUMERIC
               MOVE WS-LABOR-RATE-IN TO WS-LABOR-RATE
           END-IF

           DISPLAY 'UTILIZATION PERIOD START (YYYYMMDD, BLANK = '
                   'START OF MONTH): '
           ACCEPT WS-PERIOD-START-IN
           .

       05-HOUSEKEEPING.

           ACCEPT WS-DATE FROM DATE

      *    THE UTILIZATION PERIOD RUNS THROUGH TODAY
           STRING '20' WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-PERIOD-END
           END-STRING

           IF WS-PERIOD-START-IN IS NUMERIC AND
                   WS-PERIOD-START-IN <= WS-PERIOD-END
               MOVE WS-PERIOD-START-IN TO WS-PERIOD-START
           ELSE
               STRING '20' WS-YEAR WS-MONTH '01' DELIMITED BY SIZE
                   INTO WS-PERIOD-START
               END-STRING
           END-IF

           WRITE REPORT-RECORD FROM HEADING-1
               AFTER ADVANCING PAGE
           .
                                   WK-CLOSE-DATE(WK-NUM-ORDERS)
                           MOVE WO-LABOR-HOURS TO
                                   WK-LABOR-HOURS(WK-NUM-ORDERS)
                           MOVE WO-ORDER-TYPE TO
                                   WK-ORDER-TYPE(WK-NUM-ORDERS)
                           MOVE WO-SHOP-CODE TO
                                   WK-SHOP-CODE(WK-NUM-ORDERS)
                           MOVE ZEROS TO
                                   WK-PARTS-COST(WK-NUM-ORDERS)
                                   WK-TIME-HOURS(WK-NUM-ORDERS)
                                   WK-TIME-COST(WK-NUM-ORDERS)
                           MOVE 'N' TO
                                   WK-TIME-ENTRY-SW(WK-NUM-ORDERS)
                           MOVE 'N' TO
                                   WK-CLOSED-NOW-SW(WK-NUM-ORDERS)

                           IF WO-ORDER-NUM >= WK-NEXT-ORDER-NUM
                               ADD 1 TO WO-ORDER-NUM
                   END-STRING
                   MOVE SPACES TO WK-CLOSE-DATE(WK-NUM-ORDERS)
                   MOVE ZEROS TO WK-LABOR-HOURS(WK-NUM-ORDERS)
                   MOVE SPACES TO WK-ORDER-TYPE(WK-NUM-ORDERS)
                   MOVE SPACES TO WK-SHOP-CODE(WK-NUM-ORDERS)
                   MOVE ZEROS TO WK-PARTS-COST(WK-NUM-ORDERS)
                                 WK-TIME-HOURS(WK-NUM-ORDERS)
                                 WK-TIME-COST(WK-NUM-ORDERS)
                   MOVE 'N' TO WK-TIME-ENTRY-SW(WK-NUM-ORDERS)
                   MOVE 'N' TO WK-CLOSED-NOW-SW(WK-NUM-ORDERS)

                   MOVE WK-NEXT-ORDER-NUM TO RGL-ORDER-NUM
                   ADD 1 TO WK-NEXT-ORDER-NUM
                       WK-ORDER-OPEN(ORDER-SUB)
                   SET ORDER-MATCHED TO TRUE
                   MOVE 'C' TO WK-ORDER-STATUS(ORDER-SUB)
                   MOVE 'Y' TO WK-CLOSED-NOW-SW(ORDER-SUB)
                   STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
                       INTO WK-CLOSE-DATE(ORDER-SUB)
                   END-STRING
                   ADD HF-DRAW-COST TO WK-PARTS-COST(ORDER-SUB)
               END-IF
           END-PERFORM

           ADD 1 TO DR-NUM-DRAWS
           MOVE RP-TRAIN-NAME TO DR-TRAIN-NAME(DR-NUM-DRAWS)
           MOVE RP-CAT-NUM TO DR-CAT-NUM(DR-NUM-DRAWS)
           MOVE RP-WORK-ORDER-NUM TO DR-WORK-ORDER-NUM(DR-NUM-DRAWS)
           MOVE RP-SUPPLIER-ID TO DR-SUPPLIER-ID(DR-NUM-DRAWS)
           MOVE HF-DRAW-COST TO DR-DRAW-COST(DR-NUM-DRAWS)

           IF RP-QUANTITY IS NUMERIC
               MOVE RP-QUANTITY TO DR-QUANTITY(DR-NUM-DRAWS)
           ELSE
               MOVE ZEROS TO DR-QUANTITY(DR-NUM-DRAWS)
           END-IF

           IF RP-INSTALL-DATE IS NUMERIC
               MOVE RP-INSTALL-DATE TO DR-INSTALL-DATE(DR-NUM-DRAWS)
           ELSE
               MOVE ZEROS TO DR-INSTALL-DATE(DR-NUM-DRAWS)
           END-IF

           IF RP-WARRANTY-DAYS IS NUMERIC
               MOVE RP-WARRANTY-DAYS TO
                       DR-WARRANTY-DAYS(DR-NUM-DRAWS)
           ELSE
               MOVE ZEROS TO DR-WARRANTY-DAYS(DR-NUM-DRAWS)
           END-IF
           .

       30-RAISE-WARRANTY-CLAIMS.
      *    EACH DRAW ON AN ORDER CLOSED THIS RUN IS A REPLACEMENT;
      *    THE SAME TRAIN'S LATEST EARLIER INSTALL OF THAT PART IS
      *    THE ONE THAT FAILED
           PERFORM 31-FIND-LAST-CLAIM-NUMBER

           PERFORM VARYING DRAW-SUB FROM 1 BY 1
               UNTIL DRAW-SUB > DR-NUM-DRAWS

               PERFORM 32-FIND-FAILING-ORDER

               IF FAIL-ORDER-SUB > 0
                   PERFORM 33-FIND-PRIOR-INSTALL

                   IF PRIOR-DRAW-FOUND
                       PERFORM 34-CHECK-WARRANTY-WINDOW
                   END-IF
               END-IF
           END-PERFORM

           IF CLAIM-FILE-OPEN
               CLOSE WARRANTY-CLAIM-FILE
           END-IF
           .

       31-FIND-LAST-CLAIM-NUMBER.
           OPEN INPUT WARRANTY-CLAIM-FILE

           IF WARRANTY-CLAIMS-FOUND
               PERFORM UNTIL CLAIM-LOAD-DONE
                   READ WARRANTY-CLAIM-FILE
                       AT END
                           SET CLAIM-LOAD-DONE TO TRUE
                       NOT AT END
                           IF WC-CLAIM-NUM >= WC-NEXT-CLAIM-NUM
                               ADD 1 TO WC-CLAIM-NUM
                                       GIVING WC-NEXT-CLAIM-NUM
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE WARRANTY-CLAIM-FILE
           END-IF
           .

       32-FIND-FAILING-ORDER.
           MOVE ZEROS TO FAIL-ORDER-SUB

           PERFORM VARYING ORDER-SUB FROM 1 BY 1
               UNTIL ORDER-SUB > WK-NUM-ORDERS OR FAIL-ORDER-SUB > 0

               IF DR-WORK-ORDER-NUM(DRAW-SUB) =
                       WK-ORDER-NUM(ORDER-SUB) AND
                       WK-CLOSED-THIS-RUN(ORDER-SUB)
                   MOVE ORDER-SUB TO FAIL-ORDER-SUB
               END-IF
           END-PERFORM

      *    THE TRAIN FAILED THE DAY ITS ORDER OPENED
           IF FAIL-ORDER-SUB > 0
               IF WK-OPEN-DATE(FAIL-ORDER-SUB) IS NUMERIC
                   STRING '20' WK-OPEN-DATE(FAIL-ORDER-SUB)
                       DELIMITED BY SIZE INTO HF-FAIL-DATE
                   END-STRING
               ELSE
                   STRING '20' WS-YEAR WS-MONTH WS-DAY
                       DELIMITED BY SIZE INTO HF-FAIL-DATE
                   END-STRING
               END-IF
           END-IF
           .

       33-FIND-PRIOR-INSTALL.
           MOVE 'N' TO PRIOR-DRAW-SW
           MOVE ZEROS TO PRIOR-SUB

           PERFORM VARYING DRAW-TBL-INDEX FROM 1 BY 1
               UNTIL DRAW-TBL-INDEX > DR-NUM-DRAWS

               IF DR-TRAIN-NAME(DRAW-TBL-INDEX) =
                       DR-TRAIN-NAME(DRAW-SUB) AND
                       DR-CAT-NUM(DRAW-TBL-INDEX) =
                       DR-CAT-NUM(DRAW-SUB) AND
                       DR-WORK-ORDER-NUM(DRAW-TBL-INDEX) NOT =
                       DR-WORK-ORDER-NUM(DRAW-SUB) AND
                       DR-INSTALL-DATE(DRAW-TBL-INDEX) > 0 AND
                       DR-INSTALL-DATE(DRAW-TBL-INDEX) <=
                       HF-FAIL-DATE
                   IF NOT PRIOR-DRAW-FOUND
                       SET PRIOR-DRAW-FOUND TO TRUE
                       SET PRIOR-SUB TO DRAW-TBL-INDEX
                   ELSE
                       IF DR-INSTALL-DATE(DRAW-TBL-INDEX) >=
                               DR-INSTALL-DATE(PRIOR-SUB)
                           SET PRIOR-SUB TO DRAW-TBL-INDEX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       34-CHECK-WARRANTY-WINDOW.
           COMPUTE HF-DAYS-IN-SERVICE =
               FUNCTION INTEGER-OF-DATE(HF-FAIL-DATE)
               - FUNCTION INTEGER-OF-DATE(DR-INSTALL-DATE(PRIOR-SUB))

           IF DR-WARRANTY-DAYS(PRIOR-SUB) > 0 AND
                   HF-DAYS-IN-SERVICE <= DR-WARRANTY-DAYS(PRIOR-SUB)
               PERFORM 35-WRITE-WARRANTY-CLAIM
           END-IF
           .

       35-WRITE-WARRANTY-CLAIM.
           IF NOT CLAIM-FILE-OPEN
               IF WARRANTY-CLAIMS-FOUND
                   OPEN EXTEND WARRANTY-CLAIM-FILE
               ELSE
                   OPEN OUTPUT WARRANTY-CLAIM-FILE
               END-IF
               SET CLAIM-FILE-OPEN TO TRUE
           END-IF

           MOVE SPACES TO WARRANTY-CLAIM-RECORD
           MOVE WC-NEXT-CLAIM-NUM TO WC-CLAIM-NUM
           MOVE DR-SUPPLIER-ID(PRIOR-SUB) TO WC-SUPPLIER-ID
           MOVE DR-TRAIN-NAME(DRAW-SUB) TO WC-TRAIN-NAME
           MOVE DR-CAT-NUM(DRAW-SUB) TO WC-CAT-NUM
           MOVE DR-WORK-ORDER-NUM(PRIOR-SUB) TO WC-ORIG-ORDER-NUM
           MOVE DR-INSTALL-DATE(PRIOR-SUB) TO WC-INSTALL-DATE
           MOVE DR-WARRANTY-DAYS(PRIOR-SUB) TO WC-WARRANTY-DAYS
           MOVE DR-WORK-ORDER-NUM(DRAW-SUB) TO WC-FAIL-ORDER-NUM
           MOVE HF-FAIL-DATE TO WC-FAIL-DATE
           MOVE DR-QUANTITY(DRAW-SUB) TO WC-QUANTITY
           MOVE DR-DRAW-COST(DRAW-SUB) TO WC-CLAIM-AMOUNT
           MOVE 'O' TO WC-CLAIM-STATUS
           MOVE ZEROS TO WC-RECOVERED-AMOUNT
           MOVE ZEROS TO WC-SETTLED-DATE
           MOVE 'N' TO WC-DOCUMENT-SW

           WRITE WARRANTY-CLAIM-RECORD

           IF WC-RAISED-COUNT = 0
               WRITE REPORT-RECORD FROM CLAIM-SECTION-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF
           ADD 1 TO WC-RAISED-COUNT

           MOVE WC-CLAIM-NUM TO CDL-CLAIM-NUM
           MOVE WC-TRAIN-NAME TO CDL-TRAIN-NAME
           MOVE WC-CAT-NUM TO CDL-CAT-NUM
           MOVE WC-SUPPLIER-ID TO CDL-SUPPLIER-ID
           MOVE WC-ORIG-ORDER-NUM TO CDL-ORIG-ORDER-NUM
           MOVE WC-FAIL-ORDER-NUM TO CDL-FAIL-ORDER-NUM
           MOVE HF-DAYS-IN-SERVICE TO CDL-DAYS-IN-SERVICE
           MOVE WC-CLAIM-AMOUNT TO CDL-CLAIM-AMOUNT

           WRITE REPORT-RECORD FROM CLAIM-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           ADD 1 TO WC-NEXT-CLAIM-NUM
           .

       36-LOAD-MECHANICS.
      *    EVERY MECHANIC COUNTS TOWARD THE SHOP'S AVAILABLE HOURS,
      *    WHETHER OR NOT ANY TIME WAS CHARGED
           OPEN INPUT MECHANIC-MASTER-FILE

           IF MECHANIC-MASTER-FOUND
               PERFORM UNTIL MECHANIC-LOAD-DONE
                   READ MECHANIC-MASTER-FILE
                       AT END
                           SET MECHANIC-LOAD-DONE TO TRUE
                       NOT AT END
                           PERFORM 37-STORE-ONE-MECHANIC
                   END-READ
               END-PERFORM

               CLOSE MECHANIC-MASTER-FILE
           END-IF
           .

       37-STORE-ONE-MECHANIC.
           ADD 1 TO MC-NUM-MECHANICS
           MOVE MM-MECHANIC-ID TO MC-MECHANIC-ID(MC-NUM-MECHANICS)
           MOVE MM-MECHANIC-NAME TO MC-MECHANIC-NAME(MC-NUM-MECHANICS)
           MOVE MM-SHOP-CODE TO MC-SHOP-CODE(MC-NUM-MECHANICS)

           IF MM-HOURLY-RATE IS NUMERIC
               MOVE MM-HOURLY-RATE TO MC-HOURLY-RATE(MC-NUM-MECHANICS)
           ELSE
               MOVE WS-LABOR-RATE TO MC-HOURLY-RATE(MC-NUM-MECHANICS)
           END-IF

           PERFORM VARYING CERT-SUB FROM 1 BY 1 UNTIL CERT-SUB > 5
               MOVE MM-CERT-CODE(CERT-SUB) TO
                       MC-CERT-CODE(MC-NUM-MECHANICS, CERT-SUB)
               IF MM-CERT-EXPIRY(CERT-SUB) IS NUMERIC
                   MOVE MM-CERT-EXPIRY(CERT-SUB) TO
                           MC-CERT-EXPIRY(MC-NUM-MECHANICS, CERT-SUB)
               ELSE
                   MOVE ZEROS TO
                           MC-CERT-EXPIRY(MC-NUM-MECHANICS, CERT-SUB)
               END-IF
           END-PERFORM

           SET SHOP-LABOR-TBL-INDEX TO 1
           SEARCH SHOP-LABOR-TBL-LINE
               AT END
                   ADD 1 TO SH-NUM-SHOPS
                   MOVE MM-SHOP-CODE TO SH-SHOP-CODE(SH-NUM-SHOPS)
                   MOVE 1 TO SH-MECHANIC-COUNT(SH-NUM-SHOPS)
                   MOVE ZEROS TO SH-STRAIGHT-HOURS(SH-NUM-SHOPS)
                                 SH-OVERTIME-HOURS(SH-NUM-SHOPS)
                                 SH-LABOR-COST(SH-NUM-SHOPS)

               WHEN MM-SHOP-CODE = SH-SHOP-CODE(SHOP-LABOR-TBL-INDEX)
                   ADD 1 TO SH-MECHANIC-COUNT(SHOP-LABOR-TBL-INDEX)
           END-SEARCH
           .

       38-COST-LABOR-TIME.
      *    THE LABOR TIME FILE HOLDS EVERY ENTRY EVER CHARGED, THE
      *    SAME AS THE REPAIR DRAWS, SO EVERY ORDER IS RECOSTED EACH
      *    RUN
           OPEN INPUT LABOR-TIME-FILE

           IF LABOR-TIME-FOUND
               PERFORM UNTIL LABOR-DONE
                   READ LABOR-TIME-FILE
                       AT END
                           SET LABOR-DONE TO TRUE
                       NOT AT END
                           PERFORM 39-COST-ONE-TIME-ENTRY
                   END-READ
               END-PERFORM

               CLOSE LABOR-TIME-FILE
           END-IF
           .

       39-COST-ONE-TIME-ENTRY.
           IF LT-HOURS IS NOT NUMERIC
               MOVE ZEROS TO LT-HOURS
           END-IF

           IF LT-WORK-DATE IS NOT NUMERIC
               MOVE ZEROS TO LT-WORK-DATE
           END-IF

           MOVE ZEROS TO LT-ORDER-SUB
           PERFORM VARYING ORDER-SUB FROM 1 BY 1
               UNTIL ORDER-SUB > WK-NUM-ORDERS OR LT-ORDER-SUB > 0

               IF LT-ORDER-NUM = WK-ORDER-NUM(ORDER-SUB)
                   MOVE ORDER-SUB TO LT-ORDER-SUB
               END-IF
           END-PERFORM

           MOVE ZEROS TO LT-MECH-SUB
           PERFORM VARYING MECH-SUB FROM 1 BY 1
               UNTIL MECH-SUB > MC-NUM-MECHANICS OR LT-MECH-SUB > 0

               IF LT-MECHANIC-ID = MC-MECHANIC-ID(MECH-SUB)
                   MOVE MECH-SUB TO LT-MECH-SUB
               END-IF
           END-PERFORM

           IF LT-MECH-SUB > 0
               MOVE MC-HOURLY-RATE(LT-MECH-SUB) TO HF-ENTRY-RATE
           ELSE
               MOVE WS-LABOR-RATE TO HF-ENTRY-RATE
           END-IF

           IF LT-OVERTIME
               COMPUTE HF-ENTRY-RATE ROUNDED =
                   HF-ENTRY-RATE * WS-OVERTIME-FACTOR
           END-IF

           COMPUTE HF-ENTRY-COST ROUNDED = LT-HOURS * HF-ENTRY-RATE

           EVALUATE TRUE
               WHEN LT-ORDER-SUB = 0
                   MOVE LT-ORDER-NUM TO LEL-ORDER-NUM
                   MOVE LT-MECHANIC-ID TO LEL-MECHANIC-ID
                   MOVE 'TIME NOT CHARGED - NO SUCH WORK ORDER' TO
                           LEL-MESSAGE
                   WRITE REPORT-RECORD FROM LABOR-EXCEPTION-LINE
                       AFTER ADVANCING 1 LINE

               WHEN LT-MECH-SUB = 0
                   MOVE LT-ORDER-NUM TO LEL-ORDER-NUM
                   MOVE LT-MECHANIC-ID TO LEL-MECHANIC-ID
                   MOVE 'NOT ON MECHANIC MASTER - SHOP RATE USED' TO
                           LEL-MESSAGE
                   WRITE REPORT-RECORD FROM LABOR-EXCEPTION-LINE
                       AFTER ADVANCING 1 LINE
           END-EVALUATE

           IF LT-ORDER-SUB > 0
               SET WK-HAS-TIME-ENTRIES(LT-ORDER-SUB) TO TRUE
               ADD LT-HOURS TO WK-TIME-HOURS(LT-ORDER-SUB)
               ADD HF-ENTRY-COST TO WK-TIME-COST(LT-ORDER-SUB)

               IF LT-MECH-SUB > 0 AND
                       (WK-ORDER-OPEN(LT-ORDER-SUB) OR
                        WK-CLOSED-THIS-RUN(LT-ORDER-SUB))
                   PERFORM 40-CHECK-CERTIFICATION
               END-IF
           END-IF

           IF LT-MECH-SUB > 0 AND
                   LT-WORK-DATE >= WS-PERIOD-START AND
                   LT-WORK-DATE <= WS-PERIOD-END
               PERFORM 41-ADD-SHOP-HOURS
           END-IF
           .

       40-CHECK-CERTIFICATION.
      *    ONLY A CERTIFICATION HELD FOR THE PROBLEM CODE CAN LAPSE;
      *    A LATER RENEWAL OF THE SAME CODE COVERS THE WORK
           MOVE ZEROS TO HF-CERT-EXPIRY

           PERFORM VARYING CERT-SUB FROM 1 BY 1 UNTIL CERT-SUB > 5
               IF MC-CERT-CODE(LT-MECH-SUB, CERT-SUB) =
                       WK-PROBLEM-CODE(LT-ORDER-SUB) AND
                       MC-CERT-EXPIRY(LT-MECH-SUB, CERT-SUB) >
                       HF-CERT-EXPIRY
                   MOVE MC-CERT-EXPIRY(LT-MECH-SUB, CERT-SUB) TO
                           HF-CERT-EXPIRY
               END-IF
           END-PERFORM

           IF HF-CERT-EXPIRY > 0 AND HF-CERT-EXPIRY < LT-WORK-DATE
               IF LC-LAPSED-COUNT = 0
                   WRITE REPORT-RECORD FROM LAPSED-SECTION-HEADING
                       AFTER ADVANCING 2 LINES
               END-IF
               ADD 1 TO LC-LAPSED-COUNT

               MOVE LT-ORDER-NUM TO LDL-ORDER-NUM
               MOVE WK-PROBLEM-CODE(LT-ORDER-SUB) TO LDL-PROBLEM-CODE
               MOVE LT-MECHANIC-ID TO LDL-MECHANIC-ID
               MOVE MC-MECHANIC-NAME(LT-MECH-SUB) TO LDL-MECHANIC-NAME
               MOVE LT-WORK-DATE TO LDL-WORK-DATE
               MOVE LT-HOURS TO LDL-HOURS
               MOVE HF-CERT-EXPIRY TO LDL-CERT-EXPIRY

               WRITE REPORT-RECORD FROM LAPSED-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           .

       41-ADD-SHOP-HOURS.
           PERFORM VARYING SHOP-SUB FROM 1 BY 1
               UNTIL SHOP-SUB > SH-NUM-SHOPS

               IF MC-SHOP-CODE(LT-MECH-SUB) = SH-SHOP-CODE(SHOP-SUB)
                   IF LT-OVERTIME
                       ADD LT-HOURS TO SH-OVERTIME-HOURS(SHOP-SUB)
                   ELSE
                       ADD LT-HOURS TO SH-STRAIGHT-HOURS(SHOP-SUB)
                   END-IF
                   ADD HF-ENTRY-COST TO SH-LABOR-COST(SHOP-SUB)
               END-IF
           END-PERFORM
           .

       45-PRINT-ORDER-COSTS.
           PERFORM VARYING ORDER-SUB FROM 1 BY 1
               UNTIL ORDER-SUB > WK-NUM-ORDERS

               IF WK-HAS-TIME-ENTRIES(ORDER-SUB)
                   MOVE WK-TIME-COST(ORDER-SUB) TO HF-LABOR-COST
                   MOVE WK-TIME-HOURS(ORDER-SUB) TO ODL-LABOR-HOURS
               ELSE
                   COMPUTE HF-LABOR-COST =
                       WK-LABOR-HOURS(ORDER-SUB) * WS-LABOR-RATE
                   MOVE WK-LABOR-HOURS(ORDER-SUB) TO ODL-LABOR-HOURS
               END-IF
               COMPUTE HF-TOTAL-COST =
                   HF-LABOR-COST + WK-PARTS-COST(ORDER-SUB)

               MOVE WK-TRAIN-NAME(ORDER-SUB) TO ODL-TRAIN-NAME
               MOVE WK-PROBLEM-CODE(ORDER-SUB) TO ODL-PROBLEM-CODE
               MOVE WK-ORDER-STATUS(ORDER-SUB) TO ODL-ORDER-STATUS
               MOVE WK-ORDER-TYPE(ORDER-SUB) TO ODL-ORDER-TYPE
               MOVE HF-LABOR-COST TO ODL-LABOR-COST
               MOVE WK-PARTS-COST(ORDER-SUB) TO ODL-PARTS-COST
               MOVE HF-TOTAL-COST TO ODL-TOTAL-COST
           END-PERFORM
           .

       60-PRINT-LABOR-UTILIZATION.
      *    AVAILABLE HOURS ARE ONE SHIFT PER MECHANIC PER WEEKDAY IN
      *    THE PERIOD
           MOVE ZEROS TO HF-WORK-DAYS
           COMPUTE HF-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
           COMPUTE HF-LAST-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)

           PERFORM 61-COUNT-ONE-DAY
               UNTIL HF-DAY-NUMBER > HF-LAST-DAY-NUMBER

           MOVE WS-PERIOD-START TO USH-PERIOD-START
           MOVE WS-PERIOD-END TO USH-PERIOD-END
           WRITE REPORT-RECORD FROM UTILIZATION-SECTION-HEADING
               AFTER ADVANCING 2 LINES
           WRITE REPORT-RECORD FROM UTILIZATION-COLUMN-HEADING
               AFTER ADVANCING 1 LINE

           PERFORM VARYING SHOP-SUB FROM 1 BY 1
               UNTIL SHOP-SUB > SH-NUM-SHOPS

               COMPUTE HF-TOTAL-HOURS = SH-STRAIGHT-HOURS(SHOP-SUB)
                   + SH-OVERTIME-HOURS(SHOP-SUB)
               COMPUTE HF-AVAILABLE-HOURS =
                   SH-MECHANIC-COUNT(SHOP-SUB) * WS-SHIFT-HOURS
                   * HF-WORK-DAYS

               IF HF-AVAILABLE-HOURS > 0
                   COMPUTE HF-UTILIZATION ROUNDED =
                       HF-TOTAL-HOURS * 100 / HF-AVAILABLE-HOURS
               ELSE
                   MOVE ZEROS TO HF-UTILIZATION
               END-IF

               MOVE SH-SHOP-CODE(SHOP-SUB) TO UDL-SHOP-CODE
               MOVE SH-MECHANIC-COUNT(SHOP-SUB) TO UDL-MECHANIC-COUNT
               MOVE SH-STRAIGHT-HOURS(SHOP-SUB) TO UDL-STRAIGHT-HOURS
               MOVE SH-OVERTIME-HOURS(SHOP-SUB) TO UDL-OVERTIME-HOURS
               MOVE HF-TOTAL-HOURS TO UDL-TOTAL-HOURS
               MOVE HF-AVAILABLE-HOURS TO UDL-AVAILABLE-HOURS
               MOVE HF-UTILIZATION TO UDL-UTILIZATION
               MOVE SH-LABOR-COST(SHOP-SUB) TO UDL-LABOR-COST

               WRITE REPORT-RECORD FROM UTILIZATION-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           .

       61-COUNT-ONE-DAY.
      *    DAY 1 OF THE INTEGER DATES WAS A MONDAY
           IF FUNCTION MOD(HF-DAY-NUMBER, 7) >= 1 AND
                   FUNCTION MOD(HF-DAY-NUMBER, 7) <= 5
               ADD 1 TO HF-WORK-DAYS
           END-IF

           ADD 1 TO HF-DAY-NUMBER
           .

       70-REWRITE-WORK-ORDERS.
           OPEN OUTPUT WORK-ORDER-FILE

               MOVE WK-OPEN-DATE(ORDER-SUB) TO WO-OPEN-DATE
               MOVE WK-CLOSE-DATE(ORDER-SUB) TO WO-CLOSE-DATE
               MOVE WK-LABOR-HOURS(ORDER-SUB) TO WO-LABOR-HOURS
               MOVE WK-ORDER-TYPE(ORDER-SUB) TO WO-ORDER-TYPE
               MOVE WK-SHOP-CODE(ORDER-SUB) TO WO-SHOP-CODE
               MOVE SPACES TO WORK-ORDER-RECORD(36:1)

               WRITE WORK-ORDER-RECORD
           END-PERFORM
