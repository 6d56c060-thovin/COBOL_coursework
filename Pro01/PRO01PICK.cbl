      *        3: Quantity requested
      *
      *    The INVENTORY FILE is the parts master Pro01 reports
      *
      *    The PART INTERCHANGE FILE lists approved substitutes for
      *    a catalog number, each with its order of preference (1
      *    first).  A two-way entry also lets the primary stand in
      *    for the substitute; a one-way entry does not

      * *******
      * OUTPUTS:
      *    warehouse/bin walking order, flagged SHORT wherever the
      *    on-hand quantity (after earlier lines in this run drew it
      *    down) cannot cover the request.  A line naming an unknown
      *    catalog number is listed at the top as unfillable.  A line
      *    that would be short is instead picked from the most
      *    preferred approved substitute with enough on hand, at the
      *    substitute's warehouse and bin, marked SUB with the
      *    catalog number asked for
      *
      *    The SUBSTITUTION FILE lists every substitution made, then
      *    totals by the primary part that ran out, for purchasing

      ****************
      * CALCULATIONS:
      *    SHORT PICK [REQUESTED QUANTITY > REMAINING ON-HAND]
      *    SUBSTITUTE [LOWEST PREFERENCE NUMBER WHOSE REMAINING
      *        ON-HAND COVERS THE REQUESTED QUANTITY]
      ************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO 'PR1FA20.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PART-INTERCHANGE-FILE
               ASSIGN TO 'PART-INTERCHANGE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTERCHANGE-STATUS.

           SELECT PICK-WORK-FILE
               ASSIGN TO 'PICK-WORK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PICK-LIST-FILE
               ASSIGN TO PRINTER 'PICK-LIST.TXT'.

           SELECT SUBSTITUTION-FILE
               ASSIGN TO PRINTER 'SUBSTITUTIONS.TXT'.

       DATA DIVISION.
       FILE SECTION.

           05 FILLER               PIC X.
           05 IR-WAREHOUSE-BIN     PIC X(5).

       FD PART-INTERCHANGE-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01 PART-INTERCHANGE-RECORD.
           05 PI-CAT-NUM           PIC X(5).
           05 PI-PREFERENCE        PIC 99.
           05 PI-SUB-CAT-NUM       PIC X(5).
           05 PI-ONE-WAY-SW        PIC X.
               88 PI-ONE-WAY       VALUE 'Y'.

       FD PICK-WORK-FILE
           RECORD CONTAINS 47 CHARACTERS.

       01 PICK-WORK-RECORD.
           05 PW-WAREHOUSE-ID      PIC X(6).
           05 PW-PART-NAME         PIC X(15).
           05 PW-QUANTITY          PIC 9(4).
           05 PW-SHORT-FLAG        PIC X.
           05 PW-PRIMARY-CAT-NUM   PIC X(5).

       SD PICK-SORT-FILE
           RECORD CONTAINS 47 CHARACTERS.

       01 PICK-SORT-RECORD.
           05 PSR-WAREHOUSE-ID     PIC X(6).
           05 PSR-WAREHOUSE-BIN    PIC X(5).
           05 FILLER               PIC X(36).

       FD PICK-SORTED-FILE
           RECORD CONTAINS 47 CHARACTERS.

       01 PICK-SORTED-RECORD.
           05 PS-WAREHOUSE-ID      PIC X(6).
           05 PS-PART-NAME         PIC X(15).
           05 PS-QUANTITY          PIC 9(4).
           05 PS-SHORT-FLAG        PIC X.
           05 PS-PRIMARY-CAT-NUM   PIC X(5).

       FD PICK-LIST-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 PICK-LIST-RECORD         PIC X(80).

       FD SUBSTITUTION-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 SUBSTITUTION-RECORD      PIC X(80).


       WORKING-STORAGE SECTION.

               88 MASTER-LOAD-DONE VALUE 'Y'.
           05 SORTED-EOF-FLAG      PIC X           VALUE 'F'.
           05 PK-SHORT-COUNT       PIC 9(4)        VALUE 0.
           05 PK-SUB-COUNT         PIC 9(4)        VALUE 0.
           05 INTERCHANGE-STATUS   PIC XX.
               88 INTERCHANGE-FOUND VALUE '00'.
           05 INTERCHANGE-EOF-SW   PIC X           VALUE 'N'.
               88 INTERCHANGE-LOAD-DONE VALUE 'Y'.
           05 IC-SUB               PIC 999.
           05 SR-SUB               PIC 999.
           05 SUB-PART-SUB         PIC 999.
           05 BEST-PART-SUB        PIC 999.
           05 BEST-PREFERENCE      PIC 99.
           05 HF-CANDIDATE-CAT-NUM PIC X(5).

       01 WS-DATE.
           05 WS-YEAR              PIC XX.
               10 PM-WAREHOUSE-ID   PIC X(6).
               10 PM-WAREHOUSE-BIN  PIC X(5).

       01 INTERCHANGE-TABLE-AREA.
           05 IC-NUM-ENTRIES       PIC 999         VALUE 0.
           05 INTERCHANGE-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON IC-NUM-ENTRIES.
               10 IC-CAT-NUM        PIC X(5).
               10 IC-PREFERENCE     PIC 99.
               10 IC-SUB-CAT-NUM    PIC X(5).
               10 IC-ONE-WAY-SW     PIC X.
                   88 IC-ONE-WAY    VALUE 'Y'.

       01 SUBSTITUTION-SUMMARY-AREA.
      *    ONE LINE PER PRIMARY PART THAT HAD TO BE SUBSTITUTED
           05 SR-NUM-PARTS         PIC 999         VALUE 0.
           05 SUBSTITUTION-SUM-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON SR-NUM-PARTS
               INDEXED BY SUBSTITUTION-SUM-INDEX.
               10 SR-CAT-NUM        PIC X(5).
               10 SR-PART-NAME      PIC X(15).
               10 SR-LINE-COUNT     PIC 9(4).
               10 SR-QUANTITY       PIC 9(6).


      **************        OUTPUT AREA        ********************

           05                      PIC X(3)        VALUE 'QTY'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(5)        VALUE 'SHORT'.
           05 FILLER               PIC X(1)        VALUE SPACES.
           05                      PIC X(5)        VALUE 'FOR'.
           05 FILLER               PIC X(12)       VALUE SPACES.

       01 PICK-DETAIL-LINE.
           05 PDL-WAREHOUSE-ID     PIC X(6).
           05 PDL-QUANTITY         PIC ZZZ9.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 PDL-SHORT-FLAG       PIC X(5).
           05 FILLER               PIC X(1)        VALUE SPACES.
           05 PDL-PRIMARY-CAT-NUM  PIC X(5).
           05 FILLER               PIC X(12)       VALUE SPACES.

       01 PICK-REJECT-LINE.
           05                      PIC X(6)        VALUE 'REQ: '.
           05                      PIC X(19)       VALUE
                   'SHORT-PICK LINES: '.
           05 PTL-SHORT-COUNT      PIC ZZZ9.
           05 FILLER               PIC X(4)        VALUE SPACES.
           05                      PIC X(19)       VALUE
                   'SUBSTITUTED LINES: '.
           05 PTL-SUB-COUNT        PIC ZZZ9.
           05 FILLER               PIC X(29)       VALUE SPACES.

       01 SUB-HEADING-ONE.
           05 FILLER               PIC X(27)       VALUE SPACES.
           05                      PIC X(26)       VALUE
                   'SUBSTITUTIONS MADE'.
           05 FILLER               PIC X(27)       VALUE SPACES.

       01 SUB-HEADING-THREE.
           05                      PIC X(6)        VALUE 'REQ NO'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(7)        VALUE 'ASKED'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(15)       VALUE 'PART NAME'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(3)        VALUE 'QTY'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(7)        VALUE 'PICKED'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(15)       VALUE 'PART NAME'.
           05 FILLER               PIC X(17)       VALUE SPACES.

       01 SUB-DETAIL-LINE.
           05 SDL-REQ-NUMBER       PIC X(6).
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 SDL-PRIMARY-CAT-NUM  PIC X(5).
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 SDL-PRIMARY-NAME     PIC X(15).
           05 FILLER               PIC X(1)        VALUE SPACES.
           05 SDL-QUANTITY         PIC ZZZ9.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 SDL-SUB-CAT-NUM      PIC X(5).
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 SDL-SUB-NAME         PIC X(15).
           05 FILLER               PIC X(17)       VALUE SPACES.

       01 SUB-SUMMARY-HEADING.
           05                      PIC X(30)       VALUE
                   'PRIMARY PARTS RUN OUT'.
           05 FILLER               PIC X(6)        VALUE SPACES.
           05                      PIC X(5)        VALUE 'LINES'.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05                      PIC X(8)        VALUE 'QUANTITY'.
           05 FILLER               PIC X(29)       VALUE SPACES.

       01 SUB-SUMMARY-LINE.
           05 SSL-CAT-NUM          PIC X(5).
           05 FILLER               PIC X(4)        VALUE SPACES.
           05 SSL-PART-NAME        PIC X(15).
           05 FILLER               PIC X(13)       VALUE SPACES.
           05 SSL-LINE-COUNT       PIC ZZZ9.
           05 FILLER               PIC X(3)        VALUE SPACES.
           05 SSL-QUANTITY         PIC ZZZ,ZZ9.
           05 FILLER               PIC X(29)       VALUE SPACES.

       01 NO-SUBS-LINE.
           05                      PIC X(30)       VALUE
                   'NO SUBSTITUTIONS THIS RUN'.
           05 FILLER               PIC X(50)       VALUE SPACES.


       PROCEDURE DIVISION.
       10-CONTROL-MODULE.
           PERFORM 15-HOUSEKEEPING
           PERFORM 21-LOAD-PARTS-TABLE
           PERFORM 22-LOAD-INTERCHANGE-TABLE
           PERFORM 25-BUILD-PICK-WORK-FILE
           PERFORM 40-SORT-PICK-LINES
           PERFORM 50-PRINT-PICK-LIST
           PERFORM 60-PRINT-SUBSTITUTIONS
           PERFORM 100-WRAP-UP
           .

       15-HOUSEKEEPING.
           OPEN INPUT REQUISITION-FILE
               OUTPUT PICK-WORK-FILE, PICK-LIST-FILE,
                      SUBSTITUTION-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO PH2-MONTH
           MOVE PICK-HEADING-THREE TO PICK-LIST-RECORD
           WRITE PICK-LIST-RECORD
               AFTER ADVANCING 2 LINES

           WRITE SUBSTITUTION-RECORD FROM SUB-HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE SUBSTITUTION-RECORD FROM PICK-HEADING-TWO
               AFTER ADVANCING 1 LINES
           WRITE SUBSTITUTION-RECORD FROM SUB-HEADING-THREE
               AFTER ADVANCING 2 LINES
           .

       21-LOAD-PARTS-TABLE.
           CLOSE INVENTORY-FILE
           .

       22-LOAD-INTERCHANGE-TABLE.
      *    NO INTERCHANGE FILE MEANS NO SUBSTITUTES -- SHORT LINES
      *    STAY SHORT
           OPEN INPUT PART-INTERCHANGE-FILE

           IF INTERCHANGE-FOUND
               PERFORM UNTIL INTERCHANGE-LOAD-DONE
                   READ PART-INTERCHANGE-FILE
                       AT END
                           SET INTERCHANGE-LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO IC-NUM-ENTRIES
                           MOVE PI-CAT-NUM TO
                                   IC-CAT-NUM(IC-NUM-ENTRIES)
                           MOVE PI-SUB-CAT-NUM TO
                                   IC-SUB-CAT-NUM(IC-NUM-ENTRIES)
                           MOVE PI-ONE-WAY-SW TO
                                   IC-ONE-WAY-SW(IC-NUM-ENTRIES)

                           IF PI-PREFERENCE IS NUMERIC
                               MOVE PI-PREFERENCE TO
                                       IC-PREFERENCE(IC-NUM-ENTRIES)
                           ELSE
                               MOVE 99 TO
                                       IC-PREFERENCE(IC-NUM-ENTRIES)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE PART-INTERCHANGE-FILE
           END-IF
           .

       25-BUILD-PICK-WORK-FILE.
           PERFORM UNTIL EOF-FLAG = 'T'
               READ REQUISITION-FILE
           MOVE RQ-CAT-NUM TO PW-CAT-NUM
           MOVE PM-PART-NAME(PARTS-TBL-INDEX) TO PW-PART-NAME
           MOVE RQ-QUANTITY TO PW-QUANTITY
           MOVE SPACES TO PW-PRIMARY-CAT-NUM

           MOVE ZEROES TO BEST-PART-SUB
           IF RQ-QUANTITY > PM-REMAINING(PARTS-TBL-INDEX)
               PERFORM 32-FIND-SUBSTITUTE
           END-IF

           EVALUATE TRUE
               WHEN BEST-PART-SUB > 0
                   PERFORM 35-PICK-SUBSTITUTE

               WHEN RQ-QUANTITY > PM-REMAINING(PARTS-TBL-INDEX)
                   MOVE 'S' TO PW-SHORT-FLAG
                   ADD 1 TO PK-SHORT-COUNT
                   MOVE ZEROES TO PM-REMAINING(PARTS-TBL-INDEX)

               WHEN OTHER
                   MOVE SPACES TO PW-SHORT-FLAG
                   SUBTRACT RQ-QUANTITY FROM
                           PM-REMAINING(PARTS-TBL-INDEX)
           END-EVALUATE

           WRITE PICK-WORK-RECORD
           .

       32-FIND-SUBSTITUTE.
      *    EVERY ENTRY NAMING THE PART ASKED FOR AS PRIMARY, AND
      *    EVERY TWO-WAY ENTRY NAMING IT AS THE SUBSTITUTE, IS A
      *    CANDIDATE; THE LOWEST PREFERENCE NUMBER WITH ENOUGH ON
      *    HAND WINS
           MOVE 99 TO BEST-PREFERENCE

           PERFORM VARYING IC-SUB FROM 1 BY 1
               UNTIL IC-SUB > IC-NUM-ENTRIES

               MOVE SPACES TO HF-CANDIDATE-CAT-NUM

               IF IC-CAT-NUM(IC-SUB) = RQ-CAT-NUM
                   MOVE IC-SUB-CAT-NUM(IC-SUB) TO HF-CANDIDATE-CAT-NUM
               END-IF

               IF IC-SUB-CAT-NUM(IC-SUB) = RQ-CAT-NUM AND
                       NOT IC-ONE-WAY(IC-SUB)
                   MOVE IC-CAT-NUM(IC-SUB) TO HF-CANDIDATE-CAT-NUM
               END-IF

               IF HF-CANDIDATE-CAT-NUM NOT = SPACES
                   PERFORM 33-CHECK-CANDIDATE
               END-IF
           END-PERFORM
           .

       33-CHECK-CANDIDATE.
           PERFORM VARYING SUB-PART-SUB FROM 1 BY 1
               UNTIL SUB-PART-SUB > PM-NUM-PARTS

               IF PM-CAT-NUM(SUB-PART-SUB) = HF-CANDIDATE-CAT-NUM AND
                       PM-REMAINING(SUB-PART-SUB) >= RQ-QUANTITY
                   IF BEST-PART-SUB = 0 OR
                           IC-PREFERENCE(IC-SUB) < BEST-PREFERENCE
                       MOVE SUB-PART-SUB TO BEST-PART-SUB
                       MOVE IC-PREFERENCE(IC-SUB) TO BEST-PREFERENCE
                   END-IF
               END-IF
           END-PERFORM
           .

       35-PICK-SUBSTITUTE.
      *    THE PRIMARY'S OWN STOCK IS LEFT FOR THE NEXT LINE THAT
      *    IT CAN COVER
           MOVE PM-WAREHOUSE-ID(BEST-PART-SUB) TO PW-WAREHOUSE-ID
           MOVE PM-WAREHOUSE-BIN(BEST-PART-SUB) TO PW-WAREHOUSE-BIN
           MOVE PM-CAT-NUM(BEST-PART-SUB) TO PW-CAT-NUM
           MOVE PM-PART-NAME(BEST-PART-SUB) TO PW-PART-NAME
           MOVE RQ-CAT-NUM TO PW-PRIMARY-CAT-NUM
           MOVE 'B' TO PW-SHORT-FLAG
           SUBTRACT RQ-QUANTITY FROM PM-REMAINING(BEST-PART-SUB)
           ADD 1 TO PK-SUB-COUNT

           MOVE RQ-REQ-NUMBER TO SDL-REQ-NUMBER
           MOVE RQ-CAT-NUM TO SDL-PRIMARY-CAT-NUM
           MOVE PM-PART-NAME(PARTS-TBL-INDEX) TO SDL-PRIMARY-NAME
           MOVE RQ-QUANTITY TO SDL-QUANTITY
           MOVE PM-CAT-NUM(BEST-PART-SUB) TO SDL-SUB-CAT-NUM
           MOVE PM-PART-NAME(BEST-PART-SUB) TO SDL-SUB-NAME
           WRITE SUBSTITUTION-RECORD FROM SUB-DETAIL-LINE
               AFTER ADVANCING 1 LINES

           SET SUBSTITUTION-SUM-INDEX TO 1
           SEARCH SUBSTITUTION-SUM-LINE
               AT END
                   ADD 1 TO SR-NUM-PARTS
                   MOVE RQ-CAT-NUM TO SR-CAT-NUM(SR-NUM-PARTS)
                   MOVE PM-PART-NAME(PARTS-TBL-INDEX) TO
                           SR-PART-NAME(SR-NUM-PARTS)
                   MOVE 1 TO SR-LINE-COUNT(SR-NUM-PARTS)
                   MOVE RQ-QUANTITY TO SR-QUANTITY(SR-NUM-PARTS)

               WHEN RQ-CAT-NUM = SR-CAT-NUM(SUBSTITUTION-SUM-INDEX)
                   ADD 1 TO SR-LINE-COUNT(SUBSTITUTION-SUM-INDEX)
                   ADD RQ-QUANTITY TO
                           SR-QUANTITY(SUBSTITUTION-SUM-INDEX)
           END-SEARCH
           .

       40-SORT-PICK-LINES.
           SORT PICK-SORT-FILE
               ON ASCENDING KEY PSR-WAREHOUSE-ID, PSR-WAREHOUSE-BIN
                       MOVE PS-PART-NAME TO PDL-PART-NAME
                       MOVE PS-QUANTITY TO PDL-QUANTITY

                       MOVE PS-PRIMARY-CAT-NUM TO PDL-PRIMARY-CAT-NUM

                       EVALUATE PS-SHORT-FLAG
                           WHEN 'S'
                               MOVE 'SHORT' TO PDL-SHORT-FLAG
                           WHEN 'B'
                               MOVE 'SUB' TO PDL-SHORT-FLAG
                           WHEN OTHER
                               MOVE SPACES TO PDL-SHORT-FLAG
                       END-EVALUATE

                       MOVE PICK-DETAIL-LINE TO PICK-LIST-RECORD
                       WRITE PICK-LIST-RECORD
           CLOSE PICK-SORTED-FILE
           .

       60-PRINT-SUBSTITUTIONS.
           IF SR-NUM-PARTS = 0
               WRITE SUBSTITUTION-RECORD FROM NO-SUBS-LINE
                   AFTER ADVANCING 1 LINES
           ELSE
               WRITE SUBSTITUTION-RECORD FROM SUB-SUMMARY-HEADING
                   AFTER ADVANCING 3 LINES

               PERFORM VARYING SR-SUB FROM 1 BY 1
                   UNTIL SR-SUB > SR-NUM-PARTS

                   MOVE SR-CAT-NUM(SR-SUB) TO SSL-CAT-NUM
                   MOVE SR-PART-NAME(SR-SUB) TO SSL-PART-NAME
                   MOVE SR-LINE-COUNT(SR-SUB) TO SSL-LINE-COUNT
                   MOVE SR-QUANTITY(SR-SUB) TO SSL-QUANTITY
                   WRITE SUBSTITUTION-RECORD FROM SUB-SUMMARY-LINE
                       AFTER ADVANCING 1 LINES
               END-PERFORM
           END-IF
           .

       100-WRAP-UP.
           MOVE PK-SHORT-COUNT TO PTL-SHORT-COUNT
           MOVE PK-SUB-COUNT TO PTL-SUB-COUNT
           MOVE PICK-TOTAL-LINE TO PICK-LIST-RECORD
           WRITE PICK-LIST-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE REQUISITION-FILE, PICK-LIST-FILE, SUBSTITUTION-FILE

           GOBACK
           .
