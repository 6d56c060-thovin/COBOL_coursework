       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LAB1ORDER.
       AUTHOR.     TimJordan.

      *    COUNCIL'S INITIAL ORDER TO THE BAKER.  EACH TROOP'S
      *    PRE-SALE ORDER FILE LINE (TROOP, VARIETY, BOXES) IS
      *    ROLLED UP BY VARIETY AND ROUNDED UP TO FULL CASES USING
      *    THE CASE-SIZE TABLE, GIVING THE BAKER ORDER.  EACH TROOP
      *    THEN GETS A DELIVERY MANIFEST FOR THE COOKIE CUPBOARD
      *    SHOWING CASES AND LOOSE BOXES BY VARIETY, AND EVERY
      *    DELIVERY IS ADDED TO THE CUSTODY FILE AS A COUNCIL
      *    RECEIPT SO LAB1CUSTODY STARTS FROM WHAT WAS ACTUALLY
      *    HANDED OUT.  A VARIETY MISSING FROM THE CASE-SIZE TABLE
      *    PACKS TWELVE BOXES TO THE CASE

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBMPC.
       OBJECT-COMPUTER.    IBMPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORDER-FILE
               ASSIGN TO 'COOKIE-ORDERS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CASE-SIZE-FILE
               ASSIGN TO 'CASE-SIZES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TROOP-MASTER-FILE
               ASSIGN TO 'TROOP-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUSTODY-FILE
               ASSIGN TO 'COOKIE-CUSTODY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BAKER-ORDER-FILE
             ASSIGN TO PRINTER 'BAKERORDER.DAT'.

           SELECT MANIFEST-FILE
             ASSIGN TO PRINTER 'DELIVERYMANIFEST.DAT'.

       DATA DIVISION.
       FILE SECTION.

       FD    ORDER-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01    ORDER-REC.
           05 OR-TROOP-ID         PIC X(4).
           05 OR-VARIETY          PIC X(9).
           05 OR-BOXES            PIC 9(4).

       FD    CASE-SIZE-FILE
           RECORD CONTAINS 11 CHARACTERS.
       01    CASE-SIZE-REC.
           05 CS-VARIETY          PIC X(9).
           05 CS-BOXES-PER-CASE   PIC 99.

       FD    TROOP-MASTER-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01    TROOP-MASTER-REC.
           05 TM-TROOP-ID         PIC X(4).
           05 TM-LEADER-NAME      PIC X(20).

       FD    CUSTODY-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01    CUSTODY-REC.
           05 CU-RECORD-TYPE      PIC X.
              88 CU-COUNCIL-CASES          VALUE 'R'.
              88 CU-COUNCIL-DELIVERY       VALUE 'D'.
              88 CU-SCOUT-TRANSFER         VALUE 'T'.
              88 CU-SCOUT-RETURN           VALUE 'B'.
           05 CU-NAME             PIC X(10).
           05 CU-VARIETY          PIC X(9).
           05 CU-QUANTITY         PIC 999.

       FD    BAKER-ORDER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01    BAKER-REC     PIC X(80).

       FD    MANIFEST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01    MANIFEST-REC  PIC X(80).

       WORKING-STORAGE SECTION.
       01    WS-WORK-AREAS.
             05    ARE-THERE-MORE-RECORDS    PIC X(3) VALUE 'YES'.
             05    CASE-LOAD-FLAG            PIC X(3) VALUE 'YES'.
             05    TROOP-LOAD-FLAG           PIC X(3) VALUE 'YES'.
             05    VARIETY-SUB               PIC 9.
             05    NAME-SUB                  PIC 9.
             05    ORDER-SUB                 PIC 99.

       01  TEMP-FIELDS.
           05 WS-CASES            PIC 9(4)     VALUE 0.
           05 WS-LOOSE-BOXES      PIC 99       VALUE 0.
           05 WS-BOXES-SHIPPED    PIC 9(6)     VALUE 0.
           05 WS-OVERAGE          PIC 9(4)     VALUE 0.
           05 WS-BOXES-LEFT       PIC 9(4)     VALUE 0.
           05 WS-REJECTED-LINES   PIC 999      VALUE 0.
           05 WS-RECEIPTS-WRITTEN PIC 9(4)     VALUE 0.
           05 WS-TOTAL-CASES      PIC 9(5)     VALUE 0.
           05 WS-TROOP-CASES      PIC 9(5)     VALUE 0.
           05 WS-TROOP-LOOSE      PIC 9(4)     VALUE 0.

      *    THE FIVE VARIETY NAMES IN THE SAME ORDER THEY SIT ON THE
      *    SCOUT RECORD, MATCHING THE COOKIE PRICE FILE SPELLINGS
       01  VARIETY-NAME-TEXT.
           05                     PIC X(9)  VALUE 'SAMOAS'.
           05                     PIC X(9)  VALUE 'MINTS'.
           05                     PIC X(9)  VALUE 'TAGALONGS'.
           05                     PIC X(9)  VALUE 'TREFOILS'.
           05                     PIC X(9)  VALUE 'DOSIDOS'.

       01  VARIETY-NAME-TBL REDEFINES VARIETY-NAME-TEXT.
           05 VARIETY-NAME OCCURS 5 TIMES
                                  PIC X(9).

       01  COUNCIL-ORDER-TABLE-AREA.
      *    BOXES PER CASE AND COUNCIL-WIDE BOXES ORDERED PER VARIETY
           05 COUNCIL-ORDER-LINE OCCURS 5 TIMES.
               10 CO-BOXES-PER-CASE PIC 99    VALUE 12.
               10 CO-BOXES-ORDERED  PIC 9(6)  VALUE 0.

      *    BOXES ORDERED PER TROOP PER VARIETY, IN THE ORDER THE
      *    TROOPS FIRST APPEAR ON THE ORDER FILE
       01  TROOP-ORDER-TABLE-AREA.
           05 TO-NUM-TROOPS       PIC 99   VALUE 0.
           05 TROOP-ORDER-TBL-LINE OCCURS 1 TO 50 TIMES
               DEPENDING ON TO-NUM-TROOPS
               INDEXED BY TROOP-ORDER-TBL-INDEX.
               10 TO-TROOP-ID       PIC X(4).
               10 TO-BOXES OCCURS 5 TIMES
                                    PIC 9(4).

      *    TROOP NUMBER AND LEADER NAME FROM THE TROOP MASTER
       01  TROOP-MASTER-TABLE-AREA.
           05 TP-NUM-TROOPS       PIC 99   VALUE 0.
           05 TROOP-TBL-LINE OCCURS 1 TO 50 TIMES
               DEPENDING ON TP-NUM-TROOPS
               INDEXED BY TROOP-TBL-INDEX.
               10 TP-TROOP-ID       PIC X(4).
               10 TP-LEADER-NAME    PIC X(20).

      *************************OUTPUT AREA********************************

       01 BAKER-HEADING-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 FILLER          PIC X(30) VALUE
                             'COUNCIL INITIAL ORDER TO BAKER'.
          05 FILLER          PIC X(45) VALUE SPACES.

       01 BAKER-COLUMN-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE 'VARIETY'.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(7)  VALUE 'ORDERED'.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 FILLER          PIC X(8)  VALUE 'PER CASE'.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE 'CASES'.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 FILLER          PIC X(7)  VALUE 'SHIPPED'.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 FILLER          PIC X(8)  VALUE 'CUPBOARD'.
          05 FILLER          PIC X(15) VALUE SPACES.

       01 BAKER-DETAIL-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 BDL-VARIETY     PIC X(9).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 BDL-ORDERED     PIC ZZZ,ZZ9.
          05 FILLER          PIC X(8)  VALUE SPACES.
          05 BDL-PER-CASE    PIC Z9.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 BDL-CASES       PIC Z,ZZ9.
          05 FILLER          PIC X(1)  VALUE SPACES.
          05 BDL-SHIPPED     PIC ZZZ,ZZ9.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 BDL-OVERAGE     PIC Z,ZZ9.
          05 FILLER          PIC X(21) VALUE SPACES.

       01 BAKER-TOTAL-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 FILLER          PIC X(30) VALUE
                             'TOTAL CASES ORDERED FROM BAKER'.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 BTL-CASES       PIC ZZ,ZZ9.
          05 FILLER          PIC X(36) VALUE SPACES.

       01 BAKER-REJECT-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 FILLER          PIC X(16) VALUE 'REJECTED ORDER: '.
          05 BRL-TROOP-ID    PIC X(4).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 BRL-VARIETY     PIC X(9).
          05 FILLER          PIC X(2)  VALUE SPACES.
          05 BRL-REASON      PIC X(25).
          05 FILLER          PIC X(17) VALUE SPACES.

       01 BAKER-COUNT-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 BCL-LABEL       PIC X(30).
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 BCL-COUNT       PIC ZZ,ZZ9.
          05 FILLER          PIC X(36) VALUE SPACES.

       01 MANIFEST-HEADING-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 FILLER          PIC X(24) VALUE
                             'COOKIE DELIVERY MANIFEST'.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 FILLER          PIC X(6)  VALUE 'TROOP '.
          05 MHL-TROOP-ID    PIC X(4).
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 FILLER          PIC X(8)  VALUE 'LEADER: '.
          05 MHL-LEADER-NAME PIC X(20).
          05 FILLER          PIC X(7)  VALUE SPACES.

       01 MANIFEST-COLUMN-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE 'VARIETY'.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(7)  VALUE 'ORDERED'.
          05 FILLER          PIC X(4)  VALUE SPACES.
          05 FILLER          PIC X(5)  VALUE 'CASES'.
          05 FILLER          PIC X(3)  VALUE SPACES.
          05 FILLER          PIC X(11) VALUE 'LOOSE BOXES'.
          05 FILLER          PIC X(32) VALUE SPACES.

       01 MANIFEST-DETAIL-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 MDL-VARIETY     PIC X(9).
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 MDL-ORDERED     PIC Z,ZZ9.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 MDL-CASES       PIC Z,ZZ9.
          05 FILLER          PIC X(11) VALUE SPACES.
          05 MDL-LOOSE       PIC Z9.
          05 FILLER          PIC X(33) VALUE SPACES.

       01 MANIFEST-TOTAL-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 FILLER          PIC X(9)  VALUE 'TOTAL'.
          05 FILLER          PIC X(15) VALUE SPACES.
          05 MTL-CASES       PIC ZZ,ZZ9.
          05 FILLER          PIC X(8)  VALUE SPACES.
          05 MTL-LOOSE       PIC Z,ZZ9.
          05 FILLER          PIC X(32) VALUE SPACES.

       01 MANIFEST-SIGN-LINE.
          05 FILLER          PIC X(5)  VALUE SPACES.
          05 FILLER          PIC X(45) VALUE
                   'RECEIVED BY ______________________  DATE ____'.
          05 FILLER          PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-MODULE.
           OPEN INPUT ORDER-FILE
                OUTPUT BAKER-ORDER-FILE
                       MANIFEST-FILE
                EXTEND CUSTODY-FILE

           WRITE BAKER-REC FROM BAKER-HEADING-LINE
               AFTER ADVANCING PAGE

           PERFORM 100-LOAD-CASE-SIZES
           PERFORM 120-LOAD-TROOP-MASTER
           PERFORM 200-LOAD-ORDER-FILE
           PERFORM 400-PRINT-BAKER-ORDER
           PERFORM 500-PRINT-TROOP-MANIFESTS

           MOVE 'ORDER LINES REJECTED' TO BCL-LABEL
           MOVE WS-REJECTED-LINES TO BCL-COUNT
           WRITE BAKER-REC FROM BAKER-COUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'CUSTODY RECEIPTS WRITTEN' TO BCL-LABEL
           MOVE WS-RECEIPTS-WRITTEN TO BCL-COUNT
           WRITE BAKER-REC FROM BAKER-COUNT-LINE
               AFTER ADVANCING 1 LINE

           CLOSE ORDER-FILE
                 BAKER-ORDER-FILE
                 MANIFEST-FILE
                 CUSTODY-FILE
           STOP RUN
           .

       100-LOAD-CASE-SIZES.
           OPEN INPUT CASE-SIZE-FILE

           PERFORM UNTIL CASE-LOAD-FLAG = 'NO '
               READ CASE-SIZE-FILE
                   AT END
                       MOVE 'NO ' TO CASE-LOAD-FLAG
                   NOT AT END
                       MOVE CS-VARIETY TO OR-VARIETY
                       PERFORM 220-FIND-VARIETY-SLOT
                       IF VARIETY-SUB > 0 AND
                               CS-BOXES-PER-CASE IS NUMERIC AND
                               CS-BOXES-PER-CASE > 0
                           MOVE CS-BOXES-PER-CASE TO
                                   CO-BOXES-PER-CASE(VARIETY-SUB)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CASE-SIZE-FILE
           .

       120-LOAD-TROOP-MASTER.
           OPEN INPUT TROOP-MASTER-FILE

           PERFORM UNTIL TROOP-LOAD-FLAG = 'NO '
               READ TROOP-MASTER-FILE
                   AT END
                       MOVE 'NO ' TO TROOP-LOAD-FLAG
                   NOT AT END
                       ADD 1 TO TP-NUM-TROOPS
                       MOVE TM-TROOP-ID TO
                               TP-TROOP-ID(TP-NUM-TROOPS)
                       MOVE TM-LEADER-NAME TO
                               TP-LEADER-NAME(TP-NUM-TROOPS)
               END-READ
           END-PERFORM

           CLOSE TROOP-MASTER-FILE
           .

       200-LOAD-ORDER-FILE.
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ ORDER-FILE
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 210-POST-ORDER-RECORD
               END-READ
           END-PERFORM
           .

       210-POST-ORDER-RECORD.
           PERFORM 220-FIND-VARIETY-SLOT

           EVALUATE TRUE
               WHEN VARIETY-SUB = 0
                   MOVE 'UNKNOWN VARIETY' TO BRL-REASON
                   PERFORM 260-REJECT-ORDER-LINE

               WHEN OR-BOXES IS NOT NUMERIC
                   MOVE 'BOX COUNT NOT NUMERIC' TO BRL-REASON
                   PERFORM 260-REJECT-ORDER-LINE

               WHEN OTHER
                   PERFORM 240-FIND-TROOP-ENTRY
                   ADD OR-BOXES TO
                       TO-BOXES(TROOP-ORDER-TBL-INDEX, VARIETY-SUB)
                   ADD OR-BOXES TO CO-BOXES-ORDERED(VARIETY-SUB)
           END-EVALUATE
           .

       220-FIND-VARIETY-SLOT.
           MOVE 0 TO VARIETY-SUB
           PERFORM VARYING NAME-SUB FROM 1 BY 1
               UNTIL NAME-SUB > 5

               IF OR-VARIETY = VARIETY-NAME(NAME-SUB)
                   MOVE NAME-SUB TO VARIETY-SUB
               END-IF
           END-PERFORM
           .

       240-FIND-TROOP-ENTRY.
           SET TROOP-ORDER-TBL-INDEX TO 1
           SEARCH TROOP-ORDER-TBL-LINE
               AT END
                   ADD 1 TO TO-NUM-TROOPS
                   MOVE OR-TROOP-ID TO TO-TROOP-ID(TO-NUM-TROOPS)
                   PERFORM VARYING NAME-SUB FROM 1 BY 1
                       UNTIL NAME-SUB > 5

                       MOVE ZEROS TO TO-BOXES(TO-NUM-TROOPS, NAME-SUB)
                   END-PERFORM
                   SET TROOP-ORDER-TBL-INDEX TO TO-NUM-TROOPS

               WHEN OR-TROOP-ID =
                       TO-TROOP-ID(TROOP-ORDER-TBL-INDEX)
                   CONTINUE
           END-SEARCH
           .

       260-REJECT-ORDER-LINE.
           ADD 1 TO WS-REJECTED-LINES
           MOVE OR-TROOP-ID TO BRL-TROOP-ID
           MOVE OR-VARIETY TO BRL-VARIETY

           WRITE BAKER-REC FROM BAKER-REJECT-LINE
               AFTER ADVANCING 1 LINE
           .

       400-PRINT-BAKER-ORDER.
      *    THE BAKER ONLY SHIPS FULL CASES, SO EACH VARIETY ROUNDS
      *    UP; THE BOXES OVER WHAT THE TROOPS ORDERED STAY IN THE
      *    COUNCIL CUPBOARD
           WRITE BAKER-REC FROM BAKER-COLUMN-LINE
               AFTER ADVANCING 2 LINES

           PERFORM VARYING VARIETY-SUB FROM 1 BY 1
               UNTIL VARIETY-SUB > 5

               DIVIDE CO-BOXES-ORDERED(VARIETY-SUB) BY
                       CO-BOXES-PER-CASE(VARIETY-SUB)
                   GIVING WS-CASES
                   REMAINDER WS-LOOSE-BOXES
               IF WS-LOOSE-BOXES > 0
                   ADD 1 TO WS-CASES
               END-IF

               COMPUTE WS-BOXES-SHIPPED =
                   WS-CASES * CO-BOXES-PER-CASE(VARIETY-SUB)
               COMPUTE WS-OVERAGE =
                   WS-BOXES-SHIPPED - CO-BOXES-ORDERED(VARIETY-SUB)
               ADD WS-CASES TO WS-TOTAL-CASES

               MOVE VARIETY-NAME(VARIETY-SUB) TO BDL-VARIETY
               MOVE CO-BOXES-ORDERED(VARIETY-SUB) TO BDL-ORDERED
               MOVE CO-BOXES-PER-CASE(VARIETY-SUB) TO BDL-PER-CASE
               MOVE WS-CASES TO BDL-CASES
               MOVE WS-BOXES-SHIPPED TO BDL-SHIPPED
               MOVE WS-OVERAGE TO BDL-OVERAGE

               WRITE BAKER-REC FROM BAKER-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM

           MOVE WS-TOTAL-CASES TO BTL-CASES
           WRITE BAKER-REC FROM BAKER-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           .

       500-PRINT-TROOP-MANIFESTS.
           PERFORM VARYING ORDER-SUB FROM 1 BY 1
               UNTIL ORDER-SUB > TO-NUM-TROOPS

               PERFORM 520-PRINT-ONE-MANIFEST
           END-PERFORM
           .

       520-PRINT-ONE-MANIFEST.
           MOVE TO-TROOP-ID(ORDER-SUB) TO MHL-TROOP-ID
           MOVE SPACES TO MHL-LEADER-NAME

           SET TROOP-TBL-INDEX TO 1
           SEARCH TROOP-TBL-LINE
               AT END
                   MOVE 'NOT ON TROOP MASTER' TO MHL-LEADER-NAME
               WHEN TO-TROOP-ID(ORDER-SUB) =
                       TP-TROOP-ID(TROOP-TBL-INDEX)
                   MOVE TP-LEADER-NAME(TROOP-TBL-INDEX) TO
                           MHL-LEADER-NAME
           END-SEARCH

           WRITE MANIFEST-REC FROM MANIFEST-HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE MANIFEST-REC FROM MANIFEST-COLUMN-LINE
               AFTER ADVANCING 2 LINES

           MOVE ZEROS TO WS-TROOP-CASES
           MOVE ZEROS TO WS-TROOP-LOOSE

           PERFORM VARYING VARIETY-SUB FROM 1 BY 1
               UNTIL VARIETY-SUB > 5

               IF TO-BOXES(ORDER-SUB, VARIETY-SUB) > 0
                   PERFORM 540-MANIFEST-ONE-VARIETY
               END-IF
           END-PERFORM

           MOVE WS-TROOP-CASES TO MTL-CASES
           MOVE WS-TROOP-LOOSE TO MTL-LOOSE
           WRITE MANIFEST-REC FROM MANIFEST-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           WRITE MANIFEST-REC FROM MANIFEST-SIGN-LINE
               AFTER ADVANCING 3 LINES
           .

       540-MANIFEST-ONE-VARIETY.
      *    THE TROOP GETS EXACTLY WHAT IT ORDERED -- FULL CASES,
      *    AND THE CUPBOARD BREAKS A CASE FOR THE LOOSE BOXES
           DIVIDE TO-BOXES(ORDER-SUB, VARIETY-SUB) BY
                   CO-BOXES-PER-CASE(VARIETY-SUB)
               GIVING WS-CASES
               REMAINDER WS-LOOSE-BOXES

           ADD WS-CASES TO WS-TROOP-CASES
           ADD WS-LOOSE-BOXES TO WS-TROOP-LOOSE

           MOVE VARIETY-NAME(VARIETY-SUB) TO MDL-VARIETY
           MOVE TO-BOXES(ORDER-SUB, VARIETY-SUB) TO MDL-ORDERED
           MOVE WS-CASES TO MDL-CASES
           MOVE WS-LOOSE-BOXES TO MDL-LOOSE

           WRITE MANIFEST-REC FROM MANIFEST-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           PERFORM 560-WRITE-CUSTODY-RECEIPT
           .

       560-WRITE-CUSTODY-RECEIPT.
      *    THE RECEIPT IS IN BOXES SINCE CASE SIZES VARY BY
      *    VARIETY; A DELIVERY TOO BIG FOR ONE RECORD IS SPLIT
           MOVE TO-BOXES(ORDER-SUB, VARIETY-SUB) TO WS-BOXES-LEFT

           PERFORM UNTIL WS-BOXES-LEFT = 0
               MOVE SPACES TO CUSTODY-REC
               SET CU-COUNCIL-DELIVERY TO TRUE
               MOVE TO-TROOP-ID(ORDER-SUB) TO CU-NAME
               MOVE VARIETY-NAME(VARIETY-SUB) TO CU-VARIETY

               IF WS-BOXES-LEFT > 999
                   MOVE 999 TO CU-QUANTITY
               ELSE
                   MOVE WS-BOXES-LEFT TO CU-QUANTITY
               END-IF
               SUBTRACT CU-QUANTITY FROM WS-BOXES-LEFT

               WRITE CUSTODY-REC
               ADD 1 TO WS-RECEIPTS-WRITTEN
           END-PERFORM
           .
