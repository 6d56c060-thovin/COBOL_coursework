      *   The expected date is the order date plus the supplier's
      *   lead days, and open lines past it for books still showing
      *   units on order are listed as overdue, so the backorder
      *   report finally reflects orders that were really placed.
      *   Suggested orders from the pre-term adoption run (LAB4ADPT)
      *   are placed here too: a book short for the coming term is
      *   ordered for at least its shortfall, whatever its reorder
      *   level says, and the suggestions are cleared once placed
      *************************
       ENVIRONMENT DIVISION.
      *
           SELECT OPTIONAL BOOK-ORDER-FILE
               ASSIGN TO "OPEN-BOOK-ORDERS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL SUGGESTED-ORDER-FILE
               ASSIGN TO "SUGGESTED-BOOK-ORDERS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT ORDERING-REPORT-FILE
               ASSIGN TO PRINTER "BOOKORDERING.TXT".
       01  BOOK-INVEN-RECORD               PIC X(80).
      *
       FD BOOK-SUPPLIER-FILE
           RECORD CONTAINS 35 CHARACTERS.
      *
       01  BOOK-SUPPLIER-RECORD.
           05  BS-BOOK-CODE                PIC X(2).
           05  BS-SUPPLIER-ID              PIC X(4).
           05  BS-SUPPLIER-NAME            PIC X(20).
           05  BS-LEAD-DAYS                PIC 9(3).
      *    RETURN TERMS, READ BY THE RETURNS RUN (LAB4RTRN)
           05  BS-RETURN-WINDOW-DAYS       PIC 9(3).
           05  BS-RETURN-ALLOWANCE-PCT     PIC 9(3).
      *
       FD BOOK-ORDER-FILE
           RECORD CONTAINS 31 CHARACTERS.
           05  OB-QUANTITY                 PIC 9(3).
           05  OB-ORDER-DATE               PIC X(6).
           05  OB-EXPECTED-DATE            PIC X(6).
      *
       FD SUGGESTED-ORDER-FILE
           RECORD CONTAINS 5 CHARACTERS.
      *
       01  SUGGESTED-ORDER-RECORD.
           05  SO-BOOK-CODE                PIC X(2).
           05  SO-QUANTITY                 PIC 9(3).
      *
       FD  ORDERING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
               88 SUPPLIER-LOAD-DONE                   VALUE 'Y'.
           05  ORDER-SCAN-FLAG             PIC X       VALUE 'F'.
               88 ORDER-SCAN-DONE                      VALUE 'Y'.
           05  SUGGESTION-LOAD-FLAG        PIC X       VALUE 'F'.
               88 SUGGESTION-LOAD-DONE                 VALUE 'Y'.
           05  SUPPLIER-FOUND-SW           PIC X       VALUE 'N'.
               88 SUPPLIER-FOUND                       VALUE 'Y'.
           05  SUPPLIER-SUB                PIC 999.
           05  BO-NO-SUPPLIER-COUNT        PIC 9(5)    VALUE 0.
           05  BO-OVERDUE-COUNT            PIC 9(5)    VALUE 0.
           05  BO-ORDER-SEQUENCE           PIC 9(4)    VALUE 0.
           05  BO-ADOPTION-COUNT           PIC 9(5)    VALUE 0.
      *
       01  DETAIL-FIELDS.
           05  DF-ORDER-QTY                PIC S9(4)   VALUE 0.
           05  DF-SUGGESTED-QTY            PIC 9(4)    VALUE 0.
           05  DF-SUPPLIER-ID              PIC X(4).
           05  DF-LEAD-DAYS                PIC 9(3).
           05  DF-EXPECTED-INT             PIC 9(8).
                   15  BT-QUANTITY-ON-ORDER PIC S999.
                   15  BT-DATE-OF-LAST-ORDER PIC X(6).
                   15  BT-REST-OF-RECORD   PIC X(11).
      *        THE ADOPTION RUN'S SHORTFALL FOR THE BOOK, IF ANY
               10  BT-SUGGESTED-QTY        PIC 9(4).
      *
       01  SUPPLIER-TABLE-AREA.
           05  SU-NUM-SUPPLIERS            PIC 999     VALUE 0.
           05                              PIC X(11)   VALUE
                                           '  EXPECTED '.
           05  ODL-EXPECTED-DATE           PIC X(6).
           05                              PIC X(2)    VALUE SPACES.
           05  ODL-SOURCE                  PIC X(8).
           05                              PIC X(7)    VALUE SPACES.
      *
       01  NO-SUPPLIER-LINE.
           05                              PIC X(25)   VALUE
           05                              PIC X(11)   VALUE
                                           '  OVERDUE: '.
           05  SL-OVERDUE-COUNT            PIC ZZZZ9.
           05                              PIC X(12)   VALUE
                                           '  ADOPTION: '.
           05  SL-ADOPTION-COUNT           PIC ZZZZ9.
           05                              PIC X(6)    VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 250-LOAD-BOOK-TABLE
           PERFORM 270-LOAD-SUPPLIER-TABLE
           PERFORM 280-LOAD-SUGGESTED-ORDERS
           PERFORM 300-PLACE-ORDERS
           PERFORM 600-LIST-OVERDUE-ORDERS
           PERFORM 800-REWRITE-BOOK-FILE
                       ADD 1 TO BT-NUM-BOOKS
                       MOVE BOOK-INVEN-RECORD TO
                               BT-RECORD-IMAGE(BT-NUM-BOOKS)
                       MOVE ZEROS TO BT-SUGGESTED-QTY(BT-NUM-BOOKS)
               END-READ
           END-PERFORM

           CLOSE BOOK-SUPPLIER-FILE
       .

       280-LOAD-SUGGESTED-ORDERS.
      *    A SUGGESTION FOR A BOOK NO LONGER ON FILE IS DROPPED
           OPEN INPUT SUGGESTED-ORDER-FILE

           PERFORM UNTIL SUGGESTION-LOAD-DONE
               READ SUGGESTED-ORDER-FILE
                   AT END
                       SET SUGGESTION-LOAD-DONE TO TRUE
                   NOT AT END
                       IF SO-QUANTITY IS NUMERIC
                           PERFORM 290-POST-ONE-SUGGESTION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUGGESTED-ORDER-FILE
       .

       290-POST-ONE-SUGGESTION.
           PERFORM VARYING BOOK-SUB FROM 1 BY 1
               UNTIL BOOK-SUB > BT-NUM-BOOKS

               IF SO-BOOK-CODE = BT-BOOK-CODE(BOOK-SUB)
                   ADD SO-QUANTITY TO BT-SUGGESTED-QTY(BOOK-SUB)
               END-IF
           END-PERFORM
       .

       300-PLACE-ORDERS.
      *    ORDER LINES ACCUMULATE ACROSS RUNS UNTIL RECEIPTS RELIEVE
      *    THE ON-ORDER QUANTITY, SO THE ORDER FILE IS EXTENDED

                   IF DF-ORDER-QTY <=
                           BT-REORDER-LEVEL(BOOK-TBL-INDEX)
                       OR BT-SUGGESTED-QTY(BOOK-TBL-INDEX) > 0
                       PERFORM 400-PLACE-ONE-ORDER
                   END-IF
               END-IF
       .

       400-PLACE-ONE-ORDER.
      *    ORDERS BACK UP TO TWICE THE REORDER LEVEL, OR THE TERM'S
      *    ADOPTION SHORTFALL WHEN THAT IS MORE
           PERFORM 450-FIND-SUPPLIER

           IF NOT SUPPLIER-FOUND
                   - BT-QUANTITY-ON-HAND(BOOK-TBL-INDEX)
                   - BT-QUANTITY-ON-ORDER(BOOK-TBL-INDEX)

               MOVE BT-SUGGESTED-QTY(BOOK-TBL-INDEX) TO
                       DF-SUGGESTED-QTY
               IF DF-SUGGESTED-QTY > DF-ORDER-QTY
                   MOVE DF-SUGGESTED-QTY TO DF-ORDER-QTY
                   MOVE 'ADOPTION' TO ODL-SOURCE
                   ADD 1 TO BO-ADOPTION-COUNT
               ELSE
                   MOVE SPACES TO ODL-SOURCE
               END-IF

               IF DF-ORDER-QTY > 0
                   ADD 1 TO BO-ORDER-COUNT
                   ADD 1 TO BO-ORDER-SEQUENCE
           END-PERFORM

           CLOSE BOOK-INVEN-FILE

      *    THE SUGGESTIONS HAVE BEEN PLACED; CLEAR THEM SO THE NEXT
      *    RUN DOESN'T ORDER THEM AGAIN
           OPEN OUTPUT SUGGESTED-ORDER-FILE
           CLOSE SUGGESTED-ORDER-FILE
       .

       900-FINAL-ROUTINE.
           MOVE BO-ORDER-COUNT TO SL-ORDER-COUNT
           MOVE BO-NO-SUPPLIER-COUNT TO SL-NO-SUPPLIER
           MOVE BO-OVERDUE-COUNT TO SL-OVERDUE-COUNT
           MOVE BO-ADOPTION-COUNT TO SL-ADOPTION-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES

