       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LAB4ADPT.
       AUTHOR.         Tim J.
      **********************
      *   Pre-term textbook run.  The adoption file ties each class
      *   in the course catalog to the books it uses, required or
      *   optional.  Each adoption's expected buyers are the class
      *   headcount -- enrollment once it is final, seat capacity
      *   before that -- times the buy rate for required or
      *   optional books.  Demand per book, less what is on hand
      *   and already on order, is written to the suggested-order
      *   file LAB4ORDR places on its next run.  Classes with no
      *   adoption and adopted books missing from the inventory
      *   file are listed for the departments
      *************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT TEXTBOOK-ADOPTION-FILE
               ASSIGN TO "TEXTBOOK-ADOPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT COURSE-CATALOG-FILE
               ASSIGN TO "COURSE-CATALOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT MERGED-STUDENT-FILE
               ASSIGN TO "MERGEDSORTEDSTUDENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT BOOK-INVEN-FILE
               ASSIGN TO "L4BOOKINFO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SUGGESTED-ORDER-FILE
               ASSIGN TO "SUGGESTED-BOOK-ORDERS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT ADOPTION-REPORT-FILE
               ASSIGN TO PRINTER "ADOPTIONPLAN.TXT".
      *
           SELECT ADOPTION-EXCEPTION-FILE
               ASSIGN TO PRINTER "ADOPTIONEXCEPT.TXT".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD TEXTBOOK-ADOPTION-FILE
           RECORD CONTAINS 8 CHARACTERS.
      *
       01  TEXTBOOK-ADOPTION-RECORD.
           05  TA-CLASS-CODE               PIC X(5).
           05  TA-BOOK-CODE                PIC X(2).
           05  TA-REQUIRED-SW              PIC X.
               88 TA-REQUIRED                          VALUE 'R'.
               88 TA-OPTIONAL                          VALUE 'O'.
      *
       FD  COURSE-CATALOG-FILE
           RECORD CONTAINS 29 CHARACTERS.
      *
       01  COURSE-CATALOG-RECORD.
           05  CC-CLASS-CODE               PIC X(5).
           05  CC-CLASS-TITLE              PIC X(20).
           05  CC-CREDIT-HOURS             PIC 9.
           05  CC-SEAT-CAPACITY            PIC 9(3).
      *
       FD  MERGED-STUDENT-FILE
           RECORD CONTAINS 42 TO 90 CHARACTERS
               DEPENDING ON MS-NUM-TESTS.
      *
       01  MERGED-SORTED-REC.
           05  MS-DEPT-CODE                PIC A(4).
           05  MS-CLASS-CODE               PIC X(5).
           05  MS-NAME                     PIC X(20).
           05  MS-STUDENT-ID               PIC 9(6).
           05  MS-NUM-TESTS                PIC 9.
           05  MS-TEST-ENTRY OCCURS 1 TO 9 TIMES
               DEPENDING ON MS-NUM-TESTS
               INDEXED BY MS-TEST-INDEX.
               10  MS-TEST                 PIC 9(3).
               10  MS-WEIGHT               PIC 9V99.
      *
       FD BOOK-INVEN-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  BOOK-INVEN-RECORD.
           05  BI-BOOK-CODE                PIC X(2).
           05  BI-TITLE                    PIC X(18).
           05  BI-AUTHOR                   PIC X(15).
           05  BI-SUBJECT-AREA             PIC X(8).
           05  BI-SHELF-LOCATION           PIC X(5).
           05  BI-UNIT-COST                PIC S99V99.
           05  BI-SELLING-PRICE            PIC S99V99.
           05  BI-QUANTITY-ON-HAND         PIC 9(3).
           05  BI-REORDER-LEVEL            PIC S999.
           05  BI-QUANTITY-ON-ORDER        PIC S999.
           05  BI-DATE-OF-LAST-ORDER       PIC X(6).
           05                              PIC X(11).
      *
      *    ONE LINE PER BOOK THE TERM IS SHORT OF; LAB4ORDR ORDERS
      *    AT LEAST THIS MANY AND THEN CLEARS THE FILE
       FD SUGGESTED-ORDER-FILE
           RECORD CONTAINS 5 CHARACTERS.
      *
       01  SUGGESTED-ORDER-RECORD.
           05  SO-BOOK-CODE                PIC X(2).
           05  SO-QUANTITY                 PIC 9(3).
      *
       FD  ADOPTION-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                     PIC X(80).
      *
       FD  ADOPTION-EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EXCEPTION-LINE                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  CATALOG-LOAD-FLAG           PIC X       VALUE 'F'.
               88 CATALOG-LOAD-DONE                    VALUE 'Y'.
           05  STUDENT-LOAD-FLAG           PIC X       VALUE 'F'.
               88 STUDENT-LOAD-DONE                    VALUE 'Y'.
           05  INVEN-LOAD-FLAG             PIC X       VALUE 'F'.
               88 INVEN-LOAD-DONE                      VALUE 'Y'.
           05  ENROLLMENT-FINAL-SW         PIC X       VALUE 'N'.
               88 ENROLLMENT-FINAL                     VALUE 'Y'.
           05  CAT-SUB                     PIC 999.
           05  BOOK-SUB                    PIC 999.
      *
       01  RUN-PARAMETERS.
      *    PERCENT OF A CLASS EXPECTED TO BUY THE BOOK
           05  RP-REQUIRED-RATE            PIC 9(3)    VALUE 90.
           05  RP-OPTIONAL-RATE            PIC 9(3)    VALUE 25.
           05  RP-RATE-IN                  PIC X(3).
           05  RP-RATE-IN-N REDEFINES RP-RATE-IN
                                           PIC 9(3).
      *
       01  COUNTERS.
           05  AD-ADOPTION-COUNT           PIC 9(5)    VALUE 0.
           05  AD-SUGGESTED-COUNT          PIC 9(5)    VALUE 0.
           05  AD-EXCEPTION-COUNT          PIC 9(5)    VALUE 0.
      *
       01  DETAIL-FIELDS.
           05  DF-HEADCOUNT                PIC 9(4).
           05  DF-BUY-RATE                 PIC 9(3).
           05  DF-BUYERS                   PIC 9(5).
           05  DF-SHORTFALL                PIC S9(5).
      *
       01  COURSE-CATALOG-TABLE-AREA.
           05  CAT-NUM-CLASSES             PIC 999     VALUE 0.
           05  CATALOG-TBL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON CAT-NUM-CLASSES
               INDEXED BY CATALOG-TBL-INDEX.
               10  CAT-CLASS-CODE          PIC X(5).
               10  CAT-CLASS-TITLE         PIC X(20).
               10  CAT-SEAT-CAPACITY       PIC 9(3).
               10  CAT-ENROLLED            PIC 9(4).
               10  CAT-ADOPTED-SW          PIC X.
                   88 CAT-ADOPTED                      VALUE 'Y'.
      *
       01  BOOK-TABLE-AREA.
           05  BK-NUM-BOOKS                PIC 999     VALUE 0.
           05  BOOK-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON BK-NUM-BOOKS
               INDEXED BY BOOK-TBL-INDEX.
               10  BK-BOOK-CODE            PIC X(2).
               10  BK-TITLE                PIC X(18).
               10  BK-ON-HAND              PIC 9(3).
               10  BK-ON-ORDER             PIC S999.
               10  BK-DEMAND               PIC 9(5).
               10  BK-ADOPTED-SW           PIC X.
                   88 BK-ADOPTED                       VALUE 'Y'.
      *
      **********************OUTPUT AREA*************************
       01  HEADING-ONE.
           05                              PIC X(25) VALUE SPACES.
           05                              PIC X(28) VALUE
                                           'TEXTBOOK ADOPTION PLAN'.
           05                              PIC X(24) VALUE SPACES.
           05                              PIC X(3)  VALUE 'TWJ'.
      *
       01  BASIS-LINE.
           05                              PIC X(17)   VALUE
                                           'HEADCOUNT BASIS: '.
           05  BL-BASIS                    PIC X(16).
           05                              PIC X(17)   VALUE
                                           '  REQUIRED RATE '.
           05  BL-REQUIRED-RATE            PIC ZZ9.
           05                              PIC X(16)   VALUE
                                           '%  OPTIONAL RATE'.
           05  BL-OPTIONAL-RATE            PIC ZZZ9.
           05                              PIC X(7)    VALUE '%'.
      *
       01  DEMAND-HEADING.
           05                              PIC X(7)    VALUE 'CLASS'.
           05                              PIC X(22)   VALUE 'TITLE'.
           05                              PIC X(6)    VALUE 'BOOK'.
           05                              PIC X(10)   VALUE 'USE'.
           05                              PIC X(11)   VALUE
                                           'HEADCOUNT'.
           05                              PIC X(24)   VALUE 'BUYERS'.
      *
       01  DEMAND-DETAIL-LINE.
           05  DDL-CLASS-CODE              PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  DDL-CLASS-TITLE             PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  DDL-BOOK-CODE               PIC X(2).
           05                              PIC X(4)    VALUE SPACES.
           05  DDL-USE                     PIC X(8).
           05                              PIC X(3)    VALUE SPACES.
           05  DDL-HEADCOUNT               PIC Z,ZZ9.
           05                              PIC X(5)    VALUE SPACES.
           05  DDL-BUYERS                  PIC ZZ,ZZ9.
           05                              PIC X(18)   VALUE SPACES.
      *
       01  SHORTFALL-HEADING.
           05                              PIC X(6)    VALUE 'BOOK'.
           05                              PIC X(20)   VALUE 'TITLE'.
           05                              PIC X(9)    VALUE 'DEMAND'.
           05                              PIC X(9)    VALUE 'ON HAND'.
           05                              PIC X(10)   VALUE
                                           'ON ORDER'.
           05                              PIC X(26)   VALUE
                                           'SUGGESTED ORDER'.
      *
       01  SHORTFALL-DETAIL-LINE.
           05  SDL-BOOK-CODE               PIC X(2).
           05                              PIC X(4)    VALUE SPACES.
           05  SDL-TITLE                   PIC X(18).
           05                              PIC X(2)    VALUE SPACES.
           05  SDL-DEMAND                  PIC ZZ,ZZ9.
           05                              PIC X(4)    VALUE SPACES.
           05  SDL-ON-HAND                 PIC ZZ9.
           05                              PIC X(6)    VALUE SPACES.
           05  SDL-ON-ORDER                PIC ZZ9.
           05                              PIC X(7)    VALUE SPACES.
           05  SDL-SUGGESTED               PIC ZZ9.
           05                              PIC X(22)   VALUE SPACES.
      *
       01  EXCEPTION-HEADING.
           05                              PIC X(22) VALUE SPACES.
           05                              PIC X(36) VALUE
                                   'TEXTBOOK ADOPTION EXCEPTIONS'.
           05                              PIC X(22) VALUE SPACES.
      *
       01  EXCEPTION-DETAIL-LINE.
           05  EDL-CLASS-CODE              PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  EDL-CLASS-TITLE             PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  EDL-BOOK-CODE               PIC X(2).
           05                              PIC X(2)    VALUE SPACES.
           05  EDL-MESSAGE                 PIC X(47).
      *
       01  SUMMARY-LINE.
           05                              PIC X(11)   VALUE
                                           'ADOPTIONS: '.
           05  SL-ADOPTION-COUNT           PIC ZZZZ9.
           05                              PIC X(19)   VALUE
                                           '  SUGGESTED ORDERS:'.
           05  SL-SUGGESTED-COUNT          PIC ZZZZ9.
           05                              PIC X(14)   VALUE
                                           '  EXCEPTIONS: '.
           05  SL-EXCEPTION-COUNT          PIC ZZZZ9.
           05                              PIC X(21)   VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-PLAN-TERM-BOOKS.
           PERFORM 150-GET-RUN-PARAMETERS
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 250-LOAD-COURSE-CATALOG
           PERFORM 270-COUNT-ENROLLMENT
           PERFORM 290-LOAD-BOOK-TABLE
           PERFORM 300-READ-ADOPTIONS
           PERFORM 600-WRITE-SUGGESTED-ORDERS
           PERFORM 700-LIST-UNADOPTED-CLASSES
           PERFORM 900-FINAL-ROUTINE
       .

       150-GET-RUN-PARAMETERS.
      *    BLANK OR NON-NUMERIC ANSWERS KEEP THE DEFAULTS
           DISPLAY 'ENROLLMENT FINAL FOR THE TERM (Y/N): '
           ACCEPT ENROLLMENT-FINAL-SW

           DISPLAY 'REQUIRED BOOK BUY RATE PERCENT (999): '
           ACCEPT RP-RATE-IN
           IF RP-RATE-IN-N IS NUMERIC AND RP-RATE-IN-N NOT = ZEROS
               MOVE RP-RATE-IN-N TO RP-REQUIRED-RATE
           END-IF

           DISPLAY 'OPTIONAL BOOK BUY RATE PERCENT (999): '
           ACCEPT RP-RATE-IN
           IF RP-RATE-IN-N IS NUMERIC AND RP-RATE-IN-N NOT = ZEROS
               MOVE RP-RATE-IN-N TO RP-OPTIONAL-RATE
           END-IF
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT  TEXTBOOK-ADOPTION-FILE
                OUTPUT SUGGESTED-ORDER-FILE
                       ADOPTION-REPORT-FILE
                       ADOPTION-EXCEPTION-FILE

           WRITE REPORT-LINE FROM HEADING-ONE
               AFTER ADVANCING PAGE

           IF ENROLLMENT-FINAL
               MOVE 'ENROLLMENT' TO BL-BASIS
           ELSE
               MOVE 'SEAT CAPACITY' TO BL-BASIS
           END-IF
           MOVE RP-REQUIRED-RATE TO BL-REQUIRED-RATE
           MOVE RP-OPTIONAL-RATE TO BL-OPTIONAL-RATE
           WRITE REPORT-LINE FROM BASIS-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM DEMAND-HEADING
               AFTER ADVANCING 2 LINES

           WRITE EXCEPTION-LINE FROM EXCEPTION-HEADING
               AFTER ADVANCING PAGE
       .

       250-LOAD-COURSE-CATALOG.
           OPEN INPUT COURSE-CATALOG-FILE

           PERFORM UNTIL CATALOG-LOAD-DONE
               READ COURSE-CATALOG-FILE
                   AT END
                       SET CATALOG-LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO CAT-NUM-CLASSES
                       MOVE CC-CLASS-CODE TO
                               CAT-CLASS-CODE(CAT-NUM-CLASSES)
                       MOVE CC-CLASS-TITLE TO
                               CAT-CLASS-TITLE(CAT-NUM-CLASSES)
                       MOVE ZEROS TO CAT-ENROLLED(CAT-NUM-CLASSES)
                       MOVE 'N' TO CAT-ADOPTED-SW(CAT-NUM-CLASSES)

                       IF CC-SEAT-CAPACITY IS NUMERIC
                           MOVE CC-SEAT-CAPACITY TO
                               CAT-SEAT-CAPACITY(CAT-NUM-CLASSES)
                       ELSE
                           MOVE ZEROS TO
                               CAT-SEAT-CAPACITY(CAT-NUM-CLASSES)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COURSE-CATALOG-FILE
       .

       270-COUNT-ENROLLMENT.
      *    A STUDENT IN A CLASS NOT ON THE CATALOG HAS NO BOOKS
      *    TO COUNT TOWARD
           OPEN INPUT MERGED-STUDENT-FILE

           PERFORM UNTIL STUDENT-LOAD-DONE
               READ MERGED-STUDENT-FILE
                   AT END
                       SET STUDENT-LOAD-DONE TO TRUE
                   NOT AT END
                       SET CATALOG-TBL-INDEX TO 1
                       SEARCH CATALOG-TBL-LINE
                           WHEN MS-CLASS-CODE =
                                   CAT-CLASS-CODE(CATALOG-TBL-INDEX)
                               ADD 1 TO
                                   CAT-ENROLLED(CATALOG-TBL-INDEX)
                       END-SEARCH
               END-READ
           END-PERFORM

           CLOSE MERGED-STUDENT-FILE
       .

       290-LOAD-BOOK-TABLE.
           OPEN INPUT BOOK-INVEN-FILE

           PERFORM UNTIL INVEN-LOAD-DONE
               READ BOOK-INVEN-FILE
                   AT END
                       SET INVEN-LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO BK-NUM-BOOKS
                       MOVE BI-BOOK-CODE TO BK-BOOK-CODE(BK-NUM-BOOKS)
                       MOVE BI-TITLE TO BK-TITLE(BK-NUM-BOOKS)
                       MOVE ZEROS TO BK-ON-HAND(BK-NUM-BOOKS)
                                     BK-ON-ORDER(BK-NUM-BOOKS)
                                     BK-DEMAND(BK-NUM-BOOKS)
                       IF BI-QUANTITY-ON-HAND IS NUMERIC
                           MOVE BI-QUANTITY-ON-HAND TO
                                   BK-ON-HAND(BK-NUM-BOOKS)
                       END-IF
                       IF BI-QUANTITY-ON-ORDER IS NUMERIC
                           MOVE BI-QUANTITY-ON-ORDER TO
                                   BK-ON-ORDER(BK-NUM-BOOKS)
                       END-IF
                       MOVE 'N' TO BK-ADOPTED-SW(BK-NUM-BOOKS)
               END-READ
           END-PERFORM

           CLOSE BOOK-INVEN-FILE
       .

       300-READ-ADOPTIONS.
           PERFORM UNTIL NO-MORE-DATA
               READ TEXTBOOK-ADOPTION-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO AD-ADOPTION-COUNT
                       PERFORM 400-POST-ONE-ADOPTION
               END-READ
           END-PERFORM
       .

       400-POST-ONE-ADOPTION.
           MOVE TA-CLASS-CODE TO EDL-CLASS-CODE
           MOVE SPACES TO EDL-CLASS-TITLE
           MOVE TA-BOOK-CODE TO EDL-BOOK-CODE

           SET CATALOG-TBL-INDEX TO 1
           SEARCH CATALOG-TBL-LINE
               AT END
                   MOVE 'ADOPTION FOR CLASS NOT IN CATALOG' TO
                           EDL-MESSAGE
                   PERFORM 800-WRITE-EXCEPTION

               WHEN TA-CLASS-CODE = CAT-CLASS-CODE(CATALOG-TBL-INDEX)
                   MOVE 'Y' TO CAT-ADOPTED-SW(CATALOG-TBL-INDEX)
                   PERFORM 450-FIGURE-DEMAND
           END-SEARCH
       .

       450-FIGURE-DEMAND.
           IF ENROLLMENT-FINAL
               MOVE CAT-ENROLLED(CATALOG-TBL-INDEX) TO DF-HEADCOUNT
           ELSE
               MOVE CAT-SEAT-CAPACITY(CATALOG-TBL-INDEX) TO
                       DF-HEADCOUNT
           END-IF

           IF TA-OPTIONAL
               MOVE RP-OPTIONAL-RATE TO DF-BUY-RATE
               MOVE 'OPTIONAL' TO DDL-USE
           ELSE
               MOVE RP-REQUIRED-RATE TO DF-BUY-RATE
               MOVE 'REQUIRED' TO DDL-USE
           END-IF

           COMPUTE DF-BUYERS ROUNDED =
               DF-HEADCOUNT * DF-BUY-RATE / 100

           MOVE TA-CLASS-CODE TO DDL-CLASS-CODE
           MOVE CAT-CLASS-TITLE(CATALOG-TBL-INDEX) TO DDL-CLASS-TITLE
           MOVE TA-BOOK-CODE TO DDL-BOOK-CODE
           MOVE DF-HEADCOUNT TO DDL-HEADCOUNT
           MOVE DF-BUYERS TO DDL-BUYERS
           WRITE REPORT-LINE FROM DEMAND-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           SET BOOK-TBL-INDEX TO 1
           SEARCH BOOK-TBL-LINE
               AT END
                   MOVE CAT-CLASS-TITLE(CATALOG-TBL-INDEX) TO
                           EDL-CLASS-TITLE
                   MOVE 'ADOPTED BOOK NOT IN INVENTORY' TO
                           EDL-MESSAGE
                   PERFORM 800-WRITE-EXCEPTION

               WHEN TA-BOOK-CODE = BK-BOOK-CODE(BOOK-TBL-INDEX)
                   MOVE 'Y' TO BK-ADOPTED-SW(BOOK-TBL-INDEX)
                   ADD DF-BUYERS TO BK-DEMAND(BOOK-TBL-INDEX)
           END-SEARCH
       .

       600-WRITE-SUGGESTED-ORDERS.
      *    EVERY ADOPTED BOOK IS LISTED; ONLY A SHORTFALL BECOMES A
      *    SUGGESTED ORDER
           WRITE REPORT-LINE FROM SHORTFALL-HEADING
               AFTER ADVANCING 3 LINES

           PERFORM VARYING BOOK-SUB FROM 1 BY 1
               UNTIL BOOK-SUB > BK-NUM-BOOKS

               IF BK-ADOPTED(BOOK-SUB)
                   COMPUTE DF-SHORTFALL =
                       BK-DEMAND(BOOK-SUB) - BK-ON-HAND(BOOK-SUB)
                       - BK-ON-ORDER(BOOK-SUB)
                   IF DF-SHORTFALL < 0
                       MOVE ZEROS TO DF-SHORTFALL
                   END-IF

                   MOVE BK-BOOK-CODE(BOOK-SUB) TO SDL-BOOK-CODE
                   MOVE BK-TITLE(BOOK-SUB) TO SDL-TITLE
                   MOVE BK-DEMAND(BOOK-SUB) TO SDL-DEMAND
                   MOVE BK-ON-HAND(BOOK-SUB) TO SDL-ON-HAND
                   MOVE BK-ON-ORDER(BOOK-SUB) TO SDL-ON-ORDER
                   MOVE DF-SHORTFALL TO SDL-SUGGESTED
                   WRITE REPORT-LINE FROM SHORTFALL-DETAIL-LINE
                       AFTER ADVANCING 1 LINE

                   IF DF-SHORTFALL > 0
                       ADD 1 TO AD-SUGGESTED-COUNT
                       MOVE BK-BOOK-CODE(BOOK-SUB) TO SO-BOOK-CODE
                       MOVE DF-SHORTFALL TO SO-QUANTITY
                       WRITE SUGGESTED-ORDER-RECORD
                   END-IF
               END-IF
           END-PERFORM
       .

       700-LIST-UNADOPTED-CLASSES.
           MOVE SPACES TO EDL-BOOK-CODE

           PERFORM VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-NUM-CLASSES

               IF NOT CAT-ADOPTED(CAT-SUB)
                   MOVE CAT-CLASS-CODE(CAT-SUB) TO EDL-CLASS-CODE
                   MOVE CAT-CLASS-TITLE(CAT-SUB) TO EDL-CLASS-TITLE
                   MOVE 'NO TEXTBOOK ADOPTION ON FILE' TO EDL-MESSAGE
                   PERFORM 800-WRITE-EXCEPTION
               END-IF
           END-PERFORM
       .

       800-WRITE-EXCEPTION.
           ADD 1 TO AD-EXCEPTION-COUNT

           WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE
               AFTER ADVANCING 1 LINE
       .

       900-FINAL-ROUTINE.
           MOVE AD-ADOPTION-COUNT TO SL-ADOPTION-COUNT
           MOVE AD-SUGGESTED-COUNT TO SL-SUGGESTED-COUNT
           MOVE AD-EXCEPTION-COUNT TO SL-EXCEPTION-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES

           CLOSE TEXTBOOK-ADOPTION-FILE
                 SUGGESTED-ORDER-FILE
                 ADOPTION-REPORT-FILE
                 ADOPTION-EXCEPTION-FILE
            STOP RUN
            .
