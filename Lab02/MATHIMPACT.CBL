       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MathImpact.
       AUTHOR.  Tim J.
      ****************************************************************
      * INPUTS
      *    THE FORMULA MASTER WITH EVERY VERSION OF EVERY FORMULA,
      *    AND THE SAVED ANSWERS FROM MATHLAB
      ********
      * OUTPUT
      *    FOR EACH FORMULA CODE WITH MORE THAN ONE VERSION, THE
      *    NEWEST VERSION BY EFFECTIVE DATE IS THE NEW ONE AND THE
      *    VERSION BEFORE IT IS THE OLD ONE.  EVERY SAVED ANSWER FOR
      *    THAT CODE IS SOLVED AGAIN UNDER BOTH, AND EACH ONE WHOSE
      *    VALUE MOVES BY MORE THAN THE TOLERANCE IS LISTED WITH THE
      *    OLD AND NEW VALUE, SO THE PEOPLE WHO USED THOSE ANSWERS
      *    CAN BE TOLD BEFORE THE NEW VERSION TAKES EFFECT
      ********
      * EQUATIONS
      *    THE EQUATIONS AND DIVISOR CHECKS BELOW ARE MATHLAB'S
      *    80-CHECK-FORMULA-DIVISORS AND 90-SOLVE-NAMED-FORMULA --
      *    A NEW EQUATION THERE NEEDS ADDING HERE TOO
      ****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT FORMULA-MASTER-FILE
               ASSIGN TO "FORMULA-MASTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ANSWER-FILE
               ASSIGN TO "MATHANSWERS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT IMPACT-REPORT
               ASSIGN TO PRINTER "FORMULAIMPACT.TXT".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  FORMULA-MASTER-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  FORMULA-MASTER-RECORD.
           05  FM-FORMULA-CODE PIC X(4).
           05  FM-DESCRIPTION  PIC X(30).
           05  FM-VERSION      PIC 99.
           05  FM-EFFECTIVE-DATE PIC 9(8).
           05  FM-EQUATION     PIC X(4).
           05  FM-FACTOR       PIC 9(3)V9(4).
           05  FM-ADJUSTMENT   PIC S9(5)V999
                               SIGN LEADING SEPARATE.

       FD  ANSWER-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  ANSWER-RECORD.
           05  AN-FORMULA-CODE PIC X(4).
           05  AN-VALUES.
               10  AN-A        PIC X(3).
               10  AN-B        PIC X(3).
               10  AN-C        PIC X(3).
               10  AN-D        PIC X(3).
               10  AN-E        PIC X(3).
           05  AN-ANSWER       PIC S9(5)V999
                               SIGN LEADING SEPARATE.
           05  FILLER          PIC X.
           05  AN-FORMULA-VERSION PIC 99.

       FD  IMPACT-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG        PIC X       VALUE ' '.
               88 NO-MORE-DATA             VALUE 'N'.
           05  FORMULA-LOAD-FLAG PIC X     VALUE 'F'.
               88 FORMULA-LOAD-DONE        VALUE 'Y'.
           05  FORMULA-KNOWN-SW PIC X      VALUE 'N'.
               88 FORMULA-KNOWN            VALUE 'Y'.
           05  DIVISOR-BAD-SW  PIC X       VALUE 'N'.
               88 DIVISOR-BAD              VALUE 'Y'.
           05  FORMULA-SOLVED-SW PIC X     VALUE 'N'.
               88 FORMULA-SOLVED           VALUE 'Y'.
           05  FORMULA-SUB     PIC 99.
           05  VERSION-SUB     PIC 99.
           05  ANSWERS-READ    PIC 9(5)    VALUE 0.
           05  ANSWERS-CHECKED PIC 9(5)    VALUE 0.
           05  ANSWERS-CHANGED PIC 9(5)    VALUE 0.
           05  ANSWERS-NOT-SOLVED PIC 9(5) VALUE 0.

      *    THE OLD AND NEW VERSION OF EACH FORMULA CODE.  A CODE
      *    WITH ONE VERSION HAS NO OLD VERSION AND NOTHING TO CHECK
       01  FORMULA-TABLE-AREA.
           05  FT-NUM-FORMULAS PIC 99      VALUE 0.
           05  FORMULA-TBL-LINE OCCURS 1 TO 20 TIMES
               DEPENDING ON FT-NUM-FORMULAS
               INDEXED BY FORMULA-TBL-INDEX.
               10  FT-FORMULA-CODE PIC X(4).
               10  FT-NUM-VERSIONS PIC 99.
      *            1 IS THE OLD VERSION, 2 THE NEW
               10  FT-VERSION-ENTRY OCCURS 2 TIMES.
                   15  FT-VERSION      PIC 99.
                   15  FT-EFFECTIVE-DATE PIC 9(8).
                   15  FT-EQUATION     PIC X(4).
                   15  FT-FACTOR       PIC 9(3)V9(4).
                   15  FT-ADJUSTMENT   PIC S9(5)V999.

       01  TEMP-STORAGE.
           05  ANS-COMPUTED    PIC S9(5)V999 VALUE +0.
           05  ANS-OLD         PIC S9(5)V999 VALUE +0.
           05  ANS-NEW         PIC S9(5)V999 VALUE +0.
           05  ANS-DIFFERENCE  PIC S9(6)V999 VALUE +0.
           05  TOLERANCE-IN    PIC X(8).
           05  TOLERANCE-AMOUNT REDEFINES TOLERANCE-IN
                               PIC 9(4)V9(4).
           05  TOLERANCE       PIC 9(4)V9(4) VALUE .001.

       01  VARIABLE-VALUE.
           05  A               PIC S9(3).
           05  B               PIC S9(3).
           05  C               PIC S9(3).
           05  D               PIC S9(3).
           05  E               PIC S9(3).
      *
      ********************OUTPUT AREA***************************

       01  HEADING-LINE.
           05                  PIC X(25)   VALUE
                                   '    FORMULA IMPACT  -    '.
           05                  PIC X(3)    VALUE 'TWJ'.

       01  VERSION-LINE.
           05                  PIC X(3)    VALUE ' '.
           05  VL-FORMULA-CODE PIC X(4).
           05                  PIC X(10)   VALUE '  VERSION '.
           05  VL-OLD-VERSION  PIC Z9.
           05                  PIC X(6)    VALUE ' FROM '.
           05  VL-OLD-DATE     PIC 9999/99/99.
           05                  PIC X(13)   VALUE '  TO VERSION '.
           05  VL-NEW-VERSION  PIC Z9.
           05                  PIC X(6)    VALUE ' FROM '.
           05  VL-NEW-DATE     PIC 9999/99/99.
           05                  PIC X(14)   VALUE ' '.

       01  COLUMN-HEADING-LINE.
           05                  PIC X(3)    VALUE ' '.
           05                  PIC X(5)    VALUE 'CODE'.
           05                  PIC X(17)   VALUE 'A  B  C  D  E'.
           05                  PIC X(13)   VALUE 'SAVED ANSWER'.
           05                  PIC X(4)    VALUE 'VER'.
           05                  PIC X(12)   VALUE 'OLD VALUE'.
           05                  PIC X(12)   VALUE 'NEW VALUE'.
           05                  PIC X(14)   VALUE 'CHANGE'.

       01  DETAIL-LINE.
           05                  PIC X(3)    VALUE ' '.
           05  DL-FORMULA-CODE PIC X(4).
           05                  PIC X(1)    VALUE ' '.
           05  DL-VALUES       PIC X(15).
           05                  PIC X(1)    VALUE ' '.
           05  DL-SAVED-ANSWER PIC ZZZZ9.999-.
           05                  PIC X(2)    VALUE ' '.
           05  DL-SAVED-VERSION PIC X(2).
           05                  PIC X(2)    VALUE ' '.
           05  DL-OLD-VALUE    PIC ZZZZ9.999-.
           05                  PIC X(2)    VALUE ' '.
           05  DL-NEW-VALUE    PIC ZZZZ9.999-.
           05                  PIC X(2)    VALUE ' '.
           05  DL-DIFFERENCE   PIC ZZZZZ9.999-.
           05                  PIC X(5)    VALUE ' '.

       01  ERROR-LINE.
           05                  PIC X(3)    VALUE ' '.
           05  EL-FORMULA-CODE PIC X(4).
           05                  PIC X(1)    VALUE ' '.
           05  EL-RAW-VALUES   PIC X(15).
           05                  PIC X(3)    VALUE ' '.
           05  EL-MESSAGE      PIC X(40).
           05                  PIC X(14)   VALUE ' '.

       01  COUNT-LINE.
           05                  PIC X(3)    VALUE ' '.
           05  CL-LABEL        PIC X(35).
           05  CL-COUNT        PIC ZZ,ZZ9.
           05                  PIC X(36)   VALUE ' '.

       01  TOLERANCE-LINE.
           05                  PIC X(3)    VALUE ' '.
           05                  PIC X(35)   VALUE
                                   'CHANGES LISTED WHEN MORE THAN'.
           05  TL-TOLERANCE    PIC ZZZ9.9999.
           05                  PIC X(33)   VALUE ' '.

       PROCEDURE DIVISION.
      *
       00-CONTROL-MODULE.
           PERFORM 10-GET-TOLERANCE
           PERFORM 20-HOUSEKEEPING
           PERFORM 30-LOAD-FORMULA-VERSIONS
           PERFORM 45-PRINT-VERSION-LINES
           PERFORM 50-READ-ANSWER-FILE
           PERFORM 999-FINAL-ROUTINE
       .

       10-GET-TOLERANCE.
      *    ENTERED AS EIGHT DIGITS, FOUR OF THEM DECIMALS --
      *    00000010 IS .001.  BLANK KEEPS .001
           DISPLAY 'CHANGE TOLERANCE 9999V9999 (BLANK = .001): '
           ACCEPT TOLERANCE-IN

           IF TOLERANCE-IN NOT = SPACES AND
                   TOLERANCE-AMOUNT IS NUMERIC
               MOVE TOLERANCE-AMOUNT TO TOLERANCE
           END-IF
       .

       20-HOUSEKEEPING.
           OPEN INPUT ANSWER-FILE
               OUTPUT IMPACT-REPORT

           WRITE REPORT-RECORD FROM HEADING-LINE
               AFTER ADVANCING PAGE

           MOVE TOLERANCE TO TL-TOLERANCE
           WRITE REPORT-RECORD FROM TOLERANCE-LINE
               AFTER ADVANCING 2 LINES
       .

       30-LOAD-FORMULA-VERSIONS.
           OPEN INPUT FORMULA-MASTER-FILE

           PERFORM UNTIL FORMULA-LOAD-DONE
               READ FORMULA-MASTER-FILE
                   AT END
                       SET FORMULA-LOAD-DONE TO TRUE
                   NOT AT END
                       PERFORM 35-DEFAULT-VERSION-FIELDS
                       PERFORM 40-PLACE-VERSION
               END-READ
           END-PERFORM

           CLOSE FORMULA-MASTER-FILE
       .

       35-DEFAULT-VERSION-FIELDS.
           IF FM-VERSION IS NOT NUMERIC
               MOVE 1 TO FM-VERSION
           END-IF
           IF FM-EFFECTIVE-DATE IS NOT NUMERIC
               MOVE 0 TO FM-EFFECTIVE-DATE
           END-IF
           IF FM-EQUATION = SPACES
               MOVE FM-FORMULA-CODE TO FM-EQUATION
           END-IF
           IF FM-FACTOR IS NOT NUMERIC OR FM-FACTOR = 0
               MOVE 1 TO FM-FACTOR
           END-IF
           IF FM-ADJUSTMENT IS NOT NUMERIC
               MOVE 0 TO FM-ADJUSTMENT
           END-IF
       .

       40-PLACE-VERSION.
      *    KEEPS THE TWO LATEST VERSIONS BY EFFECTIVE DATE (THEN BY
      *    VERSION NUMBER), WHATEVER ORDER THE MASTER IS IN
           PERFORM 70-FIND-FORMULA-CODE

           IF NOT FORMULA-KNOWN
               ADD 1 TO FT-NUM-FORMULAS
               MOVE FT-NUM-FORMULAS TO FORMULA-SUB
               MOVE FM-FORMULA-CODE TO FT-FORMULA-CODE(FORMULA-SUB)
               MOVE 0 TO FT-NUM-VERSIONS(FORMULA-SUB)
           END-IF

           ADD 1 TO FT-NUM-VERSIONS(FORMULA-SUB)

           EVALUATE TRUE
               WHEN FT-NUM-VERSIONS(FORMULA-SUB) = 1
                   MOVE 2 TO VERSION-SUB
                   PERFORM 42-STORE-VERSION

               WHEN FM-EFFECTIVE-DATE >
                           FT-EFFECTIVE-DATE(FORMULA-SUB, 2) OR
                       (FM-EFFECTIVE-DATE =
                           FT-EFFECTIVE-DATE(FORMULA-SUB, 2) AND
                        FM-VERSION > FT-VERSION(FORMULA-SUB, 2))
                   MOVE FT-VERSION-ENTRY(FORMULA-SUB, 2) TO
                           FT-VERSION-ENTRY(FORMULA-SUB, 1)
                   MOVE 2 TO VERSION-SUB
                   PERFORM 42-STORE-VERSION

               WHEN FT-NUM-VERSIONS(FORMULA-SUB) = 2
                   MOVE 1 TO VERSION-SUB
                   PERFORM 42-STORE-VERSION

               WHEN FM-EFFECTIVE-DATE >
                           FT-EFFECTIVE-DATE(FORMULA-SUB, 1) OR
                       (FM-EFFECTIVE-DATE =
                           FT-EFFECTIVE-DATE(FORMULA-SUB, 1) AND
                        FM-VERSION > FT-VERSION(FORMULA-SUB, 1))
                   MOVE 1 TO VERSION-SUB
                   PERFORM 42-STORE-VERSION

               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       .

       42-STORE-VERSION.
           MOVE FM-VERSION TO FT-VERSION(FORMULA-SUB, VERSION-SUB)
           MOVE FM-EFFECTIVE-DATE TO
                   FT-EFFECTIVE-DATE(FORMULA-SUB, VERSION-SUB)
           MOVE FM-EQUATION TO FT-EQUATION(FORMULA-SUB, VERSION-SUB)
           MOVE FM-FACTOR TO FT-FACTOR(FORMULA-SUB, VERSION-SUB)
           MOVE FM-ADJUSTMENT TO
                   FT-ADJUSTMENT(FORMULA-SUB, VERSION-SUB)
       .

       45-PRINT-VERSION-LINES.
           PERFORM VARYING FORMULA-SUB FROM 1 BY 1
               UNTIL FORMULA-SUB > FT-NUM-FORMULAS

               IF FT-NUM-VERSIONS(FORMULA-SUB) > 1
                   MOVE FT-FORMULA-CODE(FORMULA-SUB) TO
                           VL-FORMULA-CODE
                   MOVE FT-VERSION(FORMULA-SUB, 1) TO VL-OLD-VERSION
                   MOVE FT-EFFECTIVE-DATE(FORMULA-SUB, 1) TO
                           VL-OLD-DATE
                   MOVE FT-VERSION(FORMULA-SUB, 2) TO VL-NEW-VERSION
                   MOVE FT-EFFECTIVE-DATE(FORMULA-SUB, 2) TO
                           VL-NEW-DATE
                   WRITE REPORT-RECORD FROM VERSION-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM

           WRITE REPORT-RECORD FROM COLUMN-HEADING-LINE
               AFTER ADVANCING 2 LINES
       .

       50-READ-ANSWER-FILE.
           PERFORM UNTIL NO-MORE-DATA
               READ ANSWER-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO ANSWERS-READ
                       PERFORM 60-CHECK-ONE-ANSWER
               END-READ
           END-PERFORM
       .

       60-CHECK-ONE-ANSWER.
      *    ONLY ANSWERS FOR A CODE WITH AN OLD AND A NEW VERSION
      *    ARE SOLVED AGAIN
           MOVE AN-FORMULA-CODE TO FM-FORMULA-CODE
           PERFORM 70-FIND-FORMULA-CODE

           IF FORMULA-KNOWN AND FT-NUM-VERSIONS(FORMULA-SUB) > 1
               ADD 1 TO ANSWERS-CHECKED

               IF AN-A IS NOT NUMERIC OR AN-B IS NOT NUMERIC OR
                       AN-C IS NOT NUMERIC OR AN-D IS NOT NUMERIC OR
                       AN-E IS NOT NUMERIC
                   MOVE 'NON-NUMERIC SAVED VALUES' TO EL-MESSAGE
                   PERFORM 65-WRITE-ERROR-LINE
               ELSE
                   MOVE AN-A TO A
                   MOVE AN-B TO B
                   MOVE AN-C TO C
                   MOVE AN-D TO D
                   MOVE AN-E TO E
                   PERFORM 62-SOLVE-OLD-AND-NEW
               END-IF
           END-IF
       .

       62-SOLVE-OLD-AND-NEW.
           MOVE 1 TO VERSION-SUB
           PERFORM 80-SOLVE-ONE-VERSION

           IF NOT FORMULA-SOLVED
               MOVE 'CANNOT BE SOLVED UNDER THE OLD VERSION' TO
                       EL-MESSAGE
               PERFORM 65-WRITE-ERROR-LINE
           ELSE
               MOVE ANS-COMPUTED TO ANS-OLD

               MOVE 2 TO VERSION-SUB
               PERFORM 80-SOLVE-ONE-VERSION

               IF NOT FORMULA-SOLVED
                   MOVE 'CANNOT BE SOLVED UNDER THE NEW VERSION' TO
                           EL-MESSAGE
                   PERFORM 65-WRITE-ERROR-LINE
               ELSE
                   MOVE ANS-COMPUTED TO ANS-NEW
                   COMPUTE ANS-DIFFERENCE = ANS-NEW - ANS-OLD

                   IF ANS-DIFFERENCE > TOLERANCE OR
                           ANS-DIFFERENCE < (0 - TOLERANCE)
                       PERFORM 68-WRITE-CHANGE-LINE
                   END-IF
               END-IF
           END-IF
       .

       65-WRITE-ERROR-LINE.
           ADD 1 TO ANSWERS-NOT-SOLVED

           MOVE AN-FORMULA-CODE TO EL-FORMULA-CODE
           MOVE AN-VALUES TO EL-RAW-VALUES

           WRITE REPORT-RECORD FROM ERROR-LINE
               AFTER ADVANCING 1 LINE
       .

       68-WRITE-CHANGE-LINE.
           ADD 1 TO ANSWERS-CHANGED

           MOVE AN-FORMULA-CODE TO DL-FORMULA-CODE
           MOVE AN-VALUES TO DL-VALUES
           MOVE AN-ANSWER TO DL-SAVED-ANSWER
      *    ANSWERS SAVED BEFORE VERSIONS WERE RECORDED SHOW '--'
           IF AN-FORMULA-VERSION IS NUMERIC
               MOVE AN-FORMULA-VERSION TO DL-SAVED-VERSION
           ELSE
               MOVE '--' TO DL-SAVED-VERSION
           END-IF
           MOVE ANS-OLD TO DL-OLD-VALUE
           MOVE ANS-NEW TO DL-NEW-VALUE
           MOVE ANS-DIFFERENCE TO DL-DIFFERENCE

           WRITE REPORT-RECORD FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
       .

       70-FIND-FORMULA-CODE.
           MOVE 'N' TO FORMULA-KNOWN-SW

           PERFORM VARYING FORMULA-SUB FROM 1 BY 1
               UNTIL FORMULA-SUB > FT-NUM-FORMULAS
                   OR FORMULA-KNOWN

               IF FM-FORMULA-CODE = FT-FORMULA-CODE(FORMULA-SUB)
                   MOVE 'Y' TO FORMULA-KNOWN-SW
               END-IF
           END-PERFORM

           IF FORMULA-KNOWN
               SUBTRACT 1 FROM FORMULA-SUB
           END-IF
       .

       80-SOLVE-ONE-VERSION.
      *    SOLVES A THROUGH E UNDER VERSION VERSION-SUB OF THE
      *    FORMULA, INTO ANS-COMPUTED
           MOVE 'N' TO DIVISOR-BAD-SW
           MOVE 'Y' TO FORMULA-SOLVED-SW

           EVALUATE FT-EQUATION(FORMULA-SUB, VERSION-SUB)
               WHEN 'BASE'
                   IF C = 0 OR D = 0 OR (D + A) = 0
                       SET DIVISOR-BAD TO TRUE
                   END-IF

               WHEN 'RATE'
                   IF (C + D) = 0
                       SET DIVISOR-BAD TO TRUE
                   END-IF

               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF DIVISOR-BAD
               MOVE 'N' TO FORMULA-SOLVED-SW
           ELSE
               PERFORM 90-SOLVE-NAMED-EQUATION
           END-IF

           IF FORMULA-SOLVED
               COMPUTE ANS-COMPUTED ROUNDED =
                   ANS-COMPUTED * FT-FACTOR(FORMULA-SUB, VERSION-SUB)
                   + FT-ADJUSTMENT(FORMULA-SUB, VERSION-SUB)
           END-IF
       .

       90-SOLVE-NAMED-EQUATION.
           EVALUATE FT-EQUATION(FORMULA-SUB, VERSION-SUB)
               WHEN 'BASE'
                   COMPUTE ANS-COMPUTED =
                       (((E * (A - B)) / (C * D)) + E) / (D + A)

               WHEN 'SUM '
                   COMPUTE ANS-COMPUTED = A + B + C + D + E

               WHEN 'AVG '
                   COMPUTE ANS-COMPUTED ROUNDED =
                       (A + B + C + D + E) / 5

               WHEN 'PROD'
                   COMPUTE ANS-COMPUTED = (A * B) - (C * D) + E

               WHEN 'RATE'
                   COMPUTE ANS-COMPUTED ROUNDED =
                       (A - B) / (C + D) * E

               WHEN OTHER
                   MOVE 'N' TO FORMULA-SOLVED-SW
           END-EVALUATE
       .

       999-FINAL-ROUTINE.
           MOVE 'SAVED ANSWERS READ' TO CL-LABEL
           MOVE ANSWERS-READ TO CL-COUNT
           WRITE REPORT-RECORD FROM COUNT-LINE
               AFTER ADVANCING 3 LINES

           MOVE 'ANSWERS SOLVED UNDER BOTH VERSIONS' TO CL-LABEL
           MOVE ANSWERS-CHECKED TO CL-COUNT
           WRITE REPORT-RECORD FROM COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'ANSWERS THAT CHANGE' TO CL-LABEL
           MOVE ANSWERS-CHANGED TO CL-COUNT
           WRITE REPORT-RECORD FROM COUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'ANSWERS THAT CANNOT BE SOLVED' TO CL-LABEL
           MOVE ANSWERS-NOT-SOLVED TO CL-COUNT
           WRITE REPORT-RECORD FROM COUNT-LINE
               AFTER ADVANCING 1 LINE

           CLOSE ANSWER-FILE
                 IMPACT-REPORT
           STOP RUN
       .
