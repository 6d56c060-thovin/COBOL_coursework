      * OUTPUT 2
      *    AN ERROR LINE FOR ANY REQUEST RECORD CARRYING A
      *    NON-NUMERIC VALUE
      ********
      * VERSIONS
      *    EACH FORMULA CODE CAN HAVE SEVERAL VERSIONS ON THE
      *    MASTER, EACH WITH AN EFFECTIVE DATE.  A REQUEST IS SOLVED
      *    WITH THE VERSION IN EFFECT ON THE RUN DATE, AND THE
      *    ANSWER FILE RECORDS WHICH VERSION PRODUCED EACH ANSWER.
      *    MATHIMPACT SHOWS WHICH SAVED ANSWERS A NEW VERSION MOVES
      ****************************************************************
       ENVIRONMENT DIVISION.

      *    WHICH EQUATION FROM THE FORMULA MASTER TO SOLVE
           05  CR-FORMULA-CODE PIC X(4).

      *    ONE RECORD PER VERSION OF A FORMULA.  A VERSION NAMES
      *    THE EQUATION IT SOLVES (BLANK MEANS THE EQUATION OF THE
      *    SAME CODE), THEN SCALES THE RESULT BY ITS FACTOR (BLANK
      *    OR ZERO MEANS 1) AND ADDS ITS ADJUSTMENT.  AN OLD SHORT
      *    RECORD WITH NO VERSION FIELDS IS VERSION 1, ALWAYS IN
      *    EFFECT
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
           05  AN-A            PIC X(3).
           05  AN-ANSWER       PIC S9(5)V999
                               SIGN LEADING SEPARATE.
           05  FILLER          PIC X.
      *    THE FORMULA VERSION THAT PRODUCED THE ANSWER
           05  AN-FORMULA-VERSION PIC 99.

       FD  MLAB-REPORT
           RECORD CONTAINS 80 CHARACTERS.
           05  FORMULA-SOLVED-SW PIC X     VALUE 'N'.
               88 FORMULA-SOLVED           VALUE 'Y'.
           05  FORMULA-SUB     PIC 99.
           05  RUN-DATE        PIC 9(8).

       01  FORMULA-TABLE-AREA.
      *    THE FORMULA CODES ON THE MASTER, EACH WITH THE VERSION
      *    IN EFFECT ON THE RUN DATE; A REQUEST NAMING A CODE NOT
      *    HERE GETS AN ERROR LINE INSTEAD OF A GUESS
           05  FT-NUM-FORMULAS PIC 99      VALUE 0.
           05  FORMULA-TBL-LINE OCCURS 1 TO 20 TIMES
               DEPENDING ON FT-NUM-FORMULAS
               INDEXED BY FORMULA-TBL-INDEX.
               10  FT-FORMULA-CODE PIC X(4).
               10  FT-DESCRIPTION  PIC X(30).
               10  FT-VERSION      PIC 99.
               10  FT-EFFECTIVE-DATE PIC 9(8).
               10  FT-EQUATION     PIC X(4).
               10  FT-FACTOR       PIC 9(3)V9(4).
               10  FT-ADJUSTMENT   PIC S9(5)V999.

       01  TEMP-STORAGE.
           05  ANS-VERBS       PIC S9(5)V999 VALUE +0.
           05                  PIC X(14)   VALUE 'VERB ANSWER'.
           05                  PIC X(2)    VALUE ' '.
           05                  PIC X(15)   VALUE 'COMPUTE ANSWER'.
           05                  PIC X(1)    VALUE ' '.
           05                  PIC X(3)    VALUE 'VER'.
           05                  PIC X(14)   VALUE ' '.

       01  DETAIL-LINE.
           05                  PIC X(2)    VALUE ' '.
           05  DL-ANS-VERBS    PIC ZZZZ9.999-.
           05                  PIC X(5)    VALUE ' '.
           05  DL-ANS-COMPUTED PIC ZZZZ9.999-.
           05                  PIC X(9)    VALUE ' '.
           05  DL-VERSION      PIC Z9.
           05                  PIC X(12)   VALUE ' '.

       01  ERROR-LINE.
           05                  PIC X(3)    VALUE ' '.
       .

       30-LOAD-FORMULA-MASTER.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT FORMULA-MASTER-FILE

           PERFORM UNTIL FORMULA-LOAD-DONE
                   AT END
                       SET FORMULA-LOAD-DONE TO TRUE
                   NOT AT END
                       PERFORM 35-DEFAULT-VERSION-FIELDS
                       IF FM-EFFECTIVE-DATE NOT > RUN-DATE
                           PERFORM 40-KEEP-VERSION-IN-EFFECT
                       END-IF
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

       40-KEEP-VERSION-IN-EFFECT.
      *    THE LATEST EFFECTIVE DATE NOT PAST THE RUN DATE WINS;
      *    ON THE SAME DATE THE HIGHER VERSION WINS
           MOVE FM-FORMULA-CODE TO CR-FORMULA-CODE
           PERFORM 70-CHECK-FORMULA-CODE

           IF NOT FORMULA-KNOWN
               ADD 1 TO FT-NUM-FORMULAS
               MOVE FT-NUM-FORMULAS TO FORMULA-SUB
               MOVE FM-FORMULA-CODE TO FT-FORMULA-CODE(FORMULA-SUB)
               MOVE ZEROS TO FT-EFFECTIVE-DATE(FORMULA-SUB)
               MOVE ZEROS TO FT-VERSION(FORMULA-SUB)
           END-IF

           IF FM-EFFECTIVE-DATE > FT-EFFECTIVE-DATE(FORMULA-SUB) OR
                   (FM-EFFECTIVE-DATE = FT-EFFECTIVE-DATE(FORMULA-SUB)
                    AND FM-VERSION >= FT-VERSION(FORMULA-SUB))
               MOVE FM-DESCRIPTION TO FT-DESCRIPTION(FORMULA-SUB)
               MOVE FM-VERSION TO FT-VERSION(FORMULA-SUB)
               MOVE FM-EFFECTIVE-DATE TO
                       FT-EFFECTIVE-DATE(FORMULA-SUB)
               MOVE FM-EQUATION TO FT-EQUATION(FORMULA-SUB)
               MOVE FM-FACTOR TO FT-FACTOR(FORMULA-SUB)
               MOVE FM-ADJUSTMENT TO FT-ADJUSTMENT(FORMULA-SUB)
           END-IF
       .

       50-READ-REQUEST-FILE.
           PERFORM UNTIL NO-MORE-DATA
               READ CALC-REQUEST-FILE
                   MOVE 'Y' TO FORMULA-KNOWN-SW
               END-IF
           END-PERFORM

           IF FORMULA-KNOWN
               SUBTRACT 1 FROM FORMULA-SUB
           END-IF
       .

       80-CHECK-FORMULA-DIVISORS.
      *    WOULD ABEND THE WHOLE BATCH PART WAY THROUGH
           MOVE 'N' TO DIVISOR-BAD-SW

           EVALUATE FT-EQUATION(FORMULA-SUB)
               WHEN 'BASE'
                   IF C = 0 OR D = 0 OR (D + A) = 0
                       SET DIVISOR-BAD TO TRUE
      *    ORIGINAL HARDWIRED EQUATION AND STILL SOLVES BOTH WAYS;
      *    THE OTHERS SOLVE ONCE AND SHOW THE SAME ANSWER IN BOTH
      *    REPORT COLUMNS.  A CODE THE MASTER NAMES BUT NO EQUATION
      *    BACKS GETS AN ERROR LINE, NEVER A ZERO ANSWER.  THE
      *    VERSION IN EFFECT PICKS THE EQUATION AND SCALES AND
      *    ADJUSTS ITS RESULT
           MOVE 'Y' TO FORMULA-SOLVED-SW

           EVALUATE FT-EQUATION(FORMULA-SUB)
               WHEN 'BASE'
                   PERFORM 100-CALCULATE-VERBS
                   PERFORM 200-COMPUTE
               WHEN OTHER
                   MOVE 'N' TO FORMULA-SOLVED-SW
           END-EVALUATE

           IF FORMULA-SOLVED
               COMPUTE ANS-VERBS ROUNDED =
                   ANS-VERBS * FT-FACTOR(FORMULA-SUB)
                   + FT-ADJUSTMENT(FORMULA-SUB)
               COMPUTE ANS-COMPUTED ROUNDED =
                   ANS-COMPUTED * FT-FACTOR(FORMULA-SUB)
                   + FT-ADJUSTMENT(FORMULA-SUB)
           END-IF
       .

       260-WRITE-ANSWER-RECORD.
           MOVE CR-E TO AN-E
           MOVE ANS-COMPUTED TO AN-ANSWER
           MOVE SPACES TO ANSWER-RECORD(29:1)
           MOVE FT-VERSION(FORMULA-SUB) TO AN-FORMULA-VERSION

           WRITE ANSWER-RECORD

           MOVE E TO DL-E
           MOVE ANS-VERBS TO DL-ANS-VERBS
           MOVE ANS-COMPUTED TO DL-ANS-COMPUTED
           MOVE FT-VERSION(FORMULA-SUB) TO DL-VERSION

           MOVE DETAIL-LINE TO REPORT-RECORD
           PERFORM 300-WRITE-A-LINE
