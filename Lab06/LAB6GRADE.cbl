      *    GETS RERUN.  A NEW AVERAGE RECOMPUTES THE LETTER GRADE ON
      *    THE SAME 90/80/70/60 SCALE THE ROLLUP USES; LAB6ROLLUP
      *    AND LAB6LETTER THEN PICK THE CORRECTED GRADES UP
      *    AUTOMATICALLY.  EACH CHANGE CARRIES THE NAME OF THE
      *    CLASS'S ASSIGNED INSTRUCTOR
      *
       ENVIRONMENT DIVISION.
      *
      *
           SELECT GRADE-AUDIT-FILE
               ASSIGN TO PRINTER "GRADECHANGE-AUDIT.TXT".
      *
      *    WHO TEACHES EACH SECTION, FROM THE INSTRUCTOR MASTER AND
      *    THE SECTION ASSIGNMENTS LAB6LOAD REPORTS ON
           SELECT INSTRUCTOR-MASTER-FILE
               ASSIGN TO "INSTRUCTOR-MASTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSTRUCTOR-FILE-STATUS.
      *
           SELECT SECTION-ASSIGNMENT-FILE
               ASSIGN TO "SECTION-ASSIGNMENTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSIGNMENT-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  AUDIT-LINE                      PIC X(80).
      *
       FD  INSTRUCTOR-MASTER-FILE
           RECORD CONTAINS 35 CHARACTERS.
      *
       01  INSTRUCTOR-MASTER-RECORD.
           05  IM-INSTRUCTOR-ID            PIC 9(5).
           05  IM-NAME                     PIC X(20).
           05  IM-DEPT-CODE                PIC A(4).
           05  IM-RANK                     PIC X(4).
           05  IM-MAX-LOAD                 PIC 99.
      *
       FD  SECTION-ASSIGNMENT-FILE
           RECORD CONTAINS 10 CHARACTERS.
      *
       01  SECTION-ASSIGNMENT-RECORD.
           05  SA-CLASS-CODE               PIC X(5).
           05  SA-INSTRUCTOR-ID            PIC 9(5).
      *
       WORKING-STORAGE SECTION.
      *
           05  GA-APPLIED-COUNT            PIC 999     VALUE 0.
           05  GA-REJECTED-COUNT           PIC 999     VALUE 0.
           05  TRANS-SUB                   PIC 999.
           05  INSTRUCTOR-FILE-STATUS      PIC XX.
               88 INSTRUCTOR-FILE-FOUND                VALUE '00'.
           05  ASSIGNMENT-FILE-STATUS      PIC XX.
               88 ASSIGNMENT-FILE-FOUND                VALUE '00'.
           05  INSTRUCTOR-LOAD-EOF-FLAG    PIC X       VALUE 'F'.
               88 INSTRUCTOR-LOAD-DONE                 VALUE 'Y'.
           05  ASSIGNMENT-LOAD-EOF-FLAG    PIC X       VALUE 'F'.
               88 ASSIGNMENT-LOAD-DONE                 VALUE 'Y'.
           05  INST-SUB                    PIC 999.
           05  ASSIGN-SUB                  PIC 999.
           05  ASSIGNMENT-FOUND-SW         PIC X       VALUE 'N'.
               88 ASSIGNMENT-FOUND                     VALUE 'Y'.
      *
       01  DETAIL-FIELDS.
           05  DF-OLD-AVERAGE              PIC S9(5)V99.
               10  TT-LETTER-GRADE         PIC X.
               10  TT-CREDIT-HOURS         PIC 9.
               10  TT-TERM                 PIC X(5).
      *
       01  INSTRUCTOR-TABLE-AREA.
           05  IN-NUM-INSTRUCTORS          PIC 999     VALUE 0.
           05  INSTRUCTOR-TBL-LINE OCCURS 1 TO 300 TIMES
               DEPENDING ON IN-NUM-INSTRUCTORS
               INDEXED BY INSTRUCTOR-TBL-INDEX.
               10  IT-INSTRUCTOR-ID        PIC 9(5).
               10  IT-NAME                 PIC X(20).
      *
      *    ONE LINE PER ASSIGNED SECTION WITH THE INSTRUCTOR'S NAME
      *    ALREADY LOOKED UP; A LATER ASSIGNMENT REPLACES AN EARLIER ONE
       01  ASSIGNMENT-TABLE-AREA.
           05  AS-NUM-SECTIONS             PIC 999     VALUE 0.
           05  ASSIGNMENT-TBL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON AS-NUM-SECTIONS
               INDEXED BY ASSIGNMENT-TBL-INDEX.
               10  AS-CLASS-CODE           PIC X(5).
               10  AS-INSTRUCTOR-NAME      PIC X(20).
      *
      **************************OUTPUT AREA****************************
       01  AUDIT-HEADING.
           05  ADL-INITIALS                PIC X(3).
           05                              PIC X(1)    VALUE SPACES.
           05  ADL-OUTCOME                 PIC X(37).
      *
      *    WHO TEACHES THE CLASS, UNDER EACH CHANGE, SO THE
      *    REGISTRAR CAN SEE WHOSE GRADES ARE BEING CORRECTED
       01  AUDIT-INSTRUCTOR-LINE.
           05                              PIC X(11)   VALUE SPACES.
           05                              PIC X(12)   VALUE
                                           'INSTRUCTOR: '.
           05  AIL-INSTRUCTOR-NAME         PIC X(20).
           05                              PIC X(37)   VALUE SPACES.
      *
       01  AUDIT-COUNT-LINE.
           05                              PIC X(9)    VALUE
      *
       100-APPLY-GRADE-CHANGES.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 250-LOAD-INSTRUCTORS
           PERFORM 300-LOAD-TRANSCRIPT-FILE
           PERFORM 400-READ-TRANSACTIONS
           PERFORM 700-REWRITE-TRANSCRIPT-FILE
               AFTER ADVANCING PAGE
           .

       250-LOAD-INSTRUCTORS.
      *    NO INSTRUCTOR FILES JUST MEANS NO NAMES TO PRINT
           OPEN INPUT INSTRUCTOR-MASTER-FILE

           IF INSTRUCTOR-FILE-FOUND
               PERFORM UNTIL INSTRUCTOR-LOAD-DONE
                   READ INSTRUCTOR-MASTER-FILE
                       AT END
                           SET INSTRUCTOR-LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO IN-NUM-INSTRUCTORS
                           MOVE IM-INSTRUCTOR-ID TO
                               IT-INSTRUCTOR-ID(IN-NUM-INSTRUCTORS)
                           MOVE IM-NAME TO
                               IT-NAME(IN-NUM-INSTRUCTORS)
                   END-READ
               END-PERFORM

               CLOSE INSTRUCTOR-MASTER-FILE
           END-IF

           OPEN INPUT SECTION-ASSIGNMENT-FILE

           IF ASSIGNMENT-FILE-FOUND
               PERFORM UNTIL ASSIGNMENT-LOAD-DONE
                   READ SECTION-ASSIGNMENT-FILE
                       AT END
                           SET ASSIGNMENT-LOAD-DONE TO TRUE
                       NOT AT END
                           PERFORM 260-POST-ONE-ASSIGNMENT
                   END-READ
               END-PERFORM

               CLOSE SECTION-ASSIGNMENT-FILE
           END-IF
           .

       260-POST-ONE-ASSIGNMENT.
           MOVE 'N' TO ASSIGNMENT-FOUND-SW

           PERFORM VARYING ASSIGN-SUB FROM 1 BY 1
               UNTIL ASSIGN-SUB > AS-NUM-SECTIONS
                   OR ASSIGNMENT-FOUND

               IF SA-CLASS-CODE = AS-CLASS-CODE(ASSIGN-SUB)
                   SET ASSIGNMENT-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF ASSIGNMENT-FOUND
               SUBTRACT 1 FROM ASSIGN-SUB
           ELSE
               ADD 1 TO AS-NUM-SECTIONS
               MOVE AS-NUM-SECTIONS TO ASSIGN-SUB
               MOVE SA-CLASS-CODE TO AS-CLASS-CODE(ASSIGN-SUB)
           END-IF

           MOVE 'UNKNOWN INSTRUCTOR' TO
                   AS-INSTRUCTOR-NAME(ASSIGN-SUB)

           PERFORM VARYING INST-SUB FROM 1 BY 1
               UNTIL INST-SUB > IN-NUM-INSTRUCTORS

               IF SA-INSTRUCTOR-ID = IT-INSTRUCTOR-ID(INST-SUB)
                   MOVE IT-NAME(INST-SUB) TO
                           AS-INSTRUCTOR-NAME(ASSIGN-SUB)
               END-IF
           END-PERFORM
           .

       300-LOAD-TRANSCRIPT-FILE.
           OPEN INPUT TRANSCRIPT-FILE

       600-WRITE-AUDIT-LINE.
           WRITE AUDIT-LINE FROM AUDIT-DETAIL-LINE
               AFTER ADVANCING 1 LINES

           PERFORM 650-LOOKUP-INSTRUCTOR
           WRITE AUDIT-LINE FROM AUDIT-INSTRUCTOR-LINE
               AFTER ADVANCING 1 LINES
           .

       650-LOOKUP-INSTRUCTOR.
           MOVE 'UNASSIGNED' TO AIL-INSTRUCTOR-NAME

           PERFORM VARYING ASSIGN-SUB FROM 1 BY 1
               UNTIL ASSIGN-SUB > AS-NUM-SECTIONS

               IF GC-CLASS-CODE = AS-CLASS-CODE(ASSIGN-SUB)
                   MOVE AS-INSTRUCTOR-NAME(ASSIGN-SUB) TO
                           AIL-INSTRUCTOR-NAME
               END-IF
           END-PERFORM
           .

       700-REWRITE-TRANSCRIPT-FILE.
