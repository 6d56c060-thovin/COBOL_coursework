      *
           SELECT AUDIT-REPORT-FILE
               ASSIGN TO PRINTER "DEGREEAUDIT.TXT".
      *
      *    STUDENTS LAB6BILL HAS PUT ON FINANCIAL HOLD
           SELECT FINANCIAL-HOLD-FILE
               ASSIGN TO "FINANCIALHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-LINE                     PIC X(80).
      *
       FD  FINANCIAL-HOLD-FILE
           RECORD CONTAINS 33 CHARACTERS.
      *
       01  FINANCIAL-HOLD-RECORD.
           05  FH-NAME                     PIC X(20).
           05  FH-STUDENT-ID               PIC 9(6).
           05  FH-BALANCE                  PIC 9(5)V99.
      *
       WORKING-STORAGE SECTION.
      *
               88 REQUIREMENT-ENROLLED                 VALUE 'E'.
               88 REQUIREMENT-OPEN                     VALUE 'O'.
           05  DA-NEAR-DONE-COUNT          PIC 999     VALUE 0.
           05  HOLD-FILE-STATUS            PIC XX.
               88 HOLD-FILE-FOUND                      VALUE '00'.
           05  HOLD-LOAD-EOF-FLAG          PIC X       VALUE 'F'.
               88 HOLD-LOAD-DONE                       VALUE 'Y'.
           05  HOLD-MATCH-SW               PIC X       VALUE 'N'.
               88 STUDENT-ON-HOLD                      VALUE 'Y'.
           05  HOLD-SUB                    PIC 999.
      *
       01  DETAIL-FIELDS.
           05  DF-UNMET-COUNT              PIC 999     VALUE 0.
               INDEXED BY ENROLLMENT-TBL-INDEX.
               10  EN-CLASS-CODE           PIC X(5).
               10  EN-NAME                 PIC X(20).
      *
       01  HOLD-TABLE-AREA.
           05  FH-NUM-STUDENTS             PIC 999     VALUE 0.
           05  HOLD-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON FH-NUM-STUDENTS
               INDEXED BY HOLD-TBL-INDEX.
               10  HT-NAME                 PIC X(20).
      *
      **************************OUTPUT AREA****************************
       01  REPORT-HEADING.
           05                              PIC X(11)   VALUE
                                           '  PROGRAM: '.
           05  SHD-PROGRAM-CODE            PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  SHD-HOLD-FLAG               PIC X(20).
           05                              PIC X(13)   VALUE SPACES.
      *
       01  REQUIREMENT-DETAIL-LINE.
           05                              PIC X(2)    VALUE SPACES.
           PERFORM 250-LOAD-REQUIREMENTS
           PERFORM 300-LOAD-TRANSCRIPTS
           PERFORM 350-LOAD-ENROLLMENT
           PERFORM 380-LOAD-FINANCIAL-HOLDS
           PERFORM 400-AUDIT-EACH-STUDENT
           PERFORM 800-PRINT-NEAR-DONE-SUMMARY
           PERFORM 900-FINAL-ROUTINE
           CLOSE MERGED-STUDENT-FILE
           .

       380-LOAD-FINANCIAL-HOLDS.
      *    NO HOLD FILE JUST MEANS NOBODY IS HELD -- LAB6BILL
      *    WRITES IT ON EVERY BILLING RUN
           OPEN INPUT FINANCIAL-HOLD-FILE

           IF HOLD-FILE-FOUND
               PERFORM UNTIL HOLD-LOAD-DONE
                   READ FINANCIAL-HOLD-FILE
                       AT END
                           SET HOLD-LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO FH-NUM-STUDENTS
                           MOVE FH-NAME TO
                                   HT-NAME(FH-NUM-STUDENTS)
                   END-READ
               END-PERFORM

               CLOSE FINANCIAL-HOLD-FILE
           END-IF
           .

       400-AUDIT-EACH-STUDENT.
           OPEN INPUT STUDENT-PROGRAM-FILE

           MOVE SP-NAME TO SHD-NAME
           MOVE SP-PROGRAM-CODE TO SHD-PROGRAM-CODE

      *    THE ADVISOR SEES THE HOLD BEFORE PLANNING NEXT TERM
           PERFORM 470-CHECK-FINANCIAL-HOLD
           IF STUDENT-ON-HOLD
               MOVE '** FINANCIAL HOLD **' TO SHD-HOLD-FLAG
           ELSE
               MOVE SPACES TO SHD-HOLD-FLAG
           END-IF

           WRITE REPORT-LINE FROM STUDENT-HEADING
               AFTER ADVANCING 2 LINES

           END-IF
           .

       470-CHECK-FINANCIAL-HOLD.
           MOVE 'N' TO HOLD-MATCH-SW

           PERFORM VARYING HOLD-SUB FROM 1 BY 1
               UNTIL HOLD-SUB > FH-NUM-STUDENTS
                   OR STUDENT-ON-HOLD

               IF SP-NAME = HT-NAME(HOLD-SUB)
                   SET STUDENT-ON-HOLD TO TRUE
               END-IF
           END-PERFORM
           .

       500-CHECK-REQUIRED-CLASS.
      *    MET ON A PASSING TRANSCRIPT GRADE; IN PROGRESS WHEN
      *    ENROLLED WITH NO GRADE YET; OUTSTANDING OTHERWISE
