      *
           SELECT ROLLUP-REPORT-FILE
               ASSIGN TO PRINTER "SEMESTERTRANSCRIPT.TXT".
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
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  HOLD-FILE-STATUS            PIC XX.
               88 HOLD-FILE-FOUND                      VALUE '00'.
           05  HOLD-LOAD-EOF-FLAG          PIC X       VALUE 'F'.
               88 HOLD-LOAD-DONE                       VALUE 'Y'.
           05  HOLD-MATCH-SW               PIC X       VALUE 'N'.
               88 STUDENT-ON-HOLD                      VALUE 'Y'.
           05  HOLD-SUB                    PIC 999.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9       VALUE 1.
               10  CUT-WEIGHTED-POINTS      PIC S9(5)V99 VALUE 0.
               10  CUT-CREDIT-TOTAL         PIC S9(4)   VALUE 0.
               10  CUT-CREDITS-EARNED       PIC S9(4)   VALUE 0.
      *
       01  HOLD-TABLE-AREA.
           05  FH-NUM-STUDENTS             PIC 999     VALUE 0.
           05  HOLD-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON FH-NUM-STUDENTS
               INDEXED BY HOLD-TBL-INDEX.
               10  HT-STUDENT-ID           PIC 9(6).
      *
       01  DETAIL-FIELDS.
           05  DF-GRADE-POINTS             PIC S9V9    VALUE 0.
           05                              PIC X(8)  VALUE
                                           '  GPA:  '.
           05  CDL-GPA                     PIC Z9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  CDL-HOLD-FLAG               PIC X(14).
           05                              PIC X(2)  VALUE SPACES.

      *
       PROCEDURE DIVISION.
      *
       100-PRINT-ROLLUP-REPORT.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-LOAD-FINANCIAL-HOLDS
           PERFORM 400-LOAD-TRANSCRIPT-FILE
           PERFORM 600-PRINT-STUDENT-GPAS
           PERFORM 700-PRINT-CUMULATIVE-GPAS
           MOVE 2 TO PROPER-SPACING
           .

       300-LOAD-FINANCIAL-HOLDS.

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
                           MOVE FH-STUDENT-ID TO
                                   HT-STUDENT-ID(FH-NUM-STUDENTS)
                   END-READ
               END-PERFORM

               CLOSE FINANCIAL-HOLD-FILE
           END-IF
           .

       400-LOAD-TRANSCRIPT-FILE.

           OPEN INPUT TRANSCRIPT-FILE
                   TO CDL-CREDITS-EARNED
               MOVE DF-GPA TO CDL-GPA

               PERFORM 750-CHECK-FINANCIAL-HOLD
               IF STUDENT-ON-HOLD
                   MOVE 'FINANCIAL HOLD' TO CDL-HOLD-FLAG
               ELSE
                   MOVE SPACES TO CDL-HOLD-FLAG
               END-IF

               MOVE CUMULATIVE-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM
           .

       750-CHECK-FINANCIAL-HOLD.

           MOVE 'N' TO HOLD-MATCH-SW

           PERFORM VARYING HOLD-SUB FROM 1 BY 1
               UNTIL HOLD-SUB > FH-NUM-STUDENTS
                   OR STUDENT-ON-HOLD

               IF CUT-STUDENT-ID(CUMULATIVE-TBL-INDEX) =
                       HT-STUDENT-ID(HOLD-SUB)
                   SET STUDENT-ON-HOLD TO TRUE
               END-IF
           END-PERFORM
           .

       900-FINAL-ROUTINE.
           CLOSE ROLLUP-REPORT-FILE

