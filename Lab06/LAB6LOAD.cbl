       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LAB6LOAD.
       AUTHOR.         Timothy J.
      *
      *    TEACHING LOAD REPORT.  EACH CLASS SECTION ON THE COURSE
      *    CATALOG IS ASSIGNED AN INSTRUCTOR FROM THE INSTRUCTOR
      *    MASTER ON THE SECTION ASSIGNMENT FILE.  EVERY INSTRUCTOR'S
      *    ASSIGNED CREDIT HOURS AND ENROLLED STUDENTS (FROM THE
      *    MERGED STUDENT FILE) ARE TOTALED AND HELD AGAINST THEIR
      *    MAXIMUM LOAD, SO AN OVERLOAD SHOWS UP BEFORE THE TERM
      *    STARTS INSTEAD OF ON THE CHAIR'S WHITEBOARD.  SECTIONS
      *    WITH NO INSTRUCTOR (OR ONE NOT ON THE MASTER) ARE LISTED,
      *    AND EACH DEPARTMENT CHAIR GETS A SUMMARY LINE
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT INSTRUCTOR-MASTER-FILE
               ASSIGN TO "INSTRUCTOR-MASTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SECTION-ASSIGNMENT-FILE
               ASSIGN TO "SECTION-ASSIGNMENTS.TXT"
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
           SELECT LOAD-REPORT-FILE
               ASSIGN TO PRINTER "TEACHINGLOAD.TXT".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  INSTRUCTOR-MASTER-FILE
           RECORD CONTAINS 35 CHARACTERS.
      *
       01  INSTRUCTOR-MASTER-RECORD.
           05  IM-INSTRUCTOR-ID            PIC 9(5).
           05  IM-NAME                     PIC X(20).
           05  IM-DEPT-CODE                PIC A(4).
      *    PROF, ASSO, ASST, LECT OR ADJ
           05  IM-RANK                     PIC X(4).
      *    MOST CREDIT HOURS THE INSTRUCTOR MAY CARRY IN A TERM
           05  IM-MAX-LOAD                 PIC 99.
      *
       FD  SECTION-ASSIGNMENT-FILE
           RECORD CONTAINS 10 CHARACTERS.
      *
       01  SECTION-ASSIGNMENT-RECORD.
           05  SA-CLASS-CODE               PIC X(5).
           05  SA-INSTRUCTOR-ID            PIC 9(5).
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
       FD  LOAD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  LOAD-EOF-FLAG               PIC X       VALUE 'F'.
               88 LOAD-DONE                            VALUE 'Y'.
           05  FOUND-SW                    PIC X       VALUE 'N'.
               88 ENTRY-FOUND                          VALUE 'Y'.
           05  INST-SUB                    PIC 999.
           05  CAT-SUB                     PIC 999.
           05  DEPT-SUB                    PIC 999.
           05  LD-UNASSIGNED-COUNT         PIC 999     VALUE 0.
           05  LD-OVERLOAD-COUNT           PIC 999     VALUE 0.
      *
       01  INSTRUCTOR-TABLE-AREA.
           05  IN-NUM-INSTRUCTORS          PIC 999     VALUE 0.
           05  INSTRUCTOR-TBL-LINE OCCURS 1 TO 300 TIMES
               DEPENDING ON IN-NUM-INSTRUCTORS
               INDEXED BY INSTRUCTOR-TBL-INDEX.
               10  IT-INSTRUCTOR-ID        PIC 9(5).
               10  IT-NAME                 PIC X(20).
               10  IT-DEPT-CODE            PIC A(4).
               10  IT-RANK                 PIC X(4).
               10  IT-MAX-LOAD             PIC 99.
               10  IT-CREDIT-HOURS         PIC 999.
               10  IT-SECTIONS             PIC 99.
               10  IT-STUDENTS             PIC 9(4).
      *
       01  COURSE-CATALOG-TABLE-AREA.
      *    CAT-INSTRUCTOR-SUB POINTS AT THE ASSIGNED INSTRUCTOR'S
      *    TABLE LINE, ZERO WHILE THE SECTION IS UNASSIGNED
           05  CAT-NUM-CLASSES             PIC 999     VALUE 0.
           05  CATALOG-TBL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON CAT-NUM-CLASSES
               INDEXED BY CATALOG-TBL-INDEX.
               10  CAT-CLASS-CODE          PIC X(5).
               10  CAT-CLASS-TITLE         PIC X(20).
               10  CAT-CREDIT-HOURS        PIC 9.
               10  CAT-ENROLLED            PIC 9(4).
               10  CAT-ASSIGNED-ID         PIC 9(5).
               10  CAT-INSTRUCTOR-SUB      PIC 999.
      *
       01  DEPARTMENT-TABLE-AREA.
           05  DP-NUM-DEPTS                PIC 999     VALUE 0.
           05  DEPARTMENT-TBL-LINE OCCURS 1 TO 100 TIMES
               DEPENDING ON DP-NUM-DEPTS
               INDEXED BY DEPARTMENT-TBL-INDEX.
               10  DP-DEPT-CODE            PIC A(4).
               10  DP-INSTRUCTORS          PIC 999.
               10  DP-CREDIT-HOURS         PIC 9(4).
               10  DP-MAX-LOAD             PIC 9(4).
               10  DP-STUDENTS             PIC 9(5).
               10  DP-OVERLOADED           PIC 999.
      *
      **************************OUTPUT AREA****************************
       01  REPORT-HEADING.
           05                              PIC X(28)   VALUE SPACES.
           05                              PIC X(24)   VALUE
                               'TEACHING LOAD REPORT'.
           05                              PIC X(28)   VALUE SPACES.
      *
       01  INSTRUCTOR-COLUMN-HEADING.
           05                              PIC X(7)    VALUE 'ID'.
           05                              PIC X(21)   VALUE 'NAME'.
           05                              PIC X(5)    VALUE 'DEPT'.
           05                              PIC X(5)    VALUE 'RANK'.
           05                              PIC X(6)    VALUE 'SECTS'.
           05                              PIC X(6)    VALUE 'HOURS'.
           05                              PIC X(5)    VALUE 'MAX'.
           05                              PIC X(9)    VALUE
                                           'STUDENTS'.
           05                              PIC X(16)   VALUE SPACES.
      *
       01  INSTRUCTOR-DETAIL-LINE.
           05  IDL-INSTRUCTOR-ID           PIC 9(5).
           05                              PIC X(2)    VALUE SPACES.
           05  IDL-NAME                    PIC X(20).
           05                              PIC X(1)    VALUE SPACES.
           05  IDL-DEPT-CODE               PIC A(4).
           05                              PIC X(1)    VALUE SPACES.
           05  IDL-RANK                    PIC X(4).
           05                              PIC X(2)    VALUE SPACES.
           05  IDL-SECTIONS                PIC Z9.
           05                              PIC X(3)    VALUE SPACES.
           05  IDL-CREDIT-HOURS            PIC ZZ9.
           05                              PIC X(3)    VALUE SPACES.
           05  IDL-MAX-LOAD                PIC Z9.
           05                              PIC X(4)    VALUE SPACES.
           05  IDL-STUDENTS                PIC Z,ZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  IDL-OVERLOAD-FLAG           PIC X(8).
           05                              PIC X(4)    VALUE SPACES.
      *
       01  SECTION-DETAIL-LINE.
           05                              PIC X(9)    VALUE SPACES.
           05  SDL-CLASS-CODE              PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  SDL-CLASS-TITLE             PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  SDL-CREDIT-HOURS            PIC 9.
           05                              PIC X(4)    VALUE ' CR '.
           05  SDL-ENROLLED                PIC Z,ZZ9.
           05                              PIC X(9)    VALUE
                                           ' STUDENTS'.
           05                              PIC X(23)   VALUE SPACES.
      *
       01  UNASSIGNED-HEADING.
           05                              PIC X(40)   VALUE
                               'SECTIONS WITH NO INSTRUCTOR ASSIGNED'.
           05                              PIC X(40)   VALUE SPACES.
      *
       01  UNASSIGNED-DETAIL-LINE.
           05                              PIC X(2)    VALUE SPACES.
           05  UDL-CLASS-CODE              PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  UDL-CLASS-TITLE             PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  UDL-ENROLLED                PIC Z,ZZ9.
           05                              PIC X(11)   VALUE
                                           ' STUDENTS  '.
           05  UDL-REASON                  PIC X(33).
      *
       01  CHAIR-HEADING.
           05                              PIC X(40)   VALUE
                               'DEPARTMENT CHAIR SUMMARY'.
           05                              PIC X(40)   VALUE SPACES.
      *
       01  CHAIR-COLUMN-HEADING.
           05                              PIC X(7)    VALUE 'DEPT'.
           05                              PIC X(13)   VALUE
                                           'INSTRUCTORS'.
           05                              PIC X(9)    VALUE 'HOURS'.
           05                              PIC X(10)   VALUE
                                           'CAPACITY'.
           05                              PIC X(10)   VALUE
                                           'STUDENTS'.
           05                              PIC X(11)   VALUE
                                           'OVERLOADED'.
           05                              PIC X(20)   VALUE SPACES.
      *
       01  CHAIR-DETAIL-LINE.
           05  CDL-DEPT-CODE               PIC A(4).
           05                              PIC X(6)    VALUE SPACES.
           05  CDL-INSTRUCTORS             PIC ZZ9.
           05                              PIC X(6)    VALUE SPACES.
           05  CDL-CREDIT-HOURS            PIC Z,ZZ9.
           05                              PIC X(5)    VALUE SPACES.
           05  CDL-MAX-LOAD                PIC Z,ZZ9.
           05                              PIC X(4)    VALUE SPACES.
           05  CDL-STUDENTS                PIC ZZ,ZZ9.
           05                              PIC X(7)    VALUE SPACES.
           05  CDL-OVERLOADED              PIC ZZ9.
           05                              PIC X(26)   VALUE SPACES.
      *
       01  LOAD-COUNT-LINE.
           05                              PIC X(22)   VALUE
                                           'OVERLOADED INSTRUCTORS'.
           05                              PIC X(2)    VALUE ': '.
           05  LCL-OVERLOAD-COUNT          PIC ZZ9.
           05                              PIC X(23)   VALUE
                                           '  UNASSIGNED SECTIONS: '.
           05  LCL-UNASSIGNED-COUNT        PIC ZZ9.
           05                              PIC X(27)   VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-PRINT-TEACHING-LOAD.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 250-LOAD-INSTRUCTORS
           PERFORM 300-LOAD-COURSE-CATALOG
           PERFORM 350-LOAD-ASSIGNMENTS
           PERFORM 400-COUNT-ENROLLMENT
           PERFORM 500-TOTAL-INSTRUCTOR-LOADS
           PERFORM 600-PRINT-INSTRUCTOR-LOADS
           PERFORM 700-PRINT-UNASSIGNED-SECTIONS
           PERFORM 800-PRINT-CHAIR-SUMMARY
           PERFORM 900-FINAL-ROUTINE
           .

       200-HSKPING-ROUTINE.
           OPEN OUTPUT LOAD-REPORT-FILE

           WRITE REPORT-LINE FROM REPORT-HEADING
               AFTER ADVANCING PAGE
           .

       250-LOAD-INSTRUCTORS.
           OPEN INPUT INSTRUCTOR-MASTER-FILE

           MOVE 'F' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-DONE
               READ INSTRUCTOR-MASTER-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO IN-NUM-INSTRUCTORS
                       MOVE IM-INSTRUCTOR-ID TO
                               IT-INSTRUCTOR-ID(IN-NUM-INSTRUCTORS)
                       MOVE IM-NAME TO IT-NAME(IN-NUM-INSTRUCTORS)
                       MOVE IM-DEPT-CODE TO
                               IT-DEPT-CODE(IN-NUM-INSTRUCTORS)
                       MOVE IM-RANK TO IT-RANK(IN-NUM-INSTRUCTORS)
                       IF IM-MAX-LOAD IS NUMERIC
                           MOVE IM-MAX-LOAD TO
                               IT-MAX-LOAD(IN-NUM-INSTRUCTORS)
                       ELSE
                           MOVE ZEROS TO
                               IT-MAX-LOAD(IN-NUM-INSTRUCTORS)
                       END-IF
                       MOVE ZEROS TO
                               IT-CREDIT-HOURS(IN-NUM-INSTRUCTORS)
                       MOVE ZEROS TO IT-SECTIONS(IN-NUM-INSTRUCTORS)
                       MOVE ZEROS TO IT-STUDENTS(IN-NUM-INSTRUCTORS)
               END-READ
           END-PERFORM

           CLOSE INSTRUCTOR-MASTER-FILE
           .

       300-LOAD-COURSE-CATALOG.
           OPEN INPUT COURSE-CATALOG-FILE

           MOVE 'F' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-DONE
               READ COURSE-CATALOG-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO CAT-NUM-CLASSES
                       MOVE CC-CLASS-CODE TO
                               CAT-CLASS-CODE(CAT-NUM-CLASSES)
                       MOVE CC-CLASS-TITLE TO
                               CAT-CLASS-TITLE(CAT-NUM-CLASSES)
                       IF CC-CREDIT-HOURS IS NUMERIC
                           MOVE CC-CREDIT-HOURS TO
                               CAT-CREDIT-HOURS(CAT-NUM-CLASSES)
                       ELSE
                           MOVE ZERO TO
                               CAT-CREDIT-HOURS(CAT-NUM-CLASSES)
                       END-IF
                       MOVE ZEROS TO CAT-ENROLLED(CAT-NUM-CLASSES)
                       MOVE ZEROS TO CAT-ASSIGNED-ID(CAT-NUM-CLASSES)
                       MOVE ZEROS TO
                               CAT-INSTRUCTOR-SUB(CAT-NUM-CLASSES)
               END-READ
           END-PERFORM

           CLOSE COURSE-CATALOG-FILE
           .

       350-LOAD-ASSIGNMENTS.
      *    A LATER ASSIGNMENT FOR THE SAME SECTION REPLACES AN
      *    EARLIER ONE; AN ASSIGNMENT FOR A CLASS NOT ON THE
      *    CATALOG HAS NOTHING TO TEACH AND IS IGNORED
           OPEN INPUT SECTION-ASSIGNMENT-FILE

           MOVE 'F' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-DONE
               READ SECTION-ASSIGNMENT-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       PERFORM 360-APPLY-ONE-ASSIGNMENT
               END-READ
           END-PERFORM

           CLOSE SECTION-ASSIGNMENT-FILE
           .

       360-APPLY-ONE-ASSIGNMENT.
           PERFORM VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-NUM-CLASSES

               IF SA-CLASS-CODE = CAT-CLASS-CODE(CAT-SUB)
                   MOVE SA-INSTRUCTOR-ID TO CAT-ASSIGNED-ID(CAT-SUB)
                   MOVE ZEROS TO CAT-INSTRUCTOR-SUB(CAT-SUB)

                   PERFORM VARYING INST-SUB FROM 1 BY 1
                       UNTIL INST-SUB > IN-NUM-INSTRUCTORS

                       IF SA-INSTRUCTOR-ID =
                               IT-INSTRUCTOR-ID(INST-SUB)
                           MOVE INST-SUB TO
                                   CAT-INSTRUCTOR-SUB(CAT-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       400-COUNT-ENROLLMENT.
           OPEN INPUT MERGED-STUDENT-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ MERGED-STUDENT-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM VARYING CAT-SUB FROM 1 BY 1
                           UNTIL CAT-SUB > CAT-NUM-CLASSES

                           IF MS-CLASS-CODE = CAT-CLASS-CODE(CAT-SUB)
                               ADD 1 TO CAT-ENROLLED(CAT-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           CLOSE MERGED-STUDENT-FILE
           .

       500-TOTAL-INSTRUCTOR-LOADS.
           PERFORM VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-NUM-CLASSES

               IF CAT-INSTRUCTOR-SUB(CAT-SUB) > 0
                   MOVE CAT-INSTRUCTOR-SUB(CAT-SUB) TO INST-SUB
                   ADD CAT-CREDIT-HOURS(CAT-SUB) TO
                           IT-CREDIT-HOURS(INST-SUB)
                   ADD 1 TO IT-SECTIONS(INST-SUB)
                   ADD CAT-ENROLLED(CAT-SUB) TO IT-STUDENTS(INST-SUB)
               END-IF
           END-PERFORM
           .

       600-PRINT-INSTRUCTOR-LOADS.
           WRITE REPORT-LINE FROM INSTRUCTOR-COLUMN-HEADING
               AFTER ADVANCING 2 LINES

           PERFORM VARYING INST-SUB FROM 1 BY 1
               UNTIL INST-SUB > IN-NUM-INSTRUCTORS

               PERFORM 650-PRINT-ONE-INSTRUCTOR
           END-PERFORM
           .

       650-PRINT-ONE-INSTRUCTOR.
           MOVE IT-INSTRUCTOR-ID(INST-SUB) TO IDL-INSTRUCTOR-ID
           MOVE IT-NAME(INST-SUB) TO IDL-NAME
           MOVE IT-DEPT-CODE(INST-SUB) TO IDL-DEPT-CODE
           MOVE IT-RANK(INST-SUB) TO IDL-RANK
           MOVE IT-SECTIONS(INST-SUB) TO IDL-SECTIONS
           MOVE IT-CREDIT-HOURS(INST-SUB) TO IDL-CREDIT-HOURS
           MOVE IT-MAX-LOAD(INST-SUB) TO IDL-MAX-LOAD
           MOVE IT-STUDENTS(INST-SUB) TO IDL-STUDENTS

           IF IT-CREDIT-HOURS(INST-SUB) > IT-MAX-LOAD(INST-SUB)
               MOVE 'OVERLOAD' TO IDL-OVERLOAD-FLAG
               ADD 1 TO LD-OVERLOAD-COUNT
           ELSE
               MOVE SPACES TO IDL-OVERLOAD-FLAG
           END-IF

           WRITE REPORT-LINE FROM INSTRUCTOR-DETAIL-LINE
               AFTER ADVANCING 2 LINES

      *    THE SECTIONS MAKING UP THE LOAD, UNDER THE INSTRUCTOR
           PERFORM VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-NUM-CLASSES

               IF CAT-INSTRUCTOR-SUB(CAT-SUB) = INST-SUB
                   MOVE CAT-CLASS-CODE(CAT-SUB) TO SDL-CLASS-CODE
                   MOVE CAT-CLASS-TITLE(CAT-SUB) TO SDL-CLASS-TITLE
                   MOVE CAT-CREDIT-HOURS(CAT-SUB) TO
                           SDL-CREDIT-HOURS
                   MOVE CAT-ENROLLED(CAT-SUB) TO SDL-ENROLLED
                   WRITE REPORT-LINE FROM SECTION-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM

           PERFORM 670-POST-DEPARTMENT-TOTALS
           .

       670-POST-DEPARTMENT-TOTALS.
           MOVE 'N' TO FOUND-SW

           PERFORM VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DP-NUM-DEPTS
                   OR ENTRY-FOUND

               IF IT-DEPT-CODE(INST-SUB) = DP-DEPT-CODE(DEPT-SUB)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF ENTRY-FOUND
               SUBTRACT 1 FROM DEPT-SUB
           ELSE
               ADD 1 TO DP-NUM-DEPTS
               MOVE DP-NUM-DEPTS TO DEPT-SUB
               MOVE IT-DEPT-CODE(INST-SUB) TO DP-DEPT-CODE(DEPT-SUB)
               MOVE ZEROS TO DP-INSTRUCTORS(DEPT-SUB)
               MOVE ZEROS TO DP-CREDIT-HOURS(DEPT-SUB)
               MOVE ZEROS TO DP-MAX-LOAD(DEPT-SUB)
               MOVE ZEROS TO DP-STUDENTS(DEPT-SUB)
               MOVE ZEROS TO DP-OVERLOADED(DEPT-SUB)
           END-IF

           ADD 1 TO DP-INSTRUCTORS(DEPT-SUB)
           ADD IT-CREDIT-HOURS(INST-SUB) TO DP-CREDIT-HOURS(DEPT-SUB)
           ADD IT-MAX-LOAD(INST-SUB) TO DP-MAX-LOAD(DEPT-SUB)
           ADD IT-STUDENTS(INST-SUB) TO DP-STUDENTS(DEPT-SUB)

           IF IT-CREDIT-HOURS(INST-SUB) > IT-MAX-LOAD(INST-SUB)
               ADD 1 TO DP-OVERLOADED(DEPT-SUB)
           END-IF
           .

       700-PRINT-UNASSIGNED-SECTIONS.
           WRITE REPORT-LINE FROM UNASSIGNED-HEADING
               AFTER ADVANCING 3 LINES

           PERFORM VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-NUM-CLASSES

               IF CAT-INSTRUCTOR-SUB(CAT-SUB) = 0
                   ADD 1 TO LD-UNASSIGNED-COUNT
                   MOVE CAT-CLASS-CODE(CAT-SUB) TO UDL-CLASS-CODE
                   MOVE CAT-CLASS-TITLE(CAT-SUB) TO UDL-CLASS-TITLE
                   MOVE CAT-ENROLLED(CAT-SUB) TO UDL-ENROLLED

                   IF CAT-ASSIGNED-ID(CAT-SUB) = 0
                       MOVE 'NO ASSIGNMENT' TO UDL-REASON
                   ELSE
                       MOVE SPACES TO UDL-REASON
                       STRING 'INSTRUCTOR ' DELIMITED BY SIZE
                              CAT-ASSIGNED-ID(CAT-SUB)
                                  DELIMITED BY SIZE
                              ' NOT ON MASTER' DELIMITED BY SIZE
                           INTO UDL-REASON
                       END-STRING
                   END-IF

                   WRITE REPORT-LINE FROM UNASSIGNED-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM
           .

       800-PRINT-CHAIR-SUMMARY.
           WRITE REPORT-LINE FROM CHAIR-HEADING
               AFTER ADVANCING PAGE

           WRITE REPORT-LINE FROM CHAIR-COLUMN-HEADING
               AFTER ADVANCING 2 LINES

           PERFORM VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DP-NUM-DEPTS

               MOVE DP-DEPT-CODE(DEPT-SUB) TO CDL-DEPT-CODE
               MOVE DP-INSTRUCTORS(DEPT-SUB) TO CDL-INSTRUCTORS
               MOVE DP-CREDIT-HOURS(DEPT-SUB) TO CDL-CREDIT-HOURS
               MOVE DP-MAX-LOAD(DEPT-SUB) TO CDL-MAX-LOAD
               MOVE DP-STUDENTS(DEPT-SUB) TO CDL-STUDENTS
               MOVE DP-OVERLOADED(DEPT-SUB) TO CDL-OVERLOADED
               WRITE REPORT-LINE FROM CHAIR-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM
           .

       900-FINAL-ROUTINE.
           MOVE LD-OVERLOAD-COUNT TO LCL-OVERLOAD-COUNT
           MOVE LD-UNASSIGNED-COUNT TO LCL-UNASSIGNED-COUNT
           WRITE REPORT-LINE FROM LOAD-COUNT-LINE
               AFTER ADVANCING 2 LINES

           CLOSE LOAD-REPORT-FILE

           STOP RUN
           .
