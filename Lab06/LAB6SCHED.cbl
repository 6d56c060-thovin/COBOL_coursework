       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LAB6SCHED.
       AUTHOR.         Timothy J.
      *
      *    SCHEDULING EDIT.  EVERY SECTION'S MEETING PATTERNS --
      *    DAYS, START AND END TIME, BUILDING AND ROOM -- ARE HELD
      *    AGAINST EACH OTHER AND AGAINST THE ROOM MASTER BEFORE THE
      *    TERM OPENS, SO DOUBLE-BOOKED ROOMS AND STUDENTS SIGNED UP
      *    FOR TWO CLASSES AT ONCE STOP TURNING UP ON THE FIRST DAY.
      *    THE EDIT LISTS ROOMS BOOKED TWICE IN THE SAME SLOT, ROOMS
      *    WITH FEWER SEATS THAN THE SECTION'S CATALOG CAPACITY (OR
      *    NOT ON THE MASTER AT ALL), INSTRUCTORS BOOKED TWICE, AND
      *    STUDENTS ON THE MERGED FILE WHOSE SECTIONS OVERLAP.  TWO
      *    MEETINGS CLASH WHEN THEY SHARE A DAY AND ONE STARTS
      *    BEFORE THE OTHER ENDS
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT ROOM-MASTER-FILE
               ASSIGN TO "ROOM-MASTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    ONE LINE PER MEETING PATTERN; A SECTION WITH A LECTURE
      *    AND A LAB HAS TWO
           SELECT SECTION-MEETING-FILE
               ASSIGN TO "SECTION-MEETINGS.TXT"
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
           SELECT SCHEDULE-EDIT-REPORT
               ASSIGN TO PRINTER "SCHEDULEEDIT.TXT".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ROOM-MASTER-FILE
           RECORD CONTAINS 11 CHARACTERS.
      *
       01  ROOM-MASTER-RECORD.
           05  RM-BUILDING                 PIC X(4).
           05  RM-ROOM                     PIC X(4).
           05  RM-SEAT-COUNT               PIC 9(3).
      *
       FD  SECTION-MEETING-FILE
           RECORD CONTAINS 26 CHARACTERS.
      *
       01  SECTION-MEETING-RECORD.
           05  SM-CLASS-CODE               PIC X(5).
      *    ONE POSITION PER WEEKDAY, M T W R F, BLANK WHEN THE
      *    SECTION DOES NOT MEET THAT DAY -- E.G. 'M W F'
           05  SM-DAYS                     PIC X(5).
      *    24-HOUR HHMM
           05  SM-START-TIME               PIC 9(4).
           05  SM-END-TIME                 PIC 9(4).
           05  SM-BUILDING                 PIC X(4).
           05  SM-ROOM                     PIC X(4).
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
       FD  SCHEDULE-EDIT-REPORT
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  LOAD-EOF-FLAG               PIC X       VALUE 'F'.
               88 LOAD-DONE                            VALUE 'Y'.
           05  INSTRUCTOR-FILE-STATUS      PIC XX.
               88 INSTRUCTOR-FILE-FOUND                VALUE '00'.
           05  ASSIGNMENT-FILE-STATUS      PIC XX.
               88 ASSIGNMENT-FILE-FOUND                VALUE '00'.
           05  FOUND-SW                    PIC X       VALUE 'N'.
               88 ENTRY-FOUND                          VALUE 'Y'.
           05  OVERLAP-SW                  PIC X       VALUE 'N'.
               88 MEETINGS-OVERLAP                     VALUE 'Y'.
           05  MEET-SUB-A                  PIC 999.
           05  MEET-SUB-B                  PIC 999.
           05  ENROLL-SUB-A                PIC 999.
           05  ENROLL-SUB-B                PIC 999.
           05  ROOM-SUB                    PIC 999.
           05  CAT-SUB                     PIC 999.
           05  INST-SUB                    PIC 999.
           05  DAY-SUB                     PIC 9.
      *
       01  COUNTERS.
           05  SE-ROOM-CONFLICTS           PIC 9(4)    VALUE 0.
           05  SE-ROOM-SIZE-ERRORS         PIC 9(4)    VALUE 0.
           05  SE-INSTRUCTOR-CONFLICTS     PIC 9(4)    VALUE 0.
           05  SE-STUDENT-CONFLICTS        PIC 9(4)    VALUE 0.
      *
       01  DETAIL-FIELDS.
           05  DF-INSTRUCTOR-ID-A          PIC 9(5).
           05  DF-INSTRUCTOR-ID-B          PIC 9(5).
           05  DF-CLASS-CODE               PIC X(5).
           05  DF-INSTRUCTOR-ID            PIC 9(5).
      *
       01  ROOM-TABLE-AREA.
           05  RO-NUM-ROOMS                PIC 999     VALUE 0.
           05  ROOM-TBL-LINE OCCURS 1 TO 300 TIMES
               DEPENDING ON RO-NUM-ROOMS
               INDEXED BY ROOM-TBL-INDEX.
               10  RO-BUILDING             PIC X(4).
               10  RO-ROOM                 PIC X(4).
               10  RO-SEAT-COUNT           PIC 9(3).
      *
       01  MEETING-TABLE-AREA.
           05  MT-NUM-MEETINGS             PIC 999     VALUE 0.
           05  MEETING-TBL-LINE OCCURS 1 TO 400 TIMES
               DEPENDING ON MT-NUM-MEETINGS
               INDEXED BY MEETING-TBL-INDEX.
               10  MT-CLASS-CODE           PIC X(5).
               10  MT-DAYS                 PIC X(5).
               10  MT-DAY-FLAGS REDEFINES MT-DAYS.
                   15  MT-DAY-FLAG         PIC X OCCURS 5 TIMES.
               10  MT-START-TIME           PIC 9(4).
               10  MT-END-TIME             PIC 9(4).
               10  MT-BUILDING             PIC X(4).
               10  MT-ROOM                 PIC X(4).
      *
       01  COURSE-CATALOG-TABLE-AREA.
           05  CAT-NUM-CLASSES             PIC 999     VALUE 0.
           05  CATALOG-TBL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON CAT-NUM-CLASSES
               INDEXED BY CATALOG-TBL-INDEX.
               10  CAT-CLASS-CODE          PIC X(5).
               10  CAT-SEAT-CAPACITY       PIC 9(3).
      *
       01  INSTRUCTOR-TABLE-AREA.
           05  IN-NUM-INSTRUCTORS          PIC 999     VALUE 0.
           05  INSTRUCTOR-TBL-LINE OCCURS 1 TO 300 TIMES
               DEPENDING ON IN-NUM-INSTRUCTORS
               INDEXED BY INSTRUCTOR-TBL-INDEX.
               10  IT-INSTRUCTOR-ID        PIC 9(5).
               10  IT-NAME                 PIC X(20).
      *
      *    A LATER ASSIGNMENT FOR THE SAME SECTION REPLACES AN
      *    EARLIER ONE
       01  ASSIGNMENT-TABLE-AREA.
           05  AS-NUM-SECTIONS             PIC 999     VALUE 0.
           05  ASSIGNMENT-TBL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON AS-NUM-SECTIONS
               INDEXED BY ASSIGNMENT-TBL-INDEX.
               10  AS-CLASS-CODE           PIC X(5).
               10  AS-INSTRUCTOR-ID        PIC 9(5).
      *
       01  ENROLLMENT-TABLE-AREA.
           05  EN-NUM-LINES                PIC 999     VALUE 0.
           05  ENROLLMENT-TBL-LINE OCCURS 1 TO 600 TIMES
               DEPENDING ON EN-NUM-LINES
               INDEXED BY ENROLLMENT-TBL-INDEX.
               10  EN-STUDENT-ID           PIC 9(6).
               10  EN-NAME                 PIC X(20).
               10  EN-CLASS-CODE           PIC X(5).
      *
      **************************OUTPUT AREA****************************
       01  REPORT-HEADING.
           05                              PIC X(28)   VALUE SPACES.
           05                              PIC X(24)   VALUE
                               'SCHEDULING EDIT'.
           05                              PIC X(28)   VALUE SPACES.
      *
       01  SECTION-HEADING.
           05  SHL-TEXT                    PIC X(45).
           05                              PIC X(35)   VALUE SPACES.
      *
      *    THE TWO MEETINGS IN CONFLICT, SIDE BY SIDE
       01  CONFLICT-DETAIL-LINE.
           05                              PIC X(2)    VALUE SPACES.
           05  CDL-WHO                     PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  CDL-CLASS-CODE-A            PIC X(5).
           05                              PIC X(1)    VALUE SPACES.
           05  CDL-DAYS-A                  PIC X(5).
           05                              PIC X(1)    VALUE SPACES.
           05  CDL-START-A                 PIC 9(4).
           05                              PIC X(1)    VALUE '-'.
           05  CDL-END-A                   PIC 9(4).
           05                              PIC X(4)    VALUE '  / '.
           05  CDL-CLASS-CODE-B            PIC X(5).
           05                              PIC X(1)    VALUE SPACES.
           05  CDL-DAYS-B                  PIC X(5).
           05                              PIC X(1)    VALUE SPACES.
           05  CDL-START-B                 PIC 9(4).
           05                              PIC X(1)    VALUE '-'.
           05  CDL-END-B                   PIC 9(4).
           05                              PIC X(10)   VALUE SPACES.
      *
       01  ROOM-SIZE-DETAIL-LINE.
           05                              PIC X(2)    VALUE SPACES.
           05  RSL-BUILDING                PIC X(4).
           05                              PIC X(1)    VALUE SPACES.
           05  RSL-ROOM                    PIC X(4).
           05                              PIC X(3)    VALUE SPACES.
           05  RSL-CLASS-CODE              PIC X(5).
           05                              PIC X(3)    VALUE SPACES.
           05  RSL-MESSAGE                 PIC X(58).
      *
       01  RSL-SIZE-TEXT.
           05                              PIC X(7)    VALUE 'SEATS: '.
           05  RST-SEAT-COUNT              PIC ZZ9.
           05                              PIC X(13)   VALUE
                                           '  CAPACITY: '.
           05  RST-CAPACITY                PIC ZZ9.
      *
       01  EDIT-COUNT-LINE.
           05  ECL-LABEL                   PIC X(30).
           05  ECL-COUNT                   PIC Z,ZZ9.
           05                              PIC X(45)   VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-RUN-SCHEDULING-EDIT.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 250-LOAD-ROOMS
           PERFORM 270-LOAD-MEETINGS
           PERFORM 300-LOAD-COURSE-CATALOG
           PERFORM 320-LOAD-INSTRUCTORS
           PERFORM 350-LOAD-ENROLLMENT
           PERFORM 400-CHECK-ROOM-CONFLICTS
           PERFORM 450-CHECK-ROOM-SIZES
           PERFORM 500-CHECK-INSTRUCTOR-CONFLICTS
           PERFORM 550-CHECK-STUDENT-CONFLICTS
           PERFORM 900-FINAL-ROUTINE
           .

       200-HSKPING-ROUTINE.
           OPEN OUTPUT SCHEDULE-EDIT-REPORT

           WRITE REPORT-LINE FROM REPORT-HEADING
               AFTER ADVANCING PAGE
           .

       250-LOAD-ROOMS.
           OPEN INPUT ROOM-MASTER-FILE

           MOVE 'F' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-DONE
               READ ROOM-MASTER-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO RO-NUM-ROOMS
                       MOVE RM-BUILDING TO RO-BUILDING(RO-NUM-ROOMS)
                       MOVE RM-ROOM TO RO-ROOM(RO-NUM-ROOMS)
                       IF RM-SEAT-COUNT IS NUMERIC
                           MOVE RM-SEAT-COUNT TO
                                   RO-SEAT-COUNT(RO-NUM-ROOMS)
                       ELSE
                           MOVE ZEROS TO RO-SEAT-COUNT(RO-NUM-ROOMS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ROOM-MASTER-FILE
           .

       270-LOAD-MEETINGS.
           OPEN INPUT SECTION-MEETING-FILE

           MOVE 'F' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-DONE
               READ SECTION-MEETING-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO MT-NUM-MEETINGS
                       MOVE SM-CLASS-CODE TO
                               MT-CLASS-CODE(MT-NUM-MEETINGS)
                       MOVE SM-DAYS TO MT-DAYS(MT-NUM-MEETINGS)
                       MOVE SM-START-TIME TO
                               MT-START-TIME(MT-NUM-MEETINGS)
                       MOVE SM-END-TIME TO
                               MT-END-TIME(MT-NUM-MEETINGS)
                       MOVE SM-BUILDING TO
                               MT-BUILDING(MT-NUM-MEETINGS)
                       MOVE SM-ROOM TO MT-ROOM(MT-NUM-MEETINGS)
               END-READ
           END-PERFORM

           CLOSE SECTION-MEETING-FILE
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

       320-LOAD-INSTRUCTORS.
      *    NO INSTRUCTOR FILES JUST MEANS NO INSTRUCTOR CHECK
           OPEN INPUT INSTRUCTOR-MASTER-FILE

           IF INSTRUCTOR-FILE-FOUND
               MOVE 'F' TO LOAD-EOF-FLAG
               PERFORM UNTIL LOAD-DONE
                   READ INSTRUCTOR-MASTER-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
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
               MOVE 'F' TO LOAD-EOF-FLAG
               PERFORM UNTIL LOAD-DONE
                   READ SECTION-ASSIGNMENT-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           MOVE SA-CLASS-CODE TO DF-CLASS-CODE
                           PERFORM 330-FIND-ASSIGNMENT
                           IF NOT ENTRY-FOUND
                               ADD 1 TO AS-NUM-SECTIONS
                               MOVE AS-NUM-SECTIONS TO INST-SUB
                               MOVE SA-CLASS-CODE TO
                                       AS-CLASS-CODE(INST-SUB)
                           END-IF
                           MOVE SA-INSTRUCTOR-ID TO
                                   AS-INSTRUCTOR-ID(INST-SUB)
                   END-READ
               END-PERFORM

               CLOSE SECTION-ASSIGNMENT-FILE
           END-IF
           .

       330-FIND-ASSIGNMENT.
      *    POINTS INST-SUB AT DF-CLASS-CODE'S ASSIGNMENT LINE AND
      *    RETURNS ITS INSTRUCTOR, OR ZERO WHEN UNASSIGNED
           MOVE 'N' TO FOUND-SW
           MOVE ZEROS TO DF-INSTRUCTOR-ID

           PERFORM VARYING INST-SUB FROM 1 BY 1
               UNTIL INST-SUB > AS-NUM-SECTIONS
                   OR ENTRY-FOUND

               IF DF-CLASS-CODE = AS-CLASS-CODE(INST-SUB)
                   SET ENTRY-FOUND TO TRUE
                   MOVE AS-INSTRUCTOR-ID(INST-SUB) TO DF-INSTRUCTOR-ID
               END-IF
           END-PERFORM

           IF ENTRY-FOUND
               SUBTRACT 1 FROM INST-SUB
           END-IF
           .

       350-LOAD-ENROLLMENT.
           OPEN INPUT MERGED-STUDENT-FILE

           MOVE 'F' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-DONE
               READ MERGED-STUDENT-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO EN-NUM-LINES
                       MOVE MS-STUDENT-ID TO
                               EN-STUDENT-ID(EN-NUM-LINES)
                       MOVE MS-NAME TO EN-NAME(EN-NUM-LINES)
                       MOVE MS-CLASS-CODE TO
                               EN-CLASS-CODE(EN-NUM-LINES)
               END-READ
           END-PERFORM

           CLOSE MERGED-STUDENT-FILE
           .

       400-CHECK-ROOM-CONFLICTS.
           MOVE 'ROOMS BOOKED TWICE IN THE SAME SLOT' TO SHL-TEXT
           WRITE REPORT-LINE FROM SECTION-HEADING
               AFTER ADVANCING 2 LINES

           PERFORM VARYING MEET-SUB-A FROM 1 BY 1
               UNTIL MEET-SUB-A > MT-NUM-MEETINGS

               PERFORM VARYING MEET-SUB-B FROM MEET-SUB-A BY 1
                   UNTIL MEET-SUB-B > MT-NUM-MEETINGS

                   IF MEET-SUB-B > MEET-SUB-A AND
                           MT-BUILDING(MEET-SUB-A) =
                                   MT-BUILDING(MEET-SUB-B) AND
                           MT-ROOM(MEET-SUB-A) = MT-ROOM(MEET-SUB-B)
                       PERFORM 600-TEST-MEETING-OVERLAP
                       IF MEETINGS-OVERLAP
                           ADD 1 TO SE-ROOM-CONFLICTS
                           MOVE SPACES TO CDL-WHO
                           STRING MT-BUILDING(MEET-SUB-A)
                                      DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  MT-ROOM(MEET-SUB-A)
                                      DELIMITED BY SIZE
                               INTO CDL-WHO
                           END-STRING
                           PERFORM 650-WRITE-CONFLICT-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       450-CHECK-ROOM-SIZES.
      *    A SECTION WITH NO CAPACITY ON THE CATALOG IS NOT LIMITED
      *    AND FITS ANY ROOM THAT EXISTS
           MOVE 'ROOMS TOO SMALL OR NOT ON THE ROOM MASTER' TO
                   SHL-TEXT
           WRITE REPORT-LINE FROM SECTION-HEADING
               AFTER ADVANCING 3 LINES

           PERFORM VARYING MEET-SUB-A FROM 1 BY 1
               UNTIL MEET-SUB-A > MT-NUM-MEETINGS

               MOVE MT-BUILDING(MEET-SUB-A) TO RSL-BUILDING
               MOVE MT-ROOM(MEET-SUB-A) TO RSL-ROOM
               MOVE MT-CLASS-CODE(MEET-SUB-A) TO RSL-CLASS-CODE

               MOVE 'N' TO FOUND-SW
               PERFORM VARYING ROOM-SUB FROM 1 BY 1
                   UNTIL ROOM-SUB > RO-NUM-ROOMS
                       OR ENTRY-FOUND

                   IF MT-BUILDING(MEET-SUB-A) = RO-BUILDING(ROOM-SUB)
                           AND MT-ROOM(MEET-SUB-A) =
                                   RO-ROOM(ROOM-SUB)
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM

               IF ENTRY-FOUND
                   SUBTRACT 1 FROM ROOM-SUB
                   PERFORM 470-CHECK-ONE-ROOM-SIZE
               ELSE
                   ADD 1 TO SE-ROOM-SIZE-ERRORS
                   MOVE 'ROOM NOT ON THE ROOM MASTER' TO RSL-MESSAGE
                   WRITE REPORT-LINE FROM ROOM-SIZE-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM
           .

       470-CHECK-ONE-ROOM-SIZE.
           PERFORM VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-NUM-CLASSES

               IF MT-CLASS-CODE(MEET-SUB-A) = CAT-CLASS-CODE(CAT-SUB)
                       AND CAT-SEAT-CAPACITY(CAT-SUB) >
                               RO-SEAT-COUNT(ROOM-SUB)
                   ADD 1 TO SE-ROOM-SIZE-ERRORS
                   MOVE RO-SEAT-COUNT(ROOM-SUB) TO RST-SEAT-COUNT
                   MOVE CAT-SEAT-CAPACITY(CAT-SUB) TO RST-CAPACITY
                   MOVE RSL-SIZE-TEXT TO RSL-MESSAGE
                   WRITE REPORT-LINE FROM ROOM-SIZE-DETAIL-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM
           .

       500-CHECK-INSTRUCTOR-CONFLICTS.
      *    MEETINGS OF THE SAME SECTION ARE THE SAME CLASS AND ARE
      *    LEFT TO THE ROOM CHECK
           MOVE 'INSTRUCTORS BOOKED TWICE' TO SHL-TEXT
           WRITE REPORT-LINE FROM SECTION-HEADING
               AFTER ADVANCING 3 LINES

           PERFORM VARYING MEET-SUB-A FROM 1 BY 1
               UNTIL MEET-SUB-A > MT-NUM-MEETINGS

               MOVE MT-CLASS-CODE(MEET-SUB-A) TO DF-CLASS-CODE
               PERFORM 330-FIND-ASSIGNMENT
               MOVE DF-INSTRUCTOR-ID TO DF-INSTRUCTOR-ID-A

               IF DF-INSTRUCTOR-ID-A > 0
                   PERFORM 520-PAIR-INSTRUCTOR-MEETINGS
               END-IF
           END-PERFORM
           .

       520-PAIR-INSTRUCTOR-MEETINGS.
           PERFORM VARYING MEET-SUB-B FROM MEET-SUB-A BY 1
               UNTIL MEET-SUB-B > MT-NUM-MEETINGS

               IF MEET-SUB-B > MEET-SUB-A AND
                       MT-CLASS-CODE(MEET-SUB-A) NOT =
                               MT-CLASS-CODE(MEET-SUB-B)
                   MOVE MT-CLASS-CODE(MEET-SUB-B) TO DF-CLASS-CODE
                   PERFORM 330-FIND-ASSIGNMENT
                   MOVE DF-INSTRUCTOR-ID TO DF-INSTRUCTOR-ID-B

                   IF DF-INSTRUCTOR-ID-A = DF-INSTRUCTOR-ID-B
                       PERFORM 600-TEST-MEETING-OVERLAP
                       IF MEETINGS-OVERLAP
                           ADD 1 TO SE-INSTRUCTOR-CONFLICTS
                           PERFORM 530-NAME-THE-INSTRUCTOR
                           PERFORM 650-WRITE-CONFLICT-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       530-NAME-THE-INSTRUCTOR.
           MOVE SPACES TO CDL-WHO
           MOVE DF-INSTRUCTOR-ID-A TO CDL-WHO

           PERFORM VARYING INST-SUB FROM 1 BY 1
               UNTIL INST-SUB > IN-NUM-INSTRUCTORS

               IF DF-INSTRUCTOR-ID-A = IT-INSTRUCTOR-ID(INST-SUB)
                   MOVE IT-NAME(INST-SUB) TO CDL-WHO
               END-IF
           END-PERFORM
           .

       550-CHECK-STUDENT-CONFLICTS.
      *    EVERY PAIR OF SECTIONS THE SAME STUDENT IS ENROLLED IN,
      *    EVERY PAIR OF THEIR MEETINGS
           MOVE 'STUDENTS ENROLLED IN OVERLAPPING SECTIONS' TO
                   SHL-TEXT
           WRITE REPORT-LINE FROM SECTION-HEADING
               AFTER ADVANCING 3 LINES

           PERFORM VARYING ENROLL-SUB-A FROM 1 BY 1
               UNTIL ENROLL-SUB-A > EN-NUM-LINES

               PERFORM VARYING ENROLL-SUB-B FROM ENROLL-SUB-A BY 1
                   UNTIL ENROLL-SUB-B > EN-NUM-LINES

                   IF ENROLL-SUB-B > ENROLL-SUB-A AND
                           EN-STUDENT-ID(ENROLL-SUB-A) =
                                   EN-STUDENT-ID(ENROLL-SUB-B) AND
                           EN-CLASS-CODE(ENROLL-SUB-A) NOT =
                                   EN-CLASS-CODE(ENROLL-SUB-B)
                       PERFORM 570-PAIR-STUDENT-MEETINGS
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       570-PAIR-STUDENT-MEETINGS.
           PERFORM VARYING MEET-SUB-A FROM 1 BY 1
               UNTIL MEET-SUB-A > MT-NUM-MEETINGS

               IF MT-CLASS-CODE(MEET-SUB-A) =
                       EN-CLASS-CODE(ENROLL-SUB-A)
                   PERFORM VARYING MEET-SUB-B FROM 1 BY 1
                       UNTIL MEET-SUB-B > MT-NUM-MEETINGS

                       IF MT-CLASS-CODE(MEET-SUB-B) =
                               EN-CLASS-CODE(ENROLL-SUB-B)
                           PERFORM 600-TEST-MEETING-OVERLAP
                           IF MEETINGS-OVERLAP
                               ADD 1 TO SE-STUDENT-CONFLICTS
                               MOVE EN-NAME(ENROLL-SUB-A) TO CDL-WHO
                               PERFORM 650-WRITE-CONFLICT-LINE
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       600-TEST-MEETING-OVERLAP.
      *    SAME DAY, AND EACH STARTS BEFORE THE OTHER ENDS -- A
      *    CLASS ENDING AT 1000 DOES NOT CLASH WITH ONE AT 1000
           MOVE 'N' TO OVERLAP-SW

           IF MT-START-TIME(MEET-SUB-A) < MT-END-TIME(MEET-SUB-B) AND
                   MT-START-TIME(MEET-SUB-B) < MT-END-TIME(MEET-SUB-A)
               PERFORM VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB > 5
                       OR MEETINGS-OVERLAP

                   IF MT-DAY-FLAG(MEET-SUB-A, DAY-SUB) NOT = SPACE
                           AND MT-DAY-FLAG(MEET-SUB-B, DAY-SUB)
                                   NOT = SPACE
                       SET MEETINGS-OVERLAP TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           .

       650-WRITE-CONFLICT-LINE.
           MOVE MT-CLASS-CODE(MEET-SUB-A) TO CDL-CLASS-CODE-A
           MOVE MT-DAYS(MEET-SUB-A) TO CDL-DAYS-A
           MOVE MT-START-TIME(MEET-SUB-A) TO CDL-START-A
           MOVE MT-END-TIME(MEET-SUB-A) TO CDL-END-A
           MOVE MT-CLASS-CODE(MEET-SUB-B) TO CDL-CLASS-CODE-B
           MOVE MT-DAYS(MEET-SUB-B) TO CDL-DAYS-B
           MOVE MT-START-TIME(MEET-SUB-B) TO CDL-START-B
           MOVE MT-END-TIME(MEET-SUB-B) TO CDL-END-B

           WRITE REPORT-LINE FROM CONFLICT-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           .

       900-FINAL-ROUTINE.
           MOVE 'ROOM DOUBLE-BOOKINGS' TO ECL-LABEL
           MOVE SE-ROOM-CONFLICTS TO ECL-COUNT
           WRITE REPORT-LINE FROM EDIT-COUNT-LINE
               AFTER ADVANCING 3 LINES

           MOVE 'ROOM SIZE / ROOM ERRORS' TO ECL-LABEL
           MOVE SE-ROOM-SIZE-ERRORS TO ECL-COUNT
           WRITE REPORT-LINE FROM EDIT-COUNT-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'INSTRUCTOR DOUBLE-BOOKINGS' TO ECL-LABEL
           MOVE SE-INSTRUCTOR-CONFLICTS TO ECL-COUNT
           WRITE REPORT-LINE FROM EDIT-COUNT-LINE
               AFTER ADVANCING 1 LINES

           MOVE 'STUDENT TIME CONFLICTS' TO ECL-LABEL
           MOVE SE-STUDENT-CONFLICTS TO ECL-COUNT
           WRITE REPORT-LINE FROM EDIT-COUNT-LINE
               AFTER ADVANCING 1 LINES

           CLOSE SCHEDULE-EDIT-REPORT

           STOP RUN
           .
