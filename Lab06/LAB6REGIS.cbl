       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LAB6REGIS.
       AUTHOR.         Timothy J.
      *
      *    PROCESSES REGISTRATION-WEEK ADD AND DROP REQUESTS AGAINST
      *    THE SEAT CAPACITY ON THE COURSE CATALOG, IN THE ORDER THE
      *    REQUESTS WERE MADE, SO A SECTION CAN NO LONGER BE FILLED
      *    PAST ITS CHAIRS.  AN ADD INTO A FULL SECTION GOES ON THE
      *    SECTION'S WAITLIST; A DROP FREES A SEAT THAT GOES TO THE
      *    LONGEST-WAITING STUDENT.  EVERY OUTCOME IS CONFIRMED TO
      *    THE STUDENT, THE WAITLIST POSITIONS ARE PRINTED PER
      *    SECTION, AND THE ENROLLMENTS ARE WRITTEN TO THE MERGED
      *    STUDENT FILE.  THE WAITLIST CARRIES OVER FROM RUN TO RUN.
      *    A STUDENT ON FINANCIAL HOLD FROM LAB6BILL CANNOT ADD
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT REGISTRATION-REQUEST-FILE
               ASSIGN TO "REGISTRATION-REQUESTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORTED-REQUEST-FILE
               ASSIGN TO "REGREQSORTED.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REQUEST-SORT-FILE
               ASSIGN TO "REGREQSORT.TMP".
      *
           SELECT COURSE-CATALOG-FILE
               ASSIGN TO "COURSE-CATALOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT MERGED-STUDENT-FILE
               ASSIGN TO "MERGEDSORTEDSTUDENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT ROSTER-WORK-FILE
               ASSIGN TO "REGROSTERWORK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT ROSTER-SORT-FILE
               ASSIGN TO "REGROSTERSORT.TMP".
      *
      *    STUDENTS LAB6BILL HAS PUT ON FINANCIAL HOLD
           SELECT FINANCIAL-HOLD-FILE
               ASSIGN TO "FINANCIALHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.
      *
      *    STUDENTS WAITING FOR A SEAT, IN REQUEST ORDER WITHIN
      *    EACH SECTION
           SELECT OPTIONAL WAITLIST-FILE
               ASSIGN TO "WAITLIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CONFIRMATION-REPORT
               ASSIGN TO PRINTER "REGCONFIRM.TXT".
      *
           SELECT WAITLIST-REPORT
               ASSIGN TO PRINTER "WAITLISTPOS.TXT".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  REGISTRATION-REQUEST-FILE
           RECORD CONTAINS 24 CHARACTERS.
      *
       01  REGISTRATION-REQUEST-RECORD     PIC X(24).
      *
       FD  SORTED-REQUEST-FILE
           RECORD CONTAINS 24 CHARACTERS.
      *
       01  SORTED-REQUEST-RECORD.
           05  RQ-STUDENT-ID               PIC 9(6).
           05  RQ-CLASS-CODE               PIC X(5).
           05  RQ-ACTION                   PIC X.
               88 RQ-ADD                               VALUE 'A'.
               88 RQ-DROP                              VALUE 'D'.
      *    YYMMDDHHMMSS THE STUDENT ASKED -- FIRST COME, FIRST SEATED
           05  RQ-REQUEST-STAMP            PIC X(12).
      *
       SD  REQUEST-SORT-FILE
           RECORD CONTAINS 24 CHARACTERS.
      *
       01  REQUEST-SORT-RECORD.
           05  SRQ-STUDENT-ID              PIC 9(6).
           05  SRQ-CLASS-CODE              PIC X(5).
           05  SRQ-ACTION                  PIC X.
           05  SRQ-REQUEST-STAMP           PIC X(12).
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
       FD  ROSTER-WORK-FILE
           RECORD CONTAINS 42 TO 90 CHARACTERS
               DEPENDING ON WR-NUM-TESTS.
      *
       01  ROSTER-WORK-REC.
           05  WR-DEPT-CODE                PIC A(4).
           05  WR-CLASS-CODE               PIC X(5).
           05  WR-NAME                     PIC X(20).
           05  WR-STUDENT-ID               PIC 9(6).
           05  WR-NUM-TESTS                PIC 9.
           05  WR-TEST-ENTRY OCCURS 1 TO 9 TIMES
               DEPENDING ON WR-NUM-TESTS
               INDEXED BY WR-TEST-INDEX.
               10  WR-TEST                 PIC 9(3).
               10  WR-WEIGHT               PIC 9V99.
      *
       SD  ROSTER-SORT-FILE
           RECORD CONTAINS 90 CHARACTERS.
      *
       01  ROSTER-SORT-RECORD.
           05  RSR-DEPT-CODE               PIC A(4).
           05  RSR-CLASS-CODE              PIC X(5).
           05  RSR-NAME                    PIC X(20).
           05  RSR-STUDENT-ID              PIC 9(6).
           05  RSR-NUM-TESTS               PIC 9.
           05  RSR-TEST-ENTRY OCCURS 1 TO 9 TIMES
               DEPENDING ON RSR-NUM-TESTS
               INDEXED BY RSR-TEST-INDEX.
               10  RSR-TEST                PIC 9(3).
               10  RSR-WEIGHT              PIC 9V99.
      *
       FD  WAITLIST-FILE
           RECORD CONTAINS 47 CHARACTERS.
      *
       01  WAITLIST-RECORD.
           05  WL-CLASS-CODE               PIC X(5).
           05  WL-REQUEST-STAMP            PIC X(12).
           05  WL-STUDENT-ID               PIC 9(6).
           05  WL-DEPT-CODE                PIC A(4).
           05  WL-NAME                     PIC X(20).
      *
       FD  FINANCIAL-HOLD-FILE
           RECORD CONTAINS 33 CHARACTERS.
      *
       01  FINANCIAL-HOLD-RECORD.
           05  FH-NAME                     PIC X(20).
           05  FH-STUDENT-ID               PIC 9(6).
           05  FH-BALANCE                  PIC 9(5)V99.
      *
       FD  CONFIRMATION-REPORT
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  CONFIRMATION-LINE               PIC X(80).
      *
       FD  WAITLIST-REPORT
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  WAITLIST-LINE                   PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  CATALOG-LOAD-EOF-FLAG       PIC X       VALUE 'F'.
               88 CATALOG-LOAD-DONE                    VALUE 'Y'.
           05  STUDENT-LOAD-EOF-FLAG       PIC X       VALUE 'F'.
               88 STUDENT-LOAD-DONE                    VALUE 'Y'.
           05  WAITLIST-LOAD-EOF-FLAG      PIC X       VALUE 'F'.
               88 WAITLIST-LOAD-DONE                   VALUE 'Y'.
           05  HOLD-FILE-STATUS            PIC XX.
               88 HOLD-FILE-FOUND                      VALUE '00'.
           05  HOLD-LOAD-EOF-FLAG          PIC X       VALUE 'F'.
               88 HOLD-LOAD-DONE                       VALUE 'Y'.
           05  HOLD-MATCH-SW               PIC X       VALUE 'N'.
               88 STUDENT-ON-HOLD                      VALUE 'Y'.
           05  CLASS-FOUND-SW              PIC X       VALUE 'N'.
               88 CLASS-FOUND                          VALUE 'Y'.
           05  STUDENT-FOUND-SW            PIC X       VALUE 'N'.
               88 STUDENT-FOUND                        VALUE 'Y'.
           05  ENROLLED-SW                 PIC X       VALUE 'N'.
               88 ALREADY-ENROLLED                     VALUE 'Y'.
           05  WAITING-SW                  PIC X       VALUE 'N'.
               88 ALREADY-WAITING                      VALUE 'Y'.
           05  CAT-SUB                     PIC 999.
           05  STU-SUB                     PIC 999.
           05  WAIT-SUB                    PIC 999.
           05  FIRST-WAIT-SUB              PIC 999.
           05  HOLD-SUB                    PIC 999.
      *
       01  COUNTERS.
           05  RG-ENROLLED-COUNT           PIC 9(4)    VALUE 0.
           05  RG-WAITLISTED-COUNT         PIC 9(4)    VALUE 0.
           05  RG-DROPPED-COUNT            PIC 9(4)    VALUE 0.
           05  RG-PROMOTED-COUNT           PIC 9(4)    VALUE 0.
           05  RG-REJECTED-COUNT           PIC 9(4)    VALUE 0.
      *
       01  DETAIL-FIELDS.
           05  DF-DEPT-CODE                PIC A(4).
           05  DF-NAME                     PIC X(20).
           05  DF-POSITION                 PIC 999.
           05  DF-LOWEST-STAMP             PIC X(12).
           05  DF-HOLD-STUDENT-ID          PIC 9(6).
      *
       01  COURSE-CATALOG-TABLE-AREA.
      *    EACH SECTION'S SEATS AND HOW MANY ARE TAKEN; A SECTION
      *    WITH NO CAPACITY ON THE CATALOG IS NOT LIMITED
           05  CAT-NUM-CLASSES             PIC 999     VALUE 0.
           05  CATALOG-TBL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON CAT-NUM-CLASSES
               INDEXED BY CATALOG-TBL-INDEX.
               10  CAT-CLASS-CODE          PIC X(5).
               10  CAT-CLASS-TITLE         PIC X(20).
               10  CAT-SEAT-CAPACITY       PIC 9(3).
               10  CAT-ENROLLED            PIC 9(4).
      *
       01  STUDENT-TABLE-AREA.
      *    THE WHOLE MERGED FILE HELD AS FIXED-LENGTH IMAGES; DROPPED
      *    ENTRIES ARE FLAGGED AND NEVER WRITTEN BACK
           05  ST-NUM-STUDENTS             PIC 999     VALUE 0.
           05  STUDENT-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON ST-NUM-STUDENTS
               INDEXED BY STUDENT-TBL-INDEX.
               10  ST-DELETE-SW            PIC X.
                   88 ST-DELETED                       VALUE 'Y'.
               10  ST-STUDENT-IMAGE.
                   15  ST-DEPT-CODE        PIC A(4).
                   15  ST-CLASS-CODE       PIC X(5).
                   15  ST-NAME             PIC X(20).
                   15  ST-STUDENT-ID       PIC 9(6).
                   15  ST-NUM-TESTS        PIC 9.
                   15  ST-TEST-DATA        PIC X(54).
      *
       01  WAITLIST-TABLE-AREA.
      *    REMOVED ENTRIES ARE FLAGGED AND NEVER WRITTEN BACK
           05  WT-NUM-ENTRIES              PIC 999     VALUE 0.
           05  WAITLIST-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON WT-NUM-ENTRIES
               INDEXED BY WAITLIST-TBL-INDEX.
               10  WT-REMOVED-SW           PIC X.
                   88 WT-REMOVED                       VALUE 'Y'.
               10  WT-ENTRY-IMAGE.
                   15  WT-CLASS-CODE       PIC X(5).
                   15  WT-REQUEST-STAMP    PIC X(12).
                   15  WT-STUDENT-ID       PIC 9(6).
                   15  WT-DEPT-CODE        PIC A(4).
                   15  WT-NAME             PIC X(20).
      *
       01  HOLD-TABLE-AREA.
           05  FH-NUM-STUDENTS             PIC 999     VALUE 0.
           05  HOLD-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON FH-NUM-STUDENTS
               INDEXED BY HOLD-TBL-INDEX.
               10  HT-STUDENT-ID           PIC 9(6).
      *
      **************************OUTPUT AREA****************************
       01  CONFIRMATION-HEADING.
           05                              PIC X(22)   VALUE SPACES.
           05                              PIC X(36)   VALUE
                           'REGISTRATION CONFIRMATIONS'.
           05                              PIC X(22)   VALUE SPACES.
      *
       01  CONFIRMATION-DETAIL-LINE.
           05  CFL-STUDENT-ID              PIC 9(6).
           05                              PIC X(2)    VALUE SPACES.
           05  CFL-NAME                    PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  CFL-CLASS-CODE              PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  CFL-ACTION                  PIC X.
           05                              PIC X(2)    VALUE SPACES.
           05  CFL-OUTCOME                 PIC X(40).
      *
       01  CONFIRMATION-COUNT-LINE.
           05                              PIC X(10)   VALUE
                                           'ENROLLED: '.
           05  CCL-ENROLLED                PIC ZZZ9.
           05                              PIC X(14)   VALUE
                                           '  WAITLISTED: '.
           05  CCL-WAITLISTED              PIC ZZZ9.
           05                              PIC X(11)   VALUE
                                           '  DROPPED: '.
           05  CCL-DROPPED                 PIC ZZZ9.
           05                              PIC X(12)   VALUE
                                           '  PROMOTED: '.
           05  CCL-PROMOTED                PIC ZZZ9.
           05                              PIC X(12)   VALUE
                                           '  REJECTED: '.
           05  CCL-REJECTED                PIC ZZZ9.
           05                              PIC X(1)    VALUE SPACES.
      *
       01  WAITLIST-HEADING.
           05                              PIC X(22)   VALUE SPACES.
           05                              PIC X(36)   VALUE
                           'WAITLIST POSITIONS BY SECTION'.
           05                              PIC X(22)   VALUE SPACES.
      *
       01  SECTION-LINE.
           05  SCL-CLASS-CODE              PIC X(5).
           05                              PIC X(1)    VALUE SPACES.
           05  SCL-CLASS-TITLE             PIC X(20).
           05                              PIC X(10)   VALUE
                                           '  SEATS   '.
           05  SCL-SEAT-CAPACITY           PIC ZZ9.
           05                              PIC X(11)   VALUE
                                           '  ENROLLED '.
           05  SCL-ENROLLED                PIC Z,ZZ9.
           05                              PIC X(11)   VALUE
                                           '  WAITING '.
           05  SCL-WAITING                 PIC ZZ9.
           05                              PIC X(11)   VALUE SPACES.
      *
       01  WAITING-STUDENT-LINE.
           05                              PIC X(6)    VALUE SPACES.
           05  WSL-POSITION                PIC ZZ9.
           05                              PIC X(3)    VALUE SPACES.
           05  WSL-STUDENT-ID              PIC 9(6).
           05                              PIC X(2)    VALUE SPACES.
           05  WSL-NAME                    PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  WSL-REQUEST-STAMP           PIC X(12).
           05                              PIC X(26)   VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-PROCESS-REGISTRATION.
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 250-LOAD-COURSE-CATALOG
           PERFORM 300-LOAD-STUDENT-TABLE
           PERFORM 350-LOAD-WAITLIST
           PERFORM 380-LOAD-FINANCIAL-HOLDS
           PERFORM 400-READ-REQUESTS
           PERFORM 700-PRINT-WAITLIST-REPORT
           PERFORM 800-REWRITE-MERGED-FILE
           PERFORM 850-REWRITE-WAITLIST
           PERFORM 900-FINAL-ROUTINE
           .

       200-HSKPING-ROUTINE.
      *    REQUESTS ARE TAKEN IN THE ORDER THE STUDENTS MADE THEM,
      *    WHATEVER ORDER THEY WERE KEYED IN
           SORT REQUEST-SORT-FILE
               ON ASCENDING KEY SRQ-REQUEST-STAMP
               USING REGISTRATION-REQUEST-FILE
               GIVING SORTED-REQUEST-FILE

           OPEN INPUT SORTED-REQUEST-FILE
                OUTPUT CONFIRMATION-REPORT
                       WAITLIST-REPORT

           WRITE CONFIRMATION-LINE FROM CONFIRMATION-HEADING
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

       300-LOAD-STUDENT-TABLE.
      *    EACH ENROLLMENT ALREADY ON FILE TAKES A SEAT
           OPEN INPUT MERGED-STUDENT-FILE

           PERFORM UNTIL STUDENT-LOAD-DONE
               READ MERGED-STUDENT-FILE
                   AT END
                       SET STUDENT-LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO ST-NUM-STUDENTS
                       MOVE 'N' TO ST-DELETE-SW(ST-NUM-STUDENTS)
                       MOVE SPACES TO
                               ST-STUDENT-IMAGE(ST-NUM-STUDENTS)
                       MOVE MERGED-SORTED-REC TO
                               ST-STUDENT-IMAGE(ST-NUM-STUDENTS)

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

       350-LOAD-WAITLIST.
           OPEN INPUT WAITLIST-FILE

           PERFORM UNTIL WAITLIST-LOAD-DONE
               READ WAITLIST-FILE
                   AT END
                       SET WAITLIST-LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WT-NUM-ENTRIES
                       MOVE 'N' TO WT-REMOVED-SW(WT-NUM-ENTRIES)
                       MOVE WAITLIST-RECORD TO
                               WT-ENTRY-IMAGE(WT-NUM-ENTRIES)
               END-READ
           END-PERFORM

           CLOSE WAITLIST-FILE
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
                           MOVE FH-STUDENT-ID TO
                                   HT-STUDENT-ID(FH-NUM-STUDENTS)
                   END-READ
               END-PERFORM

               CLOSE FINANCIAL-HOLD-FILE
           END-IF
           .

       400-READ-REQUESTS.
           PERFORM UNTIL NO-MORE-DATA
               READ SORTED-REQUEST-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 450-APPLY-ONE-REQUEST
               END-READ
           END-PERFORM
           .

       450-APPLY-ONE-REQUEST.
           MOVE RQ-STUDENT-ID TO CFL-STUDENT-ID
           MOVE RQ-CLASS-CODE TO CFL-CLASS-CODE
           MOVE RQ-ACTION TO CFL-ACTION
           MOVE SPACES TO CFL-NAME

           PERFORM 460-FIND-CLASS
           PERFORM 470-FIND-STUDENT
           PERFORM 480-CHECK-ENROLLED
           PERFORM 490-CHECK-WAITING
           MOVE RQ-STUDENT-ID TO DF-HOLD-STUDENT-ID
           PERFORM 495-CHECK-HOLD

           EVALUATE TRUE
               WHEN NOT RQ-ADD AND NOT RQ-DROP
                   MOVE 'REJECTED - BAD ACTION CODE' TO CFL-OUTCOME
                   PERFORM 650-WRITE-REJECT-LINE

               WHEN NOT CLASS-FOUND
                   MOVE 'REJECTED - CLASS NOT IN CATALOG' TO
                           CFL-OUTCOME
                   PERFORM 650-WRITE-REJECT-LINE

               WHEN NOT STUDENT-FOUND
                   MOVE 'REJECTED - STUDENT NOT ON FILE' TO
                           CFL-OUTCOME
                   PERFORM 650-WRITE-REJECT-LINE

               WHEN RQ-ADD AND STUDENT-ON-HOLD
                   MOVE 'REJECTED - FINANCIAL HOLD' TO CFL-OUTCOME
                   PERFORM 650-WRITE-REJECT-LINE

               WHEN RQ-ADD AND ALREADY-ENROLLED
                   MOVE 'REJECTED - ALREADY ENROLLED' TO CFL-OUTCOME
                   PERFORM 650-WRITE-REJECT-LINE

               WHEN RQ-ADD AND ALREADY-WAITING
                   MOVE 'REJECTED - ALREADY ON WAITLIST' TO
                           CFL-OUTCOME
                   PERFORM 650-WRITE-REJECT-LINE

               WHEN RQ-ADD
                   PERFORM 500-ADD-TO-SECTION

               WHEN ALREADY-ENROLLED
                   PERFORM 550-DROP-FROM-SECTION

               WHEN ALREADY-WAITING
                   MOVE 'Y' TO WT-REMOVED-SW(WAIT-SUB)
                   MOVE 'DROPPED - REMOVED FROM WAITLIST' TO
                           CFL-OUTCOME
                   ADD 1 TO RG-DROPPED-COUNT
                   PERFORM 640-WRITE-CONFIRMATION

               WHEN OTHER
                   MOVE 'REJECTED - NOT ENROLLED OR WAITING' TO
                           CFL-OUTCOME
                   PERFORM 650-WRITE-REJECT-LINE
           END-EVALUATE
           .

       460-FIND-CLASS.
           MOVE 'N' TO CLASS-FOUND-SW

           PERFORM VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-NUM-CLASSES
                   OR CLASS-FOUND

               IF RQ-CLASS-CODE = CAT-CLASS-CODE(CAT-SUB)
                   SET CLASS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF CLASS-FOUND
               SUBTRACT 1 FROM CAT-SUB
           END-IF
           .

       470-FIND-STUDENT.
      *    THE STUDENT'S NAME COMES FROM ANY ENROLLMENT THEY HOLD.
      *    THE DEPARTMENT IS THE SECTION'S OWN, TAKEN FROM ANOTHER
      *    STUDENT IN IT, OR THE STUDENT'S WHEN THE SECTION IS EMPTY
           MOVE 'N' TO STUDENT-FOUND-SW
           MOVE SPACES TO DF-DEPT-CODE

           PERFORM VARYING STU-SUB FROM 1 BY 1
               UNTIL STU-SUB > ST-NUM-STUDENTS

               IF RQ-STUDENT-ID = ST-STUDENT-ID(STU-SUB) AND
                       NOT STUDENT-FOUND
                   SET STUDENT-FOUND TO TRUE
                   MOVE ST-NAME(STU-SUB) TO DF-NAME
                   MOVE ST-NAME(STU-SUB) TO CFL-NAME
                   IF DF-DEPT-CODE = SPACES
                       MOVE ST-DEPT-CODE(STU-SUB) TO DF-DEPT-CODE
                   END-IF
               END-IF

               IF RQ-CLASS-CODE = ST-CLASS-CODE(STU-SUB)
                   MOVE ST-DEPT-CODE(STU-SUB) TO DF-DEPT-CODE
               END-IF
           END-PERFORM

      *    A STUDENT WAITING ON THEIR FIRST SECTION IS ONLY ON THE
      *    WAITLIST SO FAR
           IF NOT STUDENT-FOUND
               PERFORM VARYING WAIT-SUB FROM 1 BY 1
                   UNTIL WAIT-SUB > WT-NUM-ENTRIES
                       OR STUDENT-FOUND

                   IF RQ-STUDENT-ID = WT-STUDENT-ID(WAIT-SUB)
                       SET STUDENT-FOUND TO TRUE
                       MOVE WT-NAME(WAIT-SUB) TO DF-NAME
                       MOVE WT-NAME(WAIT-SUB) TO CFL-NAME
                       IF DF-DEPT-CODE = SPACES
                           MOVE WT-DEPT-CODE(WAIT-SUB) TO
                                   DF-DEPT-CODE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .

       480-CHECK-ENROLLED.
           MOVE 'N' TO ENROLLED-SW

           PERFORM VARYING STU-SUB FROM 1 BY 1
               UNTIL STU-SUB > ST-NUM-STUDENTS
                   OR ALREADY-ENROLLED

               IF RQ-STUDENT-ID = ST-STUDENT-ID(STU-SUB) AND
                       RQ-CLASS-CODE = ST-CLASS-CODE(STU-SUB) AND
                       NOT ST-DELETED(STU-SUB)
                   SET ALREADY-ENROLLED TO TRUE
               END-IF
           END-PERFORM

           IF ALREADY-ENROLLED
               SUBTRACT 1 FROM STU-SUB
           END-IF
           .

       490-CHECK-WAITING.
           MOVE 'N' TO WAITING-SW

           PERFORM VARYING WAIT-SUB FROM 1 BY 1
               UNTIL WAIT-SUB > WT-NUM-ENTRIES
                   OR ALREADY-WAITING

               IF RQ-STUDENT-ID = WT-STUDENT-ID(WAIT-SUB) AND
                       RQ-CLASS-CODE = WT-CLASS-CODE(WAIT-SUB) AND
                       NOT WT-REMOVED(WAIT-SUB)
                   SET ALREADY-WAITING TO TRUE
               END-IF
           END-PERFORM

           IF ALREADY-WAITING
               SUBTRACT 1 FROM WAIT-SUB
           END-IF
           .

       495-CHECK-HOLD.
           MOVE 'N' TO HOLD-MATCH-SW

           PERFORM VARYING HOLD-SUB FROM 1 BY 1
               UNTIL HOLD-SUB > FH-NUM-STUDENTS
                   OR STUDENT-ON-HOLD

               IF DF-HOLD-STUDENT-ID = HT-STUDENT-ID(HOLD-SUB)
                   SET STUDENT-ON-HOLD TO TRUE
               END-IF
           END-PERFORM
           .

       500-ADD-TO-SECTION.
           IF CAT-SEAT-CAPACITY(CAT-SUB) = 0 OR
                   CAT-ENROLLED(CAT-SUB) < CAT-SEAT-CAPACITY(CAT-SUB)
               PERFORM 520-ENROLL-STUDENT
               MOVE 'ENROLLED' TO CFL-OUTCOME
               ADD 1 TO RG-ENROLLED-COUNT
               PERFORM 640-WRITE-CONFIRMATION
           ELSE
               ADD 1 TO WT-NUM-ENTRIES
               MOVE 'N' TO WT-REMOVED-SW(WT-NUM-ENTRIES)
               MOVE RQ-CLASS-CODE TO WT-CLASS-CODE(WT-NUM-ENTRIES)
               MOVE RQ-REQUEST-STAMP TO
                       WT-REQUEST-STAMP(WT-NUM-ENTRIES)
               MOVE RQ-STUDENT-ID TO WT-STUDENT-ID(WT-NUM-ENTRIES)
               MOVE DF-DEPT-CODE TO WT-DEPT-CODE(WT-NUM-ENTRIES)
               MOVE DF-NAME TO WT-NAME(WT-NUM-ENTRIES)

               PERFORM 530-COUNT-POSITION
               MOVE SPACES TO CFL-OUTCOME
               STRING 'SECTION FULL - WAITLIST POSITION '
                   DF-POSITION DELIMITED BY SIZE INTO CFL-OUTCOME
               END-STRING
               ADD 1 TO RG-WAITLISTED-COUNT
               PERFORM 640-WRITE-CONFIRMATION
           END-IF
           .

       520-ENROLL-STUDENT.
      *    A NEW ENROLLMENT STARTS WITH NO TEST SCORES
           ADD 1 TO ST-NUM-STUDENTS
           MOVE 'N' TO ST-DELETE-SW(ST-NUM-STUDENTS)
           MOVE SPACES TO ST-STUDENT-IMAGE(ST-NUM-STUDENTS)
           MOVE DF-DEPT-CODE TO ST-DEPT-CODE(ST-NUM-STUDENTS)
           MOVE RQ-CLASS-CODE TO ST-CLASS-CODE(ST-NUM-STUDENTS)
           MOVE DF-NAME TO ST-NAME(ST-NUM-STUDENTS)
           MOVE RQ-STUDENT-ID TO ST-STUDENT-ID(ST-NUM-STUDENTS)
           MOVE ZERO TO ST-NUM-TESTS(ST-NUM-STUDENTS)

           ADD 1 TO CAT-ENROLLED(CAT-SUB)
           .

       530-COUNT-POSITION.
      *    PLACE IN LINE AMONG THOSE STILL WAITING FOR THE SECTION
           MOVE ZEROS TO DF-POSITION

           PERFORM VARYING WAIT-SUB FROM 1 BY 1
               UNTIL WAIT-SUB > WT-NUM-ENTRIES

               IF WT-CLASS-CODE(WAIT-SUB) = RQ-CLASS-CODE AND
                       NOT WT-REMOVED(WAIT-SUB) AND
                       WT-REQUEST-STAMP(WAIT-SUB) <= RQ-REQUEST-STAMP
                   ADD 1 TO DF-POSITION
               END-IF
           END-PERFORM
           .

       550-DROP-FROM-SECTION.
      *    THE FREED SEAT GOES STRAIGHT TO THE LONGEST-WAITING
      *    STUDENT FOR THE SECTION NOT ON FINANCIAL HOLD
           MOVE 'Y' TO ST-DELETE-SW(STU-SUB)
           SUBTRACT 1 FROM CAT-ENROLLED(CAT-SUB)
           MOVE 'DROPPED' TO CFL-OUTCOME
           ADD 1 TO RG-DROPPED-COUNT
           PERFORM 640-WRITE-CONFIRMATION

           PERFORM 600-PROMOTE-FROM-WAITLIST
           .

       600-PROMOTE-FROM-WAITLIST.
      *    A STUDENT PUT ON FINANCIAL HOLD SINCE JOINING THE LINE
      *    KEEPS THEIR PLACE BUT IS PASSED OVER FOR THE SEAT
           MOVE ZEROS TO FIRST-WAIT-SUB
           MOVE HIGH-VALUES TO DF-LOWEST-STAMP

           PERFORM VARYING WAIT-SUB FROM 1 BY 1
               UNTIL WAIT-SUB > WT-NUM-ENTRIES

               IF WT-CLASS-CODE(WAIT-SUB) = RQ-CLASS-CODE AND
                       NOT WT-REMOVED(WAIT-SUB) AND
                       WT-REQUEST-STAMP(WAIT-SUB) < DF-LOWEST-STAMP
                   MOVE WT-STUDENT-ID(WAIT-SUB) TO DF-HOLD-STUDENT-ID
                   PERFORM 495-CHECK-HOLD
                   IF NOT STUDENT-ON-HOLD
                       MOVE WAIT-SUB TO FIRST-WAIT-SUB
                       MOVE WT-REQUEST-STAMP(WAIT-SUB) TO
                               DF-LOWEST-STAMP
                   END-IF
               END-IF
           END-PERFORM

           IF FIRST-WAIT-SUB > 0 AND
                   (CAT-SEAT-CAPACITY(CAT-SUB) = 0 OR
                    CAT-ENROLLED(CAT-SUB) < CAT-SEAT-CAPACITY(CAT-SUB))
               MOVE 'Y' TO WT-REMOVED-SW(FIRST-WAIT-SUB)
               MOVE WT-DEPT-CODE(FIRST-WAIT-SUB) TO DF-DEPT-CODE
               MOVE WT-NAME(FIRST-WAIT-SUB) TO DF-NAME
               MOVE WT-STUDENT-ID(FIRST-WAIT-SUB) TO RQ-STUDENT-ID
               PERFORM 520-ENROLL-STUDENT

               MOVE WT-STUDENT-ID(FIRST-WAIT-SUB) TO CFL-STUDENT-ID
               MOVE WT-NAME(FIRST-WAIT-SUB) TO CFL-NAME
               MOVE 'A' TO CFL-ACTION
               MOVE 'SEAT FREED - ENROLLED FROM WAITLIST' TO
                       CFL-OUTCOME
               ADD 1 TO RG-PROMOTED-COUNT
               PERFORM 640-WRITE-CONFIRMATION
           END-IF
           .

       640-WRITE-CONFIRMATION.
           WRITE CONFIRMATION-LINE FROM CONFIRMATION-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           .

       650-WRITE-REJECT-LINE.
           ADD 1 TO RG-REJECTED-COUNT
           WRITE CONFIRMATION-LINE FROM CONFIRMATION-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           .

       700-PRINT-WAITLIST-REPORT.
      *    EVERY SECTION WITH SOMEONE WAITING, WITH EACH STUDENT'S
      *    PLACE IN LINE
           WRITE WAITLIST-LINE FROM WAITLIST-HEADING
               AFTER ADVANCING PAGE

           PERFORM VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-NUM-CLASSES

               MOVE ZEROS TO DF-POSITION
               PERFORM VARYING WAIT-SUB FROM 1 BY 1
                   UNTIL WAIT-SUB > WT-NUM-ENTRIES

                   IF WT-CLASS-CODE(WAIT-SUB) =
                           CAT-CLASS-CODE(CAT-SUB) AND
                           NOT WT-REMOVED(WAIT-SUB)
                       ADD 1 TO DF-POSITION
                   END-IF
               END-PERFORM

               IF DF-POSITION > 0
                   PERFORM 750-PRINT-ONE-SECTION
               END-IF
           END-PERFORM
           .

       750-PRINT-ONE-SECTION.
      *    THE WAITLIST IS KEPT IN REQUEST ORDER, SO FILE ORDER IS
      *    THE ORDER OF THE LINE
           MOVE CAT-CLASS-CODE(CAT-SUB) TO SCL-CLASS-CODE
           MOVE CAT-CLASS-TITLE(CAT-SUB) TO SCL-CLASS-TITLE
           MOVE CAT-SEAT-CAPACITY(CAT-SUB) TO SCL-SEAT-CAPACITY
           MOVE CAT-ENROLLED(CAT-SUB) TO SCL-ENROLLED
           MOVE DF-POSITION TO SCL-WAITING
           WRITE WAITLIST-LINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES

           MOVE ZEROS TO DF-POSITION
           PERFORM VARYING WAIT-SUB FROM 1 BY 1
               UNTIL WAIT-SUB > WT-NUM-ENTRIES

               IF WT-CLASS-CODE(WAIT-SUB) =
                       CAT-CLASS-CODE(CAT-SUB) AND
                       NOT WT-REMOVED(WAIT-SUB)
                   ADD 1 TO DF-POSITION
                   MOVE DF-POSITION TO WSL-POSITION
                   MOVE WT-STUDENT-ID(WAIT-SUB) TO WSL-STUDENT-ID
                   MOVE WT-NAME(WAIT-SUB) TO WSL-NAME
                   MOVE WT-REQUEST-STAMP(WAIT-SUB) TO
                           WSL-REQUEST-STAMP
                   WRITE WAITLIST-LINE FROM WAITING-STUDENT-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM
           .

       800-REWRITE-MERGED-FILE.
      *    SURVIVORS (ADDS INCLUDED) GO TO A WORK FILE AND ARE
      *    SORTED BACK INTO DEPT/CLASS ORDER, THE SAME ORDER THE
      *    MERGE STEP PRODUCES
           OPEN OUTPUT ROSTER-WORK-FILE

           PERFORM VARYING STUDENT-TBL-INDEX FROM 1 BY 1
               UNTIL STUDENT-TBL-INDEX > ST-NUM-STUDENTS

               IF NOT ST-DELETED(STUDENT-TBL-INDEX)
                   MOVE ST-NUM-TESTS(STUDENT-TBL-INDEX) TO
                           WR-NUM-TESTS
                   MOVE ST-STUDENT-IMAGE(STUDENT-TBL-INDEX) TO
                           ROSTER-WORK-REC
                   WRITE ROSTER-WORK-REC
               END-IF
           END-PERFORM

           CLOSE ROSTER-WORK-FILE

           SORT ROSTER-SORT-FILE
               ON ASCENDING KEY RSR-DEPT-CODE, RSR-CLASS-CODE,
                                RSR-STUDENT-ID
               USING ROSTER-WORK-FILE
               GIVING MERGED-STUDENT-FILE
           .

       850-REWRITE-WAITLIST.
      *    ENTRIES ARE ONLY EVER ADDED IN REQUEST ORDER, SO THE FILE
      *    STAYS IN THE ORDER OF THE LINE
           OPEN OUTPUT WAITLIST-FILE

           PERFORM VARYING WAIT-SUB FROM 1 BY 1
               UNTIL WAIT-SUB > WT-NUM-ENTRIES

               IF NOT WT-REMOVED(WAIT-SUB)
                   MOVE WT-ENTRY-IMAGE(WAIT-SUB) TO WAITLIST-RECORD
                   WRITE WAITLIST-RECORD
               END-IF
           END-PERFORM

           CLOSE WAITLIST-FILE
           .

       900-FINAL-ROUTINE.
           MOVE RG-ENROLLED-COUNT TO CCL-ENROLLED
           MOVE RG-WAITLISTED-COUNT TO CCL-WAITLISTED
           MOVE RG-DROPPED-COUNT TO CCL-DROPPED
           MOVE RG-PROMOTED-COUNT TO CCL-PROMOTED
           MOVE RG-REJECTED-COUNT TO CCL-REJECTED
           WRITE CONFIRMATION-LINE FROM CONFIRMATION-COUNT-LINE
               AFTER ADVANCING 2 LINES

           CLOSE SORTED-REQUEST-FILE
                 CONFIRMATION-REPORT
                 WAITLIST-REPORT

           STOP RUN
           .
