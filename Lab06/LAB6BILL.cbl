       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LAB6BILL.
       AUTHOR.         Timothy J.
      *
      *    TERM TUITION BILLING.  EVERY CURRENT-TERM ENROLLMENT ON
      *    THE MERGED STUDENT FILE IS CHARGED ITS CATALOG CREDIT
      *    HOURS AT THE DEPARTMENT'S PER-CREDIT RATE FROM THE FEE
      *    SCHEDULE, PLUS THE DEPARTMENT'S FLAT FEE ONCE PER TERM.
      *    CHARGES AND THE PAYMENTS RECEIVED ARE POSTED TO THE
      *    STUDENT ACCOUNT LEDGER, A STATEMENT IS PRINTED FOR EVERY
      *    ACCOUNT, AND ANY STUDENT OWING MORE THAN THE HOLD
      *    THRESHOLD IS PUT ON FINANCIAL HOLD -- LAB6REGIS REFUSES
      *    THEIR ADDS AND THE TRANSCRIPT AND DEGREE AUDIT SHOW IT.
      *    A TERM ALREADY BILLED TO A STUDENT IS NOT BILLED TWICE,
      *    SO THE RUN IS SAFE TO REPEAT FOR LATE PAYMENTS
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO "FEE-SCHEDULE.TXT"
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
           SELECT OPTIONAL STUDENT-PAYMENT-FILE
               ASSIGN TO "STUDENT-PAYMENTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    EVERY CHARGE AND PAYMENT EVER POSTED, OLDEST FIRST
           SELECT OPTIONAL STUDENT-ACCOUNT-FILE
               ASSIGN TO "STUDENT-ACCOUNT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT FINANCIAL-HOLD-FILE
               ASSIGN TO "FINANCIALHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT STATEMENT-REPORT
               ASSIGN TO PRINTER "TERMSTATEMENTS.TXT".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  FEE-SCHEDULE-FILE
           RECORD CONTAINS 16 CHARACTERS.
      *
      *    A DEPARTMENT CODE OF ALL PRICES ANY DEPARTMENT NOT GIVEN
      *    ITS OWN LINE
       01  FEE-SCHEDULE-RECORD.
           05  FS-DEPT-CODE                PIC A(4).
           05  FS-CREDIT-HOUR-RATE         PIC 9(4)V99.
           05  FS-FLAT-FEE                 PIC 9(4)V99.
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
       FD  STUDENT-PAYMENT-FILE
           RECORD CONTAINS 29 CHARACTERS.
      *
       01  STUDENT-PAYMENT-RECORD.
           05  PY-STUDENT-ID               PIC 9(6).
      *    YYMMDD THE PAYMENT WAS RECEIVED
           05  PY-PAYMENT-DATE             PIC 9(6).
           05  PY-AMOUNT                   PIC 9(5)V99.
           05  PY-REFERENCE                PIC X(10).
      *
       FD  STUDENT-ACCOUNT-FILE
           RECORD CONTAINS 60 CHARACTERS.
      *
       01  STUDENT-ACCOUNT-RECORD.
           05  SA-STUDENT-ID               PIC 9(6).
           05  SA-NAME                     PIC X(20).
           05  SA-TERM                     PIC X(5).
           05  SA-ENTRY-TYPE               PIC X.
               88 SA-CHARGE                            VALUE 'C'.
               88 SA-PAYMENT                           VALUE 'P'.
           05  SA-DESCRIPTION              PIC X(15).
           05  SA-ENTRY-DATE               PIC 9(6).
           05  SA-AMOUNT                   PIC 9(5)V99.
      *
       FD  FINANCIAL-HOLD-FILE
           RECORD CONTAINS 33 CHARACTERS.
      *
       01  FINANCIAL-HOLD-RECORD.
           05  FH-NAME                     PIC X(20).
           05  FH-STUDENT-ID               PIC 9(6).
           05  FH-BALANCE                  PIC 9(5)V99.
      *
       FD  STATEMENT-REPORT
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  STATEMENT-LINE                  PIC X(80).
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
           05  CAT-SUB                     PIC 999.
           05  FEE-SUB                     PIC 999.
           05  ACCT-SUB                    PIC 999.
           05  BILL-SUB                    PIC 999.
           05  LEDGER-SUB                  PIC 9(4).
      *
       01  RUN-PARAMETERS.
           05  WS-CURRENT-TERM             PIC X(5)    VALUE SPACES.
      *    A BALANCE OVER THIS AMOUNT BLOCKS REGISTRATION
           05  WS-HOLD-THRESHOLD           PIC 9(5)V99 VALUE 500.00.
           05  WS-THRESHOLD-IN             PIC X(7).
           05  WS-THRESHOLD-IN-N REDEFINES WS-THRESHOLD-IN
                                           PIC 9(5)V99.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
       01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
                                           PIC 9(6).
      *
       01  COUNTERS.
           05  BL-STUDENTS-BILLED          PIC 9(4)    VALUE 0.
           05  BL-ALREADY-BILLED           PIC 9(4)    VALUE 0.
           05  BL-HOLD-COUNT               PIC 9(4)    VALUE 0.
           05  BL-TOTAL-CHARGES            PIC 9(7)V99 VALUE 0.
           05  BL-TOTAL-PAYMENTS           PIC 9(7)V99 VALUE 0.
      *
       01  DETAIL-FIELDS.
           05  DF-CREDIT-HOURS             PIC 9       VALUE 0.
           05  DF-CREDIT-HOUR-RATE         PIC 9(4)V99 VALUE 0.
           05  DF-FLAT-FEE                 PIC 9(4)V99 VALUE 0.
           05  DF-AMOUNT                   PIC 9(5)V99 VALUE 0.
           05  DF-PRIOR-BALANCE            PIC S9(6)V99 VALUE 0.
           05  DF-BALANCE                  PIC S9(6)V99 VALUE 0.
           05  DF-STUDENT-ID               PIC 9(6).
           05  DF-NAME                     PIC X(20).
           05  DF-ENTRY-DATE               PIC 9(6).
           05  DF-ENTRY-DATE-X REDEFINES DF-ENTRY-DATE.
               10  DF-ENTRY-YY             PIC 99.
               10  DF-ENTRY-MM             PIC 99.
               10  DF-ENTRY-DD             PIC 99.
      *
       01  COURSE-CATALOG-TABLE-AREA.
           05  CAT-NUM-CLASSES             PIC 999     VALUE 0.
           05  CATALOG-TBL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON CAT-NUM-CLASSES
               INDEXED BY CATALOG-TBL-INDEX.
               10  CAT-CLASS-CODE          PIC X(5).
               10  CAT-CREDIT-HOURS        PIC 9.
      *
       01  FEE-SCHEDULE-TABLE-AREA.
           05  FEE-NUM-DEPTS               PIC 999     VALUE 0.
           05  FEE-TBL-LINE OCCURS 1 TO 100 TIMES
               DEPENDING ON FEE-NUM-DEPTS
               INDEXED BY FEE-TBL-INDEX.
               10  FEE-DEPT-CODE           PIC A(4).
               10  FEE-CREDIT-HOUR-RATE    PIC 9(4)V99.
               10  FEE-FLAT-FEE            PIC 9(4)V99.
      *
       01  ACCOUNT-TABLE-AREA.
      *    ONE LINE PER STUDENT WITH A LEDGER ENTRY OR AN
      *    ENROLLMENT, IN THE ORDER FIRST MET
           05  AC-NUM-STUDENTS             PIC 999     VALUE 0.
           05  ACCOUNT-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON AC-NUM-STUDENTS
               INDEXED BY ACCOUNT-TBL-INDEX.
               10  AC-STUDENT-ID           PIC 9(6).
               10  AC-NAME                 PIC X(20).
      *        SET FROM THE LEDGER AS LOADED, BEFORE THIS RUN POSTS
               10  AC-TERM-BILLED-SW       PIC X.
                   88 AC-TERM-BILLED                   VALUE 'Y'.
      *
       01  BILLING-TABLE-AREA.
      *    CREDIT HOURS PER STUDENT PER DEPARTMENT THIS TERM
           05  BT-NUM-LINES                PIC 999     VALUE 0.
           05  BILLING-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON BT-NUM-LINES
               INDEXED BY BILLING-TBL-INDEX.
               10  BT-STUDENT-ID           PIC 9(6).
               10  BT-DEPT-CODE            PIC A(4).
               10  BT-CREDIT-HOURS         PIC 99.
      *
       01  LEDGER-TABLE-AREA.
      *    THE WHOLE LEDGER, OLD ENTRIES AND THIS RUN'S, FOR THE
      *    BALANCES AND STATEMENT DETAIL
           05  LG-NUM-ENTRIES              PIC 9(4)    VALUE 0.
           05  LEDGER-TBL-LINE OCCURS 1 TO 3000 TIMES
               DEPENDING ON LG-NUM-ENTRIES
               INDEXED BY LEDGER-TBL-INDEX.
               10  LG-STUDENT-ID           PIC 9(6).
               10  LG-TERM                 PIC X(5).
               10  LG-ENTRY-TYPE           PIC X.
               10  LG-DESCRIPTION          PIC X(15).
               10  LG-ENTRY-DATE           PIC 9(6).
               10  LG-AMOUNT               PIC 9(5)V99.
      *
      **************************OUTPUT AREA****************************
       01  STATEMENT-HEADING.
           05                              PIC X(6)    VALUE 'DATE:'.
           05  SH-DATE.
               10  SH-MONTH                PIC Z9.
               10                          PIC X       VALUE '/'.
               10  SH-DAY                  PIC 99.
               10                          PIC X       VALUE '/'.
               10  SH-YEAR                 PIC 99.
           05                              PIC X(10)   VALUE SPACES.
           05                              PIC X(20)   VALUE
                                           'TUITION STATEMENT'.
           05                              PIC X(6)    VALUE 'TERM: '.
           05  SH-TERM                     PIC X(5).
           05                              PIC X(23)   VALUE SPACES.
      *
       01  STATEMENT-STUDENT-LINE.
           05                              PIC X(9)    VALUE
                                           'STUDENT: '.
           05  SSL-STUDENT-ID              PIC 9(6).
           05                              PIC X(2)    VALUE SPACES.
           05  SSL-NAME                    PIC X(20).
           05                              PIC X(43)   VALUE SPACES.
      *
       01  STATEMENT-COLUMN-HEADING.
           05                              PIC X(4)    VALUE SPACES.
           05                              PIC X(10)   VALUE 'DATE'.
           05                              PIC X(17)   VALUE
                                           'DESCRIPTION'.
           05                              PIC X(15)   VALUE
                                           '      CHARGES'.
           05                              PIC X(15)   VALUE
                                           '     PAYMENTS'.
           05                              PIC X(19)   VALUE SPACES.
      *
       01  PREVIOUS-BALANCE-LINE.
           05                              PIC X(4)    VALUE SPACES.
           05                              PIC X(27)   VALUE
                                           'PREVIOUS BALANCE'.
           05  PBL-BALANCE                 PIC ZZZ,ZZ9.99-.
           05                              PIC X(38)   VALUE SPACES.
      *
       01  LEDGER-DETAIL-LINE.
           05                              PIC X(4)    VALUE SPACES.
           05  LDL-DATE.
               10  LDL-MONTH               PIC 99.
               10                          PIC X       VALUE '/'.
               10  LDL-DAY                 PIC 99.
               10                          PIC X       VALUE '/'.
               10  LDL-YEAR                PIC 99.
           05                              PIC X(2)    VALUE SPACES.
           05  LDL-DESCRIPTION             PIC X(15).
           05                              PIC X(4)    VALUE SPACES.
           05  LDL-CHARGE                  PIC ZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                              PIC X(6)    VALUE SPACES.
           05  LDL-PAYMENT                 PIC ZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                              PIC X(21)   VALUE SPACES.
      *
       01  BALANCE-DUE-LINE.
           05                              PIC X(4)    VALUE SPACES.
           05                              PIC X(27)   VALUE
                                           'BALANCE DUE'.
           05  BDL-BALANCE                 PIC ZZZ,ZZ9.99-.
           05                              PIC X(38)   VALUE SPACES.
      *
       01  HOLD-NOTICE-LINE.
           05                              PIC X(4)    VALUE SPACES.
           05                              PIC X(60)   VALUE
           '*** FINANCIAL HOLD -- REGISTRATION BLOCKED UNTIL PAID ***'.
           05                              PIC X(16)   VALUE SPACES.
      *
       01  ALREADY-BILLED-LINE.
           05                              PIC X(4)    VALUE SPACES.
           05                              PIC X(50)   VALUE
               'TERM ALREADY BILLED -- NO NEW CHARGES THIS RUN'.
           05                              PIC X(26)   VALUE SPACES.
      *
       01  RUN-TOTALS-HEADING.
           05                              PIC X(30)   VALUE
                                           'BILLING RUN TOTALS'.
           05                              PIC X(50)   VALUE SPACES.
      *
       01  RUN-TOTALS-LINE.
           05                              PIC X(4)    VALUE SPACES.
           05  RTL-LABEL                   PIC X(27).
           05  RTL-AMOUNT                  PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(37)   VALUE SPACES.
      *
       01  RUN-COUNT-LINE.
           05                              PIC X(4)    VALUE SPACES.
           05  RCL-LABEL                   PIC X(27).
           05  RCL-COUNT                   PIC Z,ZZZ,ZZ9.
           05                              PIC X(40)   VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-RUN-TUITION-BILLING.
           PERFORM 150-GET-RUN-PARAMETERS
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 250-LOAD-COURSE-CATALOG
           PERFORM 270-LOAD-FEE-SCHEDULE
           PERFORM 300-LOAD-ACCOUNT-LEDGER
           PERFORM 400-TALLY-ENROLLMENTS
           OPEN EXTEND STUDENT-ACCOUNT-FILE
           PERFORM 500-POST-CHARGES
           PERFORM 550-POST-PAYMENTS
           CLOSE STUDENT-ACCOUNT-FILE
           PERFORM 700-PRINT-STATEMENTS
           PERFORM 900-FINAL-ROUTINE
           .

       150-GET-RUN-PARAMETERS.
           DISPLAY 'BILLING TERM (E.G. 26FA): '
           ACCEPT WS-CURRENT-TERM

           DISPLAY 'FINANCIAL HOLD BALANCE (9999999 = 99999.99): '
           ACCEPT WS-THRESHOLD-IN

           IF WS-THRESHOLD-IN-N IS NUMERIC
               MOVE WS-THRESHOLD-IN-N TO WS-HOLD-THRESHOLD
           END-IF
           .

       200-HSKPING-ROUTINE.
           OPEN OUTPUT FINANCIAL-HOLD-FILE
                       STATEMENT-REPORT

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO SH-MONTH
           MOVE WS-DAY TO SH-DAY
           MOVE WS-YEAR TO SH-YEAR
           MOVE WS-CURRENT-TERM TO SH-TERM
           .

       250-LOAD-COURSE-CATALOG.
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
                       IF CC-CREDIT-HOURS IS NUMERIC
                           MOVE CC-CREDIT-HOURS TO
                               CAT-CREDIT-HOURS(CAT-NUM-CLASSES)
                       ELSE
                           MOVE ZERO TO
                               CAT-CREDIT-HOURS(CAT-NUM-CLASSES)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COURSE-CATALOG-FILE
           .

       270-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE

           MOVE 'F' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-DONE
               READ FEE-SCHEDULE-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO FEE-NUM-DEPTS
                       MOVE FS-DEPT-CODE TO
                               FEE-DEPT-CODE(FEE-NUM-DEPTS)
                       MOVE FS-CREDIT-HOUR-RATE TO
                               FEE-CREDIT-HOUR-RATE(FEE-NUM-DEPTS)
                       MOVE FS-FLAT-FEE TO
                               FEE-FLAT-FEE(FEE-NUM-DEPTS)
               END-READ
           END-PERFORM

           CLOSE FEE-SCHEDULE-FILE
           .

       300-LOAD-ACCOUNT-LEDGER.
      *    NO LEDGER YET JUST MEANS THE FIRST BILLING RUN
           OPEN INPUT STUDENT-ACCOUNT-FILE

           MOVE 'F' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-DONE
               READ STUDENT-ACCOUNT-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       MOVE SA-STUDENT-ID TO DF-STUDENT-ID
                       MOVE SA-NAME TO DF-NAME
                       PERFORM 650-FIND-ACCOUNT

                       IF SA-CHARGE AND SA-TERM = WS-CURRENT-TERM
                           SET AC-TERM-BILLED(ACCT-SUB) TO TRUE
                       END-IF

                       ADD 1 TO LG-NUM-ENTRIES
                       MOVE SA-STUDENT-ID TO
                               LG-STUDENT-ID(LG-NUM-ENTRIES)
                       MOVE SA-TERM TO LG-TERM(LG-NUM-ENTRIES)
                       MOVE SA-ENTRY-TYPE TO
                               LG-ENTRY-TYPE(LG-NUM-ENTRIES)
                       MOVE SA-DESCRIPTION TO
                               LG-DESCRIPTION(LG-NUM-ENTRIES)
                       MOVE SA-ENTRY-DATE TO
                               LG-ENTRY-DATE(LG-NUM-ENTRIES)
                       MOVE SA-AMOUNT TO LG-AMOUNT(LG-NUM-ENTRIES)
               END-READ
           END-PERFORM

           CLOSE STUDENT-ACCOUNT-FILE
           .

       400-TALLY-ENROLLMENTS.
      *    ADDS UP EACH STUDENT'S CATALOG CREDIT HOURS BY DEPARTMENT
           OPEN INPUT MERGED-STUDENT-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ MERGED-STUDENT-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 450-TALLY-ONE-ENROLLMENT
               END-READ
           END-PERFORM

           CLOSE MERGED-STUDENT-FILE
           .

       450-TALLY-ONE-ENROLLMENT.
           MOVE MS-STUDENT-ID TO DF-STUDENT-ID
           MOVE MS-NAME TO DF-NAME
           PERFORM 650-FIND-ACCOUNT

           MOVE ZERO TO DF-CREDIT-HOURS
           PERFORM VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CAT-NUM-CLASSES

               IF MS-CLASS-CODE = CAT-CLASS-CODE(CAT-SUB)
                   MOVE CAT-CREDIT-HOURS(CAT-SUB) TO DF-CREDIT-HOURS
               END-IF
           END-PERFORM

           MOVE 'N' TO FOUND-SW
           PERFORM VARYING BILL-SUB FROM 1 BY 1
               UNTIL BILL-SUB > BT-NUM-LINES
                   OR ENTRY-FOUND

               IF MS-STUDENT-ID = BT-STUDENT-ID(BILL-SUB) AND
                       MS-DEPT-CODE = BT-DEPT-CODE(BILL-SUB)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF ENTRY-FOUND
               SUBTRACT 1 FROM BILL-SUB
           ELSE
               ADD 1 TO BT-NUM-LINES
               MOVE BT-NUM-LINES TO BILL-SUB
               MOVE MS-STUDENT-ID TO BT-STUDENT-ID(BILL-SUB)
               MOVE MS-DEPT-CODE TO BT-DEPT-CODE(BILL-SUB)
               MOVE ZEROS TO BT-CREDIT-HOURS(BILL-SUB)
           END-IF

           ADD DF-CREDIT-HOURS TO BT-CREDIT-HOURS(BILL-SUB)
           .

       500-POST-CHARGES.
      *    ONE TUITION CHARGE AND ONE FLAT FEE PER DEPARTMENT
           PERFORM VARYING BILL-SUB FROM 1 BY 1
               UNTIL BILL-SUB > BT-NUM-LINES

               MOVE BT-STUDENT-ID(BILL-SUB) TO DF-STUDENT-ID
               PERFORM 650-FIND-ACCOUNT

               IF NOT AC-TERM-BILLED(ACCT-SUB)
                   PERFORM 520-FIND-FEE-RATE

                   COMPUTE DF-AMOUNT = BT-CREDIT-HOURS(BILL-SUB) *
                                       DF-CREDIT-HOUR-RATE
                   IF DF-AMOUNT > 0
                       MOVE SPACES TO SA-DESCRIPTION
                       STRING 'TUITION ' DELIMITED BY SIZE
                              BT-DEPT-CODE(BILL-SUB)
                                  DELIMITED BY SIZE
                           INTO SA-DESCRIPTION
                       END-STRING
                       PERFORM 530-POST-ONE-CHARGE
                   END-IF

                   MOVE DF-FLAT-FEE TO DF-AMOUNT
                   IF DF-AMOUNT > 0
                       MOVE SPACES TO SA-DESCRIPTION
                       STRING 'FLAT FEE ' DELIMITED BY SIZE
                              BT-DEPT-CODE(BILL-SUB)
                                  DELIMITED BY SIZE
                           INTO SA-DESCRIPTION
                       END-STRING
                       PERFORM 530-POST-ONE-CHARGE
                   END-IF
               END-IF
           END-PERFORM

      *    COUNTED PER STUDENT, NOT PER DEPARTMENT LINE
           PERFORM VARYING ACCT-SUB FROM 1 BY 1
               UNTIL ACCT-SUB > AC-NUM-STUDENTS

               MOVE 'N' TO FOUND-SW
               PERFORM VARYING BILL-SUB FROM 1 BY 1
                   UNTIL BILL-SUB > BT-NUM-LINES
                       OR ENTRY-FOUND

                   IF AC-STUDENT-ID(ACCT-SUB) =
                           BT-STUDENT-ID(BILL-SUB)
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM

               IF ENTRY-FOUND
                   IF AC-TERM-BILLED(ACCT-SUB)
                       ADD 1 TO BL-ALREADY-BILLED
                   ELSE
                       ADD 1 TO BL-STUDENTS-BILLED
                   END-IF
               END-IF
           END-PERFORM
           .

       520-FIND-FEE-RATE.
      *    THE DEPARTMENT'S OWN LINE WINS OVER THE ALL LINE
           MOVE ZEROS TO DF-CREDIT-HOUR-RATE
           MOVE ZEROS TO DF-FLAT-FEE
           MOVE 'N' TO FOUND-SW

           PERFORM VARYING FEE-SUB FROM 1 BY 1
               UNTIL FEE-SUB > FEE-NUM-DEPTS
                   OR ENTRY-FOUND

               IF FEE-DEPT-CODE(FEE-SUB) = 'ALL'
                   MOVE FEE-CREDIT-HOUR-RATE(FEE-SUB) TO
                           DF-CREDIT-HOUR-RATE
                   MOVE FEE-FLAT-FEE(FEE-SUB) TO DF-FLAT-FEE
               END-IF

               IF FEE-DEPT-CODE(FEE-SUB) = BT-DEPT-CODE(BILL-SUB)
                   SET ENTRY-FOUND TO TRUE
                   MOVE FEE-CREDIT-HOUR-RATE(FEE-SUB) TO
                           DF-CREDIT-HOUR-RATE
                   MOVE FEE-FLAT-FEE(FEE-SUB) TO DF-FLAT-FEE
               END-IF
           END-PERFORM
           .

       530-POST-ONE-CHARGE.
           MOVE 'C' TO SA-ENTRY-TYPE
           MOVE WS-CURRENT-DATE-N TO SA-ENTRY-DATE
           ADD DF-AMOUNT TO BL-TOTAL-CHARGES
           PERFORM 600-ADD-LEDGER-ENTRY
           .

       550-POST-PAYMENTS.
      *    NO PAYMENT FILE JUST MEANS NOTHING CAME IN
           OPEN INPUT STUDENT-PAYMENT-FILE

           MOVE 'F' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-DONE
               READ STUDENT-PAYMENT-FILE
                   AT END
                       SET LOAD-DONE TO TRUE
                   NOT AT END
                       MOVE PY-STUDENT-ID TO DF-STUDENT-ID
                       MOVE SPACES TO DF-NAME
                       PERFORM 650-FIND-ACCOUNT

                       MOVE 'P' TO SA-ENTRY-TYPE
                       MOVE SPACES TO SA-DESCRIPTION
                       STRING 'PAYMENT ' DELIMITED BY SIZE
                              PY-REFERENCE DELIMITED BY SIZE
                           INTO SA-DESCRIPTION
                       END-STRING
                       MOVE PY-PAYMENT-DATE TO SA-ENTRY-DATE
                       MOVE PY-AMOUNT TO DF-AMOUNT
                       ADD DF-AMOUNT TO BL-TOTAL-PAYMENTS
                       PERFORM 600-ADD-LEDGER-ENTRY
               END-READ
           END-PERFORM

           CLOSE STUDENT-PAYMENT-FILE
           .

       600-ADD-LEDGER-ENTRY.
      *    TYPE, DESCRIPTION AND DATE ARE SET BY THE CALLER;
      *    DF-STUDENT-ID AND ACCT-SUB POINT AT THE ACCOUNT
           MOVE DF-STUDENT-ID TO SA-STUDENT-ID
           MOVE AC-NAME(ACCT-SUB) TO SA-NAME
           MOVE WS-CURRENT-TERM TO SA-TERM
           MOVE DF-AMOUNT TO SA-AMOUNT
           WRITE STUDENT-ACCOUNT-RECORD

           ADD 1 TO LG-NUM-ENTRIES
           MOVE SA-STUDENT-ID TO LG-STUDENT-ID(LG-NUM-ENTRIES)
           MOVE SA-TERM TO LG-TERM(LG-NUM-ENTRIES)
           MOVE SA-ENTRY-TYPE TO LG-ENTRY-TYPE(LG-NUM-ENTRIES)
           MOVE SA-DESCRIPTION TO LG-DESCRIPTION(LG-NUM-ENTRIES)
           MOVE SA-ENTRY-DATE TO LG-ENTRY-DATE(LG-NUM-ENTRIES)
           MOVE SA-AMOUNT TO LG-AMOUNT(LG-NUM-ENTRIES)
           .

       650-FIND-ACCOUNT.
      *    POINTS ACCT-SUB AT DF-STUDENT-ID'S ACCOUNT, OPENING ONE
      *    IF NEEDED; A NAME TURNING UP LATER FILLS IN A BLANK ONE
           MOVE 'N' TO FOUND-SW

           PERFORM VARYING ACCT-SUB FROM 1 BY 1
               UNTIL ACCT-SUB > AC-NUM-STUDENTS
                   OR ENTRY-FOUND

               IF DF-STUDENT-ID = AC-STUDENT-ID(ACCT-SUB)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF ENTRY-FOUND
               SUBTRACT 1 FROM ACCT-SUB
           ELSE
               ADD 1 TO AC-NUM-STUDENTS
               MOVE AC-NUM-STUDENTS TO ACCT-SUB
               MOVE DF-STUDENT-ID TO AC-STUDENT-ID(ACCT-SUB)
               MOVE SPACES TO AC-NAME(ACCT-SUB)
               MOVE 'N' TO AC-TERM-BILLED-SW(ACCT-SUB)
           END-IF

           IF AC-NAME(ACCT-SUB) = SPACES
               MOVE DF-NAME TO AC-NAME(ACCT-SUB)
           END-IF
           .

       700-PRINT-STATEMENTS.
           PERFORM VARYING ACCT-SUB FROM 1 BY 1
               UNTIL ACCT-SUB > AC-NUM-STUDENTS

               PERFORM 750-PRINT-ONE-STATEMENT
           END-PERFORM

           WRITE STATEMENT-LINE FROM STATEMENT-HEADING
               AFTER ADVANCING PAGE
           WRITE STATEMENT-LINE FROM RUN-TOTALS-HEADING
               AFTER ADVANCING 2 LINES

           MOVE 'STUDENTS BILLED' TO RCL-LABEL
           MOVE BL-STUDENTS-BILLED TO RCL-COUNT
           PERFORM 795-WRITE-COUNT-LINE
           MOVE 'ALREADY BILLED, SKIPPED' TO RCL-LABEL
           MOVE BL-ALREADY-BILLED TO RCL-COUNT
           PERFORM 795-WRITE-COUNT-LINE
           MOVE 'CHARGES POSTED' TO RTL-LABEL
           MOVE BL-TOTAL-CHARGES TO RTL-AMOUNT
           PERFORM 790-WRITE-TOTALS-LINE
           MOVE 'PAYMENTS POSTED' TO RTL-LABEL
           MOVE BL-TOTAL-PAYMENTS TO RTL-AMOUNT
           PERFORM 790-WRITE-TOTALS-LINE
           MOVE 'STUDENTS ON FINANCIAL HOLD' TO RCL-LABEL
           MOVE BL-HOLD-COUNT TO RCL-COUNT
           PERFORM 795-WRITE-COUNT-LINE
           .

       750-PRINT-ONE-STATEMENT.
      *    EVERYTHING FROM OTHER TERMS CARRIES IN AS THE PREVIOUS
      *    BALANCE; THIS TERM'S ENTRIES ARE LISTED ONE BY ONE
           MOVE ZEROS TO DF-PRIOR-BALANCE

           PERFORM VARYING LEDGER-SUB FROM 1 BY 1
               UNTIL LEDGER-SUB > LG-NUM-ENTRIES

               IF LG-STUDENT-ID(LEDGER-SUB) = AC-STUDENT-ID(ACCT-SUB)
                       AND LG-TERM(LEDGER-SUB) NOT = WS-CURRENT-TERM
                   IF LG-ENTRY-TYPE(LEDGER-SUB) = 'C'
                       ADD LG-AMOUNT(LEDGER-SUB) TO DF-PRIOR-BALANCE
                   ELSE
                       SUBTRACT LG-AMOUNT(LEDGER-SUB) FROM
                               DF-PRIOR-BALANCE
                   END-IF
               END-IF
           END-PERFORM

           WRITE STATEMENT-LINE FROM STATEMENT-HEADING
               AFTER ADVANCING PAGE

           MOVE AC-STUDENT-ID(ACCT-SUB) TO SSL-STUDENT-ID
           MOVE AC-NAME(ACCT-SUB) TO SSL-NAME
           WRITE STATEMENT-LINE FROM STATEMENT-STUDENT-LINE
               AFTER ADVANCING 2 LINES

           WRITE STATEMENT-LINE FROM STATEMENT-COLUMN-HEADING
               AFTER ADVANCING 2 LINES

           MOVE DF-PRIOR-BALANCE TO PBL-BALANCE
           WRITE STATEMENT-LINE FROM PREVIOUS-BALANCE-LINE
               AFTER ADVANCING 2 LINES

           MOVE DF-PRIOR-BALANCE TO DF-BALANCE

           PERFORM VARYING LEDGER-SUB FROM 1 BY 1
               UNTIL LEDGER-SUB > LG-NUM-ENTRIES

               IF LG-STUDENT-ID(LEDGER-SUB) = AC-STUDENT-ID(ACCT-SUB)
                       AND LG-TERM(LEDGER-SUB) = WS-CURRENT-TERM
                   PERFORM 770-PRINT-LEDGER-LINE
               END-IF
           END-PERFORM

           MOVE DF-BALANCE TO BDL-BALANCE
           WRITE STATEMENT-LINE FROM BALANCE-DUE-LINE
               AFTER ADVANCING 2 LINES

           IF AC-TERM-BILLED(ACCT-SUB)
               WRITE STATEMENT-LINE FROM ALREADY-BILLED-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           IF DF-BALANCE > WS-HOLD-THRESHOLD
               ADD 1 TO BL-HOLD-COUNT
               WRITE STATEMENT-LINE FROM HOLD-NOTICE-LINE
                   AFTER ADVANCING 2 LINES

               MOVE AC-NAME(ACCT-SUB) TO FH-NAME
               MOVE AC-STUDENT-ID(ACCT-SUB) TO FH-STUDENT-ID
               MOVE DF-BALANCE TO FH-BALANCE
               WRITE FINANCIAL-HOLD-RECORD
           END-IF
           .

       770-PRINT-LEDGER-LINE.
           MOVE LG-ENTRY-DATE(LEDGER-SUB) TO DF-ENTRY-DATE
           MOVE DF-ENTRY-MM TO LDL-MONTH
           MOVE DF-ENTRY-DD TO LDL-DAY
           MOVE DF-ENTRY-YY TO LDL-YEAR
           MOVE LG-DESCRIPTION(LEDGER-SUB) TO LDL-DESCRIPTION

           IF LG-ENTRY-TYPE(LEDGER-SUB) = 'C'
               MOVE LG-AMOUNT(LEDGER-SUB) TO LDL-CHARGE
               MOVE ZEROS TO LDL-PAYMENT
               ADD LG-AMOUNT(LEDGER-SUB) TO DF-BALANCE
           ELSE
               MOVE ZEROS TO LDL-CHARGE
               MOVE LG-AMOUNT(LEDGER-SUB) TO LDL-PAYMENT
               SUBTRACT LG-AMOUNT(LEDGER-SUB) FROM DF-BALANCE
           END-IF

           WRITE STATEMENT-LINE FROM LEDGER-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           .

       790-WRITE-TOTALS-LINE.
           WRITE STATEMENT-LINE FROM RUN-TOTALS-LINE
               AFTER ADVANCING 1 LINES
           .

       795-WRITE-COUNT-LINE.
           WRITE STATEMENT-LINE FROM RUN-COUNT-LINE
               AFTER ADVANCING 1 LINES
           .

       900-FINAL-ROUTINE.
           CLOSE FINANCIAL-HOLD-FILE
                 STATEMENT-REPORT

           STOP RUN
           .
