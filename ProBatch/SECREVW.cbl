       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECREVW.
       AUTHOR. Tim J.

      *    WEEKLY REVIEW OF THE SECURITY VIOLATIONS LOG EVERY UPDATE
      *    PROGRAM APPENDS TO: EACH SIGN-ON, PROGRAM RUN OR
      *    TRANSACTION REFUSED IN THE SEVEN DAYS ENDING ON THE REVIEW
      *    DATE, GROUPED BY OPERATOR WITH A COUNT PER OPERATOR, THEN
      *    THE WEEK'S COUNT PER REASON.  THE REVIEW DATE (YYMMDD)
      *    COMES FROM THE REVIEW-DATE ENVIRONMENT SETTING OR THE
      *    CONSOLE, DEFAULTING TO TODAY

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL SECURITY-LOG-FILE
               ASSIGN TO 'SECURITY-VIOLATIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UNSORTED-VIOLATION-FILE
               ASSIGN TO 'SECREVW-UNSORTED.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VIOLATION-SORT-FILE
               ASSIGN TO 'SECREVW-SORT.TMP'.

           SELECT SORTED-VIOLATION-FILE
               ASSIGN TO 'SECREVW-SORTED.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SECURITY-REVIEW-FILE
               ASSIGN TO PRINTER 'SECURITY-REVIEW.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD SECURITY-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 SECURITY-LOG-RECORD.
           05 SV-LOG-DATE              PIC X(6).
           05 SV-LOG-TIME              PIC X(6).
           05 SV-OPERATOR-ID           PIC X(10).
           05 SV-ROLE-CODE             PIC X(8).
           05 SV-PROGRAM-ID            PIC X(10).
           05 SV-TRANS-TYPE            PIC X(4).
           05 SV-REFERENCE             PIC X(12).
           05 SV-REASON                PIC X(24).

       FD UNSORTED-VIOLATION-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 UNSORTED-VIOLATION-RECORD    PIC X(80).

       SD VIOLATION-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 VIOLATION-SORT-RECORD.
           05 VS-LOG-DATE              PIC X(6).
           05 VS-LOG-TIME              PIC X(6).
           05 VS-OPERATOR-ID           PIC X(10).
           05 FILLER                   PIC X(58).

       FD SORTED-VIOLATION-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 SORTED-VIOLATION-RECORD.
           05 SS-LOG-DATE              PIC X(6).
           05 SS-LOG-TIME              PIC X(6).
           05 SS-OPERATOR-ID           PIC X(10).
           05 SS-ROLE-CODE             PIC X(8).
           05 SS-PROGRAM-ID            PIC X(10).
           05 SS-TRANS-TYPE            PIC X(4).
           05 SS-REFERENCE             PIC X(12).
           05 SS-REASON                PIC X(24).

       FD SECURITY-REVIEW-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 REVIEW-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG                 PIC X       VALUE 'F'.
           05 SORTED-EOF-FLAG          PIC X       VALUE 'F'.
           05 SR-WEEK-COUNT            PIC 9(5)    VALUE 0.
           05 SR-OPERATOR-COUNT        PIC 9(5)    VALUE 0.

       01 RUN-PARAMETERS.
           05 WS-REVIEW-DATE           PIC X(6)    VALUE SPACES.
           05 WS-FROM-DATE             PIC X(6).

       01 WINDOW-FIELDS.
           05 WS-REVIEW-CCYYMMDD       PIC 9(8).
           05 WS-FROM-CCYYMMDD         PIC 9(8).
           05 WS-RECORD-CCYYMMDD       PIC 9(8).
           05 WS-RECORD-AGE-DAYS       PIC S9(6).

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 RW-CURRENT-OPERATOR          PIC X(10)   VALUE SPACES.

       01 REASON-TABLE-AREA.
      *    THE WEEK'S VIOLATIONS COUNTED BY REASON, IN THE ORDER
      *    EACH REASON WAS FIRST SEEN
           05 RT-NUM-REASONS           PIC 99      VALUE 0.
           05 REASON-TBL-LINE OCCURS 1 TO 30 TIMES
               DEPENDING ON RT-NUM-REASONS
               INDEXED BY REASON-TBL-INDEX.
               10 RT-REASON            PIC X(24).
               10 RT-REASON-COUNT      PIC 9(5).


      **************        OUTPUT AREA        ********************

       01 REVIEW-HEADING-ONE.
           05 FILLER                   PIC X(22)   VALUE SPACES.
           05                          PIC X(35)   VALUE
                           'SECURITY VIOLATIONS - WEEKLY REVIEW'.
           05 FILLER                   PIC X(23)   VALUE SPACES.

       01 REVIEW-HEADING-TWO.
           05 FILLER                   PIC X(10)   VALUE SPACES.
           05 RH2-MONTH                PIC 99.
           05                          PIC X       VALUE '/'.
           05 RH2-DAY                  PIC 99.
           05                          PIC X       VALUE '/'.
           05 RH2-YEAR                 PIC 9(2).
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05                          PIC X(6)    VALUE 'FROM '.
           05 RH2-FROM-DATE            PIC X(6).
           05                          PIC X(6)    VALUE ' THRU '.
           05 RH2-REVIEW-DATE          PIC X(6).
           05 FILLER                   PIC X(30)   VALUE SPACES.
           05                          PIC XXX     VALUE 'TWJ'.

       01 DETAIL-HEADING-LINE.
           05 FILLER                   PIC X(2)    VALUE SPACES.
           05                          PIC X(7)    VALUE 'DATE'.
           05                          PIC X(7)    VALUE 'TIME'.
           05                          PIC X(9)    VALUE 'ROLE'.
           05                          PIC X(11)   VALUE 'PROGRAM'.
           05                          PIC X(5)    VALUE 'TYPE'.
           05                          PIC X(13)   VALUE 'REFERENCE'.
           05                          PIC X(26)   VALUE 'REASON'.

       01 OPERATOR-HEADING-LINE.
           05                          PIC X(10)   VALUE
                           'OPERATOR: '.
           05 OHL-OPERATOR-ID          PIC X(10).
           05 FILLER                   PIC X(60)   VALUE SPACES.

       01 VIOLATION-DETAIL-LINE.
           05 FILLER                   PIC X(2)    VALUE SPACES.
           05 VDL-LOG-DATE             PIC X(6).
           05 FILLER                   PIC X       VALUE SPACE.
           05 VDL-LOG-TIME             PIC X(6).
           05 FILLER                   PIC X       VALUE SPACE.
           05 VDL-ROLE-CODE            PIC X(8).
           05 FILLER                   PIC X       VALUE SPACE.
           05 VDL-PROGRAM-ID           PIC X(10).
           05 FILLER                   PIC X       VALUE SPACE.
           05 VDL-TRANS-TYPE           PIC X(4).
           05 FILLER                   PIC X       VALUE SPACE.
           05 VDL-REFERENCE            PIC X(12).
           05 FILLER                   PIC X       VALUE SPACE.
           05 VDL-REASON               PIC X(24).
           05 FILLER                   PIC X(2)    VALUE SPACES.

       01 OPERATOR-TOTAL-LINE.
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05                          PIC X(29)   VALUE
                           'VIOLATIONS FOR THE OPERATOR: '.
           05 OTL-OPERATOR-COUNT       PIC ZZ,ZZ9.
           05 FILLER                   PIC X(40)   VALUE SPACES.

       01 REASON-HEADING-LINE.
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05                          PIC X(20)   VALUE
                           'VIOLATIONS BY REASON'.
           05 FILLER                   PIC X(55)   VALUE SPACES.

       01 REASON-TOTAL-LINE.
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05 RTL-REASON               PIC X(24).
           05 FILLER                   PIC X(2)    VALUE SPACES.
           05 RTL-REASON-COUNT         PIC ZZ,ZZ9.
           05 FILLER                   PIC X(43)   VALUE SPACES.

       01 NO-VIOLATIONS-LINE.
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05                          PIC X(32)   VALUE
                           'NO SECURITY VIOLATIONS THIS WEEK'.
           05 FILLER                   PIC X(43)   VALUE SPACES.

       01 REVIEW-TOTAL-LINE.
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05                          PIC X(18)   VALUE
                           'TOTAL VIOLATIONS: '.
           05 RVT-WEEK-COUNT           PIC ZZ,ZZ9.
           05 FILLER                   PIC X(51)   VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 13-GET-RUN-PARAMETERS
           PERFORM 15-HOUSEKEEPING
           PERFORM 20-SELECT-WEEK

           IF SR-WEEK-COUNT = 0
               WRITE REVIEW-RECORD FROM NO-VIOLATIONS-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 30-PRINT-VIOLATIONS
               PERFORM 50-PRINT-REASON-TOTALS
           END-IF

           PERFORM 100-WRAP-UP
           .

       13-GET-RUN-PARAMETERS.
      *    A DRIVER SETS THE REVIEW DATE IN THE ENVIRONMENT; RUN BY
      *    HAND IT IS ASKED FOR, AND A BLANK ANSWER TAKES TODAY
           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-REVIEW-DATE FROM ENVIRONMENT 'REVIEW-DATE'

           IF WS-REVIEW-DATE = SPACES
               DISPLAY 'REVIEW WEEK ENDING (YYMMDD): '
               ACCEPT WS-REVIEW-DATE
           END-IF

           IF WS-REVIEW-DATE IS NOT NUMERIC
               MOVE WS-DATE TO WS-REVIEW-DATE
           END-IF

           STRING '20' WS-REVIEW-DATE DELIMITED BY SIZE
               INTO WS-REVIEW-CCYYMMDD
           END-STRING

           COMPUTE WS-FROM-CCYYMMDD = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-REVIEW-CCYYMMDD) - 6)
           MOVE WS-FROM-CCYYMMDD(3:6) TO WS-FROM-DATE
           .

       15-HOUSEKEEPING.
           OPEN OUTPUT SECURITY-REVIEW-FILE

           MOVE WS-MONTH TO RH2-MONTH
           MOVE WS-DAY TO RH2-DAY
           MOVE WS-YEAR TO RH2-YEAR
           MOVE WS-FROM-DATE TO RH2-FROM-DATE
           MOVE WS-REVIEW-DATE TO RH2-REVIEW-DATE

           WRITE REVIEW-RECORD FROM REVIEW-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE REVIEW-HEADING-TWO TO REVIEW-RECORD
           WRITE REVIEW-RECORD
               AFTER ADVANCING 1 LINES
           .

       20-SELECT-WEEK.
      *    ONLY THE WEEK'S LINES GO FORWARD TO THE SORT; NO LOG YET
      *    JUST MEANS NOTHING HAS BEEN REFUSED
           OPEN INPUT SECURITY-LOG-FILE
               OUTPUT UNSORTED-VIOLATION-FILE

           PERFORM UNTIL EOF-FLAG = 'T'
               READ SECURITY-LOG-FILE
                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       PERFORM 22-SELECT-ONE-LINE
               END-READ
           END-PERFORM

           CLOSE SECURITY-LOG-FILE
                 UNSORTED-VIOLATION-FILE
           .

       22-SELECT-ONE-LINE.
           IF SV-LOG-DATE IS NUMERIC
               STRING '20' SV-LOG-DATE DELIMITED BY SIZE
                   INTO WS-RECORD-CCYYMMDD
               END-STRING

               COMPUTE WS-RECORD-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-REVIEW-CCYYMMDD)
                   - FUNCTION INTEGER-OF-DATE(WS-RECORD-CCYYMMDD)

               IF WS-RECORD-AGE-DAYS >= 0 AND
                       WS-RECORD-AGE-DAYS <= 6
                   ADD 1 TO SR-WEEK-COUNT
                   MOVE SECURITY-LOG-RECORD TO
                           UNSORTED-VIOLATION-RECORD
                   WRITE UNSORTED-VIOLATION-RECORD
                   PERFORM 23-COUNT-REASON
               END-IF
           END-IF
           .

       23-COUNT-REASON.
           SET REASON-TBL-INDEX TO 1
           SEARCH REASON-TBL-LINE
               AT END
                   IF RT-NUM-REASONS < 30
                       ADD 1 TO RT-NUM-REASONS
                       MOVE SV-REASON TO RT-REASON(RT-NUM-REASONS)
                       MOVE 1 TO RT-REASON-COUNT(RT-NUM-REASONS)
                   END-IF

               WHEN RT-REASON(REASON-TBL-INDEX) = SV-REASON
                   ADD 1 TO RT-REASON-COUNT(REASON-TBL-INDEX)
           END-SEARCH
           .

       30-PRINT-VIOLATIONS.
      *    THE WEEK'S LINES BY OPERATOR, OLDEST FIRST, WITH A COUNT
      *    FOR EACH OPERATOR
           PERFORM 32-SORT-VIOLATIONS

           WRITE REVIEW-RECORD FROM DETAIL-HEADING-LINE
               AFTER ADVANCING 2 LINES

           OPEN INPUT SORTED-VIOLATION-FILE

           PERFORM UNTIL SORTED-EOF-FLAG = 'T'
               READ SORTED-VIOLATION-FILE
                   AT END
                       MOVE 'T' TO SORTED-EOF-FLAG
                   NOT AT END
                       PERFORM 35-PRINT-VIOLATION-LINE
               END-READ
           END-PERFORM

           CLOSE SORTED-VIOLATION-FILE

           PERFORM 37-PRINT-OPERATOR-TOTAL
           .

       32-SORT-VIOLATIONS.
           SORT VIOLATION-SORT-FILE
               ON ASCENDING KEY VS-OPERATOR-ID
                                VS-LOG-DATE
                                VS-LOG-TIME
               USING UNSORTED-VIOLATION-FILE
               GIVING SORTED-VIOLATION-FILE
           .

       35-PRINT-VIOLATION-LINE.
           IF SS-OPERATOR-ID NOT = RW-CURRENT-OPERATOR
               IF SR-OPERATOR-COUNT > 0
                   PERFORM 37-PRINT-OPERATOR-TOTAL
               END-IF
               PERFORM 36-PRINT-OPERATOR-HEADING
           END-IF

           MOVE SS-LOG-DATE TO VDL-LOG-DATE
           MOVE SS-LOG-TIME TO VDL-LOG-TIME
           MOVE SS-ROLE-CODE TO VDL-ROLE-CODE
           MOVE SS-PROGRAM-ID TO VDL-PROGRAM-ID
           MOVE SS-TRANS-TYPE TO VDL-TRANS-TYPE
           MOVE SS-REFERENCE TO VDL-REFERENCE
           MOVE SS-REASON TO VDL-REASON
           ADD 1 TO SR-OPERATOR-COUNT

           WRITE REVIEW-RECORD FROM VIOLATION-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           .

       36-PRINT-OPERATOR-HEADING.
           MOVE SS-OPERATOR-ID TO RW-CURRENT-OPERATOR
           MOVE ZEROES TO SR-OPERATOR-COUNT

           MOVE SS-OPERATOR-ID TO OHL-OPERATOR-ID
           WRITE REVIEW-RECORD FROM OPERATOR-HEADING-LINE
               AFTER ADVANCING 2 LINES
           .

       37-PRINT-OPERATOR-TOTAL.
           MOVE SR-OPERATOR-COUNT TO OTL-OPERATOR-COUNT
           WRITE REVIEW-RECORD FROM OPERATOR-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           .

       50-PRINT-REASON-TOTALS.
           WRITE REVIEW-RECORD FROM REASON-HEADING-LINE
               AFTER ADVANCING 3 LINES

           PERFORM VARYING REASON-TBL-INDEX FROM 1 BY 1
               UNTIL REASON-TBL-INDEX > RT-NUM-REASONS

               MOVE RT-REASON(REASON-TBL-INDEX) TO RTL-REASON
               MOVE RT-REASON-COUNT(REASON-TBL-INDEX) TO
                       RTL-REASON-COUNT

               WRITE REVIEW-RECORD FROM REASON-TOTAL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM
           .

       100-WRAP-UP.
           MOVE SR-WEEK-COUNT TO RVT-WEEK-COUNT
           WRITE REVIEW-RECORD FROM REVIEW-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           CLOSE SECURITY-REVIEW-FILE

           GOBACK
           .
