       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTSPOOL.
       AUTHOR. Tim J.

      *    NIGHTLY REPORT SPOOL.  EVERY PRINTER FILE THE SYSTEM
      *    PRODUCES IS LISTED ON THE REPORT DISTRIBUTION MASTER WITH
      *    THE PROGRAM THAT WRITES IT, THE DEPARTMENT THAT OWNS IT,
      *    AND HOW MANY DAYS ITS COPIES ARE KEPT.  FOR EACH ONE THIS
      *    RUN LOOKS AT THE FILE'S DATE AND TIME: A REPORT WRITTEN
      *    SINCE IT WAS LAST CATALOGED IS COPIED UNDER A DATED NAME
      *    (RPTYYMMDD-HHMMSS- PLUS THE REPORT NAME) AND ENTERED ON
      *    THE REPORT CATALOG WITH ITS PROGRAM, RUN DATE AND TIME,
      *    PAGE AND LINE COUNTS AND OWNING DEPARTMENT.  A REPORT THAT
      *    WAS NOT WRITTEN AGAIN IS LISTED AS NOT RERUN, SO THE
      *    LISTING SAYS WHAT THE NIGHT ACTUALLY PRODUCED.  THEN EVERY
      *    CATALOGED COPY OLDER THAN ITS REPORT'S RETENTION DAYS IS
      *    DELETED AND MARKED PURGED ON THE CATALOG (ZERO DAYS KEEPS
      *    A REPORT'S COPIES FOR GOOD).  RPTPRINT PULLS A CATALOGED
      *    COPY BACK BY DATE.  PROBATCH RUNS THIS AS ITS LAST STEP;
      *    RUN BY HAND IT PICKS UP ANYTHING PRODUCED SINCE

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REPORT-DISTRIBUTION-FILE
               ASSIGN TO 'REPORT-DISTRIBUTION.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISTRIBUTION-STATUS.

           SELECT REPORT-CATALOG-FILE
               ASSIGN TO 'REPORT-CATALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

      *    ONE DYNAMIC FILE FOR THE REPORT BEING SPOOLED AND ONE FOR
      *    ITS DATED COPY, POINTED IN TURN AT EACH REPORT
           SELECT LIVE-REPORT-FILE
               ASSIGN TO WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-STATUS.

           SELECT SPOOL-COPY-FILE
               ASSIGN TO WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPY-STATUS.

           SELECT SPOOL-LISTING-FILE
               ASSIGN TO PRINTER 'REPORT-SPOOL.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD REPORT-DISTRIBUTION-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 REPORT-DISTRIBUTION-RECORD.
           05 RD-REPORT-FILE           PIC X(30).
           05 RD-PROGRAM-ID            PIC X(10).
           05 RD-DEPARTMENT            PIC X(15).
      *        DAYS A DATED COPY IS KEPT -- ZERO KEEPS IT FOR GOOD
           05 RD-RETENTION-DAYS        PIC 9(3).
           05 RD-DESCRIPTION           PIC X(22).

       FD REPORT-CATALOG-FILE
           RECORD CONTAINS 140 CHARACTERS.

       01 REPORT-CATALOG-RECORD        PIC X(140).

       FD LIVE-REPORT-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01 LIVE-REPORT-RECORD           PIC X(200).

       FD SPOOL-COPY-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01 SPOOL-COPY-RECORD            PIC X(200).

       FD SPOOL-LISTING-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 SPOOL-LISTING-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 DISTRIBUTION-EOF-FLAG    PIC X       VALUE 'F'.
           05 CATALOG-EOF-FLAG         PIC X       VALUE 'F'.
           05 LIVE-EOF-FLAG            PIC X       VALUE 'F'.
           05 DISTRIBUTION-STATUS      PIC XX.
               88 DISTRIBUTION-FOUND               VALUE '00'.
           05 CATALOG-STATUS           PIC XX.
               88 CATALOG-FOUND                    VALUE '00'.
           05 LIVE-STATUS              PIC XX.
               88 LIVE-FOUND                       VALUE '00'.
           05 COPY-STATUS              PIC XX.
               88 COPY-OPENED                      VALUE '00'.
           05 LAST-STAMP-SW            PIC X       VALUE 'N'.
               88 LAST-STAMP-FOUND                 VALUE 'Y'.
           05 RETENTION-FOUND-SW       PIC X       VALUE 'N'.
               88 RETENTION-FOUND                  VALUE 'Y'.
           05 CAT-SUB                  PIC 9(4).
           05 DIST-SUB                 PIC 999.
           05 SP-CATALOGED-COUNT       PIC 999     VALUE 0.
           05 SP-NOT-RERUN-COUNT       PIC 999     VALUE 0.
           05 SP-NOT-FOUND-COUNT       PIC 999     VALUE 0.
           05 SP-PURGED-COUNT          PIC 9(4)    VALUE 0.

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 FILE-CONTROL-FIELDS.
           05 WS-LIVE-NAME             PIC X(30).
           05 WS-COPY-NAME             PIC X(50).
           05 WS-DELETE-NAME           PIC X(50).

      *    WHAT THE FILE-EXISTS CHECK HANDS BACK: THE SIZE, THEN THE
      *    DATE AND TIME THE FILE WAS LAST WRITTEN, ONE BINARY BYTE
      *    A PART (THE YEAR TWO)
       01 FILE-DETAILS.
           05 FS-FILE-SIZE             PIC X(8).
           05 FS-DAY-BYTE              PIC X.
           05 FS-MONTH-BYTE            PIC X.
           05 FS-YEAR-BYTES.
               10 FS-YEAR-HIGH         PIC X.
               10 FS-YEAR-LOW          PIC X.
           05 FS-HOURS-BYTE            PIC X.
           05 FS-MINUTES-BYTE          PIC X.
           05 FS-SECONDS-BYTE          PIC X.
           05 FS-HUNDREDTHS-BYTE       PIC X.

       01 STAMP-WORK-FIELDS.
           05 SW-YEAR-NUM              PIC 9(4).
           05 SW-CENTURY               PIC 99.
           05 SW-FILE-STAMP.
               10 SW-FILE-DATE.
                   15 SW-FILE-YY       PIC 99.
                   15 SW-FILE-MM       PIC 99.
                   15 SW-FILE-DD       PIC 99.
               10 SW-FILE-TIME.
                   15 SW-FILE-HH       PIC 99.
                   15 SW-FILE-MI       PIC 99.
                   15 SW-FILE-SS       PIC 99.
           05 SW-LAST-STAMP            PIC X(12).
           05 SW-TODAY-CCYYMMDD        PIC 9(8).
           05 SW-COPY-CCYYMMDD         PIC 9(8).
           05 SW-COPY-AGE-DAYS         PIC S9(6).
           05 SW-RETENTION-DAYS        PIC 9(3).
           05 SW-PAGE-COUNT            PIC 9(5).
           05 SW-LINE-COUNT            PIC 9(7).

       01 CATALOG-ENTRY.
      *    ONE SPOOLED COPY OF ONE REPORT
           05 CE-REPORT-FILE           PIC X(30).
           05 CE-PROGRAM-ID            PIC X(10).
           05 CE-RUN-DATE              PIC X(6).
           05 CE-RUN-TIME              PIC X(6).
           05 CE-PAGE-COUNT            PIC 9(5).
           05 CE-LINE-COUNT            PIC 9(7).
           05 CE-DEPARTMENT            PIC X(15).
           05 CE-COPY-NAME             PIC X(50).
           05 CE-STATUS                PIC X.
               88 CE-ACTIVE                        VALUE 'A'.
               88 CE-PURGED                        VALUE 'P'.
           05 CE-PURGED-DATE           PIC X(6).
           05 FILLER                   PIC X(4)    VALUE SPACES.

       01 DISTRIBUTION-TABLE-AREA.
           05 DT-NUM-REPORTS           PIC 999     VALUE 0.
           05 DISTRIBUTION-TBL-LINE OCCURS 1 TO 300 TIMES
               DEPENDING ON DT-NUM-REPORTS.
               10 DT-REPORT-FILE       PIC X(30).
               10 DT-PROGRAM-ID        PIC X(10).
               10 DT-DEPARTMENT        PIC X(15).
               10 DT-RETENTION-DAYS    PIC 9(3).
               10 DT-DESCRIPTION       PIC X(22).

       01 CATALOG-TABLE-AREA.
      *    THE WHOLE CATALOG, OLDEST COPY FIRST
           05 CT-NUM-ENTRIES           PIC 9(4)    VALUE 0.
           05 CATALOG-TBL-LINE OCCURS 1 TO 9000 TIMES
               DEPENDING ON CT-NUM-ENTRIES.
               10 CT-REPORT-FILE       PIC X(30).
               10 CT-PROGRAM-ID        PIC X(10).
               10 CT-RUN-STAMP.
                   15 CT-RUN-DATE      PIC X(6).
                   15 CT-RUN-TIME      PIC X(6).
               10 CT-PAGE-COUNT        PIC 9(5).
               10 CT-LINE-COUNT        PIC 9(7).
               10 CT-DEPARTMENT        PIC X(15).
               10 CT-COPY-NAME         PIC X(50).
               10 CT-STATUS            PIC X.
                   88 CT-ACTIVE                    VALUE 'A'.
               10 CT-PURGED-DATE       PIC X(6).
               10 FILLER               PIC X(4).


      **************        OUTPUT AREA        ********************

       01 SPOOL-HEADING-ONE.
           05 FILLER                   PIC X(28)   VALUE SPACES.
           05                          PIC X(24)   VALUE
                           'NIGHTLY REPORT SPOOL'.
           05 FILLER                   PIC X(28)   VALUE SPACES.

       01 SPOOL-HEADING-TWO.
           05 FILLER                   PIC X(10)   VALUE SPACES.
           05 SH2-MONTH                PIC 99.
           05                          PIC X       VALUE '/'.
           05 SH2-DAY                  PIC 99.
           05                          PIC X       VALUE '/'.
           05 SH2-YEAR                 PIC 9(2).
           05 FILLER                   PIC X(59)   VALUE SPACES.
           05                          PIC XXX     VALUE 'TWJ'.

       01 SECTION-HEADING-LINE.
           05 SHL-TITLE                PIC X(80).

       01 SPOOL-HEADING-THREE.
           05                          PIC X(23)   VALUE 'REPORT'.
           05                          PIC X(11)   VALUE 'PROGRAM'.
           05                          PIC X(11)   VALUE 'DEPT'.
           05                          PIC X(7)    VALUE 'DATE'.
           05                          PIC X(5)    VALUE 'TIME'.
           05                          PIC X(5)    VALUE 'PAGE'.
           05                          PIC X(7)    VALUE ' LINES'.
           05                          PIC X(11)   VALUE 'STATUS'.

       01 SPOOL-DETAIL-LINE.
           05 SDL-REPORT-FILE          PIC X(22).
           05 FILLER                   PIC X       VALUE SPACES.
           05 SDL-PROGRAM-ID           PIC X(10).
           05 FILLER                   PIC X       VALUE SPACES.
           05 SDL-DEPARTMENT           PIC X(10).
           05 FILLER                   PIC X       VALUE SPACES.
           05 SDL-RUN-DATE             PIC X(6).
           05 FILLER                   PIC X       VALUE SPACES.
           05 SDL-RUN-TIME             PIC X(4).
           05 FILLER                   PIC X       VALUE SPACES.
           05 SDL-PAGES                PIC ZZZ9.
           05 FILLER                   PIC X       VALUE SPACES.
           05 SDL-LINES                PIC ZZZZZ9.
           05 FILLER                   PIC X       VALUE SPACES.
           05 SDL-STATUS               PIC X(11).

       01 NONE-LINE.
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05                          PIC X(4)    VALUE 'NONE'.
           05 FILLER                   PIC X(71)   VALUE SPACES.

       01 SPOOL-TOTAL-LINE.
           05                          PIC X(11)   VALUE
                           'CATALOGED: '.
           05 STL-CATALOGED            PIC ZZ9.
           05                          PIC X(15)   VALUE
                           '   NOT RERUN: '.
           05 STL-NOT-RERUN            PIC ZZ9.
           05                          PIC X(15)   VALUE
                           '   NOT FOUND: '.
           05 STL-NOT-FOUND            PIC ZZ9.
           05                          PIC X(12)   VALUE
                           '   PURGED: '.
           05 STL-PURGED               PIC Z,ZZ9.
           05 FILLER                   PIC X(13)   VALUE SPACES.

       01 SPOOL-REFUSED-LINE.
           05 SFL-MESSAGE              PIC X(80).


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 15-HOUSEKEEPING
           PERFORM 20-LOAD-DISTRIBUTION
           PERFORM 22-LOAD-CATALOG
           PERFORM 30-SPOOL-EACH-REPORT
           PERFORM 50-APPLY-RETENTION
           PERFORM 70-REWRITE-CATALOG
           PERFORM 100-WRAP-UP
           .

       15-HOUSEKEEPING.
           OPEN OUTPUT SPOOL-LISTING-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO SH2-MONTH
           MOVE WS-DAY TO SH2-DAY
           MOVE WS-YEAR TO SH2-YEAR

           STRING '20' WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO SW-TODAY-CCYYMMDD
           END-STRING

           WRITE SPOOL-LISTING-RECORD FROM SPOOL-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE SPOOL-HEADING-TWO TO SPOOL-LISTING-RECORD
           WRITE SPOOL-LISTING-RECORD
               AFTER ADVANCING 1 LINES
           .

       20-LOAD-DISTRIBUTION.
      *    WITHOUT THE DISTRIBUTION MASTER THERE IS NOTHING TO SAY
      *    WHICH FILES ARE REPORTS, SO THE RUN STOPS
           OPEN INPUT REPORT-DISTRIBUTION-FILE

           IF NOT DISTRIBUTION-FOUND
               MOVE 'REPORT DISTRIBUTION MASTER NOT FOUND - RUN REFUSED'
                       TO SFL-MESSAGE
               PERFORM 90-REFUSE-RUN
           END-IF

           PERFORM UNTIL DISTRIBUTION-EOF-FLAG = 'T'
               READ REPORT-DISTRIBUTION-FILE
                   AT END
                       MOVE 'T' TO DISTRIBUTION-EOF-FLAG
                   NOT AT END
                       IF RD-REPORT-FILE NOT = SPACES
                           IF DT-NUM-REPORTS < 300
                               ADD 1 TO DT-NUM-REPORTS
                               MOVE REPORT-DISTRIBUTION-RECORD TO
                                   DISTRIBUTION-TBL-LINE(DT-NUM-REPORTS)
                               IF RD-RETENTION-DAYS IS NOT NUMERIC
                                   MOVE ZEROES TO
                                   DT-RETENTION-DAYS(DT-NUM-REPORTS)
                               END-IF
                           ELSE
                               DISPLAY 'DISTRIBUTION TABLE FULL - '
                                       RD-REPORT-FILE ' NOT LOADED'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REPORT-DISTRIBUTION-FILE
           .

       22-LOAD-CATALOG.
      *    NO CATALOG YET JUST MEANS NOTHING HAS BEEN SPOOLED
           OPEN INPUT REPORT-CATALOG-FILE

           IF CATALOG-FOUND
               PERFORM UNTIL CATALOG-EOF-FLAG = 'T'
                   READ REPORT-CATALOG-FILE
                       AT END
                           MOVE 'T' TO CATALOG-EOF-FLAG
                       NOT AT END
                           IF CT-NUM-ENTRIES < 9000
                               ADD 1 TO CT-NUM-ENTRIES
                               MOVE REPORT-CATALOG-RECORD TO
                                   CATALOG-TBL-LINE(CT-NUM-ENTRIES)
                           ELSE
                               DISPLAY 'CATALOG TABLE FULL - '
                                       'OLDEST ENTRIES KEPT ONLY'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-CATALOG-FILE
           END-IF
           .

       30-SPOOL-EACH-REPORT.
           MOVE 'REPORTS ON THE DISTRIBUTION MASTER' TO SHL-TITLE
           MOVE SECTION-HEADING-LINE TO SPOOL-LISTING-RECORD
           WRITE SPOOL-LISTING-RECORD
               AFTER ADVANCING 2 LINES

           MOVE SPOOL-HEADING-THREE TO SPOOL-LISTING-RECORD
           WRITE SPOOL-LISTING-RECORD
               AFTER ADVANCING 2 LINES

           PERFORM VARYING DIST-SUB FROM 1 BY 1
               UNTIL DIST-SUB > DT-NUM-REPORTS
               PERFORM 31-SPOOL-ONE-REPORT
           END-PERFORM
           .

       31-SPOOL-ONE-REPORT.
           MOVE DT-REPORT-FILE(DIST-SUB) TO WS-LIVE-NAME
           MOVE DT-REPORT-FILE(DIST-SUB) TO SDL-REPORT-FILE
           MOVE DT-PROGRAM-ID(DIST-SUB) TO SDL-PROGRAM-ID
           MOVE DT-DEPARTMENT(DIST-SUB) TO SDL-DEPARTMENT
           MOVE SPACES TO SDL-RUN-DATE
           MOVE SPACES TO SDL-RUN-TIME
           MOVE ZEROES TO SDL-PAGES
           MOVE ZEROES TO SDL-LINES

           CALL 'CBL_CHECK_FILE_EXIST' USING WS-LIVE-NAME
                                             FILE-DETAILS
           END-CALL

           IF RETURN-CODE NOT = 0
               MOVE 'NOT FOUND' TO SDL-STATUS
               ADD 1 TO SP-NOT-FOUND-COUNT
           ELSE
               PERFORM 32-GET-FILE-STAMP
               PERFORM 33-FIND-LAST-CATALOGED

               MOVE SW-FILE-DATE TO SDL-RUN-DATE
               MOVE SW-FILE-TIME(1:4) TO SDL-RUN-TIME

               IF LAST-STAMP-FOUND AND SW-LAST-STAMP = SW-FILE-STAMP
                   MOVE 'NOT RERUN' TO SDL-STATUS
                   ADD 1 TO SP-NOT-RERUN-COUNT
               ELSE
                   PERFORM 35-COPY-REPORT
               END-IF
           END-IF

           MOVE 0 TO RETURN-CODE

           MOVE SPOOL-DETAIL-LINE TO SPOOL-LISTING-RECORD
           WRITE SPOOL-LISTING-RECORD
               AFTER ADVANCING 1 LINES
           .

       32-GET-FILE-STAMP.
      *    EACH BINARY BYTE'S VALUE IS ITS ORDINAL LESS ONE
           COMPUTE SW-YEAR-NUM =
               (FUNCTION ORD(FS-YEAR-HIGH) - 1) * 256
               + FUNCTION ORD(FS-YEAR-LOW) - 1
           DIVIDE SW-YEAR-NUM BY 100
               GIVING SW-CENTURY REMAINDER SW-FILE-YY

           COMPUTE SW-FILE-MM = FUNCTION ORD(FS-MONTH-BYTE) - 1
           COMPUTE SW-FILE-DD = FUNCTION ORD(FS-DAY-BYTE) - 1
           COMPUTE SW-FILE-HH = FUNCTION ORD(FS-HOURS-BYTE) - 1
           COMPUTE SW-FILE-MI = FUNCTION ORD(FS-MINUTES-BYTE) - 1
           COMPUTE SW-FILE-SS = FUNCTION ORD(FS-SECONDS-BYTE) - 1
           .

       33-FIND-LAST-CATALOGED.
      *    THE NEWEST CATALOG ENTRY FOR THE REPORT IS THE LAST ONE
           MOVE 'N' TO LAST-STAMP-SW
           MOVE SPACES TO SW-LAST-STAMP

           PERFORM VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CT-NUM-ENTRIES

               IF CT-REPORT-FILE(CAT-SUB) = WS-LIVE-NAME
                   MOVE CT-RUN-STAMP(CAT-SUB) TO SW-LAST-STAMP
                   SET LAST-STAMP-FOUND TO TRUE
               END-IF
           END-PERFORM
           .

       35-COPY-REPORT.
      *    THE COPY IS LINE FOR LINE; A LINE THAT STARTS A PAGE IS
      *    WRITTEN AFTER A PAGE EJECT INSTEAD OF CARRYING THE FORM
      *    FEED AS DATA, SO THE COPY PRINTS THE SAME AS THE REPORT
           MOVE SPACES TO WS-COPY-NAME
           STRING 'RPT' SW-FILE-DATE '-' SW-FILE-TIME '-'
                   DELIMITED BY SIZE
                  WS-LIVE-NAME DELIMITED BY SPACE
               INTO WS-COPY-NAME
           END-STRING

           MOVE ZEROES TO SW-PAGE-COUNT
           MOVE ZEROES TO SW-LINE-COUNT

           OPEN INPUT LIVE-REPORT-FILE
           OPEN OUTPUT SPOOL-COPY-FILE

           IF NOT LIVE-FOUND OR NOT COPY-OPENED
               MOVE 'COPY FAILED' TO SDL-STATUS
               IF LIVE-FOUND
                   CLOSE LIVE-REPORT-FILE
               END-IF
               IF COPY-OPENED
                   CLOSE SPOOL-COPY-FILE
               END-IF
           ELSE
               MOVE 'F' TO LIVE-EOF-FLAG
               PERFORM UNTIL LIVE-EOF-FLAG = 'T'
                   READ LIVE-REPORT-FILE
                       AT END
                           MOVE 'T' TO LIVE-EOF-FLAG
                       NOT AT END
                           PERFORM 36-COPY-ONE-LINE
                   END-READ
               END-PERFORM

               CLOSE LIVE-REPORT-FILE, SPOOL-COPY-FILE

      *        A REPORT WITH LINES BUT NO PAGE EJECT IS ONE PAGE
               IF SW-PAGE-COUNT = 0 AND SW-LINE-COUNT > 0
                   MOVE 1 TO SW-PAGE-COUNT
               END-IF

               PERFORM 38-ADD-CATALOG-ENTRY

               MOVE SW-PAGE-COUNT TO SDL-PAGES
               MOVE SW-LINE-COUNT TO SDL-LINES
               MOVE 'CATALOGED' TO SDL-STATUS
               ADD 1 TO SP-CATALOGED-COUNT
           END-IF
           .

       36-COPY-ONE-LINE.
           ADD 1 TO SW-LINE-COUNT

           IF LIVE-REPORT-RECORD(1:1) = X'0C'
               ADD 1 TO SW-PAGE-COUNT
               MOVE LIVE-REPORT-RECORD(2:199) TO SPOOL-COPY-RECORD
               WRITE SPOOL-COPY-RECORD
                   AFTER ADVANCING PAGE
           ELSE
               MOVE LIVE-REPORT-RECORD TO SPOOL-COPY-RECORD
               WRITE SPOOL-COPY-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF
           .

       38-ADD-CATALOG-ENTRY.
           MOVE WS-LIVE-NAME TO CE-REPORT-FILE
           MOVE DT-PROGRAM-ID(DIST-SUB) TO CE-PROGRAM-ID
           MOVE SW-FILE-DATE TO CE-RUN-DATE
           MOVE SW-FILE-TIME TO CE-RUN-TIME
           MOVE SW-PAGE-COUNT TO CE-PAGE-COUNT
           MOVE SW-LINE-COUNT TO CE-LINE-COUNT
           MOVE DT-DEPARTMENT(DIST-SUB) TO CE-DEPARTMENT
           MOVE WS-COPY-NAME TO CE-COPY-NAME
           SET CE-ACTIVE TO TRUE
           MOVE SPACES TO CE-PURGED-DATE

           IF CT-NUM-ENTRIES < 9000
               ADD 1 TO CT-NUM-ENTRIES
               MOVE CATALOG-ENTRY TO CATALOG-TBL-LINE(CT-NUM-ENTRIES)
           ELSE
               DISPLAY 'CATALOG TABLE FULL - ' WS-COPY-NAME
                       ' NOT CATALOGED'
           END-IF
           .

       50-APPLY-RETENTION.
      *    A COPY OLDER THAN ITS REPORT'S RETENTION IS DELETED.  A
      *    REPORT SINCE TAKEN OFF THE MASTER KEEPS ITS COPIES UNTIL
      *    SOMEONE DECIDES WHAT TO DO WITH THEM
           MOVE 'COPIES PURGED UNDER RETENTION' TO SHL-TITLE
           MOVE SECTION-HEADING-LINE TO SPOOL-LISTING-RECORD
           WRITE SPOOL-LISTING-RECORD
               AFTER ADVANCING 3 LINES

           MOVE SPOOL-HEADING-THREE TO SPOOL-LISTING-RECORD
           WRITE SPOOL-LISTING-RECORD
               AFTER ADVANCING 2 LINES

           PERFORM VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CT-NUM-ENTRIES

               IF CT-ACTIVE(CAT-SUB) AND
                       CT-RUN-DATE(CAT-SUB) IS NUMERIC
                   PERFORM 51-CHECK-ONE-COPY
               END-IF
           END-PERFORM

           IF SP-PURGED-COUNT = 0
               MOVE NONE-LINE TO SPOOL-LISTING-RECORD
               WRITE SPOOL-LISTING-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF
           .

       51-CHECK-ONE-COPY.
           PERFORM 52-FIND-RETENTION

           IF RETENTION-FOUND AND SW-RETENTION-DAYS > 0
               STRING '20' CT-RUN-DATE(CAT-SUB) DELIMITED BY SIZE
                   INTO SW-COPY-CCYYMMDD
               END-STRING

               COMPUTE SW-COPY-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(SW-TODAY-CCYYMMDD)
                   - FUNCTION INTEGER-OF-DATE(SW-COPY-CCYYMMDD)

               IF SW-COPY-AGE-DAYS > SW-RETENTION-DAYS
                   PERFORM 54-PURGE-ONE-COPY
               END-IF
           END-IF
           .

       52-FIND-RETENTION.
           MOVE 'N' TO RETENTION-FOUND-SW
           MOVE ZEROES TO SW-RETENTION-DAYS

           PERFORM VARYING DIST-SUB FROM 1 BY 1
               UNTIL DIST-SUB > DT-NUM-REPORTS OR RETENTION-FOUND

               IF DT-REPORT-FILE(DIST-SUB) = CT-REPORT-FILE(CAT-SUB)
                   SET RETENTION-FOUND TO TRUE
                   MOVE DT-RETENTION-DAYS(DIST-SUB) TO
                           SW-RETENTION-DAYS
               END-IF
           END-PERFORM
           .

       54-PURGE-ONE-COPY.
      *    A COPY ALREADY GONE FROM DISK IS STILL MARKED PURGED SO
      *    THE CATALOG STOPS OFFERING IT FOR REPRINT
           MOVE CT-COPY-NAME(CAT-SUB) TO WS-DELETE-NAME

           CALL 'CBL_DELETE_FILE' USING WS-DELETE-NAME
           END-CALL

           IF RETURN-CODE = 0
               MOVE 'PURGED' TO SDL-STATUS
           ELSE
               MOVE 'NOT ON DISK' TO SDL-STATUS
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE 'P' TO CT-STATUS(CAT-SUB)
           MOVE WS-DATE TO CT-PURGED-DATE(CAT-SUB)
           ADD 1 TO SP-PURGED-COUNT

           MOVE CT-REPORT-FILE(CAT-SUB) TO SDL-REPORT-FILE
           MOVE CT-PROGRAM-ID(CAT-SUB) TO SDL-PROGRAM-ID
           MOVE CT-DEPARTMENT(CAT-SUB) TO SDL-DEPARTMENT
           MOVE CT-RUN-DATE(CAT-SUB) TO SDL-RUN-DATE
           MOVE CT-RUN-TIME(CAT-SUB)(1:4) TO SDL-RUN-TIME
           MOVE CT-PAGE-COUNT(CAT-SUB) TO SDL-PAGES
           MOVE CT-LINE-COUNT(CAT-SUB) TO SDL-LINES

           MOVE SPOOL-DETAIL-LINE TO SPOOL-LISTING-RECORD
           WRITE SPOOL-LISTING-RECORD
               AFTER ADVANCING 1 LINES
           .

       70-REWRITE-CATALOG.
           OPEN OUTPUT REPORT-CATALOG-FILE

           PERFORM VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CT-NUM-ENTRIES
               MOVE CATALOG-TBL-LINE(CAT-SUB) TO REPORT-CATALOG-RECORD
               WRITE REPORT-CATALOG-RECORD
           END-PERFORM

           CLOSE REPORT-CATALOG-FILE
           .

       90-REFUSE-RUN.
           MOVE SPOOL-REFUSED-LINE TO SPOOL-LISTING-RECORD
           WRITE SPOOL-LISTING-RECORD
               AFTER ADVANCING 2 LINES

           DISPLAY SFL-MESSAGE
           CLOSE SPOOL-LISTING-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .

       100-WRAP-UP.
           MOVE SP-CATALOGED-COUNT TO STL-CATALOGED
           MOVE SP-NOT-RERUN-COUNT TO STL-NOT-RERUN
           MOVE SP-NOT-FOUND-COUNT TO STL-NOT-FOUND
           MOVE SP-PURGED-COUNT TO STL-PURGED
           MOVE SPOOL-TOTAL-LINE TO SPOOL-LISTING-RECORD
           WRITE SPOOL-LISTING-RECORD
               AFTER ADVANCING 3 LINES

           CLOSE SPOOL-LISTING-FILE

           GOBACK
           .
