       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LAB9RECS.
       AUTHOR.        Tim J.

      *    BUILDS THE CLIMATE RECORDS BOOK FROM THE ACCUMULATED
      *    WEATHER HISTORY: FOR EACH STATION/CALENDAR-MONTH THE
      *    RECORD HIGH, RECORD LOW, GREATEST MONTHLY PRECIPITATION
      *    AND PEAK WIND, EACH WITH THE YEAR IT WAS SET.  RUN ONCE
      *    TO START THE BOOK -- LAB9TWJ KEEPS IT CURRENT AFTER THAT.
      *    THE YEARS ARCHUTIL HAS RETIRED ARE READ FROM THE COMBINED
      *    EXTRACT ARCHPULL WRITES FOR THE WEATHER HISTORY, WHEN ONE
      *    IS ON HAND; A MONTH IN BOTH FILES COUNTS ONLY ONCE SINCE
      *    A REPEATED VALUE NEVER BEATS ITSELF.  WHEN A RECORD WAS
      *    EQUALED LATER, THE FIRST YEAR IT WAS SET STANDS

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT WEATHER-HISTORY-FILE
                ASSIGN TO 'WEATHERHISTORY.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WEATHER-HISTORY-STATUS.

            SELECT ARCHIVE-EXTRACT-FILE
                ASSIGN TO 'COMBINED-WEATHERHISTORY.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ARCHIVE-EXTRACT-STATUS.

            SELECT CLIMATE-RECORDS-FILE
                ASSIGN TO 'CLIMATERECORDS.DAT'
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RECORDS-REPORT
                ASSIGN TO PRINTER 'RECORDSBUILD.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD WEATHER-HISTORY-FILE.
       01 HISTORY-RECORD.
          05 HR-STATION-CODE                  PIC X(3).
          05 HR-YEAR                          PIC 99.
          05 HR-MONTH                         PIC 99.
          05 HR-HIGH-TEMP                     PIC 9(3).
          05 HR-LOW-TEMP                      PIC 9(3).
          05 HR-TOTAL-PRECIP                  PIC 9(4).
          05 HR-MAX-WIND                      PIC 9(3).

       FD ARCHIVE-EXTRACT-FILE.
       01 ARCHIVE-EXTRACT-RECORD              PIC X(20).

      *    ONE RECORD PER STATION AND CALENDAR MONTH.  A LOW OF 999
      *    MEANS NO TEMPERATURE HAS BEEN ON FILE FOR THAT MONTH
       FD CLIMATE-RECORDS-FILE.
       01 CLIMATE-RECORDS-RECORD.
          05 CR-STATION-CODE                  PIC X(3).
          05 CR-MONTH                         PIC 99.
          05 CR-HIGH-TEMP                     PIC 9(3).
          05 CR-HIGH-YEAR                     PIC 99.
          05 CR-LOW-TEMP                      PIC 9(3).
          05 CR-LOW-YEAR                      PIC 99.
          05 CR-MAX-PRECIP                    PIC 9(4).
          05 CR-PRECIP-YEAR                   PIC 99.
          05 CR-PEAK-WIND                     PIC 9(3).
          05 CR-WIND-YEAR                     PIC 99.

       FD RECORDS-REPORT.
       01 REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01 END-OF-FILE-FLAG  PIC X  VALUE SPACE.
          88 NO-MORE-RECORDS         VALUE 'N'.

       01 WEATHER-HISTORY-STATUS PIC XX VALUE SPACES.
          88 WEATHER-HISTORY-FOUND        VALUE '00'.

       01 ARCHIVE-EXTRACT-STATUS PIC XX VALUE SPACES.
          88 ARCHIVE-EXTRACT-FOUND        VALUE '00'.

       01 WORK-FIELDS.
          05 REC-SUB               PIC 999.
          05 RB-MONTHS-READ        PIC 9(5)  VALUE 0.

       01 RECORDS-TABLE-AREA.
      *    THE BEST VALUE SEEN SO FAR PER STATION AND CALENDAR MONTH
           05 RT-NUM-ENTRIES        PIC 999   VALUE 0.
           05 RECORDS-TBL-LINE OCCURS 1 TO 600 TIMES
               DEPENDING ON RT-NUM-ENTRIES
               INDEXED BY RECORDS-TBL-INDEX.
               10 RT-STATION-CODE    PIC X(3).
               10 RT-MONTH           PIC 99.
               10 RT-HIGH-TEMP       PIC 9(3).
               10 RT-HIGH-YEAR       PIC 99.
               10 RT-LOW-TEMP        PIC 9(3).
               10 RT-LOW-YEAR        PIC 99.
               10 RT-MAX-PRECIP      PIC 9(4).
               10 RT-PRECIP-YEAR     PIC 99.
               10 RT-PEAK-WIND       PIC 9(3).
               10 RT-WIND-YEAR       PIC 99.

      **********************OUTPUT AREA**********************

       01 HEADER-1.
          05        PIC X(25) VALUE SPACES.
          05        PIC X(27) VALUE 'CLIMATE RECORDS BUILD'.
          05        PIC X(25) VALUE SPACES.
          05        PIC X(3)  VALUE 'TWJ'.

       01 HEADER-2.
          05        PIC X(12) VALUE 'STATION  MO'.
          05        PIC X(13) VALUE '  HIGH  YR'.
          05        PIC X(13) VALUE 'LOW  YR'.
          05        PIC X(15) VALUE 'PRECIP  YR'.
          05        PIC X(27) VALUE 'WIND  YR'.

       01 BUILD-DETAIL-LINE.
          05 BDL-STATION-CODE  PIC X(3).
          05        PIC X(6)  VALUE SPACES.
          05 BDL-MONTH         PIC 99.
          05        PIC X(3)  VALUE SPACES.
          05 BDL-TEMPERATURES.
             10 BDL-HIGH-TEMP     PIC ZZ9.
             10        PIC X(2)  VALUE SPACES.
             10 BDL-HIGH-YEAR     PIC 99.
             10        PIC X(5)  VALUE SPACES.
             10 BDL-LOW-TEMP      PIC ZZ9.
             10        PIC X(2)  VALUE SPACES.
             10 BDL-LOW-YEAR      PIC 99.
          05        PIC X(4)  VALUE SPACES.
          05 BDL-MAX-PRECIP    PIC Z9.99.
          05        PIC X(3)  VALUE SPACES.
          05 BDL-PRECIP-YEAR   PIC 99.
          05        PIC X(5)  VALUE SPACES.
          05 BDL-PEAK-WIND     PIC ZZ9.
          05        PIC X(2)  VALUE SPACES.
          05 BDL-WIND-YEAR     PIC 99.
          05        PIC X(24) VALUE SPACES.

       01 BDL-PRECIP-WORK      PIC 99V99.

       01 TOTAL-LINE.
          05        PIC X(22) VALUE 'HISTORY MONTHS READ: '.
          05 TL-MONTHS-READ    PIC ZZ,ZZ9.
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(24) VALUE 'STATION-MONTHS ON BOOK: '.
          05 TL-ENTRIES        PIC ZZ9.
          05        PIC X(21) VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 300-READ-ROUTINE
           PERFORM 350-READ-ARCHIVE-EXTRACT
           PERFORM 500-WRITE-RECORDS-BOOK
           PERFORM 600-EOJ-ROUTINE
           STOP RUN
          .

       200-HOUSEKEEPING.

           OPEN OUTPUT CLIMATE-RECORDS-FILE
                       RECORDS-REPORT

           WRITE REPORT-RECORD FROM HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-RECORD FROM HEADER-2
               AFTER ADVANCING 2 LINES
          .

       300-READ-ROUTINE.

           OPEN INPUT WEATHER-HISTORY-FILE

           IF WEATHER-HISTORY-FOUND
               PERFORM UNTIL NO-MORE-RECORDS
                READ WEATHER-HISTORY-FILE
                   AT END
                       MOVE 'N' TO END-OF-FILE-FLAG
                   NOT AT END
                       PERFORM 400-POST-ONE-MONTH
                END-READ
               END-PERFORM

               CLOSE WEATHER-HISTORY-FILE
           END-IF
          .

       350-READ-ARCHIVE-EXTRACT.

           OPEN INPUT ARCHIVE-EXTRACT-FILE

           IF ARCHIVE-EXTRACT-FOUND
               MOVE SPACE TO END-OF-FILE-FLAG
               PERFORM UNTIL NO-MORE-RECORDS
                READ ARCHIVE-EXTRACT-FILE
                   AT END
                       MOVE 'N' TO END-OF-FILE-FLAG
                   NOT AT END
                       MOVE ARCHIVE-EXTRACT-RECORD TO HISTORY-RECORD
                       PERFORM 400-POST-ONE-MONTH
                END-READ
               END-PERFORM

               CLOSE ARCHIVE-EXTRACT-FILE
           END-IF
          .

       400-POST-ONE-MONTH.

           ADD 1 TO RB-MONTHS-READ

           SET RECORDS-TBL-INDEX TO 1
           SEARCH RECORDS-TBL-LINE
               AT END
                   ADD 1 TO RT-NUM-ENTRIES
                   MOVE HR-STATION-CODE TO
                           RT-STATION-CODE(RT-NUM-ENTRIES)
                   MOVE HR-MONTH TO RT-MONTH(RT-NUM-ENTRIES)
                   MOVE ZEROS TO RT-HIGH-TEMP(RT-NUM-ENTRIES)
                   MOVE ZEROS TO RT-HIGH-YEAR(RT-NUM-ENTRIES)
                   MOVE 999 TO RT-LOW-TEMP(RT-NUM-ENTRIES)
                   MOVE ZEROS TO RT-LOW-YEAR(RT-NUM-ENTRIES)
                   MOVE ZEROS TO RT-MAX-PRECIP(RT-NUM-ENTRIES)
                   MOVE HR-YEAR TO RT-PRECIP-YEAR(RT-NUM-ENTRIES)
                   MOVE ZEROS TO RT-PEAK-WIND(RT-NUM-ENTRIES)
                   MOVE HR-YEAR TO RT-WIND-YEAR(RT-NUM-ENTRIES)
                   SET RECORDS-TBL-INDEX TO RT-NUM-ENTRIES
                   PERFORM 420-CHECK-ONE-MONTH

               WHEN HR-STATION-CODE =
                           RT-STATION-CODE(RECORDS-TBL-INDEX)
                   AND HR-MONTH = RT-MONTH(RECORDS-TBL-INDEX)
                   PERFORM 420-CHECK-ONE-MONTH
           END-SEARCH
          .

       420-CHECK-ONE-MONTH.

      *    A MONTH WITH NO TEMPERATURE READINGS WAS POSTED WITH A
      *    HIGH AND LOW OF ZERO, OR A LOW OF 999 WHEN EVERY SLOT WAS
      *    BAD; NEITHER IS A RECORD
           IF HR-HIGH-TEMP IS NUMERIC AND HR-LOW-TEMP IS NUMERIC
                   AND HR-LOW-TEMP NOT = 999
                   AND (HR-HIGH-TEMP > 0 OR HR-LOW-TEMP > 0)
               IF HR-HIGH-TEMP > RT-HIGH-TEMP(RECORDS-TBL-INDEX)
                       OR RT-LOW-TEMP(RECORDS-TBL-INDEX) = 999
                   MOVE HR-HIGH-TEMP TO RT-HIGH-TEMP(RECORDS-TBL-INDEX)
                   MOVE HR-YEAR TO RT-HIGH-YEAR(RECORDS-TBL-INDEX)
               END-IF

               IF HR-LOW-TEMP < RT-LOW-TEMP(RECORDS-TBL-INDEX)
                   MOVE HR-LOW-TEMP TO RT-LOW-TEMP(RECORDS-TBL-INDEX)
                   MOVE HR-YEAR TO RT-LOW-YEAR(RECORDS-TBL-INDEX)
               END-IF
           END-IF

           IF HR-TOTAL-PRECIP IS NUMERIC AND
                   HR-TOTAL-PRECIP > RT-MAX-PRECIP(RECORDS-TBL-INDEX)
               MOVE HR-TOTAL-PRECIP TO RT-MAX-PRECIP(RECORDS-TBL-INDEX)
               MOVE HR-YEAR TO RT-PRECIP-YEAR(RECORDS-TBL-INDEX)
           END-IF

           IF HR-MAX-WIND IS NUMERIC AND
                   HR-MAX-WIND > RT-PEAK-WIND(RECORDS-TBL-INDEX)
               MOVE HR-MAX-WIND TO RT-PEAK-WIND(RECORDS-TBL-INDEX)
               MOVE HR-YEAR TO RT-WIND-YEAR(RECORDS-TBL-INDEX)
           END-IF
          .

       500-WRITE-RECORDS-BOOK.

           PERFORM VARYING REC-SUB FROM 1 BY 1
               UNTIL REC-SUB > RT-NUM-ENTRIES

               MOVE RT-STATION-CODE(REC-SUB) TO CR-STATION-CODE
               MOVE RT-MONTH(REC-SUB) TO CR-MONTH
               MOVE RT-HIGH-TEMP(REC-SUB) TO CR-HIGH-TEMP
               MOVE RT-HIGH-YEAR(REC-SUB) TO CR-HIGH-YEAR
               MOVE RT-LOW-TEMP(REC-SUB) TO CR-LOW-TEMP
               MOVE RT-LOW-YEAR(REC-SUB) TO CR-LOW-YEAR
               MOVE RT-MAX-PRECIP(REC-SUB) TO CR-MAX-PRECIP
               MOVE RT-PRECIP-YEAR(REC-SUB) TO CR-PRECIP-YEAR
               MOVE RT-PEAK-WIND(REC-SUB) TO CR-PEAK-WIND
               MOVE RT-WIND-YEAR(REC-SUB) TO CR-WIND-YEAR

               WRITE CLIMATE-RECORDS-RECORD

               MOVE RT-STATION-CODE(REC-SUB) TO BDL-STATION-CODE
               MOVE RT-MONTH(REC-SUB) TO BDL-MONTH
               MOVE RT-HIGH-TEMP(REC-SUB) TO BDL-HIGH-TEMP
               MOVE RT-HIGH-YEAR(REC-SUB) TO BDL-HIGH-YEAR
               MOVE RT-LOW-TEMP(REC-SUB) TO BDL-LOW-TEMP
               MOVE RT-LOW-YEAR(REC-SUB) TO BDL-LOW-YEAR
               IF RT-LOW-TEMP(REC-SUB) = 999
                   MOVE '  NO TEMPERATURES' TO BDL-TEMPERATURES
               END-IF
               COMPUTE BDL-PRECIP-WORK = RT-MAX-PRECIP(REC-SUB) / 100
               MOVE BDL-PRECIP-WORK TO BDL-MAX-PRECIP
               MOVE RT-PRECIP-YEAR(REC-SUB) TO BDL-PRECIP-YEAR
               MOVE RT-PEAK-WIND(REC-SUB) TO BDL-PEAK-WIND
               MOVE RT-WIND-YEAR(REC-SUB) TO BDL-WIND-YEAR

               WRITE REPORT-RECORD FROM BUILD-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM

           MOVE RB-MONTHS-READ TO TL-MONTHS-READ
           MOVE RT-NUM-ENTRIES TO TL-ENTRIES
           WRITE REPORT-RECORD FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
          .

       600-EOJ-ROUTINE.
           CLOSE CLIMATE-RECORDS-FILE
                 RECORDS-REPORT
          .
