            SELECT QUALITY-EXCEPTION-FILE
                ASSIGN TO PRINTER 'QUALITYEXCEPT.TXT'.

      *     THE STATION/MONTH RECORDS BOOK LAB9RECS STARTED; EVERY
      *     READING THAT TIES OR BREAKS A RECORD UPDATES IT AND IS
      *     LISTED ON THE RECORD-EVENT REPORT
            SELECT CLIMATE-RECORDS-FILE
                ASSIGN TO 'CLIMATERECORDS.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CLIMATE-RECORDS-STATUS.

            SELECT RECORD-EVENT-REPORT
                ASSIGN TO PRINTER 'RECORDEVENTS.TXT'.

      *     THE SENSORS LAB9INST KEEPS: A READING FROM ONE PAST ITS
      *     CALIBRATION INTERVAL IS PROVISIONAL, AND EACH RUN LEAVES
      *     A READINGS/SUSPECTS LINE PER SENSOR FOR ITS HISTORY
            SELECT INSTRUMENT-MASTER-FILE
                ASSIGN TO 'INSTRUMENTMASTER.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS INSTRUMENT-MASTER-STATUS.

            SELECT SENSOR-HISTORY-FILE
                ASSIGN TO 'SENSORHISTORY.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SENSOR-HISTORY-STATUS.

            SELECT INSTRUMENT-STATUS-REPORT
                ASSIGN TO PRINTER 'INSTRUMENTSTATUS.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD QUALITY-EXCEPTION-FILE.
       01 QUALITY-RECORD PIC X(80).

      *    A LOW OF 999 MEANS NO TEMPERATURE ON FILE FOR THE MONTH
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

       FD RECORD-EVENT-REPORT.
       01 RECORD-EVENT-RECORD PIC X(80).

       FD INSTRUMENT-MASTER-FILE.
       01 INSTRUMENT-MASTER-RECORD.
          05 IM-STATION-CODE                  PIC X(3).
          05 IM-SENSOR-TYPE                   PIC X.
          05 IM-SERIAL-NUM                    PIC X(10).
          05 IM-INSTALL-DATE                  PIC 9(8).
          05 IM-LAST-CAL-DATE                 PIC 9(8).
          05 IM-CAL-INTERVAL                  PIC 9(3).
          05 IM-LAST-OFFSET                   PIC S9(3)V9
                                   SIGN IS LEADING SEPARATE.
          05 IM-STATUS                        PIC X.
             88 IM-ACTIVE                         VALUE 'A'.

       FD SENSOR-HISTORY-FILE.
       01 SENSOR-HISTORY-RECORD.
          05 SH-STATION-CODE                  PIC X(3).
          05 SH-SENSOR-TYPE                   PIC X.
          05 SH-SERIAL-NUM                    PIC X(10).
          05 SH-YEAR                          PIC 99.
          05 SH-MONTH                         PIC 99.
          05 SH-READINGS                      PIC 9(5).
          05 SH-SUSPECTS                      PIC 9(5).
          05 SH-OVERDUE-SW                    PIC X.

       FD INSTRUMENT-STATUS-REPORT.
       01 INSTRUMENT-STATUS-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01 END-OF-FILE-FLAG  PIC X  VALUE SPACE.
       01 WEATHER-HISTORY-STATUS PIC XX VALUE SPACES.
          88 WEATHER-HISTORY-OPEN-OK      VALUE '00'.

       01 CLIMATE-RECORDS-STATUS PIC XX VALUE SPACES.
          88 CLIMATE-RECORDS-FOUND        VALUE '00'.

       01 RECORDS-LOAD-EOF-FLAG  PIC X  VALUE 'F'.
          88 RECORDS-LOAD-DONE            VALUE 'Y'.

       01 INSTRUMENT-MASTER-STATUS PIC XX VALUE SPACES.
          88 INSTRUMENT-MASTER-FOUND      VALUE '00'.

       01 SENSOR-HISTORY-STATUS PIC XX VALUE SPACES.
          88 SENSOR-HISTORY-OPEN-OK       VALUE '00'.

       01 INSTRUMENT-LOAD-EOF-FLAG  PIC X  VALUE 'F'.
          88 INSTRUMENT-LOAD-DONE         VALUE 'Y'.

      *    LOADED AT STARTUP FROM THE STATION MASTER FILE
       01 STATION-TABLE-AREA.
           05 ST-NUM-STATIONS       PIC 999   VALUE 0.
               10 CL-MAX-WIND          PIC 9(3)  VALUE 0.
               10 CL-TEMP-SEEN-SW      PIC X     VALUE 'N'.
                  88 CL-TEMP-SEEN               VALUE 'Y'.
               10 CL-PROVISIONAL-FLAGS.
                  15 CL-PROV-TEMP      PIC X     VALUE SPACE.
                  15                   PIC X     VALUE SPACE.
                  15 CL-PROV-PRECIP    PIC X     VALUE SPACE.
                  15                   PIC X     VALUE SPACE.
                  15 CL-PROV-WIND      PIC X     VALUE SPACE.

       01 INSTRUMENT-TABLE-AREA.
      *    THE INSTRUMENTS NOW IN SERVICE, WITH THE DAYS LEFT TO
      *    EACH ONE'S NEXT CALIBRATION (NEGATIVE ONCE OVERDUE) AND
      *    WHAT IT REPORTED THIS RUN
           05 IN-NUM-INSTRUMENTS    PIC 999   VALUE 0.
           05 INSTRUMENT-TBL-LINE OCCURS 1 TO 600 TIMES
               DEPENDING ON IN-NUM-INSTRUMENTS
               INDEXED BY INSTRUMENT-TBL-INDEX.
               10 IN-STATION-CODE      PIC X(3).
               10 IN-SENSOR-TYPE       PIC X.
               10 IN-SERIAL-NUM        PIC X(10).
               10 IN-LAST-CAL-DATE     PIC 9(8).
               10 IN-DAYS-LEFT         PIC S9(5).
               10 IN-READINGS          PIC 9(5).
               10 IN-SUSPECTS          PIC 9(5).

       01 INSTRUMENT-CHECK-FIELDS.
      *    IC-CURRENT-SUB IS THE CURRENT RECORD'S INSTRUMENT, ZERO
      *    WHEN NONE IS ON FILE FOR ITS STATION AND SENSOR
           05 IC-DUE-WINDOW         PIC 9(3)  VALUE 30.
           05 IC-CURRENT-SUB        PIC 999   VALUE 0.
           05 IC-PROVISIONAL-SW     PIC X     VALUE 'N'.
              88 IC-READING-PROVISIONAL       VALUE 'Y'.
           05 IC-TODAY-DATE.
              10                    PIC XX    VALUE '20'.
              10 IC-TODAY-YYMMDD    PIC X(6).
           05 IC-TODAY-NUMERIC REDEFINES IC-TODAY-DATE PIC 9(8).
           05 IC-LISTED-COUNT       PIC 999   VALUE 0.
           05 IC-SUB                PIC 999.

       01 QUALITY-LIMITS.
      *    A SLOT KEYED 999 IS THE MISSING-VALUE SENTINEL THE
               10 CM-EXPECTED-COUNT    PIC 9(5)  VALUE 0.
               10 CM-RECEIVED-COUNT    PIC 9(5)  VALUE 0.

       01 RECORDS-BOOK-AREA.
      *    THE RECORDS BOOK, ONE ENTRY PER STATION AND CALENDAR
      *    MONTH.  MEASURE 1 IS THE HIGH, 2 THE LOW, 3 THE MONTH'S
      *    PRECIPITATION AND 4 THE PEAK WIND.  THE OLD VALUE AND
      *    YEAR ARE THE RECORD AS IT STOOD WHEN THIS RUN STARTED;
      *    THE EVENT IS B BROKEN OR T TIED.  AN ENTRY STARTED THIS
      *    RUN HAS NOTHING TO BREAK
           05 RB-NUM-ENTRIES        PIC 999   VALUE 0.
           05 RECORDS-BOOK-LINE OCCURS 1 TO 999 TIMES
               DEPENDING ON RB-NUM-ENTRIES
               INDEXED BY RECORDS-BOOK-INDEX.
               10 RB-STATION-CODE      PIC X(3).
               10 RB-MONTH             PIC 99.
               10 RB-NEW-ENTRY-SW      PIC X.
                  88 RB-NEW-ENTRY               VALUE 'Y'.
               10 RB-MEASURE OCCURS 4 TIMES.
                  15 RB-VALUE          PIC 9(4).
                  15 RB-YEAR           PIC 99.
                  15 RB-OLD-VALUE      PIC 9(4).
                  15 RB-OLD-YEAR       PIC 99.
                  15 RB-EVENT          PIC X.
                     88 RB-BROKEN               VALUE 'B'.
                     88 RB-TIED                 VALUE 'T'.
                     88 RB-NO-EVENT             VALUE SPACE.

       01 RECORD-CHECK-FIELDS.
           05 RC-MEASURE-SUB        PIC 9.
           05 RC-NEW-VALUE          PIC 9(4).
           05 RC-EVENT-COUNT        PIC 999   VALUE 0.
           05 RC-BOOK-SUB           PIC 999.

       01 ARRAY-SUBSCRIPT.
          05 SUB                       PIC 99.

          05 DETAIL-HIGH-TEMP     PIC ZZ9.
          05                      PIC X(5)     VALUE SPACES.
          05 DETAIL-LOW-TEMP      PIC ZZ9.
          05                      PIC X(5)     VALUE SPACES.
          05 DETAIL-PROVISIONAL   PIC X(11)    VALUE SPACES.

       01 WS-CURRENT-DATE.
          05 WS-CD-YEAR           PIC 99.
          05        PIC X(6)  VALUE 'High'.
          05        PIC X(6)  VALUE 'Low'.
          05        PIC X(8)  VALUE 'Precip'.
          05        PIC X(10) VALUE 'Pk Wind'.
          05        PIC X(30) VALUE 'Provisional'.

       01 CLIMATE-DETAIL-LINE.
          05 CDL-STATION-NAME     PIC X(17).
          05 CDL-TOTAL-PRECIP     PIC Z9.99.
          05                      PIC X(4)     VALUE SPACES.
          05 CDL-MAX-WIND         PIC ZZ9.
          05                      PIC X(8)     VALUE SPACES.
          05 CDL-PROVISIONAL      PIC X(5).
          05                      PIC X(25)    VALUE SPACES.

       01 CDL-PRECIP-WORK         PIC 99V99.

          05 QDL-REASON        PIC X(30).
          05        PIC X(6)  VALUE SPACES.

       01 EVENT-HEADER-1.
          05        PIC X(25) VALUE SPACES.
          05        PIC X(30) VALUE 'CLIMATE RECORD EVENTS'.
          05        PIC X(6)  VALUE 'MONTH '.
          05 EVH-MONTH         PIC 99.
          05        PIC X(1)  VALUE '/'.
          05 EVH-YEAR          PIC 99.
          05        PIC X(14) VALUE SPACES.

       01 EVENT-HEADER-2.
          05        PIC X(20) VALUE 'Station'.
          05        PIC X(11) VALUE 'Record'.
          05        PIC X(8)  VALUE 'Event'.
          05        PIC X(14) VALUE 'Old (Year)'.
          05        PIC X(27) VALUE 'New (Year)'.

       01 EVENT-DETAIL-LINE.
          05 EVD-STATION-NAME     PIC X(17).
          05                      PIC X(3)     VALUE SPACES.
          05 EVD-MEASURE-NAME     PIC X(9).
          05                      PIC X(2)     VALUE SPACES.
          05 EVD-EVENT            PIC X(6).
          05                      PIC X(2)     VALUE SPACES.
          05 EVD-OLD-VALUE        PIC X(6).
          05                      PIC X(2)     VALUE ' ('.
          05 EVD-OLD-YEAR         PIC 99.
          05                      PIC X(4)     VALUE ')   '.
          05 EVD-NEW-VALUE        PIC X(6).
          05                      PIC X(2)     VALUE ' ('.
          05 EVD-NEW-YEAR         PIC 99.
          05                      PIC X(1)     VALUE ')'.
          05                      PIC X(16)    VALUE SPACES.

       01 NO-EVENTS-LINE.
          05        PIC X(30) VALUE 'NO RECORDS BROKEN OR TIED'.
          05        PIC X(50) VALUE SPACES.

       01 EVENT-VALUE-EDIT.
          05 EVE-WHOLE            PIC ZZZ9.
          05                      PIC XX       VALUE SPACES.
       01 EVENT-PRECIP-EDIT.
          05 EVE-INCHES           PIC Z9.99.
          05                      PIC X        VALUE SPACE.
       01 EVE-PRECIP-WORK         PIC 99V99.

       01 INSTRUMENT-HEADER-1.
          05        PIC X(20) VALUE SPACES.
          05        PIC X(30) VALUE 'INSTRUMENT CALIBRATION STATUS'.
          05        PIC X(6)  VALUE 'MONTH '.
          05 INH-MONTH         PIC 99.
          05        PIC X(1)  VALUE '/'.
          05 INH-YEAR          PIC 99.
          05        PIC X(19) VALUE SPACES.

       01 INSTRUMENT-HEADER-2.
          05        PIC X(9)  VALUE 'Station'.
          05        PIC X(8)  VALUE 'Sensor'.
          05        PIC X(12) VALUE 'Serial'.
          05        PIC X(10) VALUE 'Last Cal'.
          05        PIC X(41) VALUE 'Status'.

       01 INSTRUMENT-DETAIL-LINE.
          05 IDL-STATION-CODE     PIC X(3).
          05                      PIC X(8)     VALUE SPACES.
          05 IDL-SENSOR-TYPE      PIC X.
          05                      PIC X(5)     VALUE SPACES.
          05 IDL-SERIAL-NUM       PIC X(10).
          05                      PIC X(2)     VALUE SPACES.
          05 IDL-LAST-CAL-DATE    PIC 9(8).
          05                      PIC X(2)     VALUE SPACES.
          05 IDL-STATUS           PIC X(8).
          05 IDL-DAYS             PIC ZZ,ZZ9.
          05                      PIC X(5)     VALUE ' DAYS'.
          05                      PIC X(2)     VALUE SPACES.
          05 IDL-PROVISIONAL      PIC X(20).

       01 NO-INSTRUMENTS-LINE.
          05        PIC X(40) VALUE
                              'NO INSTRUMENTS OVERDUE OR COMING DUE'.
          05        PIC X(40) VALUE SPACES.

       01 ALERT-HEADER-1.
          05        PIC X(25) VALUE SPACES.
          05        PIC X(30) VALUE 'SEVERE WEATHER ALERTS'.
                       ALERT-REPORT-FILE
                       COMPLETENESS-REPORT
                       QUALITY-EXCEPTION-FILE
                       RECORD-EVENT-REPORT
                       INSTRUMENT-STATUS-REPORT

           WRITE ALERT-RECORD FROM ALERT-HEADER-1
               AFTER ADVANCING 2 LINES

           PERFORM 220-LOAD-STATION-MASTER
           PERFORM 230-LOAD-RECORDS-BOOK

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-CURRENT-DATE TO IC-TODAY-YYMMDD
           PERFORM 240-LOAD-INSTRUMENTS

      *    SAME AS THE WEATHER HISTORY BELOW
           OPEN EXTEND SENSOR-HISTORY-FILE
      *    EXTEND CREATES WEATHERHISTORY.DAT ON THE FIRST RUN AND
      *    APPENDS TO IT ON EVERY RUN AFTER THAT
           OPEN EXTEND WEATHER-HISTORY-FILE
           CLOSE STATION-MASTER-FILE
          .

       230-LOAD-RECORDS-BOOK.

      *    NO BOOK UNTIL LAB9RECS HAS BUILT ONE; THIS RUN STARTS
      *    ENTRIES FOR WHATEVER IT POSTS
           OPEN INPUT CLIMATE-RECORDS-FILE

           IF CLIMATE-RECORDS-FOUND
               PERFORM UNTIL RECORDS-LOAD-DONE
                   READ CLIMATE-RECORDS-FILE
                       AT END
                           SET RECORDS-LOAD-DONE TO TRUE
                       NOT AT END
                           PERFORM 235-STORE-ONE-RECORD
                   END-READ
               END-PERFORM

               CLOSE CLIMATE-RECORDS-FILE
           END-IF
          .

       235-STORE-ONE-RECORD.

           ADD 1 TO RB-NUM-ENTRIES
           MOVE CR-STATION-CODE TO RB-STATION-CODE(RB-NUM-ENTRIES)
           MOVE CR-MONTH TO RB-MONTH(RB-NUM-ENTRIES)
           MOVE 'N' TO RB-NEW-ENTRY-SW(RB-NUM-ENTRIES)
           MOVE CR-HIGH-TEMP TO RB-VALUE(RB-NUM-ENTRIES, 1)
           MOVE CR-HIGH-YEAR TO RB-YEAR(RB-NUM-ENTRIES, 1)
           MOVE CR-LOW-TEMP TO RB-VALUE(RB-NUM-ENTRIES, 2)
           MOVE CR-LOW-YEAR TO RB-YEAR(RB-NUM-ENTRIES, 2)
           MOVE CR-MAX-PRECIP TO RB-VALUE(RB-NUM-ENTRIES, 3)
           MOVE CR-PRECIP-YEAR TO RB-YEAR(RB-NUM-ENTRIES, 3)
           MOVE CR-PEAK-WIND TO RB-VALUE(RB-NUM-ENTRIES, 4)
           MOVE CR-WIND-YEAR TO RB-YEAR(RB-NUM-ENTRIES, 4)

           PERFORM VARYING RC-MEASURE-SUB FROM 1 BY 1
               UNTIL RC-MEASURE-SUB > 4
               MOVE RB-VALUE(RB-NUM-ENTRIES, RC-MEASURE-SUB) TO
                       RB-OLD-VALUE(RB-NUM-ENTRIES, RC-MEASURE-SUB)
               MOVE RB-YEAR(RB-NUM-ENTRIES, RC-MEASURE-SUB) TO
                       RB-OLD-YEAR(RB-NUM-ENTRIES, RC-MEASURE-SUB)
               MOVE SPACE TO
                       RB-EVENT(RB-NUM-ENTRIES, RC-MEASURE-SUB)
           END-PERFORM
          .

       240-LOAD-INSTRUMENTS.

      *    ONLY THE INSTRUMENTS IN SERVICE; WITH NO MASTER ON HAND
      *    NOTHING IS PROVISIONAL
           OPEN INPUT INSTRUMENT-MASTER-FILE

           IF INSTRUMENT-MASTER-FOUND
               PERFORM UNTIL INSTRUMENT-LOAD-DONE
                   READ INSTRUMENT-MASTER-FILE
                       AT END
                           SET INSTRUMENT-LOAD-DONE TO TRUE
                       NOT AT END
                           IF IM-ACTIVE
                               PERFORM 245-STORE-ONE-INSTRUMENT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE INSTRUMENT-MASTER-FILE
           END-IF
          .

       245-STORE-ONE-INSTRUMENT.

           ADD 1 TO IN-NUM-INSTRUMENTS
           MOVE IM-STATION-CODE TO IN-STATION-CODE(IN-NUM-INSTRUMENTS)
           MOVE IM-SENSOR-TYPE TO IN-SENSOR-TYPE(IN-NUM-INSTRUMENTS)
           MOVE IM-SERIAL-NUM TO IN-SERIAL-NUM(IN-NUM-INSTRUMENTS)
           MOVE IM-LAST-CAL-DATE TO
                   IN-LAST-CAL-DATE(IN-NUM-INSTRUMENTS)
           MOVE ZEROS TO IN-READINGS(IN-NUM-INSTRUMENTS)
           MOVE ZEROS TO IN-SUSPECTS(IN-NUM-INSTRUMENTS)

           COMPUTE IN-DAYS-LEFT(IN-NUM-INSTRUMENTS) =
               FUNCTION INTEGER-OF-DATE(IM-LAST-CAL-DATE)
               + IM-CAL-INTERVAL
               - FUNCTION INTEGER-OF-DATE(IC-TODAY-NUMERIC)
          .

       250-PRINT-THE-HEADERS.

           WRITE REPORT-RECORD FROM HEADER-1

           PERFORM 450-SEARCH-ROUTINE
           PERFORM 460-FIND-CLIMATE-ENTRY
           PERFORM 470-FIND-INSTRUMENT
           PERFORM 410-TALLY-COMPLETENESS
           PERFORM 585-CHECK-SUSPECT-READINGS


                   MOVE WS-HIGH-TEMP TO DETAIL-HIGH-TEMP
                   MOVE WS-LOW-TEMP  TO DETAIL-LOW-TEMP
                   IF IC-READING-PROVISIONAL
                       MOVE 'PROVISIONAL' TO DETAIL-PROVISIONAL
                   ELSE
                       MOVE SPACES TO DETAIL-PROVISIONAL
                   END-IF

                   WRITE REPORT-RECORD FROM DETAIL-LINE
                       AFTER ADVANCING 1 LINE

       586-CHECK-ONE-READING.

           IF IC-CURRENT-SUB > 0
               ADD 1 TO IN-READINGS(IC-CURRENT-SUB)
           END-IF

           EVALUATE TRUE
               WHEN WI-TEMPERATURE AND
                       WI-WEATHER-ARRAY(SUB) > QL-MAX-TEMP

       587-WRITE-QUALITY-LINE.

           IF IC-CURRENT-SUB > 0
               ADD 1 TO IN-SUSPECTS(IC-CURRENT-SUB)
           END-IF

           MOVE SUB TO QDL-SLOT
           MOVE WI-WEATHER-ARRAY(SUB) TO QDL-READING

           END-SEARCH
          .

       470-FIND-INSTRUMENT.

      *    THE INSTRUMENT THAT TOOK THIS RECORD'S READINGS -- THE
      *    RECORD TYPE IS THE SENSOR TYPE.  PAST ITS CALIBRATION
      *    INTERVAL, THE READINGS ARE PROVISIONAL
           MOVE 0 TO IC-CURRENT-SUB
           MOVE 'N' TO IC-PROVISIONAL-SW

           SET INSTRUMENT-TBL-INDEX TO 1
           SEARCH INSTRUMENT-TBL-LINE
               WHEN WI-STATION-CODE =
                           IN-STATION-CODE(INSTRUMENT-TBL-INDEX)
                   AND WI-RECORD-TYPE =
                           IN-SENSOR-TYPE(INSTRUMENT-TBL-INDEX)
                   SET IC-CURRENT-SUB TO INSTRUMENT-TBL-INDEX
           END-SEARCH

           IF IC-CURRENT-SUB > 0
               IF IN-DAYS-LEFT(IC-CURRENT-SUB) < 0
                   MOVE 'Y' TO IC-PROVISIONAL-SW
                   EVALUATE TRUE
                       WHEN WI-TEMPERATURE
                           MOVE 'T' TO
                               CL-PROV-TEMP(CLIMATE-TBL-INDEX)
                       WHEN WI-PRECIPITATION
                           MOVE 'P' TO
                               CL-PROV-PRECIP(CLIMATE-TBL-INDEX)
                       WHEN WI-WIND
                           MOVE 'W' TO
                               CL-PROV-WIND(CLIMATE-TBL-INDEX)
                   END-EVALUATE
               END-IF
           END-IF
          .

       520-POST-TEMPERATURE.

           IF CL-TEMP-SEEN(CLIMATE-TBL-INDEX)
               MOVE WS-LOW-TEMP TO CL-LOW-TEMP(CLIMATE-TBL-INDEX)
               MOVE 'Y' TO CL-TEMP-SEEN-SW(CLIMATE-TBL-INDEX)
           END-IF

      *    THE 0/999 SEEDS STAND ONLY WHEN NO SLOT WAS GOOD
      *    AN INSTRUMENT OUT OF CALIBRATION CAN'T SET A RECORD
           IF WS-STATION-KNOWN AND WS-LOW-TEMP NOT = 999
                   AND NOT IC-READING-PROVISIONAL
               PERFORM 525-FIND-RECORDS-ENTRY
               MOVE 1 TO RC-MEASURE-SUB
               MOVE WS-HIGH-TEMP TO RC-NEW-VALUE
               PERFORM 527-CHECK-ONE-RECORD
               MOVE 2 TO RC-MEASURE-SUB
               MOVE WS-LOW-TEMP TO RC-NEW-VALUE
               PERFORM 527-CHECK-ONE-RECORD
           END-IF
          .

       525-FIND-RECORDS-ENTRY.

      *    THIS STATION'S ENTRY FOR THE CURRENT CALENDAR MONTH; A
      *    NEW ONE STARTS WITH NOTHING SET (LOW 999)
           SET RECORDS-BOOK-INDEX TO 1
           SEARCH RECORDS-BOOK-LINE
               AT END
                   ADD 1 TO RB-NUM-ENTRIES
                   MOVE WI-STATION-CODE TO
                           RB-STATION-CODE(RB-NUM-ENTRIES)
                   MOVE WS-CD-MONTH TO RB-MONTH(RB-NUM-ENTRIES)
                   MOVE 'Y' TO RB-NEW-ENTRY-SW(RB-NUM-ENTRIES)
                   PERFORM VARYING RC-MEASURE-SUB FROM 1 BY 1
                       UNTIL RC-MEASURE-SUB > 4
                       MOVE ZEROS TO
                           RB-VALUE(RB-NUM-ENTRIES, RC-MEASURE-SUB)
                           RB-OLD-VALUE(RB-NUM-ENTRIES, RC-MEASURE-SUB)
                       MOVE WS-CD-YEAR TO
                           RB-YEAR(RB-NUM-ENTRIES, RC-MEASURE-SUB)
                           RB-OLD-YEAR(RB-NUM-ENTRIES, RC-MEASURE-SUB)
                       MOVE SPACE TO
                           RB-EVENT(RB-NUM-ENTRIES, RC-MEASURE-SUB)
                   END-PERFORM
                   MOVE 999 TO RB-VALUE(RB-NUM-ENTRIES, 2)
                   MOVE 999 TO RB-OLD-VALUE(RB-NUM-ENTRIES, 2)
                   SET RECORDS-BOOK-INDEX TO RB-NUM-ENTRIES

               WHEN WI-STATION-CODE =
                           RB-STATION-CODE(RECORDS-BOOK-INDEX)
                   AND WS-CD-MONTH = RB-MONTH(RECORDS-BOOK-INDEX)
                   CONTINUE
           END-SEARCH
          .

       527-CHECK-ONE-RECORD.

      *    THE LOW IS A RECORD WHEN IT'S LOWER, EVERYTHING ELSE
      *    WHEN IT'S HIGHER.  A MEASURE WITH NOTHING ON FILE YET --
      *    A NEW ENTRY, OR A LOW OF 999 -- TAKES THE READING QUIETLY
           EVALUATE TRUE
               WHEN RB-NEW-ENTRY(RECORDS-BOOK-INDEX) OR
                       (RC-MEASURE-SUB = 2 AND
                        RB-OLD-VALUE(RECORDS-BOOK-INDEX, 2) = 999)
                   IF (RC-MEASURE-SUB = 2 AND RC-NEW-VALUE <
                       RB-VALUE(RECORDS-BOOK-INDEX, RC-MEASURE-SUB))
                      OR (RC-MEASURE-SUB NOT = 2 AND RC-NEW-VALUE >
                       RB-VALUE(RECORDS-BOOK-INDEX, RC-MEASURE-SUB))
                       MOVE RC-NEW-VALUE TO
                           RB-VALUE(RECORDS-BOOK-INDEX, RC-MEASURE-SUB)
                       MOVE WS-CD-YEAR TO
                           RB-YEAR(RECORDS-BOOK-INDEX, RC-MEASURE-SUB)
                   END-IF

               WHEN (RC-MEASURE-SUB = 2 AND RC-NEW-VALUE <
                       RB-VALUE(RECORDS-BOOK-INDEX, RC-MEASURE-SUB))
                  OR (RC-MEASURE-SUB NOT = 2 AND RC-NEW-VALUE >
                       RB-VALUE(RECORDS-BOOK-INDEX, RC-MEASURE-SUB))
                   MOVE RC-NEW-VALUE TO
                           RB-VALUE(RECORDS-BOOK-INDEX, RC-MEASURE-SUB)
                   MOVE WS-CD-YEAR TO
                           RB-YEAR(RECORDS-BOOK-INDEX, RC-MEASURE-SUB)
                   MOVE 'B' TO
                           RB-EVENT(RECORDS-BOOK-INDEX, RC-MEASURE-SUB)

               WHEN RC-NEW-VALUE =
                       RB-VALUE(RECORDS-BOOK-INDEX, RC-MEASURE-SUB)
                   AND RB-NO-EVENT(RECORDS-BOOK-INDEX, RC-MEASURE-SUB)
                   MOVE 'T' TO
                           RB-EVENT(RECORDS-BOOK-INDEX, RC-MEASURE-SUB)
           END-EVALUATE
          .

       530-POST-PRECIPITATION.
           END-PERFORM

           ADD WS-PRECIP-SUM TO CL-TOTAL-PRECIP(CLIMATE-TBL-INDEX)

      *    THE RECORD IS FOR THE MONTH, SO IT'S THE STATION'S TOTAL
      *    SO FAR THAT TIES OR BREAKS IT
           IF WS-STATION-KNOWN AND NOT IC-READING-PROVISIONAL
               PERFORM 525-FIND-RECORDS-ENTRY
               MOVE 3 TO RC-MEASURE-SUB
               MOVE CL-TOTAL-PRECIP(CLIMATE-TBL-INDEX) TO RC-NEW-VALUE
               PERFORM 527-CHECK-ONE-RECORD
           END-IF
          .

       540-POST-WIND.
           IF WS-WIND-MAX > CL-MAX-WIND(CLIMATE-TBL-INDEX)
               MOVE WS-WIND-MAX TO CL-MAX-WIND(CLIMATE-TBL-INDEX)
           END-IF

           IF WS-STATION-KNOWN AND NOT IC-READING-PROVISIONAL
               PERFORM 525-FIND-RECORDS-ENTRY
               MOVE 4 TO RC-MEASURE-SUB
               MOVE WS-WIND-MAX TO RC-NEW-VALUE
               PERFORM 527-CHECK-ONE-RECORD
           END-IF
          .

       550-SAVE-HISTORY-RECORDS.
               MOVE CDL-PRECIP-WORK TO CDL-TOTAL-PRECIP

               MOVE CL-MAX-WIND(CLIMATE-TBL-INDEX) TO CDL-MAX-WIND
               MOVE CL-PROVISIONAL-FLAGS(CLIMATE-TBL-INDEX) TO
                       CDL-PROVISIONAL

               WRITE CLIMATE-RECORD FROM CLIMATE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE



          .

       592-PRINT-RECORD-EVENTS.

           MOVE WS-CD-MONTH TO EVH-MONTH
           MOVE WS-CD-YEAR TO EVH-YEAR
           WRITE RECORD-EVENT-RECORD FROM EVENT-HEADER-1
               AFTER ADVANCING 2 LINES
           WRITE RECORD-EVENT-RECORD FROM EVENT-HEADER-2
               AFTER ADVANCING 2 LINES

           PERFORM VARYING RC-BOOK-SUB FROM 1 BY 1
               UNTIL RC-BOOK-SUB > RB-NUM-ENTRIES
               PERFORM VARYING RC-MEASURE-SUB FROM 1 BY 1
                   UNTIL RC-MEASURE-SUB > 4
                   IF NOT RB-NO-EVENT(RC-BOOK-SUB, RC-MEASURE-SUB)
                       PERFORM 594-PRINT-ONE-EVENT
                   END-IF
               END-PERFORM
           END-PERFORM

           IF RC-EVENT-COUNT = 0
               WRITE RECORD-EVENT-RECORD FROM NO-EVENTS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
          .

       594-PRINT-ONE-EVENT.

           ADD 1 TO RC-EVENT-COUNT

           MOVE RB-STATION-CODE(RC-BOOK-SUB) TO EVD-STATION-NAME
           SET STATION-DATA-INDEX TO 1
           SEARCH STATION-TBL-LINE
               WHEN RB-STATION-CODE(RC-BOOK-SUB) =
                           ST-STATION-CODE(STATION-DATA-INDEX)
                   MOVE ST-STATION-NAME(STATION-DATA-INDEX) TO
                           EVD-STATION-NAME
           END-SEARCH

           EVALUATE RC-MEASURE-SUB
               WHEN 1
                   MOVE 'HIGH TEMP' TO EVD-MEASURE-NAME
               WHEN 2
                   MOVE 'LOW TEMP' TO EVD-MEASURE-NAME
               WHEN 3
                   MOVE 'PRECIP' TO EVD-MEASURE-NAME
               WHEN 4
                   MOVE 'PEAK WIND' TO EVD-MEASURE-NAME
           END-EVALUATE

           IF RB-BROKEN(RC-BOOK-SUB, RC-MEASURE-SUB)
               MOVE 'BROKEN' TO EVD-EVENT
           ELSE
               MOVE 'TIED' TO EVD-EVENT
           END-IF

      *    PRECIPITATION IS KEPT IN HUNDREDTHS, SHOWN IN INCHES
           IF RC-MEASURE-SUB = 3
               COMPUTE EVE-PRECIP-WORK =
                   RB-OLD-VALUE(RC-BOOK-SUB, 3) / 100
               MOVE EVE-PRECIP-WORK TO EVE-INCHES
               MOVE EVENT-PRECIP-EDIT TO EVD-OLD-VALUE
               COMPUTE EVE-PRECIP-WORK =
                   RB-VALUE(RC-BOOK-SUB, 3) / 100
               MOVE EVE-PRECIP-WORK TO EVE-INCHES
               MOVE EVENT-PRECIP-EDIT TO EVD-NEW-VALUE
           ELSE
               MOVE RB-OLD-VALUE(RC-BOOK-SUB, RC-MEASURE-SUB) TO
                       EVE-WHOLE
               MOVE EVENT-VALUE-EDIT TO EVD-OLD-VALUE
               MOVE RB-VALUE(RC-BOOK-SUB, RC-MEASURE-SUB) TO
                       EVE-WHOLE
               MOVE EVENT-VALUE-EDIT TO EVD-NEW-VALUE
           END-IF

           MOVE RB-OLD-YEAR(RC-BOOK-SUB, RC-MEASURE-SUB) TO
                   EVD-OLD-YEAR
           MOVE RB-YEAR(RC-BOOK-SUB, RC-MEASURE-SUB) TO EVD-NEW-YEAR

           WRITE RECORD-EVENT-RECORD FROM EVENT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
          .

       596-REWRITE-RECORDS-BOOK.

           OPEN OUTPUT CLIMATE-RECORDS-FILE

           PERFORM VARYING RC-BOOK-SUB FROM 1 BY 1
               UNTIL RC-BOOK-SUB > RB-NUM-ENTRIES

               MOVE RB-STATION-CODE(RC-BOOK-SUB) TO CR-STATION-CODE
               MOVE RB-MONTH(RC-BOOK-SUB) TO CR-MONTH
               MOVE RB-VALUE(RC-BOOK-SUB, 1) TO CR-HIGH-TEMP
               MOVE RB-YEAR(RC-BOOK-SUB, 1) TO CR-HIGH-YEAR
               MOVE RB-VALUE(RC-BOOK-SUB, 2) TO CR-LOW-TEMP
               MOVE RB-YEAR(RC-BOOK-SUB, 2) TO CR-LOW-YEAR
               MOVE RB-VALUE(RC-BOOK-SUB, 3) TO CR-MAX-PRECIP
               MOVE RB-YEAR(RC-BOOK-SUB, 3) TO CR-PRECIP-YEAR
               MOVE RB-VALUE(RC-BOOK-SUB, 4) TO CR-PEAK-WIND
               MOVE RB-YEAR(RC-BOOK-SUB, 4) TO CR-WIND-YEAR

               WRITE CLIMATE-RECORDS-RECORD
           END-PERFORM

           CLOSE CLIMATE-RECORDS-FILE
          .

       597-PRINT-INSTRUMENT-STATUS.

      *    EVERY INSTRUMENT PAST DUE, AND EVERY ONE COMING DUE
      *    WITHIN THE WINDOW, SO THE CREWS CAN PLAN THE ROUNDS
           MOVE WS-CD-MONTH TO INH-MONTH
           MOVE WS-CD-YEAR TO INH-YEAR
           WRITE INSTRUMENT-STATUS-RECORD FROM INSTRUMENT-HEADER-1
               AFTER ADVANCING 2 LINES
           WRITE INSTRUMENT-STATUS-RECORD FROM INSTRUMENT-HEADER-2
               AFTER ADVANCING 2 LINES

           PERFORM VARYING IC-SUB FROM 1 BY 1
               UNTIL IC-SUB > IN-NUM-INSTRUMENTS
               IF IN-DAYS-LEFT(IC-SUB) <= IC-DUE-WINDOW
                   PERFORM 598-PRINT-ONE-INSTRUMENT
               END-IF
           END-PERFORM

           IF IC-LISTED-COUNT = 0
               WRITE INSTRUMENT-STATUS-RECORD FROM NO-INSTRUMENTS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
          .

       598-PRINT-ONE-INSTRUMENT.

           ADD 1 TO IC-LISTED-COUNT

           MOVE IN-STATION-CODE(IC-SUB) TO IDL-STATION-CODE
           MOVE IN-SENSOR-TYPE(IC-SUB) TO IDL-SENSOR-TYPE
           MOVE IN-SERIAL-NUM(IC-SUB) TO IDL-SERIAL-NUM
           MOVE IN-LAST-CAL-DATE(IC-SUB) TO IDL-LAST-CAL-DATE
           MOVE SPACES TO IDL-PROVISIONAL

           IF IN-DAYS-LEFT(IC-SUB) < 0
               MOVE 'OVERDUE' TO IDL-STATUS
               IF IN-READINGS(IC-SUB) > 0
                   MOVE 'READINGS PROVISIONAL' TO IDL-PROVISIONAL
               END-IF
           ELSE
               MOVE 'DUE IN' TO IDL-STATUS
           END-IF
           MOVE IN-DAYS-LEFT(IC-SUB) TO IDL-DAYS

           WRITE INSTRUMENT-STATUS-RECORD FROM INSTRUMENT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
          .

       599-SAVE-SENSOR-HISTORY.

      *    ONE LINE PER INSTRUMENT THAT REPORTED THIS RUN, FOR THE
      *    SENSOR HISTORY LAB9INST PRINTS
           IF SENSOR-HISTORY-OPEN-OK
               PERFORM VARYING IC-SUB FROM 1 BY 1
                   UNTIL IC-SUB > IN-NUM-INSTRUMENTS
                   IF IN-READINGS(IC-SUB) > 0
                       MOVE IN-STATION-CODE(IC-SUB) TO SH-STATION-CODE
                       MOVE IN-SENSOR-TYPE(IC-SUB) TO SH-SENSOR-TYPE
                       MOVE IN-SERIAL-NUM(IC-SUB) TO SH-SERIAL-NUM
                       MOVE WS-CD-YEAR TO SH-YEAR
                       MOVE WS-CD-MONTH TO SH-MONTH
                       MOVE IN-READINGS(IC-SUB) TO SH-READINGS
                       MOVE IN-SUSPECTS(IC-SUB) TO SH-SUSPECTS
                       IF IN-DAYS-LEFT(IC-SUB) < 0
                           MOVE 'Y' TO SH-OVERDUE-SW
                       ELSE
                           MOVE 'N' TO SH-OVERDUE-SW
                       END-IF

                       WRITE SENSOR-HISTORY-RECORD
                   END-IF
               END-PERFORM
           END-IF
          .

       600-EOJ-ROUTINE.
           PERFORM 560-PRINT-CLIMATE-REPORT
           PERFORM 590-PRINT-COMPLETENESS
           PERFORM 592-PRINT-RECORD-EVENTS
           PERFORM 596-REWRITE-RECORDS-BOOK
           PERFORM 597-PRINT-INSTRUMENT-STATUS
           PERFORM 599-SAVE-SENSOR-HISTORY
           PERFORM 550-SAVE-HISTORY-RECORDS

           CLOSE WEATHER-FILE
                 ALERT-REPORT-FILE
                 COMPLETENESS-REPORT
                 QUALITY-EXCEPTION-FILE
                 RECORD-EVENT-REPORT
                 INSTRUMENT-STATUS-REPORT

           IF WEATHER-HISTORY-OPEN-OK
               CLOSE WEATHER-HISTORY-FILE
           END-IF

           IF SENSOR-HISTORY-OPEN-OK
               CLOSE SENSOR-HISTORY-FILE
           END-IF
          .


