       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LAB9INST.
       AUTHOR.        Tim J.

      *    MAINTAINS THE INSTRUMENT MASTER -- ONE ENTRY PER SENSOR
      *    (T THERMOMETER, P PRECIPITATION GAUGE, W ANEMOMETER) AT
      *    EACH STATION -- FROM THE CALIBRATION TRANSACTIONS THE
      *    FIELD CREWS TURN IN:
      *        N  NEW INSTRUMENT WHERE THE STATION HAS NONE
      *        C  CALIBRATION OF THE INSTRUMENT NOW IN SERVICE
      *        R  REPLACEMENT -- THE OLD UNIT IS RETIRED AND THE
      *           NEW ONE GOES IN SERVICE CALIBRATED THAT DAY
      *    EVERY CHANGE IS ALSO APPENDED TO THE CALIBRATION LOG.
      *    LAB9TWJ MARKS READINGS FROM AN OVERDUE INSTRUMENT AS
      *    PROVISIONAL AND LEAVES A MONTHLY READINGS/SUSPECTS LINE
      *    PER SENSOR; THE SENSOR HISTORY REPORT HERE LINES THOSE
      *    UP PER INSTRUMENT SO SUSPECT READINGS THAT CLUSTER ON
      *    ONE UNIT STAND OUT FROM THE REST OF THE NETWORK

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT INSTRUMENT-MASTER-FILE
                ASSIGN TO 'INSTRUMENTMASTER.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS INSTRUMENT-MASTER-STATUS.

            SELECT CALIBRATION-TRANS-FILE
                ASSIGN TO 'CALIBRATIONTRANS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CALIBRATION-TRANS-STATUS.

            SELECT CALIBRATION-LOG-FILE
                ASSIGN TO 'CALIBRATIONLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CALIBRATION-LOG-STATUS.

            SELECT SENSOR-HISTORY-FILE
                ASSIGN TO 'SENSORHISTORY.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SENSOR-HISTORY-STATUS.

            SELECT MAINTENANCE-REPORT
                ASSIGN TO PRINTER 'INSTRUMENTMAINT.TXT'.

            SELECT SENSOR-HISTORY-REPORT
                ASSIGN TO PRINTER 'SENSORHISTORY.TXT'.

       DATA DIVISION.
       FILE SECTION.

      *    THE OFFSET IS WHAT THE INSTRUMENT READ HIGH (+) OR LOW (-)
      *    AGAINST THE REFERENCE AT ITS LAST CALIBRATION, IN ITS OWN
      *    UNITS.  THE INTERVAL IS IN DAYS
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

       FD CALIBRATION-TRANS-FILE.
       01 CALIBRATION-TRANS-RECORD.
          05 CT-TRANS-TYPE                    PIC X.
             88 CT-NEW-INSTRUMENT                 VALUE 'N'.
             88 CT-CALIBRATION                    VALUE 'C'.
             88 CT-REPLACEMENT                    VALUE 'R'.
          05 CT-STATION-CODE                  PIC X(3).
          05 CT-SENSOR-TYPE                   PIC X.
             88 CT-VALID-SENSOR                   VALUE 'T' 'P' 'W'.
          05 CT-SERIAL-NUM                    PIC X(10).
          05 CT-TRANS-DATE                    PIC 9(8).
          05 CT-CAL-INTERVAL                  PIC 9(3).
          05 CT-OFFSET                        PIC S9(3)V9
                                   SIGN IS LEADING SEPARATE.

      *    EVENT C CALIBRATED, I INSTALLED, R RETIRED
       FD CALIBRATION-LOG-FILE.
       01 CALIBRATION-LOG-RECORD.
          05 CL-STATION-CODE                  PIC X(3).
          05 CL-SENSOR-TYPE                   PIC X.
          05 CL-SERIAL-NUM                    PIC X(10).
          05 CL-EVENT-DATE                    PIC 9(8).
          05 CL-EVENT-CODE                    PIC X.
          05 CL-OFFSET                        PIC S9(3)V9
                                   SIGN IS LEADING SEPARATE.

      *    WRITTEN BY LAB9TWJ, ONE PER INSTRUMENT PER RUN
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

       FD MAINTENANCE-REPORT.
       01 MAINT-RECORD PIC X(80).

       FD SENSOR-HISTORY-REPORT.
       01 HISTORY-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01 END-OF-FILE-FLAG  PIC X  VALUE SPACE.
          88 NO-MORE-RECORDS         VALUE 'N'.

       01 INSTRUMENT-MASTER-STATUS PIC XX VALUE SPACES.
          88 INSTRUMENT-MASTER-FOUND      VALUE '00'.

       01 CALIBRATION-TRANS-STATUS PIC XX VALUE SPACES.
          88 CALIBRATION-TRANS-FOUND      VALUE '00'.

       01 CALIBRATION-LOG-STATUS PIC XX VALUE SPACES.
          88 CALIBRATION-LOG-OPEN-OK      VALUE '00'.

       01 SENSOR-HISTORY-STATUS PIC XX VALUE SPACES.
          88 SENSOR-HISTORY-FOUND         VALUE '00'.

       01 WORK-FIELDS.
          05 INST-SUB              PIC 999.
          05 HIST-SUB              PIC 9(4).
          05 IW-ACTIVE-SUB         PIC 999.
          05 IW-REJECT-REASON      PIC X(30).
          05 IW-TRANS-READ         PIC 9(5)  VALUE 0.
          05 IW-TRANS-REJECTED     PIC 9(5)  VALUE 0.

       01 INSTRUMENT-TABLE-AREA.
      *    THE WHOLE MASTER, REWRITTEN AT END OF JOB
           05 IT-NUM-INSTRUMENTS    PIC 999   VALUE 0.
           05 INSTRUMENT-TBL-LINE OCCURS 1 TO 600 TIMES
               DEPENDING ON IT-NUM-INSTRUMENTS
               INDEXED BY INSTRUMENT-TBL-INDEX.
               10 IT-STATION-CODE    PIC X(3).
               10 IT-SENSOR-TYPE     PIC X.
               10 IT-SERIAL-NUM      PIC X(10).
               10 IT-INSTALL-DATE    PIC 9(8).
               10 IT-LAST-CAL-DATE   PIC 9(8).
               10 IT-CAL-INTERVAL    PIC 9(3).
               10 IT-LAST-OFFSET     PIC S9(3)V9.
               10 IT-STATUS          PIC X.
                  88 IT-ACTIVE                  VALUE 'A'.
                  88 IT-RETIRED                 VALUE 'R'.

       01 HISTORY-TABLE-AREA.
           05 HT-NUM-ENTRIES        PIC 9(4)  VALUE 0.
           05 HISTORY-TBL-LINE OCCURS 1 TO 3000 TIMES
               DEPENDING ON HT-NUM-ENTRIES.
               10 HT-SERIAL-NUM      PIC X(10).
               10 HT-YEAR            PIC 99.
               10 HT-MONTH           PIC 99.
               10 HT-READINGS        PIC 9(5).
               10 HT-SUSPECTS        PIC 9(5).
               10 HT-OVERDUE-SW      PIC X.
                  88 HT-OVERDUE                 VALUE 'Y'.

       01 SUSPECT-RATE-FIELDS.
      *    AN INSTRUMENT IS FLAGGED WHEN ITS SUSPECT RATE IS AT
      *    LEAST DOUBLE THE NETWORK'S, SO ONE BAD UNIT SHOWS UP
      *    AGAINST ITS NEIGHBORS RATHER THAN AGAINST A FIXED LIMIT
          05 SR-CLUSTER-FACTOR     PIC 9     VALUE 2.
          05 SR-NETWORK-READINGS   PIC 9(7)  VALUE 0.
          05 SR-NETWORK-SUSPECTS   PIC 9(7)  VALUE 0.
          05 SR-NETWORK-PCT        PIC 9(3)V99 VALUE 0.
          05 SR-UNIT-READINGS      PIC 9(7).
          05 SR-UNIT-SUSPECTS      PIC 9(7).
          05 SR-CURRENT-READINGS   PIC 9(7).
          05 SR-CURRENT-SUSPECTS   PIC 9(7).
          05 SR-OVERDUE-READINGS   PIC 9(7).
          05 SR-OVERDUE-SUSPECTS   PIC 9(7).
          05 SR-PCT-WORK           PIC 9(3)V99.

      **********************OUTPUT AREA**********************

       01 MAINT-HEADER-1.
          05        PIC X(25) VALUE SPACES.
          05        PIC X(27) VALUE 'INSTRUMENT MAINTENANCE'.
          05        PIC X(25) VALUE SPACES.
          05        PIC X(3)  VALUE 'TWJ'.

       01 MAINT-HEADER-2.
          05        PIC X(5)  VALUE 'TYPE'.
          05        PIC X(8)  VALUE 'STATION'.
          05        PIC X(7)  VALUE 'SENSOR'.
          05        PIC X(12) VALUE 'SERIAL'.
          05        PIC X(10) VALUE 'DATE'.
          05        PIC X(9)  VALUE 'OFFSET'.
          05        PIC X(29) VALUE 'RESULT'.

       01 MAINT-DETAIL-LINE.
          05        PIC X(2)  VALUE SPACES.
          05 MDL-TRANS-TYPE    PIC X.
          05        PIC X(3)  VALUE SPACES.
          05 MDL-STATION-CODE  PIC X(3).
          05        PIC X(6)  VALUE SPACES.
          05 MDL-SENSOR-TYPE   PIC X.
          05        PIC X(3)  VALUE SPACES.
          05 MDL-SERIAL-NUM    PIC X(10).
          05        PIC X(2)  VALUE SPACES.
          05 MDL-TRANS-DATE    PIC 9(8).
          05        PIC X(2)  VALUE SPACES.
          05 MDL-OFFSET        PIC ---9.9.
          05        PIC X(3)  VALUE SPACES.
          05 MDL-RESULT        PIC X(30).

       01 MAINT-TOTAL-LINE.
          05        PIC X(20) VALUE 'TRANSACTIONS READ: '.
          05 MTL-TRANS-READ    PIC ZZ,ZZ9.
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(10) VALUE 'REJECTED: '.
          05 MTL-TRANS-REJECTED PIC ZZ,ZZ9.
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(23) VALUE 'INSTRUMENTS ON MASTER: '.
          05 MTL-INSTRUMENTS   PIC ZZ9.
          05        PIC X(4)  VALUE SPACES.

       01 HISTORY-HEADER-1.
          05        PIC X(25) VALUE SPACES.
          05        PIC X(27) VALUE 'SENSOR READING HISTORY'.
          05        PIC X(25) VALUE SPACES.
          05        PIC X(3)  VALUE 'TWJ'.

       01 NETWORK-RATE-LINE.
          05        PIC X(25) VALUE 'NETWORK SUSPECT RATE:'.
          05 NRL-PCT           PIC ZZ9.99.
          05        PIC X     VALUE '%'.
          05        PIC X(48) VALUE SPACES.

       01 INSTRUMENT-LINE.
          05        PIC X(9)  VALUE 'STATION: '.
          05 INL-STATION-CODE  PIC X(3).
          05        PIC X(10) VALUE '  SENSOR: '.
          05 INL-SENSOR-TYPE   PIC X.
          05        PIC X(10) VALUE '  SERIAL: '.
          05 INL-SERIAL-NUM    PIC X(10).
          05        PIC X(2)  VALUE SPACES.
          05 INL-STATUS        PIC X(7).
          05        PIC X(11) VALUE '  LAST CAL '.
          05 INL-LAST-CAL-DATE PIC 9(8).
          05        PIC X(2)  VALUE SPACES.
          05 INL-OFFSET        PIC ---9.9.
          05        PIC X     VALUE SPACE.

       01 HISTORY-HEADER-2.
          05        PIC X(10) VALUE SPACES.
          05        PIC X(9)  VALUE 'MO/YR'.
          05        PIC X(12) VALUE 'READINGS'.
          05        PIC X(11) VALUE 'SUSPECT'.
          05        PIC X(9)  VALUE 'PCT'.
          05        PIC X(29) VALUE 'CALIBRATION'.

       01 HISTORY-DETAIL-LINE.
          05        PIC X(10) VALUE SPACES.
          05 HDL-MONTH         PIC 99.
          05        PIC X     VALUE '/'.
          05 HDL-YEAR          PIC 99.
          05        PIC X(4)  VALUE SPACES.
          05 HDL-READINGS      PIC ZZ,ZZ9.
          05        PIC X(6)  VALUE SPACES.
          05 HDL-SUSPECTS      PIC ZZ,ZZ9.
          05        PIC X(3)  VALUE SPACES.
          05 HDL-PCT           PIC ZZ9.99.
          05        PIC X(3)  VALUE SPACES.
          05 HDL-CAL-STATUS    PIC X(11).
          05        PIC X(20) VALUE SPACES.

       01 UNIT-SUMMARY-LINE.
          05        PIC X(10) VALUE SPACES.
          05        PIC X(12) VALUE 'IN CAL PCT '.
          05 USL-CURRENT-PCT   PIC ZZ9.99.
          05        PIC X(15) VALUE '   OVERDUE PCT '.
          05 USL-OVERDUE-PCT   PIC ZZ9.99.
          05        PIC X(3)  VALUE SPACES.
          05 USL-CLUSTER-MSG   PIC X(28).

       01 NO-HISTORY-LINE.
          05        PIC X(10) VALUE SPACES.
          05        PIC X(40) VALUE 'NO READINGS ON FILE'.
          05        PIC X(30) VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 300-READ-ROUTINE
           PERFORM 500-WRITE-INSTRUMENT-MASTER
           PERFORM 550-LOAD-SENSOR-HISTORY
           PERFORM 560-PRINT-SENSOR-HISTORY
           PERFORM 600-EOJ-ROUTINE
           STOP RUN
          .

       200-HOUSEKEEPING.

           OPEN OUTPUT MAINTENANCE-REPORT
                       SENSOR-HISTORY-REPORT

           WRITE MAINT-RECORD FROM MAINT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE MAINT-RECORD FROM MAINT-HEADER-2
               AFTER ADVANCING 2 LINES

           PERFORM 220-LOAD-INSTRUMENTS

      *    EXTEND CREATES CALIBRATIONLOG.DAT ON THE FIRST RUN AND
      *    APPENDS TO IT ON EVERY RUN AFTER THAT
           OPEN EXTEND CALIBRATION-LOG-FILE
          .

       220-LOAD-INSTRUMENTS.

      *    NO MASTER YET MEANS EVERY INSTRUMENT COMES IN AS NEW
           OPEN INPUT INSTRUMENT-MASTER-FILE

           IF INSTRUMENT-MASTER-FOUND
               PERFORM UNTIL NO-MORE-RECORDS
                READ INSTRUMENT-MASTER-FILE
                   AT END
                       MOVE 'N' TO END-OF-FILE-FLAG
                   NOT AT END
                       ADD 1 TO IT-NUM-INSTRUMENTS
                       MOVE IM-STATION-CODE TO
                           IT-STATION-CODE(IT-NUM-INSTRUMENTS)
                       MOVE IM-SENSOR-TYPE TO
                           IT-SENSOR-TYPE(IT-NUM-INSTRUMENTS)
                       MOVE IM-SERIAL-NUM TO
                           IT-SERIAL-NUM(IT-NUM-INSTRUMENTS)
                       MOVE IM-INSTALL-DATE TO
                           IT-INSTALL-DATE(IT-NUM-INSTRUMENTS)
                       MOVE IM-LAST-CAL-DATE TO
                           IT-LAST-CAL-DATE(IT-NUM-INSTRUMENTS)
                       MOVE IM-CAL-INTERVAL TO
                           IT-CAL-INTERVAL(IT-NUM-INSTRUMENTS)
                       MOVE IM-LAST-OFFSET TO
                           IT-LAST-OFFSET(IT-NUM-INSTRUMENTS)
                       MOVE IM-STATUS TO
                           IT-STATUS(IT-NUM-INSTRUMENTS)
                END-READ
               END-PERFORM

               CLOSE INSTRUMENT-MASTER-FILE
           END-IF
          .

       300-READ-ROUTINE.

           OPEN INPUT CALIBRATION-TRANS-FILE

           IF CALIBRATION-TRANS-FOUND
               MOVE SPACE TO END-OF-FILE-FLAG
               PERFORM UNTIL NO-MORE-RECORDS
                READ CALIBRATION-TRANS-FILE
                   AT END
                       MOVE 'N' TO END-OF-FILE-FLAG
                   NOT AT END
                       ADD 1 TO IW-TRANS-READ
                       PERFORM 400-APPLY-TRANSACTION
                END-READ
               END-PERFORM

               CLOSE CALIBRATION-TRANS-FILE
           END-IF
          .

       400-APPLY-TRANSACTION.

           MOVE SPACES TO IW-REJECT-REASON
           PERFORM 410-VALIDATE-TRANSACTION

           IF IW-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN CT-NEW-INSTRUMENT
                       PERFORM 440-INSTALL-NEW-INSTRUMENT
                   WHEN CT-CALIBRATION
                       PERFORM 420-CALIBRATE-INSTRUMENT
                   WHEN CT-REPLACEMENT
                       PERFORM 430-REPLACE-INSTRUMENT
               END-EVALUATE
           END-IF

           IF IW-REJECT-REASON = SPACES
               MOVE 'ACCEPTED' TO MDL-RESULT
           ELSE
               ADD 1 TO IW-TRANS-REJECTED
               MOVE IW-REJECT-REASON TO MDL-RESULT
           END-IF

           MOVE CT-TRANS-TYPE TO MDL-TRANS-TYPE
           MOVE CT-STATION-CODE TO MDL-STATION-CODE
           MOVE CT-SENSOR-TYPE TO MDL-SENSOR-TYPE
           MOVE CT-SERIAL-NUM TO MDL-SERIAL-NUM
           MOVE CT-TRANS-DATE TO MDL-TRANS-DATE
           IF CT-OFFSET IS NUMERIC
               MOVE CT-OFFSET TO MDL-OFFSET
           ELSE
               MOVE ZEROS TO MDL-OFFSET
           END-IF

           WRITE MAINT-RECORD FROM MAINT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
          .

       410-VALIDATE-TRANSACTION.

           EVALUATE TRUE
               WHEN NOT CT-NEW-INSTRUMENT AND NOT CT-CALIBRATION
                       AND NOT CT-REPLACEMENT
                   MOVE 'REJECTED - BAD TRANS TYPE' TO
                           IW-REJECT-REASON
               WHEN NOT CT-VALID-SENSOR
                   MOVE 'REJECTED - BAD SENSOR TYPE' TO
                           IW-REJECT-REASON
               WHEN CT-TRANS-DATE IS NOT NUMERIC OR
                       CT-TRANS-DATE = ZEROS
                   MOVE 'REJECTED - BAD DATE' TO IW-REJECT-REASON
               WHEN CT-CAL-INTERVAL IS NOT NUMERIC
                   MOVE 'REJECTED - BAD INTERVAL' TO IW-REJECT-REASON
               WHEN CT-OFFSET IS NOT NUMERIC
                   MOVE 'REJECTED - BAD OFFSET' TO IW-REJECT-REASON
               WHEN (CT-NEW-INSTRUMENT OR CT-REPLACEMENT) AND
                       CT-SERIAL-NUM = SPACES
                   MOVE 'REJECTED - NO SERIAL NUMBER' TO
                           IW-REJECT-REASON
           END-EVALUATE

           IF IW-REJECT-REASON = SPACES
               PERFORM 450-FIND-ACTIVE-INSTRUMENT
           END-IF
          .

       420-CALIBRATE-INSTRUMENT.

      *    A BLANK SERIAL MEANS WHATEVER IS IN SERVICE; ONE THAT'S
      *    FILLED IN HAS TO BE THE UNIT ON THE MASTER
           EVALUATE TRUE
               WHEN IW-ACTIVE-SUB = 0
                   MOVE 'REJECTED - NOT ON FILE' TO
                           IW-REJECT-REASON
               WHEN CT-SERIAL-NUM NOT = SPACES AND
                       CT-SERIAL-NUM NOT =
                               IT-SERIAL-NUM(IW-ACTIVE-SUB)
                   MOVE 'REJECTED - WRONG SERIAL' TO
                           IW-REJECT-REASON
               WHEN CT-TRANS-DATE < IT-LAST-CAL-DATE(IW-ACTIVE-SUB)
                   MOVE 'REJECTED - BEFORE LAST CAL' TO
                           IW-REJECT-REASON
               WHEN OTHER
                   MOVE CT-TRANS-DATE TO
                           IT-LAST-CAL-DATE(IW-ACTIVE-SUB)
                   MOVE CT-OFFSET TO IT-LAST-OFFSET(IW-ACTIVE-SUB)
                   IF CT-CAL-INTERVAL > 0
                       MOVE CT-CAL-INTERVAL TO
                               IT-CAL-INTERVAL(IW-ACTIVE-SUB)
                   END-IF
                   MOVE IW-ACTIVE-SUB TO INST-SUB
                   MOVE 'C' TO CL-EVENT-CODE
                   PERFORM 460-WRITE-LOG-ENTRY
           END-EVALUATE
          .

       430-REPLACE-INSTRUMENT.

      *    THE NEW UNIT KEEPS THE OLD ONE'S INTERVAL UNLESS THE
      *    TRANSACTION GIVES ITS OWN
           IF IW-ACTIVE-SUB = 0
               MOVE 'REJECTED - NOT ON FILE' TO
                       IW-REJECT-REASON
           ELSE
               MOVE 'R' TO IT-STATUS(IW-ACTIVE-SUB)
               MOVE IW-ACTIVE-SUB TO INST-SUB
               MOVE 'R' TO CL-EVENT-CODE
               PERFORM 460-WRITE-LOG-ENTRY

               IF CT-CAL-INTERVAL = 0
                   MOVE IT-CAL-INTERVAL(IW-ACTIVE-SUB) TO
                           CT-CAL-INTERVAL
               END-IF
               PERFORM 445-ADD-INSTRUMENT
           END-IF
          .

       440-INSTALL-NEW-INSTRUMENT.

           EVALUATE TRUE
               WHEN IW-ACTIVE-SUB NOT = 0
                   MOVE 'REJECTED - ALREADY IN SERVICE' TO
                           IW-REJECT-REASON
               WHEN CT-CAL-INTERVAL = 0
                   MOVE 'REJECTED - NO INTERVAL' TO IW-REJECT-REASON
               WHEN OTHER
                   PERFORM 445-ADD-INSTRUMENT
           END-EVALUATE
          .

       445-ADD-INSTRUMENT.

           ADD 1 TO IT-NUM-INSTRUMENTS
           MOVE CT-STATION-CODE TO IT-STATION-CODE(IT-NUM-INSTRUMENTS)
           MOVE CT-SENSOR-TYPE TO IT-SENSOR-TYPE(IT-NUM-INSTRUMENTS)
           MOVE CT-SERIAL-NUM TO IT-SERIAL-NUM(IT-NUM-INSTRUMENTS)
           MOVE CT-TRANS-DATE TO IT-INSTALL-DATE(IT-NUM-INSTRUMENTS)
           MOVE CT-TRANS-DATE TO IT-LAST-CAL-DATE(IT-NUM-INSTRUMENTS)
           MOVE CT-CAL-INTERVAL TO IT-CAL-INTERVAL(IT-NUM-INSTRUMENTS)
           MOVE CT-OFFSET TO IT-LAST-OFFSET(IT-NUM-INSTRUMENTS)
           MOVE 'A' TO IT-STATUS(IT-NUM-INSTRUMENTS)

           MOVE IT-NUM-INSTRUMENTS TO INST-SUB
           MOVE 'I' TO CL-EVENT-CODE
           PERFORM 460-WRITE-LOG-ENTRY
          .

       450-FIND-ACTIVE-INSTRUMENT.

      *    THE INSTRUMENT NOW IN SERVICE FOR THIS STATION AND SENSOR;
      *    ZERO WHEN THERE IS NONE
           MOVE 0 TO IW-ACTIVE-SUB

           PERFORM VARYING INST-SUB FROM 1 BY 1
               UNTIL INST-SUB > IT-NUM-INSTRUMENTS
               IF IT-STATION-CODE(INST-SUB) = CT-STATION-CODE AND
                       IT-SENSOR-TYPE(INST-SUB) = CT-SENSOR-TYPE AND
                       IT-ACTIVE(INST-SUB)
                   MOVE INST-SUB TO IW-ACTIVE-SUB
               END-IF
           END-PERFORM
          .

       460-WRITE-LOG-ENTRY.

           IF CALIBRATION-LOG-OPEN-OK
               MOVE IT-STATION-CODE(INST-SUB) TO CL-STATION-CODE
               MOVE IT-SENSOR-TYPE(INST-SUB) TO CL-SENSOR-TYPE
               MOVE IT-SERIAL-NUM(INST-SUB) TO CL-SERIAL-NUM
               MOVE CT-TRANS-DATE TO CL-EVENT-DATE
               MOVE IT-LAST-OFFSET(INST-SUB) TO CL-OFFSET

               WRITE CALIBRATION-LOG-RECORD
           END-IF
          .

       500-WRITE-INSTRUMENT-MASTER.

           OPEN OUTPUT INSTRUMENT-MASTER-FILE

           PERFORM VARYING INST-SUB FROM 1 BY 1
               UNTIL INST-SUB > IT-NUM-INSTRUMENTS

               MOVE IT-STATION-CODE(INST-SUB) TO IM-STATION-CODE
               MOVE IT-SENSOR-TYPE(INST-SUB) TO IM-SENSOR-TYPE
               MOVE IT-SERIAL-NUM(INST-SUB) TO IM-SERIAL-NUM
               MOVE IT-INSTALL-DATE(INST-SUB) TO IM-INSTALL-DATE
               MOVE IT-LAST-CAL-DATE(INST-SUB) TO IM-LAST-CAL-DATE
               MOVE IT-CAL-INTERVAL(INST-SUB) TO IM-CAL-INTERVAL
               MOVE IT-LAST-OFFSET(INST-SUB) TO IM-LAST-OFFSET
               MOVE IT-STATUS(INST-SUB) TO IM-STATUS

               WRITE INSTRUMENT-MASTER-RECORD
           END-PERFORM

           CLOSE INSTRUMENT-MASTER-FILE

           MOVE IW-TRANS-READ TO MTL-TRANS-READ
           MOVE IW-TRANS-REJECTED TO MTL-TRANS-REJECTED
           MOVE IT-NUM-INSTRUMENTS TO MTL-INSTRUMENTS
           WRITE MAINT-RECORD FROM MAINT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
          .

       550-LOAD-SENSOR-HISTORY.

           OPEN INPUT SENSOR-HISTORY-FILE

           IF SENSOR-HISTORY-FOUND
               MOVE SPACE TO END-OF-FILE-FLAG
               PERFORM UNTIL NO-MORE-RECORDS
                READ SENSOR-HISTORY-FILE
                   AT END
                       MOVE 'N' TO END-OF-FILE-FLAG
                   NOT AT END
                       ADD 1 TO HT-NUM-ENTRIES
                       MOVE SH-SERIAL-NUM TO
                               HT-SERIAL-NUM(HT-NUM-ENTRIES)
                       MOVE SH-YEAR TO HT-YEAR(HT-NUM-ENTRIES)
                       MOVE SH-MONTH TO HT-MONTH(HT-NUM-ENTRIES)
                       MOVE SH-READINGS TO
                               HT-READINGS(HT-NUM-ENTRIES)
                       MOVE SH-SUSPECTS TO
                               HT-SUSPECTS(HT-NUM-ENTRIES)
                       MOVE SH-OVERDUE-SW TO
                               HT-OVERDUE-SW(HT-NUM-ENTRIES)
                       ADD SH-READINGS TO SR-NETWORK-READINGS
                       ADD SH-SUSPECTS TO SR-NETWORK-SUSPECTS
                END-READ
               END-PERFORM

               CLOSE SENSOR-HISTORY-FILE
           END-IF

           IF SR-NETWORK-READINGS > 0
               COMPUTE SR-NETWORK-PCT ROUNDED =
                   SR-NETWORK-SUSPECTS * 100 / SR-NETWORK-READINGS
           END-IF
          .

       560-PRINT-SENSOR-HISTORY.

           WRITE HISTORY-REPORT-RECORD FROM HISTORY-HEADER-1
               AFTER ADVANCING PAGE
           MOVE SR-NETWORK-PCT TO NRL-PCT
           WRITE HISTORY-REPORT-RECORD FROM NETWORK-RATE-LINE
               AFTER ADVANCING 2 LINES

           PERFORM VARYING INST-SUB FROM 1 BY 1
               UNTIL INST-SUB > IT-NUM-INSTRUMENTS
               PERFORM 565-PRINT-ONE-INSTRUMENT
           END-PERFORM
          .

       565-PRINT-ONE-INSTRUMENT.

           MOVE IT-STATION-CODE(INST-SUB) TO INL-STATION-CODE
           MOVE IT-SENSOR-TYPE(INST-SUB) TO INL-SENSOR-TYPE
           MOVE IT-SERIAL-NUM(INST-SUB) TO INL-SERIAL-NUM
           IF IT-RETIRED(INST-SUB)
               MOVE 'RETIRED' TO INL-STATUS
           ELSE
               MOVE 'ACTIVE' TO INL-STATUS
           END-IF
           MOVE IT-LAST-CAL-DATE(INST-SUB) TO INL-LAST-CAL-DATE
           MOVE IT-LAST-OFFSET(INST-SUB) TO INL-OFFSET

           WRITE HISTORY-REPORT-RECORD FROM INSTRUMENT-LINE
               AFTER ADVANCING 2 LINES
           WRITE HISTORY-REPORT-RECORD FROM HISTORY-HEADER-2
               AFTER ADVANCING 1 LINE

           MOVE ZEROS TO SR-UNIT-READINGS SR-UNIT-SUSPECTS
                         SR-CURRENT-READINGS SR-CURRENT-SUSPECTS
                         SR-OVERDUE-READINGS SR-OVERDUE-SUSPECTS

           PERFORM VARYING HIST-SUB FROM 1 BY 1
               UNTIL HIST-SUB > HT-NUM-ENTRIES
               IF HT-SERIAL-NUM(HIST-SUB) = IT-SERIAL-NUM(INST-SUB)
                   PERFORM 570-PRINT-ONE-MONTH
               END-IF
           END-PERFORM

           IF SR-UNIT-READINGS = 0
               WRITE HISTORY-REPORT-RECORD FROM NO-HISTORY-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 575-PRINT-UNIT-SUMMARY
           END-IF
          .

       570-PRINT-ONE-MONTH.

           MOVE HT-MONTH(HIST-SUB) TO HDL-MONTH
           MOVE HT-YEAR(HIST-SUB) TO HDL-YEAR
           MOVE HT-READINGS(HIST-SUB) TO HDL-READINGS
           MOVE HT-SUSPECTS(HIST-SUB) TO HDL-SUSPECTS

           IF HT-READINGS(HIST-SUB) > 0
               COMPUTE SR-PCT-WORK ROUNDED =
                   HT-SUSPECTS(HIST-SUB) * 100 / HT-READINGS(HIST-SUB)
           ELSE
               MOVE ZEROS TO SR-PCT-WORK
           END-IF
           MOVE SR-PCT-WORK TO HDL-PCT

           ADD HT-READINGS(HIST-SUB) TO SR-UNIT-READINGS
           ADD HT-SUSPECTS(HIST-SUB) TO SR-UNIT-SUSPECTS

           IF HT-OVERDUE(HIST-SUB)
               MOVE 'OVERDUE' TO HDL-CAL-STATUS
               ADD HT-READINGS(HIST-SUB) TO SR-OVERDUE-READINGS
               ADD HT-SUSPECTS(HIST-SUB) TO SR-OVERDUE-SUSPECTS
           ELSE
               MOVE 'IN CAL' TO HDL-CAL-STATUS
               ADD HT-READINGS(HIST-SUB) TO SR-CURRENT-READINGS
               ADD HT-SUSPECTS(HIST-SUB) TO SR-CURRENT-SUSPECTS
           END-IF

           WRITE HISTORY-REPORT-RECORD FROM HISTORY-DETAIL-LINE
               AFTER ADVANCING 1 LINE
          .

       575-PRINT-UNIT-SUMMARY.

           IF SR-CURRENT-READINGS > 0
               COMPUTE SR-PCT-WORK ROUNDED =
                   SR-CURRENT-SUSPECTS * 100 / SR-CURRENT-READINGS
           ELSE
               MOVE ZEROS TO SR-PCT-WORK
           END-IF
           MOVE SR-PCT-WORK TO USL-CURRENT-PCT

           IF SR-OVERDUE-READINGS > 0
               COMPUTE SR-PCT-WORK ROUNDED =
                   SR-OVERDUE-SUSPECTS * 100 / SR-OVERDUE-READINGS
           ELSE
               MOVE ZEROS TO SR-PCT-WORK
           END-IF
           MOVE SR-PCT-WORK TO USL-OVERDUE-PCT

           COMPUTE SR-PCT-WORK ROUNDED =
               SR-UNIT-SUSPECTS * 100 / SR-UNIT-READINGS

           IF SR-UNIT-SUSPECTS > 0 AND
                   SR-PCT-WORK >= SR-NETWORK-PCT * SR-CLUSTER-FACTOR
               MOVE '<-- SUSPECTS CLUSTER HERE' TO USL-CLUSTER-MSG
           ELSE
               MOVE SPACES TO USL-CLUSTER-MSG
           END-IF

           WRITE HISTORY-REPORT-RECORD FROM UNIT-SUMMARY-LINE
               AFTER ADVANCING 1 LINE
          .

       600-EOJ-ROUTINE.
           CLOSE MAINTENANCE-REPORT
                 SENSOR-HISTORY-REPORT

           IF CALIBRATION-LOG-OPEN-OK
               CLOSE CALIBRATION-LOG-FILE
           END-IF
          .
