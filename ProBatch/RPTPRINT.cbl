       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPRINT.
       AUTHOR. TIM J.
      ****************************************************************
      * This utility reprints a report from the spool.  Given a
      * report name and the date it ran, it looks the report up on
      * the report catalog RPTSPOOL keeps, and copies the dated copy
      * spooled that day back out as REPRINT- plus the report name,
      * page breaks and all, ready to print or hand to the owning
      * department.  When the report ran more than once that day
      * the last run is the one reprinted.  A copy already purged
      * under the report's retention is reported as such

      ***************
      * INPUTS:
      *    The operator supplies the report file name and the run
      *    date (YYMMDD)
      *
      *    The REPORT CATALOG, AND THE DATED SPOOL COPY IT NAMES

      * *******
      * OUTPUTS:
      *    The REPRINT, NAMED REPRINT- PLUS THE REPORT FILE NAME
      *
      *    A CONSOLE LINE SAYING WHAT WAS REPRINTED, OR WHY NOT
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REPORT-CATALOG-FILE
               ASSIGN TO 'REPORT-CATALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.

           SELECT SPOOL-COPY-FILE
               ASSIGN TO WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPY-STATUS.

           SELECT REPRINT-FILE
               ASSIGN TO WS-REPRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD REPORT-CATALOG-FILE
           RECORD CONTAINS 140 CHARACTERS.

       01 REPORT-CATALOG-RECORD.
           05 RC-REPORT-FILE           PIC X(30).
           05 RC-PROGRAM-ID            PIC X(10).
           05 RC-RUN-DATE              PIC X(6).
           05 RC-RUN-TIME              PIC X(6).
           05 RC-PAGE-COUNT            PIC 9(5).
           05 RC-LINE-COUNT            PIC 9(7).
           05 RC-DEPARTMENT            PIC X(15).
           05 RC-COPY-NAME             PIC X(50).
           05 RC-STATUS                PIC X.
               88 RC-ACTIVE            VALUE 'A'.
               88 RC-PURGED            VALUE 'P'.
           05 RC-PURGED-DATE           PIC X(6).
           05 FILLER                   PIC X(4).

       FD SPOOL-COPY-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01 SPOOL-COPY-RECORD            PIC X(200).

       FD REPRINT-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01 REPRINT-RECORD               PIC X(200).


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 FILE-EOF-SW              PIC X.
               88 FILE-EOF             VALUE 'Y'.
           05 CATALOG-STATUS           PIC XX.
               88 CATALOG-FOUND        VALUE '00'.
           05 COPY-STATUS              PIC XX.
               88 COPY-FOUND           VALUE '00'.
           05 ENTRY-FOUND-SW           PIC X           VALUE 'N'.
               88 ENTRY-FOUND          VALUE 'Y'.

       01 RUN-PARAMETERS.
           05 WS-REPORT-FILE           PIC X(30).
           05 WS-RUN-DATE              PIC X(6).

       01 FILE-CONTROL-FIELDS.
           05 WS-COPY-NAME             PIC X(50).
           05 WS-REPRINT-NAME          PIC X(38).

      *    THE CATALOG ENTRY BEING REPRINTED -- THE DAY'S LAST RUN
       01 CHOSEN-ENTRY.
           05 CH-RUN-TIME              PIC X(6).
           05 CH-PROGRAM-ID            PIC X(10).
           05 CH-DEPARTMENT            PIC X(15).
           05 CH-PAGE-COUNT            PIC 9(5).
           05 CH-COPY-NAME             PIC X(50).
           05 CH-STATUS                PIC X.
               88 CH-PURGED            VALUE 'P'.
           05 CH-PURGED-DATE           PIC X(6).


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 13-GET-RUN-PARAMETERS

           IF WS-REPORT-FILE = SPACES OR WS-RUN-DATE IS NOT NUMERIC
               DISPLAY 'REPORT NAME AND YYMMDD DATE NEEDED - '
                       'NOTHING DONE'
               GOBACK
           END-IF

           PERFORM 20-FIND-CATALOG-ENTRY

           EVALUATE TRUE
               WHEN NOT ENTRY-FOUND
                   DISPLAY WS-REPORT-FILE ' NOT CATALOGED FOR '
                           WS-RUN-DATE ' - NOTHING DONE'

               WHEN CH-PURGED
                   DISPLAY WS-REPORT-FILE ' OF ' WS-RUN-DATE
                           ' PURGED ON ' CH-PURGED-DATE
                           ' - NOTHING DONE'

               WHEN OTHER
                   PERFORM 30-COPY-TO-REPRINT
           END-EVALUATE

           GOBACK
           .

       13-GET-RUN-PARAMETERS.
           DISPLAY 'REPORT FILE TO REPRINT (E.G. OPSUMMARY.TXT): '
           ACCEPT WS-REPORT-FILE

           DISPLAY 'DATE THE REPORT RAN (YYMMDD): '
           ACCEPT WS-RUN-DATE
           .

       20-FIND-CATALOG-ENTRY.
      *    THE CATALOG IS IN RUN ORDER, SO THE LAST MATCH FOR THE
      *    DAY IS ITS LAST RUN
           OPEN INPUT REPORT-CATALOG-FILE

           IF CATALOG-FOUND
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ REPORT-CATALOG-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF RC-REPORT-FILE = WS-REPORT-FILE AND
                                   RC-RUN-DATE = WS-RUN-DATE
                               SET ENTRY-FOUND TO TRUE
                               MOVE RC-RUN-TIME TO CH-RUN-TIME
                               MOVE RC-PROGRAM-ID TO CH-PROGRAM-ID
                               MOVE RC-DEPARTMENT TO CH-DEPARTMENT
                               MOVE RC-PAGE-COUNT TO CH-PAGE-COUNT
                               MOVE RC-COPY-NAME TO CH-COPY-NAME
                               MOVE RC-STATUS TO CH-STATUS
                               MOVE RC-PURGED-DATE TO CH-PURGED-DATE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE REPORT-CATALOG-FILE
           END-IF
           .

       30-COPY-TO-REPRINT.
      *    THE SAME PAGE-EJECT HANDLING RPTSPOOL USED TO TAKE THE
      *    COPY, SO THE REPRINT MATCHES THE ORIGINAL PAGE FOR PAGE
           MOVE CH-COPY-NAME TO WS-COPY-NAME

           MOVE SPACES TO WS-REPRINT-NAME
           STRING 'REPRINT-' DELIMITED BY SIZE
                  WS-REPORT-FILE DELIMITED BY SPACE
               INTO WS-REPRINT-NAME
           END-STRING

           OPEN INPUT SPOOL-COPY-FILE

           IF NOT COPY-FOUND
               DISPLAY 'SPOOL COPY ' WS-COPY-NAME
                       ' NOT ON DISK - NOTHING DONE'
           ELSE
               OPEN OUTPUT REPRINT-FILE

               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ SPOOL-COPY-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 35-COPY-ONE-LINE
                   END-READ
               END-PERFORM

               CLOSE SPOOL-COPY-FILE, REPRINT-FILE

               DISPLAY WS-REPORT-FILE ' FROM ' CH-PROGRAM-ID
                       ' RUN ' WS-RUN-DATE ' ' CH-RUN-TIME
               DISPLAY '   ' CH-PAGE-COUNT ' PAGE(S) FOR '
                       CH-DEPARTMENT ' WRITTEN TO ' WS-REPRINT-NAME
           END-IF
           .

       35-COPY-ONE-LINE.
           IF SPOOL-COPY-RECORD(1:1) = X'0C'
               MOVE SPOOL-COPY-RECORD(2:199) TO REPRINT-RECORD
               WRITE REPRINT-RECORD
                   AFTER ADVANCING PAGE
           ELSE
               MOVE SPOOL-COPY-RECORD TO REPRINT-RECORD
               WRITE REPRINT-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF
           .
