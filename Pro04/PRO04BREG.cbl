       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO04BREG.
       AUTHOR. TIM J.
      ****************************************************************
      * This program reports the shared posted-batch registry that
      * every posting program checks before it touches a master:
      * which batches each program posted, day by day, with the
      * record counts and hash totals they were proved against

      ***************
      * INPUTS:
      *    The POSTED-BATCH REGISTRY holds one record per batch
      *    posted by PRO04POST, PRO04PRICE, PRO04CMNT, or PRO01POST:
      *        1: Posting program
      *        2: Batch ID and originating office
      *        3: Batch date from the header
      *        4: Date and time posted
      *        5: Record count and hash total
      *        6: Operator signed on (blank for PRO01POST)
      *
      *    Optional selections from the environment:
      *        BATCH-REPORT-PROGRAM   one posting program only
      *        BATCH-REPORT-FROM      first posted date (YYMMDD)
      *        BATCH-REPORT-THRU      last posted date (YYMMDD)

      * *******
      * OUTPUTS:
      *    The POSTED BATCH REPORT lists every batch selected by
      *    program, then date posted, with a total for each date,
      *    each program, and the whole report
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL POSTED-BATCH-FILE
               ASSIGN TO 'POSTED-BATCHES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-SORT-FILE
               ASSIGN TO 'POSTEDBATCHSORT.TMP'.

           SELECT SORTED-BATCH-FILE
               ASSIGN TO 'SORTEDPOSTEDBATCHES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BATCH-REPORT-FILE
               ASSIGN TO PRINTER 'POSTED-BATCH-REPORT.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD POSTED-BATCH-FILE
           RECORD CONTAINS 68 CHARACTERS.

       01 POSTED-BATCH-RECORD          PIC X(68).

       SD BATCH-SORT-FILE
           RECORD CONTAINS 68 CHARACTERS.

       01 BATCH-SORT-RECORD.
           05 BS-PROGRAM-ID            PIC X(10).
           05 BS-BATCH-ID              PIC X(12).
           05 FILLER                   PIC X(10).
           05 BS-POSTED-DATE           PIC X(6).
           05 BS-POSTED-TIME           PIC X(6).
           05 FILLER                   PIC X(24).

       FD SORTED-BATCH-FILE
           RECORD CONTAINS 68 CHARACTERS.

       01 SORTED-BATCH-RECORD.
           05 SB-PROGRAM-ID            PIC X(10).
           05 SB-BATCH-ID              PIC X(12).
           05 SB-OFFICE-ID             PIC X(4).
           05 SB-BATCH-DATE            PIC X(6).
           05 SB-POSTED-DATE.
               10 SB-POSTED-YY         PIC XX.
               10 SB-POSTED-MM         PIC XX.
               10 SB-POSTED-DD         PIC XX.
           05 SB-POSTED-TIME.
               10 SB-POSTED-HH         PIC XX.
               10 SB-POSTED-MIN        PIC XX.
               10 SB-POSTED-SS         PIC XX.
           05 SB-RECORD-COUNT          PIC 9(5).
           05 SB-HASH-TOTAL            PIC 9(9).
           05 SB-OPERATOR-ID           PIC X(10).

       FD BATCH-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 BATCH-REPORT-RECORD          PIC X(80).


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 SORTED-EOF-FLAG          PIC X           VALUE 'F'.
           05 FIRST-ENTRY-SW           PIC X           VALUE 'Y'.
               88 FIRST-ENTRY          VALUE 'Y'.
           05 ENTRY-SELECTED-SW        PIC X.
               88 ENTRY-SELECTED       VALUE 'Y'.

       01 SELECTION-FIELDS.
           05 SL-PROGRAM-ID            PIC X(10)       VALUE SPACES.
           05 SL-FROM-DATE-IN          PIC X(6)        VALUE SPACES.
           05 SL-THRU-DATE-IN          PIC X(6)        VALUE SPACES.
           05 SL-FROM-DATE             PIC X(6)        VALUE '000000'.
           05 SL-THRU-DATE             PIC X(6)        VALUE '999999'.

       01 CONTROL-BREAK-FIELDS.
           05 CB-PROGRAM-ID            PIC X(10).
           05 CB-POSTED-DATE           PIC X(6).

       01 REPORT-TOTALS.
           05 DT-BATCH-COUNT           PIC 9(5)        VALUE 0.
           05 DT-RECORD-COUNT          PIC 9(7)        VALUE 0.
           05 DT-HASH-TOTAL            PIC 9(11)       VALUE 0.
           05 PG-BATCH-COUNT           PIC 9(5)        VALUE 0.
           05 PG-RECORD-COUNT          PIC 9(7)        VALUE 0.
           05 PG-HASH-TOTAL            PIC 9(11)       VALUE 0.
           05 GT-BATCH-COUNT           PIC 9(5)        VALUE 0.
           05 GT-RECORD-COUNT          PIC 9(7)        VALUE 0.
           05 GT-HASH-TOTAL            PIC 9(11)       VALUE 0.

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.


      **************        OUTPUT AREA        ********************

       01 BATCH-HEADING-ONE.
           05 FILLER                   PIC X(25)       VALUE SPACES.
           05                          PIC X(29)       VALUE
                   'POSTED BATCH REGISTRY REPORT'.
           05 FILLER                   PIC X(26)       VALUE SPACES.

       01 BATCH-HEADING-TWO.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05 BH2-MONTH                PIC 99.
           05                          PIC X           VALUE '/'.
           05 BH2-DAY                  PIC 99.
           05                          PIC X           VALUE '/'.
           05 BH2-YEAR                 PIC 9(2).
           05 FILLER                   PIC X(52)       VALUE SPACES.
           05                          PIC XXX         VALUE 'TWJ'.
           05 FILLER                   PIC X(7)        VALUE SPACES.

       01 BATCH-SELECTION-LINE.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05                          PIC X(9)        VALUE
                   'PROGRAM: '.
           05 BSL-PROGRAM-ID           PIC X(10).
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05                          PIC X(8)        VALUE
                   'POSTED: '.
           05 BSL-FROM-DATE            PIC X(6).
           05                          PIC X(6)        VALUE ' THRU '.
           05 BSL-THRU-DATE            PIC X(6).
           05 FILLER                   PIC X(22)       VALUE SPACES.

       01 BATCH-COLUMN-HEADING.
           05                          PIC X(8)        VALUE 'POSTED'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'TIME'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(12)       VALUE
                   'BATCH ID'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'OFFC'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'BT DAT'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(6)        VALUE
                   '  RECS'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                   ' HASH TOTAL'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                   'OPERATOR'.
           05 FILLER                   PIC X(4)        VALUE SPACES.

       01 BATCH-PROGRAM-LINE.
           05                          PIC X(9)        VALUE
                   'PROGRAM: '.
           05 BPL-PROGRAM-ID           PIC X(10).
           05 FILLER                   PIC X(61)       VALUE SPACES.

       01 BATCH-DETAIL-LINE.
           05 BDL-POSTED-MM            PIC XX.
           05                          PIC X           VALUE '/'.
           05 BDL-POSTED-DD            PIC XX.
           05                          PIC X           VALUE '/'.
           05 BDL-POSTED-YY            PIC XX.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 BDL-POSTED-HH            PIC XX.
           05                          PIC X           VALUE ':'.
           05 BDL-POSTED-MIN           PIC XX.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 BDL-BATCH-ID             PIC X(12).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 BDL-OFFICE-ID            PIC X(4).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 BDL-BATCH-DATE           PIC X(6).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 BDL-RECORD-COUNT         PIC ZZ,ZZ9.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 BDL-HASH-TOTAL           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 BDL-OPERATOR-ID          PIC X(10).
           05 FILLER                   PIC X(4)        VALUE SPACES.

       01 BATCH-TOTAL-LINE.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05 BTL-TOTAL-LABEL          PIC X(14).
           05                          PIC X(9)        VALUE
                   'BATCHES: '.
           05 BTL-BATCH-COUNT          PIC ZZ,ZZ9.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                   'RECORDS: '.
           05 BTL-RECORD-COUNT         PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'HASH: '.
           05 BTL-HASH-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(3)        VALUE SPACES.

       01 NO-BATCHES-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(38)       VALUE
                   'NO POSTED BATCHES MATCH THE SELECTION'.
           05 FILLER                   PIC X(37)       VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 13-GET-RUN-PARAMETERS
           PERFORM 15-HOUSEKEEPING
           PERFORM 40-SORT-REGISTRY
           PERFORM 50-PRINT-REGISTRY
           PERFORM 100-WRAP-UP
           .

       13-GET-RUN-PARAMETERS.
      *    A BLANK PROGRAM TAKES EVERY PROGRAM; A DATE LEFT OUT, OR
      *    NOT KEYED AS SIX DIGITS, LEAVES THAT END OPEN
           ACCEPT SL-PROGRAM-ID FROM ENVIRONMENT
                   'BATCH-REPORT-PROGRAM'
           ACCEPT SL-FROM-DATE-IN FROM ENVIRONMENT 'BATCH-REPORT-FROM'
           ACCEPT SL-THRU-DATE-IN FROM ENVIRONMENT 'BATCH-REPORT-THRU'

           IF SL-FROM-DATE-IN IS NUMERIC
               MOVE SL-FROM-DATE-IN TO SL-FROM-DATE
           END-IF

           IF SL-THRU-DATE-IN IS NUMERIC
               MOVE SL-THRU-DATE-IN TO SL-THRU-DATE
           END-IF
           .

       15-HOUSEKEEPING.
           OPEN OUTPUT BATCH-REPORT-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO BH2-MONTH
           MOVE WS-DAY TO BH2-DAY
           MOVE WS-YEAR TO BH2-YEAR

           IF SL-PROGRAM-ID = SPACES
               MOVE 'ALL' TO BSL-PROGRAM-ID
           ELSE
               MOVE SL-PROGRAM-ID TO BSL-PROGRAM-ID
           END-IF
           MOVE SL-FROM-DATE TO BSL-FROM-DATE
           MOVE SL-THRU-DATE TO BSL-THRU-DATE

           WRITE BATCH-REPORT-RECORD FROM BATCH-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE BATCH-HEADING-TWO TO BATCH-REPORT-RECORD
           WRITE BATCH-REPORT-RECORD
               AFTER ADVANCING 1 LINES

           MOVE BATCH-SELECTION-LINE TO BATCH-REPORT-RECORD
           WRITE BATCH-REPORT-RECORD
               AFTER ADVANCING 1 LINES

           MOVE BATCH-COLUMN-HEADING TO BATCH-REPORT-RECORD
           WRITE BATCH-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           .

       40-SORT-REGISTRY.
      *    PROGRAM, THEN DATE AND TIME POSTED, SO EACH PROGRAM'S
      *    BATCHES READ IN THE ORDER THEY WENT ON
           SORT BATCH-SORT-FILE
               ON ASCENDING KEY BS-PROGRAM-ID, BS-POSTED-DATE,
                                BS-POSTED-TIME, BS-BATCH-ID
               USING POSTED-BATCH-FILE
               GIVING SORTED-BATCH-FILE
           .

       50-PRINT-REGISTRY.
           OPEN INPUT SORTED-BATCH-FILE

           PERFORM UNTIL SORTED-EOF-FLAG = 'T'
               READ SORTED-BATCH-FILE
                   AT END
                       MOVE 'T' TO SORTED-EOF-FLAG
                   NOT AT END
                       PERFORM 51-CHECK-SELECTION
                       IF ENTRY-SELECTED
                           PERFORM 52-PROCESS-SELECTED-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           IF FIRST-ENTRY
               MOVE NO-BATCHES-LINE TO BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD
                   AFTER ADVANCING 1 LINES
           ELSE
               PERFORM 57-PRINT-DATE-TOTAL
               PERFORM 58-PRINT-PROGRAM-TOTAL
           END-IF

           CLOSE SORTED-BATCH-FILE
           .

       51-CHECK-SELECTION.
           MOVE 'Y' TO ENTRY-SELECTED-SW

           IF SL-PROGRAM-ID NOT = SPACES AND
                   SB-PROGRAM-ID NOT = SL-PROGRAM-ID
               MOVE 'N' TO ENTRY-SELECTED-SW
           END-IF

           IF SB-POSTED-DATE < SL-FROM-DATE OR
                   SB-POSTED-DATE > SL-THRU-DATE
               MOVE 'N' TO ENTRY-SELECTED-SW
           END-IF
           .

       52-PROCESS-SELECTED-ENTRY.
           EVALUATE TRUE
               WHEN FIRST-ENTRY
                   MOVE 'N' TO FIRST-ENTRY-SW
                   PERFORM 53-START-PROGRAM
                   PERFORM 54-START-DATE

               WHEN SB-PROGRAM-ID NOT = CB-PROGRAM-ID
                   PERFORM 57-PRINT-DATE-TOTAL
                   PERFORM 58-PRINT-PROGRAM-TOTAL
                   PERFORM 53-START-PROGRAM
                   PERFORM 54-START-DATE

               WHEN SB-POSTED-DATE NOT = CB-POSTED-DATE
                   PERFORM 57-PRINT-DATE-TOTAL
                   PERFORM 54-START-DATE
           END-EVALUATE

           PERFORM 55-PRINT-DETAIL-LINE
           .

       53-START-PROGRAM.
           MOVE SB-PROGRAM-ID TO CB-PROGRAM-ID
           MOVE ZEROES TO PG-BATCH-COUNT
           MOVE ZEROES TO PG-RECORD-COUNT
           MOVE ZEROES TO PG-HASH-TOTAL

           MOVE SB-PROGRAM-ID TO BPL-PROGRAM-ID
           MOVE BATCH-PROGRAM-LINE TO BATCH-REPORT-RECORD
           WRITE BATCH-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           .

       54-START-DATE.
           MOVE SB-POSTED-DATE TO CB-POSTED-DATE
           MOVE ZEROES TO DT-BATCH-COUNT
           MOVE ZEROES TO DT-RECORD-COUNT
           MOVE ZEROES TO DT-HASH-TOTAL
           .

       55-PRINT-DETAIL-LINE.
           MOVE SB-POSTED-MM TO BDL-POSTED-MM
           MOVE SB-POSTED-DD TO BDL-POSTED-DD
           MOVE SB-POSTED-YY TO BDL-POSTED-YY
           MOVE SB-POSTED-HH TO BDL-POSTED-HH
           MOVE SB-POSTED-MIN TO BDL-POSTED-MIN
           MOVE SB-BATCH-ID TO BDL-BATCH-ID
           MOVE SB-OFFICE-ID TO BDL-OFFICE-ID
           MOVE SB-BATCH-DATE TO BDL-BATCH-DATE
           MOVE SB-RECORD-COUNT TO BDL-RECORD-COUNT
           MOVE SB-HASH-TOTAL TO BDL-HASH-TOTAL
           MOVE SB-OPERATOR-ID TO BDL-OPERATOR-ID

           MOVE BATCH-DETAIL-LINE TO BATCH-REPORT-RECORD
           WRITE BATCH-REPORT-RECORD
               AFTER ADVANCING 1 LINES

           ADD 1 TO DT-BATCH-COUNT
           ADD SB-RECORD-COUNT TO DT-RECORD-COUNT
           ADD SB-HASH-TOTAL TO DT-HASH-TOTAL
           .

       57-PRINT-DATE-TOTAL.
           MOVE 'DATE TOTAL' TO BTL-TOTAL-LABEL
           MOVE DT-BATCH-COUNT TO BTL-BATCH-COUNT
           MOVE DT-RECORD-COUNT TO BTL-RECORD-COUNT
           MOVE DT-HASH-TOTAL TO BTL-HASH-TOTAL

           MOVE BATCH-TOTAL-LINE TO BATCH-REPORT-RECORD
           WRITE BATCH-REPORT-RECORD
               AFTER ADVANCING 1 LINES

           ADD DT-BATCH-COUNT TO PG-BATCH-COUNT
           ADD DT-RECORD-COUNT TO PG-RECORD-COUNT
           ADD DT-HASH-TOTAL TO PG-HASH-TOTAL
           .

       58-PRINT-PROGRAM-TOTAL.
           MOVE 'PROGRAM TOTAL' TO BTL-TOTAL-LABEL
           MOVE PG-BATCH-COUNT TO BTL-BATCH-COUNT
           MOVE PG-RECORD-COUNT TO BTL-RECORD-COUNT
           MOVE PG-HASH-TOTAL TO BTL-HASH-TOTAL

           MOVE BATCH-TOTAL-LINE TO BATCH-REPORT-RECORD
           WRITE BATCH-REPORT-RECORD
               AFTER ADVANCING 1 LINES

           ADD PG-BATCH-COUNT TO GT-BATCH-COUNT
           ADD PG-RECORD-COUNT TO GT-RECORD-COUNT
           ADD PG-HASH-TOTAL TO GT-HASH-TOTAL
           .

       100-WRAP-UP.
           IF NOT FIRST-ENTRY
               MOVE 'REPORT TOTAL' TO BTL-TOTAL-LABEL
               MOVE GT-BATCH-COUNT TO BTL-BATCH-COUNT
               MOVE GT-RECORD-COUNT TO BTL-RECORD-COUNT
               MOVE GT-HASH-TOTAL TO BTL-HASH-TOTAL

               MOVE BATCH-TOTAL-LINE TO BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD
                   AFTER ADVANCING 2 LINES
           END-IF

           CLOSE BATCH-REPORT-FILE

           GOBACK
           .
