       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LAB7WARR.
       AUTHOR.        Tim J.

      *    WARRANTY RECOVERY.  LAB7WORK ADDS A CLAIM TO THE WARRANTY
      *    CLAIM FILE WHENEVER A TRAIN'S REPLACED PART HAD FAILED
      *    INSIDE ITS SUPPLIER'S WARRANTY.  THIS RUN POSTS THE
      *    SETTLEMENTS THE SUPPLIERS SENT BACK (RECOVERED WITH THE
      *    AMOUNT PAID, OR DENIED), THEN PRINTS:
      *
      *       A CLAIM DOCUMENT PER SUPPLIER, ONE PAGE EACH, LISTING
      *       EVERY CLAIM NOT YET SENT TO THAT SUPPLIER
      *       (WARRANTYCLAIM.TXT)
      *
      *       THE OPEN CLAIMS STILL WAITING ON A SUPPLIER, WITH HOW
      *       LONG SINCE THE FAILURE (OPENCLAIMS.TXT)
      *
      *       RECOVERED VERSUS CLAIMED BY SUPPLIER, WITH THE
      *       SETTLEMENT REGISTER FOR THIS RUN (WARRANTYRECOVERY.TXT)
      *
      *    SUPPLIER NAMES COME FROM THE PARTS SUPPLIER MASTER

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT WARRANTY-CLAIM-FILE
                ASSIGN TO 'WARRANTY-CLAIMS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WARRANTY-CLAIM-STATUS.

            SELECT WARRANTY-RECOVERY-FILE
                ASSIGN TO 'WARRANTY-RECOVERY.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WARRANTY-RECOVERY-STATUS.

            SELECT SUPPLIER-MASTER-FILE
                ASSIGN TO 'PARTS-SUPPLIER-MASTER.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SUPPLIER-MASTER-STATUS.

            SELECT CLAIM-DOCUMENT-REPORT
                ASSIGN TO PRINTER 'WARRANTYCLAIM.TXT'.

            SELECT OPEN-CLAIMS-REPORT
                ASSIGN TO PRINTER 'OPENCLAIMS.TXT'.

            SELECT RECOVERY-SUMMARY-REPORT
                ASSIGN TO PRINTER 'WARRANTYRECOVERY.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD WARRANTY-CLAIM-FILE
           RECORD CONTAINS 84 CHARACTERS.

       01 WARRANTY-CLAIM-RECORD.
          05 WC-CLAIM-NUM                PIC 9(5).
          05 WC-SUPPLIER-ID              PIC X(4).
          05 WC-TRAIN-NAME               PIC X(5).
          05 WC-CAT-NUM                  PIC X(5).
          05 WC-ORIG-ORDER-NUM           PIC 9(5).
          05 WC-INSTALL-DATE             PIC 9(8).
          05 WC-WARRANTY-DAYS            PIC 9(4).
          05 WC-FAIL-ORDER-NUM           PIC 9(5).
          05 WC-FAIL-DATE                PIC 9(8).
          05 WC-QUANTITY                 PIC 9(4).
          05 WC-CLAIM-AMOUNT             PIC 9(7)V99.
          05 WC-CLAIM-STATUS             PIC X.
          05 WC-RECOVERED-AMOUNT         PIC 9(7)V99.
          05 WC-SETTLED-DATE             PIC 9(8).
          05 WC-DOCUMENT-SW              PIC X.
          05 FILLER                      PIC X(3).

       FD WARRANTY-RECOVERY-FILE
           RECORD CONTAINS 15 CHARACTERS.

       01 WARRANTY-RECOVERY-RECORD.
          05 WR-CLAIM-NUM                PIC 9(5).
          05 WR-ACTION                   PIC X.
             88 WR-RECOVERED             VALUE 'R'.
             88 WR-DENIED                VALUE 'D'.
          05 WR-AMOUNT                   PIC 9(7)V99.

       FD SUPPLIER-MASTER-FILE
           RECORD CONTAINS 32 CHARACTERS.

       01 SUPPLIER-MASTER-RECORD.
          05 PS-CAT-NUM                  PIC X(5).
          05 PS-SUPPLIER-ID              PIC X(4).
          05 PS-SUPPLIER-NAME            PIC X(20).
          05 PS-LEAD-DAYS                PIC 9(3).

       FD CLAIM-DOCUMENT-REPORT.

       01 DOCUMENT-RECORD                 PIC X(80).

       FD OPEN-CLAIMS-REPORT.

       01 OPEN-CLAIMS-RECORD              PIC X(80).

       FD RECOVERY-SUMMARY-REPORT.

       01 SUMMARY-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.

       01 FLAGS-AND-SWITCHES.
          05 END-OF-FILE-FLAG           PIC X  VALUE SPACE.
             88 NO-MORE-RECORDS                VALUE 'N'.
          05 WARRANTY-CLAIM-STATUS      PIC XX.
             88 WARRANTY-CLAIMS-FOUND          VALUE '00'.
          05 WARRANTY-RECOVERY-STATUS   PIC XX.
             88 WARRANTY-RECOVERY-FOUND        VALUE '00'.
          05 SUPPLIER-MASTER-STATUS     PIC XX.
             88 SUPPLIER-MASTER-FOUND          VALUE '00'.
          05 CLAIM-LOAD-EOF-FLAG        PIC X  VALUE 'F'.
             88 CLAIM-LOAD-DONE                VALUE 'Y'.
          05 SUPPLIER-LOAD-EOF-FLAG     PIC X  VALUE 'F'.
             88 SUPPLIER-LOAD-DONE             VALUE 'Y'.
          05 CLAIM-MATCH-SW             PIC X.
             88 CLAIM-MATCHED                  VALUE 'Y'.
          05 CLAIM-SUB                  PIC 999.
          05 SUPP-SUB                   PIC 999.
          05 DOC-SUB                    PIC 999.

       01 WS-DATE.
          05 WS-YEAR           PIC 9999.
          05 WS-MONTH          PIC 99.
          05 WS-DAY            PIC 99.

       01 WS-TODAY-CCYYMMDD     PIC 9(8).

       01 HOLD-FIELDS.
          05 HF-SUPPLIER-ID             PIC X(4).
          05 HF-SUPPLIER-NAME           PIC X(20).
          05 HF-DAYS-IN-SERVICE         PIC S9(6).
          05 HF-CLAIM-AGE               PIC S9(6).
          05 HF-DOCUMENT-TOTAL          PIC 9(8)V99.
          05 HF-DOCUMENT-COUNT          PIC 999.
          05 HF-RECOVERY-PCT            PIC 999.

       01 REPORT-TOTALS.
          05 RT-OPEN-COUNT              PIC 999      VALUE 0.
          05 RT-OPEN-AMOUNT             PIC 9(8)V99  VALUE 0.
          05 RT-SETTLED-COUNT           PIC 999      VALUE 0.
          05 RT-DOCUMENT-COUNT          PIC 999      VALUE 0.
          05 RT-CLAIM-COUNT             PIC 999      VALUE 0.
          05 RT-CLAIMED-AMOUNT          PIC 9(8)V99  VALUE 0.
          05 RT-RECOVERED-AMOUNT        PIC 9(8)V99  VALUE 0.
          05 RT-STILL-OPEN-AMOUNT       PIC 9(8)V99  VALUE 0.

       01 WARRANTY-CLAIM-TABLE-AREA.
      *    EVERY CLAIM ON FILE, REWRITTEN AT END OF JOB WITH THIS
      *    RUN'S SETTLEMENTS AND DOCUMENT FLAGS
           05 CL-NUM-CLAIMS         PIC 999   VALUE 0.
           05 CLAIM-TBL-LINE OCCURS 1 TO 999 TIMES
               DEPENDING ON CL-NUM-CLAIMS
               INDEXED BY CLAIM-TBL-INDEX.
               10 CL-RECORD-IMAGE    PIC X(84).

       01 SUPPLIER-TABLE-AREA.
      *    ONE ENTRY PER SUPPLIER ID ON THE PARTS SUPPLIER MASTER
           05 SU-NUM-SUPPLIERS      PIC 999   VALUE 0.
           05 SUPPLIER-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON SU-NUM-SUPPLIERS
               INDEXED BY SUPPLIER-TBL-INDEX.
               10 SU-SUPPLIER-ID     PIC X(4).
               10 SU-SUPPLIER-NAME   PIC X(20).

       01 SUPPLIER-SUMMARY-TABLE-AREA.
      *    CLAIMED, RECOVERED, AND STILL-OPEN DOLLARS PER SUPPLIER,
      *    PLUS WHETHER THE SUPPLIER HAS CLAIMS TO BE SENT
           05 SS-NUM-SUPPLIERS      PIC 999   VALUE 0.
           05 SUPPLIER-SUM-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON SS-NUM-SUPPLIERS
               INDEXED BY SUPPLIER-SUM-TBL-INDEX.
               10 SS-SUPPLIER-ID     PIC X(4).
               10 SS-CLAIM-COUNT     PIC 999.
               10 SS-DENIED-COUNT    PIC 999.
               10 SS-CLAIMED-AMOUNT  PIC 9(8)V99.
               10 SS-RECOVERED-AMOUNT PIC 9(8)V99.
               10 SS-OPEN-AMOUNT     PIC 9(8)V99.
               10 SS-UNSENT-COUNT    PIC 999.

      **********************OUTPUT AREA**********************

       01  DOCUMENT-HEADING-1.
           05                              PIC X(25) VALUE SPACES.
           05                              PIC X(27) VALUE
                                           'WARRANTY RECOVERY CLAIM'.
           05                              PIC X(25) VALUE SPACES.
           05                              PIC X(3)  VALUE 'TWJ'.

       01  DOCUMENT-ADDRESS-LINE.
           05                              PIC X(4)  VALUE 'TO: '.
           05  DAL-SUPPLIER-ID             PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  DAL-SUPPLIER-NAME           PIC X(20).
           05                              PIC X(30) VALUE SPACES.
           05                              PIC X(6)  VALUE 'DATE: '.
           05  DAL-DATE                    PIC 9999/99/99.
           05                              PIC X(4)  VALUE SPACES.

       01  DOCUMENT-TEXT-1.
           05                              PIC X(50) VALUE
               'THE PARTS BELOW FAILED IN SERVICE INSIDE THE'.
           05                              PIC X(30) VALUE SPACES.

       01  DOCUMENT-TEXT-2.
           05                              PIC X(50) VALUE
               'WARRANTY TERM YOU GAVE.  WE CLAIM REIMBURSEMENT OF'.
           05                              PIC X(30) VALUE SPACES.

       01  DOCUMENT-TEXT-3.
           05                              PIC X(50) VALUE
               'THE REPLACEMENT COST SHOWN FOR EACH.  PLEASE QUOTE'.
           05                              PIC X(30) VALUE SPACES.

       01  DOCUMENT-TEXT-4.
           05                              PIC X(50) VALUE
               'THE CLAIM NUMBER ON YOUR SETTLEMENT.'.
           05                              PIC X(30) VALUE SPACES.

       01  DOCUMENT-COLUMN-HEADING.
           05                              PIC X(5)  VALUE 'CLAIM'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'TRAIN'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'PART'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(3)  VALUE 'QTY'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(10) VALUE 'INSTALLED'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(10) VALUE 'FAILED'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(9)  VALUE 'DAYS/WARR'.
           05                              PIC X(6)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'AMOUNT'.
           05                              PIC X(8)  VALUE SPACES.

       01  DOCUMENT-DETAIL-LINE.
           05  DDL-CLAIM-NUM               PIC 9(5).
           05                              PIC X(2)  VALUE SPACES.
           05  DDL-TRAIN-NAME              PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  DDL-CAT-NUM                 PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  DDL-QUANTITY                PIC ZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  DDL-INSTALL-DATE            PIC 9999/99/99.
           05                              PIC X(2)  VALUE SPACES.
           05  DDL-FAIL-DATE               PIC 9999/99/99.
           05                              PIC X(2)  VALUE SPACES.
           05  DDL-DAYS-IN-SERVICE         PIC ZZZ9.
           05                              PIC X(1)  VALUE '/'.
           05  DDL-WARRANTY-DAYS           PIC ZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  DDL-CLAIM-AMOUNT            PIC $ZZZ,ZZ9.99.
           05                              PIC X(7)  VALUE SPACES.

       01  DOCUMENT-TOTAL-LINE.
           05                              PIC X(8)  VALUE 'CLAIMS: '.
           05  DTL-CLAIM-COUNT             PIC ZZ9.
           05                              PIC X(35) VALUE SPACES.
           05                              PIC X(14) VALUE
                                           'TOTAL CLAIMED '.
           05  DTL-CLAIM-AMOUNT            PIC $Z,ZZZ,ZZ9.99.
           05                              PIC X(7)  VALUE SPACES.

       01  NO-DOCUMENTS-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(35) VALUE
                               'NO NEW CLAIMS TO SEND'.
           05                              PIC X(40) VALUE SPACES.

       01  OPEN-HEADING-1.
           05                              PIC X(25) VALUE SPACES.
           05                              PIC X(27) VALUE
                                           'OPEN WARRANTY CLAIMS'.
           05                              PIC X(25) VALUE SPACES.
           05                              PIC X(3)  VALUE 'TWJ'.

       01  OPEN-HEADING-2.
           05                              PIC X(5)  VALUE 'CLAIM'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'SUPP'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'TRAIN'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'PART'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(10) VALUE 'FAILED'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'AGE'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'SENT'.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'AMOUNT'.
           05                              PIC X(18) VALUE SPACES.

       01  OPEN-DETAIL-LINE.
           05  ODL-CLAIM-NUM               PIC 9(5).
           05                              PIC X(2)  VALUE SPACES.
           05  ODL-SUPPLIER-ID             PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  ODL-TRAIN-NAME              PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  ODL-CAT-NUM                 PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  ODL-FAIL-DATE               PIC 9999/99/99.
           05                              PIC X(2)  VALUE SPACES.
           05  ODL-CLAIM-AGE               PIC ZZZ9.
           05                              PIC X(3)  VALUE SPACES.
           05  ODL-DOCUMENT-SW             PIC X.
           05                              PIC X(4)  VALUE SPACES.
           05  ODL-CLAIM-AMOUNT            PIC $ZZZ,ZZ9.99.
           05                              PIC X(18) VALUE SPACES.

       01  OPEN-TOTAL-LINE.
           05                              PIC X(13) VALUE
                                           'OPEN CLAIMS: '.
           05  OTL-OPEN-COUNT              PIC ZZ9.
           05                              PIC X(33) VALUE SPACES.
           05  OTL-OPEN-AMOUNT             PIC $Z,ZZZ,ZZ9.99.
           05                              PIC X(18) VALUE SPACES.

       01  SUMMARY-HEADING-1.
           05                              PIC X(25) VALUE SPACES.
           05                              PIC X(27) VALUE
                                           'WARRANTY RECOVERY SUMMARY'.
           05                              PIC X(25) VALUE SPACES.
           05                              PIC X(3)  VALUE 'TWJ'.

       01  REGISTER-HEADING.
           05                              PIC X(30) VALUE
                                   'SETTLEMENTS POSTED THIS RUN'.
           05                              PIC X(50) VALUE SPACES.

       01  REGISTER-LINE.
           05                              PIC X(6)  VALUE 'CLAIM '.
           05  RGL-CLAIM-NUM               PIC 9(5).
           05                              PIC X(2)  VALUE SPACES.
           05  RGL-ACTION                  PIC X.
           05                              PIC X(2)  VALUE SPACES.
           05  RGL-AMOUNT                  PIC $ZZZ,ZZ9.99.
           05                              PIC X(2)  VALUE SPACES.
           05  RGL-OUTCOME                 PIC X(40).
           05                              PIC X(11) VALUE SPACES.

       01  SUMMARY-HEADING-2.
           05                              PIC X(4)  VALUE 'SUPP'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(20) VALUE
                                           'SUPPLIER NAME'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(3)  VALUE 'CLM'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(3)  VALUE 'DEN'.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'CLAIMED'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(9)  VALUE 'RECOVERED'.
           05                              PIC X(8)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'OPEN'.
           05                              PIC X(1)  VALUE SPACES.
           05                              PIC X(4)  VALUE 'PCT'.
           05                              PIC X(6)  VALUE SPACES.

       01  SUMMARY-DETAIL-LINE.
           05  SDL-SUPPLIER-ID             PIC X(4).
           05                              PIC X(1)  VALUE SPACES.
           05  SDL-SUPPLIER-NAME           PIC X(20).
           05                              PIC X(1)  VALUE SPACES.
           05  SDL-CLAIM-COUNT             PIC ZZ9.
           05                              PIC X(1)  VALUE SPACES.
           05  SDL-DENIED-COUNT            PIC ZZ9.
           05                              PIC X(1)  VALUE SPACES.
           05  SDL-CLAIMED-AMOUNT          PIC $ZZZ,ZZ9.99.
           05                              PIC X(1)  VALUE SPACES.
           05  SDL-RECOVERED-AMOUNT        PIC $ZZZ,ZZ9.99.
           05                              PIC X(1)  VALUE SPACES.
           05  SDL-OPEN-AMOUNT             PIC $ZZZ,ZZ9.99.
           05                              PIC X(1)  VALUE SPACES.
           05  SDL-RECOVERY-PCT            PIC ZZ9.
           05                              PIC X(1)  VALUE '%'.
           05                              PIC X(6)  VALUE SPACES.

       01  SUMMARY-TOTAL-LINE.
           05                              PIC X(25) VALUE
                                           'ALL SUPPLIERS'.
           05                              PIC X(1)  VALUE SPACES.
           05  STL-CLAIM-COUNT             PIC ZZ9.
           05                              PIC X(5)  VALUE SPACES.
           05  STL-CLAIMED-AMOUNT          PIC $ZZZ,ZZ9.99.
           05                              PIC X(1)  VALUE SPACES.
           05  STL-RECOVERED-AMOUNT        PIC $ZZZ,ZZ9.99.
           05                              PIC X(1)  VALUE SPACES.
           05  STL-OPEN-AMOUNT             PIC $ZZZ,ZZ9.99.
           05                              PIC X(1)  VALUE SPACES.
           05  STL-RECOVERY-PCT            PIC ZZ9.
           05                              PIC X(1)  VALUE '%'.
           05                              PIC X(6)  VALUE SPACES.

       01  NONE-OPEN-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(35) VALUE
                               'NO WARRANTY CLAIMS OPEN'.
           05                              PIC X(40) VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 210-LOAD-SUPPLIERS
           PERFORM 220-LOAD-CLAIMS
           PERFORM 300-APPLY-SETTLEMENTS
           PERFORM 350-BUILD-SUPPLIER-SUMMARY
           PERFORM 400-PRINT-CLAIM-DOCUMENTS
           PERFORM 450-PRINT-OPEN-CLAIMS
           PERFORM 500-PRINT-RECOVERY-SUMMARY
           PERFORM 550-REWRITE-CLAIMS
           PERFORM 600-EOJ-ROUTINE
          .

       200-HOUSEKEEPING.

           OPEN OUTPUT CLAIM-DOCUMENT-REPORT
                       OPEN-CLAIMS-REPORT
                       RECOVERY-SUMMARY-REPORT

           MOVE FUNCTION CURRENT-DATE TO WS-DATE
           MOVE WS-DATE TO WS-TODAY-CCYYMMDD

           WRITE OPEN-CLAIMS-RECORD FROM OPEN-HEADING-1
               AFTER ADVANCING PAGE
           WRITE OPEN-CLAIMS-RECORD FROM OPEN-HEADING-2
               AFTER ADVANCING 2 LINES

           WRITE SUMMARY-RECORD FROM SUMMARY-HEADING-1
               AFTER ADVANCING PAGE
          .

       210-LOAD-SUPPLIERS.

      *    THE MASTER IS BY CATALOG NUMBER, SO A SUPPLIER SHOWS UP
      *    ONCE PER PART IT SELLS -- KEEP THE FIRST
           OPEN INPUT SUPPLIER-MASTER-FILE

           IF SUPPLIER-MASTER-FOUND
               PERFORM UNTIL SUPPLIER-LOAD-DONE
                   READ SUPPLIER-MASTER-FILE
                       AT END
                           SET SUPPLIER-LOAD-DONE TO TRUE
                       NOT AT END
                           PERFORM 215-ADD-SUPPLIER
                   END-READ
               END-PERFORM

               CLOSE SUPPLIER-MASTER-FILE
           END-IF
          .

       215-ADD-SUPPLIER.

           SET SUPPLIER-TBL-INDEX TO 1
           SEARCH SUPPLIER-TBL-LINE
               AT END
                   ADD 1 TO SU-NUM-SUPPLIERS
                   MOVE PS-SUPPLIER-ID TO
                           SU-SUPPLIER-ID(SU-NUM-SUPPLIERS)
                   MOVE PS-SUPPLIER-NAME TO
                           SU-SUPPLIER-NAME(SU-NUM-SUPPLIERS)

               WHEN PS-SUPPLIER-ID =
                           SU-SUPPLIER-ID(SUPPLIER-TBL-INDEX)
                   CONTINUE
           END-SEARCH
          .

       220-LOAD-CLAIMS.

      *    NO CLAIM FILE UNTIL LAB7WORK RAISES THE FIRST CLAIM
           OPEN INPUT WARRANTY-CLAIM-FILE

           IF WARRANTY-CLAIMS-FOUND
               PERFORM UNTIL CLAIM-LOAD-DONE
                   READ WARRANTY-CLAIM-FILE
                       AT END
                           SET CLAIM-LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO CL-NUM-CLAIMS
                           MOVE WARRANTY-CLAIM-RECORD TO
                                   CL-RECORD-IMAGE(CL-NUM-CLAIMS)
                   END-READ
               END-PERFORM

               CLOSE WARRANTY-CLAIM-FILE
           END-IF
          .

       300-APPLY-SETTLEMENTS.

           OPEN INPUT WARRANTY-RECOVERY-FILE

           IF WARRANTY-RECOVERY-FOUND
               WRITE SUMMARY-RECORD FROM REGISTER-HEADING
                   AFTER ADVANCING 2 LINES

               PERFORM UNTIL NO-MORE-RECORDS
                   READ WARRANTY-RECOVERY-FILE
                       AT END
                           MOVE 'N' TO END-OF-FILE-FLAG
                       NOT AT END
                           PERFORM 310-APPLY-ONE-SETTLEMENT
                   END-READ
               END-PERFORM

               CLOSE WARRANTY-RECOVERY-FILE
           END-IF
          .

       310-APPLY-ONE-SETTLEMENT.

           MOVE WR-CLAIM-NUM TO RGL-CLAIM-NUM
           MOVE WR-ACTION TO RGL-ACTION
           MOVE ZEROS TO RGL-AMOUNT

           IF WR-AMOUNT IS NOT NUMERIC
               MOVE ZEROS TO WR-AMOUNT
           END-IF

           MOVE 'N' TO CLAIM-MATCH-SW

           PERFORM VARYING CLAIM-SUB FROM 1 BY 1
               UNTIL CLAIM-SUB > CL-NUM-CLAIMS OR CLAIM-MATCHED

               MOVE CL-RECORD-IMAGE(CLAIM-SUB) TO
                       WARRANTY-CLAIM-RECORD
               IF WC-CLAIM-NUM = WR-CLAIM-NUM
                   SET CLAIM-MATCHED TO TRUE
                   PERFORM 320-SETTLE-CLAIM
               END-IF
           END-PERFORM

           IF NOT CLAIM-MATCHED
               MOVE 'REJECTED - NO SUCH CLAIM' TO RGL-OUTCOME
           END-IF

           WRITE SUMMARY-RECORD FROM REGISTER-LINE
               AFTER ADVANCING 1 LINE
          .

       320-SETTLE-CLAIM.

           EVALUATE TRUE
               WHEN WC-CLAIM-STATUS NOT = 'O'
                   MOVE 'REJECTED - CLAIM ALREADY SETTLED' TO
                           RGL-OUTCOME

               WHEN WR-RECOVERED
                   MOVE 'R' TO WC-CLAIM-STATUS
                   MOVE WR-AMOUNT TO WC-RECOVERED-AMOUNT
                   MOVE WS-TODAY-CCYYMMDD TO WC-SETTLED-DATE
                   MOVE WR-AMOUNT TO RGL-AMOUNT
                   ADD 1 TO RT-SETTLED-COUNT

                   IF WR-AMOUNT < WC-CLAIM-AMOUNT
                       MOVE 'RECOVERED - SHORT PAID' TO RGL-OUTCOME
                   ELSE
                       MOVE 'RECOVERED' TO RGL-OUTCOME
                   END-IF

               WHEN WR-DENIED
                   MOVE 'D' TO WC-CLAIM-STATUS
                   MOVE ZEROS TO WC-RECOVERED-AMOUNT
                   MOVE WS-TODAY-CCYYMMDD TO WC-SETTLED-DATE
                   ADD 1 TO RT-SETTLED-COUNT
                   MOVE 'DENIED BY SUPPLIER' TO RGL-OUTCOME

               WHEN OTHER
                   MOVE 'REJECTED - BAD ACTION CODE' TO RGL-OUTCOME
           END-EVALUATE

           MOVE WARRANTY-CLAIM-RECORD TO CL-RECORD-IMAGE(CLAIM-SUB)
          .

       350-BUILD-SUPPLIER-SUMMARY.

           PERFORM VARYING CLAIM-SUB FROM 1 BY 1
               UNTIL CLAIM-SUB > CL-NUM-CLAIMS

               MOVE CL-RECORD-IMAGE(CLAIM-SUB) TO
                       WARRANTY-CLAIM-RECORD

               SET SUPPLIER-SUM-TBL-INDEX TO 1
               SEARCH SUPPLIER-SUM-TBL-LINE
                   AT END
                       ADD 1 TO SS-NUM-SUPPLIERS
                       SET SUPPLIER-SUM-TBL-INDEX TO SS-NUM-SUPPLIERS
                       MOVE WC-SUPPLIER-ID TO
                           SS-SUPPLIER-ID(SUPPLIER-SUM-TBL-INDEX)
                       MOVE ZEROS TO
                           SS-CLAIM-COUNT(SUPPLIER-SUM-TBL-INDEX)
                           SS-DENIED-COUNT(SUPPLIER-SUM-TBL-INDEX)
                           SS-CLAIMED-AMOUNT(SUPPLIER-SUM-TBL-INDEX)
                           SS-RECOVERED-AMOUNT(SUPPLIER-SUM-TBL-INDEX)
                           SS-OPEN-AMOUNT(SUPPLIER-SUM-TBL-INDEX)
                           SS-UNSENT-COUNT(SUPPLIER-SUM-TBL-INDEX)
                       PERFORM 360-ACCUMULATE-CLAIM

                   WHEN WC-SUPPLIER-ID =
                           SS-SUPPLIER-ID(SUPPLIER-SUM-TBL-INDEX)
                       PERFORM 360-ACCUMULATE-CLAIM
               END-SEARCH
           END-PERFORM
          .

       360-ACCUMULATE-CLAIM.

           ADD 1 TO SS-CLAIM-COUNT(SUPPLIER-SUM-TBL-INDEX)
           ADD WC-CLAIM-AMOUNT TO
                   SS-CLAIMED-AMOUNT(SUPPLIER-SUM-TBL-INDEX)
           ADD WC-RECOVERED-AMOUNT TO
                   SS-RECOVERED-AMOUNT(SUPPLIER-SUM-TBL-INDEX)

           EVALUATE WC-CLAIM-STATUS
               WHEN 'O'
                   ADD WC-CLAIM-AMOUNT TO
                           SS-OPEN-AMOUNT(SUPPLIER-SUM-TBL-INDEX)
               WHEN 'D'
                   ADD 1 TO SS-DENIED-COUNT(SUPPLIER-SUM-TBL-INDEX)
           END-EVALUATE

           IF WC-CLAIM-STATUS = 'O' AND WC-DOCUMENT-SW NOT = 'Y'
               ADD 1 TO SS-UNSENT-COUNT(SUPPLIER-SUM-TBL-INDEX)
           END-IF
          .

       400-PRINT-CLAIM-DOCUMENTS.

      *    ONE DOCUMENT PER SUPPLIER WITH CLAIMS NOT YET SENT; A
      *    CLAIM GOES OUT ONCE AND IS MARKED SENT
           PERFORM VARYING DOC-SUB FROM 1 BY 1
               UNTIL DOC-SUB > SS-NUM-SUPPLIERS

               IF SS-UNSENT-COUNT(DOC-SUB) > 0
                   PERFORM 410-PRINT-ONE-DOCUMENT
               END-IF
           END-PERFORM

           IF RT-DOCUMENT-COUNT = 0
               WRITE DOCUMENT-RECORD FROM DOCUMENT-HEADING-1
                   AFTER ADVANCING PAGE
               WRITE DOCUMENT-RECORD FROM NO-DOCUMENTS-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
          .

       410-PRINT-ONE-DOCUMENT.

           ADD 1 TO RT-DOCUMENT-COUNT
           MOVE SS-SUPPLIER-ID(DOC-SUB) TO HF-SUPPLIER-ID
           PERFORM 420-FIND-SUPPLIER-NAME

           MOVE HF-SUPPLIER-ID TO DAL-SUPPLIER-ID
           MOVE HF-SUPPLIER-NAME TO DAL-SUPPLIER-NAME
           MOVE WS-TODAY-CCYYMMDD TO DAL-DATE

           WRITE DOCUMENT-RECORD FROM DOCUMENT-HEADING-1
               AFTER ADVANCING PAGE
           WRITE DOCUMENT-RECORD FROM DOCUMENT-ADDRESS-LINE
               AFTER ADVANCING 2 LINES
           WRITE DOCUMENT-RECORD FROM DOCUMENT-TEXT-1
               AFTER ADVANCING 2 LINES
           WRITE DOCUMENT-RECORD FROM DOCUMENT-TEXT-2
               AFTER ADVANCING 1 LINE
           WRITE DOCUMENT-RECORD FROM DOCUMENT-TEXT-3
               AFTER ADVANCING 1 LINE
           WRITE DOCUMENT-RECORD FROM DOCUMENT-TEXT-4
               AFTER ADVANCING 1 LINE
           WRITE DOCUMENT-RECORD FROM DOCUMENT-COLUMN-HEADING
               AFTER ADVANCING 2 LINES

           MOVE ZEROS TO HF-DOCUMENT-TOTAL
           MOVE ZEROS TO HF-DOCUMENT-COUNT

           PERFORM VARYING CLAIM-SUB FROM 1 BY 1
               UNTIL CLAIM-SUB > CL-NUM-CLAIMS

               MOVE CL-RECORD-IMAGE(CLAIM-SUB) TO
                       WARRANTY-CLAIM-RECORD

               IF WC-SUPPLIER-ID = HF-SUPPLIER-ID AND
                       WC-CLAIM-STATUS = 'O' AND
                       WC-DOCUMENT-SW NOT = 'Y'
                   PERFORM 430-PRINT-DOCUMENT-LINE
               END-IF
           END-PERFORM

           MOVE HF-DOCUMENT-COUNT TO DTL-CLAIM-COUNT
           MOVE HF-DOCUMENT-TOTAL TO DTL-CLAIM-AMOUNT

           WRITE DOCUMENT-RECORD FROM DOCUMENT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
          .

       420-FIND-SUPPLIER-NAME.

           MOVE 'NOT ON SUPPLIER MASTER' TO HF-SUPPLIER-NAME

           SET SUPPLIER-TBL-INDEX TO 1
           SEARCH SUPPLIER-TBL-LINE
               AT END
                   CONTINUE
               WHEN HF-SUPPLIER-ID =
                           SU-SUPPLIER-ID(SUPPLIER-TBL-INDEX)
                   MOVE SU-SUPPLIER-NAME(SUPPLIER-TBL-INDEX) TO
                           HF-SUPPLIER-NAME
           END-SEARCH
          .

       430-PRINT-DOCUMENT-LINE.

           COMPUTE HF-DAYS-IN-SERVICE =
               FUNCTION INTEGER-OF-DATE(WC-FAIL-DATE)
               - FUNCTION INTEGER-OF-DATE(WC-INSTALL-DATE)

           MOVE WC-CLAIM-NUM TO DDL-CLAIM-NUM
           MOVE WC-TRAIN-NAME TO DDL-TRAIN-NAME
           MOVE WC-CAT-NUM TO DDL-CAT-NUM
           MOVE WC-QUANTITY TO DDL-QUANTITY
           MOVE WC-INSTALL-DATE TO DDL-INSTALL-DATE
           MOVE WC-FAIL-DATE TO DDL-FAIL-DATE
           MOVE HF-DAYS-IN-SERVICE TO DDL-DAYS-IN-SERVICE
           MOVE WC-WARRANTY-DAYS TO DDL-WARRANTY-DAYS
           MOVE WC-CLAIM-AMOUNT TO DDL-CLAIM-AMOUNT

           WRITE DOCUMENT-RECORD FROM DOCUMENT-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           ADD 1 TO HF-DOCUMENT-COUNT
           ADD WC-CLAIM-AMOUNT TO HF-DOCUMENT-TOTAL

           MOVE 'Y' TO WC-DOCUMENT-SW
           MOVE WARRANTY-CLAIM-RECORD TO CL-RECORD-IMAGE(CLAIM-SUB)
          .

       450-PRINT-OPEN-CLAIMS.

           PERFORM VARYING CLAIM-SUB FROM 1 BY 1
               UNTIL CLAIM-SUB > CL-NUM-CLAIMS

               MOVE CL-RECORD-IMAGE(CLAIM-SUB) TO
                       WARRANTY-CLAIM-RECORD

               IF WC-CLAIM-STATUS = 'O'
                   COMPUTE HF-CLAIM-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
                       - FUNCTION INTEGER-OF-DATE(WC-FAIL-DATE)

                   MOVE WC-CLAIM-NUM TO ODL-CLAIM-NUM
                   MOVE WC-SUPPLIER-ID TO ODL-SUPPLIER-ID
                   MOVE WC-TRAIN-NAME TO ODL-TRAIN-NAME
                   MOVE WC-CAT-NUM TO ODL-CAT-NUM
                   MOVE WC-FAIL-DATE TO ODL-FAIL-DATE
                   MOVE HF-CLAIM-AGE TO ODL-CLAIM-AGE
                   MOVE WC-DOCUMENT-SW TO ODL-DOCUMENT-SW
                   MOVE WC-CLAIM-AMOUNT TO ODL-CLAIM-AMOUNT

                   WRITE OPEN-CLAIMS-RECORD FROM OPEN-DETAIL-LINE
                       AFTER ADVANCING 1 LINE

                   ADD 1 TO RT-OPEN-COUNT
                   ADD WC-CLAIM-AMOUNT TO RT-OPEN-AMOUNT
               END-IF
           END-PERFORM

           IF RT-OPEN-COUNT = 0
               WRITE OPEN-CLAIMS-RECORD FROM NONE-OPEN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           MOVE RT-OPEN-COUNT TO OTL-OPEN-COUNT
           MOVE RT-OPEN-AMOUNT TO OTL-OPEN-AMOUNT

           WRITE OPEN-CLAIMS-RECORD FROM OPEN-TOTAL-LINE
               AFTER ADVANCING 2 LINES
          .

       500-PRINT-RECOVERY-SUMMARY.

           WRITE SUMMARY-RECORD FROM SUMMARY-HEADING-2
               AFTER ADVANCING 3 LINES

           PERFORM VARYING SUPP-SUB FROM 1 BY 1
               UNTIL SUPP-SUB > SS-NUM-SUPPLIERS

               MOVE SS-SUPPLIER-ID(SUPP-SUB) TO HF-SUPPLIER-ID
               PERFORM 420-FIND-SUPPLIER-NAME

               MOVE HF-SUPPLIER-ID TO SDL-SUPPLIER-ID
               MOVE HF-SUPPLIER-NAME TO SDL-SUPPLIER-NAME
               MOVE SS-CLAIM-COUNT(SUPP-SUB) TO SDL-CLAIM-COUNT
               MOVE SS-DENIED-COUNT(SUPP-SUB) TO SDL-DENIED-COUNT
               MOVE SS-CLAIMED-AMOUNT(SUPP-SUB) TO SDL-CLAIMED-AMOUNT
               MOVE SS-RECOVERED-AMOUNT(SUPP-SUB) TO
                       SDL-RECOVERED-AMOUNT
               MOVE SS-OPEN-AMOUNT(SUPP-SUB) TO SDL-OPEN-AMOUNT

               MOVE ZEROS TO HF-RECOVERY-PCT
               IF SS-CLAIMED-AMOUNT(SUPP-SUB) > 0
                   COMPUTE HF-RECOVERY-PCT ROUNDED =
                       SS-RECOVERED-AMOUNT(SUPP-SUB) * 100
                       / SS-CLAIMED-AMOUNT(SUPP-SUB)
               END-IF
               MOVE HF-RECOVERY-PCT TO SDL-RECOVERY-PCT

               WRITE SUMMARY-RECORD FROM SUMMARY-DETAIL-LINE
                   AFTER ADVANCING 1 LINE

               ADD SS-CLAIM-COUNT(SUPP-SUB) TO RT-CLAIM-COUNT
               ADD SS-CLAIMED-AMOUNT(SUPP-SUB) TO RT-CLAIMED-AMOUNT
               ADD SS-RECOVERED-AMOUNT(SUPP-SUB) TO
                       RT-RECOVERED-AMOUNT
               ADD SS-OPEN-AMOUNT(SUPP-SUB) TO RT-STILL-OPEN-AMOUNT
           END-PERFORM

           MOVE ZEROS TO HF-RECOVERY-PCT
           IF RT-CLAIMED-AMOUNT > 0
               COMPUTE HF-RECOVERY-PCT ROUNDED =
                   RT-RECOVERED-AMOUNT * 100 / RT-CLAIMED-AMOUNT
           END-IF

           MOVE RT-CLAIM-COUNT TO STL-CLAIM-COUNT
           MOVE RT-CLAIMED-AMOUNT TO STL-CLAIMED-AMOUNT
           MOVE RT-RECOVERED-AMOUNT TO STL-RECOVERED-AMOUNT
           MOVE RT-STILL-OPEN-AMOUNT TO STL-OPEN-AMOUNT
           MOVE HF-RECOVERY-PCT TO STL-RECOVERY-PCT

           WRITE SUMMARY-RECORD FROM SUMMARY-TOTAL-LINE
               AFTER ADVANCING 2 LINES
          .

       550-REWRITE-CLAIMS.

           IF CL-NUM-CLAIMS > 0
               OPEN OUTPUT WARRANTY-CLAIM-FILE

               PERFORM VARYING CLAIM-SUB FROM 1 BY 1
                   UNTIL CLAIM-SUB > CL-NUM-CLAIMS

                   MOVE CL-RECORD-IMAGE(CLAIM-SUB) TO
                           WARRANTY-CLAIM-RECORD
                   WRITE WARRANTY-CLAIM-RECORD
               END-PERFORM

               CLOSE WARRANTY-CLAIM-FILE
           END-IF
          .

       600-EOJ-ROUTINE.
           CLOSE CLAIM-DOCUMENT-REPORT
                 OPEN-CLAIMS-REPORT
                 RECOVERY-SUMMARY-REPORT
           STOP RUN
          .
