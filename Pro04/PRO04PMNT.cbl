      ****************************************************************
      * This program applies the buyers' phone-call outcomes to the
      * open purchase-order file: cancelled lines come off, changed
      * quantities are corrected, vendor-promised expected dates
      * are recorded so the PRO04RECV aged listing judges each line
      * against its own promise instead of a blanket cutoff, and a
      * re-quoted unit cost replaces the agreed cost on the line

      ***************
      * INPUTS:
      *    The PO MAINT TRANSACTION FILE holds one record per change:
      *        1: Action (X cancel, Q quantity change, E expected
      *           date, P unit cost)
      *        2: PO number
      *        3: New quantity (quantity changes only)
      *        4: New expected date, YYMMDD (date changes only)
      *        5: New agreed unit cost (cost changes only)
      *
      *    The OPEN PO FILE holds every line still open

               ASSIGN TO 'OPERATOR-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    WHICH ROLES MAY RUN WHICH UPDATE PROGRAMS AND TRANSACTION
      *    TYPES, WITH EACH ROLE'S DOLLAR AND PERCENT LIMITS
           SELECT OPTIONAL ROLE-AUTHORITY-FILE
               ASSIGN TO 'ROLE-AUTHORITY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    EVERY REFUSED SIGN-ON OR TRANSACTION, REVIEWED WEEKLY BY
      *    SECREVW
           SELECT OPTIONAL SECURITY-LOG-FILE
               ASSIGN TO 'SECURITY-VIOLATIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PO-MAINT-TRANS-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01 PO-MAINT-TRANS-RECORD.
           05 PM-ACTION                PIC X.
               88 PM-CANCEL            VALUE 'X'.
               88 PM-QTY-CHANGE        VALUE 'Q'.
               88 PM-DATE-CHANGE       VALUE 'E'.
               88 PM-COST-CHANGE       VALUE 'P'.
           05 PM-PO-NUMBER             PIC X(10).
           05 PM-NEW-QTY               PIC 9(4).
           05 PM-NEW-DATE              PIC X(6).
           05 PM-NEW-COST              PIC 99V99.

       FD OPEN-PO-FILE
           RECORD CONTAINS 46 CHARACTERS.
           05 OP-QTY-ORDERED            PIC 9(4).
           05 OP-ORDER-DATE             PIC X(6).
           05 OP-EXPECTED-DATE          PIC X(6).
           05 OP-UNIT-COST              PIC 99V99.

       FD PO-MAINT-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 AUDIT-RECORD                 PIC X(80).

       FD OPERATOR-MASTER-FILE
           RECORD CONTAINS 38 CHARACTERS.

       01 OPERATOR-MASTER-RECORD.
           05 OM-OPERATOR-ID           PIC X(10).
           05 OM-OPERATOR-NAME         PIC X(20).
           05 OM-ROLE-CODE             PIC X(8).

       FD ROLE-AUTHORITY-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01 ROLE-AUTHORITY-RECORD.
           05 RA-ROLE-CODE             PIC X(8).
           05 RA-PROGRAM-ID            PIC X(10).
           05 RA-AUTHORITY-DATA.
               10 RA-TRANS-TYPE        PIC X(4).
               10 RA-AMOUNT-LIMIT      PIC 9(7)V99.
               10 RA-PERCENT-LIMIT     PIC 9(3)V9.
           05 FILLER                   PIC X(5).

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


       WORKING-STORAGE SECTION.
               88 OPERATOR-LOAD-DONE   VALUE 'Y'.
           05 OPERATOR-KNOWN-SW        PIC X           VALUE 'N'.
               88 OPERATOR-KNOWN       VALUE 'Y'.
           05 AUTHORITY-LOAD-SW        PIC X           VALUE 'N'.
               88 AUTHORITY-LOAD-DONE  VALUE 'Y'.

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
               10 PT-QTY-ORDERED       PIC 9(4).
               10 PT-ORDER-DATE        PIC X(6).
               10 PT-EXPECTED-DATE     PIC X(6).
               10 PT-UNIT-COST         PIC 99V99.

       01 OPERATOR-AUTHORITY.
           05 AU-PROGRAM-ID            PIC X(10).
           05 AU-ROLE-CODE             PIC X(8)        VALUE SPACES.
           05 AU-CHECK-TYPE            PIC X(4)        VALUE SPACES.
           05 AU-REFERENCE             PIC X(12)       VALUE SPACES.
           05 AU-REASON                PIC X(24).
           05 AU-NUM-ENTRIES           PIC 99          VALUE 0.
           05 AUTHORITY-TBL-LINE OCCURS 1 TO 50 TIMES
               DEPENDING ON AU-NUM-ENTRIES
               INDEXED BY AUTHORITY-TBL-INDEX.
               10 AU-TRANS-TYPE        PIC X(4).
               10 AU-AMOUNT-LIMIT      PIC 9(7)V99.
               10 AU-PERCENT-LIMIT     PIC 9(3)V9.


      **************        OUTPUT AREA        ********************
                   NOT AT END
                       IF OM-OPERATOR-ID = WS-OPERATOR-ID
                           SET OPERATOR-KNOWN TO TRUE
                           MOVE OM-ROLE-CODE TO AU-ROLE-CODE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPERATOR-MASTER-FILE

           MOVE 'PRO04PMNT' TO AU-PROGRAM-ID

           IF NOT OPERATOR-KNOWN
               MOVE 'NOT ON OPERATOR MASTER' TO AU-REASON
               PERFORM 94-LOG-SECURITY-VIOLATION
               DISPLAY 'OPERATOR ID NOT ON MASTER - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 92-CHECK-PROGRAM-AUTHORITY

           ACCEPT WS-SIGNON-TIME FROM TIME
           .

       92-CHECK-PROGRAM-AUTHORITY.
      *    THE OPERATOR'S ROLE MUST HOLD AT LEAST ONE LINE FOR THIS
      *    PROGRAM ON THE ROLE AUTHORITY TABLE.  THE LINES ARE KEPT
      *    SO EACH TRANSACTION TYPE AND ITS LIMITS CAN BE CHECKED
      *    WITHOUT ANOTHER PASS OF THE FILE; A MISSING TABLE OR A
      *    BLANK ROLE AUTHORIZES NOTHING
           MOVE 0 TO AU-NUM-ENTRIES

           OPEN INPUT ROLE-AUTHORITY-FILE

           PERFORM UNTIL AUTHORITY-LOAD-DONE
               READ ROLE-AUTHORITY-FILE
                   AT END
                       SET AUTHORITY-LOAD-DONE TO TRUE
                   NOT AT END
                       IF RA-ROLE-CODE = AU-ROLE-CODE
                          AND RA-PROGRAM-ID = AU-PROGRAM-ID
                          AND AU-ROLE-CODE NOT = SPACES
                          AND RA-AMOUNT-LIMIT IS NUMERIC
                          AND RA-PERCENT-LIMIT IS NUMERIC
                          AND AU-NUM-ENTRIES < 50
                           ADD 1 TO AU-NUM-ENTRIES
                           MOVE RA-AUTHORITY-DATA
                               TO AUTHORITY-TBL-LINE (AU-NUM-ENTRIES)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ROLE-AUTHORITY-FILE

           IF AU-NUM-ENTRIES = 0
               MOVE 'PROGRAM NOT AUTHORIZED' TO AU-REASON
               PERFORM 94-LOG-SECURITY-VIOLATION
               DISPLAY 'ROLE NOT AUTHORIZED FOR PROGRAM - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       94-LOG-SECURITY-VIOLATION.
      *    EVERY REFUSED SIGN-ON, PROGRAM OR TRANSACTION IS APPENDED
      *    TO THE SECURITY VIOLATIONS LOG FOR THE WEEKLY SECREVW
      *    REVIEW
           ACCEPT SV-LOG-DATE FROM DATE
           ACCEPT SV-LOG-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO SV-OPERATOR-ID
           MOVE AU-ROLE-CODE TO SV-ROLE-CODE
           MOVE AU-PROGRAM-ID TO SV-PROGRAM-ID
           MOVE AU-CHECK-TYPE TO SV-TRANS-TYPE
           MOVE AU-REFERENCE TO SV-REFERENCE
           MOVE AU-REASON TO SV-REASON

           OPEN EXTEND SECURITY-LOG-FILE
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG-FILE
           .

       15-HOUSEKEEPING.
           OPEN INPUT PO-MAINT-TRANS-FILE
               OUTPUT PO-MAINT-AUDIT-FILE
                               PT-ORDER-DATE(PT-NUM-LINES)
                       MOVE OP-EXPECTED-DATE TO
                               PT-EXPECTED-DATE(PT-NUM-LINES)
                       IF OP-UNIT-COST IS NUMERIC
                           MOVE OP-UNIT-COST TO
                                   PT-UNIT-COST(PT-NUM-LINES)
                       ELSE
                           MOVE ZEROES TO PT-UNIT-COST(PT-NUM-LINES)
                       END-IF
               END-READ
           END-PERFORM

                       WHEN PM-DATE-CHANGE
                           PERFORM 32-APPLY-DATE-CHANGE

                       WHEN PM-COST-CHANGE
                           PERFORM 33-APPLY-COST-CHANGE

                       WHEN OTHER
                           MOVE 'REJECTED - BAD ACTION CODE' TO
                                   ADL-OUTCOME
           END-IF
           .

       33-APPLY-COST-CHANGE.
           IF PM-NEW-COST IS NOT NUMERIC OR PM-NEW-COST = 0
               MOVE 'REJECTED - BAD UNIT COST' TO ADL-OUTCOME
               PERFORM 47-WRITE-REJECT-LINE
           ELSE
               MOVE PM-NEW-COST TO PT-UNIT-COST(PO-TBL-INDEX)
               MOVE 'APPLIED - AGREED UNIT COST SET' TO ADL-OUTCOME
               PERFORM 46-WRITE-APPLIED-LINE
           END-IF
           .

       46-WRITE-APPLIED-LINE.
           ADD 1 TO PM-APPLIED-COUNT

                   MOVE PT-ORDER-DATE(PO-TBL-INDEX) TO OP-ORDER-DATE
                   MOVE PT-EXPECTED-DATE(PO-TBL-INDEX) TO
                           OP-EXPECTED-DATE
                   MOVE PT-UNIT-COST(PO-TBL-INDEX) TO OP-UNIT-COST

                   WRITE OPEN-PO-RECORD
               END-IF
