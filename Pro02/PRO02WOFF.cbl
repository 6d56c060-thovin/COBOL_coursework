      ***************
      * INPUTS:
      *    The WRITE-OFF TRANSACTION FILE holds one record per
      *    authorized write-off: invoice number, reason code,
      *    authorizing initials, and the date it takes effect
      *    (blank for the run date)
      *
      *    The OPEN INVOICE FILE holds every invoice still carrying
      *    a balance, and every open credit memo; credits are never
      *    written off or swept, and go back out untouched
      *
      *    The INVOICE DISPUTE FILE holds the credit desk's
      *    disputes.  Writing off a disputed invoice settles its
      *    dispute; the sweep leaves disputed invoices to their
      *    owners
      *
      *    The operator supplies the small-balance threshold;
      *    balances under it sweep off automatically with reason SB
      *
      *    The PERIOD CONTROL FILE lists each accounting month as
      *    open or closed; a write-off taking effect in a closed
      *    month is refused, and no sweep runs while the current
      *    month is closed
      *
      *    The OPERATOR MASTER FILE gives the signed-on operator's
      *    role, and the ROLE AUTHORITY FILE says which reason codes
      *    that role may write off and up to what amount; the sweep
      *    is checked as reason SB against its threshold
      *
      *    The APPROVAL QUEUE FILE holds write-offs waiting for a
      *    second operator; those another operator has approved
      *    since the last run are written off first

      * *******
      * OUTPUTS:
      *    The OPEN INVOICE FILE is rewritten without the written-
      *    off invoices
      *
      *    The INVOICE DISPUTE FILE is rewritten with each dispute
      *    settled by a write-off closed W
      *
      *    The WRITE-OFF REGISTER lists every write-off with its
      *    reason and initials, and totals the amount written off by
      *    reason code
      *
      *    The GL JOURNAL FILE gains one balanced summary batch per
      *    run charging the amount written off to bad debts
      *
      *    The SECURITY VIOLATIONS FILE gains a line for every
      *    write-off the operator's role is not authorized to make
      *
      *    A write-off over $5,000.00 is not made; it goes on the
      *    APPROVAL QUEUE FILE for a different operator to approve in
      *    APPRQUE, and the register gives its item ID
      ************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO 'OPEN-INVOICE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INVOICE-DISPUTE-FILE
               ASSIGN TO 'INVOICE-DISPUTES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WRITEOFF-REGISTER-FILE
               ASSIGN TO PRINTER 'WRITEOFF-REGISTER.TXT'.

      *    SHARED GENERAL LEDGER FEED -- EVERY SUBLEDGER APPENDS ONE
      *    BALANCED SUMMARY BATCH PER RUN, AND GLPOST POSTS THEM TO
      *    THE LEDGER BY ACCOUNT
           SELECT OPTIONAL GL-JOURNAL-FILE
               ASSIGN TO 'GL-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    ACCOUNTING PERIOD CONTROL -- ONE RECORD PER MONTH, OPEN
      *    OR CLOSED.  A MONTH NOT ON IT IS STILL OPEN; PERCLOSE
      *    CLOSES THEM
           SELECT OPTIONAL PERIOD-CONTROL-FILE
               ASSIGN TO 'PERIOD-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    EVERY OPERATOR ALLOWED TO WRITE OFF AN INVOICE; AN UNKNOWN
      *    ID IS REFUSED BEFORE ANY UPDATE RUNS
           SELECT OPERATOR-MASTER-FILE
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

      *    HIGH-IMPACT TRANSACTIONS HELD FOR A SECOND OPERATOR.
      *    APPRQUE RECORDS EACH APPROVAL OR REJECTION, AND THE NEXT
      *    RUN OF THE PROGRAM THAT HELD AN ITEM APPLIES IT ONCE
      *    APPROVED
           SELECT OPTIONAL APPROVAL-QUEUE-FILE
               ASSIGN TO 'APPROVAL-QUEUE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD WRITEOFF-TRANS-FILE
           RECORD CONTAINS 15 TO 21 CHARACTERS.

       01 WRITEOFF-TRANS-RECORD.
           05 WO-INVOICE-NUMBER     PIC X(10).
           05 WO-REASON-CODE        PIC XX.
           05 WO-INITIALS           PIC X(3).
           05 WO-EFFECTIVE-DATE     PIC X(6).

       FD OPEN-INVOICE-FILE
           RECORD CONTAINS 30 CHARACTERS.
               10 OI-INVOICE-SEQ    PIC 9(4).
           05 OI-CUST-ID            PIC 9(5).
           05 OI-INVOICE-AMOUNT     PIC 9(7)V99.
           05 OI-DOC-TYPE           PIC X.
               88 OI-CREDIT-MEMO    VALUE 'C'.
           05 FILLER                PIC X(5).

       FD INVOICE-DISPUTE-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01 INVOICE-DISPUTE-RECORD.
           05 DS-INVOICE-NUMBER     PIC X(10).
           05 DS-CUST-ID            PIC 9(5).
           05 DS-REASON-CODE        PIC XX.
           05 DS-DISPUTED-AMOUNT    PIC 9(7)V99.
           05 DS-OWNER              PIC X(3).
           05 DS-OPENED-DATE        PIC X(6).
           05 DS-STATUS             PIC X.
               88 DS-DISPUTE-OPEN   VALUE 'O'.
           05 DS-RESOLUTION         PIC X.
           05 DS-CLOSED-DATE        PIC X(6).
           05 FILLER                PIC X(7).

       FD WRITEOFF-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 REGISTER-RECORD           PIC X(80).

       FD GL-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 GL-JOURNAL-RECORD.
           05 GJ-SUBLEDGER          PIC X(4).
           05 GJ-BATCH-ID           PIC X(12).
           05 GJ-SOURCE             PIC X(10).
           05 GJ-ENTRY-DATE         PIC X(6).
      *    RESOLVED TO AN ACCOUNT THROUGH THE CHART OF ACCOUNTS
           05 GJ-INTERFACE-CODE     PIC X(8).
           05 GJ-DR-CR              PIC X.
           05 GJ-AMOUNT             PIC 9(9)V99.
           05 GJ-DESCRIPTION        PIC X(28).

       FD PERIOD-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.

       01 PERIOD-CONTROL-RECORD.
           05 PC-PERIOD             PIC X(4).
           05 PC-STATUS             PIC X.
               88 PC-PERIOD-CLOSED  VALUE 'C'.
           05 PC-CLOSED-DATE        PIC X(6).
           05 PC-CLOSED-BY          PIC X(10).

       FD OPERATOR-MASTER-FILE
           RECORD CONTAINS 38 CHARACTERS.

       01 OPERATOR-MASTER-RECORD.
           05 OM-OPERATOR-ID        PIC X(10).
           05 OM-OPERATOR-NAME      PIC X(20).
           05 OM-ROLE-CODE          PIC X(8).

       FD ROLE-AUTHORITY-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01 ROLE-AUTHORITY-RECORD.
           05 RA-ROLE-CODE          PIC X(8).
           05 RA-PROGRAM-ID         PIC X(10).
           05 RA-AUTHORITY-DATA.
               10 RA-TRANS-TYPE     PIC X(4).
               10 RA-AMOUNT-LIMIT   PIC 9(7)V99.
               10 RA-PERCENT-LIMIT  PIC 9(3)V9.
           05 FILLER                PIC X(5).

       FD SECURITY-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 SECURITY-LOG-RECORD.
           05 SV-LOG-DATE           PIC X(6).
           05 SV-LOG-TIME           PIC X(6).
           05 SV-OPERATOR-ID        PIC X(10).
           05 SV-ROLE-CODE          PIC X(8).
           05 SV-PROGRAM-ID         PIC X(10).
           05 SV-TRANS-TYPE         PIC X(4).
           05 SV-REFERENCE          PIC X(12).
           05 SV-REASON             PIC X(24).

       FD APPROVAL-QUEUE-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01 APPROVAL-QUEUE-RECORD     PIC X(200).


       WORKING-STORAGE SECTION.

           05 WF-APPLIED-COUNT      PIC 9(5)       VALUE 0.
           05 WF-REJECTED-COUNT     PIC 9(5)       VALUE 0.
           05 WF-SWEPT-COUNT        PIC 9(5)       VALUE 0.
           05 WF-HELD-COUNT         PIC 9(5)       VALUE 0.
           05 WF-DISPUTE-CLOSED-COUNT PIC 9(5)     VALUE 0.
           05 DISPUTE-LOAD-EOF-SW   PIC X          VALUE 'N'.
               88 DISPUTE-LOAD-DONE VALUE 'Y'.
           05 PERIOD-LOAD-EOF-SW    PIC X          VALUE 'N'.
               88 PERIOD-LOAD-DONE  VALUE 'Y'.
           05 HF-PERIOD-SW          PIC X.
               88 HF-PERIOD-CLOSED  VALUE 'Y'.
           05 OPERATOR-LOAD-SW      PIC X          VALUE 'N'.
               88 OPERATOR-LOAD-DONE VALUE 'Y'.
           05 OPERATOR-KNOWN-SW     PIC X          VALUE 'N'.
               88 OPERATOR-KNOWN    VALUE 'Y'.
           05 AUTHORITY-LOAD-SW     PIC X          VALUE 'N'.
               88 AUTHORITY-LOAD-DONE VALUE 'Y'.
           05 AUTHORITY-MATCH-SW    PIC X          VALUE 'N'.
               88 AUTHORITY-MATCHED VALUE 'Y'.
           05 TRANS-AUTHORITY-SW    PIC X          VALUE 'N'.
               88 TRANS-AUTHORIZED  VALUE 'Y'.
           05 APPROVAL-LOAD-SW      PIC X          VALUE 'N'.
               88 APPROVAL-LOAD-DONE VALUE 'Y'.
           05 APPROVED-ITEM-SW      PIC X          VALUE 'N'.
               88 APPROVED-ITEM     VALUE 'Y'.

       01 RUN-PARAMETERS.
           05 WS-THRESHOLD-IN       PIC X(8).
           05 WS-SWEEP-THRESHOLD    PIC 9(5)V99    VALUE 0.
      *    A WRITE-OFF OVER THIS WAITS FOR A SECOND OPERATOR
           05 WS-APPROVAL-LIMIT     PIC 9(7)V99    VALUE 5000.00.

       01 WS-DATE.
           05 WS-YEAR               PIC XX.
           05 WS-MONTH              PIC XX.
           05 WS-DAY                PIC XX.

       01 WS-TIME-NOW               PIC X(8).

       01 WS-OPERATOR-ID            PIC X(10)      VALUE SPACES.

      *    EVERYTHING WRITTEN OFF THIS RUN, FOR THE GENERAL LEDGER
       01 GT-WRITEOFF-TOTAL         PIC 9(9)V99    VALUE 0.

       01 INVOICE-TABLE-AREA.
           05 IN-NUM-INVOICES       PIC 9(4)       VALUE 0.
           05 INVOICE-TBL-LINE OCCURS 1 TO 1000 TIMES
               10 IN-INVOICE-NUMBER PIC X(10).
               10 IN-CUST-ID        PIC 9(5).
               10 IN-AMOUNT         PIC 9(7)V99.
               10 IN-DOC-TYPE       PIC X.
               10 IN-DISPUTE-SW     PIC X.
                   88 IN-DISPUTED   VALUE 'Y'.

       01 DISPUTE-TABLE-AREA.
      *    THE WHOLE DISPUTE FILE, WRITTEN BACK WHEN A WRITE-OFF
      *    SETTLES ONE
           05 DP-NUM-DISPUTES       PIC 9(4)       VALUE 0.
           05 DISPUTE-TBL-LINE OCCURS 1 TO 1000 TIMES
               DEPENDING ON DP-NUM-DISPUTES
               INDEXED BY DISPUTE-TBL-INDEX.
               10 DP-DISPUTE-DATA.
                   15 DP-INVOICE-NUMBER PIC X(10).
                   15 FILLER        PIC X(25).
                   15 DP-STATUS     PIC X.
                       88 DP-DISPUTE-OPEN VALUE 'O'.
                   15 DP-RESOLUTION PIC X.
                   15 DP-CLOSED-DATE PIC X(6).
                   15 FILLER        PIC X(7).

       01 CLOSED-PERIOD-AREA.
      *    EVERY MONTH THE PERIOD CONTROL FILE SHOWS CLOSED
           05 CP-NUM-PERIODS        PIC 999        VALUE 0.
           05 CLOSED-PERIOD-LINE OCCURS 1 TO 600 TIMES
               DEPENDING ON CP-NUM-PERIODS
               INDEXED BY CLOSED-PERIOD-INDEX.
               10 CP-PERIOD         PIC X(4).

       01 REASON-TOTAL-TABLE-AREA.
      *    AMOUNT WRITTEN OFF PER REASON CODE FOR THE REGISTER
               10 RT-REASON-TOTAL   PIC 9(9)V99    VALUE 0.

       01 HOLD-FIELDS.
           05 HF-FIND-INVOICE       PIC X(10).
           05 HF-REASON-CODE        PIC XX.
           05 HF-WRITEOFF-AMOUNT    PIC 9(7)V99.
           05 HF-CHECK-PERIOD       PIC X(4).

      *    ONE ITEM ON THE APPROVAL QUEUE
       01 APPROVAL-ITEM.
           05 AI-ITEM-ID            PIC X(15).
           05 AI-PROGRAM-ID         PIC X(10).
           05 AI-TRANS-TYPE         PIC X(4).
           05 AI-STATUS             PIC X.
               88 AI-PENDING        VALUE 'P'.
               88 AI-APPROVED       VALUE 'A'.
               88 AI-REJECTED       VALUE 'R'.
               88 AI-EXPIRED        VALUE 'X'.
               88 AI-APPLIED        VALUE 'D'.
           05 AI-SUBMITTED-DATE     PIC X(6).
           05 AI-SUBMITTED-BY       PIC X(10).
           05 AI-DECIDED-DATE       PIC X(6).
           05 AI-DECIDED-BY         PIC X(10).
           05 AI-APPLIED-DATE       PIC X(6).
           05 AI-AMOUNT             PIC 9(7)V99.
           05 AI-PERCENT            PIC 9(3)V99.
           05 AI-DESCRIPTION        PIC X(30).
           05 AI-TRANS-IMAGE        PIC X(80).
           05 FILLER                PIC X(8)       VALUE SPACES.

       01 APPROVAL-QUEUE-AREA.
           05 AQ-HELD-SEQ           PIC 999        VALUE 0.
           05 AQ-TIME-NOW           PIC X(8).
           05 AQ-NUM-ITEMS          PIC 9(4)       VALUE 0.
           05 APPROVAL-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON AQ-NUM-ITEMS
               INDEXED BY APPROVAL-TBL-INDEX.
               10 AQ-ITEM-DATA      PIC X(200).

       01 OPERATOR-AUTHORITY.
           05 AU-PROGRAM-ID         PIC X(10).
           05 AU-ROLE-CODE          PIC X(8)       VALUE SPACES.
           05 AU-CHECK-TYPE         PIC X(4)       VALUE SPACES.
           05 AU-CHECK-AMOUNT       PIC 9(7)V99    VALUE 0.
           05 AU-CHECK-PERCENT      PIC 9(3)V99    VALUE 0.
           05 AU-REFERENCE          PIC X(12)      VALUE SPACES.
           05 AU-REASON             PIC X(24).
           05 AU-NUM-ENTRIES        PIC 99         VALUE 0.
           05 AUTHORITY-TBL-LINE OCCURS 1 TO 50 TIMES
               DEPENDING ON AU-NUM-ENTRIES
               INDEXED BY AUTHORITY-TBL-INDEX.
               10 AU-TRANS-TYPE     PIC X(4).
               10 AU-AMOUNT-LIMIT   PIC 9(7)V99.
               10 AU-PERCENT-LIMIT  PIC 9(3)V9.


      **************        OUTPUT AREA        ********************
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 RDL-NOTE              PIC X(36).

       01 REGISTER-APPROVAL-LINE.
           05                       PIC X(14)      VALUE
                   'APPROVED ITEM '.
           05 RAL-ITEM-ID           PIC X(15).
           05                       PIC X(13)      VALUE
                   ' APPROVED BY '.
           05 RAL-DECIDED-BY        PIC X(10).
           05 FILLER                PIC X(28)      VALUE SPACES.

       01 REASON-TOTAL-LINE.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(8)       VALUE 'REASON '.
           05 RTL-REASON-TOTAL      PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(42)      VALUE SPACES.

       01 SWEEP-CLOSED-LINE.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(45)      VALUE
                   'NO SWEEP RUN - THE CURRENT MONTH IS CLOSED'.
           05 FILLER                PIC X(30)      VALUE SPACES.

       01 SWEEP-REFUSED-LINE.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(15)      VALUE
                   'NO SWEEP RUN - '.
           05 SRL-REASON            PIC X(24).
           05 FILLER                PIC X(36)      VALUE SPACES.

       01 REGISTER-TOTAL-LINE.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(9)       VALUE
           05 FILLER                PIC X(3)       VALUE SPACES.
           05                       PIC X(7)       VALUE 'SWEPT: '.
           05 RGT-SWEPT-COUNT       PIC ZZ,ZZ9.
           05 FILLER                PIC X(3)       VALUE SPACES.
           05                       PIC X(6)       VALUE 'HELD: '.
           05 RGT-HELD-COUNT        PIC ZZ,ZZ9.
           05 FILLER                PIC X(10)      VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 12-OPERATOR-SIGN-ON
           PERFORM 13-GET-RUN-PARAMETERS
           PERFORM 15-HOUSEKEEPING
           PERFORM 18-LOAD-CLOSED-PERIODS
           PERFORM 19-LOAD-DISPUTES
           PERFORM 21-LOAD-OPEN-INVOICES
           PERFORM 95-LOAD-APPROVAL-QUEUE
           PERFORM 26-APPLY-APPROVED-WRITEOFFS
           PERFORM 25-PROCESS-TRANSACTIONS
           PERFORM 50-SWEEP-SMALL-BALANCES
           PERFORM 60-PRINT-REASON-TOTALS
           PERFORM 70-REWRITE-OPEN-INVOICES
           PERFORM 75-REWRITE-DISPUTES
           PERFORM 80-WRITE-GL-BATCH
           PERFORM 97-REWRITE-APPROVAL-QUEUE
           PERFORM 100-WRAP-UP
           .

       12-OPERATOR-SIGN-ON.
      *    THE SIGN-ON COMES FROM THE ENVIRONMENT WHEN A DRIVER SET
      *    IT, OTHERWISE FROM THE CONSOLE; AN ID NOT ON THE
      *    OPERATOR MASTER IS REFUSED BEFORE ANY UPDATE RUNS
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR-ID'

           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'OPERATOR ID: '
               ACCEPT WS-OPERATOR-ID
           END-IF

           OPEN INPUT OPERATOR-MASTER-FILE

           PERFORM UNTIL OPERATOR-LOAD-DONE
               READ OPERATOR-MASTER-FILE
                   AT END
                       SET OPERATOR-LOAD-DONE TO TRUE
                   NOT AT END
                       IF OM-OPERATOR-ID = WS-OPERATOR-ID
                           SET OPERATOR-KNOWN TO TRUE
                           MOVE OM-ROLE-CODE TO AU-ROLE-CODE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPERATOR-MASTER-FILE

           MOVE 'PRO02WOFF' TO AU-PROGRAM-ID

           IF NOT OPERATOR-KNOWN
               MOVE 'NOT ON OPERATOR MASTER' TO AU-REASON
               PERFORM 94-LOG-SECURITY-VIOLATION
               DISPLAY 'OPERATOR ID NOT ON MASTER - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 92-CHECK-PROGRAM-AUTHORITY
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

       93-CHECK-TRANS-AUTHORITY.
      *    A LINE FOR THE EXACT TRANSACTION TYPE WINS OVER A '*' LINE
      *    COVERING EVERY TYPE; A ZERO LIMIT MEANS THE ROLE HAS NO
      *    CEILING.  A REFUSAL IS LOGGED FOR THE WEEKLY REVIEW
           MOVE 'N' TO AUTHORITY-MATCH-SW
           MOVE 'N' TO TRANS-AUTHORITY-SW

           SET AUTHORITY-TBL-INDEX TO 1
           SEARCH AUTHORITY-TBL-LINE
               WHEN AU-TRANS-TYPE (AUTHORITY-TBL-INDEX) = AU-CHECK-TYPE
                   SET AUTHORITY-MATCHED TO TRUE
           END-SEARCH

           IF NOT AUTHORITY-MATCHED
               SET AUTHORITY-TBL-INDEX TO 1
               SEARCH AUTHORITY-TBL-LINE
                   WHEN AU-TRANS-TYPE (AUTHORITY-TBL-INDEX) = '*'
                       SET AUTHORITY-MATCHED TO TRUE
               END-SEARCH
           END-IF

           EVALUATE TRUE
               WHEN NOT AUTHORITY-MATCHED
                   MOVE 'TYPE NOT AUTHORIZED' TO AU-REASON
               WHEN AU-AMOUNT-LIMIT (AUTHORITY-TBL-INDEX) > 0
                AND AU-CHECK-AMOUNT >
                    AU-AMOUNT-LIMIT (AUTHORITY-TBL-INDEX)
                   MOVE 'OVER DOLLAR LIMIT' TO AU-REASON
               WHEN AU-PERCENT-LIMIT (AUTHORITY-TBL-INDEX) > 0
                AND AU-CHECK-PERCENT >
                    AU-PERCENT-LIMIT (AUTHORITY-TBL-INDEX)
                   MOVE 'OVER PERCENT LIMIT' TO AU-REASON
               WHEN OTHER
                   SET TRANS-AUTHORIZED TO TRUE
           END-EVALUATE

           IF NOT TRANS-AUTHORIZED
               PERFORM 94-LOG-SECURITY-VIOLATION
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

       95-LOAD-APPROVAL-QUEUE.
      *    THE WHOLE QUEUE IS HELD SO THIS RUN CAN MARK THE ITEMS IT
      *    APPLIES AND ADD THE ITEMS IT HOLDS; NO QUEUE YET JUST
      *    MEANS NOTHING IS WAITING
           OPEN INPUT APPROVAL-QUEUE-FILE

           PERFORM UNTIL APPROVAL-LOAD-DONE
               READ APPROVAL-QUEUE-FILE
                   AT END
                       SET APPROVAL-LOAD-DONE TO TRUE
                   NOT AT END
                       IF AQ-NUM-ITEMS < 2000
                           ADD 1 TO AQ-NUM-ITEMS
                           MOVE APPROVAL-QUEUE-RECORD TO
                                   AQ-ITEM-DATA(AQ-NUM-ITEMS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE APPROVAL-QUEUE-FILE
           .

       96-QUEUE-FOR-APPROVAL.
      *    THE CALLER FILLS IN THE TYPE, AMOUNT, PERCENT, DESCRIPTION,
      *    AND TRANSACTION IMAGE; THE ITEM ID IS THE RUN DATE AND
      *    TIME AND A SEQUENCE WITHIN THE RUN
           ADD 1 TO AQ-HELD-SEQ
           ACCEPT AQ-TIME-NOW FROM TIME
           MOVE SPACES TO AI-ITEM-ID
           STRING WS-YEAR WS-MONTH WS-DAY AQ-TIME-NOW(1:6)
                  AQ-HELD-SEQ DELIMITED BY SIZE
               INTO AI-ITEM-ID
           END-STRING
           MOVE 'PRO02WOFF' TO AI-PROGRAM-ID
           SET AI-PENDING TO TRUE
           MOVE WS-DATE TO AI-SUBMITTED-DATE
           MOVE WS-OPERATOR-ID TO AI-SUBMITTED-BY
           MOVE SPACES TO AI-DECIDED-DATE
                          AI-DECIDED-BY
                          AI-APPLIED-DATE

           IF AQ-NUM-ITEMS < 2000
               ADD 1 TO AQ-NUM-ITEMS
               MOVE APPROVAL-ITEM TO AQ-ITEM-DATA(AQ-NUM-ITEMS)
           END-IF
           .

       97-REWRITE-APPROVAL-QUEUE.
           OPEN OUTPUT APPROVAL-QUEUE-FILE

           PERFORM VARYING APPROVAL-TBL-INDEX FROM 1 BY 1
               UNTIL APPROVAL-TBL-INDEX > AQ-NUM-ITEMS
               WRITE APPROVAL-QUEUE-RECORD FROM
                   AQ-ITEM-DATA(APPROVAL-TBL-INDEX)
           END-PERFORM

           CLOSE APPROVAL-QUEUE-FILE
           .

       13-GET-RUN-PARAMETERS.
           DISPLAY 'SMALL-BALANCE SWEEP THRESHOLD (0 = NO SWEEP): '
           ACCEPT WS-THRESHOLD-IN
               AFTER ADVANCING 2 LINES
           .

       18-LOAD-CLOSED-PERIODS.
      *    NO PERIOD CONTROL FILE YET JUST MEANS NO MONTH IS CLOSED
           OPEN INPUT PERIOD-CONTROL-FILE

           PERFORM UNTIL PERIOD-LOAD-DONE
               READ PERIOD-CONTROL-FILE
                   AT END
                       SET PERIOD-LOAD-DONE TO TRUE
                   NOT AT END
                       IF PC-PERIOD-CLOSED AND CP-NUM-PERIODS < 600
                           ADD 1 TO CP-NUM-PERIODS
                           MOVE PC-PERIOD TO
                                   CP-PERIOD(CP-NUM-PERIODS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PERIOD-CONTROL-FILE
           .

       19-LOAD-DISPUTES.
      *    NO DISPUTE FILE YET JUST MEANS NOTHING IS IN DISPUTE
           OPEN INPUT INVOICE-DISPUTE-FILE

           PERFORM UNTIL DISPUTE-LOAD-DONE
               READ INVOICE-DISPUTE-FILE
                   AT END
                       SET DISPUTE-LOAD-DONE TO TRUE
                   NOT AT END
                       IF DP-NUM-DISPUTES < 1000
                           ADD 1 TO DP-NUM-DISPUTES
                           MOVE INVOICE-DISPUTE-RECORD TO
                                   DP-DISPUTE-DATA(DP-NUM-DISPUTES)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INVOICE-DISPUTE-FILE
           .

       21-LOAD-OPEN-INVOICES.
           OPEN INPUT OPEN-INVOICE-FILE

                               IN-CUST-ID(IN-NUM-INVOICES)
                       MOVE OI-INVOICE-AMOUNT TO
                               IN-AMOUNT(IN-NUM-INVOICES)
                       MOVE OI-DOC-TYPE TO
                               IN-DOC-TYPE(IN-NUM-INVOICES)
                       PERFORM 24-FLAG-DISPUTED-INVOICE
               END-READ
           END-PERFORM

           CLOSE OPEN-INVOICE-FILE
           .

       24-FLAG-DISPUTED-INVOICE.
           MOVE OI-INVOICE-NUMBER TO HF-FIND-INVOICE
           PERFORM 33-FIND-OPEN-DISPUTE

           IF DISPUTE-TBL-INDEX > DP-NUM-DISPUTES
               MOVE 'N' TO IN-DISPUTE-SW(IN-NUM-INVOICES)
           ELSE
               MOVE 'Y' TO IN-DISPUTE-SW(IN-NUM-INVOICES)
           END-IF
           .

       25-PROCESS-TRANSACTIONS.
           PERFORM UNTIL EOF-FLAG = 'T'
               READ WRITEOFF-TRANS-FILE
                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       PERFORM 27-POST-WRITEOFF-TRANS
               END-READ
           END-PERFORM
           .

       26-APPLY-APPROVED-WRITEOFFS.
      *    WRITE-OFFS ANOTHER OPERATOR HAS APPROVED SINCE THE LAST RUN
      *    GO ON FIRST, WITHOUT BEING HELD AGAIN
           PERFORM VARYING APPROVAL-TBL-INDEX FROM 1 BY 1
               UNTIL APPROVAL-TBL-INDEX > AQ-NUM-ITEMS
               MOVE AQ-ITEM-DATA(APPROVAL-TBL-INDEX) TO APPROVAL-ITEM
               IF AI-PROGRAM-ID = 'PRO02WOFF' AND AI-APPROVED
                   MOVE AI-ITEM-ID TO RAL-ITEM-ID
                   MOVE AI-DECIDED-BY TO RAL-DECIDED-BY
                   MOVE REGISTER-APPROVAL-LINE TO REGISTER-RECORD
                   WRITE REGISTER-RECORD
                       AFTER ADVANCING 1 LINES

                   MOVE AI-TRANS-IMAGE TO WRITEOFF-TRANS-RECORD
                   SET APPROVED-ITEM TO TRUE
                   SET TRANS-AUTHORIZED TO TRUE
                   PERFORM 27-POST-WRITEOFF-TRANS
                   MOVE 'N' TO APPROVED-ITEM-SW

      *            ONE THIS OPERATOR'S ROLE MAY NOT POST STAYS APPROVED
      *            FOR A RUN BY AN OPERATOR WHOSE ROLE MAY
                   IF TRANS-AUTHORIZED
                       SET AI-APPLIED TO TRUE
                       MOVE WS-DATE TO AI-APPLIED-DATE
                       MOVE APPROVAL-ITEM TO
                               AQ-ITEM-DATA(APPROVAL-TBL-INDEX)
                   END-IF
               END-IF
           END-PERFORM
           .

       27-POST-WRITEOFF-TRANS.
           PERFORM 28-CHECK-WRITEOFF-PERIOD
           IF HF-PERIOD-CLOSED
               PERFORM 34-REFUSE-CLOSED-PERIOD
           ELSE
               PERFORM 30-APPLY-WRITEOFF
           END-IF
           .

       28-CHECK-WRITEOFF-PERIOD.
      *    A WRITE-OFF WITH NO EFFECTIVE DATE TAKES EFFECT TODAY
           IF WO-EFFECTIVE-DATE IS NUMERIC
               MOVE WO-EFFECTIVE-DATE(1:4) TO HF-CHECK-PERIOD
           ELSE
               MOVE WS-DATE(1:4) TO HF-CHECK-PERIOD
           END-IF

           PERFORM 29-CHECK-CLOSED-PERIOD
           .

       29-CHECK-CLOSED-PERIOD.
           MOVE 'N' TO HF-PERIOD-SW

           IF CP-NUM-PERIODS > 0
               SET CLOSED-PERIOD-INDEX TO 1
               SEARCH CLOSED-PERIOD-LINE
                   WHEN CP-PERIOD(CLOSED-PERIOD-INDEX) =
                           HF-CHECK-PERIOD
                       SET HF-PERIOD-CLOSED TO TRUE
               END-SEARCH
           END-IF
           .

       34-REFUSE-CLOSED-PERIOD.
           ADD 1 TO WF-REJECTED-COUNT
           MOVE WO-INVOICE-NUMBER TO RDL-INVOICE-NUMBER
           MOVE ZEROES TO RDL-CUST-ID
           MOVE ZEROES TO RDL-AMOUNT
           MOVE WO-REASON-CODE TO RDL-REASON-CODE
           MOVE WO-INITIALS TO RDL-INITIALS
           MOVE 'REJECTED - PERIOD CLOSED' TO RDL-NOTE
           PERFORM 45-WRITE-REGISTER-LINE
           .

       36-REFUSE-UNAUTHORIZED.
      *    THE OPERATOR'S ROLE MAY NOT WRITE OFF THIS REASON CODE, OR
      *    NOT THIS MUCH; THE INVOICE STAYS OPEN
           ADD 1 TO WF-REJECTED-COUNT
           MOVE WO-INVOICE-NUMBER TO RDL-INVOICE-NUMBER
           MOVE IN-CUST-ID(INVOICE-TBL-INDEX) TO RDL-CUST-ID
           MOVE IN-AMOUNT(INVOICE-TBL-INDEX) TO RDL-AMOUNT
           MOVE WO-REASON-CODE TO RDL-REASON-CODE
           MOVE WO-INITIALS TO RDL-INITIALS
           MOVE SPACES TO RDL-NOTE
           STRING 'REJECTED - ' AU-REASON DELIMITED BY SIZE
               INTO RDL-NOTE
           END-STRING
           PERFORM 45-WRITE-REGISTER-LINE
           .

       37-HOLD-FOR-APPROVAL.
      *    THE INVOICE STAYS OPEN UNTIL A SECOND OPERATOR APPROVES
      *    THE WRITE-OFF
           MOVE WO-REASON-CODE TO AI-TRANS-TYPE
           MOVE IN-AMOUNT(INVOICE-TBL-INDEX) TO AI-AMOUNT
           MOVE ZEROES TO AI-PERCENT
           MOVE SPACES TO AI-DESCRIPTION
           STRING 'WRITE OFF INVOICE ' WO-INVOICE-NUMBER
                  DELIMITED BY SIZE
               INTO AI-DESCRIPTION
           END-STRING
           MOVE WRITEOFF-TRANS-RECORD TO AI-TRANS-IMAGE
           PERFORM 96-QUEUE-FOR-APPROVAL
           ADD 1 TO WF-HELD-COUNT

           MOVE WO-INVOICE-NUMBER TO RDL-INVOICE-NUMBER
           MOVE IN-CUST-ID(INVOICE-TBL-INDEX) TO RDL-CUST-ID
           MOVE IN-AMOUNT(INVOICE-TBL-INDEX) TO RDL-AMOUNT
           MOVE WO-REASON-CODE TO RDL-REASON-CODE
           MOVE WO-INITIALS TO RDL-INITIALS
           MOVE SPACES TO RDL-NOTE
           STRING 'HELD FOR APPROVAL - ' AI-ITEM-ID DELIMITED BY SIZE
               INTO RDL-NOTE
           END-STRING
           PERFORM 45-WRITE-REGISTER-LINE
           .

       30-APPLY-WRITEOFF.
           SET INVOICE-TBL-INDEX TO 1
           SEARCH INVOICE-TBL-LINE
               WHEN WO-INVOICE-NUMBER =
                           IN-INVOICE-NUMBER(INVOICE-TBL-INDEX)
                   AND NOT IN-WRITTEN-OFF(INVOICE-TBL-INDEX)
                   AND IN-DOC-TYPE(INVOICE-TBL-INDEX) = SPACE
                   MOVE WO-REASON-CODE TO AU-CHECK-TYPE
                   MOVE IN-AMOUNT(INVOICE-TBL-INDEX) TO AU-CHECK-AMOUNT
                   MOVE WO-INVOICE-NUMBER TO AU-REFERENCE
                   PERFORM 93-CHECK-TRANS-AUTHORITY

                   EVALUATE TRUE
                       WHEN NOT TRANS-AUTHORIZED
                           PERFORM 36-REFUSE-UNAUTHORIZED
                       WHEN IN-AMOUNT(INVOICE-TBL-INDEX) >
                               WS-APPROVAL-LIMIT
                        AND NOT APPROVED-ITEM
                           PERFORM 37-HOLD-FOR-APPROVAL
                       WHEN OTHER
                           PERFORM 31-WRITE-OFF-INVOICE
                   END-EVALUATE
           END-SEARCH
           .

       31-WRITE-OFF-INVOICE.
           ADD 1 TO WF-APPLIED-COUNT
           MOVE 'Y' TO IN-WRITEOFF-SW(INVOICE-TBL-INDEX)

           MOVE IN-AMOUNT(INVOICE-TBL-INDEX) TO HF-WRITEOFF-AMOUNT
           MOVE WO-REASON-CODE TO HF-REASON-CODE
           PERFORM 40-POST-REASON-TOTAL

           MOVE WO-INVOICE-NUMBER TO RDL-INVOICE-NUMBER
           MOVE IN-CUST-ID(INVOICE-TBL-INDEX) TO RDL-CUST-ID
           MOVE HF-WRITEOFF-AMOUNT TO RDL-AMOUNT
           MOVE WO-REASON-CODE TO RDL-REASON-CODE
           MOVE WO-INITIALS TO RDL-INITIALS
           MOVE 'WRITTEN OFF' TO RDL-NOTE

           IF IN-DISPUTED(INVOICE-TBL-INDEX)
               PERFORM 32-CLOSE-DISPUTE
           END-IF
           PERFORM 45-WRITE-REGISTER-LINE
           .

       32-CLOSE-DISPUTE.
      *    WRITING THE INVOICE OFF IS HOW THE DISPUTE WAS SETTLED
           MOVE WO-INVOICE-NUMBER TO HF-FIND-INVOICE
           PERFORM 33-FIND-OPEN-DISPUTE

           IF DISPUTE-TBL-INDEX NOT > DP-NUM-DISPUTES
               ADD 1 TO WF-DISPUTE-CLOSED-COUNT
               MOVE 'C' TO DP-STATUS(DISPUTE-TBL-INDEX)
               MOVE 'W' TO DP-RESOLUTION(DISPUTE-TBL-INDEX)
               MOVE WS-DATE TO DP-CLOSED-DATE(DISPUTE-TBL-INDEX)
               MOVE 'WRITTEN OFF - DISPUTE CLOSED' TO RDL-NOTE
           END-IF
           .

       33-FIND-OPEN-DISPUTE.
      *    LEAVES THE INDEX PAST THE END WHEN THE INVOICE HAS NO
      *    OPEN DISPUTE
           SET DISPUTE-TBL-INDEX TO 1
           SEARCH DISPUTE-TBL-LINE
               AT END
                   SET DISPUTE-TBL-INDEX TO DP-NUM-DISPUTES
                   SET DISPUTE-TBL-INDEX UP BY 1

               WHEN HF-FIND-INVOICE =
                           DP-INVOICE-NUMBER(DISPUTE-TBL-INDEX)
                   AND DP-DISPUTE-OPEN(DISPUTE-TBL-INDEX)
                   CONTINUE
           END-SEARCH
           .

       40-POST-REASON-TOTAL.
           ADD HF-WRITEOFF-AMOUNT TO GT-WRITEOFF-TOTAL

           SET REASON-TBL-INDEX TO 1
           SEARCH REASON-TBL-LINE
               AT END
      *    BALANCES UNDER THE OPERATOR THRESHOLD COST MORE TO CHASE
      *    THAN TO CLEAR -- SWEPT OFF WITH REASON SB AND NO
      *    AUTHORIZING INITIALS, SINCE THE THRESHOLD IS THE
      *    AUTHORITY.  A DISPUTED INVOICE IS LEFT FOR ITS OWNER.
      *    A SWEEP TAKES EFFECT TODAY, SO NONE RUNS WHILE THIS MONTH
      *    IS CLOSED.  THE OPERATOR'S ROLE MUST BE AUTHORIZED FOR
      *    REASON SB UP TO THE THRESHOLD ASKED FOR.  NO BALANCE OVER
      *    THE SECOND-OPERATOR LIMIT IS EVER SWEPT; IT TAKES A
      *    WRITE-OFF TRANSACTION AND AN APPROVAL
           MOVE WS-DATE(1:4) TO HF-CHECK-PERIOD
           PERFORM 29-CHECK-CLOSED-PERIOD

           IF WS-SWEEP-THRESHOLD > 0 AND HF-PERIOD-CLOSED
               MOVE SWEEP-CLOSED-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD
                   AFTER ADVANCING 1 LINES
               MOVE ZEROES TO WS-SWEEP-THRESHOLD
           END-IF

           IF WS-SWEEP-THRESHOLD > 0
               MOVE 'SB' TO AU-CHECK-TYPE
               MOVE WS-SWEEP-THRESHOLD TO AU-CHECK-AMOUNT
               MOVE 'SWEEP' TO AU-REFERENCE
               PERFORM 93-CHECK-TRANS-AUTHORITY

               IF NOT TRANS-AUTHORIZED
                   MOVE AU-REASON TO SRL-REASON
                   MOVE SWEEP-REFUSED-LINE TO REGISTER-RECORD
                   WRITE REGISTER-RECORD
                       AFTER ADVANCING 1 LINES
                   MOVE ZEROES TO WS-SWEEP-THRESHOLD
               END-IF
           END-IF

           IF WS-SWEEP-THRESHOLD > 0
               PERFORM VARYING INVOICE-TBL-INDEX FROM 1 BY 1
                   UNTIL INVOICE-TBL-INDEX > IN-NUM-INVOICES

                   IF NOT IN-WRITTEN-OFF(INVOICE-TBL-INDEX) AND
                           IN-DOC-TYPE(INVOICE-TBL-INDEX) = SPACE AND
                           NOT IN-DISPUTED(INVOICE-TBL-INDEX) AND
                           IN-AMOUNT(INVOICE-TBL-INDEX) <
                                   WS-SWEEP-THRESHOLD AND
                           IN-AMOUNT(INVOICE-TBL-INDEX) NOT >
                                   WS-APPROVAL-LIMIT
                       ADD 1 TO WF-SWEPT-COUNT
                       MOVE 'Y' TO
                               IN-WRITEOFF-SW(INVOICE-TBL-INDEX)
                   MOVE IN-AMOUNT(INVOICE-TBL-INDEX) TO
                           OI-INVOICE-AMOUNT
                   MOVE SPACES TO OPEN-INVOICE-RECORD(25:6)
                   MOVE IN-DOC-TYPE(INVOICE-TBL-INDEX) TO OI-DOC-TYPE

                   WRITE OPEN-INVOICE-RECORD
               END-IF
           CLOSE OPEN-INVOICE-FILE
           .

       75-REWRITE-DISPUTES.
           IF WF-DISPUTE-CLOSED-COUNT > 0
               OPEN OUTPUT INVOICE-DISPUTE-FILE

               PERFORM VARYING DISPUTE-TBL-INDEX FROM 1 BY 1
                   UNTIL DISPUTE-TBL-INDEX > DP-NUM-DISPUTES

                   WRITE INVOICE-DISPUTE-RECORD FROM
                           DP-DISPUTE-DATA(DISPUTE-TBL-INDEX)
               END-PERFORM

               CLOSE INVOICE-DISPUTE-FILE
           END-IF
           .

       80-WRITE-GL-BATCH.
      *    ONE SUMMARY BATCH FOR THE RUN, STAMPED WITH THE RUN DATE
      *    AND TIME SO GLPOST CAN TELL ONE RUN'S BATCH FROM THE NEXT.
      *    EVERY REASON CODE, SWEEP INCLUDED, IS A BAD DEBT
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'WOFF' TO GJ-SUBLEDGER
           STRING WS-YEAR WS-MONTH WS-DAY WS-TIME-NOW(1:6)
               DELIMITED BY SIZE INTO GJ-BATCH-ID
           END-STRING
           MOVE 'PRO02WOFF' TO GJ-SOURCE
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO GJ-ENTRY-DATE
           END-STRING
           MOVE GT-WRITEOFF-TOTAL TO GJ-AMOUNT

           IF GJ-AMOUNT > 0
               OPEN EXTEND GL-JOURNAL-FILE

               MOVE 'BADDEBT' TO GJ-INTERFACE-CODE
               MOVE 'D' TO GJ-DR-CR
               MOVE 'INVOICES WRITTEN OFF' TO GJ-DESCRIPTION
               WRITE GL-JOURNAL-RECORD

               MOVE 'ARTRADE' TO GJ-INTERFACE-CODE
               MOVE 'C' TO GJ-DR-CR
               MOVE 'RECEIVABLES WRITTEN OFF' TO GJ-DESCRIPTION
               WRITE GL-JOURNAL-RECORD

               CLOSE GL-JOURNAL-FILE
           END-IF
           .

       100-WRAP-UP.
           MOVE WF-APPLIED-COUNT TO RGT-APPLIED-COUNT
           MOVE WF-REJECTED-COUNT TO RGT-REJECTED-COUNT
           MOVE WF-SWEPT-COUNT TO RGT-SWEPT-COUNT
           MOVE WF-HELD-COUNT TO RGT-HELD-COUNT

           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
