       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       AUTHOR. Tim J.

      *    POSTS THE SHARED GENERAL LEDGER FEED.  EVERY SUBLEDGER --
      *    SALES AND CREDIT MEMOS (PRO02), CASH RECEIPTS (PRO02AR),
      *    WRITE-OFFS (PRO02WOFF), RECEIVING (PRO04RECV), INVENTORY
      *    MOVEMENT (PRO04POST), PARTS ISSUES (PRO01POST), AND THE
      *    BOOKSTORE (LAB4POST) -- APPENDS ONE SUMMARY BATCH PER RUN
      *    TO GL-JOURNAL.TXT, CARRYING INTERFACE CODES RATHER THAN
      *    ACCOUNT NUMBERS.  EACH BATCH IS RESOLVED THROUGH THE CHART
      *    OF ACCOUNTS AND PROVED BEFORE ANYTHING POSTS: DEBITS MUST
      *    EQUAL CREDITS, EVERY LINE MUST FIND AN ACCOUNT, AND THE
      *    BATCH MUST NOT ALREADY BE ON THE POSTED-BATCH REGISTRY
      *    OR BE DATED INTO A MONTH THE PERIOD CONTROL FILE CLOSED.
      *    A BATCH THAT FAILS IS SET ASIDE WHOLE ON THE REJECTED
      *    BATCH FILE FOR CORRECTION.  GOOD BATCHES ARE APPENDED TO
      *    THE LEDGER BY PERIOD AND ACCOUNT, THE FEED IS EMPTIED, AND
      *    THE JOURNAL REGISTER SHOWS THE BATCH CONTROL FIGURES AND
      *    EVERY LINE POSTED, BY ACCOUNT WITH ACCOUNT TOTALS

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    SHARED GENERAL LEDGER FEED -- EVERY SUBLEDGER APPENDS ONE
      *    BALANCED SUMMARY BATCH PER RUN, AND GLPOST POSTS THEM TO
      *    THE LEDGER BY ACCOUNT
           SELECT OPTIONAL GL-JOURNAL-FILE
               ASSIGN TO 'GL-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    CHART OF ACCOUNTS -- ONE RECORD PER ACCOUNT, WITH THE
      *    INTERFACE CODE THE SUBLEDGERS POST UNDER
           SELECT GL-ACCOUNT-MASTER-FILE
               ASSIGN TO 'GL-ACCOUNT-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHART-STATUS.

      *    THE GENERAL LEDGER ITSELF -- EVERY POSTED LINE, BY PERIOD
      *    AND ACCOUNT.  GLTRIAL BALANCES IT
           SELECT OPTIONAL GL-LEDGER-FILE
               ASSIGN TO 'GL-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    JOURNAL LINES OF EVERY BATCH REFUSED, WITH THE REASON,
      *    HELD FOR CORRECTION AND RE-FEEDING
           SELECT OPTIONAL GL-REJECTED-BATCH-FILE
               ASSIGN TO 'GL-REJECTED-BATCHES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    EVERY OPERATOR ALLOWED TO RUN AN UPDATE; AN UNKNOWN ID IS
      *    REFUSED BEFORE ANYTHING POSTS
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

      *    SHARED POSTED-BATCH REGISTRY -- EVERY POSTING PROGRAM
      *    RECORDS EACH BATCH IT POSTS AND REFUSES A BATCH ID
      *    ALREADY ON IT.  PRO04BREG REPORTS IT BY PROGRAM AND DATE
           SELECT OPTIONAL POSTED-BATCH-FILE
               ASSIGN TO 'POSTED-BATCHES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    ACCOUNTING PERIOD CONTROL -- ONE RECORD PER MONTH, OPEN
      *    OR CLOSED.  A MONTH NOT ON IT IS STILL OPEN; PERCLOSE
      *    CLOSES THEM
           SELECT OPTIONAL PERIOD-CONTROL-FILE
               ASSIGN TO 'PERIOD-CONTROL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UNSORTED-LEDGER-FILE
               ASSIGN TO 'GLPOST-UNSORTED.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-SORT-FILE
               ASSIGN TO 'GLPOST-SORT.TMP'.

           SELECT SORTED-LEDGER-FILE
               ASSIGN TO 'GLPOST-SORTED.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-REGISTER-FILE
               ASSIGN TO PRINTER 'GL-JOURNAL-REGISTER.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD GL-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 GL-JOURNAL-RECORD            PIC X(80).

       FD GL-ACCOUNT-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01 GL-ACCOUNT-MASTER-RECORD.
           05 GA-ACCOUNT-NUMBER        PIC X(6).
           05 GA-ACCOUNT-NAME          PIC X(30).
      *        A ASSET, L LIABILITY, Q EQUITY, R REVENUE, E EXPENSE
           05 GA-ACCOUNT-TYPE          PIC X.
           05 GA-INTERFACE-CODE        PIC X(8).
           05 FILLER                   PIC X(5).

       FD GL-LEDGER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 GL-LEDGER-RECORD.
           05 GL-PERIOD                PIC X(4).
           05 GL-ACCOUNT-NUMBER        PIC X(6).
           05 GL-SUBLEDGER             PIC X(4).
           05 GL-BATCH-ID              PIC X(12).
           05 GL-SOURCE                PIC X(10).
           05 GL-ENTRY-DATE            PIC X(6).
           05 GL-DR-CR                 PIC X.
           05 GL-AMOUNT                PIC 9(9)V99.
           05 GL-DESCRIPTION           PIC X(26).

       FD GL-REJECTED-BATCH-FILE
           RECORD CONTAINS 100 CHARACTERS.

       01 GL-REJECTED-BATCH-RECORD.
           05 GR-JOURNAL-IMAGE         PIC X(80).
           05 GR-REASON                PIC X(20).

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

       FD POSTED-BATCH-FILE
           RECORD CONTAINS 68 CHARACTERS.

       01 POSTED-BATCH-RECORD.
           05 PB-PROGRAM-ID            PIC X(10).
           05 PB-BATCH-ID              PIC X(12).
           05 PB-OFFICE-ID             PIC X(4).
           05 PB-BATCH-DATE            PIC X(6).
           05 PB-POSTED-DATE           PIC X(6).
           05 PB-POSTED-TIME           PIC X(6).
           05 PB-RECORD-COUNT          PIC 9(5).
           05 PB-HASH-TOTAL            PIC 9(9).
           05 PB-OPERATOR-ID           PIC X(10).

       FD PERIOD-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.

       01 PERIOD-CONTROL-RECORD.
           05 PC-PERIOD                PIC X(4).
           05 PC-STATUS                PIC X.
               88 PC-PERIOD-CLOSED                 VALUE 'C'.
           05 PC-CLOSED-DATE           PIC X(6).
           05 PC-CLOSED-BY             PIC X(10).

       FD UNSORTED-LEDGER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 UNSORTED-LEDGER-RECORD       PIC X(80).

       SD LEDGER-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 LEDGER-SORT-RECORD.
           05 LS-PERIOD                PIC X(4).
           05 LS-ACCOUNT-NUMBER        PIC X(6).
           05 LS-SUBLEDGER             PIC X(4).
           05 LS-BATCH-ID              PIC X(12).
           05 FILLER                   PIC X(54).

       FD SORTED-LEDGER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 SORTED-LEDGER-RECORD.
           05 SL-PERIOD                PIC X(4).
           05 SL-ACCOUNT-NUMBER        PIC X(6).
           05 SL-SUBLEDGER             PIC X(4).
           05 SL-BATCH-ID              PIC X(12).
           05 SL-SOURCE                PIC X(10).
           05 SL-ENTRY-DATE            PIC X(6).
           05 SL-DR-CR                 PIC X.
           05 SL-AMOUNT                PIC 9(9)V99.
           05 SL-DESCRIPTION           PIC X(26).

       FD JOURNAL-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 REGISTER-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 JOURNAL-EOF-FLAG         PIC X       VALUE 'F'.
           05 CHART-EOF-FLAG           PIC X       VALUE 'F'.
           05 REGISTRY-EOF-FLAG        PIC X       VALUE 'F'.
           05 SORTED-EOF-FLAG          PIC X       VALUE 'F'.
           05 PERIOD-EOF-FLAG          PIC X       VALUE 'F'.
           05 CHART-STATUS             PIC XX.
               88 CHART-FOUND                      VALUE '00'.
           05 OPERATOR-LOAD-SW         PIC X       VALUE 'N'.
               88 OPERATOR-LOAD-DONE               VALUE 'Y'.
           05 OPERATOR-KNOWN-SW        PIC X       VALUE 'N'.
               88 OPERATOR-KNOWN                   VALUE 'Y'.
           05 AUTHORITY-LOAD-SW        PIC X       VALUE 'N'.
               88 AUTHORITY-LOAD-DONE              VALUE 'Y'.
           05 ACCOUNT-FOUND-SW         PIC X       VALUE 'N'.
               88 ACCOUNT-FOUND                    VALUE 'Y'.
           05 BATCH-SUB                PIC 999.
           05 BATCH-SUB-2              PIC 999.
           05 GP-POSTED-BATCHES        PIC 999     VALUE 0.
           05 GP-REJECTED-BATCHES      PIC 999     VALUE 0.
           05 GP-POSTED-LINES          PIC 9(5)    VALUE 0.
           05 GP-REJECTED-LINES        PIC 9(5)    VALUE 0.

       01 WS-OPERATOR-ID               PIC X(10)   VALUE SPACES.
       01 WS-TIME-NOW                  PIC X(8).

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 JOURNAL-LINE-WORK.
           05 JW-SUBLEDGER             PIC X(4).
           05 JW-BATCH-ID              PIC X(12).
           05 JW-SOURCE                PIC X(10).
           05 JW-ENTRY-DATE            PIC X(6).
           05 JW-INTERFACE-CODE        PIC X(8).
           05 JW-DR-CR                 PIC X.
               88 JW-DEBIT                         VALUE 'D'.
               88 JW-CREDIT                        VALUE 'C'.
           05 JW-AMOUNT                PIC 9(9)V99.
           05 JW-DESCRIPTION           PIC X(28).

       01 REGISTER-WORK-FIELDS.
           05 RW-CURRENT-ACCOUNT       PIC X(6)    VALUE SPACES.
           05 RW-ACCOUNT-DEBITS        PIC 9(11)V99 VALUE 0.
           05 RW-ACCOUNT-CREDITS       PIC 9(11)V99 VALUE 0.
           05 RW-TOTAL-DEBITS          PIC 9(11)V99 VALUE 0.
           05 RW-TOTAL-CREDITS         PIC 9(11)V99 VALUE 0.
           05 RW-HASH-CENTS            PIC 9(13).

       01 CHART-TABLE-AREA.
      *    THE WHOLE CHART, SO EACH JOURNAL LINE RESOLVES BY ITS
      *    INTERFACE CODE FIRST AND BY A STRAIGHT ACCOUNT NUMBER
      *    SECOND
           05 CA-NUM-ACCOUNTS          PIC 999     VALUE 0.
           05 CHART-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON CA-NUM-ACCOUNTS
               INDEXED BY CHART-TBL-INDEX.
               10 CA-ACCOUNT-NUMBER    PIC X(6).
               10 CA-ACCOUNT-NAME      PIC X(30).
               10 CA-ACCOUNT-TYPE      PIC X.
               10 CA-INTERFACE-CODE    PIC X(8).

       01 JOURNAL-TABLE-AREA.
      *    THE WHOLE FEED, HELD SO EVERY BATCH IS PROVED BEFORE ANY
      *    LINE OF IT POSTS
           05 JT-NUM-LINES             PIC 9(4)    VALUE 0.
           05 JOURNAL-TBL-LINE OCCURS 1 TO 3000 TIMES
               DEPENDING ON JT-NUM-LINES
               INDEXED BY JOURNAL-TBL-INDEX.
               10 JT-JOURNAL-IMAGE     PIC X(80).
               10 JT-BATCH-SUB         PIC 999.
               10 JT-ACCOUNT-NUMBER    PIC X(6).

       01 CLOSED-PERIOD-AREA.
      *    EVERY MONTH THE PERIOD CONTROL FILE SHOWS CLOSED
           05 CP-NUM-PERIODS           PIC 999     VALUE 0.
           05 CLOSED-PERIOD-LINE OCCURS 1 TO 600 TIMES
               DEPENDING ON CP-NUM-PERIODS
               INDEXED BY CLOSED-PERIOD-INDEX.
               10 CP-PERIOD            PIC X(4).

       01 BATCH-TABLE-AREA.
           05 BT-NUM-BATCHES           PIC 999     VALUE 0.
           05 BATCH-TBL-LINE OCCURS 200 TIMES.
               10 BT-SUBLEDGER         PIC X(4).
               10 BT-BATCH-ID          PIC X(12).
               10 BT-SOURCE            PIC X(10).
               10 BT-ENTRY-DATE        PIC X(6).
               10 BT-LINE-COUNT        PIC 9(5).
               10 BT-DEBIT-TOTAL       PIC 9(11)V99.
               10 BT-CREDIT-TOTAL      PIC 9(11)V99.
               10 BT-UNKNOWN-CODE      PIC X(8).
               10 BT-OUTCOME           PIC X.
                   88 BT-ACCEPTED                  VALUE 'A'.
                   88 BT-UNBALANCED                VALUE 'B'.
                   88 BT-UNKNOWN-ACCOUNT           VALUE 'U'.
                   88 BT-BAD-LINE                  VALUE 'N'.
                   88 BT-DUPLICATE                 VALUE 'D'.
                   88 BT-REPEATED                  VALUE 'R'.
                   88 BT-PERIOD-CLOSED             VALUE 'P'.

       01 OPERATOR-AUTHORITY.
           05 AU-PROGRAM-ID            PIC X(10).
           05 AU-ROLE-CODE             PIC X(8)    VALUE SPACES.
           05 AU-CHECK-TYPE            PIC X(4)    VALUE SPACES.
           05 AU-REFERENCE             PIC X(12)   VALUE SPACES.
           05 AU-REASON                PIC X(24).
           05 AU-NUM-ENTRIES           PIC 99      VALUE 0.
           05 AUTHORITY-TBL-LINE OCCURS 1 TO 50 TIMES
               DEPENDING ON AU-NUM-ENTRIES
               INDEXED BY AUTHORITY-TBL-INDEX.
               10 AU-TRANS-TYPE        PIC X(4).
               10 AU-AMOUNT-LIMIT      PIC 9(7)V99.
               10 AU-PERCENT-LIMIT     PIC 9(3)V9.


      **************        OUTPUT AREA        ********************

       01 REGISTER-HEADING-ONE.
           05 FILLER                   PIC X(24)   VALUE SPACES.
           05                          PIC X(32)   VALUE
                           'GENERAL LEDGER JOURNAL REGISTER'.
           05 FILLER                   PIC X(24)   VALUE SPACES.

       01 REGISTER-HEADING-TWO.
           05 FILLER                   PIC X(10)   VALUE SPACES.
           05 RH2-MONTH                PIC 99.
           05                          PIC X       VALUE '/'.
           05 RH2-DAY                  PIC 99.
           05                          PIC X       VALUE '/'.
           05 RH2-YEAR                 PIC 9(2).
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05                          PIC X(10)   VALUE
                           'OPERATOR: '.
           05 RH2-OPERATOR-ID          PIC X(10).
           05 FILLER                   PIC X(34)   VALUE SPACES.
           05                          PIC XXX     VALUE 'TWJ'.

       01 BATCH-HEADING-LINE.
           05                          PIC X(6)    VALUE 'SUBL'.
           05                          PIC X(14)   VALUE 'BATCH ID'.
           05                          PIC X(11)   VALUE 'SOURCE'.
           05                          PIC X(14)   VALUE 'LINES'.
           05                          PIC X(14)   VALUE 'DEBITS'.
           05                          PIC X(9)    VALUE 'CREDITS'.
           05                          PIC X(12)   VALUE 'OUTCOME'.

       01 BATCH-CONTROL-LINE.
           05 BCL-SUBLEDGER            PIC X(4).
           05 FILLER                   PIC X(2)    VALUE SPACES.
           05 BCL-BATCH-ID             PIC X(12).
           05 FILLER                   PIC X(2)    VALUE SPACES.
           05 BCL-SOURCE               PIC X(10).
           05 FILLER                   PIC X       VALUE SPACES.
           05 BCL-LINE-COUNT           PIC ZZZZ9.
           05 FILLER                   PIC X       VALUE SPACES.
           05 BCL-DEBIT-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X       VALUE SPACES.
           05 BCL-CREDIT-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)    VALUE SPACES.
           05 BCL-OUTCOME              PIC X(12).

       01 UNKNOWN-CODE-LINE.
           05 FILLER                   PIC X(6)    VALUE SPACES.
           05                          PIC X(36)   VALUE
                           'NO ACCOUNT ON THE CHART FOR CODE: '.
           05 UCL-INTERFACE-CODE       PIC X(8).
           05 FILLER                   PIC X(30)   VALUE SPACES.

       01 BATCH-SUMMARY-LINE.
           05                          PIC X(16)   VALUE
                           'BATCHES POSTED: '.
           05 BSL-POSTED-BATCHES       PIC ZZ9.
           05                          PIC X(14)   VALUE
                           '   REFUSED:  '.
           05 BSL-REJECTED-BATCHES     PIC ZZ9.
           05                          PIC X(18)   VALUE
                           '   LINES POSTED: '.
           05 BSL-POSTED-LINES         PIC ZZ,ZZ9.
           05 FILLER                   PIC X(20)   VALUE SPACES.

       01 DETAIL-HEADING-LINE.
           05 FILLER                   PIC X(2)    VALUE SPACES.
           05                          PIC X(5)    VALUE 'SUBL'.
           05                          PIC X(13)   VALUE 'BATCH ID'.
           05                          PIC X(35)   VALUE 'DESCRIPTION'.
           05                          PIC X(13)   VALUE 'DEBIT'.
           05                          PIC X(12)   VALUE 'CREDIT'.

       01 ACCOUNT-HEADING-LINE.
           05                          PIC X(8)    VALUE 'ACCOUNT '.
           05 AHL-ACCOUNT-NUMBER       PIC X(6).
           05 FILLER                   PIC X(2)    VALUE SPACES.
           05 AHL-ACCOUNT-NAME         PIC X(30).
           05 FILLER                   PIC X(2)    VALUE SPACES.
           05                          PIC X(5)    VALUE 'TYPE '.
           05 AHL-ACCOUNT-TYPE         PIC X.
           05 FILLER                   PIC X(26)   VALUE SPACES.

       01 LEDGER-DETAIL-LINE.
           05 FILLER                   PIC X(2)    VALUE SPACES.
           05 LDL-SUBLEDGER            PIC X(4).
           05 FILLER                   PIC X       VALUE SPACES.
           05 LDL-BATCH-ID             PIC X(12).
           05 FILLER                   PIC X       VALUE SPACES.
           05 LDL-DESCRIPTION          PIC X(26).
           05 FILLER                   PIC X       VALUE SPACES.
           05 LDL-DEBIT                PIC ZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           05 FILLER                   PIC X       VALUE SPACES.
           05 LDL-CREDIT               PIC ZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           05 FILLER                   PIC X(6)    VALUE SPACES.

       01 ACCOUNT-TOTAL-LINE.
           05 FILLER                   PIC X(20)   VALUE SPACES.
           05                          PIC X(27)   VALUE
                           'ACCOUNT TOTAL'.
           05 ATL-DEBITS               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X       VALUE SPACES.
           05 ATL-CREDITS              PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(6)    VALUE SPACES.

       01 REGISTER-TOTAL-LINE.
           05 FILLER                   PIC X(20)   VALUE SPACES.
           05                          PIC X(26)   VALUE
                           'TOTAL POSTED'.
           05 RTL-DEBITS               PIC ZZZ,ZZZ,ZZ9.99.
           05 RTL-CREDITS              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(6)    VALUE SPACES.

       01 NOTHING-POSTED-LINE.
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05                          PIC X(32)   VALUE
                           'NO JOURNAL LINES POSTED THIS RUN'.
           05 FILLER                   PIC X(43)   VALUE SPACES.

       01 REGISTER-REFUSED-LINE.
           05 RRL-MESSAGE              PIC X(80).


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 12-OPERATOR-SIGN-ON
           PERFORM 15-HOUSEKEEPING
           PERFORM 20-LOAD-CHART-TABLE
           PERFORM 21-LOAD-JOURNAL-TABLE
           PERFORM 25-RESOLVE-ACCOUNTS
           PERFORM 60-JUDGE-BATCHES
           PERFORM 62-CHECK-REGISTRY
           PERFORM 63-PRINT-BATCH-CONTROL
           PERFORM 30-POST-JOURNAL-LINES
           PERFORM 65-RECORD-POSTED-BATCHES
           PERFORM 70-EMPTY-JOURNAL-FEED
           PERFORM 50-PRINT-POSTED-LINES
           PERFORM 100-WRAP-UP
           .

       12-OPERATOR-SIGN-ON.
      *    THE SIGN-ON COMES FROM THE ENVIRONMENT WHEN A DRIVER SET
      *    IT, OTHERWISE FROM THE CONSOLE; AN ID NOT ON THE
      *    OPERATOR MASTER IS REFUSED BEFORE ANYTHING POSTS
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

           MOVE 'GLPOST' TO AU-PROGRAM-ID

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
           OPEN OUTPUT JOURNAL-REGISTER-FILE

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO RH2-MONTH
           MOVE WS-DAY TO RH2-DAY
           MOVE WS-YEAR TO RH2-YEAR
           MOVE WS-OPERATOR-ID TO RH2-OPERATOR-ID

           WRITE REGISTER-RECORD FROM REGISTER-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE REGISTER-HEADING-TWO TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       20-LOAD-CHART-TABLE.
      *    WITHOUT A CHART NOTHING CAN RESOLVE, SO THE FEED IS LEFT
      *    UNTOUCHED FOR THE NEXT RUN
           OPEN INPUT GL-ACCOUNT-MASTER-FILE

           IF NOT CHART-FOUND
               MOVE 'CHART OF ACCOUNTS NOT FOUND - RUN REFUSED' TO
                       RRL-MESSAGE
               PERFORM 90-REFUSE-RUN
           END-IF

           PERFORM UNTIL CHART-EOF-FLAG = 'T'
               READ GL-ACCOUNT-MASTER-FILE
                   AT END
                       MOVE 'T' TO CHART-EOF-FLAG
                   NOT AT END
                       IF CA-NUM-ACCOUNTS < 500
                           ADD 1 TO CA-NUM-ACCOUNTS
                           MOVE GA-ACCOUNT-NUMBER TO
                               CA-ACCOUNT-NUMBER(CA-NUM-ACCOUNTS)
                           MOVE GA-ACCOUNT-NAME TO
                               CA-ACCOUNT-NAME(CA-NUM-ACCOUNTS)
                           MOVE GA-ACCOUNT-TYPE TO
                               CA-ACCOUNT-TYPE(CA-NUM-ACCOUNTS)
                           MOVE GA-INTERFACE-CODE TO
                               CA-INTERFACE-CODE(CA-NUM-ACCOUNTS)
                       ELSE
                           DISPLAY 'CHART OVER 500 ACCOUNTS - '
                                   GA-ACCOUNT-NUMBER ' NOT LOADED'
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GL-ACCOUNT-MASTER-FILE
           .

       21-LOAD-JOURNAL-TABLE.
      *    LINES OF ONE BATCH ARRIVE TOGETHER, SO A NEW BATCH STARTS
      *    WHEREVER THE SUBLEDGER OR BATCH ID CHANGES
           OPEN INPUT GL-JOURNAL-FILE

           PERFORM UNTIL JOURNAL-EOF-FLAG = 'T'
               READ GL-JOURNAL-FILE
                   AT END
                       MOVE 'T' TO JOURNAL-EOF-FLAG
                   NOT AT END
                       PERFORM 22-LOAD-ONE-LINE
               END-READ
           END-PERFORM

           CLOSE GL-JOURNAL-FILE
           .

       22-LOAD-ONE-LINE.
      *    A FEED TOO BIG FOR THE TABLES IS REFUSED WHOLE, BEFORE
      *    ANYTHING POSTS, RATHER THAN EMPTIED HALF-POSTED
           IF JT-NUM-LINES >= 3000
               MOVE 'GL JOURNAL OVER 3000 LINES - RUN REFUSED' TO
                       RRL-MESSAGE
               CLOSE GL-JOURNAL-FILE
               PERFORM 90-REFUSE-RUN
           END-IF

           MOVE GL-JOURNAL-RECORD TO JOURNAL-LINE-WORK

           IF BT-NUM-BATCHES = 0
               PERFORM 23-START-NEW-BATCH
           ELSE
               IF JW-SUBLEDGER NOT = BT-SUBLEDGER(BT-NUM-BATCHES) OR
                       JW-BATCH-ID NOT = BT-BATCH-ID(BT-NUM-BATCHES)
                   PERFORM 23-START-NEW-BATCH
               END-IF
           END-IF

           ADD 1 TO JT-NUM-LINES
           MOVE GL-JOURNAL-RECORD TO JT-JOURNAL-IMAGE(JT-NUM-LINES)
           MOVE BT-NUM-BATCHES TO JT-BATCH-SUB(JT-NUM-LINES)
           MOVE SPACES TO JT-ACCOUNT-NUMBER(JT-NUM-LINES)

           ADD 1 TO BT-LINE-COUNT(BT-NUM-BATCHES)

      *    A LINE THAT IS NEITHER A CLEAN DEBIT NOR A CLEAN CREDIT
      *    CAN'T BE PROVED, SO ITS BATCH CAN'T POST
           IF JW-AMOUNT IS NOT NUMERIC
               MOVE 'N' TO BT-OUTCOME(BT-NUM-BATCHES)
           ELSE
               EVALUATE TRUE
                   WHEN JW-DEBIT
                       ADD JW-AMOUNT TO BT-DEBIT-TOTAL(BT-NUM-BATCHES)
                   WHEN JW-CREDIT
                       ADD JW-AMOUNT TO
                               BT-CREDIT-TOTAL(BT-NUM-BATCHES)
                   WHEN OTHER
                       MOVE 'N' TO BT-OUTCOME(BT-NUM-BATCHES)
               END-EVALUATE
           END-IF
           .

       23-START-NEW-BATCH.
           IF BT-NUM-BATCHES >= 200
               MOVE 'GL JOURNAL OVER 200 BATCHES - RUN REFUSED' TO
                       RRL-MESSAGE
               CLOSE GL-JOURNAL-FILE
               PERFORM 90-REFUSE-RUN
           END-IF

           ADD 1 TO BT-NUM-BATCHES
           MOVE JW-SUBLEDGER TO BT-SUBLEDGER(BT-NUM-BATCHES)
           MOVE JW-BATCH-ID TO BT-BATCH-ID(BT-NUM-BATCHES)
           MOVE JW-SOURCE TO BT-SOURCE(BT-NUM-BATCHES)
           MOVE JW-ENTRY-DATE TO BT-ENTRY-DATE(BT-NUM-BATCHES)
           MOVE ZEROES TO BT-LINE-COUNT(BT-NUM-BATCHES)
           MOVE ZEROES TO BT-DEBIT-TOTAL(BT-NUM-BATCHES)
           MOVE ZEROES TO BT-CREDIT-TOTAL(BT-NUM-BATCHES)
           MOVE SPACES TO BT-UNKNOWN-CODE(BT-NUM-BATCHES)
           MOVE SPACE TO BT-OUTCOME(BT-NUM-BATCHES)
           .

       25-RESOLVE-ACCOUNTS.
      *    THE INTERFACE CODE IS TRIED FIRST; A FEEDER THAT ALREADY
      *    KNOWS ITS ACCOUNT NUMBER MAY CARRY THAT IN ITS PLACE
           PERFORM VARYING JOURNAL-TBL-INDEX FROM 1 BY 1
               UNTIL JOURNAL-TBL-INDEX > JT-NUM-LINES

               MOVE JT-JOURNAL-IMAGE(JOURNAL-TBL-INDEX) TO
                       JOURNAL-LINE-WORK
               PERFORM 26-FIND-ACCOUNT

               IF ACCOUNT-FOUND
                   MOVE CA-ACCOUNT-NUMBER(CHART-TBL-INDEX) TO
                           JT-ACCOUNT-NUMBER(JOURNAL-TBL-INDEX)
               ELSE
                   MOVE JT-BATCH-SUB(JOURNAL-TBL-INDEX) TO BATCH-SUB
                   IF BT-UNKNOWN-CODE(BATCH-SUB) = SPACES
                       MOVE JW-INTERFACE-CODE TO
                               BT-UNKNOWN-CODE(BATCH-SUB)
                   END-IF
               END-IF
           END-PERFORM
           .

       26-FIND-ACCOUNT.
           MOVE 'N' TO ACCOUNT-FOUND-SW

           IF CA-NUM-ACCOUNTS > 0
               SET CHART-TBL-INDEX TO 1
               SEARCH CHART-TBL-LINE
                   WHEN CA-INTERFACE-CODE(CHART-TBL-INDEX) =
                           JW-INTERFACE-CODE
                       SET ACCOUNT-FOUND TO TRUE
               END-SEARCH

               IF NOT ACCOUNT-FOUND
                   SET CHART-TBL-INDEX TO 1
                   SEARCH CHART-TBL-LINE
                       WHEN CA-ACCOUNT-NUMBER(CHART-TBL-INDEX) =
                               JW-INTERFACE-CODE(1:6)
                           SET ACCOUNT-FOUND TO TRUE
                   END-SEARCH
               END-IF
           END-IF
           .

       60-JUDGE-BATCHES.
      *    A BATCH POSTS ONLY WHOLE: EVERY LINE CLEAN, EVERY LINE
      *    RESOLVED TO AN ACCOUNT, DEBITS EQUAL TO CREDITS, AND AN
      *    ENTRY DATE IN AN OPEN MONTH.  THE SECOND COPY OF A BATCH
      *    ON THE SAME FEED IS REFUSED
           PERFORM 68-LOAD-CLOSED-PERIODS

           PERFORM VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BT-NUM-BATCHES

               IF BT-OUTCOME(BATCH-SUB) = SPACE
                   EVALUATE TRUE
                       WHEN BT-UNKNOWN-CODE(BATCH-SUB) NOT = SPACES
                           MOVE 'U' TO BT-OUTCOME(BATCH-SUB)
                       WHEN BT-DEBIT-TOTAL(BATCH-SUB) NOT =
                               BT-CREDIT-TOTAL(BATCH-SUB)
                           MOVE 'B' TO BT-OUTCOME(BATCH-SUB)
                       WHEN OTHER
                           MOVE 'A' TO BT-OUTCOME(BATCH-SUB)
                           PERFORM 69-CHECK-BATCH-PERIOD
                   END-EVALUATE
               END-IF

               PERFORM VARYING BATCH-SUB-2 FROM 1 BY 1
                   UNTIL BATCH-SUB-2 >= BATCH-SUB

                   IF BT-SUBLEDGER(BATCH-SUB-2) =
                           BT-SUBLEDGER(BATCH-SUB) AND
                           BT-BATCH-ID(BATCH-SUB-2) =
                           BT-BATCH-ID(BATCH-SUB) AND
                           BT-ACCEPTED(BATCH-SUB)
                       MOVE 'R' TO BT-OUTCOME(BATCH-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       62-CHECK-REGISTRY.
      *    GLPOST REGISTERS ITS BATCHES UNDER THE SUBLEDGER IN THE
      *    OFFICE COLUMN, SO ONLY ITS OWN ENTRIES ARE MATCHED
           OPEN INPUT POSTED-BATCH-FILE

           PERFORM UNTIL REGISTRY-EOF-FLAG = 'T'
               READ POSTED-BATCH-FILE
                   AT END
                       MOVE 'T' TO REGISTRY-EOF-FLAG
                   NOT AT END
                       IF PB-PROGRAM-ID = 'GLPOST'
                           PERFORM 67-MATCH-REGISTRY-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           CLOSE POSTED-BATCH-FILE
           .

       67-MATCH-REGISTRY-ENTRY.
           PERFORM VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BT-NUM-BATCHES

               IF PB-OFFICE-ID = BT-SUBLEDGER(BATCH-SUB) AND
                       PB-BATCH-ID = BT-BATCH-ID(BATCH-SUB) AND
                       BT-ACCEPTED(BATCH-SUB)
                   MOVE 'D' TO BT-OUTCOME(BATCH-SUB)
               END-IF
           END-PERFORM
           .

       68-LOAD-CLOSED-PERIODS.
      *    NO PERIOD CONTROL FILE YET JUST MEANS NO MONTH IS CLOSED
           OPEN INPUT PERIOD-CONTROL-FILE

           PERFORM UNTIL PERIOD-EOF-FLAG = 'T'
               READ PERIOD-CONTROL-FILE
                   AT END
                       MOVE 'T' TO PERIOD-EOF-FLAG
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

       69-CHECK-BATCH-PERIOD.
      *    THE BATCH POSTS TO THE PERIOD OF ITS ENTRY DATE
           IF CP-NUM-PERIODS > 0
               SET CLOSED-PERIOD-INDEX TO 1
               SEARCH CLOSED-PERIOD-LINE
                   WHEN CP-PERIOD(CLOSED-PERIOD-INDEX) =
                           BT-ENTRY-DATE(BATCH-SUB)(1:4)
                       MOVE 'P' TO BT-OUTCOME(BATCH-SUB)
               END-SEARCH
           END-IF
           .

       63-PRINT-BATCH-CONTROL.
           MOVE BATCH-HEADING-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES

           PERFORM VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BT-NUM-BATCHES

               MOVE BT-SUBLEDGER(BATCH-SUB) TO BCL-SUBLEDGER
               MOVE BT-BATCH-ID(BATCH-SUB) TO BCL-BATCH-ID
               MOVE BT-SOURCE(BATCH-SUB) TO BCL-SOURCE
               MOVE BT-LINE-COUNT(BATCH-SUB) TO BCL-LINE-COUNT
               MOVE BT-DEBIT-TOTAL(BATCH-SUB) TO BCL-DEBIT-TOTAL
               MOVE BT-CREDIT-TOTAL(BATCH-SUB) TO BCL-CREDIT-TOTAL

               EVALUATE TRUE
                   WHEN BT-ACCEPTED(BATCH-SUB)
                       MOVE 'POSTED' TO BCL-OUTCOME
                       ADD 1 TO GP-POSTED-BATCHES
                   WHEN BT-UNBALANCED(BATCH-SUB)
                       MOVE 'OUT OF BAL' TO BCL-OUTCOME
                   WHEN BT-UNKNOWN-ACCOUNT(BATCH-SUB)
                       MOVE 'NO ACCOUNT' TO BCL-OUTCOME
                   WHEN BT-BAD-LINE(BATCH-SUB)
                       MOVE 'BAD LINE' TO BCL-OUTCOME
                   WHEN BT-DUPLICATE(BATCH-SUB)
                       MOVE 'ALREADY POST' TO BCL-OUTCOME
                   WHEN BT-REPEATED(BATCH-SUB)
                       MOVE 'REPEATED' TO BCL-OUTCOME
                   WHEN BT-PERIOD-CLOSED(BATCH-SUB)
                       MOVE 'PERIOD SHUT' TO BCL-OUTCOME
               END-EVALUATE

               IF NOT BT-ACCEPTED(BATCH-SUB)
                   ADD 1 TO GP-REJECTED-BATCHES
               END-IF

               WRITE REGISTER-RECORD FROM BATCH-CONTROL-LINE
                   AFTER ADVANCING 1 LINES

               IF BT-UNKNOWN-ACCOUNT(BATCH-SUB)
                   MOVE BT-UNKNOWN-CODE(BATCH-SUB) TO
                           UCL-INTERFACE-CODE
                   WRITE REGISTER-RECORD FROM UNKNOWN-CODE-LINE
                       AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM
           .

       30-POST-JOURNAL-LINES.
      *    LINES OF AN ACCEPTED BATCH GO TO THE LEDGER AND TO THE
      *    REGISTER SORT; LINES OF A REFUSED ONE GO TO THE REJECTED
      *    BATCH FILE WITH THE REASON
           OPEN EXTEND GL-LEDGER-FILE, GL-REJECTED-BATCH-FILE
           OPEN OUTPUT UNSORTED-LEDGER-FILE

           PERFORM VARYING JOURNAL-TBL-INDEX FROM 1 BY 1
               UNTIL JOURNAL-TBL-INDEX > JT-NUM-LINES

               MOVE JT-BATCH-SUB(JOURNAL-TBL-INDEX) TO BATCH-SUB
               MOVE JT-JOURNAL-IMAGE(JOURNAL-TBL-INDEX) TO
                       JOURNAL-LINE-WORK

               IF BT-ACCEPTED(BATCH-SUB)
                   PERFORM 31-WRITE-LEDGER-LINE
               ELSE
                   PERFORM 32-WRITE-REJECTED-LINE
               END-IF
           END-PERFORM

           CLOSE GL-LEDGER-FILE, GL-REJECTED-BATCH-FILE,
                   UNSORTED-LEDGER-FILE
           .

       31-WRITE-LEDGER-LINE.
           MOVE SPACES TO GL-LEDGER-RECORD
           MOVE JW-ENTRY-DATE(1:4) TO GL-PERIOD
           MOVE JT-ACCOUNT-NUMBER(JOURNAL-TBL-INDEX) TO
                   GL-ACCOUNT-NUMBER
           MOVE JW-SUBLEDGER TO GL-SUBLEDGER
           MOVE JW-BATCH-ID TO GL-BATCH-ID
           MOVE JW-SOURCE TO GL-SOURCE
           MOVE JW-ENTRY-DATE TO GL-ENTRY-DATE
           MOVE JW-DR-CR TO GL-DR-CR
           MOVE JW-AMOUNT TO GL-AMOUNT
           MOVE JW-DESCRIPTION TO GL-DESCRIPTION
           WRITE GL-LEDGER-RECORD

           MOVE GL-LEDGER-RECORD TO UNSORTED-LEDGER-RECORD
           WRITE UNSORTED-LEDGER-RECORD

           ADD 1 TO GP-POSTED-LINES
           .

       32-WRITE-REJECTED-LINE.
           MOVE JT-JOURNAL-IMAGE(JOURNAL-TBL-INDEX) TO
                   GR-JOURNAL-IMAGE

           EVALUATE TRUE
               WHEN BT-UNBALANCED(BATCH-SUB)
                   MOVE 'OUT OF BALANCE' TO GR-REASON
               WHEN BT-UNKNOWN-ACCOUNT(BATCH-SUB)
                   MOVE 'NO ACCOUNT ON CHART' TO GR-REASON
               WHEN BT-BAD-LINE(BATCH-SUB)
                   MOVE 'BAD DR/CR OR AMOUNT' TO GR-REASON
               WHEN BT-DUPLICATE(BATCH-SUB)
                   MOVE 'ALREADY POSTED' TO GR-REASON
               WHEN BT-REPEATED(BATCH-SUB)
                   MOVE 'REPEATED ON FEED' TO GR-REASON
               WHEN BT-PERIOD-CLOSED(BATCH-SUB)
                   MOVE 'PERIOD CLOSED' TO GR-REASON
           END-EVALUATE

           WRITE GL-REJECTED-BATCH-RECORD
           ADD 1 TO GP-REJECTED-LINES
           .

       65-RECORD-POSTED-BATCHES.
      *    ONE REGISTRY ENTRY PER BATCH POSTED; THE HASH IS THE
      *    BATCH'S DEBIT TOTAL IN CENTS
           ACCEPT WS-TIME-NOW FROM TIME
           OPEN EXTEND POSTED-BATCH-FILE

           PERFORM VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BT-NUM-BATCHES

               IF BT-ACCEPTED(BATCH-SUB)
                   COMPUTE RW-HASH-CENTS =
                       BT-DEBIT-TOTAL(BATCH-SUB) * 100

                   MOVE SPACES TO POSTED-BATCH-RECORD
                   MOVE 'GLPOST' TO PB-PROGRAM-ID
                   MOVE BT-BATCH-ID(BATCH-SUB) TO PB-BATCH-ID
                   MOVE BT-SUBLEDGER(BATCH-SUB) TO PB-OFFICE-ID
                   MOVE BT-ENTRY-DATE(BATCH-SUB) TO PB-BATCH-DATE
                   MOVE WS-DATE TO PB-POSTED-DATE
                   MOVE WS-TIME-NOW(1:6) TO PB-POSTED-TIME
                   MOVE BT-LINE-COUNT(BATCH-SUB) TO PB-RECORD-COUNT
                   MOVE RW-HASH-CENTS TO PB-HASH-TOTAL
                   MOVE WS-OPERATOR-ID TO PB-OPERATOR-ID
                   WRITE POSTED-BATCH-RECORD
               END-IF
           END-PERFORM

           CLOSE POSTED-BATCH-FILE
           .

       70-EMPTY-JOURNAL-FEED.
      *    EVERY LINE HAS NOW GONE TO THE LEDGER OR THE REJECTED
      *    BATCH FILE, SO THE FEED STARTS THE NEXT CYCLE EMPTY
           OPEN OUTPUT GL-JOURNAL-FILE
           CLOSE GL-JOURNAL-FILE
           .

       50-PRINT-POSTED-LINES.
      *    THE LINES POSTED, SORTED BY ACCOUNT, WITH ACCOUNT TOTALS
           MOVE GP-POSTED-BATCHES TO BSL-POSTED-BATCHES
           MOVE GP-REJECTED-BATCHES TO BSL-REJECTED-BATCHES
           MOVE GP-POSTED-LINES TO BSL-POSTED-LINES
           WRITE REGISTER-RECORD FROM BATCH-SUMMARY-LINE
               AFTER ADVANCING 2 LINES

           IF GP-POSTED-LINES = 0
               WRITE REGISTER-RECORD FROM NOTHING-POSTED-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 52-SORT-LEDGER-LINES

               WRITE REGISTER-RECORD FROM DETAIL-HEADING-LINE
                   AFTER ADVANCING 3 LINES

               OPEN INPUT SORTED-LEDGER-FILE

               PERFORM UNTIL SORTED-EOF-FLAG = 'T'
                   READ SORTED-LEDGER-FILE
                       AT END
                           MOVE 'T' TO SORTED-EOF-FLAG
                       NOT AT END
                           PERFORM 55-PRINT-LEDGER-LINE
                   END-READ
               END-PERFORM

               CLOSE SORTED-LEDGER-FILE

               PERFORM 57-PRINT-ACCOUNT-TOTAL

               MOVE RW-TOTAL-DEBITS TO RTL-DEBITS
               MOVE RW-TOTAL-CREDITS TO RTL-CREDITS
               WRITE REGISTER-RECORD FROM REGISTER-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           .

       52-SORT-LEDGER-LINES.
           SORT LEDGER-SORT-FILE
               ON ASCENDING KEY LS-ACCOUNT-NUMBER
                                LS-SUBLEDGER
                                LS-BATCH-ID
               USING UNSORTED-LEDGER-FILE
               GIVING SORTED-LEDGER-FILE
           .

       55-PRINT-LEDGER-LINE.
           IF SL-ACCOUNT-NUMBER NOT = RW-CURRENT-ACCOUNT
               IF RW-CURRENT-ACCOUNT NOT = SPACES
                   PERFORM 57-PRINT-ACCOUNT-TOTAL
               END-IF
               PERFORM 56-PRINT-ACCOUNT-HEADING
           END-IF

           MOVE SL-SUBLEDGER TO LDL-SUBLEDGER
           MOVE SL-BATCH-ID TO LDL-BATCH-ID
           MOVE SL-DESCRIPTION TO LDL-DESCRIPTION

           IF SL-DR-CR = 'D'
               MOVE SL-AMOUNT TO LDL-DEBIT
               MOVE ZEROES TO LDL-CREDIT
               ADD SL-AMOUNT TO RW-ACCOUNT-DEBITS, RW-TOTAL-DEBITS
           ELSE
               MOVE ZEROES TO LDL-DEBIT
               MOVE SL-AMOUNT TO LDL-CREDIT
               ADD SL-AMOUNT TO RW-ACCOUNT-CREDITS, RW-TOTAL-CREDITS
           END-IF

           WRITE REGISTER-RECORD FROM LEDGER-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           .

       56-PRINT-ACCOUNT-HEADING.
           MOVE SL-ACCOUNT-NUMBER TO RW-CURRENT-ACCOUNT
           MOVE ZEROES TO RW-ACCOUNT-DEBITS, RW-ACCOUNT-CREDITS

           MOVE SL-ACCOUNT-NUMBER TO AHL-ACCOUNT-NUMBER
           MOVE SPACES TO AHL-ACCOUNT-NAME, AHL-ACCOUNT-TYPE

           SET CHART-TBL-INDEX TO 1
           SEARCH CHART-TBL-LINE
               WHEN CA-ACCOUNT-NUMBER(CHART-TBL-INDEX) =
                       SL-ACCOUNT-NUMBER
                   MOVE CA-ACCOUNT-NAME(CHART-TBL-INDEX) TO
                           AHL-ACCOUNT-NAME
                   MOVE CA-ACCOUNT-TYPE(CHART-TBL-INDEX) TO
                           AHL-ACCOUNT-TYPE
           END-SEARCH

           WRITE REGISTER-RECORD FROM ACCOUNT-HEADING-LINE
               AFTER ADVANCING 2 LINES
           .

       57-PRINT-ACCOUNT-TOTAL.
           MOVE RW-ACCOUNT-DEBITS TO ATL-DEBITS
           MOVE RW-ACCOUNT-CREDITS TO ATL-CREDITS
           WRITE REGISTER-RECORD FROM ACCOUNT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           .

       90-REFUSE-RUN.
      *    NOTHING HAS POSTED YET, SO THE FEED AND THE LEDGER ARE
      *    LEFT JUST AS THEY WERE
           MOVE REGISTER-REFUSED-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES

           DISPLAY RRL-MESSAGE
           CLOSE JOURNAL-REGISTER-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .

       100-WRAP-UP.
           CLOSE JOURNAL-REGISTER-FILE

           GOBACK
           .
