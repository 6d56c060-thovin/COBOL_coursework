       AUTHOR. TIM J.
      ****************************************************************
      * This program applies merchandising's weekly price actions to
      * the indexed costume master and prints an audit register of
      * every change, including the total effect on the company
      * valuation that COSTUME-VALUATION.TXT reports

      *        3: Costume ID
      *        4: Costume name (every slot carrying it is repriced)
      *        5: New price
      *    Each batch on the file opens with a batch header record
      *    ('HDR ', batch ID, originating office, batch date, record
      *    count, hash total of the new prices in cents).  A batch
      *    whose count or hash disagrees, or whose ID is already on
      *    the POSTED-BATCH REGISTRY, is refused whole
      *
      *    The INDEXED INVENTORY FILE is the costume master of record,
      *    keyed on vendor/warehouse/costume and loaded by PRO04IMST
      *
      *    The ROLE AUTHORITY FILE caps the percent change the
      *    operator's role may make to any one slot (type PRCE)
      *
      *    The APPROVAL QUEUE FILE holds price actions waiting for a
      *    second operator; those another operator has approved
      *    since the last run are applied first

      * *******
      * OUTPUTS:
      *    Each INDEXED INVENTORY record repriced is rewritten in
      *    place with the new prices
      *
      *    The PRICE AUDIT FILE lists every slot repriced with old
      *    price, new price, percent change, and the valuation
      *    effect, plus the run's total valuation effect
      *
      *    The SECURITY VIOLATIONS FILE gains a line for every slot
      *    refused as over the role's percent limit
      *
      *    A price action that would move any slot's price 40% or
      *    more either way is not applied; it goes on the APPROVAL
      *    QUEUE FILE for a different operator to approve in
      *    APPRQUE, and the audit gives its item ID

      ****************
      * CALCULATIONS:
               ASSIGN TO 'PRICE-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INDEXED-INVENTORY-FILE
               ASSIGN TO 'INVENTORY-MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-RECORD-KEY
               FILE STATUS IS INDEXED-STATUS.

           SELECT PRICE-AUDIT-FILE
               ASSIGN TO PRINTER 'PRICE-AUDIT.TXT'.
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

      *    RUN LOCK ON THE MERGED MASTER -- CLAIMED BEFORE ANY WORK
      *    STARTS AND RELEASED AFTER THE REWRITE, SO TWO REWRITERS
      *    CAN NEVER RUN AT ONCE.  SEE 11-CLAIM-MASTER-LOCK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-LOCK-STATUS.

      *    SHARED POSTED-BATCH REGISTRY -- EVERY POSTING PROGRAM
      *    RECORDS EACH BATCH IT POSTS AND REFUSES A BATCH ID
      *    ALREADY ON IT.  PRO04BREG REPORTS IT BY PROGRAM AND DATE
           SELECT OPTIONAL POSTED-BATCH-FILE
               ASSIGN TO 'POSTED-BATCHES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PRICE-TRANS-FILE
           RECORD CONTAINS 23 TO 40 CHARACTERS.

       01 PRICE-TRANS-RECORD.
           05 PC-VENDOR-ID             PIC X(4).
           05 PC-COSTUME-NAME          PIC X(9).
           05 PC-NEW-PRICE             PIC 99V99.

      *    EVERY BATCH ON THE FILE OPENS WITH ONE OF THESE
       01 BATCH-HEADER-RECORD.
           05 BH-RECORD-ID             PIC X(4).
               88 BATCH-HEADER         VALUE 'HDR '.
           05 BH-BATCH-ID              PIC X(12).
           05 BH-OFFICE-ID             PIC X(4).
           05 BH-BATCH-DATE            PIC X(6).
           05 BH-RECORD-COUNT          PIC 9(5).
           05 BH-HASH-TOTAL            PIC 9(9).

       FD INDEXED-INVENTORY-FILE
           RECORD CONTAINS 262 CHARACTERS.

       01 INDEXED-INVENTORY-RECORD.
           05 XR-RECORD-KEY.
               10 XR-VENDOR-ID         PIC X(4).
               10 XR-WAREHOUSE-ID      PIC X(3).
               10 XR-COSTUME-ID        PIC X(3).
           05 XR-COSTUME-DATA OCCURS 12 TIMES.
               10 XR-COSTUME-NAME      PIC X(9).
               10 XR-COSTUME-SIZE      PIC A.
               10 XR-COSTUME-TYPE      PIC A.
               10 XR-NUM-IN-STOCK      PIC 9(3).
               10 XR-REORDER-POINT     PIC 9(3).
               10 XR-COSTUME-PRICE     PIC 99V99.

       FD PRICE-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05 JR-INVENTORY-REC         PIC X(262).


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

       FD APPROVAL-QUEUE-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01 APPROVAL-QUEUE-RECORD        PIC X(200).

       FD MASTER-LOCK-FILE
           RECORD CONTAINS 32 CHARACTERS.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG                 PIC X           VALUE 'F'.
           05 INDEXED-STATUS           PIC XX.
               88 INDEXED-IO-OK        VALUE '00'.
           05 MASTER-FOUND-SW          PIC X           VALUE 'N'.
               88 MASTER-FOUND         VALUE 'Y'.
           05 SUB                      PIC 99.
           05 SLOT-CHECK               PIC X.
               88 SLOT-FOUND           VALUE 'Y'.
           05 PA-APPLIED-COUNT         PIC 9(5)        VALUE 0.
           05 PA-REJECTED-COUNT        PIC 9(5)        VALUE 0.
           05 PA-HELD-COUNT            PIC 9(5)        VALUE 0.
           05 JRNL-SUB                 PIC 999.
           05 VERIFY-EOF-SW            PIC X           VALUE 'N'.
               88 VERIFY-DONE          VALUE 'Y'.
           05 REGISTRY-EOF-SW          PIC X           VALUE 'N'.
               88 REGISTRY-DONE        VALUE 'Y'.
           05 BATCH-POSTING-SW         PIC X           VALUE 'N'.
               88 BATCH-POSTING-OK     VALUE 'Y'.
           05 BATCH-SUB                PIC 999.
           05 BATCH-SUB-2              PIC 999.
           05 MASTER-LOCK-STATUS       PIC XX.
               88 MASTER-LOCK-EXISTS   VALUE '00'.
           05 LOCK-HELD-SW             PIC X.
               88 OPERATOR-LOAD-DONE   VALUE 'Y'.
           05 OPERATOR-KNOWN-SW        PIC X           VALUE 'N'.
               88 OPERATOR-KNOWN       VALUE 'Y'.
           05 AUTHORITY-LOAD-SW        PIC X           VALUE 'N'.
               88 AUTHORITY-LOAD-DONE  VALUE 'Y'.
           05 AUTHORITY-MATCH-SW       PIC X           VALUE 'N'.
               88 AUTHORITY-MATCHED    VALUE 'Y'.
           05 TRANS-AUTHORITY-SW       PIC X           VALUE 'N'.
               88 TRANS-AUTHORIZED     VALUE 'Y'.
           05 APPROVAL-LOAD-SW         PIC X           VALUE 'N'.
               88 APPROVAL-LOAD-DONE VALUE 'Y'.
           05 APPROVED-ITEM-SW         PIC X           VALUE 'N'.
               88 APPROVED-ITEM     VALUE 'Y'.

       01 LOCK-WORK-FIELDS.
           05 WS-OPERATOR-ID           PIC X(10)       VALUE SPACES.
           05 HF-PERCENT-CHANGE        PIC S999V99.
           05 HF-VALUATION-EFFECT      PIC S9(7)V99.
           05 HF-TOTAL-EFFECT          PIC S9(9)V99    VALUE 0.
           05 HF-ABS-CHANGE            PIC 9(3)V99.
           05 HF-LARGEST-CHANGE        PIC 9(3)V99.

      *    A CHANGE THIS LARGE OR LARGER WAITS FOR A SECOND OPERATOR
       01 PA-APPROVAL-PERCENT          PIC 9(3)V9      VALUE 40.0.

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.

       01 WS-TIME-NOW                  PIC X(8).

       01 BATCH-CONTROL-AREA.
      *    ONE LINE PER BATCH HEADER ON THE TRANSACTION FILE, WITH
      *    WHAT THE HEADER CLAIMS, WHAT WAS ACTUALLY COUNTED, AND
      *    THE VERDICT
           05 BC-HEADERLESS-COUNT      PIC 9(5)        VALUE 0.
           05 BC-UNPOSTED-COUNT        PIC 9(5)        VALUE 0.
           05 BC-CURRENT-BATCH         PIC 999         VALUE 0.
           05 BC-NUM-BATCHES           PIC 999         VALUE 0.
           05 BATCH-CTL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON BC-NUM-BATCHES.
               10 BC-BATCH-ID          PIC X(12).
               10 BC-OFFICE-ID         PIC X(4).
               10 BC-BATCH-DATE        PIC X(6).
               10 BC-HDR-COUNT         PIC 9(5).
               10 BC-HDR-HASH          PIC 9(9).
               10 BC-ACT-COUNT         PIC 9(5).
               10 BC-ACT-HASH          PIC 9(9).
               10 BC-OUTCOME           PIC X.
                   88 BC-ACCEPTED      VALUE 'A'.
                   88 BC-DUPLICATE     VALUE 'D'.
                   88 BC-REPEATED      VALUE 'R'.
                   88 BC-COUNT-OFF     VALUE 'C'.
                   88 BC-HASH-OFF      VALUE 'H'.

       01 BEFORE-IMAGE-TABLE-AREA.
      *    AN UNTOUCHED COPY OF EACH MASTER RECORD AS FIRST READ, SO
      *    THE CHANGE JOURNAL CAN PAIR EVERY REWRITTEN RECORD WITH ITS
      *    BEFORE IMAGE
           05 BEFORE-TBL-LINE OCCURS 500 TIMES.
               10 BI-INVENTORY-REC     PIC X(262).

       01 MASTER-TABLE-AREA.
      *    EVERY MASTER RECORD A PRICE ACTION TOUCHES IS READ BY KEY
      *    ONCE AND HELD HERE WHILE PRICE ACTIONS POST, THEN REWRITTEN
      *    IN ONE PASS
           05 IM-NUM-RECORDS           PIC 999         VALUE 0.
           05 MASTER-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON IM-NUM-RECORDS
                   15 IM-REORDER-POINT PIC 9(3).
                   15 IM-COSTUME-PRICE PIC 99V99.

      *    ONE ITEM ON THE APPROVAL QUEUE
       01 APPROVAL-ITEM.
           05 AI-ITEM-ID               PIC X(15).
           05 AI-PROGRAM-ID            PIC X(10).
           05 AI-TRANS-TYPE            PIC X(4).
           05 AI-STATUS                PIC X.
               88 AI-PENDING        VALUE 'P'.
               88 AI-APPROVED       VALUE 'A'.
               88 AI-REJECTED       VALUE 'R'.
               88 AI-EXPIRED        VALUE 'X'.
               88 AI-APPLIED        VALUE 'D'.
           05 AI-SUBMITTED-DATE        PIC X(6).
           05 AI-SUBMITTED-BY          PIC X(10).
           05 AI-DECIDED-DATE          PIC X(6).
           05 AI-DECIDED-BY            PIC X(10).
           05 AI-APPLIED-DATE          PIC X(6).
           05 AI-AMOUNT                PIC 9(7)V99.
           05 AI-PERCENT               PIC 9(3)V99.
           05 AI-DESCRIPTION           PIC X(30).
           05 AI-TRANS-IMAGE           PIC X(80).
           05 FILLER                   PIC X(8)        VALUE SPACES.

       01 APPROVAL-QUEUE-AREA.
           05 AQ-HELD-SEQ              PIC 999         VALUE 0.
           05 AQ-TIME-NOW              PIC X(8).
           05 AQ-NUM-ITEMS             PIC 9(4)        VALUE 0.
           05 APPROVAL-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON AQ-NUM-ITEMS
               INDEXED BY APPROVAL-TBL-INDEX.
               10 AQ-ITEM-DATA         PIC X(200).

       01 OPERATOR-AUTHORITY.
           05 AU-PROGRAM-ID            PIC X(10).
           05 AU-ROLE-CODE             PIC X(8)        VALUE SPACES.
           05 AU-CHECK-TYPE            PIC X(4)        VALUE SPACES.
           05 AU-CHECK-AMOUNT          PIC 9(7)V99     VALUE 0.
           05 AU-CHECK-PERCENT         PIC 9(3)V99     VALUE 0.
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

           05 ARL-REASON               PIC X(40).
           05 FILLER                   PIC X(17)       VALUE SPACES.

       01 AUDIT-APPROVAL-LINE.
           05                          PIC X(14)       VALUE
                   'APPROVED ITEM '.
           05 AAL-ITEM-ID              PIC X(15).
           05                          PIC X(13)       VALUE
                   ' APPROVED BY '.
           05 AAL-DECIDED-BY           PIC X(10).
           05 FILLER                   PIC X(28)       VALUE SPACES.

       01 BATCH-CONTROL-LINE.
           05                          PIC X(6)        VALUE 'BATCH '.
           05 BCL-BATCH-ID             PIC X(12).
           05                          PIC X(5)        VALUE ' OFC '.
           05 BCL-OFFICE-ID            PIC X(4).
           05                          PIC X(6)        VALUE ' RECS '.
           05 BCL-RECORD-COUNT         PIC ZZZZ9.
           05                          PIC X(6)        VALUE ' HASH '.
           05 BCL-HASH-TOTAL           PIC Z(8)9.
           05 FILLER                   PIC X           VALUE SPACES.
           05 BCL-OUTCOME              PIC X(26).

       01 BATCH-UNPOSTED-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(43)       VALUE
                   'RECORDS NOT POSTED (REFUSED OR NO HEADER): '.
           05 BUL-UNPOSTED-COUNT       PIC ZZ,ZZ9.
           05 FILLER                   PIC X(26)       VALUE SPACES.

       01 AUDIT-TOTAL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(9)        VALUE
           05 ATL-TOTAL-EFFECT         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(3)        VALUE SPACES.

       01 AUDIT-HELD-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(19)       VALUE
                   'HELD FOR APPROVAL: '.
           05 AHL-HELD-COUNT           PIC ZZ,ZZ9.
           05 FILLER                   PIC X(50)       VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 12-OPERATOR-SIGN-ON
           PERFORM 11-CLAIM-MASTER-LOCK
           PERFORM 21-OPEN-INDEXED-MASTER
           PERFORM 15-HOUSEKEEPING
           PERFORM 60-VERIFY-BATCHES
           PERFORM 95-LOAD-APPROVAL-QUEUE
           PERFORM 26-APPLY-APPROVED-PRICES
           PERFORM 25-PROCESS-PRICE-ACTIONS
           PERFORM 85-WRITE-CHANGE-JOURNAL
           PERFORM 70-REWRITE-MASTER
           PERFORM 65-RECORD-POSTED-BATCHES
           PERFORM 97-REWRITE-APPROVAL-QUEUE
           PERFORM 99-RELEASE-MASTER-LOCK
           PERFORM 100-WRAP-UP
           .
                   NOT AT END
                       IF OM-OPERATOR-ID = WS-OPERATOR-ID
                           SET OPERATOR-KNOWN TO TRUE
                           MOVE OM-ROLE-CODE TO AU-ROLE-CODE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPERATOR-MASTER-FILE

           MOVE 'PRO04PRICE' TO AU-PROGRAM-ID

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
           MOVE 'PRO04PRICE' TO AI-PROGRAM-ID
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

       11-CLAIM-MASTER-LOCK.
      *    A SECOND REWRITER MUST NOT START WHILE THE MASTER IS MID-
      *    REWRITE.  THE LOCK FILE NAMES WHO HOLDS IT; A LOCK LEFT

               IF WS-LOCK-OVERRIDE NOT = 'Y' AND 'y'
                   DISPLAY 'RUN REFUSED - MASTER LOCK HELD'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
               AFTER ADVANCING 2 LINES
           .

       21-OPEN-INDEXED-MASTER.
      *    THE INDEXED MASTER IS LOADED BY PRO04IMST AFTER THE PRO04
      *    BUILD; WITHOUT IT THERE IS NOTHING TO POST AGAINST
           OPEN I-O INDEXED-INVENTORY-FILE

           IF NOT INDEXED-IO-OK
               DISPLAY 'INDEXED MASTER NOT AVAILABLE, STATUS '
                       INDEXED-STATUS
               DISPLAY 'LOAD IT WITH PRO04IMST - RUN REFUSED'
               PERFORM 99-RELEASE-MASTER-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       25-PROCESS-PRICE-ACTIONS.
                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BATCH-HEADER
                               PERFORM 64-NOTE-BATCH-HEADER
                           WHEN BATCH-POSTING-OK
                               PERFORM 30-APPLY-PRICE-ACTION
                       END-EVALUATE
               END-READ
           END-PERFORM
           .

       26-APPLY-APPROVED-PRICES.
      *    PRICE ACTIONS ANOTHER OPERATOR HAS APPROVED SINCE THE LAST
      *    RUN GO ON FIRST, WITHOUT BEING HELD AGAIN.  THEIR BATCH
      *    WAS PROVED AND REGISTERED ON THE RUN THAT HELD THEM
           PERFORM VARYING APPROVAL-TBL-INDEX FROM 1 BY 1
               UNTIL APPROVAL-TBL-INDEX > AQ-NUM-ITEMS
               MOVE AQ-ITEM-DATA(APPROVAL-TBL-INDEX) TO APPROVAL-ITEM
               IF AI-PROGRAM-ID = 'PRO04PRICE' AND AI-APPROVED
                   MOVE AI-ITEM-ID TO AAL-ITEM-ID
                   MOVE AI-DECIDED-BY TO AAL-DECIDED-BY
                   MOVE AUDIT-APPROVAL-LINE TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                       AFTER ADVANCING 1 LINES

                   MOVE AI-TRANS-IMAGE TO PRICE-TRANS-RECORD
                   SET APPROVED-ITEM TO TRUE
                   SET TRANS-AUTHORIZED TO TRUE
                   PERFORM 30-APPLY-PRICE-ACTION
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

       28-FETCH-MASTER-RECORD.
      *    A RECORD THIS RUN HAS ALREADY TOUCHED IS TAKEN FROM THE
      *    TABLE, WITH EVERY CHANGE SO FAR APPLIED; ANY OTHER IS READ
      *    BY KEY FROM THE INDEXED MASTER
           MOVE 'N' TO MASTER-FOUND-SW

           SET MASTER-TBL-INDEX TO 1
           SEARCH MASTER-TBL-LINE
               AT END
                   PERFORM 29-READ-INDEXED-MASTER

               WHEN XR-VENDOR-ID = IM-VENDOR-ID(MASTER-TBL-INDEX)
                   AND XR-WAREHOUSE-ID =
                               IM-WAREHOUSE-ID(MASTER-TBL-INDEX)
                   AND XR-COSTUME-ID =
                               IM-COSTUME-ID(MASTER-TBL-INDEX)
                   SET MASTER-FOUND TO TRUE
           END-SEARCH
           .

       29-READ-INDEXED-MASTER.
      *    THE RECORD JOINS THE TABLE WITH ITS BEFORE IMAGE, SO THE
      *    JOURNAL AND THE REWRITE BOTH PICK IT UP
           READ INDEXED-INVENTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO IM-NUM-RECORDS
                   MOVE INDEXED-INVENTORY-RECORD TO
                           MASTER-TBL-LINE(IM-NUM-RECORDS)
                   MOVE INDEXED-INVENTORY-RECORD TO
                           BI-INVENTORY-REC(IM-NUM-RECORDS)
                   SET MASTER-TBL-INDEX TO IM-NUM-RECORDS
                   SET MASTER-FOUND TO TRUE
           END-READ
           .

       30-APPLY-PRICE-ACTION.
           IF PC-NEW-PRICE IS NOT NUMERIC
               MOVE 'REJECTED - NEW PRICE NOT NUMERIC' TO ARL-REASON
               PERFORM 34-WRITE-REJECT-LINE
           ELSE
               MOVE PC-VENDOR-ID TO XR-VENDOR-ID
               MOVE PC-WAREHOUSE-ID TO XR-WAREHOUSE-ID
               MOVE PC-COSTUME-ID TO XR-COSTUME-ID
               PERFORM 28-FETCH-MASTER-RECORD

               IF MASTER-FOUND
                   PERFORM 31-REPRICE-MATCHING-SLOTS
               ELSE
                   MOVE 'REJECTED - KEY NOT ON MASTER' TO
                           ARL-REASON
                   PERFORM 34-WRITE-REJECT-LINE
               END-IF
           END-IF
           .

       31-REPRICE-MATCHING-SLOTS.
      *    EVERY SLOT ON THE RECORD CARRYING THE NAMED COSTUME IS
      *    REPRICED, SO ONE PRICE ACTION COVERS ALL SIZES AND TYPES.
      *    IF ANY OF THOSE SLOTS WOULD MOVE BY THE APPROVAL PERCENT
      *    OR MORE, THE WHOLE ACTION WAITS FOR A SECOND OPERATOR
           PERFORM 36-FIND-LARGEST-CHANGE

           EVALUATE TRUE
               WHEN NOT SLOT-FOUND
                   MOVE 'REJECTED - COSTUME NAME NOT ON RECORD' TO
                           ARL-REASON
                   PERFORM 34-WRITE-REJECT-LINE

               WHEN HF-LARGEST-CHANGE NOT < PA-APPROVAL-PERCENT
                AND NOT APPROVED-ITEM
                   PERFORM 35-HOLD-FOR-APPROVAL

               WHEN OTHER
                   PERFORM VARYING SUB FROM 1 BY 1
                       UNTIL SUB > 12

                       IF PC-COSTUME-NAME =
                               IM-COSTUME-NAME(MASTER-TBL-INDEX, SUB)
                           PERFORM 32-REPRICE-ONE-SLOT
                       END-IF
                   END-PERFORM
           END-EVALUATE
           .

       32-REPRICE-ONE-SLOT.
               MOVE ZEROES TO HF-PERCENT-CHANGE
           END-IF

      *    A CUT IS HELD TO THE SAME LIMIT AS A RISE
           MOVE 'PRCE' TO AU-CHECK-TYPE
           IF HF-PERCENT-CHANGE < 0
               COMPUTE AU-CHECK-PERCENT = 0 - HF-PERCENT-CHANGE
           ELSE
               MOVE HF-PERCENT-CHANGE TO AU-CHECK-PERCENT
           END-IF
           MOVE SPACES TO AU-REFERENCE
           STRING PC-VENDOR-ID PC-WAREHOUSE-ID PC-COSTUME-ID
               DELIMITED BY SIZE INTO AU-REFERENCE
           END-STRING
           PERFORM 93-CHECK-TRANS-AUTHORITY

           IF TRANS-AUTHORIZED
               PERFORM 33-APPLY-NEW-PRICE
           ELSE
               MOVE SPACES TO ARL-REASON
               STRING 'REJECTED - ' AU-REASON DELIMITED BY SIZE
                   INTO ARL-REASON
               END-STRING
               PERFORM 34-WRITE-REJECT-LINE
           END-IF
           .

       33-APPLY-NEW-PRICE.
           IF IM-NUM-IN-STOCK(MASTER-TBL-INDEX, SUB) IS NUMERIC
               COMPUTE HF-VALUATION-EFFECT =
                   (PC-NEW-PRICE - HF-OLD-PRICE) *
               AFTER ADVANCING 1 LINES
           .

       35-HOLD-FOR-APPROVAL.
      *    NO SLOT IS REPRICED UNTIL A SECOND OPERATOR APPROVES THE
      *    ACTION; THE AUDIT LINE GIVES THE ITEM ID
           MOVE 'PRCE' TO AI-TRANS-TYPE
           MOVE ZEROES TO AI-AMOUNT
           MOVE HF-LARGEST-CHANGE TO AI-PERCENT
           MOVE SPACES TO AI-DESCRIPTION
           STRING 'REPRICE ' PC-VENDOR-ID ' ' PC-WAREHOUSE-ID ' '
                  PC-COSTUME-NAME DELIMITED BY SIZE
               INTO AI-DESCRIPTION
           END-STRING
           MOVE PRICE-TRANS-RECORD TO AI-TRANS-IMAGE
           PERFORM 96-QUEUE-FOR-APPROVAL
           ADD 1 TO PA-HELD-COUNT

           MOVE PC-VENDOR-ID TO ARL-VENDOR-ID
           MOVE PC-WAREHOUSE-ID TO ARL-WAREHOUSE-ID
           MOVE PC-COSTUME-NAME TO ARL-COSTUME-NAME
           MOVE SPACES TO ARL-REASON
           STRING 'HELD FOR APPROVAL - ' AI-ITEM-ID DELIMITED BY SIZE
               INTO ARL-REASON
           END-STRING
           MOVE AUDIT-REJECT-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
               AFTER ADVANCING 1 LINES
           .

       36-FIND-LARGEST-CHANGE.
      *    THE LARGEST PERCENT CHANGE, EITHER WAY, ACROSS THE SLOTS
      *    THE ACTION NAMES
           MOVE 'N' TO SLOT-CHECK
           MOVE ZEROES TO HF-LARGEST-CHANGE

           PERFORM VARYING SUB FROM 1 BY 1
               UNTIL SUB > 12

               IF PC-COSTUME-NAME =
                       IM-COSTUME-NAME(MASTER-TBL-INDEX, SUB)
                   SET SLOT-FOUND TO TRUE
                   MOVE IM-COSTUME-PRICE(MASTER-TBL-INDEX, SUB) TO
                           HF-OLD-PRICE
                   IF HF-OLD-PRICE NOT = 0
                       COMPUTE HF-PERCENT-CHANGE ROUNDED =
                           (PC-NEW-PRICE - HF-OLD-PRICE) /
                               HF-OLD-PRICE * 100
                       IF HF-PERCENT-CHANGE < 0
                           COMPUTE HF-ABS-CHANGE =
                               0 - HF-PERCENT-CHANGE
                       ELSE
                           MOVE HF-PERCENT-CHANGE TO HF-ABS-CHANGE
                       END-IF
                       IF HF-ABS-CHANGE > HF-LARGEST-CHANGE
                           MOVE HF-ABS-CHANGE TO HF-LARGEST-CHANGE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       85-WRITE-CHANGE-JOURNAL.
      *    BEFORE/AFTER IMAGES FOR EVERY RECORD THIS RUN CHANGED,
      *    APPENDED TO THE SHARED JOURNAL BEFORE THE MASTER IS
           CLOSE CHANGE-JOURNAL-FILE
           .

       60-VERIFY-BATCHES.
      *    EVERY BATCH IS PROVED AGAINST ITS HEADER BEFORE ANYTHING
      *    POSTS: THE RECORD COUNT AND THE HASH OF NEW PRICES IN CENTS
      *    MUST AGREE, AND THE BATCH ID MUST BE NEITHER ON THE
      *    POSTED-BATCH REGISTRY NOR REPEATED ON THE FILE.  A BATCH
      *    THAT FAILS IS REFUSED WHOLE, AND RECORDS AHEAD OF ANY
      *    HEADER NEVER POST
           PERFORM UNTIL VERIFY-DONE
               READ PRICE-TRANS-FILE
                   AT END
                       SET VERIFY-DONE TO TRUE
                   NOT AT END
                       PERFORM 61-TALLY-BATCH-RECORD
               END-READ
           END-PERFORM

           CLOSE PRICE-TRANS-FILE
           OPEN INPUT PRICE-TRANS-FILE

           PERFORM VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BC-NUM-BATCHES
               PERFORM 66-JUDGE-BATCH
           END-PERFORM

           PERFORM 62-CHECK-REGISTRY
           PERFORM 63-PRINT-BATCH-CONTROL
           .

       61-TALLY-BATCH-RECORD.
           IF BATCH-HEADER
               IF BC-NUM-BATCHES < 200
                   ADD 1 TO BC-NUM-BATCHES
                   MOVE BH-BATCH-ID TO BC-BATCH-ID(BC-NUM-BATCHES)
                   MOVE BH-OFFICE-ID TO BC-OFFICE-ID(BC-NUM-BATCHES)
                   MOVE BH-BATCH-DATE TO
                           BC-BATCH-DATE(BC-NUM-BATCHES)
                   MOVE ZEROES TO BC-ACT-COUNT(BC-NUM-BATCHES)
                   MOVE ZEROES TO BC-ACT-HASH(BC-NUM-BATCHES)
                   MOVE SPACE TO BC-OUTCOME(BC-NUM-BATCHES)

      *            A HEADER TOTAL THAT ISN'T A NUMBER CAN'T AGREE
                   IF BH-RECORD-COUNT IS NUMERIC
                       MOVE BH-RECORD-COUNT TO
                               BC-HDR-COUNT(BC-NUM-BATCHES)
                   ELSE
                       MOVE ZEROES TO BC-HDR-COUNT(BC-NUM-BATCHES)
                       MOVE 'C' TO BC-OUTCOME(BC-NUM-BATCHES)
                   END-IF

                   IF BH-HASH-TOTAL IS NUMERIC
                       MOVE BH-HASH-TOTAL TO
                               BC-HDR-HASH(BC-NUM-BATCHES)
                   ELSE
                       MOVE ZEROES TO BC-HDR-HASH(BC-NUM-BATCHES)
                       MOVE 'H' TO BC-OUTCOME(BC-NUM-BATCHES)
                   END-IF
               ELSE
                   DISPLAY 'MORE THAN 200 BATCHES - ' BH-BATCH-ID
                           ' COUNTED INTO THE BATCH BEFORE IT'
               END-IF
           ELSE
               IF BC-NUM-BATCHES = 0
                   ADD 1 TO BC-HEADERLESS-COUNT
               ELSE
                   ADD 1 TO BC-ACT-COUNT(BC-NUM-BATCHES)
                   IF PC-NEW-PRICE IS NUMERIC
                       COMPUTE BC-ACT-HASH(BC-NUM-BATCHES) =
                           BC-ACT-HASH(BC-NUM-BATCHES) +
                           PC-NEW-PRICE * 100
                   END-IF
               END-IF
           END-IF
           .

       66-JUDGE-BATCH.
           IF BC-OUTCOME(BATCH-SUB) = SPACE
               EVALUATE TRUE
                   WHEN BC-ACT-COUNT(BATCH-SUB) NOT =
                           BC-HDR-COUNT(BATCH-SUB)
                       MOVE 'C' TO BC-OUTCOME(BATCH-SUB)
                   WHEN BC-ACT-HASH(BATCH-SUB) NOT =
                           BC-HDR-HASH(BATCH-SUB)
                       MOVE 'H' TO BC-OUTCOME(BATCH-SUB)
                   WHEN OTHER
                       MOVE 'A' TO BC-OUTCOME(BATCH-SUB)
               END-EVALUATE
           END-IF

      *    THE SECOND COPY OF A BATCH ON THE SAME FILE IS REFUSED
           PERFORM VARYING BATCH-SUB-2 FROM 1 BY 1
               UNTIL BATCH-SUB-2 >= BATCH-SUB

               IF BC-BATCH-ID(BATCH-SUB-2) = BC-BATCH-ID(BATCH-SUB)
                       AND BC-ACCEPTED(BATCH-SUB)
                   MOVE 'R' TO BC-OUTCOME(BATCH-SUB)
               END-IF
           END-PERFORM
           .

       62-CHECK-REGISTRY.
           OPEN INPUT POSTED-BATCH-FILE

           PERFORM UNTIL REGISTRY-DONE
               READ POSTED-BATCH-FILE
                   AT END
                       SET REGISTRY-DONE TO TRUE
                   NOT AT END
                       PERFORM 67-MATCH-REGISTRY-ENTRY
               END-READ
           END-PERFORM

           CLOSE POSTED-BATCH-FILE
           .

       67-MATCH-REGISTRY-ENTRY.
           PERFORM VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BC-NUM-BATCHES

               IF PB-BATCH-ID = BC-BATCH-ID(BATCH-SUB) AND
                       BC-ACCEPTED(BATCH-SUB)
                   MOVE 'D' TO BC-OUTCOME(BATCH-SUB)
               END-IF
           END-PERFORM
           .

       63-PRINT-BATCH-CONTROL.
           PERFORM VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BC-NUM-BATCHES

               MOVE BC-BATCH-ID(BATCH-SUB) TO BCL-BATCH-ID
               MOVE BC-OFFICE-ID(BATCH-SUB) TO BCL-OFFICE-ID
               MOVE BC-ACT-COUNT(BATCH-SUB) TO BCL-RECORD-COUNT
               MOVE BC-ACT-HASH(BATCH-SUB) TO BCL-HASH-TOTAL

               EVALUATE TRUE
                   WHEN BC-ACCEPTED(BATCH-SUB)
                       MOVE 'ACCEPTED' TO BCL-OUTCOME
                   WHEN BC-DUPLICATE(BATCH-SUB)
                       MOVE 'REFUSED - ALREADY POSTED' TO BCL-OUTCOME
                   WHEN BC-REPEATED(BATCH-SUB)
                       MOVE 'REFUSED - REPEATED ON FILE' TO
                               BCL-OUTCOME
                   WHEN BC-COUNT-OFF(BATCH-SUB)
                       MOVE 'REFUSED - RECORD COUNT OFF' TO
                               BCL-OUTCOME
                   WHEN BC-HASH-OFF(BATCH-SUB)
                       MOVE 'REFUSED - HASH TOTAL OFF' TO BCL-OUTCOME
               END-EVALUATE

               IF NOT BC-ACCEPTED(BATCH-SUB)
                   ADD BC-ACT-COUNT(BATCH-SUB) TO BC-UNPOSTED-COUNT
               END-IF

               WRITE AUDIT-RECORD FROM BATCH-CONTROL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM

           ADD BC-HEADERLESS-COUNT TO BC-UNPOSTED-COUNT

           IF BC-UNPOSTED-COUNT > 0
               MOVE BC-UNPOSTED-COUNT TO BUL-UNPOSTED-COUNT
               WRITE AUDIT-RECORD FROM BATCH-UNPOSTED-LINE
                   AFTER ADVANCING 1 LINES
           END-IF

           MOVE SPACES TO AUDIT-RECORD
           WRITE AUDIT-RECORD
               AFTER ADVANCING 1 LINES
           .

       64-NOTE-BATCH-HEADER.
      *    THE NTH HEADER READ IS THE NTH BATCH 60-VERIFY-BATCHES
      *    JUDGED; ITS RECORDS APPLY ONLY IF IT WAS ACCEPTED
           ADD 1 TO BC-CURRENT-BATCH
           MOVE 'N' TO BATCH-POSTING-SW

           IF BC-CURRENT-BATCH NOT > BC-NUM-BATCHES
               IF BC-ACCEPTED(BC-CURRENT-BATCH)
                   SET BATCH-POSTING-OK TO TRUE
               END-IF
           END-IF
           .

       65-RECORD-POSTED-BATCHES.
      *    ONE REGISTRY ENTRY PER BATCH APPLIED, WRITTEN ONCE THE
      *    MASTER IS SAFELY REWRITTEN
           ACCEPT WS-TIME-NOW FROM TIME
           OPEN EXTEND POSTED-BATCH-FILE

           PERFORM VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BC-NUM-BATCHES

               IF BC-ACCEPTED(BATCH-SUB)
                   MOVE SPACES TO POSTED-BATCH-RECORD
                   MOVE 'PRO04PRICE' TO PB-PROGRAM-ID
                   MOVE BC-BATCH-ID(BATCH-SUB) TO PB-BATCH-ID
                   MOVE BC-OFFICE-ID(BATCH-SUB) TO PB-OFFICE-ID
                   MOVE BC-BATCH-DATE(BATCH-SUB) TO PB-BATCH-DATE
                   MOVE WS-DATE TO PB-POSTED-DATE
                   MOVE WS-TIME-NOW(1:6) TO PB-POSTED-TIME
                   MOVE BC-ACT-COUNT(BATCH-SUB) TO PB-RECORD-COUNT
                   MOVE BC-ACT-HASH(BATCH-SUB) TO PB-HASH-TOTAL
                   MOVE WS-OPERATOR-ID TO PB-OPERATOR-ID
                   WRITE POSTED-BATCH-RECORD
               END-IF
           END-PERFORM

           CLOSE POSTED-BATCH-FILE
           .

       70-REWRITE-MASTER.
      *    ONLY THE RECORDS THIS RUN CHANGED ARE REWRITTEN, EACH BY
      *    ITS KEY
           PERFORM VARYING MASTER-TBL-INDEX FROM 1 BY 1
               UNTIL MASTER-TBL-INDEX > IM-NUM-RECORDS

               IF MASTER-TBL-LINE(MASTER-TBL-INDEX) NOT =
                       BI-INVENTORY-REC(MASTER-TBL-INDEX)
                   MOVE MASTER-TBL-LINE(MASTER-TBL-INDEX) TO
                           INDEXED-INVENTORY-RECORD
                   REWRITE INDEXED-INVENTORY-RECORD
                       INVALID KEY
                           DISPLAY 'MASTER REWRITE FAILED, KEY '
                                   XR-RECORD-KEY ' STATUS '
                                   INDEXED-STATUS
                   END-REWRITE
               END-IF
           END-PERFORM
           .

       100-WRAP-UP.
           WRITE AUDIT-RECORD
               AFTER ADVANCING 2 LINES

           MOVE PA-HELD-COUNT TO AHL-HELD-COUNT
           MOVE AUDIT-HELD-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
               AFTER ADVANCING 1 LINES

           CLOSE PRICE-TRANS-FILE, PRICE-AUDIT-FILE,
                   INDEXED-INVENTORY-FILE

           GOBACK
           .
