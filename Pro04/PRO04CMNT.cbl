       AUTHOR. TIM J.
      ****************************************************************
      * This program maintains the costume records themselves on the
      * indexed master, the piece PRO04MAINT never covered: a new SKU
      * goes into an open slot, an existing slot's name, size, or
      * type can be corrected, and a dead line is discontinued with
      * a sell-down flag so the PO worksheet stops reordering it
      *           how the PRO04DMND suggestions get approved in)
      *        6: Sell-down flag (discontinues only -- Y keeps the
      *           slot selling down, N stops it dead)
      *    Each batch on the file opens with a batch header record
      *    ('HDR ', batch ID, originating office, batch date, record
      *    count, hash total of the prices in cents, blank prices
      *    counting zero).  A batch whose count or hash disagrees, or
      *    whose ID is already on the POSTED-BATCH REGISTRY, is
      *    refused whole
      *
      *    The INDEXED INVENTORY FILE is the costume master of record,
      *    keyed on vendor/warehouse/costume and loaded by PRO04IMST
      *
      *    The DISCONTINUED SKU FILE carries every slot already
      *    discontinued in prior runs

      * *******
      * OUTPUTS:
      *    Each INDEXED INVENTORY record changed is rewritten in
      *    place with its adds and changes
      *
      *    The DISCONTINUED SKU FILE is rewritten with this run's
      *    discontinues added; PRO04 reads it to suppress dead lines
               ASSIGN TO 'COSTUME-TRANS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INDEXED-INVENTORY-FILE
               ASSIGN TO 'INVENTORY-MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-RECORD-KEY
               FILE STATUS IS INDEXED-STATUS.

           SELECT DISCONTINUED-SKU-FILE
               ASSIGN TO 'DISCONTINUED-SKUS.TXT'
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

       FD COSTUME-TRANS-FILE
           RECORD CONTAINS 32 TO 40 CHARACTERS.

       01 COSTUME-TRANS-RECORD.
           05 CT-ACTION                PIC X.
           05 CT-COSTUME-PRICE         PIC 99V99.
           05 CT-SELLDOWN-FLAG         PIC X.

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

       FD DISCONTINUED-SKU-FILE
           RECORD CONTAINS 19 CHARACTERS.
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

       FD MASTER-LOCK-FILE
           RECORD CONTAINS 32 CHARACTERS.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG                 PIC X           VALUE 'F'.
           05 INDEXED-STATUS           PIC XX.
               88 INDEXED-IO-OK        VALUE '00'.
           05 MASTER-FOUND-SW          PIC X           VALUE 'N'.
               88 MASTER-FOUND         VALUE 'Y'.
           05 DISC-EOF-SW              PIC X           VALUE 'N'.
               88 DISC-LOAD-DONE       VALUE 'Y'.
           05 DISC-SKU-STATUS          PIC XX.
           05 CM-REJECTED-COUNT        PIC 9(5)        VALUE 0.
           05 DISC-SUB                 PIC 9(4).
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

       01 LOCK-WORK-FIELDS.
           05 WS-OPERATOR-ID           PIC X(10)       VALUE SPACES.

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
      *    EVERY MASTER RECORD A TRANSACTION TOUCHES IS READ BY KEY
      *    ONCE AND HELD HERE WHILE TRANSACTIONS POST, THEN REWRITTEN
      *    IN ONE PASS, THE SAME WAY PRO04POST PROTECTS THE MASTER
           05 IM-NUM-RECORDS           PIC 999         VALUE 0.
           05 MASTER-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON IM-NUM-RECORDS
               10 DC-SELLDOWN-FLAG     PIC X.
               10 DC-DISC-DATE         PIC X(6).

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

           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 ADL-OUTCOME              PIC X(46).

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
       10-CONTROL-MODULE.
           PERFORM 12-OPERATOR-SIGN-ON
           PERFORM 11-CLAIM-MASTER-LOCK
           PERFORM 21-OPEN-INDEXED-MASTER
           PERFORM 15-HOUSEKEEPING
           PERFORM 22-LOAD-DISCONTINUED-TABLE
           PERFORM 60-VERIFY-BATCHES
           PERFORM 25-PROCESS-TRANSACTIONS
           PERFORM 85-WRITE-CHANGE-JOURNAL
           PERFORM 70-REWRITE-MASTER
           PERFORM 75-REWRITE-DISCONTINUED
           PERFORM 65-RECORD-POSTED-BATCHES
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

           MOVE 'PRO04CMNT' TO AU-PROGRAM-ID

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

       22-LOAD-DISCONTINUED-TABLE.
                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BATCH-HEADER
                               PERFORM 64-NOTE-BATCH-HEADER
                           WHEN BATCH-POSTING-OK
                               PERFORM 30-APPLY-TRANSACTION
                       END-EVALUATE
               END-READ
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

       30-APPLY-TRANSACTION.
           MOVE CT-ACTION TO ADL-ACTION
           MOVE CT-VENDOR-ID TO ADL-VENDOR-ID
           MOVE CT-COSTUME-NAME TO ADL-COSTUME-NAME
           MOVE ZEROES TO ADL-SLOT-NUM

           MOVE CT-VENDOR-ID TO XR-VENDOR-ID
           MOVE CT-WAREHOUSE-ID TO XR-WAREHOUSE-ID
           MOVE CT-COSTUME-ID TO XR-COSTUME-ID
           PERFORM 28-FETCH-MASTER-RECORD

           IF NOT MASTER-FOUND
               MOVE 'REJECTED - KEY NOT ON MASTER' TO ADL-OUTCOME
               PERFORM 47-WRITE-REJECT-LINE
           ELSE
               EVALUATE TRUE
                   WHEN CT-ADD
                       PERFORM 31-APPLY-ADD

                   WHEN CT-CHANGE
                       PERFORM 32-APPLY-CHANGE

                   WHEN CT-DISCONTINUE
                       PERFORM 33-APPLY-DISCONTINUE

                   WHEN OTHER
                       MOVE 'REJECTED - BAD ACTION CODE' TO
                               ADL-OUTCOME
                       PERFORM 47-WRITE-REJECT-LINE
               END-EVALUATE
           END-IF
           .

       31-APPLY-ADD.
           CLOSE CHANGE-JOURNAL-FILE
           .

       60-VERIFY-BATCHES.
      *    EVERY BATCH IS PROVED AGAINST ITS HEADER BEFORE ANYTHING
      *    POSTS: THE RECORD COUNT AND THE HASH OF PRICES IN CENTS
      *    MUST AGREE, AND THE BATCH ID MUST BE NEITHER ON THE
      *    POSTED-BATCH REGISTRY NOR REPEATED ON THE FILE.  A BATCH
      *    THAT FAILS IS REFUSED WHOLE, AND RECORDS AHEAD OF ANY
      *    HEADER NEVER POST
           PERFORM UNTIL VERIFY-DONE
               READ COSTUME-TRANS-FILE
                   AT END
                       SET VERIFY-DONE TO TRUE
                   NOT AT END
                       PERFORM 61-TALLY-BATCH-RECORD
               END-READ
           END-PERFORM

           CLOSE COSTUME-TRANS-FILE
           OPEN INPUT COSTUME-TRANS-FILE

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
                   IF CT-COSTUME-PRICE IS NUMERIC
                       COMPUTE BC-ACT-HASH(BC-NUM-BATCHES) =
                           BC-ACT-HASH(BC-NUM-BATCHES) +
                           CT-COSTUME-PRICE * 100
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
                   MOVE 'PRO04CMNT' TO PB-PROGRAM-ID
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

       75-REWRITE-DISCONTINUED.
           WRITE AUDIT-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE COSTUME-TRANS-FILE, COSTUME-AUDIT-FILE,
                   INDEXED-INVENTORY-FILE

           GOBACK
           .
