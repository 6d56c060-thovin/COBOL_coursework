      *        2: Transaction type (I issue, R receipt,
      *           A adjustment to an absolute count)
      *        3: Quantity
      *    Each batch on the file opens with a batch header record
      *    ('HDR ', batch ID, originating office, batch date, record
      *    count, quantity hash total).  A batch whose count or hash
      *    disagrees, or whose ID is already on the POSTED-BATCH
      *    REGISTRY, is refused whole before anything posts
      *
      *    The INVENTORY FILE is the parts master Pro01 reports

      *    old and new quantities, and a reason for every reject
      *    (unknown catalog number, or an issue that would drive
      *    stock negative)
      *
      *    Every POST-CHECKPOINT-INTERVAL transactions (four digits,
      *    default 0100) the parts table and the usage history rows
      *    not yet appended are saved with the transaction count and
      *    control totals.  A run that dies is rerun as normal: it
      *    picks up the last checkpoint, proves the transaction file
      *    against its control totals, and resumes at the first
      *    transaction not yet committed.  The register shows each
      *    checkpoint and the restart point
      *
      *    The POSTED-BATCH REGISTRY gains one entry per batch
      *    posted, shared with every other posting program
      *
      *    The GL JOURNAL FILE gains one balanced summary batch per
      *    run charging the parts issued, at the master's unit
      *    purchase price, out of parts inventory.  It goes on with
      *    the other appends, so a restart never doubles it
      ************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO 'PARTS-USAGE-HISTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    SHARED GENERAL LEDGER FEED -- EVERY SUBLEDGER APPENDS ONE
      *    BALANCED SUMMARY BATCH PER RUN, AND GLPOST POSTS THEM TO
      *    THE LEDGER BY ACCOUNT
           SELECT OPTIONAL GL-JOURNAL-FILE
               ASSIGN TO 'GL-JOURNAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    SHARED POSTED-BATCH REGISTRY -- EVERY POSTING PROGRAM
      *    RECORDS EACH BATCH IT POSTS AND REFUSES A BATCH ID
      *    ALREADY ON IT.  PRO04BREG REPORTS IT BY PROGRAM AND DATE
           SELECT OPTIONAL POSTED-BATCH-FILE
               ASSIGN TO 'POSTED-BATCHES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    COMMIT-INTERVAL CHECKPOINT.  THE CONTROL RECORD IS WRITTEN
      *    LAST, AFTER THE STATE FILES OF ITS GENERATION, SO IT ONLY
      *    EVER NAMES A COMPLETE SET.  SEE 80-TAKE-CHECKPOINT
           SELECT POST-CHECKPOINT-FILE
               ASSIGN TO 'PRO01POST-CHECKPOINT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.

      *    THE STATE FILES ALTERNATE BETWEEN AN A AND A B GENERATION,
      *    SO A RUN THAT DIES MID-CHECKPOINT LEAVES THE LAST GOOD
      *    GENERATION UNTOUCHED
           SELECT CHECKPOINT-MASTER-FILE
               ASSIGN TO CKP-MASTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECKPOINT-USAGE-FILE
               ASSIGN TO CKP-USAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECKPOINT-BATCH-FILE
               ASSIGN TO CKP-BATCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PARTS-TRANS-FILE
           RECORD CONTAINS 10 TO 40 CHARACTERS.

       01 PARTS-TRANS-RECORD.
           05 PT-CAT-NUM           PIC X(5).
               88 PT-KIT-ISSUE     VALUE 'K'.
           05 PT-QUANTITY          PIC 9(4).

      *    EVERY BATCH ON THE FILE OPENS WITH ONE OF THESE
       01 BATCH-HEADER-RECORD.
           05 BH-RECORD-ID         PIC X(4).
               88 BATCH-HEADER     VALUE 'HDR '.
           05 BH-BATCH-ID          PIC X(12).
           05 BH-OFFICE-ID         PIC X(4).
           05 BH-BATCH-DATE        PIC X(6).
           05 BH-RECORD-COUNT      PIC 9(5).
           05 BH-HASH-TOTAL        PIC 9(9).

       FD INVENTORY-FILE
           RECORD CONTAINS 60 CHARACTERS.

           05 UH-CAT-NUM           PIC X(5).
           05 UH-QUANTITY          PIC 9(4).

       FD GL-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 GL-JOURNAL-RECORD.
           05 GJ-SUBLEDGER         PIC X(4).
           05 GJ-BATCH-ID          PIC X(12).
           05 GJ-SOURCE            PIC X(10).
           05 GJ-ENTRY-DATE        PIC X(6).
      *    RESOLVED TO AN ACCOUNT THROUGH THE CHART OF ACCOUNTS
           05 GJ-INTERFACE-CODE    PIC X(8).
           05 GJ-DR-CR             PIC X.
           05 GJ-AMOUNT            PIC 9(9)V99.
           05 GJ-DESCRIPTION       PIC X(28).

       FD POSTED-BATCH-FILE
           RECORD CONTAINS 68 CHARACTERS.

       01 POSTED-BATCH-RECORD.
           05 PB-PROGRAM-ID        PIC X(10).
           05 PB-BATCH-ID          PIC X(12).
           05 PB-OFFICE-ID         PIC X(4).
           05 PB-BATCH-DATE        PIC X(6).
           05 PB-POSTED-DATE       PIC X(6).
           05 PB-POSTED-TIME       PIC X(6).
           05 PB-RECORD-COUNT      PIC 9(5).
           05 PB-HASH-TOTAL        PIC 9(9).
           05 PB-OPERATOR-ID       PIC X(10).

       FD POST-CHECKPOINT-FILE
           RECORD CONTAINS 79 CHARACTERS.

       01 POST-CHECKPOINT-RECORD.
           05 CK-ACTIVE-FLAG       PIC X.
               88 CK-ACTIVE        VALUE 'Y'.
      *        P WHILE POSTING, W ONCE EVERY TRANSACTION IS POSTED
      *        AND THE RESULTS ARE BEING WRITTEN
           05 CK-PHASE             PIC X.
           05 CK-GENERATION        PIC X.
           05 CK-RUN-DATE          PIC X(6).
           05 CK-TRANS-COUNT       PIC 9(7).
           05 CK-QTY-HASH          PIC 9(9).
           05 CK-APPLIED-COUNT     PIC 9(5).
           05 CK-REJECTED-COUNT    PIC 9(5).
      *        RECORDS ON THE USAGE HISTORY BEFORE THIS RUN'S ROWS
      *        WENT ON, SET IN THE W PHASE
           05 CK-USAGE-BASE        PIC 9(7).
           05 CK-REGISTRY-BASE     PIC 9(7).
           05 CK-GL-BASE           PIC 9(7).
      *        VALUE OF THE PARTS ISSUED SO FAR, AND THE GL BATCH ID
      *        FIXED IN THE W PHASE SO A RESTART WRITES THE SAME ONE
           05 CK-ISSUE-VALUE       PIC 9(9)V99.
           05 CK-GL-BATCH-ID       PIC X(12).

       FD CHECKPOINT-MASTER-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01 CHECKPOINT-MASTER-RECORD PIC X(60).

       FD CHECKPOINT-USAGE-FILE
           RECORD CONTAINS 15 CHARACTERS.

       01 CHECKPOINT-USAGE-RECORD  PIC X(15).

      *    REGISTRY ENTRIES FOR THE BATCHES THIS RUN POSTED
       FD CHECKPOINT-BATCH-FILE
           RECORD CONTAINS 68 CHARACTERS.

       01 CHECKPOINT-BATCH-RECORD  PIC X(68).


       WORKING-STORAGE SECTION.

               88 MASTER-LOAD-DONE VALUE 'Y'.
           05 PP-APPLIED-COUNT     PIC 9(5)        VALUE 0.
           05 PP-REJECTED-COUNT    PIC 9(5)        VALUE 0.
           05 PP-ISSUE-VALUE       PIC 9(9)V99     VALUE 0.
           05 KIT-MASTER-STATUS    PIC XX.
               88 KIT-MASTER-FOUND VALUE '00'.
           05 KIT-LOAD-EOF-SW      PIC X           VALUE 'N'.
               88 COMPONENT-OK     VALUE 'Y'.
           05 KIT-SUB              PIC 999.
           05 PART-SUB             PIC 999.
           05 CHECKPOINT-STATUS    PIC XX.
               88 CHECKPOINT-FOUND VALUE '00'.
           05 RESTART-SW           PIC X           VALUE 'N'.
               88 RESTARTING       VALUE 'Y'.
           05 STAGED-EOF-SW        PIC X           VALUE 'N'.
               88 STAGED-DONE      VALUE 'Y'.
           05 USAGE-SUB            PIC 9(4).
           05 VERIFY-EOF-SW        PIC X           VALUE 'N'.
               88 VERIFY-DONE      VALUE 'Y'.
           05 REGISTRY-EOF-SW      PIC X           VALUE 'N'.
               88 REGISTRY-DONE    VALUE 'Y'.
           05 BATCH-POSTING-SW     PIC X           VALUE 'N'.
               88 BATCH-POSTING-OK VALUE 'Y'.
           05 BATCH-SUB            PIC 999.
           05 BATCH-SUB-2          PIC 999.

       01 CHECKPOINT-FIELDS.
           05 CKP-INTERVAL-PARM    PIC X(4).
           05 CKP-INTERVAL         PIC 9(4)        VALUE 100.
           05 CKP-SINCE-LAST       PIC 9(4)        VALUE 0.
           05 CKP-TRANS-COUNT      PIC 9(7)        VALUE 0.
           05 CKP-QTY-HASH         PIC 9(9)        VALUE 0.
           05 CKP-GENERATION       PIC X           VALUE 'B'.
           05 CKP-PHASE            PIC X           VALUE 'P'.
               88 CKP-WRITE-PHASE  VALUE 'W'.
           05 CKP-RESTART-COUNT    PIC 9(7)        VALUE 0.
           05 CKP-RESTART-HASH     PIC 9(9)        VALUE 0.
           05 CKP-RESTART-DATE     PIC X(6).
           05 CKP-USAGE-BASE       PIC 9(7)        VALUE 0.
           05 CKP-USAGE-SKIP       PIC 9(7)        VALUE 0.
           05 CKP-REGISTRY-BASE    PIC 9(7)        VALUE 0.
           05 CKP-REGISTRY-SKIP    PIC 9(7)        VALUE 0.
           05 CKP-GL-BASE          PIC 9(7)        VALUE 0.
           05 CKP-GL-SKIP          PIC 9(7)        VALUE 0.
           05 CKP-GL-BATCH-ID      PIC X(12).
           05 CKP-MASTER-NAME      PIC X(30).
           05 CKP-USAGE-NAME       PIC X(30).
           05 CKP-BATCH-NAME       PIC X(30).

       01 HOLD-FIELDS.
           05 HF-OLD-ON-HAND       PIC 9(4).
           05 WS-MONTH             PIC XX.
           05 WS-DAY               PIC XX.

       01 WS-TIME-NOW              PIC X(8).

       01 BATCH-CONTROL-AREA.
      *    ONE LINE PER BATCH HEADER ON THE TRANSACTION FILE, WITH
      *    WHAT THE HEADER CLAIMS, WHAT WAS ACTUALLY COUNTED, AND
      *    THE VERDICT
           05 BC-HEADERLESS-COUNT  PIC 9(5)        VALUE 0.
           05 BC-UNPOSTED-COUNT    PIC 9(5)        VALUE 0.
           05 BC-CURRENT-BATCH     PIC 999         VALUE 0.
           05 BC-NUM-BATCHES       PIC 999         VALUE 0.
           05 BATCH-CTL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON BC-NUM-BATCHES.
               10 BC-BATCH-ID       PIC X(12).
               10 BC-OFFICE-ID      PIC X(4).
               10 BC-BATCH-DATE     PIC X(6).
               10 BC-HDR-COUNT      PIC 9(5).
               10 BC-HDR-HASH       PIC 9(9).
               10 BC-ACT-COUNT      PIC 9(5).
               10 BC-ACT-HASH       PIC 9(9).
               10 BC-OUTCOME        PIC X.
                   88 BC-ACCEPTED   VALUE 'A'.
                   88 BC-DUPLICATE  VALUE 'D'.
                   88 BC-REPEATED   VALUE 'R'.
                   88 BC-COUNT-OFF  VALUE 'C'.
                   88 BC-HASH-OFF   VALUE 'H'.

       01 PENDING-USAGE-AREA.
      *    USAGE ROWS ARE HELD HERE UNTIL THE RESULTS ARE WRITTEN, SO
      *    A RESTART NEVER APPENDS THE SAME ISSUE TWICE
           05 PU-NUM-ROWS          PIC 9(4)        VALUE 0.
           05 PENDING-USAGE-LINE OCCURS 1 TO 9999 TIMES
               DEPENDING ON PU-NUM-ROWS.
               10 PU-ISSUE-DATE     PIC X(6).
               10 PU-CAT-NUM        PIC X(5).
               10 PU-QUANTITY       PIC 9(4).

       01 KIT-TABLE-AREA.
      *    THE KIT BILLS OF MATERIAL, ONE LINE PER COMPONENT
           05 KT-NUM-LINES         PIC 999         VALUE 0.
           05 FILLER               PIC X(2)        VALUE SPACES.
           05 RDL-STATUS           PIC X(32).

       01 REGISTER-CHECKPOINT-LINE.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05                      PIC X(39)       VALUE
                   '--- CHECKPOINT TAKEN AFTER TRANSACTION '.
           05 RCL-TRANS-COUNT      PIC ZZZZZZ9.
           05 FILLER               PIC X(29)       VALUE SPACES.

       01 REGISTER-RESTART-LINE.
           05                      PIC X(32)       VALUE
                   '*** RESTARTED AFTER TRANSACTION '.
           05 RRL-TRANS-COUNT      PIC ZZZZZZ9.
           05                      PIC X(3)        VALUE ' - '.
           05 RRL-APPLIED-COUNT    PIC ZZ,ZZ9.
           05                      PIC X(10)       VALUE
                   ' APPLIED, '.
           05 RRL-REJECTED-COUNT   PIC ZZ,ZZ9.
           05                      PIC X(16)       VALUE
                   ' REJECTED BEFORE'.

       01 REGISTER-REFUSED-LINE.
           05                      PIC X(58)       VALUE
           '*** RESTART REFUSED - TRANSACTIONS DO NOT MATCH CHECKPOINT'.
           05 FILLER               PIC X(22)       VALUE SPACES.

       01 BATCH-CONTROL-LINE.
           05                      PIC X(6)        VALUE 'BATCH '.
           05 BCL-BATCH-ID         PIC X(12).
           05                      PIC X(5)        VALUE ' OFC '.
           05 BCL-OFFICE-ID        PIC X(4).
           05                      PIC X(6)        VALUE ' RECS '.
           05 BCL-RECORD-COUNT     PIC ZZZZ9.
           05                      PIC X(6)        VALUE ' HASH '.
           05 BCL-HASH-TOTAL       PIC Z(8)9.
           05 FILLER               PIC X           VALUE SPACES.
           05 BCL-OUTCOME          PIC X(26).

       01 BATCH-UNPOSTED-LINE.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05                      PIC X(43)       VALUE
                   'RECORDS NOT POSTED (REFUSED OR NO HEADER): '.
           05 BUL-UNPOSTED-COUNT   PIC ZZ,ZZ9.
           05 FILLER               PIC X(26)       VALUE SPACES.

       01 REGISTER-TOTAL-LINE.
           05 FILLER               PIC X(5)        VALUE SPACES.
           05                      PIC X(9)        VALUE
       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 14-CHECK-RESTART-POINT
           PERFORM 15-HOUSEKEEPING
           PERFORM 21-LOAD-PARTS-TABLE
           PERFORM 22-LOAD-KIT-TABLE

      *    A RUN THAT DIED WHILE WRITING ITS RESULTS ALREADY PROVED
      *    ITS BATCHES, AND ITS OWN MAY BE ON THE REGISTRY BY NOW
           IF NOT CKP-WRITE-PHASE
               PERFORM 60-VERIFY-BATCHES
           END-IF

           IF RESTARTING
               PERFORM 24-RELOAD-CHECKPOINT
               PERFORM 26-SKIP-POSTED-TRANSACTIONS
           END-IF

      *    A RUN THAT DIED WHILE WRITING ITS RESULTS HAS NOTHING
      *    LEFT TO POST -- IT ONLY FINISHES THE WRITE
           IF NOT CKP-WRITE-PHASE
               PERFORM 25-PROCESS-TRANSACTIONS
               MOVE 'W' TO CKP-PHASE
               PERFORM 80-TAKE-CHECKPOINT
           END-IF

           PERFORM 86-APPLY-STAGED-USAGE
           PERFORM 70-REWRITE-MASTER
           PERFORM 89-CLEAR-CHECKPOINT
           PERFORM 100-WRAP-UP
           .

       14-CHECK-RESTART-POINT.
      *    AN ACTIVE CHECKPOINT MEANS THE LAST RUN DIED BEFORE IT
      *    FINISHED; THIS RUN RESUMES IT.  TO THROW AWAY A DEAD RUN
      *    INSTEAD, EMPTY THE CHECKPOINT FILE -- THE PARTS MASTER IS
      *    NOT REWRITTEN UNTIL THE POSTING IS DONE
           ACCEPT CKP-INTERVAL-PARM FROM ENVIRONMENT
                   'POST-CHECKPOINT-INTERVAL'
           IF CKP-INTERVAL-PARM IS NUMERIC AND CKP-INTERVAL-PARM > 0
               MOVE CKP-INTERVAL-PARM TO CKP-INTERVAL
           END-IF

           OPEN INPUT POST-CHECKPOINT-FILE

           IF CHECKPOINT-FOUND
               READ POST-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CK-ACTIVE
                           SET RESTARTING TO TRUE
                           MOVE CK-PHASE TO CKP-PHASE
                           MOVE CK-GENERATION TO CKP-GENERATION
                           MOVE CK-RUN-DATE TO CKP-RESTART-DATE
                           MOVE CK-TRANS-COUNT TO CKP-RESTART-COUNT
                           MOVE CK-QTY-HASH TO CKP-RESTART-HASH
                           MOVE CK-APPLIED-COUNT TO PP-APPLIED-COUNT
                           MOVE CK-REJECTED-COUNT TO
                                   PP-REJECTED-COUNT
                           MOVE CK-USAGE-BASE TO CKP-USAGE-BASE
                           MOVE CK-REGISTRY-BASE TO
                                   CKP-REGISTRY-BASE
                           MOVE CK-GL-BASE TO CKP-GL-BASE
                           MOVE CK-ISSUE-VALUE TO PP-ISSUE-VALUE
                           MOVE CK-GL-BATCH-ID TO CKP-GL-BATCH-ID
                       END-IF
               END-READ
               CLOSE POST-CHECKPOINT-FILE
           END-IF
           .

       15-HOUSEKEEPING.
      *    A RESTART CARRIES ON THE DEAD RUN'S REGISTER, SO THE
      *    RESTART LINE SITS RIGHT WHERE THE POSTING PICKED UP
           OPEN INPUT PARTS-TRANS-FILE
           IF RESTARTING
               OPEN EXTEND POSTING-REGISTER-FILE
           ELSE
               OPEN OUTPUT POSTING-REGISTER-FILE
           END-IF

           ACCEPT WS-DATE FROM DATE
           MOVE WS-MONTH TO RH2-MONTH
           MOVE REGISTER-HEADING-THREE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES

      *    THE RESUMED RUN KEEPS THE DEAD RUN'S DATE, SO EVERY USAGE
      *    ROW FROM THE ONE POSTING CARRIES THE SAME ISSUE DATE
           IF RESTARTING
               MOVE CKP-RESTART-DATE TO WS-DATE

               MOVE CKP-RESTART-COUNT TO RRL-TRANS-COUNT
               MOVE PP-APPLIED-COUNT TO RRL-APPLIED-COUNT
               MOVE PP-REJECTED-COUNT TO RRL-REJECTED-COUNT
               WRITE REGISTER-RECORD FROM REGISTER-RESTART-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           .

       21-LOAD-PARTS-TABLE.
           END-IF
           .

       24-RELOAD-CHECKPOINT.
      *    THE PARTS TABLE AND THE USAGE ROWS NOT YET APPENDED COME
      *    BACK AS THEY STOOD AT THE LAST CHECKPOINT
           PERFORM 81-SET-CHECKPOINT-NAMES

           MOVE 0 TO PM-NUM-PARTS
           MOVE 'N' TO STAGED-EOF-SW
           OPEN INPUT CHECKPOINT-MASTER-FILE
           PERFORM UNTIL STAGED-DONE
               READ CHECKPOINT-MASTER-FILE
                   AT END
                       SET STAGED-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO PM-NUM-PARTS
                       MOVE CHECKPOINT-MASTER-RECORD TO
                               PARTS-TBL-LINE(PM-NUM-PARTS)
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-MASTER-FILE

           MOVE 0 TO PU-NUM-ROWS
           MOVE 'N' TO STAGED-EOF-SW
           OPEN INPUT CHECKPOINT-USAGE-FILE
           PERFORM UNTIL STAGED-DONE
               READ CHECKPOINT-USAGE-FILE
                   AT END
                       SET STAGED-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO PU-NUM-ROWS
                       MOVE CHECKPOINT-USAGE-RECORD TO
                               PENDING-USAGE-LINE(PU-NUM-ROWS)
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-USAGE-FILE
           .

       26-SKIP-POSTED-TRANSACTIONS.
      *    THE TRANSACTIONS THE CHECKPOINT ALREADY COVERS ARE READ
      *    PAST, RE-ADDING THE CONTROL TOTALS AS THEY GO.  A FILE
      *    THAT RUNS SHORT OR TOTALS DIFFERENTLY IS NOT THE FILE THE
      *    DEAD RUN WAS POSTING, AND NOTHING IS TOUCHED
           PERFORM UNTIL CKP-TRANS-COUNT >= CKP-RESTART-COUNT
                   OR EOF-FLAG = 'T'
               READ PARTS-TRANS-FILE
                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       PERFORM 27-ADD-CONTROL-TOTALS
                       IF BATCH-HEADER
                           PERFORM 64-NOTE-BATCH-HEADER
                       END-IF
               END-READ
           END-PERFORM

           IF CKP-TRANS-COUNT NOT = CKP-RESTART-COUNT OR
                   CKP-QTY-HASH NOT = CKP-RESTART-HASH
               DISPLAY 'RESTART REFUSED - PARTS-TRANS.TXT DOES NOT'
                       ' MATCH THE CHECKPOINT'
               WRITE REGISTER-RECORD FROM REGISTER-REFUSED-LINE
                   AFTER ADVANCING 2 LINES
               CLOSE PARTS-TRANS-FILE
               CLOSE POSTING-REGISTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       27-ADD-CONTROL-TOTALS.
           ADD 1 TO CKP-TRANS-COUNT
           IF NOT BATCH-HEADER AND PT-QUANTITY IS NUMERIC
               ADD PT-QUANTITY TO CKP-QTY-HASH
           END-IF
           .

       25-PROCESS-TRANSACTIONS.
           PERFORM UNTIL EOF-FLAG = 'T'
               READ PARTS-TRANS-FILE
                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       PERFORM 27-ADD-CONTROL-TOTALS

                       EVALUATE TRUE
                           WHEN BATCH-HEADER
                               PERFORM 64-NOTE-BATCH-HEADER
                           WHEN BATCH-POSTING-OK
                               PERFORM 30-APPLY-TRANSACTION
                       END-EVALUATE

                       ADD 1 TO CKP-SINCE-LAST
                       IF CKP-SINCE-LAST >= CKP-INTERVAL
                           PERFORM 80-TAKE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM
           .
                   MOVE KT-CAT-NUM(KIT-SUB) TO HF-USAGE-CAT-NUM
                   MOVE HF-COMPONENT-QTY TO HF-USAGE-QTY
                   PERFORM 36-WRITE-USAGE-HISTORY

                   IF PM-UNIT-PRICE(PART-SUB) IS NUMERIC
                       COMPUTE PP-ISSUE-VALUE = PP-ISSUE-VALUE +
                               HF-COMPONENT-QTY *
                               PM-UNIT-PRICE(PART-SUB)
                   END-IF
               END-IF
           END-PERFORM
           .
                       MOVE PT-CAT-NUM TO HF-USAGE-CAT-NUM
                       MOVE PT-QUANTITY TO HF-USAGE-QTY
                       PERFORM 36-WRITE-USAGE-HISTORY

                       IF PM-UNIT-PRICE(PARTS-TBL-INDEX) IS NUMERIC
                           COMPUTE PP-ISSUE-VALUE = PP-ISSUE-VALUE +
                                   PT-QUANTITY *
                                   PM-UNIT-PRICE(PARTS-TBL-INDEX)
                       END-IF
                   END-IF

               WHEN PT-RECEIPT

       36-WRITE-USAGE-HISTORY.
      *    ONE RECORD PER APPLIED ISSUE, KIT COMPONENTS INCLUDED,
      *    STAMPED WITH THE RUN DATE.  HELD UNTIL
      *    86-APPLY-STAGED-USAGE WRITES THE RESULTS
           IF PU-NUM-ROWS < 9999
               ADD 1 TO PU-NUM-ROWS
               STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
                   INTO PU-ISSUE-DATE(PU-NUM-ROWS)
               END-STRING
               MOVE HF-USAGE-CAT-NUM TO PU-CAT-NUM(PU-NUM-ROWS)
               MOVE HF-USAGE-QTY TO PU-QUANTITY(PU-NUM-ROWS)
           ELSE
               DISPLAY 'USAGE ROW TABLE FULL - ROW NOT KEPT FOR '
                       HF-USAGE-CAT-NUM
           END-IF
           .

       35-WRITE-REGISTER-LINE.
           CLOSE INVENTORY-FILE
           .

       60-VERIFY-BATCHES.
      *    EVERY BATCH IS PROVED AGAINST ITS HEADER BEFORE ANYTHING
      *    POSTS: THE RECORD COUNT AND QUANTITY HASH MUST AGREE, AND
      *    THE BATCH ID MUST BE NEITHER ON THE POSTED-BATCH REGISTRY
      *    NOR REPEATED ON THE FILE.  A BATCH THAT FAILS IS REFUSED
      *    WHOLE, AND RECORDS AHEAD OF ANY HEADER NEVER POST
           PERFORM UNTIL VERIFY-DONE
               READ PARTS-TRANS-FILE
                   AT END
                       SET VERIFY-DONE TO TRUE
                   NOT AT END
                       PERFORM 61-TALLY-BATCH-RECORD
               END-READ
           END-PERFORM

           CLOSE PARTS-TRANS-FILE
           OPEN INPUT PARTS-TRANS-FILE

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
                   IF PT-QUANTITY IS NUMERIC
                       ADD PT-QUANTITY TO BC-ACT-HASH(BC-NUM-BATCHES)
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

               WRITE REGISTER-RECORD FROM BATCH-CONTROL-LINE
                   AFTER ADVANCING 1 LINES
           END-PERFORM

           ADD BC-HEADERLESS-COUNT TO BC-UNPOSTED-COUNT

           IF BC-UNPOSTED-COUNT > 0
               MOVE BC-UNPOSTED-COUNT TO BUL-UNPOSTED-COUNT
               WRITE REGISTER-RECORD FROM BATCH-UNPOSTED-LINE
                   AFTER ADVANCING 1 LINES
           END-IF

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
               AFTER ADVANCING 1 LINES
           .

       64-NOTE-BATCH-HEADER.
      *    THE NTH HEADER READ IS THE NTH BATCH 60-VERIFY-BATCHES
      *    JUDGED; ITS RECORDS POST ONLY IF IT WAS ACCEPTED
           ADD 1 TO BC-CURRENT-BATCH
           MOVE 'N' TO BATCH-POSTING-SW

           IF BC-CURRENT-BATCH NOT > BC-NUM-BATCHES
               IF BC-ACCEPTED(BC-CURRENT-BATCH)
                   SET BATCH-POSTING-OK TO TRUE
               END-IF
           END-IF
           .

       65-STAGE-REGISTRY-ENTRIES.
      *    ONE REGISTRY ENTRY PER BATCH POSTED, STAGED WITH THE
      *    USAGE ROWS SO A RESTART NEVER RECORDS A BATCH TWICE.
      *    PARTS POSTING RUNS WITHOUT A SIGN-ON, SO NO OPERATOR
           ACCEPT WS-TIME-NOW FROM TIME
           OPEN OUTPUT CHECKPOINT-BATCH-FILE

           PERFORM VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BC-NUM-BATCHES

               IF BC-ACCEPTED(BATCH-SUB)
                   MOVE SPACES TO POSTED-BATCH-RECORD
                   MOVE 'PRO01POST' TO PB-PROGRAM-ID
                   MOVE BC-BATCH-ID(BATCH-SUB) TO PB-BATCH-ID
                   MOVE BC-OFFICE-ID(BATCH-SUB) TO PB-OFFICE-ID
                   MOVE BC-BATCH-DATE(BATCH-SUB) TO PB-BATCH-DATE
                   MOVE WS-DATE TO PB-POSTED-DATE
                   MOVE WS-TIME-NOW(1:6) TO PB-POSTED-TIME
                   MOVE BC-ACT-COUNT(BATCH-SUB) TO PB-RECORD-COUNT
                   MOVE BC-ACT-HASH(BATCH-SUB) TO PB-HASH-TOTAL

                   WRITE CHECKPOINT-BATCH-RECORD FROM
                           POSTED-BATCH-RECORD
               END-IF
           END-PERFORM

           CLOSE CHECKPOINT-BATCH-FILE
           .

       80-TAKE-CHECKPOINT.
      *    THE STATE GOES TO THE GENERATION NOT IN USE, AND ONLY
      *    THEN DOES THE CONTROL RECORD SWITCH OVER TO IT -- A RUN
      *    THAT DIES PART WAY THROUGH HERE STILL HAS THE LAST
      *    CHECKPOINT WHOLE.  THE FINAL (W) CHECKPOINT ALSO RECORDS
      *    HOW LONG THE USAGE HISTORY AND THE GL JOURNAL WERE, SO
      *    THE APPENDS CAN BE FINISHED WITHOUT DOUBLING UP
           IF CKP-GENERATION = 'A'
               MOVE 'B' TO CKP-GENERATION
           ELSE
               MOVE 'A' TO CKP-GENERATION
           END-IF
           PERFORM 81-SET-CHECKPOINT-NAMES

           OPEN OUTPUT CHECKPOINT-MASTER-FILE
           PERFORM VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > PM-NUM-PARTS
               WRITE CHECKPOINT-MASTER-RECORD FROM
                       PARTS-TBL-LINE(PART-SUB)
           END-PERFORM
           CLOSE CHECKPOINT-MASTER-FILE

           OPEN OUTPUT CHECKPOINT-USAGE-FILE
           PERFORM VARYING USAGE-SUB FROM 1 BY 1
               UNTIL USAGE-SUB > PU-NUM-ROWS
               WRITE CHECKPOINT-USAGE-RECORD FROM
                       PENDING-USAGE-LINE(USAGE-SUB)
           END-PERFORM
           CLOSE CHECKPOINT-USAGE-FILE

           IF CKP-WRITE-PHASE
               PERFORM 65-STAGE-REGISTRY-ENTRIES
               PERFORM 82-COUNT-USAGE-HISTORY
               MOVE CKP-USAGE-SKIP TO CKP-USAGE-BASE
               MOVE CKP-REGISTRY-SKIP TO CKP-REGISTRY-BASE
               MOVE CKP-GL-SKIP TO CKP-GL-BASE

               ACCEPT WS-TIME-NOW FROM TIME
               STRING WS-YEAR WS-MONTH WS-DAY WS-TIME-NOW(1:6)
                   DELIMITED BY SIZE INTO CKP-GL-BATCH-ID
               END-STRING
           END-IF

           MOVE 'Y' TO CK-ACTIVE-FLAG
           MOVE CKP-PHASE TO CK-PHASE
           MOVE CKP-GENERATION TO CK-GENERATION
           MOVE WS-DATE TO CK-RUN-DATE
           MOVE CKP-TRANS-COUNT TO CK-TRANS-COUNT
           MOVE CKP-QTY-HASH TO CK-QTY-HASH
           MOVE PP-APPLIED-COUNT TO CK-APPLIED-COUNT
           MOVE PP-REJECTED-COUNT TO CK-REJECTED-COUNT
           MOVE CKP-USAGE-BASE TO CK-USAGE-BASE
           MOVE CKP-REGISTRY-BASE TO CK-REGISTRY-BASE
           MOVE CKP-GL-BASE TO CK-GL-BASE
           MOVE PP-ISSUE-VALUE TO CK-ISSUE-VALUE
           MOVE CKP-GL-BATCH-ID TO CK-GL-BATCH-ID

           OPEN OUTPUT POST-CHECKPOINT-FILE
           WRITE POST-CHECKPOINT-RECORD
           CLOSE POST-CHECKPOINT-FILE

           IF NOT CKP-WRITE-PHASE
               MOVE CKP-TRANS-COUNT TO RCL-TRANS-COUNT
               WRITE REGISTER-RECORD FROM REGISTER-CHECKPOINT-LINE
                   AFTER ADVANCING 1 LINES
           END-IF

           MOVE 0 TO CKP-SINCE-LAST
           .

       81-SET-CHECKPOINT-NAMES.
           MOVE SPACES TO CKP-MASTER-NAME
           MOVE SPACES TO CKP-USAGE-NAME
           MOVE SPACES TO CKP-BATCH-NAME

           STRING 'PRO01POST-CKPT-MASTER-' CKP-GENERATION '.TXT'
               DELIMITED BY SIZE INTO CKP-MASTER-NAME
           END-STRING
           STRING 'PRO01POST-CKPT-USAGE-' CKP-GENERATION '.TXT'
               DELIMITED BY SIZE INTO CKP-USAGE-NAME
           END-STRING
           STRING 'PRO01POST-CKPT-BATCHES-' CKP-GENERATION '.TXT'
               DELIMITED BY SIZE INTO CKP-BATCH-NAME
           END-STRING
           .

       82-COUNT-USAGE-HISTORY.
      *    HOW MANY RECORDS THE USAGE HISTORY, THE BATCH REGISTRY AND
      *    THE GL JOURNAL HOLD RIGHT NOW, LEFT IN THE -SKIP FIELDS
           MOVE 0 TO CKP-USAGE-SKIP
           MOVE 'N' TO STAGED-EOF-SW
           OPEN INPUT USAGE-HISTORY-FILE
           PERFORM UNTIL STAGED-DONE
               READ USAGE-HISTORY-FILE
                   AT END
                       SET STAGED-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO CKP-USAGE-SKIP
               END-READ
           END-PERFORM
           CLOSE USAGE-HISTORY-FILE

           MOVE 0 TO CKP-REGISTRY-SKIP
           MOVE 'N' TO STAGED-EOF-SW
           OPEN INPUT POSTED-BATCH-FILE
           PERFORM UNTIL STAGED-DONE
               READ POSTED-BATCH-FILE
                   AT END
                       SET STAGED-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO CKP-REGISTRY-SKIP
               END-READ
           END-PERFORM
           CLOSE POSTED-BATCH-FILE

           MOVE 0 TO CKP-GL-SKIP
           MOVE 'N' TO STAGED-EOF-SW
           OPEN INPUT GL-JOURNAL-FILE
           PERFORM UNTIL STAGED-DONE
               READ GL-JOURNAL-FILE
                   AT END
                       SET STAGED-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO CKP-GL-SKIP
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-FILE
           .

       86-APPLY-STAGED-USAGE.
      *    APPENDS THE STAGED USAGE ROWS AND REGISTRY ENTRIES.  ON A
      *    RESTART, WHATEVER A FILE GAINED PAST ITS RECORDED LENGTH
      *    IS ROWS THE DEAD RUN ALREADY WROTE, AND THOSE ARE SKIPPED
           IF RESTARTING
               PERFORM 82-COUNT-USAGE-HISTORY
               IF CKP-USAGE-SKIP > CKP-USAGE-BASE
                   SUBTRACT CKP-USAGE-BASE FROM CKP-USAGE-SKIP
               ELSE
                   MOVE 0 TO CKP-USAGE-SKIP
               END-IF
               IF CKP-REGISTRY-SKIP > CKP-REGISTRY-BASE
                   SUBTRACT CKP-REGISTRY-BASE FROM CKP-REGISTRY-SKIP
               ELSE
                   MOVE 0 TO CKP-REGISTRY-SKIP
               END-IF
               IF CKP-GL-SKIP > CKP-GL-BASE
                   SUBTRACT CKP-GL-BASE FROM CKP-GL-SKIP
               ELSE
                   MOVE 0 TO CKP-GL-SKIP
               END-IF
           ELSE
               MOVE 0 TO CKP-USAGE-SKIP
               MOVE 0 TO CKP-REGISTRY-SKIP
               MOVE 0 TO CKP-GL-SKIP
           END-IF

      *    USAGE HISTORY ACCUMULATES ACROSS RUNS FOR THE
      *    OBSOLESCENCE ANALYSIS, SO IT IS EXTENDED RATHER THAN
      *    REWRITTEN
           OPEN EXTEND USAGE-HISTORY-FILE
           PERFORM 81-SET-CHECKPOINT-NAMES
           OPEN INPUT CHECKPOINT-USAGE-FILE

           MOVE 'N' TO STAGED-EOF-SW
           PERFORM UNTIL STAGED-DONE
               READ CHECKPOINT-USAGE-FILE
                   AT END
                       SET STAGED-DONE TO TRUE
                   NOT AT END
                       IF CKP-USAGE-SKIP > 0
                           SUBTRACT 1 FROM CKP-USAGE-SKIP
                       ELSE
                           WRITE USAGE-HISTORY-RECORD FROM
                                   CHECKPOINT-USAGE-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CHECKPOINT-USAGE-FILE
           CLOSE USAGE-HISTORY-FILE

           OPEN EXTEND POSTED-BATCH-FILE
           OPEN INPUT CHECKPOINT-BATCH-FILE

           MOVE 'N' TO STAGED-EOF-SW
           PERFORM UNTIL STAGED-DONE
               READ CHECKPOINT-BATCH-FILE
                   AT END
                       SET STAGED-DONE TO TRUE
                   NOT AT END
                       IF CKP-REGISTRY-SKIP > 0
                           SUBTRACT 1 FROM CKP-REGISTRY-SKIP
                       ELSE
                           WRITE POSTED-BATCH-RECORD FROM
                                   CHECKPOINT-BATCH-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CHECKPOINT-BATCH-FILE
           CLOSE POSTED-BATCH-FILE

           PERFORM 84-WRITE-GL-BATCH
           .

       84-WRITE-GL-BATCH.
      *    ONE SUMMARY BATCH FOR THE POSTING UNDER THE BATCH ID THE
      *    W CHECKPOINT FIXED: PARTS ISSUED TO THE SHOP ARE CHARGED
      *    TO PARTS USED AND COME OUT OF PARTS INVENTORY
           IF PP-ISSUE-VALUE > 0
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'PRTS' TO GJ-SUBLEDGER
               MOVE CKP-GL-BATCH-ID TO GJ-BATCH-ID
               MOVE 'PRO01POST' TO GJ-SOURCE
               STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
                   INTO GJ-ENTRY-DATE
               END-STRING
               MOVE PP-ISSUE-VALUE TO GJ-AMOUNT

               OPEN EXTEND GL-JOURNAL-FILE

               MOVE 'PARTSUSE' TO GJ-INTERFACE-CODE
               MOVE 'D' TO GJ-DR-CR
               MOVE 'PARTS ISSUED TO THE SHOP' TO GJ-DESCRIPTION
               PERFORM 85-WRITE-GL-LINE

               MOVE 'PARTSINV' TO GJ-INTERFACE-CODE
               MOVE 'C' TO GJ-DR-CR
               MOVE 'PARTS OUT OF STOCK' TO GJ-DESCRIPTION
               PERFORM 85-WRITE-GL-LINE

               CLOSE GL-JOURNAL-FILE
           END-IF
           .

       85-WRITE-GL-LINE.
      *    LINES THE DEAD RUN ALREADY WROTE ARE SKIPPED
           IF CKP-GL-SKIP > 0
               SUBTRACT 1 FROM CKP-GL-SKIP
           ELSE
               WRITE GL-JOURNAL-RECORD
           END-IF
           .

       89-CLEAR-CHECKPOINT.
      *    THE RESULTS ARE ALL WRITTEN; THE NEXT RUN STARTS FRESH
           OPEN OUTPUT POST-CHECKPOINT-FILE
           MOVE SPACES TO POST-CHECKPOINT-RECORD
           MOVE 'N' TO CK-ACTIVE-FLAG
           WRITE POST-CHECKPOINT-RECORD
           CLOSE POST-CHECKPOINT-FILE
           .

       100-WRAP-UP.
           MOVE PP-APPLIED-COUNT TO RTL-APPLIED-COUNT
           MOVE PP-REJECTED-COUNT TO RTL-REJECTED-COUNT
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE PARTS-TRANS-FILE, POSTING-REGISTER-FILE

           GOBACK
           .
