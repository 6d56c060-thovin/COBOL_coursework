      * costume master back in place as MERGED-INVENTORY.TXT, for
      * backing out a run that merged a garbage regional feed.
      * PRO04 rotates the generations (G1 newest through G3 oldest)
      * before every run that overwrites the master.  The indexed
      * master of record is rebuilt from the same generation, so the
      * posting programs pick up from the restored stock.  A restore
      * overwrites every posting since the generation was saved, so
      * none is run on one operator's word: the run that asks for a
      * generation only holds the restore on the APPROVAL QUEUE, and
      * once a different operator approves it in APPRQUE the next
      * run of this program carries it out

      ***************
      * INPUTS:
      *    (1, 2, or 3)
      *
      *    The chosen MERGED-INVENTORY-Gn.TXT generation file
      *
      *    The APPROVAL QUEUE FILE -- an approved restore waiting on
      *    it is carried out instead of asking for a generation.  If
      *    PRO04 has run since the restore was held, the generations
      *    have rotated and the approver should reject it

      * *******
      * OUTPUTS:
      *    MERGED-INVENTORY.TXT, replaced by the chosen generation
      *
      *    The INDEXED INVENTORY FILE, rebuilt from the chosen
      *    generation
      *
      *    The APPROVAL QUEUE FILE, with a new restore held for
      *    approval or an approved one marked carried out
      ************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO 'MERGED-INVENTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INDEXED-INVENTORY-FILE
               ASSIGN TO 'INVENTORY-MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-RECORD-KEY
               FILE STATUS IS INDEXED-STATUS.

      *    RUN LOCK ON THE MERGED MASTER -- CLAIMED BEFORE ANY WORK
      *    STARTS AND RELEASED AFTER THE REWRITE, SO TWO REWRITERS
      *    CAN NEVER RUN AT ONCE.  SEE 11-CLAIM-MASTER-LOCK
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


       01 INVENTORY-RECORD             PIC X(262).

       FD INDEXED-INVENTORY-FILE
           RECORD CONTAINS 262 CHARACTERS.

       01 INDEXED-INVENTORY-RECORD.
           05 XR-RECORD-KEY.
               10 XR-VENDOR-ID         PIC X(4).
               10 XR-WAREHOUSE-ID      PIC X(3).
               10 XR-COSTUME-ID        PIC X(3).
           05 FILLER                   PIC X(252).

       FD MASTER-LOCK-FILE
           RECORD CONTAINS 32 CHARACTERS.

           05 LK-START-TIME            PIC X(12).

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


       WORKING-STORAGE SECTION.
           05 GENERATION-STATUS        PIC XX.
               88 GENERATION-FOUND     VALUE '00'.
           05 RS-RESTORED-COUNT        PIC 9(5)        VALUE 0.
           05 INDEXED-STATUS           PIC XX.
           05 MASTER-LOCK-STATUS       PIC XX.
               88 MASTER-LOCK-EXISTS   VALUE '00'.
           05 LOCK-HELD-SW             PIC X.
               88 OPERATOR-LOAD-DONE   VALUE 'Y'.
           05 OPERATOR-KNOWN-SW        PIC X           VALUE 'N'.
               88 OPERATOR-KNOWN       VALUE 'Y'.
           05 AUTHORITY-LOAD-SW        PIC X           VALUE 'N'.
               88 AUTHORITY-LOAD-DONE  VALUE 'Y'.
           05 APPROVAL-LOAD-SW         PIC X           VALUE 'N'.
               88 APPROVAL-LOAD-DONE VALUE 'Y'.
           05 APPROVED-ITEM-SW         PIC X           VALUE 'N'.
               88 APPROVED-ITEM     VALUE 'Y'.

       01 LOCK-WORK-FIELDS.
           05 WS-OPERATOR-ID           PIC X(10).
               88 VALID-GENERATION     VALUE '1' '2' '3'.
           05 WS-GENERATION-FILE-NAME  PIC X(24).

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
           05 AU-REFERENCE             PIC X(12)       VALUE SPACES.
           05 AU-REASON                PIC X(24).
           05 AU-NUM-ENTRIES           PIC 99          VALUE 0.
           05 AUTHORITY-TBL-LINE OCCURS 1 TO 50 TIMES
               DEPENDING ON AU-NUM-ENTRIES
               INDEXED BY AUTHORITY-TBL-INDEX.
               10 AU-TRANS-TYPE        PIC X(4).
               10 AU-AMOUNT-LIMIT      PIC 9(7)V99.
               10 AU-PERCENT-LIMIT     PIC 9(3)V9.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 12-OPERATOR-SIGN-ON
           ACCEPT WS-DATE FROM DATE
           PERFORM 95-LOAD-APPROVAL-QUEUE
           PERFORM 26-APPLY-APPROVED-RESTORE

           IF NOT APPROVED-ITEM
               PERFORM 13-GET-RUN-PARAMETERS

               IF VALID-GENERATION
                   PERFORM 35-HOLD-FOR-APPROVAL
               ELSE
                   DISPLAY 'GENERATION MUST BE 1, 2, OR 3 - '
                           'NOTHING DONE'
               END-IF
           END-IF

           PERFORM 97-REWRITE-APPROVAL-QUEUE
           GOBACK
           .

                   NOT AT END
                       IF OM-OPERATOR-ID = WS-OPERATOR-ID
                           SET OPERATOR-KNOWN TO TRUE
                           MOVE OM-ROLE-CODE TO AU-ROLE-CODE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPERATOR-MASTER-FILE

           MOVE 'PRO04REST' TO AU-PROGRAM-ID

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
           MOVE 'PRO04REST' TO AI-PROGRAM-ID
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
       13-GET-RUN-PARAMETERS.
           DISPLAY 'GENERATION TO RESTORE (1=NEWEST, 3=OLDEST): '
           ACCEPT WS-GENERATION-NUMBER
           PERFORM 14-NAME-GENERATION-FILE
           .

       14-NAME-GENERATION-FILE.
           STRING 'MERGED-INVENTORY-G' DELIMITED BY SIZE
                  WS-GENERATION-NUMBER DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
           END-STRING
           .

       26-APPLY-APPROVED-RESTORE.
      *    A RESTORE ANOTHER OPERATOR HAS APPROVED IS CARRIED OUT
      *    FROM THE GENERATION NAMED WHEN IT WAS HELD -- ONE A RUN
           PERFORM VARYING APPROVAL-TBL-INDEX FROM 1 BY 1
               UNTIL APPROVAL-TBL-INDEX > AQ-NUM-ITEMS
                  OR APPROVED-ITEM
               MOVE AQ-ITEM-DATA(APPROVAL-TBL-INDEX) TO APPROVAL-ITEM
               IF AI-PROGRAM-ID = 'PRO04REST' AND AI-APPROVED
                   SET APPROVED-ITEM TO TRUE
                   DISPLAY 'APPROVED ITEM ' AI-ITEM-ID
                           ' APPROVED BY ' AI-DECIDED-BY
                   MOVE AI-TRANS-IMAGE(1:1) TO WS-GENERATION-NUMBER
                   PERFORM 14-NAME-GENERATION-FILE

                   PERFORM 11-CLAIM-MASTER-LOCK
                   PERFORM 25-RESTORE-GENERATION
                   PERFORM 99-RELEASE-MASTER-LOCK

                   SET AI-APPLIED TO TRUE
                   MOVE WS-DATE TO AI-APPLIED-DATE
                   MOVE APPROVAL-ITEM TO
                           AQ-ITEM-DATA(APPROVAL-TBL-INDEX)
               END-IF
           END-PERFORM
           .

       35-HOLD-FOR-APPROVAL.
           MOVE 'REST' TO AI-TRANS-TYPE
           MOVE ZEROES TO AI-AMOUNT
                          AI-PERCENT
           MOVE SPACES TO AI-DESCRIPTION
           STRING 'RESTORE FROM GENERATION ' WS-GENERATION-NUMBER
               DELIMITED BY SIZE INTO AI-DESCRIPTION
           END-STRING
           MOVE SPACES TO AI-TRANS-IMAGE
           MOVE WS-GENERATION-NUMBER TO AI-TRANS-IMAGE(1:1)
           PERFORM 96-QUEUE-FOR-APPROVAL

           DISPLAY 'RESTORE HELD FOR APPROVAL - ITEM ' AI-ITEM-ID
           DISPLAY 'MASTER LEFT UNTOUCHED'
           .

       25-RESTORE-GENERATION.
           OPEN INPUT GENERATION-FILE

           IF GENERATION-FOUND
               OPEN OUTPUT MERGED-INVENTORY-FILE,
                           INDEXED-INVENTORY-FILE

               PERFORM UNTIL EOF-FLAG = 'T'
                   READ GENERATION-FILE
                       NOT AT END
                           WRITE INVENTORY-RECORD FROM
                                   GENERATION-RECORD
                           WRITE INDEXED-INVENTORY-RECORD FROM
                                   GENERATION-RECORD
                               INVALID KEY
                                   DISPLAY 'DUPLICATE MASTER KEY '
                                           'SKIPPED: ' XR-RECORD-KEY
                           END-WRITE
                           ADD 1 TO RS-RESTORED-COUNT
                   END-READ
               END-PERFORM

               CLOSE GENERATION-FILE, MERGED-INVENTORY-FILE,
                     INDEXED-INVENTORY-FILE

               DISPLAY 'MASTER RESTORED FROM ' WS-GENERATION-FILE-NAME
               DISPLAY 'RECORDS RESTORED: ' RS-RESTORED-COUNT
