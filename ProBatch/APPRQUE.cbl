       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRQUE.
       AUTHOR. Tim J.

      *    SECOND-OPERATOR APPROVAL OF THE HIGH-IMPACT TRANSACTIONS
      *    THE UPDATE PROGRAMS HOLD ON THE APPROVAL QUEUE INSTEAD OF
      *    POSTING -- A PRO04PRICE ACTION MOVING A PRICE 40% OR MORE,
      *    A PRO02WOFF WRITE-OFF OVER $5,000.00, A PRO02MAINT CREDIT
      *    LIMIT INCREASE, AND EVERY PRO04REST RESTORE.  THE SIGNED-ON
      *    OPERATOR'S DECISIONS COME FROM THE APPROVAL DECISIONS FILE,
      *    ONE LINE PER ITEM: THE ITEM ID FROM THE HOLDING PROGRAM'S
      *    REGISTER AND A FOR APPROVE OR R FOR REJECT.  NO OPERATOR
      *    MAY DECIDE AN ITEM THEY SUBMITTED; THAT IS REFUSED AND
      *    LOGGED AS A SECURITY VIOLATION.  AN APPROVED ITEM IS
      *    APPLIED BY THE NEXT RUN OF THE PROGRAM THAT HELD IT.  A
      *    PENDING ITEM OLDER THAN THE EXPIRY DAYS (APPROVAL-EXPIRE-
      *    DAYS IN THE ENVIRONMENT OR THE CONSOLE, DEFAULT 07) IS
      *    EXPIRED AND MUST BE KEYED AGAIN.  THE APPROVAL LIST SHOWS
      *    THE ITEMS EXPIRED, EVERY DECISION AND ITS OUTCOME, AND
      *    EVERYTHING STILL WAITING

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    HIGH-IMPACT TRANSACTIONS HELD FOR A SECOND OPERATOR BY
      *    PRO02WOFF, PRO02MAINT, PRO04PRICE, AND PRO04REST
           SELECT OPTIONAL APPROVAL-QUEUE-FILE
               ASSIGN TO 'APPROVAL-QUEUE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    THE APPROVER'S DECISIONS, EMPTIED ONCE THEY ARE RECORDED
           SELECT OPTIONAL APPROVAL-DECISION-FILE
               ASSIGN TO 'APPROVAL-DECISIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *    EVERY OPERATOR ALLOWED TO RUN AN UPDATE; AN UNKNOWN ID IS
      *    REFUSED BEFORE ANYTHING IS DECIDED
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

           SELECT APPROVAL-LIST-FILE
               ASSIGN TO PRINTER 'APPROVAL-LIST.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD APPROVAL-QUEUE-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01 APPROVAL-QUEUE-RECORD        PIC X(200).

       FD APPROVAL-DECISION-FILE
           RECORD CONTAINS 16 CHARACTERS.

       01 APPROVAL-DECISION-RECORD.
           05 DC-ITEM-ID               PIC X(15).
           05 DC-DECISION              PIC X.
               88 DC-APPROVE                       VALUE 'A'.
               88 DC-REJECT                        VALUE 'R'.

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

       FD APPROVAL-LIST-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 APPROVAL-LIST-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG                 PIC X       VALUE 'F'.
           05 APPROVAL-LOAD-SW         PIC X       VALUE 'N'.
               88 APPROVAL-LOAD-DONE               VALUE 'Y'.
           05 OPERATOR-LOAD-SW         PIC X       VALUE 'N'.
               88 OPERATOR-LOAD-DONE               VALUE 'Y'.
           05 OPERATOR-KNOWN-SW        PIC X       VALUE 'N'.
               88 OPERATOR-KNOWN                   VALUE 'Y'.
           05 AUTHORITY-LOAD-SW        PIC X       VALUE 'N'.
               88 AUTHORITY-LOAD-DONE              VALUE 'Y'.
           05 AQ-APPROVED-COUNT        PIC 9(5)    VALUE 0.
           05 AQ-REJECTED-COUNT        PIC 9(5)    VALUE 0.
           05 AQ-REFUSED-COUNT         PIC 9(5)    VALUE 0.
           05 AQ-EXPIRED-COUNT         PIC 9(5)    VALUE 0.
           05 AQ-PENDING-COUNT         PIC 9(5)    VALUE 0.
           05 AQ-UNAPPLIED-COUNT       PIC 9(5)    VALUE 0.

       01 RUN-PARAMETERS.
           05 WS-EXPIRE-DAYS-IN        PIC XX      VALUE SPACES.
           05 WS-EXPIRE-DAYS REDEFINES WS-EXPIRE-DAYS-IN
                                       PIC 99.

       01 AGE-FIELDS.
           05 WS-TODAY-CCYYMMDD        PIC 9(8).
           05 WS-ITEM-CCYYMMDD         PIC 9(8).
           05 WS-ITEM-AGE-DAYS         PIC S9(6).
           05 WS-ITEM-AGE-OUT          PIC ZZZZ9.

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 WS-OPERATOR-ID               PIC X(10)   VALUE SPACES.

      *    ONE ITEM ON THE APPROVAL QUEUE
       01 APPROVAL-ITEM.
           05 AI-ITEM-ID               PIC X(15).
           05 AI-PROGRAM-ID            PIC X(10).
           05 AI-TRANS-TYPE            PIC X(4).
           05 AI-STATUS                PIC X.
               88 AI-PENDING                       VALUE 'P'.
               88 AI-APPROVED                      VALUE 'A'.
               88 AI-REJECTED                      VALUE 'R'.
               88 AI-EXPIRED                       VALUE 'X'.
               88 AI-APPLIED                       VALUE 'D'.
           05 AI-SUBMITTED-DATE        PIC X(6).
           05 AI-SUBMITTED-BY          PIC X(10).
           05 AI-DECIDED-DATE          PIC X(6).
           05 AI-DECIDED-BY            PIC X(10).
           05 AI-APPLIED-DATE          PIC X(6).
           05 AI-AMOUNT                PIC 9(7)V99.
           05 AI-PERCENT               PIC 9(3)V99.
           05 AI-DESCRIPTION           PIC X(30).
           05 AI-TRANS-IMAGE           PIC X(80).
           05 FILLER                   PIC X(8)    VALUE SPACES.

       01 APPROVAL-QUEUE-AREA.
           05 AQ-NUM-ITEMS             PIC 9(4)    VALUE 0.
           05 APPROVAL-TBL-LINE OCCURS 1 TO 2000 TIMES
               DEPENDING ON AQ-NUM-ITEMS
               INDEXED BY APPROVAL-TBL-INDEX.
               10 AQ-ITEM-DATA.
                   15 AQ-ITEM-ID       PIC X(15).
                   15 FILLER           PIC X(185).

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

       01 LIST-HEADING-ONE.
           05 FILLER                   PIC X(24)   VALUE SPACES.
           05                          PIC X(32)   VALUE
                           'SECOND-OPERATOR APPROVAL LIST'.
           05 FILLER                   PIC X(24)   VALUE SPACES.

       01 LIST-HEADING-TWO.
           05 FILLER                   PIC X(10)   VALUE SPACES.
           05 LH2-MONTH                PIC 99.
           05                          PIC X       VALUE '/'.
           05 LH2-DAY                  PIC 99.
           05                          PIC X       VALUE '/'.
           05 LH2-YEAR                 PIC 9(2).
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05                          PIC X(10)   VALUE
                           'OPERATOR: '.
           05 LH2-OPERATOR-ID          PIC X(10).
           05 FILLER                   PIC X(3)    VALUE SPACES.
           05                          PIC X(13)   VALUE
                           'EXPIRES AFTER'.
           05 LH2-EXPIRE-DAYS          PIC ZZ9.
           05                          PIC X(5)    VALUE ' DAYS'.
           05 FILLER                   PIC X(10)   VALUE SPACES.
           05                          PIC XXX     VALUE 'TWJ'.

       01 SECTION-HEADING-LINE.
           05 SHL-TITLE                PIC X(30).
           05 FILLER                   PIC X(50)   VALUE SPACES.

       01 ITEM-HEADING-LINE.
           05                          PIC X(16)   VALUE 'ITEM ID'.
           05                          PIC X(11)   VALUE 'PROGRAM'.
           05                          PIC X(5)    VALUE 'TYPE'.
           05                          PIC X(7)    VALUE 'KEYED'.
           05                          PIC X(11)   VALUE 'BY'.
           05                          PIC X(14)   VALUE
                           '      AMOUNT'.
           05                          PIC X(16)   VALUE '  PCT'.

       01 ITEM-DETAIL-LINE.
           05 IDL-ITEM-ID              PIC X(15).
           05 FILLER                   PIC X       VALUE SPACE.
           05 IDL-PROGRAM-ID           PIC X(10).
           05 FILLER                   PIC X       VALUE SPACE.
           05 IDL-TRANS-TYPE           PIC X(4).
           05 FILLER                   PIC X       VALUE SPACE.
           05 IDL-SUBMITTED-DATE       PIC X(6).
           05 FILLER                   PIC X       VALUE SPACE.
           05 IDL-SUBMITTED-BY         PIC X(10).
           05 FILLER                   PIC X       VALUE SPACE.
           05 IDL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X       VALUE SPACE.
           05 IDL-PERCENT              PIC ZZ9.99.
           05 FILLER                   PIC X(11)   VALUE SPACES.

       01 ITEM-NOTE-LINE.
           05 FILLER                   PIC X(4)    VALUE SPACES.
           05 INL-DESCRIPTION          PIC X(30).
           05 FILLER                   PIC X(2)    VALUE SPACES.
           05 INL-OUTCOME              PIC X(40).
           05 FILLER                   PIC X(4)    VALUE SPACES.

       01 NONE-LINE.
           05 FILLER                   PIC X(4)    VALUE SPACES.
           05                          PIC X(4)    VALUE 'NONE'.
           05 FILLER                   PIC X(72)   VALUE SPACES.

       01 LIST-TOTAL-LINE.
           05                          PIC X(9)    VALUE 'APPROVED '.
           05 LTL-APPROVED-COUNT       PIC ZZ,ZZ9.
           05 FILLER                   PIC X(2)    VALUE SPACES.
           05                          PIC X(9)    VALUE 'REJECTED '.
           05 LTL-REJECTED-COUNT       PIC ZZ,ZZ9.
           05 FILLER                   PIC X(2)    VALUE SPACES.
           05                          PIC X(8)    VALUE 'REFUSED '.
           05 LTL-REFUSED-COUNT        PIC ZZ,ZZ9.
           05 FILLER                   PIC X(2)    VALUE SPACES.
           05                          PIC X(8)    VALUE 'EXPIRED '.
           05 LTL-EXPIRED-COUNT        PIC ZZ,ZZ9.
           05 FILLER                   PIC X(2)    VALUE SPACES.
           05                          PIC X(8)    VALUE 'PENDING '.
           05 LTL-PENDING-COUNT        PIC ZZ,ZZ9.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 12-OPERATOR-SIGN-ON
           PERFORM 13-GET-RUN-PARAMETERS
           PERFORM 15-HOUSEKEEPING
           PERFORM 20-LOAD-APPROVAL-QUEUE
           PERFORM 40-EXPIRE-OLD-ITEMS
           PERFORM 30-RECORD-DECISIONS
           PERFORM 50-PRINT-PENDING-ITEMS
           PERFORM 70-REWRITE-APPROVAL-QUEUE
           PERFORM 75-EMPTY-DECISION-FILE
           PERFORM 100-WRAP-UP
           .

       12-OPERATOR-SIGN-ON.
      *    THE SIGN-ON COMES FROM THE ENVIRONMENT WHEN A DRIVER SET
      *    IT, OTHERWISE FROM THE CONSOLE; AN ID NOT ON THE
      *    OPERATOR MASTER IS REFUSED BEFORE ANYTHING IS DECIDED
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

           MOVE 'APPRQUE' TO AU-PROGRAM-ID

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
      *    PROGRAM ON THE ROLE AUTHORITY TABLE; A MISSING TABLE OR A
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
      *    EVERY REFUSED SIGN-ON, PROGRAM OR DECISION IS APPENDED TO
      *    THE SECURITY VIOLATIONS LOG FOR THE WEEKLY SECREVW REVIEW
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

       13-GET-RUN-PARAMETERS.
      *    A DRIVER SETS THE EXPIRY DAYS IN THE ENVIRONMENT; RUN BY
      *    HAND THEY ARE ASKED FOR, AND A BLANK ANSWER TAKES 07
           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-EXPIRE-DAYS-IN FROM ENVIRONMENT
               'APPROVAL-EXPIRE-DAYS'

           IF WS-EXPIRE-DAYS-IN = SPACES
               DISPLAY 'DAYS BEFORE A PENDING ITEM EXPIRES (2 DIGITS): '
               ACCEPT WS-EXPIRE-DAYS-IN
           END-IF

           IF WS-EXPIRE-DAYS-IN IS NOT NUMERIC
               MOVE 7 TO WS-EXPIRE-DAYS
           END-IF

           STRING '20' WS-DATE DELIMITED BY SIZE
               INTO WS-TODAY-CCYYMMDD
           END-STRING
           .

       15-HOUSEKEEPING.
           OPEN OUTPUT APPROVAL-LIST-FILE

           MOVE WS-MONTH TO LH2-MONTH
           MOVE WS-DAY TO LH2-DAY
           MOVE WS-YEAR TO LH2-YEAR
           MOVE WS-OPERATOR-ID TO LH2-OPERATOR-ID
           MOVE WS-EXPIRE-DAYS TO LH2-EXPIRE-DAYS

           WRITE APPROVAL-LIST-RECORD FROM LIST-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE LIST-HEADING-TWO TO APPROVAL-LIST-RECORD
           WRITE APPROVAL-LIST-RECORD
               AFTER ADVANCING 1 LINES
           .

       20-LOAD-APPROVAL-QUEUE.
      *    NO QUEUE YET JUST MEANS NOTHING IS WAITING
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

       40-EXPIRE-OLD-ITEMS.
      *    A PENDING ITEM NOBODY HAS DECIDED WITHIN THE EXPIRY DAYS
      *    IS EXPIRED, SO A STALE CHANGE CAN NEVER BE APPROVED LATE
           MOVE 'ITEMS EXPIRED' TO SHL-TITLE
           PERFORM 80-PRINT-SECTION-HEADING

           PERFORM VARYING APPROVAL-TBL-INDEX FROM 1 BY 1
               UNTIL APPROVAL-TBL-INDEX > AQ-NUM-ITEMS
               MOVE AQ-ITEM-DATA(APPROVAL-TBL-INDEX) TO APPROVAL-ITEM
               IF AI-PENDING AND AI-SUBMITTED-DATE IS NUMERIC
                   PERFORM 42-CHECK-ITEM-AGE
               END-IF
           END-PERFORM

           IF AQ-EXPIRED-COUNT = 0
               MOVE NONE-LINE TO APPROVAL-LIST-RECORD
               WRITE APPROVAL-LIST-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF
           .

       42-CHECK-ITEM-AGE.
           STRING '20' AI-SUBMITTED-DATE DELIMITED BY SIZE
               INTO WS-ITEM-CCYYMMDD
           END-STRING

           COMPUTE WS-ITEM-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
               - FUNCTION INTEGER-OF-DATE(WS-ITEM-CCYYMMDD)

           IF WS-ITEM-AGE-DAYS > WS-EXPIRE-DAYS
               SET AI-EXPIRED TO TRUE
               MOVE WS-DATE TO AI-DECIDED-DATE
               MOVE APPROVAL-ITEM TO AQ-ITEM-DATA(APPROVAL-TBL-INDEX)
               ADD 1 TO AQ-EXPIRED-COUNT

               MOVE WS-ITEM-AGE-DAYS TO WS-ITEM-AGE-OUT
               MOVE SPACES TO INL-OUTCOME
               STRING 'EXPIRED - DAYS WAITING' WS-ITEM-AGE-OUT
                   DELIMITED BY SIZE INTO INL-OUTCOME
               END-STRING
               PERFORM 85-PRINT-ITEM
           END-IF
           .

       30-RECORD-DECISIONS.
      *    EACH DECISION IS RECORDED AGAINST ITS ITEM WITH THE
      *    APPROVER AND DATE.  AN ITEM NOT ON THE QUEUE OR NO LONGER
      *    PENDING, OR A CODE OTHER THAN A OR R, IS REFUSED; SO IS
      *    ANY DECISION ON AN ITEM THE APPROVER KEYED THEMSELF
           MOVE 'DECISIONS' TO SHL-TITLE
           PERFORM 80-PRINT-SECTION-HEADING

           OPEN INPUT APPROVAL-DECISION-FILE

           PERFORM UNTIL EOF-FLAG = 'T'
               READ APPROVAL-DECISION-FILE
                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       PERFORM 32-RECORD-ONE-DECISION
               END-READ
           END-PERFORM

           CLOSE APPROVAL-DECISION-FILE

           IF AQ-APPROVED-COUNT + AQ-REJECTED-COUNT +
                   AQ-REFUSED-COUNT = 0
               MOVE NONE-LINE TO APPROVAL-LIST-RECORD
               WRITE APPROVAL-LIST-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF
           .

       32-RECORD-ONE-DECISION.
           MOVE SPACES TO INL-OUTCOME

           SET APPROVAL-TBL-INDEX TO 1
           SEARCH APPROVAL-TBL-LINE
               AT END
                   MOVE SPACES TO APPROVAL-ITEM
                   MOVE DC-ITEM-ID TO AI-ITEM-ID
                   MOVE ZEROES TO AI-AMOUNT
                                  AI-PERCENT
                   MOVE 'REFUSED - ITEM NOT ON QUEUE' TO INL-OUTCOME
                   ADD 1 TO AQ-REFUSED-COUNT

               WHEN AQ-ITEM-ID(APPROVAL-TBL-INDEX) = DC-ITEM-ID
                   MOVE AQ-ITEM-DATA(APPROVAL-TBL-INDEX) TO
                           APPROVAL-ITEM
                   PERFORM 34-JUDGE-DECISION
           END-SEARCH

           PERFORM 85-PRINT-ITEM
           .

       34-JUDGE-DECISION.
           EVALUATE TRUE
               WHEN NOT AI-PENDING
                   MOVE 'REFUSED - ITEM NOT PENDING' TO INL-OUTCOME
                   ADD 1 TO AQ-REFUSED-COUNT

               WHEN NOT DC-APPROVE AND NOT DC-REJECT
                   MOVE 'REFUSED - DECISION NOT A OR R' TO INL-OUTCOME
                   ADD 1 TO AQ-REFUSED-COUNT

               WHEN AI-SUBMITTED-BY = WS-OPERATOR-ID
                   MOVE 'REFUSED - KEYED BY THIS OPERATOR' TO
                           INL-OUTCOME
                   ADD 1 TO AQ-REFUSED-COUNT
                   MOVE AI-TRANS-TYPE TO AU-CHECK-TYPE
                   MOVE AI-ITEM-ID(1:12) TO AU-REFERENCE
                   MOVE 'SELF-APPROVAL REFUSED' TO AU-REASON
                   PERFORM 94-LOG-SECURITY-VIOLATION

               WHEN OTHER
                   IF DC-APPROVE
                       SET AI-APPROVED TO TRUE
                       MOVE 'APPROVED' TO INL-OUTCOME
                       ADD 1 TO AQ-APPROVED-COUNT
                   ELSE
                       SET AI-REJECTED TO TRUE
                       MOVE 'REJECTED' TO INL-OUTCOME
                       ADD 1 TO AQ-REJECTED-COUNT
                   END-IF
                   MOVE WS-DATE TO AI-DECIDED-DATE
                   MOVE WS-OPERATOR-ID TO AI-DECIDED-BY
                   MOVE APPROVAL-ITEM TO
                           AQ-ITEM-DATA(APPROVAL-TBL-INDEX)
           END-EVALUATE
           .

       50-PRINT-PENDING-ITEMS.
      *    WHAT IS STILL WAITING FOR A DECISION, AND WHAT HAS BEEN
      *    APPROVED BUT NOT YET APPLIED BY ITS PROGRAM
           MOVE 'STILL WAITING' TO SHL-TITLE
           PERFORM 80-PRINT-SECTION-HEADING

           PERFORM VARYING APPROVAL-TBL-INDEX FROM 1 BY 1
               UNTIL APPROVAL-TBL-INDEX > AQ-NUM-ITEMS
               MOVE AQ-ITEM-DATA(APPROVAL-TBL-INDEX) TO APPROVAL-ITEM
               EVALUATE TRUE
                   WHEN AI-PENDING
                       ADD 1 TO AQ-PENDING-COUNT
                       MOVE 'PENDING' TO INL-OUTCOME
                       PERFORM 85-PRINT-ITEM
                   WHEN AI-APPROVED
                       ADD 1 TO AQ-UNAPPLIED-COUNT
                       MOVE SPACES TO INL-OUTCOME
                       STRING 'APPROVED BY ' DELIMITED BY SIZE
                              AI-DECIDED-BY DELIMITED BY SPACE
                              ' - NOT YET APPLIED' DELIMITED BY SIZE
                           INTO INL-OUTCOME
                       END-STRING
                       PERFORM 85-PRINT-ITEM
               END-EVALUATE
           END-PERFORM

           IF AQ-PENDING-COUNT + AQ-UNAPPLIED-COUNT = 0
               MOVE NONE-LINE TO APPROVAL-LIST-RECORD
               WRITE APPROVAL-LIST-RECORD
                   AFTER ADVANCING 1 LINES
           END-IF
           .

       70-REWRITE-APPROVAL-QUEUE.
           OPEN OUTPUT APPROVAL-QUEUE-FILE

           PERFORM VARYING APPROVAL-TBL-INDEX FROM 1 BY 1
               UNTIL APPROVAL-TBL-INDEX > AQ-NUM-ITEMS
               WRITE APPROVAL-QUEUE-RECORD FROM
                   AQ-ITEM-DATA(APPROVAL-TBL-INDEX)
           END-PERFORM

           CLOSE APPROVAL-QUEUE-FILE
           .

       75-EMPTY-DECISION-FILE.
      *    EVERY DECISION HAS NOW BEEN RECORDED OR REFUSED ON THE
      *    LIST, SO THE NEXT APPROVER STARTS WITH AN EMPTY FILE
           OPEN OUTPUT APPROVAL-DECISION-FILE
           CLOSE APPROVAL-DECISION-FILE
           .

       80-PRINT-SECTION-HEADING.
           MOVE SECTION-HEADING-LINE TO APPROVAL-LIST-RECORD
           WRITE APPROVAL-LIST-RECORD
               AFTER ADVANCING 2 LINES

           MOVE ITEM-HEADING-LINE TO APPROVAL-LIST-RECORD
           WRITE APPROVAL-LIST-RECORD
               AFTER ADVANCING 1 LINES
           .

       85-PRINT-ITEM.
           MOVE AI-ITEM-ID TO IDL-ITEM-ID
           MOVE AI-PROGRAM-ID TO IDL-PROGRAM-ID
           MOVE AI-TRANS-TYPE TO IDL-TRANS-TYPE
           MOVE AI-SUBMITTED-DATE TO IDL-SUBMITTED-DATE
           MOVE AI-SUBMITTED-BY TO IDL-SUBMITTED-BY
           MOVE AI-AMOUNT TO IDL-AMOUNT
           MOVE AI-PERCENT TO IDL-PERCENT
           MOVE AI-DESCRIPTION TO INL-DESCRIPTION

           MOVE ITEM-DETAIL-LINE TO APPROVAL-LIST-RECORD
           WRITE APPROVAL-LIST-RECORD
               AFTER ADVANCING 1 LINES

           MOVE ITEM-NOTE-LINE TO APPROVAL-LIST-RECORD
           WRITE APPROVAL-LIST-RECORD
               AFTER ADVANCING 1 LINES
           .

       100-WRAP-UP.
           MOVE AQ-APPROVED-COUNT TO LTL-APPROVED-COUNT
           MOVE AQ-REJECTED-COUNT TO LTL-REJECTED-COUNT
           MOVE AQ-REFUSED-COUNT TO LTL-REFUSED-COUNT
           MOVE AQ-EXPIRED-COUNT TO LTL-EXPIRED-COUNT
           MOVE AQ-PENDING-COUNT TO LTL-PENDING-COUNT

           MOVE LIST-TOTAL-LINE TO APPROVAL-LIST-RECORD
           WRITE APPROVAL-LIST-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE APPROVAL-LIST-FILE

           GOBACK
           .
