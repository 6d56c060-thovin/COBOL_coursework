      *    The TRANSFER ORDER FILE carries every order still open or
      *    in transit from prior runs
      *
      *    The INDEXED INVENTORY FILE is the costume master of record,
      *    keyed on vendor/warehouse/costume and loaded by PRO04IMST

      * *******
      * OUTPUTS:
      *    The TRANSFER ORDER FILE is rewritten; received orders drop
      *    off, released orders carry the in-transit flag
      *
      *    The INDEXED INVENTORY FILE is rewritten with the donor side
      *    posted down at release and the receiving side posted up at
      *    receipt
      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XFER-ORDER-STATUS.

           SELECT INDEXED-INVENTORY-FILE
               ASSIGN TO 'INVENTORY-MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-RECORD-KEY
               FILE STATUS IS INDEXED-STATUS.

           SELECT XFER-REGISTER-FILE
               ASSIGN TO PRINTER 'TRANSFER-ORDER-REGISTER.TXT'.
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

           05 TO-ORDER-STATUS          PIC X.
           05 TO-RELEASE-DATE          PIC X(6).

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

       FD XFER-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
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


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG                 PIC X           VALUE 'F'.
           05 INDEXED-STATUS           PIC XX.
               88 INDEXED-IO-OK        VALUE '00'.
           05 BROWSE-END-SW            PIC X           VALUE 'N'.
               88 BROWSE-DONE          VALUE 'Y'.
           05 ORDER-EOF-SW             PIC X           VALUE 'N'.
               88 ORDER-LOAD-DONE      VALUE 'Y'.
           05 XFER-ORDER-STATUS        PIC XX.
               88 OPERATOR-LOAD-DONE   VALUE 'Y'.
           05 OPERATOR-KNOWN-SW        PIC X           VALUE 'N'.
               88 OPERATOR-KNOWN       VALUE 'Y'.
           05 AUTHORITY-LOAD-SW        PIC X           VALUE 'N'.
               88 AUTHORITY-LOAD-DONE  VALUE 'Y'.

       01 LOCK-WORK-FIELDS.
           05 WS-OPERATOR-ID           PIC X(10).
       01 WS-TIME-NOW                  PIC X(8).

       01 BEFORE-IMAGE-TABLE-AREA.
      *    AN UNTOUCHED COPY OF EACH MASTER RECORD AS FIRST READ, SO
      *    THE CHANGE JOURNAL CAN PAIR EVERY REWRITTEN RECORD WITH ITS
      *    BEFORE IMAGE
           05 BEFORE-TBL-LINE OCCURS 500 TIMES.
               10 BI-INVENTORY-REC     PIC X(262).

       01 MASTER-TABLE-AREA.
      *    EVERY MASTER RECORD A TRANSFER ACTION TOUCHES IS READ
      *    ONCE AND HELD HERE WHILE TRANSFER ACTIONS POST, THEN
      *    REWRITTEN IN ONE PASS, THE SAME WAY PRO04POST PROTECTS THE
      *    MASTER
           05 IM-NUM-RECORDS           PIC 999         VALUE 0.
           05 MASTER-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON IM-NUM-RECORDS
                   88 OT-IN-TRANSIT    VALUE 'T'.
               10 OT-RELEASE-DATE      PIC X(6).

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

       10-CONTROL-MODULE.
           PERFORM 12-OPERATOR-SIGN-ON
           PERFORM 11-CLAIM-MASTER-LOCK
           PERFORM 21-OPEN-INDEXED-MASTER
           PERFORM 15-HOUSEKEEPING
           PERFORM 22-LOAD-ORDER-TABLE
           PERFORM 25-PROCESS-TRANSACTIONS
           PERFORM 60-PRINT-IN-TRANSIT-REPORT
                   NOT AT END
                       IF OM-OPERATOR-ID = WS-OPERATOR-ID
                           SET OPERATOR-KNOWN TO TRUE
                           MOVE OM-ROLE-CODE TO AU-ROLE-CODE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPERATOR-MASTER-FILE

           MOVE 'PRO04XORD' TO AU-PROGRAM-ID

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

       22-LOAD-ORDER-TABLE.

           IF SLOT-FOUND
               SET MASTER-TBL-INDEX DOWN BY 1
           ELSE
               PERFORM 43-BROWSE-INDEXED-MASTER
           END-IF
           .

       43-BROWSE-INDEXED-MASTER.
      *    NOT AMONG THE RECORDS ALREADY TOUCHED, SO THE PAIR'S
      *    RECORDS ARE BROWSED ON THE INDEXED MASTER FROM ITS LOWEST
      *    COSTUME ID UNTIL THE NAME HITS OR THE PAIR RUNS OUT.  THE
      *    RECORD THAT HITS JOINS THE TABLE WITH ITS BEFORE IMAGE
           MOVE 'N' TO BROWSE-END-SW
           MOVE HF-LOOKUP-VENDOR TO XR-VENDOR-ID
           MOVE HF-LOOKUP-WAREHOUSE TO XR-WAREHOUSE-ID
           MOVE LOW-VALUES TO XR-COSTUME-ID

           START INDEXED-INVENTORY-FILE
                   KEY IS NOT LESS THAN XR-RECORD-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START

           PERFORM UNTIL BROWSE-DONE OR SLOT-FOUND
               READ INDEXED-INVENTORY-FILE NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF XR-VENDOR-ID NOT = HF-LOOKUP-VENDOR
                               OR XR-WAREHOUSE-ID NOT =
                                       HF-LOOKUP-WAREHOUSE
                           SET BROWSE-DONE TO TRUE
                       ELSE
                           PERFORM VARYING SUB FROM 1 BY 1
                                   UNTIL SUB > 12 OR SLOT-FOUND
                               IF HF-LOOKUP-NAME =
                                       XR-COSTUME-NAME(SUB)
                                   MOVE SUB TO HF-SLOT-NUM
                                   SET SLOT-FOUND TO TRUE
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           IF SLOT-FOUND
               ADD 1 TO IM-NUM-RECORDS
               MOVE INDEXED-INVENTORY-RECORD TO
                       MASTER-TBL-LINE(IM-NUM-RECORDS)
               MOVE INDEXED-INVENTORY-RECORD TO
                       BI-INVENTORY-REC(IM-NUM-RECORDS)
               SET MASTER-TBL-INDEX TO IM-NUM-RECORDS
           END-IF
           .

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

       75-REWRITE-ORDERS.
           WRITE REGISTER-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE TRANSFER-TRANS-FILE, XFER-REGISTER-FILE,
                   INDEXED-INVENTORY-FILE

           GOBACK
           .
