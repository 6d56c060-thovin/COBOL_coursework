       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO04IMST.
       AUTHOR. TIM J.
      ****************************************************************
      * This utility moves the costume master between its two forms.
      * The indexed master, keyed on vendor/warehouse/costume, is the
      * master of record that PRO04POST, PRO04RECV, PRO04XORD,
      * PRO04PRICE, and PRO04CMNT read and rewrite record by record.
      * The flat MERGED-INVENTORY.TXT is what the PRO04 build merges
      * the regional feeds into and what the reports read.
      *
      * LOAD builds the indexed master from the flat file, after the
      * PRO04 build or a restore.  UNLOAD writes the flat file from
      * the indexed master, before the PRO04 build (so a delta night
      * applies against the posted stock) and before any report run
      * that needs today's postings

      ***************
      * INPUTS:
      *    The mode (LOAD or UNLOAD) comes from INDEXED-MASTER-MODE
      *    in the environment when a driver set it, otherwise from
      *    the console
      *
      *    LOAD: the MERGED INVENTORY FILE
      *
      *    UNLOAD: the INDEXED INVENTORY FILE, read in key order

      * *******
      * OUTPUTS:
      *    LOAD: the INDEXED INVENTORY FILE, replaced whole
      *
      *    UNLOAD: MERGED-INVENTORY.TXT, replaced whole.  With no
      *    indexed master yet (the first night) the flat file is
      *    left as it stands
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MERGED-INVENTORY-FILE
               ASSIGN TO 'MERGED-INVENTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGED-STATUS.

           SELECT INDEXED-INVENTORY-FILE
               ASSIGN TO 'INVENTORY-MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-RECORD-KEY
               FILE STATUS IS INDEXED-STATUS.

      *    RUN LOCK ON THE MERGED MASTER -- CLAIMED BEFORE ANY WORK
      *    STARTS AND RELEASED AFTER THE REWRITE, SO TWO REWRITERS
      *    CAN NEVER RUN AT ONCE.  SEE 11-CLAIM-MASTER-LOCK
           SELECT MASTER-LOCK-FILE
               ASSIGN TO 'MASTER-RUN-LOCK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-LOCK-STATUS.

      *    EVERY OPERATOR ALLOWED TO REWRITE A MASTER; AN UNKNOWN
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

       DATA DIVISION.
       FILE SECTION.

       FD MERGED-INVENTORY-FILE
           RECORD CONTAINS 262 CHARACTERS.

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

       01 MASTER-LOCK-RECORD.
           05 LK-PROGRAM-ID            PIC X(10).
           05 LK-OPERATOR-ID           PIC X(10).
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
           05 MERGED-STATUS            PIC XX.
               88 MERGED-FOUND         VALUE '00'.
           05 INDEXED-STATUS           PIC XX.
               88 INDEXED-IO-OK        VALUE '00'.
           05 IX-RECORD-COUNT          PIC 9(5)        VALUE 0.
           05 IX-DUPLICATE-COUNT       PIC 9(5)        VALUE 0.
           05 MASTER-LOCK-STATUS       PIC XX.
               88 MASTER-LOCK-EXISTS   VALUE '00'.
           05 LOCK-HELD-SW             PIC X.
               88 LOCK-HELD            VALUE 'Y'.
           05 OPERATOR-LOAD-SW         PIC X           VALUE 'N'.
               88 OPERATOR-LOAD-DONE   VALUE 'Y'.
           05 OPERATOR-KNOWN-SW        PIC X           VALUE 'N'.
               88 OPERATOR-KNOWN       VALUE 'Y'.
           05 AUTHORITY-LOAD-SW        PIC X           VALUE 'N'.
               88 AUTHORITY-LOAD-DONE  VALUE 'Y'.

       01 LOCK-WORK-FIELDS.
           05 WS-OPERATOR-ID           PIC X(10).
           05 WS-SIGNON-TIME           PIC X(8).
           05 WS-LOCK-OVERRIDE         PIC X.

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 WS-TIME-NOW                  PIC X(8).

       01 RUN-PARAMETERS.
           05 WS-MASTER-MODE           PIC X(6).
               88 LOAD-MODE            VALUE 'LOAD' 'load'.
               88 UNLOAD-MODE          VALUE 'UNLOAD' 'unload'.

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
      *    THE NIGHTLY DRIVER CALLS THIS TWICE IN ONE RUN (UNLOAD
      *    BEFORE THE BUILD, LOAD AFTER IT), SO NOTHING IS LEFT OVER
      *    FROM THE FIRST CALL
           MOVE 0 TO RETURN-CODE
           MOVE 'F' TO EOF-FLAG
           MOVE 0 TO IX-RECORD-COUNT, IX-DUPLICATE-COUNT
           MOVE 'N' TO OPERATOR-LOAD-SW, OPERATOR-KNOWN-SW,
                       AUTHORITY-LOAD-SW, LOCK-HELD-SW
           MOVE SPACES TO WS-OPERATOR-ID, WS-MASTER-MODE, AU-ROLE-CODE

           PERFORM 12-OPERATOR-SIGN-ON
           PERFORM 13-GET-RUN-PARAMETERS

           EVALUATE TRUE
               WHEN LOAD-MODE
                   PERFORM 11-CLAIM-MASTER-LOCK
                   PERFORM 25-LOAD-INDEXED-MASTER
                   PERFORM 99-RELEASE-MASTER-LOCK

               WHEN UNLOAD-MODE
                   PERFORM 11-CLAIM-MASTER-LOCK
                   PERFORM 30-UNLOAD-INDEXED-MASTER
                   PERFORM 99-RELEASE-MASTER-LOCK

               WHEN OTHER
                   DISPLAY 'MODE MUST BE LOAD OR UNLOAD - NOTHING DONE'
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           GOBACK
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

           MOVE 'PRO04IMST' TO AU-PROGRAM-ID

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
      *    BEHIND BY A CRASHED RUN CAN BE OVERRIDDEN AT THE CONSOLE
      *    UNDER SUPERVISION
           MOVE 'N' TO LOCK-HELD-SW

           OPEN INPUT MASTER-LOCK-FILE
           IF MASTER-LOCK-EXISTS
               READ MASTER-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET LOCK-HELD TO TRUE
               END-READ
               CLOSE MASTER-LOCK-FILE
           END-IF

           IF LOCK-HELD
               DISPLAY 'MERGED MASTER LOCKED BY ' LK-PROGRAM-ID
                       ' OPERATOR ' LK-OPERATOR-ID
                       ' SINCE ' LK-START-TIME
               DISPLAY 'OVERRIDE STALE LOCK? (Y/N): '
               ACCEPT WS-LOCK-OVERRIDE

               IF WS-LOCK-OVERRIDE NOT = 'Y' AND 'y'
                   DISPLAY 'RUN REFUSED - MASTER LOCK HELD'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME-NOW FROM TIME

           MOVE 'PRO04IMST' TO LK-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO LK-OPERATOR-ID
           STRING WS-YEAR WS-MONTH WS-DAY WS-TIME-NOW(1:6)
               DELIMITED BY SIZE INTO LK-START-TIME
           END-STRING

           OPEN OUTPUT MASTER-LOCK-FILE
           WRITE MASTER-LOCK-RECORD
           CLOSE MASTER-LOCK-FILE
           .

       99-RELEASE-MASTER-LOCK.
      *    AN EMPTY LOCK FILE MEANS NO LOCK
           OPEN OUTPUT MASTER-LOCK-FILE
           CLOSE MASTER-LOCK-FILE
           .

       13-GET-RUN-PARAMETERS.
           ACCEPT WS-MASTER-MODE FROM ENVIRONMENT
                   'INDEXED-MASTER-MODE'

           IF WS-MASTER-MODE = SPACES
               DISPLAY 'LOAD OR UNLOAD THE INDEXED MASTER: '
               ACCEPT WS-MASTER-MODE
           END-IF
           .

       25-LOAD-INDEXED-MASTER.
      *    THE FLAT FILE REPLACES THE INDEXED MASTER WHOLE.  A KEY
      *    THE BUILD LEFT ON TWO RECORDS KEEPS THE FIRST
           OPEN INPUT MERGED-INVENTORY-FILE

           IF MERGED-FOUND
               OPEN OUTPUT INDEXED-INVENTORY-FILE

               PERFORM UNTIL EOF-FLAG = 'T'
                   READ MERGED-INVENTORY-FILE
                       AT END
                           MOVE 'T' TO EOF-FLAG
                       NOT AT END
                           MOVE INVENTORY-RECORD TO
                                   INDEXED-INVENTORY-RECORD
                           WRITE INDEXED-INVENTORY-RECORD
                               INVALID KEY
                                   DISPLAY 'DUPLICATE MASTER KEY '
                                           'SKIPPED: ' XR-RECORD-KEY
                                   ADD 1 TO IX-DUPLICATE-COUNT
                               NOT INVALID KEY
                                   ADD 1 TO IX-RECORD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM

               CLOSE MERGED-INVENTORY-FILE, INDEXED-INVENTORY-FILE

               DISPLAY 'INDEXED MASTER LOADED, RECORDS: '
                       IX-RECORD-COUNT
               IF IX-DUPLICATE-COUNT > 0
                   DISPLAY 'DUPLICATE KEYS SKIPPED: '
                           IX-DUPLICATE-COUNT
               END-IF
           ELSE
               DISPLAY 'MERGED-INVENTORY.TXT NOT FOUND'
               DISPLAY 'INDEXED MASTER LEFT UNTOUCHED'
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       30-UNLOAD-INDEXED-MASTER.
      *    THE FLAT FILE COMES OUT IN KEY ORDER, THE SAME ORDER THE
      *    PRO04 BUILD WRITES IT IN
           OPEN INPUT INDEXED-INVENTORY-FILE

           IF INDEXED-IO-OK
               OPEN OUTPUT MERGED-INVENTORY-FILE

               PERFORM UNTIL EOF-FLAG = 'T'
                   READ INDEXED-INVENTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'T' TO EOF-FLAG
                       NOT AT END
                           WRITE INVENTORY-RECORD FROM
                                   INDEXED-INVENTORY-RECORD
                           ADD 1 TO IX-RECORD-COUNT
                   END-READ
               END-PERFORM

               CLOSE INDEXED-INVENTORY-FILE, MERGED-INVENTORY-FILE

               DISPLAY 'MERGED-INVENTORY.TXT UNLOADED, RECORDS: '
                       IX-RECORD-COUNT
           ELSE
               DISPLAY 'NO INDEXED MASTER YET, STATUS '
                       INDEXED-STATUS
               DISPLAY 'MERGED-INVENTORY.TXT LEFT AS IT STANDS'
           END-IF
           .
