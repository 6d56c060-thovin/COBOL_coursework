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
           05 AUTHORITY-MATCH-SW       PIC X           VALUE 'N'.
               88 AUTHORITY-MATCHED    VALUE 'Y'.
           05 TRANS-AUTHORITY-SW       PIC X           VALUE 'N'.
               88 TRANS-AUTHORIZED     VALUE 'Y'.

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
               10 SH-CODE-TYPE         PIC X.
               10 SH-CODE-VALUE        PIC X(4).

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

                   NOT AT END
                       IF OM-OPERATOR-ID = WS-OPERATOR-ID
                           SET OPERATOR-KNOWN TO TRUE
                           MOVE OM-ROLE-CODE TO AU-ROLE-CODE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPERATOR-MASTER-FILE

           MOVE 'PRO04MAINT' TO AU-PROGRAM-ID

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

       15-HOUSEKEEPING.
           OPEN INPUT MASTER-TRANS-FILE
               OUTPUT MAINT-AUDIT-FILE
           MOVE MX-WAREHOUSE-ID TO ADL-WAREHOUSE-ID
           MOVE MX-NAME TO ADL-NAME

      *    THE OPERATOR'S ROLE IS CHECKED FOR THE FILE AND ACTION
      *    TOGETHER -- VD IS A VENDOR DELETE, WA A WAREHOUSE ADD
           MOVE SPACES TO AU-CHECK-TYPE
           STRING MX-FILE-CODE MX-ACTION DELIMITED BY SIZE
               INTO AU-CHECK-TYPE
           END-STRING
           MOVE SPACES TO AU-REFERENCE
           STRING MX-VENDOR-ID MX-WAREHOUSE-ID DELIMITED BY SIZE
               INTO AU-REFERENCE
           END-STRING
           PERFORM 93-CHECK-TRANS-AUTHORITY

           EVALUATE TRUE
               WHEN NOT TRANS-AUTHORIZED
                   MOVE SPACES TO ADL-OUTCOME
                   STRING 'REJECTED - ' AU-REASON DELIMITED BY SIZE
                       INTO ADL-OUTCOME
                   END-STRING
                   PERFORM 37-WRITE-REJECT-LINE

               WHEN MX-VENDOR-FILE
                   PERFORM 31-APPLY-VENDOR-TRANS

