           SELECT OPERATOR-MASTER-FILE
               ASSIGN TO 'OPERATOR-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    WHICH ROLES MAY RUN WHICH UPDATE PROGRAMS AND TRANSACTION
      *    TYPES, WITH EACH ROLE'S DOLLAR AND PERCENT LIMITS
           SELECT OPTIONAL ROLE-AUTHORITY-FILE
               ASSIGN TO 'ROLE-AUTHORITY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    EVERY REFUSED SIGN-ON OR TRANSACTION, REVIEWED WEEKLY BY
      *    SECREVW
           SELECT OPTIONAL SECURITY-LOG-FILE
               ASSIGN TO 'SECURITY-VIOLATIONS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       01  AUDIT-LINE                      PIC X(80).
      *
       FD  OPERATOR-MASTER-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  OPERATOR-MASTER-RECORD.
           05  OM-OPERATOR-ID              PIC X(10).
           05  OM-OPERATOR-NAME            PIC X(20).
           05  OM-ROLE-CODE                PIC X(8).
      *
       FD  ROLE-AUTHORITY-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  ROLE-AUTHORITY-RECORD.
           05  RA-ROLE-CODE                PIC X(8).
           05  RA-PROGRAM-ID               PIC X(10).
           05  RA-AUTHORITY-DATA.
               10  RA-TRANS-TYPE           PIC X(4).
               10  RA-AMOUNT-LIMIT         PIC 9(7)V99.
               10  RA-PERCENT-LIMIT        PIC 9(3)V9.
           05  FILLER                      PIC X(5).
      *
       FD  SECURITY-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SECURITY-LOG-RECORD.
           05  SV-LOG-DATE                 PIC X(6).
           05  SV-LOG-TIME                 PIC X(6).
           05  SV-OPERATOR-ID              PIC X(10).
           05  SV-ROLE-CODE                PIC X(8).
           05  SV-PROGRAM-ID               PIC X(10).
           05  SV-TRANS-TYPE               PIC X(4).
           05  SV-REFERENCE                PIC X(12).
           05  SV-REASON                   PIC X(24).
      *
       WORKING-STORAGE SECTION.
      *
               88 OPERATOR-LOAD-DONE                   VALUE 'Y'.
           05  OPERATOR-KNOWN-SW           PIC X       VALUE 'N'.
               88 OPERATOR-KNOWN                       VALUE 'Y'.
           05  AUTHORITY-LOAD-SW           PIC X       VALUE 'N'.
               88 AUTHORITY-LOAD-DONE                  VALUE 'Y'.
      *
       01  SIGN-ON-FIELDS.
           05  WS-OPERATOR-ID              PIC X(10)   VALUE SPACES.
                   15  ST-STUDENT-ID       PIC 9(6).
                   15  ST-NUM-TESTS        PIC 9.
                   15  ST-TEST-DATA        PIC X(54).
      *
       01  OPERATOR-AUTHORITY.
           05  AU-PROGRAM-ID               PIC X(10).
           05  AU-ROLE-CODE                PIC X(8)    VALUE SPACES.
           05  AU-CHECK-TYPE               PIC X(4)    VALUE SPACES.
           05  AU-REFERENCE                PIC X(12)   VALUE SPACES.
           05  AU-REASON                   PIC X(24).
           05  AU-NUM-ENTRIES              PIC 99      VALUE 0.
           05  AUTHORITY-TBL-LINE OCCURS 1 TO 50 TIMES
               DEPENDING ON AU-NUM-ENTRIES
               INDEXED BY AUTHORITY-TBL-INDEX.
               10  AU-TRANS-TYPE           PIC X(4).
               10  AU-AMOUNT-LIMIT         PIC 9(7)V99.
               10  AU-PERCENT-LIMIT        PIC 9(3)V9.
      *
      **********************OUTPUT AREA**************************
       01  AUDIT-OPERATOR-LINE.
                   NOT AT END
                       IF OM-OPERATOR-ID = WS-OPERATOR-ID
                           SET OPERATOR-KNOWN TO TRUE
                           MOVE OM-ROLE-CODE TO AU-ROLE-CODE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPERATOR-MASTER-FILE

           MOVE 'LAB10MAINT' TO AU-PROGRAM-ID

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

       15-HSKPING-ROUTINE.
           OPEN INPUT ROSTER-TRANS-FILE
               OUTPUT AUDIT-REGISTER-FILE
