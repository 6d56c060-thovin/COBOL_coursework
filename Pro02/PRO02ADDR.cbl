      *        2: Customer ID
      *        3: Three bill-to lines
      *        4: Three optional ship-to lines
      *        5: Bill-to city, state, ZIP code and ZIP+4
      *
      *    The CUSTOMER ADDRESS FILE holds the current addresses
      *
      *    The CUSTOMER MASTER FILE -- an address may only be added
      *    for a customer that exists, and its state must be the
      *    state on the customer master
      *
      *    The POSTAL CODE MASTER FILE holds every ZIP code the post
      *    office delivers to, with its state and city

      * *******
      * OUTPUTS:
      *    change in place
      *
      *    The ADDRESS AUDIT FILE lists every transaction with its
      *    outcome and the reason for every reject, then every
      *    address on file that fails the postal check

      ****************
      * EDIT RULES:
      *    Every address is checked against the postal code master
      *    each run, so a change to either master is caught.  An
      *    address that fails is still kept, but is flagged with
      *    the reason and the mailing programs hold its documents
      *    back until it is corrected:
      *        Z [ZIP CODE MISSING OR NOT NUMERIC]
      *        U [ZIP CODE NOT ON THE POSTAL CODE MASTER]
      *        S [STATE IS NOT THE STATE OF THE ZIP CODE]
      *        M [STATE IS NOT THE CUSTOMER MASTER STATE]
      *    A blank city or state is taken from the postal code
      *    master
      ************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO 'CUSTOMER-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSTAL-CODE-FILE
               ASSIGN TO 'POSTAL-CODE-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTAL-FILE-STATUS.

           SELECT ADDRESS-AUDIT-FILE
               ASSIGN TO PRINTER 'ADDRESS-MAINT-AUDIT.TXT'.

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

       FD ADDRESS-TRANS-FILE
           RECORD CONTAINS 187 CHARACTERS.

       01 ADDRESS-TRANS-RECORD.
           05 AT-ACTION             PIC X.
           05 AT-SHIP-LINE-1        PIC X(25).
           05 AT-SHIP-LINE-2        PIC X(25).
           05 AT-SHIP-LINE-3        PIC X(25).
           05 AT-CITY               PIC X(20).
           05 AT-STATE-CODE         PIC XX.
           05 AT-ZIP-CODE           PIC X(5).
           05 AT-ZIP-PLUS-4         PIC X(4).

       FD CUSTOMER-ADDRESS-FILE
           RECORD CONTAINS 187 CHARACTERS.

       01 CUSTOMER-ADDRESS-RECORD.
           05 CA-CUST-ID            PIC 9(5).
           05 CA-SHIP-LINE-1        PIC X(25).
           05 CA-SHIP-LINE-2        PIC X(25).
           05 CA-SHIP-LINE-3        PIC X(25).
      *    THE BILL-TO CITY, STATE AND ZIP THE MAIL IS SORTED ON
           05 CA-CITY               PIC X(20).
           05 CA-STATE-CODE         PIC XX.
           05 CA-ZIP-CODE           PIC X(5).
           05 CA-ZIP-PLUS-4         PIC X(4).
      *    V WHEN THE LAST POSTAL CHECK PASSED, ELSE THE REASON
           05 CA-ADDRESS-STATUS     PIC X.
               88 CA-ADDRESS-VALID  VALUE 'V'.

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01 CUSTOMER-MASTER-RECORD.
           05 CM-CUST-ID            PIC 9(5).
           05 CM-CUST-NAME          PIC X(25).
           05 CM-CREDIT-LIMIT       PIC 9(7)V99.
           05 CM-STATE-CODE         PIC XX.
           05 CM-FINANCE-CHARGE-SW  PIC X.
               88 CM-NO-FINANCE-CHARGE VALUE 'N'.

       FD POSTAL-CODE-FILE
           RECORD CONTAINS 27 CHARACTERS.

       01 POSTAL-CODE-RECORD.
           05 PM-ZIP-CODE           PIC X(5).
           05 PM-STATE-CODE         PIC XX.
           05 PM-CITY               PIC X(20).

       FD ADDRESS-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 AUDIT-RECORD              PIC X(80).

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
           05 OPERATOR-KNOWN-SW     PIC X          VALUE 'N'.
               88 OPERATOR-KNOWN       VALUE 'Y'.
           05 AUTHORITY-LOAD-SW     PIC X          VALUE 'N'.
               88 AUTHORITY-LOAD-DONE  VALUE 'Y'.
           05 POSTAL-FILE-STATUS    PIC XX.
               88 POSTAL-CODES-FOUND   VALUE '00'.
           05 AD-BAD-ADDRESS-COUNT  PIC 9(5)       VALUE 0.

       01 HOLD-FIELDS.
           05 HF-CUST-STATE-CODE    PIC XX.
           05 HF-REASON-TEXT        PIC X(30).

       01 WS-DATE.
           05 WS-YEAR               PIC XX.
               10 AD-SHIP-LINE-1    PIC X(25).
               10 AD-SHIP-LINE-2    PIC X(25).
               10 AD-SHIP-LINE-3    PIC X(25).
               10 AD-CITY           PIC X(20).
               10 AD-STATE-CODE     PIC XX.
               10 AD-ZIP-CODE       PIC X(5).
               10 AD-ZIP-PLUS-4     PIC X(4).
               10 AD-ADDRESS-STATUS PIC X.
                   88 AD-ADDRESS-VALID VALUE 'V'.

       01 CUSTOMER-TABLE-AREA.
           05 CT-NUM-CUSTOMERS      PIC 999        VALUE 0.
           05 CUSTOMER-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON CT-NUM-CUSTOMERS.
               10 CT-CUST-ID        PIC 9(5).
               10 CT-STATE-CODE     PIC XX.

       01 POSTAL-TABLE-AREA.
      *    EVERY ZIP CODE ON THE POSTAL CODE MASTER
           05 PZ-NUM-ZIPS           PIC 9(4)       VALUE 0.
           05 POSTAL-TBL-LINE OCCURS 1 TO 5000 TIMES
               DEPENDING ON PZ-NUM-ZIPS
               INDEXED BY POSTAL-TBL-INDEX.
               10 PZ-ZIP-CODE       PIC X(5).
               10 PZ-STATE-CODE     PIC XX.
               10 PZ-CITY           PIC X(20).

       01 ADDRESS-REASON-TEXT.
           05                       PIC X(31)      VALUE
                   'ZZIP MISSING OR NOT NUMERIC'.
           05                       PIC X(31)      VALUE
                   'UZIP CODE NOT ON POSTAL MASTER'.
           05                       PIC X(31)      VALUE
                   'SSTATE DOES NOT MATCH ZIP CODE'.
           05                       PIC X(31)      VALUE
                   'MSTATE NOT ON CUSTOMER MASTER'.

       01 ADDRESS-REASON-TBL REDEFINES ADDRESS-REASON-TEXT.
           05 ADDRESS-REASON-TBL-LINE OCCURS 4 TIMES
               INDEXED BY REASON-TBL-INDEX.
               10 AR-STATUS-CODE    PIC X.
               10 AR-REASON-TEXT    PIC X(30).

       01 OPERATOR-AUTHORITY.
           05 AU-PROGRAM-ID         PIC X(10).
           05 AU-ROLE-CODE          PIC X(8)       VALUE SPACES.
           05 AU-CHECK-TYPE         PIC X(4)       VALUE SPACES.
           05 AU-REFERENCE          PIC X(12)      VALUE SPACES.
           05 AU-REASON             PIC X(24).
           05 AU-NUM-ENTRIES        PIC 99         VALUE 0.
           05 AUTHORITY-TBL-LINE OCCURS 1 TO 50 TIMES
               DEPENDING ON AU-NUM-ENTRIES
               INDEXED BY AUTHORITY-TBL-INDEX.
               10 AU-TRANS-TYPE     PIC X(4).
               10 AU-AMOUNT-LIMIT   PIC 9(7)V99.
               10 AU-PERCENT-LIMIT  PIC 9(3)V9.


      **************        OUTPUT AREA        ********************
           05                       PIC X(10)      VALUE
                   'REJECTED: '.
           05 ATL-REJECTED-COUNT    PIC ZZ,ZZ9.
           05 FILLER                PIC X(5)       VALUE SPACES.
           05                       PIC X(11)      VALUE
                   'MAIL HELD: '.
           05 ATL-BAD-ADDRESS-COUNT PIC ZZ,ZZ9.
           05 FILLER                PIC X(11)      VALUE SPACES.

       01 AUDIT-POSTAL-HEADING.
           05                       PIC X(48)      VALUE
                   'ADDRESSES FAILING THE POSTAL CHECK - MAIL HELD'.
           05 FILLER                PIC X(32)      VALUE SPACES.

       01 AUDIT-POSTAL-LINE.
           05 APL-CUST-ID           PIC 9(5).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 APL-CITY              PIC X(20).
           05 FILLER                PIC X(1)       VALUE SPACES.
           05 APL-STATE-CODE        PIC XX.
           05 FILLER                PIC X(1)       VALUE SPACES.
           05 APL-ZIP-CODE          PIC X(5).
           05 FILLER                PIC X(2)       VALUE SPACES.
           05 APL-REASON-TEXT       PIC X(30).
           05 FILLER                PIC X(12)      VALUE SPACES.

       01 AUDIT-REFUSED-LINE.
           05 ARL-MESSAGE           PIC X(80).


       PROCEDURE DIVISION.
       10-CONTROL-MODULE.
           PERFORM 12-OPERATOR-SIGN-ON
           PERFORM 15-HOUSEKEEPING
           PERFORM 23-LOAD-POSTAL-CODES
           PERFORM 21-LOAD-ADDRESS-TABLE
           PERFORM 22-LOAD-CUSTOMER-IDS
           PERFORM 25-PROCESS-TRANSACTIONS
           PERFORM 60-CHECK-ALL-ADDRESSES
           PERFORM 70-REWRITE-ADDRESS-FILE
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

           MOVE 'PRO02ADDR' TO AU-PROGRAM-ID

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

       15-HOUSEKEEPING.
           OPEN INPUT ADDRESS-TRANS-FILE
               OUTPUT ADDRESS-AUDIT-FILE
                                   AD-SHIP-LINE-2(AD-NUM-ADDRESSES)
                           MOVE CA-SHIP-LINE-3 TO
                                   AD-SHIP-LINE-3(AD-NUM-ADDRESSES)
                           MOVE CA-CITY TO AD-CITY(AD-NUM-ADDRESSES)
                           MOVE CA-STATE-CODE TO
                                   AD-STATE-CODE(AD-NUM-ADDRESSES)
                           MOVE CA-ZIP-CODE TO
                                   AD-ZIP-CODE(AD-NUM-ADDRESSES)
                           MOVE CA-ZIP-PLUS-4 TO
                                   AD-ZIP-PLUS-4(AD-NUM-ADDRESSES)
                           MOVE CA-ADDRESS-STATUS TO
                                   AD-ADDRESS-STATUS(AD-NUM-ADDRESSES)
                   END-READ
               END-PERFORM

                       ADD 1 TO CT-NUM-CUSTOMERS
                       MOVE CM-CUST-ID TO
                               CT-CUST-ID(CT-NUM-CUSTOMERS)
                       MOVE CM-STATE-CODE TO
                               CT-STATE-CODE(CT-NUM-CUSTOMERS)
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-MASTER-FILE
           .

       23-LOAD-POSTAL-CODES.
      *    WITHOUT THE POSTAL CODE MASTER NO ADDRESS CAN BE CHECKED,
      *    SO THE RUN IS REFUSED BEFORE ANY UPDATE
           OPEN INPUT POSTAL-CODE-FILE

           IF POSTAL-CODES-FOUND
               PERFORM UNTIL LOAD-DONE
                   READ POSTAL-CODE-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF PZ-NUM-ZIPS < 5000
                               ADD 1 TO PZ-NUM-ZIPS
                               MOVE PM-ZIP-CODE TO
                                       PZ-ZIP-CODE(PZ-NUM-ZIPS)
                               MOVE PM-STATE-CODE TO
                                       PZ-STATE-CODE(PZ-NUM-ZIPS)
                               MOVE PM-CITY TO PZ-CITY(PZ-NUM-ZIPS)
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE POSTAL-CODE-FILE
               MOVE 'N' TO LOAD-EOF-SW
           END-IF

           IF PZ-NUM-ZIPS = 0
               MOVE 'NO POSTAL CODE MASTER - RUN REFUSED' TO
                       ARL-MESSAGE
               PERFORM 90-REFUSE-RUN
           END-IF
           .

       25-PROCESS-TRANSACTIONS.
           PERFORM UNTIL EOF-FLAG = 'T'
               READ ADDRESS-TRANS-FILE
                           AD-SHIP-LINE-2(AD-NUM-ADDRESSES)
                   MOVE AT-SHIP-LINE-3 TO
                           AD-SHIP-LINE-3(AD-NUM-ADDRESSES)
                   MOVE AT-CITY TO AD-CITY(AD-NUM-ADDRESSES)
                   MOVE AT-STATE-CODE TO
                           AD-STATE-CODE(AD-NUM-ADDRESSES)
                   MOVE AT-ZIP-CODE TO AD-ZIP-CODE(AD-NUM-ADDRESSES)
                   MOVE AT-ZIP-PLUS-4 TO
                           AD-ZIP-PLUS-4(AD-NUM-ADDRESSES)
                   SET ADDRESS-TBL-INDEX TO AD-NUM-ADDRESSES
                   PERFORM 40-CHECK-POSTAL-ADDRESS
                   PERFORM 46-WRITE-APPLIED-LINE
           END-EVALUATE
           .
               MOVE AT-SHIP-LINE-3 TO
                       AD-SHIP-LINE-3(ADDRESS-TBL-INDEX)
           END-IF
           IF AT-CITY NOT = SPACES
               MOVE AT-CITY TO AD-CITY(ADDRESS-TBL-INDEX)
           END-IF
           IF AT-STATE-CODE NOT = SPACES
               MOVE AT-STATE-CODE TO AD-STATE-CODE(ADDRESS-TBL-INDEX)
           END-IF
           IF AT-ZIP-CODE NOT = SPACES
               MOVE AT-ZIP-CODE TO AD-ZIP-CODE(ADDRESS-TBL-INDEX)
           END-IF
           IF AT-ZIP-PLUS-4 NOT = SPACES
               MOVE AT-ZIP-PLUS-4 TO AD-ZIP-PLUS-4(ADDRESS-TBL-INDEX)
           END-IF

           PERFORM 40-CHECK-POSTAL-ADDRESS
           PERFORM 46-WRITE-APPLIED-LINE
           .

           END-PERFORM
           .

       40-CHECK-POSTAL-ADDRESS.
      *    CHECKS THE ADDRESS AT ADDRESS-TBL-INDEX AGAINST THE
      *    POSTAL CODE MASTER AND THE CUSTOMER MASTER STATE
           PERFORM 42-FIND-CUSTOMER-STATE
           MOVE 'V' TO AD-ADDRESS-STATUS(ADDRESS-TBL-INDEX)

           IF AD-ZIP-CODE(ADDRESS-TBL-INDEX) IS NOT NUMERIC OR
                   (AD-ZIP-PLUS-4(ADDRESS-TBL-INDEX) NOT = SPACES AND
                    AD-ZIP-PLUS-4(ADDRESS-TBL-INDEX) IS NOT NUMERIC)
               MOVE 'Z' TO AD-ADDRESS-STATUS(ADDRESS-TBL-INDEX)
           ELSE
               SET POSTAL-TBL-INDEX TO 1
               SEARCH POSTAL-TBL-LINE
                   AT END
                       MOVE 'U' TO AD-ADDRESS-STATUS(ADDRESS-TBL-INDEX)

                   WHEN AD-ZIP-CODE(ADDRESS-TBL-INDEX) =
                               PZ-ZIP-CODE(POSTAL-TBL-INDEX)
                       PERFORM 41-MATCH-POSTAL-ENTRY
               END-SEARCH
           END-IF
           .

       41-MATCH-POSTAL-ENTRY.
           IF AD-CITY(ADDRESS-TBL-INDEX) = SPACES
               MOVE PZ-CITY(POSTAL-TBL-INDEX) TO
                       AD-CITY(ADDRESS-TBL-INDEX)
           END-IF
           IF AD-STATE-CODE(ADDRESS-TBL-INDEX) = SPACES
               MOVE PZ-STATE-CODE(POSTAL-TBL-INDEX) TO
                       AD-STATE-CODE(ADDRESS-TBL-INDEX)
           END-IF

           EVALUATE TRUE
               WHEN AD-STATE-CODE(ADDRESS-TBL-INDEX) NOT =
                       PZ-STATE-CODE(POSTAL-TBL-INDEX)
                   MOVE 'S' TO AD-ADDRESS-STATUS(ADDRESS-TBL-INDEX)

               WHEN HF-CUST-STATE-CODE NOT = SPACES AND
                       AD-STATE-CODE(ADDRESS-TBL-INDEX) NOT =
                               HF-CUST-STATE-CODE
                   MOVE 'M' TO AD-ADDRESS-STATUS(ADDRESS-TBL-INDEX)
           END-EVALUATE
           .

       42-FIND-CUSTOMER-STATE.
           MOVE SPACES TO HF-CUST-STATE-CODE

           PERFORM VARYING CUST-SUB FROM 1 BY 1
               UNTIL CUST-SUB > CT-NUM-CUSTOMERS

               IF AD-CUST-ID(ADDRESS-TBL-INDEX) = CT-CUST-ID(CUST-SUB)
                   MOVE CT-STATE-CODE(CUST-SUB) TO HF-CUST-STATE-CODE
               END-IF
           END-PERFORM
           .

       43-FIND-REASON-TEXT.
           MOVE SPACES TO HF-REASON-TEXT

           SET REASON-TBL-INDEX TO 1
           SEARCH ADDRESS-REASON-TBL-LINE
               AT END
                   CONTINUE

               WHEN AR-STATUS-CODE(REASON-TBL-INDEX) =
                       AD-ADDRESS-STATUS(ADDRESS-TBL-INDEX)
                   MOVE AR-REASON-TEXT(REASON-TBL-INDEX) TO
                           HF-REASON-TEXT
           END-SEARCH
           .

       46-WRITE-APPLIED-LINE.
      *    AN ADDRESS THAT FAILS THE POSTAL CHECK IS STILL APPLIED,
      *    WITH THE REASON ITS MAIL WILL BE HELD
           MOVE 'APPLIED' TO ADL-OUTCOME
           IF NOT AT-DELETE AND
                   NOT AD-ADDRESS-VALID(ADDRESS-TBL-INDEX)
               PERFORM 43-FIND-REASON-TEXT
               STRING 'APPLIED - ' HF-REASON-TEXT DELIMITED BY SIZE
                   INTO ADL-OUTCOME
               END-STRING
           END-IF
           ADD 1 TO AD-APPLIED-COUNT

           MOVE AUDIT-DETAIL-LINE TO AUDIT-RECORD
               AFTER ADVANCING 1 LINES
           .

       60-CHECK-ALL-ADDRESSES.
      *    EVERY ADDRESS IS CHECKED AGAIN, SO A CHANGE TO THE POSTAL
      *    CODE MASTER OR A CUSTOMER'S STATE IS CAUGHT
           MOVE AUDIT-POSTAL-HEADING TO AUDIT-RECORD
           WRITE AUDIT-RECORD
               AFTER ADVANCING 3 LINES

           PERFORM VARYING ADDRESS-TBL-INDEX FROM 1 BY 1
               UNTIL ADDRESS-TBL-INDEX > AD-NUM-ADDRESSES

               IF NOT AD-DELETED(ADDRESS-TBL-INDEX)
                   PERFORM 40-CHECK-POSTAL-ADDRESS

                   IF NOT AD-ADDRESS-VALID(ADDRESS-TBL-INDEX)
                       PERFORM 61-WRITE-POSTAL-LINE
                   END-IF
               END-IF
           END-PERFORM
           .

       61-WRITE-POSTAL-LINE.
           ADD 1 TO AD-BAD-ADDRESS-COUNT
           PERFORM 43-FIND-REASON-TEXT

           MOVE AD-CUST-ID(ADDRESS-TBL-INDEX) TO APL-CUST-ID
           MOVE AD-CITY(ADDRESS-TBL-INDEX) TO APL-CITY
           MOVE AD-STATE-CODE(ADDRESS-TBL-INDEX) TO APL-STATE-CODE
           MOVE AD-ZIP-CODE(ADDRESS-TBL-INDEX) TO APL-ZIP-CODE
           MOVE HF-REASON-TEXT TO APL-REASON-TEXT

           MOVE AUDIT-POSTAL-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
               AFTER ADVANCING 1 LINES
           .

       70-REWRITE-ADDRESS-FILE.
           OPEN OUTPUT CUSTOMER-ADDRESS-FILE

                           CA-SHIP-LINE-2
                   MOVE AD-SHIP-LINE-3(ADDRESS-TBL-INDEX) TO
                           CA-SHIP-LINE-3
                   MOVE AD-CITY(ADDRESS-TBL-INDEX) TO CA-CITY
                   MOVE AD-STATE-CODE(ADDRESS-TBL-INDEX) TO
                           CA-STATE-CODE
                   MOVE AD-ZIP-CODE(ADDRESS-TBL-INDEX) TO CA-ZIP-CODE
                   MOVE AD-ZIP-PLUS-4(ADDRESS-TBL-INDEX) TO
                           CA-ZIP-PLUS-4
                   MOVE AD-ADDRESS-STATUS(ADDRESS-TBL-INDEX) TO
                           CA-ADDRESS-STATUS

                   WRITE CUSTOMER-ADDRESS-RECORD
               END-IF
           CLOSE CUSTOMER-ADDRESS-FILE
           .

       90-REFUSE-RUN.
           MOVE AUDIT-REFUSED-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
               AFTER ADVANCING 2 LINES

           DISPLAY ARL-MESSAGE
           CLOSE ADDRESS-TRANS-FILE, ADDRESS-AUDIT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .

       100-WRAP-UP.
           MOVE AD-APPLIED-COUNT TO ATL-APPLIED-COUNT
           MOVE AD-REJECTED-COUNT TO ATL-REJECTED-COUNT
           MOVE AD-BAD-ADDRESS-COUNT TO ATL-BAD-ADDRESS-COUNT

           MOVE AUDIT-TOTAL-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
