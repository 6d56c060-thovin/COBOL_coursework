       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LAB4RTRN.
       AUTHOR.         Tim J.
      **********************
      *   Book returns run.  Titles with stock on hand that has not
      *   sold (or been reordered) for longer than the threshold are
      *   offered back to their publisher for credit, so long as the
      *   supplier's return window since the last order is still
      *   open.  The supplier's allowance caps the share of on-hand
      *   that may go back.  Each publisher gets one return
      *   authorization request for the run.  The publisher's
      *   confirmations come back on the return transaction file:
      *   a confirmed return comes off on-hand, in the consolidated
      *   book file and at the store that shipped it, and its credit
      *   is carried as expected until the publisher's credit is
      *   posted against it.  A request the publisher turns down
      *   is closed off the same way
      *************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT BOOK-INVEN-FILE
               ASSIGN TO "L4BOOKINFO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT BOOK-SUPPLIER-FILE
               ASSIGN TO "BOOK-SUPPLIER-MASTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT STORE-STOCK-FILE
               ASSIGN TO "STORE-STOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORE-STOCK-STATUS.
      *
      *    PUBLISHER CONFIRMATIONS AND CREDITS RECEIVED, KEYED IN
      *    FROM THE PUBLISHERS' PAPERWORK
           SELECT OPTIONAL RETURN-TRANS-FILE
               ASSIGN TO "RETURN-TRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    EVERY RETURN LINE REQUESTED, FROM REQUEST THROUGH CREDIT;
      *    LINES STAY ON FILE UNTIL THEIR CREDIT IS RECEIVED
           SELECT OPTIONAL RETURN-AUTH-FILE
               ASSIGN TO "RETURN-AUTHORIZATIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT RETURNS-REPORT-FILE
               ASSIGN TO PRINTER "BOOKRETURNS.TXT".
      *
           SELECT RETURN-REQUEST-FILE
               ASSIGN TO PRINTER "RETURNAUTHREQ.TXT".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD BOOK-INVEN-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  BOOK-INVEN-RECORD               PIC X(80).
      *
       FD BOOK-SUPPLIER-FILE
           RECORD CONTAINS 35 CHARACTERS.
      *
       01  BOOK-SUPPLIER-RECORD.
           05  BS-BOOK-CODE                PIC X(2).
           05  BS-SUPPLIER-ID              PIC X(4).
           05  BS-SUPPLIER-NAME            PIC X(20).
           05  BS-LEAD-DAYS                PIC 9(3).
      *    DAYS AFTER AN ORDER THE PUBLISHER STILL TAKES RETURNS,
      *    AND THE PERCENT OF STOCK THEY WILL TAKE BACK
           05  BS-RETURN-WINDOW-DAYS       PIC 9(3).
           05  BS-RETURN-ALLOWANCE-PCT     PIC 9(3).
      *
       FD STORE-STOCK-FILE
           RECORD CONTAINS 7 CHARACTERS.
      *
       01  STORE-STOCK-RECORD.
           05  SS-STORE-CODE               PIC X(2).
           05  SS-BOOK-CODE                PIC X(2).
           05  SS-ON-HAND                  PIC 9(3).
      *
       FD RETURN-TRANS-FILE
           RECORD CONTAINS 25 CHARACTERS.
      *
       01  RETURN-TRANS-RECORD.
           05  RT-TRANS-TYPE               PIC X.
               88 RT-CONFIRM-RETURN                    VALUE 'C'.
               88 RT-CREDIT-RECEIVED                   VALUE 'P'.
               88 RT-REQUEST-DECLINED                  VALUE 'D'.
           05  RT-RA-NUM                   PIC X(10).
           05  RT-BOOK-CODE                PIC X(2).
      *    THE LOCATION THE CONFIRMED UNITS WERE SHIPPED FROM
           05  RT-STORE-CODE               PIC X(2).
           05  RT-QUANTITY                 PIC 9(3).
           05  RT-AMOUNT                   PIC 9(5)V99.
      *
       FD RETURN-AUTH-FILE
           RECORD CONTAINS 53 CHARACTERS.
      *
       01  RETURN-AUTH-RECORD.
           05  RA-RA-NUM.
               10  RA-DATE-PART            PIC X(6).
               10  RA-SEQ                  PIC 9(4).
           05  RA-SUPPLIER-ID              PIC X(4).
           05  RA-BOOK-CODE                PIC X(2).
           05  RA-REQUEST-DATE             PIC X(6).
           05  RA-QTY-REQUESTED            PIC 9(3).
           05  RA-UNIT-COST                PIC 99V99.
      *    R = REQUESTED, C = CONFIRMED AND CREDIT DUE, P = PAID
           05  RA-STATUS                   PIC X.
           05  RA-QTY-RETURNED             PIC 9(3).
           05  RA-CONFIRM-DATE             PIC X(6).
           05  RA-CREDIT-EXPECTED          PIC 9(5)V99.
           05  RA-CREDIT-RECEIVED          PIC 9(5)V99.
      *
       FD  RETURNS-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                     PIC X(80).
      *
       FD  RETURN-REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REQUEST-LINE                    PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  INVEN-LOAD-FLAG             PIC X       VALUE 'F'.
               88 INVEN-LOAD-DONE                      VALUE 'Y'.
           05  SUPPLIER-LOAD-FLAG          PIC X       VALUE 'F'.
               88 SUPPLIER-LOAD-DONE                   VALUE 'Y'.
           05  STORE-STOCK-STATUS          PIC XX.
               88 STORE-STOCK-FOUND                    VALUE '00'.
           05  STORE-LOAD-FLAG             PIC X       VALUE 'F'.
               88 STORE-LOAD-DONE                      VALUE 'Y'.
           05  AUTH-LOAD-FLAG              PIC X       VALUE 'F'.
               88 AUTH-LOAD-DONE                       VALUE 'Y'.
           05  SUPPLIER-FOUND-SW           PIC X       VALUE 'N'.
               88 SUPPLIER-FOUND                       VALUE 'Y'.
           05  BOOK-FOUND-SW               PIC X       VALUE 'N'.
               88 BOOK-FOUND                           VALUE 'Y'.
           05  AUTH-FOUND-SW               PIC X       VALUE 'N'.
               88 AUTH-FOUND                           VALUE 'Y'.
           05  STORE-MATCH-SW              PIC X       VALUE 'N'.
               88 STORE-MATCHED                        VALUE 'Y'.
           05  REQUEST-OPEN-SW             PIC X       VALUE 'N'.
               88 REQUEST-OPEN                         VALUE 'Y'.
           05  SUPPLIER-SUB                PIC 999.
           05  BOOK-SUB                    PIC 999.
           05  STORE-SUB                   PIC 999.
           05  AUTH-SUB                    PIC 999.
           05  RUN-RA-SUB                  PIC 99.
      *
       01  RUN-PARAMETERS.
      *    DAYS WITHOUT A SALE OR AN ORDER BEFORE STOCK IS OFFERED
      *    BACK TO THE PUBLISHER
           05  RP-UNSOLD-DAYS              PIC 9(3)    VALUE 180.
           05  RP-DAYS-IN                  PIC X(3).
           05  RP-DAYS-IN-N REDEFINES RP-DAYS-IN
                                           PIC 9(3).
      *
       01  COUNTERS.
           05  RC-REQUESTED-COUNT          PIC 9(5)    VALUE 0.
           05  RC-CONFIRMED-COUNT          PIC 9(5)    VALUE 0.
           05  RC-CREDIT-COUNT             PIC 9(5)    VALUE 0.
           05  RC-REJECT-COUNT             PIC 9(5)    VALUE 0.
           05  RC-OUTSTANDING-AMT          PIC 9(7)V99 VALUE 0.
           05  RC-RA-SEQUENCE              PIC 9(4)    VALUE 0.
      *
       01  DETAIL-FIELDS.
           05  DF-BOOK-CODE                PIC X(2).
           05  DF-SUPPLIER-ID              PIC X(4).
           05  DF-SUPPLIER-NAME            PIC X(20).
           05  DF-WINDOW-DAYS              PIC 9(3).
           05  DF-ALLOWANCE-PCT            PIC 9(3).
           05  DF-RETURN-QTY               PIC 9(4).
           05  DF-STORE-QTY                PIC 9(3).
           05  DF-TOTAL-RETURNED           PIC 9(4).
           05  DF-TODAY-INT                PIC 9(8).
           05  DF-ORDER-INT                PIC 9(8).
           05  DF-ACTIVITY-INT             PIC 9(8).
           05  DF-DATE-INT                 PIC 9(8).
           05  DF-DAYS-UNSOLD              PIC S9(6).
           05  DF-DAYS-SINCE-ORDER         PIC S9(6).
           05  DF-DATE-YYMMDD              PIC X(6).
           05  DF-DATE-YYMMDD-N REDEFINES DF-DATE-YYMMDD
                                           PIC 9(6).
           05  DF-BALANCE                  PIC S9(5)V99.
           05  DF-REQUEST-UNITS            PIC 9(5).
           05  DF-REQUEST-VALUE            PIC 9(7)V99.
           05  DF-EXTENDED-VALUE           PIC 9(7)V99.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
       01  WS-TODAY-YYMMDD                 PIC X(6).
      *
       01  BOOK-TABLE-AREA.
      *    THE WHOLE BOOK FILE IS HELD HERE WHILE RETURNS COME OFF
      *    ON-HAND, THEN WRITTEN BACK OUT IN ONE PASS
           05  BT-NUM-BOOKS                PIC 999     VALUE 0.
           05  BOOK-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON BT-NUM-BOOKS
               INDEXED BY BOOK-TBL-INDEX.
               10  BT-RECORD-IMAGE.
                   15  BT-BOOK-CODE        PIC X(2).
                   15  BT-TITLE            PIC X(18).
                   15  BT-AUTHOR           PIC X(15).
                   15  BT-SUBJECT-AREA     PIC X(8).
                   15  BT-SHELF-LOCATION   PIC X(5).
                   15  BT-UNIT-COST        PIC S99V99.
                   15  BT-SELLING-PRICE    PIC S99V99.
                   15  BT-QUANTITY-ON-HAND PIC 9(3).
                   15  BT-REORDER-LEVEL    PIC S999.
                   15  BT-QUANTITY-ON-ORDER PIC S999.
                   15  BT-DATE-OF-LAST-ORDER PIC X(6).
                   15  BT-DATE-OF-LAST-SALE PIC X(6).
                   15  BT-REST-OF-RECORD   PIC X(5).
      *
       01  SUPPLIER-TABLE-AREA.
           05  SU-NUM-SUPPLIERS            PIC 999     VALUE 0.
           05  SUPPLIER-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON SU-NUM-SUPPLIERS
               INDEXED BY SUPPLIER-TBL-INDEX.
               10  SU-BOOK-CODE            PIC X(2).
               10  SU-SUPPLIER-ID          PIC X(4).
               10  SU-SUPPLIER-NAME        PIC X(20).
               10  SU-RETURN-WINDOW-DAYS   PIC X(3).
               10  SU-RETURN-ALLOWANCE-PCT PIC X(3).
      *
       01  STORE-STOCK-TABLE-AREA.
      *    THE WHOLE PER-STORE STOCK FILE, WRITTEN BACK AT END OF
      *    RUN WITH THIS RUN'S CONFIRMED RETURNS TAKEN OFF
           05  SK-NUM-ENTRIES              PIC 999     VALUE 0.
           05  STORE-STOCK-TBL-LINE OCCURS 1 TO 999 TIMES
               DEPENDING ON SK-NUM-ENTRIES
               INDEXED BY STORE-STOCK-TBL-INDEX.
               10  SK-STORE-CODE           PIC X(2).
               10  SK-BOOK-CODE            PIC X(2).
               10  SK-ON-HAND              PIC 9(3)    VALUE 0.
      *
       01  RETURN-AUTH-TABLE-AREA.
      *    EVERY RETURN LINE STILL OPEN, PLUS THIS RUN'S REQUESTS;
      *    LINES WHOSE CREDIT IS IN FULL ARE DROPPED ON REWRITE
           05  AT-NUM-LINES                PIC 999     VALUE 0.
           05  AUTH-TBL-LINE OCCURS 1 TO 999 TIMES
               DEPENDING ON AT-NUM-LINES
               INDEXED BY AUTH-TBL-INDEX.
               10  AT-RA-NUM.
                   15  AT-DATE-PART        PIC X(6).
                   15  AT-SEQ              PIC 9(4).
               10  AT-SUPPLIER-ID          PIC X(4).
               10  AT-BOOK-CODE            PIC X(2).
               10  AT-REQUEST-DATE         PIC X(6).
               10  AT-QTY-REQUESTED        PIC 9(3).
               10  AT-UNIT-COST            PIC 99V99.
               10  AT-STATUS               PIC X.
                   88 AT-REQUESTED                     VALUE 'R'.
                   88 AT-CREDIT-DUE                    VALUE 'C'.
                   88 AT-CREDIT-PAID                   VALUE 'P'.
               10  AT-QTY-RETURNED         PIC 9(3).
               10  AT-CONFIRM-DATE         PIC X(6).
               10  AT-CREDIT-EXPECTED      PIC 9(5)V99.
               10  AT-CREDIT-RECEIVED      PIC 9(5)V99.
      *
       01  RUN-RA-TABLE-AREA.
      *    ONE AUTHORIZATION NUMBER PER PUBLISHER PER RUN
           05  RR-NUM-REQUESTS             PIC 99      VALUE 0.
           05  RUN-RA-TBL-LINE OCCURS 1 TO 99 TIMES
               DEPENDING ON RR-NUM-REQUESTS
               INDEXED BY RUN-RA-TBL-INDEX.
               10  RR-SUPPLIER-ID          PIC X(4).
               10  RR-SUPPLIER-NAME        PIC X(20).
               10  RR-RA-NUM               PIC X(10).
      *
      **********************OUTPUT AREA*************************
       01  HEADING-ONE.
           05                              PIC X(28) VALUE SPACES.
           05                              PIC X(25) VALUE
                                           'BOOK RETURNS RUN'.
           05                              PIC X(24) VALUE SPACES.
           05                              PIC X(3)  VALUE 'TWJ'.
      *
       01  PARAMETER-LINE.
           05                              PIC X(28)   VALUE
                                   'DAYS UNSOLD BEFORE RETURN: '.
           05  PL-UNSOLD-DAYS              PIC ZZ9.
           05                              PIC X(8)    VALUE
                                           '   RUN: '.
           05  PL-RUN-DATE                 PIC X(6).
           05                              PIC X(35)   VALUE SPACES.
      *
       01  TRANS-HEADING.
           05                              PIC X(41)   VALUE
                       'PUBLISHER CONFIRMATIONS AND CREDITS'.
           05                              PIC X(39)   VALUE SPACES.
      *
       01  TRANS-DETAIL-LINE.
           05  TDL-TRANS-TYPE              PIC X.
           05                              PIC X(2)    VALUE SPACES.
           05  TDL-RA-NUM                  PIC X(10).
           05                              PIC X(2)    VALUE SPACES.
           05  TDL-BOOK-CODE               PIC X(2).
           05                              PIC X(2)    VALUE SPACES.
           05  TDL-STORE-CODE              PIC X(2).
           05                              PIC X(2)    VALUE SPACES.
           05  TDL-QUANTITY                PIC ZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  TDL-AMOUNT                  PIC ZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  TDL-RESULT                  PIC X(35).
           05                              PIC X(6)    VALUE SPACES.
      *
       01  CANDIDATE-HEADING.
           05                              PIC X(41)   VALUE
                       'TITLES UNSOLD PAST THE THRESHOLD'.
           05                              PIC X(39)   VALUE SPACES.
      *
       01  CANDIDATE-COLUMN-LINE.
           05                              PIC X(24)   VALUE
                                           'BOOK TITLE'.
           05                              PIC X(12)   VALUE
                                           'ON HAND DAYS'.
           05                              PIC X(6)    VALUE
                                           '  SUPP'.
           05                              PIC X(38)   VALUE
                                           '  RETURN / REASON'.
      *
       01  CANDIDATE-DETAIL-LINE.
           05  CDL-BOOK-CODE               PIC X(2).
           05                              PIC X(3)    VALUE SPACES.
           05  CDL-TITLE                   PIC X(18).
           05                              PIC X(3)    VALUE SPACES.
           05  CDL-ON-HAND                 PIC ZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  CDL-DAYS-UNSOLD             PIC ZZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  CDL-SUPPLIER-ID             PIC X(4).
           05                              PIC X(2)    VALUE SPACES.
           05  CDL-RESULT                  PIC X(36).
      *
       01  CREDIT-HEADING.
           05                              PIC X(41)   VALUE
                       'RETURN CREDITS OUTSTANDING'.
           05                              PIC X(39)   VALUE SPACES.
      *
       01  CREDIT-COLUMN-LINE.
           05                              PIC X(12)   VALUE
                                           'RA NUMBER'.
           05                              PIC X(6)    VALUE 'SUPP'.
           05                              PIC X(5)    VALUE 'BOOK'.
           05                              PIC X(5)    VALUE ' QTY'.
           05                              PIC X(11)   VALUE
                                           '   EXPECTED'.
           05                              PIC X(11)   VALUE
                                           '   RECEIVED'.
           05                              PIC X(11)   VALUE
                                           '    BALANCE'.
           05                              PIC X(19)   VALUE
                                           '  CONFIRMED'.
      *
       01  CREDIT-DETAIL-LINE.
           05  CRL-RA-NUM                  PIC X(10).
           05                              PIC X(2)    VALUE SPACES.
           05  CRL-SUPPLIER-ID             PIC X(4).
           05                              PIC X(2)    VALUE SPACES.
           05  CRL-BOOK-CODE               PIC X(2).
           05                              PIC X(3)    VALUE SPACES.
           05  CRL-QTY-RETURNED            PIC ZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  CRL-CREDIT-EXPECTED         PIC ZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  CRL-CREDIT-RECEIVED         PIC ZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  CRL-BALANCE                 PIC ZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  CRL-CONFIRM-DATE            PIC X(6).
           05                              PIC X(13)   VALUE SPACES.
      *
       01  SUMMARY-LINE-ONE.
           05                              PIC X(18)   VALUE
                                           'LINES REQUESTED: '.
           05  SL-REQUESTED-COUNT          PIC ZZZZ9.
           05                              PIC X(14)   VALUE
                                           '  CONFIRMED: '.
           05  SL-CONFIRMED-COUNT          PIC ZZZZ9.
           05                              PIC X(12)   VALUE
                                           '  CREDITS: '.
           05  SL-CREDIT-COUNT             PIC ZZZZ9.
           05                              PIC X(12)   VALUE
                                           '  REJECTED: '.
           05  SL-REJECT-COUNT             PIC ZZZZ9.
           05                              PIC X(4)    VALUE SPACES.
      *
       01  SUMMARY-LINE-TWO.
           05                              PIC X(30)   VALUE
                                   'RETURN CREDITS OUTSTANDING: '.
           05  SL-OUTSTANDING-AMT          PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(38)   VALUE SPACES.
      *
      *    THE REQUEST DOCUMENT SENT TO EACH PUBLISHER
       01  REQUEST-HEADING-ONE.
           05                              PIC X(24)   VALUE SPACES.
           05                              PIC X(56)   VALUE
                                   'RETURN AUTHORIZATION REQUEST'.
      *
       01  REQUEST-HEADING-TWO.
           05                              PIC X(4)    VALUE 'TO: '.
           05  RQH-SUPPLIER-NAME           PIC X(20).
           05                              PIC X(2)    VALUE ' ('.
           05  RQH-SUPPLIER-ID             PIC X(4).
           05                              PIC X(7)    VALUE ')  RA: '.
           05  RQH-RA-NUM                  PIC X(10).
           05                              PIC X(8)    VALUE
                                           '  DATE: '.
           05  RQH-REQUEST-DATE            PIC X(6).
           05                              PIC X(19)   VALUE SPACES.
      *
       01  REQUEST-COLUMN-LINE.
           05                              PIC X(5)    VALUE 'BOOK'.
           05                              PIC X(20)   VALUE 'TITLE'.
           05                              PIC X(17)   VALUE 'AUTHOR'.
           05                              PIC X(5)    VALUE ' QTY'.
           05                              PIC X(10)   VALUE
                                           ' UNIT COST'.
           05                              PIC X(23)   VALUE
                                           '     EXTENDED'.
      *
       01  REQUEST-DETAIL-LINE.
           05  RQD-BOOK-CODE               PIC X(2).
           05                              PIC X(3)    VALUE SPACES.
           05  RQD-TITLE                   PIC X(18).
           05                              PIC X(2)    VALUE SPACES.
           05  RQD-AUTHOR                  PIC X(15).
           05                              PIC X(2)    VALUE SPACES.
           05  RQD-QUANTITY                PIC ZZZ9.
           05                              PIC X(4)    VALUE SPACES.
           05  RQD-UNIT-COST               PIC Z9.99.
           05                              PIC X(3)    VALUE SPACES.
           05  RQD-EXTENDED                PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(10)   VALUE SPACES.
      *
       01  REQUEST-TOTAL-LINE.
           05                              PIC X(21)   VALUE
                                           'TOTAL UNITS: '.
           05  RQT-UNITS                   PIC ZZZZ9.
           05                              PIC X(22)   VALUE
                                           '   CREDIT REQUESTED: '.
           05  RQT-VALUE                   PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(20)   VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-RUN-BOOK-RETURNS.
           PERFORM 150-GET-RUN-PARAMETERS
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 250-LOAD-BOOK-TABLE
           PERFORM 260-LOAD-SUPPLIER-TABLE
           PERFORM 270-LOAD-STORE-STOCK
           PERFORM 280-LOAD-RETURN-AUTHS
           PERFORM 300-READ-RETURN-TRANS
           PERFORM 500-PICK-RETURN-TITLES
           PERFORM 600-PRINT-RETURN-REQUESTS
           PERFORM 700-LIST-OUTSTANDING-CREDITS
           PERFORM 800-REWRITE-BOOK-FILE
           PERFORM 850-REWRITE-STORE-STOCK
           PERFORM 870-REWRITE-RETURN-AUTHS
           PERFORM 900-FINAL-ROUTINE
       .

       150-GET-RUN-PARAMETERS.
      *    A BLANK OR NON-NUMERIC ANSWER KEEPS THE DEFAULT
           DISPLAY 'DAYS UNSOLD BEFORE RETURN (999): '
           ACCEPT RP-DAYS-IN
           IF RP-DAYS-IN-N IS NUMERIC AND RP-DAYS-IN-N NOT = ZEROS
               MOVE RP-DAYS-IN-N TO RP-UNSOLD-DAYS
           END-IF
       .

       200-HSKPING-ROUTINE.
           OPEN OUTPUT RETURNS-REPORT-FILE
                       RETURN-REQUEST-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-CURRENT-DATE TO WS-TODAY-YYMMDD
           MOVE WS-TODAY-YYMMDD TO DF-DATE-YYMMDD
           PERFORM 290-FIGURE-DATE-INT
           MOVE DF-DATE-INT TO DF-TODAY-INT

           WRITE REPORT-LINE FROM HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE RP-UNSOLD-DAYS TO PL-UNSOLD-DAYS
           MOVE WS-TODAY-YYMMDD TO PL-RUN-DATE
           WRITE REPORT-LINE FROM PARAMETER-LINE
               AFTER ADVANCING 2 LINES
       .

       250-LOAD-BOOK-TABLE.
           OPEN INPUT BOOK-INVEN-FILE

           PERFORM UNTIL INVEN-LOAD-DONE
               READ BOOK-INVEN-FILE
                   AT END
                       SET INVEN-LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO BT-NUM-BOOKS
                       MOVE BOOK-INVEN-RECORD TO
                               BT-RECORD-IMAGE(BT-NUM-BOOKS)
               END-READ
           END-PERFORM

           CLOSE BOOK-INVEN-FILE
       .

       260-LOAD-SUPPLIER-TABLE.
           OPEN INPUT BOOK-SUPPLIER-FILE

           PERFORM UNTIL SUPPLIER-LOAD-DONE
               READ BOOK-SUPPLIER-FILE
                   AT END
                       SET SUPPLIER-LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO SU-NUM-SUPPLIERS
                       MOVE BS-BOOK-CODE TO
                               SU-BOOK-CODE(SU-NUM-SUPPLIERS)
                       MOVE BS-SUPPLIER-ID TO
                               SU-SUPPLIER-ID(SU-NUM-SUPPLIERS)
                       MOVE BS-SUPPLIER-NAME TO
                               SU-SUPPLIER-NAME(SU-NUM-SUPPLIERS)
                       MOVE BS-RETURN-WINDOW-DAYS TO
                           SU-RETURN-WINDOW-DAYS(SU-NUM-SUPPLIERS)
                       MOVE BS-RETURN-ALLOWANCE-PCT TO
                           SU-RETURN-ALLOWANCE-PCT(SU-NUM-SUPPLIERS)
               END-READ
           END-PERFORM

           CLOSE BOOK-SUPPLIER-FILE
       .

       270-LOAD-STORE-STOCK.
           OPEN INPUT STORE-STOCK-FILE

           IF STORE-STOCK-FOUND
               PERFORM UNTIL STORE-LOAD-DONE
                   READ STORE-STOCK-FILE
                       AT END
                           SET STORE-LOAD-DONE TO TRUE
                       NOT AT END
                           ADD 1 TO SK-NUM-ENTRIES
                           MOVE SS-STORE-CODE TO
                                   SK-STORE-CODE(SK-NUM-ENTRIES)
                           MOVE SS-BOOK-CODE TO
                                   SK-BOOK-CODE(SK-NUM-ENTRIES)
                           MOVE SS-ON-HAND TO
                                   SK-ON-HAND(SK-NUM-ENTRIES)
                   END-READ
               END-PERFORM

               CLOSE STORE-STOCK-FILE
           END-IF
       .

       280-LOAD-RETURN-AUTHS.
      *    TODAY'S AUTHORIZATION NUMBERS CARRY ON FROM ANY ALREADY
      *    ISSUED EARLIER IN THE DAY
           OPEN INPUT RETURN-AUTH-FILE

           PERFORM UNTIL AUTH-LOAD-DONE
               READ RETURN-AUTH-FILE
                   AT END
                       SET AUTH-LOAD-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO AT-NUM-LINES
                       MOVE RETURN-AUTH-RECORD TO
                               AUTH-TBL-LINE(AT-NUM-LINES)
                       IF RA-DATE-PART = WS-TODAY-YYMMDD AND
                               RA-SEQ IS NUMERIC AND
                               RA-SEQ > RC-RA-SEQUENCE
                           MOVE RA-SEQ TO RC-RA-SEQUENCE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RETURN-AUTH-FILE
       .

       290-FIGURE-DATE-INT.
      *    A YYMMDD DATE AS A DAY NUMBER, OR ZERO WHEN THERE IS NO
      *    USABLE DATE
           MOVE ZEROS TO DF-DATE-INT

           IF DF-DATE-YYMMDD-N IS NUMERIC AND
                   DF-DATE-YYMMDD-N NOT = ZEROS
               COMPUTE DF-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(20000000 +
                       DF-DATE-YYMMDD-N)
           END-IF
       .

       300-READ-RETURN-TRANS.
           WRITE REPORT-LINE FROM TRANS-HEADING
               AFTER ADVANCING 2 LINES

           OPEN INPUT RETURN-TRANS-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ RETURN-TRANS-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 320-APPLY-ONE-TRANS
               END-READ
           END-PERFORM

           CLOSE RETURN-TRANS-FILE
       .

       320-APPLY-ONE-TRANS.
           MOVE RT-TRANS-TYPE TO TDL-TRANS-TYPE
           MOVE RT-RA-NUM TO TDL-RA-NUM
           MOVE RT-BOOK-CODE TO TDL-BOOK-CODE
           MOVE RT-STORE-CODE TO TDL-STORE-CODE
           MOVE ZEROS TO TDL-QUANTITY
           MOVE ZEROS TO TDL-AMOUNT

           EVALUATE TRUE
               WHEN RT-CONFIRM-RETURN
                   PERFORM 400-CONFIRM-RETURN
               WHEN RT-CREDIT-RECEIVED
                   PERFORM 450-POST-RETURN-CREDIT
               WHEN RT-REQUEST-DECLINED
                   PERFORM 470-CLOSE-DECLINED-REQUEST
               WHEN OTHER
                   MOVE 'UNKNOWN TRANSACTION TYPE' TO TDL-RESULT
                   ADD 1 TO RC-REJECT-COUNT
           END-EVALUATE

           WRITE REPORT-LINE FROM TRANS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
       .

       400-CONFIRM-RETURN.
      *    THE PUBLISHER MAY AUTHORIZE FEWER THAN WERE ASKED FOR,
      *    AND EACH STORE'S SHIPMENT IS CONFIRMED SEPARATELY, SO A
      *    LINE TAKES CONFIRMATIONS UNTIL ITS REQUEST IS USED UP
           PERFORM 420-FIND-AUTH-LINE

           IF RT-QUANTITY IS NUMERIC
               MOVE RT-QUANTITY TO TDL-QUANTITY
           END-IF

           IF AUTH-FOUND
               IF AT-CREDIT-PAID(AUTH-SUB)
                   MOVE 'N' TO AUTH-FOUND-SW
               ELSE
                   MOVE RT-BOOK-CODE TO DF-BOOK-CODE
                   PERFORM 430-FIND-BOOK
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN NOT AUTH-FOUND
                   MOVE 'NO OPEN LINE ON THAT AUTHORIZATION' TO
                           TDL-RESULT
                   ADD 1 TO RC-REJECT-COUNT
               WHEN RT-QUANTITY IS NOT NUMERIC OR RT-QUANTITY = 0
                   MOVE 'QUANTITY MISSING' TO TDL-RESULT
                   ADD 1 TO RC-REJECT-COUNT
               WHEN AT-QTY-RETURNED(AUTH-SUB) + RT-QUANTITY >
                       AT-QTY-REQUESTED(AUTH-SUB)
                   MOVE 'MORE THAN WAS REQUESTED' TO TDL-RESULT
                   ADD 1 TO RC-REJECT-COUNT
               WHEN NOT BOOK-FOUND
                   MOVE 'BOOK NOT ON INVENTORY FILE' TO TDL-RESULT
                   ADD 1 TO RC-REJECT-COUNT
               WHEN RT-QUANTITY > BT-QUANTITY-ON-HAND(BOOK-SUB)
                   MOVE 'MORE THAN IS ON HAND' TO TDL-RESULT
                   ADD 1 TO RC-REJECT-COUNT
               WHEN OTHER
                   PERFORM 410-APPLY-CONFIRMATION
           END-EVALUATE
       .

       410-APPLY-CONFIRMATION.
      *    THE CREDIT DUE IS AT THE COST THE BOOK WAS REQUESTED AT
           SUBTRACT RT-QUANTITY FROM BT-QUANTITY-ON-HAND(BOOK-SUB)
           PERFORM 440-RELIEVE-STORE-STOCK

           ADD RT-QUANTITY TO AT-QTY-RETURNED(AUTH-SUB)
           COMPUTE AT-CREDIT-EXPECTED(AUTH-SUB) =
               AT-QTY-RETURNED(AUTH-SUB) * AT-UNIT-COST(AUTH-SUB)
           MOVE 'C' TO AT-STATUS(AUTH-SUB)
           MOVE WS-TODAY-YYMMDD TO AT-CONFIRM-DATE(AUTH-SUB)

           MOVE AT-CREDIT-EXPECTED(AUTH-SUB) TO TDL-AMOUNT
           MOVE 'CONFIRMED - CREDIT NOW EXPECTED' TO TDL-RESULT
           ADD 1 TO RC-CONFIRMED-COUNT
       .

       420-FIND-AUTH-LINE.
           MOVE 'N' TO AUTH-FOUND-SW

           PERFORM VARYING AUTH-SUB FROM 1 BY 1
               UNTIL AUTH-SUB > AT-NUM-LINES
                   OR AUTH-FOUND

               IF RT-RA-NUM = AT-RA-NUM(AUTH-SUB) AND
                       RT-BOOK-CODE = AT-BOOK-CODE(AUTH-SUB)
                   MOVE 'Y' TO AUTH-FOUND-SW
               END-IF
           END-PERFORM

           IF AUTH-FOUND
               SUBTRACT 1 FROM AUTH-SUB
           END-IF
       .

       430-FIND-BOOK.
           MOVE 'N' TO BOOK-FOUND-SW

           PERFORM VARYING BOOK-SUB FROM 1 BY 1
               UNTIL BOOK-SUB > BT-NUM-BOOKS
                   OR BOOK-FOUND

               IF DF-BOOK-CODE = BT-BOOK-CODE(BOOK-SUB) AND
                       BT-QUANTITY-ON-HAND(BOOK-SUB) IS NUMERIC
                   MOVE 'Y' TO BOOK-FOUND-SW
               END-IF
           END-PERFORM

           IF BOOK-FOUND
               SUBTRACT 1 FROM BOOK-SUB
           END-IF
       .

       440-RELIEVE-STORE-STOCK.
      *    THE SHIPPING STORE'S SHARE COMES DOWN TOO, STOPPING AT
      *    ZERO; NO STORE ON THE CONFIRMATION LEAVES THE STORES BE
           MOVE 'N' TO STORE-MATCH-SW

           PERFORM VARYING STORE-SUB FROM 1 BY 1
               UNTIL STORE-SUB > SK-NUM-ENTRIES
                   OR STORE-MATCHED

               IF RT-STORE-CODE = SK-STORE-CODE(STORE-SUB) AND
                       RT-BOOK-CODE = SK-BOOK-CODE(STORE-SUB)
                   MOVE 'Y' TO STORE-MATCH-SW
                   IF RT-QUANTITY > SK-ON-HAND(STORE-SUB)
                       MOVE ZEROS TO SK-ON-HAND(STORE-SUB)
                   ELSE
                       SUBTRACT RT-QUANTITY FROM
                               SK-ON-HAND(STORE-SUB)
                   END-IF
               END-IF
           END-PERFORM
       .

       450-POST-RETURN-CREDIT.
      *    A SHORT CREDIT LEAVES THE LINE OPEN FOR THE BALANCE
           PERFORM 420-FIND-AUTH-LINE

           IF RT-AMOUNT IS NUMERIC
               MOVE RT-AMOUNT TO TDL-AMOUNT
           END-IF

           EVALUATE TRUE
               WHEN NOT AUTH-FOUND
                   MOVE 'NO RETURN ON THAT AUTHORIZATION' TO
                           TDL-RESULT
                   ADD 1 TO RC-REJECT-COUNT
               WHEN NOT AT-CREDIT-DUE(AUTH-SUB)
                   MOVE 'RETURN NOT CONFIRMED OR ALREADY PAID' TO
                           TDL-RESULT
                   ADD 1 TO RC-REJECT-COUNT
               WHEN RT-AMOUNT IS NOT NUMERIC OR RT-AMOUNT = 0
                   MOVE 'CREDIT AMOUNT MISSING' TO TDL-RESULT
                   ADD 1 TO RC-REJECT-COUNT
               WHEN OTHER
                   ADD RT-AMOUNT TO AT-CREDIT-RECEIVED(AUTH-SUB)
                   ADD 1 TO RC-CREDIT-COUNT
                   IF AT-CREDIT-RECEIVED(AUTH-SUB) >=
                           AT-CREDIT-EXPECTED(AUTH-SUB)
                       MOVE 'P' TO AT-STATUS(AUTH-SUB)
                       MOVE 'CREDIT RECEIVED IN FULL' TO TDL-RESULT
                   ELSE
                       MOVE 'PART CREDIT - BALANCE STILL DUE' TO
                               TDL-RESULT
                   END-IF
           END-EVALUATE
       .

       470-CLOSE-DECLINED-REQUEST.
      *    A REQUEST THE PUBLISHER TURNS DOWN OUTRIGHT IS CLOSED
      *    WITH NOTHING RETURNED, FREEING THE TITLE FOR A LATER RUN
           PERFORM 420-FIND-AUTH-LINE

           IF AUTH-FOUND AND AT-REQUESTED(AUTH-SUB)
               MOVE 'P' TO AT-STATUS(AUTH-SUB)
               MOVE 'REQUEST DECLINED - LINE CLOSED' TO TDL-RESULT
           ELSE
               MOVE 'NO UNANSWERED REQUEST TO DECLINE' TO TDL-RESULT
               ADD 1 TO RC-REJECT-COUNT
           END-IF
       .

       500-PICK-RETURN-TITLES.
      *    A TITLE WITH A RETURN STILL IN HAND FROM AN EARLIER RUN --
      *    UNANSWERED, OR CONFIRMED AND AWAITING ITS CREDIT -- IS NOT
      *    ASKED ABOUT AGAIN
           WRITE REPORT-LINE FROM CANDIDATE-HEADING
               AFTER ADVANCING 3 LINES
           WRITE REPORT-LINE FROM CANDIDATE-COLUMN-LINE
               AFTER ADVANCING 1 LINE

           PERFORM VARYING BOOK-SUB FROM 1 BY 1
               UNTIL BOOK-SUB > BT-NUM-BOOKS

               IF BT-QUANTITY-ON-HAND(BOOK-SUB) IS NUMERIC AND
                       BT-QUANTITY-ON-HAND(BOOK-SUB) > 0
                   PERFORM 510-FIGURE-DAYS-UNSOLD
                   IF DF-ACTIVITY-INT > 0 AND
                           DF-DAYS-UNSOLD >= RP-UNSOLD-DAYS
                       PERFORM 520-CHECK-REQUEST-OPEN
                       IF NOT REQUEST-OPEN
                           PERFORM 530-CHECK-RETURN-TERMS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       .

       510-FIGURE-DAYS-UNSOLD.
      *    DAYS SINCE THE LATER OF THE LAST SALE AND THE LAST ORDER;
      *    A TITLE THAT HAS NEVER SOLD COUNTS FROM ITS LAST ORDER
           MOVE BT-DATE-OF-LAST-ORDER(BOOK-SUB) TO DF-DATE-YYMMDD
           PERFORM 290-FIGURE-DATE-INT
           MOVE DF-DATE-INT TO DF-ORDER-INT
           MOVE DF-DATE-INT TO DF-ACTIVITY-INT

           MOVE BT-DATE-OF-LAST-SALE(BOOK-SUB) TO DF-DATE-YYMMDD
           PERFORM 290-FIGURE-DATE-INT
           IF DF-DATE-INT > DF-ACTIVITY-INT
               MOVE DF-DATE-INT TO DF-ACTIVITY-INT
           END-IF

           COMPUTE DF-DAYS-UNSOLD = DF-TODAY-INT - DF-ACTIVITY-INT
           COMPUTE DF-DAYS-SINCE-ORDER = DF-TODAY-INT - DF-ORDER-INT
       .

       520-CHECK-REQUEST-OPEN.
           MOVE 'N' TO REQUEST-OPEN-SW

           PERFORM VARYING AUTH-SUB FROM 1 BY 1
               UNTIL AUTH-SUB > AT-NUM-LINES
                   OR REQUEST-OPEN

               IF BT-BOOK-CODE(BOOK-SUB) = AT-BOOK-CODE(AUTH-SUB)
                       AND NOT AT-CREDIT-PAID(AUTH-SUB)
                   MOVE 'Y' TO REQUEST-OPEN-SW
               END-IF
           END-PERFORM
       .

       530-CHECK-RETURN-TERMS.
      *    THE WINDOW RUNS FROM THE LAST ORDER, SO A TITLE WITH NO
      *    ORDER DATE IS TAKEN AS OUTSIDE IT
           MOVE BT-BOOK-CODE(BOOK-SUB) TO CDL-BOOK-CODE
           MOVE BT-TITLE(BOOK-SUB) TO CDL-TITLE
           MOVE BT-QUANTITY-ON-HAND(BOOK-SUB) TO CDL-ON-HAND
           MOVE DF-DAYS-UNSOLD TO CDL-DAYS-UNSOLD
           MOVE SPACES TO CDL-SUPPLIER-ID

           PERFORM 540-FIND-SUPPLIER

           EVALUATE TRUE
               WHEN NOT SUPPLIER-FOUND
                   MOVE 'NO SUPPLIER ON MASTER' TO CDL-RESULT
               WHEN DF-WINDOW-DAYS = 0 OR DF-ALLOWANCE-PCT = 0
                   MOVE DF-SUPPLIER-ID TO CDL-SUPPLIER-ID
                   MOVE 'SUPPLIER TAKES NO RETURNS' TO CDL-RESULT
               WHEN DF-ORDER-INT = 0 OR
                       DF-DAYS-SINCE-ORDER > DF-WINDOW-DAYS
                   MOVE DF-SUPPLIER-ID TO CDL-SUPPLIER-ID
                   MOVE 'PAST THE RETURN WINDOW' TO CDL-RESULT
               WHEN OTHER
                   MOVE DF-SUPPLIER-ID TO CDL-SUPPLIER-ID
                   PERFORM 550-REQUEST-RETURN
           END-EVALUATE

           WRITE REPORT-LINE FROM CANDIDATE-DETAIL-LINE
               AFTER ADVANCING 1 LINE
       .

       540-FIND-SUPPLIER.
      *    TERMS MISSING FROM AN OLDER MASTER RECORD MEAN NO RETURNS
           MOVE 'N' TO SUPPLIER-FOUND-SW

           PERFORM VARYING SUPPLIER-SUB FROM 1 BY 1
               UNTIL SUPPLIER-SUB > SU-NUM-SUPPLIERS
                   OR SUPPLIER-FOUND

               IF BT-BOOK-CODE(BOOK-SUB) =
                       SU-BOOK-CODE(SUPPLIER-SUB)
                   MOVE 'Y' TO SUPPLIER-FOUND-SW
                   MOVE SU-SUPPLIER-ID(SUPPLIER-SUB) TO
                           DF-SUPPLIER-ID
                   MOVE SU-SUPPLIER-NAME(SUPPLIER-SUB) TO
                           DF-SUPPLIER-NAME
                   MOVE ZEROS TO DF-WINDOW-DAYS
                   MOVE ZEROS TO DF-ALLOWANCE-PCT
                   IF SU-RETURN-WINDOW-DAYS(SUPPLIER-SUB) IS NUMERIC
                       MOVE SU-RETURN-WINDOW-DAYS(SUPPLIER-SUB) TO
                               DF-WINDOW-DAYS
                   END-IF
                   IF SU-RETURN-ALLOWANCE-PCT(SUPPLIER-SUB)
                           IS NUMERIC
                       MOVE SU-RETURN-ALLOWANCE-PCT(SUPPLIER-SUB) TO
                               DF-ALLOWANCE-PCT
                   END-IF
               END-IF
           END-PERFORM
       .

       550-REQUEST-RETURN.
      *    THE ALLOWANCE IS A SHARE OF WHAT IS ON HAND, ROUNDED DOWN
           COMPUTE DF-RETURN-QTY =
               BT-QUANTITY-ON-HAND(BOOK-SUB) * DF-ALLOWANCE-PCT / 100

           IF DF-RETURN-QTY > BT-QUANTITY-ON-HAND(BOOK-SUB)
               MOVE BT-QUANTITY-ON-HAND(BOOK-SUB) TO DF-RETURN-QTY
           END-IF

           IF DF-RETURN-QTY = 0
               MOVE 'ALLOWANCE ROUNDS TO NONE' TO CDL-RESULT
           ELSE
               PERFORM 560-FIND-RUN-RA

               ADD 1 TO AT-NUM-LINES
               MOVE RR-RA-NUM(RUN-RA-SUB) TO AT-RA-NUM(AT-NUM-LINES)
               MOVE DF-SUPPLIER-ID TO AT-SUPPLIER-ID(AT-NUM-LINES)
               MOVE BT-BOOK-CODE(BOOK-SUB) TO
                       AT-BOOK-CODE(AT-NUM-LINES)
               MOVE WS-TODAY-YYMMDD TO AT-REQUEST-DATE(AT-NUM-LINES)
               MOVE DF-RETURN-QTY TO AT-QTY-REQUESTED(AT-NUM-LINES)
               IF BT-UNIT-COST(BOOK-SUB) IS NUMERIC
                   MOVE BT-UNIT-COST(BOOK-SUB) TO
                           AT-UNIT-COST(AT-NUM-LINES)
               ELSE
                   MOVE ZEROS TO AT-UNIT-COST(AT-NUM-LINES)
               END-IF
               MOVE 'R' TO AT-STATUS(AT-NUM-LINES)
               MOVE ZEROS TO AT-QTY-RETURNED(AT-NUM-LINES)
               MOVE SPACES TO AT-CONFIRM-DATE(AT-NUM-LINES)
               MOVE ZEROS TO AT-CREDIT-EXPECTED(AT-NUM-LINES)
               MOVE ZEROS TO AT-CREDIT-RECEIVED(AT-NUM-LINES)

               ADD 1 TO RC-REQUESTED-COUNT
               STRING 'REQUEST ' DF-RETURN-QTY(2:3) ' ON RA '
                   RR-RA-NUM(RUN-RA-SUB)
                   DELIMITED BY SIZE INTO CDL-RESULT
               END-STRING
           END-IF
       .

       560-FIND-RUN-RA.
      *    THE PUBLISHER'S FIRST TITLE THIS RUN OPENS ITS REQUEST
           MOVE 'N' TO SUPPLIER-FOUND-SW

           PERFORM VARYING RUN-RA-SUB FROM 1 BY 1
               UNTIL RUN-RA-SUB > RR-NUM-REQUESTS
                   OR SUPPLIER-FOUND

               IF DF-SUPPLIER-ID = RR-SUPPLIER-ID(RUN-RA-SUB)
                   MOVE 'Y' TO SUPPLIER-FOUND-SW
               END-IF
           END-PERFORM

           IF SUPPLIER-FOUND
               SUBTRACT 1 FROM RUN-RA-SUB
           ELSE
               ADD 1 TO RR-NUM-REQUESTS
               MOVE RR-NUM-REQUESTS TO RUN-RA-SUB
               ADD 1 TO RC-RA-SEQUENCE
               MOVE DF-SUPPLIER-ID TO RR-SUPPLIER-ID(RUN-RA-SUB)
               MOVE DF-SUPPLIER-NAME TO RR-SUPPLIER-NAME(RUN-RA-SUB)
               STRING WS-TODAY-YYMMDD RC-RA-SEQUENCE
                   DELIMITED BY SIZE INTO RR-RA-NUM(RUN-RA-SUB)
               END-STRING
           END-IF
       .

       600-PRINT-RETURN-REQUESTS.
      *    ONE PAGE PER PUBLISHER, LISTING EVERY TITLE ASKED FOR
           PERFORM VARYING RUN-RA-SUB FROM 1 BY 1
               UNTIL RUN-RA-SUB > RR-NUM-REQUESTS

               MOVE ZEROS TO DF-REQUEST-UNITS
               MOVE ZEROS TO DF-REQUEST-VALUE

               WRITE REQUEST-LINE FROM REQUEST-HEADING-ONE
                   AFTER ADVANCING PAGE
               MOVE RR-SUPPLIER-NAME(RUN-RA-SUB) TO RQH-SUPPLIER-NAME
               MOVE RR-SUPPLIER-ID(RUN-RA-SUB) TO RQH-SUPPLIER-ID
               MOVE RR-RA-NUM(RUN-RA-SUB) TO RQH-RA-NUM
               MOVE WS-TODAY-YYMMDD TO RQH-REQUEST-DATE
               WRITE REQUEST-LINE FROM REQUEST-HEADING-TWO
                   AFTER ADVANCING 2 LINES
               WRITE REQUEST-LINE FROM REQUEST-COLUMN-LINE
                   AFTER ADVANCING 2 LINES

               PERFORM VARYING AUTH-SUB FROM 1 BY 1
                   UNTIL AUTH-SUB > AT-NUM-LINES

                   IF AT-RA-NUM(AUTH-SUB) = RR-RA-NUM(RUN-RA-SUB)
                       PERFORM 650-PRINT-REQUEST-LINE
                   END-IF
               END-PERFORM

               MOVE DF-REQUEST-UNITS TO RQT-UNITS
               MOVE DF-REQUEST-VALUE TO RQT-VALUE
               WRITE REQUEST-LINE FROM REQUEST-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           END-PERFORM
       .

       650-PRINT-REQUEST-LINE.
           MOVE AT-BOOK-CODE(AUTH-SUB) TO RQD-BOOK-CODE
           MOVE AT-BOOK-CODE(AUTH-SUB) TO DF-BOOK-CODE
           PERFORM 430-FIND-BOOK

           IF BOOK-FOUND
               MOVE BT-TITLE(BOOK-SUB) TO RQD-TITLE
               MOVE BT-AUTHOR(BOOK-SUB) TO RQD-AUTHOR
           ELSE
               MOVE SPACES TO RQD-TITLE
               MOVE SPACES TO RQD-AUTHOR
           END-IF

           COMPUTE DF-EXTENDED-VALUE =
               AT-QTY-REQUESTED(AUTH-SUB) * AT-UNIT-COST(AUTH-SUB)

           MOVE AT-QTY-REQUESTED(AUTH-SUB) TO RQD-QUANTITY
           MOVE AT-UNIT-COST(AUTH-SUB) TO RQD-UNIT-COST
           MOVE DF-EXTENDED-VALUE TO RQD-EXTENDED

           ADD AT-QTY-REQUESTED(AUTH-SUB) TO DF-REQUEST-UNITS
           ADD DF-EXTENDED-VALUE TO DF-REQUEST-VALUE

           WRITE REQUEST-LINE FROM REQUEST-DETAIL-LINE
               AFTER ADVANCING 1 LINE
       .

       700-LIST-OUTSTANDING-CREDITS.
      *    EVERY CONFIRMED RETURN WHOSE CREDIT HAS NOT COME IN FULL
           WRITE REPORT-LINE FROM CREDIT-HEADING
               AFTER ADVANCING 3 LINES
           WRITE REPORT-LINE FROM CREDIT-COLUMN-LINE
               AFTER ADVANCING 1 LINE

           PERFORM VARYING AUTH-SUB FROM 1 BY 1
               UNTIL AUTH-SUB > AT-NUM-LINES

               IF AT-CREDIT-DUE(AUTH-SUB)
                   COMPUTE DF-BALANCE =
                       AT-CREDIT-EXPECTED(AUTH-SUB) -
                       AT-CREDIT-RECEIVED(AUTH-SUB)
                   ADD DF-BALANCE TO RC-OUTSTANDING-AMT

                   MOVE AT-RA-NUM(AUTH-SUB) TO CRL-RA-NUM
                   MOVE AT-SUPPLIER-ID(AUTH-SUB) TO CRL-SUPPLIER-ID
                   MOVE AT-BOOK-CODE(AUTH-SUB) TO CRL-BOOK-CODE
                   MOVE AT-QTY-RETURNED(AUTH-SUB) TO CRL-QTY-RETURNED
                   MOVE AT-CREDIT-EXPECTED(AUTH-SUB) TO
                           CRL-CREDIT-EXPECTED
                   MOVE AT-CREDIT-RECEIVED(AUTH-SUB) TO
                           CRL-CREDIT-RECEIVED
                   MOVE DF-BALANCE TO CRL-BALANCE
                   MOVE AT-CONFIRM-DATE(AUTH-SUB) TO CRL-CONFIRM-DATE

                   WRITE REPORT-LINE FROM CREDIT-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
       .

       800-REWRITE-BOOK-FILE.
           OPEN OUTPUT BOOK-INVEN-FILE

           PERFORM VARYING BOOK-TBL-INDEX FROM 1 BY 1
               UNTIL BOOK-TBL-INDEX > BT-NUM-BOOKS

               MOVE BT-RECORD-IMAGE(BOOK-TBL-INDEX) TO
                       BOOK-INVEN-RECORD
               WRITE BOOK-INVEN-RECORD
           END-PERFORM

           CLOSE BOOK-INVEN-FILE
       .

       850-REWRITE-STORE-STOCK.
           IF SK-NUM-ENTRIES > 0
               OPEN OUTPUT STORE-STOCK-FILE

               PERFORM VARYING STORE-SUB FROM 1 BY 1
                   UNTIL STORE-SUB > SK-NUM-ENTRIES

                   MOVE SK-STORE-CODE(STORE-SUB) TO SS-STORE-CODE
                   MOVE SK-BOOK-CODE(STORE-SUB) TO SS-BOOK-CODE
                   MOVE SK-ON-HAND(STORE-SUB) TO SS-ON-HAND

                   WRITE STORE-STOCK-RECORD
               END-PERFORM

               CLOSE STORE-STOCK-FILE
           END-IF
       .

       870-REWRITE-RETURN-AUTHS.
      *    A LINE IS FINISHED ONCE ITS CREDIT IS RECEIVED IN FULL
           OPEN OUTPUT RETURN-AUTH-FILE

           PERFORM VARYING AUTH-SUB FROM 1 BY 1
               UNTIL AUTH-SUB > AT-NUM-LINES

               IF NOT AT-CREDIT-PAID(AUTH-SUB)
                   MOVE AUTH-TBL-LINE(AUTH-SUB) TO RETURN-AUTH-RECORD
                   WRITE RETURN-AUTH-RECORD
               END-IF
           END-PERFORM

           CLOSE RETURN-AUTH-FILE
       .

       900-FINAL-ROUTINE.
           MOVE RC-REQUESTED-COUNT TO SL-REQUESTED-COUNT
           MOVE RC-CONFIRMED-COUNT TO SL-CONFIRMED-COUNT
           MOVE RC-CREDIT-COUNT TO SL-CREDIT-COUNT
           MOVE RC-REJECT-COUNT TO SL-REJECT-COUNT
           WRITE REPORT-LINE FROM SUMMARY-LINE-ONE
               AFTER ADVANCING 3 LINES

           MOVE RC-OUTSTANDING-AMT TO SL-OUTSTANDING-AMT
           WRITE REPORT-LINE FROM SUMMARY-LINE-TWO
               AFTER ADVANCING 1 LINE

           CLOSE RETURNS-REPORT-FILE
                 RETURN-REQUEST-FILE
            STOP RUN
            .
