       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LAB4RECN.
       AUTHOR.         Tim J.
      **********************
      *   Nightly register reconciliation for the bookstores.  The
      *   day's sales feed is totalled by store and register for
      *   each tender -- cash, check and card -- and set against
      *   what each drawer close says was counted: cash less the
      *   opening float, checks, and the card batch.  Every drawer
      *   is printed with its over/short by tender and by clerk,
      *   and a till that took sales but was never closed shows as
      *   short its whole takings.  Each drawer's result goes on to
      *   the running over/short history, and a register or clerk
      *   out of balance again and again within the month is
      *   flagged as a repeat problem
      *************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT BOOK-SALES-FILE
               ASSIGN TO "BOOKSALES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    ONE RECORD PER REGISTER CLOSED OUT TONIGHT
           SELECT DRAWER-CLOSE-FILE
               ASSIGN TO "DRAWER-CLOSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    EVERY NIGHT'S RESULT FOR EVERY DRAWER, KEPT FOR THE
      *    REPEAT CHECK
           SELECT OPTIONAL OVER-SHORT-HISTORY-FILE
               ASSIGN TO "OVERSHORT-HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT RECON-REPORT-FILE
               ASSIGN TO PRINTER "REGISTERRECON.TXT".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD BOOK-SALES-FILE
           RECORD CONTAINS 15 CHARACTERS.
      *
       01  BOOK-SALES-RECORD.
           05  BS-BOOK-CODE                PIC X(2).
           05  BS-QTY-SOLD                 PIC 9(3).
           05  BS-STORE-CODE               PIC X(2).
           05  BS-REGISTER-ID              PIC X(2).
           05  BS-SALE-PRICE               PIC 9(3)V99.
           05  BS-TENDER-TYPE              PIC X.
               88 BS-PAID-CASH                         VALUE 'C'.
               88 BS-PAID-CHECK                        VALUE 'K'.
               88 BS-PAID-CARD                         VALUE 'D'.
      *
       FD DRAWER-CLOSE-FILE
           RECORD CONTAINS 42 CHARACTERS.
      *
       01  DRAWER-CLOSE-RECORD.
           05  DC-STORE-CODE               PIC X(2).
           05  DC-REGISTER-ID              PIC X(2).
           05  DC-CLERK-ID                 PIC X(4).
           05  DC-CLOSE-DATE               PIC X(6).
           05  DC-OPENING-FLOAT            PIC 9(5)V99.
      *    CASH IN THE DRAWER AT CLOSE, FLOAT INCLUDED
           05  DC-COUNTED-CASH             PIC 9(5)V99.
           05  DC-COUNTED-CHECKS           PIC 9(5)V99.
           05  DC-CARD-BATCH               PIC 9(5)V99.
      *
       FD OVER-SHORT-HISTORY-FILE
           RECORD CONTAINS 47 CHARACTERS.
      *
       01  OVER-SHORT-HISTORY-RECORD.
           05  OH-CLOSE-DATE               PIC X(6).
           05  OH-STORE-CODE               PIC X(2).
           05  OH-REGISTER-ID              PIC X(2).
           05  OH-CLERK-ID                 PIC X(4).
           05  OH-CASH-OVER-SHORT          PIC S9(5)V99
                                           SIGN LEADING SEPARATE.
           05  OH-CHECK-OVER-SHORT         PIC S9(5)V99
                                           SIGN LEADING SEPARATE.
           05  OH-CARD-OVER-SHORT          PIC S9(5)V99
                                           SIGN LEADING SEPARATE.
           05  OH-NET-OVER-SHORT           PIC S9(5)V99
                                           SIGN LEADING SEPARATE.
           05  OH-OUT-OF-BALANCE-SW        PIC X.
               88 OH-OUT-OF-BALANCE                    VALUE 'Y'.
      *
       FD  RECON-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  SALES-LOAD-FLAG             PIC X       VALUE 'F'.
               88 SALES-LOAD-DONE                      VALUE 'Y'.
           05  HISTORY-LOAD-FLAG           PIC X       VALUE 'F'.
               88 HISTORY-LOAD-DONE                    VALUE 'Y'.
           05  OUT-OF-BALANCE-SW           PIC X       VALUE 'N'.
               88 DRAWER-OUT-OF-BALANCE                VALUE 'Y'.
           05  ENTRY-FOUND-SW              PIC X       VALUE 'N'.
               88 ENTRY-FOUND                          VALUE 'Y'.
           05  REGISTER-SUB                PIC 999.
           05  STORE-SUB                   PIC 99.
           05  CLERK-SUB                   PIC 999.
           05  REPEAT-SUB                  PIC 999.
      *
       01  RUN-PARAMETERS.
      *    A TENDER OFF BY NO MORE THAN THE TOLERANCE IS IN BALANCE
           05  RP-TOLERANCE                PIC 9(3)V99 VALUE 1.00.
           05  RP-TOLERANCE-IN             PIC X(5).
           05  RP-TOLERANCE-IN-N REDEFINES RP-TOLERANCE-IN
                                           PIC 9(3)V99.
      *    THIS MANY OUT-OF-BALANCE CLOSES WITHIN THE WINDOW IS A
      *    REPEAT PROBLEM
           05  RP-REPEAT-LIMIT             PIC 99      VALUE 3.
           05  RP-REPEAT-WINDOW-DAYS       PIC 999     VALUE 30.
      *
       01  COUNTERS.
           05  RC-DRAWER-COUNT             PIC 9(5)    VALUE 0.
           05  RC-OUT-OF-BALANCE-COUNT     PIC 9(5)    VALUE 0.
           05  RC-UNCLOSED-COUNT           PIC 9(5)    VALUE 0.
           05  RC-SALES-REJECT-COUNT       PIC 9(5)    VALUE 0.
           05  RC-NET-OVER-SHORT           PIC S9(7)V99 VALUE 0.
      *
       01  DETAIL-FIELDS.
           05  DF-SALE-AMOUNT              PIC 9(7)V99.
           05  DF-EXPECTED-CASH            PIC S9(7)V99.
           05  DF-EXPECTED-CHECKS          PIC S9(7)V99.
           05  DF-EXPECTED-CARD            PIC S9(7)V99.
           05  DF-COUNTED-CASH             PIC S9(7)V99.
           05  DF-COUNTED-CHECKS           PIC S9(7)V99.
           05  DF-COUNTED-CARD             PIC S9(7)V99.
           05  DF-CASH-OVER-SHORT          PIC S9(7)V99.
           05  DF-CHECK-OVER-SHORT         PIC S9(7)V99.
           05  DF-CARD-OVER-SHORT          PIC S9(7)V99.
           05  DF-NET-OVER-SHORT           PIC S9(7)V99.
           05  DF-OVER-SHORT               PIC S9(7)V99.
           05  DF-STORE-CODE               PIC X(2).
           05  DF-REGISTER-ID              PIC X(2).
           05  DF-CLERK-ID                 PIC X(4).
           05  DF-CLOSE-DATE               PIC X(6).
           05  DF-REPEAT-KEY               PIC X(5).
           05  DF-TODAY-INT                PIC 9(8).
           05  DF-DATE-INT                 PIC 9(8).
           05  DF-DATE-YYMMDD              PIC X(6).
           05  DF-DATE-YYMMDD-N REDEFINES DF-DATE-YYMMDD
                                           PIC 9(6).
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
       01  WS-TODAY-YYMMDD                 PIC X(6).
      *
       01  REGISTER-TOTALS-AREA.
      *    THE DAY'S TAKINGS PER STORE AND REGISTER BY TENDER
           05  RG-NUM-REGISTERS            PIC 999     VALUE 0.
           05  REGISTER-TBL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON RG-NUM-REGISTERS
               INDEXED BY REGISTER-TBL-INDEX.
               10  RG-STORE-CODE           PIC X(2).
               10  RG-REGISTER-ID          PIC X(2).
               10  RG-CASH-SALES           PIC 9(7)V99.
               10  RG-CHECK-SALES          PIC 9(7)V99.
               10  RG-CARD-SALES           PIC 9(7)V99.
               10  RG-CLOSED-SW            PIC X.
                   88 RG-CLOSED                        VALUE 'Y'.
      *
       01  STORE-TOTALS-AREA.
           05  SR-NUM-STORES               PIC 99      VALUE 0.
           05  STORE-TBL-LINE OCCURS 1 TO 50 TIMES
               DEPENDING ON SR-NUM-STORES
               INDEXED BY STORE-TBL-INDEX.
               10  SR-STORE-CODE           PIC X(2).
               10  SR-DRAWERS              PIC 999.
               10  SR-OUT-OF-BALANCE       PIC 999.
               10  SR-NET-OVER-SHORT       PIC S9(7)V99.
      *
       01  CLERK-TOTALS-AREA.
           05  CK-NUM-CLERKS               PIC 999     VALUE 0.
           05  CLERK-TBL-LINE OCCURS 1 TO 200 TIMES
               DEPENDING ON CK-NUM-CLERKS
               INDEXED BY CLERK-TBL-INDEX.
               10  CK-CLERK-ID             PIC X(4).
               10  CK-DRAWERS              PIC 999.
               10  CK-NET-OVER-SHORT       PIC S9(7)V99.
      *
       01  REPEAT-COUNT-AREA.
      *    OUT-OF-BALANCE CLOSES WITHIN THE WINDOW, TONIGHT'S
      *    INCLUDED, KEYED 'C' + CLERK OR 'R' + STORE AND REGISTER
           05  RP-NUM-KEYS                 PIC 999     VALUE 0.
           05  REPEAT-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON RP-NUM-KEYS
               INDEXED BY REPEAT-TBL-INDEX.
               10  RP-KEY                  PIC X(5).
               10  RP-OUT-COUNT            PIC 999.
      *
      **********************OUTPUT AREA*************************
       01  HEADING-ONE.
           05                              PIC X(27) VALUE SPACES.
           05                              PIC X(26) VALUE
                                           'REGISTER RECONCILIATION'.
           05                              PIC X(24) VALUE SPACES.
           05                              PIC X(3)  VALUE 'TWJ'.
      *
       01  PARAMETER-LINE.
           05                              PIC X(10)   VALUE
                                           'RUN DATE: '.
           05  PL-RUN-DATE                 PIC X(6).
           05                              PIC X(14)   VALUE
                                           '   TOLERANCE: '.
           05  PL-TOLERANCE                PIC ZZ9.99.
           05                              PIC X(44)   VALUE SPACES.
      *
       01  DRAWER-COLUMN-LINE.
           05                              PIC X(21)   VALUE
                                           'STORE REG  CLERK'.
           05                              PIC X(11)   VALUE
                                           '   EXPECTED'.
           05                              PIC X(12)   VALUE
                                           '     COUNTED'.
           05                              PIC X(13)   VALUE
                                           '   OVER/SHORT'.
           05                              PIC X(23)   VALUE SPACES.
      *
       01  TENDER-LINE.
           05  TL-STORE-CODE               PIC X(2).
           05                              PIC X(4)    VALUE SPACES.
           05  TL-REGISTER-ID              PIC X(2).
           05                              PIC X(3)    VALUE SPACES.
           05  TL-CLERK-ID                 PIC X(4).
           05                              PIC X(1)    VALUE SPACES.
           05  TL-TENDER                   PIC X(6).
           05  TL-EXPECTED                 PIC ZZ,ZZ9.99-.
           05                              PIC X(2)    VALUE SPACES.
           05  TL-COUNTED                  PIC ZZ,ZZ9.99-.
           05                              PIC X(3)    VALUE SPACES.
           05  TL-OVER-SHORT               PIC ZZ,ZZ9.99-.
           05                              PIC X(2)    VALUE SPACES.
           05  TL-FLAG                     PIC X(16).
           05                              PIC X(5)    VALUE SPACES.
      *
       01  SALES-REJECT-LINE.
           05                              PIC X(12)   VALUE
                                           'SALE: BOOK '.
           05  SRL-BOOK-CODE               PIC X(2).
           05                              PIC X(7)    VALUE
                                           ' STORE '.
           05  SRL-STORE-CODE              PIC X(2).
           05                              PIC X(5)    VALUE
                                           ' REG '.
           05  SRL-REGISTER-ID             PIC X(2).
           05                              PIC X(3)    VALUE SPACES.
           05  SRL-REASON                  PIC X(30).
           05                              PIC X(17)   VALUE SPACES.
      *
       01  STORE-HEADING.
           05                              PIC X(41)   VALUE
                       'OVER/SHORT BY STORE'.
           05                              PIC X(39)   VALUE SPACES.
      *
       01  STORE-COLUMN-LINE.
           05                              PIC X(8)    VALUE 'STORE'.
           05                              PIC X(9)    VALUE
                                           'DRAWERS'.
           05                              PIC X(16)   VALUE
                                           'OUT OF BALANCE'.
           05                              PIC X(47)   VALUE
                                           '  NET OVER/SHORT'.
      *
       01  STORE-DETAIL-LINE.
           05  SDL-STORE-CODE              PIC X(2).
           05                              PIC X(8)    VALUE SPACES.
           05  SDL-DRAWERS                 PIC ZZ9.
           05                              PIC X(12)   VALUE SPACES.
           05  SDL-OUT-OF-BALANCE          PIC ZZ9.
           05                              PIC X(6)    VALUE SPACES.
           05  SDL-NET-OVER-SHORT          PIC Z,ZZZ,ZZ9.99-.
           05                              PIC X(33)   VALUE SPACES.
      *
       01  CLERK-HEADING.
           05                              PIC X(41)   VALUE
                       'OVER/SHORT BY CLERK'.
           05                              PIC X(39)   VALUE SPACES.
      *
       01  CLERK-COLUMN-LINE.
           05                              PIC X(8)    VALUE 'CLERK'.
           05                              PIC X(9)    VALUE
                                           'DRAWERS'.
           05                              PIC X(19)   VALUE
                                           '  NET OVER/SHORT'.
           05                              PIC X(44)   VALUE
                                           '   OUT OF BAL IN WINDOW'.
      *
       01  CLERK-DETAIL-LINE.
           05  CDL-CLERK-ID                PIC X(4).
           05                              PIC X(6)    VALUE SPACES.
           05  CDL-DRAWERS                 PIC ZZ9.
           05                              PIC X(4)    VALUE SPACES.
           05  CDL-NET-OVER-SHORT          PIC Z,ZZZ,ZZ9.99-.
           05                              PIC X(11)   VALUE SPACES.
           05  CDL-OUT-COUNT               PIC ZZ9.
           05                              PIC X(3)    VALUE SPACES.
           05  CDL-FLAG                    PIC X(14).
           05                              PIC X(19)   VALUE SPACES.
      *
       01  SUMMARY-LINE.
           05                              PIC X(9)    VALUE
                                           'DRAWERS: '.
           05  SL-DRAWER-COUNT             PIC ZZZZ9.
           05                              PIC X(18)   VALUE
                                           '  OUT OF BALANCE: '.
           05  SL-OUT-OF-BALANCE           PIC ZZZZ9.
           05                              PIC X(12)   VALUE
                                           '  UNCLOSED: '.
           05  SL-UNCLOSED-COUNT           PIC ZZZZ9.
           05                              PIC X(7)    VALUE
                                           '  NET: '.
           05  SL-NET-OVER-SHORT           PIC Z,ZZZ,ZZ9.99-.
           05                              PIC X(6)    VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       100-RECONCILE-REGISTERS.
           PERFORM 150-GET-RUN-PARAMETERS
           PERFORM 200-HSKPING-ROUTINE
           PERFORM 250-TOTAL-SALES-BY-REGISTER
           PERFORM 270-LOAD-OVER-SHORT-HISTORY
           PERFORM 300-READ-DRAWER-CLOSES
           PERFORM 600-LIST-UNCLOSED-REGISTERS
           PERFORM 700-PRINT-STORE-SUMMARY
           PERFORM 750-PRINT-CLERK-SUMMARY
           PERFORM 900-FINAL-ROUTINE
       .

       150-GET-RUN-PARAMETERS.
      *    A BLANK OR NON-NUMERIC ANSWER KEEPS THE DEFAULT
           DISPLAY 'OVER/SHORT TOLERANCE (99999 = 999.99): '
           ACCEPT RP-TOLERANCE-IN
           IF RP-TOLERANCE-IN-N IS NUMERIC
               MOVE RP-TOLERANCE-IN-N TO RP-TOLERANCE
           END-IF
       .

       200-HSKPING-ROUTINE.
           OPEN INPUT  DRAWER-CLOSE-FILE
                OUTPUT RECON-REPORT-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-CURRENT-DATE TO WS-TODAY-YYMMDD
           MOVE WS-TODAY-YYMMDD TO DF-DATE-YYMMDD
           PERFORM 290-FIGURE-DATE-INT
           MOVE DF-DATE-INT TO DF-TODAY-INT

           WRITE REPORT-LINE FROM HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE WS-TODAY-YYMMDD TO PL-RUN-DATE
           MOVE RP-TOLERANCE TO PL-TOLERANCE
           WRITE REPORT-LINE FROM PARAMETER-LINE
               AFTER ADVANCING 2 LINES
       .

       250-TOTAL-SALES-BY-REGISTER.
      *    MONEY TAKEN AT THE TILL COUNTS WHETHER OR NOT THE BOOK
      *    POSTED AGAINST STOCK
           OPEN INPUT BOOK-SALES-FILE

           PERFORM UNTIL SALES-LOAD-DONE
               READ BOOK-SALES-FILE
                   AT END
                       SET SALES-LOAD-DONE TO TRUE
                   NOT AT END
                       PERFORM 260-ADD-ONE-SALE
               END-READ
           END-PERFORM

           CLOSE BOOK-SALES-FILE
       .

       260-ADD-ONE-SALE.
           IF BS-QTY-SOLD IS NOT NUMERIC OR
                   BS-SALE-PRICE IS NOT NUMERIC
               MOVE 'NO QUANTITY OR SALE PRICE' TO SRL-REASON
               PERFORM 265-REJECT-SALE
           ELSE
               IF NOT BS-PAID-CASH AND NOT BS-PAID-CHECK AND
                       NOT BS-PAID-CARD
                   MOVE 'UNKNOWN TENDER TYPE' TO SRL-REASON
                   PERFORM 265-REJECT-SALE
               ELSE
                   MOVE BS-STORE-CODE TO DF-STORE-CODE
                   MOVE BS-REGISTER-ID TO DF-REGISTER-ID
                   PERFORM 280-FIND-REGISTER

                   COMPUTE DF-SALE-AMOUNT =
                       BS-QTY-SOLD * BS-SALE-PRICE

                   EVALUATE TRUE
                       WHEN BS-PAID-CASH
                           ADD DF-SALE-AMOUNT TO
                                   RG-CASH-SALES(REGISTER-SUB)
                       WHEN BS-PAID-CHECK
                           ADD DF-SALE-AMOUNT TO
                                   RG-CHECK-SALES(REGISTER-SUB)
                       WHEN BS-PAID-CARD
                           ADD DF-SALE-AMOUNT TO
                                   RG-CARD-SALES(REGISTER-SUB)
                   END-EVALUATE
               END-IF
           END-IF
       .

       265-REJECT-SALE.
           ADD 1 TO RC-SALES-REJECT-COUNT
           MOVE BS-BOOK-CODE TO SRL-BOOK-CODE
           MOVE BS-STORE-CODE TO SRL-STORE-CODE
           MOVE BS-REGISTER-ID TO SRL-REGISTER-ID
           WRITE REPORT-LINE FROM SALES-REJECT-LINE
               AFTER ADVANCING 1 LINE
       .

       270-LOAD-OVER-SHORT-HISTORY.
      *    ONLY CLOSES WITHIN THE WINDOW BEFORE TONIGHT COUNT
           OPEN INPUT OVER-SHORT-HISTORY-FILE

           PERFORM UNTIL HISTORY-LOAD-DONE
               READ OVER-SHORT-HISTORY-FILE
                   AT END
                       SET HISTORY-LOAD-DONE TO TRUE
                   NOT AT END
                       IF OH-OUT-OF-BALANCE
                           MOVE OH-CLOSE-DATE TO DF-DATE-YYMMDD
                           PERFORM 290-FIGURE-DATE-INT
                           IF DF-DATE-INT > 0 AND
                                   DF-TODAY-INT - DF-DATE-INT <
                                       RP-REPEAT-WINDOW-DAYS
                               MOVE OH-CLERK-ID TO DF-CLERK-ID
                               MOVE OH-STORE-CODE TO DF-STORE-CODE
                               MOVE OH-REGISTER-ID TO DF-REGISTER-ID
                               PERFORM 275-COUNT-OUT-OF-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OVER-SHORT-HISTORY-FILE
       .

       275-COUNT-OUT-OF-BALANCE.
      *    ONE MORE OUT-OF-BALANCE CLOSE FOR THE CLERK AND FOR THE
      *    REGISTER
           STRING 'C' DF-CLERK-ID DELIMITED BY SIZE
               INTO DF-REPEAT-KEY
           END-STRING
           PERFORM 285-FIND-REPEAT-KEY
           ADD 1 TO RP-OUT-COUNT(REPEAT-SUB)

           STRING 'R' DF-STORE-CODE DF-REGISTER-ID DELIMITED BY SIZE
               INTO DF-REPEAT-KEY
           END-STRING
           PERFORM 285-FIND-REPEAT-KEY
           ADD 1 TO RP-OUT-COUNT(REPEAT-SUB)
       .

       280-FIND-REGISTER.
           MOVE 'N' TO ENTRY-FOUND-SW

           PERFORM VARYING REGISTER-SUB FROM 1 BY 1
               UNTIL REGISTER-SUB > RG-NUM-REGISTERS
                   OR ENTRY-FOUND

               IF DF-STORE-CODE = RG-STORE-CODE(REGISTER-SUB) AND
                       DF-REGISTER-ID = RG-REGISTER-ID(REGISTER-SUB)
                   MOVE 'Y' TO ENTRY-FOUND-SW
               END-IF
           END-PERFORM

           IF ENTRY-FOUND
               SUBTRACT 1 FROM REGISTER-SUB
           ELSE
               ADD 1 TO RG-NUM-REGISTERS
               MOVE RG-NUM-REGISTERS TO REGISTER-SUB
               MOVE DF-STORE-CODE TO RG-STORE-CODE(REGISTER-SUB)
               MOVE DF-REGISTER-ID TO RG-REGISTER-ID(REGISTER-SUB)
               MOVE ZEROS TO RG-CASH-SALES(REGISTER-SUB)
               MOVE ZEROS TO RG-CHECK-SALES(REGISTER-SUB)
               MOVE ZEROS TO RG-CARD-SALES(REGISTER-SUB)
               MOVE 'N' TO RG-CLOSED-SW(REGISTER-SUB)
           END-IF
       .

       285-FIND-REPEAT-KEY.
           MOVE 'N' TO ENTRY-FOUND-SW

           PERFORM VARYING REPEAT-SUB FROM 1 BY 1
               UNTIL REPEAT-SUB > RP-NUM-KEYS
                   OR ENTRY-FOUND

               IF DF-REPEAT-KEY = RP-KEY(REPEAT-SUB)
                   MOVE 'Y' TO ENTRY-FOUND-SW
               END-IF
           END-PERFORM

           IF ENTRY-FOUND
               SUBTRACT 1 FROM REPEAT-SUB
           ELSE
               ADD 1 TO RP-NUM-KEYS
               MOVE RP-NUM-KEYS TO REPEAT-SUB
               MOVE DF-REPEAT-KEY TO RP-KEY(REPEAT-SUB)
               MOVE ZEROS TO RP-OUT-COUNT(REPEAT-SUB)
           END-IF
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

       300-READ-DRAWER-CLOSES.
           WRITE REPORT-LINE FROM DRAWER-COLUMN-LINE
               AFTER ADVANCING 2 LINES

           OPEN EXTEND OVER-SHORT-HISTORY-FILE

           PERFORM UNTIL NO-MORE-DATA
               READ DRAWER-CLOSE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 400-RECONCILE-ONE-DRAWER
               END-READ
           END-PERFORM
       .

       400-RECONCILE-ONE-DRAWER.
      *    THE FLOAT WENT INTO THE DRAWER BEFORE ANY SALE, SO IT IS
      *    PART OF THE CASH EXPECTED BACK
           MOVE DC-STORE-CODE TO DF-STORE-CODE
           MOVE DC-REGISTER-ID TO DF-REGISTER-ID
           MOVE DC-CLERK-ID TO DF-CLERK-ID
           MOVE DC-CLOSE-DATE TO DF-CLOSE-DATE
           IF DF-CLOSE-DATE = SPACES
               MOVE WS-TODAY-YYMMDD TO DF-CLOSE-DATE
           END-IF

           PERFORM 280-FIND-REGISTER
           MOVE 'Y' TO RG-CLOSED-SW(REGISTER-SUB)

           MOVE RG-CASH-SALES(REGISTER-SUB) TO DF-EXPECTED-CASH
           IF DC-OPENING-FLOAT IS NUMERIC
               ADD DC-OPENING-FLOAT TO DF-EXPECTED-CASH
           END-IF
           MOVE RG-CHECK-SALES(REGISTER-SUB) TO DF-EXPECTED-CHECKS
           MOVE RG-CARD-SALES(REGISTER-SUB) TO DF-EXPECTED-CARD

           MOVE ZEROS TO DF-COUNTED-CASH
           MOVE ZEROS TO DF-COUNTED-CHECKS
           MOVE ZEROS TO DF-COUNTED-CARD
           IF DC-COUNTED-CASH IS NUMERIC
               MOVE DC-COUNTED-CASH TO DF-COUNTED-CASH
           END-IF
           IF DC-COUNTED-CHECKS IS NUMERIC
               MOVE DC-COUNTED-CHECKS TO DF-COUNTED-CHECKS
           END-IF
           IF DC-CARD-BATCH IS NUMERIC
               MOVE DC-CARD-BATCH TO DF-COUNTED-CARD
           END-IF

           PERFORM 450-PRINT-DRAWER
       .

       450-PRINT-DRAWER.
      *    OVER IS COUNTED ABOVE EXPECTED, SHORT IS BELOW
           MOVE 'N' TO OUT-OF-BALANCE-SW
           ADD 1 TO RC-DRAWER-COUNT

           MOVE DF-STORE-CODE TO TL-STORE-CODE
           MOVE DF-REGISTER-ID TO TL-REGISTER-ID
           MOVE DF-CLERK-ID TO TL-CLERK-ID

           MOVE 'CASH' TO TL-TENDER
           MOVE DF-EXPECTED-CASH TO TL-EXPECTED
           MOVE DF-COUNTED-CASH TO TL-COUNTED
           COMPUTE DF-CASH-OVER-SHORT =
               DF-COUNTED-CASH - DF-EXPECTED-CASH
           MOVE DF-CASH-OVER-SHORT TO DF-OVER-SHORT
           PERFORM 470-PRINT-TENDER-LINE

           MOVE SPACES TO TL-STORE-CODE
           MOVE SPACES TO TL-REGISTER-ID
           MOVE SPACES TO TL-CLERK-ID

           MOVE 'CHECK' TO TL-TENDER
           MOVE DF-EXPECTED-CHECKS TO TL-EXPECTED
           MOVE DF-COUNTED-CHECKS TO TL-COUNTED
           COMPUTE DF-CHECK-OVER-SHORT =
               DF-COUNTED-CHECKS - DF-EXPECTED-CHECKS
           MOVE DF-CHECK-OVER-SHORT TO DF-OVER-SHORT
           PERFORM 470-PRINT-TENDER-LINE

           MOVE 'CARD' TO TL-TENDER
           MOVE DF-EXPECTED-CARD TO TL-EXPECTED
           MOVE DF-COUNTED-CARD TO TL-COUNTED
           COMPUTE DF-CARD-OVER-SHORT =
               DF-COUNTED-CARD - DF-EXPECTED-CARD
           MOVE DF-CARD-OVER-SHORT TO DF-OVER-SHORT
           PERFORM 470-PRINT-TENDER-LINE

           COMPUTE DF-NET-OVER-SHORT = DF-CASH-OVER-SHORT +
               DF-CHECK-OVER-SHORT + DF-CARD-OVER-SHORT
           ADD DF-NET-OVER-SHORT TO RC-NET-OVER-SHORT

           IF DRAWER-OUT-OF-BALANCE
               ADD 1 TO RC-OUT-OF-BALANCE-COUNT
               PERFORM 275-COUNT-OUT-OF-BALANCE
           END-IF

      *    COUNTING THE CLOSE LEAVES REPEAT-SUB ON THE REGISTER'S KEY
           MOVE 'TOTAL' TO TL-TENDER
           COMPUTE DF-OVER-SHORT = DF-EXPECTED-CASH +
               DF-EXPECTED-CHECKS + DF-EXPECTED-CARD
           MOVE DF-OVER-SHORT TO TL-EXPECTED
           COMPUTE DF-OVER-SHORT = DF-COUNTED-CASH +
               DF-COUNTED-CHECKS + DF-COUNTED-CARD
           MOVE DF-OVER-SHORT TO TL-COUNTED
           MOVE DF-NET-OVER-SHORT TO TL-OVER-SHORT
           MOVE SPACES TO TL-FLAG
           IF DRAWER-OUT-OF-BALANCE AND
                   RP-OUT-COUNT(REPEAT-SUB) >= RP-REPEAT-LIMIT
               MOVE 'REPEAT REGISTER' TO TL-FLAG
           END-IF
           WRITE REPORT-LINE FROM TENDER-LINE
               AFTER ADVANCING 1 LINE

           PERFORM 500-ADD-STORE-AND-CLERK
           PERFORM 550-WRITE-HISTORY
       .

       470-PRINT-TENDER-LINE.
           MOVE DF-OVER-SHORT TO TL-OVER-SHORT
           MOVE SPACES TO TL-FLAG

           IF DF-OVER-SHORT > RP-TOLERANCE OR
                   DF-OVER-SHORT < 0 - RP-TOLERANCE
               MOVE 'Y' TO OUT-OF-BALANCE-SW
               MOVE 'OUT OF BALANCE' TO TL-FLAG
           END-IF

           WRITE REPORT-LINE FROM TENDER-LINE
               AFTER ADVANCING 1 LINE
       .

       500-ADD-STORE-AND-CLERK.
           MOVE 'N' TO ENTRY-FOUND-SW

           PERFORM VARYING STORE-SUB FROM 1 BY 1
               UNTIL STORE-SUB > SR-NUM-STORES
                   OR ENTRY-FOUND

               IF DF-STORE-CODE = SR-STORE-CODE(STORE-SUB)
                   MOVE 'Y' TO ENTRY-FOUND-SW
               END-IF
           END-PERFORM

           IF ENTRY-FOUND
               SUBTRACT 1 FROM STORE-SUB
           ELSE
               ADD 1 TO SR-NUM-STORES
               MOVE SR-NUM-STORES TO STORE-SUB
               MOVE DF-STORE-CODE TO SR-STORE-CODE(STORE-SUB)
               MOVE ZEROS TO SR-DRAWERS(STORE-SUB)
               MOVE ZEROS TO SR-OUT-OF-BALANCE(STORE-SUB)
               MOVE ZEROS TO SR-NET-OVER-SHORT(STORE-SUB)
           END-IF

           ADD 1 TO SR-DRAWERS(STORE-SUB)
           ADD DF-NET-OVER-SHORT TO SR-NET-OVER-SHORT(STORE-SUB)
           IF DRAWER-OUT-OF-BALANCE
               ADD 1 TO SR-OUT-OF-BALANCE(STORE-SUB)
           END-IF

           MOVE 'N' TO ENTRY-FOUND-SW

           PERFORM VARYING CLERK-SUB FROM 1 BY 1
               UNTIL CLERK-SUB > CK-NUM-CLERKS
                   OR ENTRY-FOUND

               IF DF-CLERK-ID = CK-CLERK-ID(CLERK-SUB)
                   MOVE 'Y' TO ENTRY-FOUND-SW
               END-IF
           END-PERFORM

           IF ENTRY-FOUND
               SUBTRACT 1 FROM CLERK-SUB
           ELSE
               ADD 1 TO CK-NUM-CLERKS
               MOVE CK-NUM-CLERKS TO CLERK-SUB
               MOVE DF-CLERK-ID TO CK-CLERK-ID(CLERK-SUB)
               MOVE ZEROS TO CK-DRAWERS(CLERK-SUB)
               MOVE ZEROS TO CK-NET-OVER-SHORT(CLERK-SUB)
           END-IF

           ADD 1 TO CK-DRAWERS(CLERK-SUB)
           ADD DF-NET-OVER-SHORT TO CK-NET-OVER-SHORT(CLERK-SUB)
       .

       550-WRITE-HISTORY.
           MOVE DF-CLOSE-DATE TO OH-CLOSE-DATE
           MOVE DF-STORE-CODE TO OH-STORE-CODE
           MOVE DF-REGISTER-ID TO OH-REGISTER-ID
           MOVE DF-CLERK-ID TO OH-CLERK-ID
           MOVE DF-CASH-OVER-SHORT TO OH-CASH-OVER-SHORT
           MOVE DF-CHECK-OVER-SHORT TO OH-CHECK-OVER-SHORT
           MOVE DF-CARD-OVER-SHORT TO OH-CARD-OVER-SHORT
           MOVE DF-NET-OVER-SHORT TO OH-NET-OVER-SHORT
           MOVE OUT-OF-BALANCE-SW TO OH-OUT-OF-BALANCE-SW

           WRITE OVER-SHORT-HISTORY-RECORD
       .

       600-LIST-UNCLOSED-REGISTERS.
      *    A TILL WITH SALES BUT NO DRAWER CLOSE IS SHORT EVERYTHING
      *    IT TOOK; NO CLERK IS KNOWN FOR IT
           PERFORM VARYING REGISTER-SUB FROM 1 BY 1
               UNTIL REGISTER-SUB > RG-NUM-REGISTERS

               IF NOT RG-CLOSED(REGISTER-SUB)
                   ADD 1 TO RC-UNCLOSED-COUNT
                   MOVE RG-STORE-CODE(REGISTER-SUB) TO DF-STORE-CODE
                   MOVE RG-REGISTER-ID(REGISTER-SUB) TO
                           DF-REGISTER-ID
                   MOVE 'NONE' TO DF-CLERK-ID
                   MOVE WS-TODAY-YYMMDD TO DF-CLOSE-DATE
                   MOVE RG-CASH-SALES(REGISTER-SUB) TO
                           DF-EXPECTED-CASH
                   MOVE RG-CHECK-SALES(REGISTER-SUB) TO
                           DF-EXPECTED-CHECKS
                   MOVE RG-CARD-SALES(REGISTER-SUB) TO
                           DF-EXPECTED-CARD
                   MOVE ZEROS TO DF-COUNTED-CASH
                   MOVE ZEROS TO DF-COUNTED-CHECKS
                   MOVE ZEROS TO DF-COUNTED-CARD

                   PERFORM 450-PRINT-DRAWER
               END-IF
           END-PERFORM

           CLOSE OVER-SHORT-HISTORY-FILE
       .

       700-PRINT-STORE-SUMMARY.
           WRITE REPORT-LINE FROM STORE-HEADING
               AFTER ADVANCING 3 LINES
           WRITE REPORT-LINE FROM STORE-COLUMN-LINE
               AFTER ADVANCING 1 LINE

           PERFORM VARYING STORE-SUB FROM 1 BY 1
               UNTIL STORE-SUB > SR-NUM-STORES

               MOVE SR-STORE-CODE(STORE-SUB) TO SDL-STORE-CODE
               MOVE SR-DRAWERS(STORE-SUB) TO SDL-DRAWERS
               MOVE SR-OUT-OF-BALANCE(STORE-SUB) TO
                       SDL-OUT-OF-BALANCE
               MOVE SR-NET-OVER-SHORT(STORE-SUB) TO
                       SDL-NET-OVER-SHORT

               WRITE REPORT-LINE FROM STORE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
       .

       750-PRINT-CLERK-SUMMARY.
      *    THE WINDOW COUNT TAKES IN TONIGHT'S CLOSES
           WRITE REPORT-LINE FROM CLERK-HEADING
               AFTER ADVANCING 3 LINES
           WRITE REPORT-LINE FROM CLERK-COLUMN-LINE
               AFTER ADVANCING 1 LINE

           PERFORM VARYING CLERK-SUB FROM 1 BY 1
               UNTIL CLERK-SUB > CK-NUM-CLERKS

               MOVE CK-CLERK-ID(CLERK-SUB) TO CDL-CLERK-ID
               MOVE CK-DRAWERS(CLERK-SUB) TO CDL-DRAWERS
               MOVE CK-NET-OVER-SHORT(CLERK-SUB) TO
                       CDL-NET-OVER-SHORT

               MOVE CK-CLERK-ID(CLERK-SUB) TO DF-CLERK-ID
               STRING 'C' DF-CLERK-ID DELIMITED BY SIZE
                   INTO DF-REPEAT-KEY
               END-STRING
               PERFORM 285-FIND-REPEAT-KEY
               MOVE RP-OUT-COUNT(REPEAT-SUB) TO CDL-OUT-COUNT

               IF RP-OUT-COUNT(REPEAT-SUB) >= RP-REPEAT-LIMIT
                   MOVE 'REPEAT PROBLEM' TO CDL-FLAG
               ELSE
                   MOVE SPACES TO CDL-FLAG
               END-IF

               WRITE REPORT-LINE FROM CLERK-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM
       .

       900-FINAL-ROUTINE.
           MOVE RC-DRAWER-COUNT TO SL-DRAWER-COUNT
           MOVE RC-OUT-OF-BALANCE-COUNT TO SL-OUT-OF-BALANCE
           MOVE RC-UNCLOSED-COUNT TO SL-UNCLOSED-COUNT
           MOVE RC-NET-OVER-SHORT TO SL-NET-OVER-SHORT
           WRITE REPORT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES

           CLOSE DRAWER-CLOSE-FILE
                 RECON-REPORT-FILE
            STOP RUN
            .
