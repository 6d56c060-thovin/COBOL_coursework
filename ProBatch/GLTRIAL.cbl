       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTRIAL.
       AUTHOR. Tim J.

      *    TRIAL BALANCE OF THE GENERAL LEDGER GLPOST MAINTAINS, FOR
      *    ONE PERIOD (YYMM) TAKEN FROM THE GL-PERIOD ENVIRONMENT
      *    SETTING OR THE CONSOLE, DEFAULTING TO THE CURRENT MONTH.
      *    EACH ACCOUNT ON THE CHART SHOWS ITS OPENING BALANCE (ALL
      *    EARLIER PERIODS), THE PERIOD'S DEBITS AND CREDITS, AND
      *    ITS CLOSING BALANCE -- DEBIT BALANCES PLAIN, CREDIT
      *    BALANCES WITH A TRAILING MINUS.  THE TOTALS MUST NET TO
      *    ZERO, AND THE LAST LINE SAYS WHETHER THEY DO

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GL-ACCOUNT-MASTER-FILE
               ASSIGN TO 'GL-ACCOUNT-MASTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHART-STATUS.

           SELECT OPTIONAL GL-LEDGER-FILE
               ASSIGN TO 'GL-LEDGER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRIAL-BALANCE-FILE
               ASSIGN TO PRINTER 'GL-TRIAL-BALANCE.TXT'.

       DATA DIVISION.
       FILE SECTION.

       FD GL-ACCOUNT-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01 GL-ACCOUNT-MASTER-RECORD.
           05 GA-ACCOUNT-NUMBER        PIC X(6).
           05 GA-ACCOUNT-NAME          PIC X(30).
           05 GA-ACCOUNT-TYPE          PIC X.
           05 GA-INTERFACE-CODE        PIC X(8).
           05 FILLER                   PIC X(5).

       FD GL-LEDGER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 GL-LEDGER-RECORD.
           05 GL-PERIOD                PIC X(4).
           05 GL-ACCOUNT-NUMBER        PIC X(6).
           05 GL-SUBLEDGER             PIC X(4).
           05 GL-BATCH-ID              PIC X(12).
           05 GL-SOURCE                PIC X(10).
           05 GL-ENTRY-DATE            PIC X(6).
           05 GL-DR-CR                 PIC X.
           05 GL-AMOUNT                PIC 9(9)V99.
           05 GL-DESCRIPTION           PIC X(26).

       FD TRIAL-BALANCE-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 TRIAL-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 CHART-EOF-FLAG           PIC X       VALUE 'F'.
           05 LEDGER-EOF-FLAG          PIC X       VALUE 'F'.
           05 CHART-STATUS             PIC XX.
               88 CHART-FOUND                      VALUE '00'.
           05 ACCOUNT-FOUND-SW         PIC X       VALUE 'N'.
               88 ACCOUNT-FOUND                    VALUE 'Y'.
           05 TB-PRINTED-COUNT         PIC 999     VALUE 0.

       01 RUN-PARAMETERS.
           05 WS-PERIOD                PIC X(4)    VALUE SPACES.

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 TRIAL-TOTALS.
           05 TT-OPENING               PIC S9(11)V99 VALUE 0.
           05 TT-PERIOD-DEBITS         PIC 9(11)V99 VALUE 0.
           05 TT-PERIOD-CREDITS        PIC 9(11)V99 VALUE 0.
           05 TT-CLOSING               PIC S9(11)V99 VALUE 0.

       01 ACCOUNT-TABLE-AREA.
      *    ONE ROW PER CHART ACCOUNT, PLUS A ROW FOR ANY ACCOUNT ON
      *    THE LEDGER THAT HAS SINCE COME OFF THE CHART
           05 TB-NUM-ACCOUNTS          PIC 999     VALUE 0.
           05 ACCOUNT-TBL-LINE OCCURS 1 TO 500 TIMES
               DEPENDING ON TB-NUM-ACCOUNTS
               INDEXED BY ACCOUNT-TBL-INDEX.
               10 TB-ACCOUNT-NUMBER    PIC X(6).
               10 TB-ACCOUNT-NAME      PIC X(30).
               10 TB-OPENING           PIC S9(11)V99.
               10 TB-PERIOD-DEBITS     PIC 9(11)V99.
               10 TB-PERIOD-CREDITS    PIC 9(11)V99.
               10 TB-CLOSING           PIC S9(11)V99.


      **************        OUTPUT AREA        ********************

       01 TRIAL-HEADING-ONE.
           05 FILLER                   PIC X(26)   VALUE SPACES.
           05                          PIC X(28)   VALUE
                           'GENERAL LEDGER TRIAL BALANCE'.
           05 FILLER                   PIC X(26)   VALUE SPACES.

       01 TRIAL-HEADING-TWO.
           05 FILLER                   PIC X(10)   VALUE SPACES.
           05 TH2-MONTH                PIC 99.
           05                          PIC X       VALUE '/'.
           05 TH2-DAY                  PIC 99.
           05                          PIC X       VALUE '/'.
           05 TH2-YEAR                 PIC 9(2).
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05                          PIC X(8)    VALUE 'PERIOD: '.
           05 TH2-PERIOD               PIC X(4).
           05 FILLER                   PIC X(42)   VALUE SPACES.
           05                          PIC XXX     VALUE 'TWJ'.

       01 TRIAL-HEADING-THREE.
           05                          PIC X(7)    VALUE 'ACCT'.
           05                          PIC X(22)   VALUE 'NAME'.
           05                          PIC X(12)   VALUE 'OPENING'.
           05                          PIC X(14)   VALUE 'PERIOD DR'.
           05                          PIC X(17)   VALUE 'PERIOD CR'.
           05                          PIC X(8)    VALUE 'CLOSING'.

       01 TRIAL-DETAIL-LINE.
           05 TDL-ACCOUNT-NUMBER       PIC X(6).
           05 FILLER                   PIC X       VALUE SPACES.
           05 TDL-ACCOUNT-NAME         PIC X(14).
           05 FILLER                   PIC X       VALUE SPACES.
           05 TDL-OPENING              PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X       VALUE SPACES.
           05 TDL-PERIOD-DEBITS        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X       VALUE SPACES.
           05 TDL-PERIOD-CREDITS       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X       VALUE SPACES.
           05 TDL-CLOSING              PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X       VALUE SPACES.

       01 NO-ACTIVITY-LINE.
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05                          PIC X(40)   VALUE
                           'NO LEDGER BALANCES OR ACTIVITY TO REPORT'.
           05 FILLER                   PIC X(35)   VALUE SPACES.

       01 BALANCE-RESULT-LINE.
           05 FILLER                   PIC X(5)    VALUE SPACES.
           05                          PIC X(17)   VALUE
                           'TRIAL BALANCE IS '.
           05 BRL-RESULT               PIC X(14).
           05 FILLER                   PIC X(44)   VALUE SPACES.

       01 TRIAL-REFUSED-LINE.
           05 TRL-MESSAGE              PIC X(80).


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 13-GET-RUN-PARAMETERS
           PERFORM 15-HOUSEKEEPING
           PERFORM 20-LOAD-CHART-TABLE
           PERFORM 21-ACCUMULATE-LEDGER
           PERFORM 25-PRINT-ACCOUNTS
           PERFORM 100-WRAP-UP
           .

       13-GET-RUN-PARAMETERS.
      *    A DRIVER SETS THE PERIOD IN THE ENVIRONMENT; RUN BY HAND
      *    IT IS ASKED FOR, AND A BLANK ANSWER TAKES THIS MONTH
           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-PERIOD FROM ENVIRONMENT 'GL-PERIOD'

           IF WS-PERIOD = SPACES
               DISPLAY 'TRIAL BALANCE PERIOD (YYMM): '
               ACCEPT WS-PERIOD
           END-IF

           IF WS-PERIOD IS NOT NUMERIC
               STRING WS-YEAR WS-MONTH DELIMITED BY SIZE
                   INTO WS-PERIOD
               END-STRING
           END-IF
           .

       15-HOUSEKEEPING.
           OPEN OUTPUT TRIAL-BALANCE-FILE

           MOVE WS-MONTH TO TH2-MONTH
           MOVE WS-DAY TO TH2-DAY
           MOVE WS-YEAR TO TH2-YEAR
           MOVE WS-PERIOD TO TH2-PERIOD

           WRITE TRIAL-RECORD FROM TRIAL-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE TRIAL-HEADING-TWO TO TRIAL-RECORD
           WRITE TRIAL-RECORD
               AFTER ADVANCING 1 LINES

           MOVE TRIAL-HEADING-THREE TO TRIAL-RECORD
           WRITE TRIAL-RECORD
               AFTER ADVANCING 2 LINES
           .

       20-LOAD-CHART-TABLE.
           OPEN INPUT GL-ACCOUNT-MASTER-FILE

           IF NOT CHART-FOUND
               MOVE 'CHART OF ACCOUNTS NOT FOUND - RUN REFUSED' TO
                       TRL-MESSAGE
               PERFORM 90-REFUSE-RUN
           END-IF

           PERFORM UNTIL CHART-EOF-FLAG = 'T'
               READ GL-ACCOUNT-MASTER-FILE
                   AT END
                       MOVE 'T' TO CHART-EOF-FLAG
                   NOT AT END
                       IF TB-NUM-ACCOUNTS < 500
                           ADD 1 TO TB-NUM-ACCOUNTS
                           MOVE GA-ACCOUNT-NUMBER TO
                               TB-ACCOUNT-NUMBER(TB-NUM-ACCOUNTS)
                           MOVE GA-ACCOUNT-NAME TO
                               TB-ACCOUNT-NAME(TB-NUM-ACCOUNTS)
                           PERFORM 23-CLEAR-ACCOUNT-ROW
                       ELSE
                           DISPLAY 'CHART OVER 500 ACCOUNTS - '
                                   GA-ACCOUNT-NUMBER ' NOT LOADED'
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GL-ACCOUNT-MASTER-FILE
           .

       21-ACCUMULATE-LEDGER.
      *    LINES AFTER THE PERIOD ASKED FOR ARE LEFT OUT, SO A PRIOR
      *    MONTH'S TRIAL BALANCE CAN BE RERUN AS IT STOOD
           OPEN INPUT GL-LEDGER-FILE

           PERFORM UNTIL LEDGER-EOF-FLAG = 'T'
               READ GL-LEDGER-FILE
                   AT END
                       MOVE 'T' TO LEDGER-EOF-FLAG
                   NOT AT END
                       IF GL-PERIOD NOT > WS-PERIOD AND
                               GL-AMOUNT IS NUMERIC
                           PERFORM 22-ACCUMULATE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GL-LEDGER-FILE
           .

       22-ACCUMULATE-ONE-LINE.
           MOVE 'N' TO ACCOUNT-FOUND-SW

           IF TB-NUM-ACCOUNTS > 0
               SET ACCOUNT-TBL-INDEX TO 1
               SEARCH ACCOUNT-TBL-LINE
                   WHEN TB-ACCOUNT-NUMBER(ACCOUNT-TBL-INDEX) =
                           GL-ACCOUNT-NUMBER
                       SET ACCOUNT-FOUND TO TRUE
               END-SEARCH
           END-IF

           IF NOT ACCOUNT-FOUND
               IF TB-NUM-ACCOUNTS < 500
                   ADD 1 TO TB-NUM-ACCOUNTS
                   MOVE GL-ACCOUNT-NUMBER TO
                           TB-ACCOUNT-NUMBER(TB-NUM-ACCOUNTS)
                   MOVE '** NOT ON CHART' TO
                           TB-ACCOUNT-NAME(TB-NUM-ACCOUNTS)
                   PERFORM 23-CLEAR-ACCOUNT-ROW
                   SET ACCOUNT-TBL-INDEX TO TB-NUM-ACCOUNTS
                   SET ACCOUNT-FOUND TO TRUE
               ELSE
                   DISPLAY 'ACCOUNT TABLE FULL - ' GL-ACCOUNT-NUMBER
                           ' LEFT OUT OF THE TRIAL BALANCE'
               END-IF
           END-IF

           IF ACCOUNT-FOUND
               IF GL-PERIOD < WS-PERIOD
                   IF GL-DR-CR = 'D'
                       ADD GL-AMOUNT TO TB-OPENING(ACCOUNT-TBL-INDEX)
                   ELSE
                       SUBTRACT GL-AMOUNT FROM
                               TB-OPENING(ACCOUNT-TBL-INDEX)
                   END-IF
               ELSE
                   IF GL-DR-CR = 'D'
                       ADD GL-AMOUNT TO
                               TB-PERIOD-DEBITS(ACCOUNT-TBL-INDEX)
                   ELSE
                       ADD GL-AMOUNT TO
                               TB-PERIOD-CREDITS(ACCOUNT-TBL-INDEX)
                   END-IF
               END-IF
           END-IF
           .

       23-CLEAR-ACCOUNT-ROW.
           MOVE ZEROES TO TB-OPENING(TB-NUM-ACCOUNTS)
           MOVE ZEROES TO TB-PERIOD-DEBITS(TB-NUM-ACCOUNTS)
           MOVE ZEROES TO TB-PERIOD-CREDITS(TB-NUM-ACCOUNTS)
           MOVE ZEROES TO TB-CLOSING(TB-NUM-ACCOUNTS)
           .

       25-PRINT-ACCOUNTS.
      *    AN ACCOUNT WITH NO BALANCE AND NO ACTIVITY IS LEFT OFF
           PERFORM VARYING ACCOUNT-TBL-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-TBL-INDEX > TB-NUM-ACCOUNTS

               COMPUTE TB-CLOSING(ACCOUNT-TBL-INDEX) =
                   TB-OPENING(ACCOUNT-TBL-INDEX)
                   + TB-PERIOD-DEBITS(ACCOUNT-TBL-INDEX)
                   - TB-PERIOD-CREDITS(ACCOUNT-TBL-INDEX)

               IF TB-OPENING(ACCOUNT-TBL-INDEX) NOT = 0 OR
                       TB-PERIOD-DEBITS(ACCOUNT-TBL-INDEX) NOT = 0 OR
                       TB-PERIOD-CREDITS(ACCOUNT-TBL-INDEX) NOT = 0
                   PERFORM 30-PRINT-ONE-ACCOUNT
               END-IF
           END-PERFORM
           .

       30-PRINT-ONE-ACCOUNT.
           MOVE TB-ACCOUNT-NUMBER(ACCOUNT-TBL-INDEX) TO
                   TDL-ACCOUNT-NUMBER
           MOVE TB-ACCOUNT-NAME(ACCOUNT-TBL-INDEX) TO TDL-ACCOUNT-NAME
           MOVE TB-OPENING(ACCOUNT-TBL-INDEX) TO TDL-OPENING
           MOVE TB-PERIOD-DEBITS(ACCOUNT-TBL-INDEX) TO
                   TDL-PERIOD-DEBITS
           MOVE TB-PERIOD-CREDITS(ACCOUNT-TBL-INDEX) TO
                   TDL-PERIOD-CREDITS
           MOVE TB-CLOSING(ACCOUNT-TBL-INDEX) TO TDL-CLOSING

           MOVE TRIAL-DETAIL-LINE TO TRIAL-RECORD
           WRITE TRIAL-RECORD
               AFTER ADVANCING 1 LINES

           ADD TB-OPENING(ACCOUNT-TBL-INDEX) TO TT-OPENING
           ADD TB-PERIOD-DEBITS(ACCOUNT-TBL-INDEX) TO TT-PERIOD-DEBITS
           ADD TB-PERIOD-CREDITS(ACCOUNT-TBL-INDEX) TO
                   TT-PERIOD-CREDITS
           ADD TB-CLOSING(ACCOUNT-TBL-INDEX) TO TT-CLOSING
           ADD 1 TO TB-PRINTED-COUNT
           .

       90-REFUSE-RUN.
           MOVE TRIAL-REFUSED-LINE TO TRIAL-RECORD
           WRITE TRIAL-RECORD
               AFTER ADVANCING 2 LINES

           DISPLAY TRL-MESSAGE
           CLOSE TRIAL-BALANCE-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .

       100-WRAP-UP.
           IF TB-PRINTED-COUNT = 0
               MOVE NO-ACTIVITY-LINE TO TRIAL-RECORD
               WRITE TRIAL-RECORD
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE SPACES TO TDL-ACCOUNT-NUMBER
               MOVE 'TOTALS' TO TDL-ACCOUNT-NAME
               MOVE TT-OPENING TO TDL-OPENING
               MOVE TT-PERIOD-DEBITS TO TDL-PERIOD-DEBITS
               MOVE TT-PERIOD-CREDITS TO TDL-PERIOD-CREDITS
               MOVE TT-CLOSING TO TDL-CLOSING

               MOVE TRIAL-DETAIL-LINE TO TRIAL-RECORD
               WRITE TRIAL-RECORD
                   AFTER ADVANCING 2 LINES
           END-IF

      *    EVERY POSTED BATCH BALANCED, SO ANYTHING BUT A ZERO NET
      *    MEANS THE LEDGER WAS CHANGED OUTSIDE GLPOST
           IF TT-CLOSING = 0 AND TT-OPENING = 0 AND
                   TT-PERIOD-DEBITS = TT-PERIOD-CREDITS
               MOVE 'IN BALANCE' TO BRL-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO BRL-RESULT
           END-IF

           MOVE BALANCE-RESULT-LINE TO TRIAL-RECORD
           WRITE TRIAL-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE TRIAL-BALANCE-FILE

           GOBACK
           .
