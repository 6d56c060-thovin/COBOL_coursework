      *    PER-VARIETY PRICE FROM THE COOKIE PRICE TABLE -- AGAINST
      *    THE MONEY TURNED IN ON THE PAYMENTS FILE, AND SHOWS THE
      *    BALANCE DUE PER SCOUT.  NO MORE SHOEBOX OF ENVELOPES AND
      *    AN ARGUMENT AT SEASON END.  EACH TROOP'S BOOTH SALES
      *    GET THEIR OWN 'BOOTH' LINE -- BOXES SOLD AT PRICE AGAINST
      *    THE CASH TAKEN AT THE BOOTH

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO 'SCOUT-PAYMENTS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BOOTH-SALES-FILE
               ASSIGN TO 'BOOTH-SALES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MONEY-REPORT-FILE
             ASSIGN TO PRINTER 'MONEYREPORT.DAT'.

           05 SP-NAME             PIC X(10).
           05 SP-AMOUNT           PIC 9(5)V99.

       FD    BOOTH-SALES-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01    BOOTH-SALES-REC.
           05 BT-TROOP-ID         PIC X(4).
           05 BT-LOCATION         PIC X(15).
           05 BT-DATE             PIC 9(6).
           05 BT-SHIFT            PIC X(2).
           05 BT-SAMOAS-SOLD      PIC 999.
           05 BT-MINTS-SOLD       PIC 999.
           05 BT-TAGALONGS-SOLD   PIC 999.
           05 BT-TREFOILS-SOLD    PIC 999.
           05 BT-DOSIDOS-SOLD     PIC 999.
           05 BT-CASH-TAKEN       PIC 9(5)V99.

       FD    MONEY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01    REPORT-REC    PIC X(80).
             05    ARE-THERE-MORE-RECORDS    PIC X(3) VALUE 'YES'.
             05    PRICE-LOAD-FLAG           PIC X(3) VALUE 'YES'.
             05    PAYMENT-READ-FLAG         PIC X(3) VALUE 'YES'.
             05    BOOTH-READ-FLAG           PIC X(3) VALUE 'YES'.

       01  TEMP-FIELDS.
           05 WS-OWED-AMOUNT      PIC 9(6)V99 VALUE 0.
           05 WS-BALANCE-DUE      PIC S9(6)V99 VALUE 0.
           05 WS-BOOTH-NAME.
              10 FILLER           PIC X(6) VALUE 'BOOTH '.
              10 WS-BOOTH-TROOP-ID PIC X(4).

      *    ONE PRICE PER COOKIE VARIETY, IN THE SAME ORDER THE
      *    VARIETIES SIT ON THE SCOUT RECORD
           PERFORM 140-LOAD-PRICE-TABLE
           PERFORM 150-READ-SCOUT-RECORDS
           PERFORM 175-READ-PAYMENT-RECORDS
           PERFORM 180-READ-BOOTH-SALES
           PERFORM 225-PRINT-MONEY-REPORT
           PERFORM 250-CLOSE-ROUTINE

              END-SEARCH
           .

       180-READ-BOOTH-SALES.

           OPEN INPUT BOOTH-SALES-FILE

           PERFORM UNTIL BOOTH-READ-FLAG = 'NO'
               READ BOOTH-SALES-FILE
                   AT END
                       MOVE 'NO' TO BOOTH-READ-FLAG
                   NOT AT END
                       PERFORM 215-POST-BOOTH-SALE
               END-READ
           END-PERFORM

           CLOSE BOOTH-SALES-FILE
           .

       215-POST-BOOTH-SALE.

              COMPUTE WS-OWED-AMOUNT =
                  (BT-SAMOAS-SOLD * WS-SAMOAS-PRICE) +
                  (BT-MINTS-SOLD * WS-MINTS-PRICE) +
                  (BT-TAGALONGS-SOLD * WS-TAGALONGS-PRICE) +
                  (BT-TREFOILS-SOLD * WS-TREFOILS-PRICE) +
                  (BT-DOSIDOS-SOLD * WS-DOSIDOS-PRICE)

              MOVE BT-TROOP-ID TO WS-BOOTH-TROOP-ID

              SET SCOUT-MONEY-TBL-INDEX TO 1
              SEARCH SCOUT-MONEY-TBL-LINE
                  AT END
                      ADD 1 TO SC-NUM-SCOUTS
                      MOVE WS-BOOTH-NAME TO SC-NAME(SC-NUM-SCOUTS)
                      MOVE WS-OWED-AMOUNT TO SC-OWED(SC-NUM-SCOUTS)
                      MOVE BT-CASH-TAKEN TO SC-PAID(SC-NUM-SCOUTS)
                  WHEN WS-BOOTH-NAME = SC-NAME(SCOUT-MONEY-TBL-INDEX)
                      ADD WS-OWED-AMOUNT TO
                              SC-OWED(SCOUT-MONEY-TBL-INDEX)
                      ADD BT-CASH-TAKEN TO
                              SC-PAID(SCOUT-MONEY-TBL-INDEX)
              END-SEARCH
           .

       225-PRINT-MONEY-REPORT.

              PERFORM VARYING SCOUT-MONEY-TBL-INDEX FROM 1 BY 1
