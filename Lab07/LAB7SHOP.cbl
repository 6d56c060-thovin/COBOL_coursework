      *    COUNTS THE TRAINS CURRENTLY IN REPAIR AT EACH SHOP
      *    AGAINST THE SHOP'S BAY CAPACITY FROM THE REPAIR SHOP
      *    MASTER, FLAGGING SHOPS LOADED OVER CAPACITY SO DISPATCH
      *    STOPS ROUTING TRAINS TO SHOPS WITH NO ROOM.  OPEN
      *    PREVENTIVE WORK ORDERS ARE SHOWN BESIDE EACH SHOP'S LOAD
      *    SO SCHEDULED PM IS SEEN BEFORE THE TRAINS ROLL IN

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                ASSIGN TO 'REPAIR-SHOP-MASTER.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT WORK-ORDER-FILE
                ASSIGN TO 'WORK-ORDERS.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WORK-ORDER-STATUS.

            SELECT SHOP-LOADING-REPORT
                ASSIGN TO PRINTER 'SHOPLOADING.TXT'.

          05 RS-SHOP-NAME                PIC X(20).
          05 RS-BAY-CAPACITY             PIC 999.

       FD WORK-ORDER-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01 WORK-ORDER-RECORD.
          05 WO-ORDER-NUM                PIC 9(5).
          05 WO-TRAIN-NAME               PIC X(5).
          05 WO-PROBLEM-CODE             PIC X(4).
          05 WO-ORDER-STATUS             PIC X.
          05 WO-OPEN-DATE                PIC X(6).
          05 WO-CLOSE-DATE               PIC X(6).
          05 WO-LABOR-HOURS              PIC 9(4).
          05 WO-ORDER-TYPE               PIC X.
          05 WO-SHOP-CODE                PIC XXX.
          05 FILLER                      PIC X.

       FD SHOP-LOADING-REPORT.

       01 REPORT-RECORD                   PIC X(80).
             88 NO-MORE-RECORDS                VALUE 'N'.
          05 SHOP-LOAD-EOF-FLAG         PIC X  VALUE 'F'.
             88 SHOP-LOAD-DONE                 VALUE 'Y'.
          05 ORDER-LOAD-EOF-FLAG        PIC X  VALUE 'F'.
             88 ORDER-LOAD-DONE                VALUE 'Y'.
          05 WORK-ORDER-STATUS          PIC XX.
             88 WORK-ORDERS-FOUND              VALUE '00'.
          05 IND                        PIC 99.

       01 SHOP-TABLE-AREA.
               10 SH-SHOP-NAME       PIC X(20).
               10 SH-BAY-CAPACITY    PIC 999.
               10 SH-ASSIGNED-COUNT  PIC 999   VALUE 0.
               10 SH-PM-OPEN-COUNT   PIC 999   VALUE 0.
               10 SH-ON-MASTER-SW    PIC X.
                  88 SH-ON-MASTER              VALUE 'Y'.

           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'ASSIGNED'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'PM OPEN'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(6)  VALUE 'STATUS'.
           05                              PIC X(17) VALUE SPACES.

       01  DETAIL-LINE.
           05  DL-SHOP-CODE                PIC XXX.
           05  DL-BAY-CAPACITY             PIC ZZ9.
           05                              PIC X(7)  VALUE SPACES.
           05  DL-ASSIGNED-COUNT           PIC ZZ9.
           05                              PIC X(6)  VALUE SPACES.
           05  DL-PM-OPEN-COUNT            PIC ZZ9.
           05                              PIC X(4)  VALUE SPACES.
           05  DL-STATUS                   PIC X(18).
           05                              PIC X(5)  VALUE SPACES.


       PROCEDURE DIVISION.
           PERFORM 200-HOUSEKEEPING
           PERFORM 220-LOAD-SHOP-MASTER
           PERFORM 300-READ-ROUTINE
           PERFORM 440-COUNT-OPEN-PM-ORDERS
           PERFORM 500-PRINT-LOADING-REPORT
           PERFORM 600-EOJ-ROUTINE
          .
                       MOVE RS-BAY-CAPACITY TO
                               SH-BAY-CAPACITY(SH-NUM-SHOPS)
                       MOVE ZEROS TO SH-ASSIGNED-COUNT(SH-NUM-SHOPS)
                       MOVE ZEROS TO SH-PM-OPEN-COUNT(SH-NUM-SHOPS)
                       MOVE 'Y' TO SH-ON-MASTER-SW(SH-NUM-SHOPS)
               END-READ
           END-PERFORM
                           SH-SHOP-NAME(SH-NUM-SHOPS)
                   MOVE ZEROS TO SH-BAY-CAPACITY(SH-NUM-SHOPS)
                   MOVE 1 TO SH-ASSIGNED-COUNT(SH-NUM-SHOPS)
                   MOVE ZEROS TO SH-PM-OPEN-COUNT(SH-NUM-SHOPS)
                   MOVE 'N' TO SH-ON-MASTER-SW(SH-NUM-SHOPS)

               WHEN TI-TRAIN-REPAIR-LOC(IND) =
           END-SEARCH
          .

       440-COUNT-OPEN-PM-ORDERS.

      *    NO WORK-ORDER FILE YET MEANS NO PM SCHEDULED
           OPEN INPUT WORK-ORDER-FILE

           IF WORK-ORDERS-FOUND
               PERFORM UNTIL ORDER-LOAD-DONE
                   READ WORK-ORDER-FILE
                       AT END
                           SET ORDER-LOAD-DONE TO TRUE
                       NOT AT END
                           IF WO-ORDER-TYPE = 'P' AND
                                   WO-ORDER-STATUS = 'O'
                               PERFORM 450-TALLY-PM-ORDER
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE WORK-ORDER-FILE
           END-IF
          .

       450-TALLY-PM-ORDER.

           SET SHOP-TBL-INDEX TO 1
           SEARCH SHOP-TBL-LINE
               AT END
                   ADD 1 TO SH-NUM-SHOPS
                   MOVE WO-SHOP-CODE TO SH-SHOP-CODE(SH-NUM-SHOPS)
                   MOVE 'NOT ON SHOP MASTER' TO
                           SH-SHOP-NAME(SH-NUM-SHOPS)
                   MOVE ZEROS TO SH-BAY-CAPACITY(SH-NUM-SHOPS)
                   MOVE ZEROS TO SH-ASSIGNED-COUNT(SH-NUM-SHOPS)
                   MOVE 1 TO SH-PM-OPEN-COUNT(SH-NUM-SHOPS)
                   MOVE 'N' TO SH-ON-MASTER-SW(SH-NUM-SHOPS)

               WHEN WO-SHOP-CODE = SH-SHOP-CODE(SHOP-TBL-INDEX)
                   ADD 1 TO SH-PM-OPEN-COUNT(SHOP-TBL-INDEX)
           END-SEARCH
          .

       500-PRINT-LOADING-REPORT.

           PERFORM VARYING SHOP-TBL-INDEX FROM 1 BY 1
                       DL-BAY-CAPACITY
               MOVE SH-ASSIGNED-COUNT(SHOP-TBL-INDEX) TO
                       DL-ASSIGNED-COUNT
               MOVE SH-PM-OPEN-COUNT(SHOP-TBL-INDEX) TO
                       DL-PM-OPEN-COUNT

               EVALUATE TRUE
                   WHEN NOT SH-ON-MASTER(SHOP-TBL-INDEX)
                           SH-BAY-CAPACITY(SHOP-TBL-INDEX)
                       MOVE '** OVER CAPACITY **' TO DL-STATUS

                   WHEN SH-ASSIGNED-COUNT(SHOP-TBL-INDEX) +
                           SH-PM-OPEN-COUNT(SHOP-TBL-INDEX) >
                           SH-BAY-CAPACITY(SHOP-TBL-INDEX)
                       MOVE 'OVER WITH PM DUE' TO DL-STATUS

                   WHEN OTHER
                       MOVE SPACES TO DL-STATUS
               END-EVALUATE
