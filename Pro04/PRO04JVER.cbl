      *    The CHANGE JOURNAL FILE holds the before/after images
      *    appended by every program that rewrites the master
      *
      *    The INDEXED INVENTORY FILE is today's master of record,
      *    read in key order
      *
      *    The operator supplies the replay cutoff (YYMMDDHHMMSS);
      *    journal entries stamped at or after it are replayed --
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

           SELECT INDEXED-INVENTORY-FILE
               ASSIGN TO 'INVENTORY-MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-RECORD-KEY
               FILE STATUS IS INDEXED-STATUS.

           SELECT VERIFY-REPORT-FILE
               ASSIGN TO PRINTER 'JOURNAL-VERIFY-REPORT.TXT'.
               10 JR-RECORD-KEY        PIC X(10).
               10 FILLER               PIC X(252).

       FD INDEXED-INVENTORY-FILE
           RECORD CONTAINS 262 CHARACTERS.

       01 INDEXED-INVENTORY-RECORD.
           05 XR-RECORD-KEY            PIC X(10).
           05 FILLER                   PIC X(252).

       FD VERIFY-REPORT-FILE
               88 GEN-ONE-FOUND        VALUE '00'.
           05 JOURNAL-STATUS           PIC XX.
               88 JOURNAL-FOUND        VALUE '00'.
           05 INDEXED-STATUS           PIC XX.
               88 INDEXED-IO-OK        VALUE '00'.
           05 KEY-MATCH-SW             PIC X.
               88 KEY-MATCHED          VALUE 'Y'.
           05 EXPECT-SUB               PIC 9(4).
           .

       31-LOAD-MASTER-TABLE.
      *    THE INDEXED MASTER CARRIES EVERY POSTING; THE FLAT FILE
      *    ONLY CATCHES UP WHEN PRO04IMST UNLOADS IT.  WITH NO INDEXED
      *    MASTER AT ALL EVERY EXPECTED RECORD REPORTS AS MISSING
           OPEN INPUT INDEXED-INVENTORY-FILE

           IF INDEXED-IO-OK
               PERFORM UNTIL EOF-FLAG = 'T'
                   READ INDEXED-INVENTORY-FILE
                       AT END
                           MOVE 'T' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO IM-NUM-RECORDS
                           MOVE 'N' TO IM-MATCH-SW(IM-NUM-RECORDS)
                           MOVE INDEXED-INVENTORY-RECORD TO
                                   IM-INVENTORY-REC(IM-NUM-RECORDS)
                   END-READ
               END-PERFORM

               CLOSE INDEXED-INVENTORY-FILE
           ELSE
               DISPLAY 'INDEXED MASTER NOT AVAILABLE, STATUS '
                       INDEXED-STATUS
           END-IF
           .

       40-COMPARE-TABLES.
