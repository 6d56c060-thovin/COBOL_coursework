       FILE SECTION.

       FD MOVEMENT-TRANS-FILE
           RECORD CONTAINS 25 TO 40 CHARACTERS.

       01 MOVEMENT-TRANS-RECORD.
           05 MT-VENDOR-ID             PIC X(4).
               88 MT-SHIPMENT          VALUE 'S'.
           05 MT-QUANTITY              PIC 9(3).

      *    BATCH HEADERS CARRY NO MOVEMENT AND ARE PASSED OVER
       01 MOVEMENT-BATCH-HEADER.
           05 BH-RECORD-ID             PIC X(4).
               88 BATCH-HEADER         VALUE 'HDR '.
           05 FILLER                   PIC X(36).

       FD MERGED-INVENTORY-FILE
           RECORD CONTAINS 262 CHARACTERS.

                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       IF MT-SHIPMENT AND NOT BATCH-HEADER
                           PERFORM 30-BUILD-ONE-PICK-LINE
                       END-IF
               END-READ
