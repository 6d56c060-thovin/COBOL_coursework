       FILE SECTION.

       FD REPAIR-PARTS-FILE
           RECORD CONTAINS 38 CHARACTERS.

       01 REPAIR-PARTS-RECORD.
          05 RP-TRAIN-NAME               PIC X(5).
      *   TIES EACH DRAW TO THE REPAIR JOB IT SERVED -- LAB7WORK
      *   COSTS THE WORK ORDERS FROM THESE
          05 RP-WORK-ORDER-NUM           PIC 9(5).
      *   WHEN THE PART WENT ON THE TRAIN AND WHOSE WARRANTY COVERS
      *   IT, FOR THE WARRANTY CLAIMS LAB7WORK RAISES
          05 RP-INSTALL-DATE             PIC 9(8).
          05 RP-SUPPLIER-ID              PIC X(4).
          05 RP-WARRANTY-DAYS            PIC 9(4).

       FD TRAIN-FILE
           RECORD CONTAINS 55 TO 397 CHARACTERS
