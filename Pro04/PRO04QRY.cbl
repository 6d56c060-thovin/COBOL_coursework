       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO04QRY.
       AUTHOR. TIM J.
      ****************************************************************
      * This program answers the one-off questions about the costume
      * inventory -- every size L type C costume under 5 in stock,
      * everything over $40 at one warehouse -- without anybody
      * scanning the full inventory report by hand.  An analyst
      * states the question on query cards; the program reads every
      * occupied slot on the merged master, keeps the ones that meet
      * every criterion, and lists them in the order asked for with
      * counts and extended value, plus a CSV of the same slots for
      * a spreadsheet

      ***************
      * INPUTS:
      *    The QUERY CARD FILE holds one criterion per card: a
      *    keyword in columns 1-10, a low value in 11-20 and a high
      *    value in 21-30.  Cards with the same keyword are OR'ed
      *    together; different keywords are AND'ed.  A card starting
      *    with an asterisk is a comment
      *        VENDOR     vendor ID
      *        WAREHOUSE  warehouse ID
      *        COSTUME    costume ID
      *        SIZE       size code
      *        TYPE       type code
      *        STOCK      low and high on-hand units (high blank
      *                   for no upper limit)
      *        PRICE      low and high price in cents, 4000 for
      *                   $40.00 (high blank for no upper limit)
      *        REORDER    at or below its reorder point
      *        SORT       VENDOR, WAREHOUSE, NAME, SIZE, TYPE,
      *                   STOCK, PRICE or VALUE, then D in the high
      *                   value column for descending
      *        TITLE      columns 11-50 head the listing
      *
      *    The MERGED INVENTORY FILE gives every slot

      * *******
      * OUTPUTS:
      *    The QUERY LISTING echoes the cards, lists every matching
      *    slot and totals the slots, units and extended value.  A
      *    card in error is flagged and no selection is run
      *
      *    The QUERY RESULT CSV holds one comma-separated line per
      *    matching slot and a total line

      ****************
      * CALCULATIONS:
      *    EXTENDED VALUE [UNITS IN STOCK * PRICE]
      ************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT QUERY-CARD-FILE
               ASSIGN TO 'QUERY-CARDS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUERY-CARD-STATUS.

           SELECT MERGED-INVENTORY-FILE
               ASSIGN TO 'MERGED-INVENTORY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UNSORTED-QUERY-FILE
               ASSIGN TO 'UNSORTEDQRY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QUERY-SORT-FILE
               ASSIGN TO 'QRYSORT.TMP'.

           SELECT SORTED-QUERY-FILE
               ASSIGN TO 'SORTEDQRY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QUERY-LISTING-FILE
               ASSIGN TO PRINTER 'QUERY-LISTING.TXT'.

           SELECT QUERY-CSV-FILE
               ASSIGN TO 'QUERY-RESULT.CSV'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD QUERY-CARD-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01 QUERY-CARD-RECORD.
           05 QC-KEYWORD               PIC X(10).
           05 QC-LOW-VALUE             PIC X(10).
           05 QC-HIGH-VALUE            PIC X(10).
           05 FILLER                   PIC X(20).

       01 QUERY-TITLE-CARD REDEFINES QUERY-CARD-RECORD.
           05 FILLER                   PIC X(10).
           05 QC-TITLE-TEXT            PIC X(40).

       FD MERGED-INVENTORY-FILE
           RECORD CONTAINS 262 CHARACTERS.

       01 INVENTORY-RECORD.
           05 IR-VENDOR-ID             PIC X(4).
           05 IR-WAREHOUSE-ID          PIC X(3).
           05 IR-COSTUME-ID            PIC X(3).
           05 IR-COSTUME-DATA OCCURS 12 TIMES.
               10 IR-COSTUME-NAME      PIC X(9).
               10 IR-COSTUME-SIZE      PIC A.
               10 IR-COSTUME-TYPE      PIC A.
               10 IR-NUM-IN-STOCK      PIC 9(3).
               10 IR-REORDER-POINT     PIC 9(3).
               10 IR-COSTUME-PRICE     PIC 99V99.

       FD UNSORTED-QUERY-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01 UNSORTED-QUERY-RECORD        PIC X(50).

       SD QUERY-SORT-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01 QUERY-SORT-RECORD.
           05 QS-SORT-KEY              PIC X(9).
           05 QS-VENDOR-ID             PIC X(4).
           05 QS-WAREHOUSE-ID          PIC X(3).
           05 QS-COSTUME-ID            PIC X(3).
           05 QS-SLOT-NUM              PIC 99.
           05 FILLER                   PIC X(29).

       FD SORTED-QUERY-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01 SORTED-QUERY-RECORD          PIC X(50).

       FD QUERY-LISTING-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01 QUERY-LISTING-RECORD         PIC X(80).

       FD QUERY-CSV-FILE
           RECORD CONTAINS 120 CHARACTERS.

       01 QUERY-CSV-RECORD             PIC X(120).


       WORKING-STORAGE SECTION.

       01 FLAGS-AND-COUNTERS.
           05 EOF-FLAG                 PIC X           VALUE 'F'.
           05 LOAD-EOF-SW              PIC X.
               88 LOAD-DONE            VALUE 'Y'.
           05 SORTED-EOF-SW            PIC X.
               88 SORTED-DONE          VALUE 'Y'.
           05 QUERY-CARD-STATUS        PIC XX.
               88 QUERY-CARD-FOUND     VALUE '00'.
           05 CARD-ERROR-SW            PIC X           VALUE 'N'.
               88 CARD-IN-ERROR        VALUE 'Y'.
           05 QUERY-ERROR-SW           PIC X           VALUE 'N'.
               88 QUERY-IN-ERROR       VALUE 'Y'.
           05 SLOT-SELECTED-SW         PIC X.
               88 SLOT-SELECTED        VALUE 'Y'.
           05 SUB                      PIC 99.
           05 CRIT-SUB                 PIC 99.
           05 KW-SUB                   PIC 99.
           05 WS-LINE-COUNT            PIC 99          VALUE 0.
           05 NEW-LINES                PIC 9           VALUE 1.
           05 QY-SLOTS-READ            PIC 9(6)        VALUE 0.
           05 QY-SLOTS-SELECTED        PIC 9(6)        VALUE 0.

       01 HOLD-FIELDS.
           05 HF-STOCK                 PIC 9(3).
           05 HF-REORDER-POINT         PIC 9(3).
           05 HF-PRICE                 PIC 99V99.
           05 HF-PRICE-CENTS           PIC 9(4).
           05 HF-EXTENDED-VALUE        PIC 9(5)V99.
           05 HF-TOTAL-UNITS           PIC 9(7)        VALUE 0.
           05 HF-TOTAL-VALUE           PIC 9(9)V99     VALUE 0.
           05 HF-KEY-NUMBER            PIC 9(7)V99.
           05 HF-KEY-TEXT REDEFINES HF-KEY-NUMBER
                                       PIC X(9).
           05 HF-CSV-PRICE             PIC 99.99.
           05 HF-CSV-VALUE             PIC 99999.99.
           05 HF-CSV-TOTAL-VALUE       PIC 9(9).99.

       01 WS-DATE.
           05 WS-YEAR                  PIC XX.
           05 WS-MONTH                 PIC XX.
           05 WS-DAY                   PIC XX.

       01 QUERY-PARAMETERS.
           05 QY-TITLE                 PIC X(40)       VALUE SPACES.
           05 QY-SORT-FIELD            PIC 9           VALUE 1.
           05 QY-SORT-ORDER            PIC X           VALUE 'A'.
               88 QY-SORT-DESCENDING   VALUE 'D'.

      *    THE KEYWORDS A CRITERION CARD MAY CARRY, IN THE ORDER THE
      *    SWITCHES BELOW ARE KEPT
       01 CRITERION-KEYWORD-TEXT.
           05                          PIC X(10)       VALUE 'VENDOR'.
           05                          PIC X(10)       VALUE
                   'WAREHOUSE'.
           05                          PIC X(10)       VALUE 'COSTUME'.
           05                          PIC X(10)       VALUE 'SIZE'.
           05                          PIC X(10)       VALUE 'TYPE'.
           05                          PIC X(10)       VALUE 'STOCK'.
           05                          PIC X(10)       VALUE 'PRICE'.
           05                          PIC X(10)       VALUE 'REORDER'.

       01 CRITERION-KEYWORD-TBL REDEFINES CRITERION-KEYWORD-TEXT.
           05 CK-KEYWORD OCCURS 8 TIMES
                                       PIC X(10).

       01 SORT-FIELD-TEXT.
           05                          PIC X(10)       VALUE 'VENDOR'.
           05                          PIC X(10)       VALUE
                   'WAREHOUSE'.
           05                          PIC X(10)       VALUE 'NAME'.
           05                          PIC X(10)       VALUE 'SIZE'.
           05                          PIC X(10)       VALUE 'TYPE'.
           05                          PIC X(10)       VALUE 'STOCK'.
           05                          PIC X(10)       VALUE 'PRICE'.
           05                          PIC X(10)       VALUE 'VALUE'.

       01 SORT-FIELD-TBL REDEFINES SORT-FIELD-TEXT.
           05 SF-FIELD-NAME OCCURS 8 TIMES
                                       PIC X(10).

       01 KEYWORD-SWITCHES.
      *    PER KEYWORD: WAS IT ASKED FOR, AND DID THIS SLOT MEET ANY
      *    OF ITS CARDS
           05 KEYWORD-SW-LINE OCCURS 8 TIMES.
               10 KW-USED-SW           PIC X.
                   88 KW-USED          VALUE 'Y'.
               10 KW-HIT-SW            PIC X.
                   88 KW-HIT           VALUE 'Y'.

       01 CRITERIA-TABLE-AREA.
           05 CR-NUM-ENTRIES           PIC 99          VALUE 0.
           05 CRITERIA-TBL-LINE OCCURS 1 TO 50 TIMES
               DEPENDING ON CR-NUM-ENTRIES.
               10 CR-KEYWORD-NUM       PIC 9.
               10 CR-LOW-VALUE         PIC X(10).
               10 CR-LOW-NUMBER        PIC 9(4).
               10 CR-HIGH-NUMBER       PIC 9(4).

      *    ONE SELECTED SLOT -- THE UNSORTED AND SORTED WORK FILES
      *    CARRY THIS LAYOUT, LED BY THE KEY THE CARDS ASKED FOR
       01 SELECTED-SLOT.
           05 SS-SORT-KEY              PIC X(9).
           05 SS-VENDOR-ID             PIC X(4).
           05 SS-WAREHOUSE-ID          PIC X(3).
           05 SS-COSTUME-ID            PIC X(3).
           05 SS-SLOT-NUM              PIC 99.
           05 SS-COSTUME-NAME          PIC X(9).
           05 SS-COSTUME-SIZE          PIC X.
           05 SS-COSTUME-TYPE          PIC X.
           05 SS-NUM-IN-STOCK          PIC 9(3).
           05 SS-REORDER-POINT         PIC 9(3).
           05 SS-COSTUME-PRICE         PIC 99V99.
           05 SS-EXTENDED-VALUE        PIC 9(5)V99.
           05 FILLER                   PIC X(1).


      **************        OUTPUT AREA        ********************

       01 QUERY-HEADING-ONE.
           05 FILLER                   PIC X(26)       VALUE SPACES.
           05                          PIC X(28)       VALUE
                   'AD HOC INVENTORY SELECTION'.
           05 FILLER                   PIC X(26)       VALUE SPACES.

       01 QUERY-HEADING-TWO.
           05 FILLER                   PIC X(10)       VALUE SPACES.
           05 QH2-MONTH                PIC 99.
           05                          PIC X           VALUE '/'.
           05 QH2-DAY                  PIC 99.
           05                          PIC X           VALUE '/'.
           05 QH2-YEAR                 PIC 9(2).
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05 QH2-TITLE                PIC X(40).
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC XXX         VALUE 'TWJ'.
           05 FILLER                   PIC X(10)       VALUE SPACES.

       01 CARD-ECHO-HEADING.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(14)       VALUE
                   'QUERY CARDS:'.
           05 FILLER                   PIC X(61)       VALUE SPACES.

       01 CARD-ECHO-LINE.
           05 FILLER                   PIC X(7)        VALUE SPACES.
           05 CEL-CARD                 PIC X(50).
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 CEL-MESSAGE              PIC X(21).

       01 QUERY-COLUMN-HEADING.
           05                          PIC X(4)        VALUE 'VEND'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'WHS'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'ID'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(2)        VALUE 'SL'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(9)        VALUE 'NAME'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(2)        VALUE 'SZ'.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05                          PIC X(2)        VALUE 'TY'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'STOCK'.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'REORD'.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'PRICE'.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'VALUE'.
           05 FILLER                   PIC X(15)       VALUE SPACES.

       01 QUERY-DETAIL-LINE.
           05 QDL-VENDOR-ID            PIC X(4).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 QDL-WAREHOUSE-ID         PIC X(3).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 QDL-COSTUME-ID           PIC X(3).
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 QDL-SLOT-NUM             PIC 99.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 QDL-COSTUME-NAME         PIC X(9).
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05 QDL-COSTUME-SIZE         PIC X.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 QDL-COSTUME-TYPE         PIC X.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05 QDL-NUM-IN-STOCK         PIC ZZ9.
           05 FILLER                   PIC X(4)        VALUE SPACES.
           05 QDL-REORDER-POINT        PIC ZZ9.
           05 FILLER                   PIC X(3)        VALUE SPACES.
           05 QDL-COSTUME-PRICE        PIC ZZ.99.
           05 FILLER                   PIC X(1)        VALUE SPACES.
           05 QDL-EXTENDED-VALUE       PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(2)        VALUE SPACES.
           05 QDL-REORDER-FLAG         PIC X(8).
           05 FILLER                   PIC X(5)        VALUE SPACES.

       01 QUERY-TOTAL-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(14)       VALUE
                   'SLOTS READ:   '.
           05 QTL-SLOTS-READ           PIC ZZZ,ZZ9.
           05                          PIC X(13)       VALUE
                   '   SELECTED: '.
           05 QTL-SLOTS-SELECTED       PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(34)       VALUE SPACES.

       01 QUERY-VALUE-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(14)       VALUE
                   'UNITS:        '.
           05 QVL-TOTAL-UNITS          PIC Z,ZZZ,ZZ9.
           05                          PIC X(19)       VALUE
                   '   EXTENDED VALUE: '.
           05 QVL-TOTAL-VALUE          PIC $$$$,$$$,$$9.99.
           05 FILLER                   PIC X(18)       VALUE SPACES.

       01 QUERY-REJECTED-LINE.
           05 FILLER                   PIC X(5)        VALUE SPACES.
           05                          PIC X(50)       VALUE
               'CARDS IN ERROR - CORRECT THEM, NO SELECTION RUN'.
           05 FILLER                   PIC X(25)       VALUE SPACES.


       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           PERFORM 15-HOUSEKEEPING
           PERFORM 20-LOAD-QUERY-CARDS

           IF QUERY-IN-ERROR
               MOVE QUERY-REJECTED-LINE TO QUERY-LISTING-RECORD
               WRITE QUERY-LISTING-RECORD
                   AFTER ADVANCING 2 LINES
               DISPLAY 'QUERY CARDS IN ERROR - SEE QUERY LISTING'
           ELSE
               PERFORM 30-SELECT-SLOTS
               PERFORM 40-SORT-SELECTED-SLOTS
               PERFORM 50-PRINT-SELECTED-SLOTS
               PERFORM 100-WRAP-UP
           END-IF

           CLOSE QUERY-LISTING-FILE, QUERY-CSV-FILE
           GOBACK
           .

       15-HOUSEKEEPING.
           ACCEPT WS-DATE FROM DATE

           MOVE WS-MONTH TO QH2-MONTH
           MOVE WS-DAY TO QH2-DAY
           MOVE WS-YEAR TO QH2-YEAR

           OPEN OUTPUT QUERY-LISTING-FILE, QUERY-CSV-FILE

           MOVE 'N' TO KW-USED-SW(1), KW-USED-SW(2), KW-USED-SW(3),
                       KW-USED-SW(4), KW-USED-SW(5), KW-USED-SW(6),
                       KW-USED-SW(7), KW-USED-SW(8)
           .

       20-LOAD-QUERY-CARDS.
      *    THE DECK IS READ TWICE: ONCE FOR THE TITLE CARD, SO IT
      *    HEADS THE LISTING WHEREVER IT SITS IN THE DECK, AND THEN
      *    TO EDIT AND ECHO EVERY CARD UNDER THAT HEADING
           OPEN INPUT QUERY-CARD-FILE

           IF QUERY-CARD-FOUND
               PERFORM UNTIL LOAD-DONE
                   READ QUERY-CARD-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF QC-KEYWORD = 'TITLE'
                               MOVE QC-TITLE-TEXT TO QY-TITLE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE QUERY-CARD-FILE

               PERFORM 25-PRINT-HEADING

               OPEN INPUT QUERY-CARD-FILE
               MOVE 'N' TO LOAD-EOF-SW

               PERFORM UNTIL LOAD-DONE
                   READ QUERY-CARD-FILE
                       AT END
                           SET LOAD-DONE TO TRUE
                       NOT AT END
                           IF QUERY-CARD-RECORD NOT = SPACES
                                   AND QC-KEYWORD(1:1) NOT = '*'
                               PERFORM 21-EDIT-ONE-CARD
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE QUERY-CARD-FILE
           ELSE
               DISPLAY 'NO QUERY CARD FILE - NOTHING SELECTED'
               SET QUERY-IN-ERROR TO TRUE
               PERFORM 25-PRINT-HEADING
           END-IF
           .

       21-EDIT-ONE-CARD.
           MOVE 'N' TO CARD-ERROR-SW
           MOVE SPACES TO CEL-MESSAGE

           EVALUATE QC-KEYWORD
               WHEN 'TITLE'
                   CONTINUE
               WHEN 'SORT'
                   PERFORM 23-EDIT-SORT-CARD
               WHEN OTHER
                   PERFORM 22-EDIT-CRITERION-CARD
           END-EVALUATE

           IF CARD-IN-ERROR
               SET QUERY-IN-ERROR TO TRUE
           END-IF

           MOVE QUERY-CARD-RECORD TO CEL-CARD
           MOVE CARD-ECHO-LINE TO QUERY-LISTING-RECORD
           WRITE QUERY-LISTING-RECORD
               AFTER ADVANCING 1 LINES
           .

       22-EDIT-CRITERION-CARD.
           MOVE 0 TO KW-SUB
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 8
               IF QC-KEYWORD = CK-KEYWORD(SUB)
                   MOVE SUB TO KW-SUB
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN KW-SUB = 0
                   MOVE '*** UNKNOWN KEYWORD' TO CEL-MESSAGE
                   SET CARD-IN-ERROR TO TRUE
               WHEN CR-NUM-ENTRIES = 50
                   MOVE '*** OVER 50 CARDS' TO CEL-MESSAGE
                   SET CARD-IN-ERROR TO TRUE
               WHEN OTHER
                   PERFORM 24-STORE-CRITERION
           END-EVALUATE
           .

       24-STORE-CRITERION.
           ADD 1 TO CR-NUM-ENTRIES
           MOVE KW-SUB TO CR-KEYWORD-NUM(CR-NUM-ENTRIES)
           MOVE QC-LOW-VALUE TO CR-LOW-VALUE(CR-NUM-ENTRIES)
           MOVE ZEROES TO CR-LOW-NUMBER(CR-NUM-ENTRIES)
           MOVE 9999 TO CR-HIGH-NUMBER(CR-NUM-ENTRIES)
           SET KW-USED(KW-SUB) TO TRUE

           EVALUATE KW-SUB
               WHEN 6
                   IF QC-LOW-VALUE(1:3) IS NOT NUMERIC
                       OR (QC-HIGH-VALUE(1:3) IS NOT NUMERIC
                           AND QC-HIGH-VALUE NOT = SPACES)
                       MOVE '*** STOCK MUST BE 999' TO CEL-MESSAGE
                       SET CARD-IN-ERROR TO TRUE
                   ELSE
                       MOVE QC-LOW-VALUE(1:3) TO
                               CR-LOW-NUMBER(CR-NUM-ENTRIES)
                       IF QC-HIGH-VALUE NOT = SPACES
                           MOVE QC-HIGH-VALUE(1:3) TO
                                   CR-HIGH-NUMBER(CR-NUM-ENTRIES)
                       END-IF
                   END-IF

               WHEN 7
                   IF QC-LOW-VALUE(1:4) IS NOT NUMERIC
                       OR (QC-HIGH-VALUE(1:4) IS NOT NUMERIC
                           AND QC-HIGH-VALUE NOT = SPACES)
                       MOVE '*** PRICE IN CENTS' TO CEL-MESSAGE
                       SET CARD-IN-ERROR TO TRUE
                   ELSE
                       MOVE QC-LOW-VALUE(1:4) TO
                               CR-LOW-NUMBER(CR-NUM-ENTRIES)
                       IF QC-HIGH-VALUE NOT = SPACES
                           MOVE QC-HIGH-VALUE(1:4) TO
                                   CR-HIGH-NUMBER(CR-NUM-ENTRIES)
                       END-IF
                   END-IF

               WHEN 8
                   CONTINUE

               WHEN OTHER
                   IF QC-LOW-VALUE = SPACES
                       MOVE '*** VALUE MISSING' TO CEL-MESSAGE
                       SET CARD-IN-ERROR TO TRUE
                   END-IF
           END-EVALUATE

           IF CR-LOW-NUMBER(CR-NUM-ENTRIES) >
                   CR-HIGH-NUMBER(CR-NUM-ENTRIES)
               MOVE '*** LOW OVER HIGH' TO CEL-MESSAGE
               SET CARD-IN-ERROR TO TRUE
           END-IF
           .

       23-EDIT-SORT-CARD.
           MOVE 0 TO KW-SUB
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 8
               IF QC-LOW-VALUE = SF-FIELD-NAME(SUB)
                   MOVE SUB TO KW-SUB
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN KW-SUB = 0
                   MOVE '*** UNKNOWN SORT' TO CEL-MESSAGE
                   SET CARD-IN-ERROR TO TRUE
               WHEN QC-HIGH-VALUE NOT = SPACES
                       AND QC-HIGH-VALUE NOT = 'A'
                       AND QC-HIGH-VALUE NOT = 'D'
                   MOVE '*** ORDER MUST BE A/D' TO CEL-MESSAGE
                   SET CARD-IN-ERROR TO TRUE
               WHEN OTHER
                   MOVE KW-SUB TO QY-SORT-FIELD
                   IF QC-HIGH-VALUE = 'D'
                       MOVE 'D' TO QY-SORT-ORDER
                   ELSE
                       MOVE 'A' TO QY-SORT-ORDER
                   END-IF
           END-EVALUATE
           .

       25-PRINT-HEADING.
           MOVE QY-TITLE TO QH2-TITLE

           WRITE QUERY-LISTING-RECORD FROM QUERY-HEADING-ONE
               AFTER ADVANCING PAGE

           MOVE QUERY-HEADING-TWO TO QUERY-LISTING-RECORD
           WRITE QUERY-LISTING-RECORD
               AFTER ADVANCING 1 LINES

           MOVE CARD-ECHO-HEADING TO QUERY-LISTING-RECORD
           WRITE QUERY-LISTING-RECORD
               AFTER ADVANCING 2 LINES
           .

       30-SELECT-SLOTS.
           OPEN INPUT MERGED-INVENTORY-FILE
               OUTPUT UNSORTED-QUERY-FILE

           PERFORM UNTIL EOF-FLAG = 'T'
               READ MERGED-INVENTORY-FILE
                   AT END
                       MOVE 'T' TO EOF-FLAG
                   NOT AT END
                       PERFORM VARYING SUB FROM 1 BY 1
                           UNTIL SUB > 12
                           IF IR-COSTUME-NAME(SUB) NOT = SPACES
                               ADD 1 TO QY-SLOTS-READ
                               PERFORM 31-TEST-ONE-SLOT
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           CLOSE MERGED-INVENTORY-FILE, UNSORTED-QUERY-FILE
           .

       31-TEST-ONE-SLOT.
           IF IR-NUM-IN-STOCK(SUB) IS NUMERIC
               MOVE IR-NUM-IN-STOCK(SUB) TO HF-STOCK
           ELSE
               MOVE ZEROES TO HF-STOCK
           END-IF

           IF IR-REORDER-POINT(SUB) IS NUMERIC
               MOVE IR-REORDER-POINT(SUB) TO HF-REORDER-POINT
           ELSE
               MOVE ZEROES TO HF-REORDER-POINT
           END-IF

           IF IR-COSTUME-PRICE(SUB) IS NUMERIC
               MOVE IR-COSTUME-PRICE(SUB) TO HF-PRICE
           ELSE
               MOVE ZEROES TO HF-PRICE
           END-IF

           COMPUTE HF-PRICE-CENTS = HF-PRICE * 100

           MOVE 'N' TO KW-HIT-SW(1), KW-HIT-SW(2), KW-HIT-SW(3),
                       KW-HIT-SW(4), KW-HIT-SW(5), KW-HIT-SW(6),
                       KW-HIT-SW(7), KW-HIT-SW(8)

           PERFORM VARYING CRIT-SUB FROM 1 BY 1
               UNTIL CRIT-SUB > CR-NUM-ENTRIES
               PERFORM 32-TEST-ONE-CRITERION
           END-PERFORM

           SET SLOT-SELECTED TO TRUE
           PERFORM VARYING KW-SUB FROM 1 BY 1 UNTIL KW-SUB > 8
               IF KW-USED(KW-SUB) AND NOT KW-HIT(KW-SUB)
                   MOVE 'N' TO SLOT-SELECTED-SW
               END-IF
           END-PERFORM

           IF SLOT-SELECTED
               PERFORM 33-WRITE-SELECTED-SLOT
           END-IF
           .

       32-TEST-ONE-CRITERION.
           MOVE CR-KEYWORD-NUM(CRIT-SUB) TO KW-SUB

           EVALUATE KW-SUB
               WHEN 1
                   IF IR-VENDOR-ID = CR-LOW-VALUE(CRIT-SUB)(1:4)
                       SET KW-HIT(KW-SUB) TO TRUE
                   END-IF
               WHEN 2
                   IF IR-WAREHOUSE-ID = CR-LOW-VALUE(CRIT-SUB)(1:3)
                       SET KW-HIT(KW-SUB) TO TRUE
                   END-IF
               WHEN 3
                   IF IR-COSTUME-ID = CR-LOW-VALUE(CRIT-SUB)(1:3)
                       SET KW-HIT(KW-SUB) TO TRUE
                   END-IF
               WHEN 4
                   IF IR-COSTUME-SIZE(SUB) =
                           CR-LOW-VALUE(CRIT-SUB)(1:1)
                       SET KW-HIT(KW-SUB) TO TRUE
                   END-IF
               WHEN 5
                   IF IR-COSTUME-TYPE(SUB) =
                           CR-LOW-VALUE(CRIT-SUB)(1:1)
                       SET KW-HIT(KW-SUB) TO TRUE
                   END-IF
               WHEN 6
                   IF HF-STOCK >= CR-LOW-NUMBER(CRIT-SUB)
                           AND HF-STOCK <= CR-HIGH-NUMBER(CRIT-SUB)
                       SET KW-HIT(KW-SUB) TO TRUE
                   END-IF
               WHEN 7
                   IF HF-PRICE-CENTS >= CR-LOW-NUMBER(CRIT-SUB)
                           AND HF-PRICE-CENTS <=
                                   CR-HIGH-NUMBER(CRIT-SUB)
                       SET KW-HIT(KW-SUB) TO TRUE
                   END-IF
               WHEN 8
                   IF HF-STOCK <= HF-REORDER-POINT
                       SET KW-HIT(KW-SUB) TO TRUE
                   END-IF
           END-EVALUATE
           .

       33-WRITE-SELECTED-SLOT.
           COMPUTE HF-EXTENDED-VALUE = HF-STOCK * HF-PRICE

           MOVE IR-VENDOR-ID TO SS-VENDOR-ID
           MOVE IR-WAREHOUSE-ID TO SS-WAREHOUSE-ID
           MOVE IR-COSTUME-ID TO SS-COSTUME-ID
           MOVE SUB TO SS-SLOT-NUM
           MOVE IR-COSTUME-NAME(SUB) TO SS-COSTUME-NAME
           MOVE IR-COSTUME-SIZE(SUB) TO SS-COSTUME-SIZE
           MOVE IR-COSTUME-TYPE(SUB) TO SS-COSTUME-TYPE
           MOVE HF-STOCK TO SS-NUM-IN-STOCK
           MOVE HF-REORDER-POINT TO SS-REORDER-POINT
           MOVE HF-PRICE TO SS-COSTUME-PRICE
           MOVE HF-EXTENDED-VALUE TO SS-EXTENDED-VALUE

      *    NUMERIC KEYS GO IN ZERO-FILLED SO THEY SORT AS NUMBERS;
      *    SORTING BY VENDOR NEEDS NO LEADING KEY AT ALL, SINCE THE
      *    VENDOR/WAREHOUSE/COSTUME/SLOT ORDER FOLLOWS EVERY KEY
           EVALUATE QY-SORT-FIELD
               WHEN 1
                   MOVE SPACES TO SS-SORT-KEY
               WHEN 2
                   MOVE IR-WAREHOUSE-ID TO SS-SORT-KEY
               WHEN 3
                   MOVE IR-COSTUME-NAME(SUB) TO SS-SORT-KEY
               WHEN 4
                   MOVE IR-COSTUME-SIZE(SUB) TO SS-SORT-KEY
               WHEN 5
                   MOVE IR-COSTUME-TYPE(SUB) TO SS-SORT-KEY
               WHEN 6
                   MOVE HF-STOCK TO HF-KEY-NUMBER
                   MOVE HF-KEY-TEXT TO SS-SORT-KEY
               WHEN 7
                   MOVE HF-PRICE TO HF-KEY-NUMBER
                   MOVE HF-KEY-TEXT TO SS-SORT-KEY
               WHEN 8
                   MOVE HF-EXTENDED-VALUE TO HF-KEY-NUMBER
                   MOVE HF-KEY-TEXT TO SS-SORT-KEY
           END-EVALUATE

           WRITE UNSORTED-QUERY-RECORD FROM SELECTED-SLOT
           .

       40-SORT-SELECTED-SLOTS.
           IF QY-SORT-DESCENDING
               SORT QUERY-SORT-FILE
                   ON DESCENDING KEY QS-SORT-KEY
                   ON ASCENDING KEY QS-VENDOR-ID, QS-WAREHOUSE-ID,
                                    QS-COSTUME-ID, QS-SLOT-NUM
                   USING UNSORTED-QUERY-FILE
                   GIVING SORTED-QUERY-FILE
           ELSE
               SORT QUERY-SORT-FILE
                   ON ASCENDING KEY QS-SORT-KEY, QS-VENDOR-ID,
                                    QS-WAREHOUSE-ID, QS-COSTUME-ID,
                                    QS-SLOT-NUM
                   USING UNSORTED-QUERY-FILE
                   GIVING SORTED-QUERY-FILE
           END-IF
           .

       50-PRINT-SELECTED-SLOTS.
           MOVE QUERY-COLUMN-HEADING TO QUERY-LISTING-RECORD
           WRITE QUERY-LISTING-RECORD
               AFTER ADVANCING 2 LINES
           MOVE 10 TO WS-LINE-COUNT

           MOVE SPACES TO QUERY-CSV-RECORD
           STRING
               'VENDOR,WAREHOUSE,COSTUME ID,SLOT,COSTUME NAME,SIZE,'
                   DELIMITED BY SIZE
               'TYPE,QTY ON HAND,REORDER POINT,PRICE,EXTENDED VALUE'
                   DELIMITED BY SIZE
               INTO QUERY-CSV-RECORD
           END-STRING
           WRITE QUERY-CSV-RECORD

           OPEN INPUT SORTED-QUERY-FILE
           MOVE 'N' TO SORTED-EOF-SW

           PERFORM UNTIL SORTED-DONE
               READ SORTED-QUERY-FILE INTO SELECTED-SLOT
                   AT END
                       SET SORTED-DONE TO TRUE
                   NOT AT END
                       PERFORM 51-PRINT-ONE-SLOT
                       PERFORM 52-WRITE-CSV-LINE
               END-READ
           END-PERFORM

           CLOSE SORTED-QUERY-FILE
           .

       51-PRINT-ONE-SLOT.
           ADD 1 TO QY-SLOTS-SELECTED
           ADD SS-NUM-IN-STOCK TO HF-TOTAL-UNITS
           ADD SS-EXTENDED-VALUE TO HF-TOTAL-VALUE

           MOVE SS-VENDOR-ID TO QDL-VENDOR-ID
           MOVE SS-WAREHOUSE-ID TO QDL-WAREHOUSE-ID
           MOVE SS-COSTUME-ID TO QDL-COSTUME-ID
           MOVE SS-SLOT-NUM TO QDL-SLOT-NUM
           MOVE SS-COSTUME-NAME TO QDL-COSTUME-NAME
           MOVE SS-COSTUME-SIZE TO QDL-COSTUME-SIZE
           MOVE SS-COSTUME-TYPE TO QDL-COSTUME-TYPE
           MOVE SS-NUM-IN-STOCK TO QDL-NUM-IN-STOCK
           MOVE SS-REORDER-POINT TO QDL-REORDER-POINT
           MOVE SS-COSTUME-PRICE TO QDL-COSTUME-PRICE
           MOVE SS-EXTENDED-VALUE TO QDL-EXTENDED-VALUE

           IF SS-NUM-IN-STOCK <= SS-REORDER-POINT
               MOVE 'REORDER' TO QDL-REORDER-FLAG
           ELSE
               MOVE SPACES TO QDL-REORDER-FLAG
           END-IF

           MOVE QUERY-DETAIL-LINE TO QUERY-LISTING-RECORD
           PERFORM 55-WRITE-LINE
           .

       52-WRITE-CSV-LINE.
           MOVE SS-COSTUME-PRICE TO HF-CSV-PRICE
           MOVE SS-EXTENDED-VALUE TO HF-CSV-VALUE

           MOVE SPACES TO QUERY-CSV-RECORD
           STRING
               SS-VENDOR-ID DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               SS-WAREHOUSE-ID DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               SS-COSTUME-ID DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               SS-SLOT-NUM DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               SS-COSTUME-NAME DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               SS-COSTUME-SIZE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               SS-COSTUME-TYPE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               SS-NUM-IN-STOCK DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               SS-REORDER-POINT DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               HF-CSV-PRICE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               HF-CSV-VALUE DELIMITED BY SIZE
               INTO QUERY-CSV-RECORD
           END-STRING

           WRITE QUERY-CSV-RECORD
           .

       55-WRITE-LINE.
      *    A FULL PAGE STARTS A NEW ONE WITH THE HEADINGS REPEATED
           IF WS-LINE-COUNT >= 55
               WRITE QUERY-LISTING-RECORD FROM QUERY-HEADING-ONE
                   AFTER ADVANCING PAGE
               MOVE QUERY-HEADING-TWO TO QUERY-LISTING-RECORD
               WRITE QUERY-LISTING-RECORD
                   AFTER ADVANCING 1 LINES
               MOVE QUERY-COLUMN-HEADING TO QUERY-LISTING-RECORD
               WRITE QUERY-LISTING-RECORD
                   AFTER ADVANCING 2 LINES
               MOVE 4 TO WS-LINE-COUNT
               MOVE QUERY-DETAIL-LINE TO QUERY-LISTING-RECORD
           END-IF

           WRITE QUERY-LISTING-RECORD
               AFTER ADVANCING NEW-LINES

           ADD NEW-LINES TO WS-LINE-COUNT
           .

       100-WRAP-UP.
           MOVE QY-SLOTS-READ TO QTL-SLOTS-READ
           MOVE QY-SLOTS-SELECTED TO QTL-SLOTS-SELECTED
           MOVE QUERY-TOTAL-LINE TO QUERY-LISTING-RECORD
           WRITE QUERY-LISTING-RECORD
               AFTER ADVANCING 2 LINES

           MOVE HF-TOTAL-UNITS TO QVL-TOTAL-UNITS
           MOVE HF-TOTAL-VALUE TO QVL-TOTAL-VALUE
           MOVE QUERY-VALUE-LINE TO QUERY-LISTING-RECORD
           WRITE QUERY-LISTING-RECORD
               AFTER ADVANCING 1 LINES

           MOVE HF-TOTAL-VALUE TO HF-CSV-TOTAL-VALUE
           MOVE SPACES TO QUERY-CSV-RECORD
           STRING
               'TOTAL - ' DELIMITED BY SIZE
               QY-SLOTS-SELECTED DELIMITED BY SIZE
               ' SLOTS,,,,,,,' DELIMITED BY SIZE
               HF-TOTAL-UNITS DELIMITED BY SIZE
               ',,,' DELIMITED BY SIZE
               HF-CSV-TOTAL-VALUE DELIMITED BY SIZE
               INTO QUERY-CSV-RECORD
           END-STRING
           WRITE QUERY-CSV-RECORD

           DISPLAY 'SLOTS SELECTED: ' QY-SLOTS-SELECTED
           .
