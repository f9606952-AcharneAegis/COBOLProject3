       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOLIFT.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * PROMOLIFT is the post-promotion lift analysis.  Marketing
      * runs its price promotions through the PROMO-PRICE.txt
      * windows and SHIPCONF prices the invoice lines that fall in
      * them, but nobody measured whether a promotion sold more
      * candy or only gave margin away.  For every promotion whose
      * window has ended, this run sets the cases, dollars, and
      * gross margin the candy sold during the window against a
      * baseline period of the same length just before it and a
      * post-period of the same length just after it: the lift,
      * the dip after the promotion as customers work off what they
      * stocked up on, and the margin given up on the lines sold at
      * the promo price instead of retail.  Each promotion prints
      * under its candy type and Candy ID, and a summary ranks the
      * promotions by the gross margin they added -- the window and
      * post-period together, less twice the baseline.
      * *****
      * INPUT:
      *    PROMO-PRICE.txt         the promotional price windows.
      *    SALES-HISTORY.txt       the invoiced lines, with dollars,
      *                            cost of goods, price source, and
      *                            the dollars at the retail list
      *                            price.
      *    CANDY-MASTER.txt        optional: the candy names and
      *                            types.
      * *****
      * OUTPUT:
      *    Promotion-Lift-Report.txt  each ended promotion by candy
      *                            type and Candy ID, type totals,
      *                            and the ranking.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-PRICE-FILE
               ASSIGN TO 'PROMO-PRICE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PMF-FILE-STATUS.
           SELECT SALES-HISTORY-FILE
               ASSIGN TO 'SALES-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLH-FILE-STATUS.
           SELECT CANDY-MASTER-FILE
               ASSIGN TO 'CANDY-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMF-FILE-STATUS.
           SELECT LIFT-REPORT
               ASSIGN TO PRINTER 'Promotion-Lift-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROMO-SORT-FILE
               ASSIGN TO 'PROMO-SORT.tmp'.
           SELECT RANK-SORT-FILE
               ASSIGN TO 'PROMO-RANK.tmp'.

       DATA DIVISION.
       FILE SECTION.

       FD PROMO-PRICE-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01  PROMO-PRICE-RECORD.
           05  PMF-CANDY-ID            PIC XXX.
           05  PMF-BOX-SIZE            PIC X.
           05  PMF-PROMO-PRICE         PIC 999V99.
           05  PMF-START-DATE          PIC 9(8).
           05  PMF-END-DATE            PIC 9(8).

       FD SALES-HISTORY-FILE
           RECORD CONTAINS 78 CHARACTERS.

       01  SALES-HISTORY-RECORD.
           05  SLH-INVOICE-DATE        PIC 9(8).
           05  SLH-CUSTOMER            PIC X(10).
           05  SLH-ORDER-NUMBER        PIC X(8).
           05  SLH-WAREHOUSE-ID        PIC X(4).
           05  SLH-CANDY-ID            PIC XXX.
           05  SLH-CANDY-TYPE          PIC AA.
           05  SLH-CASES               PIC 9(5).
           05  SLH-DOLLARS             PIC 9(9)V99.
           05  SLH-SHIP-TO-CODE        PIC X(4).
           05  SLH-COGS                PIC 9(9)V99.
           05  SLH-PRICE-SOURCE        PIC X.
               88  SLH-PROMO-PRICE                     VALUE 'P'.
           05  SLH-LIST-DOLLARS        PIC 9(9)V99.

       FD CANDY-MASTER-FILE
           RECORD CONTAINS 29 CHARACTERS.

       01  CANDY-MASTER-RECORD.
           05  CMF-CANDY-ID            PIC XXX.
           05  CMF-OFFICIAL-NAME       PIC X(15).
           05  CMF-CANDY-TYPE          PIC AA.
           05  CMF-BOX-SIZES           PIC X(5).
           05  CMF-ACTIVE-FLAG         PIC A.
           05  CMF-ALLERGEN-CODE       PIC XX.
           05  CMF-STORAGE-CLASS       PIC A.

       FD LIFT-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  LIFT-RECORD                 PIC X(80).

       SD PROMO-SORT-FILE.

       01  SORT-PROMO-RECORD.
           05  SRT-CANDY-TYPE          PIC XX.
           05  SRT-CANDY-ID            PIC XXX.
           05  SRT-START-DATE          PIC 9(8).
           05  SRT-SUB                 PIC 9(3).

       SD RANK-SORT-FILE.

       01  SORT-RANK-RECORD.
           05  RNK-INCREMENTAL-GM      PIC S9(9)V99.
           05  RNK-SUB                 PIC 9(3).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  PMF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PMF-DATA                     VALUE 'N'.
           05  SLH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SLH-DATA                     VALUE 'N'.
           05  CMF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CMF-DATA                     VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.

       01  TEMP-FIELDS.
           05  PMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SLH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-DAY                 PIC 9(7)        VALUE 0.
           05  PROMO-SUB               PIC 9(3)        VALUE 0.
           05  CANDY-SUB               PIC 9(3)        VALUE 0.
           05  BUCKET-SUB              PIC 9           VALUE 0.
           05  LINE-DAY                PIC 9(7)        VALUE 0.
           05  DATE-IN                 PIC 9(8)        VALUE 0.
           05  DATE-IN-X REDEFINES DATE-IN.
               10  DATE-IN-CCYY        PIC 9(4).
               10  DATE-IN-MM          PIC 99.
               10  DATE-IN-DD          PIC 99.
           05  DAY-NUMBER              PIC 9(7)        VALUE 0.
           05  PRIOR-CANDY-TYPE        PIC XX          VALUE SPACES.
           05  PROMO-RANK              PIC 9(3)        VALUE 0.
           05  GROSS-MARGIN            PIC S9(9)V99    VALUE 0.

       01  RUN-TOTALS.
           05  PROMOS-READ             PIC 9(5)        VALUE 0.
           05  PROMOS-ANALYZED         PIC 9(5)        VALUE 0.
           05  TYPE-GIVEN-UP           PIC S9(9)V99    VALUE 0.
           05  TYPE-INCREMENTAL-GM     PIC S9(9)V99    VALUE 0.
           05  TOTAL-GIVEN-UP          PIC S9(9)V99    VALUE 0.
           05  TOTAL-INCREMENTAL-GM    PIC S9(9)V99    VALUE 0.

      *****************************************************************
      * PROMO-TABLE holds each ended promotion with its window as
      * day numbers (thirty-day months) and three buckets of what
      * the candy sold: 1 the baseline before the window, 2 the
      * window, 3 the post-period after it.  PRT-PROMO-DOLLARS and
      * PRT-LIST-DOLLARS are the window's promo-priced lines at
      * the price charged and at the retail list price.
      *****************************************************************
       01  PROMO-COUNT                 PIC 9(3)        VALUE 0.

       01  PROMO-TABLE.
           05  PROMO-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON PROMO-COUNT.
               10  PRT-CANDY-ID        PIC XXX.
               10  PRT-BOX-SIZE        PIC X.
               10  PRT-PROMO-PRICE     PIC 999V99.
               10  PRT-START-DATE      PIC 9(8).
               10  PRT-END-DATE        PIC 9(8).
               10  PRT-START-DAY       PIC 9(7).
               10  PRT-END-DAY         PIC 9(7).
               10  PRT-LENGTH          PIC 9(5).
               10  PRT-CANDY-TYPE      PIC XX.
               10  PRT-CANDY-NAME      PIC X(15).
               10  PRT-INCOMPLETE-FLAG PIC X.
                   88  PRT-POST-INCOMPLETE             VALUE 'Y'.
               10  PRT-BUCKET OCCURS 3 TIMES.
                   15  PRT-CASES       PIC 9(7).
                   15  PRT-DOLLARS     PIC 9(9)V99.
                   15  PRT-COGS        PIC 9(9)V99.
               10  PRT-PROMO-DOLLARS   PIC 9(9)V99.
               10  PRT-LIST-DOLLARS    PIC 9(9)V99.
               10  PRT-GIVEN-UP        PIC S9(9)V99.
               10  PRT-INCREMENTAL-GM  PIC S9(9)V99.
               10  PRT-LIFT-PCT        PIC S9(5)V9.
               10  PRT-DIP-PCT         PIC S9(5)V9.

       01  CANDY-COUNT                 PIC 9(3)        VALUE 0.

       01  CANDY-TABLE.
           05  CANDY-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON CANDY-COUNT.
               10  CDT-CANDY-ID        PIC XXX.
               10  CDT-CANDY-NAME      PIC X(15).
               10  CDT-CANDY-TYPE      PIC XX.

       01  PROMO-HEADING-LINE.
           05  FILLER                  PIC X(6)    VALUE 'CANDY '.
           05  PHL-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  PHL-CANDY-NAME          PIC X(15).
           05  FILLER                  PIC X(7)    VALUE '  TYPE '.
           05  PHL-CANDY-TYPE          PIC XX.
           05  FILLER                  PIC X(6)    VALUE '  BOX '.
           05  PHL-BOX-SIZE            PIC X.
           05  FILLER                  PIC X(15)   VALUE
                                       '  PROMO PRICE '.
           05  PHL-PROMO-PRICE         PIC ZZ9.99.
           05  FILLER                  PIC X(17)   VALUE SPACES.

       01  PROMO-WINDOW-LINE.
           05  FILLER                  PIC X(9)    VALUE '  WINDOW '.
           05  PWL-START-DATE          PIC 9(8).
           05  FILLER                  PIC X(3)    VALUE ' - '.
           05  PWL-END-DATE            PIC 9(8).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  PWL-LENGTH              PIC ZZZ9.
           05  FILLER                  PIC X(21)   VALUE
                                       ' DAYS EACH PERIOD    '.
           05  PWL-INCOMPLETE          PIC X(25).

       01  BUCKET-HEADING-LINE.
           05  FILLER                  PIC X(22)   VALUE
                                       '  PERIOD         CASES'.
           05  FILLER                  PIC X(30)   VALUE
                                       '           DOLLARS    GROSS MA'.
           05  FILLER                  PIC X(5)    VALUE 'RGIN '.
           05  FILLER                  PIC X(23)   VALUE SPACES.

       01  BUCKET-LINE.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  BKL-LABEL               PIC X(12).
           05  BKL-CASES               PIC ZZZ,ZZ9.
           05  FILLER                  PIC XXX     VALUE SPACES.
           05  BKL-DOLLARS             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  BKL-GROSS-MARGIN        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(25)   VALUE SPACES.

       01  RESULT-LINE.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  RSL-LABEL               PIC X(30).
           05  RSL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  RSL-NOTE                PIC X(33).

       01  PERCENT-LINE.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  PCL-LABEL               PIC X(30).
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  PCL-PERCENT             PIC ZZ,ZZ9.9-.
           05  PCL-SIGN                PIC X.
           05  FILLER                  PIC X(32)   VALUE SPACES.

       01  RANK-HEADING-LINE.
           05  FILLER                  PIC X(26)   VALUE
                                       'RANK CANDY TYPE BOX WINDOW'.
           05  FILLER                  PIC X(19)   VALUE
                                       '           LIFT PCT'.
           05  FILLER                  PIC X(27)   VALUE
                                       '    GIVEN UP INCREMENTAL GM'.
           05  FILLER                  PIC X(8)    VALUE SPACES.

       01  RANK-LINE.
           05  RKL-RANK                PIC ZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  RKL-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XXX     VALUE SPACES.
           05  RKL-CANDY-TYPE          PIC XX.
           05  FILLER                  PIC XXX     VALUE SPACES.
           05  RKL-BOX-SIZE            PIC X.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  RKL-START-DATE          PIC 9(8).
           05  FILLER                  PIC X       VALUE '-'.
           05  RKL-END-DATE            PIC 9(8).
           05  FILLER                  PIC X       VALUE SPACE.
           05  RKL-LIFT-PCT            PIC ZZ,ZZ9.9-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  RKL-GIVEN-UP            PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  RKL-INCREMENTAL-GM      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(7)    VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           MOVE RUN-DATE-YYYYMMDD TO DATE-IN
           PERFORM 22-FIGURE-DAY-NUMBER
           MOVE DAY-NUMBER TO RUN-DAY

           PERFORM 11-LOAD-CANDY-MASTER
           PERFORM 12-LOAD-ENDED-PROMOTIONS
           PERFORM 15-ACCUMULATE-SALES
           PERFORM 25-FIGURE-RESULTS

           OPEN OUTPUT LIFT-REPORT
           MOVE SPACES TO LIFT-RECORD
           STRING 'POST-PROMOTION LIFT ANALYSIS - RUN '
                   DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO LIFT-RECORD
           WRITE LIFT-RECORD

           SORT PROMO-SORT-FILE
               ON ASCENDING KEY SRT-CANDY-TYPE SRT-CANDY-ID
                                SRT-START-DATE
               INPUT PROCEDURE IS 30-RELEASE-PROMOTIONS
               OUTPUT PROCEDURE IS 31-WRITE-PROMOTIONS

           SORT RANK-SORT-FILE
               ON DESCENDING KEY RNK-INCREMENTAL-GM
               INPUT PROCEDURE IS 35-RELEASE-RANKING
               OUTPUT PROCEDURE IS 36-WRITE-RANKING

           CLOSE LIFT-REPORT

           DISPLAY 'PROMOLIFT: ' PROMOS-READ ' PROMOTIONS READ, '
                   PROMOS-ANALYZED ' ENDED AND ANALYZED'

           STOP RUN
           .

       11-LOAD-CANDY-MASTER.

           OPEN INPUT CANDY-MASTER-FILE
           IF CMF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CMF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PROMOLIFT: UNABLE TO OPEN CANDY MASTER, '
                           'FILE STATUS = ' CMF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CMF-EOF-FLAG
               PERFORM UNTIL NO-MORE-CMF-DATA
                   READ CANDY-MASTER-FILE
                       AT END
                           MOVE 'N' TO CMF-EOF-FLAG
                       NOT AT END
                           IF CANDY-COUNT IS EQUAL TO 500
                               DISPLAY 'PROMOLIFT: MORE THAN 500 '
                                       'CANDIES, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO CANDY-COUNT
                           MOVE CMF-CANDY-ID TO
                                   CDT-CANDY-ID (CANDY-COUNT)
                           MOVE CMF-OFFICIAL-NAME TO
                                   CDT-CANDY-NAME (CANDY-COUNT)
                           MOVE CMF-CANDY-TYPE TO
                                   CDT-CANDY-TYPE (CANDY-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CANDY-MASTER-FILE
           END-IF
           .

      *****************************************************************
      * 12-LOAD-ENDED-PROMOTIONS keeps each promotion whose window
      * closed before today.  One whose post-period has not run
      * its full length yet is analyzed on what there is so far,
      * and marked.
      *****************************************************************
       12-LOAD-ENDED-PROMOTIONS.

           OPEN INPUT PROMO-PRICE-FILE
           IF PMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'PROMOLIFT: UNABLE TO OPEN PROMO PRICES, '
                       'FILE STATUS = ' PMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO PMF-EOF-FLAG
           PERFORM UNTIL NO-MORE-PMF-DATA
               READ PROMO-PRICE-FILE
                   AT END
                       MOVE 'N' TO PMF-EOF-FLAG
                   NOT AT END
                       ADD 1 TO PROMOS-READ
                       IF PMF-START-DATE IS NUMERIC
                          AND PMF-END-DATE IS NUMERIC
                          AND PMF-END-DATE IS LESS THAN
                               RUN-DATE-YYYYMMDD
                          AND PMF-END-DATE IS NOT LESS THAN
                               PMF-START-DATE
                           PERFORM 13-ADD-PROMOTION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PROMO-PRICE-FILE
           .

       13-ADD-PROMOTION.

           IF PROMO-COUNT IS EQUAL TO 500
               DISPLAY 'PROMOLIFT: MORE THAN 500 ENDED PROMOTIONS, '
                       'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO PROMO-COUNT
           ADD 1 TO PROMOS-ANALYZED
           MOVE PMF-CANDY-ID TO PRT-CANDY-ID (PROMO-COUNT)
           MOVE PMF-BOX-SIZE TO PRT-BOX-SIZE (PROMO-COUNT)
           MOVE 0 TO PRT-PROMO-PRICE (PROMO-COUNT)
           IF PMF-PROMO-PRICE IS NUMERIC
               MOVE PMF-PROMO-PRICE TO PRT-PROMO-PRICE (PROMO-COUNT)
           END-IF
           MOVE PMF-START-DATE TO PRT-START-DATE (PROMO-COUNT)
           MOVE PMF-END-DATE TO PRT-END-DATE (PROMO-COUNT)

           MOVE PMF-START-DATE TO DATE-IN
           PERFORM 22-FIGURE-DAY-NUMBER
           MOVE DAY-NUMBER TO PRT-START-DAY (PROMO-COUNT)
           MOVE PMF-END-DATE TO DATE-IN
           PERFORM 22-FIGURE-DAY-NUMBER
           MOVE DAY-NUMBER TO PRT-END-DAY (PROMO-COUNT)
           COMPUTE PRT-LENGTH (PROMO-COUNT) =
                   PRT-END-DAY (PROMO-COUNT)
                   - PRT-START-DAY (PROMO-COUNT) + 1

           MOVE 'N' TO PRT-INCOMPLETE-FLAG (PROMO-COUNT)
           IF PRT-END-DAY (PROMO-COUNT) + PRT-LENGTH (PROMO-COUNT)
                   IS NOT LESS THAN RUN-DAY
               MOVE 'Y' TO PRT-INCOMPLETE-FLAG (PROMO-COUNT)
           END-IF

           MOVE SPACES TO PRT-CANDY-TYPE (PROMO-COUNT)
           MOVE SPACES TO PRT-CANDY-NAME (PROMO-COUNT)
           PERFORM VARYING CANDY-SUB FROM 1 BY 1
               UNTIL CANDY-SUB > CANDY-COUNT
               IF CDT-CANDY-ID (CANDY-SUB) IS EQUAL TO PMF-CANDY-ID
                   MOVE CDT-CANDY-TYPE (CANDY-SUB) TO
                           PRT-CANDY-TYPE (PROMO-COUNT)
                   MOVE CDT-CANDY-NAME (CANDY-SUB) TO
                           PRT-CANDY-NAME (PROMO-COUNT)
                   MOVE CANDY-COUNT TO CANDY-SUB
               END-IF
           END-PERFORM

           PERFORM VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 3
               MOVE 0 TO PRT-CASES (PROMO-COUNT BUCKET-SUB)
               MOVE 0 TO PRT-DOLLARS (PROMO-COUNT BUCKET-SUB)
               MOVE 0 TO PRT-COGS (PROMO-COUNT BUCKET-SUB)
           END-PERFORM
           MOVE 0 TO PRT-PROMO-DOLLARS (PROMO-COUNT)
           MOVE 0 TO PRT-LIST-DOLLARS (PROMO-COUNT)
           MOVE 0 TO PRT-GIVEN-UP (PROMO-COUNT)
           MOVE 0 TO PRT-INCREMENTAL-GM (PROMO-COUNT)
           MOVE 0 TO PRT-LIFT-PCT (PROMO-COUNT)
           MOVE 0 TO PRT-DIP-PCT (PROMO-COUNT)
           .

      *****************************************************************
      * 15-ACCUMULATE-SALES drops each sales line of a promoted
      * candy into the baseline, window, or post-period of every
      * promotion it falls near.  Sales history carries no box
      * size, so a promotion is measured on all of its candy's
      * sizes.
      *****************************************************************
       15-ACCUMULATE-SALES.

           IF PROMO-COUNT IS EQUAL TO ZERO
               DISPLAY 'PROMOLIFT: NO ENDED PROMOTIONS ON FILE'
           END-IF

           OPEN INPUT SALES-HISTORY-FILE
           IF SLH-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'PROMOLIFT: UNABLE TO OPEN SALES HISTORY, '
                       'FILE STATUS = ' SLH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO SLH-EOF-FLAG
           PERFORM UNTIL NO-MORE-SLH-DATA
               READ SALES-HISTORY-FILE
                   AT END
                       MOVE 'N' TO SLH-EOF-FLAG
                   NOT AT END
                       IF SLH-INVOICE-DATE IS NUMERIC
                          AND SLH-CASES IS NUMERIC
                          AND SLH-DOLLARS IS NUMERIC
                           MOVE SLH-INVOICE-DATE TO DATE-IN
                           PERFORM 22-FIGURE-DAY-NUMBER
                           MOVE DAY-NUMBER TO LINE-DAY
                           PERFORM VARYING PROMO-SUB FROM 1 BY 1
                               UNTIL PROMO-SUB > PROMO-COUNT
                               IF PRT-CANDY-ID (PROMO-SUB) IS EQUAL
                                       TO SLH-CANDY-ID
                                   PERFORM 16-BUCKET-ONE-LINE
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SALES-HISTORY-FILE
           .

       16-BUCKET-ONE-LINE.

           MOVE 0 TO BUCKET-SUB
           EVALUATE TRUE
               WHEN LINE-DAY IS LESS THAN PRT-START-DAY (PROMO-SUB)
                AND LINE-DAY + PRT-LENGTH (PROMO-SUB) IS NOT LESS
                       THAN PRT-START-DAY (PROMO-SUB)
                   MOVE 1 TO BUCKET-SUB
               WHEN LINE-DAY IS NOT LESS THAN PRT-START-DAY (PROMO-SUB)
                AND LINE-DAY IS NOT GREATER THAN
                       PRT-END-DAY (PROMO-SUB)
                   MOVE 2 TO BUCKET-SUB
               WHEN LINE-DAY IS GREATER THAN PRT-END-DAY (PROMO-SUB)
                AND LINE-DAY IS NOT GREATER THAN
                       PRT-END-DAY (PROMO-SUB) + PRT-LENGTH (PROMO-SUB)
                   MOVE 3 TO BUCKET-SUB
           END-EVALUATE

           IF BUCKET-SUB IS GREATER THAN ZERO
               IF PRT-CANDY-TYPE (PROMO-SUB) IS EQUAL TO SPACES
                   MOVE SLH-CANDY-TYPE TO PRT-CANDY-TYPE (PROMO-SUB)
               END-IF
               ADD SLH-CASES TO PRT-CASES (PROMO-SUB BUCKET-SUB)
               ADD SLH-DOLLARS TO PRT-DOLLARS (PROMO-SUB BUCKET-SUB)
               IF SLH-COGS IS NUMERIC
                   ADD SLH-COGS TO PRT-COGS (PROMO-SUB BUCKET-SUB)
               END-IF
               IF BUCKET-SUB IS EQUAL TO 2
                  AND SLH-PROMO-PRICE
                  AND SLH-LIST-DOLLARS IS NUMERIC
                   ADD SLH-DOLLARS TO PRT-PROMO-DOLLARS (PROMO-SUB)
                   ADD SLH-LIST-DOLLARS TO
                           PRT-LIST-DOLLARS (PROMO-SUB)
               END-IF
           END-IF
           .

      *****************************************************************
      * 22-FIGURE-DAY-NUMBER turns DATE-IN into a day count on
      * thirty-day months, enough to lay equal periods side by side.
      *****************************************************************
       22-FIGURE-DAY-NUMBER.

           IF DATE-IN-DD IS GREATER THAN 30
               COMPUTE DAY-NUMBER = DATE-IN-CCYY * 360
                       + (DATE-IN-MM - 1) * 30 + 30
           ELSE
               COMPUTE DAY-NUMBER = DATE-IN-CCYY * 360
                       + (DATE-IN-MM - 1) * 30 + DATE-IN-DD
           END-IF
           .

      *****************************************************************
      * 25-FIGURE-RESULTS works each promotion's lift and post-
      * promotion dip in cases against the baseline, the margin
      * given up at the promo price, and the gross margin it added.
      *****************************************************************
       25-FIGURE-RESULTS.

           PERFORM VARYING PROMO-SUB FROM 1 BY 1
               UNTIL PROMO-SUB > PROMO-COUNT
               IF PRT-CASES (PROMO-SUB 1) IS GREATER THAN ZERO
                   COMPUTE PRT-LIFT-PCT (PROMO-SUB) ROUNDED =
                           (PRT-CASES (PROMO-SUB 2)
                            - PRT-CASES (PROMO-SUB 1)) * 100
                           / PRT-CASES (PROMO-SUB 1)
                   COMPUTE PRT-DIP-PCT (PROMO-SUB) ROUNDED =
                           (PRT-CASES (PROMO-SUB 3)
                            - PRT-CASES (PROMO-SUB 1)) * 100
                           / PRT-CASES (PROMO-SUB 1)
               END-IF
               COMPUTE PRT-GIVEN-UP (PROMO-SUB) =
                       PRT-LIST-DOLLARS (PROMO-SUB)
                       - PRT-PROMO-DOLLARS (PROMO-SUB)
               COMPUTE PRT-INCREMENTAL-GM (PROMO-SUB) =
                       PRT-DOLLARS (PROMO-SUB 2)
                       - PRT-COGS (PROMO-SUB 2)
                       + PRT-DOLLARS (PROMO-SUB 3)
                       - PRT-COGS (PROMO-SUB 3)
                       - 2 * (PRT-DOLLARS (PROMO-SUB 1)
                              - PRT-COGS (PROMO-SUB 1))
           END-PERFORM
           .

       30-RELEASE-PROMOTIONS.

           PERFORM VARYING PROMO-SUB FROM 1 BY 1
               UNTIL PROMO-SUB > PROMO-COUNT
               MOVE PRT-CANDY-TYPE (PROMO-SUB) TO SRT-CANDY-TYPE
               MOVE PRT-CANDY-ID (PROMO-SUB) TO SRT-CANDY-ID
               MOVE PRT-START-DATE (PROMO-SUB) TO SRT-START-DATE
               MOVE PROMO-SUB TO SRT-SUB
               RELEASE SORT-PROMO-RECORD
           END-PERFORM
           .

      *****************************************************************
      * 31-WRITE-PROMOTIONS prints each promotion under its candy
      * type, with a total for the type.
      *****************************************************************
       31-WRITE-PROMOTIONS.

           MOVE SPACES TO PRIOR-CANDY-TYPE
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN PROMO-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       IF SRT-CANDY-TYPE IS NOT EQUAL TO
                               PRIOR-CANDY-TYPE
                          OR PROMO-RANK IS EQUAL TO ZERO
                           IF PROMO-RANK IS GREATER THAN ZERO
                               PERFORM 34-WRITE-TYPE-TOTAL
                           END-IF
                           MOVE SRT-CANDY-TYPE TO PRIOR-CANDY-TYPE
                           MOVE SPACES TO LIFT-RECORD
                           WRITE LIFT-RECORD
                           STRING '===== CANDY TYPE ' DELIMITED BY SIZE
                                  SRT-CANDY-TYPE DELIMITED BY SIZE
                                  ' =====' DELIMITED BY SIZE
                               INTO LIFT-RECORD
                           WRITE LIFT-RECORD
                       END-IF
                       ADD 1 TO PROMO-RANK
                       MOVE SRT-SUB TO PROMO-SUB
                       PERFORM 32-WRITE-ONE-PROMOTION
               END-RETURN
           END-PERFORM

           IF PROMO-RANK IS GREATER THAN ZERO
               PERFORM 34-WRITE-TYPE-TOTAL
           END-IF
           .

       32-WRITE-ONE-PROMOTION.

           MOVE SPACES TO LIFT-RECORD
           WRITE LIFT-RECORD

           MOVE PRT-CANDY-ID (PROMO-SUB) TO PHL-CANDY-ID
           MOVE PRT-CANDY-NAME (PROMO-SUB) TO PHL-CANDY-NAME
           MOVE PRT-CANDY-TYPE (PROMO-SUB) TO PHL-CANDY-TYPE
           MOVE PRT-BOX-SIZE (PROMO-SUB) TO PHL-BOX-SIZE
           MOVE PRT-PROMO-PRICE (PROMO-SUB) TO PHL-PROMO-PRICE
           MOVE PROMO-HEADING-LINE TO LIFT-RECORD
           WRITE LIFT-RECORD

           MOVE PRT-START-DATE (PROMO-SUB) TO PWL-START-DATE
           MOVE PRT-END-DATE (PROMO-SUB) TO PWL-END-DATE
           MOVE PRT-LENGTH (PROMO-SUB) TO PWL-LENGTH
           IF PRT-POST-INCOMPLETE (PROMO-SUB)
               MOVE 'POST-PERIOD NOT YET OVER' TO PWL-INCOMPLETE
           ELSE
               MOVE SPACES TO PWL-INCOMPLETE
           END-IF
           MOVE PROMO-WINDOW-LINE TO LIFT-RECORD
           WRITE LIFT-RECORD

           MOVE BUCKET-HEADING-LINE TO LIFT-RECORD
           WRITE LIFT-RECORD
           PERFORM VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 3
               PERFORM 33-WRITE-BUCKET-LINE
           END-PERFORM

           MOVE SPACES TO PERCENT-LINE
           MOVE 'LIFT IN CASES' TO PCL-LABEL
           PERFORM 33A-WRITE-PERCENT-LINE
           MOVE SPACES TO PERCENT-LINE
           MOVE 'POST-PROMOTION DIP IN CASES' TO PCL-LABEL
           PERFORM 33A-WRITE-PERCENT-LINE

           MOVE SPACES TO RESULT-LINE
           MOVE 'MARGIN GIVEN UP VS RETAIL' TO RSL-LABEL
           MOVE PRT-GIVEN-UP (PROMO-SUB) TO RSL-AMOUNT
           MOVE RESULT-LINE TO LIFT-RECORD
           WRITE LIFT-RECORD

           MOVE SPACES TO RESULT-LINE
           MOVE 'INCREMENTAL GROSS MARGIN' TO RSL-LABEL
           MOVE PRT-INCREMENTAL-GM (PROMO-SUB) TO RSL-AMOUNT
           MOVE '  WINDOW + POST - 2 X BASELINE' TO RSL-NOTE
           MOVE RESULT-LINE TO LIFT-RECORD
           WRITE LIFT-RECORD

           ADD PRT-GIVEN-UP (PROMO-SUB) TO TYPE-GIVEN-UP
           ADD PRT-INCREMENTAL-GM (PROMO-SUB) TO TYPE-INCREMENTAL-GM
           .

       33-WRITE-BUCKET-LINE.

           MOVE SPACES TO BUCKET-LINE
           EVALUATE BUCKET-SUB
               WHEN 1
                   MOVE 'BASELINE' TO BKL-LABEL
               WHEN 2
                   MOVE 'PROMOTION' TO BKL-LABEL
               WHEN OTHER
                   MOVE 'POST-PERIOD' TO BKL-LABEL
           END-EVALUATE
           MOVE PRT-CASES (PROMO-SUB BUCKET-SUB) TO BKL-CASES
           MOVE PRT-DOLLARS (PROMO-SUB BUCKET-SUB) TO BKL-DOLLARS
           COMPUTE GROSS-MARGIN = PRT-DOLLARS (PROMO-SUB BUCKET-SUB)
                   - PRT-COGS (PROMO-SUB BUCKET-SUB)
           MOVE GROSS-MARGIN TO BKL-GROSS-MARGIN
           MOVE BUCKET-LINE TO LIFT-RECORD
           WRITE LIFT-RECORD
           .

       33A-WRITE-PERCENT-LINE.

           IF PRT-CASES (PROMO-SUB 1) IS EQUAL TO ZERO
               MOVE SPACES TO LIFT-RECORD
               STRING '  ' DELIMITED BY SIZE
                      PCL-LABEL DELIMITED BY SIZE
                      '      NO BASELINE SALES' DELIMITED BY SIZE
                   INTO LIFT-RECORD
               WRITE LIFT-RECORD
           ELSE
               IF PCL-LABEL IS EQUAL TO 'LIFT IN CASES'
                   MOVE PRT-LIFT-PCT (PROMO-SUB) TO PCL-PERCENT
               ELSE
                   MOVE PRT-DIP-PCT (PROMO-SUB) TO PCL-PERCENT
               END-IF
               MOVE '%' TO PCL-SIGN
               MOVE PERCENT-LINE TO LIFT-RECORD
               WRITE LIFT-RECORD
           END-IF
           .

       34-WRITE-TYPE-TOTAL.

           MOVE SPACES TO LIFT-RECORD
           WRITE LIFT-RECORD
           MOVE SPACES TO RESULT-LINE
           STRING 'TYPE ' DELIMITED BY SIZE
                  PRIOR-CANDY-TYPE DELIMITED BY SIZE
                  ' MARGIN GIVEN UP' DELIMITED BY SIZE
               INTO RSL-LABEL
           MOVE TYPE-GIVEN-UP TO RSL-AMOUNT
           MOVE RESULT-LINE TO LIFT-RECORD
           WRITE LIFT-RECORD
           MOVE SPACES TO RESULT-LINE
           STRING 'TYPE ' DELIMITED BY SIZE
                  PRIOR-CANDY-TYPE DELIMITED BY SIZE
                  ' INCREMENTAL MARGIN' DELIMITED BY SIZE
               INTO RSL-LABEL
           MOVE TYPE-INCREMENTAL-GM TO RSL-AMOUNT
           MOVE RESULT-LINE TO LIFT-RECORD
           WRITE LIFT-RECORD

           ADD TYPE-GIVEN-UP TO TOTAL-GIVEN-UP
           ADD TYPE-INCREMENTAL-GM TO TOTAL-INCREMENTAL-GM
           MOVE 0 TO TYPE-GIVEN-UP
           MOVE 0 TO TYPE-INCREMENTAL-GM
           .

       35-RELEASE-RANKING.

           PERFORM VARYING PROMO-SUB FROM 1 BY 1
               UNTIL PROMO-SUB > PROMO-COUNT
               MOVE PRT-INCREMENTAL-GM (PROMO-SUB) TO
                       RNK-INCREMENTAL-GM
               MOVE PROMO-SUB TO RNK-SUB
               RELEASE SORT-RANK-RECORD
           END-PERFORM
           .

      *****************************************************************
      * 36-WRITE-RANKING prints the summary: the promotions best
      * first by the gross margin they added.
      *****************************************************************
       36-WRITE-RANKING.

           MOVE SPACES TO LIFT-RECORD
           WRITE LIFT-RECORD
           MOVE ALL '-' TO LIFT-RECORD
           WRITE LIFT-RECORD
           MOVE 'PROMOTIONS RANKED BY INCREMENTAL GROSS MARGIN'
                   TO LIFT-RECORD
           WRITE LIFT-RECORD
           MOVE SPACES TO LIFT-RECORD
           WRITE LIFT-RECORD
           MOVE RANK-HEADING-LINE TO LIFT-RECORD
           WRITE LIFT-RECORD

           MOVE 0 TO PROMO-RANK
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN RANK-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO PROMO-RANK
                       MOVE RNK-SUB TO PROMO-SUB
                       MOVE PROMO-RANK TO RKL-RANK
                       MOVE PRT-CANDY-ID (PROMO-SUB) TO RKL-CANDY-ID
                       MOVE PRT-CANDY-TYPE (PROMO-SUB) TO
                               RKL-CANDY-TYPE
                       MOVE PRT-BOX-SIZE (PROMO-SUB) TO RKL-BOX-SIZE
                       MOVE PRT-START-DATE (PROMO-SUB) TO
                               RKL-START-DATE
                       MOVE PRT-END-DATE (PROMO-SUB) TO RKL-END-DATE
                       MOVE PRT-LIFT-PCT (PROMO-SUB) TO RKL-LIFT-PCT
                       MOVE PRT-GIVEN-UP (PROMO-SUB) TO RKL-GIVEN-UP
                       MOVE PRT-INCREMENTAL-GM (PROMO-SUB) TO
                               RKL-INCREMENTAL-GM
                       MOVE RANK-LINE TO LIFT-RECORD
                       WRITE LIFT-RECORD
               END-RETURN
           END-PERFORM

           MOVE SPACES TO LIFT-RECORD
           WRITE LIFT-RECORD
           MOVE SPACES TO RESULT-LINE
           MOVE 'ALL PROMOTIONS GIVEN UP' TO RSL-LABEL
           MOVE TOTAL-GIVEN-UP TO RSL-AMOUNT
           MOVE RESULT-LINE TO LIFT-RECORD
           WRITE LIFT-RECORD
           MOVE SPACES TO RESULT-LINE
           MOVE 'ALL PROMOTIONS INCREMENTAL GM' TO RSL-LABEL
           MOVE TOTAL-INCREMENTAL-GM TO RSL-AMOUNT
           MOVE RESULT-LINE TO LIFT-RECORD
           WRITE LIFT-RECORD
           .
