      * extract was overwritten run by run; this run accumulates
      * the report month and the month before it from the history
      * and prints units and dollars by candy type, by warehouse,
      * by customer, and by customer and ship-to location -- a
      * chain's stores and distribution center broken out under
      * the one bill-to account -- each with the month-over-month
      * comparison.
      * *****
      * INPUT:
      *    SALES-HISTORY.txt       the retained invoiced lines.
      *                            current month.
      * *****
      * OUTPUT:
      *    Sales-Analysis-Report.txt  the four breakdowns with
      *                            this-month and last-month
      *                            columns and grand totals.
      ***************************************************************
       FILE SECTION.

       FD SALES-HISTORY-FILE
           RECORD CONTAINS 78 CHARACTERS.

       01  SALES-HISTORY-RECORD.
           05  SLH-INVOICE-DATE        PIC 9(8).
           05  SLH-CANDY-TYPE          PIC AA.
           05  SLH-CASES               PIC 9(5).
           05  SLH-DOLLARS             PIC 9(9)V99.
           05  SLH-SHIP-TO-CODE        PIC X(4).
           05  SLH-COGS                PIC 9(9)V99.
           05  SLH-PRICE-SOURCE        PIC X.
           05  SLH-LIST-DOLLARS        PIC 9(9)V99.

       FD PERIOD-FILE
           RECORD CONTAINS 6 CHARACTERS.
               10  RUN-DD              PIC 99.
           05  BUCKET-SUB              PIC 9(4)        VALUE 0.
           05  BUCKET-HOLD-SUB         PIC 9(4)        VALUE 0.
           05  BUCKET-KEY-WORK         PIC X(15)       VALUE SPACES.
           05  BUCKET-DIMENSION        PIC X           VALUE SPACE.
           05  PERIOD-FLAG             PIC X           VALUE SPACE.
           05  REPORT-DIMENSION        PIC X           VALUE SPACE.
           05  LINES-LAST-MONTH        PIC 9(7)        VALUE 0.

      *****************************************************************
      * The four breakdowns share one bucket layout: a dimension
      * code ('T' candy type, 'W' warehouse, 'C' customer, 'S'
      * customer and ship-to), the key, and this-month / last-month
      * units and dollars.
      *****************************************************************
       01  BUCKET-COUNT                PIC 9(4)        VALUE 0.

           05  BUCKET-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON BUCKET-COUNT.
               10  BKT-DIMENSION       PIC X.
               10  BKT-KEY             PIC X(15).
               10  BKT-CUR-CASES       PIC 9(9).
               10  BKT-CUR-DOLLARS     PIC 9(11)V99.
               10  BKT-PRI-CASES       PIC 9(9).
               10  BKT-PRI-DOLLARS     PIC 9(11)V99.

       01  SALES-DETAIL-LINE.
           05  SDL-KEY                 PIC X(15).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SDL-CUR-CASES           PIC ZZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SDL-PRI-CASES           PIC ZZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SDL-PRI-DOLLARS         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(12)       VALUE SPACES.

       PROCEDURE DIVISION.

           .

      *****************************************************************
      * 22-FOLD-ONE-LINE adds the line into all four breakdowns:
      * its candy type, its warehouse, its customer, and its
      * customer and ship-to.  A line shipped to the customer's
      * own ship-to shows as MAIN.
      *****************************************************************
       22-FOLD-ONE-LINE.

           PERFORM 26-ADD-TO-BUCKET

           MOVE 'C' TO BUCKET-DIMENSION
           MOVE SPACES TO BUCKET-KEY-WORK
           MOVE SLH-CUSTOMER TO BUCKET-KEY-WORK (1: 10)
           PERFORM 26-ADD-TO-BUCKET

           MOVE 'S' TO BUCKET-DIMENSION
           MOVE SPACES TO BUCKET-KEY-WORK
           MOVE SLH-CUSTOMER TO BUCKET-KEY-WORK (1: 10)
           MOVE '/' TO BUCKET-KEY-WORK (11: 1)
           IF SLH-SHIP-TO-CODE IS EQUAL TO SPACES
               MOVE 'MAIN' TO BUCKET-KEY-WORK (12: 4)
           ELSE
               MOVE SLH-SHIP-TO-CODE TO BUCKET-KEY-WORK (12: 4)
           END-IF
           PERFORM 26-ADD-TO-BUCKET
           .

           .

      *****************************************************************
      * 30-WRITE-SALES-REPORT prints the four breakdowns, this
      * month beside last month, one section per dimension.
      *****************************************************************
       30-WRITE-SALES-REPORT.
           MOVE 'BY CUSTOMER' TO SECTION-TITLE
           PERFORM 32-WRITE-ONE-SECTION

           MOVE 'S' TO REPORT-DIMENSION
           MOVE 'BY CUSTOMER/SHIP-TO' TO SECTION-TITLE
           PERFORM 32-WRITE-ONE-SECTION

           CLOSE SALES-REPORT
           .

           MOVE SPACES TO SALES-RECORD
           MOVE SECTION-TITLE TO SALES-RECORD
           WRITE SALES-RECORD
           MOVE 'KEY                CASES         DOLLARS    PRIOR
      -         '    PRIOR DOLLARS' TO SALES-RECORD
           WRITE SALES-RECORD

