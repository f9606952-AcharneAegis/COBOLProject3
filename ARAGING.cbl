       AUTHOR. P W ASKEW.
      ****************************************************************
      * ARAGING is the receivables aging report.  It reads the
      * open-item ledger, ages every item still open by its days
      * past due against the as-of date (30-day-month arithmetic,
      * same as the expiry report), and prints each customer's open
      * items with current / 1-30 / 31-60 / 61-90 / over-90 past
      * due bucket subtotals and a company grand total, so credit
      * stops guessing who is slow.  Current is not yet due.  An
      * item carried over from before payment terms has no due date
      * and is taken as due on its invoice date.
      * *****
      * INPUT:
      *    AR-OPEN-ITEM.dat        the open-item ledger.
      * *****
      * OUTPUT:
      *    AR-Aging-Report.txt     open items per customer in
      *                            due date order, bucketed,
      *                            with customer and grand totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO 'AR-OPEN-ITEM.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-REC-KEY
               FILE STATUS IS ARO-FILE-STATUS.
           SELECT AGING-REPORT
               ASSIGN TO PRINTER 'AR-Aging-Report.txt'
       FILE SECTION.

       FD OPEN-ITEM-FILE
           RECORD CONTAINS 57 CHARACTERS.

       COPY AROPREC.


       01  SORT-AGING-RECORD.
           05  SRT-CUSTOMER            PIC X(10).
           05  SRT-DUE-DATE            PIC 9(8).
           05  SRT-INVOICE-DATE        PIC 9(8).
           05  SRT-INVOICE-NUMBER      PIC X(8).
           05  SRT-OPEN-AMOUNT         PIC S9(9)V99.
           05  ITEMS-OPEN-COUNT        PIC 9(7)        VALUE 0.

      *****************************************************************
      * The aging buckets, customer level and grand level, by days
      * past due: current (not yet due), 1-30, 31-60, 61-90, over
      * 90.
      *****************************************************************
       01  CUSTOMER-BUCKETS.
           05  CUST-BUCKET OCCURS 5 TIMES
                                       PIC S9(11)V99.

       01  GRAND-BUCKETS.
           05  GRAND-BUCKET OCCURS 5 TIMES
                                       PIC S9(13)V99.

       01  AGING-DETAIL-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  AGD-INVOICE-DATE        PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  AGD-DUE-DATE            PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  AGD-AGE-DAYS            PIC ZZZZ9-.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  AGD-OPEN-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  AGD-BUCKET-LABEL        PIC X(8).
           05  FILLER                  PIC X(17)       VALUE SPACES.

       01  AGING-ITEM-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       'INVOICE   DATE      DUE DATE  '.
           05  FILLER                  PIC X(22)   VALUE
                                       '  LATE            OPEN'.
           05  FILLER                  PIC X(9)    VALUE
                                       '   BUCKET'.

       01  AGING-COLUMN-HEADING.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  FILLER                  PIC X(14)   VALUE
                                       '      CURRENT '.
           05  FILLER                  PIC X(14)   VALUE
                                       '         1-30 '.
           05  FILLER                  PIC X(14)   VALUE
                                       '        31-60 '.
           05  FILLER                  PIC X(14)   VALUE
                                       '        61-90 '.
           05  FILLER                  PIC X(14)   VALUE
                                       '      OVER 90 '.

       01  BUCKET-TOTAL-LINE.
           05  BTL-LABEL               PIC X(10).
           05  BTL-BUCKET-ENTRY OCCURS 5 TIMES.
               10  FILLER              PIC X.
               10  BTL-BUCKET          PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

           ACCEPT AS-OF-DATE FROM DATE YYYYMMDD

           PERFORM VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 5
               MOVE 0 TO CUST-BUCKET (BUCKET-SUB)
               MOVE 0 TO GRAND-BUCKET (BUCKET-SUB)
           END-PERFORM

           SORT AGING-SORT-FILE
               ON ASCENDING KEY SRT-CUSTOMER SRT-DUE-DATE
                                SRT-INVOICE-NUMBER
               INPUT PROCEDURE IS 20-SELECT-OPEN-ITEMS
               OUTPUT PROCEDURE IS 30-WRITE-AGING-REPORT

      *****************************************************************
      * 20-SELECT-OPEN-ITEMS releases every item still open, with
      * its days past due computed 30-day-month style against the
      * as-of date -- negative while the item is not yet due.
      *****************************************************************
       20-SELECT-OPEN-ITEMS.

               STOP RUN
           END-IF

           MOVE LOW-VALUES TO ARO-REC-KEY
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN ARO-REC-KEY
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'N' TO ARO-EOF-FLAG
           ELSE
               MOVE ' ' TO ARO-EOF-FLAG
           END-IF

           PERFORM UNTIL NO-MORE-ARO-DATA
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO ARO-EOF-FLAG
                   NOT AT END
                          AND ARO-OPEN-AMOUNT IS NUMERIC
                          AND ARO-OPEN-AMOUNT IS NOT EQUAL TO ZERO
                           ADD 1 TO ITEMS-OPEN-COUNT
                           IF ARO-DUE-DATE IS NUMERIC
                              AND ARO-DUE-DATE IS GREATER THAN ZERO
                               MOVE ARO-DUE-DATE TO INV-DATE-WORK
                           ELSE
                               MOVE ARO-INVOICE-DATE TO INV-DATE-WORK
                           END-IF
                           MOVE INV-DATE-WORK TO SRT-DUE-DATE
                           COMPUTE AGE-DAYS =
                                   (AS-OF-CCYY - INV-CCYY) * 360
                                   + (AS-OF-MM - INV-MM) * 30
                                  SRT-CUSTOMER DELIMITED BY SIZE
                               INTO AGING-RECORD
                           WRITE AGING-RECORD
                           MOVE AGING-ITEM-HEADING TO AGING-RECORD
                           WRITE AGING-RECORD
                       END-IF
                       PERFORM 33-WRITE-ONE-ITEM

           MOVE SPACES TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE AGING-COLUMN-HEADING TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE SPACES TO BUCKET-TOTAL-LINE
           MOVE 'GRAND TOT' TO BTL-LABEL
           PERFORM VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 5
               MOVE GRAND-BUCKET (BUCKET-SUB) TO
                       BTL-BUCKET (BUCKET-SUB)
           END-PERFORM
           MOVE BUCKET-TOTAL-LINE TO AGING-RECORD
           WRITE AGING-RECORD

       33-WRITE-ONE-ITEM.

           EVALUATE TRUE
               WHEN SRT-AGE-DAYS IS NOT GREATER THAN ZERO
                   MOVE 1 TO BUCKET-SUB
                   MOVE 'CURRENT' TO AGD-BUCKET-LABEL
               WHEN SRT-AGE-DAYS IS NOT GREATER THAN 30
                   MOVE 2 TO BUCKET-SUB
                   MOVE '1-30' TO AGD-BUCKET-LABEL
               WHEN SRT-AGE-DAYS IS NOT GREATER THAN 60
                   MOVE 3 TO BUCKET-SUB
                   MOVE '31-60' TO AGD-BUCKET-LABEL
               WHEN SRT-AGE-DAYS IS NOT GREATER THAN 90
                   MOVE 4 TO BUCKET-SUB
                   MOVE '61-90' TO AGD-BUCKET-LABEL
               WHEN OTHER
                   MOVE 5 TO BUCKET-SUB
                   MOVE 'OVER 90' TO AGD-BUCKET-LABEL
           END-EVALUATE


           MOVE SRT-INVOICE-NUMBER TO AGD-INVOICE-NUMBER
           MOVE SRT-INVOICE-DATE TO AGD-INVOICE-DATE
           MOVE SRT-DUE-DATE TO AGD-DUE-DATE
           MOVE SRT-AGE-DAYS TO AGD-AGE-DAYS
           MOVE SRT-OPEN-AMOUNT TO AGD-OPEN-AMOUNT
           MOVE AGING-DETAIL-LINE TO AGING-RECORD

           MOVE SPACES TO BUCKET-TOTAL-LINE
           MOVE 'CUST TOTAL' TO BTL-LABEL
           PERFORM VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 5
               MOVE CUST-BUCKET (BUCKET-SUB) TO
                       BTL-BUCKET (BUCKET-SUB)
               MOVE 0 TO CUST-BUCKET (BUCKET-SUB)
           END-PERFORM
           MOVE BUCKET-TOTAL-LINE TO AGING-RECORD
           WRITE AGING-RECORD
           .
