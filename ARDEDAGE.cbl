       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARDEDAGE.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * ARDEDAGE is the deduction aging report.  It reads the
      * deduction ledger and, for each reason code, lists every
      * customer taking that kind of deduction: what is still open
      * and in dispute, aged from the day the deduction was taken
      * (30-day-month arithmetic, same as ARAGING), and what has
      * been conceded to date -- approved and credited.  Reason and
      * grand totals show which customers are chiseling and what it
      * costs us.
      * *****
      * INPUT:
      *    DEDUCTION-LEDGER.txt    the deduction ledger.
      * *****
      * OUTPUT:
      *    Deduction-Aging-Report.txt  customers within reason
      *                            code, with open deductions
      *                            bucketed current / 31-60 / 61-90
      *                            / over 90, the open total, and
      *                            the amount conceded.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDUCTION-FILE
               ASSIGN TO 'DEDUCTION-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DDL-FILE-STATUS.
           SELECT AGING-REPORT
               ASSIGN TO PRINTER 'Deduction-Aging-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEDUCTION-SORT-FILE
               ASSIGN TO 'DEDUCTION-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.

       FD DEDUCTION-FILE
           RECORD CONTAINS 56 CHARACTERS.

       COPY DEDNREC.

       FD AGING-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  AGING-RECORD                PIC X(80).

       SD DEDUCTION-SORT-FILE.

       01  SORT-DEDUCTION-RECORD.
           05  SRT-REASON-CODE         PIC XX.
           05  SRT-CUSTOMER            PIC X(10).
           05  SRT-STATUS              PIC X.
           05  SRT-AMOUNT              PIC 9(9)V99.
           05  SRT-AGE-DAYS            PIC S9(5).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  DDL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-DDL-DATA                     VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.

       01  TEMP-FIELDS.
           05  DDL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  AS-OF-DATE              PIC 9(8)        VALUE 0.
           05  AS-OF-DATE-X REDEFINES AS-OF-DATE.
               10  AS-OF-CCYY          PIC 9(4).
               10  AS-OF-MM            PIC 99.
               10  AS-OF-DD            PIC 99.
           05  DED-DATE-WORK           PIC 9(8)        VALUE 0.
           05  DED-DATE-X REDEFINES DED-DATE-WORK.
               10  DED-CCYY            PIC 9(4).
               10  DED-MM              PIC 99.
               10  DED-DD              PIC 99.
           05  AGE-DAYS                PIC S9(5)       VALUE 0.
           05  PRIOR-REASON            PIC XX          VALUE SPACES.
           05  PRIOR-CUSTOMER          PIC X(10)       VALUE SPACES.
           05  BUCKET-SUB              PIC 9           VALUE 0.
           05  REASON-SUB              PIC 9           VALUE 0.

       01  RUN-TOTALS.
           05  DEDUCTIONS-READ-COUNT   PIC 9(7)        VALUE 0.

      *****************************************************************
      * Totals at customer, reason, and grand level: the four open
      * buckets (current, 31-60, 61-90, over 90) in slots 1 - 4,
      * the open count, and the amount conceded.
      *****************************************************************
       01  CUSTOMER-TOTALS.
           05  CUST-BUCKET OCCURS 4 TIMES
                                       PIC 9(11)V99.
           05  CUST-OPEN-COUNT         PIC 9(5).
           05  CUST-CONCEDED           PIC 9(11)V99.

       01  REASON-TOTALS.
           05  RSN-BUCKET OCCURS 4 TIMES
                                       PIC 9(11)V99.
           05  RSN-OPEN-COUNT          PIC 9(5).
           05  RSN-CONCEDED            PIC 9(11)V99.

       01  GRAND-TOTALS.
           05  GRAND-BUCKET OCCURS 4 TIMES
                                       PIC 9(13)V99.
           05  GRAND-OPEN-COUNT        PIC 9(7).
           05  GRAND-CONCEDED          PIC 9(13)V99.

       01  REASON-NAME-VALUES.
           05  FILLER                  PIC X(22)   VALUE
                                       'PRPRICING DISPUTE'.
           05  FILLER                  PIC X(22)   VALUE
                                       'SHSHORTAGE'.
           05  FILLER                  PIC X(22)   VALUE
                                       'DMDAMAGE'.
           05  FILLER                  PIC X(22)   VALUE
                                       'PAPROMO ALLOWANCE'.
           05  FILLER                  PIC X(22)   VALUE
                                       'FRFREIGHT'.
           05  FILLER                  PIC X(22)   VALUE
                                       'OTOTHER'.

       01  REASON-NAME-TABLE REDEFINES REASON-NAME-VALUES.
           05  REASON-NAME-ENTRY OCCURS 6 TIMES.
               10  RNT-CODE            PIC XX.
               10  RNT-NAME            PIC X(20).

       01  REASON-NAME                 PIC X(20)       VALUE SPACES.

       01  AGING-COLUMN-HEADING.
           05  FILLER                  PIC X(14)   VALUE
                                       'CUSTOMER   CNT'.
           05  FILLER                  PIC X(22)   VALUE
                                       '    CURRENT      31-60'.
           05  FILLER                  PIC X(22)   VALUE
                                       '      61-90    OVER 90'.
           05  FILLER                  PIC X(22)   VALUE
                                       ' OPEN TOTAL   CONCEDED'.

       01  AGING-DETAIL-LINE.
           05  AGD-CUSTOMER            PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  AGD-OPEN-COUNT          PIC ZZ9.
           05  AGD-BUCKET-GROUP.
               10  AGD-BUCKET-ENTRY OCCURS 4 TIMES.
                   15  FILLER          PIC X.
                   15  AGD-BUCKET      PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  AGD-OPEN-TOTAL          PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  AGD-CONCEDED            PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT AS-OF-DATE FROM DATE YYYYMMDD

           PERFORM VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 4
               MOVE 0 TO CUST-BUCKET (BUCKET-SUB)
               MOVE 0 TO RSN-BUCKET (BUCKET-SUB)
               MOVE 0 TO GRAND-BUCKET (BUCKET-SUB)
           END-PERFORM
           MOVE 0 TO CUST-OPEN-COUNT
           MOVE 0 TO CUST-CONCEDED
           MOVE 0 TO RSN-OPEN-COUNT
           MOVE 0 TO RSN-CONCEDED
           MOVE 0 TO GRAND-OPEN-COUNT
           MOVE 0 TO GRAND-CONCEDED

           SORT DEDUCTION-SORT-FILE
               ON ASCENDING KEY SRT-REASON-CODE SRT-CUSTOMER
               INPUT PROCEDURE IS 20-SELECT-DEDUCTIONS
               OUTPUT PROCEDURE IS 30-WRITE-AGING-REPORT

           DISPLAY 'ARDEDAGE: ' DEDUCTIONS-READ-COUNT
                   ' DEDUCTIONS REPORTED AS OF ' AS-OF-DATE

           STOP RUN
           .

      *****************************************************************
      * 20-SELECT-DEDUCTIONS releases the open deductions, aged from
      * the day each was taken, and the approved ones for the
      * conceded column.  Denied deductions were rebilled and are
      * back on the receivables ledger, so they are left out.
      *****************************************************************
       20-SELECT-DEDUCTIONS.

           OPEN INPUT DEDUCTION-FILE
           IF DDL-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'ARDEDAGE: NO DEDUCTION LEDGER ON FILE'
           ELSE
               IF DDL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARDEDAGE: UNABLE TO OPEN DEDUCTION '
                           'LEDGER, FILE STATUS = ' DDL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO DDL-EOF-FLAG
               PERFORM UNTIL NO-MORE-DDL-DATA
                   READ DEDUCTION-FILE
                       AT END
                           MOVE 'N' TO DDL-EOF-FLAG
                       NOT AT END
                           IF (DDL-OPEN OR DDL-APPROVED)
                              AND DDL-AMOUNT IS NUMERIC
                              AND DDL-DEDUCTION-DATE IS NUMERIC
                               PERFORM 22-RELEASE-ONE-DEDUCTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-FILE
           END-IF
           .

       22-RELEASE-ONE-DEDUCTION.

           ADD 1 TO DEDUCTIONS-READ-COUNT
           MOVE DDL-DEDUCTION-DATE TO DED-DATE-WORK
           COMPUTE AGE-DAYS = (AS-OF-CCYY - DED-CCYY) * 360
                            + (AS-OF-MM - DED-MM) * 30
                            + (AS-OF-DD - DED-DD)
           MOVE DDL-REASON-CODE TO SRT-REASON-CODE
           MOVE DDL-CUSTOMER TO SRT-CUSTOMER
           MOVE DDL-STATUS TO SRT-STATUS
           MOVE DDL-AMOUNT TO SRT-AMOUNT
           MOVE AGE-DAYS TO SRT-AGE-DAYS
           RELEASE SORT-DEDUCTION-RECORD
           .

       30-WRITE-AGING-REPORT.

           OPEN OUTPUT AGING-REPORT

           MOVE SPACES TO AGING-RECORD
           STRING 'DEDUCTION AGING REPORT AS OF ' DELIMITED BY SIZE
                  AS-OF-DATE DELIMITED BY SIZE
               INTO AGING-RECORD
           WRITE AGING-RECORD

           MOVE SPACES TO PRIOR-REASON
           MOVE SPACES TO PRIOR-CUSTOMER
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN DEDUCTION-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       IF SRT-REASON-CODE IS NOT EQUAL TO
                               PRIOR-REASON
                          OR SRT-CUSTOMER IS NOT EQUAL TO
                               PRIOR-CUSTOMER
                           IF PRIOR-CUSTOMER IS NOT EQUAL TO SPACES
                               PERFORM 35-WRITE-CUSTOMER-LINE
                           END-IF
                       END-IF
                       IF SRT-REASON-CODE IS NOT EQUAL TO
                               PRIOR-REASON
                           IF PRIOR-REASON IS NOT EQUAL TO SPACES
                               PERFORM 37-WRITE-REASON-TOTAL
                           END-IF
                           MOVE SRT-REASON-CODE TO PRIOR-REASON
                           PERFORM 32-WRITE-REASON-HEADING
                       END-IF
                       MOVE SRT-CUSTOMER TO PRIOR-CUSTOMER
                       PERFORM 33-ACCUMULATE-ONE-DEDUCTION
               END-RETURN
           END-PERFORM

           IF PRIOR-CUSTOMER IS NOT EQUAL TO SPACES
               PERFORM 35-WRITE-CUSTOMER-LINE
               PERFORM 37-WRITE-REASON-TOTAL
           END-IF

           MOVE SPACES TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE SPACES TO AGING-DETAIL-LINE
           MOVE 'ALL TOTAL' TO AGD-CUSTOMER
           MOVE GRAND-OPEN-COUNT TO AGD-OPEN-COUNT
           PERFORM VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 4
               MOVE GRAND-BUCKET (BUCKET-SUB) TO
                       AGD-BUCKET (BUCKET-SUB)
           END-PERFORM
           COMPUTE AGD-OPEN-TOTAL = GRAND-BUCKET (1)
                   + GRAND-BUCKET (2) + GRAND-BUCKET (3)
                   + GRAND-BUCKET (4)
           MOVE GRAND-CONCEDED TO AGD-CONCEDED
           MOVE AGING-DETAIL-LINE TO AGING-RECORD
           WRITE AGING-RECORD

           CLOSE AGING-REPORT
           .

       32-WRITE-REASON-HEADING.

           MOVE 'UNKNOWN REASON' TO REASON-NAME
           PERFORM VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > 6
               IF RNT-CODE (REASON-SUB) IS EQUAL TO SRT-REASON-CODE
                   MOVE RNT-NAME (REASON-SUB) TO REASON-NAME
               END-IF
           END-PERFORM

           MOVE SPACES TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE SPACES TO AGING-RECORD
           STRING 'REASON ' DELIMITED BY SIZE
                  SRT-REASON-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  REASON-NAME DELIMITED BY SIZE
               INTO AGING-RECORD
           WRITE AGING-RECORD
           MOVE AGING-COLUMN-HEADING TO AGING-RECORD
           WRITE AGING-RECORD
           .

       33-ACCUMULATE-ONE-DEDUCTION.

           IF SRT-STATUS IS EQUAL TO 'A'
               ADD SRT-AMOUNT TO CUST-CONCEDED
           ELSE
               EVALUATE TRUE
                   WHEN SRT-AGE-DAYS IS NOT GREATER THAN 30
                       MOVE 1 TO BUCKET-SUB
                   WHEN SRT-AGE-DAYS IS NOT GREATER THAN 60
                       MOVE 2 TO BUCKET-SUB
                   WHEN SRT-AGE-DAYS IS NOT GREATER THAN 90
                       MOVE 3 TO BUCKET-SUB
                   WHEN OTHER
                       MOVE 4 TO BUCKET-SUB
               END-EVALUATE
               ADD SRT-AMOUNT TO CUST-BUCKET (BUCKET-SUB)
               ADD 1 TO CUST-OPEN-COUNT
           END-IF
           .

      *****************************************************************
      * 35-WRITE-CUSTOMER-LINE prints one customer's line within the
      * reason and rolls it into the reason and grand totals.
      *****************************************************************
       35-WRITE-CUSTOMER-LINE.

           MOVE SPACES TO AGING-DETAIL-LINE
           MOVE PRIOR-CUSTOMER TO AGD-CUSTOMER
           MOVE CUST-OPEN-COUNT TO AGD-OPEN-COUNT
           PERFORM VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 4
               MOVE CUST-BUCKET (BUCKET-SUB) TO
                       AGD-BUCKET (BUCKET-SUB)
               ADD CUST-BUCKET (BUCKET-SUB) TO RSN-BUCKET (BUCKET-SUB)
               ADD CUST-BUCKET (BUCKET-SUB) TO
                       GRAND-BUCKET (BUCKET-SUB)
           END-PERFORM
           COMPUTE AGD-OPEN-TOTAL = CUST-BUCKET (1) + CUST-BUCKET (2)
                   + CUST-BUCKET (3) + CUST-BUCKET (4)
           MOVE CUST-CONCEDED TO AGD-CONCEDED
           MOVE AGING-DETAIL-LINE TO AGING-RECORD
           WRITE AGING-RECORD

           ADD CUST-OPEN-COUNT TO RSN-OPEN-COUNT
           ADD CUST-OPEN-COUNT TO GRAND-OPEN-COUNT
           ADD CUST-CONCEDED TO RSN-CONCEDED
           ADD CUST-CONCEDED TO GRAND-CONCEDED
           PERFORM VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 4
               MOVE 0 TO CUST-BUCKET (BUCKET-SUB)
           END-PERFORM
           MOVE 0 TO CUST-OPEN-COUNT
           MOVE 0 TO CUST-CONCEDED
           .

       37-WRITE-REASON-TOTAL.

           MOVE SPACES TO AGING-DETAIL-LINE
           MOVE 'TOTAL' TO AGD-CUSTOMER
           MOVE RSN-OPEN-COUNT TO AGD-OPEN-COUNT
           PERFORM VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 4
               MOVE RSN-BUCKET (BUCKET-SUB) TO
                       AGD-BUCKET (BUCKET-SUB)
           END-PERFORM
           COMPUTE AGD-OPEN-TOTAL = RSN-BUCKET (1) + RSN-BUCKET (2)
                   + RSN-BUCKET (3) + RSN-BUCKET (4)
           MOVE RSN-CONCEDED TO AGD-CONCEDED
           MOVE AGING-DETAIL-LINE TO AGING-RECORD
           WRITE AGING-RECORD
           PERFORM VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 4
               MOVE 0 TO RSN-BUCKET (BUCKET-SUB)
           END-PERFORM
           MOVE 0 TO RSN-OPEN-COUNT
           MOVE 0 TO RSN-CONCEDED
           .
