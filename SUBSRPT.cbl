       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSRPT.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * SUBSRPT is the monthly product substitution report.  It
      * reads the substitution log ORDALLOC keeps as it allocates
      * approved substitutes for candy that is out and lists every
      * substitution made in the month -- order, customer, ship-to,
      * the candy ordered, the candy sent in its place, its
      * preference, and the cases -- grouped by the candy ordered.
      * A ranking follows of the ordered candies that drove the
      * most substitutions, so purchasing can see which stock-outs
      * the substitutes are covering for.
      * *****
      * INPUT:
      *    SUBSTITUTION-LOG.txt    the substitutions as allocated.
      *    SUBST-PERIOD.txt        optional: the month to report as
      *                            YYYYMM; a missing file means the
      *                            current month.
      * *****
      * OUTPUT:
      *    Substitution-Report.txt every substitution in the month
      *                            by candy ordered, with totals per
      *                            candy, and the candies ranked by
      *                            the substitutions they drove.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSTITUTION-LOG-FILE
               ASSIGN TO 'SUBSTITUTION-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SBL-FILE-STATUS.
           SELECT PERIOD-FILE
               ASSIGN TO 'SUBST-PERIOD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-FILE-STATUS.
           SELECT SUBSTITUTION-REPORT
               ASSIGN TO PRINTER 'Substitution-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUBST-SORT-FILE
               ASSIGN TO 'SUBST-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.

       FD SUBSTITUTION-LOG-FILE
           RECORD CONTAINS 43 CHARACTERS.

       COPY SBLREC.

       FD PERIOD-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  PERIOD-RECORD.
           05  PDF-PERIOD-YYYYMM      PIC 9(6).

       FD SUBSTITUTION-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       SD SUBST-SORT-FILE.

       01  SORT-SUBST-RECORD.
           05  SRT-ORDERED-CANDY-ID    PIC XXX.
           05  SRT-RUN-DATE            PIC 9(8).
           05  SRT-ORDER-NUMBER        PIC X(8).
           05  SRT-CUSTOMER            PIC X(10).
           05  SRT-SHIP-TO-CODE        PIC X(4).
           05  SRT-SUBSTITUTE-ID       PIC XXX.
           05  SRT-PREFERENCE          PIC 99.
           05  SRT-CASES               PIC 9(5).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  SBL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SBL-DATA                     VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.
           05  FIRST-CANDY-SWITCH      PIC X           VALUE 'Y'.
               88 FIRST-CANDY                          VALUE 'Y'.

       01  TEMP-FIELDS.
           05  SBL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PDF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD.
               10  RUN-CCYY            PIC 9(4).
               10  RUN-MM              PIC 99.
               10  RUN-DD              PIC 99.
           05  SUBST-PERIOD            PIC 9(6)        VALUE 0.
           05  LOG-DATE-WORK           PIC 9(8)        VALUE 0.
           05  LOG-DATE-X REDEFINES LOG-DATE-WORK.
               10  LOG-YYYYMM          PIC 9(6).
               10  LOG-DD              PIC 99.
           05  PRIOR-CANDY-ID          PIC XXX         VALUE SPACES.
           05  CANDY-SUBST-COUNT       PIC 9(7)        VALUE 0.
           05  CANDY-SUBST-CASES       PIC 9(9)        VALUE 0.
           05  DRV-HOLD-SUB            PIC 9(4)        VALUE 0.
           05  SCAN-SUB                PIC 9(4)        VALUE 0.
           05  BEST-COUNT              PIC 9(7)        VALUE 0.
           05  BEST-CASES              PIC 9(9)        VALUE 0.
           05  RANK-NUMBER             PIC 9(4)        VALUE 0.

       01  RUN-TOTALS.
           05  LINES-REPORTED-COUNT    PIC 9(7)        VALUE 0.
           05  CASES-REPORTED-TOTAL    PIC 9(9)        VALUE 0.

      *****************************************************************
      * DRIVER-TABLE gathers one entry per ordered candy as the
      * sorted lines come back, for the ranking at the end.
      * DRV-RANKED is set once the candy has been printed.
      *****************************************************************
       01  DRIVER-COUNT                PIC 9(4)        VALUE 0.

       01  DRIVER-TABLE.
           05  DRIVER-ENTRY OCCURS 1 TO 1000 TIMES
               DEPENDING ON DRIVER-COUNT.
               10  DRV-CANDY-ID        PIC XXX.
               10  DRV-SUBST-COUNT     PIC 9(7).
               10  DRV-SUBST-CASES     PIC 9(9).
               10  DRV-RANKED          PIC X.

       01  DETAIL-COLUMN-HEADING.
           05  FILLER                  PIC X(20)   VALUE
                                       'DATE      ORDER     '.
           05  FILLER                  PIC X(18)   VALUE
                                       'CUSTOMER    SHIP  '.
           05  FILLER                  PIC X(25)   VALUE
                                       'ORDERED  SENT  PREF CASES'.

       01  DETAIL-LINE.
           05  DTL-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-ORDER-NUMBER        PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-CUSTOMER            PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-SHIP-TO-CODE        PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-ORDERED-CANDY-ID    PIC XXX.
           05  FILLER                  PIC X(6)        VALUE SPACES.
           05  DTL-SUBSTITUTE-ID       PIC XXX.
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  DTL-PREFERENCE          PIC Z9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  DTL-CASES               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(18)       VALUE SPACES.

       01  CANDY-TOTAL-LINE.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  CTL-LABEL               PIC X(20).
           05  CTL-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  CTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(15)       VALUE
                                       ' SUBSTITUTIONS '.
           05  CTL-CASES               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(6)        VALUE ' CASES'.
           05  FILLER                  PIC X(10)       VALUE SPACES.

       01  RANK-COLUMN-HEADING.
           05  FILLER                  PIC X(15)   VALUE
                                       'RANK  CANDY    '.
           05  FILLER                  PIC X(26)   VALUE
                                       'SUBSTITUTIONS        CASES'.

       01  RANK-LINE.
           05  RNK-RANK                PIC ZZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RNK-CANDY-ID            PIC XXX.
           05  FILLER                  PIC X(10)       VALUE SPACES.
           05  RNK-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RNK-CASES               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(39)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE SUBST-PERIOD = RUN-CCYY * 100 + RUN-MM
           PERFORM 11-READ-PERIOD-OVERRIDE

           SORT SUBST-SORT-FILE
               ON ASCENDING KEY SRT-ORDERED-CANDY-ID SRT-RUN-DATE
                                SRT-ORDER-NUMBER SRT-SUBSTITUTE-ID
               INPUT PROCEDURE IS 20-SELECT-SUBSTITUTIONS
               OUTPUT PROCEDURE IS 30-WRITE-SUBST-REPORT

           DISPLAY 'SUBSRPT: ' LINES-REPORTED-COUNT
                   ' SUBSTITUTIONS REPORTED FOR PERIOD ' SUBST-PERIOD
                   ', ' DRIVER-COUNT ' CANDIES SUBSTITUTED FOR'

           STOP RUN
           .

       11-READ-PERIOD-OVERRIDE.

           OPEN INPUT PERIOD-FILE
           IF PDF-FILE-STATUS IS EQUAL TO '00'
               READ PERIOD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PDF-PERIOD-YYYYMM IS NUMERIC
                           MOVE PDF-PERIOD-YYYYMM TO SUBST-PERIOD
                       END-IF
               END-READ
               CLOSE PERIOD-FILE
           END-IF
           .

      *****************************************************************
      * 20-SELECT-SUBSTITUTIONS releases the substitutions
      * allocated in the period being reported.
      *****************************************************************
       20-SELECT-SUBSTITUTIONS.

           OPEN INPUT SUBSTITUTION-LOG-FILE
           IF SBL-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'SUBSRPT: NO SUBSTITUTION LOG ON FILE'
           ELSE
               IF SBL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SUBSRPT: UNABLE TO OPEN SUBSTITUTION '
                           'LOG, FILE STATUS = ' SBL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO SBL-EOF-FLAG
               PERFORM UNTIL NO-MORE-SBL-DATA
                   READ SUBSTITUTION-LOG-FILE
                       AT END
                           MOVE 'N' TO SBL-EOF-FLAG
                       NOT AT END
                           IF SBL-RUN-DATE IS NUMERIC
                              AND SBL-CASES IS NUMERIC
                               MOVE SBL-RUN-DATE TO LOG-DATE-WORK
                               IF LOG-YYYYMM IS EQUAL TO SUBST-PERIOD
                                   PERFORM 22-RELEASE-ONE-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBSTITUTION-LOG-FILE
           END-IF
           .

       22-RELEASE-ONE-LINE.

           ADD 1 TO LINES-REPORTED-COUNT
           MOVE SBL-ORDERED-CANDY-ID TO SRT-ORDERED-CANDY-ID
           MOVE SBL-RUN-DATE TO SRT-RUN-DATE
           MOVE SBL-ORDER-NUMBER TO SRT-ORDER-NUMBER
           MOVE SBL-CUSTOMER TO SRT-CUSTOMER
           MOVE SBL-SHIP-TO-CODE TO SRT-SHIP-TO-CODE
           MOVE SBL-SUBSTITUTE-ID TO SRT-SUBSTITUTE-ID
           IF SBL-PREFERENCE IS NUMERIC
               MOVE SBL-PREFERENCE TO SRT-PREFERENCE
           ELSE
               MOVE 0 TO SRT-PREFERENCE
           END-IF
           MOVE SBL-CASES TO SRT-CASES
           RELEASE SORT-SUBST-RECORD
           .

       30-WRITE-SUBST-REPORT.

           OPEN OUTPUT SUBSTITUTION-REPORT

           MOVE SPACES TO REPORT-RECORD
           STRING 'PRODUCT SUBSTITUTION REPORT - PERIOD '
                                           DELIMITED BY SIZE
                  SUBST-PERIOD DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE DETAIL-COLUMN-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'Y' TO FIRST-CANDY-SWITCH
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN SUBST-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       IF FIRST-CANDY
                          OR SRT-ORDERED-CANDY-ID IS NOT EQUAL TO
                               PRIOR-CANDY-ID
                           IF NOT FIRST-CANDY
                               PERFORM 35-WRITE-CANDY-TOTAL
                           END-IF
                           MOVE 'N' TO FIRST-CANDY-SWITCH
                           MOVE SRT-ORDERED-CANDY-ID TO PRIOR-CANDY-ID
                       END-IF
                       PERFORM 33-WRITE-ONE-SUBSTITUTION
               END-RETURN
           END-PERFORM

           IF FIRST-CANDY
               MOVE '    NO SUBSTITUTIONS IN THE PERIOD'
                       TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM 35-WRITE-CANDY-TOTAL
           END-IF

           MOVE 'ALL CANDIES' TO CTL-LABEL
           MOVE SPACES TO CTL-CANDY-ID
           MOVE LINES-REPORTED-COUNT TO CTL-COUNT
           MOVE CASES-REPORTED-TOTAL TO CTL-CASES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE CANDY-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM 38-WRITE-DRIVER-RANKING

           CLOSE SUBSTITUTION-REPORT
           .

       33-WRITE-ONE-SUBSTITUTION.

           MOVE SRT-RUN-DATE TO DTL-RUN-DATE
           MOVE SRT-ORDER-NUMBER TO DTL-ORDER-NUMBER
           MOVE SRT-CUSTOMER TO DTL-CUSTOMER
           MOVE SRT-SHIP-TO-CODE TO DTL-SHIP-TO-CODE
           MOVE SRT-ORDERED-CANDY-ID TO DTL-ORDERED-CANDY-ID
           MOVE SRT-SUBSTITUTE-ID TO DTL-SUBSTITUTE-ID
           MOVE SRT-PREFERENCE TO DTL-PREFERENCE
           MOVE SRT-CASES TO DTL-CASES
           MOVE DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           ADD 1 TO CANDY-SUBST-COUNT
           ADD SRT-CASES TO CANDY-SUBST-CASES
           ADD SRT-CASES TO CASES-REPORTED-TOTAL
           .

      *****************************************************************
      * 35-WRITE-CANDY-TOTAL prints the ordered candy's totals and
      * keeps them on the driver table for the ranking.
      *****************************************************************
       35-WRITE-CANDY-TOTAL.

           MOVE 'TOTAL FOR ORDERED' TO CTL-LABEL
           MOVE PRIOR-CANDY-ID TO CTL-CANDY-ID
           MOVE CANDY-SUBST-COUNT TO CTL-COUNT
           MOVE CANDY-SUBST-CASES TO CTL-CASES
           MOVE CANDY-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF DRIVER-COUNT IS EQUAL TO 1000
               DISPLAY 'SUBSRPT: MORE THAN 1000 CANDIES SUBSTITUTED '
                       'FOR, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO DRIVER-COUNT
           MOVE PRIOR-CANDY-ID TO DRV-CANDY-ID (DRIVER-COUNT)
           MOVE CANDY-SUBST-COUNT TO DRV-SUBST-COUNT (DRIVER-COUNT)
           MOVE CANDY-SUBST-CASES TO DRV-SUBST-CASES (DRIVER-COUNT)
           MOVE 'N' TO DRV-RANKED (DRIVER-COUNT)

           MOVE 0 TO CANDY-SUBST-COUNT
           MOVE 0 TO CANDY-SUBST-CASES
           .

      *****************************************************************
      * 38-WRITE-DRIVER-RANKING lists the ordered candies from the
      * most substitutions down, cases breaking a tie.
      *****************************************************************
       38-WRITE-DRIVER-RANKING.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'CANDIES DRIVING THE MOST SUBSTITUTIONS'
                   TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF DRIVER-COUNT IS EQUAL TO ZERO
               MOVE '    NONE' TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE RANK-COLUMN-HEADING TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 0 TO RANK-NUMBER
               MOVE 1 TO DRV-HOLD-SUB
               PERFORM 39-RANK-NEXT-DRIVER
                   UNTIL DRV-HOLD-SUB IS EQUAL TO ZERO
           END-IF
           .

       39-RANK-NEXT-DRIVER.

           MOVE 0 TO DRV-HOLD-SUB
           MOVE 0 TO BEST-COUNT
           MOVE 0 TO BEST-CASES
           PERFORM VARYING SCAN-SUB FROM 1 BY 1
               UNTIL SCAN-SUB > DRIVER-COUNT
               IF DRV-RANKED (SCAN-SUB) IS EQUAL TO 'N'
                  AND (DRV-SUBST-COUNT (SCAN-SUB) IS GREATER THAN
                       BEST-COUNT
                       OR (DRV-SUBST-COUNT (SCAN-SUB) IS EQUAL TO
                           BEST-COUNT
                           AND DRV-SUBST-CASES (SCAN-SUB) IS
                               GREATER THAN BEST-CASES))
                   MOVE SCAN-SUB TO DRV-HOLD-SUB
                   MOVE DRV-SUBST-COUNT (SCAN-SUB) TO BEST-COUNT
                   MOVE DRV-SUBST-CASES (SCAN-SUB) TO BEST-CASES
               END-IF
           END-PERFORM

           IF DRV-HOLD-SUB IS GREATER THAN ZERO
               ADD 1 TO RANK-NUMBER
               MOVE 'Y' TO DRV-RANKED (DRV-HOLD-SUB)
               MOVE RANK-NUMBER TO RNK-RANK
               MOVE DRV-CANDY-ID (DRV-HOLD-SUB) TO RNK-CANDY-ID
               MOVE BEST-COUNT TO RNK-COUNT
               MOVE BEST-CASES TO RNK-CASES
               MOVE RANK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
