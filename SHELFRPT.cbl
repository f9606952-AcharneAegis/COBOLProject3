       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHELFRPT.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * SHELFRPT is the short-dated stock report.  It reads the lot
      * details and, for every lot with cases left, works out the
      * days of shelf life remaining and which customers' minimum
      * shelf-life requirement -- the customer master's, or the
      * customer's override for the Candy ID -- the lot no longer
      * meets.  Every lot that can no longer ship to one or more
      * such customers is listed per warehouse, first to expire
      * first, with the strictest requirement it fails and how
      * many customers it is barred from, so the stock can be
      * steered to customers who will still take it.
      * *****
      * INPUT:
      *    LOT-DETAIL.txt          the lot details the split wrote.
      *    CUSTOMER-MASTER.dat     the customer master, for each
      *                            customer's minimum shelf life.
      *    SHELF-LIFE-OVERRIDE.txt optional: the customers' per-
      *                            candy shelf-life requirements
      *                            that override the master's.
      * *****
      * OUTPUT:
      *    Shelf-Life-Report.txt   the lots too short-dated for one
      *                            or more customers, per warehouse,
      *                            with the lots and cases in total.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-DETAIL-FILE
               ASSIGN TO 'LOT-DETAIL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDF-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS CUM-FILE-STATUS.
           SELECT SHELF-LIFE-OVERRIDE-FILE
               ASSIGN TO 'SHELF-LIFE-OVERRIDE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLO-FILE-STATUS.
           SELECT SHELF-LIFE-REPORT
               ASSIGN TO PRINTER 'Shelf-Life-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SHELF-SORT-FILE
               ASSIGN TO 'SHELF-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.

       FD LOT-DETAIL-FILE
           RECORD CONTAINS 37 CHARACTERS.

       01  LOT-DETAIL-RECORD.
           05  LDF-RUN-DATE            PIC 9(8).
           05  LDF-WAREHOUSE-ID        PIC X(4).
           05  LDF-CANDY-ID            PIC XXX.
           05  LDF-LOT-NUMBER          PIC X(10).
           05  LDF-EXP-DATE            PIC 9(8).
           05  LDF-LOT-CASES           PIC 9(4).

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

       FD SHELF-LIFE-OVERRIDE-FILE
           RECORD CONTAINS 16 CHARACTERS.

       COPY SLOREC.

       FD SHELF-LIFE-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       SD SHELF-SORT-FILE.

       01  SORT-SHELF-RECORD.
           05  SRT-WAREHOUSE-ID        PIC X(4).
           05  SRT-EXP-DATE            PIC 9(8).
           05  SRT-CANDY-ID            PIC XXX.
           05  SRT-LOT-NUMBER          PIC X(10).
           05  SRT-LOT-CASES           PIC 9(4).
           05  SRT-DAYS-LEFT           PIC S9(5).
           05  SRT-DAYS-NEEDED         PIC 999.
           05  SRT-CUSTOMERS-BARRED    PIC 9(4).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  LDF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-LDF-DATA                     VALUE 'N'.
           05  CUM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CUM-DATA                     VALUE 'N'.
           05  SLO-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SLO-DATA                     VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.

       01  TEMP-FIELDS.
           05  LDF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SLO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUST-SUB                PIC 9(4)        VALUE 0.
           05  SLO-SUB                 PIC 9(4)        VALUE 0.
           05  AS-OF-DATE              PIC 9(8)        VALUE 0.
           05  AS-OF-DATE-X REDEFINES AS-OF-DATE.
               10  AS-OF-CCYY          PIC 9(4).
               10  AS-OF-MM            PIC 99.
               10  AS-OF-DD            PIC 99.
           05  EXP-DATE-WORK           PIC 9(8)        VALUE 0.
           05  EXP-DATE-X REDEFINES EXP-DATE-WORK.
               10  EXP-CCYY            PIC 9(4).
               10  EXP-MM              PIC 99.
               10  EXP-DD              PIC 99.
           05  DAYS-TO-EXPIRY          PIC S9(5)       VALUE 0.
           05  CUST-DAYS-NEEDED        PIC 999         VALUE 0.
           05  LOT-DAYS-NEEDED         PIC 999         VALUE 0.
           05  LOT-CUSTOMERS-BARRED    PIC 9(4)        VALUE 0.
           05  PRIOR-WAREHOUSE-ID      PIC X(4)        VALUE SPACES.
           05  WHSE-LOTS-COUNT         PIC 9(7)        VALUE 0.
           05  WHSE-CASES-TOTAL        PIC 9(9)        VALUE 0.

       01  RUN-TOTALS.
           05  LOTS-READ-COUNT         PIC 9(7)        VALUE 0.
           05  LOTS-SHORT-COUNT        PIC 9(7)        VALUE 0.
           05  CASES-SHORT-TOTAL       PIC 9(9)        VALUE 0.

      *****************************************************************
      * CUSTOMER-TABLE keeps each customer's ID and master minimum
      * shelf life (zero when the field is not numeric), and
      * SHELF-LIFE-TABLE the per-candy overrides.
      *****************************************************************
       01  CUSTOMER-COUNT              PIC 9(4)        VALUE 0.

       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 1 TO 1000 TIMES
               DEPENDING ON CUSTOMER-COUNT.
               10  CUS-CUSTOMER-ID     PIC X(10).
               10  CUS-MIN-SHELF-DAYS  PIC 999.

       01  SHELF-LIFE-COUNT            PIC 9(4)        VALUE 0.

       01  SHELF-LIFE-TABLE.
           05  SHELF-LIFE-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON SHELF-LIFE-COUNT.
               10  SLT-CUSTOMER-ID     PIC X(10).
               10  SLT-CANDY-ID        PIC XXX.
               10  SLT-MIN-SHELF-DAYS  PIC 999.

       01  SHELF-COLUMN-HEADING.
           05  FILLER                  PIC X(17)   VALUE
                                       'CDY  LOT NUMBER  '.
           05  FILLER                  PIC X(14)   VALUE
                                       'EXPIRES  CASES'.
           05  FILLER                  PIC X(21)   VALUE
                                       '   LEFT   NEED  CUSTS'.

       01  SHELF-LINE.
           05  SHL-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SHL-LOT-NUMBER          PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SHL-EXP-DATE            PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SHL-LOT-CASES           PIC ZZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SHL-DAYS-LEFT           PIC ++++9.
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  SHL-DAYS-NEEDED         PIC ZZ9.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  SHL-CUSTOMERS-BARRED    PIC ZZZ9.
           05  FILLER                  PIC X(28)       VALUE SPACES.

       01  SHELF-TOTAL-LINE.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  STL-LABEL               PIC X(20).
           05  STL-LOTS                PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(6)        VALUE ' LOTS '.
           05  STL-CASES               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(6)        VALUE ' CASES'.
           05  FILLER                  PIC X(24)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT AS-OF-DATE FROM DATE YYYYMMDD
           PERFORM 11-LOAD-CUSTOMER-MASTER
           PERFORM 12-LOAD-SHELF-LIFE THRU 12-LOAD-EXIT

           SORT SHELF-SORT-FILE
               ON ASCENDING KEY SRT-WAREHOUSE-ID SRT-EXP-DATE
                                SRT-CANDY-ID SRT-LOT-NUMBER
               INPUT PROCEDURE IS 20-SELECT-SHORT-LOTS
               OUTPUT PROCEDURE IS 30-WRITE-SHELF-REPORT

           DISPLAY 'SHELFRPT: ' LOTS-READ-COUNT ' LOTS ON FILE, '
                   LOTS-SHORT-COUNT ' TOO SHORT-DATED FOR SOME '
                   'CUSTOMERS, ' CASES-SHORT-TOTAL ' CASES'

           STOP RUN
           .

       11-LOAD-CUSTOMER-MASTER.

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SHELFRPT: UNABLE TO OPEN CUSTOMER MASTER, '
                       'FILE STATUS = ' CUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO CUM-CUSTOMER-ID
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CUM-CUSTOMER-ID
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'N' TO CUM-EOF-FLAG
           ELSE
               MOVE ' ' TO CUM-EOF-FLAG
           END-IF

           PERFORM UNTIL NO-MORE-CUM-DATA
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO CUM-EOF-FLAG
                   NOT AT END
                       IF CUSTOMER-COUNT IS EQUAL TO 1000
                           DISPLAY 'SHELFRPT: CUSTOMER MASTER HAS '
                                   'MORE THAN 1000 ENTRIES, TABLE '
                                   'IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO CUSTOMER-COUNT
                       MOVE CUM-CUSTOMER-ID TO
                               CUS-CUSTOMER-ID (CUSTOMER-COUNT)
                       IF CUM-MIN-SHELF-DAYS IS NUMERIC
                           MOVE CUM-MIN-SHELF-DAYS TO
                                   CUS-MIN-SHELF-DAYS (CUSTOMER-COUNT)
                       ELSE
                           MOVE 0 TO
                                   CUS-MIN-SHELF-DAYS (CUSTOMER-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-MASTER-FILE
           .

       12-LOAD-SHELF-LIFE.

           OPEN INPUT SHELF-LIFE-OVERRIDE-FILE
           IF SLO-FILE-STATUS IS NOT EQUAL TO '00'
               GO TO 12-LOAD-EXIT
           END-IF

           MOVE ' ' TO SLO-EOF-FLAG
           PERFORM UNTIL NO-MORE-SLO-DATA
               READ SHELF-LIFE-OVERRIDE-FILE
                   AT END
                       MOVE 'N' TO SLO-EOF-FLAG
                   NOT AT END
                       IF SLO-MIN-SHELF-DAYS IS NUMERIC
                           IF SHELF-LIFE-COUNT IS EQUAL TO 2000
                               DISPLAY 'SHELFRPT: SHELF LIFE '
                                       'OVERRIDES EXCEED 2000, TABLE '
                                       'IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO SHELF-LIFE-COUNT
                           MOVE SHELF-LIFE-OVERRIDE-RECORD TO
                                   SHELF-LIFE-ENTRY (SHELF-LIFE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHELF-LIFE-OVERRIDE-FILE
           .

       12-LOAD-EXIT.
           EXIT.

      *****************************************************************
      * 20-SELECT-SHORT-LOTS works out the days left on every lot
      * with cases and an expiration date (30-day-month arithmetic,
      * as EXPIRYRPT and ORDALLOC count them) and releases the lots
      * that fall short of at least one customer's requirement.
      *****************************************************************
       20-SELECT-SHORT-LOTS.

           OPEN INPUT LOT-DETAIL-FILE
           IF LDF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SHELFRPT: UNABLE TO OPEN LOT DETAIL '
                       'FILE, FILE STATUS = ' LDF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO LDF-EOF-FLAG
           PERFORM UNTIL NO-MORE-LDF-DATA
               READ LOT-DETAIL-FILE
                   AT END
                       MOVE 'N' TO LDF-EOF-FLAG
                   NOT AT END
                       IF LDF-EXP-DATE IS NUMERIC
                          AND LDF-EXP-DATE IS GREATER THAN ZERO
                          AND LDF-LOT-CASES IS NUMERIC
                          AND LDF-LOT-CASES IS GREATER THAN ZERO
                           ADD 1 TO LOTS-READ-COUNT
                           MOVE LDF-EXP-DATE TO EXP-DATE-WORK
                           COMPUTE DAYS-TO-EXPIRY =
                                   (EXP-CCYY - AS-OF-CCYY) * 360
                                   + (EXP-MM - AS-OF-MM) * 30
                                   + (EXP-DD - AS-OF-DD)
                           PERFORM 22-CHECK-CUSTOMERS
                           IF LOT-CUSTOMERS-BARRED IS GREATER THAN
                                   ZERO
                               PERFORM 24-RELEASE-ONE-LOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LOT-DETAIL-FILE
           .

      *****************************************************************
      * 22-CHECK-CUSTOMERS counts the customers whose requirement
      * for the lot's candy is more than the lot has left, keeping
      * the strictest requirement among them.
      *****************************************************************
       22-CHECK-CUSTOMERS.

           MOVE 0 TO LOT-CUSTOMERS-BARRED
           MOVE 0 TO LOT-DAYS-NEEDED
           PERFORM VARYING CUST-SUB FROM 1 BY 1
               UNTIL CUST-SUB > CUSTOMER-COUNT
               MOVE CUS-MIN-SHELF-DAYS (CUST-SUB) TO CUST-DAYS-NEEDED
               PERFORM VARYING SLO-SUB FROM 1 BY 1
                   UNTIL SLO-SUB > SHELF-LIFE-COUNT
                   IF SLT-CUSTOMER-ID (SLO-SUB) IS EQUAL TO
                           CUS-CUSTOMER-ID (CUST-SUB)
                      AND SLT-CANDY-ID (SLO-SUB) IS EQUAL TO
                           LDF-CANDY-ID
                       MOVE SLT-MIN-SHELF-DAYS (SLO-SUB) TO
                               CUST-DAYS-NEEDED
                       MOVE SHELF-LIFE-COUNT TO SLO-SUB
                   END-IF
               END-PERFORM
               IF CUST-DAYS-NEEDED IS GREATER THAN ZERO
                  AND DAYS-TO-EXPIRY IS LESS THAN CUST-DAYS-NEEDED
                   ADD 1 TO LOT-CUSTOMERS-BARRED
                   IF CUST-DAYS-NEEDED IS GREATER THAN
                           LOT-DAYS-NEEDED
                       MOVE CUST-DAYS-NEEDED TO LOT-DAYS-NEEDED
                   END-IF
               END-IF
           END-PERFORM
           .

       24-RELEASE-ONE-LOT.

           MOVE LDF-WAREHOUSE-ID TO SRT-WAREHOUSE-ID
           MOVE LDF-EXP-DATE TO SRT-EXP-DATE
           MOVE LDF-CANDY-ID TO SRT-CANDY-ID
           MOVE LDF-LOT-NUMBER TO SRT-LOT-NUMBER
           MOVE LDF-LOT-CASES TO SRT-LOT-CASES
           MOVE DAYS-TO-EXPIRY TO SRT-DAYS-LEFT
           MOVE LOT-DAYS-NEEDED TO SRT-DAYS-NEEDED
           MOVE LOT-CUSTOMERS-BARRED TO SRT-CUSTOMERS-BARRED
           RELEASE SORT-SHELF-RECORD
           ADD 1 TO LOTS-SHORT-COUNT
           ADD LDF-LOT-CASES TO CASES-SHORT-TOTAL
           .

       30-WRITE-SHELF-REPORT.

           OPEN OUTPUT SHELF-LIFE-REPORT

           MOVE SPACES TO REPORT-RECORD
           STRING 'LOTS TOO SHORT-DATED FOR CUSTOMER SHELF LIFE AS OF '
                                           DELIMITED BY SIZE
                  AS-OF-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO PRIOR-WAREHOUSE-ID
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN SHELF-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       IF SRT-WAREHOUSE-ID IS NOT EQUAL TO
                               PRIOR-WAREHOUSE-ID
                           IF PRIOR-WAREHOUSE-ID IS NOT EQUAL TO
                                   SPACES
                               PERFORM 35-WRITE-WAREHOUSE-TOTAL
                           END-IF
                           PERFORM 32-WRITE-WAREHOUSE-HEADING
                       END-IF
                       PERFORM 33-WRITE-ONE-LOT
               END-RETURN
           END-PERFORM

           IF PRIOR-WAREHOUSE-ID IS EQUAL TO SPACES
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE '    NO LOTS SHORT OF ANY CUSTOMER REQUIREMENT'
                       TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM 35-WRITE-WAREHOUSE-TOTAL
           END-IF

           MOVE 'ALL WAREHOUSES' TO STL-LABEL
           MOVE LOTS-SHORT-COUNT TO STL-LOTS
           MOVE CASES-SHORT-TOTAL TO STL-CASES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SHELF-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           CLOSE SHELF-LIFE-REPORT
           .

       32-WRITE-WAREHOUSE-HEADING.

           MOVE SRT-WAREHOUSE-ID TO PRIOR-WAREHOUSE-ID
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'WAREHOUSE ' DELIMITED BY SIZE
                  SRT-WAREHOUSE-ID DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SHELF-COLUMN-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       33-WRITE-ONE-LOT.

           MOVE SRT-CANDY-ID TO SHL-CANDY-ID
           MOVE SRT-LOT-NUMBER TO SHL-LOT-NUMBER
           MOVE SRT-EXP-DATE TO SHL-EXP-DATE
           MOVE SRT-LOT-CASES TO SHL-LOT-CASES
           MOVE SRT-DAYS-LEFT TO SHL-DAYS-LEFT
           MOVE SRT-DAYS-NEEDED TO SHL-DAYS-NEEDED
           MOVE SRT-CUSTOMERS-BARRED TO SHL-CUSTOMERS-BARRED
           MOVE SHELF-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           ADD 1 TO WHSE-LOTS-COUNT
           ADD SRT-LOT-CASES TO WHSE-CASES-TOTAL
           .

       35-WRITE-WAREHOUSE-TOTAL.

           MOVE 'WAREHOUSE TOTAL' TO STL-LABEL
           MOVE WHSE-LOTS-COUNT TO STL-LOTS
           MOVE WHSE-CASES-TOTAL TO STL-CASES
           MOVE SHELF-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 0 TO WHSE-LOTS-COUNT
           MOVE 0 TO WHSE-CASES-TOTAL
           .
