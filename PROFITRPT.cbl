       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFITRPT.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * PROFITRPT is the monthly customer profitability run.  The
      * sales analysis says what each customer bought and the
      * margin report what each candy makes, but neither says
      * whether a customer makes us money once everything it costs
      * to serve is charged back to it.  This run takes, for the
      * month, each customer's invoiced revenue and the first-in-
      * first-out cost of the goods SHIPCONF costed against the
      * receipt layers; takes off the credit memos the returns run
      * cut, the carrier freight approved on its bills of lading
      * spread over the customers on each bill by weight, and the
      * short-pay deductions it took; and charges a carrying cost
      * for the days its money sits on the receivables ledger.
      * What is left is the customer's net contribution.  The
      * customers print ranked from the best contribution to the
      * worst, and the bottom twenty are flagged for review.
      * *****
      * INPUT:
      *    PROFIT-PERIOD.txt       optional: the report month as
      *                            YYYYMM; a missing file means the
      *                            current month.
      *    PROFIT-PARAMETERS.txt   optional: the annual carrying
      *                            cost rate on receivables, as a
      *                            percent (99V99); 8.00 when the
      *                            file is missing.
      *    SALES-HISTORY.txt       the invoiced lines, revenue and
      *                            cost of goods.  A line kept
      *                            before the cost was carried has
      *                            none, and is counted.
      *    CREDIT-MEMO-HISTORY.txt optional: the credit memos
      *                            RMAPROC cut, by RMA date.
      *    FREIGHT-BILL-LEDGER.txt optional: the freight bills
      *                            FRTAUDIT approved, by audit date.
      *    BOL-LINE.txt            optional: the lines on each bill
      *                            of lading, with their customer
      *                            and weight.
      *    DEDUCTION-LEDGER.txt    optional: the short payments
      *                            ARCASH split off, by the date
      *                            taken.  A denied deduction was
      *                            rebilled and costs nothing.
      *    CASH-HISTORY.txt        optional: the month's cash
      *                            applications, each outstanding
      *                            from the invoice date to the
      *                            receipt date.
      *    AR-OPEN-ITEM.dat        optional: the invoices still
      *                            open, each outstanding from the
      *                            invoice date to the month end.
      * *****
      * OUTPUT:
      *    Customer-Profitability.txt  one line per customer with
      *                            activity in the month, ranked by
      *                            net contribution, bottom twenty
      *                            flagged, with totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE
               ASSIGN TO 'PROFIT-PERIOD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-FILE-STATUS.
           SELECT PARAMETER-FILE
               ASSIGN TO 'PROFIT-PARAMETERS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-FILE-STATUS.
           SELECT SALES-HISTORY-FILE
               ASSIGN TO 'SALES-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLH-FILE-STATUS.
           SELECT CREDIT-MEMO-HISTORY-FILE
               ASSIGN TO 'CREDIT-MEMO-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMH-FILE-STATUS.
           SELECT FREIGHT-LEDGER-FILE
               ASSIGN TO 'FREIGHT-BILL-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRL-FILE-STATUS.
           SELECT BOL-LINE-FILE
               ASSIGN TO 'BOL-LINE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BLL-FILE-STATUS.
           SELECT DEDUCTION-FILE
               ASSIGN TO 'DEDUCTION-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DDL-FILE-STATUS.
           SELECT CASH-HISTORY-FILE
               ASSIGN TO 'CASH-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSH-FILE-STATUS.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO 'AR-OPEN-ITEM.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-REC-KEY
               FILE STATUS IS ARO-FILE-STATUS.
           SELECT PROFIT-REPORT
               ASSIGN TO PRINTER 'Customer-Profitability.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROFIT-SORT-FILE
               ASSIGN TO 'PROFIT-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.

       FD PERIOD-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  PERIOD-RECORD.
           05  PDF-PERIOD-YYYYMM       PIC 9(6).

       FD PARAMETER-FILE
           RECORD CONTAINS 4 CHARACTERS.

       01  PARAMETER-RECORD.
           05  PRM-CARRY-RATE-PCT      PIC 99V99.

       FD SALES-HISTORY-FILE
           RECORD CONTAINS 78 CHARACTERS.

       01  SALES-HISTORY-RECORD.
           05  SLH-INVOICE-DATE        PIC 9(8).
           05  SLH-INVOICE-DATE-X REDEFINES SLH-INVOICE-DATE.
               10  SLH-YYYYMM          PIC 9(6).
               10  SLH-DD              PIC 99.
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
           05  SLH-LIST-DOLLARS        PIC 9(9)V99.

       FD CREDIT-MEMO-HISTORY-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  CREDIT-MEMO-HISTORY-RECORD.
           05  CMH-CUSTOMER            PIC X(10).
           05  CMH-INVOICE-NUMBER      PIC X(8).
           05  CMH-RMA-NUMBER          PIC X(8).
           05  CMH-CANDY-ID            PIC XXX.
           05  CMH-CASES               PIC 9(5).
           05  CMH-CREDIT-AMOUNT       PIC 9(9)V99.
           05  CMH-RMA-DATE            PIC 9(8).
           05  CMH-RMA-DATE-X REDEFINES CMH-RMA-DATE.
               10  CMH-RMA-YYYYMM      PIC 9(6).
               10  CMH-RMA-DD          PIC 99.

       FD FREIGHT-LEDGER-FILE
           RECORD CONTAINS 86 CHARACTERS.

       COPY FRTLREC.

       FD BOL-LINE-FILE
           RECORD CONTAINS 81 CHARACTERS.

       COPY BOLLREC.

       FD DEDUCTION-FILE
           RECORD CONTAINS 56 CHARACTERS.

       COPY DEDNREC.

       FD CASH-HISTORY-FILE
           RECORD CONTAINS 54 CHARACTERS.

       COPY CASHHREC.

       FD OPEN-ITEM-FILE
           RECORD CONTAINS 57 CHARACTERS.

       COPY AROPREC.

       FD PROFIT-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  PROFIT-RECORD               PIC X(80).

       SD PROFIT-SORT-FILE.

       01  SORT-PROFIT-RECORD.
           05  SRT-NET                 PIC S9(9)V99.
           05  SRT-CUSTOMER            PIC X(10).
           05  SRT-SUB                 PIC 9(4).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  SLH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SLH-DATA                     VALUE 'N'.
           05  CMH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CMH-DATA                     VALUE 'N'.
           05  FRL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-FRL-DATA                     VALUE 'N'.
           05  BLL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-BLL-DATA                     VALUE 'N'.
           05  DDL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-DDL-DATA                     VALUE 'N'.
           05  CSH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CSH-DATA                     VALUE 'N'.
           05  ARO-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-ARO-DATA                     VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.

       01  TEMP-FIELDS.
           05  PDF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PRM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SLH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CMH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  FRL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BLL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  DDL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CSH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ARO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD.
               10  RUN-CCYY            PIC 9(4).
               10  RUN-MM              PIC 99.
               10  RUN-DD              PIC 99.
           05  PROFIT-PERIOD           PIC 9(6)        VALUE 0.
           05  PERIOD-END-DATE         PIC 9(8)        VALUE 0.
           05  CARRY-RATE-PCT          PIC 99V99       VALUE 8.00.
           05  CARRY-RATE-EDIT         PIC Z9.99.
           05  CUST-SUB                PIC 9(4)        VALUE 0.
           05  CUST-HOLD-SUB           PIC 9(4)        VALUE 0.
           05  FRT-SUB                 PIC 9(4)        VALUE 0.
           05  FRT-HOLD-SUB            PIC 9(4)        VALUE 0.
           05  FIND-CUSTOMER           PIC X(10)       VALUE SPACES.
           05  LINE-FREIGHT            PIC 9(7)V99     VALUE 0.
           05  FROM-DATE               PIC 9(8)        VALUE 0.
           05  FROM-DATE-X REDEFINES FROM-DATE.
               10  FROM-CCYY           PIC 9(4).
               10  FROM-MM             PIC 99.
               10  FROM-DD             PIC 99.
           05  TO-DATE                 PIC 9(8)        VALUE 0.
           05  TO-DATE-X REDEFINES TO-DATE.
               10  TO-CCYY             PIC 9(4).
               10  TO-MM               PIC 99.
               10  TO-DD               PIC 99.
           05  DAYS-OUT                PIC S9(5)       VALUE 0.
           05  AVERAGE-DAYS            PIC 9(5)V99     VALUE 0.
           05  OUTSTANDING-AMOUNT      PIC 9(9)V99     VALUE 0.
           05  CUSTOMER-RANK           PIC 9(4)        VALUE 0.
           05  REVIEW-FROM-RANK        PIC 9(4)        VALUE 0.

       01  RUN-TOTALS.
           05  SALES-LINES-COUNT       PIC 9(7)        VALUE 0.
           05  UNCOSTED-LINES-COUNT    PIC 9(7)        VALUE 0.
           05  CUSTOMERS-RANKED        PIC 9(4)        VALUE 0.
           05  REVIEW-COUNT            PIC 9(4)        VALUE 0.
           05  UNALLOCATED-BILLS       PIC 9(5)        VALUE 0.
           05  UNALLOCATED-FREIGHT     PIC 9(9)V99     VALUE 0.
           05  TOTAL-REVENUE           PIC 9(11)V99    VALUE 0.
           05  TOTAL-COGS              PIC 9(11)V99    VALUE 0.
           05  TOTAL-CREDITS           PIC 9(11)V99    VALUE 0.
           05  TOTAL-FREIGHT           PIC 9(11)V99    VALUE 0.
           05  TOTAL-DEDUCTIONS        PIC 9(11)V99    VALUE 0.
           05  TOTAL-CARRYING          PIC 9(11)V99    VALUE 0.
           05  TOTAL-NET               PIC S9(11)V99   VALUE 0.

      *****************************************************************
      * CUSTOMER-TABLE gathers each customer's month.  CPT-AR-
      * DOLLARS and CPT-AR-DOLLAR-DAYS weigh each dollar collected
      * or still open by the days it was outstanding, for the
      * customer's average days on the receivables ledger.
      *****************************************************************
       01  CUSTOMER-COUNT              PIC 9(4)        VALUE 0.

       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON CUSTOMER-COUNT.
               10  CPT-CUSTOMER        PIC X(10).
               10  CPT-REVENUE         PIC 9(9)V99.
               10  CPT-COGS            PIC 9(9)V99.
               10  CPT-CREDITS         PIC 9(9)V99.
               10  CPT-FREIGHT         PIC 9(9)V99.
               10  CPT-DEDUCTIONS      PIC 9(9)V99.
               10  CPT-CARRYING        PIC 9(9)V99.
               10  CPT-NET             PIC S9(9)V99.
               10  CPT-AR-DOLLARS      PIC 9(11)V99.
               10  CPT-AR-DOLLAR-DAYS  PIC 9(13)V99.
               10  CPT-ACTIVE-FLAG     PIC X.
                   88  CPT-ACTIVE                      VALUE 'Y'.

      *****************************************************************
      * FREIGHT-TABLE holds the month's approved freight bills, with
      * the weight and line count of their bills of lading, and
      * what has been spread to the customers so far; the bill's
      * last line takes what is left, so every penny lands.
      *****************************************************************
       01  FREIGHT-COUNT               PIC 9(4)        VALUE 0.

       01  FREIGHT-TABLE.
           05  FREIGHT-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON FREIGHT-COUNT.
               10  FBT-BOL-NUMBER      PIC 9(8).
               10  FBT-AMOUNT          PIC 9(7)V99.
               10  FBT-WEIGHT          PIC 9(9)V99.
               10  FBT-LINES           PIC 9(5).
               10  FBT-LINES-SEEN      PIC 9(5).
               10  FBT-ALLOCATED       PIC 9(7)V99.

       01  PROFIT-HEADING-1.
           05  FILLER                  PIC X(30)   VALUE
                                       'CUSTOMER PROFITABILITY - MONTH'.
           05  FILLER                  PIC X       VALUE SPACE.
           05  PH1-PERIOD              PIC 9(6).
           05  FILLER                  PIC X(10)   VALUE
                                       '   RUN ON '.
           05  PH1-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(25)   VALUE SPACES.

       01  PROFIT-HEADING-2.
           05  FILLER                  PIC X(24)   VALUE
                                       'RANK CUSTOMER   REVENUE '.
           05  FILLER                  PIC X(27)   VALUE
                                       '     COGS  CREDITS  FREIGHT'.
           05  FILLER                  PIC X(29)   VALUE
                                       '  DEDUCTS    CARRY       NET '.

       01  PROFIT-DETAIL-LINE.
           05  PDL-RANK                PIC ZZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  PDL-CUSTOMER            PIC X(10).
           05  PDL-REVENUE             PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  PDL-COGS                PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  PDL-CREDITS             PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  PDL-FREIGHT             PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  PDL-DEDUCTIONS          PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  PDL-CARRYING            PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  PDL-NET                 PIC ZZZZ,ZZ9-.
           05  PDL-REVIEW-FLAG         PIC X.

       01  PROFIT-TOTAL-LINE.
           05  PTL-LABEL               PIC X(30).
           05  PTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  PTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(27)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE PROFIT-PERIOD = RUN-CCYY * 100 + RUN-MM
           PERFORM 11-READ-PERIOD-OVERRIDE
           COMPUTE PERIOD-END-DATE = PROFIT-PERIOD * 100 + 30

           PERFORM 12-LOAD-SALES-HISTORY
           PERFORM 13-LOAD-CREDIT-MEMOS
           PERFORM 14-LOAD-FREIGHT-BILLS
           PERFORM 15-ALLOCATE-FREIGHT THRU 15-ALLOCATE-EXIT
           PERFORM 16-LOAD-DEDUCTIONS
           PERFORM 17-LOAD-COLLECTIONS
           PERFORM 18-LOAD-OPEN-ITEMS

           PERFORM 25-FIGURE-CONTRIBUTION

           SORT PROFIT-SORT-FILE
               ON DESCENDING KEY SRT-NET
               ON ASCENDING KEY SRT-CUSTOMER
               INPUT PROCEDURE IS 30-RELEASE-CUSTOMERS
               OUTPUT PROCEDURE IS 35-WRITE-RANKING

           DISPLAY 'PROFITRPT: ' CUSTOMERS-RANKED ' CUSTOMERS RANKED '
                   'FOR ' PROFIT-PERIOD ', ' REVIEW-COUNT
                   ' FLAGGED FOR REVIEW'

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
                           MOVE PDF-PERIOD-YYYYMM TO PROFIT-PERIOD
                       END-IF
               END-READ
               CLOSE PERIOD-FILE
           END-IF

           OPEN INPUT PARAMETER-FILE
           IF PRM-FILE-STATUS IS EQUAL TO '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-CARRY-RATE-PCT IS NUMERIC
                           MOVE PRM-CARRY-RATE-PCT TO CARRY-RATE-PCT
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF
           .

      *****************************************************************
      * 12-LOAD-SALES-HISTORY takes the month's invoiced revenue and
      * the cost of goods SHIPCONF costed against the receipt
      * layers as each line shipped.
      *****************************************************************
       12-LOAD-SALES-HISTORY.

           OPEN INPUT SALES-HISTORY-FILE
           IF SLH-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'PROFITRPT: UNABLE TO OPEN SALES HISTORY, '
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
                       IF SLH-YYYYMM IS EQUAL TO PROFIT-PERIOD
                          AND SLH-DOLLARS IS NUMERIC
                           ADD 1 TO SALES-LINES-COUNT
                           MOVE SLH-CUSTOMER TO FIND-CUSTOMER
                           PERFORM 21-FIND-CUSTOMER
                           ADD SLH-DOLLARS TO
                                   CPT-REVENUE (CUST-HOLD-SUB)
                           IF SLH-COGS IS NUMERIC
                               ADD SLH-COGS TO
                                       CPT-COGS (CUST-HOLD-SUB)
                           ELSE
                               ADD 1 TO UNCOSTED-LINES-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SALES-HISTORY-FILE
           .

       13-LOAD-CREDIT-MEMOS.

           OPEN INPUT CREDIT-MEMO-HISTORY-FILE
           IF CMH-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CMH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PROFITRPT: UNABLE TO OPEN CREDIT MEMO '
                           'HISTORY, FILE STATUS = ' CMH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CMH-EOF-FLAG
               PERFORM UNTIL NO-MORE-CMH-DATA
                   READ CREDIT-MEMO-HISTORY-FILE
                       AT END
                           MOVE 'N' TO CMH-EOF-FLAG
                       NOT AT END
                           IF CMH-RMA-YYYYMM IS EQUAL TO
                                   PROFIT-PERIOD
                              AND CMH-CREDIT-AMOUNT IS NUMERIC
                               MOVE CMH-CUSTOMER TO FIND-CUSTOMER
                               PERFORM 21-FIND-CUSTOMER
                               ADD CMH-CREDIT-AMOUNT TO
                                       CPT-CREDITS (CUST-HOLD-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-MEMO-HISTORY-FILE
           END-IF
           .

       14-LOAD-FREIGHT-BILLS.

           OPEN INPUT FREIGHT-LEDGER-FILE
           IF FRL-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF FRL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PROFITRPT: UNABLE TO OPEN FREIGHT BILL '
                           'LEDGER, FILE STATUS = ' FRL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO FRL-EOF-FLAG
               PERFORM UNTIL NO-MORE-FRL-DATA
                   READ FREIGHT-LEDGER-FILE
                       AT END
                           MOVE 'N' TO FRL-EOF-FLAG
                       NOT AT END
                           MOVE FRL-AUDIT-DATE TO TO-DATE
                           IF TO-CCYY * 100 + TO-MM IS EQUAL TO
                                   PROFIT-PERIOD
                              AND FRL-BILLED-AMOUNT IS NUMERIC
                               PERFORM 14A-ADD-FREIGHT-BILL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREIGHT-LEDGER-FILE
           END-IF
           .

       14A-ADD-FREIGHT-BILL.

           IF FREIGHT-COUNT IS EQUAL TO 3000
               DISPLAY 'PROFITRPT: MORE THAN 3000 FREIGHT BILLS, '
                       'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO FREIGHT-COUNT
           MOVE FRL-BOL-NUMBER TO FBT-BOL-NUMBER (FREIGHT-COUNT)
           MOVE FRL-BILLED-AMOUNT TO FBT-AMOUNT (FREIGHT-COUNT)
           MOVE 0 TO FBT-WEIGHT (FREIGHT-COUNT)
           MOVE 0 TO FBT-LINES (FREIGHT-COUNT)
           MOVE 0 TO FBT-LINES-SEEN (FREIGHT-COUNT)
           MOVE 0 TO FBT-ALLOCATED (FREIGHT-COUNT)
           .

      *****************************************************************
      * 15-ALLOCATE-FREIGHT reads the bill of lading lines twice:
      * once to weigh each billed BOL, once to spread its bill over
      * the lines by weight and charge each line's share to its
      * customer.  A BOL that weighs nothing is spread evenly over
      * its lines; a bill whose BOL has no lines cannot be charged
      * to anyone and is counted.
      *****************************************************************
       15-ALLOCATE-FREIGHT.

           IF FREIGHT-COUNT IS EQUAL TO ZERO
               GO TO 15-ALLOCATE-EXIT
           END-IF

           OPEN INPUT BOL-LINE-FILE
           IF BLL-FILE-STATUS IS EQUAL TO '35'
               PERFORM VARYING FRT-SUB FROM 1 BY 1
                   UNTIL FRT-SUB > FREIGHT-COUNT
                   ADD 1 TO UNALLOCATED-BILLS
                   ADD FBT-AMOUNT (FRT-SUB) TO UNALLOCATED-FREIGHT
               END-PERFORM
               GO TO 15-ALLOCATE-EXIT
           END-IF
           IF BLL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'PROFITRPT: UNABLE TO OPEN BOL LINES, '
                       'FILE STATUS = ' BLL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO BLL-EOF-FLAG
           PERFORM UNTIL NO-MORE-BLL-DATA
               READ BOL-LINE-FILE
                   AT END
                       MOVE 'N' TO BLL-EOF-FLAG
                   NOT AT END
                       PERFORM 15A-FIND-FREIGHT-BILL
                       IF FRT-HOLD-SUB IS GREATER THAN ZERO
                           ADD 1 TO FBT-LINES (FRT-HOLD-SUB)
                           IF BLL-WEIGHT IS NUMERIC
                               ADD BLL-WEIGHT TO
                                       FBT-WEIGHT (FRT-HOLD-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOL-LINE-FILE

           OPEN INPUT BOL-LINE-FILE
           MOVE ' ' TO BLL-EOF-FLAG
           PERFORM UNTIL NO-MORE-BLL-DATA
               READ BOL-LINE-FILE
                   AT END
                       MOVE 'N' TO BLL-EOF-FLAG
                   NOT AT END
                       PERFORM 15A-FIND-FREIGHT-BILL
                       IF FRT-HOLD-SUB IS GREATER THAN ZERO
                           PERFORM 15B-CHARGE-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOL-LINE-FILE

           PERFORM VARYING FRT-SUB FROM 1 BY 1
               UNTIL FRT-SUB > FREIGHT-COUNT
               IF FBT-LINES (FRT-SUB) IS EQUAL TO ZERO
                   ADD 1 TO UNALLOCATED-BILLS
                   ADD FBT-AMOUNT (FRT-SUB) TO UNALLOCATED-FREIGHT
               END-IF
           END-PERFORM
           .

       15-ALLOCATE-EXIT.
           EXIT.

       15A-FIND-FREIGHT-BILL.

           MOVE 0 TO FRT-HOLD-SUB
           PERFORM VARYING FRT-SUB FROM 1 BY 1
               UNTIL FRT-SUB > FREIGHT-COUNT
               IF FBT-BOL-NUMBER (FRT-SUB) IS EQUAL TO BLL-BOL-NUMBER
                   MOVE FRT-SUB TO FRT-HOLD-SUB
                   MOVE FREIGHT-COUNT TO FRT-SUB
               END-IF
           END-PERFORM
           .

       15B-CHARGE-ONE-LINE.

           ADD 1 TO FBT-LINES-SEEN (FRT-HOLD-SUB)
           IF FBT-LINES-SEEN (FRT-HOLD-SUB) IS EQUAL TO
                   FBT-LINES (FRT-HOLD-SUB)
               COMPUTE LINE-FREIGHT = FBT-AMOUNT (FRT-HOLD-SUB)
                       - FBT-ALLOCATED (FRT-HOLD-SUB)
           ELSE
               IF FBT-WEIGHT (FRT-HOLD-SUB) IS GREATER THAN ZERO
                   IF BLL-WEIGHT IS NUMERIC
                       COMPUTE LINE-FREIGHT ROUNDED =
                               FBT-AMOUNT (FRT-HOLD-SUB) * BLL-WEIGHT
                               / FBT-WEIGHT (FRT-HOLD-SUB)
                   ELSE
                       MOVE 0 TO LINE-FREIGHT
                   END-IF
               ELSE
                   COMPUTE LINE-FREIGHT ROUNDED =
                           FBT-AMOUNT (FRT-HOLD-SUB)
                           / FBT-LINES (FRT-HOLD-SUB)
               END-IF
           END-IF
           ADD LINE-FREIGHT TO FBT-ALLOCATED (FRT-HOLD-SUB)

           MOVE BLL-CUSTOMER TO FIND-CUSTOMER
           PERFORM 21-FIND-CUSTOMER
           ADD LINE-FREIGHT TO CPT-FREIGHT (CUST-HOLD-SUB)
           .

      *****************************************************************
      * 16-LOAD-DEDUCTIONS charges the short payments taken in the
      * month, open or conceded; a denied one was rebilled and is
      * still owed.
      *****************************************************************
       16-LOAD-DEDUCTIONS.

           OPEN INPUT DEDUCTION-FILE
           IF DDL-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF DDL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PROFITRPT: UNABLE TO OPEN DEDUCTION '
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
                           MOVE DDL-DEDUCTION-DATE TO TO-DATE
                           IF TO-CCYY * 100 + TO-MM IS EQUAL TO
                                   PROFIT-PERIOD
                              AND NOT DDL-DENIED
                              AND DDL-AMOUNT IS NUMERIC
                               MOVE DDL-CUSTOMER TO FIND-CUSTOMER
                               PERFORM 21-FIND-CUSTOMER
                               ADD DDL-AMOUNT TO
                                       CPT-DEDUCTIONS (CUST-HOLD-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-FILE
           END-IF
           .

      *****************************************************************
      * 17-LOAD-COLLECTIONS weighs each dollar collected in the
      * month by the days from its invoice to its receipt.
      *****************************************************************
       17-LOAD-COLLECTIONS.

           OPEN INPUT CASH-HISTORY-FILE
           IF CSH-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CSH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PROFITRPT: UNABLE TO OPEN CASH HISTORY, '
                           'FILE STATUS = ' CSH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CSH-EOF-FLAG
               PERFORM UNTIL NO-MORE-CSH-DATA
                   READ CASH-HISTORY-FILE
                       AT END
                           MOVE 'N' TO CSH-EOF-FLAG
                       NOT AT END
                           IF CSH-CASH-APPLIED
                              AND CSH-RECEIPT-YYYYMM IS EQUAL TO
                                   PROFIT-PERIOD
                              AND CSH-APPLIED-AMOUNT IS NUMERIC
                              AND CSH-INVOICE-DATE IS NUMERIC
                               MOVE CSH-INVOICE-DATE TO FROM-DATE
                               MOVE CSH-RECEIPT-DATE TO TO-DATE
                               MOVE CSH-APPLIED-AMOUNT TO
                                       OUTSTANDING-AMOUNT
                               MOVE CSH-CUSTOMER TO FIND-CUSTOMER
                               PERFORM 23-WEIGH-OUTSTANDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-HISTORY-FILE
           END-IF
           .

      *****************************************************************
      * 18-LOAD-OPEN-ITEMS weighs each dollar still open by the
      * days from its invoice to the month end, so a customer who
      * does not pay at all carries the most.
      *****************************************************************
       18-LOAD-OPEN-ITEMS.

           OPEN INPUT OPEN-ITEM-FILE
           IF ARO-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PROFITRPT: UNABLE TO OPEN AR OPEN ITEMS, '
                           'FILE STATUS = ' ARO-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
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
                           IF ARO-ITEM-OPEN
                              AND ARO-OPEN-AMOUNT IS NUMERIC
                              AND ARO-OPEN-AMOUNT IS GREATER THAN
                                   ZERO
                              AND ARO-INVOICE-DATE IS NUMERIC
                              AND ARO-INVOICE-DATE IS NOT GREATER
                                   THAN PERIOD-END-DATE
                               MOVE ARO-INVOICE-DATE TO FROM-DATE
                               MOVE PERIOD-END-DATE TO TO-DATE
                               MOVE ARO-OPEN-AMOUNT TO
                                       OUTSTANDING-AMOUNT
                               MOVE ARO-CUSTOMER TO FIND-CUSTOMER
                               PERFORM 23-WEIGH-OUTSTANDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF
           .

      *****************************************************************
      * 21-FIND-CUSTOMER points CUST-HOLD-SUB at FIND-CUSTOMER's
      * entry, adding one when the customer is new.  A customer
      * entered only to weigh its receivables is not active; any
      * revenue or cost makes it so.
      *****************************************************************
       21-FIND-CUSTOMER.

           PERFORM 22-LOCATE-CUSTOMER
           MOVE 'Y' TO CPT-ACTIVE-FLAG (CUST-HOLD-SUB)
           .

       22-LOCATE-CUSTOMER.

           MOVE 0 TO CUST-HOLD-SUB
           PERFORM VARYING CUST-SUB FROM 1 BY 1
               UNTIL CUST-SUB > CUSTOMER-COUNT
               IF CPT-CUSTOMER (CUST-SUB) IS EQUAL TO FIND-CUSTOMER
                   MOVE CUST-SUB TO CUST-HOLD-SUB
                   MOVE CUSTOMER-COUNT TO CUST-SUB
               END-IF
           END-PERFORM

           IF CUST-HOLD-SUB IS EQUAL TO ZERO
               IF CUSTOMER-COUNT IS EQUAL TO 3000
                   DISPLAY 'PROFITRPT: MORE THAN 3000 CUSTOMERS, '
                           'TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CUSTOMER-COUNT
               MOVE CUSTOMER-COUNT TO CUST-HOLD-SUB
               MOVE FIND-CUSTOMER TO CPT-CUSTOMER (CUST-HOLD-SUB)
               MOVE 0 TO CPT-REVENUE (CUST-HOLD-SUB)
               MOVE 0 TO CPT-COGS (CUST-HOLD-SUB)
               MOVE 0 TO CPT-CREDITS (CUST-HOLD-SUB)
               MOVE 0 TO CPT-FREIGHT (CUST-HOLD-SUB)
               MOVE 0 TO CPT-DEDUCTIONS (CUST-HOLD-SUB)
               MOVE 0 TO CPT-CARRYING (CUST-HOLD-SUB)
               MOVE 0 TO CPT-NET (CUST-HOLD-SUB)
               MOVE 0 TO CPT-AR-DOLLARS (CUST-HOLD-SUB)
               MOVE 0 TO CPT-AR-DOLLAR-DAYS (CUST-HOLD-SUB)
               MOVE 'N' TO CPT-ACTIVE-FLAG (CUST-HOLD-SUB)
           END-IF
           .

      *****************************************************************
      * 23-WEIGH-OUTSTANDING adds OUTSTANDING-AMOUNT, and the same
      * amount times the days from FROM-DATE to TO-DATE (thirty-
      * day months), to FIND-CUSTOMER's receivables weighing.
      *****************************************************************
       23-WEIGH-OUTSTANDING.

           COMPUTE DAYS-OUT = (TO-CCYY - FROM-CCYY) * 360
                   + (TO-MM - FROM-MM) * 30
                   + (TO-DD - FROM-DD)
           IF DAYS-OUT IS LESS THAN ZERO
               MOVE 0 TO DAYS-OUT
           END-IF

           PERFORM 22-LOCATE-CUSTOMER
           ADD OUTSTANDING-AMOUNT TO CPT-AR-DOLLARS (CUST-HOLD-SUB)
           COMPUTE CPT-AR-DOLLAR-DAYS (CUST-HOLD-SUB) =
                   CPT-AR-DOLLAR-DAYS (CUST-HOLD-SUB)
                   + OUTSTANDING-AMOUNT * DAYS-OUT
           .

      *****************************************************************
      * 25-FIGURE-CONTRIBUTION charges each customer's month of
      * revenue for the average days it sits on the ledger at the
      * annual carrying rate (a 360-day year), and nets revenue
      * against everything it cost.
      *****************************************************************
       25-FIGURE-CONTRIBUTION.

           PERFORM VARYING CUST-SUB FROM 1 BY 1
               UNTIL CUST-SUB > CUSTOMER-COUNT
               IF CPT-AR-DOLLARS (CUST-SUB) IS GREATER THAN ZERO
                   COMPUTE AVERAGE-DAYS ROUNDED =
                           CPT-AR-DOLLAR-DAYS (CUST-SUB)
                           / CPT-AR-DOLLARS (CUST-SUB)
                   COMPUTE CPT-CARRYING (CUST-SUB) ROUNDED =
                           CPT-REVENUE (CUST-SUB) * AVERAGE-DAYS
                           / 360 * CARRY-RATE-PCT / 100
               END-IF
               COMPUTE CPT-NET (CUST-SUB) = CPT-REVENUE (CUST-SUB)
                       - CPT-COGS (CUST-SUB)
                       - CPT-CREDITS (CUST-SUB)
                       - CPT-FREIGHT (CUST-SUB)
                       - CPT-DEDUCTIONS (CUST-SUB)
                       - CPT-CARRYING (CUST-SUB)
               IF CPT-ACTIVE (CUST-SUB)
                   ADD 1 TO CUSTOMERS-RANKED
               END-IF
           END-PERFORM

           IF CUSTOMERS-RANKED IS GREATER THAN 20
               COMPUTE REVIEW-FROM-RANK = CUSTOMERS-RANKED - 19
           ELSE
               MOVE 1 TO REVIEW-FROM-RANK
           END-IF
           .

       30-RELEASE-CUSTOMERS.

           PERFORM VARYING CUST-SUB FROM 1 BY 1
               UNTIL CUST-SUB > CUSTOMER-COUNT
               IF CPT-ACTIVE (CUST-SUB)
                   MOVE CPT-NET (CUST-SUB) TO SRT-NET
                   MOVE CPT-CUSTOMER (CUST-SUB) TO SRT-CUSTOMER
                   MOVE CUST-SUB TO SRT-SUB
                   RELEASE SORT-PROFIT-RECORD
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 35-WRITE-RANKING prints the customers best first.  The last
      * twenty -- every customer, when there are no more than
      * twenty -- carry the review flag.  Amounts on the ranking
      * are whole dollars; the totals carry the cents.
      *****************************************************************
       35-WRITE-RANKING.

           OPEN OUTPUT PROFIT-REPORT

           MOVE PROFIT-PERIOD TO PH1-PERIOD
           MOVE RUN-DATE-YYYYMMDD TO PH1-RUN-DATE
           MOVE PROFIT-HEADING-1 TO PROFIT-RECORD
           WRITE PROFIT-RECORD
           MOVE '* BOTTOM TWENTY - FLAGGED FOR REVIEW' TO PROFIT-RECORD
           WRITE PROFIT-RECORD
           MOVE SPACES TO PROFIT-RECORD
           WRITE PROFIT-RECORD
           MOVE PROFIT-HEADING-2 TO PROFIT-RECORD
           WRITE PROFIT-RECORD

           MOVE 0 TO CUSTOMER-RANK
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN PROFIT-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM 36-WRITE-CUSTOMER-LINE
               END-RETURN
           END-PERFORM

           PERFORM 38-WRITE-TOTALS

           CLOSE PROFIT-REPORT
           .

       36-WRITE-CUSTOMER-LINE.

           ADD 1 TO CUSTOMER-RANK
           MOVE SRT-SUB TO CUST-SUB

           MOVE SPACES TO PROFIT-DETAIL-LINE
           MOVE CUSTOMER-RANK TO PDL-RANK
           MOVE CPT-CUSTOMER (CUST-SUB) TO PDL-CUSTOMER
           MOVE CPT-REVENUE (CUST-SUB) TO PDL-REVENUE
           MOVE CPT-COGS (CUST-SUB) TO PDL-COGS
           MOVE CPT-CREDITS (CUST-SUB) TO PDL-CREDITS
           MOVE CPT-FREIGHT (CUST-SUB) TO PDL-FREIGHT
           MOVE CPT-DEDUCTIONS (CUST-SUB) TO PDL-DEDUCTIONS
           MOVE CPT-CARRYING (CUST-SUB) TO PDL-CARRYING
           MOVE CPT-NET (CUST-SUB) TO PDL-NET
           IF CUSTOMER-RANK IS NOT LESS THAN REVIEW-FROM-RANK
               MOVE '*' TO PDL-REVIEW-FLAG
               ADD 1 TO REVIEW-COUNT
           END-IF
           MOVE PROFIT-DETAIL-LINE TO PROFIT-RECORD
           WRITE PROFIT-RECORD

           ADD CPT-REVENUE (CUST-SUB) TO TOTAL-REVENUE
           ADD CPT-COGS (CUST-SUB) TO TOTAL-COGS
           ADD CPT-CREDITS (CUST-SUB) TO TOTAL-CREDITS
           ADD CPT-FREIGHT (CUST-SUB) TO TOTAL-FREIGHT
           ADD CPT-DEDUCTIONS (CUST-SUB) TO TOTAL-DEDUCTIONS
           ADD CPT-CARRYING (CUST-SUB) TO TOTAL-CARRYING
           ADD CPT-NET (CUST-SUB) TO TOTAL-NET
           .

       38-WRITE-TOTALS.

           MOVE SPACES TO PROFIT-RECORD
           WRITE PROFIT-RECORD

           MOVE SPACES TO PROFIT-TOTAL-LINE
           MOVE 'CUSTOMERS RANKED' TO PTL-LABEL
           MOVE CUSTOMERS-RANKED TO PTL-COUNT
           MOVE PROFIT-TOTAL-LINE TO PROFIT-RECORD
           WRITE PROFIT-RECORD

           MOVE SPACES TO PROFIT-TOTAL-LINE
           MOVE 'FLAGGED FOR REVIEW' TO PTL-LABEL
           MOVE REVIEW-COUNT TO PTL-COUNT
           MOVE PROFIT-TOTAL-LINE TO PROFIT-RECORD
           WRITE PROFIT-RECORD

           MOVE SPACES TO PROFIT-TOTAL-LINE
           MOVE 'REVENUE' TO PTL-LABEL
           MOVE SALES-LINES-COUNT TO PTL-COUNT
           MOVE TOTAL-REVENUE TO PTL-AMOUNT
           MOVE PROFIT-TOTAL-LINE TO PROFIT-RECORD
           WRITE PROFIT-RECORD

           MOVE SPACES TO PROFIT-TOTAL-LINE
           MOVE 'COST OF GOODS (FIFO)' TO PTL-LABEL
           MOVE TOTAL-COGS TO PTL-AMOUNT
           MOVE PROFIT-TOTAL-LINE TO PROFIT-RECORD
           WRITE PROFIT-RECORD

           IF UNCOSTED-LINES-COUNT IS GREATER THAN ZERO
               MOVE SPACES TO PROFIT-TOTAL-LINE
               MOVE 'SALES LINES WITHOUT A COST' TO PTL-LABEL
               MOVE UNCOSTED-LINES-COUNT TO PTL-COUNT
               MOVE PROFIT-TOTAL-LINE TO PROFIT-RECORD
               WRITE PROFIT-RECORD
           END-IF

           MOVE SPACES TO PROFIT-TOTAL-LINE
           MOVE 'CREDIT MEMOS' TO PTL-LABEL
           MOVE TOTAL-CREDITS TO PTL-AMOUNT
           MOVE PROFIT-TOTAL-LINE TO PROFIT-RECORD
           WRITE PROFIT-RECORD

           MOVE SPACES TO PROFIT-TOTAL-LINE
           MOVE 'FREIGHT ALLOCATED BY WEIGHT' TO PTL-LABEL
           MOVE TOTAL-FREIGHT TO PTL-AMOUNT
           MOVE PROFIT-TOTAL-LINE TO PROFIT-RECORD
           WRITE PROFIT-RECORD

           IF UNALLOCATED-BILLS IS GREATER THAN ZERO
               MOVE SPACES TO PROFIT-TOTAL-LINE
               MOVE 'FREIGHT NOT ALLOCATED' TO PTL-LABEL
               MOVE UNALLOCATED-BILLS TO PTL-COUNT
               MOVE UNALLOCATED-FREIGHT TO PTL-AMOUNT
               MOVE PROFIT-TOTAL-LINE TO PROFIT-RECORD
               WRITE PROFIT-RECORD
           END-IF

           MOVE SPACES TO PROFIT-TOTAL-LINE
           MOVE 'SHORT-PAY DEDUCTIONS' TO PTL-LABEL
           MOVE TOTAL-DEDUCTIONS TO PTL-AMOUNT
           MOVE PROFIT-TOTAL-LINE TO PROFIT-RECORD
           WRITE PROFIT-RECORD

           MOVE SPACES TO PROFIT-TOTAL-LINE
           MOVE 'AR CARRYING COST' TO PTL-LABEL
           MOVE TOTAL-CARRYING TO PTL-AMOUNT
           MOVE PROFIT-TOTAL-LINE TO PROFIT-RECORD
           WRITE PROFIT-RECORD

           MOVE SPACES TO PROFIT-TOTAL-LINE
           MOVE 'NET CONTRIBUTION' TO PTL-LABEL
           MOVE TOTAL-NET TO PTL-AMOUNT
           MOVE PROFIT-TOTAL-LINE TO PROFIT-RECORD
           WRITE PROFIT-RECORD

           MOVE CARRY-RATE-PCT TO CARRY-RATE-EDIT
           MOVE SPACES TO PROFIT-RECORD
           STRING 'AR CARRYING RATE ' DELIMITED BY SIZE
                  CARRY-RATE-EDIT DELIMITED BY SIZE
                  ' PERCENT A YEAR' DELIMITED BY SIZE
               INTO PROFIT-RECORD
           WRITE PROFIT-RECORD
           .
