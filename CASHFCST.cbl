       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * CASHFCST is the thirteen-week cash flow forecast.  Treasury
      * asks every Monday how much cash the business will need and
      * the pieces were all in the system; this run projects them
      * week by week, Monday to Sunday, from the current week out
      * thirteen weeks:
      *    collections -- each open receivable at the date the
      *                   customer can be expected to pay: the
      *                   invoice date plus the customer's average
      *                   days-to-pay off the ARCASH cash history,
      *                   or the due date for a customer with no
      *                   history;
      *    purchases   -- each open PO line's unreceived cases at
      *                   the PO price, at the order date plus the
      *                   vendor's lead time;
      *    payables    -- each approved, unpaid vendor invoice line
      *                   at its due date under the vendor's terms;
      *    payroll     -- the payroll interface's salary hash over
      *                   the pay periods in the year, on each pay
      *                   date on the pay calendar.
      * Anything expected before this week is taken as this week's.
      * It prints the inflow / outflow / net grid with a running
      * balance, the outflow by source, and each week against what
      * last week's forecast said for it, and keeps this forecast
      * for next week's comparison.
      * *****
      * INPUT:
      *    AR-OPEN-ITEM.dat        the receivables ledger; open
      *                            items owed to us.
      *    CASH-HISTORY.txt        optional: the cash ARCASH applied
      *                            -- receipt against invoice date
      *                            gives each customer's days-to-
      *                            pay.
      *    PO-MASTER.dat           optional: the purchase orders.
      *    VENDOR-MASTER.txt       optional: vendor lead days and
      *                            terms code.
      *    TERMS-TABLE.txt         optional: the payment terms.
      *    AP-INVOICE-LEDGER.txt   optional: approved vendor
      *                            invoice lines not yet paid.
      *    PAYROLL-INTERFACE.txt   optional: the last payroll
      *                            extract; its trailer's salary
      *                            hash is the annual payroll.
      *    PAY-CALENDAR.txt        optional: the pay dates, each
      *                            with the pay periods in the year.
      *    CASH-FORECAST-PARM.txt  optional: the opening cash
      *                            balance.  A missing file uses the
      *                            book balance on the bank
      *                            reconciliation proof.
      *    BANK-REC-PROOF.txt      optional: BANKREC's proof.
      *    CASH-FORECAST-HISTORY.txt  optional: the forecasts run
      *                            before; the latest one before
      *                            today is last week's.
      * *****
      * OUTPUT:
      *    CASH-FORECAST-HISTORY.txt  extended with this forecast's
      *                            thirteen weeks.
      *    Cash-Forecast-Report.txt   the grid, the outflow by
      *                            source, and the comparison.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO 'AR-OPEN-ITEM.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-REC-KEY
               FILE STATUS IS ARO-FILE-STATUS.
           SELECT CASH-HISTORY-FILE
               ASSIGN TO 'CASH-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSH-FILE-STATUS.
           SELECT PO-MASTER-FILE
               ASSIGN TO 'PO-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POM-REC-KEY
               FILE STATUS IS POM-FILE-STATUS.
           SELECT VENDOR-MASTER-FILE
               ASSIGN TO 'VENDOR-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VNM-FILE-STATUS.
           SELECT TERMS-FILE
               ASSIGN TO 'TERMS-TABLE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRM-FILE-STATUS.
           SELECT AP-INVOICE-FILE
               ASSIGN TO 'AP-INVOICE-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS API-FILE-STATUS.
           SELECT PAYROLL-INTERFACE
               ASSIGN TO 'PAYROLL-INTERFACE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-FILE-STATUS.
           SELECT PAY-CALENDAR-FILE
               ASSIGN TO 'PAY-CALENDAR.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCL-FILE-STATUS.
           SELECT FORECAST-PARM-FILE
               ASSIGN TO 'CASH-FORECAST-PARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFP-FILE-STATUS.
           SELECT BANK-PROOF-FILE
               ASSIGN TO 'BANK-REC-PROOF.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRF-FILE-STATUS.
           SELECT FORECAST-HISTORY-FILE
               ASSIGN TO 'CASH-FORECAST-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFH-FILE-STATUS.
           SELECT FORECAST-REPORT
               ASSIGN TO PRINTER 'Cash-Forecast-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD OPEN-ITEM-FILE
           RECORD CONTAINS 57 CHARACTERS.

       COPY AROPREC.

       FD CASH-HISTORY-FILE
           RECORD CONTAINS 54 CHARACTERS.

       COPY CASHHREC.

       FD PO-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS.

       COPY POMREC.

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY VNDMREC.

       FD TERMS-FILE
           RECORD CONTAINS 32 CHARACTERS.

       COPY TERMREC.

       FD AP-INVOICE-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY APINVREC.

       FD PAYROLL-INTERFACE
           RECORD CONTAINS 44 CHARACTERS.

       01  PAYROLL-RECORD.
           05  PAY-T-TYPE              PIC X.
           05  PAY-T-RECORD-COUNT      PIC 9(7).
           05  PAY-T-SALARY-HASH       PIC 9(13).
           05  FILLER                  PIC X(23).

       FD PAY-CALENDAR-FILE
           RECORD CONTAINS 10 CHARACTERS.

       01  PAY-CALENDAR-RECORD.
           05  PCL-PAY-DATE            PIC 9(8).
           05  PCL-PERIODS-PER-YEAR    PIC 99.

       FD FORECAST-PARM-FILE
           RECORD CONTAINS 14 CHARACTERS.

       01  FORECAST-PARM-RECORD.
           05  CFP-OPENING-BALANCE     PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.

       FD BANK-PROOF-FILE
           RECORD CONTAINS 104 CHARACTERS.

       COPY BRPFREC.

       FD FORECAST-HISTORY-FILE
           RECORD CONTAINS 56 CHARACTERS.

       01  FORECAST-HISTORY-RECORD.
           05  CFH-RUN-DATE            PIC 9(8).
           05  CFH-WEEK-START          PIC 9(8).
           05  CFH-INFLOW              PIC 9(11)V99.
           05  CFH-OUTFLOW             PIC 9(11)V99.
           05  CFH-ENDING-BALANCE      PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.

       FD FORECAST-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  ARO-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-ARO-DATA                     VALUE 'N'.
           05  CSH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CSH-DATA                     VALUE 'N'.
           05  POM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-POM-DATA                     VALUE 'N'.
           05  VNM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-VNM-DATA                     VALUE 'N'.
           05  TRM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-TRM-DATA                     VALUE 'N'.
           05  API-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-API-DATA                     VALUE 'N'.
           05  PAY-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PAY-DATA                     VALUE 'N'.
           05  PCL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PCL-DATA                     VALUE 'N'.
           05  CFH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CFH-DATA                     VALUE 'N'.
           05  CUSTOMER-FOUND-SWITCH   PIC X           VALUE 'N'.
               88 CUSTOMER-FOUND                       VALUE 'Y'.
           05  VENDOR-FOUND-SWITCH     PIC X           VALUE 'N'.
               88 VENDOR-FOUND                         VALUE 'Y'.
           05  PRIOR-FORECAST-SWITCH   PIC X           VALUE 'N'.
               88 PRIOR-FORECAST-ON-FILE               VALUE 'Y'.

       01  TEMP-FIELDS.
           05  ARO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CSH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  POM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  VNM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TRM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  API-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PAY-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PCL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CFP-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BRF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CFH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-WEEKDAY             PIC 9           VALUE 0.
           05  OPENING-BALANCE         PIC S9(11)V99   VALUE 0.
           05  OPENING-SOURCE          PIC X(30)       VALUE
                                       'NONE ON FILE - ZERO'.
           05  PRIOR-RUN-DATE          PIC 9(8)        VALUE 0.
           05  WEEK-SUB                PIC 99          VALUE 0.
           05  CUSTOMER-SUB            PIC 9(4)        VALUE 0.
           05  CUSTOMER-HOLD-SUB       PIC 9(4)        VALUE 0.
           05  VENDOR-SUB              PIC 999         VALUE 0.
           05  VENDOR-HOLD-SUB         PIC 999         VALUE 0.
           05  TERMS-SUB               PIC 999         VALUE 0.
           05  EXPECTED-DATE           PIC 9(8)        VALUE 0.
           05  LINE-AMOUNT             PIC 9(9)V99     VALUE 0.
           05  REMAINING-CASES         PIC S9(5)       VALUE 0.
           05  NET-DAYS                PIC 999         VALUE 0.
           05  DAYS-TO-PAY             PIC S9(5)       VALUE 0.
           05  AVERAGE-DAYS            PIC 999         VALUE 0.
           05  SALARY-HASH             PIC 9(13)       VALUE 0.
           05  PAYROLL-AMOUNT          PIC 9(11)V99    VALUE 0.
           05  ROLL-DAYS               PIC 999         VALUE 0.
           05  DATE-WORK               PIC 9(8)        VALUE 0.
           05  DATE-WORK-X REDEFINES DATE-WORK.
               10  WORK-CCYY           PIC 9(4).
               10  WORK-MM             PIC 99.
               10  WORK-DD             PIC 99.
           05  FROM-DATE-WORK          PIC 9(8)        VALUE 0.
           05  FROM-DATE-X REDEFINES FROM-DATE-WORK.
               10  FROM-CCYY           PIC 9(4).
               10  FROM-MM             PIC 99.
               10  FROM-DD             PIC 99.
           05  TO-DATE-WORK            PIC 9(8)        VALUE 0.
           05  TO-DATE-X REDEFINES TO-DATE-WORK.
               10  TO-CCYY             PIC 9(4).
               10  TO-MM               PIC 99.
               10  TO-DD               PIC 99.
           05  DAY-COUNT               PIC S9(4)       VALUE 0.
           05  MONTH-LENGTH            PIC 99          VALUE 0.
           05  LEAP-QUOTIENT           PIC 9(4)        VALUE 0.
           05  LEAP-REMAINDER          PIC 999         VALUE 0.
           05  WEEK-OUTFLOW            PIC 9(11)V99    VALUE 0.
           05  NET-CHANGE              PIC S9(11)V99   VALUE 0.
           05  RUNNING-BALANCE         PIC S9(11)V99   VALUE 0.

       01  RUN-TOTALS.
           05  ITEMS-PROJECTED-COUNT   PIC 9(5)        VALUE 0.
           05  PO-LINES-PROJECTED      PIC 9(5)        VALUE 0.
           05  AP-LINES-PROJECTED      PIC 9(5)        VALUE 0.
           05  PAY-DATES-PROJECTED     PIC 9(5)        VALUE 0.
           05  COLLECTIONS-BEYOND      PIC 9(11)V99    VALUE 0.
           05  PURCHASES-BEYOND        PIC 9(11)V99    VALUE 0.
           05  PAYABLES-BEYOND         PIC 9(11)V99    VALUE 0.

       01  MONTH-LENGTH-VALUES         PIC X(24)       VALUE
                                       '312831303130313130313031'.

       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05  MONTH-DAYS OCCURS 12 TIMES
                                       PIC 99.

      *****************************************************************
      * WEEK-TABLE is the forecast: thirteen Monday-to-Sunday weeks
      * from the current one, each with its inflow, outflow by
      * source, and what last week's forecast said for it.
      *****************************************************************
       01  WEEK-TABLE.
           05  WEEK-ENTRY OCCURS 13 TIMES.
               10  WKT-START-DATE      PIC 9(8).
               10  WKT-END-DATE        PIC 9(8).
               10  WKT-INFLOW          PIC 9(11)V99.
               10  WKT-PO-OUTFLOW      PIC 9(11)V99.
               10  WKT-AP-OUTFLOW      PIC 9(11)V99.
               10  WKT-PAYROLL-OUTFLOW PIC 9(11)V99.
               10  WKT-NET             PIC S9(11)V99.
               10  WKT-BALANCE         PIC S9(11)V99.
               10  WKT-PRIOR-FOUND     PIC X.
               10  WKT-PRIOR-NET       PIC S9(11)V99.
               10  WKT-PRIOR-BALANCE   PIC S9(11)V99.

       01  PAY-CUSTOMER-COUNT          PIC 9(4)        VALUE 0.

       01  PAY-CUSTOMER-TABLE.
           05  PAY-CUSTOMER-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON PAY-CUSTOMER-COUNT.
               10  PCT-CUSTOMER        PIC X(10).
               10  PCT-PAY-COUNT       PIC 9(5).
               10  PCT-TOTAL-DAYS      PIC 9(9).

       01  VENDOR-COUNT                PIC 999         VALUE 0.

       01  VENDOR-TABLE.
           05  VENDOR-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON VENDOR-COUNT.
               10  VND-VENDOR-ID       PIC A.
               10  VND-LEAD-DAYS       PIC 999.
               10  VND-TERMS-CODE      PIC XX.

       01  TERMS-COUNT                 PIC 999         VALUE 0.

       01  TERMS-TABLE.
           05  TERMS-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON TERMS-COUNT.
               10  TRT-TERMS-CODE      PIC XX.
               10  TRT-DESCRIPTION     PIC X(20).
               10  TRT-NET-DAYS        PIC 999.
               10  TRT-DISCOUNT-PCT    PIC 99V99.
               10  TRT-DISCOUNT-DAYS   PIC 999.

       01  GRID-HEADING.
           05  FILLER                  PIC X(24)   VALUE
                                       'WK  WEEK OF        INFLO'.
           05  FILLER                  PIC X(24)   VALUE
                                       'W     OUTFLOW          N'.
           05  FILLER                  PIC X(16)   VALUE
                                       'ET      BALANCE'.

       01  GRID-LINE.
           05  GRL-WEEK                PIC Z9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  GRL-WEEK-OF             PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  GRL-INFLOW              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  GRL-OUTFLOW             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  GRL-NET                 PIC ----,---,--9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  GRL-BALANCE             PIC ----,---,--9.
           05  FILLER                  PIC X(17)       VALUE SPACES.

       01  OUTFLOW-HEADING.
           05  FILLER                  PIC X(24)   VALUE
                                       'WK  WEEK OF     PURCHASE'.
           05  FILLER                  PIC X(24)   VALUE
                                       'S    PAYABLES     PAYROL'.
           05  FILLER                  PIC X(16)   VALUE
                                       'L        TOTAL'.

       01  OUTFLOW-LINE.
           05  OFL-WEEK                PIC Z9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  OFL-WEEK-OF             PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  OFL-PURCHASES           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  OFL-PAYABLES            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  OFL-PAYROLL             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  OFL-TOTAL               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(17)       VALUE SPACES.

       01  COMPARE-HEADING.
           05  FILLER                  PIC X(24)   VALUE
                                       'WK  WEEK OF      PRIOR N'.
           05  FILLER                  PIC X(24)   VALUE
                                       'ET   CURRENT NET      CH'.
           05  FILLER                  PIC X(30)   VALUE
                                       'ANGE   PRIOR BAL  CURRENT BAL'.

       01  COMPARE-LINE.
           05  CML-WEEK                PIC Z9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  CML-WEEK-OF             PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  CML-PRIOR-NET           PIC ----,---,--9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CML-CURRENT-NET         PIC ----,---,--9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CML-CHANGE              PIC ----,---,--9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CML-PRIOR-BALANCE       PIC ----,---,--9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CML-CURRENT-BALANCE     PIC ----,---,--9.

       01  COMPARE-MISSING-LINE.
           05  CMM-WEEK                PIC Z9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  CMM-WEEK-OF             PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  FILLER                  PIC X(35)       VALUE
                                       'NOT IN LAST WEEK''S FORECAST'.
           05  FILLER                  PIC X(31)       VALUE SPACES.

       01  AMOUNT-LINE.
           05  AML-LABEL               PIC X(40).
           05  AML-AMOUNT              PIC ---,---,---,--9.99.
           05  FILLER                  PIC X(22)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT RUN-WEEKDAY FROM DAY-OF-WEEK

           PERFORM 11-READ-OPENING-BALANCE
           PERFORM 12-BUILD-WEEKS
           PERFORM 13-LOAD-DAYS-TO-PAY
           PERFORM 14-LOAD-VENDOR-MASTER
           PERFORM 14A-LOAD-TERMS-TABLE
           PERFORM 15-LOAD-PRIOR-FORECAST
           PERFORM 20-PROJECT-COLLECTIONS
           PERFORM 21-PROJECT-PURCHASES
           PERFORM 22-PROJECT-PAYABLES
           PERFORM 23-PROJECT-PAYROLL
               THRU 23-PROJECT-EXIT
           PERFORM 30-WRITE-FORECAST-REPORT
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 11-READ-OPENING-BALANCE takes the opening cash off the
      * forecast parm when treasury keys one, else the book balance
      * the bank reconciliation proved.
      *****************************************************************
       11-READ-OPENING-BALANCE.

           OPEN INPUT FORECAST-PARM-FILE
           IF CFP-FILE-STATUS IS EQUAL TO '00'
               READ FORECAST-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFP-OPENING-BALANCE IS NUMERIC
                           MOVE CFP-OPENING-BALANCE TO
                                   OPENING-BALANCE
                           MOVE 'CASH FORECAST PARM'
                               TO OPENING-SOURCE
                       END-IF
               END-READ
               CLOSE FORECAST-PARM-FILE
           END-IF

           IF OPENING-SOURCE IS EQUAL TO 'NONE ON FILE - ZERO'
               OPEN INPUT BANK-PROOF-FILE
               IF BRF-FILE-STATUS IS EQUAL TO '00'
                   READ BANK-PROOF-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BRF-BOOK-BALANCE IS NUMERIC
                               MOVE BRF-BOOK-BALANCE TO
                                       OPENING-BALANCE
                               MOVE 'BANK REC BOOK BALANCE'
                                   TO OPENING-SOURCE
                           END-IF
                   END-READ
                   CLOSE BANK-PROOF-FILE
               END-IF
           END-IF
           .

      *****************************************************************
      * 12-BUILD-WEEKS backs the run date up to its Monday and lays
      * out the thirteen weeks from there.
      *****************************************************************
       12-BUILD-WEEKS.

           MOVE RUN-DATE-YYYYMMDD TO DATE-WORK
           IF RUN-WEEKDAY IS GREATER THAN 1
               COMPUTE ROLL-DAYS = RUN-WEEKDAY - 1
               PERFORM 54-ROLL-DATE-BACK
           END-IF

           PERFORM VARYING WEEK-SUB FROM 1 BY 1
               UNTIL WEEK-SUB > 13
               MOVE DATE-WORK TO WKT-START-DATE (WEEK-SUB)
               MOVE 6 TO ROLL-DAYS
               PERFORM 52-ROLL-DATE
               MOVE DATE-WORK TO WKT-END-DATE (WEEK-SUB)
               MOVE 1 TO ROLL-DAYS
               PERFORM 52-ROLL-DATE
               MOVE 0 TO WKT-INFLOW (WEEK-SUB)
               MOVE 0 TO WKT-PO-OUTFLOW (WEEK-SUB)
               MOVE 0 TO WKT-AP-OUTFLOW (WEEK-SUB)
               MOVE 0 TO WKT-PAYROLL-OUTFLOW (WEEK-SUB)
               MOVE 0 TO WKT-NET (WEEK-SUB)
               MOVE 0 TO WKT-BALANCE (WEEK-SUB)
               MOVE 'N' TO WKT-PRIOR-FOUND (WEEK-SUB)
               MOVE 0 TO WKT-PRIOR-NET (WEEK-SUB)
               MOVE 0 TO WKT-PRIOR-BALANCE (WEEK-SUB)
           END-PERFORM
           .

      *****************************************************************
      * 13-LOAD-DAYS-TO-PAY averages each customer's days from
      * invoice to receipt over the cash ARCASH applied, counted on
      * the 30-day-month convention the aging uses.
      *****************************************************************
       13-LOAD-DAYS-TO-PAY.

           OPEN INPUT CASH-HISTORY-FILE
           IF CSH-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CSH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CASHFCST: UNABLE TO OPEN CASH HISTORY, '
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
                              AND CSH-RECEIPT-DATE IS NUMERIC
                              AND CSH-INVOICE-DATE IS NUMERIC
                              AND CSH-INVOICE-DATE IS GREATER
                                   THAN ZERO
                               PERFORM 13A-POST-DAYS-TO-PAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-HISTORY-FILE
           END-IF
           .

       13A-POST-DAYS-TO-PAY.

           MOVE CSH-INVOICE-DATE TO FROM-DATE-WORK
           MOVE CSH-RECEIPT-DATE TO TO-DATE-WORK
           COMPUTE DAYS-TO-PAY = (TO-CCYY - FROM-CCYY) * 360
                   + (TO-MM - FROM-MM) * 30
                   + (TO-DD - FROM-DD)
           IF DAYS-TO-PAY IS LESS THAN ZERO
               MOVE 0 TO DAYS-TO-PAY
           END-IF

           MOVE CSH-CUSTOMER TO ARO-CUSTOMER
           PERFORM 50-FIND-PAY-CUSTOMER
           IF NOT CUSTOMER-FOUND
               IF PAY-CUSTOMER-COUNT IS EQUAL TO 2000
                   DISPLAY 'CASHFCST: MORE THAN 2000 CUSTOMERS ON '
                           'THE CASH HISTORY, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PAY-CUSTOMER-COUNT
               MOVE PAY-CUSTOMER-COUNT TO CUSTOMER-HOLD-SUB
               MOVE CSH-CUSTOMER TO PCT-CUSTOMER (CUSTOMER-HOLD-SUB)
               MOVE 0 TO PCT-PAY-COUNT (CUSTOMER-HOLD-SUB)
               MOVE 0 TO PCT-TOTAL-DAYS (CUSTOMER-HOLD-SUB)
           END-IF
           ADD 1 TO PCT-PAY-COUNT (CUSTOMER-HOLD-SUB)
           ADD DAYS-TO-PAY TO PCT-TOTAL-DAYS (CUSTOMER-HOLD-SUB)
           .

       14-LOAD-VENDOR-MASTER.

           OPEN INPUT VENDOR-MASTER-FILE
           IF VNM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF VNM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CASHFCST: UNABLE TO OPEN VENDOR MASTER, '
                           'FILE STATUS = ' VNM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO VNM-EOF-FLAG
               PERFORM UNTIL NO-MORE-VNM-DATA
                   READ VENDOR-MASTER-FILE
                       AT END
                           MOVE 'N' TO VNM-EOF-FLAG
                       NOT AT END
                           IF VENDOR-COUNT IS EQUAL TO 100
                               DISPLAY 'CASHFCST: VENDOR MASTER HAS '
                                       'MORE THAN 100 ENTRIES, TABLE '
                                       'IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO VENDOR-COUNT
                           MOVE VNM-VENDOR-ID TO
                                   VND-VENDOR-ID (VENDOR-COUNT)
                           IF VNM-LEAD-DAYS IS NUMERIC
                               MOVE VNM-LEAD-DAYS TO
                                       VND-LEAD-DAYS (VENDOR-COUNT)
                           ELSE
                               MOVE 0 TO VND-LEAD-DAYS (VENDOR-COUNT)
                           END-IF
                           MOVE VNM-TERMS-CODE TO
                                   VND-TERMS-CODE (VENDOR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           END-IF
           .

       14A-LOAD-TERMS-TABLE.

           OPEN INPUT TERMS-FILE
           IF TRM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF TRM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CASHFCST: UNABLE TO OPEN TERMS TABLE, '
                           'FILE STATUS = ' TRM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO TRM-EOF-FLAG
               PERFORM UNTIL NO-MORE-TRM-DATA
                   READ TERMS-FILE
                       AT END
                           MOVE 'N' TO TRM-EOF-FLAG
                       NOT AT END
                           IF TRM-NET-DAYS IS NUMERIC
                               IF TERMS-COUNT IS EQUAL TO 100
                                   DISPLAY 'CASHFCST: MORE THAN 100 '
                                           'TERMS CODES, TABLE IS '
                                           'FULL'
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO TERMS-COUNT
                               MOVE TERMS-RECORD TO
                                       TERMS-ENTRY (TERMS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMS-FILE
           END-IF
           .

      *****************************************************************
      * 15-LOAD-PRIOR-FORECAST finds the latest forecast run before
      * today and carries what it said for each of this forecast's
      * weeks.
      *****************************************************************
       15-LOAD-PRIOR-FORECAST.

           OPEN INPUT FORECAST-HISTORY-FILE
           IF CFH-FILE-STATUS IS NOT EQUAL TO '00'
               GO TO 15-LOAD-EXIT
           END-IF
           MOVE ' ' TO CFH-EOF-FLAG
           PERFORM UNTIL NO-MORE-CFH-DATA
               READ FORECAST-HISTORY-FILE
                   AT END
                       MOVE 'N' TO CFH-EOF-FLAG
                   NOT AT END
                       IF CFH-RUN-DATE IS NUMERIC
                          AND CFH-RUN-DATE IS LESS THAN
                               RUN-DATE-YYYYMMDD
                          AND CFH-RUN-DATE IS GREATER THAN
                               PRIOR-RUN-DATE
                           MOVE CFH-RUN-DATE TO PRIOR-RUN-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FORECAST-HISTORY-FILE

           IF PRIOR-RUN-DATE IS EQUAL TO ZERO
               GO TO 15-LOAD-EXIT
           END-IF
           MOVE 'Y' TO PRIOR-FORECAST-SWITCH

           OPEN INPUT FORECAST-HISTORY-FILE
           MOVE ' ' TO CFH-EOF-FLAG
           PERFORM UNTIL NO-MORE-CFH-DATA
               READ FORECAST-HISTORY-FILE
                   AT END
                       MOVE 'N' TO CFH-EOF-FLAG
                   NOT AT END
                       IF CFH-RUN-DATE IS EQUAL TO PRIOR-RUN-DATE
                          AND CFH-INFLOW IS NUMERIC
                          AND CFH-OUTFLOW IS NUMERIC
                          AND CFH-ENDING-BALANCE IS NUMERIC
                           PERFORM 15A-CARRY-PRIOR-WEEK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FORECAST-HISTORY-FILE
           .

       15-LOAD-EXIT.
           EXIT.

       15A-CARRY-PRIOR-WEEK.

           PERFORM VARYING WEEK-SUB FROM 1 BY 1
               UNTIL WEEK-SUB > 13
               IF WKT-START-DATE (WEEK-SUB) IS EQUAL TO
                       CFH-WEEK-START
                   MOVE 'Y' TO WKT-PRIOR-FOUND (WEEK-SUB)
                   COMPUTE WKT-PRIOR-NET (WEEK-SUB) =
                           CFH-INFLOW - CFH-OUTFLOW
                   MOVE CFH-ENDING-BALANCE TO
                           WKT-PRIOR-BALANCE (WEEK-SUB)
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 20-PROJECT-COLLECTIONS puts each open receivable in the week
      * the customer's payment habit says it will come in.
      *****************************************************************
       20-PROJECT-COLLECTIONS.

           OPEN INPUT OPEN-ITEM-FILE
           IF ARO-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'CASHFCST: NO AR OPEN-ITEM LEDGER ON FILE'
           ELSE
               IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CASHFCST: UNABLE TO OPEN AR OPEN-ITEM '
                           'LEDGER, FILE STATUS = ' ARO-FILE-STATUS
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
                              AND ARO-INVOICE-DATE IS NUMERIC
                              AND ARO-OPEN-AMOUNT IS NUMERIC
                              AND ARO-OPEN-AMOUNT IS GREATER THAN ZERO
                               PERFORM 20A-PROJECT-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF
           .

       20A-PROJECT-ONE-ITEM.

           PERFORM 50-FIND-PAY-CUSTOMER
           IF CUSTOMER-FOUND
               DIVIDE PCT-TOTAL-DAYS (CUSTOMER-HOLD-SUB) BY
                       PCT-PAY-COUNT (CUSTOMER-HOLD-SUB)
                   GIVING AVERAGE-DAYS ROUNDED
               MOVE ARO-INVOICE-DATE TO DATE-WORK
               MOVE AVERAGE-DAYS TO ROLL-DAYS
               PERFORM 52-ROLL-DATE
               MOVE DATE-WORK TO EXPECTED-DATE
           ELSE
               IF ARO-DUE-DATE IS NUMERIC
                  AND ARO-DUE-DATE IS GREATER THAN ZERO
                   MOVE ARO-DUE-DATE TO EXPECTED-DATE
               ELSE
                   MOVE ARO-INVOICE-DATE TO EXPECTED-DATE
               END-IF
           END-IF

           PERFORM 51-FIND-WEEK
           IF WEEK-SUB IS EQUAL TO ZERO
               ADD ARO-OPEN-AMOUNT TO COLLECTIONS-BEYOND
           ELSE
               ADD ARO-OPEN-AMOUNT TO WKT-INFLOW (WEEK-SUB)
               ADD 1 TO ITEMS-PROJECTED-COUNT
           END-IF
           .

      *****************************************************************
      * 21-PROJECT-PURCHASES puts the unreceived cases on each open
      * PO line in the week the vendor's lead time brings them in.
      *****************************************************************
       21-PROJECT-PURCHASES.

           OPEN INPUT PO-MASTER-FILE
           IF POM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF POM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CASHFCST: UNABLE TO OPEN PO MASTER, '
                           'FILE STATUS = ' POM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LOW-VALUES TO POM-REC-KEY
               START PO-MASTER-FILE KEY IS NOT LESS THAN POM-REC-KEY
               IF POM-FILE-STATUS IS NOT EQUAL TO '00'
                   MOVE 'N' TO POM-EOF-FLAG
               ELSE
                   MOVE ' ' TO POM-EOF-FLAG
               END-IF

               PERFORM UNTIL NO-MORE-POM-DATA
                   READ PO-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO POM-EOF-FLAG
                       NOT AT END
                           IF POM-STATUS IS EQUAL TO 'O'
                              AND POM-CASES-ORDERED IS NUMERIC
                              AND POM-CASES-RECEIVED IS NUMERIC
                              AND POM-PO-PRICE IS NUMERIC
                              AND POM-ORDER-DATE IS NUMERIC
                               PERFORM 21A-PROJECT-ONE-PO-LINE
                                   THRU 21A-PROJECT-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PO-MASTER-FILE
           END-IF
           .

       21A-PROJECT-ONE-PO-LINE.

           COMPUTE REMAINING-CASES = POM-CASES-ORDERED
                   - POM-CASES-RECEIVED
           IF REMAINING-CASES IS NOT GREATER THAN ZERO
               GO TO 21A-PROJECT-EXIT
           END-IF
           COMPUTE LINE-AMOUNT = REMAINING-CASES * POM-PO-PRICE

           MOVE POM-VENDOR-ID TO VNM-VENDOR-ID
           PERFORM 53-FIND-VENDOR
           MOVE POM-ORDER-DATE TO DATE-WORK
           IF VENDOR-FOUND
               MOVE VND-LEAD-DAYS (VENDOR-HOLD-SUB) TO ROLL-DAYS
               PERFORM 52-ROLL-DATE
           END-IF
           MOVE DATE-WORK TO EXPECTED-DATE

           PERFORM 51-FIND-WEEK
           IF WEEK-SUB IS EQUAL TO ZERO
               ADD LINE-AMOUNT TO PURCHASES-BEYOND
           ELSE
               ADD LINE-AMOUNT TO WKT-PO-OUTFLOW (WEEK-SUB)
               ADD 1 TO PO-LINES-PROJECTED
           END-IF
           .

       21A-PROJECT-EXIT.
           EXIT.

      *****************************************************************
      * 22-PROJECT-PAYABLES puts each approved vendor invoice line
      * not yet paid in the week it falls due under the vendor's
      * terms, which is when the payment run will pay it.
      *****************************************************************
       22-PROJECT-PAYABLES.

           OPEN INPUT AP-INVOICE-FILE
           IF API-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF API-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CASHFCST: UNABLE TO OPEN AP INVOICE '
                           'LEDGER, FILE STATUS = ' API-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO API-EOF-FLAG
               PERFORM UNTIL NO-MORE-API-DATA
                   READ AP-INVOICE-FILE
                       AT END
                           MOVE 'N' TO API-EOF-FLAG
                       NOT AT END
                           IF API-APPROVED
                              AND API-AMOUNT IS NUMERIC
                              AND API-INVOICE-DATE IS NUMERIC
                               PERFORM 22A-PROJECT-ONE-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AP-INVOICE-FILE
           END-IF
           .

       22A-PROJECT-ONE-INVOICE.

           MOVE 0 TO NET-DAYS
           MOVE API-VENDOR-ID TO VNM-VENDOR-ID
           PERFORM 53-FIND-VENDOR
           IF VENDOR-FOUND
              AND VND-TERMS-CODE (VENDOR-HOLD-SUB) IS NOT EQUAL
                   TO SPACES
               PERFORM VARYING TERMS-SUB FROM 1 BY 1
                   UNTIL TERMS-SUB > TERMS-COUNT
                   IF TRT-TERMS-CODE (TERMS-SUB) IS EQUAL TO
                           VND-TERMS-CODE (VENDOR-HOLD-SUB)
                       MOVE TRT-NET-DAYS (TERMS-SUB) TO NET-DAYS
                   END-IF
               END-PERFORM
           END-IF
           MOVE API-INVOICE-DATE TO DATE-WORK
           MOVE NET-DAYS TO ROLL-DAYS
           PERFORM 52-ROLL-DATE
           MOVE DATE-WORK TO EXPECTED-DATE

           PERFORM 51-FIND-WEEK
           IF WEEK-SUB IS EQUAL TO ZERO
               ADD API-AMOUNT TO PAYABLES-BEYOND
           ELSE
               ADD API-AMOUNT TO WKT-AP-OUTFLOW (WEEK-SUB)
               ADD 1 TO AP-LINES-PROJECTED
           END-IF
           .

      *****************************************************************
      * 23-PROJECT-PAYROLL spreads the annual salary hash off the
      * last payroll extract's trailer over the pay periods, one
      * period's pay on each pay date inside the thirteen weeks.
      *****************************************************************
       23-PROJECT-PAYROLL.

           OPEN INPUT PAYROLL-INTERFACE
           IF PAY-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CASHFCST: NO PAYROLL INTERFACE ON FILE, '
                       'PAYROLL NOT FORECAST'
               GO TO 23-PROJECT-EXIT
           END-IF
           MOVE ' ' TO PAY-EOF-FLAG
           PERFORM UNTIL NO-MORE-PAY-DATA
               READ PAYROLL-INTERFACE
                   AT END
                       MOVE 'N' TO PAY-EOF-FLAG
                   NOT AT END
                       IF PAY-T-TYPE IS EQUAL TO 'T'
                          AND PAY-T-SALARY-HASH IS NUMERIC
                           MOVE PAY-T-SALARY-HASH TO SALARY-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-INTERFACE

           OPEN INPUT PAY-CALENDAR-FILE
           IF PCL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CASHFCST: NO PAY CALENDAR ON FILE, '
                       'PAYROLL NOT FORECAST'
               GO TO 23-PROJECT-EXIT
           END-IF
           MOVE ' ' TO PCL-EOF-FLAG
           PERFORM UNTIL NO-MORE-PCL-DATA
               READ PAY-CALENDAR-FILE
                   AT END
                       MOVE 'N' TO PCL-EOF-FLAG
                   NOT AT END
                       IF PCL-PAY-DATE IS NUMERIC
                          AND PCL-PERIODS-PER-YEAR IS NUMERIC
                          AND PCL-PERIODS-PER-YEAR IS GREATER
                               THAN ZERO
                          AND PCL-PAY-DATE IS NOT LESS THAN
                               WKT-START-DATE (1)
                           MOVE PCL-PAY-DATE TO EXPECTED-DATE
                           PERFORM 51-FIND-WEEK
                           IF WEEK-SUB IS GREATER THAN ZERO
                               COMPUTE PAYROLL-AMOUNT ROUNDED =
                                       SALARY-HASH
                                       / PCL-PERIODS-PER-YEAR
                               ADD PAYROLL-AMOUNT TO
                                   WKT-PAYROLL-OUTFLOW (WEEK-SUB)
                               ADD 1 TO PAY-DATES-PROJECTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-CALENDAR-FILE
           .

       23-PROJECT-EXIT.
           EXIT.

       30-WRITE-FORECAST-REPORT.

           OPEN OUTPUT FORECAST-REPORT

           MOVE SPACES TO REPORT-RECORD
           STRING 'THIRTEEN-WEEK CASH FORECAST AS OF '
                                           DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
                  ' (WHOLE DOLLARS)' DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO AMOUNT-LINE
           MOVE 'OPENING CASH BALANCE' TO AML-LABEL
           MOVE OPENING-BALANCE TO AML-AMOUNT
           MOVE AMOUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING '  FROM ' DELIMITED BY SIZE
                  OPENING-SOURCE DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE GRID-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE OPENING-BALANCE TO RUNNING-BALANCE
           PERFORM VARYING WEEK-SUB FROM 1 BY 1
               UNTIL WEEK-SUB > 13
               COMPUTE WEEK-OUTFLOW = WKT-PO-OUTFLOW (WEEK-SUB)
                       + WKT-AP-OUTFLOW (WEEK-SUB)
                       + WKT-PAYROLL-OUTFLOW (WEEK-SUB)
               COMPUTE WKT-NET (WEEK-SUB) = WKT-INFLOW (WEEK-SUB)
                       - WEEK-OUTFLOW
               ADD WKT-NET (WEEK-SUB) TO RUNNING-BALANCE
               MOVE RUNNING-BALANCE TO WKT-BALANCE (WEEK-SUB)
               MOVE WEEK-SUB TO GRL-WEEK
               MOVE WKT-START-DATE (WEEK-SUB) TO GRL-WEEK-OF
               MOVE WKT-INFLOW (WEEK-SUB) TO GRL-INFLOW
               MOVE WEEK-OUTFLOW TO GRL-OUTFLOW
               MOVE WKT-NET (WEEK-SUB) TO GRL-NET
               MOVE WKT-BALANCE (WEEK-SUB) TO GRL-BALANCE
               MOVE GRID-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'OUTFLOW BY SOURCE' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE OUTFLOW-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WEEK-SUB FROM 1 BY 1
               UNTIL WEEK-SUB > 13
               MOVE WEEK-SUB TO OFL-WEEK
               MOVE WKT-START-DATE (WEEK-SUB) TO OFL-WEEK-OF
               MOVE WKT-PO-OUTFLOW (WEEK-SUB) TO OFL-PURCHASES
               MOVE WKT-AP-OUTFLOW (WEEK-SUB) TO OFL-PAYABLES
               MOVE WKT-PAYROLL-OUTFLOW (WEEK-SUB) TO OFL-PAYROLL
               COMPUTE OFL-TOTAL = WKT-PO-OUTFLOW (WEEK-SUB)
                       + WKT-AP-OUTFLOW (WEEK-SUB)
                       + WKT-PAYROLL-OUTFLOW (WEEK-SUB)
               MOVE OUTFLOW-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO AMOUNT-LINE
           MOVE 'COLLECTIONS BEYOND THIRTEEN WEEKS' TO AML-LABEL
           MOVE COLLECTIONS-BEYOND TO AML-AMOUNT
           MOVE AMOUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'PURCHASES BEYOND THIRTEEN WEEKS' TO AML-LABEL
           MOVE PURCHASES-BEYOND TO AML-AMOUNT
           MOVE AMOUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'PAYABLES BEYOND THIRTEEN WEEKS' TO AML-LABEL
           MOVE PAYABLES-BEYOND TO AML-AMOUNT
           MOVE AMOUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF PRIOR-FORECAST-ON-FILE
               STRING 'AGAINST THE FORECAST OF ' DELIMITED BY SIZE
                      PRIOR-RUN-DATE DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE COMPARE-HEADING TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING WEEK-SUB FROM 1 BY 1
                   UNTIL WEEK-SUB > 13
                   PERFORM 31-WRITE-COMPARE-LINE
               END-PERFORM
           ELSE
               MOVE 'NO EARLIER FORECAST ON FILE TO COMPARE AGAINST'
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           CLOSE FORECAST-REPORT
           .

       31-WRITE-COMPARE-LINE.

           IF WKT-PRIOR-FOUND (WEEK-SUB) IS EQUAL TO 'Y'
               MOVE WEEK-SUB TO CML-WEEK
               MOVE WKT-START-DATE (WEEK-SUB) TO CML-WEEK-OF
               MOVE WKT-PRIOR-NET (WEEK-SUB) TO CML-PRIOR-NET
               MOVE WKT-NET (WEEK-SUB) TO CML-CURRENT-NET
               COMPUTE NET-CHANGE = WKT-NET (WEEK-SUB)
                       - WKT-PRIOR-NET (WEEK-SUB)
               MOVE NET-CHANGE TO CML-CHANGE
               MOVE WKT-PRIOR-BALANCE (WEEK-SUB) TO CML-PRIOR-BALANCE
               MOVE WKT-BALANCE (WEEK-SUB) TO CML-CURRENT-BALANCE
               MOVE COMPARE-LINE TO REPORT-RECORD
           ELSE
               MOVE WEEK-SUB TO CMM-WEEK
               MOVE WKT-START-DATE (WEEK-SUB) TO CMM-WEEK-OF
               MOVE COMPARE-MISSING-LINE TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           .

      *****************************************************************
      * 40-EOF-ROUTINE keeps this forecast for next week's
      * comparison.
      *****************************************************************
       40-EOF-ROUTINE.

           OPEN EXTEND FORECAST-HISTORY-FILE
           IF CFH-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT FORECAST-HISTORY-FILE
               IF CFH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CASHFCST: UNABLE TO OPEN FORECAST '
                           'HISTORY, FILE STATUS = ' CFH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM VARYING WEEK-SUB FROM 1 BY 1
               UNTIL WEEK-SUB > 13
               MOVE RUN-DATE-YYYYMMDD TO CFH-RUN-DATE
               MOVE WKT-START-DATE (WEEK-SUB) TO CFH-WEEK-START
               MOVE WKT-INFLOW (WEEK-SUB) TO CFH-INFLOW
               COMPUTE CFH-OUTFLOW = WKT-PO-OUTFLOW (WEEK-SUB)
                       + WKT-AP-OUTFLOW (WEEK-SUB)
                       + WKT-PAYROLL-OUTFLOW (WEEK-SUB)
               MOVE WKT-BALANCE (WEEK-SUB) TO CFH-ENDING-BALANCE
               WRITE FORECAST-HISTORY-RECORD
           END-PERFORM
           CLOSE FORECAST-HISTORY-FILE

           DISPLAY 'CASHFCST: ' ITEMS-PROJECTED-COUNT
                   ' RECEIVABLES, ' PO-LINES-PROJECTED ' PO LINES, '
                   AP-LINES-PROJECTED ' AP LINES, '
                   PAY-DATES-PROJECTED ' PAY DATES FORECAST'

           STOP RUN
           .

       50-FIND-PAY-CUSTOMER.

           MOVE 'N' TO CUSTOMER-FOUND-SWITCH
           PERFORM VARYING CUSTOMER-SUB FROM 1 BY 1
               UNTIL CUSTOMER-SUB > PAY-CUSTOMER-COUNT
                  OR CUSTOMER-FOUND
               IF PCT-CUSTOMER (CUSTOMER-SUB) IS EQUAL TO ARO-CUSTOMER
                   MOVE 'Y' TO CUSTOMER-FOUND-SWITCH
                   MOVE CUSTOMER-SUB TO CUSTOMER-HOLD-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 51-FIND-WEEK leaves in WEEK-SUB the forecast week
      * EXPECTED-DATE falls in -- week 1 for anything overdue, zero
      * for anything past the thirteenth week.
      *****************************************************************
       51-FIND-WEEK.

           MOVE 0 TO WEEK-SUB
           IF EXPECTED-DATE IS LESS THAN WKT-START-DATE (1)
               MOVE 1 TO WEEK-SUB
           ELSE
               PERFORM VARYING WEEK-SUB FROM 1 BY 1
                   UNTIL WEEK-SUB > 13
                      OR EXPECTED-DATE IS NOT GREATER THAN
                           WKT-END-DATE (WEEK-SUB)
                   CONTINUE
               END-PERFORM
               IF WEEK-SUB IS GREATER THAN 13
                   MOVE 0 TO WEEK-SUB
               END-IF
           END-IF
           .

       53-FIND-VENDOR.

           MOVE 'N' TO VENDOR-FOUND-SWITCH
           PERFORM VARYING VENDOR-SUB FROM 1 BY 1
               UNTIL VENDOR-SUB > VENDOR-COUNT
                  OR VENDOR-FOUND
               IF VND-VENDOR-ID (VENDOR-SUB) IS EQUAL TO VNM-VENDOR-ID
                   MOVE 'Y' TO VENDOR-FOUND-SWITCH
                   MOVE VENDOR-SUB TO VENDOR-HOLD-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 52-ROLL-DATE moves DATE-WORK forward ROLL-DAYS calendar days;
      * 54-ROLL-DATE-BACK moves it back.
      *****************************************************************
       52-ROLL-DATE.

           COMPUTE DAY-COUNT = WORK-DD + ROLL-DAYS
           PERFORM 55-SET-MONTH-LENGTH
           PERFORM UNTIL DAY-COUNT IS NOT GREATER THAN MONTH-LENGTH
               SUBTRACT MONTH-LENGTH FROM DAY-COUNT
               IF WORK-MM IS EQUAL TO 12
                   MOVE 1 TO WORK-MM
                   ADD 1 TO WORK-CCYY
               ELSE
                   ADD 1 TO WORK-MM
               END-IF
               PERFORM 55-SET-MONTH-LENGTH
           END-PERFORM
           MOVE DAY-COUNT TO WORK-DD
           .

       54-ROLL-DATE-BACK.

           COMPUTE DAY-COUNT = WORK-DD - ROLL-DAYS
           PERFORM UNTIL DAY-COUNT IS GREATER THAN ZERO
               IF WORK-MM IS EQUAL TO 1
                   MOVE 12 TO WORK-MM
                   SUBTRACT 1 FROM WORK-CCYY
               ELSE
                   SUBTRACT 1 FROM WORK-MM
               END-IF
               PERFORM 55-SET-MONTH-LENGTH
               ADD MONTH-LENGTH TO DAY-COUNT
           END-PERFORM
           MOVE DAY-COUNT TO WORK-DD
           .

       55-SET-MONTH-LENGTH.

           MOVE MONTH-DAYS (WORK-MM) TO MONTH-LENGTH
           IF WORK-MM IS EQUAL TO 2
               DIVIDE WORK-CCYY BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER IS EQUAL TO ZERO
                   MOVE 29 TO MONTH-LENGTH
                   DIVIDE WORK-CCYY BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER IS EQUAL TO ZERO
                       DIVIDE WORK-CCYY BY 400 GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER IS NOT EQUAL TO ZERO
                           MOVE 28 TO MONTH-LENGTH
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
