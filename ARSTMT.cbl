       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARSTMT.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * ARSTMT is the monthly customer statement run.  The aging
      * report is credit's own page; the customer only ever saw
      * single invoices and phoned the cash desk to ask what they
      * were.  This run prints one statement per customer with
      * anything open on the receivables ledger: the open invoices
      * and credit memos (credits negative), any deductions still
      * under review, the payments ARCASH
      * applied during the statement month, the balance due with an
      * aging summary, and the remit-to block.  Every statement
      * total is proved against the customer's CUM-OPEN-BALANCE;
      * anything that does not tie goes on the control page, not
      * out the door.
      * *****
      * INPUT:
      *    CUSTOMER-MASTER.dat     the customer master -- name,
      *                            ship-to, and the open balance the
      *                            statement must tie to.  It is
      *                            read in customer order alongside
      *                            the sorted statement lines.
      *    AR-OPEN-ITEM.dat        the open-item ledger.
      *    DEDUCTION-LEDGER.txt    optional: short payments in
      *                            dispute.  An open deduction is
      *                            still owed and prints under its
      *                            own heading.
      *    CASH-HISTORY.txt        the applications ARCASH kept;
      *                            optional.  Rows with a receipt
      *                            date in the statement month print
      *                            as payments received; early-
      *                            payment discounts print with them
      *                            as discounts.
      *    STATEMENT-PERIOD.txt    optional: the statement month as
      *                            YYYYMM; a missing file means the
      *                            current month.
      *    REMIT-TO.txt            optional: up to four lines of
      *                            remit-to address, 40 characters
      *                            each.
      * *****
      * OUTPUT:
      *    Customer-Statements.txt one statement per customer, each
      *                            opened by a rule line so the
      *                            mail room splits the stack.
      *    Statement-Control-Report.txt  every customer whose
      *                            statement total does not tie to
      *                            the master balance, with the
      *                            difference.
      *    RETURN-CODE 8 when anything fails to tie.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS CUM-FILE-STATUS.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO 'AR-OPEN-ITEM.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-REC-KEY
               FILE STATUS IS ARO-FILE-STATUS.
           SELECT DEDUCTION-FILE
               ASSIGN TO 'DEDUCTION-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DDL-FILE-STATUS.
           SELECT CASH-HISTORY-FILE
               ASSIGN TO 'CASH-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSH-FILE-STATUS.
           SELECT PERIOD-FILE
               ASSIGN TO 'STATEMENT-PERIOD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-FILE-STATUS.
           SELECT REMIT-TO-FILE
               ASSIGN TO 'REMIT-TO.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RMT-FILE-STATUS.
           SELECT STATEMENT-FILE
               ASSIGN TO PRINTER 'Customer-Statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT
               ASSIGN TO PRINTER 'Statement-Control-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-SORT-FILE
               ASSIGN TO 'STATEMENT-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

       FD OPEN-ITEM-FILE
           RECORD CONTAINS 57 CHARACTERS.

       COPY AROPREC.

       FD DEDUCTION-FILE
           RECORD CONTAINS 56 CHARACTERS.

       COPY DEDNREC.

       FD CASH-HISTORY-FILE
           RECORD CONTAINS 54 CHARACTERS.

       COPY CASHHREC.

       FD PERIOD-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  PERIOD-RECORD.
           05  PDF-PERIOD-YYYYMM      PIC 9(6).

       FD REMIT-TO-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  REMIT-TO-RECORD             PIC X(40).

       FD STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  STATEMENT-RECORD            PIC X(80).

       FD CONTROL-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  CONTROL-RECORD              PIC X(80).

      *****************************************************************
      * One sort record per statement line: 'A' an open item, 'B' a
      * deduction under review, 'P' a payment received in the
      * month, 'Q' an early-payment discount allowed in the month.
      * What is owed sorts ahead of payments within the
      * customer, so the first record of a customer says whether
      * there is anything open to state.
      *****************************************************************
       SD STATEMENT-SORT-FILE.

       01  SORT-STATEMENT-RECORD.
           05  SRT-CUSTOMER            PIC X(10).
           05  SRT-KIND                PIC X.
           05  SRT-DATE                PIC 9(8).
           05  SRT-REFERENCE           PIC X(8).
           05  SRT-AMOUNT              PIC S9(9)V99.
           05  SRT-AGE-DAYS            PIC S9(5).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  CUM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CUM-DATA                     VALUE 'N'.
           05  ARO-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-ARO-DATA                     VALUE 'N'.
           05  DDL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-DDL-DATA                     VALUE 'N'.
           05  CSH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CSH-DATA                     VALUE 'N'.
           05  RMT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RMT-DATA                     VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.
           05  STMT-OPEN-SWITCH        PIC X           VALUE 'N'.
               88 STATEMENT-OPEN                       VALUE 'Y'.
           05  PAYMENTS-SEEN-SWITCH    PIC X           VALUE 'N'.
               88 PAYMENTS-SEEN                        VALUE 'Y'.
           05  DEDUCTIONS-SEEN-SWITCH  PIC X           VALUE 'N'.
               88 DEDUCTIONS-SEEN                      VALUE 'Y'.
           05  CUST-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 CUSTOMER-FOUND                       VALUE 'Y'.
           05  CUST-STATED-SWITCH      PIC X           VALUE 'N'.
               88 CUSTOMER-STATED                      VALUE 'Y'.

       01  TEMP-FIELDS.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ARO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  DDL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CSH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PDF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RMT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD.
               10  RUN-CCYY            PIC 9(4).
               10  RUN-MM              PIC 99.
               10  RUN-DD              PIC 99.
           05  STATEMENT-PERIOD        PIC 9(6)        VALUE 0.
           05  INV-DATE-WORK           PIC 9(8)        VALUE 0.
           05  INV-DATE-X REDEFINES INV-DATE-WORK.
               10  INV-CCYY            PIC 9(4).
               10  INV-MM              PIC 99.
               10  INV-DD              PIC 99.
           05  AGE-DAYS                PIC S9(5)       VALUE 0.
           05  PRIOR-CUSTOMER          PIC X(10)       VALUE SPACES.
           05  PASS-TO-CUSTOMER        PIC X(10)       VALUE SPACES.
           05  BUCKET-SUB              PIC 9           VALUE 0.
           05  REMIT-SUB               PIC 9           VALUE 0.
           05  STATEMENT-TOTAL         PIC S9(11)V99   VALUE 0.
           05  PAYMENTS-TOTAL          PIC S9(11)V99   VALUE 0.
           05  MASTER-BALANCE          PIC S9(11)V99   VALUE 0.
           05  TIE-DIFFERENCE          PIC S9(11)V99   VALUE 0.
           05  CONTROL-REASON          PIC X(24)       VALUE SPACES.

       01  RUN-TOTALS.
           05  STATEMENTS-WRITTEN      PIC 9(5)        VALUE 0.
           05  ITEMS-STATED-COUNT      PIC 9(7)        VALUE 0.
           05  PAYMENTS-STATED-COUNT   PIC 9(7)        VALUE 0.
           05  DEDUCTIONS-STATED-COUNT PIC 9(7)        VALUE 0.
           05  UNTIED-COUNT            PIC 9(5)        VALUE 0.
           05  GRAND-STATED-TOTAL      PIC S9(13)V99   VALUE 0.


      *****************************************************************
      * The statement footer aging: current (30 days and under),
      * 31-60, 61-90, over 90 -- the same buckets ARAGING prints.
      *****************************************************************
       01  STATEMENT-BUCKETS.
           05  STMT-BUCKET OCCURS 4 TIMES
                                       PIC S9(11)V99.

       01  REMIT-TO-COUNT              PIC 9           VALUE 0.

       01  REMIT-TO-TABLE.
           05  REMIT-TO-LINE OCCURS 4 TIMES
                                       PIC X(40).

       01  STATEMENT-ITEM-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SIL-REFERENCE           PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SIL-DATE                PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SIL-AGE-DAYS            PIC ZZZZ9-.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SIL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SIL-DESCRIPTION         PIC X(14).
           05  FILLER                  PIC X(19)       VALUE SPACES.

       01  STATEMENT-TOTAL-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  STL-LABEL               PIC X(26).
           05  STL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(37)       VALUE SPACES.

       01  STATEMENT-AGING-HEADING.
           05  FILLER                  PIC X(9)        VALUE SPACES.
           05  FILLER                  PIC X(16)       VALUE 'CURRENT'.
           05  FILLER                  PIC X(16)       VALUE '  31-60'.
           05  FILLER                  PIC X(16)       VALUE '  61-90'.
           05  FILLER                  PIC X(23)       VALUE 'OVER 90'.

       01  STATEMENT-AGING-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SAL-CURRENT             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SAL-DAYS-60             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SAL-DAYS-90             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SAL-DAYS-OVER           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(16)       VALUE SPACES.

       01  CONTROL-HEADING-LINE.
           05  FILLER                  PIC X(11)       VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(15)       VALUE
                                               'STATEMENT TOTAL'.
           05  FILLER                  PIC X(15)       VALUE
                                               ' MASTER BALANCE'.
           05  FILLER                  PIC X(15)       VALUE
                                               '     DIFFERENCE'.
           05  FILLER                  PIC X(24)       VALUE
                                               ' REASON'.

       01  CONTROL-DETAIL-LINE.
           05  CDL-CUSTOMER            PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  CDL-STATED              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CDL-MASTER              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CDL-DIFFERENCE          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CDL-REASON              PIC X(24).

       01  CONTROL-TOTAL-LINE.
           05  CTL-LABEL               PIC X(25).
           05  CTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(46)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE STATEMENT-PERIOD = RUN-CCYY * 100 + RUN-MM
           PERFORM 11-READ-PERIOD-OVERRIDE
           PERFORM 12-OPEN-CUSTOMER-MASTER
           PERFORM 13-LOAD-REMIT-TO

           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT CONTROL-REPORT

           MOVE SPACES TO CONTROL-RECORD
           STRING 'STATEMENT CONTROL REPORT - PERIOD '
                   DELIMITED BY SIZE
                  STATEMENT-PERIOD DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE CONTROL-HEADING-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD

           SORT STATEMENT-SORT-FILE
               ON ASCENDING KEY SRT-CUSTOMER SRT-KIND SRT-DATE
                                SRT-REFERENCE
               INPUT PROCEDURE IS 20-RELEASE-STATEMENT-LINES
               OUTPUT PROCEDURE IS 30-WRITE-STATEMENTS

           PERFORM 40-CHECK-UNSTATED-BALANCES
           PERFORM 45-WRITE-CONTROL-TOTALS

           CLOSE CUSTOMER-MASTER-FILE
                 STATEMENT-FILE
                 CONTROL-REPORT

           IF UNTIED-COUNT IS GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY 'ARSTMT: ' STATEMENTS-WRITTEN ' STATEMENTS FOR '
                   STATEMENT-PERIOD ', ' UNTIED-COUNT
                   ' NOT TIED TO THE MASTER'

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
                           MOVE PDF-PERIOD-YYYYMM TO
                                   STATEMENT-PERIOD
                       END-IF
               END-READ
               CLOSE PERIOD-FILE
           END-IF
           .

      *****************************************************************
      * 12-OPEN-CUSTOMER-MASTER positions the master at its first
      * customer.  The master is read forward in step with the
      * sorted statement lines, so each customer is met once, in
      * the same order the statements come out.
      *****************************************************************
       12-OPEN-CUSTOMER-MASTER.

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARSTMT: UNABLE TO OPEN CUSTOMER MASTER, '
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
               PERFORM 12A-READ-NEXT-CUSTOMER
           END-IF
           .

       12A-READ-NEXT-CUSTOMER.

           MOVE 'N' TO CUST-STATED-SWITCH
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO CUM-EOF-FLAG
           END-READ
           .

      *****************************************************************
      * 13-LOAD-REMIT-TO takes the remit-to block off its control
      * file; without one the statement still says where to send
      * the money.
      *****************************************************************
       13-LOAD-REMIT-TO.

           OPEN INPUT REMIT-TO-FILE
           IF RMT-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO RMT-EOF-FLAG
               PERFORM UNTIL NO-MORE-RMT-DATA
                   READ REMIT-TO-FILE
                       AT END
                           MOVE 'N' TO RMT-EOF-FLAG
                       NOT AT END
                           IF REMIT-TO-COUNT IS LESS THAN 4
                               ADD 1 TO REMIT-TO-COUNT
                               MOVE REMIT-TO-RECORD TO
                                   REMIT-TO-LINE (REMIT-TO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMIT-TO-FILE
           END-IF

           IF REMIT-TO-COUNT IS EQUAL TO ZERO
               MOVE 1 TO REMIT-TO-COUNT
               MOVE 'ACCOUNTS RECEIVABLE' TO REMIT-TO-LINE (1)
           END-IF
           .

      *****************************************************************
      * 20-RELEASE-STATEMENT-LINES releases every open item and
      * open deduction, aged 30-day-month style against the run
      * date from the invoice date, and every payment the cash
      * history dates inside the statement month.
      *****************************************************************
       20-RELEASE-STATEMENT-LINES.

           OPEN INPUT OPEN-ITEM-FILE
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARSTMT: UNABLE TO OPEN OPEN-ITEM LEDGER, '
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
                          AND ARO-INVOICE-DATE IS NUMERIC
                          AND ARO-OPEN-AMOUNT IS NUMERIC
                          AND ARO-OPEN-AMOUNT IS NOT EQUAL TO ZERO
                           MOVE ARO-INVOICE-DATE TO INV-DATE-WORK
                           COMPUTE AGE-DAYS =
                                   (RUN-CCYY - INV-CCYY) * 360
                                   + (RUN-MM - INV-MM) * 30
                                   + (RUN-DD - INV-DD)
                           MOVE ARO-CUSTOMER TO SRT-CUSTOMER
                           MOVE 'A' TO SRT-KIND
                           MOVE ARO-INVOICE-DATE TO SRT-DATE
                           MOVE ARO-INVOICE-NUMBER TO SRT-REFERENCE
                           MOVE ARO-OPEN-AMOUNT TO SRT-AMOUNT
                           MOVE AGE-DAYS TO SRT-AGE-DAYS
                           RELEASE SORT-STATEMENT-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPEN-ITEM-FILE

           OPEN INPUT DEDUCTION-FILE
           IF DDL-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO DDL-EOF-FLAG
               PERFORM UNTIL NO-MORE-DDL-DATA
                   READ DEDUCTION-FILE
                       AT END
                           MOVE 'N' TO DDL-EOF-FLAG
                       NOT AT END
                           IF DDL-OPEN
                              AND DDL-INVOICE-DATE IS NUMERIC
                              AND DDL-AMOUNT IS NUMERIC
                               MOVE DDL-INVOICE-DATE TO INV-DATE-WORK
                               COMPUTE AGE-DAYS =
                                       (RUN-CCYY - INV-CCYY) * 360
                                       + (RUN-MM - INV-MM) * 30
                                       + (RUN-DD - INV-DD)
                               MOVE DDL-CUSTOMER TO SRT-CUSTOMER
                               MOVE 'B' TO SRT-KIND
                               MOVE DDL-INVOICE-DATE TO SRT-DATE
                               MOVE DDL-INVOICE-NUMBER TO
                                       SRT-REFERENCE
                               MOVE DDL-AMOUNT TO SRT-AMOUNT
                               MOVE AGE-DAYS TO SRT-AGE-DAYS
                               RELEASE SORT-STATEMENT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-FILE
           END-IF

           OPEN INPUT CASH-HISTORY-FILE
           IF CSH-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO CSH-EOF-FLAG
               PERFORM UNTIL NO-MORE-CSH-DATA
                   READ CASH-HISTORY-FILE
                       AT END
                           MOVE 'N' TO CSH-EOF-FLAG
                       NOT AT END
                           IF CSH-RECEIPT-DATE IS NUMERIC
                              AND CSH-RECEIPT-YYYYMM IS EQUAL TO
                                   STATEMENT-PERIOD
                              AND CSH-APPLIED-AMOUNT IS NUMERIC
                               MOVE CSH-CUSTOMER TO SRT-CUSTOMER
                               IF CSH-DISCOUNT-TAKEN
                                   MOVE 'Q' TO SRT-KIND
                               ELSE
                                   MOVE 'P' TO SRT-KIND
                               END-IF
                               MOVE CSH-RECEIPT-DATE TO SRT-DATE
                               MOVE CSH-INVOICE-NUMBER TO
                                       SRT-REFERENCE
                               MOVE CSH-APPLIED-AMOUNT TO SRT-AMOUNT
                               MOVE 0 TO SRT-AGE-DAYS
                               RELEASE SORT-STATEMENT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-HISTORY-FILE
           ELSE
               DISPLAY 'ARSTMT: NO CASH HISTORY ON FILE, '
                       'STATEMENTS SHOW NO PAYMENTS'
           END-IF
           .

      *****************************************************************
      * 30-WRITE-STATEMENTS returns the lines in customer order.  A
      * customer whose first line is an open item or deduction gets
      * a statement; one whose first line is a payment has nothing
      * open and its payments are passed over.
      *****************************************************************
       30-WRITE-STATEMENTS.

           MOVE SPACES TO PRIOR-CUSTOMER
           MOVE 'N' TO STMT-OPEN-SWITCH
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN STATEMENT-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       IF SRT-CUSTOMER IS NOT EQUAL TO
                               PRIOR-CUSTOMER
                           IF STATEMENT-OPEN
                               PERFORM 36-FINISH-STATEMENT
                           END-IF
                           MOVE SRT-CUSTOMER TO PASS-TO-CUSTOMER
                           PERFORM 31-PASS-UNSTATED-CUSTOMERS
                           MOVE SRT-CUSTOMER TO PRIOR-CUSTOMER
                           MOVE 'N' TO STMT-OPEN-SWITCH
                           IF SRT-KIND IS NOT EQUAL TO 'P'
                              AND SRT-KIND IS NOT EQUAL TO 'Q'
                               PERFORM 32-START-STATEMENT
                           END-IF
                       END-IF
                       IF STATEMENT-OPEN
                           PERFORM 34-WRITE-STATEMENT-LINE
                       END-IF
               END-RETURN
           END-PERFORM

           IF STATEMENT-OPEN
               PERFORM 36-FINISH-STATEMENT
           END-IF
           .

      *****************************************************************
      * 31-PASS-UNSTATED-CUSTOMERS moves the master forward to
      * PASS-TO-CUSTOMER.  A customer passed over without having
      * been stated, whom the master says owes money, has nothing
      * open on the ledger to state and goes on the control page.
      *****************************************************************
       31-PASS-UNSTATED-CUSTOMERS.

           PERFORM UNTIL NO-MORE-CUM-DATA
                  OR CUM-CUSTOMER-ID IS NOT LESS THAN PASS-TO-CUSTOMER
               IF NOT CUSTOMER-STATED
                  AND CUM-OPEN-BALANCE IS NUMERIC
                  AND CUM-OPEN-BALANCE IS GREATER THAN ZERO
                   MOVE CUM-CUSTOMER-ID TO PRIOR-CUSTOMER
                   MOVE 0 TO STATEMENT-TOTAL
                   MOVE CUM-OPEN-BALANCE TO MASTER-BALANCE
                   MOVE 'BALANCE, NO OPEN ITEMS' TO CONTROL-REASON
                   PERFORM 38-WRITE-CONTROL-LINE
               END-IF
               PERFORM 12A-READ-NEXT-CUSTOMER
           END-PERFORM
           .

       32-START-STATEMENT.

           MOVE 'Y' TO STMT-OPEN-SWITCH
           MOVE 'N' TO PAYMENTS-SEEN-SWITCH
           MOVE 'N' TO DEDUCTIONS-SEEN-SWITCH
           MOVE 0 TO STATEMENT-TOTAL
           MOVE 0 TO PAYMENTS-TOTAL
           PERFORM VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 4
               MOVE 0 TO STMT-BUCKET (BUCKET-SUB)
           END-PERFORM
           ADD 1 TO STATEMENTS-WRITTEN

           MOVE 'N' TO CUST-FOUND-SWITCH
           IF NOT NO-MORE-CUM-DATA
               IF CUM-CUSTOMER-ID IS EQUAL TO SRT-CUSTOMER
                   MOVE 'Y' TO CUST-FOUND-SWITCH
                   MOVE 'Y' TO CUST-STATED-SWITCH
               END-IF
           END-IF

           MOVE ALL '-' TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'CUSTOMER STATEMENT   PERIOD ' DELIMITED BY SIZE
                  STATEMENT-PERIOD DELIMITED BY SIZE
                  '   STATEMENT DATE ' DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'ACCOUNT ' DELIMITED BY SIZE
                  SRT-CUSTOMER DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           IF CUSTOMER-FOUND
               MOVE CUM-CUSTOMER-NAME TO STATEMENT-RECORD (9: 20)
               WRITE STATEMENT-RECORD
               MOVE SPACES TO STATEMENT-RECORD
               MOVE CUM-SHIP-TO TO STATEMENT-RECORD (9: 20)
           ELSE
               MOVE 'CUSTOMER NOT ON FILE' TO
                       STATEMENT-RECORD (9: 20)
           END-IF
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE 'OPEN ITEMS' TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE '  INVOICE   DATE           AGE           AMOUNT  TYPE'
               TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           .

       34-WRITE-STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-ITEM-LINE
           MOVE SRT-REFERENCE TO SIL-REFERENCE
           MOVE SRT-DATE TO SIL-DATE
           MOVE SRT-AMOUNT TO SIL-AMOUNT

           EVALUATE SRT-KIND
               WHEN 'A'
                   ADD 1 TO ITEMS-STATED-COUNT
                   IF SRT-AMOUNT IS LESS THAN ZERO
                       MOVE 'CREDIT MEMO' TO SIL-DESCRIPTION
                   ELSE
                       MOVE 'INVOICE' TO SIL-DESCRIPTION
                   END-IF
                   PERFORM 35-AGE-STATEMENT-LINE
               WHEN 'B'
                   IF NOT DEDUCTIONS-SEEN
                       MOVE 'Y' TO DEDUCTIONS-SEEN-SWITCH
                       MOVE SPACES TO STATEMENT-RECORD
                       WRITE STATEMENT-RECORD
                       MOVE 'DEDUCTIONS TAKEN - UNDER REVIEW'
                           TO STATEMENT-RECORD
                       WRITE STATEMENT-RECORD
                   END-IF
                   ADD 1 TO DEDUCTIONS-STATED-COUNT
                   MOVE 'DEDUCTION' TO SIL-DESCRIPTION
                   PERFORM 35-AGE-STATEMENT-LINE
               WHEN OTHER
                   IF NOT PAYMENTS-SEEN
                       MOVE 'Y' TO PAYMENTS-SEEN-SWITCH
                       MOVE SPACES TO STATEMENT-RECORD
                       WRITE STATEMENT-RECORD
                       MOVE 'PAYMENTS RECEIVED THIS PERIOD - THANK YOU'
                           TO STATEMENT-RECORD
                       WRITE STATEMENT-RECORD
                       MOVE '  INVOICE   RECEIVED               AMOUNT'
                           TO STATEMENT-RECORD
                       WRITE STATEMENT-RECORD
                   END-IF
                   ADD 1 TO PAYMENTS-STATED-COUNT
                   ADD SRT-AMOUNT TO PAYMENTS-TOTAL
                   IF SRT-KIND IS EQUAL TO 'Q'
                       MOVE 'DISCOUNT' TO SIL-DESCRIPTION
                   ELSE
                       MOVE 'PAYMENT' TO SIL-DESCRIPTION
                   END-IF
           END-EVALUATE

           MOVE STATEMENT-ITEM-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           .

      *****************************************************************
      * 35-AGE-STATEMENT-LINE adds what is owed to the balance due
      * and to its aging bucket.
      *****************************************************************
       35-AGE-STATEMENT-LINE.

           ADD SRT-AMOUNT TO STATEMENT-TOTAL
           MOVE SRT-AGE-DAYS TO SIL-AGE-DAYS
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
           ADD SRT-AMOUNT TO STMT-BUCKET (BUCKET-SUB)
           .

      *****************************************************************
      * 36-FINISH-STATEMENT prints the balance due, the aging
      * footer, and the remit-to block, then proves the balance
      * against the customer master.
      *****************************************************************
       36-FINISH-STATEMENT.

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           IF PAYMENTS-SEEN
               MOVE SPACES TO STATEMENT-TOTAL-LINE
               MOVE 'PAYMENTS RECEIVED' TO STL-LABEL
               MOVE PAYMENTS-TOTAL TO STL-AMOUNT
               MOVE STATEMENT-TOTAL-LINE TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF

           MOVE SPACES TO STATEMENT-TOTAL-LINE
           MOVE 'BALANCE DUE' TO STL-LABEL
           MOVE STATEMENT-TOTAL TO STL-AMOUNT
           MOVE STATEMENT-TOTAL-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           ADD STATEMENT-TOTAL TO GRAND-STATED-TOTAL

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE STATEMENT-AGING-HEADING TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-AGING-LINE
           MOVE STMT-BUCKET (1) TO SAL-CURRENT
           MOVE STMT-BUCKET (2) TO SAL-DAYS-60
           MOVE STMT-BUCKET (3) TO SAL-DAYS-90
           MOVE STMT-BUCKET (4) TO SAL-DAYS-OVER
           MOVE STATEMENT-AGING-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE 'PLEASE REMIT TO:' TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           PERFORM VARYING REMIT-SUB FROM 1 BY 1
               UNTIL REMIT-SUB > REMIT-TO-COUNT
               MOVE SPACES TO STATEMENT-RECORD
               MOVE REMIT-TO-LINE (REMIT-SUB) TO
                       STATEMENT-RECORD (5: 40)
               WRITE STATEMENT-RECORD
           END-PERFORM

           IF CUSTOMER-FOUND
               MOVE CUM-OPEN-BALANCE TO MASTER-BALANCE
               MOVE 'TOTAL DOES NOT TIE' TO CONTROL-REASON
           ELSE
               MOVE 0 TO MASTER-BALANCE
               MOVE 'CUSTOMER NOT ON FILE' TO CONTROL-REASON
           END-IF
           IF STATEMENT-TOTAL IS NOT EQUAL TO MASTER-BALANCE
              OR NOT CUSTOMER-FOUND
               PERFORM 38-WRITE-CONTROL-LINE
           END-IF

           MOVE 'N' TO STMT-OPEN-SWITCH
           .

       38-WRITE-CONTROL-LINE.

           ADD 1 TO UNTIED-COUNT
           COMPUTE TIE-DIFFERENCE = STATEMENT-TOTAL - MASTER-BALANCE
           MOVE SPACES TO CONTROL-DETAIL-LINE
           MOVE PRIOR-CUSTOMER TO CDL-CUSTOMER
           MOVE STATEMENT-TOTAL TO CDL-STATED
           MOVE MASTER-BALANCE TO CDL-MASTER
           MOVE TIE-DIFFERENCE TO CDL-DIFFERENCE
           MOVE CONTROL-REASON TO CDL-REASON
           MOVE CONTROL-DETAIL-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           .

      *****************************************************************
      * 40-CHECK-UNSTATED-BALANCES catches the other direction: a
      * customer the master says owes money but with nothing open
      * on the ledger to state.  Customers passed between
      * statements were checked as the master moved forward; this
      * runs the master out past the last statement.
      *****************************************************************
       40-CHECK-UNSTATED-BALANCES.

           MOVE HIGH-VALUES TO PASS-TO-CUSTOMER
           PERFORM 31-PASS-UNSTATED-CUSTOMERS
           .

       45-WRITE-CONTROL-TOTALS.

           MOVE SPACES TO CONTROL-RECORD
           WRITE CONTROL-RECORD

           MOVE SPACES TO CONTROL-TOTAL-LINE
           MOVE 'STATEMENTS WRITTEN' TO CTL-LABEL
           MOVE STATEMENTS-WRITTEN TO CTL-COUNT
           MOVE CONTROL-TOTAL-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD

           MOVE SPACES TO CONTROL-TOTAL-LINE
           MOVE 'OPEN ITEMS STATED' TO CTL-LABEL
           MOVE ITEMS-STATED-COUNT TO CTL-COUNT
           MOVE CONTROL-TOTAL-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD

           MOVE SPACES TO CONTROL-TOTAL-LINE
           MOVE 'DEDUCTIONS STATED' TO CTL-LABEL
           MOVE DEDUCTIONS-STATED-COUNT TO CTL-COUNT
           MOVE CONTROL-TOTAL-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD

           MOVE SPACES TO CONTROL-TOTAL-LINE
           MOVE 'PAYMENTS STATED' TO CTL-LABEL
           MOVE PAYMENTS-STATED-COUNT TO CTL-COUNT
           MOVE CONTROL-TOTAL-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD

           MOVE SPACES TO CONTROL-TOTAL-LINE
           MOVE 'CUSTOMERS NOT TIED' TO CTL-LABEL
           MOVE UNTIED-COUNT TO CTL-COUNT
           MOVE CONTROL-TOTAL-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD

           MOVE SPACES TO STATEMENT-TOTAL-LINE
           MOVE 'TOTAL STATED' TO STL-LABEL
           MOVE GRAND-STATED-TOTAL TO STL-AMOUNT
           MOVE STATEMENT-TOTAL-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           .
