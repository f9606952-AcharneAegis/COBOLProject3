       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMRUN.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * COMMRUN is the monthly sales commission run.  Commission was
      * worked by hand off the invoice extract, paid on what was
      * billed, and argued over every month.  This run pays it on
      * what was collected: every cash application ARCASH made in
      * the month against an invoice on the receivables ledger earns
      * the rep whose territory the customer is in a commission at
      * the plan rate for each candy type on the invoice -- a
      * reduced rate where the line went out at a contract or promo
      * price.  The collection is spread over the invoice's lines by
      * their share of the invoice, so the sales tax collected earns
      * nothing.  A credit memo the returns run cut in the month
      * claws back the commission on the cases credited, and a bad-
      * debt write-off claws back the commission on the amount
      * written off.  A rep whose clawbacks come to more than the
      * month earned is paid nothing and carries the deficit into
      * the next month.
      * *****
      * INPUT:
      *    COMMISSION-PERIOD.txt   optional: the commission month
      *                            as YYYYMM; a missing file means
      *                            the current month.
      *    SALES-REP-MASTER.txt    the sales territories and the rep
      *                            who works each.
      *    CUSTOMER-MASTER.dat     each customer's sales territory.
      *    CANDY-MASTER.txt        optional: each candy's type.
      *    COMMISSION-PLAN.txt     the commission plan: per candy
      *                            type the percent paid on a line
      *                            sold at the regular price, at a
      *                            contract price, and at a promo
      *                            price.  A type of spaces is the
      *                            rate for any type not listed.
      *    CASH-HISTORY.txt        optional: the applications ARCASH
      *                            kept.  Cash with a receipt date
      *                            in the month earns commission;
      *                            discounts taken do not.
      *    AR-WRITEOFF-HISTORY.txt optional: the write-offs ARWRTOFF
      *                            applied.
      *    CREDIT-MEMO-HISTORY.txt optional: the credit memos
      *                            RMAPROC cut.
      *    INVOICE-HISTORY.txt     optional: the invoice lines, for
      *                            the candy, price, and price
      *                            source behind each invoice.  An
      *                            invoice not on it is paid at the
      *                            plan's default regular rate.
      *    COMMISSION-HISTORY.txt  optional: every rep's commission
      *                            month by month, for the deficit
      *                            brought forward.  A month already
      *                            on it is not run again.
      * *****
      * OUTPUT:
      *    Commission-Statements.txt  one statement per rep, each
      *                            opened by a rule line.
      *    Commission-Control.txt  the collections, credits, and
      *                            write-offs of customers in no
      *                            rep's territory, and run totals.
      *    COMMISSION-PAYABLE.txt  one line per rep with commission
      *                            to pay, for the payroll interface.
      *    COMMISSION-HISTORY.txt  extended with the month's line
      *                            for every rep on a statement.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE
               ASSIGN TO 'COMMISSION-PERIOD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-FILE-STATUS.
           SELECT SALES-REP-FILE
               ASSIGN TO 'SALES-REP-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRM-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS CUM-FILE-STATUS.
           SELECT CANDY-MASTER-FILE
               ASSIGN TO 'CANDY-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMF-FILE-STATUS.
           SELECT COMMISSION-PLAN-FILE
               ASSIGN TO 'COMMISSION-PLAN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CPL-FILE-STATUS.
           SELECT CASH-HISTORY-FILE
               ASSIGN TO 'CASH-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSH-FILE-STATUS.
           SELECT WRITEOFF-HISTORY-FILE
               ASSIGN TO 'AR-WRITEOFF-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WOH-FILE-STATUS.
           SELECT CREDIT-MEMO-HISTORY-FILE
               ASSIGN TO 'CREDIT-MEMO-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMH-FILE-STATUS.
           SELECT INVOICE-HISTORY-FILE
               ASSIGN TO 'INVOICE-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INH-FILE-STATUS.
           SELECT COMMISSION-HISTORY-FILE
               ASSIGN TO 'COMMISSION-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COH-FILE-STATUS.
           SELECT COMMISSION-PAYABLE-FILE
               ASSIGN TO 'COMMISSION-PAYABLE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMP-FILE-STATUS.
           SELECT STATEMENT-FILE
               ASSIGN TO PRINTER 'Commission-Statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT
               ASSIGN TO PRINTER 'Commission-Control.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PERIOD-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  PERIOD-RECORD.
           05  PDF-PERIOD-YYYYMM       PIC 9(6).

       FD SALES-REP-FILE
           RECORD CONTAINS 29 CHARACTERS.

       COPY SLSRREC.

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

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

       FD COMMISSION-PLAN-FILE
           RECORD CONTAINS 17 CHARACTERS.

       01  COMMISSION-PLAN-RECORD.
           05  CPL-CANDY-TYPE          PIC XX.
           05  CPL-REGULAR-PCT         PIC 99V999.
           05  CPL-CONTRACT-PCT        PIC 99V999.
           05  CPL-PROMO-PCT           PIC 99V999.

       FD CASH-HISTORY-FILE
           RECORD CONTAINS 54 CHARACTERS.

       COPY CASHHREC.

       FD WRITEOFF-HISTORY-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  WRITEOFF-HISTORY-RECORD.
           05  WOH-RUN-DATE            PIC 9(8).
           05  WOH-RUN-DATE-X REDEFINES WOH-RUN-DATE.
               10  WOH-RUN-YYYYMM      PIC 9(6).
               10  WOH-RUN-DD          PIC 99.
           05  WOH-ACTION              PIC X.
           05  WOH-CUSTOMER            PIC X(10).
           05  WOH-INVOICE-NUMBER      PIC X(8).
           05  WOH-AMOUNT              PIC 9(9)V99.
           05  WOH-REASON-CODE         PIC XX.
           05  WOH-APPROVER            PIC X(5).

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

       FD INVOICE-HISTORY-FILE
           RECORD CONTAINS 103 CHARACTERS.

       COPY INVHREC.

       FD COMMISSION-HISTORY-FILE
           RECORD CONTAINS 65 CHARACTERS.

       01  COMMISSION-HISTORY-RECORD.
           05  COH-PERIOD              PIC 9(6).
           05  COH-REP-ID              PIC X(5).
           05  COH-EARNED              PIC 9(7)V99.
           05  COH-MEMO-CLAWBACK       PIC 9(7)V99.
           05  COH-WRITEOFF-CLAWBACK   PIC 9(7)V99.
           05  COH-DEFICIT-IN          PIC 9(7)V99.
           05  COH-PAYABLE             PIC 9(7)V99.
           05  COH-DEFICIT-OUT         PIC 9(7)V99.

       FD COMMISSION-PAYABLE-FILE
           RECORD CONTAINS 20 CHARACTERS.

       COPY CMPYREC.

       FD STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  STATEMENT-RECORD            PIC X(80).

       FD CONTROL-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  CONTROL-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  SRM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SRM-DATA                     VALUE 'N'.
           05  CMF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CMF-DATA                     VALUE 'N'.
           05  CPL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CPL-DATA                     VALUE 'N'.
           05  CSH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CSH-DATA                     VALUE 'N'.
           05  WOH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-WOH-DATA                     VALUE 'N'.
           05  CMH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CMH-DATA                     VALUE 'N'.
           05  INH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-INH-DATA                     VALUE 'N'.
           05  COH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-COH-DATA                     VALUE 'N'.
           05  PERIOD-RUN-SWITCH       PIC X           VALUE 'N'.
               88 PERIOD-ALREADY-RUN                   VALUE 'Y'.
           05  LINE-RATED-SWITCH       PIC X           VALUE 'N'.
               88 LINE-RATED                           VALUE 'Y'.

       01  TEMP-FIELDS.
           05  PDF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SRM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CPL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CSH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  WOH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CMH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  INH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  COH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CMP-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD.
               10  RUN-CCYY            PIC 9(4).
               10  RUN-MM              PIC 99.
               10  RUN-DD              PIC 99.
           05  COMMISSION-PERIOD       PIC 9(6)        VALUE 0.
           05  REP-SUB                 PIC 9(3)        VALUE 0.
           05  REP-HOLD-SUB            PIC 9(3)        VALUE 0.
           05  TERR-SUB                PIC 9(3)        VALUE 0.

           05  CANDY-SUB               PIC 9(3)        VALUE 0.
           05  PLAN-SUB                PIC 99          VALUE 0.
           05  PLAN-HOLD-SUB           PIC 99          VALUE 0.
           05  ACT-SUB                 PIC 9(5)        VALUE 0.
           05  RATE-CANDY-ID           PIC XXX         VALUE SPACES.
           05  RATE-CANDY-TYPE         PIC XX          VALUE SPACES.
           05  RATE-PRICE-SOURCE       PIC X           VALUE SPACE.
           05  RATE-PCT                PIC 99V999      VALUE 0.
           05  NET-AMOUNT              PIC S9(9)V99    VALUE 0.
           05  SIGNED-COMMISSION       PIC S9(9)V99    VALUE 0.

       01  RUN-TOTALS.
           05  STATEMENTS-WRITTEN      PIC 9(5)        VALUE 0.
           05  PAYABLES-WRITTEN        PIC 9(5)        VALUE 0.
           05  TOTAL-EARNED            PIC 9(9)V99     VALUE 0.
           05  TOTAL-MEMO-CLAWBACK     PIC 9(9)V99     VALUE 0.
           05  TOTAL-WRITEOFF-CLAWBACK PIC 9(9)V99     VALUE 0.
           05  TOTAL-PAYABLE           PIC 9(9)V99     VALUE 0.
           05  TOTAL-DEFICIT-OUT       PIC 9(9)V99     VALUE 0.
           05  UNASSIGNED-COUNT        PIC 9(5)        VALUE 0.
           05  UNASSIGNED-COMMISSION   PIC 9(9)V99     VALUE 0.

      *****************************************************************
      * REP-TABLE holds one entry per rep on the rep master and the
      * month's commission as it is worked; TERRITORY-TABLE points
      * each territory at its rep.
      *****************************************************************
       01  REP-COUNT                   PIC 9(3)        VALUE 0.

       01  REP-TABLE.
           05  REP-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON REP-COUNT.
               10  RPT-REP-ID          PIC X(5).
               10  RPT-REP-NAME        PIC X(20).
               10  RPT-ACTIVITY-COUNT  PIC 9(5).
               10  RPT-EARNED          PIC 9(7)V99.
               10  RPT-MEMO-CLAWBACK   PIC 9(7)V99.
               10  RPT-WRITEOFF-CLAWBACK PIC 9(7)V99.
               10  RPT-DEFICIT-IN      PIC 9(7)V99.
               10  RPT-PAYABLE         PIC 9(7)V99.
               10  RPT-DEFICIT-OUT     PIC 9(7)V99.

       01  TERRITORY-COUNT             PIC 9(3)        VALUE 0.

       01  TERRITORY-TABLE.
           05  TERRITORY-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON TERRITORY-COUNT.
               10  TRT-TERRITORY       PIC X(4).
               10  TRT-REP-SUB         PIC 9(3).


       01  CANDY-COUNT                 PIC 9(3)        VALUE 0.

       01  CANDY-TABLE.
           05  CANDY-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON CANDY-COUNT.
               10  CDT-CANDY-ID        PIC XXX.
               10  CDT-CANDY-TYPE      PIC XX.

       01  PLAN-COUNT                  PIC 99          VALUE 0.

       01  PLAN-TABLE.
           05  PLAN-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON PLAN-COUNT.
               10  PLT-CANDY-TYPE      PIC XX.
               10  PLT-REGULAR-PCT     PIC 99V999.
               10  PLT-CONTRACT-PCT    PIC 99V999.
               10  PLT-PROMO-PCT       PIC 99V999.

      *****************************************************************
      * ACTIVITY-TABLE holds the month's collections ('C'), credit
      * memos ('M'), and write-offs ('W').  ACT-GROSS and ACT-RATED
      * gather, off the invoice lines, the invoice's total with tax
      * and the commission it would earn paid in full; a credit
      * memo's ACT-RATED is the commission on the cases credited.
      *****************************************************************
       01  ACTIVITY-COUNT              PIC 9(5)        VALUE 0.

       01  ACTIVITY-TABLE.
           05  ACTIVITY-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON ACTIVITY-COUNT.
               10  ACT-KIND            PIC X.
                   88  ACT-COLLECTION                  VALUE 'C'.
                   88  ACT-CREDIT-MEMO                 VALUE 'M'.
                   88  ACT-WRITE-OFF                   VALUE 'W'.
               10  ACT-DATE            PIC 9(8).
               10  ACT-CUSTOMER        PIC X(10).
               10  ACT-INVOICE-NUMBER  PIC X(8).
               10  ACT-CANDY-ID        PIC XXX.
               10  ACT-CASES           PIC 9(5).
               10  ACT-AMOUNT          PIC 9(9)V99.
               10  ACT-GROSS           PIC 9(9)V99.
               10  ACT-RATED           PIC 9(9)V9999.
               10  ACT-PRICED-FLAG     PIC X.
                   88  ACT-PRICED                      VALUE 'Y'.
               10  ACT-COMMISSION      PIC 9(7)V99.
               10  ACT-REP-SUB         PIC 9(3).

       01  STATEMENT-HEADING-LINE.
           05  FILLER                  PIC X(25)   VALUE
                                       'ACTIVITY     CUSTOMER    '.
           05  FILLER                  PIC X(20)   VALUE
                                       'INVOICE   DATE      '.
           05  FILLER                  PIC X(20)   VALUE
                                       '          AMOUNT    '.
           05  FILLER                  PIC X(13)   VALUE
                                       '  COMMISSION '.

       01  STATEMENT-LINE.
           05  STL-KIND                PIC X(11).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  STL-CUSTOMER            PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  STL-INVOICE-NUMBER      PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  STL-DATE                PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  STL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  STL-COMMISSION          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(5)        VALUE SPACES.

       01  STATEMENT-TOTAL-LINE.
           05  STT-LABEL               PIC X(30).
           05  FILLER                  PIC X(27)       VALUE SPACES.
           05  STT-AMOUNT              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(9)        VALUE SPACES.

       01  CONTROL-TOTAL-LINE.
           05  CTL-LABEL               PIC X(30).
           05  CTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  CTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(28)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE COMMISSION-PERIOD = RUN-CCYY * 100 + RUN-MM
           PERFORM 11-READ-PERIOD-OVERRIDE

           PERFORM 12-LOAD-SALES-REPS
           PERFORM 13-OPEN-CUSTOMER-MASTER
           PERFORM 14-LOAD-CANDY-TYPES
           PERFORM 15-LOAD-COMMISSION-PLAN
           PERFORM 16-LOAD-COMMISSION-HISTORY

           PERFORM 17-LOAD-COLLECTIONS
           PERFORM 18-LOAD-WRITE-OFFS
           PERFORM 19-LOAD-CREDIT-MEMOS
           PERFORM 20-RATE-FROM-INVOICES THRU 20-RATE-EXIT
           CLOSE CUSTOMER-MASTER-FILE

           PERFORM 25-FIGURE-COMMISSIONS
           PERFORM 30-WRITE-STATEMENTS
           PERFORM 40-EOF-ROUTINE
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
                                   COMMISSION-PERIOD
                       END-IF
               END-READ
               CLOSE PERIOD-FILE
           END-IF
           .

      *****************************************************************
      * 12-LOAD-SALES-REPS builds one rep entry per Employee ID on
      * the rep master and points each territory at it.
      *****************************************************************
       12-LOAD-SALES-REPS.

           OPEN INPUT SALES-REP-FILE
           IF SRM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'COMMRUN: UNABLE TO OPEN SALES REP MASTER, '
                       'FILE STATUS = ' SRM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO SRM-EOF-FLAG
           PERFORM UNTIL NO-MORE-SRM-DATA
               READ SALES-REP-FILE
                   AT END
                       MOVE 'N' TO SRM-EOF-FLAG
                   NOT AT END
                       PERFORM 12A-ADD-TERRITORY
               END-READ
           END-PERFORM

           CLOSE SALES-REP-FILE
           .

       12A-ADD-TERRITORY.

           MOVE 0 TO REP-HOLD-SUB
           PERFORM VARYING REP-SUB FROM 1 BY 1
               UNTIL REP-SUB > REP-COUNT
               IF RPT-REP-ID (REP-SUB) IS EQUAL TO SRM-REP-ID
                   MOVE REP-SUB TO REP-HOLD-SUB
                   MOVE REP-COUNT TO REP-SUB
               END-IF
           END-PERFORM

           IF REP-HOLD-SUB IS EQUAL TO ZERO
               IF REP-COUNT IS EQUAL TO 500
                   DISPLAY 'COMMRUN: MORE THAN 500 SALES REPS, '
                           'TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO REP-COUNT
               MOVE REP-COUNT TO REP-HOLD-SUB
               MOVE SRM-REP-ID TO RPT-REP-ID (REP-HOLD-SUB)
               MOVE SRM-REP-NAME TO RPT-REP-NAME (REP-HOLD-SUB)
               MOVE 0 TO RPT-ACTIVITY-COUNT (REP-HOLD-SUB)
               MOVE 0 TO RPT-EARNED (REP-HOLD-SUB)
               MOVE 0 TO RPT-MEMO-CLAWBACK (REP-HOLD-SUB)
               MOVE 0 TO RPT-WRITEOFF-CLAWBACK (REP-HOLD-SUB)
               MOVE 0 TO RPT-DEFICIT-IN (REP-HOLD-SUB)
               MOVE 0 TO RPT-PAYABLE (REP-HOLD-SUB)
               MOVE 0 TO RPT-DEFICIT-OUT (REP-HOLD-SUB)
           END-IF

           IF TERRITORY-COUNT IS EQUAL TO 500
               DISPLAY 'COMMRUN: MORE THAN 500 SALES TERRITORIES, '
                       'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TERRITORY-COUNT
           MOVE SRM-TERRITORY TO TRT-TERRITORY (TERRITORY-COUNT)
           MOVE REP-HOLD-SUB TO TRT-REP-SUB (TERRITORY-COUNT)
           .

      *****************************************************************
      * 13-OPEN-CUSTOMER-MASTER opens the customer master for the
      * territory lookups 22-FIND-REP makes.
      *****************************************************************
       13-OPEN-CUSTOMER-MASTER.

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'COMMRUN: UNABLE TO OPEN CUSTOMER MASTER, '
                       'FILE STATUS = ' CUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           .

       14-LOAD-CANDY-TYPES.

           OPEN INPUT CANDY-MASTER-FILE
           IF CMF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CMF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'COMMRUN: UNABLE TO OPEN CANDY MASTER, '
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
                               DISPLAY 'COMMRUN: MORE THAN 500 '
                                       'CANDIES, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO CANDY-COUNT
                           MOVE CMF-CANDY-ID TO
                                   CDT-CANDY-ID (CANDY-COUNT)
                           MOVE CMF-CANDY-TYPE TO
                                   CDT-CANDY-TYPE (CANDY-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CANDY-MASTER-FILE
           END-IF
           .

       15-LOAD-COMMISSION-PLAN.

           OPEN INPUT COMMISSION-PLAN-FILE
           IF CPL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'COMMRUN: UNABLE TO OPEN COMMISSION PLAN, '
                       'FILE STATUS = ' CPL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO CPL-EOF-FLAG
           PERFORM UNTIL NO-MORE-CPL-DATA
               READ COMMISSION-PLAN-FILE
                   AT END
                       MOVE 'N' TO CPL-EOF-FLAG
                   NOT AT END
                       IF PLAN-COUNT IS EQUAL TO 50
                           DISPLAY 'COMMRUN: MORE THAN 50 COMMISSION '
                                   'PLAN RATES, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO PLAN-COUNT
                       MOVE CPL-CANDY-TYPE TO
                               PLT-CANDY-TYPE (PLAN-COUNT)
                       MOVE 0 TO PLT-REGULAR-PCT (PLAN-COUNT)
                       MOVE 0 TO PLT-CONTRACT-PCT (PLAN-COUNT)
                       MOVE 0 TO PLT-PROMO-PCT (PLAN-COUNT)
                       IF CPL-REGULAR-PCT IS NUMERIC
                           MOVE CPL-REGULAR-PCT TO
                                   PLT-REGULAR-PCT (PLAN-COUNT)
                       END-IF
                       IF CPL-CONTRACT-PCT IS NUMERIC
                           MOVE CPL-CONTRACT-PCT TO
                                   PLT-CONTRACT-PCT (PLAN-COUNT)
                       END-IF
                       IF CPL-PROMO-PCT IS NUMERIC
                           MOVE CPL-PROMO-PCT TO
                                   PLT-PROMO-PCT (PLAN-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COMMISSION-PLAN-FILE
           .

      *****************************************************************
      * 16-LOAD-COMMISSION-HISTORY takes each rep's deficit off the
      * rep's latest month before this one.  A month already paid
      * stops the run, so no rep is paid twice.
      *****************************************************************
       16-LOAD-COMMISSION-HISTORY.

           OPEN INPUT COMMISSION-HISTORY-FILE
           IF COH-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF COH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'COMMRUN: UNABLE TO OPEN COMMISSION '
                           'HISTORY, FILE STATUS = ' COH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO COH-EOF-FLAG
               PERFORM UNTIL NO-MORE-COH-DATA
                   READ COMMISSION-HISTORY-FILE
                       AT END
                           MOVE 'N' TO COH-EOF-FLAG
                       NOT AT END
                           IF COH-PERIOD IS EQUAL TO
                                   COMMISSION-PERIOD
                               MOVE 'Y' TO PERIOD-RUN-SWITCH
                           END-IF
                           IF COH-PERIOD IS LESS THAN
                                   COMMISSION-PERIOD
                              AND COH-DEFICIT-OUT IS NUMERIC
                               PERFORM VARYING REP-SUB FROM 1 BY 1
                                   UNTIL REP-SUB > REP-COUNT
                                   IF RPT-REP-ID (REP-SUB) IS EQUAL
                                           TO COH-REP-ID
                                       MOVE COH-DEFICIT-OUT TO
                                           RPT-DEFICIT-IN (REP-SUB)
                                       MOVE REP-COUNT TO REP-SUB
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-HISTORY-FILE
           END-IF

           IF PERIOD-ALREADY-RUN
               DISPLAY 'COMMRUN: COMMISSIONS FOR ' COMMISSION-PERIOD
                       ' HAVE ALREADY BEEN RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       17-LOAD-COLLECTIONS.

           OPEN INPUT CASH-HISTORY-FILE
           IF CSH-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CSH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'COMMRUN: UNABLE TO OPEN CASH HISTORY, '
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
                                   COMMISSION-PERIOD
                              AND CSH-APPLIED-AMOUNT IS NUMERIC
                              AND CSH-APPLIED-AMOUNT IS GREATER THAN
                                   ZERO
                               PERFORM 21-ADD-ACTIVITY
                               MOVE 'C' TO ACT-KIND (ACTIVITY-COUNT)
                               MOVE CSH-RECEIPT-DATE TO
                                       ACT-DATE (ACTIVITY-COUNT)
                               MOVE CSH-CUSTOMER TO
                                       ACT-CUSTOMER (ACTIVITY-COUNT)
                               MOVE CSH-INVOICE-NUMBER TO
                                   ACT-INVOICE-NUMBER (ACTIVITY-COUNT)
                               MOVE CSH-APPLIED-AMOUNT TO
                                       ACT-AMOUNT (ACTIVITY-COUNT)
                               PERFORM 22-FIND-REP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-HISTORY-FILE
           END-IF
           .

       18-LOAD-WRITE-OFFS.

           OPEN INPUT WRITEOFF-HISTORY-FILE
           IF WOH-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF WOH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'COMMRUN: UNABLE TO OPEN WRITE-OFF '
                           'HISTORY, FILE STATUS = ' WOH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO WOH-EOF-FLAG
               PERFORM UNTIL NO-MORE-WOH-DATA
                   READ WRITEOFF-HISTORY-FILE
                       AT END
                           MOVE 'N' TO WOH-EOF-FLAG
                       NOT AT END
                           IF WOH-ACTION IS EQUAL TO 'W'
                              AND WOH-RUN-YYYYMM IS EQUAL TO
                                   COMMISSION-PERIOD
                              AND WOH-AMOUNT IS NUMERIC
                              AND WOH-AMOUNT IS GREATER THAN ZERO
                               PERFORM 21-ADD-ACTIVITY
                               MOVE 'W' TO ACT-KIND (ACTIVITY-COUNT)
                               MOVE WOH-RUN-DATE TO
                                       ACT-DATE (ACTIVITY-COUNT)
                               MOVE WOH-CUSTOMER TO
                                       ACT-CUSTOMER (ACTIVITY-COUNT)
                               MOVE WOH-INVOICE-NUMBER TO
                                   ACT-INVOICE-NUMBER (ACTIVITY-COUNT)
                               MOVE WOH-AMOUNT TO
                                       ACT-AMOUNT (ACTIVITY-COUNT)
                               PERFORM 22-FIND-REP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WRITEOFF-HISTORY-FILE
           END-IF
           .

       19-LOAD-CREDIT-MEMOS.

           OPEN INPUT CREDIT-MEMO-HISTORY-FILE
           IF CMH-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CMH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'COMMRUN: UNABLE TO OPEN CREDIT MEMO '
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
                                   COMMISSION-PERIOD
                              AND CMH-CREDIT-AMOUNT IS NUMERIC
                              AND CMH-CREDIT-AMOUNT IS GREATER THAN
                                   ZERO
                               PERFORM 21-ADD-ACTIVITY
                               MOVE 'M' TO ACT-KIND (ACTIVITY-COUNT)
                               MOVE CMH-RMA-DATE TO
                                       ACT-DATE (ACTIVITY-COUNT)
                               MOVE CMH-CUSTOMER TO
                                       ACT-CUSTOMER (ACTIVITY-COUNT)
                               MOVE CMH-INVOICE-NUMBER TO
                                   ACT-INVOICE-NUMBER (ACTIVITY-COUNT)
                               MOVE CMH-CANDY-ID TO
                                       ACT-CANDY-ID (ACTIVITY-COUNT)
                               IF CMH-CASES IS NUMERIC
                                   MOVE CMH-CASES TO
                                       ACT-CASES (ACTIVITY-COUNT)
                               END-IF
                               MOVE CMH-CREDIT-AMOUNT TO
                                       ACT-AMOUNT (ACTIVITY-COUNT)
                               PERFORM 22-FIND-REP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-MEMO-HISTORY-FILE
           END-IF
           .

      *****************************************************************
      * 20-RATE-FROM-INVOICES passes the invoice lines once.  Each
      * line belonging to an invoice paid or written off this month
      * adds its extended amount and tax to the invoice's gross and
      * its commission at the plan rate to the invoice's rated
      * amount; a line a credit memo was cut against rates the
      * cases credited at the line's price.
      *****************************************************************
       20-RATE-FROM-INVOICES.

           IF ACTIVITY-COUNT IS EQUAL TO ZERO
               GO TO 20-RATE-EXIT
           END-IF

           OPEN INPUT INVOICE-HISTORY-FILE
           IF INH-FILE-STATUS IS EQUAL TO '35'
               GO TO 20-RATE-EXIT
           END-IF
           IF INH-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'COMMRUN: UNABLE TO OPEN INVOICE HISTORY, '
                       'FILE STATUS = ' INH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO INH-EOF-FLAG
           PERFORM UNTIL NO-MORE-INH-DATA
               READ INVOICE-HISTORY-FILE
                   AT END
                       MOVE 'N' TO INH-EOF-FLAG
                   NOT AT END
                       IF INH-EXTENDED IS NUMERIC
                          AND INH-TAX-AMOUNT IS NUMERIC
                          AND INH-UNIT-PRICE IS NUMERIC
                           MOVE 'N' TO LINE-RATED-SWITCH
                           PERFORM VARYING ACT-SUB FROM 1 BY 1
                               UNTIL ACT-SUB > ACTIVITY-COUNT
                               IF ACT-INVOICE-NUMBER (ACT-SUB) IS
                                       EQUAL TO INH-INVOICE-NUMBER
                                  AND ACT-CUSTOMER (ACT-SUB) IS
                                       EQUAL TO INH-CUSTOMER
                                   PERFORM 20A-RATE-ONE-ACTIVITY
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INVOICE-HISTORY-FILE
           .

       20-RATE-EXIT.
           EXIT.

       20A-RATE-ONE-ACTIVITY.

           IF NOT LINE-RATED
               MOVE INH-CANDY-ID TO RATE-CANDY-ID
               MOVE INH-PRICE-SOURCE TO RATE-PRICE-SOURCE
               PERFORM 23-FIND-RATE
               MOVE 'Y' TO LINE-RATED-SWITCH
           END-IF

           IF ACT-CREDIT-MEMO (ACT-SUB)
               IF ACT-CANDY-ID (ACT-SUB) IS EQUAL TO INH-CANDY-ID
                   COMPUTE ACT-RATED (ACT-SUB) =
                           ACT-CASES (ACT-SUB) * INH-UNIT-PRICE
                           * RATE-PCT / 100
                   MOVE 'Y' TO ACT-PRICED-FLAG (ACT-SUB)
               END-IF
           ELSE
               ADD INH-EXTENDED INH-TAX-AMOUNT TO ACT-GROSS (ACT-SUB)
               COMPUTE ACT-RATED (ACT-SUB) = ACT-RATED (ACT-SUB)
                       + INH-EXTENDED * RATE-PCT / 100
           END-IF
           .

       21-ADD-ACTIVITY.

           IF ACTIVITY-COUNT IS EQUAL TO 20000
               DISPLAY 'COMMRUN: MORE THAN 20000 COLLECTIONS, '
                       'CREDITS, AND WRITE-OFFS, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ACTIVITY-COUNT
           MOVE SPACES TO ACTIVITY-ENTRY (ACTIVITY-COUNT)
           MOVE 0 TO ACT-CASES (ACTIVITY-COUNT)
           MOVE 0 TO ACT-GROSS (ACTIVITY-COUNT)
           MOVE 0 TO ACT-RATED (ACTIVITY-COUNT)
           MOVE 'N' TO ACT-PRICED-FLAG (ACTIVITY-COUNT)
           MOVE 0 TO ACT-COMMISSION (ACTIVITY-COUNT)
           MOVE 0 TO ACT-REP-SUB (ACTIVITY-COUNT)
           .

      *****************************************************************
      * 22-FIND-REP reads the activity's customer and gives it the
      * rep of the customer's territory; zero is a customer in no
      * rep's territory.
      *****************************************************************
       22-FIND-REP.

           MOVE ACT-CUSTOMER (ACTIVITY-COUNT) TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS EQUAL TO '00'
              AND CUM-SALES-TERRITORY IS NOT EQUAL TO SPACES
               PERFORM VARYING TERR-SUB FROM 1 BY 1
                   UNTIL TERR-SUB > TERRITORY-COUNT
                   IF TRT-TERRITORY (TERR-SUB) IS EQUAL TO
                           CUM-SALES-TERRITORY
                       MOVE TRT-REP-SUB (TERR-SUB) TO
                               ACT-REP-SUB (ACTIVITY-COUNT)
                       MOVE TERRITORY-COUNT TO TERR-SUB
                   END-IF
               END-PERFORM
           END-IF
           .

      *****************************************************************
      * 23-FIND-RATE finds the plan percent for RATE-CANDY-ID sold
      * at RATE-PRICE-SOURCE: the plan line for the candy's type,
      * or else the default line of type spaces; no line pays
      * nothing.
      *****************************************************************
       23-FIND-RATE.

           MOVE SPACES TO RATE-CANDY-TYPE
           PERFORM VARYING CANDY-SUB FROM 1 BY 1
               UNTIL CANDY-SUB > CANDY-COUNT
               IF CDT-CANDY-ID (CANDY-SUB) IS EQUAL TO RATE-CANDY-ID
                   MOVE CDT-CANDY-TYPE (CANDY-SUB) TO RATE-CANDY-TYPE
                   MOVE CANDY-COUNT TO CANDY-SUB
               END-IF
           END-PERFORM

           MOVE 0 TO PLAN-HOLD-SUB
           PERFORM VARYING PLAN-SUB FROM 1 BY 1
               UNTIL PLAN-SUB > PLAN-COUNT
               IF PLT-CANDY-TYPE (PLAN-SUB) IS EQUAL TO
                       RATE-CANDY-TYPE
                   MOVE PLAN-SUB TO PLAN-HOLD-SUB
                   MOVE PLAN-COUNT TO PLAN-SUB
               END-IF
           END-PERFORM
           IF PLAN-HOLD-SUB IS EQUAL TO ZERO
               PERFORM VARYING PLAN-SUB FROM 1 BY 1
                   UNTIL PLAN-SUB > PLAN-COUNT
                   IF PLT-CANDY-TYPE (PLAN-SUB) IS EQUAL TO SPACES
                       MOVE PLAN-SUB TO PLAN-HOLD-SUB
                       MOVE PLAN-COUNT TO PLAN-SUB
                   END-IF
               END-PERFORM
           END-IF

           MOVE 0 TO RATE-PCT
           IF PLAN-HOLD-SUB IS GREATER THAN ZERO
               EVALUATE RATE-PRICE-SOURCE
                   WHEN 'C'
                       MOVE PLT-CONTRACT-PCT (PLAN-HOLD-SUB) TO
                               RATE-PCT
                   WHEN 'P'
                       MOVE PLT-PROMO-PCT (PLAN-HOLD-SUB) TO RATE-PCT
                   WHEN OTHER
                       MOVE PLT-REGULAR-PCT (PLAN-HOLD-SUB) TO
                               RATE-PCT
               END-EVALUATE
           END-IF
           .

      *****************************************************************
      * 25-FIGURE-COMMISSIONS works each collection, credit, and
      * write-off's commission into its rep's month, then nets
      * what each rep earned against the clawbacks and the deficit
      * brought forward.
      *****************************************************************
       25-FIGURE-COMMISSIONS.

           PERFORM VARYING ACT-SUB FROM 1 BY 1
               UNTIL ACT-SUB > ACTIVITY-COUNT
               PERFORM 26-FIGURE-ONE-ACTIVITY
           END-PERFORM

           PERFORM VARYING REP-SUB FROM 1 BY 1
               UNTIL REP-SUB > REP-COUNT
               COMPUTE NET-AMOUNT = RPT-EARNED (REP-SUB)
                       - RPT-MEMO-CLAWBACK (REP-SUB)
                       - RPT-WRITEOFF-CLAWBACK (REP-SUB)
                       - RPT-DEFICIT-IN (REP-SUB)
               IF NET-AMOUNT IS GREATER THAN ZERO
                   MOVE NET-AMOUNT TO RPT-PAYABLE (REP-SUB)
                   MOVE 0 TO RPT-DEFICIT-OUT (REP-SUB)
               ELSE
                   MOVE 0 TO RPT-PAYABLE (REP-SUB)
                   COMPUTE RPT-DEFICIT-OUT (REP-SUB) = 0 - NET-AMOUNT
               END-IF
           END-PERFORM
           .

       26-FIGURE-ONE-ACTIVITY.

           EVALUATE TRUE
               WHEN ACT-CREDIT-MEMO (ACT-SUB)
                AND ACT-PRICED (ACT-SUB)
                   COMPUTE ACT-COMMISSION (ACT-SUB) ROUNDED =
                           ACT-RATED (ACT-SUB)
               WHEN ACT-CREDIT-MEMO (ACT-SUB)
                   MOVE ACT-CANDY-ID (ACT-SUB) TO RATE-CANDY-ID
                   MOVE SPACE TO RATE-PRICE-SOURCE
                   PERFORM 23-FIND-RATE
                   COMPUTE ACT-COMMISSION (ACT-SUB) ROUNDED =
                           ACT-AMOUNT (ACT-SUB) * RATE-PCT / 100
               WHEN ACT-GROSS (ACT-SUB) IS GREATER THAN ZERO
                   COMPUTE ACT-COMMISSION (ACT-SUB) ROUNDED =
                           ACT-AMOUNT (ACT-SUB) * ACT-RATED (ACT-SUB)
                           / ACT-GROSS (ACT-SUB)
               WHEN OTHER
                   MOVE SPACES TO RATE-CANDY-ID
                   MOVE SPACE TO RATE-PRICE-SOURCE
                   PERFORM 23-FIND-RATE
                   COMPUTE ACT-COMMISSION (ACT-SUB) ROUNDED =
                           ACT-AMOUNT (ACT-SUB) * RATE-PCT / 100
           END-EVALUATE

           MOVE ACT-REP-SUB (ACT-SUB) TO REP-SUB
           IF REP-SUB IS EQUAL TO ZERO
               ADD 1 TO UNASSIGNED-COUNT
               ADD ACT-COMMISSION (ACT-SUB) TO UNASSIGNED-COMMISSION
           ELSE
               ADD 1 TO RPT-ACTIVITY-COUNT (REP-SUB)
               EVALUATE TRUE
                   WHEN ACT-COLLECTION (ACT-SUB)
                       ADD ACT-COMMISSION (ACT-SUB) TO
                               RPT-EARNED (REP-SUB)
                   WHEN ACT-CREDIT-MEMO (ACT-SUB)
                       ADD ACT-COMMISSION (ACT-SUB) TO
                               RPT-MEMO-CLAWBACK (REP-SUB)
                   WHEN OTHER
                       ADD ACT-COMMISSION (ACT-SUB) TO
                               RPT-WRITEOFF-CLAWBACK (REP-SUB)
               END-EVALUATE
           END-IF
           .

      *****************************************************************
      * 30-WRITE-STATEMENTS prints a statement for every rep with
      * anything this month or a deficit still to work off, keeps
      * the month on the commission history, and leaves payroll a
      * payable line for every rep with commission to pay.
      *****************************************************************
       30-WRITE-STATEMENTS.

           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT COMMISSION-PAYABLE-FILE
           IF CMP-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'COMMRUN: UNABLE TO OPEN COMMISSION PAYABLE '
                       'FILE, FILE STATUS = ' CMP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND COMMISSION-HISTORY-FILE
           IF COH-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT COMMISSION-HISTORY-FILE
               IF COH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'COMMRUN: UNABLE TO OPEN COMMISSION '
                           'HISTORY, FILE STATUS = ' COH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM VARYING REP-SUB FROM 1 BY 1
               UNTIL REP-SUB > REP-COUNT
               IF RPT-ACTIVITY-COUNT (REP-SUB) IS GREATER THAN ZERO
                  OR RPT-DEFICIT-IN (REP-SUB) IS GREATER THAN ZERO
                   PERFORM 31-WRITE-ONE-STATEMENT
               END-IF
           END-PERFORM

           CLOSE STATEMENT-FILE
                 COMMISSION-PAYABLE-FILE
                 COMMISSION-HISTORY-FILE
           .

       31-WRITE-ONE-STATEMENT.

           ADD 1 TO STATEMENTS-WRITTEN

           MOVE ALL '-' TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'COMMISSION STATEMENT   PERIOD ' DELIMITED BY SIZE
                  COMMISSION-PERIOD DELIMITED BY SIZE
                  '   STATEMENT DATE ' DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'REP ' DELIMITED BY SIZE
                  RPT-REP-ID (REP-SUB) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  RPT-REP-NAME (REP-SUB) DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           PERFORM VARYING TERR-SUB FROM 1 BY 1
               UNTIL TERR-SUB > TERRITORY-COUNT
               IF TRT-REP-SUB (TERR-SUB) IS EQUAL TO REP-SUB
                   MOVE SPACES TO STATEMENT-RECORD
                   STRING '    TERRITORY ' DELIMITED BY SIZE
                          TRT-TERRITORY (TERR-SUB) DELIMITED BY SIZE
                       INTO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE STATEMENT-HEADING-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           PERFORM VARYING ACT-SUB FROM 1 BY 1
               UNTIL ACT-SUB > ACTIVITY-COUNT
               IF ACT-REP-SUB (ACT-SUB) IS EQUAL TO REP-SUB
                   PERFORM 32-FORMAT-ACTIVITY-LINE
                   MOVE STATEMENT-LINE TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-TOTAL-LINE
           MOVE 'COMMISSION ON COLLECTIONS' TO STT-LABEL
           MOVE RPT-EARNED (REP-SUB) TO STT-AMOUNT
           MOVE STATEMENT-TOTAL-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-TOTAL-LINE
           MOVE 'LESS CREDIT MEMO CLAWBACK' TO STT-LABEL
           COMPUTE SIGNED-COMMISSION = 0 - RPT-MEMO-CLAWBACK (REP-SUB)
           MOVE SIGNED-COMMISSION TO STT-AMOUNT
           MOVE STATEMENT-TOTAL-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-TOTAL-LINE
           MOVE 'LESS BAD DEBT CLAWBACK' TO STT-LABEL
           COMPUTE SIGNED-COMMISSION =
                   0 - RPT-WRITEOFF-CLAWBACK (REP-SUB)
           MOVE SIGNED-COMMISSION TO STT-AMOUNT
           MOVE STATEMENT-TOTAL-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-TOTAL-LINE
           MOVE 'LESS DEFICIT BROUGHT FORWARD' TO STT-LABEL
           COMPUTE SIGNED-COMMISSION = 0 - RPT-DEFICIT-IN (REP-SUB)
           MOVE SIGNED-COMMISSION TO STT-AMOUNT
           MOVE STATEMENT-TOTAL-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-TOTAL-LINE
           MOVE 'PAYABLE THROUGH PAYROLL' TO STT-LABEL
           MOVE RPT-PAYABLE (REP-SUB) TO STT-AMOUNT
           MOVE STATEMENT-TOTAL-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           IF RPT-DEFICIT-OUT (REP-SUB) IS GREATER THAN ZERO
               MOVE SPACES TO STATEMENT-TOTAL-LINE
               MOVE 'DEFICIT CARRIED FORWARD' TO STT-LABEL
               MOVE RPT-DEFICIT-OUT (REP-SUB) TO STT-AMOUNT
               MOVE STATEMENT-TOTAL-LINE TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF

           MOVE COMMISSION-PERIOD TO COH-PERIOD
           MOVE RPT-REP-ID (REP-SUB) TO COH-REP-ID
           MOVE RPT-EARNED (REP-SUB) TO COH-EARNED
           MOVE RPT-MEMO-CLAWBACK (REP-SUB) TO COH-MEMO-CLAWBACK
           MOVE RPT-WRITEOFF-CLAWBACK (REP-SUB) TO
                   COH-WRITEOFF-CLAWBACK
           MOVE RPT-DEFICIT-IN (REP-SUB) TO COH-DEFICIT-IN
           MOVE RPT-PAYABLE (REP-SUB) TO COH-PAYABLE
           MOVE RPT-DEFICIT-OUT (REP-SUB) TO COH-DEFICIT-OUT
           WRITE COMMISSION-HISTORY-RECORD

           IF RPT-PAYABLE (REP-SUB) IS GREATER THAN ZERO
               MOVE RPT-REP-ID (REP-SUB) TO CMP-REP-ID
               MOVE COMMISSION-PERIOD TO CMP-PERIOD
               MOVE RPT-PAYABLE (REP-SUB) TO CMP-AMOUNT
               WRITE COMMISSION-PAYABLE-RECORD
               ADD 1 TO PAYABLES-WRITTEN
           END-IF

           ADD RPT-EARNED (REP-SUB) TO TOTAL-EARNED
           ADD RPT-MEMO-CLAWBACK (REP-SUB) TO TOTAL-MEMO-CLAWBACK
           ADD RPT-WRITEOFF-CLAWBACK (REP-SUB) TO
                   TOTAL-WRITEOFF-CLAWBACK
           ADD RPT-PAYABLE (REP-SUB) TO TOTAL-PAYABLE
           ADD RPT-DEFICIT-OUT (REP-SUB) TO TOTAL-DEFICIT-OUT
           .

       32-FORMAT-ACTIVITY-LINE.

           MOVE SPACES TO STATEMENT-LINE
           EVALUATE TRUE
               WHEN ACT-COLLECTION (ACT-SUB)
                   MOVE 'COLLECTED' TO STL-KIND
                   MOVE ACT-COMMISSION (ACT-SUB) TO SIGNED-COMMISSION
               WHEN ACT-CREDIT-MEMO (ACT-SUB)
                   MOVE 'CREDIT MEMO' TO STL-KIND
                   COMPUTE SIGNED-COMMISSION =
                           0 - ACT-COMMISSION (ACT-SUB)
               WHEN OTHER
                   MOVE 'WRITE-OFF' TO STL-KIND
                   COMPUTE SIGNED-COMMISSION =
                           0 - ACT-COMMISSION (ACT-SUB)
           END-EVALUATE
           MOVE ACT-CUSTOMER (ACT-SUB) TO STL-CUSTOMER
           MOVE ACT-INVOICE-NUMBER (ACT-SUB) TO STL-INVOICE-NUMBER
           MOVE ACT-DATE (ACT-SUB) TO STL-DATE
           MOVE ACT-AMOUNT (ACT-SUB) TO STL-AMOUNT
           MOVE SIGNED-COMMISSION TO STL-COMMISSION
           .

      *****************************************************************
      * 40-EOF-ROUTINE prints the control report: anything for a
      * customer in no rep's territory, which nobody was paid or
      * charged for, and the run totals.
      *****************************************************************
       40-EOF-ROUTINE.

           OPEN OUTPUT CONTROL-REPORT

           MOVE SPACES TO CONTROL-RECORD
           STRING 'COMMISSION CONTROL REPORT - PERIOD '
                   DELIMITED BY SIZE
                  COMMISSION-PERIOD DELIMITED BY SIZE
               INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           WRITE CONTROL-RECORD

           IF UNASSIGNED-COUNT IS GREATER THAN ZERO
               MOVE 'CUSTOMERS IN NO REP''S TERRITORY - NOT PAID'
                       TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE STATEMENT-HEADING-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               PERFORM VARYING ACT-SUB FROM 1 BY 1
                   UNTIL ACT-SUB > ACTIVITY-COUNT
                   IF ACT-REP-SUB (ACT-SUB) IS EQUAL TO ZERO
                       PERFORM 32-FORMAT-ACTIVITY-LINE
                       MOVE STATEMENT-LINE TO CONTROL-RECORD
                       WRITE CONTROL-RECORD
                   END-IF
               END-PERFORM
               MOVE SPACES TO CONTROL-RECORD
               WRITE CONTROL-RECORD
           END-IF

           MOVE SPACES TO CONTROL-TOTAL-LINE
           MOVE 'COLLECTIONS, CREDITS, W/O' TO CTL-LABEL
           MOVE ACTIVITY-COUNT TO CTL-COUNT
           MOVE CONTROL-TOTAL-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD

           MOVE SPACES TO CONTROL-TOTAL-LINE
           MOVE 'NOT IN A REP''S TERRITORY' TO CTL-LABEL
           MOVE UNASSIGNED-COUNT TO CTL-COUNT
           MOVE UNASSIGNED-COMMISSION TO CTL-AMOUNT
           MOVE CONTROL-TOTAL-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD

           MOVE SPACES TO CONTROL-TOTAL-LINE
           MOVE 'COMMISSION ON COLLECTIONS' TO CTL-LABEL
           MOVE TOTAL-EARNED TO CTL-AMOUNT
           MOVE CONTROL-TOTAL-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD

           MOVE SPACES TO CONTROL-TOTAL-LINE
           MOVE 'CREDIT MEMO CLAWBACK' TO CTL-LABEL
           MOVE TOTAL-MEMO-CLAWBACK TO CTL-AMOUNT
           MOVE CONTROL-TOTAL-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD

           MOVE SPACES TO CONTROL-TOTAL-LINE
           MOVE 'BAD DEBT CLAWBACK' TO CTL-LABEL
           MOVE TOTAL-WRITEOFF-CLAWBACK TO CTL-AMOUNT
           MOVE CONTROL-TOTAL-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD

           MOVE SPACES TO CONTROL-TOTAL-LINE
           MOVE 'STATEMENTS / PAYABLE' TO CTL-LABEL
           MOVE STATEMENTS-WRITTEN TO CTL-COUNT
           MOVE TOTAL-PAYABLE TO CTL-AMOUNT
           MOVE CONTROL-TOTAL-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD

           MOVE SPACES TO CONTROL-TOTAL-LINE
           MOVE 'DEFICITS CARRIED FORWARD' TO CTL-LABEL
           MOVE TOTAL-DEFICIT-OUT TO CTL-AMOUNT
           MOVE CONTROL-TOTAL-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD

           CLOSE CONTROL-REPORT

           DISPLAY 'COMMRUN: ' STATEMENTS-WRITTEN ' STATEMENTS FOR '
                   COMMISSION-PERIOD ', ' PAYABLES-WRITTEN
                   ' PAYABLE TO PAYROLL'

           STOP RUN
           .
