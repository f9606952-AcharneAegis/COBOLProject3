       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABORDST.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * LABORDST is the labor cost distribution run.  PAYEXTR sends
      * the salaries to the payroll bureau and PAYRJIN works the
      * rejects, but what the bureau actually paid never came back
      * -- payroll expense reached the ledger as one lump that
      * accounting split by warehouse on a spreadsheet.  This run
      * takes the bureau's pay register, proves it against its own
      * trailer, matches every employee paid to the employee
      * master, and distributes the gross pay, the employer taxes
      * and the employer health cost (EM-HEALTH-COST) by warehouse
      * and position.  The amounts go to the journal voucher
      * through the extra-postings file, by warehouse and GL
      * category.  Each position books its gross wages, employer
      * taxes and employer health under the categories the
      * position category file gives it, so GL-ACCOUNT-MAP.txt
      * can carry separate accounts per position within a
      * warehouse; a position not on that file books under 'LG'
      * gross wages, 'LT' employer taxes and 'LH' employer health.
      * Every category used must be mapped for the warehouse in
      * GL-ACCOUNT-MAP.txt.  Employees the bureau paid who are not
      * on the master, and employees on the master the bureau did
      * not pay, are listed for payroll to chase.
      * *****
      * INPUT:
      *    BUREAU-PAY-REGISTER.txt the bureau's pay register: an 'H'
      *                            header with the pay period end
      *                            date and the bureau's batch
      *                            number, one 'D' row per employee
      *                            paid -- gross, employer taxes,
      *                            benefit deductions, net -- and a
      *                            'T' trailer with the row count
      *                            and the gross and net totals.
      *    EMPLOYEE-MASTER.dat     the indexed employee master,
      *                            read only.
      *    LABOR-POSITION-CATEGORY.txt  optional: one row per
      *                            position -- the position code
      *                            and its GL category for gross
      *                            wages, employer taxes and
      *                            employer health.  A category
      *                            left blank falls back to 'LG',
      *                            'LT' or 'LH'.
      *    GL-ACCOUNT-MAP.txt      the account map; the rows for
      *                            the labor categories give the
      *                            accounts shown on the report.
      *    LABOR-COST-HISTORY.txt  the distributions already made;
      *                            a pay period already on it is
      *                            not distributed again.
      * *****
      * OUTPUT:
      *    JV-EXTRA-POSTINGS.txt   extended with one posting per
      *                            warehouse and labor category.
      *    LABOR-COST-HISTORY.txt  extended with one row per
      *                            warehouse and position for the
      *                            pay period.
      *    Labor-Cost-Report.txt   labor cost by warehouse and
      *                            position with the GL postings,
      *                            kept for the month-end close.
      *    Pay-Register-Exceptions.txt  employees paid but not on
      *                            the master, and on the master
      *                            but not paid.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-REGISTER-FILE
               ASSIGN TO 'BUREAU-PAY-REGISTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BPR-FILE-STATUS.
           SELECT EMP-MASTER-FILE
               ASSIGN TO 'EMPLOYEE-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS EMF-FILE-STATUS.
           SELECT GL-MAP-FILE
               ASSIGN TO 'GL-ACCOUNT-MAP.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLM-FILE-STATUS.
           SELECT POSITION-CATEGORY-FILE
               ASSIGN TO 'LABOR-POSITION-CATEGORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPC-FILE-STATUS.
           SELECT LABOR-HISTORY-FILE
               ASSIGN TO 'LABOR-COST-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCH-FILE-STATUS.
           SELECT EXTRA-POSTINGS-FILE
               ASSIGN TO 'JV-EXTRA-POSTINGS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XPF-FILE-STATUS.
           SELECT LABOR-COST-REPORT
               ASSIGN TO PRINTER 'Labor-Cost-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT
               ASSIGN TO PRINTER 'Pay-Register-Exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABOR-SORT-FILE
               ASSIGN TO 'LABORDST-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.

       FD PAY-REGISTER-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  PAY-REGISTER-RECORD.
           05  BPR-RECORD-TYPE         PIC X.
           05  BPR-BODY                PIC X(49).
           05  BPR-HEADER-BODY REDEFINES BPR-BODY.
               10  BPR-PERIOD-END-DATE PIC 9(8).
               10  BPR-BATCH-NUMBER    PIC 9(5).
               10  FILLER              PIC X(36).
           05  BPR-DETAIL-BODY REDEFINES BPR-BODY.
               10  BPR-EMP-ID          PIC X(5).
               10  BPR-GROSS-PAY       PIC 9(7)V99.
               10  BPR-EMPLOYER-TAX    PIC 9(7)V99.
               10  BPR-BENEFIT-DEDUCT  PIC 9(7)V99.
               10  BPR-NET-PAY         PIC 9(7)V99.
               10  FILLER              PIC X(8).
           05  BPR-TRAILER-BODY REDEFINES BPR-BODY.
               10  BPR-DETAIL-COUNT    PIC 9(7).
               10  BPR-GROSS-TOTAL     PIC 9(9)V99.
               10  BPR-NET-TOTAL       PIC 9(9)V99.
               10  FILLER              PIC X(20).

       FD EMP-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY EMPMREC.

       FD GL-MAP-FILE
           RECORD CONTAINS 18 CHARACTERS.

       01  GL-MAP-RECORD.
           05  GLM-WAREHOUSE-ID        PIC X(4).
           05  GLM-CATEGORY            PIC XX.
           05  GLM-DEBIT-ACCOUNT       PIC 9(6).
           05  GLM-CREDIT-ACCOUNT      PIC 9(6).

       FD POSITION-CATEGORY-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  POSITION-CATEGORY-RECORD.
           05  LPC-POS-CODE            PIC AA.
           05  LPC-GROSS-CATEGORY      PIC XX.
           05  LPC-TAX-CATEGORY        PIC XX.
           05  LPC-HEALTH-CATEGORY     PIC XX.

       FD LABOR-HISTORY-FILE
           RECORD CONTAINS 52 CHARACTERS.

       01  LABOR-HISTORY-RECORD.
           05  LCH-PERIOD-END-DATE     PIC 9(8).
           05  LCH-WAREHOUSE-ID        PIC X(4).
           05  LCH-POSITION            PIC XX.
           05  LCH-HEADCOUNT           PIC 9(5).
           05  LCH-GROSS-PAY           PIC 9(9)V99.
           05  LCH-EMPLOYER-TAX        PIC 9(9)V99.
           05  LCH-HEALTH-COST         PIC 9(9)V99.

       FD EXTRA-POSTINGS-FILE
           RECORD CONTAINS 19 CHARACTERS.

       01  EXTRA-POSTING-RECORD.
           05  XPF-WAREHOUSE-ID        PIC X(4).
           05  XPF-CATEGORY            PIC XX.
           05  XPF-AMOUNT              PIC 9(11)V99.

       FD LABOR-COST-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       FD EXCEPTION-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  EXCEPTION-RECORD            PIC X(80).

       SD LABOR-SORT-FILE.

       01  SORT-LABOR-RECORD.
           05  SRT-WAREHOUSE-ID        PIC X(4).
           05  SRT-POSITION            PIC XX.
           05  SRT-DIST-SUB            PIC 999.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  BPR-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-BPR-DATA                     VALUE 'N'.
           05  GLM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-GLM-DATA                     VALUE 'N'.
           05  LPC-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-LPC-DATA                     VALUE 'N'.
           05  LCH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-LCH-DATA                     VALUE 'N'.
           05  MASTER-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-MASTER-DATA                  VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.
           05  HEADER-SWITCH           PIC X           VALUE 'N'.
               88 HEADER-FOUND                         VALUE 'Y'.
           05  TRAILER-SWITCH          PIC X           VALUE 'N'.
               88 TRAILER-FOUND                        VALUE 'Y'.
           05  PAID-SWITCH             PIC X           VALUE 'N'.
               88 EMPLOYEE-WAS-PAID                    VALUE 'Y'.

       01  TEMP-FIELDS.
           05  BPR-FILE-STATUS         PIC XX          VALUE SPACES.
           05  EMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  GLM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LPC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LCH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  XPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  PERIOD-END-DATE         PIC 9(8)        VALUE 0.
           05  BATCH-NUMBER            PIC 9(5)        VALUE 0.
           05  TRAILER-COUNT           PIC 9(7)        VALUE 0.
           05  TRAILER-GROSS           PIC 9(9)V99     VALUE 0.
           05  TRAILER-NET             PIC 9(9)V99     VALUE 0.
           05  DIST-SUB                PIC 999         VALUE 0.
           05  DIST-HOLD-SUB           PIC 999         VALUE 0.
           05  PAID-SUB                PIC 9(4)        VALUE 0.
           05  MAP-SUB                 PIC 999         VALUE 0.
           05  MAP-HOLD-SUB            PIC 999         VALUE 0.
           05  PCT-SUB                 PIC 99          VALUE 0.
           05  PCT-HOLD-SUB            PIC 99          VALUE 0.
           05  WPT-SUB                 PIC 999         VALUE 0.
           05  WPT-HOLD-SUB            PIC 999         VALUE 0.
           05  GROSS-CATEGORY          PIC XX          VALUE SPACES.
           05  TAX-CATEGORY            PIC XX          VALUE SPACES.
           05  HEALTH-CATEGORY         PIC XX          VALUE SPACES.
           05  POSTING-DESCRIPTION     PIC X(14)       VALUE SPACES.
           05  HEALTH-AMOUNT           PIC 9(5)V99     VALUE 0.
           05  PRIOR-WAREHOUSE-ID      PIC X(4)        VALUE SPACES.
           05  POSTING-CATEGORY        PIC XX          VALUE SPACES.
           05  POSTING-AMOUNT          PIC 9(11)V99    VALUE 0.

      *****************************************************************
      * REGISTER-PROOF is what the first pass over the register
      * adds up, to be held against the bureau's trailer.
      *****************************************************************
       01  REGISTER-PROOF.
           05  PRF-DETAIL-COUNT        PIC 9(7)        VALUE 0.
           05  PRF-GROSS-TOTAL         PIC 9(9)V99     VALUE 0.
           05  PRF-NET-TOTAL           PIC 9(9)V99     VALUE 0.

       01  LABOR-TOTALS.
           05  LBT-HEADCOUNT           PIC 9(5)        VALUE 0.
           05  LBT-GROSS-PAY           PIC 9(9)V99     VALUE 0.
           05  LBT-EMPLOYER-TAX        PIC 9(9)V99     VALUE 0.
           05  LBT-HEALTH-COST         PIC 9(9)V99     VALUE 0.

       01  WAREHOUSE-TOTALS.
           05  WHT-HEADCOUNT           PIC 9(5)        VALUE 0.
           05  WHT-GROSS-PAY           PIC 9(9)V99     VALUE 0.
           05  WHT-EMPLOYER-TAX        PIC 9(9)V99     VALUE 0.
           05  WHT-HEALTH-COST         PIC 9(9)V99     VALUE 0.

       01  COMPANY-TOTALS.
           05  CPT-HEADCOUNT           PIC 9(5)        VALUE 0.
           05  CPT-GROSS-PAY           PIC 9(9)V99     VALUE 0.
           05  CPT-EMPLOYER-TAX        PIC 9(9)V99     VALUE 0.
           05  CPT-HEALTH-COST         PIC 9(9)V99     VALUE 0.

       01  RUN-TOTALS.
           05  PAID-NOT-ON-MASTER-COUNT
                                       PIC 9(5)        VALUE 0.
           05  ON-MASTER-NOT-PAID-COUNT
                                       PIC 9(5)        VALUE 0.
           05  UNDISTRIBUTED-GROSS     PIC 9(9)V99     VALUE 0.
           05  POSTINGS-WRITTEN-COUNT  PIC 9(5)        VALUE 0.
           05  UNMAPPED-COUNT          PIC 9(5)        VALUE 0.
           05  HISTORY-WRITTEN-COUNT   PIC 9(5)        VALUE 0.

       01  GL-MAP-COUNT                PIC 999         VALUE 0.

       01  GL-MAP-TABLE.
           05  GL-MAP-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON GL-MAP-COUNT.
               10  MAP-WAREHOUSE-ID    PIC X(4).
               10  MAP-CATEGORY        PIC XX.
               10  MAP-DEBIT-ACCOUNT   PIC 9(6).
               10  MAP-CREDIT-ACCOUNT  PIC 9(6).

      *****************************************************************
      * POSITION-CATEGORY-TABLE is the position category file: the
      * GL category each position's gross wages, employer taxes and
      * employer health book under.
      *****************************************************************
       01  POSITION-CATEGORY-COUNT     PIC 99          VALUE 0.

       01  POSITION-CATEGORY-TABLE.
           05  POSITION-CATEGORY-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON POSITION-CATEGORY-COUNT.
               10  PCT-POS-CODE        PIC AA.
               10  PCT-GROSS-CATEGORY  PIC XX.
               10  PCT-TAX-CATEGORY    PIC XX.
               10  PCT-HEALTH-CATEGORY PIC XX.

      *****************************************************************
      * WAREHOUSE-POSTING-TABLE gathers one warehouse's postings by
      * GL category as its positions are written, to be left on the
      * extra-postings file at the warehouse's end.
      *****************************************************************
       01  WAREHOUSE-POSTING-COUNT     PIC 999         VALUE 0.

       01  WAREHOUSE-POSTING-TABLE.
           05  WAREHOUSE-POSTING-ENTRY OCCURS 1 TO 150 TIMES
               DEPENDING ON WAREHOUSE-POSTING-COUNT.
               10  WPT-CATEGORY        PIC XX.
               10  WPT-DESCRIPTION     PIC X(14).
               10  WPT-AMOUNT          PIC 9(11)V99.

      *****************************************************************
      * PAID-TABLE holds every Employee ID on the register, so the
      * master can be walked afterward for anyone the bureau did
      * not pay.
      *****************************************************************
       01  PAID-COUNT                  PIC 9(4)        VALUE 0.

       01  PAID-TABLE.
           05  PAID-EMP-ID OCCURS 1 TO 5000 TIMES
               DEPENDING ON PAID-COUNT PIC X(5).

      *****************************************************************
      * DIST-TABLE gathers the labor cost by warehouse and position.
      *****************************************************************
       01  DIST-COUNT                  PIC 999         VALUE 0.

       01  DIST-TABLE.
           05  DIST-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON DIST-COUNT.
               10  DST-WAREHOUSE-ID    PIC X(4).
               10  DST-POSITION        PIC XX.
               10  DST-HEADCOUNT       PIC 9(5).
               10  DST-GROSS-PAY       PIC 9(9)V99.
               10  DST-EMPLOYER-TAX    PIC 9(9)V99.
               10  DST-HEALTH-COST     PIC 9(9)V99.

       01  LABOR-HEADING.
           05  FILLER                  PIC X(34)       VALUE
               '  POSITION    EMPS          GROSS '.
           05  FILLER                  PIC X(34)       VALUE
               '  EMPLOYER TAX    HEALTH COST     '.
           05  FILLER                  PIC X(12)       VALUE
               'TOTAL COST'.

       01  LABOR-COST-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  LCL-LABEL               PIC X(10).
           05  LCL-HEADCOUNT           PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  LCL-GROSS-PAY           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  LCL-EMPLOYER-TAX        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  LCL-HEALTH-COST         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  LCL-TOTAL-COST          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.

       01  GL-POSTING-LINE.
           05  FILLER                  PIC X(5)        VALUE
               '  GL '.
           05  GPL-CATEGORY            PIC XX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  GPL-DESCRIPTION         PIC X(14).
           05  FILLER                  PIC X(4)        VALUE ' DR '.
           05  GPL-DEBIT-ACCOUNT       PIC X(6).
           05  FILLER                  PIC X(4)        VALUE ' CR '.
           05  GPL-CREDIT-ACCOUNT      PIC X(6).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  GPL-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  GPL-REMARK              PIC X(10).
           05  FILLER                  PIC X(12)       VALUE SPACES.

       01  EXCEPTION-HEADING.
           05  FILLER                  PIC X(34)       VALUE
               'EMPID  WHSE  LAST NAME          GR'.
           05  FILLER                  PIC X(34)       VALUE
               'OSS  REASON'.
           05  FILLER                  PIC X(12)       VALUE SPACES.

       01  EXCEPTION-LINE.
           05  EXC-EMP-ID              PIC X(5).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  EXC-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  EXC-LAST-NAME           PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  EXC-GROSS-PAY           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  EXC-REASON              PIC X(30).
           05  FILLER                  PIC X(11)       VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05  RTL-LABEL               PIC X(28).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(46)       VALUE SPACES.

       01  REPORT-AMOUNT-LINE.
           05  RAL-LABEL               PIC X(28).
           05  RAL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(38)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 11-PROVE-REGISTER
           PERFORM 12-CHECK-HISTORY
           PERFORM 13-LOAD-GL-MAP
           PERFORM 14-LOAD-POSITION-CATEGORIES
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-DISTRIBUTE-REGISTER
           PERFORM 25-FIND-UNPAID-EMPLOYEES

           SORT LABOR-SORT-FILE
               ON ASCENDING KEY SRT-WAREHOUSE-ID
                                SRT-POSITION
               INPUT PROCEDURE IS 30-RELEASE-DISTRIBUTION
               OUTPUT PROCEDURE IS 32-WRITE-DISTRIBUTION

           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 11-PROVE-REGISTER reads the register through once, counting
      * the detail rows and adding up gross and net, and holds them
      * against the bureau's trailer.  A register that does not
      * prove -- or has no header or trailer -- is not distributed
      * at all; payroll gets the bureau to resend it.
      *****************************************************************
       11-PROVE-REGISTER.

           OPEN INPUT PAY-REGISTER-FILE
           IF BPR-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'LABORDST: NO BUREAU PAY REGISTER, '
                       'FILE STATUS = ' BPR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO BPR-EOF-FLAG
           PERFORM UNTIL NO-MORE-BPR-DATA
               READ PAY-REGISTER-FILE
                   AT END
                       MOVE 'N' TO BPR-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BPR-RECORD-TYPE IS EQUAL TO 'H'
                               MOVE 'Y' TO HEADER-SWITCH
                               IF BPR-PERIOD-END-DATE IS NUMERIC
                                   MOVE BPR-PERIOD-END-DATE TO
                                           PERIOD-END-DATE
                               END-IF
                               IF BPR-BATCH-NUMBER IS NUMERIC
                                   MOVE BPR-BATCH-NUMBER TO
                                           BATCH-NUMBER
                               END-IF
                           WHEN BPR-RECORD-TYPE IS EQUAL TO 'D'
                               ADD 1 TO PRF-DETAIL-COUNT
                               IF BPR-GROSS-PAY IS NUMERIC
                                   ADD BPR-GROSS-PAY TO
                                           PRF-GROSS-TOTAL
                               END-IF
                               IF BPR-NET-PAY IS NUMERIC
                                   ADD BPR-NET-PAY TO PRF-NET-TOTAL
                               END-IF
                           WHEN BPR-RECORD-TYPE IS EQUAL TO 'T'
                               MOVE 'Y' TO TRAILER-SWITCH
                               IF BPR-DETAIL-COUNT IS NUMERIC
                                   MOVE BPR-DETAIL-COUNT TO
                                           TRAILER-COUNT
                               END-IF
                               IF BPR-GROSS-TOTAL IS NUMERIC
                                   MOVE BPR-GROSS-TOTAL TO
                                           TRAILER-GROSS
                               END-IF
                               IF BPR-NET-TOTAL IS NUMERIC
                                   MOVE BPR-NET-TOTAL TO TRAILER-NET
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PAY-REGISTER-FILE

           IF NOT HEADER-FOUND
              OR PERIOD-END-DATE IS EQUAL TO ZERO
               DISPLAY 'LABORDST: PAY REGISTER HAS NO HEADER OR NO '
                       'PERIOD END DATE, NOT DISTRIBUTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT TRAILER-FOUND
               DISPLAY 'LABORDST: PAY REGISTER HAS NO TRAILER, NOT '
                       'DISTRIBUTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PRF-DETAIL-COUNT IS NOT EQUAL TO TRAILER-COUNT
              OR PRF-GROSS-TOTAL IS NOT EQUAL TO TRAILER-GROSS
              OR PRF-NET-TOTAL IS NOT EQUAL TO TRAILER-NET
               DISPLAY 'LABORDST: PAY REGISTER DOES NOT PROVE TO '
                       'ITS TRAILER, NOT DISTRIBUTED'
               DISPLAY 'LABORDST:   ROWS  ' PRF-DETAIL-COUNT
                       ' TRAILER ' TRAILER-COUNT
               DISPLAY 'LABORDST:   GROSS ' PRF-GROSS-TOTAL
                       ' TRAILER ' TRAILER-GROSS
               DISPLAY 'LABORDST:   NET   ' PRF-NET-TOTAL
                       ' TRAILER ' TRAILER-NET
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 12-CHECK-HISTORY stops a pay period from being distributed
      * twice.  No history on file just means this is the first.
      *****************************************************************
       12-CHECK-HISTORY.

           OPEN INPUT LABOR-HISTORY-FILE
           IF LCH-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF LCH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'LABORDST: UNABLE TO OPEN LABOR COST '
                           'HISTORY, FILE STATUS = ' LCH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO LCH-EOF-FLAG
               PERFORM UNTIL NO-MORE-LCH-DATA
                   READ LABOR-HISTORY-FILE
                       AT END
                           MOVE 'N' TO LCH-EOF-FLAG
                       NOT AT END
                           IF LCH-PERIOD-END-DATE IS EQUAL TO
                                   PERIOD-END-DATE
                               DISPLAY 'LABORDST: PAY PERIOD ENDING '
                                       PERIOD-END-DATE
                                       ' ALREADY DISTRIBUTED'
                               CLOSE LABOR-HISTORY-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LABOR-HISTORY-FILE
           END-IF
           .

       13-LOAD-GL-MAP.

           OPEN INPUT GL-MAP-FILE
           IF GLM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'LABORDST: UNABLE TO OPEN GL ACCOUNT MAP '
                       'FILE, FILE STATUS = ' GLM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO GLM-EOF-FLAG
           PERFORM UNTIL NO-MORE-GLM-DATA
               READ GL-MAP-FILE
                   AT END
                       MOVE 'N' TO GLM-EOF-FLAG
                   NOT AT END
                       IF GL-MAP-COUNT IS EQUAL TO 200
                           DISPLAY 'LABORDST: GL ACCOUNT MAP HAS '
                                   'MORE THAN 200 ENTRIES, TABLE IS '
                                   'FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO GL-MAP-COUNT
                       MOVE GL-MAP-RECORD TO
                               GL-MAP-ENTRY (GL-MAP-COUNT)
               END-READ
           END-PERFORM

           CLOSE GL-MAP-FILE
           .

      *****************************************************************
      * 14-LOAD-POSITION-CATEGORIES keeps the position category
      * file.  No file on hand just means every position books
      * under 'LG', 'LT' and 'LH'.
      *****************************************************************
       14-LOAD-POSITION-CATEGORIES.

           OPEN INPUT POSITION-CATEGORY-FILE
           IF LPC-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF LPC-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'LABORDST: UNABLE TO OPEN POSITION '
                           'CATEGORY FILE, FILE STATUS = '
                           LPC-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO LPC-EOF-FLAG
               PERFORM UNTIL NO-MORE-LPC-DATA
                   READ POSITION-CATEGORY-FILE
                       AT END
                           MOVE 'N' TO LPC-EOF-FLAG
                       NOT AT END
                           IF POSITION-CATEGORY-COUNT IS EQUAL TO 50
                               DISPLAY 'LABORDST: MORE THAN 50 '
                                       'POSITION CATEGORIES, TABLE '
                                       'IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO POSITION-CATEGORY-COUNT
                           MOVE POSITION-CATEGORY-RECORD TO
                               POSITION-CATEGORY-ENTRY
                                   (POSITION-CATEGORY-COUNT)
                   END-READ
               END-PERFORM
               CLOSE POSITION-CATEGORY-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT EMP-MASTER-FILE
           IF EMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'LABORDST: UNABLE TO OPEN EMPLOYEE MASTER, '
                       'FILE STATUS = ' EMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND EXTRA-POSTINGS-FILE
           IF XPF-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT EXTRA-POSTINGS-FILE
               IF XPF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'LABORDST: UNABLE TO OPEN EXTRA POSTINGS '
                           'FILE, FILE STATUS = ' XPF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND LABOR-HISTORY-FILE
           IF LCH-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT LABOR-HISTORY-FILE
               IF LCH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'LABORDST: UNABLE TO EXTEND LABOR COST '
                           'HISTORY, FILE STATUS = ' LCH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT LABOR-COST-REPORT
                       EXCEPTION-REPORT

           MOVE SPACES TO REPORT-RECORD
           STRING 'LABOR COST BY WAREHOUSE, PAY PERIOD ENDING '
                       DELIMITED BY SIZE
                  PERIOD-END-DATE DELIMITED BY SIZE
                  '  BATCH ' DELIMITED BY SIZE
                  BATCH-NUMBER DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO EXCEPTION-RECORD
           STRING 'PAY REGISTER EXCEPTIONS, PAY PERIOD ENDING '
                       DELIMITED BY SIZE
                  PERIOD-END-DATE DELIMITED BY SIZE
               INTO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE SPACES TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE EXCEPTION-HEADING TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           .

       20-DISTRIBUTE-REGISTER.

           OPEN INPUT PAY-REGISTER-FILE
           MOVE ' ' TO BPR-EOF-FLAG
           PERFORM UNTIL NO-MORE-BPR-DATA
               READ PAY-REGISTER-FILE
                   AT END
                       MOVE 'N' TO BPR-EOF-FLAG
                   NOT AT END
                       IF BPR-RECORD-TYPE IS EQUAL TO 'D'
                           PERFORM 22-DISTRIBUTE-ONE-EMPLOYEE
                               THRU 22-DISTRIBUTE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-REGISTER-FILE
           .

      *****************************************************************
      * 22-DISTRIBUTE-ONE-EMPLOYEE charges one employee's pay to
      * the warehouse and position the master carries.  Somebody
      * the bureau paid who is not on the master cannot be charged
      * anywhere; the gross is listed and left out of the postings.
      *****************************************************************
       22-DISTRIBUTE-ONE-EMPLOYEE.

           IF PAID-COUNT IS EQUAL TO 5000
               DISPLAY 'LABORDST: MORE THAN 5000 EMPLOYEES PAID, '
                       'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO PAID-COUNT
           MOVE BPR-EMP-ID TO PAID-EMP-ID (PAID-COUNT)

           IF BPR-GROSS-PAY IS NOT NUMERIC
               MOVE 0 TO BPR-GROSS-PAY
           END-IF
           IF BPR-EMPLOYER-TAX IS NOT NUMERIC
               MOVE 0 TO BPR-EMPLOYER-TAX
           END-IF

           MOVE BPR-EMP-ID TO EM-EMP-ID
           READ EMP-MASTER-FILE
           IF EMF-FILE-STATUS IS NOT EQUAL TO '00'
               ADD 1 TO PAID-NOT-ON-MASTER-COUNT
               ADD BPR-GROSS-PAY TO UNDISTRIBUTED-GROSS
               MOVE SPACES TO EXCEPTION-LINE
               MOVE BPR-EMP-ID TO EXC-EMP-ID
               MOVE BPR-GROSS-PAY TO EXC-GROSS-PAY
               MOVE 'PAID BUT NOT ON MASTER' TO EXC-REASON
               MOVE EXCEPTION-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               GO TO 22-DISTRIBUTE-EXIT
           END-IF

           MOVE 0 TO DIST-HOLD-SUB
           PERFORM VARYING DIST-SUB FROM 1 BY 1
               UNTIL DIST-SUB > DIST-COUNT
                  OR DIST-HOLD-SUB > 0
               IF DST-WAREHOUSE-ID (DIST-SUB) IS EQUAL TO
                       EM-WAREHOUSE-ID
                  AND DST-POSITION (DIST-SUB) IS EQUAL TO EM-EMP-POS
                   MOVE DIST-SUB TO DIST-HOLD-SUB
               END-IF
           END-PERFORM

           IF DIST-HOLD-SUB IS EQUAL TO 0
               IF DIST-COUNT IS EQUAL TO 500
                   DISPLAY 'LABORDST: MORE THAN 500 WAREHOUSE AND '
                           'POSITION PAIRS, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO DIST-COUNT
               MOVE DIST-COUNT TO DIST-HOLD-SUB
               INITIALIZE DIST-ENTRY (DIST-HOLD-SUB)
               MOVE EM-WAREHOUSE-ID TO DST-WAREHOUSE-ID (DIST-HOLD-SUB)
               MOVE EM-EMP-POS TO DST-POSITION (DIST-HOLD-SUB)
           END-IF

           IF EM-HEALTH-COST IS NUMERIC
               MOVE EM-HEALTH-COST TO HEALTH-AMOUNT
           ELSE
               MOVE 0 TO HEALTH-AMOUNT
           END-IF

           ADD 1 TO DST-HEADCOUNT (DIST-HOLD-SUB)
           ADD BPR-GROSS-PAY TO DST-GROSS-PAY (DIST-HOLD-SUB)
           ADD BPR-EMPLOYER-TAX TO DST-EMPLOYER-TAX (DIST-HOLD-SUB)
           ADD HEALTH-AMOUNT TO DST-HEALTH-COST (DIST-HOLD-SUB)
           .

       22-DISTRIBUTE-EXIT.
           EXIT.

      *****************************************************************
      * 25-FIND-UNPAID-EMPLOYEES walks the master for anyone the
      * bureau's register did not pay.
      *****************************************************************
       25-FIND-UNPAID-EMPLOYEES.

           MOVE LOW-VALUES TO EM-EMP-ID
           START EMP-MASTER-FILE KEY IS NOT LESS THAN EM-EMP-ID
           IF EMF-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'N' TO MASTER-EOF-FLAG
           ELSE
               MOVE ' ' TO MASTER-EOF-FLAG
           END-IF

           PERFORM UNTIL NO-MORE-MASTER-DATA
               READ EMP-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO MASTER-EOF-FLAG
                   NOT AT END
                       PERFORM 26-CHECK-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           .

       26-CHECK-ONE-EMPLOYEE.

           MOVE 'N' TO PAID-SWITCH
           PERFORM VARYING PAID-SUB FROM 1 BY 1
               UNTIL PAID-SUB > PAID-COUNT
                  OR EMPLOYEE-WAS-PAID
               IF PAID-EMP-ID (PAID-SUB) IS EQUAL TO EM-EMP-ID
                   MOVE 'Y' TO PAID-SWITCH
               END-IF
           END-PERFORM

           IF NOT EMPLOYEE-WAS-PAID
               ADD 1 TO ON-MASTER-NOT-PAID-COUNT
               MOVE SPACES TO EXCEPTION-LINE
               MOVE EM-EMP-ID TO EXC-EMP-ID
               MOVE EM-WAREHOUSE-ID TO EXC-WAREHOUSE-ID
               MOVE EM-LAST-NAME TO EXC-LAST-NAME
               MOVE 'ON MASTER BUT NOT PAID' TO EXC-REASON
               MOVE EXCEPTION-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
           END-IF
           .

       30-RELEASE-DISTRIBUTION.

           PERFORM VARYING DIST-SUB FROM 1 BY 1
               UNTIL DIST-SUB > DIST-COUNT
               MOVE DST-WAREHOUSE-ID (DIST-SUB) TO SRT-WAREHOUSE-ID
               MOVE DST-POSITION (DIST-SUB) TO SRT-POSITION
               MOVE DIST-SUB TO SRT-DIST-SUB
               RELEASE SORT-LABOR-RECORD
           END-PERFORM
           .

      *****************************************************************
      * 32-WRITE-DISTRIBUTION prints each warehouse's positions,
      * adds them to the history, and at each warehouse's end
      * leaves its postings by GL category for the journal
      * voucher.
      *****************************************************************
       32-WRITE-DISTRIBUTION.

           MOVE SPACES TO PRIOR-WAREHOUSE-ID
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN LABOR-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       IF SRT-WAREHOUSE-ID IS NOT EQUAL TO
                               PRIOR-WAREHOUSE-ID
                           PERFORM 36-START-WAREHOUSE
                       END-IF
                       PERFORM 34-WRITE-POSITION-LINE
               END-RETURN
           END-PERFORM
           IF DIST-COUNT IS GREATER THAN ZERO
               PERFORM 38-END-WAREHOUSE
           END-IF
           .

       34-WRITE-POSITION-LINE.

           MOVE SRT-DIST-SUB TO DIST-SUB
           MOVE DST-HEADCOUNT (DIST-SUB) TO LBT-HEADCOUNT
           MOVE DST-GROSS-PAY (DIST-SUB) TO LBT-GROSS-PAY
           MOVE DST-EMPLOYER-TAX (DIST-SUB) TO LBT-EMPLOYER-TAX
           MOVE DST-HEALTH-COST (DIST-SUB) TO LBT-HEALTH-COST
           MOVE DST-POSITION (DIST-SUB) TO LCL-LABEL
           PERFORM 37-WRITE-COST-LINE

           ADD DST-HEADCOUNT (DIST-SUB) TO WHT-HEADCOUNT
           ADD DST-GROSS-PAY (DIST-SUB) TO WHT-GROSS-PAY
           ADD DST-EMPLOYER-TAX (DIST-SUB) TO WHT-EMPLOYER-TAX
           ADD DST-HEALTH-COST (DIST-SUB) TO WHT-HEALTH-COST

           MOVE PERIOD-END-DATE TO LCH-PERIOD-END-DATE
           MOVE DST-WAREHOUSE-ID (DIST-SUB) TO LCH-WAREHOUSE-ID
           MOVE DST-POSITION (DIST-SUB) TO LCH-POSITION
           MOVE DST-HEADCOUNT (DIST-SUB) TO LCH-HEADCOUNT
           MOVE DST-GROSS-PAY (DIST-SUB) TO LCH-GROSS-PAY
           MOVE DST-EMPLOYER-TAX (DIST-SUB) TO LCH-EMPLOYER-TAX
           MOVE DST-HEALTH-COST (DIST-SUB) TO LCH-HEALTH-COST
           WRITE LABOR-HISTORY-RECORD
           ADD 1 TO HISTORY-WRITTEN-COUNT

           PERFORM 35-GATHER-POSITION-POSTINGS
           .

      *****************************************************************
      * 35-GATHER-POSITION-POSTINGS adds the position's cost to the
      * warehouse postings under the categories the position
      * category file gives it -- 'LG', 'LT' and 'LH' for a position
      * not on the file or a category left blank.
      *****************************************************************
       35-GATHER-POSITION-POSTINGS.

           MOVE 'LG' TO GROSS-CATEGORY
           MOVE 'LT' TO TAX-CATEGORY
           MOVE 'LH' TO HEALTH-CATEGORY

           MOVE 0 TO PCT-HOLD-SUB
           PERFORM VARYING PCT-SUB FROM 1 BY 1
               UNTIL PCT-SUB > POSITION-CATEGORY-COUNT
                  OR PCT-HOLD-SUB > 0
               IF PCT-POS-CODE (PCT-SUB) IS EQUAL TO
                       DST-POSITION (DIST-SUB)
                   MOVE PCT-SUB TO PCT-HOLD-SUB
               END-IF
           END-PERFORM

           IF PCT-HOLD-SUB IS GREATER THAN 0
               IF PCT-GROSS-CATEGORY (PCT-HOLD-SUB) IS NOT EQUAL TO
                       SPACES
                   MOVE PCT-GROSS-CATEGORY (PCT-HOLD-SUB) TO
                           GROSS-CATEGORY
               END-IF
               IF PCT-TAX-CATEGORY (PCT-HOLD-SUB) IS NOT EQUAL TO
                       SPACES
                   MOVE PCT-TAX-CATEGORY (PCT-HOLD-SUB) TO
                           TAX-CATEGORY
               END-IF
               IF PCT-HEALTH-CATEGORY (PCT-HOLD-SUB) IS NOT EQUAL TO
                       SPACES
                   MOVE PCT-HEALTH-CATEGORY (PCT-HOLD-SUB) TO
                           HEALTH-CATEGORY
               END-IF
           END-IF

           MOVE GROSS-CATEGORY TO POSTING-CATEGORY
           MOVE 'GROSS WAGES' TO POSTING-DESCRIPTION
           MOVE DST-GROSS-PAY (DIST-SUB) TO POSTING-AMOUNT
           PERFORM 35A-ADD-TO-WAREHOUSE-POSTING

           MOVE TAX-CATEGORY TO POSTING-CATEGORY
           MOVE 'EMPLOYER TAXES' TO POSTING-DESCRIPTION
           MOVE DST-EMPLOYER-TAX (DIST-SUB) TO POSTING-AMOUNT
           PERFORM 35A-ADD-TO-WAREHOUSE-POSTING

           MOVE HEALTH-CATEGORY TO POSTING-CATEGORY
           MOVE 'HEALTH COST' TO POSTING-DESCRIPTION
           MOVE DST-HEALTH-COST (DIST-SUB) TO POSTING-AMOUNT
           PERFORM 35A-ADD-TO-WAREHOUSE-POSTING
           .

       35A-ADD-TO-WAREHOUSE-POSTING.

           MOVE 0 TO WPT-HOLD-SUB
           PERFORM VARYING WPT-SUB FROM 1 BY 1
               UNTIL WPT-SUB > WAREHOUSE-POSTING-COUNT
                  OR WPT-HOLD-SUB > 0
               IF WPT-CATEGORY (WPT-SUB) IS EQUAL TO POSTING-CATEGORY
                   MOVE WPT-SUB TO WPT-HOLD-SUB
               END-IF
           END-PERFORM

           IF WPT-HOLD-SUB IS EQUAL TO 0
               IF WAREHOUSE-POSTING-COUNT IS EQUAL TO 150
                   DISPLAY 'LABORDST: MORE THAN 150 LABOR CATEGORIES '
                           'IN ONE WAREHOUSE, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WAREHOUSE-POSTING-COUNT
               MOVE WAREHOUSE-POSTING-COUNT TO WPT-HOLD-SUB
               MOVE POSTING-CATEGORY TO WPT-CATEGORY (WPT-HOLD-SUB)
               MOVE POSTING-DESCRIPTION TO
                       WPT-DESCRIPTION (WPT-HOLD-SUB)
               MOVE 0 TO WPT-AMOUNT (WPT-HOLD-SUB)
           END-IF
           ADD POSTING-AMOUNT TO WPT-AMOUNT (WPT-HOLD-SUB)
           .

       36-START-WAREHOUSE.

           IF PRIOR-WAREHOUSE-ID IS NOT EQUAL TO SPACES
               PERFORM 38-END-WAREHOUSE
           END-IF
           MOVE SRT-WAREHOUSE-ID TO PRIOR-WAREHOUSE-ID
           INITIALIZE WAREHOUSE-TOTALS
           MOVE 0 TO WAREHOUSE-POSTING-COUNT

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'WAREHOUSE ' DELIMITED BY SIZE
                  SRT-WAREHOUSE-ID DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE LABOR-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *****************************************************************
      * 37-WRITE-COST-LINE prints LABOR-TOTALS under the label
      * already in LCL-LABEL.
      *****************************************************************
       37-WRITE-COST-LINE.

           MOVE LBT-HEADCOUNT TO LCL-HEADCOUNT
           MOVE LBT-GROSS-PAY TO LCL-GROSS-PAY
           MOVE LBT-EMPLOYER-TAX TO LCL-EMPLOYER-TAX
           MOVE LBT-HEALTH-COST TO LCL-HEALTH-COST
           COMPUTE LCL-TOTAL-COST = LBT-GROSS-PAY + LBT-EMPLOYER-TAX
                                  + LBT-HEALTH-COST
           MOVE LABOR-COST-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       38-END-WAREHOUSE.

           MOVE WAREHOUSE-TOTALS TO LABOR-TOTALS
           MOVE 'WHSE TOTAL' TO LCL-LABEL
           PERFORM 37-WRITE-COST-LINE

           ADD WHT-HEADCOUNT TO CPT-HEADCOUNT
           ADD WHT-GROSS-PAY TO CPT-GROSS-PAY
           ADD WHT-EMPLOYER-TAX TO CPT-EMPLOYER-TAX
           ADD WHT-HEALTH-COST TO CPT-HEALTH-COST

           PERFORM VARYING WPT-SUB FROM 1 BY 1
               UNTIL WPT-SUB > WAREHOUSE-POSTING-COUNT
               MOVE WPT-CATEGORY (WPT-SUB) TO POSTING-CATEGORY
               MOVE WPT-DESCRIPTION (WPT-SUB) TO GPL-DESCRIPTION
               MOVE WPT-AMOUNT (WPT-SUB) TO POSTING-AMOUNT
               PERFORM 39-POST-ONE-CATEGORY
           END-PERFORM
           .


      *****************************************************************
      * 39-POST-ONE-CATEGORY leaves one warehouse posting on the
      * extra-postings file and prints it with the accounts the
      * map will book it to.  A category the map does not carry is
      * flagged here -- JVEXTRACT will refuse it the same way --
      * so the map can be fixed before the voucher is cut.
      *****************************************************************
       39-POST-ONE-CATEGORY.

           IF POSTING-AMOUNT IS EQUAL TO ZERO
               CONTINUE
           ELSE
               MOVE PRIOR-WAREHOUSE-ID TO XPF-WAREHOUSE-ID
               MOVE POSTING-CATEGORY TO XPF-CATEGORY
               MOVE POSTING-AMOUNT TO XPF-AMOUNT
               WRITE EXTRA-POSTING-RECORD
               ADD 1 TO POSTINGS-WRITTEN-COUNT

               MOVE 0 TO MAP-HOLD-SUB
               PERFORM VARYING MAP-SUB FROM 1 BY 1
                   UNTIL MAP-SUB > GL-MAP-COUNT
                      OR MAP-HOLD-SUB > 0
                   IF MAP-WAREHOUSE-ID (MAP-SUB) IS EQUAL TO
                           PRIOR-WAREHOUSE-ID
                      AND MAP-CATEGORY (MAP-SUB) IS EQUAL TO
                           POSTING-CATEGORY
                       MOVE MAP-SUB TO MAP-HOLD-SUB
                   END-IF
               END-PERFORM

               MOVE POSTING-CATEGORY TO GPL-CATEGORY
               MOVE POSTING-AMOUNT TO GPL-AMOUNT
               IF MAP-HOLD-SUB IS GREATER THAN 0
                   MOVE MAP-DEBIT-ACCOUNT (MAP-HOLD-SUB) TO
                           GPL-DEBIT-ACCOUNT
                   MOVE MAP-CREDIT-ACCOUNT (MAP-HOLD-SUB) TO
                           GPL-CREDIT-ACCOUNT
                   MOVE SPACES TO GPL-REMARK
               ELSE
                   MOVE SPACES TO GPL-DEBIT-ACCOUNT
                   MOVE SPACES TO GPL-CREDIT-ACCOUNT
                   MOVE 'NOT MAPPED' TO GPL-REMARK
                   ADD 1 TO UNMAPPED-COUNT
               END-IF
               MOVE GL-POSTING-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

       40-EOF-ROUTINE.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE COMPANY-TOTALS TO LABOR-TOTALS
           MOVE 'COMPANY' TO LCL-LABEL
           PERFORM 37-WRITE-COST-LINE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-AMOUNT-LINE
           MOVE 'REGISTER GROSS PAY' TO RAL-LABEL
           MOVE PRF-GROSS-TOTAL TO RAL-AMOUNT
           MOVE REPORT-AMOUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-AMOUNT-LINE
           MOVE 'REGISTER NET PAY' TO RAL-LABEL
           MOVE PRF-NET-TOTAL TO RAL-AMOUNT
           MOVE REPORT-AMOUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-AMOUNT-LINE
           MOVE 'GROSS NOT DISTRIBUTED' TO RAL-LABEL
           MOVE UNDISTRIBUTED-GROSS TO RAL-AMOUNT
           MOVE REPORT-AMOUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'GL POSTINGS WRITTEN' TO RTL-LABEL
           MOVE POSTINGS-WRITTEN-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'POSTINGS NOT MAPPED' TO RTL-LABEL
           MOVE UNMAPPED-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'PAID BUT NOT ON MASTER' TO RTL-LABEL
           MOVE PAID-NOT-ON-MASTER-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'ON MASTER BUT NOT PAID' TO RTL-LABEL
           MOVE ON-MASTER-NOT-PAID-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           CLOSE EMP-MASTER-FILE
                 EXTRA-POSTINGS-FILE
                 LABOR-HISTORY-FILE
                 LABOR-COST-REPORT
                 EXCEPTION-REPORT

           IF UNMAPPED-COUNT IS GREATER THAN ZERO
               DISPLAY 'LABORDST: ' UNMAPPED-COUNT ' POSTINGS HAVE '
                       'NO GL ACCOUNTS MAPPED'
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'LABORDST: ' PAID-COUNT ' EMPLOYEES PAID, '
                   POSTINGS-WRITTEN-COUNT ' POSTINGS FOR PAY PERIOD '
                   'ENDING ' PERIOD-END-DATE

           STOP RUN
           .
