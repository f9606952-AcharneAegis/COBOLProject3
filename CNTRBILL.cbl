       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRBILL.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * CNTRBILL is the monthly billing verification run for the
      * digitization contractor.  The contractor invoices on their
      * own record count; we owe the contract price on the records
      * we accepted, less the contract penalty for every reject,
      * less the service-level credit when the month's acceptance
      * rate falls short.  CNTRBILL prices each live batch of the
      * invoiced month from the batch statistics on
      * BATCH-QUALITY-HISTORY.txt -- trial batches are never
      * billable -- compares what we owe with what was invoiced,
      * batch date by batch date and in total, and prints the
      * settlement statement that goes back to the contractor with
      * the payment.
      * *****
      * INPUT:
      *    CONTRACT-TERMS.txt      the contract billing terms: price
      *                            per accepted record, penalty per
      *                            reject by class, service level,
      *                            and credit tiers (CTRMREC).
      *    CONTRACTOR-INVOICE.txt  the contractor's invoice: one 'H'
      *                            line -- invoice number, billing
      *                            month (YYYYMM), invoice amount --
      *                            then one 'D' line per batch date
      *                            billed -- batch date, records
      *                            billed, amount billed.
      *    BATCH-QUALITY-HISTORY.txt  one record per batch.
      * *****
      * OUTPUT:
      *    Contractor-Settlement.txt  the settlement statement.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-TERMS-FILE
               ASSIGN TO 'CONTRACT-TERMS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTM-FILE-STATUS.
           SELECT CONTRACTOR-INVOICE-FILE
               ASSIGN TO 'CONTRACTOR-INVOICE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CIV-FILE-STATUS.
           SELECT BATCH-QUALITY-FILE
               ASSIGN TO 'BATCH-QUALITY-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BQF-FILE-STATUS.
           SELECT SETTLEMENT-REPORT
               ASSIGN TO PRINTER 'Contractor-Settlement.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CONTRACT-TERMS-FILE
           RECORD CONTAINS 40 CHARACTERS.

       COPY CTRMREC.

       FD CONTRACTOR-INVOICE-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  CONTRACTOR-INVOICE-RECORD.
           05  CIV-RECORD-TYPE         PIC X.
               88  CIV-HEADER                          VALUE 'H'.
               88  CIV-DETAIL                          VALUE 'D'.
           05  CIV-HEADER-DATA.
               10  CIV-INVOICE-NUMBER  PIC X(10).
               10  CIV-BILLING-MONTH   PIC 9(6).
               10  CIV-INVOICE-AMOUNT  PIC 9(7)V99.
               10  FILLER              PIC X(14).
           05  CIV-DETAIL-DATA REDEFINES CIV-HEADER-DATA.
               10  CIV-BATCH-DATE      PIC 9(8).
               10  CIV-BILLED-RECORDS  PIC 9(7).
               10  CIV-BILLED-AMOUNT   PIC 9(7)V99.
               10  FILLER              PIC X(15).

       FD BATCH-QUALITY-FILE
           RECORD CONTAINS 80 CHARACTERS.

       COPY BQHREC.

       FD SETTLEMENT-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  SETTLEMENT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  CTM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CTM-DATA                     VALUE 'N'.
           05  CIV-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CIV-DATA                     VALUE 'N'.
           05  BQF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-BQF-DATA                     VALUE 'N'.
           05  PRICE-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 PRICE-FOUND                          VALUE 'Y'.
           05  HEADER-FOUND-SWITCH     PIC X           VALUE 'N'.
               88 HEADER-FOUND                         VALUE 'Y'.
           05  TARGET-FOUND-SWITCH     PIC X           VALUE 'N'.
               88 TARGET-FOUND                         VALUE 'Y'.
           05  DAY-FOUND-SWITCH        PIC X           VALUE 'N'.
               88 DAY-FOUND                            VALUE 'Y'.

       01  TEMP-FIELDS.
           05  CTM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CIV-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BQF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BILLING-MONTH           PIC 9(6)        VALUE 0.
           05  INVOICE-NUMBER          PIC X(10)       VALUE SPACES.
           05  INVOICE-AMOUNT          PIC 9(7)V99     VALUE 0.
           05  PRICE-PER-RECORD        PIC 9V9999      VALUE 0.
           05  TARGET-RATE             PIC 999V9       VALUE 0.
           05  MONTH-RATE              PIC 999V9       VALUE 0.
           05  CREDIT-PCT              PIC 99V9        VALUE 0.
           05  CLASS-SUB               PIC 99          VALUE 0.
           05  TIER-SUB                PIC 99          VALUE 0.
           05  DAY-SUB                 PIC 999         VALUE 0.
           05  DAY-HOLD-SUB            PIC 999         VALUE 0.
           05  BATCH-DATE-WORK         PIC 9(8)        VALUE 0.
           05  BATCH-DATE-X REDEFINES BATCH-DATE-WORK.
               10  BATCH-YYYYMM        PIC 9(6).
               10  BATCH-DD            PIC 99.
           05  PENALTY-WORK            PIC 9(9)V99     VALUE 0.
           05  DIFFERENCE-WORK         PIC S9(9)V99    VALUE 0.

       01  RUN-TOTALS.
           05  LIVE-BATCH-COUNT        PIC 999         VALUE 0.
           05  TRIAL-BATCH-COUNT       PIC 999         VALUE 0.
           05  INVOICE-LINE-COUNT      PIC 999         VALUE 0.
           05  DISPUTED-DATE-COUNT     PIC 999         VALUE 0.
           05  MONTH-DELIVERED         PIC 9(9)        VALUE 0.
           05  MONTH-ACCEPTED          PIC 9(9)        VALUE 0.
           05  MONTH-BILLED-RECORDS    PIC 9(9)        VALUE 0.
           05  MONTH-EARNED            PIC 9(9)V99     VALUE 0.
           05  MONTH-PENALTY           PIC 9(9)V99     VALUE 0.
           05  MONTH-NET               PIC 9(9)V99     VALUE 0.
           05  MONTH-CREDIT            PIC 9(9)V99     VALUE 0.
           05  MONTH-OWED              PIC 9(9)V99     VALUE 0.
           05  MONTH-LINES-BILLED      PIC 9(9)V99     VALUE 0.
           05  CLASS-MONTH-TOTALS OCCURS 7 TIMES.
               10  CLASS-MONTH-REJECTS PIC 9(9).
               10  CLASS-MONTH-PENALTY PIC 9(9)V99.

      *****************************************************************
      * CLASS-TABLE is the seven reject classes in BATCH-QUALITY-
      * RECORD order, with the contract penalty for each.
      *****************************************************************
       01  CLASS-CODE-VALUES           PIC X(28)       VALUE
                                       'HIRESALRPLANDEPSCONTDUPLWHID'.

       01  CLASS-CODE-TABLE REDEFINES CLASS-CODE-VALUES.
           05  CLASS-CODE OCCURS 7 TIMES
                                       PIC X(4).

       01  CLASS-NAME-VALUES.
           05  FILLER                  PIC X(20)       VALUE
               'HIRE DATE RULE'.
           05  FILLER                  PIC X(20)       VALUE
               'SALARY RULE'.
           05  FILLER                  PIC X(20)       VALUE
               'PLAN CODE RULE'.
           05  FILLER                  PIC X(20)       VALUE
               'DEPENDENTS RULE'.
           05  FILLER                  PIC X(20)       VALUE
               'CONTINUATION ERRORS'.
           05  FILLER                  PIC X(20)       VALUE
               'DUPLICATE IDS'.
           05  FILLER                  PIC X(20)       VALUE
               'WAREHOUSE ID REJECTS'.

       01  CLASS-NAME-TABLE REDEFINES CLASS-NAME-VALUES.
           05  CLASS-NAME OCCURS 7 TIMES
                                       PIC X(20).

       01  CLASS-PENALTY-TABLE.
           05  CLASS-PENALTY OCCURS 7 TIMES
                                       PIC 9V9999.

       01  TIER-COUNT                  PIC 99          VALUE 0.

       01  TIER-TABLE.
           05  TIER-ENTRY OCCURS 1 TO 20 TIMES
               DEPENDING ON TIER-COUNT.
               10  TIR-BELOW-RATE      PIC 999V9.
               10  TIR-CREDIT-PCT      PIC 99V9.

      *****************************************************************
      * DAY-TABLE is the invoiced month by batch date: the live
      * batches of the date priced at the contract terms, and what
      * the contractor billed for the date.  Two batches run the
      * same day price as one date.  A date billed with no batch on
      * the history, or with trial batches only, is carried so the
      * statement can dispute it.
      *****************************************************************
       01  DAY-COUNT                   PIC 999         VALUE 0.

       01  DAY-TABLE.
           05  DAY-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON DAY-COUNT.
               10  DAY-BATCH-DATE      PIC 9(8).
               10  DAY-LIVE-FLAG       PIC X.
                   88  DAY-LIVE                        VALUE 'Y'.
               10  DAY-TRIAL-FLAG      PIC X.
                   88  DAY-TRIAL                       VALUE 'Y'.
               10  DAY-BILLED-FLAG     PIC X.
                   88  DAY-BILLED                      VALUE 'Y'.
               10  DAY-DELIVERED       PIC 9(7).
               10  DAY-ACCEPTED        PIC 9(7).
               10  DAY-REJECTS         PIC 9(7) OCCURS 7 TIMES.
               10  DAY-EARNED          PIC 9(7)V99.
               10  DAY-PENALTY         PIC 9(7)V99.
               10  DAY-OWED            PIC 9(7)V99.
               10  DAY-BILLED-RECORDS  PIC 9(7).
               10  DAY-BILLED-AMOUNT   PIC 9(7)V99.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(34)       VALUE
               'DIGITIZATION CONTRACTOR SETTLEMENT'.
           05  FILLER                  PIC X(46)       VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(9)        VALUE
               'INVOICE '.
           05  HL2-INVOICE-NUMBER      PIC X(10).
           05  FILLER                  PIC X(17)       VALUE
               '   BILLING MONTH '.
           05  HL2-BILLING-MONTH       PIC 9(6).
           05  FILLER                  PIC X(38)       VALUE SPACES.

       01  BATCH-HEADING.
           05  FILLER                  PIC X(34)       VALUE
               'BATCH DT  ACCEPTED BILL RECS'.
           05  FILLER                  PIC X(34)       VALUE
               ' OWED     BILLED  DIFFERENCE NOTE'.
           05  FILLER                  PIC X(12)       VALUE SPACES.

       01  BATCH-LINE.
           05  BTL-BATCH-DATE          PIC 9(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  BTL-ACCEPTED            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  BTL-BILLED-RECORDS      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  BTL-OWED                PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  BTL-BILLED-AMOUNT       PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  BTL-DIFFERENCE          PIC -ZZZ,ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  BTL-NOTE                PIC X(17).

       01  COUNT-LINE.
           05  CNL-LABEL               PIC X(36).
           05  CNL-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(33)       VALUE SPACES.

       01  RATE-LINE.
           05  RTL-LABEL               PIC X(36).
           05  FILLER                  PIC X(5)        VALUE SPACES.
           05  RTL-RATE                PIC ZZ9.9.
           05  FILLER                  PIC X           VALUE '%'.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RTL-NOTE                PIC X(31).

       01  PENALTY-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  PNL-CLASS-NAME          PIC X(20).
           05  PNL-REJECTS             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)        VALUE ' AT '.
           05  PNL-RATE                PIC 9.9999.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  PNL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(19)       VALUE SPACES.

       01  MONEY-LINE.
           05  MNL-LABEL               PIC X(47).
           05  MNL-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  MNL-NOTE                PIC X(16).

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 11-LOAD-CONTRACT-TERMS
           PERFORM 12-LOAD-INVOICE-HEADER
           PERFORM 13-LOAD-BATCH-HISTORY
           PERFORM 14-LOAD-INVOICE-LINES
           PERFORM 16-PRICE-THE-MONTH
           PERFORM 20-PRINT-STATEMENT
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 11-LOAD-CONTRACT-TERMS takes the price, the penalties, the
      * service level, and the credit tiers.  Without a price there
      * is nothing to bill against.  A reject class with no 'R'
      * line carries no penalty.
      *****************************************************************
       11-LOAD-CONTRACT-TERMS.

           PERFORM VARYING CLASS-SUB FROM 1 BY 1
               UNTIL CLASS-SUB > 7
               MOVE 0 TO CLASS-PENALTY (CLASS-SUB)
               MOVE 0 TO CLASS-MONTH-REJECTS (CLASS-SUB)
               MOVE 0 TO CLASS-MONTH-PENALTY (CLASS-SUB)
           END-PERFORM

           OPEN INPUT CONTRACT-TERMS-FILE
           IF CTM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CNTRBILL: UNABLE TO OPEN CONTRACT TERMS '
                       'FILE, FILE STATUS = ' CTM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO CTM-EOF-FLAG
           PERFORM UNTIL NO-MORE-CTM-DATA
               READ CONTRACT-TERMS-FILE
                   AT END
                       MOVE 'N' TO CTM-EOF-FLAG
                   NOT AT END
                       PERFORM 11A-TAKE-ONE-TERM
               END-READ
           END-PERFORM

           CLOSE CONTRACT-TERMS-FILE

           IF NOT PRICE-FOUND
               DISPLAY 'CNTRBILL: NO PRICE PER RECORD ON CONTRACT '
                       'TERMS, NOTHING TO BILL AGAINST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       11A-TAKE-ONE-TERM.

           EVALUATE TRUE
               WHEN CTM-PRICE-TERM
                   IF CTM-PRICE-PER-RECORD IS NUMERIC
                       MOVE CTM-PRICE-PER-RECORD TO PRICE-PER-RECORD
                       MOVE 'Y' TO PRICE-FOUND-SWITCH
                   END-IF
               WHEN CTM-PENALTY-TERM
                   PERFORM VARYING CLASS-SUB FROM 1 BY 1
                       UNTIL CLASS-SUB > 7
                       IF CLASS-CODE (CLASS-SUB) IS EQUAL TO
                               CTM-REJECT-CLASS
                          AND CTM-PENALTY-PER-REJECT IS NUMERIC
                           MOVE CTM-PENALTY-PER-REJECT TO
                                   CLASS-PENALTY (CLASS-SUB)
                       END-IF
                   END-PERFORM
               WHEN CTM-SERVICE-LEVEL-TERM
                   IF CTM-TARGET-RATE IS NUMERIC
                       MOVE CTM-TARGET-RATE TO TARGET-RATE
                       MOVE 'Y' TO TARGET-FOUND-SWITCH
                   END-IF
               WHEN CTM-CREDIT-TIER-TERM
                   IF CTM-TIER-BELOW-RATE IS NUMERIC
                      AND CTM-TIER-CREDIT-PCT IS NUMERIC
                       IF TIER-COUNT IS EQUAL TO 20
                           DISPLAY 'CNTRBILL: MORE THAN 20 CREDIT '
                                   'TIERS, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO TIER-COUNT
                       MOVE CTM-TIER-BELOW-RATE TO
                               TIR-BELOW-RATE (TIER-COUNT)
                       MOVE CTM-TIER-CREDIT-PCT TO
                               TIR-CREDIT-PCT (TIER-COUNT)
                   END-IF
           END-EVALUATE
           .

      *****************************************************************
      * 12-LOAD-INVOICE-HEADER takes the invoice number, the month
      * billed, and the amount invoiced.
      *****************************************************************
       12-LOAD-INVOICE-HEADER.

           OPEN INPUT CONTRACTOR-INVOICE-FILE
           IF CIV-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CNTRBILL: UNABLE TO OPEN CONTRACTOR INVOICE '
                       'FILE, FILE STATUS = ' CIV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO CIV-EOF-FLAG
           PERFORM UNTIL NO-MORE-CIV-DATA
                      OR HEADER-FOUND
               READ CONTRACTOR-INVOICE-FILE
                   AT END
                       MOVE 'N' TO CIV-EOF-FLAG
                   NOT AT END
                       IF CIV-HEADER
                          AND CIV-BILLING-MONTH IS NUMERIC
                          AND CIV-INVOICE-AMOUNT IS NUMERIC
                           MOVE 'Y' TO HEADER-FOUND-SWITCH
                           MOVE CIV-INVOICE-NUMBER TO INVOICE-NUMBER
                           MOVE CIV-BILLING-MONTH TO BILLING-MONTH
                           MOVE CIV-INVOICE-AMOUNT TO INVOICE-AMOUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CONTRACTOR-INVOICE-FILE

           IF NOT HEADER-FOUND
               DISPLAY 'CNTRBILL: NO INVOICE HEADER ON CONTRACTOR '
                       'INVOICE FILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 13-LOAD-BATCH-HISTORY prices every batch run in the billing
      * month.  A trial batch is marked on its date but earns
      * nothing.
      *****************************************************************
       13-LOAD-BATCH-HISTORY.

           OPEN INPUT BATCH-QUALITY-FILE
           IF BQF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CNTRBILL: UNABLE TO OPEN BATCH QUALITY '
                       'HISTORY, FILE STATUS = ' BQF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO BQF-EOF-FLAG
           PERFORM UNTIL NO-MORE-BQF-DATA
               READ BATCH-QUALITY-FILE
                   AT END
                       MOVE 'N' TO BQF-EOF-FLAG
                   NOT AT END
                       MOVE BQH-RUN-DATE TO BATCH-DATE-WORK
                       IF BATCH-YYYYMM IS EQUAL TO BILLING-MONTH
                           PERFORM 13A-PRICE-ONE-BATCH
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BATCH-QUALITY-FILE
           .

       13A-PRICE-ONE-BATCH.

           MOVE BQH-RUN-DATE TO BATCH-DATE-WORK
           PERFORM 15-FIND-DAY

           IF BQH-TRIAL-FLAG IS EQUAL TO 'Y'
               MOVE 'Y' TO DAY-TRIAL-FLAG (DAY-HOLD-SUB)
               ADD 1 TO TRIAL-BATCH-COUNT
           ELSE
               MOVE 'Y' TO DAY-LIVE-FLAG (DAY-HOLD-SUB)
               ADD 1 TO LIVE-BATCH-COUNT
               ADD BQH-DELIVERED TO DAY-DELIVERED (DAY-HOLD-SUB)
               ADD BQH-ACCEPTED TO DAY-ACCEPTED (DAY-HOLD-SUB)
               ADD BQH-HIRE-RULE TO DAY-REJECTS (DAY-HOLD-SUB 1)
               ADD BQH-SALARY-RULE TO DAY-REJECTS (DAY-HOLD-SUB 2)
               ADD BQH-PLAN-RULE TO DAY-REJECTS (DAY-HOLD-SUB 3)
               ADD BQH-DEPS-RULE TO DAY-REJECTS (DAY-HOLD-SUB 4)
               ADD BQH-CONTERR TO DAY-REJECTS (DAY-HOLD-SUB 5)
               ADD BQH-DUPERR TO DAY-REJECTS (DAY-HOLD-SUB 6)
               ADD BQH-IDERR TO DAY-REJECTS (DAY-HOLD-SUB 7)
           END-IF
           .

      *****************************************************************
      * 14-LOAD-INVOICE-LINES posts what the contractor billed
      * against each batch date.
      *****************************************************************
       14-LOAD-INVOICE-LINES.

           OPEN INPUT CONTRACTOR-INVOICE-FILE
           MOVE ' ' TO CIV-EOF-FLAG
           PERFORM UNTIL NO-MORE-CIV-DATA
               READ CONTRACTOR-INVOICE-FILE
                   AT END
                       MOVE 'N' TO CIV-EOF-FLAG
                   NOT AT END
                       IF CIV-DETAIL
                          AND CIV-BATCH-DATE IS NUMERIC
                          AND CIV-BILLED-RECORDS IS NUMERIC
                          AND CIV-BILLED-AMOUNT IS NUMERIC
                           ADD 1 TO INVOICE-LINE-COUNT
                           MOVE CIV-BATCH-DATE TO BATCH-DATE-WORK
                           PERFORM 15-FIND-DAY
                           MOVE 'Y' TO DAY-BILLED-FLAG (DAY-HOLD-SUB)
                           ADD CIV-BILLED-RECORDS TO
                                   DAY-BILLED-RECORDS (DAY-HOLD-SUB)
                           ADD CIV-BILLED-AMOUNT TO
                                   DAY-BILLED-AMOUNT (DAY-HOLD-SUB)
                           ADD CIV-BILLED-RECORDS TO
                                   MONTH-BILLED-RECORDS
                           ADD CIV-BILLED-AMOUNT TO MONTH-LINES-BILLED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRACTOR-INVOICE-FILE
           .

      *****************************************************************
      * 15-FIND-DAY finds the batch date in BATCH-DATE-WORK on the
      * day table, adding it when it is new.
      *****************************************************************
       15-FIND-DAY.

           MOVE 'N' TO DAY-FOUND-SWITCH
           PERFORM VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > DAY-COUNT
                  OR DAY-FOUND
               IF DAY-BATCH-DATE (DAY-SUB) IS EQUAL TO BATCH-DATE-WORK
                   MOVE 'Y' TO DAY-FOUND-SWITCH
                   MOVE DAY-SUB TO DAY-HOLD-SUB
               END-IF
           END-PERFORM

           IF NOT DAY-FOUND
               IF DAY-COUNT IS EQUAL TO 200
                   DISPLAY 'CNTRBILL: MORE THAN 200 BATCH DATES IN '
                           'THE MONTH, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO DAY-COUNT
               MOVE DAY-COUNT TO DAY-HOLD-SUB
               INITIALIZE DAY-ENTRY (DAY-HOLD-SUB)
               MOVE BATCH-DATE-WORK TO DAY-BATCH-DATE (DAY-HOLD-SUB)
               MOVE 'N' TO DAY-LIVE-FLAG (DAY-HOLD-SUB)
               MOVE 'N' TO DAY-TRIAL-FLAG (DAY-HOLD-SUB)
               MOVE 'N' TO DAY-BILLED-FLAG (DAY-HOLD-SUB)
           END-IF
           .

      *****************************************************************
      * 16-PRICE-THE-MONTH prices each date -- accepted records at
      * the contract price less the penalty on every reject, never
      * below zero -- and then takes the service-level credit off
      * the month: the deepest credit tier whose rate the month's
      * acceptance rate falls below.
      *****************************************************************
       16-PRICE-THE-MONTH.

           PERFORM VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > DAY-COUNT
               IF DAY-LIVE (DAY-SUB)
                   PERFORM 17-PRICE-ONE-DAY
               END-IF
           END-PERFORM

           IF MONTH-EARNED IS GREATER THAN MONTH-PENALTY
               COMPUTE MONTH-NET = MONTH-EARNED - MONTH-PENALTY
           ELSE
               MOVE 0 TO MONTH-NET
           END-IF

           IF MONTH-DELIVERED IS GREATER THAN ZERO
               COMPUTE MONTH-RATE ROUNDED =
                       MONTH-ACCEPTED * 100 / MONTH-DELIVERED
           ELSE
               MOVE 0 TO MONTH-RATE
           END-IF

           MOVE 0 TO CREDIT-PCT
           IF MONTH-DELIVERED IS GREATER THAN ZERO
               PERFORM VARYING TIER-SUB FROM 1 BY 1
                   UNTIL TIER-SUB > TIER-COUNT
                   IF MONTH-RATE IS LESS THAN TIR-BELOW-RATE (TIER-SUB)
                      AND TIR-CREDIT-PCT (TIER-SUB) IS GREATER THAN
                           CREDIT-PCT
                       MOVE TIR-CREDIT-PCT (TIER-SUB) TO CREDIT-PCT
                   END-IF
               END-PERFORM
           END-IF

           COMPUTE MONTH-CREDIT ROUNDED =
                   MONTH-NET * CREDIT-PCT / 100
           COMPUTE MONTH-OWED = MONTH-NET - MONTH-CREDIT
           .

       17-PRICE-ONE-DAY.

           ADD DAY-DELIVERED (DAY-SUB) TO MONTH-DELIVERED
           ADD DAY-ACCEPTED (DAY-SUB) TO MONTH-ACCEPTED

           COMPUTE DAY-EARNED (DAY-SUB) ROUNDED =
                   DAY-ACCEPTED (DAY-SUB) * PRICE-PER-RECORD
           ADD DAY-EARNED (DAY-SUB) TO MONTH-EARNED

           MOVE 0 TO DAY-PENALTY (DAY-SUB)
           PERFORM VARYING CLASS-SUB FROM 1 BY 1
               UNTIL CLASS-SUB > 7
               COMPUTE PENALTY-WORK ROUNDED =
                       DAY-REJECTS (DAY-SUB CLASS-SUB)
                     * CLASS-PENALTY (CLASS-SUB)
               ADD PENALTY-WORK TO DAY-PENALTY (DAY-SUB)
               ADD PENALTY-WORK TO CLASS-MONTH-PENALTY (CLASS-SUB)
               ADD DAY-REJECTS (DAY-SUB CLASS-SUB) TO
                       CLASS-MONTH-REJECTS (CLASS-SUB)
           END-PERFORM
           ADD DAY-PENALTY (DAY-SUB) TO MONTH-PENALTY

           IF DAY-EARNED (DAY-SUB) IS GREATER THAN
                   DAY-PENALTY (DAY-SUB)
               COMPUTE DAY-OWED (DAY-SUB) =
                       DAY-EARNED (DAY-SUB) - DAY-PENALTY (DAY-SUB)
           ELSE
               MOVE 0 TO DAY-OWED (DAY-SUB)
           END-IF
           .

      *****************************************************************
      * 20-PRINT-STATEMENT prints the dispute detail by batch date,
      * then the month's settlement.
      *****************************************************************
       20-PRINT-STATEMENT.

           OPEN OUTPUT SETTLEMENT-REPORT

           MOVE HEADING-LINE-1 TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD
           MOVE INVOICE-NUMBER TO HL2-INVOICE-NUMBER
           MOVE BILLING-MONTH TO HL2-BILLING-MONTH
           MOVE HEADING-LINE-2 TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           MOVE SPACES TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD
           MOVE 'DETAIL BY BATCH DATE - LIVE BATCHES' TO
                   SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD
           IF INVOICE-LINE-COUNT IS EQUAL TO ZERO
               MOVE 'INVOICE CARRIES NO BATCH DETAIL' TO
                       SETTLEMENT-RECORD
               WRITE SETTLEMENT-RECORD
           END-IF
           MOVE BATCH-HEADING TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           PERFORM VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > DAY-COUNT
               IF DAY-LIVE (DAY-SUB)
                  OR DAY-BILLED (DAY-SUB)
                   PERFORM 21-PRINT-ONE-DAY
               END-IF
           END-PERFORM

           PERFORM 25-PRINT-SETTLEMENT
           .

       21-PRINT-ONE-DAY.

           MOVE SPACES TO BATCH-LINE
           MOVE DAY-BATCH-DATE (DAY-SUB) TO BTL-BATCH-DATE
           MOVE DAY-ACCEPTED (DAY-SUB) TO BTL-ACCEPTED
           MOVE DAY-BILLED-RECORDS (DAY-SUB) TO BTL-BILLED-RECORDS
           MOVE DAY-OWED (DAY-SUB) TO BTL-OWED
           MOVE DAY-BILLED-AMOUNT (DAY-SUB) TO BTL-BILLED-AMOUNT

           IF INVOICE-LINE-COUNT IS EQUAL TO ZERO
               MOVE 0 TO DIFFERENCE-WORK
           ELSE
               COMPUTE DIFFERENCE-WORK = DAY-BILLED-AMOUNT (DAY-SUB)
                                       - DAY-OWED (DAY-SUB)
               EVALUATE TRUE
                   WHEN NOT DAY-LIVE (DAY-SUB)
                    AND DAY-TRIAL (DAY-SUB)
                       MOVE 'TRIAL BATCH' TO BTL-NOTE
                   WHEN NOT DAY-LIVE (DAY-SUB)
                       MOVE 'NO BATCH ON FILE' TO BTL-NOTE
                   WHEN NOT DAY-BILLED (DAY-SUB)
                       MOVE 'NOT BILLED' TO BTL-NOTE
                   WHEN DIFFERENCE-WORK IS GREATER THAN ZERO
                    AND DAY-BILLED-RECORDS (DAY-SUB) IS GREATER THAN
                           DAY-ACCEPTED (DAY-SUB)
                       MOVE 'BILLED UNACCEPTED' TO BTL-NOTE
                   WHEN DIFFERENCE-WORK IS GREATER THAN ZERO
                       MOVE 'OVERBILLED' TO BTL-NOTE
                   WHEN DIFFERENCE-WORK IS LESS THAN ZERO
                       MOVE 'UNDERBILLED' TO BTL-NOTE
               END-EVALUATE
               IF DIFFERENCE-WORK IS NOT EQUAL TO ZERO
                   ADD 1 TO DISPUTED-DATE-COUNT
               END-IF
           END-IF
           MOVE DIFFERENCE-WORK TO BTL-DIFFERENCE

           MOVE BATCH-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD
           .

       25-PRINT-SETTLEMENT.

           MOVE SPACES TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD
           MOVE 'MONTHLY SETTLEMENT' TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           MOVE SPACES TO COUNT-LINE
           MOVE 'LIVE BATCHES' TO CNL-LABEL
           MOVE LIVE-BATCH-COUNT TO CNL-COUNT
           MOVE COUNT-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           MOVE SPACES TO COUNT-LINE
           MOVE 'TRIAL BATCHES - NOT BILLABLE' TO CNL-LABEL
           MOVE TRIAL-BATCH-COUNT TO CNL-COUNT
           MOVE COUNT-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           MOVE SPACES TO COUNT-LINE
           MOVE 'RECORDS DELIVERED' TO CNL-LABEL
           MOVE MONTH-DELIVERED TO CNL-COUNT
           MOVE COUNT-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           MOVE SPACES TO COUNT-LINE
           MOVE 'RECORDS ACCEPTED' TO CNL-LABEL
           MOVE MONTH-ACCEPTED TO CNL-COUNT
           MOVE COUNT-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           MOVE SPACES TO COUNT-LINE
           MOVE 'RECORDS BILLED BY CONTRACTOR' TO CNL-LABEL
           MOVE MONTH-BILLED-RECORDS TO CNL-COUNT
           MOVE COUNT-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           MOVE SPACES TO RATE-LINE
           MOVE 'ACCEPTANCE RATE' TO RTL-LABEL
           MOVE MONTH-RATE TO RTL-RATE
           IF TARGET-FOUND
              AND MONTH-RATE IS LESS THAN TARGET-RATE
               MOVE 'BELOW SERVICE LEVEL' TO RTL-NOTE
           END-IF
           MOVE RATE-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           IF TARGET-FOUND
               MOVE SPACES TO RATE-LINE
               MOVE 'SERVICE LEVEL' TO RTL-LABEL
               MOVE TARGET-RATE TO RTL-RATE
               MOVE RATE-LINE TO SETTLEMENT-RECORD
               WRITE SETTLEMENT-RECORD
           END-IF

           MOVE SPACES TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           MOVE SPACES TO MONEY-LINE
           MOVE 'EARNED - ACCEPTED RECORDS AT CONTRACT PRICE'
                   TO MNL-LABEL
           MOVE MONTH-EARNED TO MNL-AMOUNT
           MOVE MONEY-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           MOVE SPACES TO SETTLEMENT-RECORD
           MOVE 'LESS REJECT PENALTIES' TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD
           PERFORM VARYING CLASS-SUB FROM 1 BY 1
               UNTIL CLASS-SUB > 7
               MOVE CLASS-NAME (CLASS-SUB) TO PNL-CLASS-NAME
               MOVE CLASS-MONTH-REJECTS (CLASS-SUB) TO PNL-REJECTS
               MOVE CLASS-PENALTY (CLASS-SUB) TO PNL-RATE
               MOVE CLASS-MONTH-PENALTY (CLASS-SUB) TO PNL-AMOUNT
               MOVE PENALTY-LINE TO SETTLEMENT-RECORD
               WRITE SETTLEMENT-RECORD
           END-PERFORM

           MOVE SPACES TO MONEY-LINE
           MOVE 'TOTAL REJECT PENALTIES' TO MNL-LABEL
           MOVE MONTH-PENALTY TO MNL-AMOUNT
           MOVE MONEY-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           MOVE SPACES TO MONEY-LINE
           MOVE 'NET BEFORE SERVICE-LEVEL CREDIT' TO MNL-LABEL
           MOVE MONTH-NET TO MNL-AMOUNT
           MOVE MONEY-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           MOVE SPACES TO RATE-LINE
           MOVE 'SERVICE-LEVEL CREDIT PERCENT' TO RTL-LABEL
           MOVE CREDIT-PCT TO RTL-RATE
           MOVE RATE-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           MOVE SPACES TO MONEY-LINE
           MOVE 'LESS SERVICE-LEVEL CREDIT' TO MNL-LABEL
           MOVE MONTH-CREDIT TO MNL-AMOUNT
           MOVE MONEY-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           MOVE SPACES TO MONEY-LINE
           MOVE 'AMOUNT OWED' TO MNL-LABEL
           MOVE MONTH-OWED TO MNL-AMOUNT
           MOVE MONEY-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           MOVE SPACES TO MONEY-LINE
           MOVE 'AMOUNT INVOICED' TO MNL-LABEL
           MOVE INVOICE-AMOUNT TO MNL-AMOUNT
           IF INVOICE-LINE-COUNT IS GREATER THAN ZERO
              AND MONTH-LINES-BILLED IS NOT EQUAL TO INVOICE-AMOUNT
               MOVE 'LINES DO NOT ADD' TO MNL-NOTE
           END-IF
           MOVE MONEY-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           COMPUTE DIFFERENCE-WORK = INVOICE-AMOUNT - MONTH-OWED
           MOVE SPACES TO MONEY-LINE
           MOVE 'INVOICED OVER (UNDER) AMOUNT OWED' TO MNL-LABEL
           MOVE DIFFERENCE-WORK TO MNL-AMOUNT
           MOVE MONEY-LINE TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD

           MOVE SPACES TO SETTLEMENT-RECORD
           WRITE SETTLEMENT-RECORD
           EVALUATE TRUE
               WHEN DIFFERENCE-WORK IS GREATER THAN ZERO
                   MOVE 'INVOICE DISPUTED - PAYING AMOUNT OWED'
                           TO SETTLEMENT-RECORD
               WHEN DIFFERENCE-WORK IS LESS THAN ZERO
                   MOVE 'INVOICE UNDER AMOUNT OWED - PAYING INVOICE'
                           TO SETTLEMENT-RECORD
               WHEN OTHER
                   MOVE 'INVOICE AGREES - PAYING AS INVOICED'
                           TO SETTLEMENT-RECORD
           END-EVALUATE
           WRITE SETTLEMENT-RECORD
           .

       40-EOF-ROUTINE.

           CLOSE SETTLEMENT-REPORT

           DISPLAY 'CNTRBILL: INVOICE ' INVOICE-NUMBER ' MONTH '
                   BILLING-MONTH ', ' DISPUTED-DATE-COUNT
                   ' BATCH DATES IN DISPUTE'

           STOP RUN
           .
