      * remittance to its open invoice on the receivables ledger,
      * reduces the open amount, marks items paid when they clear,
      * and rolls the customer's open balance down on the customer
      * master.  The invoice and the customer are each read by key
      * and rewritten in place as the remittance is applied.  A
      * remittance that matches nothing, or pays more than is open,
      * goes to the register as an exception for the cash desk to
      * sort out -- nothing is ever force-applied.  A short payment
      * keyed with a deduction reason code clears the invoice and
      * splits the unpaid difference off onto the deduction ledger,
      * where ARDEDMNT approves or denies it.
      * A short payment with no reason code that is short by no
      * more than the early-payment discount on the customer's terms
      * clears the invoice when it was received inside the discount
      * window; the discount goes to the cash history and the
      * journal voucher.  The same shortfall received after the
      * window closed applies the cash only, leaves the difference
      * open, and is flagged on the register as an unearned
      * discount.
      * *****
      * INPUT:
      *    CASH-RECEIPT-TRANS.txt  keyed remittances: customer,
      *                            invoice number, amount, receipt
      *                            date, and an optional deduction
      *                            reason code for a short payment
      *                            ('PR' pricing dispute, 'SH'
      *                            shortage, 'DM' damage, 'PA' promo
      *                            allowance, 'FR' freight, 'OT'
      *                            other).
      *                            The file comes in batches, each
      *                            opened by a *BATCH header:
      *                            source, batch date, sequence,
      *                            record count, and the amounts
      *                            as a hash total.  A batch
      *                            already posted, out of sequence,
      *                            or off its header refuses the
      *                            whole file, return code 12.
      *    AR-OPEN-ITEM.dat        the indexed open-item ledger,
      *                            keyed by customer and invoice.
      *    CUSTOMER-MASTER.dat     the indexed customer master;
      *                            open balances are rolled down.
      *    TERMS-TABLE.txt         optional: the payment terms
      *                            table, for the discount percent
      *                            and window.  No table, no
      *                            discounts.
      *    POSTED-BATCH-LEDGER.txt optional: the batches posted
      *                            so far, to prove each batch new
      *                            and next in sequence.
      * *****
      * OUTPUT:
      *    AR-OPEN-ITEM.dat        each invoice paid rewritten in
      *                            place.
      *    CUSTOMER-MASTER.dat     each customer paid rewritten in
      *                            place with the new open balance.
      *    Cash-Application-Register.txt  one line per remittance,
      *                            applied or excepted, plus totals.
      *    CASH-HISTORY.txt        extended with one line per
      *                            application -- the payments the
      *                            customer statements list.
      *    DEDUCTION-LEDGER.txt    extended with one open deduction
      *                            per short payment split off.
      *    JV-EXTRA-POSTINGS.txt   extended with one 'DT' posting
      *                            per early-payment discount taken.
      *    POSTED-BATCH-LEDGER.txt extended with one row per batch,
      *                            'P' posted or 'J' refused with
      *                            the reason -- PBLEDGER lists it.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRT-FILE-STATUS.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO 'AR-OPEN-ITEM.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-REC-KEY
               FILE STATUS IS ARO-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS CUM-FILE-STATUS.
           SELECT CASH-HISTORY-FILE
               ASSIGN TO 'CASH-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSH-FILE-STATUS.
           SELECT DEDUCTION-FILE
               ASSIGN TO 'DEDUCTION-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DDL-FILE-STATUS.
           SELECT TERMS-FILE
               ASSIGN TO 'TERMS-TABLE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRM-FILE-STATUS.
           SELECT EXTRA-POSTINGS-FILE
               ASSIGN TO 'JV-EXTRA-POSTINGS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XPF-FILE-STATUS.
           SELECT CASH-REGISTER
               ASSIGN TO PRINTER 'Cash-Application-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-LEDGER-FILE
               ASSIGN TO 'POSTED-BATCH-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PBL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CASH-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  CASH-TRANS-RECORD.
           05  CRT-CUSTOMER            PIC X(10).
           05  CRT-INVOICE-NUMBER      PIC X(8).
           05  CRT-AMOUNT              PIC 9(9)V99.
           05  CRT-RECEIPT-DATE        PIC 9(8).
           05  CRT-DEDUCTION-CODE      PIC XX.

       COPY BTHREC.

       FD OPEN-ITEM-FILE
           RECORD CONTAINS 57 CHARACTERS.

       COPY AROPREC.

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

       FD CASH-HISTORY-FILE
           RECORD CONTAINS 54 CHARACTERS.

       COPY CASHHREC.

       FD DEDUCTION-FILE
           RECORD CONTAINS 56 CHARACTERS.

       COPY DEDNREC.

       FD TERMS-FILE
           RECORD CONTAINS 32 CHARACTERS.

       COPY TERMREC.

       FD EXTRA-POSTINGS-FILE
           RECORD CONTAINS 19 CHARACTERS.

       01  EXTRA-POSTING-RECORD.
           05  XPF-WAREHOUSE-ID        PIC X(4).
           05  XPF-CATEGORY            PIC XX.
           05  XPF-AMOUNT              PIC 9(11)V99.

       FD CASH-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       FD BATCH-LEDGER-FILE
           RECORD CONTAINS 82 CHARACTERS.

       COPY PBLREC.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  CRT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CRT-DATA                     VALUE 'N'.
           05  TRM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-TRM-DATA                     VALUE 'N'.
           05  ITEM-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 ITEM-FOUND                           VALUE 'Y'.
           05  DISCOUNT-SWITCH         PIC X           VALUE ' '.
               88 DISCOUNT-EARNED                      VALUE 'E'.
               88 DISCOUNT-UNEARNED                    VALUE 'U'.
           05  PBL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PBL-DATA                     VALUE 'N'.
           05  BATCH-REJECT-SWITCH     PIC X           VALUE 'N'.
               88 BATCH-REJECTED                       VALUE 'Y'.
           05  NO-HEADER-SWITCH        PIC X           VALUE 'N'.
               88 DETAIL-WITHOUT-HEADER                VALUE 'Y'.

       01  TEMP-FIELDS.
           05  CRT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ARO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CSH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  DDL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TRM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  XPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  TERMS-SUB               PIC 999         VALUE 0.
           05  APPLY-AMOUNT            PIC 9(9)V99     VALUE 0.
           05  DEDUCTION-AMOUNT        PIC 9(9)V99     VALUE 0.
           05  DISCOUNT-AMOUNT         PIC 9(9)V99     VALUE 0.
           05  DISCOUNT-ALLOWED        PIC 9(9)V99     VALUE 0.
           05  SHORTFALL-AMOUNT        PIC 9(9)V99     VALUE 0.
           05  BALANCE-REDUCTION       PIC 9(9)V99     VALUE 0.
           05  CUSTOMER-TERMS-CODE     PIC XX          VALUE SPACES.
           05  DAYS-TO-PAY             PIC S9(5)       VALUE 0.
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
           05  PBL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-TIME-HHMMSS         PIC 9(8)        VALUE 0.
           05  BAT-SUB                 PIC 99          VALUE 0.
           05  BAT-PRIOR-SUB           PIC 99          VALUE 0.
           05  PRIOR-BATCH-SEQ         PIC 9(4)        VALUE 0.

      *****************************************************************
      * BATCH-TABLE is each batch on the cash receipt file as its header
      * declares it and as its detail adds up, with the highest
      * sequence the ledger shows posted from its source and the
      * reason, if any, the batch is refused.
      *****************************************************************
       01  BATCH-COUNT                 PIC 99          VALUE 0.

       01  BATCH-TABLE.
           05  BATCH-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON BATCH-COUNT.
               10  BAT-SOURCE          PIC X(8).
               10  BAT-BATCH-DATE      PIC 9(8).
               10  BAT-BATCH-SEQ       PIC 9(4).
               10  BAT-HEADER-COUNT    PIC 9(6).
               10  BAT-HEADER-HASH     PIC 9(11)V99.
               10  BAT-DETAIL-COUNT    PIC 9(6).
               10  BAT-DETAIL-HASH     PIC 9(11)V99.
               10  BAT-LAST-POSTED-SEQ PIC 9(4).
               10  BAT-REASON          PIC X(20).

       01  RUN-TOTALS.
           05  REMITS-READ-COUNT       PIC 9(5)        VALUE 0.
           05  REMITS-EXCEPTED-COUNT   PIC 9(5)        VALUE 0.
           05  CASH-APPLIED-TOTAL      PIC 9(11)V99    VALUE 0.
           05  ITEMS-CLEARED-COUNT     PIC 9(5)        VALUE 0.
           05  DEDUCTIONS-TAKEN-COUNT  PIC 9(5)        VALUE 0.
           05  DISCOUNTS-TAKEN-COUNT   PIC 9(5)        VALUE 0.
           05  DISCOUNTS-TAKEN-TOTAL   PIC 9(11)V99    VALUE 0.
           05  UNEARNED-DISCOUNT-COUNT PIC 9(5)        VALUE 0.

       01  TERMS-COUNT                 PIC 999         VALUE 0.

       01  TERMS-TABLE.
           05  TERMS-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON TERMS-COUNT.
               10  TRT-TERMS-CODE      PIC XX.
               10  TRT-DESCRIPTION     PIC X(20).
               10  TRT-NET-DAYS        PIC 999.
               10  TRT-DISCOUNT-PCT    PIC 99V99.
               10  TRT-DISCOUNT-DAYS   PIC 999.

       01  REGISTER-LINE.
           05  REG-CUSTOMER            PIC X(10).

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 14-PROVE-BATCHES

           PERFORM 12-OPEN-OPEN-ITEMS
           PERFORM 13-OPEN-CUSTOMER-MASTER
           PERFORM 13A-LOAD-TERMS-TABLE
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-APPLY-REMITTANCES
           PERFORM 40-EOF-ROUTINE
           .

       12-OPEN-OPEN-ITEMS.

           OPEN I-O OPEN-ITEM-FILE
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARCASH: UNABLE TO OPEN OPEN-ITEM LEDGER, '
                       'FILE STATUS = ' ARO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       13-OPEN-CUSTOMER-MASTER.

           OPEN I-O CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARCASH: UNABLE TO OPEN CUSTOMER MASTER, '
                       'FILE STATUS = ' CUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 13A-LOAD-TERMS-TABLE reads the payment terms.  With no table
      * on hand no discount is ever earned, and a payment short by
      * one is treated as any other short payment.
      *****************************************************************
       13A-LOAD-TERMS-TABLE.

           OPEN INPUT TERMS-FILE
           IF TRM-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'ARCASH: NO TERMS TABLE ON FILE, NO '
                       'DISCOUNTS WILL BE ALLOWED'
           ELSE
               IF TRM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARCASH: UNABLE TO OPEN TERMS TABLE, '
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
                           IF TRM-DISCOUNT-PCT IS NUMERIC
                              AND TRM-DISCOUNT-DAYS IS NUMERIC
                               IF TERMS-COUNT IS EQUAL TO 100
                                   DISPLAY 'ARCASH: MORE THAN 100 '
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
      * 14-PROVE-BATCHES reads the cash receipt file through once before
      * anything posts.  Every batch must open with its header and
      * its detail must add up to the header's record count and
      * hash total of amounts.  A batch must not already be
      * on the posted-batch ledger and must be the next sequence
      * for its source.  One batch at fault refuses the whole file:
      * the faults go on the ledger and the run stops with return
      * code 12 and nothing posted, so the stream halts.
      *****************************************************************
       14-PROVE-BATCHES.

           ACCEPT RUN-TIME-HHMMSS FROM TIME

           OPEN INPUT CASH-TRANS-FILE
           IF CRT-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARCASH: UNABLE TO OPEN CASH RECEIPT '
                       'FILE, FILE STATUS = '
                       CRT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO CRT-EOF-FLAG
           PERFORM UNTIL NO-MORE-CRT-DATA
               READ CASH-TRANS-FILE
                   AT END
                       MOVE 'N' TO CRT-EOF-FLAG
                   NOT AT END
                       IF BTH-IS-HEADER
                           PERFORM 14A-START-BATCH
                       ELSE
                           IF BATCH-COUNT IS EQUAL TO ZERO
                               MOVE 'Y' TO NO-HEADER-SWITCH
                           ELSE
                               ADD 1 TO BAT-DETAIL-COUNT (BATCH-COUNT)
                               IF CRT-AMOUNT IS NUMERIC
                                   ADD CRT-AMOUNT TO
                                       BAT-DETAIL-HASH (BATCH-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASH-TRANS-FILE

           PERFORM 14B-READ-BATCH-LEDGER
           PERFORM 14C-CHECK-ONE-BATCH
               VARYING BAT-SUB FROM 1 BY 1
               UNTIL BAT-SUB > BATCH-COUNT

           IF DETAIL-WITHOUT-HEADER
              OR BATCH-REJECTED
               PERFORM 14D-REFUSE-THE-FILE
           END-IF
           .

      *****************************************************************
      * 14A-START-BATCH takes a header into the batch table.  A
      * header with no source or a field that is not numeric is
      * refused on sight.
      *****************************************************************
       14A-START-BATCH.

           IF BATCH-COUNT IS EQUAL TO 50
               DISPLAY 'ARCASH: MORE THAN 50 BATCHES ON THE '
                       'CASH RECEIPT FILE, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO BATCH-COUNT
           MOVE BTH-SOURCE TO BAT-SOURCE (BATCH-COUNT)
           MOVE 0 TO BAT-DETAIL-COUNT (BATCH-COUNT)
           MOVE 0 TO BAT-DETAIL-HASH (BATCH-COUNT)
           MOVE 0 TO BAT-LAST-POSTED-SEQ (BATCH-COUNT)
           MOVE SPACES TO BAT-REASON (BATCH-COUNT)

           IF BTH-SOURCE IS NOT EQUAL TO SPACES
              AND BTH-BATCH-DATE IS NUMERIC
              AND BTH-BATCH-SEQ IS NUMERIC
              AND BTH-RECORD-COUNT IS NUMERIC
              AND BTH-HASH-TOTAL IS NUMERIC
               MOVE BTH-BATCH-DATE TO BAT-BATCH-DATE (BATCH-COUNT)
               MOVE BTH-BATCH-SEQ TO BAT-BATCH-SEQ (BATCH-COUNT)
               MOVE BTH-RECORD-COUNT TO
                       BAT-HEADER-COUNT (BATCH-COUNT)
               MOVE BTH-HASH-TOTAL TO BAT-HEADER-HASH (BATCH-COUNT)
           ELSE
               MOVE 0 TO BAT-BATCH-DATE (BATCH-COUNT)
               MOVE 0 TO BAT-BATCH-SEQ (BATCH-COUNT)
               MOVE 0 TO BAT-HEADER-COUNT (BATCH-COUNT)
               MOVE 0 TO BAT-HEADER-HASH (BATCH-COUNT)
               MOVE 'HEADER INCOMPLETE' TO BAT-REASON (BATCH-COUNT)
           END-IF
           .

      *****************************************************************
      * 14B-READ-BATCH-LEDGER finds, for each batch on the file, the
      * highest sequence ARCASH has posted from its source, and
      * whether its own sequence has posted already.  No ledger
      * yet means nothing has posted.
      *****************************************************************
       14B-READ-BATCH-LEDGER.

           OPEN INPUT BATCH-LEDGER-FILE
           IF PBL-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF PBL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARCASH: UNABLE TO OPEN POSTED BATCH '
                           'LEDGER, FILE STATUS = ' PBL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO PBL-EOF-FLAG
               PERFORM UNTIL NO-MORE-PBL-DATA
                   READ BATCH-LEDGER-FILE
                       AT END
                           MOVE 'N' TO PBL-EOF-FLAG
                       NOT AT END
                           IF PBL-PROGRAM IS EQUAL TO 'ARCASH'
                              AND PBL-POSTED
                               PERFORM VARYING BAT-SUB FROM 1 BY 1
                                   UNTIL BAT-SUB > BATCH-COUNT
                                   IF BAT-SOURCE (BAT-SUB) IS EQUAL TO
                                           PBL-SOURCE
                                       IF PBL-BATCH-SEQ IS EQUAL TO
                                               BAT-BATCH-SEQ (BAT-SUB)
                                          AND BAT-REASON (BAT-SUB)
                                               IS EQUAL TO SPACES
                                           MOVE 'ALREADY POSTED' TO
                                               BAT-REASON (BAT-SUB)
                                       END-IF
                                       IF PBL-BATCH-SEQ IS GREATER THAN
                                           BAT-LAST-POSTED-SEQ (BAT-SUB)
                                           MOVE PBL-BATCH-SEQ TO
                                           BAT-LAST-POSTED-SEQ (BAT-SUB)
                                       END-IF
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-LEDGER-FILE
           END-IF
           .

      *****************************************************************
      * 14C-CHECK-ONE-BATCH proves one batch's detail against its
      * header and its sequence against the last one posted from
      * the same source -- or, when an earlier batch on this same
      * file came from that source, against that one.  The first
      * batch ever posted from a source may start at any sequence.
      *****************************************************************
       14C-CHECK-ONE-BATCH.

           IF BAT-REASON (BAT-SUB) IS EQUAL TO SPACES
               MOVE BAT-LAST-POSTED-SEQ (BAT-SUB) TO PRIOR-BATCH-SEQ
               PERFORM VARYING BAT-PRIOR-SUB FROM 1 BY 1
                   UNTIL BAT-PRIOR-SUB IS NOT LESS THAN BAT-SUB
                   IF BAT-SOURCE (BAT-PRIOR-SUB) IS EQUAL TO
                           BAT-SOURCE (BAT-SUB)
                      AND BAT-BATCH-SEQ (BAT-PRIOR-SUB) IS GREATER
                           THAN PRIOR-BATCH-SEQ
                       MOVE BAT-BATCH-SEQ (BAT-PRIOR-SUB) TO
                               PRIOR-BATCH-SEQ
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN BAT-DETAIL-COUNT (BAT-SUB) IS NOT EQUAL TO
                           BAT-HEADER-COUNT (BAT-SUB)
                       MOVE 'COUNT OFF HEADER' TO BAT-REASON (BAT-SUB)
                   WHEN BAT-DETAIL-HASH (BAT-SUB) IS NOT EQUAL TO
                           BAT-HEADER-HASH (BAT-SUB)
                       MOVE 'HASH OFF HEADER' TO BAT-REASON (BAT-SUB)
                   WHEN PRIOR-BATCH-SEQ IS GREATER THAN ZERO
                    AND BAT-BATCH-SEQ (BAT-SUB) IS NOT EQUAL TO
                           PRIOR-BATCH-SEQ + 1
                       MOVE 'OUT OF SEQUENCE' TO BAT-REASON (BAT-SUB)
               END-EVALUATE
           END-IF

           IF BAT-REASON (BAT-SUB) IS NOT EQUAL TO SPACES
               MOVE 'Y' TO BATCH-REJECT-SWITCH
           END-IF
           .

      *****************************************************************
      * 14D-REFUSE-THE-FILE puts each fault on the ledger, names it
      * on the console, and stops the run before anything posts.
      *****************************************************************
       14D-REFUSE-THE-FILE.

           PERFORM 14E-OPEN-BATCH-LEDGER

           IF DETAIL-WITHOUT-HEADER
               MOVE SPACES TO POSTED-BATCH-RECORD
               MOVE 'ARCASH' TO PBL-PROGRAM
               MOVE 0 TO PBL-BATCH-DATE
               MOVE 0 TO PBL-BATCH-SEQ
               MOVE 0 TO PBL-RECORD-COUNT
               MOVE 0 TO PBL-HASH-TOTAL
               MOVE RUN-DATE-YYYYMMDD TO PBL-POST-DATE
               MOVE RUN-TIME-HHMMSS (1: 6) TO PBL-POST-TIME
               MOVE 'J' TO PBL-STATUS
               MOVE 'NO BATCH HEADER' TO PBL-REASON
               WRITE POSTED-BATCH-RECORD
               DISPLAY 'ARCASH: DETAIL BEFORE ANY BATCH '
                       'HEADER ON THE CASH RECEIPT FILE'
           END-IF

           PERFORM VARYING BAT-SUB FROM 1 BY 1
               UNTIL BAT-SUB > BATCH-COUNT
               IF BAT-REASON (BAT-SUB) IS NOT EQUAL TO SPACES
                   PERFORM 14F-WRITE-LEDGER-ROW
                   DISPLAY 'ARCASH: BATCH ' BAT-SOURCE (BAT-SUB) ' '
                           BAT-BATCH-SEQ (BAT-SUB) ' REFUSED - '
                           BAT-REASON (BAT-SUB)
               END-IF
           END-PERFORM

           CLOSE BATCH-LEDGER-FILE

           DISPLAY 'ARCASH: CASH RECEIPT FILE REFUSED, NOTHING POSTED'
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       14E-OPEN-BATCH-LEDGER.

           OPEN EXTEND BATCH-LEDGER-FILE
           IF PBL-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT BATCH-LEDGER-FILE
               IF PBL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARCASH: UNABLE TO OPEN POSTED BATCH '
                           'LEDGER, FILE STATUS = ' PBL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *****************************************************************
      * 14F-WRITE-LEDGER-ROW writes one batch to the ledger as its
      * header declared it -- posted, or refused with the reason.
      *****************************************************************
       14F-WRITE-LEDGER-ROW.

           MOVE SPACES TO POSTED-BATCH-RECORD
           MOVE 'ARCASH' TO PBL-PROGRAM
           MOVE BAT-SOURCE (BAT-SUB) TO PBL-SOURCE
           MOVE BAT-BATCH-DATE (BAT-SUB) TO PBL-BATCH-DATE
           MOVE BAT-BATCH-SEQ (BAT-SUB) TO PBL-BATCH-SEQ
           MOVE BAT-HEADER-COUNT (BAT-SUB) TO PBL-RECORD-COUNT
           MOVE BAT-HEADER-HASH (BAT-SUB) TO PBL-HASH-TOTAL
           MOVE RUN-DATE-YYYYMMDD TO PBL-POST-DATE
           MOVE RUN-TIME-HHMMSS (1: 6) TO PBL-POST-TIME
           IF BAT-REASON (BAT-SUB) IS EQUAL TO SPACES
               MOVE 'P' TO PBL-STATUS
           ELSE
               MOVE 'J' TO PBL-STATUS
               MOVE BAT-REASON (BAT-SUB) TO PBL-REASON
           END-IF
           WRITE POSTED-BATCH-RECORD
           .

      *****************************************************************
      * 14G-RECORD-POSTED-BATCHES puts every batch the run posted on
      * the ledger, so the same file run again is refused.
      *****************************************************************
       14G-RECORD-POSTED-BATCHES.

           IF BATCH-COUNT IS GREATER THAN ZERO
               PERFORM 14E-OPEN-BATCH-LEDGER
               PERFORM 14F-WRITE-LEDGER-ROW
                   VARYING BAT-SUB FROM 1 BY 1
                   UNTIL BAT-SUB > BATCH-COUNT
               CLOSE BATCH-LEDGER-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.
               STOP RUN
           END-IF

           OPEN EXTEND CASH-HISTORY-FILE
           IF CSH-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT CASH-HISTORY-FILE
               IF CSH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARCASH: UNABLE TO OPEN CASH HISTORY, '
                           'FILE STATUS = ' CSH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND DEDUCTION-FILE
           IF DDL-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT DEDUCTION-FILE
               IF DDL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARCASH: UNABLE TO OPEN DEDUCTION LEDGER, '
                           'FILE STATUS = ' DDL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND EXTRA-POSTINGS-FILE
           IF XPF-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT EXTRA-POSTINGS-FILE
               IF XPF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARCASH: UNABLE TO OPEN EXTRA '
                           'POSTINGS FILE, FILE STATUS = '
                           XPF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT CASH-REGISTER

           MOVE SPACES TO REGISTER-RECORD
                   AT END
                       MOVE 'N' TO CRT-EOF-FLAG
                   NOT AT END
                       IF NOT BTH-IS-HEADER
                           ADD 1 TO REMITS-READ-COUNT
                           PERFORM 25-APPLY-ONE-REMITTANCE
                               THRU 25-APPLY-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
      * up to what is open; a remittance over the open amount
      * applies the open amount and excepts the difference rather
      * than going negative, and one that matches nothing is
      * excepted whole.  A short payment carrying a deduction code
      * applies the cash and splits the rest of the invoice off as
      * a deduction; with a code, even a zero remittance is good --
      * the customer is deducting the whole invoice.  A short payment
      * with no code is checked against the early-payment discount.
      *****************************************************************
       25-APPLY-ONE-REMITTANCE.

           END-IF

           IF CRT-AMOUNT IS NOT NUMERIC
              OR (CRT-AMOUNT IS EQUAL TO ZERO
                  AND CRT-DEDUCTION-CODE IS EQUAL TO SPACES)
               ADD 1 TO REMITS-EXCEPTED-COUNT
               MOVE 'EXCEPTED - AMOUNT INVALID' TO REG-DISPOSITION
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           IF CRT-DEDUCTION-CODE IS NOT EQUAL TO SPACES
               MOVE CRT-DEDUCTION-CODE TO DDL-REASON-CODE
               IF NOT DDL-VALID-REASON
                   ADD 1 TO REMITS-EXCEPTED-COUNT
                   MOVE 'EXCEPTED - BAD DEDUCTION CODE'
                           TO REG-DISPOSITION
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
           END-IF

           MOVE 'N' TO ITEM-FOUND-SWITCH
           MOVE CRT-CUSTOMER TO ARO-CUSTOMER
           MOVE CRT-INVOICE-NUMBER TO ARO-INVOICE-NUMBER
           READ OPEN-ITEM-FILE
           IF ARO-FILE-STATUS IS EQUAL TO '00'
              AND ARO-ITEM-OPEN
               MOVE 'Y' TO ITEM-FOUND-SWITCH
           END-IF

           IF NOT ITEM-FOUND
               ADD 1 TO REMITS-EXCEPTED-COUNT
               GO TO 25-APPLY-EXIT
           END-IF

           MOVE 0 TO DEDUCTION-AMOUNT
           MOVE 0 TO DISCOUNT-AMOUNT
           MOVE ' ' TO DISCOUNT-SWITCH
           IF CRT-DEDUCTION-CODE IS EQUAL TO SPACES
              AND CRT-AMOUNT IS LESS THAN
                   ARO-OPEN-AMOUNT
               PERFORM 25A-CHECK-DISCOUNT THRU 25A-CHECK-EXIT
           END-IF

           IF CRT-AMOUNT IS GREATER THAN
                   ARO-OPEN-AMOUNT
               MOVE ARO-OPEN-AMOUNT TO APPLY-AMOUNT
               MOVE 'APPLIED SHORT - OVERPAYMENT' TO REG-DISPOSITION
               ADD 1 TO REMITS-EXCEPTED-COUNT
           ELSE
               MOVE CRT-AMOUNT TO APPLY-AMOUNT
               ADD 1 TO REMITS-APPLIED-COUNT
               IF CRT-DEDUCTION-CODE IS NOT EQUAL TO SPACES
                  AND CRT-AMOUNT IS LESS THAN
                       ARO-OPEN-AMOUNT
                   COMPUTE DEDUCTION-AMOUNT =
                           ARO-OPEN-AMOUNT
                           - CRT-AMOUNT
                   MOVE 'APPLIED - DEDUCTION TAKEN' TO REG-DISPOSITION
               ELSE
                   EVALUATE TRUE
                       WHEN DISCOUNT-EARNED
                           MOVE 'APPLIED - DISCOUNT TAKEN'
                                   TO REG-DISPOSITION
                       WHEN DISCOUNT-UNEARNED
                           ADD 1 TO UNEARNED-DISCOUNT-COUNT
                           MOVE 'APPLIED - UNEARNED DISCOUNT'
                                   TO REG-DISPOSITION
                       WHEN OTHER
                           MOVE 'APPLIED' TO REG-DISPOSITION
                   END-EVALUATE
               END-IF
           END-IF

           SUBTRACT APPLY-AMOUNT FROM
                   ARO-OPEN-AMOUNT
           IF DEDUCTION-AMOUNT IS GREATER THAN ZERO
               PERFORM 26-SPLIT-DEDUCTION
           END-IF
           IF DISCOUNT-AMOUNT IS GREATER THAN ZERO
               PERFORM 26A-TAKE-DISCOUNT
           END-IF
           IF ARO-OPEN-AMOUNT IS EQUAL TO ZERO
               MOVE 'P' TO ARO-STATUS
               ADD 1 TO ITEMS-CLEARED-COUNT
           END-IF
           ADD APPLY-AMOUNT TO CASH-APPLIED-TOTAL
           IF APPLY-AMOUNT IS GREATER THAN ZERO
               MOVE APPLY-AMOUNT TO CSH-APPLIED-AMOUNT
               MOVE 'C' TO CSH-ENTRY-TYPE
               PERFORM 27-WRITE-CASH-HISTORY
           END-IF
           REWRITE AR-OPEN-ITEM-RECORD
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARCASH: OPEN-ITEM REWRITE FAILED, '
                       'FILE STATUS = ' ARO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE BALANCE-REDUCTION = APPLY-AMOUNT + DISCOUNT-AMOUNT
           MOVE CRT-CUSTOMER TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS EQUAL TO '00'
               IF BALANCE-REDUCTION IS GREATER THAN CUM-OPEN-BALANCE
                   MOVE 0 TO CUM-OPEN-BALANCE
               ELSE
                   SUBTRACT BALANCE-REDUCTION FROM CUM-OPEN-BALANCE
               END-IF
               REWRITE CUSTOMER-MASTER-RECORD
               IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARCASH: CUSTOMER REWRITE FAILED, '
                           'FILE STATUS = ' CUM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 28-WRITE-REGISTER-LINE
           .
       25-APPLY-EXIT.
           EXIT.

      *****************************************************************
      * 25A-CHECK-DISCOUNT decides whether a short payment with no
      * reason code is an early-payment discount.  It is one when
      * the customer's terms carry a discount and the payment is
      * short by no more than that discount on the original invoice
      * amount.  Received within the discount days of the invoice
      * date it is earned and DISCOUNT-AMOUNT is set to the
      * shortfall; received later it is unearned and nothing but
      * the cash is applied.
      *****************************************************************
       25A-CHECK-DISCOUNT.

           MOVE SPACES TO CUSTOMER-TERMS-CODE
           MOVE CRT-CUSTOMER TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS EQUAL TO '00'
               MOVE CUM-TERMS-CODE TO CUSTOMER-TERMS-CODE
           END-IF
           IF CUSTOMER-TERMS-CODE IS EQUAL TO SPACES
               GO TO 25A-CHECK-EXIT
           END-IF

           PERFORM VARYING TERMS-SUB FROM 1 BY 1
               UNTIL TERMS-SUB > TERMS-COUNT
               IF TRT-TERMS-CODE (TERMS-SUB) IS EQUAL TO
                       CUSTOMER-TERMS-CODE
                  AND TRT-DISCOUNT-PCT (TERMS-SUB) IS GREATER THAN
                       ZERO
                   COMPUTE DISCOUNT-ALLOWED ROUNDED =
                           ARO-ORIG-AMOUNT
                           * TRT-DISCOUNT-PCT (TERMS-SUB) / 100
                   COMPUTE SHORTFALL-AMOUNT =
                           ARO-OPEN-AMOUNT
                           - CRT-AMOUNT
                   IF SHORTFALL-AMOUNT IS NOT GREATER THAN
                           DISCOUNT-ALLOWED
                       MOVE ARO-INVOICE-DATE TO
                               FROM-DATE
                       IF CRT-RECEIPT-DATE IS NUMERIC
                          AND CRT-RECEIPT-DATE IS GREATER THAN ZERO
                           MOVE CRT-RECEIPT-DATE TO TO-DATE
                       ELSE
                           MOVE RUN-DATE-YYYYMMDD TO TO-DATE
                       END-IF
                       COMPUTE DAYS-TO-PAY =
                               (TO-CCYY - FROM-CCYY) * 360
                               + (TO-MM - FROM-MM) * 30
                               + (TO-DD - FROM-DD)
                       IF DAYS-TO-PAY IS GREATER THAN
                               TRT-DISCOUNT-DAYS (TERMS-SUB)
                           MOVE 'U' TO DISCOUNT-SWITCH
                       ELSE
                           MOVE 'E' TO DISCOUNT-SWITCH
                           MOVE SHORTFALL-AMOUNT TO DISCOUNT-AMOUNT
                       END-IF
                   END-IF
                   MOVE TERMS-COUNT TO TERMS-SUB
               END-IF
           END-PERFORM
           .

       25A-CHECK-EXIT.
           EXIT.

      *****************************************************************
      * 26-SPLIT-DEDUCTION takes the unpaid difference off the
      * invoice and onto the deduction ledger.  The customer's open
      * balance is left alone -- the deduction is still owed until
      * ARDEDMNT approves it.
      *****************************************************************
       26-SPLIT-DEDUCTION.

           SUBTRACT DEDUCTION-AMOUNT FROM
                   ARO-OPEN-AMOUNT
           MOVE CRT-CUSTOMER TO DDL-CUSTOMER
           MOVE CRT-INVOICE-NUMBER TO DDL-INVOICE-NUMBER
           MOVE ARO-INVOICE-DATE TO DDL-INVOICE-DATE
           IF CRT-RECEIPT-DATE IS NUMERIC
              AND CRT-RECEIPT-DATE IS GREATER THAN ZERO
               MOVE CRT-RECEIPT-DATE TO DDL-DEDUCTION-DATE
           ELSE
               MOVE RUN-DATE-YYYYMMDD TO DDL-DEDUCTION-DATE
           END-IF
           MOVE CRT-DEDUCTION-CODE TO DDL-REASON-CODE
           MOVE DEDUCTION-AMOUNT TO DDL-AMOUNT
           MOVE 'O' TO DDL-STATUS
           MOVE 0 TO DDL-RESOLVED-DATE
           WRITE DEDUCTION-RECORD
           ADD 1 TO DEDUCTIONS-TAKEN-COUNT
           .

      *****************************************************************
      * 26A-TAKE-DISCOUNT clears the earned discount off the invoice,
      * keeps it on the cash history as a 'D' row so the statement
      * shows it, and drops a 'DT' posting for the journal voucher
      * to charge discounts taken.
      *****************************************************************
       26A-TAKE-DISCOUNT.

           SUBTRACT DISCOUNT-AMOUNT FROM
                   ARO-OPEN-AMOUNT
           MOVE DISCOUNT-AMOUNT TO CSH-APPLIED-AMOUNT
           MOVE 'D' TO CSH-ENTRY-TYPE
           PERFORM 27-WRITE-CASH-HISTORY

           MOVE 'CORP' TO XPF-WAREHOUSE-ID
           MOVE 'DT' TO XPF-CATEGORY
           MOVE DISCOUNT-AMOUNT TO XPF-AMOUNT
           WRITE EXTRA-POSTING-RECORD

           ADD 1 TO DISCOUNTS-TAKEN-COUNT
           ADD DISCOUNT-AMOUNT TO DISCOUNTS-TAKEN-TOTAL
           .

      *****************************************************************
      * 27-WRITE-CASH-HISTORY keeps the application on the cash
      * history, dated by the receipt -- or by the run when the
      * receipt date was keyed badly.  The amount and entry type
      * are set by the caller.
      *****************************************************************
       27-WRITE-CASH-HISTORY.

           MOVE RUN-DATE-YYYYMMDD TO CSH-RUN-DATE
           IF CRT-RECEIPT-DATE IS NUMERIC
              AND CRT-RECEIPT-DATE IS GREATER THAN ZERO
               MOVE CRT-RECEIPT-DATE TO CSH-RECEIPT-DATE
           ELSE
               MOVE RUN-DATE-YYYYMMDD TO CSH-RECEIPT-DATE
           END-IF
           MOVE CRT-CUSTOMER TO CSH-CUSTOMER
           MOVE CRT-INVOICE-NUMBER TO CSH-INVOICE-NUMBER
           MOVE ARO-INVOICE-DATE TO CSH-INVOICE-DATE
           WRITE CASH-HISTORY-RECORD
           .

       28-WRITE-REGISTER-LINE.

           MOVE REGISTER-LINE TO REGISTER-RECORD
           .

      *****************************************************************
      * 40-EOF-ROUTINE closes the ledger and the customer master and
      * finishes the register.
      *****************************************************************
       40-EOF-ROUTINE.

           CLOSE OPEN-ITEM-FILE
                 CUSTOMER-MASTER-FILE

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'DEDUCTIONS TAKEN' TO RTL-LABEL
           MOVE DEDUCTIONS-TAKEN-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'DISCOUNTS TAKEN' TO RTL-LABEL
           MOVE DISCOUNTS-TAKEN-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'UNEARNED DISCOUNTS' TO RTL-LABEL
           MOVE UNEARNED-DISCOUNT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           PERFORM 14G-RECORD-POSTED-BATCHES

           CLOSE CASH-TRANS-FILE
                CASH-HISTORY-FILE
                DEDUCTION-FILE
                EXTRA-POSTINGS-FILE
                CASH-REGISTER

           DISPLAY 'ARCASH: ' REMITS-APPLIED-COUNT ' OF '
                   REMITS-READ-COUNT ' REMITTANCES APPLIED, '
                   ITEMS-CLEARED-COUNT ' INVOICES CLEARED'
           DISPLAY 'ARCASH: ' DISCOUNTS-TAKEN-COUNT ' DISCOUNTS '
                   'TAKEN FOR ' DISCOUNTS-TAKEN-TOTAL

           STOP RUN
           .
