      * used to write the invoice extract and the money was never
      * heard from again; this run verifies the extract against its
      * own trailer, rolls the detail lines up to one open item per
      * customer and invoice, posts them to the open-item ledger,
      * and rolls each customer's open balance forward on the
      * customer master so the ORDALLOC credit check works from a
      * real figure.  Each invoice is stamped with its due date from
      * the customer's payment terms.  The open item is the
      * invoice's goods plus the sales tax charged on them.
      * *****
      * INPUT:
      *    INVOICE-EXTRACT.txt     the invoicing extract SHIPCONF
      *                            cut -- detail lines with their
      *                            sales tax and a control trailer.
      *    CREDIT-MEMO.txt         optional: the credit memos the
      *                            returns run cut; each posts as a
      *                            negative open item and rolls the
      *                            customer's balance down.
      *    DEDUCTION-CREDIT-MEMO.txt  optional: credit memos for
      *                            the customer deductions ARDEDMNT
      *                            approved.  The deduction is
      *                            already off the invoice, so each
      *                            only comes off the invoice's
      *                            original amount and rolls the
      *                            balance down.
      *    CUSTOMER-MASTER.dat     the indexed customer master; open
      *                            balances are rolled forward in
      *                            place.
      *    TERMS-TABLE.txt         optional: the payment terms
      *                            table.  A customer with no terms
      *                            code, or no table on hand, is due
      *                            on the invoice date.
      * *****
      * OUTPUT:
      *    AR-OPEN-ITEM.dat        the indexed open-item ledger, one
      *                            item per customer and invoice
      *                            posted.  An invoice already on
      *                            the ledger -- a backorder shipped
      *                            later under the same order
      *                            number -- has the new amount
      *                            added to it, reopening it if it
      *                            had been closed.
      *    CUSTOMER-MASTER.dat     each customer posted rewritten in
      *                            place with the new open balance.
      *    AR-Posting-Register.txt one line per item posted, plus
      *                            run totals and the trailer check.
      *    CHAIN-CONTROL.txt       extended with the run's control
      *                            totals -- extract detail posted,
      *                            open items written, and what
      *                            rolled onto customer balances --
      *                            for CHAINBAL to balance.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IVF-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS CUM-FILE-STATUS.
           SELECT CREDIT-MEMO-FILE
               ASSIGN TO 'CREDIT-MEMO.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMO-FILE-STATUS.
           SELECT DEDUCTION-MEMO-FILE
               ASSIGN TO 'DEDUCTION-CREDIT-MEMO.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DMO-FILE-STATUS.
           SELECT TERMS-FILE
               ASSIGN TO 'TERMS-TABLE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRM-FILE-STATUS.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO 'AR-OPEN-ITEM.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-REC-KEY
               FILE STATUS IS ARO-FILE-STATUS.
           SELECT CHAIN-CONTROL-FILE
               ASSIGN TO 'CHAIN-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHC-FILE-STATUS.
           SELECT POSTING-REGISTER
               ASSIGN TO PRINTER 'AR-Posting-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.

       FD INVOICE-EXTRACT
           RECORD CONTAINS 89 CHARACTERS.

       01  INVOICE-RECORD.
           05  IVF-RECORD-TYPE         PIC X.
           05  IVF-REST                PIC X(88).

       01  INVOICE-DETAIL-LINE REDEFINES INVOICE-RECORD.
           05  FILLER                  PIC X.
           05  IVD-CANDY-ID            PIC XXX.
           05  IVD-CASES               PIC 9(5).
           05  IVD-EXTENDED            PIC 9(9)V99.
           05  IVD-UNITS               PIC 9(3).
           05  IVD-TAX-AMOUNT          PIC 9(7)V99.
           05  IVD-GTIN                PIC X(14).
           05  IVD-CUSTOMER-PO         PIC X(12).
           05  IVD-ORDERED-CANDY-ID    PIC XXX.
           05  IVD-SHIP-TO-CODE        PIC X(4).
           05  IVD-UNIT-PRICE          PIC 999V99.
           05  IVD-PRICE-SOURCE        PIC X.

       01  INVOICE-TRAILER-LINE REDEFINES INVOICE-RECORD.
           05  FILLER                  PIC X.
           05  IVT-LINE-COUNT          PIC 9(7).
           05  IVT-TOTAL-CASES         PIC 9(9).
           05  IVT-TOTAL-AMOUNT        PIC 9(11)V99.
           05  IVT-TOTAL-TAX           PIC 9(9)V99.
           05  FILLER                  PIC X(48).

       FD CREDIT-MEMO-FILE
           RECORD CONTAINS 53 CHARACTERS.
           05  CMO-CREDIT-AMOUNT      PIC 9(9)V99.
           05  CMO-RMA-DATE            PIC 9(8).

       FD DEDUCTION-MEMO-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  DEDUCTION-MEMO-RECORD.
           05  DMO-CUSTOMER            PIC X(10).
           05  DMO-INVOICE-NUMBER      PIC X(8).
           05  DMO-REFERENCE           PIC X(8).
           05  DMO-CANDY-ID            PIC XXX.
           05  DMO-CASES               PIC 9(5).
           05  DMO-CREDIT-AMOUNT       PIC 9(9)V99.
           05  DMO-APPROVED-DATE       PIC 9(8).

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

       FD TERMS-FILE
           RECORD CONTAINS 32 CHARACTERS.

       COPY TERMREC.

       FD OPEN-ITEM-FILE
           RECORD CONTAINS 57 CHARACTERS.

       COPY AROPREC.

       FD CHAIN-CONTROL-FILE
           RECORD CONTAINS 47 CHARACTERS.

       COPY CHNCREC.

       FD POSTING-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

               88 NO-MORE-IVF-DATA                     VALUE 'N'.
           05  CMO-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CMO-DATA                     VALUE 'N'.
           05  DMO-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-DMO-DATA                     VALUE 'N'.
           05  TRM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-TRM-DATA                     VALUE 'N'.
           05  TRAILER-SEEN-SWITCH     PIC X           VALUE 'N'.
               88 TRAILER-SEEN                         VALUE 'Y'.
           05  ITEM-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 ITEM-FOUND                           VALUE 'Y'.
           05  CUST-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 CUSTOMER-FOUND                       VALUE 'Y'.
           05  TERMS-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 TERMS-FOUND                          VALUE 'Y'.
           05  ITEM-FOLDED-SWITCH      PIC X           VALUE 'N'.
               88 ITEM-FOLDED                          VALUE 'Y'.

       01  TEMP-FIELDS.
           05  IVF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CMO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  DMO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ARO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TRM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CHC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  ITEM-SUB                PIC 9(4)        VALUE 0.
           05  ITEM-HOLD-SUB           PIC 9(4)        VALUE 0.
           05  TERMS-SUB               PIC 999         VALUE 0.
           05  NET-DAYS                PIC 999         VALUE 0.
           05  DUE-DATE-WORK           PIC 9(8)        VALUE 0.
           05  DUE-DATE-X REDEFINES DUE-DATE-WORK.
               10  DUE-CCYY            PIC 9(4).
               10  DUE-MM              PIC 99.
               10  DUE-DD              PIC 99.
           05  DUE-DAY-COUNT           PIC 9(4)        VALUE 0.
           05  MONTH-LENGTH            PIC 99          VALUE 0.
           05  LEAP-QUOTIENT           PIC 9(4)        VALUE 0.
           05  LEAP-REMAINDER          PIC 999         VALUE 0.

       01  RUN-TOTALS.
           05  DETAIL-READ-COUNT       PIC 9(7)        VALUE 0.
           05  DETAIL-AMOUNT-TOTAL     PIC 9(13)V99    VALUE 0.
           05  DETAIL-TAX-TOTAL        PIC 9(11)V99    VALUE 0.
           05  ITEMS-POSTED-COUNT      PIC 9(5)        VALUE 0.
           05  MEMOS-POSTED-COUNT      PIC 9(5)        VALUE 0.
           05  DEDN-MEMOS-POSTED-COUNT PIC 9(5)        VALUE 0.
           05  BALANCE-MISS-COUNT      PIC 9(5)        VALUE 0.
           05  TERMS-MISS-COUNT        PIC 9(5)        VALUE 0.
           05  DETAIL-CASES-TOTAL      PIC 9(9)        VALUE 0.
           05  ITEMS-AMOUNT-TOTAL      PIC 9(11)V99    VALUE 0.
           05  ITEMS-ROLLED-COUNT      PIC 9(7)        VALUE 0.
           05  ITEMS-ROLLED-AMOUNT     PIC 9(11)V99    VALUE 0.

       01  MONTH-LENGTH-VALUES         PIC X(24)       VALUE
                                       '312831303130313130313031'.

       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05  MONTH-DAYS OCCURS 12 TIMES
                                       PIC 99.

       01  TERMS-COUNT                 PIC 999         VALUE 0.

       01  TERMS-TABLE.
           05  TERMS-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON TERMS-COUNT.
               10  TRT-TERMS-CODE      PIC XX.
               10  TRT-DESCRIPTION     PIC X(20).
               10  TRT-NET-DAYS        PIC 999.
               10  TRT-DISCOUNT-PCT    PIC 99V99.
               10  TRT-DISCOUNT-DAYS   PIC 999.

      *****************************************************************
      * ITEM-TABLE rolls the extract's detail lines up to one open
               10  ITM-INVOICE-NUMBER  PIC X(8).
               10  ITM-AMOUNT          PIC 9(11)V99.

      *****************************************************************
      * NEW-ITEM-HOLD keeps the item being posted while an item
      * already on the ledger under the same key is read back to
      * take it.
      *****************************************************************
       01  NEW-ITEM-HOLD.
           05  NEW-REC-KEY             PIC X(18).
           05  NEW-INVOICE-DATE        PIC 9(8).
           05  NEW-ORIG-AMOUNT         PIC S9(9)V99.
           05  NEW-OPEN-AMOUNT         PIC S9(9)V99.
           05  NEW-STATUS              PIC A.
           05  NEW-DUE-DATE            PIC 9(8).

       01  REGISTER-LINE.
           05  REG-CUSTOMER            PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-DUE-DATE            PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-DISPOSITION         PIC X(26).
           05  FILLER                  PIC X(6)        VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 12-OPEN-CUSTOMER-MASTER
           PERFORM 13-LOAD-TERMS-TABLE
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-ROLL-UP-EXTRACT
           PERFORM 30-POST-OPEN-ITEMS
           PERFORM 35-POST-CREDIT-MEMOS
           PERFORM 38-POST-DEDUCTION-MEMOS
           PERFORM 40-EOF-ROUTINE
           .

       12-OPEN-CUSTOMER-MASTER.

           OPEN I-O CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARPOST: UNABLE TO OPEN CUSTOMER MASTER, '
                       'FILE STATUS = ' CUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 13-LOAD-TERMS-TABLE reads the payment terms.  No table on
      * hand means every invoice is due on its invoice date.
      *****************************************************************
       13-LOAD-TERMS-TABLE.

           OPEN INPUT TERMS-FILE
           IF TRM-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'ARPOST: NO TERMS TABLE ON FILE, INVOICES '
                       'ARE DUE ON THE INVOICE DATE'
           ELSE
               IF TRM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARPOST: UNABLE TO OPEN TERMS TABLE, '
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
                                   DISPLAY 'ARPOST: MORE THAN 100 '
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

       15-HSKPING-ROUTINE.
               STOP RUN
           END-IF

           OPEN I-O OPEN-ITEM-FILE
           IF ARO-FILE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE
           END-IF
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARPOST: UNABLE TO OPEN OPEN-ITEM '
                       'LEDGER, FILE STATUS = ' ARO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT POSTING-REGISTER
                                       DETAIL-READ-COUNT
                                  OR IVT-TOTAL-AMOUNT IS NOT EQUAL
                                       TO DETAIL-AMOUNT-TOTAL
                                  OR IVT-TOTAL-TAX IS NOT EQUAL
                                       TO DETAIL-TAX-TOTAL
                                   DISPLAY 'ARPOST: EXTRACT FAILS '
                                           'ITS OWN TRAILER, '
                                           'NOTHING POSTED'

           ADD 1 TO DETAIL-READ-COUNT
           IF IVD-EXTENDED IS NOT NUMERIC
              OR IVD-TAX-AMOUNT IS NOT NUMERIC
               DISPLAY 'ARPOST: NON-NUMERIC AMOUNT ON DETAIL FOR '
                       IVD-CUSTOMER ' ' IVD-ORDER-NUMBER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD IVD-EXTENDED TO DETAIL-AMOUNT-TOTAL
           ADD IVD-TAX-AMOUNT TO DETAIL-TAX-TOTAL
           IF IVD-CASES IS NUMERIC
               ADD IVD-CASES TO DETAIL-CASES-TOTAL
           END-IF

           MOVE 'N' TO ITEM-FOUND-SWITCH
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
           END-PERFORM

           IF ITEM-FOUND
               ADD IVD-EXTENDED IVD-TAX-AMOUNT TO
                       ITM-AMOUNT (ITEM-HOLD-SUB)
           ELSE
               IF ITEM-COUNT IS EQUAL TO 2000
                   DISPLAY 'ARPOST: MORE THAN 2000 INVOICES IN ONE '
               MOVE IVD-CUSTOMER TO ITM-CUSTOMER (ITEM-COUNT)
               MOVE IVD-ORDER-NUMBER TO
                       ITM-INVOICE-NUMBER (ITEM-COUNT)
               COMPUTE ITM-AMOUNT (ITEM-COUNT) =
                       IVD-EXTENDED + IVD-TAX-AMOUNT
           END-IF
           .

      *****************************************************************
      * 30-POST-OPEN-ITEMS posts one ledger item per rolled-up
      * invoice, due by the customer's terms, and rolls the
      * customer's open balance forward on the customer master.  An
      * invoice whose customer is somehow not on the master still
      * posts to the ledger -- the money is owed either way -- but
      * is counted and flagged, and falls due on its invoice date.
      *****************************************************************
       30-POST-OPEN-ITEMS.

           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > ITEM-COUNT
               MOVE 0 TO NET-DAYS
               MOVE 'Y' TO TERMS-FOUND-SWITCH
               MOVE 'N' TO CUST-FOUND-SWITCH
               MOVE ITM-CUSTOMER (ITEM-SUB) TO CUM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
               IF CUM-FILE-STATUS IS EQUAL TO '00'
                   MOVE 'Y' TO CUST-FOUND-SWITCH
                   IF CUM-TERMS-CODE IS NOT EQUAL TO SPACES
                       PERFORM 31-FIND-TERMS
                   END-IF
                   ADD ITM-AMOUNT (ITEM-SUB) TO CUM-OPEN-BALANCE
                   PERFORM 36-REWRITE-CUSTOMER
                   ADD 1 TO ITEMS-ROLLED-COUNT
                   ADD ITM-AMOUNT (ITEM-SUB) TO ITEMS-ROLLED-AMOUNT
               END-IF

               MOVE ITM-CUSTOMER (ITEM-SUB) TO ARO-CUSTOMER
               MOVE ITM-INVOICE-NUMBER (ITEM-SUB) TO
                       ARO-INVOICE-NUMBER
               MOVE ITM-AMOUNT (ITEM-SUB) TO ARO-ORIG-AMOUNT
               MOVE ITM-AMOUNT (ITEM-SUB) TO ARO-OPEN-AMOUNT
               MOVE 'O' TO ARO-STATUS
               MOVE RUN-DATE-YYYYMMDD TO DUE-DATE-WORK
               PERFORM 32-ROLL-DUE-DATE
               MOVE DUE-DATE-WORK TO ARO-DUE-DATE
               PERFORM 34-WRITE-OPEN-ITEM
               ADD 1 TO ITEMS-POSTED-COUNT
               ADD ITM-AMOUNT (ITEM-SUB) TO ITEMS-AMOUNT-TOTAL

               MOVE ITM-CUSTOMER (ITEM-SUB) TO REG-CUSTOMER
               MOVE ITM-INVOICE-NUMBER (ITEM-SUB) TO
                       REG-INVOICE-NUMBER
               MOVE ITM-AMOUNT (ITEM-SUB) TO REG-AMOUNT
               EVALUATE TRUE
                   WHEN NOT CUSTOMER-FOUND
                       ADD 1 TO BALANCE-MISS-COUNT
                       MOVE 'POSTED - CUST NOT ON FILE'
                               TO REG-DISPOSITION
                   WHEN NOT TERMS-FOUND
                       ADD 1 TO TERMS-MISS-COUNT
                       MOVE 'POSTED - TERMS NOT ON FILE'
                               TO REG-DISPOSITION
                   WHEN ITEM-FOLDED
                       MOVE 'POSTED - ADDED TO ITEM'
                               TO REG-DISPOSITION
                   WHEN OTHER
                       MOVE 'POSTED' TO REG-DISPOSITION
               END-EVALUATE
               MOVE REGISTER-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-PERFORM
           .

      *****************************************************************
      * 31-FIND-TERMS looks the customer's terms code up for the net
      * days.  A code not on the table is flagged and the invoice
      * falls due on its invoice date.
      *****************************************************************
       31-FIND-TERMS.

           MOVE 'N' TO TERMS-FOUND-SWITCH
           PERFORM VARYING TERMS-SUB FROM 1 BY 1
               UNTIL TERMS-SUB > TERMS-COUNT
                  OR TERMS-FOUND
               IF TRT-TERMS-CODE (TERMS-SUB) IS EQUAL TO
                       CUM-TERMS-CODE
                   MOVE 'Y' TO TERMS-FOUND-SWITCH
                   MOVE TRT-NET-DAYS (TERMS-SUB) TO NET-DAYS
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 32-ROLL-DUE-DATE moves DUE-DATE-WORK forward NET-DAYS
      * calendar days, month by month, with February's leap day.
      *****************************************************************
       32-ROLL-DUE-DATE.

           COMPUTE DUE-DAY-COUNT = DUE-DD + NET-DAYS
           PERFORM 33-SET-MONTH-LENGTH
           PERFORM UNTIL DUE-DAY-COUNT IS NOT GREATER THAN
                   MONTH-LENGTH
               SUBTRACT MONTH-LENGTH FROM DUE-DAY-COUNT
               IF DUE-MM IS EQUAL TO 12
                   MOVE 1 TO DUE-MM
                   ADD 1 TO DUE-CCYY
               ELSE
                   ADD 1 TO DUE-MM
               END-IF
               PERFORM 33-SET-MONTH-LENGTH
           END-PERFORM
           MOVE DUE-DAY-COUNT TO DUE-DD
           .

       33-SET-MONTH-LENGTH.

           MOVE MONTH-DAYS (DUE-MM) TO MONTH-LENGTH
           IF DUE-MM IS EQUAL TO 2
               DIVIDE DUE-CCYY BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER IS EQUAL TO ZERO
                   MOVE 29 TO MONTH-LENGTH
                   DIVIDE DUE-CCYY BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER IS EQUAL TO ZERO
                       DIVIDE DUE-CCYY BY 400 GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER IS NOT EQUAL TO ZERO
                           MOVE 28 TO MONTH-LENGTH
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************************
      * 34-WRITE-OPEN-ITEM puts the item built in the record area on
      * the ledger.  When an item is already on file under the same
      * customer and invoice it is read back and the new one added
      * to it: the original and open amounts are summed, an item
      * still open keeps its own invoice and due dates, and a
      * closed one reopened by an amount still owed takes the new
      * dates.  The item is open while anything is left on it, and
      * paid once nothing is.  The due date that stands goes to the
      * register line.
      *****************************************************************
       34-WRITE-OPEN-ITEM.

           MOVE 'N' TO ITEM-FOLDED-SWITCH
           MOVE ARO-DUE-DATE TO REG-DUE-DATE
           MOVE AR-OPEN-ITEM-RECORD TO NEW-ITEM-HOLD
           WRITE AR-OPEN-ITEM-RECORD
           IF ARO-FILE-STATUS IS EQUAL TO '22'
               MOVE 'Y' TO ITEM-FOLDED-SWITCH
               MOVE NEW-REC-KEY TO ARO-REC-KEY
               READ OPEN-ITEM-FILE
               IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARPOST: OPEN-ITEM READ FAILED, '
                           'FILE STATUS = ' ARO-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF NOT ARO-ITEM-OPEN
                  AND NEW-OPEN-AMOUNT IS NOT EQUAL TO ZERO
                   MOVE NEW-INVOICE-DATE TO ARO-INVOICE-DATE
                   MOVE NEW-DUE-DATE TO ARO-DUE-DATE
               END-IF
               ADD NEW-ORIG-AMOUNT TO ARO-ORIG-AMOUNT
               ADD NEW-OPEN-AMOUNT TO ARO-OPEN-AMOUNT
               IF ARO-OPEN-AMOUNT IS NOT EQUAL TO ZERO
                   MOVE 'O' TO ARO-STATUS
               ELSE
                   IF ARO-ITEM-OPEN
                       MOVE 'P' TO ARO-STATUS
                   END-IF
               END-IF
               MOVE ARO-DUE-DATE TO REG-DUE-DATE
               REWRITE AR-OPEN-ITEM-RECORD
           END-IF
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARPOST: OPEN-ITEM WRITE FAILED, '
                       'FILE STATUS = ' ARO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       36-REWRITE-CUSTOMER.

           REWRITE CUSTOMER-MASTER-RECORD
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARPOST: CUSTOMER REWRITE FAILED, '
                       'FILE STATUS = ' CUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 35-POST-CREDIT-MEMOS posts each credit memo from the
      * returns run as a negative open item under its RMA number
           COMPUTE ARO-ORIG-AMOUNT = 0 - CMO-CREDIT-AMOUNT
           COMPUTE ARO-OPEN-AMOUNT = 0 - CMO-CREDIT-AMOUNT
           MOVE 'O' TO ARO-STATUS
           MOVE ARO-INVOICE-DATE TO ARO-DUE-DATE
           PERFORM 34-WRITE-OPEN-ITEM
           ADD 1 TO MEMOS-POSTED-COUNT

           MOVE CMO-CUSTOMER TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS EQUAL TO '00'
               IF CMO-CREDIT-AMOUNT IS GREATER THAN CUM-OPEN-BALANCE
                   MOVE 0 TO CUM-OPEN-BALANCE
               ELSE
                   SUBTRACT CMO-CREDIT-AMOUNT FROM CUM-OPEN-BALANCE
               END-IF
               PERFORM 36-REWRITE-CUSTOMER
           END-IF

           MOVE CMO-CUSTOMER TO REG-CUSTOMER
           MOVE CMO-RMA-NUMBER TO REG-INVOICE-NUMBER
           MOVE CMO-CREDIT-AMOUNT TO REG-AMOUNT
           IF ITEM-FOLDED
               MOVE 'CREDIT MEMO ADDED TO ITEM' TO REG-DISPOSITION
           ELSE
               MOVE 'CREDIT MEMO POSTED' TO REG-DISPOSITION
           END-IF
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 38-POST-DEDUCTION-MEMOS posts the approved deductions.  ARCASH
      * already took the deducted amount off the invoice when it was
      * short paid, so the memo goes to the ledger already closed --
      * a record of the credit, not something open to apply -- and
      * rolls the balance down by what was conceded.  The memo is
      * keyed by the invoice it was taken against, so when that
      * invoice is still on the ledger the credit just comes off its
      * original amount.
      *****************************************************************
       38-POST-DEDUCTION-MEMOS.

           OPEN INPUT DEDUCTION-MEMO-FILE
           IF DMO-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF DMO-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARPOST: UNABLE TO OPEN DEDUCTION MEMO '
                           'FILE, FILE STATUS = ' DMO-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO DMO-EOF-FLAG
               PERFORM UNTIL NO-MORE-DMO-DATA
                   READ DEDUCTION-MEMO-FILE
                       AT END
                           MOVE 'N' TO DMO-EOF-FLAG
                       NOT AT END
                           IF DMO-CREDIT-AMOUNT IS NUMERIC
                              AND DMO-CREDIT-AMOUNT IS GREATER
                                   THAN ZERO
                               PERFORM 39-POST-ONE-DEDUCTION-MEMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-MEMO-FILE
           END-IF
           .

       39-POST-ONE-DEDUCTION-MEMO.

           MOVE DMO-CUSTOMER TO ARO-CUSTOMER
           MOVE DMO-REFERENCE TO ARO-INVOICE-NUMBER
           IF DMO-APPROVED-DATE IS NUMERIC
               MOVE DMO-APPROVED-DATE TO ARO-INVOICE-DATE
           ELSE
               MOVE RUN-DATE-YYYYMMDD TO ARO-INVOICE-DATE
           END-IF
           COMPUTE ARO-ORIG-AMOUNT = 0 - DMO-CREDIT-AMOUNT
           MOVE 0 TO ARO-OPEN-AMOUNT
           MOVE 'P' TO ARO-STATUS
           MOVE ARO-INVOICE-DATE TO ARO-DUE-DATE
           PERFORM 34-WRITE-OPEN-ITEM
           ADD 1 TO DEDN-MEMOS-POSTED-COUNT

           MOVE DMO-CUSTOMER TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS EQUAL TO '00'
               IF DMO-CREDIT-AMOUNT IS GREATER THAN CUM-OPEN-BALANCE
                   MOVE 0 TO CUM-OPEN-BALANCE
               ELSE
                   SUBTRACT DMO-CREDIT-AMOUNT FROM CUM-OPEN-BALANCE
               END-IF
               PERFORM 36-REWRITE-CUSTOMER
           END-IF

           MOVE DMO-CUSTOMER TO REG-CUSTOMER
           MOVE DMO-REFERENCE TO REG-INVOICE-NUMBER
           MOVE DMO-CREDIT-AMOUNT TO REG-AMOUNT
           MOVE 'DEDUCTION CREDIT POSTED' TO REG-DISPOSITION
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       40-EOF-ROUTINE.

           CLOSE OPEN-ITEM-FILE
                 CUSTOMER-MASTER-FILE

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'DEDUCTION CREDITS POSTED' TO RTL-LABEL
           MOVE DEDN-MEMOS-POSTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CUSTOMERS NOT ON FILE' TO RTL-LABEL
           MOVE BALANCE-MISS-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TERMS CODES NOT ON FILE' TO RTL-LABEL
           MOVE TERMS-MISS-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE POSTING-REGISTER

           PERFORM 47-POST-CHAIN-CONTROL

           DISPLAY 'ARPOST: ' ITEMS-POSTED-COUNT ' OPEN ITEMS '
                   'POSTED FROM ' DETAIL-READ-COUNT ' DETAIL LINES'

           STOP RUN
           .

      *****************************************************************
      * 47-POST-CHAIN-CONTROL leaves the run's control totals on the
      * chain control file: the extract detail taken in, the open
      * items written from it (goods plus tax), and how much of
      * that rolled onto customer open balances -- an item for a
      * customer not on file posts to the ledger but rolls nowhere.
      *****************************************************************
       47-POST-CHAIN-CONTROL.

           OPEN EXTEND CHAIN-CONTROL-FILE
           IF CHC-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT CHAIN-CONTROL-FILE
               IF CHC-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARPOST: UNABLE TO OPEN CHAIN CONTROL '
                           'FILE, FILE STATUS = ' CHC-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE RUN-DATE-YYYYMMDD TO CHC-RUN-DATE
           MOVE 'ARPOST' TO CHC-PROGRAM

           MOVE 'IP' TO CHC-CONTROL-POINT
           MOVE DETAIL-READ-COUNT TO CHC-LINE-COUNT
           MOVE DETAIL-CASES-TOTAL TO CHC-CASES
           MOVE DETAIL-AMOUNT-TOTAL TO CHC-DOLLARS
           WRITE CHAIN-CONTROL-RECORD

           MOVE 0 TO CHC-CASES

           MOVE 'OI' TO CHC-CONTROL-POINT
           MOVE ITEMS-POSTED-COUNT TO CHC-LINE-COUNT
           MOVE ITEMS-AMOUNT-TOTAL TO CHC-DOLLARS
           WRITE CHAIN-CONTROL-RECORD

           MOVE 'AC' TO CHC-CONTROL-POINT
           MOVE ITEMS-ROLLED-COUNT TO CHC-LINE-COUNT
           MOVE ITEMS-ROLLED-AMOUNT TO CHC-DOLLARS
           WRITE CHAIN-CONTROL-RECORD

           CLOSE CHAIN-CONTROL-FILE
           .
