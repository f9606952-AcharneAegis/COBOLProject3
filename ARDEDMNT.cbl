       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARDEDMNT.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * ARDEDMNT is the deduction resolution run.  ARCASH splits a
      * short payment's unpaid difference off onto the deduction
      * ledger under the reason the customer gave; credit works the
      * dispute and keys the outcome here.  An approved deduction
      * is conceded -- a credit memo is cut for ARPOST to post and
      * roll the customer's balance down.  A denied deduction is
      * rebilled under the original invoice number, so it ages,
      * dunns, and is collected like any other invoice; the
      * customer's balance already carries it.  The ledger carries
      * one item per customer and invoice, so the rebill goes back
      * onto the original invoice -- reopening it if it had been
      * closed -- or, when that invoice is no longer on the ledger,
      * posts as a new item under its number.
      * *****
      * INPUT:
      *    DEDUCTION-LEDGER.txt    the deduction ledger ARCASH
      *                            extends.
      *    DEDUCTION-TRANS.txt     resolutions, one per line:
      *                            action ('A' approve, 'D' deny),
      *                            customer, original invoice
      *                            number.
      * *****
      * OUTPUT:
      *    DEDUCTION-LEDGER.txt    rewritten with the resolutions
      *                            and the date each was resolved.
      *    DEDUCTION-CREDIT-MEMO.txt  one credit memo per approval,
      *                            for the next ARPOST run.
      *    AR-OPEN-ITEM.dat        the indexed open-item ledger, the
      *                            denied amount put back open on
      *                            the original invoice.
      *    ARDEDMNT-Register.txt   one line per transaction showing
      *                            what was done or why it was
      *                            rejected, plus run totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDUCTION-FILE
               ASSIGN TO 'DEDUCTION-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DDL-FILE-STATUS.
           SELECT DEDUCTION-TRANS-FILE
               ASSIGN TO 'DEDUCTION-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DTF-FILE-STATUS.
           SELECT DEDUCTION-MEMO-FILE
               ASSIGN TO 'DEDUCTION-CREDIT-MEMO.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DMO-FILE-STATUS.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO 'AR-OPEN-ITEM.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-REC-KEY
               FILE STATUS IS ARO-FILE-STATUS.
           SELECT MAINT-REGISTER
               ASSIGN TO PRINTER 'ARDEDMNT-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD DEDUCTION-FILE
           RECORD CONTAINS 56 CHARACTERS.

       COPY DEDNREC.

       FD DEDUCTION-TRANS-FILE
           RECORD CONTAINS 19 CHARACTERS.

       01  DEDUCTION-TRANS-RECORD.
           05  DTF-ACTION              PIC A.
           05  DTF-CUSTOMER            PIC X(10).
           05  DTF-INVOICE-NUMBER      PIC X(8).

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

       FD OPEN-ITEM-FILE
           RECORD CONTAINS 57 CHARACTERS.

       COPY AROPREC.

       FD MAINT-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  DDL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-DDL-DATA                     VALUE 'N'.
           05  TRANS-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-TRANS-DATA                   VALUE 'N'.
           05  DEDN-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 DEDUCTION-FOUND                      VALUE 'Y'.

       01  TEMP-FIELDS.
           05  DDL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  DTF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  DMO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ARO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  DEDN-SUB                PIC 9(5)        VALUE 0.
           05  DEDN-HOLD-SUB           PIC 9(5)        VALUE 0.

       01  RUN-TOTALS.
           05  TRANS-READ-COUNT        PIC 9(5)        VALUE 0.
           05  APPROVED-COUNT          PIC 9(5)        VALUE 0.
           05  DENIED-COUNT            PIC 9(5)        VALUE 0.
           05  REJECT-COUNT            PIC 9(5)        VALUE 0.
           05  APPROVED-AMOUNT-TOTAL   PIC 9(11)V99    VALUE 0.
           05  DENIED-AMOUNT-TOTAL     PIC 9(11)V99    VALUE 0.

      *****************************************************************
      * DEDUCTION-TABLE is the whole ledger held in memory while the
      * resolutions are applied; the ledger is rewritten from it.
      *****************************************************************
       01  DEDUCTION-COUNT             PIC 9(5)        VALUE 0.

       01  DEDUCTION-TABLE.
           05  DEDUCTION-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON DEDUCTION-COUNT.
               10  DED-CUSTOMER        PIC X(10).
               10  DED-INVOICE-NUMBER  PIC X(8).
               10  DED-INVOICE-DATE    PIC 9(8).
               10  DED-DEDUCTION-DATE  PIC 9(8).
               10  DED-REASON-CODE     PIC XX.
               10  DED-AMOUNT          PIC 9(9)V99.
               10  DED-STATUS          PIC X.
               10  DED-RESOLVED-DATE   PIC 9(8).

      *****************************************************************
      * NEW-ITEM-HOLD keeps the rebill while the original invoice is
      * read back to take it.
      *****************************************************************
       01  NEW-ITEM-HOLD.
           05  NEW-REC-KEY             PIC X(18).
           05  NEW-INVOICE-DATE        PIC 9(8).
           05  NEW-ORIG-AMOUNT         PIC S9(9)V99.
           05  NEW-OPEN-AMOUNT         PIC S9(9)V99.
           05  NEW-STATUS              PIC A.
           05  NEW-DUE-DATE            PIC 9(8).

       01  REGISTER-LINE.
           05  REG-ACTION              PIC X.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-CUSTOMER            PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-INVOICE-NUMBER      PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-REASON-CODE         PIC XX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-DISPOSITION         PIC X(30).
           05  FILLER                  PIC X(5)        VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(33)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 12-LOAD-DEDUCTION-LEDGER
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-TRANSACTIONS
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 12-LOAD-DEDUCTION-LEDGER reads the ledger into the table.  No
      * ledger yet means no short payment has been keyed with a
      * deduction code, and every resolution will reject.
      *****************************************************************
       12-LOAD-DEDUCTION-LEDGER.

           OPEN INPUT DEDUCTION-FILE
           IF DDL-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'ARDEDMNT: NO DEDUCTION LEDGER ON FILE'
           ELSE
               IF DDL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARDEDMNT: UNABLE TO OPEN DEDUCTION '
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
                           IF DEDUCTION-COUNT IS EQUAL TO 10000
                               DISPLAY 'ARDEDMNT: DEDUCTION LEDGER '
                                       'HAS MORE THAN 10000 ITEMS, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO DEDUCTION-COUNT
                           MOVE DEDUCTION-RECORD TO
                                   DEDUCTION-ENTRY (DEDUCTION-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT DEDUCTION-TRANS-FILE
           IF DTF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARDEDMNT: UNABLE TO OPEN DEDUCTION '
                       'TRANSACTION FILE, FILE STATUS = '
                       DTF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT DEDUCTION-MEMO-FILE
           IF DMO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARDEDMNT: UNABLE TO OPEN DEDUCTION MEMO '
                       'FILE, FILE STATUS = ' DMO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O OPEN-ITEM-FILE
           IF ARO-FILE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE
           END-IF
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARDEDMNT: UNABLE TO OPEN OPEN-ITEM '
                       'LEDGER, FILE STATUS = ' ARO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'DEDUCTION RESOLUTION REGISTER' TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       20-PROCESS-TRANSACTIONS.

           MOVE ' ' TO TRANS-EOF-FLAG
           PERFORM UNTIL NO-MORE-TRANS-DATA
               READ DEDUCTION-TRANS-FILE
                   AT END
                       MOVE 'N' TO TRANS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO TRANS-READ-COUNT
                       PERFORM 25-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           .

      *****************************************************************
      * 25-APPLY-ONE-TRANSACTION finds the customer's open deduction
      * against the invoice and resolves it.  A deduction already
      * approved or denied cannot be resolved again.
      *****************************************************************
       25-APPLY-ONE-TRANSACTION.

           PERFORM 26-FIND-DEDUCTION

           MOVE SPACES TO REG-REASON-CODE
           MOVE 0 TO REG-AMOUNT
           IF DEDUCTION-FOUND
               MOVE DED-REASON-CODE (DEDN-HOLD-SUB) TO REG-REASON-CODE
               MOVE DED-AMOUNT (DEDN-HOLD-SUB) TO REG-AMOUNT
           END-IF

           EVALUATE TRUE
               WHEN DTF-ACTION IS NOT EQUAL TO 'A'
                AND DTF-ACTION IS NOT EQUAL TO 'D'
                   MOVE 'REJECTED - UNKNOWN ACTION CODE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN NOT DEDUCTION-FOUND
                   MOVE 'REJECTED - NO OPEN DEDUCTION'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN DTF-ACTION IS EQUAL TO 'A'
                   PERFORM 27-APPROVE-DEDUCTION
               WHEN OTHER
                   PERFORM 28-DENY-DEDUCTION
           END-EVALUATE

           MOVE DTF-ACTION TO REG-ACTION
           MOVE DTF-CUSTOMER TO REG-CUSTOMER
           MOVE DTF-INVOICE-NUMBER TO REG-INVOICE-NUMBER
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       26-FIND-DEDUCTION.

           MOVE 'N' TO DEDN-FOUND-SWITCH
           MOVE 0 TO DEDN-HOLD-SUB
           PERFORM VARYING DEDN-SUB FROM 1 BY 1
               UNTIL DEDN-SUB > DEDUCTION-COUNT
                  OR DEDUCTION-FOUND
               IF DED-CUSTOMER (DEDN-SUB) IS EQUAL TO DTF-CUSTOMER
                  AND DED-INVOICE-NUMBER (DEDN-SUB) IS EQUAL TO
                       DTF-INVOICE-NUMBER
                  AND DED-STATUS (DEDN-SUB) IS EQUAL TO 'O'
                   MOVE 'Y' TO DEDN-FOUND-SWITCH
                   MOVE DEDN-SUB TO DEDN-HOLD-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 27-APPROVE-DEDUCTION cuts the credit memo ARPOST posts.  The
      * memo carries the original invoice number as its reference so
      * the ledger shows what the credit was for.
      *****************************************************************
       27-APPROVE-DEDUCTION.

           MOVE DED-CUSTOMER (DEDN-HOLD-SUB) TO DMO-CUSTOMER
           MOVE DED-INVOICE-NUMBER (DEDN-HOLD-SUB) TO
                   DMO-INVOICE-NUMBER
           MOVE DED-INVOICE-NUMBER (DEDN-HOLD-SUB) TO DMO-REFERENCE
           MOVE SPACES TO DMO-CANDY-ID
           MOVE 0 TO DMO-CASES
           MOVE DED-AMOUNT (DEDN-HOLD-SUB) TO DMO-CREDIT-AMOUNT
           MOVE RUN-DATE-YYYYMMDD TO DMO-APPROVED-DATE
           WRITE DEDUCTION-MEMO-RECORD

           MOVE 'A' TO DED-STATUS (DEDN-HOLD-SUB)
           MOVE RUN-DATE-YYYYMMDD TO DED-RESOLVED-DATE (DEDN-HOLD-SUB)
           ADD 1 TO APPROVED-COUNT
           ADD DED-AMOUNT (DEDN-HOLD-SUB) TO APPROVED-AMOUNT-TOTAL
           MOVE 'APPROVED - CREDIT MEMO CUT' TO REG-DISPOSITION
           .

      *****************************************************************
      * 28-DENY-DEDUCTION rebills the deduction as a new open item
      * dated today, under the invoice it was taken against.  The
      * rebill is due on receipt.
      *****************************************************************
       28-DENY-DEDUCTION.

           MOVE DED-CUSTOMER (DEDN-HOLD-SUB) TO ARO-CUSTOMER
           MOVE DED-INVOICE-NUMBER (DEDN-HOLD-SUB) TO
                   ARO-INVOICE-NUMBER
           MOVE RUN-DATE-YYYYMMDD TO ARO-INVOICE-DATE
           MOVE DED-AMOUNT (DEDN-HOLD-SUB) TO ARO-ORIG-AMOUNT
           MOVE DED-AMOUNT (DEDN-HOLD-SUB) TO ARO-OPEN-AMOUNT
           MOVE 'O' TO ARO-STATUS
           MOVE RUN-DATE-YYYYMMDD TO ARO-DUE-DATE
           PERFORM 29-WRITE-OPEN-ITEM

           MOVE 'D' TO DED-STATUS (DEDN-HOLD-SUB)
           MOVE RUN-DATE-YYYYMMDD TO DED-RESOLVED-DATE (DEDN-HOLD-SUB)
           ADD 1 TO DENIED-COUNT
           ADD DED-AMOUNT (DEDN-HOLD-SUB) TO DENIED-AMOUNT-TOTAL
           MOVE 'DENIED - REBILLED' TO REG-DISPOSITION
           .

      *****************************************************************
      * 29-WRITE-OPEN-ITEM puts the rebill on the ledger.  With the
      * original invoice still on file the rebill is added to it the
      * way ARPOST adds to an invoice already posted: the amounts
      * are summed, an item still open keeps its own dates, and a
      * closed one is reopened with the rebill's dates.
      *****************************************************************
       29-WRITE-OPEN-ITEM.

           MOVE AR-OPEN-ITEM-RECORD TO NEW-ITEM-HOLD
           WRITE AR-OPEN-ITEM-RECORD
           IF ARO-FILE-STATUS IS EQUAL TO '22'
               MOVE NEW-REC-KEY TO ARO-REC-KEY
               READ OPEN-ITEM-FILE
               IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARDEDMNT: OPEN-ITEM READ FAILED, '
                           'FILE STATUS = ' ARO-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF NOT ARO-ITEM-OPEN
                   MOVE NEW-INVOICE-DATE TO ARO-INVOICE-DATE
                   MOVE NEW-DUE-DATE TO ARO-DUE-DATE
               END-IF
               ADD NEW-ORIG-AMOUNT TO ARO-ORIG-AMOUNT
               ADD NEW-OPEN-AMOUNT TO ARO-OPEN-AMOUNT
               MOVE 'O' TO ARO-STATUS
               REWRITE AR-OPEN-ITEM-RECORD
           END-IF
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARDEDMNT: OPEN-ITEM WRITE FAILED, '
                       'FILE STATUS = ' ARO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 40-EOF-ROUTINE rewrites the deduction ledger with the
      * resolutions applied and finishes the register.
      *****************************************************************
       40-EOF-ROUTINE.

           OPEN OUTPUT DEDUCTION-FILE
           IF DDL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARDEDMNT: UNABLE TO REWRITE DEDUCTION '
                       'LEDGER, FILE STATUS = ' DDL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING DEDN-SUB FROM 1 BY 1
               UNTIL DEDN-SUB > DEDUCTION-COUNT
               MOVE DEDUCTION-ENTRY (DEDN-SUB) TO DEDUCTION-RECORD
               WRITE DEDUCTION-RECORD
           END-PERFORM
           CLOSE DEDUCTION-FILE

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS READ' TO RTL-LABEL
           MOVE TRANS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'DEDUCTIONS APPROVED' TO RTL-LABEL
           MOVE APPROVED-COUNT TO RTL-COUNT
           MOVE APPROVED-AMOUNT-TOTAL TO RTL-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'DEDUCTIONS DENIED' TO RTL-LABEL
           MOVE DENIED-COUNT TO RTL-COUNT
           MOVE DENIED-AMOUNT-TOTAL TO RTL-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS REJECTED' TO RTL-LABEL
           MOVE REJECT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE DEDUCTION-TRANS-FILE
                 DEDUCTION-MEMO-FILE
                 OPEN-ITEM-FILE
                 MAINT-REGISTER

           DISPLAY 'ARDEDMNT: ' APPROVED-COUNT ' APPROVED, '
                   DENIED-COUNT ' DENIED, ' REJECT-COUNT
                   ' REJECTED'

           STOP RUN
           .
