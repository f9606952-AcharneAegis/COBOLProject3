       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARWRTOFF.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * ARWRTOFF is the bad-debt write-off run.  An item we have
      * given up collecting used to sit in the over-90 bucket for
      * good and keep the customer's open balance -- and the credit
      * check in ORDALLOC -- blocked.  This run takes keyed
      * write-offs, checks each one against the approving manager's
      * dollar limit, closes the item on the receivables ledger,
      * rolls the customer's open balance down, and drops a 'BD'
      * bad-debt expense / AR credit posting on the extra-postings
      * file JVEXTRACT folds into the journal voucher.  A recovery
      * transaction puts a written-off amount back on the ledger
      * when the customer pays after all, so ARCASH can apply the
      * check; it posts the reversing 'BR' entry.
      * *****
      * INPUT:
      *    AR-WRITEOFF-TRANS.txt   one transaction per line:
      *                            action ('W' write-off, 'R'
      *                            recovery), customer, invoice
      *                            number, amount, reason code
      *                            ('BK' bankruptcy, 'UC'
      *                            uncollectable, 'SB' small
      *                            balance, 'DS' dispute settled,
      *                            'OT' other), and the approver's
      *                            Employee ID.
      *    AR-WRITEOFF-LIMIT.txt   the approval-limit table: one
      *                            approver Employee ID and dollar
      *                            limit per line.
      *    AR-OPEN-ITEM.dat        the indexed open-item ledger,
      *                            keyed by customer and invoice.
      *    CUSTOMER-MASTER.dat     the indexed customer master.
      *    AR-WRITEOFF-HISTORY.txt optional: every write-off and
      *                            recovery so far; a recovery is
      *                            held to what was written off.
      * *****
      * OUTPUT:
      *    AR-OPEN-ITEM.dat        each item closed or re-opened
      *                            rewritten in place.
      *    CUSTOMER-MASTER.dat     each customer touched rewritten
      *                            in place with the new open
      *                            balance.
      *    AR-WRITEOFF-HISTORY.txt extended with one line per
      *                            write-off and recovery applied.
      *    JV-EXTRA-POSTINGS.txt   extended with one 'BD' posting
      *                            per write-off and one 'BR'
      *                            posting per recovery.
      *    Bad-Debt-Register.txt   dispositions and run totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITEOFF-TRANS-FILE
               ASSIGN TO 'AR-WRITEOFF-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WOT-FILE-STATUS.
           SELECT LIMIT-FILE
               ASSIGN TO 'AR-WRITEOFF-LIMIT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WOL-FILE-STATUS.
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
           SELECT WRITEOFF-HISTORY-FILE
               ASSIGN TO 'AR-WRITEOFF-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WOH-FILE-STATUS.
           SELECT EXTRA-POSTINGS-FILE
               ASSIGN TO 'JV-EXTRA-POSTINGS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XPF-FILE-STATUS.
           SELECT WRITEOFF-REGISTER
               ASSIGN TO PRINTER 'Bad-Debt-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD WRITEOFF-TRANS-FILE
           RECORD CONTAINS 37 CHARACTERS.

       01  WRITEOFF-TRANS-RECORD.
           05  WOT-ACTION              PIC X.
               88  WOT-WRITE-OFF                       VALUE 'W'.
               88  WOT-RECOVERY                        VALUE 'R'.
           05  WOT-CUSTOMER            PIC X(10).
           05  WOT-INVOICE-NUMBER      PIC X(8).
           05  WOT-AMOUNT              PIC 9(9)V99.
           05  WOT-REASON-CODE         PIC XX.
               88  WOT-VALID-REASON         VALUE 'BK' 'UC' 'SB'
                                                  'DS' 'OT'.
           05  WOT-APPROVER            PIC X(5).

       FD LIMIT-FILE
           RECORD CONTAINS 16 CHARACTERS.

       01  LIMIT-RECORD.
           05  WOL-APPROVER            PIC X(5).
           05  WOL-LIMIT-AMOUNT        PIC 9(9)V99.

       FD OPEN-ITEM-FILE
           RECORD CONTAINS 57 CHARACTERS.

       COPY AROPREC.

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

       FD WRITEOFF-HISTORY-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  WRITEOFF-HISTORY-RECORD.
           05  WOH-RUN-DATE            PIC 9(8).
           05  WOH-ACTION              PIC X.
           05  WOH-CUSTOMER            PIC X(10).
           05  WOH-INVOICE-NUMBER      PIC X(8).
           05  WOH-AMOUNT              PIC 9(9)V99.
           05  WOH-REASON-CODE         PIC XX.
           05  WOH-APPROVER            PIC X(5).

       FD EXTRA-POSTINGS-FILE
           RECORD CONTAINS 19 CHARACTERS.

       01  EXTRA-POSTING-RECORD.
           05  XPF-WAREHOUSE-ID        PIC X(4).
           05  XPF-CATEGORY            PIC XX.
           05  XPF-AMOUNT              PIC 9(11)V99.

       FD WRITEOFF-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  WOT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-WOT-DATA                     VALUE 'N'.
           05  WOL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-WOL-DATA                     VALUE 'N'.
           05  WOH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-WOH-DATA                     VALUE 'N'.
           05  ITEM-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 ITEM-FOUND                           VALUE 'Y'.
           05  CUSTOMER-FOUND-SWITCH   PIC X           VALUE 'N'.
               88 CUSTOMER-FOUND                       VALUE 'Y'.
           05  APPROVER-FOUND-SWITCH   PIC X           VALUE 'N'.
               88 APPROVER-FOUND                       VALUE 'Y'.

       01  TEMP-FIELDS.
           05  WOT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  WOL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ARO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  WOH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  XPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  LIMIT-SUB               PIC 999         VALUE 0.
           05  HIST-SUB                PIC 9(5)        VALUE 0.
           05  NET-WRITTEN-OFF         PIC S9(9)V99    VALUE 0.
           05  REJECT-REASON           PIC X(24)       VALUE SPACES.

       01  RUN-TOTALS.
           05  TRANS-READ-COUNT        PIC 9(5)        VALUE 0.
           05  WRITEOFF-COUNT          PIC 9(5)        VALUE 0.
           05  RECOVERY-COUNT          PIC 9(5)        VALUE 0.
           05  REJECT-COUNT            PIC 9(5)        VALUE 0.
           05  WRITEOFF-AMOUNT-TOTAL   PIC 9(9)V99     VALUE 0.
           05  RECOVERY-AMOUNT-TOTAL   PIC 9(9)V99     VALUE 0.

       01  LIMIT-COUNT                 PIC 999         VALUE 0.

       01  LIMIT-TABLE.
           05  LIMIT-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON LIMIT-COUNT.
               10  LIM-APPROVER        PIC X(5).
               10  LIM-LIMIT-AMOUNT    PIC 9(9)V99.


      *****************************************************************
      * HISTORY-TABLE holds the write-off history, with this run's
      * entries added as they are applied, so a recovery can be
      * held to what is still written off on its invoice.
      *****************************************************************
       01  HISTORY-COUNT               PIC 9(5)        VALUE 0.

       01  HISTORY-TABLE.
           05  HISTORY-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON HISTORY-COUNT.
               10  HST-ACTION          PIC X.
               10  HST-CUSTOMER        PIC X(10).
               10  HST-INVOICE-NUMBER  PIC X(8).
               10  HST-AMOUNT          PIC 9(9)V99.

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
           05  REG-APPROVER            PIC X(5).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-DISPOSITION         PIC X(28).

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(33)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 11-LOAD-APPROVAL-LIMITS
           PERFORM 12-OPEN-OPEN-ITEMS
           PERFORM 13-OPEN-CUSTOMER-MASTER
           PERFORM 14-LOAD-WRITEOFF-HISTORY
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-TRANSACTIONS
           PERFORM 40-EOF-ROUTINE
           .

       11-LOAD-APPROVAL-LIMITS.

           OPEN INPUT LIMIT-FILE
           IF WOL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARWRTOFF: UNABLE TO OPEN APPROVAL LIMIT '
                       'TABLE, FILE STATUS = ' WOL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO WOL-EOF-FLAG
           PERFORM UNTIL NO-MORE-WOL-DATA
               READ LIMIT-FILE
                   AT END
                       MOVE 'N' TO WOL-EOF-FLAG
                   NOT AT END
                       IF WOL-LIMIT-AMOUNT IS NUMERIC
                           IF LIMIT-COUNT IS EQUAL TO 200
                               DISPLAY 'ARWRTOFF: MORE THAN 200 '
                                       'APPROVERS, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO LIMIT-COUNT
                           MOVE LIMIT-RECORD TO
                                   LIMIT-ENTRY (LIMIT-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LIMIT-FILE

           IF LIMIT-COUNT IS EQUAL TO ZERO
               DISPLAY 'ARWRTOFF: APPROVAL LIMIT TABLE CONTAINED '
                       'NO APPROVERS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       12-OPEN-OPEN-ITEMS.

           OPEN I-O OPEN-ITEM-FILE
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARWRTOFF: UNABLE TO OPEN OPEN-ITEM LEDGER, '
                       'FILE STATUS = ' ARO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       13-OPEN-CUSTOMER-MASTER.

           OPEN I-O CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARWRTOFF: UNABLE TO OPEN CUSTOMER MASTER, '
                       'FILE STATUS = ' CUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 14-LOAD-WRITEOFF-HISTORY reads what has been written off and
      * recovered before.  No history on hand just means nothing has
      * been written off yet.
      *****************************************************************
       14-LOAD-WRITEOFF-HISTORY.

           OPEN INPUT WRITEOFF-HISTORY-FILE
           IF WOH-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF WOH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARWRTOFF: UNABLE TO OPEN WRITE-OFF '
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
                           IF WOH-AMOUNT IS NUMERIC
                               PERFORM 14A-ADD-HISTORY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WRITEOFF-HISTORY-FILE
           END-IF
           .

       14A-ADD-HISTORY-ENTRY.

           IF HISTORY-COUNT IS EQUAL TO 10000
               DISPLAY 'ARWRTOFF: WRITE-OFF HISTORY HAS MORE THAN '
                       '10000 ENTRIES, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO HISTORY-COUNT
           MOVE WOH-ACTION TO HST-ACTION (HISTORY-COUNT)
           MOVE WOH-CUSTOMER TO HST-CUSTOMER (HISTORY-COUNT)
           MOVE WOH-INVOICE-NUMBER TO
                   HST-INVOICE-NUMBER (HISTORY-COUNT)
           MOVE WOH-AMOUNT TO HST-AMOUNT (HISTORY-COUNT)
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT WRITEOFF-TRANS-FILE
           IF WOT-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARWRTOFF: UNABLE TO OPEN WRITE-OFF '
                       'TRANSACTION FILE, FILE STATUS = '
                       WOT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND WRITEOFF-HISTORY-FILE
           IF WOH-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT WRITEOFF-HISTORY-FILE
               IF WOH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARWRTOFF: UNABLE TO OPEN WRITE-OFF '
                           'HISTORY, FILE STATUS = ' WOH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND EXTRA-POSTINGS-FILE
           IF XPF-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT EXTRA-POSTINGS-FILE
               IF XPF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARWRTOFF: UNABLE TO OPEN EXTRA '
                           'POSTINGS FILE, FILE STATUS = '
                           XPF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT WRITEOFF-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'BAD-DEBT WRITE-OFF REGISTER' TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       20-PROCESS-TRANSACTIONS.

           MOVE ' ' TO WOT-EOF-FLAG
           PERFORM UNTIL NO-MORE-WOT-DATA
               READ WRITEOFF-TRANS-FILE
                   AT END
                       MOVE 'N' TO WOT-EOF-FLAG
                   NOT AT END
                       ADD 1 TO TRANS-READ-COUNT
                       PERFORM 25-APPLY-ONE-TRANSACTION
                           THRU 25-APPLY-EXIT
               END-READ
           END-PERFORM
           .

      *****************************************************************
      * 25-APPLY-ONE-TRANSACTION edits the transaction and finds its
      * customer, then hands it to the write-off or the recovery
      * paragraph.  Anything that fails an edit is rejected to the
      * register and nothing is touched.
      *****************************************************************
       25-APPLY-ONE-TRANSACTION.

           MOVE SPACES TO REJECT-REASON

           IF NOT WOT-WRITE-OFF
              AND NOT WOT-RECOVERY
               MOVE 'ACTION INVALID' TO REJECT-REASON
               PERFORM 29-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           IF WOT-AMOUNT IS NOT NUMERIC
              OR WOT-AMOUNT IS EQUAL TO ZERO
               MOVE 'AMOUNT INVALID' TO REJECT-REASON
               PERFORM 29-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           MOVE 'N' TO CUSTOMER-FOUND-SWITCH
           MOVE WOT-CUSTOMER TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS EQUAL TO '00'
               MOVE 'Y' TO CUSTOMER-FOUND-SWITCH
           END-IF
           IF NOT CUSTOMER-FOUND
               MOVE 'CUSTOMER NOT ON FILE' TO REJECT-REASON
               PERFORM 29-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           IF WOT-WRITE-OFF
               PERFORM 26-WRITE-OFF-ITEM THRU 26-WRITE-OFF-EXIT
           ELSE
               PERFORM 27-RECOVER-ITEM THRU 27-RECOVER-EXIT
           END-IF
           .

       25-APPLY-EXIT.
           EXIT.

      *****************************************************************
      * 26-WRITE-OFF-ITEM needs a good reason code, an open item on
      * the invoice with at least the amount still open, and an
      * approver whose limit covers the amount.  A write-off for
      * less than the open amount leaves the rest open; one that
      * takes the whole item closes it as written off.
      *****************************************************************
       26-WRITE-OFF-ITEM.

           IF NOT WOT-VALID-REASON
               MOVE 'REASON CODE INVALID' TO REJECT-REASON
               PERFORM 29-WRITE-REGISTER-LINE
               GO TO 26-WRITE-OFF-EXIT
           END-IF

           MOVE 'N' TO ITEM-FOUND-SWITCH
           MOVE WOT-CUSTOMER TO ARO-CUSTOMER
           MOVE WOT-INVOICE-NUMBER TO ARO-INVOICE-NUMBER
           READ OPEN-ITEM-FILE
           IF ARO-FILE-STATUS IS EQUAL TO '00'
              AND ARO-ITEM-OPEN
               MOVE 'Y' TO ITEM-FOUND-SWITCH
           END-IF
           IF NOT ITEM-FOUND
               MOVE 'NO OPEN INVOICE' TO REJECT-REASON
               PERFORM 29-WRITE-REGISTER-LINE
               GO TO 26-WRITE-OFF-EXIT
           END-IF

           IF WOT-AMOUNT IS GREATER THAN
                   ARO-OPEN-AMOUNT
               MOVE 'MORE THAN IS OPEN' TO REJECT-REASON
               PERFORM 29-WRITE-REGISTER-LINE
               GO TO 26-WRITE-OFF-EXIT
           END-IF

           MOVE 'N' TO APPROVER-FOUND-SWITCH
           PERFORM VARYING LIMIT-SUB FROM 1 BY 1
               UNTIL LIMIT-SUB > LIMIT-COUNT
                  OR APPROVER-FOUND
               IF LIM-APPROVER (LIMIT-SUB) IS EQUAL TO WOT-APPROVER
                  AND WOT-APPROVER IS NOT EQUAL TO SPACES
                   MOVE 'Y' TO APPROVER-FOUND-SWITCH
                   IF WOT-AMOUNT IS GREATER THAN
                           LIM-LIMIT-AMOUNT (LIMIT-SUB)
                       MOVE 'OVER APPROVER LIMIT' TO REJECT-REASON
                   END-IF
               END-IF
           END-PERFORM
           IF NOT APPROVER-FOUND
               MOVE 'APPROVER NOT ON TABLE' TO REJECT-REASON
           END-IF
           IF REJECT-REASON IS NOT EQUAL TO SPACES
               PERFORM 29-WRITE-REGISTER-LINE
               GO TO 26-WRITE-OFF-EXIT
           END-IF

           SUBTRACT WOT-AMOUNT FROM ARO-OPEN-AMOUNT
           IF ARO-OPEN-AMOUNT IS EQUAL TO ZERO
               MOVE 'W' TO ARO-STATUS
           END-IF

           IF WOT-AMOUNT IS GREATER THAN
                   CUM-OPEN-BALANCE
               MOVE 0 TO CUM-OPEN-BALANCE
           ELSE
               SUBTRACT WOT-AMOUNT FROM
                       CUM-OPEN-BALANCE
           END-IF
           PERFORM 26A-REWRITE-ITEM-AND-CUSTOMER

           MOVE 'BD' TO XPF-CATEGORY
           PERFORM 28-RECORD-APPLIED-TRANS

           ADD 1 TO WRITEOFF-COUNT
           ADD WOT-AMOUNT TO WRITEOFF-AMOUNT-TOTAL
           PERFORM 29-WRITE-REGISTER-LINE
           .

       26-WRITE-OFF-EXIT.
           EXIT.

       26A-REWRITE-ITEM-AND-CUSTOMER.

           REWRITE AR-OPEN-ITEM-RECORD
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARWRTOFF: OPEN-ITEM REWRITE FAILED, '
                       'FILE STATUS = ' ARO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           REWRITE CUSTOMER-MASTER-RECORD
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARWRTOFF: CUSTOMER REWRITE FAILED, '
                       'FILE STATUS = ' CUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 27-RECOVER-ITEM puts a written-off amount back on the ledger
      * so the customer's check can be applied against it.  The
      * recovery is held to what is still written off on the
      * invoice; the item goes back to open and the customer's open
      * balance comes back up by the amount.
      *****************************************************************
       27-RECOVER-ITEM.

           MOVE 'N' TO ITEM-FOUND-SWITCH
           MOVE WOT-CUSTOMER TO ARO-CUSTOMER
           MOVE WOT-INVOICE-NUMBER TO ARO-INVOICE-NUMBER
           READ OPEN-ITEM-FILE
           IF ARO-FILE-STATUS IS EQUAL TO '00'
              AND (ARO-ITEM-WRITTEN-OFF
                OR ARO-ITEM-OPEN)
               MOVE 'Y' TO ITEM-FOUND-SWITCH
           END-IF
           IF NOT ITEM-FOUND
               MOVE 'INVOICE NOT ON LEDGER' TO REJECT-REASON
               PERFORM 29-WRITE-REGISTER-LINE
               GO TO 27-RECOVER-EXIT
           END-IF

           MOVE 0 TO NET-WRITTEN-OFF
           PERFORM VARYING HIST-SUB FROM 1 BY 1
               UNTIL HIST-SUB > HISTORY-COUNT
               IF HST-CUSTOMER (HIST-SUB) IS EQUAL TO WOT-CUSTOMER
                  AND HST-INVOICE-NUMBER (HIST-SUB) IS EQUAL TO
                       WOT-INVOICE-NUMBER
                   IF HST-ACTION (HIST-SUB) IS EQUAL TO 'W'
                       ADD HST-AMOUNT (HIST-SUB) TO NET-WRITTEN-OFF
                   ELSE
                       SUBTRACT HST-AMOUNT (HIST-SUB) FROM
                               NET-WRITTEN-OFF
                   END-IF
               END-IF
           END-PERFORM
           IF WOT-AMOUNT IS GREATER THAN NET-WRITTEN-OFF
               MOVE 'MORE THAN WRITTEN OFF' TO REJECT-REASON
               PERFORM 29-WRITE-REGISTER-LINE
               GO TO 27-RECOVER-EXIT
           END-IF

           ADD WOT-AMOUNT TO ARO-OPEN-AMOUNT
           MOVE 'O' TO ARO-STATUS
           ADD WOT-AMOUNT TO CUM-OPEN-BALANCE
           PERFORM 26A-REWRITE-ITEM-AND-CUSTOMER

           MOVE 'BR' TO XPF-CATEGORY
           PERFORM 28-RECORD-APPLIED-TRANS

           ADD 1 TO RECOVERY-COUNT
           ADD WOT-AMOUNT TO RECOVERY-AMOUNT-TOTAL
           PERFORM 29-WRITE-REGISTER-LINE
           .

       27-RECOVER-EXIT.
           EXIT.

      *****************************************************************
      * 28-RECORD-APPLIED-TRANS keeps the applied transaction on the
      * history, in the table and on file, and drops its posting for
      * the journal voucher.  XPF-CATEGORY is set by the caller.
      *****************************************************************
       28-RECORD-APPLIED-TRANS.

           MOVE RUN-DATE-YYYYMMDD TO WOH-RUN-DATE
           MOVE WOT-ACTION TO WOH-ACTION
           MOVE WOT-CUSTOMER TO WOH-CUSTOMER
           MOVE WOT-INVOICE-NUMBER TO WOH-INVOICE-NUMBER
           MOVE WOT-AMOUNT TO WOH-AMOUNT
           MOVE WOT-REASON-CODE TO WOH-REASON-CODE
           MOVE WOT-APPROVER TO WOH-APPROVER
           WRITE WRITEOFF-HISTORY-RECORD
           PERFORM 14A-ADD-HISTORY-ENTRY

           MOVE 'CORP' TO XPF-WAREHOUSE-ID
           MOVE WOT-AMOUNT TO XPF-AMOUNT
           WRITE EXTRA-POSTING-RECORD
           .

       29-WRITE-REGISTER-LINE.

           MOVE WOT-ACTION TO REG-ACTION
           MOVE WOT-CUSTOMER TO REG-CUSTOMER
           MOVE WOT-INVOICE-NUMBER TO REG-INVOICE-NUMBER
           MOVE WOT-REASON-CODE TO REG-REASON-CODE
           IF WOT-AMOUNT IS NUMERIC
               MOVE WOT-AMOUNT TO REG-AMOUNT
           ELSE
               MOVE 0 TO REG-AMOUNT
           END-IF
           MOVE WOT-APPROVER TO REG-APPROVER
           IF REJECT-REASON IS EQUAL TO SPACES
               IF WOT-WRITE-OFF
                   MOVE 'WRITTEN OFF' TO REG-DISPOSITION
               ELSE
                   MOVE 'RECOVERED - ITEM RE-OPENED' TO
                           REG-DISPOSITION
               END-IF
           ELSE
               MOVE SPACES TO REG-DISPOSITION
               STRING 'REJ - ' DELIMITED BY SIZE
                      REJECT-REASON DELIMITED BY SIZE
                   INTO REG-DISPOSITION
               ADD 1 TO REJECT-COUNT
           END-IF
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
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

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS READ' TO RTL-LABEL
           MOVE TRANS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'ITEMS WRITTEN OFF' TO RTL-LABEL
           MOVE WRITEOFF-COUNT TO RTL-COUNT
           MOVE WRITEOFF-AMOUNT-TOTAL TO RTL-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'RECOVERIES RE-OPENED' TO RTL-LABEL
           MOVE RECOVERY-COUNT TO RTL-COUNT
           MOVE RECOVERY-AMOUNT-TOTAL TO RTL-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS REJECTED' TO RTL-LABEL
           MOVE REJECT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE WRITEOFF-TRANS-FILE
                WRITEOFF-HISTORY-FILE
                EXTRA-POSTINGS-FILE
                WRITEOFF-REGISTER

           DISPLAY 'ARWRTOFF: ' WRITEOFF-COUNT ' WRITTEN OFF, '
                   RECOVERY-COUNT ' RECOVERED, ' REJECT-COUNT
                   ' REJECTED'

           STOP RUN
           .
