       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * BANKREC is the bank reconciliation.  Neither the cash ARCASH
      * applies nor the checks APPAYRUN draws were ever proven
      * against the bank; this run matches the bank's cleared-item
      * file to the checks on the check history -- by check number,
      * then amount -- and to the deposits the books show, which
      * are the cash ARCASH applied totalled by receipt date.  It
      * prints the matched items, the checks the bank paid for a
      * different amount than drawn, the bank items we have no
      * record of, the checks still outstanding and the deposits
      * still in transit, and rolls them into a book-to-bank proof
      * that GLTIEOUT carries into the month-end tie-out.  A check
      * the bank paid is marked cleared on the check history and a
      * deposit the bank credited is marked cleared on the deposit
      * ledger, so neither is outstanding next month.
      * *****
      * INPUT:
      *    BANK-REC-PARM.txt       the statement date, the statement
      *                            ending balance, and the book
      *                            cash balance at that date.
      *    BANK-CLEARED-ITEMS.txt  optional: the bank's cleared
      *                            items -- 'C' check with its
      *                            number, 'D' deposit -- amount
      *                            and date cleared.
      *    AP-CHECK-HISTORY.txt    optional: every check drawn.
      *    CASH-HISTORY.txt        optional: the cash ARCASH
      *                            applied; type 'C' rows only.
      *    BANK-DEPOSIT-LEDGER.txt optional: each receipt date's
      *                            book deposit and whether the
      *                            bank has credited it.
      * *****
      * OUTPUT:
      *    AP-CHECK-HISTORY.txt    rewritten with the checks the
      *                            bank paid marked cleared.
      *    BANK-DEPOSIT-LEDGER.txt rewritten with the new receipt
      *                            dates and the deposits cleared.
      *    BANK-REC-PROOF.txt      the book-to-bank proof.
      *    Bank-Reconciliation-Report.txt  the matched items, the
      *                            exceptions, the outstanding
      *                            items, and the proof.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REC-PARM-FILE
               ASSIGN TO 'BANK-REC-PARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRP-FILE-STATUS.
           SELECT CLEARED-ITEM-FILE
               ASSIGN TO 'BANK-CLEARED-ITEMS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BCI-FILE-STATUS.
           SELECT CHECK-HISTORY-FILE
               ASSIGN TO 'AP-CHECK-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKH-FILE-STATUS.
           SELECT CASH-HISTORY-FILE
               ASSIGN TO 'CASH-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSH-FILE-STATUS.
           SELECT DEPOSIT-LEDGER-FILE
               ASSIGN TO 'BANK-DEPOSIT-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDL-FILE-STATUS.
           SELECT PROOF-FILE
               ASSIGN TO 'BANK-REC-PROOF.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRF-FILE-STATUS.
           SELECT REC-REPORT
               ASSIGN TO PRINTER 'Bank-Reconciliation-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD REC-PARM-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01  REC-PARM-RECORD.
           05  BRP-STATEMENT-DATE      PIC 9(8).
           05  BRP-STATEMENT-BALANCE   PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  BRP-BOOK-BALANCE        PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.

       FD CLEARED-ITEM-FILE
           RECORD CONTAINS 28 CHARACTERS.

       01  CLEARED-ITEM-RECORD.
           05  BCI-ITEM-TYPE           PIC X.
               88  BCI-CHECK                           VALUE 'C'.
               88  BCI-DEPOSIT                         VALUE 'D'.
           05  BCI-CHECK-NUMBER        PIC 9(8).
           05  BCI-AMOUNT              PIC 9(9)V99.
           05  BCI-CLEARED-DATE        PIC 9(8).

       FD CHECK-HISTORY-FILE
           RECORD CONTAINS 65 CHARACTERS.

       COPY APCHKREC.

       FD CASH-HISTORY-FILE
           RECORD CONTAINS 54 CHARACTERS.

       COPY CASHHREC.

       FD DEPOSIT-LEDGER-FILE
           RECORD CONTAINS 28 CHARACTERS.

       01  DEPOSIT-LEDGER-RECORD.
           05  BDL-RECEIPT-DATE        PIC 9(8).
           05  BDL-BOOK-AMOUNT         PIC 9(9)V99.
           05  BDL-STATUS              PIC X.
               88  BDL-IN-TRANSIT                      VALUE 'O'.
               88  BDL-CLEARED                         VALUE 'C'.
           05  BDL-CLEARED-DATE        PIC 9(8).

       FD PROOF-FILE
           RECORD CONTAINS 104 CHARACTERS.

       COPY BRPFREC.

       FD REC-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  BCI-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-BCI-DATA                     VALUE 'N'.
           05  CKH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CKH-DATA                     VALUE 'N'.
           05  CSH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CSH-DATA                     VALUE 'N'.
           05  BDL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-BDL-DATA                     VALUE 'N'.
           05  CHECK-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 CHECK-FOUND                          VALUE 'Y'.
           05  DEPOSIT-FOUND-SWITCH    PIC X           VALUE 'N'.
               88 DEPOSIT-FOUND                        VALUE 'Y'.

       01  TEMP-FIELDS.
           05  BRP-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BCI-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CKH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CSH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BDL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BRF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  STATEMENT-DATE          PIC 9(8)        VALUE 0.
           05  CHECK-SUB               PIC 9(4)        VALUE 0.
           05  CHECK-HOLD-SUB          PIC 9(4)        VALUE 0.
           05  DEPOSIT-SUB             PIC 9(4)        VALUE 0.
           05  DEPOSIT-HOLD-SUB        PIC 9(4)        VALUE 0.
           05  ITEM-SUB                PIC 9(4)        VALUE 0.
           05  PRINT-SECTION           PIC 9           VALUE 0.
           05  SECTION-COUNT           PIC 9(5)        VALUE 0.
           05  SECTION-AMOUNT          PIC 9(11)V99    VALUE 0.
           05  AMOUNT-DIFFERENCE       PIC S9(9)V99    VALUE 0.
           05  DIFFERENCE-EDIT         PIC -ZZ,ZZZ,ZZ9.99.

       01  PROOF-FIELDS.
           05  STATEMENT-BALANCE       PIC S9(11)V99   VALUE 0.
           05  BOOK-BALANCE            PIC S9(11)V99   VALUE 0.
           05  DEPOSITS-IN-TRANSIT     PIC 9(11)V99    VALUE 0.
           05  OUTSTANDING-CHECKS      PIC 9(11)V99    VALUE 0.
           05  CHECK-AMOUNT-DIFFERENCE PIC S9(11)V99   VALUE 0.
           05  BANK-CHECKS-NOT-ON-FILE PIC 9(11)V99    VALUE 0.
           05  BANK-DEPOSITS-NOT-ON-FILE
                                       PIC 9(11)V99    VALUE 0.
           05  ADJUSTED-BANK-BALANCE   PIC S9(11)V99   VALUE 0.
           05  ADJUSTED-BOOK-BALANCE   PIC S9(11)V99   VALUE 0.
           05  UNRECONCILED-DIFFERENCE PIC S9(11)V99   VALUE 0.

       01  RUN-TOTALS.
           05  CHECKS-MATCHED-COUNT    PIC 9(5)        VALUE 0.
           05  DEPOSITS-MATCHED-COUNT  PIC 9(5)        VALUE 0.
           05  AMOUNT-DIFFERENT-COUNT  PIC 9(5)        VALUE 0.
           05  NOT-ON-FILE-COUNT       PIC 9(5)        VALUE 0.
           05  OUTSTANDING-COUNT       PIC 9(5)        VALUE 0.
           05  IN-TRANSIT-COUNT        PIC 9(5)        VALUE 0.

       01  CHECK-COUNT                 PIC 9(4)        VALUE 0.

       01  CHECK-TABLE.
           05  CHECK-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON CHECK-COUNT.
               10  CHK-CHECK-NUMBER    PIC 9(8).
               10  CHK-CHECK-DATE      PIC 9(8).
               10  CHK-VENDOR-ID       PIC A.
               10  CHK-PAYEE-NAME      PIC X(20).
               10  CHK-AMOUNT          PIC 9(9)V99.
               10  CHK-STATUS          PIC X.
               10  CHK-VOID-DATE       PIC 9(8).
               10  CHK-CLEARED-DATE    PIC 9(8).

      *****************************************************************
      * DEPOSIT-TABLE is the deposit ledger: one book deposit per
      * receipt date.  A deposit still in transit is re-totalled
      * off the cash history every run, so cash ARCASH applies late
      * against an earlier receipt date is picked up; a cleared
      * deposit keeps the amount the bank matched.
      *****************************************************************
       01  DEPOSIT-COUNT               PIC 9(4)        VALUE 0.

       01  DEPOSIT-TABLE.
           05  DEPOSIT-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON DEPOSIT-COUNT.
               10  DPT-RECEIPT-DATE    PIC 9(8).
               10  DPT-BOOK-AMOUNT     PIC 9(9)V99.
               10  DPT-STATUS          PIC X.
               10  DPT-CLEARED-DATE    PIC 9(8).

      *****************************************************************
      * BANK-ITEM-TABLE keeps each cleared item with the section of
      * the reconciliation it prints under: 1 checks matched, 2
      * deposits matched, 3 checks paid for a different amount, 4
      * bank items we have no record of.
      *****************************************************************
       01  BANK-ITEM-COUNT             PIC 9(4)        VALUE 0.

       01  BANK-ITEM-TABLE.
           05  BANK-ITEM-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON BANK-ITEM-COUNT.
               10  BIT-ITEM-TYPE       PIC X.
               10  BIT-CHECK-NUMBER    PIC 9(8).
               10  BIT-AMOUNT          PIC 9(9)V99.
               10  BIT-CLEARED-DATE    PIC 9(8).
               10  BIT-SECTION         PIC 9.
               10  BIT-BOOK-REFERENCE  PIC 9(8).
               10  BIT-BOOK-AMOUNT     PIC 9(9)V99.
               10  BIT-REASON          PIC X(20).

       01  SECTION-HEADINGS.
           05  FILLER                  PIC X(40)       VALUE
               'CHECKS MATCHED'.
           05  FILLER                  PIC X(40)       VALUE
               'DEPOSITS MATCHED'.
           05  FILLER                  PIC X(40)       VALUE
               'CHECKS CLEARED FOR A DIFFERENT AMOUNT'.
           05  FILLER                  PIC X(40)       VALUE
               'BANK ITEMS NOT ON OUR RECORDS'.

       01  SECTION-HEADING-TABLE REDEFINES SECTION-HEADINGS.
           05  SECTION-HEADING OCCURS 4 TIMES
                                       PIC X(40).

       01  REPORT-COLUMN-HEADING.
           05  FILLER                  PIC X(28)   VALUE
                                       '  ITEM    REFERENCE  DATE   '.
           05  FILLER                  PIC X(15)   VALUE
                                       '    BANK AMOUNT'.
           05  FILLER                  PIC X(15)   VALUE
                                       '    BOOK AMOUNT'.
           05  FILLER                  PIC X(22)   VALUE
                                       ' NOTE'.

       01  ITEM-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  ITL-ITEM-TYPE           PIC X(7).
           05  FILLER                  PIC X           VALUE SPACE.
           05  ITL-REFERENCE           PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  ITL-DATE                PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  ITL-BANK-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  ITL-BOOK-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  ITL-NOTE                PIC X(20).

       01  PROOF-LINE.
           05  PFL-LABEL               PIC X(40).
           05  PFL-AMOUNT              PIC ---,---,---,--9.99.
           05  FILLER                  PIC X(22)       VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(33)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 11-READ-REC-PARMS
           PERFORM 12-LOAD-CHECK-HISTORY
           PERFORM 13-LOAD-DEPOSIT-LEDGER
           PERFORM 14-TOTAL-CASH-RECEIPTS
           PERFORM 20-MATCH-BANK-ITEMS
           PERFORM 30-PRINT-RECONCILIATION
           PERFORM 40-EOF-ROUTINE
           .

       11-READ-REC-PARMS.

           OPEN INPUT REC-PARM-FILE
           IF BRP-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'BANKREC: UNABLE TO OPEN BANK REC PARM FILE, '
                       'FILE STATUS = ' BRP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ REC-PARM-FILE
               AT END
                   DISPLAY 'BANKREC: BANK REC PARM FILE IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF BRP-STATEMENT-DATE IS NOT NUMERIC
              OR BRP-STATEMENT-BALANCE IS NOT NUMERIC
              OR BRP-BOOK-BALANCE IS NOT NUMERIC
               DISPLAY 'BANKREC: BANK REC PARM RECORD IS INVALID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BRP-STATEMENT-DATE TO STATEMENT-DATE
           MOVE BRP-STATEMENT-BALANCE TO STATEMENT-BALANCE
           MOVE BRP-BOOK-BALANCE TO BOOK-BALANCE
           CLOSE REC-PARM-FILE
           .

       12-LOAD-CHECK-HISTORY.

           OPEN INPUT CHECK-HISTORY-FILE
           IF CKH-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CKH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'BANKREC: UNABLE TO OPEN CHECK HISTORY, '
                           'FILE STATUS = ' CKH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CKH-EOF-FLAG
               PERFORM UNTIL NO-MORE-CKH-DATA
                   READ CHECK-HISTORY-FILE
                       AT END
                           MOVE 'N' TO CKH-EOF-FLAG
                       NOT AT END
                           IF CHECK-COUNT IS EQUAL TO 5000
                               DISPLAY 'BANKREC: MORE THAN 5000 '
                                       'CHECKS ON THE CHECK HISTORY, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           IF CKH-CLEARED-DATE IS NOT NUMERIC
                               MOVE 0 TO CKH-CLEARED-DATE
                           END-IF
                           ADD 1 TO CHECK-COUNT
                           MOVE AP-CHECK-RECORD TO
                                   CHECK-ENTRY (CHECK-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CHECK-HISTORY-FILE
           END-IF
           .

       13-LOAD-DEPOSIT-LEDGER.

           OPEN INPUT DEPOSIT-LEDGER-FILE
           IF BDL-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF BDL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'BANKREC: UNABLE TO OPEN DEPOSIT LEDGER, '
                           'FILE STATUS = ' BDL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO BDL-EOF-FLAG
               PERFORM UNTIL NO-MORE-BDL-DATA
                   READ DEPOSIT-LEDGER-FILE
                       AT END
                           MOVE 'N' TO BDL-EOF-FLAG
                       NOT AT END
                           IF BDL-RECEIPT-DATE IS NUMERIC
                              AND BDL-BOOK-AMOUNT IS NUMERIC
                               PERFORM 13A-ADD-DEPOSIT-ENTRY
                               MOVE DEPOSIT-LEDGER-RECORD TO
                                       DEPOSIT-ENTRY (DEPOSIT-COUNT)
                               IF DPT-STATUS (DEPOSIT-COUNT) IS NOT
                                       EQUAL TO 'C'
                                   MOVE 'O' TO
                                           DPT-STATUS (DEPOSIT-COUNT)
                                   MOVE 0 TO
                                       DPT-BOOK-AMOUNT (DEPOSIT-COUNT)
                                   MOVE 0 TO
                                       DPT-CLEARED-DATE (DEPOSIT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-LEDGER-FILE
           END-IF
           .

       13A-ADD-DEPOSIT-ENTRY.

           IF DEPOSIT-COUNT IS EQUAL TO 2000
               DISPLAY 'BANKREC: MORE THAN 2000 RECEIPT DATES ON '
                       'THE DEPOSIT LEDGER, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO DEPOSIT-COUNT
           .

      *****************************************************************
      * 14-TOTAL-CASH-RECEIPTS totals the cash applied by receipt
      * date -- one bank deposit per day's receipts.  Discount rows
      * are not cash and stay out.
      *****************************************************************
       14-TOTAL-CASH-RECEIPTS.

           OPEN INPUT CASH-HISTORY-FILE
           IF CSH-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CSH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'BANKREC: UNABLE TO OPEN CASH HISTORY, '
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
                           IF NOT CSH-DISCOUNT-TAKEN
                              AND CSH-RECEIPT-DATE IS NUMERIC
                              AND CSH-APPLIED-AMOUNT IS NUMERIC
                               PERFORM 15-POST-RECEIPT-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-HISTORY-FILE
           END-IF
           .

       15-POST-RECEIPT-DATE.

           MOVE 'N' TO DEPOSIT-FOUND-SWITCH
           PERFORM VARYING DEPOSIT-SUB FROM 1 BY 1
               UNTIL DEPOSIT-SUB > DEPOSIT-COUNT
                  OR DEPOSIT-FOUND
               IF DPT-RECEIPT-DATE (DEPOSIT-SUB) IS EQUAL TO
                       CSH-RECEIPT-DATE
                   MOVE 'Y' TO DEPOSIT-FOUND-SWITCH
                   MOVE DEPOSIT-SUB TO DEPOSIT-HOLD-SUB
               END-IF
           END-PERFORM

           IF NOT DEPOSIT-FOUND
               PERFORM 13A-ADD-DEPOSIT-ENTRY
               MOVE DEPOSIT-COUNT TO DEPOSIT-HOLD-SUB
               MOVE CSH-RECEIPT-DATE TO
                       DPT-RECEIPT-DATE (DEPOSIT-HOLD-SUB)
               MOVE 0 TO DPT-BOOK-AMOUNT (DEPOSIT-HOLD-SUB)
               MOVE 'O' TO DPT-STATUS (DEPOSIT-HOLD-SUB)
               MOVE 0 TO DPT-CLEARED-DATE (DEPOSIT-HOLD-SUB)
           END-IF

           IF DPT-STATUS (DEPOSIT-HOLD-SUB) IS EQUAL TO 'O'
               ADD CSH-APPLIED-AMOUNT TO
                       DPT-BOOK-AMOUNT (DEPOSIT-HOLD-SUB)
           END-IF
           .

       20-MATCH-BANK-ITEMS.

           OPEN INPUT CLEARED-ITEM-FILE
           IF BCI-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'BANKREC: NO BANK CLEARED ITEMS ON FILE'
           ELSE
               IF BCI-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'BANKREC: UNABLE TO OPEN BANK CLEARED '
                           'ITEMS, FILE STATUS = ' BCI-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO BCI-EOF-FLAG
               PERFORM UNTIL NO-MORE-BCI-DATA
                   READ CLEARED-ITEM-FILE
                       AT END
                           MOVE 'N' TO BCI-EOF-FLAG
                       NOT AT END
                           PERFORM 25-MATCH-ONE-ITEM
                               THRU 25-MATCH-EXIT
                   END-READ
               END-PERFORM
               CLOSE CLEARED-ITEM-FILE
           END-IF
           .

      *****************************************************************
      * 25-MATCH-ONE-ITEM files one cleared item under its section.
      * A check must be on the history and still issued to match;
      * a deposit must equal a book deposit still in transit from
      * the bank date or before, the oldest first.
      *****************************************************************
       25-MATCH-ONE-ITEM.

           IF BANK-ITEM-COUNT IS EQUAL TO 5000
               DISPLAY 'BANKREC: MORE THAN 5000 BANK CLEARED '
                       'ITEMS, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO BANK-ITEM-COUNT
           MOVE BCI-ITEM-TYPE TO BIT-ITEM-TYPE (BANK-ITEM-COUNT)
           MOVE 0 TO BIT-CHECK-NUMBER (BANK-ITEM-COUNT)
           MOVE 0 TO BIT-AMOUNT (BANK-ITEM-COUNT)
           MOVE 0 TO BIT-CLEARED-DATE (BANK-ITEM-COUNT)
           MOVE 0 TO BIT-BOOK-REFERENCE (BANK-ITEM-COUNT)
           MOVE 0 TO BIT-BOOK-AMOUNT (BANK-ITEM-COUNT)
           MOVE SPACES TO BIT-REASON (BANK-ITEM-COUNT)
           MOVE 4 TO BIT-SECTION (BANK-ITEM-COUNT)

           IF (NOT BCI-CHECK AND NOT BCI-DEPOSIT)
              OR BCI-AMOUNT IS NOT NUMERIC
              OR BCI-CLEARED-DATE IS NOT NUMERIC
              OR (BCI-CHECK AND BCI-CHECK-NUMBER IS NOT NUMERIC)
               MOVE 'INVALID ITEM' TO BIT-REASON (BANK-ITEM-COUNT)
               ADD 1 TO NOT-ON-FILE-COUNT
               GO TO 25-MATCH-EXIT
           END-IF

           MOVE BCI-AMOUNT TO BIT-AMOUNT (BANK-ITEM-COUNT)
           MOVE BCI-CLEARED-DATE TO BIT-CLEARED-DATE (BANK-ITEM-COUNT)

           IF BCI-DEPOSIT
               PERFORM 27-MATCH-DEPOSIT
               GO TO 25-MATCH-EXIT
           END-IF

           MOVE BCI-CHECK-NUMBER TO BIT-CHECK-NUMBER (BANK-ITEM-COUNT)
           MOVE BCI-CHECK-NUMBER TO BIT-BOOK-REFERENCE (BANK-ITEM-COUNT)
           MOVE 'N' TO CHECK-FOUND-SWITCH
           PERFORM VARYING CHECK-SUB FROM 1 BY 1
               UNTIL CHECK-SUB > CHECK-COUNT
                  OR CHECK-FOUND
               IF CHK-CHECK-NUMBER (CHECK-SUB) IS EQUAL TO
                       BCI-CHECK-NUMBER
                   MOVE 'Y' TO CHECK-FOUND-SWITCH
                   MOVE CHECK-SUB TO CHECK-HOLD-SUB
               END-IF
           END-PERFORM

           IF NOT CHECK-FOUND
               MOVE 'NO CHECK ON FILE' TO BIT-REASON (BANK-ITEM-COUNT)
               ADD BCI-AMOUNT TO BANK-CHECKS-NOT-ON-FILE
               ADD 1 TO NOT-ON-FILE-COUNT
               GO TO 25-MATCH-EXIT
           END-IF

           MOVE CHK-AMOUNT (CHECK-HOLD-SUB) TO
                   BIT-BOOK-AMOUNT (BANK-ITEM-COUNT)
           IF CHK-STATUS (CHECK-HOLD-SUB) IS EQUAL TO 'V'
               MOVE 'CHECK WAS VOIDED' TO BIT-REASON (BANK-ITEM-COUNT)
               ADD BCI-AMOUNT TO BANK-CHECKS-NOT-ON-FILE
               ADD 1 TO NOT-ON-FILE-COUNT
               GO TO 25-MATCH-EXIT
           END-IF
           IF CHK-STATUS (CHECK-HOLD-SUB) IS EQUAL TO 'C'
               MOVE 'ALREADY CLEARED' TO BIT-REASON (BANK-ITEM-COUNT)
               ADD BCI-AMOUNT TO BANK-CHECKS-NOT-ON-FILE
               ADD 1 TO NOT-ON-FILE-COUNT
               GO TO 25-MATCH-EXIT
           END-IF

           PERFORM 26-CLEAR-CHECK
           .

       25-MATCH-EXIT.
           EXIT.

       26-CLEAR-CHECK.

           MOVE 'C' TO CHK-STATUS (CHECK-HOLD-SUB)
           MOVE BCI-CLEARED-DATE TO CHK-CLEARED-DATE (CHECK-HOLD-SUB)
           IF BCI-AMOUNT IS EQUAL TO CHK-AMOUNT (CHECK-HOLD-SUB)
               MOVE 1 TO BIT-SECTION (BANK-ITEM-COUNT)
               MOVE CHK-PAYEE-NAME (CHECK-HOLD-SUB) TO
                       BIT-REASON (BANK-ITEM-COUNT)
               ADD 1 TO CHECKS-MATCHED-COUNT
           ELSE
               MOVE 3 TO BIT-SECTION (BANK-ITEM-COUNT)
               COMPUTE AMOUNT-DIFFERENCE = BCI-AMOUNT
                       - CHK-AMOUNT (CHECK-HOLD-SUB)
               ADD AMOUNT-DIFFERENCE TO CHECK-AMOUNT-DIFFERENCE
               MOVE AMOUNT-DIFFERENCE TO DIFFERENCE-EDIT
               MOVE SPACES TO BIT-REASON (BANK-ITEM-COUNT)
               STRING 'DIFF' DELIMITED BY SIZE
                      DIFFERENCE-EDIT DELIMITED BY SIZE
                   INTO BIT-REASON (BANK-ITEM-COUNT)
               ADD 1 TO AMOUNT-DIFFERENT-COUNT
           END-IF
           .

       27-MATCH-DEPOSIT.

           MOVE 'N' TO DEPOSIT-FOUND-SWITCH
           PERFORM VARYING DEPOSIT-SUB FROM 1 BY 1
               UNTIL DEPOSIT-SUB > DEPOSIT-COUNT
               IF DPT-STATUS (DEPOSIT-SUB) IS EQUAL TO 'O'
                  AND DPT-BOOK-AMOUNT (DEPOSIT-SUB) IS EQUAL TO
                       BCI-AMOUNT
                  AND DPT-RECEIPT-DATE (DEPOSIT-SUB) IS NOT GREATER
                       THAN BCI-CLEARED-DATE
                   IF NOT DEPOSIT-FOUND
                       MOVE 'Y' TO DEPOSIT-FOUND-SWITCH
                       MOVE DEPOSIT-SUB TO DEPOSIT-HOLD-SUB
                   ELSE
                       IF DPT-RECEIPT-DATE (DEPOSIT-SUB) IS LESS THAN
                               DPT-RECEIPT-DATE (DEPOSIT-HOLD-SUB)
                           MOVE DEPOSIT-SUB TO DEPOSIT-HOLD-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF DEPOSIT-FOUND
               MOVE 'C' TO DPT-STATUS (DEPOSIT-HOLD-SUB)
               MOVE BCI-CLEARED-DATE TO
                       DPT-CLEARED-DATE (DEPOSIT-HOLD-SUB)
               MOVE 2 TO BIT-SECTION (BANK-ITEM-COUNT)
               MOVE DPT-RECEIPT-DATE (DEPOSIT-HOLD-SUB) TO
                       BIT-BOOK-REFERENCE (BANK-ITEM-COUNT)
               MOVE DPT-BOOK-AMOUNT (DEPOSIT-HOLD-SUB) TO
                       BIT-BOOK-AMOUNT (BANK-ITEM-COUNT)
               ADD 1 TO DEPOSITS-MATCHED-COUNT
           ELSE
               MOVE 'NO DEPOSIT ON FILE' TO
                       BIT-REASON (BANK-ITEM-COUNT)
               ADD BCI-AMOUNT TO BANK-DEPOSITS-NOT-ON-FILE
               ADD 1 TO NOT-ON-FILE-COUNT
           END-IF
           .

      *****************************************************************
      * 30-PRINT-RECONCILIATION prints the four bank-item sections,
      * then the outstanding checks and deposits in transit as of
      * the statement date, then the book-to-bank proof.
      *****************************************************************
       30-PRINT-RECONCILIATION.

           OPEN OUTPUT REC-REPORT

           MOVE SPACES TO REPORT-RECORD
           STRING 'BANK RECONCILIATION - STATEMENT DATE '
                                           DELIMITED BY SIZE
                  STATEMENT-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING PRINT-SECTION FROM 1 BY 1
               UNTIL PRINT-SECTION > 4
               PERFORM 31-PRINT-BANK-SECTION
           END-PERFORM

           PERFORM 32-PRINT-OUTSTANDING-CHECKS
           PERFORM 33-PRINT-DEPOSITS-IN-TRANSIT
           PERFORM 34-PRINT-PROOF
           .

       31-PRINT-BANK-SECTION.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SECTION-HEADING (PRINT-SECTION) TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE REPORT-COLUMN-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 0 TO SECTION-COUNT
           MOVE 0 TO SECTION-AMOUNT
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > BANK-ITEM-COUNT
               IF BIT-SECTION (ITEM-SUB) IS EQUAL TO PRINT-SECTION
                   MOVE SPACES TO ITL-ITEM-TYPE
                   MOVE SPACES TO ITL-REFERENCE
                   IF BIT-ITEM-TYPE (ITEM-SUB) IS EQUAL TO 'C'
                       MOVE 'CHECK' TO ITL-ITEM-TYPE
                   END-IF
                   IF BIT-ITEM-TYPE (ITEM-SUB) IS EQUAL TO 'D'
                       MOVE 'DEPOSIT' TO ITL-ITEM-TYPE
                   END-IF
                   IF BIT-BOOK-REFERENCE (ITEM-SUB) IS GREATER
                           THAN ZERO
                       MOVE BIT-BOOK-REFERENCE (ITEM-SUB) TO
                               ITL-REFERENCE
                   END-IF
                   MOVE SPACES TO ITL-DATE
                   IF BIT-CLEARED-DATE (ITEM-SUB) IS GREATER THAN ZERO
                       MOVE BIT-CLEARED-DATE (ITEM-SUB) TO ITL-DATE
                   END-IF
                   MOVE BIT-AMOUNT (ITEM-SUB) TO ITL-BANK-AMOUNT
                   MOVE BIT-BOOK-AMOUNT (ITEM-SUB) TO ITL-BOOK-AMOUNT
                   MOVE BIT-REASON (ITEM-SUB) TO ITL-NOTE
                   MOVE ITEM-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   ADD 1 TO SECTION-COUNT
                   ADD BIT-AMOUNT (ITEM-SUB) TO SECTION-AMOUNT
               END-IF
           END-PERFORM

           PERFORM 35-PRINT-SECTION-TOTAL
           .

       32-PRINT-OUTSTANDING-CHECKS.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'OUTSTANDING CHECKS' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE REPORT-COLUMN-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 0 TO SECTION-COUNT
           MOVE 0 TO SECTION-AMOUNT
           PERFORM VARYING CHECK-SUB FROM 1 BY 1
               UNTIL CHECK-SUB > CHECK-COUNT
               IF CHK-STATUS (CHECK-SUB) IS EQUAL TO 'I'
                  AND CHK-CHECK-DATE (CHECK-SUB) IS NOT GREATER THAN
                       STATEMENT-DATE
                   MOVE 'CHECK' TO ITL-ITEM-TYPE
                   MOVE CHK-CHECK-NUMBER (CHECK-SUB) TO ITL-REFERENCE
                   MOVE CHK-CHECK-DATE (CHECK-SUB) TO ITL-DATE
                   MOVE 0 TO ITL-BANK-AMOUNT
                   MOVE CHK-AMOUNT (CHECK-SUB) TO ITL-BOOK-AMOUNT
                   MOVE CHK-PAYEE-NAME (CHECK-SUB) TO ITL-NOTE
                   MOVE ITEM-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   ADD 1 TO SECTION-COUNT
                   ADD CHK-AMOUNT (CHECK-SUB) TO SECTION-AMOUNT
               END-IF
           END-PERFORM

           MOVE SECTION-COUNT TO OUTSTANDING-COUNT
           MOVE SECTION-AMOUNT TO OUTSTANDING-CHECKS
           PERFORM 35-PRINT-SECTION-TOTAL
           .

       33-PRINT-DEPOSITS-IN-TRANSIT.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'DEPOSITS IN TRANSIT' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE REPORT-COLUMN-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 0 TO SECTION-COUNT
           MOVE 0 TO SECTION-AMOUNT
           PERFORM VARYING DEPOSIT-SUB FROM 1 BY 1
               UNTIL DEPOSIT-SUB > DEPOSIT-COUNT
               IF DPT-STATUS (DEPOSIT-SUB) IS EQUAL TO 'O'
                  AND DPT-BOOK-AMOUNT (DEPOSIT-SUB) IS GREATER
                       THAN ZERO
                  AND DPT-RECEIPT-DATE (DEPOSIT-SUB) IS NOT GREATER
                       THAN STATEMENT-DATE
                   MOVE 'DEPOSIT' TO ITL-ITEM-TYPE
                   MOVE DPT-RECEIPT-DATE (DEPOSIT-SUB) TO
                           ITL-REFERENCE
                   MOVE DPT-RECEIPT-DATE (DEPOSIT-SUB) TO ITL-DATE
                   MOVE 0 TO ITL-BANK-AMOUNT
                   MOVE DPT-BOOK-AMOUNT (DEPOSIT-SUB) TO
                           ITL-BOOK-AMOUNT
                   MOVE SPACES TO ITL-NOTE
                   MOVE ITEM-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   ADD 1 TO SECTION-COUNT
                   ADD DPT-BOOK-AMOUNT (DEPOSIT-SUB) TO SECTION-AMOUNT
               END-IF
           END-PERFORM

           MOVE SECTION-COUNT TO IN-TRANSIT-COUNT
           MOVE SECTION-AMOUNT TO DEPOSITS-IN-TRANSIT
           PERFORM 35-PRINT-SECTION-TOTAL
           .

      *****************************************************************
      * 34-PRINT-PROOF proves book to bank.  The statement balance,
      * plus deposits in transit, less outstanding checks, is the
      * adjusted bank balance.  The book balance, less what the
      * bank paid over the checks as drawn and the bank checks not
      * on our records, plus the bank deposits not on our records,
      * is the adjusted book balance.  What is left between them
      * is unreconciled.
      *****************************************************************
       34-PRINT-PROOF.

           COMPUTE ADJUSTED-BANK-BALANCE = STATEMENT-BALANCE
                   + DEPOSITS-IN-TRANSIT - OUTSTANDING-CHECKS
           COMPUTE ADJUSTED-BOOK-BALANCE = BOOK-BALANCE
                   - CHECK-AMOUNT-DIFFERENCE - BANK-CHECKS-NOT-ON-FILE
                   + BANK-DEPOSITS-NOT-ON-FILE
           COMPUTE UNRECONCILED-DIFFERENCE = ADJUSTED-BANK-BALANCE
                   - ADJUSTED-BOOK-BALANCE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'BOOK-TO-BANK PROOF' TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'BANK STATEMENT BALANCE' TO PFL-LABEL
           MOVE STATEMENT-BALANCE TO PFL-AMOUNT
           MOVE PROOF-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE '  ADD DEPOSITS IN TRANSIT' TO PFL-LABEL
           MOVE DEPOSITS-IN-TRANSIT TO PFL-AMOUNT
           MOVE PROOF-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE '  LESS OUTSTANDING CHECKS' TO PFL-LABEL
           MOVE OUTSTANDING-CHECKS TO PFL-AMOUNT
           MOVE PROOF-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ADJUSTED BANK BALANCE' TO PFL-LABEL
           MOVE ADJUSTED-BANK-BALANCE TO PFL-AMOUNT
           MOVE PROOF-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'BOOK BALANCE' TO PFL-LABEL
           MOVE BOOK-BALANCE TO PFL-AMOUNT
           MOVE PROOF-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE '  LESS CHECKS PAID OVER AMOUNT DRAWN' TO PFL-LABEL
           MOVE CHECK-AMOUNT-DIFFERENCE TO PFL-AMOUNT
           MOVE PROOF-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE '  LESS BANK CHECKS NOT ON OUR RECORDS' TO PFL-LABEL
           MOVE BANK-CHECKS-NOT-ON-FILE TO PFL-AMOUNT
           MOVE PROOF-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE '  ADD BANK DEPOSITS NOT ON OUR RECORDS' TO PFL-LABEL
           MOVE BANK-DEPOSITS-NOT-ON-FILE TO PFL-AMOUNT
           MOVE PROOF-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ADJUSTED BOOK BALANCE' TO PFL-LABEL
           MOVE ADJUSTED-BOOK-BALANCE TO PFL-AMOUNT
           MOVE PROOF-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'UNRECONCILED DIFFERENCE' TO PFL-LABEL
           MOVE UNRECONCILED-DIFFERENCE TO PFL-AMOUNT
           MOVE PROOF-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       35-PRINT-SECTION-TOTAL.

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE '  SECTION TOTAL' TO RTL-LABEL
           MOVE SECTION-COUNT TO RTL-COUNT
           MOVE SECTION-AMOUNT TO RTL-AMOUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *****************************************************************
      * 40-EOF-ROUTINE leaves the proof for GLTIEOUT and rewrites
      * the check history and deposit ledger with what cleared.
      *****************************************************************
       40-EOF-ROUTINE.

           CLOSE REC-REPORT

           OPEN OUTPUT PROOF-FILE
           IF BRF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'BANKREC: UNABLE TO OPEN BANK REC PROOF, '
                       'FILE STATUS = ' BRF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE STATEMENT-DATE TO BRF-STATEMENT-DATE
           MOVE STATEMENT-BALANCE TO BRF-STATEMENT-BALANCE
           MOVE DEPOSITS-IN-TRANSIT TO BRF-DEPOSITS-IN-TRANSIT
           MOVE OUTSTANDING-CHECKS TO BRF-OUTSTANDING-CHECKS
           MOVE ADJUSTED-BANK-BALANCE TO BRF-ADJUSTED-BANK
           MOVE BOOK-BALANCE TO BRF-BOOK-BALANCE
           MOVE ADJUSTED-BOOK-BALANCE TO BRF-ADJUSTED-BOOK
           MOVE UNRECONCILED-DIFFERENCE TO BRF-UNRECONCILED
           WRITE BANK-REC-PROOF-RECORD
           CLOSE PROOF-FILE

           IF CHECK-COUNT IS GREATER THAN ZERO
               OPEN OUTPUT CHECK-HISTORY-FILE
               IF CKH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'BANKREC: UNABLE TO REWRITE CHECK '
                           'HISTORY, FILE STATUS = ' CKH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING CHECK-SUB FROM 1 BY 1
                   UNTIL CHECK-SUB > CHECK-COUNT
                   MOVE CHECK-ENTRY (CHECK-SUB) TO AP-CHECK-RECORD
                   WRITE AP-CHECK-RECORD
               END-PERFORM
               CLOSE CHECK-HISTORY-FILE
           END-IF

           OPEN OUTPUT DEPOSIT-LEDGER-FILE
           IF BDL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'BANKREC: UNABLE TO REWRITE DEPOSIT LEDGER, '
                       'FILE STATUS = ' BDL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING DEPOSIT-SUB FROM 1 BY 1
               UNTIL DEPOSIT-SUB > DEPOSIT-COUNT
               MOVE DEPOSIT-ENTRY (DEPOSIT-SUB) TO
                       DEPOSIT-LEDGER-RECORD
               WRITE DEPOSIT-LEDGER-RECORD
           END-PERFORM
           CLOSE DEPOSIT-LEDGER-FILE

           DISPLAY 'BANKREC: ' CHECKS-MATCHED-COUNT ' CHECKS AND '
                   DEPOSITS-MATCHED-COUNT ' DEPOSITS MATCHED, '
                   AMOUNT-DIFFERENT-COUNT ' AMOUNT DIFFERENCES, '
                   NOT-ON-FILE-COUNT ' NOT ON FILE'
           DISPLAY 'BANKREC: ' OUTSTANDING-COUNT ' CHECKS OUTSTANDING, '
                   IN-TRANSIT-COUNT ' DEPOSITS IN TRANSIT'

           STOP RUN
           .
