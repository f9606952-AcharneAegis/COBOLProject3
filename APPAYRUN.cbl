       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYRUN.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * APPAYRUN is the accounts payable payment run.  Matched
      * vendor invoices used to be paid from a spreadsheet with
      * checks typed by hand; this run selects the approved invoice
      * lines on the AP invoice ledger that fall due by the pay-
      * through date -- and, when the run says so, lines still
      * inside the vendor's discount window, paid early to earn the
      * discount -- and draws one check per vendor, numbered from
      * the check control file.  It prints the check register,
      * writes the bank's positive-pay file under the interface
      * control ledger, posts the cash and AP entries to the
      * journal feed, and marks the lines paid.  A lost or spoiled
      * check is voided -- stopped at the bank through the
      * positive-pay file, its journal entries reversed, and its
      * invoice lines put back to approved -- and may be reissued
      * in the same run.  The vendor's open debit memos for stock
      * returned to it come off its check, oldest first, as long
      * as the check stays above zero; a voided check puts the
      * memos it took back to open.
      * *****
      * INPUT:
      *    AP-INVOICE-LEDGER.txt   the vendor invoice lines APMATCH
      *                            approved.
      *    VENDOR-MASTER.txt       the vendor list: the payee name
      *                            and payment terms code.  A
      *                            vendor not on file is not paid.
      *    TERMS-TABLE.txt         optional: the payment terms
      *                            table.  A vendor with no terms
      *                            code is due on the invoice date.
      *    AP-CHECK-CONTROL.txt    the bank account the checks are
      *                            drawn on and the next check
      *                            number.
      *    AP-PAYMENT-RUN.txt      optional: the pay-through date
      *                            and 'Y' to pay early for the
      *                            discount.  A missing file means
      *                            pay what is due today and take
      *                            the early discounts.
      *    AP-CHECK-VOID-TRANS.txt optional: checks to stop -- 'V'
      *                            void, 'R' void and reissue --
      *                            and the check number.
      *    AP-CHECK-HISTORY.txt    optional: every check drawn.
      *    VENDOR-DEBIT-MEMO.txt   optional: the debit memos the
      *                            return-to-vendor run RTVPROC
      *                            wrote.
      * *****
      * OUTPUT:
      *    AP-INVOICE-LEDGER.txt   rewritten with the lines paid and
      *                            the lines of voided checks put
      *                            back to approved.
      *    AP-CHECK-HISTORY.txt    rewritten with the checks drawn
      *                            and voided.
      *    AP-CHECK-CONTROL.txt    rewritten with the next check
      *                            number.
      *    VENDOR-DEBIT-MEMO.txt   rewritten with the memos applied
      *                            to a check, and the memos of
      *                            voided checks put back to open.
      *    POSITIVE-PAY.txt        the bank's positive-pay file:
      *                            a header with the interface
      *                            sequence, one issue ('I') or
      *                            void ('V') record per check --
      *                            account, check number, amount,
      *                            date, payee -- and a trailer.
      *    INTERFACE-CONTROL-LEDGER.txt  extended with the 'PP'
      *                            positive-pay row.
      *    JV-EXTRA-POSTINGS.txt   extended with 'CORP' postings:
      *                            'AP' cash paid, 'PD' discounts
      *                            earned, 'DM' debit memos
      *                            applied, and the reversing 'AV',
      *                            'PV' and 'DV' for checks voided.
      *    AP-Check-Register.txt   each check with the invoice
      *                            lines it pays, the voids, and
      *                            run totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-INVOICE-FILE
               ASSIGN TO 'AP-INVOICE-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS API-FILE-STATUS.
           SELECT VENDOR-MASTER-FILE
               ASSIGN TO 'VENDOR-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VNM-FILE-STATUS.
           SELECT TERMS-FILE
               ASSIGN TO 'TERMS-TABLE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRM-FILE-STATUS.
           SELECT CHECK-CONTROL-FILE
               ASSIGN TO 'AP-CHECK-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHC-FILE-STATUS.
           SELECT PAYMENT-PARM-FILE
               ASSIGN TO 'AP-PAYMENT-RUN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-FILE-STATUS.
           SELECT VOID-TRANS-FILE
               ASSIGN TO 'AP-CHECK-VOID-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VDT-FILE-STATUS.
           SELECT CHECK-HISTORY-FILE
               ASSIGN TO 'AP-CHECK-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKH-FILE-STATUS.
           SELECT DEBIT-MEMO-FILE
               ASSIGN TO 'VENDOR-DEBIT-MEMO.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VDM-FILE-STATUS.
           SELECT POSITIVE-PAY-FILE
               ASSIGN TO 'POSITIVE-PAY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PPY-FILE-STATUS.
           SELECT EXTRA-POSTINGS-FILE
               ASSIGN TO 'JV-EXTRA-POSTINGS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XPF-FILE-STATUS.
           SELECT INTERFACE-LEDGER-FILE
               ASSIGN TO 'INTERFACE-CONTROL-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IFL-FILE-STATUS.
           SELECT CHECK-REGISTER
               ASSIGN TO PRINTER 'AP-Check-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD AP-INVOICE-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY APINVREC.

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY VNDMREC.

       FD TERMS-FILE
           RECORD CONTAINS 32 CHARACTERS.

       COPY TERMREC.

       FD CHECK-CONTROL-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01  CHECK-CONTROL-RECORD.
           05  CHC-BANK-ACCOUNT        PIC X(17).
           05  CHC-NEXT-CHECK-NUMBER   PIC 9(8).

       FD PAYMENT-PARM-FILE
           RECORD CONTAINS 9 CHARACTERS.

       01  PAYMENT-PARM-RECORD.
           05  PRM-PAY-THROUGH-DATE    PIC 9(8).
           05  PRM-TAKE-DISCOUNTS      PIC X.

       FD VOID-TRANS-FILE
           RECORD CONTAINS 9 CHARACTERS.

       01  VOID-TRANS-RECORD.
           05  VDT-ACTION              PIC X.
               88  VDT-VOID                            VALUE 'V'.
               88  VDT-REISSUE                         VALUE 'R'.
           05  VDT-CHECK-NUMBER        PIC 9(8).

       FD CHECK-HISTORY-FILE
           RECORD CONTAINS 65 CHARACTERS.

       COPY APCHKREC.

       FD DEBIT-MEMO-FILE
           RECORD CONTAINS 78 CHARACTERS.

       COPY VDMREC.

       FD POSITIVE-PAY-FILE
           RECORD CONTAINS 65 CHARACTERS.

       01  POSITIVE-PAY-RECORD.
           05  PPY-RECORD-TYPE         PIC X.
           05  PPY-ACCOUNT             PIC X(17).
           05  PPY-CHECK-NUMBER        PIC 9(8).
           05  PPY-AMOUNT              PIC 9(9)V99.
           05  PPY-ISSUE-DATE          PIC 9(8).
           05  PPY-PAYEE               PIC X(20).

       01  POSITIVE-PAY-HEADER REDEFINES POSITIVE-PAY-RECORD.
           05  FILLER                  PIC X.
           05  PPH-RUN-DATE            PIC 9(8).
           05  PPH-SEQUENCE            PIC 9(5).
           05  PPH-ACCOUNT             PIC X(17).
           05  FILLER                  PIC X(34).

       01  POSITIVE-PAY-TRAILER REDEFINES POSITIVE-PAY-RECORD.
           05  FILLER                  PIC X.
           05  PPT-RECORD-COUNT        PIC 9(7).
           05  PPT-TOTAL-AMOUNT        PIC 9(11)V99.
           05  FILLER                  PIC X(44).

       FD EXTRA-POSTINGS-FILE
           RECORD CONTAINS 19 CHARACTERS.

       01  EXTRA-POSTING-RECORD.
           05  XPF-WAREHOUSE-ID        PIC X(4).
           05  XPF-CATEGORY            PIC XX.
           05  XPF-AMOUNT              PIC 9(11)V99.

       FD INTERFACE-LEDGER-FILE
           RECORD CONTAINS 31 CHARACTERS.

       01  INTERFACE-LEDGER-RECORD.
           05  IFL-INTERFACE-CODE      PIC XX.
           05  IFL-RUN-DATE            PIC 9(8).
           05  IFL-SEQUENCE            PIC 9(5).
           05  IFL-RECORD-COUNT        PIC 9(7).
           05  IFL-ACK-FLAG            PIC X.
           05  IFL-ACK-DATE            PIC 9(8).

       FD CHECK-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  API-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-API-DATA                     VALUE 'N'.
           05  VNM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-VNM-DATA                     VALUE 'N'.
           05  TRM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-TRM-DATA                     VALUE 'N'.
           05  VDT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-VDT-DATA                     VALUE 'N'.
           05  CKH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CKH-DATA                     VALUE 'N'.
           05  IFL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-IFL-DATA                     VALUE 'N'.
           05  VDM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-VDM-DATA                     VALUE 'N'.
           05  VENDOR-FOUND-SWITCH     PIC X           VALUE 'N'.
               88 VENDOR-FOUND                         VALUE 'Y'.
           05  CHECK-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 CHECK-FOUND                          VALUE 'Y'.
           05  TAKE-DISCOUNTS-SWITCH   PIC X           VALUE 'Y'.
               88 TAKE-EARLY-DISCOUNTS                 VALUE 'Y'.
           05  MEMO-FILE-SWITCH        PIC X           VALUE 'N'.
               88 MEMO-FILE-ON-HAND                    VALUE 'Y'.
           05  MEMOS-TOUCHED-SWITCH    PIC X           VALUE 'N'.
               88 MEMOS-TOUCHED                        VALUE 'Y'.

       01  TEMP-FIELDS.
           05  API-FILE-STATUS         PIC XX          VALUE SPACES.
           05  VNM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TRM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CHC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PRM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  VDT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CKH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PPY-FILE-STATUS         PIC XX          VALUE SPACES.
           05  XPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  IFL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  VDM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  PAY-THROUGH-DATE        PIC 9(8)        VALUE 0.
           05  BANK-ACCOUNT            PIC X(17)       VALUE SPACES.
           05  NEXT-CHECK-NUMBER       PIC 9(8)        VALUE 0.
           05  CHECK-NUMBER            PIC 9(8)        VALUE 0.
           05  INTERFACE-SEQUENCE      PIC 9(5)        VALUE 1.
           05  ITEM-SUB                PIC 9(5)        VALUE 0.
           05  VENDOR-SUB              PIC 999         VALUE 0.
           05  VENDOR-HOLD-SUB         PIC 999         VALUE 0.
           05  TERMS-SUB               PIC 999         VALUE 0.
           05  CHECK-SUB               PIC 9(4)        VALUE 0.
           05  CHECK-HOLD-SUB          PIC 9(4)        VALUE 0.
           05  LETTER-SUB              PIC 99          VALUE 0.
           05  MEMO-SUB                PIC 9(5)        VALUE 0.
           05  PAY-VENDOR-ID           PIC A           VALUE SPACE.
           05  NET-DAYS                PIC 999         VALUE 0.
           05  DISCOUNT-PCT            PIC 99V99       VALUE 0.
           05  DISCOUNT-DAYS           PIC 999         VALUE 0.
           05  ROLL-DAYS               PIC 999         VALUE 0.
           05  DATE-WORK               PIC 9(8)        VALUE 0.
           05  DATE-WORK-X REDEFINES DATE-WORK.
               10  WORK-CCYY           PIC 9(4).
               10  WORK-MM             PIC 99.
               10  WORK-DD             PIC 99.
           05  DAY-COUNT               PIC 9(4)        VALUE 0.
           05  MONTH-LENGTH            PIC 99          VALUE 0.
           05  LEAP-QUOTIENT           PIC 9(4)        VALUE 0.
           05  LEAP-REMAINDER          PIC 999         VALUE 0.
           05  LINE-DUE-DATE           PIC 9(8)        VALUE 0.
           05  LINE-DISCOUNT-DATE      PIC 9(8)        VALUE 0.
           05  LINE-DISCOUNT           PIC 9(7)V99     VALUE 0.
           05  CHECK-LINE-COUNT        PIC 9(5)        VALUE 0.
           05  CHECK-GROSS             PIC 9(9)V99     VALUE 0.
           05  CHECK-DISCOUNT          PIC 9(9)V99     VALUE 0.
           05  CHECK-NET               PIC 9(9)V99     VALUE 0.
           05  CHECK-MEMO-AMOUNT       PIC 9(9)V99     VALUE 0.
           05  REOPEN-DISCOUNT         PIC 9(9)V99     VALUE 0.
           05  REOPEN-LINE-COUNT       PIC 9(5)        VALUE 0.
           05  LEDGER-RECORD-COUNT     PIC 9(7)        VALUE 0.

       01  RUN-TOTALS.
           05  CHECKS-ISSUED-COUNT     PIC 9(5)        VALUE 0.
           05  CHECKS-ISSUED-AMOUNT    PIC 9(11)V99    VALUE 0.
           05  LINES-PAID-COUNT        PIC 9(5)        VALUE 0.
           05  GROSS-PAID-TOTAL        PIC 9(11)V99    VALUE 0.
           05  DISCOUNT-TOTAL          PIC 9(11)V99    VALUE 0.
           05  VOID-COUNT              PIC 9(5)        VALUE 0.
           05  VOID-AMOUNT-TOTAL       PIC 9(11)V99    VALUE 0.
           05  VOID-DISCOUNT-TOTAL     PIC 9(11)V99    VALUE 0.
           05  MEMOS-APPLIED-COUNT     PIC 9(5)        VALUE 0.
           05  MEMOS-APPLIED-TOTAL     PIC 9(11)V99    VALUE 0.
           05  MEMOS-REOPENED-COUNT    PIC 9(5)        VALUE 0.
           05  MEMOS-REOPENED-TOTAL    PIC 9(11)V99    VALUE 0.
           05  VOID-REJECT-COUNT       PIC 9(5)        VALUE 0.
           05  VENDOR-SKIP-COUNT       PIC 9(5)        VALUE 0.
           05  PP-RECORD-COUNT         PIC 9(7)        VALUE 0.
           05  PP-AMOUNT-TOTAL         PIC 9(11)V99    VALUE 0.

       01  MONTH-LENGTH-VALUES         PIC X(24)       VALUE
                                       '312831303130313130313031'.

       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05  MONTH-DAYS OCCURS 12 TIMES
                                       PIC 99.

      *****************************************************************
      * The vendors are paid in Vendor ID order, one check each.
      *****************************************************************
       01  VENDOR-LETTER-VALUES        PIC X(26)       VALUE
                                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  VENDOR-LETTER-TABLE REDEFINES VENDOR-LETTER-VALUES.
           05  VENDOR-LETTER OCCURS 26 TIMES
                                       PIC A.

       01  VENDOR-COUNT                PIC 999         VALUE 0.

       01  VENDOR-TABLE.
           05  VENDOR-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON VENDOR-COUNT.
               10  VND-VENDOR-ID       PIC A.
               10  VND-VENDOR-NAME     PIC X(20).
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

      *****************************************************************
      * ITEM-TABLE holds the whole AP invoice ledger while checks are
      * voided and drawn; the ledger is rewritten from it at end of
      * run.  ITM-PAY-FLAG marks the lines going on the check being
      * drawn ('S') and the lines of a check voided for reissue
      * ('R'), which are paid again whatever their due date.
      *****************************************************************
       01  ITEM-COUNT                  PIC 9(5)        VALUE 0.

       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON ITEM-COUNT.
               10  ITM-VENDOR-ID       PIC A.
               10  ITM-INVOICE-NUMBER  PIC X(10).
               10  ITM-INVOICE-DATE    PIC 9(8).
               10  ITM-PO-NUMBER       PIC X(8).
               10  ITM-CANDY-ID        PIC XXX.
               10  ITM-CASES           PIC 9(5).
               10  ITM-UNIT-PRICE      PIC 999V99.
               10  ITM-AMOUNT          PIC 9(9)V99.
               10  ITM-MATCH-DATE      PIC 9(8).
               10  ITM-STATUS          PIC X.
               10  ITM-DISCOUNT-AMOUNT PIC 9(7)V99.
               10  ITM-CHECK-NUMBER    PIC 9(8).
               10  ITM-PAID-DATE       PIC 9(8).

       01  ITEM-FLAG-TABLE.
           05  ITM-PAY-FLAG OCCURS 10000 TIMES
                                       PIC X.

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
      * MEMO-TABLE holds the whole debit memo file; the open memos
      * are taken off the checks in file order, which is memo
      * number order, oldest first.
      *****************************************************************
       01  MEMO-COUNT                  PIC 9(5)        VALUE 0.

       01  MEMO-TABLE.
           05  MEMO-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON MEMO-COUNT.
               10  MMO-MEMO-NUMBER     PIC 9(6).
               10  MMO-RTV-DATE        PIC 9(8).
               10  MMO-VENDOR-ID       PIC A.
               10  MMO-WAREHOUSE-ID    PIC X(4).
               10  MMO-CANDY-ID        PIC XXX.
               10  MMO-LOT-NUMBER      PIC X(10).
               10  MMO-CASES           PIC 9(5).
               10  MMO-REASON-CODE     PIC XX.
               10  MMO-RMA-NUMBER      PIC X(10).
               10  MMO-AMOUNT          PIC 9(9)V99.
               10  MMO-RECALL-FLAG     PIC X.
               10  MMO-STATUS          PIC X.
               10  MMO-CHECK-NUMBER    PIC 9(8).
               10  MMO-APPLIED-DATE    PIC 9(8).

       01  REGISTER-COLUMN-HEADING.
           05  FILLER                  PIC X(24)   VALUE
                                       '    INVOICE     PO      '.
           05  FILLER                  PIC X(20)   VALUE
                                       '  INV DATE  DUE DATE'.
           05  FILLER                  PIC X(12)   VALUE
                                       '       GROSS'.
           05  FILLER                  PIC X(10)   VALUE
                                       '  DISCOUNT'.
           05  FILLER                  PIC X(11)   VALUE
                                       '        NET'.

       01  CHECK-HEADING-LINE.
           05  FILLER                  PIC X(6)        VALUE 'CHECK '.
           05  CHL-CHECK-NUMBER        PIC 9(8).
           05  FILLER                  PIC X(8)        VALUE
                                       '  VENDOR'.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CHL-VENDOR-ID           PIC X.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  CHL-PAYEE-NAME          PIC X(20).
           05  FILLER                  PIC X(34)       VALUE SPACES.

       01  CHECK-DETAIL-LINE.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  CDL-INVOICE-NUMBER      PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  CDL-PO-NUMBER           PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  CDL-INVOICE-DATE        PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  CDL-DUE-DATE            PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  CDL-GROSS               PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CDL-DISCOUNT            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CDL-NET                 PIC ZZZ,ZZ9.99.

       01  CHECK-TOTAL-LINE.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  CTL-LABEL               PIC X(40).
           05  CTL-GROSS               PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CTL-DISCOUNT            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CTL-NET                 PIC ZZZ,ZZ9.99.

       01  VOID-LINE.
           05  VDL-ACTION              PIC X(13).
           05  VDL-CHECK-NUMBER        PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  VDL-VENDOR-ID           PIC X.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  VDL-PAYEE-NAME          PIC X(20).
           05  FILLER                  PIC X           VALUE SPACE.
           05  VDL-AMOUNT              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  VDL-DISPOSITION         PIC X(22).

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(33)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           MOVE RUN-DATE-YYYYMMDD TO PAY-THROUGH-DATE

           PERFORM 11-READ-PAYMENT-PARMS
           PERFORM 12-LOAD-VENDOR-MASTER
           PERFORM 13-LOAD-TERMS-TABLE
           PERFORM 14-LOAD-CHECK-CONTROL
           PERFORM 14A-LOAD-CHECK-HISTORY
           PERFORM 14B-LOAD-INVOICE-LEDGER
           PERFORM 14D-LOAD-DEBIT-MEMOS
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-VOIDS
           PERFORM 30-PAY-VENDORS
           PERFORM 40-EOF-ROUTINE
           .

       11-READ-PAYMENT-PARMS.

           OPEN INPUT PAYMENT-PARM-FILE
           IF PRM-FILE-STATUS IS EQUAL TO '00'
               READ PAYMENT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-PAY-THROUGH-DATE IS NUMERIC
                          AND PRM-PAY-THROUGH-DATE IS GREATER
                               THAN ZERO
                           MOVE PRM-PAY-THROUGH-DATE TO
                                   PAY-THROUGH-DATE
                       END-IF
                       IF PRM-TAKE-DISCOUNTS IS EQUAL TO 'N'
                           MOVE 'N' TO TAKE-DISCOUNTS-SWITCH
                       END-IF
               END-READ
               CLOSE PAYMENT-PARM-FILE
           END-IF
           .

       12-LOAD-VENDOR-MASTER.

           OPEN INPUT VENDOR-MASTER-FILE
           IF VNM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'APPAYRUN: UNABLE TO OPEN VENDOR MASTER, '
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
                           DISPLAY 'APPAYRUN: VENDOR MASTER HAS MORE '
                                   'THAN 100 ENTRIES, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO VENDOR-COUNT
                       MOVE VNM-VENDOR-ID TO
                               VND-VENDOR-ID (VENDOR-COUNT)
                       MOVE VNM-VENDOR-NAME TO
                               VND-VENDOR-NAME (VENDOR-COUNT)
                       MOVE VNM-TERMS-CODE TO
                               VND-TERMS-CODE (VENDOR-COUNT)
               END-READ
           END-PERFORM

           CLOSE VENDOR-MASTER-FILE
           .

       13-LOAD-TERMS-TABLE.

           OPEN INPUT TERMS-FILE
           IF TRM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF TRM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'APPAYRUN: UNABLE TO OPEN TERMS TABLE, '
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
                              AND TRM-DISCOUNT-PCT IS NUMERIC
                              AND TRM-DISCOUNT-DAYS IS NUMERIC
                               IF TERMS-COUNT IS EQUAL TO 100
                                   DISPLAY 'APPAYRUN: MORE THAN 100 '
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

       14-LOAD-CHECK-CONTROL.

           OPEN INPUT CHECK-CONTROL-FILE
           IF CHC-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'APPAYRUN: UNABLE TO OPEN CHECK CONTROL '
                       'FILE, FILE STATUS = ' CHC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CHECK-CONTROL-FILE
               AT END
                   DISPLAY 'APPAYRUN: CHECK CONTROL FILE IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF CHC-NEXT-CHECK-NUMBER IS NOT NUMERIC
              OR CHC-BANK-ACCOUNT IS EQUAL TO SPACES
               DISPLAY 'APPAYRUN: CHECK CONTROL RECORD IS INVALID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CHC-BANK-ACCOUNT TO BANK-ACCOUNT
           MOVE CHC-NEXT-CHECK-NUMBER TO NEXT-CHECK-NUMBER
           CLOSE CHECK-CONTROL-FILE
           .

       14A-LOAD-CHECK-HISTORY.

           OPEN INPUT CHECK-HISTORY-FILE
           IF CKH-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CKH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'APPAYRUN: UNABLE TO OPEN CHECK HISTORY, '
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
                           IF CKH-CLEARED-DATE IS NOT NUMERIC
                               MOVE 0 TO CKH-CLEARED-DATE
                           END-IF
                           PERFORM 14C-ADD-CHECK-ENTRY
                           MOVE AP-CHECK-RECORD TO
                                   CHECK-ENTRY (CHECK-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CHECK-HISTORY-FILE
           END-IF
           .

       14B-LOAD-INVOICE-LEDGER.

           OPEN INPUT AP-INVOICE-FILE
           IF API-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'APPAYRUN: NO AP INVOICE LEDGER ON FILE'
           ELSE
               IF API-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'APPAYRUN: UNABLE TO OPEN AP INVOICE '
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
                           IF ITEM-COUNT IS EQUAL TO 10000
                               DISPLAY 'APPAYRUN: MORE THAN 10000 '
                                       'INVOICE LINES, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           IF API-DISCOUNT-AMOUNT IS NOT NUMERIC
                               MOVE 0 TO API-DISCOUNT-AMOUNT
                           END-IF
                           IF API-CHECK-NUMBER IS NOT NUMERIC
                               MOVE 0 TO API-CHECK-NUMBER
                           END-IF
                           IF API-PAID-DATE IS NOT NUMERIC
                               MOVE 0 TO API-PAID-DATE
                           END-IF
                           ADD 1 TO ITEM-COUNT
                           MOVE AP-INVOICE-RECORD TO
                                   ITEM-ENTRY (ITEM-COUNT)
                           MOVE SPACE TO ITM-PAY-FLAG (ITEM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE AP-INVOICE-FILE
           END-IF
           .

       14C-ADD-CHECK-ENTRY.

           IF CHECK-COUNT IS EQUAL TO 5000
               DISPLAY 'APPAYRUN: MORE THAN 5000 CHECKS ON THE '
                       'CHECK HISTORY, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CHECK-COUNT
           .

       14D-LOAD-DEBIT-MEMOS.

           OPEN INPUT DEBIT-MEMO-FILE
           IF VDM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF VDM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'APPAYRUN: UNABLE TO OPEN DEBIT MEMO '
                           'FILE, FILE STATUS = ' VDM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO MEMO-FILE-SWITCH
               MOVE ' ' TO VDM-EOF-FLAG
               PERFORM UNTIL NO-MORE-VDM-DATA
                   READ DEBIT-MEMO-FILE
                       AT END
                           MOVE 'N' TO VDM-EOF-FLAG
                       NOT AT END
                           IF MEMO-COUNT IS EQUAL TO 10000
                               DISPLAY 'APPAYRUN: MORE THAN 10000 '
                                       'DEBIT MEMOS, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           IF VDM-AMOUNT IS NOT NUMERIC
                               MOVE 0 TO VDM-AMOUNT
                           END-IF
                           IF VDM-CHECK-NUMBER IS NOT NUMERIC
                               MOVE 0 TO VDM-CHECK-NUMBER
                           END-IF
                           IF VDM-APPLIED-DATE IS NOT NUMERIC
                               MOVE 0 TO VDM-APPLIED-DATE
                           END-IF
                           ADD 1 TO MEMO-COUNT
                           MOVE VENDOR-DEBIT-MEMO-RECORD TO
                                   MEMO-ENTRY (MEMO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DEBIT-MEMO-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           PERFORM 50-TAKE-NEXT-SEQUENCE
               THRU 50-TAKE-EXIT

           OPEN OUTPUT POSITIVE-PAY-FILE
           IF PPY-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'APPAYRUN: UNABLE TO OPEN POSITIVE PAY '
                       'FILE, FILE STATUS = ' PPY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE 'H' TO PPY-RECORD-TYPE
           MOVE RUN-DATE-YYYYMMDD TO PPH-RUN-DATE
           MOVE INTERFACE-SEQUENCE TO PPH-SEQUENCE
           MOVE BANK-ACCOUNT TO PPH-ACCOUNT
           WRITE POSITIVE-PAY-RECORD

           OPEN OUTPUT CHECK-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           STRING 'AP CHECK REGISTER ' DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
                  '  BANK ACCOUNT ' DELIMITED BY SIZE
                  BANK-ACCOUNT DELIMITED BY SIZE
               INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           STRING 'PAYING THROUGH ' DELIMITED BY SIZE
                  PAY-THROUGH-DATE DELIMITED BY SIZE
               INTO REGISTER-RECORD
           IF TAKE-EARLY-DISCOUNTS
               MOVE ', EARLY FOR DISCOUNTS' TO REGISTER-RECORD (24:)
           END-IF
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 20-PROCESS-VOIDS stops the checks keyed for voiding before
      * anything is drawn, so a check voided for reissue is paid
      * again in this run.
      *****************************************************************
       20-PROCESS-VOIDS.

           OPEN INPUT VOID-TRANS-FILE
           IF VDT-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF VDT-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'APPAYRUN: UNABLE TO OPEN CHECK VOID '
                           'FILE, FILE STATUS = ' VDT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO REGISTER-RECORD
               WRITE REGISTER-RECORD
               MOVE 'CHECKS VOIDED' TO REGISTER-RECORD
               WRITE REGISTER-RECORD
               MOVE ' ' TO VDT-EOF-FLAG
               PERFORM UNTIL NO-MORE-VDT-DATA
                   READ VOID-TRANS-FILE
                       AT END
                           MOVE 'N' TO VDT-EOF-FLAG
                       NOT AT END
                           PERFORM 25-APPLY-ONE-VOID
                               THRU 25-APPLY-EXIT
                   END-READ
               END-PERFORM
               CLOSE VOID-TRANS-FILE
           END-IF
           .

      *****************************************************************
      * 25-APPLY-ONE-VOID needs a check on the history still issued.
      * The check is marked voided, the bank is told to stop it,
      * and its invoice lines and debit memos go back to approved
      * and open; the cash, discount and memo entries it posted
      * are reversed.
      *****************************************************************
       25-APPLY-ONE-VOID.

           MOVE SPACES TO VOID-LINE
           IF VDT-CHECK-NUMBER IS NUMERIC
               MOVE VDT-CHECK-NUMBER TO VDL-CHECK-NUMBER
           END-IF

           IF NOT VDT-VOID
              AND NOT VDT-REISSUE
               MOVE 'REJECTED' TO VDL-ACTION
               MOVE 'ACTION INVALID' TO VDL-DISPOSITION
               GO TO 25-APPLY-REJECT
           END-IF

           MOVE 'N' TO CHECK-FOUND-SWITCH
           IF VDT-CHECK-NUMBER IS NUMERIC
               PERFORM VARYING CHECK-SUB FROM 1 BY 1
                   UNTIL CHECK-SUB > CHECK-COUNT
                      OR CHECK-FOUND
                   IF CHK-CHECK-NUMBER (CHECK-SUB) IS EQUAL TO
                           VDT-CHECK-NUMBER
                      AND CHK-STATUS (CHECK-SUB) IS EQUAL TO 'I'
                       MOVE 'Y' TO CHECK-FOUND-SWITCH
                       MOVE CHECK-SUB TO CHECK-HOLD-SUB
                   END-IF
               END-PERFORM
           END-IF
           IF NOT CHECK-FOUND
               MOVE 'REJECTED' TO VDL-ACTION
               MOVE 'CHECK NOT OUTSTANDING' TO VDL-DISPOSITION
               GO TO 25-APPLY-REJECT
           END-IF

           MOVE 'V' TO CHK-STATUS (CHECK-HOLD-SUB)
           MOVE RUN-DATE-YYYYMMDD TO CHK-VOID-DATE (CHECK-HOLD-SUB)

           MOVE 'V' TO PPY-RECORD-TYPE
           MOVE CHK-CHECK-NUMBER (CHECK-HOLD-SUB) TO CHECK-NUMBER
           MOVE CHK-AMOUNT (CHECK-HOLD-SUB) TO CHECK-NET
           MOVE CHK-CHECK-DATE (CHECK-HOLD-SUB) TO PPY-ISSUE-DATE
           MOVE CHK-PAYEE-NAME (CHECK-HOLD-SUB) TO PPY-PAYEE
           PERFORM 37-WRITE-POSITIVE-PAY

           PERFORM 26-REOPEN-CHECK-LINES
           PERFORM 27-REOPEN-CHECK-MEMOS

           ADD 1 TO VOID-COUNT
           ADD CHK-AMOUNT (CHECK-HOLD-SUB) TO VOID-AMOUNT-TOTAL
           ADD REOPEN-DISCOUNT TO VOID-DISCOUNT-TOTAL

           IF VDT-REISSUE
               MOVE 'VOID/REISSUE' TO VDL-ACTION
               MOVE 'REISSUED BELOW' TO VDL-DISPOSITION
           ELSE
               MOVE 'VOIDED' TO VDL-ACTION
               MOVE 'LINES BACK TO APPROVED' TO VDL-DISPOSITION
           END-IF
           MOVE CHK-VENDOR-ID (CHECK-HOLD-SUB) TO VDL-VENDOR-ID
           MOVE CHK-PAYEE-NAME (CHECK-HOLD-SUB) TO VDL-PAYEE-NAME
           MOVE CHK-AMOUNT (CHECK-HOLD-SUB) TO VDL-AMOUNT
           MOVE VOID-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           GO TO 25-APPLY-EXIT
           .

       25-APPLY-REJECT.

           ADD 1 TO VOID-REJECT-COUNT
           MOVE VOID-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       25-APPLY-EXIT.
           EXIT.

       26-REOPEN-CHECK-LINES.

           MOVE 0 TO REOPEN-DISCOUNT
           MOVE 0 TO REOPEN-LINE-COUNT
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > ITEM-COUNT
               IF ITM-STATUS (ITEM-SUB) IS EQUAL TO 'P'
                  AND ITM-CHECK-NUMBER (ITEM-SUB) IS EQUAL TO
                       CHECK-NUMBER
                   ADD ITM-DISCOUNT-AMOUNT (ITEM-SUB) TO
                           REOPEN-DISCOUNT
                   ADD 1 TO REOPEN-LINE-COUNT
                   MOVE 'A' TO ITM-STATUS (ITEM-SUB)
                   MOVE 0 TO ITM-DISCOUNT-AMOUNT (ITEM-SUB)
                   MOVE 0 TO ITM-CHECK-NUMBER (ITEM-SUB)
                   MOVE 0 TO ITM-PAID-DATE (ITEM-SUB)
                   IF VDT-REISSUE
                       MOVE 'R' TO ITM-PAY-FLAG (ITEM-SUB)
                   END-IF
               END-IF
           END-PERFORM
           .

       27-REOPEN-CHECK-MEMOS.

           PERFORM VARYING MEMO-SUB FROM 1 BY 1
               UNTIL MEMO-SUB > MEMO-COUNT
               IF MMO-STATUS (MEMO-SUB) IS EQUAL TO 'A'
                  AND MMO-CHECK-NUMBER (MEMO-SUB) IS EQUAL TO
                       CHECK-NUMBER
                   ADD 1 TO MEMOS-REOPENED-COUNT
                   ADD MMO-AMOUNT (MEMO-SUB) TO MEMOS-REOPENED-TOTAL
                   MOVE 'O' TO MMO-STATUS (MEMO-SUB)
                   MOVE 0 TO MMO-CHECK-NUMBER (MEMO-SUB)
                   MOVE 0 TO MMO-APPLIED-DATE (MEMO-SUB)
                   MOVE 'Y' TO MEMOS-TOUCHED-SWITCH
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 30-PAY-VENDORS draws the checks, vendor by vendor.
      *****************************************************************
       30-PAY-VENDORS.

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-COLUMN-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           PERFORM VARYING LETTER-SUB FROM 1 BY 1
               UNTIL LETTER-SUB > 26
               MOVE VENDOR-LETTER (LETTER-SUB) TO PAY-VENDOR-ID
               PERFORM 31-PAY-ONE-VENDOR THRU 31-PAY-EXIT
           END-PERFORM
           .

      *****************************************************************
      * 31-PAY-ONE-VENDOR picks the vendor's approved lines that are
      * due, or that a reissue put back, or -- paying early -- that
      * are still inside the discount window.  A line paid inside
      * the window takes the discount.  The lines picked go on one
      * check.
      *****************************************************************
       31-PAY-ONE-VENDOR.

           MOVE 0 TO CHECK-LINE-COUNT
           MOVE 0 TO CHECK-GROSS
           MOVE 0 TO CHECK-DISCOUNT
           PERFORM 33-FIND-VENDOR-TERMS

           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > ITEM-COUNT
               IF ITM-VENDOR-ID (ITEM-SUB) IS EQUAL TO PAY-VENDOR-ID
                  AND ITM-STATUS (ITEM-SUB) IS EQUAL TO 'A'
                   PERFORM 32-CHECK-SELECTION
               END-IF
           END-PERFORM

           IF CHECK-LINE-COUNT IS EQUAL TO ZERO
               GO TO 31-PAY-EXIT
           END-IF

           IF NOT VENDOR-FOUND
               ADD 1 TO VENDOR-SKIP-COUNT
               MOVE SPACES TO REGISTER-RECORD
               STRING 'VENDOR ' DELIMITED BY SIZE
                      PAY-VENDOR-ID DELIMITED BY SIZE
                      ' NOT ON VENDOR MASTER - NOT PAID'
                                           DELIMITED BY SIZE
                   INTO REGISTER-RECORD
               WRITE REGISTER-RECORD
               PERFORM VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > ITEM-COUNT
                   IF ITM-PAY-FLAG (ITEM-SUB) IS EQUAL TO 'S'
                       MOVE SPACE TO ITM-PAY-FLAG (ITEM-SUB)
                   END-IF
               END-PERFORM
               GO TO 31-PAY-EXIT
           END-IF

           PERFORM 36-WRITE-CHECK
           .

       31-PAY-EXIT.
           EXIT.

       32-CHECK-SELECTION.

           MOVE 0 TO LINE-DUE-DATE
           MOVE 0 TO LINE-DISCOUNT-DATE
           MOVE 0 TO LINE-DISCOUNT
           IF ITM-INVOICE-DATE (ITEM-SUB) IS NUMERIC
              AND ITM-INVOICE-DATE (ITEM-SUB) IS GREATER THAN ZERO
               MOVE ITM-INVOICE-DATE (ITEM-SUB) TO DATE-WORK
               MOVE NET-DAYS TO ROLL-DAYS
               PERFORM 34-ROLL-DATE
               MOVE DATE-WORK TO LINE-DUE-DATE
               MOVE ITM-INVOICE-DATE (ITEM-SUB) TO DATE-WORK
               MOVE DISCOUNT-DAYS TO ROLL-DAYS
               PERFORM 34-ROLL-DATE
               MOVE DATE-WORK TO LINE-DISCOUNT-DATE
           END-IF

           IF DISCOUNT-PCT IS GREATER THAN ZERO
              AND RUN-DATE-YYYYMMDD IS NOT GREATER THAN
                   LINE-DISCOUNT-DATE
               COMPUTE LINE-DISCOUNT ROUNDED =
                       ITM-AMOUNT (ITEM-SUB) * DISCOUNT-PCT / 100
           END-IF

           IF ITM-PAY-FLAG (ITEM-SUB) IS EQUAL TO 'R'
              OR LINE-DUE-DATE IS NOT GREATER THAN PAY-THROUGH-DATE
              OR (TAKE-EARLY-DISCOUNTS
                  AND LINE-DISCOUNT IS GREATER THAN ZERO)
               MOVE 'S' TO ITM-PAY-FLAG (ITEM-SUB)
               MOVE LINE-DISCOUNT TO ITM-DISCOUNT-AMOUNT (ITEM-SUB)
               ADD 1 TO CHECK-LINE-COUNT
               ADD ITM-AMOUNT (ITEM-SUB) TO CHECK-GROSS
               ADD LINE-DISCOUNT TO CHECK-DISCOUNT
           END-IF
           .

       33-FIND-VENDOR-TERMS.

           MOVE 0 TO NET-DAYS
           MOVE 0 TO DISCOUNT-PCT
           MOVE 0 TO DISCOUNT-DAYS
           MOVE 'N' TO VENDOR-FOUND-SWITCH
           PERFORM VARYING VENDOR-SUB FROM 1 BY 1
               UNTIL VENDOR-SUB > VENDOR-COUNT
                  OR VENDOR-FOUND
               IF VND-VENDOR-ID (VENDOR-SUB) IS EQUAL TO PAY-VENDOR-ID
                   MOVE 'Y' TO VENDOR-FOUND-SWITCH
                   MOVE VENDOR-SUB TO VENDOR-HOLD-SUB
               END-IF
           END-PERFORM

           IF VENDOR-FOUND
               PERFORM VARYING TERMS-SUB FROM 1 BY 1
                   UNTIL TERMS-SUB > TERMS-COUNT
                   IF TRT-TERMS-CODE (TERMS-SUB) IS EQUAL TO
                           VND-TERMS-CODE (VENDOR-HOLD-SUB)
                      AND VND-TERMS-CODE (VENDOR-HOLD-SUB) IS NOT
                           EQUAL TO SPACES
                       MOVE TRT-NET-DAYS (TERMS-SUB) TO NET-DAYS
                       MOVE TRT-DISCOUNT-PCT (TERMS-SUB) TO
                               DISCOUNT-PCT
                       MOVE TRT-DISCOUNT-DAYS (TERMS-SUB) TO
                               DISCOUNT-DAYS
                       MOVE TERMS-COUNT TO TERMS-SUB
                   END-IF
               END-PERFORM
           END-IF
           .

      *****************************************************************
      * 34-ROLL-DATE moves DATE-WORK forward ROLL-DAYS calendar days,
      * month by month, leap years included.
      *****************************************************************
       34-ROLL-DATE.

           COMPUTE DAY-COUNT = WORK-DD + ROLL-DAYS
           PERFORM 35-SET-MONTH-LENGTH
           PERFORM UNTIL DAY-COUNT IS NOT GREATER THAN MONTH-LENGTH
               SUBTRACT MONTH-LENGTH FROM DAY-COUNT
               IF WORK-MM IS EQUAL TO 12
                   MOVE 1 TO WORK-MM
                   ADD 1 TO WORK-CCYY
               ELSE
                   ADD 1 TO WORK-MM
               END-IF
               PERFORM 35-SET-MONTH-LENGTH
           END-PERFORM
           MOVE DAY-COUNT TO WORK-DD
           .

       35-SET-MONTH-LENGTH.

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

      *****************************************************************
      * 36-WRITE-CHECK draws the vendor's check: the next number
      * off the control file, a register entry with each line it
      * pays and each debit memo it takes, the check history, and
      * the positive-pay issue record.
      *****************************************************************
       36-WRITE-CHECK.

           MOVE NEXT-CHECK-NUMBER TO CHECK-NUMBER
           ADD 1 TO NEXT-CHECK-NUMBER
           COMPUTE CHECK-NET = CHECK-GROSS - CHECK-DISCOUNT

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE CHECK-NUMBER TO CHL-CHECK-NUMBER
           MOVE PAY-VENDOR-ID TO CHL-VENDOR-ID
           MOVE VND-VENDOR-NAME (VENDOR-HOLD-SUB) TO CHL-PAYEE-NAME
           MOVE CHECK-HEADING-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > ITEM-COUNT
               IF ITM-PAY-FLAG (ITEM-SUB) IS EQUAL TO 'S'
                   MOVE ITM-INVOICE-NUMBER (ITEM-SUB) TO
                           CDL-INVOICE-NUMBER
                   MOVE ITM-PO-NUMBER (ITEM-SUB) TO CDL-PO-NUMBER
                   MOVE ITM-INVOICE-DATE (ITEM-SUB) TO
                           CDL-INVOICE-DATE
                   MOVE ITM-INVOICE-DATE (ITEM-SUB) TO DATE-WORK
                   MOVE NET-DAYS TO ROLL-DAYS
                   IF ITM-INVOICE-DATE (ITEM-SUB) IS NUMERIC
                      AND ITM-INVOICE-DATE (ITEM-SUB) IS GREATER
                           THAN ZERO
                       PERFORM 34-ROLL-DATE
                   END-IF
                   MOVE DATE-WORK TO CDL-DUE-DATE
                   MOVE ITM-AMOUNT (ITEM-SUB) TO CDL-GROSS
                   MOVE ITM-DISCOUNT-AMOUNT (ITEM-SUB) TO CDL-DISCOUNT
                   COMPUTE CDL-NET = ITM-AMOUNT (ITEM-SUB)
                           - ITM-DISCOUNT-AMOUNT (ITEM-SUB)
                   MOVE CHECK-DETAIL-LINE TO REGISTER-RECORD
                   WRITE REGISTER-RECORD

                   MOVE 'P' TO ITM-STATUS (ITEM-SUB)
                   MOVE CHECK-NUMBER TO ITM-CHECK-NUMBER (ITEM-SUB)
                   MOVE RUN-DATE-YYYYMMDD TO ITM-PAID-DATE (ITEM-SUB)
                   MOVE SPACE TO ITM-PAY-FLAG (ITEM-SUB)
                   ADD 1 TO LINES-PAID-COUNT
               END-IF
           END-PERFORM

           PERFORM 38-APPLY-DEBIT-MEMOS

           MOVE SPACES TO CTL-LABEL
           MOVE 'CHECK TOTAL' TO CTL-LABEL
           MOVE CHECK-GROSS TO CTL-GROSS
           MOVE CHECK-DISCOUNT TO CTL-DISCOUNT
           MOVE CHECK-NET TO CTL-NET
           MOVE CHECK-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           PERFORM 14C-ADD-CHECK-ENTRY
           MOVE CHECK-NUMBER TO CHK-CHECK-NUMBER (CHECK-COUNT)
           MOVE RUN-DATE-YYYYMMDD TO CHK-CHECK-DATE (CHECK-COUNT)
           MOVE PAY-VENDOR-ID TO CHK-VENDOR-ID (CHECK-COUNT)
           MOVE VND-VENDOR-NAME (VENDOR-HOLD-SUB) TO
                   CHK-PAYEE-NAME (CHECK-COUNT)
           MOVE CHECK-NET TO CHK-AMOUNT (CHECK-COUNT)
           MOVE 'I' TO CHK-STATUS (CHECK-COUNT)
           MOVE 0 TO CHK-VOID-DATE (CHECK-COUNT)
           MOVE 0 TO CHK-CLEARED-DATE (CHECK-COUNT)

           MOVE 'I' TO PPY-RECORD-TYPE
           MOVE RUN-DATE-YYYYMMDD TO PPY-ISSUE-DATE
           MOVE VND-VENDOR-NAME (VENDOR-HOLD-SUB) TO PPY-PAYEE
           PERFORM 37-WRITE-POSITIVE-PAY

           ADD 1 TO CHECKS-ISSUED-COUNT
           ADD CHECK-NET TO CHECKS-ISSUED-AMOUNT
           ADD CHECK-GROSS TO GROSS-PAID-TOTAL
           ADD CHECK-DISCOUNT TO DISCOUNT-TOTAL
           .

       37-WRITE-POSITIVE-PAY.

           MOVE BANK-ACCOUNT TO PPY-ACCOUNT
           MOVE CHECK-NUMBER TO PPY-CHECK-NUMBER
           MOVE CHECK-NET TO PPY-AMOUNT
           WRITE POSITIVE-PAY-RECORD
           ADD 1 TO PP-RECORD-COUNT
           ADD CHECK-NET TO PP-AMOUNT-TOTAL
           .

      *****************************************************************
      * 38-APPLY-DEBIT-MEMOS takes the vendor's open debit memos off
      * the check, oldest first.  A memo is only taken while it is
      * less than what is left of the check, so the check never
      * goes to zero or below; a memo too big for this check waits
      * for a later one.
      *****************************************************************
       38-APPLY-DEBIT-MEMOS.

           MOVE 0 TO CHECK-MEMO-AMOUNT
           PERFORM VARYING MEMO-SUB FROM 1 BY 1
               UNTIL MEMO-SUB > MEMO-COUNT
               IF MMO-VENDOR-ID (MEMO-SUB) IS EQUAL TO PAY-VENDOR-ID
                  AND MMO-STATUS (MEMO-SUB) IS EQUAL TO 'O'
                  AND MMO-AMOUNT (MEMO-SUB) IS GREATER THAN ZERO
                  AND MMO-AMOUNT (MEMO-SUB) IS LESS THAN CHECK-NET
                   SUBTRACT MMO-AMOUNT (MEMO-SUB) FROM CHECK-NET
                   ADD MMO-AMOUNT (MEMO-SUB) TO CHECK-MEMO-AMOUNT
                   MOVE 'A' TO MMO-STATUS (MEMO-SUB)
                   MOVE CHECK-NUMBER TO MMO-CHECK-NUMBER (MEMO-SUB)
                   MOVE RUN-DATE-YYYYMMDD TO
                           MMO-APPLIED-DATE (MEMO-SUB)
                   MOVE 'Y' TO MEMOS-TOUCHED-SWITCH
                   ADD 1 TO MEMOS-APPLIED-COUNT
                   ADD MMO-AMOUNT (MEMO-SUB) TO MEMOS-APPLIED-TOTAL

                   MOVE SPACES TO CHECK-TOTAL-LINE
                   STRING 'LESS DEBIT MEMO ' DELIMITED BY SIZE
                          MMO-MEMO-NUMBER (MEMO-SUB) DELIMITED BY SIZE
                          '  RMA ' DELIMITED BY SIZE
                          MMO-RMA-NUMBER (MEMO-SUB) DELIMITED BY SIZE
                       INTO CTL-LABEL
                   MOVE MMO-AMOUNT (MEMO-SUB) TO CTL-NET
                   MOVE CHECK-TOTAL-LINE TO REGISTER-RECORD
                   WRITE REGISTER-RECORD
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 40-EOF-ROUTINE closes the positive-pay file and registers
      * it, rewrites the ledger, the check history, and the check
      * control file, posts the journal entries, and finishes the
      * register.
      *****************************************************************
       40-EOF-ROUTINE.

           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE 'T' TO PPY-RECORD-TYPE
           MOVE PP-RECORD-COUNT TO PPT-RECORD-COUNT
           MOVE PP-AMOUNT-TOTAL TO PPT-TOTAL-AMOUNT
           WRITE POSITIVE-PAY-RECORD
           CLOSE POSITIVE-PAY-FILE

           MOVE PP-RECORD-COUNT TO LEDGER-RECORD-COUNT
           PERFORM 55-POST-LEDGER-ROW

           OPEN OUTPUT AP-INVOICE-FILE
           IF API-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'APPAYRUN: UNABLE TO REWRITE AP INVOICE '
                       'LEDGER, FILE STATUS = ' API-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > ITEM-COUNT
               MOVE ITEM-ENTRY (ITEM-SUB) TO AP-INVOICE-RECORD
               WRITE AP-INVOICE-RECORD
           END-PERFORM
           CLOSE AP-INVOICE-FILE

           OPEN OUTPUT CHECK-HISTORY-FILE
           IF CKH-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'APPAYRUN: UNABLE TO REWRITE CHECK HISTORY, '
                       'FILE STATUS = ' CKH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING CHECK-SUB FROM 1 BY 1
               UNTIL CHECK-SUB > CHECK-COUNT
               MOVE CHECK-ENTRY (CHECK-SUB) TO AP-CHECK-RECORD
               WRITE AP-CHECK-RECORD
           END-PERFORM
           CLOSE CHECK-HISTORY-FILE

           OPEN OUTPUT CHECK-CONTROL-FILE
           IF CHC-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'APPAYRUN: UNABLE TO REWRITE CHECK CONTROL '
                       'FILE, FILE STATUS = ' CHC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BANK-ACCOUNT TO CHC-BANK-ACCOUNT
           MOVE NEXT-CHECK-NUMBER TO CHC-NEXT-CHECK-NUMBER
           WRITE CHECK-CONTROL-RECORD
           CLOSE CHECK-CONTROL-FILE

           IF MEMO-FILE-ON-HAND
              AND MEMOS-TOUCHED
               OPEN OUTPUT DEBIT-MEMO-FILE
               IF VDM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'APPAYRUN: UNABLE TO REWRITE DEBIT MEMO '
                           'FILE, FILE STATUS = ' VDM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING MEMO-SUB FROM 1 BY 1
                   UNTIL MEMO-SUB > MEMO-COUNT
                   MOVE MEMO-ENTRY (MEMO-SUB) TO
                           VENDOR-DEBIT-MEMO-RECORD
                   WRITE VENDOR-DEBIT-MEMO-RECORD
               END-PERFORM
               CLOSE DEBIT-MEMO-FILE
           END-IF

           PERFORM 42-POST-TO-JOURNAL THRU 42-POST-EXIT

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CHECKS ISSUED' TO RTL-LABEL
           MOVE CHECKS-ISSUED-COUNT TO RTL-COUNT
           MOVE CHECKS-ISSUED-AMOUNT TO RTL-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'INVOICE LINES PAID' TO RTL-LABEL
           MOVE LINES-PAID-COUNT TO RTL-COUNT
           MOVE GROSS-PAID-TOTAL TO RTL-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'DISCOUNTS EARNED' TO RTL-LABEL
           MOVE DISCOUNT-TOTAL TO RTL-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'DEBIT MEMOS APPLIED' TO RTL-LABEL
           MOVE MEMOS-APPLIED-COUNT TO RTL-COUNT
           MOVE MEMOS-APPLIED-TOTAL TO RTL-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CHECKS VOIDED' TO RTL-LABEL
           MOVE VOID-COUNT TO RTL-COUNT
           MOVE VOID-AMOUNT-TOTAL TO RTL-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'DEBIT MEMOS REOPENED' TO RTL-LABEL
           MOVE MEMOS-REOPENED-COUNT TO RTL-COUNT
           MOVE MEMOS-REOPENED-TOTAL TO RTL-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'VOIDS REJECTED' TO RTL-LABEL
           MOVE VOID-REJECT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'VENDORS NOT ON FILE' TO RTL-LABEL
           MOVE VENDOR-SKIP-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-RECORD
           STRING 'NEXT CHECK NUMBER ' DELIMITED BY SIZE
                  NEXT-CHECK-NUMBER DELIMITED BY SIZE
                  '  POSITIVE PAY SEQUENCE ' DELIMITED BY SIZE
                  INTERFACE-SEQUENCE DELIMITED BY SIZE
               INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE CHECK-REGISTER

           DISPLAY 'APPAYRUN: ' CHECKS-ISSUED-COUNT ' CHECKS ISSUED, '
                   VOID-COUNT ' VOIDED, POSITIVE PAY SEQUENCE '
                   INTERFACE-SEQUENCE

           STOP RUN
           .

      *****************************************************************
      * 42-POST-TO-JOURNAL drops the run's entries on the extra-
      * postings file JVEXTRACT folds into the journal voucher:
      * 'AP' the cash paid out of AP, 'PD' the discounts earned,
      * 'DM' the debit memos taken off the checks, and for voided
      * checks the reversing 'AV' cash, 'PV' discount and 'DV'
      * debit memo.  The GL map needs a CORP row for each.
      *****************************************************************
       42-POST-TO-JOURNAL.

           IF CHECKS-ISSUED-AMOUNT IS EQUAL TO ZERO
              AND DISCOUNT-TOTAL IS EQUAL TO ZERO
              AND VOID-AMOUNT-TOTAL IS EQUAL TO ZERO
              AND VOID-DISCOUNT-TOTAL IS EQUAL TO ZERO
              AND MEMOS-APPLIED-TOTAL IS EQUAL TO ZERO
              AND MEMOS-REOPENED-TOTAL IS EQUAL TO ZERO
               GO TO 42-POST-EXIT
           END-IF

           OPEN EXTEND EXTRA-POSTINGS-FILE
           IF XPF-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT EXTRA-POSTINGS-FILE
               IF XPF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'APPAYRUN: UNABLE TO OPEN EXTRA '
                           'POSTINGS FILE, FILE STATUS = '
                           XPF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE 'CORP' TO XPF-WAREHOUSE-ID
           IF CHECKS-ISSUED-AMOUNT IS GREATER THAN ZERO
               MOVE 'AP' TO XPF-CATEGORY
               MOVE CHECKS-ISSUED-AMOUNT TO XPF-AMOUNT
               WRITE EXTRA-POSTING-RECORD
           END-IF
           IF DISCOUNT-TOTAL IS GREATER THAN ZERO
               MOVE 'PD' TO XPF-CATEGORY
               MOVE DISCOUNT-TOTAL TO XPF-AMOUNT
               WRITE EXTRA-POSTING-RECORD
           END-IF
           IF VOID-AMOUNT-TOTAL IS GREATER THAN ZERO
               MOVE 'AV' TO XPF-CATEGORY
               MOVE VOID-AMOUNT-TOTAL TO XPF-AMOUNT
               WRITE EXTRA-POSTING-RECORD
           END-IF
           IF VOID-DISCOUNT-TOTAL IS GREATER THAN ZERO
               MOVE 'PV' TO XPF-CATEGORY
               MOVE VOID-DISCOUNT-TOTAL TO XPF-AMOUNT
               WRITE EXTRA-POSTING-RECORD
           END-IF
           IF MEMOS-APPLIED-TOTAL IS GREATER THAN ZERO
               MOVE 'DM' TO XPF-CATEGORY
               MOVE MEMOS-APPLIED-TOTAL TO XPF-AMOUNT
               WRITE EXTRA-POSTING-RECORD
           END-IF
           IF MEMOS-REOPENED-TOTAL IS GREATER THAN ZERO
               MOVE 'DV' TO XPF-CATEGORY
               MOVE MEMOS-REOPENED-TOTAL TO XPF-AMOUNT
               WRITE EXTRA-POSTING-RECORD
           END-IF

           CLOSE EXTRA-POSTINGS-FILE
           .

       42-POST-EXIT.
           EXIT.

      *****************************************************************
      * 50-TAKE-NEXT-SEQUENCE reads the interface control ledger
      * for the highest sequence the positive-pay file has gone out
      * under and takes the next one.
      *****************************************************************
       50-TAKE-NEXT-SEQUENCE.

           OPEN INPUT INTERFACE-LEDGER-FILE
           IF IFL-FILE-STATUS IS EQUAL TO '35'
               GO TO 50-TAKE-EXIT
           END-IF
           IF IFL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'APPAYRUN: UNABLE TO OPEN INTERFACE LEDGER, '
                       'FILE STATUS = ' IFL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ' ' TO IFL-EOF-FLAG
           PERFORM UNTIL NO-MORE-IFL-DATA
               READ INTERFACE-LEDGER-FILE
                   AT END
                       MOVE 'N' TO IFL-EOF-FLAG
                   NOT AT END
                       IF IFL-INTERFACE-CODE IS EQUAL TO 'PP'
                          AND IFL-SEQUENCE IS NUMERIC
                          AND IFL-SEQUENCE IS NOT LESS THAN
                               INTERFACE-SEQUENCE
                           COMPUTE INTERFACE-SEQUENCE =
                                   IFL-SEQUENCE + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERFACE-LEDGER-FILE
           .

       50-TAKE-EXIT.
           EXIT.

       55-POST-LEDGER-ROW.

           OPEN EXTEND INTERFACE-LEDGER-FILE
           IF IFL-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT INTERFACE-LEDGER-FILE
               IF IFL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'APPAYRUN: UNABLE TO EXTEND INTERFACE '
                           'LEDGER, FILE STATUS = ' IFL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE 'PP' TO IFL-INTERFACE-CODE
           MOVE RUN-DATE-YYYYMMDD TO IFL-RUN-DATE
           MOVE INTERFACE-SEQUENCE TO IFL-SEQUENCE
           MOVE LEDGER-RECORD-COUNT TO IFL-RECORD-COUNT
           MOVE SPACE TO IFL-ACK-FLAG
           MOVE 0 TO IFL-ACK-DATE
           WRITE INTERFACE-LEDGER-RECORD
           CLOSE INTERFACE-LEDGER-FILE
           .
