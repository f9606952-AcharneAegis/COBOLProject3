       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPRINT.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * INVPRINT is the customer invoice print run, run after
      * ARPOST.  The billing bureau loads the invoice extract for
      * the customers on electronic billing; everyone else used to
      * get an invoice typed from the extract.  This run formats
      * the extract into one invoice per customer and order -- bill-
      * to and ship-to, customer PO, invoice number and date, the
      * lines with Candy ID, description, cases, units, price and
      * extension, contract and promotional prices noted, totals,
      * payment terms, and the remit-to block.  The invoice number
      * is the order number ARPOST posts the open item under, and
      * an invoice prints only when an open item for the customer,
      * number, and amount is on the ledger; the invoice and due
      * dates are the open item's.  Every posted line is kept on
      * the invoice history, from which any invoice can be printed
      * again by its number.
      * *****
      * INPUT:
      *    INVOICE-EXTRACT.txt     optional: the invoicing extract
      *                            SHIPCONF cut.  Without one only
      *                            reprints are printed.
      *    AR-OPEN-ITEM.dat        the open-item ledger ARPOST
      *                            extended.
      *    CUSTOMER-MASTER.dat     the customer master -- name,
      *                            address, and terms code.
      *    SHIP-TO-MASTER.txt      optional: the customers' ship-to
      *                            locations.
      *    CANDY-MASTER.txt        the candy descriptions.
      *    TERMS-TABLE.txt         optional: the payment terms.
      *    REMIT-TO.txt            optional: up to four lines of
      *                            remit-to address, 40 characters
      *                            each.
      *    PAPER-INVOICE-CUSTOMER.txt  optional: the customers who
      *                            get a printed invoice, one
      *                            customer code per line; a
      *                            missing file means every
      *                            customer.
      *    INVOICE-REPRINT-REQUEST.txt  optional: the invoice
      *                            numbers to print again, one per
      *                            line.
      *    INVOICE-HISTORY.txt     optional: the invoice history,
      *                            read for reprints.
      * *****
      * OUTPUT:
      *    Customer-Invoices.txt   one invoice per customer and
      *                            order, each opened by a rule line
      *                            so the mail room splits the
      *                            stack.
      *    Invoice-Reprints.txt    the invoices asked for again,
      *                            marked as copies.
      *    INVOICE-HISTORY.txt     extended with the extract's
      *                            posted lines.
      *    Invoice-Print-Register.txt  every invoice printed, kept
      *                            for electronic billing, or held
      *                            because it is not on the ledger,
      *                            and any reprint not on history.
      *    RETURN-CODE 8 when an invoice is held.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-EXTRACT
               ASSIGN TO 'INVOICE-EXTRACT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IVF-FILE-STATUS.
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
           SELECT SHIP-TO-MASTER-FILE
               ASSIGN TO 'SHIP-TO-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHT-FILE-STATUS.
           SELECT CANDY-MASTER-FILE
               ASSIGN TO 'CANDY-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMF-FILE-STATUS.
           SELECT TERMS-FILE
               ASSIGN TO 'TERMS-TABLE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRM-FILE-STATUS.
           SELECT REMIT-TO-FILE
               ASSIGN TO 'REMIT-TO.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RMT-FILE-STATUS.
           SELECT PAPER-CUSTOMER-FILE
               ASSIGN TO 'PAPER-INVOICE-CUSTOMER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PPC-FILE-STATUS.
           SELECT REPRINT-REQUEST-FILE
               ASSIGN TO 'INVOICE-REPRINT-REQUEST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RQF-FILE-STATUS.
           SELECT INVOICE-HISTORY-FILE
               ASSIGN TO 'INVOICE-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INH-FILE-STATUS.
           SELECT INVOICE-PRINT-FILE
               ASSIGN TO PRINTER 'Customer-Invoices.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPRINT-FILE
               ASSIGN TO PRINTER 'Invoice-Reprints.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-REGISTER
               ASSIGN TO PRINTER 'Invoice-Print-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-SORT-FILE
               ASSIGN TO 'INVOICE-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.

       FD INVOICE-EXTRACT
           RECORD CONTAINS 89 CHARACTERS.

       01  INVOICE-RECORD.
           05  IVF-RECORD-TYPE         PIC X.
           05  IVF-REST                PIC X(88).

       01  INVOICE-HEADER-LINE REDEFINES INVOICE-RECORD.
           05  FILLER                  PIC X.
           05  IVH-RUN-DATE            PIC 9(8).
           05  IVH-INTERFACE-SEQ       PIC 9(5).
           05  FILLER                  PIC X(75).

       01  INVOICE-DETAIL-LINE REDEFINES INVOICE-RECORD.
           05  FILLER                  PIC X.
           05  IVD-CUSTOMER            PIC X(10).
           05  IVD-ORDER-NUMBER        PIC X(8).
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

       FD OPEN-ITEM-FILE
           RECORD CONTAINS 57 CHARACTERS.

       COPY AROPREC.

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

       FD SHIP-TO-MASTER-FILE
           RECORD CONTAINS 92 CHARACTERS.

       COPY SHIPTREC.

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

       FD TERMS-FILE
           RECORD CONTAINS 32 CHARACTERS.

       COPY TERMREC.

       FD REMIT-TO-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  REMIT-TO-RECORD             PIC X(40).

       FD PAPER-CUSTOMER-FILE
           RECORD CONTAINS 10 CHARACTERS.

       01  PAPER-CUSTOMER-RECORD.
           05  PPC-CUSTOMER            PIC X(10).

       FD REPRINT-REQUEST-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  REPRINT-REQUEST-RECORD.
           05  RQF-INVOICE-NUMBER      PIC X(8).

       FD INVOICE-HISTORY-FILE
           RECORD CONTAINS 103 CHARACTERS.

       COPY INVHREC.

       FD INVOICE-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  INVOICE-PRINT-RECORD        PIC X(80).

       FD REPRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPRINT-RECORD              PIC X(80).

       FD PRINT-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

      *****************************************************************
      * One sort record per invoice line.  Originals sort ahead of
      * reprints; within an invoice the lines group by ship-to.
      *****************************************************************
       SD INVOICE-SORT-FILE.

       01  SORT-INVOICE-RECORD.
           05  SRT-REPRINT-FLAG        PIC X.
           05  SRT-CUSTOMER            PIC X(10).
           05  SRT-INVOICE-NUMBER      PIC X(8).
           05  SRT-INVOICE-DATE        PIC 9(8).
           05  SRT-SHIP-TO-CODE        PIC X(4).
           05  SRT-CANDY-ID            PIC XXX.
           05  SRT-ORDERED-CANDY-ID    PIC XXX.
           05  SRT-DUE-DATE            PIC 9(8).
           05  SRT-CASES               PIC 9(5).
           05  SRT-UNITS               PIC 9(3).
           05  SRT-UNIT-PRICE          PIC 999V99.
           05  SRT-PRICE-SOURCE        PIC X.
           05  SRT-EXTENDED            PIC 9(9)V99.
           05  SRT-TAX-AMOUNT          PIC 9(7)V99.
           05  SRT-CUSTOMER-PO         PIC X(12).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  IVF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-IVF-DATA                     VALUE 'N'.
           05  SHT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SHT-DATA                     VALUE 'N'.
           05  CMF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CMF-DATA                     VALUE 'N'.
           05  TRM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-TRM-DATA                     VALUE 'N'.
           05  RMT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RMT-DATA                     VALUE 'N'.
           05  PPC-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PPC-DATA                     VALUE 'N'.
           05  RQF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RQF-DATA                     VALUE 'N'.
           05  INH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-INH-DATA                     VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.
           05  EXTRACT-SWITCH          PIC X           VALUE 'N'.
               88 EXTRACT-ON-HAND                      VALUE 'Y'.
           05  PAPER-LIST-SWITCH       PIC X           VALUE 'N'.
               88 PAPER-LIST-ON-HAND                   VALUE 'Y'.
           05  ALREADY-KEPT-SWITCH     PIC X           VALUE 'N'.
               88 EXTRACT-ALREADY-KEPT                 VALUE 'Y'.
           05  INVOICE-OPEN-SWITCH     PIC X           VALUE 'N'.
               88 INVOICE-OPEN                         VALUE 'Y'.
           05  REPRINT-SWITCH          PIC X           VALUE 'N'.
               88 PRINTING-REPRINT                     VALUE 'Y'.
           05  ITEM-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 ITEM-FOUND                           VALUE 'Y'.
           05  CUST-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 CUSTOMER-FOUND                       VALUE 'Y'.

       01  TEMP-FIELDS.
           05  IVF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ARO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SHT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TRM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RMT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PPC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RQF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  INH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  EXTRACT-RUN-DATE        PIC 9(8)        VALUE 0.
           05  EXTRACT-SEQUENCE        PIC 9(5)        VALUE 0.
           05  ITEM-SUB                PIC 9(4)        VALUE 0.
           05  ITEM-HOLD-SUB           PIC 9(4)        VALUE 0.

           05  SHIP-SUB                PIC 9(4)        VALUE 0.
           05  CANDY-SUB               PIC 999         VALUE 0.
           05  TERMS-SUB               PIC 999         VALUE 0.
           05  REMIT-SUB               PIC 9           VALUE 0.
           05  PAPER-SUB               PIC 9(4)        VALUE 0.
           05  REQUEST-SUB             PIC 999         VALUE 0.
           05  CANDY-NAME-HELD         PIC X(15)       VALUE SPACES.
           05  SHIP-NAME-HELD          PIC X(20)       VALUE SPACES.
           05  SHIP-ADDRESS-HELD       PIC X(20)       VALUE SPACES.
           05  SHIP-CITY-LINE-HELD     PIC X(22)       VALUE SPACES.
           05  HLD-CUSTOMER            PIC X(10)       VALUE SPACES.
           05  HLD-INVOICE-NUMBER      PIC X(8)        VALUE SPACES.
           05  HLD-INVOICE-DATE        PIC 9(8)        VALUE 0.
           05  HLD-DUE-DATE            PIC 9(8)        VALUE 0.
           05  HLD-SHIP-TO-CODE        PIC X(4)        VALUE SPACES.
           05  HLD-REPRINT-FLAG        PIC X           VALUE SPACE.
           05  INVOICE-GOODS           PIC 9(11)V99    VALUE 0.
           05  INVOICE-TAX             PIC 9(9)V99     VALUE 0.
           05  INVOICE-TOTAL           PIC 9(11)V99    VALUE 0.
           05  PRINT-LINE              PIC X(80)       VALUE SPACES.

       01  RUN-TOTALS.
           05  INVOICES-PRINTED-COUNT  PIC 9(5)        VALUE 0.
           05  INVOICES-REPRINTED-COUNT
                                       PIC 9(5)        VALUE 0.
           05  ELECTRONIC-COUNT        PIC 9(5)        VALUE 0.
           05  INVOICES-HELD-COUNT     PIC 9(5)        VALUE 0.
           05  REPRINTS-MISSING-COUNT  PIC 9(5)        VALUE 0.
           05  HISTORY-KEPT-COUNT      PIC 9(7)        VALUE 0.
           05  PRINTED-AMOUNT-TOTAL    PIC 9(13)V99    VALUE 0.

      *****************************************************************
      * ITEM-TABLE rolls the extract up to one invoice per customer
      * and order, exactly as ARPOST rolls it into open items, so
      * each can be tied to its item on the ledger.
      *****************************************************************
       01  ITEM-COUNT                  PIC 9(4)        VALUE 0.

       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON ITEM-COUNT.
               10  ITM-CUSTOMER        PIC X(10).
               10  ITM-INVOICE-NUMBER  PIC X(8).
               10  ITM-AMOUNT          PIC 9(11)V99.
               10  ITM-INVOICE-DATE    PIC 9(8).
               10  ITM-DUE-DATE        PIC 9(8).
               10  ITM-TIED-FLAG       PIC X.
                   88  ITM-TIED                        VALUE 'Y'.
               10  ITM-PAPER-FLAG      PIC X.
                   88  ITM-PAPER                       VALUE 'Y'.


       01  SHIP-TO-COUNT               PIC 9(4)        VALUE 0.

       01  SHIP-TO-TABLE.
           05  SHIP-TO-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON SHIP-TO-COUNT.
               10  STT-CUSTOMER-ID     PIC X(10).
               10  STT-SHIP-TO-CODE    PIC X(4).
               10  STT-SHIP-TO-NAME    PIC X(20).
               10  STT-ADDRESS         PIC X(20).
               10  STT-CITY            PIC X(12).
               10  STT-STATE           PIC XX.
               10  STT-ZIP-CODE        PIC X(5).

       01  CANDY-CATALOG-COUNT         PIC 999         VALUE 0.

       01  CANDY-CATALOG.
           05  CATALOG-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON CANDY-CATALOG-COUNT.
               10  CAT-CANDY-ID        PIC XXX.
               10  CAT-OFFICIAL-NAME   PIC X(15).

       01  TERMS-COUNT                 PIC 999         VALUE 0.

       01  TERMS-TABLE.
           05  TERMS-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON TERMS-COUNT.
               10  TRT-TERMS-CODE      PIC XX.
               10  TRT-DESCRIPTION     PIC X(20).
               10  TRT-NET-DAYS        PIC 999.
               10  TRT-DISCOUNT-PCT    PIC 99V99.
               10  TRT-DISCOUNT-DAYS   PIC 999.

       01  REMIT-TO-COUNT              PIC 9           VALUE 0.

       01  REMIT-TO-TABLE.
           05  REMIT-TO-LINE OCCURS 4 TIMES
                                       PIC X(40).

       01  PAPER-COUNT                 PIC 9(4)        VALUE 0.

       01  PAPER-TABLE.
           05  PAPER-ENTRY OCCURS 1 TO 1000 TIMES
               DEPENDING ON PAPER-COUNT.
               10  PPT-CUSTOMER        PIC X(10).

       01  REQUEST-COUNT               PIC 999         VALUE 0.

       01  REQUEST-TABLE.
           05  REQUEST-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON REQUEST-COUNT.
               10  RQT-INVOICE-NUMBER  PIC X(8).
               10  RQT-FOUND-FLAG      PIC X.

       01  INVOICE-COLUMN-HEADING.
           05  FILLER                  PIC X(20)   VALUE
                                       'CDY  DESCRIPTION    '.
           05  FILLER                  PIC X(22)   VALUE
                                       '     CASES UNITS   PRI'.
           05  FILLER                  PIC X(22)   VALUE
                                       'CE       EXTENSION  NO'.
           05  FILLER                  PIC X(16)   VALUE 'TE'.

       01  INVOICE-ITEM-LINE.
           05  ILN-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  ILN-DESCRIPTION         PIC X(15).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  ILN-CASES               PIC ZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  ILN-UNITS               PIC ZZZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  ILN-PRICE               PIC ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  ILN-EXTENSION           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  ILN-REMARK              PIC X(14).
           05  FILLER                  PIC X(6)        VALUE SPACES.

       01  INVOICE-TOTAL-LINE.
           05  FILLER                  PIC X(26)       VALUE SPACES.
           05  ITL-LABEL               PIC X(18).
           05  ITL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(22)       VALUE SPACES.

       01  REGISTER-LINE.
           05  REG-CUSTOMER            PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-INVOICE-NUMBER      PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-INVOICE-DATE        PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-DISPOSITION         PIC X(30).
           05  FILLER                  PIC XX          VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(46)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 11-OPEN-CUSTOMER-MASTER
           PERFORM 12-LOAD-SHIP-TO-MASTER
           PERFORM 13-LOAD-CANDY-MASTER
           PERFORM 14-LOAD-TERMS-TABLE
           PERFORM 15-LOAD-REMIT-TO
           PERFORM 16-LOAD-PAPER-CUSTOMERS
           PERFORM 17-LOAD-REPRINT-REQUESTS
           PERFORM 18-ROLL-UP-EXTRACT THRU 18-ROLL-UP-EXIT
           IF ITEM-COUNT IS GREATER THAN ZERO
               PERFORM 19-TIE-TO-OPEN-ITEMS
           END-IF

           OPEN OUTPUT INVOICE-PRINT-FILE
           OPEN OUTPUT REPRINT-FILE
           OPEN OUTPUT PRINT-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           STRING 'INVOICE PRINT REGISTER   RUN DATE '
                                           DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           STRING 'CUSTOMER    INVOICE   DATE    ' DELIMITED BY SIZE
                  '          AMOUNT  DISPOSITION' DELIMITED BY SIZE
               INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           SORT INVOICE-SORT-FILE
               ON ASCENDING KEY SRT-REPRINT-FLAG SRT-CUSTOMER
                                SRT-INVOICE-NUMBER SRT-INVOICE-DATE
                                SRT-SHIP-TO-CODE SRT-CANDY-ID
               INPUT PROCEDURE IS 20-RELEASE-INVOICE-LINES
               OUTPUT PROCEDURE IS 30-PRINT-INVOICES

           PERFORM 40-EOF-ROUTINE

           STOP RUN
           .

       11-OPEN-CUSTOMER-MASTER.

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'INVPRINT: UNABLE TO OPEN CUSTOMER MASTER, '
                       'FILE STATUS = ' CUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           .

      *****************************************************************
      * 12-LOAD-SHIP-TO-MASTER keeps each location's name and
      * address.  With no file on hand every invoice ships to the
      * customer's own address.
      *****************************************************************
       12-LOAD-SHIP-TO-MASTER.

           OPEN INPUT SHIP-TO-MASTER-FILE
           IF SHT-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO SHT-EOF-FLAG
               PERFORM UNTIL NO-MORE-SHT-DATA
                   READ SHIP-TO-MASTER-FILE
                       AT END
                           MOVE 'N' TO SHT-EOF-FLAG
                       NOT AT END
                           IF SHIP-TO-COUNT IS EQUAL TO 5000
                               DISPLAY 'INVPRINT: SHIP-TO MASTER '
                                       'HAS MORE THAN 5000 ENTRIES, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO SHIP-TO-COUNT
                           MOVE SHT-CUSTOMER-ID TO
                                   STT-CUSTOMER-ID (SHIP-TO-COUNT)
                           MOVE SHT-SHIP-TO-CODE TO
                                   STT-SHIP-TO-CODE (SHIP-TO-COUNT)
                           MOVE SHT-SHIP-TO-NAME TO
                                   STT-SHIP-TO-NAME (SHIP-TO-COUNT)
                           MOVE SHT-ADDRESS TO
                                   STT-ADDRESS (SHIP-TO-COUNT)
                           MOVE SHT-CITY TO STT-CITY (SHIP-TO-COUNT)
                           MOVE SHT-STATE TO STT-STATE (SHIP-TO-COUNT)
                           MOVE SHT-ZIP-CODE TO
                                   STT-ZIP-CODE (SHIP-TO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SHIP-TO-MASTER-FILE
           END-IF
           .

       13-LOAD-CANDY-MASTER.

           OPEN INPUT CANDY-MASTER-FILE
           IF CMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'INVPRINT: UNABLE TO OPEN CANDY MASTER, '
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
                       IF CANDY-CATALOG-COUNT IS EQUAL TO 500
                           DISPLAY 'INVPRINT: CANDY MASTER HAS MORE '
                                   'THAN 500 ENTRIES, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO CANDY-CATALOG-COUNT
                       MOVE CMF-CANDY-ID TO
                               CAT-CANDY-ID (CANDY-CATALOG-COUNT)
                       MOVE CMF-OFFICIAL-NAME TO
                               CAT-OFFICIAL-NAME (CANDY-CATALOG-COUNT)
               END-READ
           END-PERFORM

           CLOSE CANDY-MASTER-FILE
           .

       14-LOAD-TERMS-TABLE.

           OPEN INPUT TERMS-FILE
           IF TRM-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO TRM-EOF-FLAG
               PERFORM UNTIL NO-MORE-TRM-DATA
                   READ TERMS-FILE
                       AT END
                           MOVE 'N' TO TRM-EOF-FLAG
                       NOT AT END
                           IF TERMS-COUNT IS EQUAL TO 100
                               DISPLAY 'INVPRINT: MORE THAN 100 '
                                       'TERMS CODES, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO TERMS-COUNT
                           MOVE TERMS-RECORD TO
                                   TERMS-ENTRY (TERMS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TERMS-FILE
           END-IF
           .

      *****************************************************************
      * 15-LOAD-REMIT-TO takes the remit-to block off its control
      * file, the same block the statements and dunning letters
      * print.
      *****************************************************************
       15-LOAD-REMIT-TO.

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

       16-LOAD-PAPER-CUSTOMERS.

           OPEN INPUT PAPER-CUSTOMER-FILE
           IF PPC-FILE-STATUS IS EQUAL TO '00'
               MOVE 'Y' TO PAPER-LIST-SWITCH
               MOVE ' ' TO PPC-EOF-FLAG
               PERFORM UNTIL NO-MORE-PPC-DATA
                   READ PAPER-CUSTOMER-FILE
                       AT END
                           MOVE 'N' TO PPC-EOF-FLAG
                       NOT AT END
                           IF PAPER-COUNT IS EQUAL TO 1000
                               DISPLAY 'INVPRINT: MORE THAN 1000 '
                                       'PAPER INVOICE CUSTOMERS, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO PAPER-COUNT
                           MOVE PPC-CUSTOMER TO
                                   PPT-CUSTOMER (PAPER-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PAPER-CUSTOMER-FILE
           END-IF
           .

       17-LOAD-REPRINT-REQUESTS.

           OPEN INPUT REPRINT-REQUEST-FILE
           IF RQF-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO RQF-EOF-FLAG
               PERFORM UNTIL NO-MORE-RQF-DATA
                   READ REPRINT-REQUEST-FILE
                       AT END
                           MOVE 'N' TO RQF-EOF-FLAG
                       NOT AT END
                           IF RQF-INVOICE-NUMBER IS NOT EQUAL TO
                                   SPACES
                               IF REQUEST-COUNT IS EQUAL TO 100
                                   DISPLAY 'INVPRINT: MORE THAN 100 '
                                           'REPRINT REQUESTS, TABLE '
                                           'IS FULL'
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO REQUEST-COUNT
                               MOVE RQF-INVOICE-NUMBER TO
                                   RQT-INVOICE-NUMBER (REQUEST-COUNT)
                               MOVE 'N' TO
                                   RQT-FOUND-FLAG (REQUEST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPRINT-REQUEST-FILE
           END-IF
           .

      *****************************************************************
      * 18-ROLL-UP-EXTRACT reads the extract's header for its run
      * date and interface sequence and rolls the detail lines up
      * to one invoice per customer and order, goods plus tax, the
      * way ARPOST rolls them into open items.
      *****************************************************************
       18-ROLL-UP-EXTRACT.

           OPEN INPUT INVOICE-EXTRACT
           IF IVF-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'INVPRINT: NO INVOICE EXTRACT ON FILE, '
                       'REPRINTS ONLY'
               GO TO 18-ROLL-UP-EXIT
           END-IF
           IF IVF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'INVPRINT: UNABLE TO OPEN INVOICE EXTRACT, '
                       'FILE STATUS = ' IVF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'Y' TO EXTRACT-SWITCH
           MOVE ' ' TO IVF-EOF-FLAG
           PERFORM UNTIL NO-MORE-IVF-DATA
               READ INVOICE-EXTRACT
                   AT END
                       MOVE 'N' TO IVF-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN IVF-RECORD-TYPE IS EQUAL TO 'H'
                               IF IVH-RUN-DATE IS NUMERIC
                                   MOVE IVH-RUN-DATE TO
                                           EXTRACT-RUN-DATE
                               END-IF
                               IF IVH-INTERFACE-SEQ IS NUMERIC
                                   MOVE IVH-INTERFACE-SEQ TO
                                           EXTRACT-SEQUENCE
                               END-IF
                           WHEN IVF-RECORD-TYPE IS EQUAL TO 'D'
                               PERFORM 18A-ACCUMULATE-ONE-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE INVOICE-EXTRACT
           .

       18-ROLL-UP-EXIT.
           EXIT.

       18A-ACCUMULATE-ONE-LINE.

           IF IVD-EXTENDED IS NOT NUMERIC
              OR IVD-TAX-AMOUNT IS NOT NUMERIC
               DISPLAY 'INVPRINT: NON-NUMERIC AMOUNT ON DETAIL FOR '
                       IVD-CUSTOMER ' ' IVD-ORDER-NUMBER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 18B-FIND-ITEM
           IF ITEM-FOUND
               ADD IVD-EXTENDED IVD-TAX-AMOUNT TO
                       ITM-AMOUNT (ITEM-HOLD-SUB)
           ELSE
               IF ITEM-COUNT IS EQUAL TO 2000
                   DISPLAY 'INVPRINT: MORE THAN 2000 INVOICES IN '
                           'ONE EXTRACT, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ITEM-COUNT
               MOVE IVD-CUSTOMER TO ITM-CUSTOMER (ITEM-COUNT)
               MOVE IVD-ORDER-NUMBER TO
                       ITM-INVOICE-NUMBER (ITEM-COUNT)
               COMPUTE ITM-AMOUNT (ITEM-COUNT) =
                       IVD-EXTENDED + IVD-TAX-AMOUNT
               MOVE 0 TO ITM-INVOICE-DATE (ITEM-COUNT)
               MOVE 0 TO ITM-DUE-DATE (ITEM-COUNT)
               MOVE 'N' TO ITM-TIED-FLAG (ITEM-COUNT)
               MOVE 'Y' TO ITM-PAPER-FLAG (ITEM-COUNT)
               IF PAPER-LIST-ON-HAND
                   MOVE 'N' TO ITM-PAPER-FLAG (ITEM-COUNT)
                   PERFORM VARYING PAPER-SUB FROM 1 BY 1
                       UNTIL PAPER-SUB > PAPER-COUNT
                       IF PPT-CUSTOMER (PAPER-SUB) IS EQUAL TO
                               IVD-CUSTOMER
                           MOVE 'Y' TO ITM-PAPER-FLAG (ITEM-COUNT)
                           MOVE PAPER-COUNT TO PAPER-SUB
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .

       18B-FIND-ITEM.

           MOVE 'N' TO ITEM-FOUND-SWITCH
           MOVE 0 TO ITEM-HOLD-SUB
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > ITEM-COUNT
                  OR ITEM-FOUND
               IF ITM-CUSTOMER (ITEM-SUB) IS EQUAL TO IVD-CUSTOMER
                  AND ITM-INVOICE-NUMBER (ITEM-SUB) IS EQUAL TO
                       IVD-ORDER-NUMBER
                   MOVE 'Y' TO ITEM-FOUND-SWITCH
                   MOVE ITEM-SUB TO ITEM-HOLD-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 19-TIE-TO-OPEN-ITEMS reads each invoice's open item off the
      * ledger by customer and invoice number and takes its invoice
      * and due dates.  An order invoiced in pieces on different
      * days is one item on the ledger, each piece folded in as it
      * was posted, so the invoice ties on the key alone.
      *****************************************************************
       19-TIE-TO-OPEN-ITEMS.

           OPEN INPUT OPEN-ITEM-FILE
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'INVPRINT: UNABLE TO OPEN OPEN-ITEM LEDGER, '
                       'FILE STATUS = ' ARO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > ITEM-COUNT
               MOVE ITM-CUSTOMER (ITEM-SUB) TO ARO-CUSTOMER
               MOVE ITM-INVOICE-NUMBER (ITEM-SUB) TO ARO-INVOICE-NUMBER
               READ OPEN-ITEM-FILE
               IF ARO-FILE-STATUS IS EQUAL TO '00'
                  AND ARO-ORIG-AMOUNT IS NUMERIC
                  AND ARO-ORIG-AMOUNT IS GREATER THAN ZERO
                   MOVE 'Y' TO ITM-TIED-FLAG (ITEM-SUB)
                   MOVE ARO-INVOICE-DATE TO ITM-INVOICE-DATE (ITEM-SUB)
                   IF ARO-DUE-DATE IS NUMERIC
                       MOVE ARO-DUE-DATE TO ITM-DUE-DATE (ITEM-SUB)
                   ELSE
                       MOVE ARO-INVOICE-DATE TO
                               ITM-DUE-DATE (ITEM-SUB)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE OPEN-ITEM-FILE
           .

      *****************************************************************
      * 20-RELEASE-INVOICE-LINES reads the invoice history first --
      * releasing the lines of every invoice asked for again, and
      * noticing whether this extract was already kept by an
      * earlier run -- then releases the extract's lines for the
      * customers who get paper, keeping every posted line on the
      * history.
      *****************************************************************
       20-RELEASE-INVOICE-LINES.

           PERFORM 21-READ-HISTORY
           IF EXTRACT-ON-HAND
               PERFORM 22-RELEASE-EXTRACT
           END-IF
           .

       21-READ-HISTORY.

           OPEN INPUT INVOICE-HISTORY-FILE
           IF INH-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO INH-EOF-FLAG
               PERFORM UNTIL NO-MORE-INH-DATA
                   READ INVOICE-HISTORY-FILE
                       AT END
                           MOVE 'N' TO INH-EOF-FLAG
                       NOT AT END
                           IF EXTRACT-ON-HAND
                              AND INH-EXTRACT-DATE IS EQUAL TO
                                   EXTRACT-RUN-DATE
                              AND INH-INTERFACE-SEQ IS EQUAL TO
                                   EXTRACT-SEQUENCE
                               MOVE 'Y' TO ALREADY-KEPT-SWITCH
                           END-IF
                           PERFORM VARYING REQUEST-SUB FROM 1 BY 1
                               UNTIL REQUEST-SUB > REQUEST-COUNT
                               IF RQT-INVOICE-NUMBER (REQUEST-SUB)
                                       IS EQUAL TO INH-INVOICE-NUMBER
                                   MOVE 'Y' TO
                                       RQT-FOUND-FLAG (REQUEST-SUB)
                                   MOVE 'Y' TO SRT-REPRINT-FLAG
                                   PERFORM 23-RELEASE-ONE-LINE
                                   MOVE REQUEST-COUNT TO REQUEST-SUB
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE INVOICE-HISTORY-FILE
           END-IF
           .

       22-RELEASE-EXTRACT.

           IF NOT EXTRACT-ALREADY-KEPT
               OPEN EXTEND INVOICE-HISTORY-FILE
               IF INH-FILE-STATUS IS NOT EQUAL TO '00'
                   OPEN OUTPUT INVOICE-HISTORY-FILE
                   IF INH-FILE-STATUS IS NOT EQUAL TO '00'
                       DISPLAY 'INVPRINT: UNABLE TO OPEN INVOICE '
                               'HISTORY, FILE STATUS = '
                               INH-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           ELSE
               DISPLAY 'INVPRINT: EXTRACT ' EXTRACT-RUN-DATE '/'
                       EXTRACT-SEQUENCE ' ALREADY ON HISTORY'
           END-IF

           OPEN INPUT INVOICE-EXTRACT
           MOVE ' ' TO IVF-EOF-FLAG
           PERFORM UNTIL NO-MORE-IVF-DATA
               READ INVOICE-EXTRACT
                   AT END
                       MOVE 'N' TO IVF-EOF-FLAG
                   NOT AT END
                       IF IVF-RECORD-TYPE IS EQUAL TO 'D'
                           PERFORM 18B-FIND-ITEM
                           IF ITEM-FOUND
                              AND ITM-TIED (ITEM-HOLD-SUB)
                               PERFORM 22A-KEEP-ONE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-EXTRACT

           IF NOT EXTRACT-ALREADY-KEPT
               CLOSE INVOICE-HISTORY-FILE
           END-IF
           .

       22A-KEEP-ONE-LINE.

           MOVE EXTRACT-RUN-DATE TO INH-EXTRACT-DATE
           MOVE EXTRACT-SEQUENCE TO INH-INTERFACE-SEQ
           MOVE IVD-CUSTOMER TO INH-CUSTOMER
           MOVE IVD-ORDER-NUMBER TO INH-INVOICE-NUMBER
           MOVE ITM-INVOICE-DATE (ITEM-HOLD-SUB) TO INH-INVOICE-DATE
           MOVE ITM-DUE-DATE (ITEM-HOLD-SUB) TO INH-DUE-DATE
           MOVE IVD-SHIP-TO-CODE TO INH-SHIP-TO-CODE
           MOVE IVD-CANDY-ID TO INH-CANDY-ID
           MOVE IVD-ORDERED-CANDY-ID TO INH-ORDERED-CANDY-ID
           MOVE IVD-CASES TO INH-CASES
           IF IVD-UNITS IS NUMERIC
               MOVE IVD-UNITS TO INH-UNITS
           ELSE
               MOVE 0 TO INH-UNITS
           END-IF
           IF IVD-UNIT-PRICE IS NUMERIC
               MOVE IVD-UNIT-PRICE TO INH-UNIT-PRICE
           ELSE
               MOVE 0 TO INH-UNIT-PRICE
           END-IF
           MOVE IVD-PRICE-SOURCE TO INH-PRICE-SOURCE
           MOVE IVD-EXTENDED TO INH-EXTENDED
           MOVE IVD-TAX-AMOUNT TO INH-TAX-AMOUNT
           MOVE IVD-CUSTOMER-PO TO INH-CUSTOMER-PO

           IF NOT EXTRACT-ALREADY-KEPT
               WRITE INVOICE-HISTORY-RECORD
               ADD 1 TO HISTORY-KEPT-COUNT
           END-IF

           IF ITM-PAPER (ITEM-HOLD-SUB)
               MOVE 'N' TO SRT-REPRINT-FLAG
               PERFORM 23-RELEASE-ONE-LINE
           END-IF
           .

       23-RELEASE-ONE-LINE.

           MOVE INH-CUSTOMER TO SRT-CUSTOMER
           MOVE INH-INVOICE-NUMBER TO SRT-INVOICE-NUMBER
           MOVE INH-INVOICE-DATE TO SRT-INVOICE-DATE
           MOVE INH-SHIP-TO-CODE TO SRT-SHIP-TO-CODE
           MOVE INH-CANDY-ID TO SRT-CANDY-ID
           MOVE INH-ORDERED-CANDY-ID TO SRT-ORDERED-CANDY-ID
           MOVE INH-DUE-DATE TO SRT-DUE-DATE
           MOVE INH-CASES TO SRT-CASES
           MOVE INH-UNITS TO SRT-UNITS
           MOVE INH-UNIT-PRICE TO SRT-UNIT-PRICE
           MOVE INH-PRICE-SOURCE TO SRT-PRICE-SOURCE
           MOVE INH-EXTENDED TO SRT-EXTENDED
           MOVE INH-TAX-AMOUNT TO SRT-TAX-AMOUNT
           MOVE INH-CUSTOMER-PO TO SRT-CUSTOMER-PO
           RELEASE SORT-INVOICE-RECORD
           .

      *****************************************************************
      * 30-PRINT-INVOICES returns the lines an invoice at a time --
      * originals to the invoice stack, reprints to their own.
      *****************************************************************
       30-PRINT-INVOICES.

           MOVE 'N' TO INVOICE-OPEN-SWITCH
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN INVOICE-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       IF NOT INVOICE-OPEN
                          OR SRT-REPRINT-FLAG IS NOT EQUAL TO
                               HLD-REPRINT-FLAG
                          OR SRT-CUSTOMER IS NOT EQUAL TO
                               HLD-CUSTOMER
                          OR SRT-INVOICE-NUMBER IS NOT EQUAL TO
                               HLD-INVOICE-NUMBER
                          OR SRT-INVOICE-DATE IS NOT EQUAL TO
                               HLD-INVOICE-DATE
                           IF INVOICE-OPEN
                               PERFORM 36-FINISH-INVOICE
                           END-IF
                           PERFORM 32-START-INVOICE
                       END-IF
                       PERFORM 34-WRITE-INVOICE-LINE
               END-RETURN
           END-PERFORM

           IF INVOICE-OPEN
               PERFORM 36-FINISH-INVOICE
           END-IF
           .

       32-START-INVOICE.

           MOVE 'Y' TO INVOICE-OPEN-SWITCH
           MOVE SRT-REPRINT-FLAG TO HLD-REPRINT-FLAG
           MOVE SRT-REPRINT-FLAG TO REPRINT-SWITCH
           MOVE SRT-CUSTOMER TO HLD-CUSTOMER
           MOVE SRT-INVOICE-NUMBER TO HLD-INVOICE-NUMBER
           MOVE SRT-INVOICE-DATE TO HLD-INVOICE-DATE
           MOVE SRT-DUE-DATE TO HLD-DUE-DATE
           MOVE SRT-SHIP-TO-CODE TO HLD-SHIP-TO-CODE
           MOVE 0 TO INVOICE-GOODS
           MOVE 0 TO INVOICE-TAX

           MOVE 'N' TO CUST-FOUND-SWITCH
           MOVE SRT-CUSTOMER TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS EQUAL TO '00'
               MOVE 'Y' TO CUST-FOUND-SWITCH
           END-IF
           PERFORM 33-SET-SHIP-TO-BLOCK

           MOVE ALL '-' TO PRINT-LINE
           PERFORM 38-PUT-LINE

           MOVE SPACES TO PRINT-LINE
           MOVE 'INVOICE' TO PRINT-LINE (1: 7)
           IF PRINTING-REPRINT
               MOVE '*** REPRINT - COPY ***' TO PRINT-LINE (12: 22)
           END-IF
           MOVE 'INVOICE NO' TO PRINT-LINE (45: 14)
           MOVE SRT-INVOICE-NUMBER TO PRINT-LINE (59: 8)
           PERFORM 38-PUT-LINE

           MOVE SPACES TO PRINT-LINE
           MOVE 'INVOICE DATE' TO PRINT-LINE (45: 14)
           MOVE SRT-INVOICE-DATE TO PRINT-LINE (59: 8)
           PERFORM 38-PUT-LINE

           MOVE SPACES TO PRINT-LINE
           MOVE 'ACCOUNT' TO PRINT-LINE (45: 14)
           MOVE SRT-CUSTOMER TO PRINT-LINE (59: 10)
           PERFORM 38-PUT-LINE

           IF SRT-CUSTOMER-PO IS NOT EQUAL TO SPACES
               MOVE SPACES TO PRINT-LINE
               MOVE 'CUSTOMER PO' TO PRINT-LINE (45: 14)
               MOVE SRT-CUSTOMER-PO TO PRINT-LINE (59: 12)
               PERFORM 38-PUT-LINE
           END-IF

           MOVE SPACES TO PRINT-LINE
           PERFORM 38-PUT-LINE
           MOVE 'BILL TO' TO PRINT-LINE (1: 7)
           MOVE 'SHIP TO' TO PRINT-LINE (45: 7)
           PERFORM 38-PUT-LINE

           MOVE SPACES TO PRINT-LINE
           IF CUSTOMER-FOUND
               MOVE CUM-CUSTOMER-NAME TO PRINT-LINE (3: 20)
           ELSE
               MOVE 'CUSTOMER NOT ON FILE' TO PRINT-LINE (3: 20)
           END-IF
           MOVE SHIP-NAME-HELD TO PRINT-LINE (47: 20)
           PERFORM 38-PUT-LINE

           MOVE SPACES TO PRINT-LINE
           IF CUSTOMER-FOUND
               MOVE CUM-SHIP-TO TO PRINT-LINE (3: 20)
           END-IF
           MOVE SHIP-ADDRESS-HELD TO PRINT-LINE (47: 20)
           PERFORM 38-PUT-LINE

           IF SHIP-CITY-LINE-HELD IS NOT EQUAL TO SPACES
               MOVE SPACES TO PRINT-LINE
               MOVE SHIP-CITY-LINE-HELD TO PRINT-LINE (47: 22)
               PERFORM 38-PUT-LINE
           END-IF

           MOVE SPACES TO PRINT-LINE
           PERFORM 38-PUT-LINE
           MOVE INVOICE-COLUMN-HEADING TO PRINT-LINE
           PERFORM 38-PUT-LINE
           .

      *****************************************************************
      * 33-SET-SHIP-TO-BLOCK finds the line's ship-to location.  A
      * blank code, or no ship-to master, is the customer's own
      * address.
      *****************************************************************
       33-SET-SHIP-TO-BLOCK.

           MOVE SPACES TO SHIP-NAME-HELD
           MOVE SPACES TO SHIP-ADDRESS-HELD
           MOVE SPACES TO SHIP-CITY-LINE-HELD
           IF CUSTOMER-FOUND
               MOVE CUM-CUSTOMER-NAME TO SHIP-NAME-HELD
               MOVE CUM-SHIP-TO TO SHIP-ADDRESS-HELD
           END-IF

           IF SRT-SHIP-TO-CODE IS NOT EQUAL TO SPACES
               MOVE SPACES TO SHIP-NAME-HELD
               MOVE SPACES TO SHIP-ADDRESS-HELD
               STRING 'LOCATION ' DELIMITED BY SIZE
                      SRT-SHIP-TO-CODE DELIMITED BY SIZE
                   INTO SHIP-NAME-HELD
               PERFORM VARYING SHIP-SUB FROM 1 BY 1
                   UNTIL SHIP-SUB > SHIP-TO-COUNT
                   IF STT-CUSTOMER-ID (SHIP-SUB) IS EQUAL TO
                           SRT-CUSTOMER
                      AND STT-SHIP-TO-CODE (SHIP-SUB) IS EQUAL TO
                           SRT-SHIP-TO-CODE
                       MOVE STT-SHIP-TO-NAME (SHIP-SUB) TO
                               SHIP-NAME-HELD
                       MOVE STT-ADDRESS (SHIP-SUB) TO
                               SHIP-ADDRESS-HELD
                       STRING STT-CITY (SHIP-SUB) DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              STT-STATE (SHIP-SUB) DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              STT-ZIP-CODE (SHIP-SUB)
                                  DELIMITED BY SIZE
                           INTO SHIP-CITY-LINE-HELD
                       MOVE SHIP-TO-COUNT TO SHIP-SUB
                   END-IF
               END-PERFORM
           END-IF
           .

      *****************************************************************
      * 34-WRITE-INVOICE-LINE prints one line, noting a contract or
      * promotional price and the candy ordered when a substitute
      * shipped.  Lines for another ship-to under the same order
      * print under their own ship-to heading.
      *****************************************************************
       34-WRITE-INVOICE-LINE.

           IF SRT-SHIP-TO-CODE IS NOT EQUAL TO HLD-SHIP-TO-CODE
               MOVE SRT-SHIP-TO-CODE TO HLD-SHIP-TO-CODE
               PERFORM 33-SET-SHIP-TO-BLOCK
               MOVE SPACES TO PRINT-LINE
               PERFORM 38-PUT-LINE
               STRING 'SHIP TO ' DELIMITED BY SIZE
                      SHIP-NAME-HELD DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      SHIP-ADDRESS-HELD DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      SHIP-CITY-LINE-HELD DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM 38-PUT-LINE
           END-IF

           MOVE SPACES TO CANDY-NAME-HELD
           PERFORM VARYING CANDY-SUB FROM 1 BY 1
               UNTIL CANDY-SUB > CANDY-CATALOG-COUNT
               IF CAT-CANDY-ID (CANDY-SUB) IS EQUAL TO SRT-CANDY-ID
                   MOVE CAT-OFFICIAL-NAME (CANDY-SUB) TO
                           CANDY-NAME-HELD
                   MOVE CANDY-CATALOG-COUNT TO CANDY-SUB
               END-IF
           END-PERFORM

           MOVE SRT-CANDY-ID TO ILN-CANDY-ID
           MOVE CANDY-NAME-HELD TO ILN-DESCRIPTION
           MOVE SRT-CASES TO ILN-CASES
           MOVE SRT-UNITS TO ILN-UNITS
           MOVE SRT-UNIT-PRICE TO ILN-PRICE
           MOVE SRT-EXTENDED TO ILN-EXTENSION
           EVALUATE SRT-PRICE-SOURCE
               WHEN 'C'
                   MOVE 'CONTRACT PRICE' TO ILN-REMARK
               WHEN 'P'
                   MOVE 'PROMO PRICE' TO ILN-REMARK
               WHEN OTHER
                   MOVE SPACES TO ILN-REMARK
           END-EVALUATE
           MOVE INVOICE-ITEM-LINE TO PRINT-LINE
           PERFORM 38-PUT-LINE

           IF SRT-ORDERED-CANDY-ID IS NOT EQUAL TO SPACES
              AND SRT-ORDERED-CANDY-ID IS NOT EQUAL TO SRT-CANDY-ID
               MOVE SPACES TO PRINT-LINE
               STRING 'SUBSTITUTED FOR ' DELIMITED BY SIZE
                      SRT-ORDERED-CANDY-ID DELIMITED BY SIZE
                      ' ORDERED' DELIMITED BY SIZE
                   INTO PRINT-LINE (6: 40)
               PERFORM 38-PUT-LINE
           END-IF

           ADD SRT-EXTENDED TO INVOICE-GOODS
           ADD SRT-TAX-AMOUNT TO INVOICE-TAX
           .

      *****************************************************************
      * 36-FINISH-INVOICE prints the totals, the terms and due date,
      * and the remit-to block, and registers the invoice.
      *****************************************************************
       36-FINISH-INVOICE.

           COMPUTE INVOICE-TOTAL = INVOICE-GOODS + INVOICE-TAX

           MOVE SPACES TO PRINT-LINE
           PERFORM 38-PUT-LINE
           MOVE SPACES TO INVOICE-TOTAL-LINE
           MOVE 'MERCHANDISE' TO ITL-LABEL
           MOVE INVOICE-GOODS TO ITL-AMOUNT
           MOVE INVOICE-TOTAL-LINE TO PRINT-LINE
           PERFORM 38-PUT-LINE
           MOVE SPACES TO INVOICE-TOTAL-LINE
           MOVE 'SALES TAX' TO ITL-LABEL
           MOVE INVOICE-TAX TO ITL-AMOUNT
           MOVE INVOICE-TOTAL-LINE TO PRINT-LINE
           PERFORM 38-PUT-LINE
           MOVE SPACES TO INVOICE-TOTAL-LINE
           MOVE 'INVOICE TOTAL' TO ITL-LABEL
           MOVE INVOICE-TOTAL TO ITL-AMOUNT
           MOVE INVOICE-TOTAL-LINE TO PRINT-LINE
           PERFORM 38-PUT-LINE

           MOVE SPACES TO PRINT-LINE
           PERFORM 38-PUT-LINE
           MOVE 'TERMS' TO PRINT-LINE (1: 5)
           MOVE 'DUE ON INVOICE DATE' TO PRINT-LINE (8: 20)
           IF CUSTOMER-FOUND
              AND CUM-TERMS-CODE IS NOT EQUAL TO SPACES
               MOVE CUM-TERMS-CODE TO PRINT-LINE (8: 20)
               PERFORM VARYING TERMS-SUB FROM 1 BY 1
                   UNTIL TERMS-SUB > TERMS-COUNT
                   IF TRT-TERMS-CODE (TERMS-SUB) IS EQUAL TO
                           CUM-TERMS-CODE
                       MOVE TRT-DESCRIPTION (TERMS-SUB) TO
                               PRINT-LINE (8: 20)
                       MOVE TERMS-COUNT TO TERMS-SUB
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'DUE DATE' TO PRINT-LINE (45: 14)
           MOVE HLD-DUE-DATE TO PRINT-LINE (59: 8)
           PERFORM 38-PUT-LINE

           MOVE SPACES TO PRINT-LINE
           PERFORM 38-PUT-LINE
           MOVE 'PLEASE REMIT TO:' TO PRINT-LINE
           PERFORM 38-PUT-LINE
           PERFORM VARYING REMIT-SUB FROM 1 BY 1
               UNTIL REMIT-SUB > REMIT-TO-COUNT
               MOVE SPACES TO PRINT-LINE
               MOVE REMIT-TO-LINE (REMIT-SUB) TO PRINT-LINE (5: 40)
               PERFORM 38-PUT-LINE
           END-PERFORM

           MOVE SPACES TO REGISTER-LINE
           MOVE HLD-CUSTOMER TO REG-CUSTOMER
           MOVE HLD-INVOICE-NUMBER TO REG-INVOICE-NUMBER
           MOVE HLD-INVOICE-DATE TO REG-INVOICE-DATE
           MOVE INVOICE-TOTAL TO REG-AMOUNT
           IF PRINTING-REPRINT
               MOVE 'REPRINTED' TO REG-DISPOSITION
               ADD 1 TO INVOICES-REPRINTED-COUNT
           ELSE
               MOVE 'PRINTED' TO REG-DISPOSITION
               ADD 1 TO INVOICES-PRINTED-COUNT
               ADD INVOICE-TOTAL TO PRINTED-AMOUNT-TOTAL
           END-IF
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE 'N' TO INVOICE-OPEN-SWITCH
           .

       38-PUT-LINE.

           IF PRINTING-REPRINT
               MOVE PRINT-LINE TO REPRINT-RECORD
               WRITE REPRINT-RECORD
           ELSE
               MOVE PRINT-LINE TO INVOICE-PRINT-RECORD
               WRITE INVOICE-PRINT-RECORD
           END-IF
           .

      *****************************************************************
      * 40-EOF-ROUTINE registers the invoices not printed -- kept
      * for electronic billing, or held because no open item ties
      * -- and the reprints asked for that are not on history.
      *****************************************************************
       40-EOF-ROUTINE.

           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > ITEM-COUNT
               IF NOT ITM-TIED (ITEM-SUB)
                  OR NOT ITM-PAPER (ITEM-SUB)
                   MOVE SPACES TO REGISTER-LINE
                   MOVE ITM-CUSTOMER (ITEM-SUB) TO REG-CUSTOMER
                   MOVE ITM-INVOICE-NUMBER (ITEM-SUB) TO
                           REG-INVOICE-NUMBER
                   MOVE ITM-INVOICE-DATE (ITEM-SUB) TO
                           REG-INVOICE-DATE
                   MOVE ITM-AMOUNT (ITEM-SUB) TO REG-AMOUNT
                   IF NOT ITM-TIED (ITEM-SUB)
                       MOVE 'HELD - NOT POSTED TO AR'
                               TO REG-DISPOSITION
                       ADD 1 TO INVOICES-HELD-COUNT
                   ELSE
                       MOVE 'ELECTRONIC BILLING'
                               TO REG-DISPOSITION
                       ADD 1 TO ELECTRONIC-COUNT
                   END-IF
                   MOVE REGISTER-LINE TO REGISTER-RECORD
                   WRITE REGISTER-RECORD
               END-IF
           END-PERFORM

           PERFORM VARYING REQUEST-SUB FROM 1 BY 1
               UNTIL REQUEST-SUB > REQUEST-COUNT
               IF RQT-FOUND-FLAG (REQUEST-SUB) IS EQUAL TO 'N'
                   MOVE SPACES TO REGISTER-LINE
                   MOVE RQT-INVOICE-NUMBER (REQUEST-SUB) TO
                           REG-INVOICE-NUMBER
                   MOVE 0 TO REG-INVOICE-DATE
                   MOVE 0 TO REG-AMOUNT
                   MOVE 'REPRINT - NOT ON HISTORY' TO REG-DISPOSITION
                   MOVE REGISTER-LINE TO REGISTER-RECORD
                   WRITE REGISTER-RECORD
                   ADD 1 TO REPRINTS-MISSING-COUNT
               END-IF
           END-PERFORM

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'INVOICES PRINTED' TO RTL-LABEL
           MOVE INVOICES-PRINTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'ELECTRONIC BILLING' TO RTL-LABEL
           MOVE ELECTRONIC-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'HELD - NOT POSTED TO AR' TO RTL-LABEL
           MOVE INVOICES-HELD-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'INVOICES REPRINTED' TO RTL-LABEL
           MOVE INVOICES-REPRINTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'REPRINTS NOT ON HISTORY' TO RTL-LABEL
           MOVE REPRINTS-MISSING-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LINES KEPT ON HISTORY' TO RTL-LABEL
           MOVE HISTORY-KEPT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE CUSTOMER-MASTER-FILE
                 INVOICE-PRINT-FILE
                 REPRINT-FILE
                 PRINT-REGISTER

           IF INVOICES-HELD-COUNT IS GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY 'INVPRINT: ' INVOICES-PRINTED-COUNT
                   ' INVOICES PRINTED, ' INVOICES-REPRINTED-COUNT
                   ' REPRINTED, ' INVOICES-HELD-COUNT
                   ' HELD NOT POSTED TO AR'
           .
