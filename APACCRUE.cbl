      * selects the accrual month, and writes them grouped by
      * Vendor ID with vendor subtotals and a grand total, so AP
      * can match vendor invoices against what the warehouses
      * actually took in.  Cases a matched vendor invoice has
      * already billed are relieved from the accrual, oldest
      * receipts first, so only what is still uninvoiced accrues.
      * *****
      * INPUT:
      *    INVENTORY-UPDATE-LOG.txt  the applied-movement log
      *                              INVPOST extends each run.
      *    PO-MASTER.dat             the purchase order master; a
      *                              receipt whose reference matches
      *                              a PO line accrues at the PO
      *                              price instead of whatever price
      *                              the original-currency unit
      *                              price beside the dollar
      *                              figure.
      *    AP-INVOICE-LEDGER.txt     optional: the vendor invoice
      *                              lines APMATCH approved; their
      *                              cases are relieved from the
      *                              receipts on the same PO line.
      * *****
      * OUTPUT:
      *    AP-ACCRUAL.txt            receipts for the month in
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-FILE-STATUS.
           SELECT PO-MASTER-FILE
               ASSIGN TO 'PO-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POM-REC-KEY
               FILE STATUS IS POM-FILE-STATUS.
           SELECT VENDOR-MASTER-FILE
               ASSIGN TO 'VENDOR-MASTER.txt'
               ASSIGN TO 'EXCHANGE-RATE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXR-FILE-STATUS.
           SELECT AP-INVOICE-FILE
               ASSIGN TO 'AP-INVOICE-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS API-FILE-STATUS.
           SELECT ACCRUAL-EXTRACT
               ASSIGN TO 'AP-ACCRUAL.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       COPY POMREC.

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY VNDMREC.

       FD EXCHANGE-RATE-FILE
           RECORD CONTAINS 21 CHARACTERS.
           05  EXR-EFFECTIVE-DATE      PIC 9(8).
           05  EXR-RATE                PIC 9(4)V9(6).

       FD AP-INVOICE-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY APINVREC.

       FD ACCRUAL-EXTRACT
           RECORD CONTAINS 80 CHARACTERS.

       01  FLAGS-N-SWITCHES.
           05  ULF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-ULF-DATA                     VALUE 'N'.
           05  PO-ON-FILE-SWITCH       PIC X           VALUE 'N'.
               88 PO-MASTER-ON-FILE                    VALUE 'Y'.
           05  PO-FOUND-SWITCH         PIC X           VALUE 'N'.
               88 PO-LINE-FOUND                        VALUE 'Y'.
           05  SORT-EOF-SWITCH        PIC X           VALUE 'N'.
               88 NO-MORE-VNM-DATA                     VALUE 'N'.
           05  EXR-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-EXR-DATA                     VALUE 'N'.
           05  API-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-API-DATA                     VALUE 'N'.
           05  INVOICED-FOUND-SWITCH   PIC X           VALUE 'N'.
               88 INVOICED-LINE-FOUND                  VALUE 'Y'.

       01  TEMP-FIELDS.
           05  ULF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PDF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  POM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ACCRUAL-PERIOD          PIC 9(6)        VALUE 0.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD.
           05  ORIG-UNIT-PRICE         PIC 9(4)V99     VALUE 0.
           05  VENDOR-EXTENDED         PIC 9(11)V99    VALUE 0.
           05  VENDOR-CASES            PIC 9(9)        VALUE 0.
           05  API-FILE-STATUS         PIC XX          VALUE SPACES.
           05  INVOICED-SUB            PIC 9(4)        VALUE 0.
           05  RELIEVED-CASES          PIC 9(5)        VALUE 0.
           05  ACCRUE-CASES            PIC 9(5)        VALUE 0.

       01  RUN-TOTALS.
           05  RECEIPTS-SELECTED-COUNT PIC 9(7)        VALUE 0.
           05  RECEIPTS-AT-PO-PRICE    PIC 9(7)        VALUE 0.
           05  GRAND-EXTENDED          PIC 9(13)V99    VALUE 0.
           05  GRAND-CASES             PIC 9(11)       VALUE 0.
           05  CASES-RELIEVED-TOTAL    PIC 9(9)        VALUE 0.

      *****************************************************************
      * INVOICED-TABLE holds the cases matched vendor invoices have
      * billed on each PO number and Candy ID.  As the log is read
      * in date order each receipt on the line uses up what is left,
      * so the oldest receipts are the ones relieved.
      *****************************************************************
       01  INVOICED-COUNT              PIC 9(4)        VALUE 0.

       01  INVOICED-TABLE.
           05  INVOICED-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON INVOICED-COUNT.
               10  IVC-PO-NUMBER       PIC X(8).
               10  IVC-CANDY-ID        PIC XXX.
               10  IVC-CASES-LEFT      PIC 9(7).


      *****************************************************************
      * VENDOR-CURRENCY-TABLE carries the foreign vendors' quoting
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           MOVE RUN-YYYYMM TO ACCRUAL-PERIOD
           PERFORM 11-READ-PERIOD-OVERRIDE
           PERFORM 12-OPEN-PO-MASTER
           PERFORM 13-LOAD-CURRENCY-DATA
           PERFORM 14-LOAD-INVOICED-CASES

           SORT ACCRUAL-SORT-FILE
               ON ASCENDING KEY SRT-VENDOR-ID SRT-CANDY-ID

           DISPLAY 'APACCRUE: ' RECEIPTS-SELECTED-COUNT ' RECEIPTS '
                   'ACCRUED FOR PERIOD ' ACCRUAL-PERIOD ', '
                   RECEIPTS-AT-PO-PRICE ' AT PO PRICE, '
                   CASES-RELIEVED-TOTAL ' CASES ALREADY INVOICED'

           STOP RUN
           .
           .

      *****************************************************************
      * 12-OPEN-PO-MASTER opens the purchase order master for the
      * accrual-price lookup.  A missing master is tolerated --
      * everything accrues at the logged price.
      *****************************************************************
       12-OPEN-PO-MASTER.

           OPEN INPUT PO-MASTER-FILE
           IF POM-FILE-STATUS IS EQUAL TO '35'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO PO-ON-FILE-SWITCH
           END-IF
           .

           END-IF
           .

      *****************************************************************
      * 14-LOAD-INVOICED-CASES adds up the cases the approved vendor
      * invoice lines billed on each PO line.  The ledger is
      * optional -- without it every receipt accrues.
      *****************************************************************
       14-LOAD-INVOICED-CASES.

           OPEN INPUT AP-INVOICE-FILE
           IF API-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF API-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'APACCRUE: UNABLE TO OPEN AP INVOICE '
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
                           IF API-CASES IS NUMERIC
                               PERFORM 14A-ADD-INVOICED-CASES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AP-INVOICE-FILE
           END-IF
           .

       14A-ADD-INVOICED-CASES.

           MOVE 'N' TO INVOICED-FOUND-SWITCH
           PERFORM VARYING INVOICED-SUB FROM 1 BY 1
               UNTIL INVOICED-SUB > INVOICED-COUNT
                  OR INVOICED-LINE-FOUND
               IF IVC-PO-NUMBER (INVOICED-SUB) IS EQUAL TO
                       API-PO-NUMBER
                  AND IVC-CANDY-ID (INVOICED-SUB) IS EQUAL TO
                       API-CANDY-ID
                   MOVE 'Y' TO INVOICED-FOUND-SWITCH
                   ADD API-CASES TO IVC-CASES-LEFT (INVOICED-SUB)
               END-IF
           END-PERFORM

           IF NOT INVOICED-LINE-FOUND
               IF INVOICED-COUNT IS EQUAL TO 2000
                   DISPLAY 'APACCRUE: MORE THAN 2000 INVOICED PO '
                           'LINES, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO INVOICED-COUNT
               MOVE API-PO-NUMBER TO IVC-PO-NUMBER (INVOICED-COUNT)
               MOVE API-CANDY-ID TO IVC-CANDY-ID (INVOICED-COUNT)
               MOVE API-CASES TO IVC-CASES-LEFT (INVOICED-COUNT)
           END-IF
           .

      *****************************************************************
      * 20-SELECT-RECEIPTS releases every receipt ('R') logged in
      * the accrual month to the sort.  Issues and adjustments are
      * A receipt whose reference matches a PO line is priced at
      * the PO price -- the price the vendor actually quoted --
      * rather than the master price the receipt happened to carry.
      * Every receipt up to the end of the month first uses up the
      * cases invoiced on its PO line; only what is left over of a
      * receipt in the month accrues.
      *****************************************************************
       20-SELECT-RECEIPTS.

                   AT END
                       MOVE 'N' TO ULF-EOF-FLAG
                   NOT AT END
                       MOVE 0 TO ACCRUE-CASES
                       IF ULF-TRANS-TYPE IS EQUAL TO 'R'
                          AND ULF-RUN-DATE IS NUMERIC
                          AND ULF-RUN-YYYYMM IS NOT GREATER THAN
                               ACCRUAL-PERIOD
                          AND ULF-QUANTITY IS NUMERIC
                           PERFORM 21-RELIEVE-INVOICED-CASES
                       END-IF
                       IF ULF-TRANS-TYPE IS EQUAL TO 'R'
                          AND ULF-RUN-DATE IS NUMERIC
                          AND ULF-RUN-YYYYMM IS EQUAL TO
                               ACCRUAL-PERIOD
                          AND ULF-QUANTITY IS NUMERIC
                          AND ACCRUE-CASES IS GREATER THAN ZERO
                           MOVE ULF-VENDOR-ID TO SRT-VENDOR-ID
                           MOVE ULF-CANDY-ID TO SRT-CANDY-ID
                           MOVE ULF-WAREHOUSE-ID TO SRT-WAREHOUSE-ID
                           MOVE ULF-RUN-DATE TO SRT-RUN-DATE
                           MOVE ULF-REFERENCE TO SRT-REFERENCE
                           MOVE ACCRUE-CASES TO SRT-QUANTITY
                           IF ULF-PURCHASE-PRICE IS NUMERIC
                               MOVE ULF-PURCHASE-PRICE TO
                                       SRT-PURCHASE-PRICE
                           ELSE
                               MOVE 0 TO SRT-PURCHASE-PRICE
                           END-IF
                           PERFORM 22-PRICE-AT-PO THRU 22-PRICE-EXIT
                           RELEASE SORT-ACCRUAL-RECORD
                           ADD 1 TO RECEIPTS-SELECTED-COUNT
                       END-IF
           END-PERFORM

           CLOSE UPDATE-LOG-FILE
           IF PO-MASTER-ON-FILE
               CLOSE PO-MASTER-FILE
           END-IF
           .

       21-RELIEVE-INVOICED-CASES.

           MOVE ULF-QUANTITY TO ACCRUE-CASES
           MOVE 0 TO RELIEVED-CASES
           PERFORM VARYING INVOICED-SUB FROM 1 BY 1
               UNTIL INVOICED-SUB > INVOICED-COUNT
               IF IVC-PO-NUMBER (INVOICED-SUB) IS EQUAL TO
                       ULF-REFERENCE
                  AND IVC-CANDY-ID (INVOICED-SUB) IS EQUAL TO
                       ULF-CANDY-ID
                   IF IVC-CASES-LEFT (INVOICED-SUB) IS LESS THAN
                           ULF-QUANTITY
                       MOVE IVC-CASES-LEFT (INVOICED-SUB) TO
                               RELIEVED-CASES
                   ELSE
                       MOVE ULF-QUANTITY TO RELIEVED-CASES
                   END-IF
                   SUBTRACT RELIEVED-CASES FROM
                           IVC-CASES-LEFT (INVOICED-SUB)
                   MOVE INVOICED-COUNT TO INVOICED-SUB
               END-IF
           END-PERFORM
           SUBTRACT RELIEVED-CASES FROM ACCRUE-CASES
           IF ULF-RUN-YYYYMM IS EQUAL TO ACCRUAL-PERIOD
               ADD RELIEVED-CASES TO CASES-RELIEVED-TOTAL
           END-IF
           .

       22-PRICE-AT-PO.

           MOVE 'N' TO PO-FOUND-SWITCH
           IF NOT PO-MASTER-ON-FILE
               GO TO 22-PRICE-EXIT
           END-IF
           MOVE ULF-REFERENCE TO POM-PO-NUMBER
           MOVE ULF-CANDY-ID TO POM-CANDY-ID
           READ PO-MASTER-FILE
           IF POM-FILE-STATUS IS EQUAL TO '00'
              AND POM-WAREHOUSE-ID IS EQUAL TO ULF-WAREHOUSE-ID
               MOVE 'Y' TO PO-FOUND-SWITCH
               IF POM-PO-PRICE IS NUMERIC
                  AND POM-PO-PRICE IS GREATER THAN ZERO
                   MOVE POM-PO-PRICE TO SRT-PURCHASE-PRICE
                   ADD 1 TO RECEIPTS-AT-PO-PRICE
               END-IF
           END-IF
           .

       22-PRICE-EXIT.
           EXIT.

      *****************************************************************
      * 30-WRITE-ACCRUAL-EXTRACT returns the receipts in vendor
      * order, cutting a subtotal at each vendor break and a grand
