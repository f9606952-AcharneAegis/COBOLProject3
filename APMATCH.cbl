       IDENTIFICATION DIVISION.
       PROGRAM-ID. APMATCH.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * APMATCH is the vendor invoice match run.  Vendor invoices
      * used to be ticked off by eye against the printed accrual;
      * this run takes the keyed invoice lines and matches each one
      * three ways -- against the purchase order line it bills, the
      * receipts the warehouses actually logged against that PO,
      * and what earlier invoices already billed on it.  A line
      * within the price and quantity tolerances goes on the AP
      * invoice ledger, approved for payment, which also relieves
      * the AP accrual.  A line that bills over the PO price, bills
      * cases not yet received, or repeats a line the vendor has
      * already invoiced goes on the match exception register for
      * the buyer to resolve with the vendor.
      * *****
      * INPUT:
      *    VENDOR-INVOICE-TRANS.txt  one invoice line per record:
      *                            Vendor ID, invoice number,
      *                            invoice date, PO number, Candy
      *                            ID, cases billed, unit price.
      *    PO-MASTER.dat           the purchase order master.
      *    INVENTORY-UPDATE-LOG.txt the applied-movement log; every
      *                            receipt ('R') referencing the PO
      *                            counts as received.
      *    AP-INVOICE-LEDGER.txt   optional: every invoice line
      *                            approved so far.
      *    AP-MATCH-TOLERANCE.txt  optional: the price tolerance
      *                            and the quantity tolerance, each
      *                            a percent (99V99).  A missing
      *                            file means 1.00 percent on price
      *                            and no tolerance on quantity.
      * *****
      * OUTPUT:
      *    AP-INVOICE-LEDGER.txt   extended with one line per
      *                            invoice line approved.
      *    AP-Match-Exception-Register.txt  every line that failed
      *                            the match, with what the PO,
      *                            the receipts, and earlier
      *                            invoices show, plus run totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-TRANS-FILE
               ASSIGN TO 'VENDOR-INVOICE-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIT-FILE-STATUS.
           SELECT PO-MASTER-FILE
               ASSIGN TO 'PO-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POM-REC-KEY
               FILE STATUS IS POM-FILE-STATUS.
           SELECT UPDATE-LOG-FILE
               ASSIGN TO 'INVENTORY-UPDATE-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ULF-FILE-STATUS.
           SELECT AP-INVOICE-FILE
               ASSIGN TO 'AP-INVOICE-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS API-FILE-STATUS.
           SELECT TOLERANCE-FILE
               ASSIGN TO 'AP-MATCH-TOLERANCE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOL-FILE-STATUS.
           SELECT EXCEPTION-REGISTER
               ASSIGN TO PRINTER 'AP-Match-Exception-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD INVOICE-TRANS-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  INVOICE-TRANS-RECORD.
           05  VIT-VENDOR-ID           PIC A.
           05  VIT-INVOICE-NUMBER      PIC X(10).
           05  VIT-INVOICE-DATE        PIC 9(8).
           05  VIT-PO-NUMBER           PIC X(8).
           05  VIT-CANDY-ID            PIC XXX.
           05  VIT-CASES               PIC 9(5).
           05  VIT-UNIT-PRICE          PIC 999V99.

       FD PO-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS.

       COPY POMREC.

       FD UPDATE-LOG-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01  UPDATE-LOG-RECORD.
           05  ULF-RUN-DATE            PIC 9(8).
           05  ULF-TRANS-TYPE          PIC A.
           05  ULF-WAREHOUSE-ID        PIC X(4).
           05  ULF-CANDY-ID            PIC XXX.
           05  ULF-ADJ-SIGN            PIC X.
           05  ULF-QUANTITY            PIC 9(5).
           05  ULF-REFERENCE           PIC X(8).
           05  ULF-VENDOR-ID           PIC A.
           05  ULF-PURCHASE-PRICE      PIC 999V99.

       FD AP-INVOICE-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY APINVREC.

       FD TOLERANCE-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  TOLERANCE-RECORD.
           05  TOL-PRICE-PCT           PIC 99V99.
           05  TOL-QUANTITY-PCT        PIC 99V99.

       FD EXCEPTION-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  VIT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-VIT-DATA                     VALUE 'N'.
           05  POM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-POM-DATA                     VALUE 'N'.
           05  ULF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-ULF-DATA                     VALUE 'N'.
           05  API-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-API-DATA                     VALUE 'N'.
           05  PO-FOUND-SWITCH         PIC X           VALUE 'N'.
               88 PO-LINE-FOUND                        VALUE 'Y'.
           05  DUPLICATE-SWITCH        PIC X           VALUE 'N'.
               88 DUPLICATE-LINE                       VALUE 'Y'.

       01  TEMP-FIELDS.
           05  VIT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  POM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ULF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  API-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TOL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  PO-SUB                  PIC 9(4)        VALUE 0.
           05  PO-HOLD-SUB             PIC 9(4)        VALUE 0.
           05  KEY-SUB                 PIC 9(5)        VALUE 0.
           05  PRICE-TOLERANCE-PCT     PIC 99V99       VALUE 1.00.
           05  QUANTITY-TOLERANCE-PCT  PIC 99V99       VALUE 0.
           05  PRICE-LIMIT             PIC 9(4)V99     VALUE 0.
           05  ORDERED-LIMIT           PIC 9(7)        VALUE 0.
           05  RECEIVED-LIMIT          PIC 9(7)        VALUE 0.
           05  BILLED-TO-DATE          PIC 9(7)        VALUE 0.
           05  LINE-AMOUNT             PIC 9(9)V99     VALUE 0.
           05  EXCEPTION-REASON        PIC X(18)       VALUE SPACES.

       01  RUN-TOTALS.
           05  LINES-READ-COUNT        PIC 9(5)        VALUE 0.
           05  APPROVED-COUNT          PIC 9(5)        VALUE 0.
           05  EXCEPTION-COUNT         PIC 9(5)        VALUE 0.
           05  PRICE-EXCEPTION-COUNT   PIC 9(5)        VALUE 0.
           05  RECEIPT-EXCEPTION-COUNT PIC 9(5)        VALUE 0.
           05  DUPLICATE-COUNT         PIC 9(5)        VALUE 0.
           05  APPROVED-AMOUNT-TOTAL   PIC 9(11)V99    VALUE 0.
           05  EXCEPTION-AMOUNT-TOTAL  PIC 9(11)V99    VALUE 0.

      *****************************************************************
      * PO-TABLE holds one entry per PO number and Candy ID -- a
      * line split across warehouses is summed -- with the cases
      * received against it from the update log and the cases
      * already billed from the invoice ledger, this run's approved
      * lines included.
      *****************************************************************
       01  PO-COUNT                    PIC 9(4)        VALUE 0.

       01  PO-TABLE.
           05  PO-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON PO-COUNT.
               10  POT-PO-NUMBER       PIC X(8).
               10  POT-VENDOR-ID       PIC A.
               10  POT-CANDY-ID        PIC XXX.
               10  POT-PO-PRICE        PIC 999V99.
               10  POT-CASES-ORDERED   PIC 9(7).
               10  POT-CASES-RECEIVED  PIC 9(7).
               10  POT-CASES-BILLED    PIC 9(7).

      *****************************************************************
      * INVOICE-KEY-TABLE holds every vendor, invoice, PO, and Candy
      * ID already approved, so the same invoice line is never
      * approved -- or paid -- twice.
      *****************************************************************
       01  INVOICE-KEY-COUNT           PIC 9(5)        VALUE 0.

       01  INVOICE-KEY-TABLE.
           05  INVOICE-KEY-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON INVOICE-KEY-COUNT.
               10  IKT-VENDOR-ID       PIC A.
               10  IKT-INVOICE-NUMBER  PIC X(10).
               10  IKT-PO-NUMBER       PIC X(8).
               10  IKT-CANDY-ID        PIC XXX.

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(22)   VALUE
                                       'V INVOICE    PO       '.
           05  FILLER                  PIC X(24)   VALUE
                                       'CDY  CASES  PRICE PO PRC'.
           05  FILLER                  PIC X(21)   VALUE
                                       '   RCVD BILLED REASON'.

       01  REGISTER-LINE.
           05  REG-VENDOR-ID           PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-INVOICE-NUMBER      PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-PO-NUMBER           PIC X(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-CANDY-ID            PIC XXX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-CASES               PIC ZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-PRICE               PIC ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-PO-PRICE            PIC ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-RECEIVED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-BILLED              PIC ZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-REASON              PIC X(18).

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(33)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 11-READ-TOLERANCES
           PERFORM 12-LOAD-PO-MASTER
           PERFORM 13-LOAD-RECEIPTS
           PERFORM 14-LOAD-INVOICE-LEDGER
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-INVOICE-LINES
           PERFORM 40-EOF-ROUTINE
           .

       11-READ-TOLERANCES.

           OPEN INPUT TOLERANCE-FILE
           IF TOL-FILE-STATUS IS EQUAL TO '00'
               READ TOLERANCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TOL-PRICE-PCT IS NUMERIC
                           MOVE TOL-PRICE-PCT TO PRICE-TOLERANCE-PCT
                       END-IF
                       IF TOL-QUANTITY-PCT IS NUMERIC
                           MOVE TOL-QUANTITY-PCT TO
                                   QUANTITY-TOLERANCE-PCT
                       END-IF
               END-READ
               CLOSE TOLERANCE-FILE
           END-IF
           .

      *****************************************************************
      * 12-LOAD-PO-MASTER builds the PO table, one entry per PO
      * number and Candy ID.
      *****************************************************************
       12-LOAD-PO-MASTER.

           OPEN INPUT PO-MASTER-FILE
           IF POM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'APMATCH: UNABLE TO OPEN PO MASTER FILE, '
                       'FILE STATUS = ' POM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO POM-REC-KEY
           START PO-MASTER-FILE KEY IS NOT LESS THAN POM-REC-KEY
           IF POM-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'N' TO POM-EOF-FLAG
           ELSE
               MOVE ' ' TO POM-EOF-FLAG
           END-IF

           PERFORM UNTIL NO-MORE-POM-DATA
               READ PO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO POM-EOF-FLAG
                   NOT AT END
                       IF POM-CASES-ORDERED IS NUMERIC
                          AND POM-PO-PRICE IS NUMERIC
                           PERFORM 12A-ADD-PO-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PO-MASTER-FILE
           .

       12A-ADD-PO-LINE.

           MOVE 'N' TO PO-FOUND-SWITCH
           PERFORM VARYING PO-SUB FROM 1 BY 1
               UNTIL PO-SUB > PO-COUNT
                  OR PO-LINE-FOUND
               IF POT-PO-NUMBER (PO-SUB) IS EQUAL TO POM-PO-NUMBER
                  AND POT-CANDY-ID (PO-SUB) IS EQUAL TO POM-CANDY-ID
                   MOVE 'Y' TO PO-FOUND-SWITCH
                   ADD POM-CASES-ORDERED TO
                           POT-CASES-ORDERED (PO-SUB)
               END-IF
           END-PERFORM

           IF NOT PO-LINE-FOUND
               IF PO-COUNT IS EQUAL TO 2000
                   DISPLAY 'APMATCH: PO MASTER HAS MORE THAN 2000 '
                           'LINES, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PO-COUNT
               MOVE POM-PO-NUMBER TO POT-PO-NUMBER (PO-COUNT)
               MOVE POM-VENDOR-ID TO POT-VENDOR-ID (PO-COUNT)
               MOVE POM-CANDY-ID TO POT-CANDY-ID (PO-COUNT)
               MOVE POM-PO-PRICE TO POT-PO-PRICE (PO-COUNT)
               MOVE POM-CASES-ORDERED TO POT-CASES-ORDERED (PO-COUNT)
               MOVE 0 TO POT-CASES-RECEIVED (PO-COUNT)
               MOVE 0 TO POT-CASES-BILLED (PO-COUNT)
           END-IF
           .

      *****************************************************************
      * 13-LOAD-RECEIPTS adds up the receipts logged against each PO
      * line.  The warehouses key the PO number as the receipt
      * reference, the same match INVPOST makes.
      *****************************************************************
       13-LOAD-RECEIPTS.

           OPEN INPUT UPDATE-LOG-FILE
           IF ULF-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'APMATCH: NO INVENTORY UPDATE LOG ON FILE, '
                       'NOTHING HAS BEEN RECEIVED'
           ELSE
               IF ULF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'APMATCH: UNABLE TO OPEN INVENTORY UPDATE '
                           'LOG, FILE STATUS = ' ULF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO ULF-EOF-FLAG
               PERFORM UNTIL NO-MORE-ULF-DATA
                   READ UPDATE-LOG-FILE
                       AT END
                           MOVE 'N' TO ULF-EOF-FLAG
                       NOT AT END
                           IF ULF-TRANS-TYPE IS EQUAL TO 'R'
                              AND ULF-QUANTITY IS NUMERIC
                               PERFORM VARYING PO-SUB FROM 1 BY 1
                                   UNTIL PO-SUB > PO-COUNT
                                   IF POT-PO-NUMBER (PO-SUB) IS EQUAL
                                           TO ULF-REFERENCE
                                      AND POT-CANDY-ID (PO-SUB) IS
                                           EQUAL TO ULF-CANDY-ID
                                       ADD ULF-QUANTITY TO
                                           POT-CASES-RECEIVED (PO-SUB)
                                       MOVE PO-COUNT TO PO-SUB
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UPDATE-LOG-FILE
           END-IF
           .

      *****************************************************************
      * 14-LOAD-INVOICE-LEDGER adds up what earlier invoices billed
      * on each PO line and keeps every approved invoice line's key
      * for the duplicate check.
      *****************************************************************
       14-LOAD-INVOICE-LEDGER.

           OPEN INPUT AP-INVOICE-FILE
           IF API-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF API-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'APMATCH: UNABLE TO OPEN AP INVOICE '
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
                               PERFORM 14A-ADD-INVOICE-KEY
                               PERFORM 14B-ADD-BILLED-CASES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AP-INVOICE-FILE
           END-IF
           .

       14A-ADD-INVOICE-KEY.

           IF INVOICE-KEY-COUNT IS EQUAL TO 10000
               DISPLAY 'APMATCH: MORE THAN 10000 INVOICE LINES ON '
                       'THE LEDGER, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO INVOICE-KEY-COUNT
           MOVE API-VENDOR-ID TO IKT-VENDOR-ID (INVOICE-KEY-COUNT)
           MOVE API-INVOICE-NUMBER TO
                   IKT-INVOICE-NUMBER (INVOICE-KEY-COUNT)
           MOVE API-PO-NUMBER TO IKT-PO-NUMBER (INVOICE-KEY-COUNT)
           MOVE API-CANDY-ID TO IKT-CANDY-ID (INVOICE-KEY-COUNT)
           .

       14B-ADD-BILLED-CASES.

           PERFORM VARYING PO-SUB FROM 1 BY 1
               UNTIL PO-SUB > PO-COUNT
               IF POT-PO-NUMBER (PO-SUB) IS EQUAL TO API-PO-NUMBER
                  AND POT-CANDY-ID (PO-SUB) IS EQUAL TO API-CANDY-ID
                   ADD API-CASES TO POT-CASES-BILLED (PO-SUB)
                   MOVE PO-COUNT TO PO-SUB
               END-IF
           END-PERFORM
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT INVOICE-TRANS-FILE
           IF VIT-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'APMATCH: UNABLE TO OPEN VENDOR INVOICE '
                       'TRANSACTION FILE, FILE STATUS = '
                       VIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AP-INVOICE-FILE
           IF API-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT AP-INVOICE-FILE
               IF API-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'APMATCH: UNABLE TO OPEN AP INVOICE '
                           'LEDGER, FILE STATUS = ' API-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT EXCEPTION-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'VENDOR INVOICE MATCH EXCEPTION REGISTER' TO
                   REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       20-PROCESS-INVOICE-LINES.

           MOVE ' ' TO VIT-EOF-FLAG
           PERFORM UNTIL NO-MORE-VIT-DATA
               READ INVOICE-TRANS-FILE
                   AT END
                       MOVE 'N' TO VIT-EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINES-READ-COUNT
                       PERFORM 25-MATCH-ONE-LINE THRU 25-MATCH-EXIT
               END-READ
           END-PERFORM
           .

      *****************************************************************
      * 25-MATCH-ONE-LINE edits the invoice line and matches it.
      * The first test it fails puts it on the exception register
      * and nothing is approved.  The price may run over the PO
      * price by the price tolerance; the cases billed to date,
      * this line included, may run over the cases ordered and the
      * cases received by the quantity tolerance.
      *****************************************************************
       25-MATCH-ONE-LINE.

           MOVE SPACES TO EXCEPTION-REASON
           MOVE 0 TO PO-HOLD-SUB

           IF VIT-CASES IS NOT NUMERIC
              OR VIT-CASES IS EQUAL TO ZERO
              OR VIT-UNIT-PRICE IS NOT NUMERIC
              OR VIT-INVOICE-DATE IS NOT NUMERIC
              OR VIT-INVOICE-NUMBER IS EQUAL TO SPACES
               MOVE 'INVALID LINE' TO EXCEPTION-REASON
               PERFORM 29-WRITE-EXCEPTION-LINE
               GO TO 25-MATCH-EXIT
           END-IF

           COMPUTE LINE-AMOUNT = VIT-CASES * VIT-UNIT-PRICE

           MOVE 'N' TO DUPLICATE-SWITCH
           PERFORM VARYING KEY-SUB FROM 1 BY 1
               UNTIL KEY-SUB > INVOICE-KEY-COUNT
                  OR DUPLICATE-LINE
               IF IKT-VENDOR-ID (KEY-SUB) IS EQUAL TO VIT-VENDOR-ID
                  AND IKT-INVOICE-NUMBER (KEY-SUB) IS EQUAL TO
                       VIT-INVOICE-NUMBER
                  AND IKT-PO-NUMBER (KEY-SUB) IS EQUAL TO
                       VIT-PO-NUMBER
                  AND IKT-CANDY-ID (KEY-SUB) IS EQUAL TO VIT-CANDY-ID
                   MOVE 'Y' TO DUPLICATE-SWITCH
               END-IF
           END-PERFORM

           MOVE 'N' TO PO-FOUND-SWITCH
           PERFORM VARYING PO-SUB FROM 1 BY 1
               UNTIL PO-SUB > PO-COUNT
                  OR PO-LINE-FOUND
               IF POT-PO-NUMBER (PO-SUB) IS EQUAL TO VIT-PO-NUMBER
                  AND POT-CANDY-ID (PO-SUB) IS EQUAL TO VIT-CANDY-ID
                   MOVE 'Y' TO PO-FOUND-SWITCH
                   MOVE PO-SUB TO PO-HOLD-SUB
               END-IF
           END-PERFORM

           IF DUPLICATE-LINE
               MOVE 'DUPLICATE INVOICE' TO EXCEPTION-REASON
               ADD 1 TO DUPLICATE-COUNT
               PERFORM 29-WRITE-EXCEPTION-LINE
               GO TO 25-MATCH-EXIT
           END-IF

           IF NOT PO-LINE-FOUND
               MOVE 'NOT ON PO' TO EXCEPTION-REASON
               PERFORM 29-WRITE-EXCEPTION-LINE
               GO TO 25-MATCH-EXIT
           END-IF

           IF POT-VENDOR-ID (PO-HOLD-SUB) IS NOT EQUAL TO
                   VIT-VENDOR-ID
               MOVE 'VENDOR NOT ON PO' TO EXCEPTION-REASON
               PERFORM 29-WRITE-EXCEPTION-LINE
               GO TO 25-MATCH-EXIT
           END-IF

           COMPUTE PRICE-LIMIT ROUNDED = POT-PO-PRICE (PO-HOLD-SUB)
                   * (100 + PRICE-TOLERANCE-PCT) / 100
           IF VIT-UNIT-PRICE IS GREATER THAN PRICE-LIMIT
               MOVE 'PRICE OVER PO' TO EXCEPTION-REASON
               ADD 1 TO PRICE-EXCEPTION-COUNT
               PERFORM 29-WRITE-EXCEPTION-LINE
               GO TO 25-MATCH-EXIT
           END-IF

           COMPUTE BILLED-TO-DATE = POT-CASES-BILLED (PO-HOLD-SUB)
                   + VIT-CASES
           COMPUTE ORDERED-LIMIT = POT-CASES-ORDERED (PO-HOLD-SUB)
                   * (100 + QUANTITY-TOLERANCE-PCT) / 100
           IF BILLED-TO-DATE IS GREATER THAN ORDERED-LIMIT
               MOVE 'BILLED OVER PO QTY' TO EXCEPTION-REASON
               PERFORM 29-WRITE-EXCEPTION-LINE
               GO TO 25-MATCH-EXIT
           END-IF

           COMPUTE RECEIVED-LIMIT = POT-CASES-RECEIVED (PO-HOLD-SUB)
                   * (100 + QUANTITY-TOLERANCE-PCT) / 100
           IF BILLED-TO-DATE IS GREATER THAN RECEIVED-LIMIT
               MOVE 'NOT RECEIVED' TO EXCEPTION-REASON
               ADD 1 TO RECEIPT-EXCEPTION-COUNT
               PERFORM 29-WRITE-EXCEPTION-LINE
               GO TO 25-MATCH-EXIT
           END-IF

           PERFORM 27-APPROVE-LINE
           .

       25-MATCH-EXIT.
           EXIT.

      *****************************************************************
      * 27-APPROVE-LINE puts the matched line on the ledger for
      * payment and counts its cases as billed, so a later line on
      * the same PO in this run is matched against it.
      *****************************************************************
       27-APPROVE-LINE.

           MOVE VIT-VENDOR-ID TO API-VENDOR-ID
           MOVE VIT-INVOICE-NUMBER TO API-INVOICE-NUMBER
           MOVE VIT-INVOICE-DATE TO API-INVOICE-DATE
           MOVE VIT-PO-NUMBER TO API-PO-NUMBER
           MOVE VIT-CANDY-ID TO API-CANDY-ID
           MOVE VIT-CASES TO API-CASES
           MOVE VIT-UNIT-PRICE TO API-UNIT-PRICE
           MOVE LINE-AMOUNT TO API-AMOUNT
           MOVE RUN-DATE-YYYYMMDD TO API-MATCH-DATE
           MOVE 'A' TO API-STATUS
           MOVE 0 TO API-DISCOUNT-AMOUNT
           MOVE 0 TO API-CHECK-NUMBER
           MOVE 0 TO API-PAID-DATE
           WRITE AP-INVOICE-RECORD

           PERFORM 14A-ADD-INVOICE-KEY
           ADD VIT-CASES TO POT-CASES-BILLED (PO-HOLD-SUB)
           ADD 1 TO APPROVED-COUNT
           ADD LINE-AMOUNT TO APPROVED-AMOUNT-TOTAL
           .

       29-WRITE-EXCEPTION-LINE.

           MOVE SPACES TO REGISTER-LINE
           MOVE VIT-VENDOR-ID TO REG-VENDOR-ID
           MOVE VIT-INVOICE-NUMBER TO REG-INVOICE-NUMBER
           MOVE VIT-PO-NUMBER TO REG-PO-NUMBER
           MOVE VIT-CANDY-ID TO REG-CANDY-ID
           IF VIT-CASES IS NUMERIC
               MOVE VIT-CASES TO REG-CASES
           END-IF
           IF VIT-UNIT-PRICE IS NUMERIC
               MOVE VIT-UNIT-PRICE TO REG-PRICE
           END-IF
           IF PO-HOLD-SUB IS GREATER THAN ZERO
               MOVE POT-PO-PRICE (PO-HOLD-SUB) TO REG-PO-PRICE
               MOVE POT-CASES-RECEIVED (PO-HOLD-SUB) TO REG-RECEIVED
               MOVE POT-CASES-BILLED (PO-HOLD-SUB) TO REG-BILLED
           END-IF
           MOVE EXCEPTION-REASON TO REG-REASON
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           ADD 1 TO EXCEPTION-COUNT
           IF VIT-CASES IS NUMERIC
              AND VIT-UNIT-PRICE IS NUMERIC
               COMPUTE LINE-AMOUNT = VIT-CASES * VIT-UNIT-PRICE
               ADD LINE-AMOUNT TO EXCEPTION-AMOUNT-TOTAL
           END-IF
           .

      *****************************************************************
      * 40-EOF-ROUTINE finishes the register with the run totals.
      *****************************************************************
       40-EOF-ROUTINE.

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'INVOICE LINES READ' TO RTL-LABEL
           MOVE LINES-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'APPROVED FOR PAYMENT' TO RTL-LABEL
           MOVE APPROVED-COUNT TO RTL-COUNT
           MOVE APPROVED-AMOUNT-TOTAL TO RTL-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'MATCH EXCEPTIONS' TO RTL-LABEL
           MOVE EXCEPTION-COUNT TO RTL-COUNT
           MOVE EXCEPTION-AMOUNT-TOTAL TO RTL-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE '  PRICE OVER PO' TO RTL-LABEL
           MOVE PRICE-EXCEPTION-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE '  BILLED NOT RECEIVED' TO RTL-LABEL
           MOVE RECEIPT-EXCEPTION-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE '  DUPLICATE INVOICE' TO RTL-LABEL
           MOVE DUPLICATE-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE INVOICE-TRANS-FILE
                 AP-INVOICE-FILE
                 EXCEPTION-REGISTER

           DISPLAY 'APMATCH: ' APPROVED-COUNT ' LINES APPROVED, '
                   EXCEPTION-COUNT ' MATCH EXCEPTIONS'

           STOP RUN
           .
