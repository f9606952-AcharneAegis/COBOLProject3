       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODPOST.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * PODPOST is the proof-of-delivery posting run.  Once SHIPCONF
      * confirmed a shipment we never heard of it again; now the
      * signed delivery receipts the carriers return are keyed as
      * POD transactions and posted to the shipment trail -- the
      * date delivered, who signed, and any cases the consignee
      * noted short or damaged -- so a customer's call about crushed
      * cases has a record to work from.  Every delivery exception
      * opens a claim against the carrier the BOL line file shows
      * the order travelled with, valued at the invoice price of
      * the cases short and damaged, for CLAIMMNT to follow
      * through.  A POD posts to the order's lines from the
      * warehouse not yet delivered and shipped by the delivered
      * date, so a backorder shipped later takes its own POD; a
      * shipment's POD posts only once.
      * *****
      * INPUT:
      *    POD-TRANS.txt           one POD per record: order number,
      *                            warehouse, delivered date,
      *                            received by, and for a delivery
      *                            exception the Candy ID with the
      *                            cases short and damaged.  An
      *                            order with exceptions on several
      *                            candies has one record per candy.
      *    SHIPMENT-HISTORY.txt    the shipment trail.
      *    BOL-LINE.txt            optional: the carrier and BOL
      *                            each shipment line travelled on.
      *    INVOICE-HISTORY.txt     optional: the invoiced lines, for
      *                            the case price a claim is valued
      *                            at.
      *    CLAIM-CONTROL.txt       optional: the next claim number.
      * *****
      * OUTPUT:
      *    SHIPMENT-HISTORY.txt    rewritten with the delivered
      *                            date, received by, and cases
      *                            short and damaged on each line
      *                            delivered.
      *    CARRIER-CLAIM.txt       extended with one open claim per
      *                            delivery exception.
      *    CLAIM-CONTROL.txt       rewritten with the next claim
      *                            number.
      *    POD-Register.txt        one line per POD showing what was
      *                            posted or why it was rejected,
      *                            plus run totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POD-TRANS-FILE
               ASSIGN TO 'POD-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POD-FILE-STATUS.
           SELECT SHIP-HISTORY-FILE
               ASSIGN TO 'SHIPMENT-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHH-FILE-STATUS.
           SELECT TRAIL-WORK-FILE
               ASSIGN TO 'PODPOST-WORK.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TWF-FILE-STATUS.
           SELECT BOL-LINE-FILE
               ASSIGN TO 'BOL-LINE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BLL-FILE-STATUS.
           SELECT INVOICE-HISTORY-FILE
               ASSIGN TO 'INVOICE-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INH-FILE-STATUS.
           SELECT CLAIM-CONTROL-FILE
               ASSIGN TO 'CLAIM-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLC-FILE-STATUS.
           SELECT CARRIER-CLAIM-FILE
               ASSIGN TO 'CARRIER-CLAIM.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLM-FILE-STATUS.
           SELECT POD-REGISTER
               ASSIGN TO PRINTER 'POD-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD POD-TRANS-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  POD-TRANS-RECORD.
           05  POD-ORDER-NUMBER        PIC X(8).
           05  POD-WAREHOUSE-ID        PIC X(4).
           05  POD-DELIVERED-DATE      PIC 9(8).
           05  POD-RECEIVED-BY         PIC X(20).
           05  POD-CANDY-ID            PIC XXX.
           05  POD-SHORT-CASES         PIC 9(5).
           05  POD-DAMAGED-CASES       PIC 9(5).

       FD SHIP-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS.

       01  SHIP-HISTORY-RECORD.
           05  SHH-SHIP-DATE           PIC 9(8).
           05  SHH-WAREHOUSE-ID        PIC X(4).
           05  SHH-ORDER-NUMBER        PIC X(8).
           05  SHH-CUSTOMER            PIC X(10).
           05  SHH-CANDY-ID            PIC XXX.
           05  SHH-CASES               PIC 9(5).
           05  SHH-LOT-NUMBER          PIC X(10).
           05  SHH-SHIP-TO-CODE        PIC X(4).
           05  SHH-DELIVERED-DATE      PIC 9(8).
           05  SHH-RECEIVED-BY         PIC X(20).
           05  SHH-SHORT-CASES         PIC 9(5).
           05  SHH-DAMAGED-CASES       PIC 9(5).

       FD TRAIL-WORK-FILE
           RECORD CONTAINS 90 CHARACTERS.

       01  TRAIL-WORK-RECORD           PIC X(90).

       FD BOL-LINE-FILE
           RECORD CONTAINS 81 CHARACTERS.

       COPY BOLLREC.

       FD INVOICE-HISTORY-FILE
           RECORD CONTAINS 103 CHARACTERS.

       COPY INVHREC.

       FD CLAIM-CONTROL-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  CLAIM-CONTROL-RECORD.
           05  CLC-NEXT-CLAIM-NUMBER   PIC 9(8).

       FD CARRIER-CLAIM-FILE
           RECORD CONTAINS 149 CHARACTERS.

       COPY CLMREC.

       FD POD-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  POD-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-POD-DATA                     VALUE 'N'.
           05  SHH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SHH-DATA                     VALUE 'N'.
           05  TWF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-TWF-DATA                     VALUE 'N'.
           05  BLL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-BLL-DATA                     VALUE 'N'.
           05  INH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-INH-DATA                     VALUE 'N'.

       01  TEMP-FIELDS.
           05  POD-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SHH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TWF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BLL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  INH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CLC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CLM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  NEXT-CLAIM-NUMBER       PIC 9(8)        VALUE 1.
           05  POD-SUB                 PIC 9(4)        VALUE 0.
           05  PRIOR-SUB               PIC 9(4)        VALUE 0.
           05  EXCEPTION-CASES         PIC 9(7)        VALUE 0.
           05  CASES-ROOM              PIC 9(5)        VALUE 0.
           05  CASES-APPLIED           PIC 9(5)        VALUE 0.
           05  CLAIM-AMOUNT            PIC 9(7)V99     VALUE 0.

       01  RUN-TOTALS.
           05  PODS-READ-COUNT         PIC 9(5)        VALUE 0.
           05  PODS-POSTED-COUNT       PIC 9(5)        VALUE 0.
           05  PODS-REJECTED-COUNT     PIC 9(5)        VALUE 0.
           05  CLAIMS-OPENED-COUNT     PIC 9(5)        VALUE 0.
           05  CLAIMS-UNPRICED-COUNT   PIC 9(5)        VALUE 0.
           05  LINES-DELIVERED-COUNT   PIC 9(7)        VALUE 0.
           05  CLAIM-AMOUNT-TOTAL      PIC 9(11)V99    VALUE 0.

      *****************************************************************
      * POD-TABLE holds the run's POD transactions in the order
      * keyed, with what the shipment trail shows for each: whether
      * the order shipped from the warehouse, whether its POD has
      * already posted, and the cases of the exception candy it
      * shipped.  An open line is one not yet delivered that
      * shipped by the delivered date; an undelivered line shipped
      * after it is a later shipment.  PDT-REASON left blank is a
      * POD that posts.
      *****************************************************************
       01  POD-COUNT                   PIC 9(4)        VALUE 0.

       01  POD-TABLE.
           05  POD-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON POD-COUNT.
               10  PDT-ORDER-NUMBER    PIC X(8).
               10  PDT-WAREHOUSE-ID    PIC X(4).
               10  PDT-DELIVERED-DATE  PIC 9(8).
               10  PDT-RECEIVED-BY     PIC X(20).
               10  PDT-CANDY-ID        PIC XXX.
               10  PDT-SHORT-CASES     PIC 9(5).
               10  PDT-DAMAGED-CASES   PIC 9(5).
               10  PDT-REASON          PIC X(18).
               10  PDT-SHIPPED-SWITCH  PIC X.
                   88  PDT-SHIPPED                     VALUE 'Y'.
               10  PDT-OPEN-SWITCH     PIC X.
                   88  PDT-OPEN-LINES                  VALUE 'Y'.
               10  PDT-LATE-SWITCH     PIC X.
                   88  PDT-SHIPPED-LATER               VALUE 'Y'.
               10  PDT-SHIP-DATE       PIC 9(8).
               10  PDT-CUSTOMER        PIC X(10).
               10  PDT-CANDY-CASES     PIC 9(7).
               10  PDT-SHORT-LEFT      PIC 9(5).
               10  PDT-DAMAGED-LEFT    PIC 9(5).
               10  PDT-CARRIER-ID      PIC X(4).
               10  PDT-BOL-NUMBER      PIC 9(8).
               10  PDT-UNIT-PRICE      PIC 999V99.
               10  PDT-CLAIM-NUMBER    PIC 9(8).

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(23)   VALUE
                                       'ORDER    WHSE DELIVERD '.
           05  FILLER                  PIC X(23)   VALUE
                                       'CDY SHORT   DMG CLAIM  '.
           05  FILLER                  PIC X(24)   VALUE
                                       '      AMOUNT DISPOSITION'.

       01  REGISTER-LINE.
           05  REG-ORDER-NUMBER        PIC X(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-DELIVERED-DATE      PIC X(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-CANDY-ID            PIC XXX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-SHORT-CASES         PIC ZZZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-DAMAGED-CASES       PIC ZZZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-CLAIM-NUMBER        PIC X(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-CLAIM-AMOUNT        PIC ZZZZZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-DISPOSITION         PIC X(18).

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(33)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 11-TAKE-NEXT-CLAIM-NUMBER
           PERFORM 12-LOAD-POD-TRANS
           PERFORM 13-MATCH-SHIPMENT-TRAIL
           PERFORM 14-EDIT-PODS
           PERFORM 15-FIND-CARRIERS
           PERFORM 16-FIND-INVOICE-PRICES
           PERFORM 18-HSKPING-ROUTINE
           PERFORM 20-POST-PODS
           PERFORM 30-UPDATE-SHIPMENT-TRAIL
               THRU 30-UPDATE-EXIT
           PERFORM 40-EOF-ROUTINE
           .

       11-TAKE-NEXT-CLAIM-NUMBER.

           OPEN INPUT CLAIM-CONTROL-FILE
           IF CLC-FILE-STATUS IS EQUAL TO '00'
               READ CLAIM-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CLC-NEXT-CLAIM-NUMBER IS NUMERIC
                          AND CLC-NEXT-CLAIM-NUMBER IS GREATER THAN
                               ZERO
                           MOVE CLC-NEXT-CLAIM-NUMBER TO
                                   NEXT-CLAIM-NUMBER
                       END-IF
               END-READ
               CLOSE CLAIM-CONTROL-FILE
           END-IF
           .

      *****************************************************************
      * 12-LOAD-POD-TRANS keeps every POD transaction.  One with no
      * order, an unreadable date or case count, or cases short or
      * damaged but no Candy ID is rejected as invalid.
      *****************************************************************
       12-LOAD-POD-TRANS.

           OPEN INPUT POD-TRANS-FILE
           IF POD-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'PODPOST: UNABLE TO OPEN POD TRANSACTION '
                       'FILE, FILE STATUS = ' POD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO POD-EOF-FLAG
           PERFORM UNTIL NO-MORE-POD-DATA
               READ POD-TRANS-FILE
                   AT END
                       MOVE 'N' TO POD-EOF-FLAG
                   NOT AT END
                       ADD 1 TO PODS-READ-COUNT
                       PERFORM 12A-ADD-POD-ENTRY
               END-READ
           END-PERFORM

           CLOSE POD-TRANS-FILE
           .

       12A-ADD-POD-ENTRY.

           IF POD-COUNT IS EQUAL TO 2000
               DISPLAY 'PODPOST: MORE THAN 2000 POD TRANSACTIONS, '
                       'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO POD-COUNT
           MOVE SPACES TO POD-ENTRY (POD-COUNT)
           MOVE POD-ORDER-NUMBER TO PDT-ORDER-NUMBER (POD-COUNT)
           MOVE POD-WAREHOUSE-ID TO PDT-WAREHOUSE-ID (POD-COUNT)
           MOVE POD-RECEIVED-BY TO PDT-RECEIVED-BY (POD-COUNT)
           MOVE POD-CANDY-ID TO PDT-CANDY-ID (POD-COUNT)
           MOVE 0 TO PDT-DELIVERED-DATE (POD-COUNT)
           MOVE 0 TO PDT-SHORT-CASES (POD-COUNT)
           MOVE 0 TO PDT-DAMAGED-CASES (POD-COUNT)
           MOVE 'N' TO PDT-SHIPPED-SWITCH (POD-COUNT)
           MOVE 'N' TO PDT-OPEN-SWITCH (POD-COUNT)
           MOVE 'N' TO PDT-LATE-SWITCH (POD-COUNT)
           MOVE 0 TO PDT-SHIP-DATE (POD-COUNT)
           MOVE 0 TO PDT-CANDY-CASES (POD-COUNT)
           MOVE 0 TO PDT-SHORT-LEFT (POD-COUNT)
           MOVE 0 TO PDT-DAMAGED-LEFT (POD-COUNT)
           MOVE 0 TO PDT-BOL-NUMBER (POD-COUNT)
           MOVE 0 TO PDT-UNIT-PRICE (POD-COUNT)
           MOVE 0 TO PDT-CLAIM-NUMBER (POD-COUNT)

           IF POD-ORDER-NUMBER IS EQUAL TO SPACES
              OR POD-DELIVERED-DATE IS NOT NUMERIC
              OR POD-DELIVERED-DATE IS EQUAL TO ZERO
              OR POD-SHORT-CASES IS NOT NUMERIC
              OR POD-DAMAGED-CASES IS NOT NUMERIC
               MOVE 'INVALID POD' TO PDT-REASON (POD-COUNT)
           ELSE
               MOVE POD-DELIVERED-DATE TO
                       PDT-DELIVERED-DATE (POD-COUNT)
               MOVE POD-SHORT-CASES TO PDT-SHORT-CASES (POD-COUNT)
               MOVE POD-DAMAGED-CASES TO
                       PDT-DAMAGED-CASES (POD-COUNT)
               IF POD-CANDY-ID IS EQUAL TO SPACES
                  AND POD-SHORT-CASES + POD-DAMAGED-CASES
                       IS GREATER THAN ZERO
                   MOVE 'INVALID POD' TO PDT-REASON (POD-COUNT)
               END-IF
           END-IF
           .

      *****************************************************************
      * 13-MATCH-SHIPMENT-TRAIL reads the shipment trail once and
      * notes, for every POD, what the order shipped from the
      * warehouse and what of it is still open.
      *****************************************************************
       13-MATCH-SHIPMENT-TRAIL.

           OPEN INPUT SHIP-HISTORY-FILE
           IF SHH-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'PODPOST: UNABLE TO OPEN SHIPMENT HISTORY, '
                       'FILE STATUS = ' SHH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO SHH-EOF-FLAG
           PERFORM UNTIL NO-MORE-SHH-DATA
               READ SHIP-HISTORY-FILE
                   AT END
                       MOVE 'N' TO SHH-EOF-FLAG
                   NOT AT END
                       PERFORM 13A-MATCH-ONE-LINE
               END-READ
           END-PERFORM

           CLOSE SHIP-HISTORY-FILE
           .

       13A-MATCH-ONE-LINE.

           PERFORM VARYING POD-SUB FROM 1 BY 1
               UNTIL POD-SUB > POD-COUNT
               IF PDT-ORDER-NUMBER (POD-SUB) IS EQUAL TO
                       SHH-ORDER-NUMBER
                  AND PDT-WAREHOUSE-ID (POD-SUB) IS EQUAL TO
                       SHH-WAREHOUSE-ID
                   MOVE 'Y' TO PDT-SHIPPED-SWITCH (POD-SUB)
                   IF SHH-DELIVERED-DATE IS NOT NUMERIC
                      OR SHH-DELIVERED-DATE IS EQUAL TO ZERO
                       IF SHH-SHIP-DATE IS GREATER THAN
                               PDT-DELIVERED-DATE (POD-SUB)
                           MOVE 'Y' TO PDT-LATE-SWITCH (POD-SUB)
                       ELSE
                           PERFORM 13B-NOTE-OPEN-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       13B-NOTE-OPEN-LINE.

           MOVE 'Y' TO PDT-OPEN-SWITCH (POD-SUB)
           IF SHH-SHIP-DATE IS GREATER THAN PDT-SHIP-DATE (POD-SUB)
               MOVE SHH-SHIP-DATE TO PDT-SHIP-DATE (POD-SUB)
           END-IF
           MOVE SHH-CUSTOMER TO PDT-CUSTOMER (POD-SUB)
           IF PDT-CANDY-ID (POD-SUB) IS EQUAL TO SHH-CANDY-ID
              AND SHH-CASES IS NUMERIC
               ADD SHH-CASES TO PDT-CANDY-CASES (POD-SUB)
           END-IF
           .

       14-EDIT-PODS.

           PERFORM VARYING POD-SUB FROM 1 BY 1
               UNTIL POD-SUB > POD-COUNT
               PERFORM 14A-EDIT-ONE-POD THRU 14A-EDIT-EXIT
           END-PERFORM
           .

      *****************************************************************
      * 14A-EDIT-ONE-POD rejects a POD for an order the warehouse
      * never shipped, one delivered before the order's undelivered
      * lines shipped, one whose POD is already on the trail, and
      * an exception on a candy
      * the order did not ship or for more cases than it shipped --
      * counting the run's earlier exceptions on the same candy.
      *****************************************************************
       14A-EDIT-ONE-POD.

           IF PDT-REASON (POD-SUB) IS NOT EQUAL TO SPACES
               GO TO 14A-EDIT-EXIT
           END-IF

           IF NOT PDT-SHIPPED (POD-SUB)
               MOVE 'NOT SHIPPED' TO PDT-REASON (POD-SUB)
               GO TO 14A-EDIT-EXIT
           END-IF

           IF NOT PDT-OPEN-LINES (POD-SUB)
               IF PDT-SHIPPED-LATER (POD-SUB)
                   MOVE 'BEFORE SHIP DATE' TO PDT-REASON (POD-SUB)
               ELSE
                   MOVE 'POD ALREADY POSTED' TO PDT-REASON (POD-SUB)
               END-IF
               GO TO 14A-EDIT-EXIT
           END-IF

           IF PDT-CANDY-ID (POD-SUB) IS EQUAL TO SPACES
               GO TO 14A-EDIT-EXIT
           END-IF

           IF PDT-CANDY-CASES (POD-SUB) IS EQUAL TO ZERO
               MOVE 'CANDY NOT SHIPPED' TO PDT-REASON (POD-SUB)
               GO TO 14A-EDIT-EXIT
           END-IF

           COMPUTE EXCEPTION-CASES = PDT-SHORT-CASES (POD-SUB)
                   + PDT-DAMAGED-CASES (POD-SUB)
           PERFORM VARYING PRIOR-SUB FROM 1 BY 1
               UNTIL PRIOR-SUB = POD-SUB
               IF PDT-REASON (PRIOR-SUB) IS EQUAL TO SPACES
                  AND PDT-ORDER-NUMBER (PRIOR-SUB) IS EQUAL TO
                       PDT-ORDER-NUMBER (POD-SUB)
                  AND PDT-WAREHOUSE-ID (PRIOR-SUB) IS EQUAL TO
                       PDT-WAREHOUSE-ID (POD-SUB)
                  AND PDT-CANDY-ID (PRIOR-SUB) IS EQUAL TO
                       PDT-CANDY-ID (POD-SUB)
                   ADD PDT-SHORT-CASES (PRIOR-SUB)
                       PDT-DAMAGED-CASES (PRIOR-SUB)
                       TO EXCEPTION-CASES
               END-IF
           END-PERFORM
           IF EXCEPTION-CASES IS GREATER THAN
                   PDT-CANDY-CASES (POD-SUB)
               MOVE 'OVER CASES SHIPPED' TO PDT-REASON (POD-SUB)
               GO TO 14A-EDIT-EXIT
           END-IF

           MOVE PDT-SHORT-CASES (POD-SUB) TO PDT-SHORT-LEFT (POD-SUB)
           MOVE PDT-DAMAGED-CASES (POD-SUB) TO
                   PDT-DAMAGED-LEFT (POD-SUB)
           .

       14A-EDIT-EXIT.
           EXIT.

      *****************************************************************
      * 15-FIND-CARRIERS takes each exception's carrier and BOL off
      * the BOL line file, preferring the line that carried the
      * exception candy.  An order shipped before bills of lading
      * were recorded has no BOL and is claimed against 'UNRT'
      * until the traffic clerk names the carrier.
      *****************************************************************
       15-FIND-CARRIERS.

           OPEN INPUT BOL-LINE-FILE
           IF BLL-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF BLL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PODPOST: UNABLE TO OPEN BOL LINE FILE, '
                           'FILE STATUS = ' BLL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO BLL-EOF-FLAG
               PERFORM UNTIL NO-MORE-BLL-DATA
                   READ BOL-LINE-FILE
                       AT END
                           MOVE 'N' TO BLL-EOF-FLAG
                       NOT AT END
                           PERFORM 15A-MATCH-BOL-LINE
                   END-READ
               END-PERFORM
               CLOSE BOL-LINE-FILE
           END-IF

           PERFORM VARYING POD-SUB FROM 1 BY 1
               UNTIL POD-SUB > POD-COUNT
               IF PDT-CARRIER-ID (POD-SUB) IS EQUAL TO SPACES
                   MOVE 'UNRT' TO PDT-CARRIER-ID (POD-SUB)
               END-IF
           END-PERFORM
           .

       15A-MATCH-BOL-LINE.

           PERFORM VARYING POD-SUB FROM 1 BY 1
               UNTIL POD-SUB > POD-COUNT
               IF PDT-REASON (POD-SUB) IS EQUAL TO SPACES
                  AND PDT-CANDY-ID (POD-SUB) IS NOT EQUAL TO SPACES
                  AND PDT-ORDER-NUMBER (POD-SUB) IS EQUAL TO
                       BLL-ORDER-NUMBER
                  AND PDT-WAREHOUSE-ID (POD-SUB) IS EQUAL TO
                       BLL-WAREHOUSE-ID
                   IF PDT-CARRIER-ID (POD-SUB) IS EQUAL TO SPACES
                      OR PDT-CANDY-ID (POD-SUB) IS EQUAL TO
                           BLL-CANDY-ID
                       MOVE BLL-CARRIER-ID TO
                               PDT-CARRIER-ID (POD-SUB)
                       MOVE BLL-BOL-NUMBER TO
                               PDT-BOL-NUMBER (POD-SUB)
                   END-IF
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 16-FIND-INVOICE-PRICES takes each exception candy's case
      * price off the invoice the order was billed on.
      *****************************************************************
       16-FIND-INVOICE-PRICES.

           OPEN INPUT INVOICE-HISTORY-FILE
           IF INH-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF INH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PODPOST: UNABLE TO OPEN INVOICE HISTORY, '
                           'FILE STATUS = ' INH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO INH-EOF-FLAG
               PERFORM UNTIL NO-MORE-INH-DATA
                   READ INVOICE-HISTORY-FILE
                       AT END
                           MOVE 'N' TO INH-EOF-FLAG
                       NOT AT END
                           IF INH-UNIT-PRICE IS NUMERIC
                               PERFORM 16A-MATCH-INVOICE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-HISTORY-FILE
           END-IF
           .

       16A-MATCH-INVOICE-LINE.

           PERFORM VARYING POD-SUB FROM 1 BY 1
               UNTIL POD-SUB > POD-COUNT
               IF PDT-REASON (POD-SUB) IS EQUAL TO SPACES
                  AND PDT-CANDY-ID (POD-SUB) IS EQUAL TO INH-CANDY-ID
                  AND PDT-ORDER-NUMBER (POD-SUB) IS EQUAL TO
                       INH-INVOICE-NUMBER
                   MOVE INH-UNIT-PRICE TO PDT-UNIT-PRICE (POD-SUB)
               END-IF
           END-PERFORM
           .

       18-HSKPING-ROUTINE.

           OPEN EXTEND CARRIER-CLAIM-FILE
           IF CLM-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT CARRIER-CLAIM-FILE
               IF CLM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PODPOST: UNABLE TO OPEN CARRIER CLAIM '
                           'FILE, FILE STATUS = ' CLM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT POD-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'PROOF OF DELIVERY REGISTER' TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       20-POST-PODS.

           PERFORM VARYING POD-SUB FROM 1 BY 1
               UNTIL POD-SUB > POD-COUNT
               PERFORM 25-POST-ONE-POD
           END-PERFORM
           .

       25-POST-ONE-POD.

           MOVE SPACES TO REGISTER-LINE
           MOVE PDT-ORDER-NUMBER (POD-SUB) TO REG-ORDER-NUMBER
           MOVE PDT-WAREHOUSE-ID (POD-SUB) TO REG-WAREHOUSE-ID
           MOVE PDT-DELIVERED-DATE (POD-SUB) TO REG-DELIVERED-DATE
           MOVE PDT-CANDY-ID (POD-SUB) TO REG-CANDY-ID
           MOVE PDT-SHORT-CASES (POD-SUB) TO REG-SHORT-CASES
           MOVE PDT-DAMAGED-CASES (POD-SUB) TO REG-DAMAGED-CASES

           IF PDT-REASON (POD-SUB) IS NOT EQUAL TO SPACES
               MOVE PDT-REASON (POD-SUB) TO REG-DISPOSITION
               ADD 1 TO PODS-REJECTED-COUNT
           ELSE
               ADD 1 TO PODS-POSTED-COUNT
               IF PDT-SHORT-CASES (POD-SUB) +
                       PDT-DAMAGED-CASES (POD-SUB)
                       IS GREATER THAN ZERO
                   PERFORM 27-OPEN-CLAIM
               ELSE
                   MOVE 'DELIVERED' TO REG-DISPOSITION
               END-IF
           END-IF

           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 27-OPEN-CLAIM opens a claim against the carrier for the
      * cases short and damaged at the invoice case price.  A
      * candy not yet on the invoice history opens at no value for
      * CLAIMMNT to price when the claim is filed.
      *****************************************************************
       27-OPEN-CLAIM.

           COMPUTE CLAIM-AMOUNT = (PDT-SHORT-CASES (POD-SUB)
                   + PDT-DAMAGED-CASES (POD-SUB))
                   * PDT-UNIT-PRICE (POD-SUB)

           MOVE NEXT-CLAIM-NUMBER TO PDT-CLAIM-NUMBER (POD-SUB)
           ADD 1 TO NEXT-CLAIM-NUMBER

           MOVE PDT-CLAIM-NUMBER (POD-SUB) TO CLM-CLAIM-NUMBER
           MOVE 'O' TO CLM-STATUS
           MOVE PDT-CARRIER-ID (POD-SUB) TO CLM-CARRIER-ID
           MOVE PDT-BOL-NUMBER (POD-SUB) TO CLM-BOL-NUMBER
           MOVE PDT-WAREHOUSE-ID (POD-SUB) TO CLM-WAREHOUSE-ID
           MOVE PDT-ORDER-NUMBER (POD-SUB) TO CLM-ORDER-NUMBER
           MOVE PDT-CUSTOMER (POD-SUB) TO CLM-CUSTOMER
           MOVE PDT-CANDY-ID (POD-SUB) TO CLM-CANDY-ID
           MOVE PDT-SHIP-DATE (POD-SUB) TO CLM-SHIP-DATE
           MOVE PDT-DELIVERED-DATE (POD-SUB) TO CLM-DELIVERED-DATE
           MOVE PDT-RECEIVED-BY (POD-SUB) TO CLM-RECEIVED-BY
           MOVE PDT-SHORT-CASES (POD-SUB) TO CLM-SHORT-CASES
           MOVE PDT-DAMAGED-CASES (POD-SUB) TO CLM-DAMAGED-CASES
           MOVE PDT-UNIT-PRICE (POD-SUB) TO CLM-UNIT-PRICE
           MOVE CLAIM-AMOUNT TO CLM-CLAIM-AMOUNT
           MOVE RUN-DATE-YYYYMMDD TO CLM-OPENED-DATE
           MOVE 0 TO CLM-FILED-DATE
           MOVE 0 TO CLM-CLOSED-DATE
           MOVE 0 TO CLM-RECOVERED-AMOUNT
           WRITE CARRIER-CLAIM-RECORD

           ADD 1 TO CLAIMS-OPENED-COUNT
           ADD CLAIM-AMOUNT TO CLAIM-AMOUNT-TOTAL
           MOVE PDT-CLAIM-NUMBER (POD-SUB) TO REG-CLAIM-NUMBER
           MOVE CLAIM-AMOUNT TO REG-CLAIM-AMOUNT
           IF PDT-UNIT-PRICE (POD-SUB) IS EQUAL TO ZERO
               MOVE 'CLAIM - NO PRICE' TO REG-DISPOSITION
               ADD 1 TO CLAIMS-UNPRICED-COUNT
           ELSE
               MOVE 'CLAIM OPENED' TO REG-DISPOSITION
           END-IF
           .

      *****************************************************************
      * 30-UPDATE-SHIPMENT-TRAIL copies the trail to a work file
      * with each posted POD applied to its order's lines, then
      * copies it back.  A line written before deliveries were
      * recorded is carried forward with no POD.
      *****************************************************************
       30-UPDATE-SHIPMENT-TRAIL.

           IF PODS-POSTED-COUNT IS EQUAL TO ZERO
               GO TO 30-UPDATE-EXIT
           END-IF

           OPEN INPUT SHIP-HISTORY-FILE
           OPEN OUTPUT TRAIL-WORK-FILE
           IF TWF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'PODPOST: UNABLE TO OPEN TRAIL WORK FILE, '
                       'FILE STATUS = ' TWF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO SHH-EOF-FLAG
           PERFORM UNTIL NO-MORE-SHH-DATA
               READ SHIP-HISTORY-FILE
                   AT END
                       MOVE 'N' TO SHH-EOF-FLAG
                   NOT AT END
                       IF SHH-DELIVERED-DATE IS NOT NUMERIC
                           MOVE 0 TO SHH-DELIVERED-DATE
                           MOVE SPACES TO SHH-RECEIVED-BY
                       END-IF
                       IF SHH-SHORT-CASES IS NOT NUMERIC
                           MOVE 0 TO SHH-SHORT-CASES
                       END-IF
                       IF SHH-DAMAGED-CASES IS NOT NUMERIC
                           MOVE 0 TO SHH-DAMAGED-CASES
                       END-IF
                       PERFORM 31-APPLY-PODS-TO-LINE
                           THRU 31-APPLY-EXIT
                       MOVE SHIP-HISTORY-RECORD TO TRAIL-WORK-RECORD
                       WRITE TRAIL-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE SHIP-HISTORY-FILE
                 TRAIL-WORK-FILE

           OPEN INPUT TRAIL-WORK-FILE
           OPEN OUTPUT SHIP-HISTORY-FILE
           MOVE ' ' TO TWF-EOF-FLAG
           PERFORM UNTIL NO-MORE-TWF-DATA
               READ TRAIL-WORK-FILE
                   AT END
                       MOVE 'N' TO TWF-EOF-FLAG
                   NOT AT END
                       MOVE TRAIL-WORK-RECORD TO SHIP-HISTORY-RECORD
                       WRITE SHIP-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE TRAIL-WORK-FILE
                 SHIP-HISTORY-FILE
           .

       30-UPDATE-EXIT.
           EXIT.

      *****************************************************************
      * 31-APPLY-PODS-TO-LINE marks an open line delivered and
      * spreads an exception's cases short and damaged over the
      * order's open lines of the candy, no line taking more than
      * it shipped.
      *****************************************************************
       31-APPLY-PODS-TO-LINE.

           IF SHH-DELIVERED-DATE IS GREATER THAN ZERO
               GO TO 31-APPLY-EXIT
           END-IF

           PERFORM VARYING POD-SUB FROM 1 BY 1
               UNTIL POD-SUB > POD-COUNT
               IF PDT-REASON (POD-SUB) IS EQUAL TO SPACES
                  AND PDT-ORDER-NUMBER (POD-SUB) IS EQUAL TO
                       SHH-ORDER-NUMBER
                  AND PDT-WAREHOUSE-ID (POD-SUB) IS EQUAL TO
                       SHH-WAREHOUSE-ID
                  AND SHH-SHIP-DATE IS NOT GREATER THAN
                       PDT-DELIVERED-DATE (POD-SUB)
                   MOVE PDT-DELIVERED-DATE (POD-SUB) TO
                           SHH-DELIVERED-DATE
                   MOVE PDT-RECEIVED-BY (POD-SUB) TO SHH-RECEIVED-BY
                   IF PDT-CANDY-ID (POD-SUB) IS EQUAL TO SHH-CANDY-ID
                       COMPUTE CASES-ROOM = SHH-CASES
                               - SHH-SHORT-CASES - SHH-DAMAGED-CASES
                       IF PDT-SHORT-LEFT (POD-SUB) IS GREATER THAN
                               CASES-ROOM
                           MOVE CASES-ROOM TO CASES-APPLIED
                       ELSE
                           MOVE PDT-SHORT-LEFT (POD-SUB) TO
                                   CASES-APPLIED
                       END-IF
                       ADD CASES-APPLIED TO SHH-SHORT-CASES
                       SUBTRACT CASES-APPLIED FROM
                               PDT-SHORT-LEFT (POD-SUB)
                       SUBTRACT CASES-APPLIED FROM CASES-ROOM
                       IF PDT-DAMAGED-LEFT (POD-SUB) IS GREATER THAN
                               CASES-ROOM
                           MOVE CASES-ROOM TO CASES-APPLIED
                       ELSE
                           MOVE PDT-DAMAGED-LEFT (POD-SUB) TO
                                   CASES-APPLIED
                       END-IF
                       ADD CASES-APPLIED TO SHH-DAMAGED-CASES
                       SUBTRACT CASES-APPLIED FROM
                               PDT-DAMAGED-LEFT (POD-SUB)
                   END-IF
               END-IF
           END-PERFORM

           IF SHH-DELIVERED-DATE IS GREATER THAN ZERO
               ADD 1 TO LINES-DELIVERED-COUNT
           END-IF
           .

       31-APPLY-EXIT.
           EXIT.

      *****************************************************************
      * 40-EOF-ROUTINE finishes the register with the run totals
      * and saves the next claim number.
      *****************************************************************
       40-EOF-ROUTINE.

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'PODS READ' TO RTL-LABEL
           MOVE PODS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'PODS POSTED' TO RTL-LABEL
           MOVE PODS-POSTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'PODS REJECTED' TO RTL-LABEL
           MOVE PODS-REJECTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'SHIPMENT LINES DELIVERED' TO RTL-LABEL
           MOVE LINES-DELIVERED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CARRIER CLAIMS OPENED' TO RTL-LABEL
           MOVE CLAIMS-OPENED-COUNT TO RTL-COUNT
           MOVE CLAIM-AMOUNT-TOTAL TO RTL-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE '  OPENED WITH NO PRICE' TO RTL-LABEL
           MOVE CLAIMS-UNPRICED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE CARRIER-CLAIM-FILE
                 POD-REGISTER

           OPEN OUTPUT CLAIM-CONTROL-FILE
           IF CLC-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'PODPOST: UNABLE TO REWRITE CLAIM CONTROL '
                       'FILE, FILE STATUS = ' CLC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NEXT-CLAIM-NUMBER TO CLC-NEXT-CLAIM-NUMBER
           WRITE CLAIM-CONTROL-RECORD
           CLOSE CLAIM-CONTROL-FILE

           DISPLAY 'PODPOST: ' PODS-POSTED-COUNT ' PODS POSTED, '
                   CLAIMS-OPENED-COUNT ' CARRIER CLAIMS OPENED'

           STOP RUN
           .
