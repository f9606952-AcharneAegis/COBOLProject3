      * *****
      * INPUT:
      *    CUSTOMER-ORDERS.txt     the day's raw order lines from
      *                            the order desk; ORDENTRY's lines
      *                            carry the operator who keyed
      *                            them.
      *    CANDY-MASTER.txt        the candy item catalog CANDYMAINT
      *                            maintains.
      *    CUSTOMER-MASTER.dat     the customer master CUSTMAINT
      *                            maintains.
      *    SHIP-TO-MASTER.txt      optional: the customers' ship-to
      *                            locations CUSTMAINT maintains.  A
      *                            line naming a ship-to code must
      *                            name an open location of its own
      *                            customer; a blank code ships to
      *                            the customer master's ship-to.
      *    ORDER-MAX-CASES.txt     optional: one line, the largest
      *                            believable cases-per-line; a
      *                            missing file means 1000.
      *    LOT-DETAIL.txt          optional: the lot details, for
      *                            the shelf-life warning.
      *    SHELF-LIFE-OVERRIDE.txt optional: the customers' per-
      *                            candy shelf-life requirements
      *                            that override the master's.
      * *****
      * OUTPUT:
      *    CLEAN-ORDERS.txt        lines that passed every edit, in
      *                            input order, for ORDALLOC -- the
      *                            operator ID stays behind on the
      *                            raw feed.
      *    Order-Reject-Report.txt every rejected line with its
      *                            category -- bad Candy ID,
      *                            discontinued candy, unknown
      *                            customer, bad ship-to, bad
      *                            quantity -- plus a count per
      *                            category.  A clean line whose
      *                            customer requires more shelf
      *                            life than the lots on hand in
      *                            every warehouse together can
      *                            cover is passed but listed as a
      *                            shelf-life warning, so the desk
      *                            can tell the customer before
      *                            allocation backorders it.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMF-FILE-STATUS.
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
           SELECT MAX-CASES-PARM-FILE
               ASSIGN TO 'ORDER-MAX-CASES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MCP-FILE-STATUS.
           SELECT LOT-DETAIL-FILE
               ASSIGN TO 'LOT-DETAIL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDF-FILE-STATUS.
           SELECT SHELF-LIFE-OVERRIDE-FILE
               ASSIGN TO 'SHELF-LIFE-OVERRIDE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLO-FILE-STATUS.
           SELECT CLEAN-ORDER-FILE
               ASSIGN TO 'CLEAN-ORDERS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.

       FD CUSTOMER-ORDER-FILE
           RECORD CONTAINS 39 CHARACTERS.

       01  CUSTOMER-ORDER-RECORD.
           05  COF-ORDER-NUMBER        PIC X(8).
           05  COF-CASES               PIC 9(5).
           05  COF-UNITS               PIC 9(3).
           05  COF-PRIORITY            PIC X.
           05  COF-SHIP-TO-CODE        PIC X(4).
           05  COF-OPERATOR-ID         PIC X(5).

       FD CANDY-MASTER-FILE
           RECORD CONTAINS 29 CHARACTERS.
           05  CMF-STORAGE-CLASS       PIC A.

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

       FD SHIP-TO-MASTER-FILE
           RECORD CONTAINS 92 CHARACTERS.

       COPY SHIPTREC.

       FD MAX-CASES-PARM-FILE
           RECORD CONTAINS 5 CHARACTERS.

       01  MAX-CASES-PARM-RECORD.
           05  MCP-MAX-CASES           PIC 9(5).

       FD LOT-DETAIL-FILE
           RECORD CONTAINS 37 CHARACTERS.

       01  LOT-DETAIL-RECORD.
           05  LDF-RUN-DATE            PIC 9(8).
           05  LDF-WAREHOUSE-ID        PIC X(4).
           05  LDF-CANDY-ID            PIC XXX.
           05  LDF-LOT-NUMBER          PIC X(10).
           05  LDF-EXP-DATE            PIC 9(8).
           05  LDF-LOT-CASES           PIC 9(4).

       FD SHELF-LIFE-OVERRIDE-FILE
           RECORD CONTAINS 16 CHARACTERS.

       COPY SLOREC.

       FD CLEAN-ORDER-FILE
           RECORD CONTAINS 34 CHARACTERS.

       01  CLEAN-ORDER-RECORD          PIC X(34).

       FD REJECT-REPORT
           RECORD CONTAINS 80 CHARACTERS.
               88 NO-MORE-COF-DATA                     VALUE 'N'.
           05  CMF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CMF-DATA                     VALUE 'N'.
           05  CANDY-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 CANDY-FOUND                          VALUE 'Y'.
           05  CUST-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 CUSTOMER-FOUND                       VALUE 'Y'.
           05  SHT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SHT-DATA                     VALUE 'N'.
           05  SHIP-TO-FOUND-SWITCH    PIC X           VALUE 'N'.
               88 SHIP-TO-FOUND                        VALUE 'Y'.
           05  LDF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-LDF-DATA                     VALUE 'N'.
           05  SLO-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SLO-DATA                     VALUE 'N'.
           05  LOT-FILE-SWITCH         PIC X           VALUE 'N'.
               88 LOT-FILE-ON-HAND                     VALUE 'Y'.

       01  TEMP-FIELDS.
           05  COF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  MCP-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CLF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SHT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SHIP-SUB                PIC 9(4)        VALUE 0.
           05  SHIP-HOLD-SUB           PIC 9(4)        VALUE 0.
           05  MAX-CASES               PIC 9(5)        VALUE 1000.
           05  CAT-SUB                 PIC 999         VALUE 0.
           05  CAT-HOLD-SUB            PIC 999         VALUE 0.
           05  REJECT-CATEGORY         PIC X(20)       VALUE SPACES.
           05  LDF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SLO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LOT-SUB                 PIC 9(4)        VALUE 0.
           05  SLO-SUB                 PIC 9(4)        VALUE 0.
           05  SHELF-DAYS-NEEDED       PIC 999         VALUE 0.
           05  LOT-DAYS-LEFT           PIC S9(7)       VALUE 0.
           05  ELIGIBLE-LOT-CASES      PIC 9(7)        VALUE 0.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD.
               10  RUN-CCYY            PIC 9(4).
               10  RUN-MM              PIC 99.
               10  RUN-DD              PIC 99.
           05  EXP-DATE-WORK           PIC 9(8)        VALUE 0.
           05  EXP-DATE-X REDEFINES EXP-DATE-WORK.
               10  EXP-CCYY            PIC 9(4).
               10  EXP-MM              PIC 99.
               10  EXP-DD              PIC 99.

       01  RUN-TOTALS.
           05  LINES-READ-COUNT        PIC 9(5)        VALUE 0.
           05  DISCONTINUED-COUNT      PIC 9(5)        VALUE 0.
           05  BAD-CUSTOMER-COUNT      PIC 9(5)        VALUE 0.
           05  BAD-QUANTITY-COUNT      PIC 9(5)        VALUE 0.
           05  BAD-SHIP-TO-COUNT       PIC 9(5)        VALUE 0.
           05  SHELF-LIFE-WARN-COUNT   PIC 9(5)        VALUE 0.

       01  CANDY-CATALOG-COUNT         PIC 999         VALUE 0.

               10  CAT-BOX-SIZES       PIC X(5).
               10  CAT-ACTIVE-FLAG     PIC A.

      *****************************************************************
      * LOT-TABLE holds every lot with cases on hand, whatever the
      * warehouse, and SHELF-LIFE-TABLE the per-candy overrides.
      *****************************************************************
       01  LOT-COUNT                   PIC 9(4)        VALUE 0.

       01  LOT-TABLE.
           05  LOT-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON LOT-COUNT.
               10  LOT-CANDY-ID        PIC XXX.
               10  LOT-EXP-DATE        PIC 9(8).
               10  LOT-LOT-CASES       PIC 9(4).

       01  SHELF-LIFE-COUNT            PIC 9(4)        VALUE 0.

       01  SHELF-LIFE-TABLE.
           05  SHELF-LIFE-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON SHELF-LIFE-COUNT.
               10  SLT-CUSTOMER-ID     PIC X(10).
               10  SLT-CANDY-ID        PIC XXX.
               10  SLT-MIN-SHELF-DAYS  PIC 999.

       01  SHIP-TO-COUNT               PIC 9(4)        VALUE 0.

       01  SHIP-TO-TABLE.
           05  SHIP-TO-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON SHIP-TO-COUNT.
               10  STT-CUSTOMER-ID     PIC X(10).
               10  STT-SHIP-TO-CODE    PIC X(4).
               10  STT-STATUS          PIC X.

       01  REJECT-LINE.
           05  REJ-ORDER-NUMBER        PIC X(8).
           05  REJ-CASES               PIC X(5).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REJ-CATEGORY            PIC X(20).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REJ-SHIP-TO-CODE        PIC X(4).
           05  FILLER                  PIC X(20)       VALUE SPACES.

       01  REJECT-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 11-READ-MAX-CASES-PARM
           PERFORM 12-LOAD-CANDY-CATALOG
           PERFORM 13-OPEN-CUSTOMER-MASTER
           PERFORM 14-LOAD-SHIP-TO-MASTER
           PERFORM 16-LOAD-LOT-DETAIL THRU 16-LOAD-EXIT
           PERFORM 17-LOAD-SHELF-LIFE THRU 17-LOAD-EXIT
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-EDIT-ORDER-LINES
           PERFORM 40-EOF-ROUTINE
           CLOSE CANDY-MASTER-FILE
           .

       13-OPEN-CUSTOMER-MASTER.

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 14-LOAD-SHIP-TO-MASTER keeps just the key and status of
      * each ship-to location.  With no file on hand only the
      * customer's own ship-to (a blank code) can pass.
      *****************************************************************
       14-LOAD-SHIP-TO-MASTER.

           OPEN INPUT SHIP-TO-MASTER-FILE
           IF SHT-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'ORDEDIT: NO SHIP-TO MASTER ON FILE, ONLY '
                       'MAIN SHIP-TOS WILL PASS'
           ELSE
               IF SHT-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ORDEDIT: UNABLE TO OPEN SHIP-TO MASTER, '
                           'FILE STATUS = ' SHT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO SHT-EOF-FLAG
               PERFORM UNTIL NO-MORE-SHT-DATA
                   READ SHIP-TO-MASTER-FILE
                       AT END
                           MOVE 'N' TO SHT-EOF-FLAG
                       NOT AT END
                           IF SHIP-TO-COUNT IS EQUAL TO 5000
                               DISPLAY 'ORDEDIT: SHIP-TO MASTER HAS '
                                       'MORE THAN 5000 ENTRIES, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO SHIP-TO-COUNT
                           MOVE SHT-CUSTOMER-ID TO
                                   STT-CUSTOMER-ID (SHIP-TO-COUNT)
                           MOVE SHT-SHIP-TO-CODE TO
                                   STT-SHIP-TO-CODE (SHIP-TO-COUNT)
                           MOVE SHT-STATUS TO
                                   STT-STATUS (SHIP-TO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SHIP-TO-MASTER-FILE
           END-IF
           .

      *****************************************************************
      * 16-LOAD-LOT-DETAIL keeps the Candy ID, expiration date, and
      * cases of every lot with cases left.  No file on hand, no
      * shelf-life warnings.
      *****************************************************************
       16-LOAD-LOT-DETAIL.

           OPEN INPUT LOT-DETAIL-FILE
           IF LDF-FILE-STATUS IS NOT EQUAL TO '00'
               GO TO 16-LOAD-EXIT
           END-IF

           MOVE 'Y' TO LOT-FILE-SWITCH
           MOVE ' ' TO LDF-EOF-FLAG
           PERFORM UNTIL NO-MORE-LDF-DATA
               READ LOT-DETAIL-FILE
                   AT END
                       MOVE 'N' TO LDF-EOF-FLAG
                   NOT AT END
                       IF LDF-LOT-CASES IS NUMERIC
                          AND LDF-LOT-CASES IS GREATER THAN ZERO
                           IF LOT-COUNT IS EQUAL TO 2000
                               DISPLAY 'ORDEDIT: LOT DETAIL HAS MORE '
                                       'THAN 2000 LOTS, TABLE IS '
                                       'FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO LOT-COUNT
                           MOVE LDF-CANDY-ID TO LOT-CANDY-ID (LOT-COUNT)
                           MOVE LDF-EXP-DATE TO LOT-EXP-DATE (LOT-COUNT)
                           MOVE LDF-LOT-CASES TO
                                   LOT-LOT-CASES (LOT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOT-DETAIL-FILE
           .

       16-LOAD-EXIT.
           EXIT.

       17-LOAD-SHELF-LIFE.

           OPEN INPUT SHELF-LIFE-OVERRIDE-FILE
           IF SLO-FILE-STATUS IS NOT EQUAL TO '00'
               GO TO 17-LOAD-EXIT
           END-IF

           MOVE ' ' TO SLO-EOF-FLAG
           PERFORM UNTIL NO-MORE-SLO-DATA
               READ SHELF-LIFE-OVERRIDE-FILE
                   AT END
                       MOVE 'N' TO SLO-EOF-FLAG
                   NOT AT END
                       IF SLO-MIN-SHELF-DAYS IS NUMERIC
                           IF SHELF-LIFE-COUNT IS EQUAL TO 2000
                               DISPLAY 'ORDEDIT: SHELF LIFE '
                                       'OVERRIDES EXCEED 2000, TABLE '
                                       'IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO SHELF-LIFE-COUNT
                           MOVE SHELF-LIFE-OVERRIDE-RECORD TO
                                   SHELF-LIFE-ENTRY (SHELF-LIFE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHELF-LIFE-OVERRIDE-FILE
           .

       17-LOAD-EXIT.
           EXIT.

       15-HSKPING-ROUTINE.

           OPEN INPUT CUSTOMER-ORDER-FILE
           WRITE REJECT-RECORD

           MOVE SPACES TO REJECT-RECORD
           MOVE 'ORDER     CUSTOMER    CDY  CASES  CATEGORY
      -        ' SHIP' TO REJECT-RECORD
           WRITE REJECT-RECORD
           .

      * 25-EDIT-ONE-LINE runs the line through the edits in order
      * of usefulness to the order desk: the quantity first (a bad
      * quantity makes the rest moot), then the Candy ID against
      * the catalog, then the customer, then the ship-to location
      * the line names under that customer.  The first failure
      * categorizes the line; a line that passes everything goes to
      * the clean-orders file untouched.
      *****************************************************************
               END-IF
           END-IF

           IF REJECT-CATEGORY IS EQUAL TO SPACES
              AND COF-SHIP-TO-CODE IS NOT EQUAL TO SPACES
               PERFORM 28-FIND-SHIP-TO
               EVALUATE TRUE
                   WHEN NOT SHIP-TO-FOUND
                       MOVE 'SHIP-TO NOT ON FILE' TO REJECT-CATEGORY
                       ADD 1 TO BAD-SHIP-TO-COUNT
                   WHEN STT-STATUS (SHIP-HOLD-SUB) IS EQUAL TO 'I'
                       MOVE 'SHIP-TO CLOSED' TO REJECT-CATEGORY
                       ADD 1 TO BAD-SHIP-TO-COUNT
               END-EVALUATE
           END-IF

           IF REJECT-CATEGORY IS EQUAL TO SPACES
               MOVE CUSTOMER-ORDER-RECORD TO CLEAN-ORDER-RECORD
               WRITE CLEAN-ORDER-RECORD
               ADD 1 TO LINES-CLEAN-COUNT
               IF LOT-FILE-ON-HAND
                   PERFORM 29-CHECK-SHELF-LIFE
               END-IF
           ELSE
               MOVE COF-ORDER-NUMBER TO REJ-ORDER-NUMBER
               MOVE COF-CUSTOMER TO REJ-CUSTOMER
               MOVE COF-CANDY-ID TO REJ-CANDY-ID
               MOVE COF-CASES TO REJ-CASES
               MOVE REJECT-CATEGORY TO REJ-CATEGORY
               MOVE COF-SHIP-TO-CODE TO REJ-SHIP-TO-CODE
               MOVE REJECT-LINE TO REJECT-RECORD
               WRITE REJECT-RECORD
           END-IF
       27-FIND-CUSTOMER.

           MOVE 'N' TO CUST-FOUND-SWITCH
           MOVE COF-CUSTOMER TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS EQUAL TO '00'
               MOVE 'Y' TO CUST-FOUND-SWITCH
           END-IF
           .

       28-FIND-SHIP-TO.

           MOVE 'N' TO SHIP-TO-FOUND-SWITCH
           MOVE 0 TO SHIP-HOLD-SUB
           PERFORM VARYING SHIP-SUB FROM 1 BY 1
               UNTIL SHIP-SUB > SHIP-TO-COUNT
                  OR SHIP-TO-FOUND
               IF STT-CUSTOMER-ID (SHIP-SUB) IS EQUAL TO COF-CUSTOMER
                  AND STT-SHIP-TO-CODE (SHIP-SUB) IS EQUAL TO
                       COF-SHIP-TO-CODE
                   MOVE 'Y' TO SHIP-TO-FOUND-SWITCH
                   MOVE SHIP-SUB TO SHIP-HOLD-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 29-CHECK-SHELF-LIFE warns on a clean line whose customer
      * needs a minimum shelf life on the candy -- the override row
      * for the customer and candy, else the master's -- when the
      * lots with that much life left, across every warehouse, do
      * not add up to the cases ordered.  Days are counted 30-day-
      * month style from the run date, as ORDALLOC counts them.
      *****************************************************************
       29-CHECK-SHELF-LIFE.

           MOVE 0 TO SHELF-DAYS-NEEDED
           IF CUM-MIN-SHELF-DAYS IS NUMERIC
               MOVE CUM-MIN-SHELF-DAYS TO SHELF-DAYS-NEEDED
           END-IF
           PERFORM VARYING SLO-SUB FROM 1 BY 1
               UNTIL SLO-SUB > SHELF-LIFE-COUNT
               IF SLT-CUSTOMER-ID (SLO-SUB) IS EQUAL TO COF-CUSTOMER
                  AND SLT-CANDY-ID (SLO-SUB) IS EQUAL TO COF-CANDY-ID
                   MOVE SLT-MIN-SHELF-DAYS (SLO-SUB) TO
                           SHELF-DAYS-NEEDED
                   MOVE SHELF-LIFE-COUNT TO SLO-SUB
               END-IF
           END-PERFORM

           IF SHELF-DAYS-NEEDED IS GREATER THAN ZERO
               MOVE 0 TO ELIGIBLE-LOT-CASES
               PERFORM VARYING LOT-SUB FROM 1 BY 1
                   UNTIL LOT-SUB > LOT-COUNT
                   IF LOT-CANDY-ID (LOT-SUB) IS EQUAL TO COF-CANDY-ID
                       IF LOT-EXP-DATE (LOT-SUB) IS NUMERIC
                          AND LOT-EXP-DATE (LOT-SUB) IS GREATER
                              THAN ZERO
                           MOVE LOT-EXP-DATE (LOT-SUB) TO
                                   EXP-DATE-WORK
                           COMPUTE LOT-DAYS-LEFT =
                                   (EXP-CCYY - RUN-CCYY) * 360
                                   + (EXP-MM - RUN-MM) * 30
                                   + (EXP-DD - RUN-DD)
                       ELSE
                           MOVE SHELF-DAYS-NEEDED TO LOT-DAYS-LEFT
                       END-IF
                       IF LOT-DAYS-LEFT IS NOT LESS THAN
                               SHELF-DAYS-NEEDED
                           ADD LOT-LOT-CASES (LOT-SUB) TO
                                   ELIGIBLE-LOT-CASES
                       END-IF
                   END-IF
               END-PERFORM
               IF ELIGIBLE-LOT-CASES IS LESS THAN COF-CASES
                   MOVE COF-ORDER-NUMBER TO REJ-ORDER-NUMBER
                   MOVE COF-CUSTOMER TO REJ-CUSTOMER
                   MOVE COF-CANDY-ID TO REJ-CANDY-ID
                   MOVE COF-CASES TO REJ-CASES
                   MOVE 'WARNING - SHELF LIFE' TO REJ-CATEGORY
                   MOVE COF-SHIP-TO-CODE TO REJ-SHIP-TO-CODE
                   MOVE REJECT-LINE TO REJECT-RECORD
                   WRITE REJECT-RECORD
                   ADD 1 TO SHELF-LIFE-WARN-COUNT
               END-IF
           END-IF
           .

       40-EOF-ROUTINE.

           MOVE SPACES TO REJECT-RECORD
           MOVE REJECT-TOTAL-LINE TO REJECT-RECORD
           WRITE REJECT-RECORD

           MOVE SPACES TO REJECT-TOTAL-LINE
           MOVE 'BAD SHIP-TO' TO RTL-LABEL
           MOVE BAD-SHIP-TO-COUNT TO RTL-COUNT
           MOVE REJECT-TOTAL-LINE TO REJECT-RECORD
           WRITE REJECT-RECORD

           MOVE SPACES TO REJECT-TOTAL-LINE
           MOVE 'SHELF-LIFE WARNINGS' TO RTL-LABEL
           MOVE SHELF-LIFE-WARN-COUNT TO RTL-COUNT
           MOVE REJECT-TOTAL-LINE TO REJECT-RECORD
           WRITE REJECT-RECORD

           CLOSE CUSTOMER-ORDER-FILE
                CUSTOMER-MASTER-FILE
                CLEAN-ORDER-FILE
                REJECT-REPORT

