      ****************************************************************
      * REPLEN is the replenishment planning run -- the piece that
      * connects "we're running low" to "order more" without a
      * phone call.  For every record on the inventory master,
      * read vendor by vendor down the master's vendor index, it
      * takes the demand figure the forecast wrote, the vendor's
      * lead time from the new vendor master, what is available to
      * promise, and what is already rolling in on the in-transit
      * file, computes the reorder point, and writes a suggested
      * buy for everything at or under it, grouped by vendor so the
      * purchasing desk can turn a vendor's page straight into PO
      * transactions.  The day's rebalancing transfers XFERPLAN
      * approved count as inbound to the receiving warehouse and
      * come out of the sender's available, so stock moved between
      * buildings is not bought again.
      * *****
      * INPUT:
      *    VENDOR-MASTER.txt       one vendor per line: ID, name,
      *                            lead time in days, quoting
      *                            currency, payment terms code.
      *    SUGGESTED-STOCK.txt     the forecast's suggested monthly
      *                            stocking level per item.
      *    IN-TRANSIT.txt          cases already on the road to the
      *                            warehouse.
      *    REBALANCE-TRANSFER.txt  optional: the transfers XFERPLAN
      *                            approved; today's rows not yet
      *                            posted onto the in-transit file
      *                            are netted out.
      *    INVENTORY-MASTER.dat    the indexed inventory master.
      * *****
      * OUTPUT:
               ASSIGN TO 'IN-TRANSIT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITF-FILE-STATUS.
           SELECT REBALANCE-FILE
               ASSIGN TO 'REBALANCE-TRANSFER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RBF-FILE-STATUS.
           SELECT INV-MASTER-FILE
               ASSIGN TO 'INVENTORY-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-REC-KEY
               ALTERNATE RECORD KEY IS IM-CANDY-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IM-VENDOR-ID
                   WITH DUPLICATES
               FILE STATUS IS IMF-FILE-STATUS.
           SELECT SUGGESTED-BUY-FILE
               ASSIGN TO 'SUGGESTED-BUY.txt'
       FILE SECTION.

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY VNDMREC.

       FD SUGGESTED-STOCK-FILE
           RECORD CONTAINS 20 CHARACTERS.
           05  ITF-CASES               PIC 9(5).
           05  ITF-SHIP-DATE           PIC 9(8).

       FD REBALANCE-FILE
           RECORD CONTAINS 32 CHARACTERS.

       01  REBALANCE-RECORD.
           05  RBF-RUN-DATE            PIC 9(8).
           05  RBF-DOC-NUMBER          PIC X(8).
           05  RBF-FROM-WAREHOUSE      PIC X(4).
           05  RBF-TO-WAREHOUSE        PIC X(4).
           05  RBF-CANDY-ID            PIC XXX.
           05  RBF-CASES               PIC 9(5).

       FD INV-MASTER-FILE
           RECORD CONTAINS 705 CHARACTERS.

               88 NO-MORE-SSF-DATA                     VALUE 'N'.
           05  ITF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-ITF-DATA                     VALUE 'N'.
           05  RBF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RBF-DATA                     VALUE 'N'.
           05  POSTED-SWITCH           PIC X           VALUE 'N'.
               88 TRANSFER-ALREADY-POSTED              VALUE 'Y'.
           05  MASTER-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-MASTER-DATA                  VALUE 'N'.
           05  SORT-EOF-SWITCH        PIC X           VALUE 'N'.
           05  VNM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SSF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ITF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RBF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RBT-SUB                 PIC 9(4)        VALUE 0.
           05  OUTBOUND-CASES          PIC 9(7)        VALUE 0.
           05  IMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SBF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  VEN-SUB                 PIC 999         VALUE 0.
           05  REORDER-POINT           PIC 9(7)        VALUE 0.
           05  SUGGESTED-BUY           PIC S9(8)       VALUE 0.
           05  PRIOR-VENDOR-ID         PIC X           VALUE SPACES.
           05  LEAD-VENDOR-ID          PIC X           VALUE SPACES.

       01  RUN-TOTALS.
           05  ITEMS-PLANNED-COUNT     PIC 9(7)        VALUE 0.
           05  BUYS-SUGGESTED-COUNT    PIC 9(5)        VALUE 0.
           05  TRANSFERS-NETTED-COUNT  PIC 9(5)        VALUE 0.

       01  VENDOR-COUNT                PIC 999         VALUE 0.

       01  TRANSIT-TABLE.
           05  TRANSIT-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON TRANSIT-COUNT.
               10  TRN-DOC-NUMBER      PIC X(8).
               10  TRN-TO-WAREHOUSE    PIC X(4).
               10  TRN-CANDY-ID        PIC XXX.
               10  TRN-CASES           PIC 9(5).

       01  REBALANCE-COUNT             PIC 9(4)        VALUE 0.

       01  REBALANCE-TABLE.
           05  REBALANCE-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON REBALANCE-COUNT.
               10  RBT-FROM-WAREHOUSE  PIC X(4).
               10  RBT-TO-WAREHOUSE    PIC X(4).
               10  RBT-CANDY-ID        PIC XXX.
               10  RBT-CASES           PIC 9(5).

       01  BUY-DETAIL-LINE.
           05  BDL-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 12-LOAD-VENDOR-MASTER
           PERFORM 13-LOAD-DEMAND
           PERFORM 14-LOAD-IN-TRANSIT
           PERFORM 15-LOAD-REBALANCE-TRANSFERS

           OPEN OUTPUT SUGGESTED-BUY-FILE
           IF SBF-FILE-STATUS IS NOT EQUAL TO '00'
               OUTPUT PROCEDURE IS 30-WRITE-BUY-OUTPUTS

           DISPLAY 'REPLEN: ' ITEMS-PLANNED-COUNT ' ITEMS PLANNED, '
                   BUYS-SUGGESTED-COUNT ' BUYS SUGGESTED, '
                   TRANSFERS-NETTED-COUNT ' TRANSFERS NETTED'

           STOP RUN
           .
                               STOP RUN
                           END-IF
                           ADD 1 TO TRANSIT-COUNT
                           MOVE ITF-DOC-NUMBER TO
                                   TRN-DOC-NUMBER (TRANSIT-COUNT)
                           MOVE ITF-TO-WAREHOUSE TO
                                   TRN-TO-WAREHOUSE (TRANSIT-COUNT)
                           MOVE ITF-CANDY-ID TO
           .

      *****************************************************************
      * 15-LOAD-REBALANCE-TRANSFERS takes today's approved transfers
      * from XFERPLAN.  One XFERPOST has already shipped is on the
      * in-transit file under its document number and is counted
      * there, so it is passed over here.
      *****************************************************************
       15-LOAD-REBALANCE-TRANSFERS.

           OPEN INPUT REBALANCE-FILE
           IF RBF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF RBF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'REPLEN: UNABLE TO OPEN REBALANCE '
                           'TRANSFER FILE, FILE STATUS = '
                           RBF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO RBF-EOF-FLAG
               PERFORM UNTIL NO-MORE-RBF-DATA
                   READ REBALANCE-FILE
                       AT END
                           MOVE 'N' TO RBF-EOF-FLAG
                       NOT AT END
                           IF RBF-RUN-DATE IS EQUAL TO
                                   RUN-DATE-YYYYMMDD
                              AND RBF-CASES IS NUMERIC
                               PERFORM 16-ADD-REBALANCE-TRANSFER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REBALANCE-FILE
           END-IF
           .

       16-ADD-REBALANCE-TRANSFER.

           MOVE 'N' TO POSTED-SWITCH
           PERFORM VARYING TRN-SUB FROM 1 BY 1
               UNTIL TRN-SUB > TRANSIT-COUNT
               IF TRN-DOC-NUMBER (TRN-SUB) IS EQUAL TO RBF-DOC-NUMBER
                   MOVE 'Y' TO POSTED-SWITCH
                   MOVE TRANSIT-COUNT TO TRN-SUB
               END-IF
           END-PERFORM

           IF NOT TRANSFER-ALREADY-POSTED
               IF REBALANCE-COUNT IS EQUAL TO 2000
                   DISPLAY 'REPLEN: MORE THAN 2000 REBALANCE '
                           'TRANSFERS, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO REBALANCE-COUNT
               ADD 1 TO TRANSFERS-NETTED-COUNT
               MOVE RBF-FROM-WAREHOUSE TO
                       RBT-FROM-WAREHOUSE (REBALANCE-COUNT)
               MOVE RBF-TO-WAREHOUSE TO
                       RBT-TO-WAREHOUSE (REBALANCE-COUNT)
               MOVE RBF-CANDY-ID TO RBT-CANDY-ID (REBALANCE-COUNT)
               MOVE RBF-CASES TO RBT-CASES (REBALANCE-COUNT)
           END-IF
           .

      *****************************************************************
      * 20-PLAN-EVERY-ITEM walks the master down its vendor index,
      * so the items arrive a vendor at a time and the vendor's
      * lead time is looked up once per vendor.  The reorder
      * point is the demand the vendor's lead time will consume --
      * monthly demand over thirty days times lead days.  When
      * available plus inbound sits at or under it, the suggested
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO IM-VENDOR-ID
           START INV-MASTER-FILE KEY IS NOT LESS THAN IM-VENDOR-ID
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'N' TO MASTER-EOF-FLAG
           ELSE
               MOVE ' ' TO MASTER-EOF-FLAG
           END-IF

           MOVE LOW-VALUES TO LEAD-VENDOR-ID
           PERFORM UNTIL NO-MORE-MASTER-DATA
               READ INV-MASTER-FILE NEXT RECORD
                   AT END
               GO TO 25-PLAN-EXIT
           END-IF

           IF IM-VENDOR-ID IS NOT EQUAL TO LEAD-VENDOR-ID
               MOVE IM-VENDOR-ID TO LEAD-VENDOR-ID
               MOVE 0 TO LEAD-DAYS
               PERFORM VARYING VEN-SUB FROM 1 BY 1
                   UNTIL VEN-SUB > VENDOR-COUNT
                   IF VEN-VENDOR-ID (VEN-SUB) IS EQUAL TO
                           IM-VENDOR-ID
                       MOVE VEN-LEAD-DAYS (VEN-SUB) TO LEAD-DAYS
                       MOVE VENDOR-COUNT TO VEN-SUB
                   END-IF
               END-PERFORM
           END-IF

           MOVE 0 TO INBOUND-CASES
           PERFORM VARYING TRN-SUB FROM 1 BY 1
               END-IF
           END-PERFORM

           MOVE 0 TO OUTBOUND-CASES
           PERFORM VARYING RBT-SUB FROM 1 BY 1
               UNTIL RBT-SUB > REBALANCE-COUNT
               IF RBT-CANDY-ID (RBT-SUB) IS EQUAL TO IM-CANDY-ID
                   IF RBT-TO-WAREHOUSE (RBT-SUB) IS EQUAL TO
                           IM-WAREHOUSE-ID
                       ADD RBT-CASES (RBT-SUB) TO INBOUND-CASES
                   END-IF
                   IF RBT-FROM-WAREHOUSE (RBT-SUB) IS EQUAL TO
                           IM-WAREHOUSE-ID
                       ADD RBT-CASES (RBT-SUB) TO OUTBOUND-CASES
                   END-IF
               END-IF
           END-PERFORM

           IF IM-CANDY-STOCK (1) IS NUMERIC
               MOVE IM-CANDY-STOCK (1) TO AVAILABLE-CASES
           ELSE
               SUBTRACT IM-ALLOC-STOCK FROM AVAILABLE-CASES
           END-IF
           ADD INBOUND-CASES TO AVAILABLE-CASES
           SUBTRACT OUTBOUND-CASES FROM AVAILABLE-CASES
           IF AVAILABLE-CASES IS LESS THAN ZERO
               MOVE 0 TO AVAILABLE-CASES
           END-IF
