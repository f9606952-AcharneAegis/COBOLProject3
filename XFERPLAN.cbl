       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERPLAN.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * XFERPLAN is the inter-warehouse stock rebalancing run.
      * REPLEN buys from the vendor whenever a warehouse runs low,
      * even when another warehouse is sitting on months of supply
      * of the same candy, and XFERPOST only moves stock when
      * somebody cuts a transfer document by hand.  This run reads
      * the inventory master a candy at a time down its Candy ID
      * index and sets each warehouse's available to promise, with
      * what is already in transit to it, against its forecast
      * need.  A warehouse at or under its reorder point is short
      * by what REPLEN would buy; a warehouse holding more than
      * the keep months of supply is long by the excess it has on
      * the floor.  The short building is filled from the longest
      * ones, but only where a transfer lands inside the vendor's
      * lead time -- where the vendor is as quick, the buy stands.
      * The approved transfers are written straight into the
      * transfer document file as shipments for XFERPOST, and onto
      * the rebalance file REPLEN nets out of its suggested buys.
      * *****
      * INPUT:
      *    INVENTORY-MASTER.dat    the indexed inventory master.
      *    SUGGESTED-STOCK.txt     the forecast's suggested monthly
      *                            stocking level per item.
      *    IN-TRANSIT.txt          optional: cases already on the
      *                            road between warehouses.
      *    VENDOR-MASTER.txt       the vendors' lead times.
      *    REBALANCE-PARAMETERS.txt  optional: transfer days (999,
      *                            default 3) and keep months of
      *                            supply (99V9, default 2.0).
      *    REBALANCE-TRANSFER.txt  the prior run's transfers, so a
      *                            second run on the same day is
      *                            refused.
      *    POSTED-BATCH-LEDGER.txt optional: the batches posted so
      *                            far, for the next sequence of
      *                            the XFERPLAN batch.
      * *****
      * OUTPUT:
      *    TRANSFER-TRANS.txt      extended with one batch for
      *                            XFERPOST: a header with source
      *                            XFERPLAN, the run date, the next
      *                            sequence, the count, and the
      *                            cases as the hash total, then an
      *                            'S' shipment per approved
      *                            transfer.  No batch is written
      *                            when nothing was approved.
      *    REBALANCE-TRANSFER.txt  replaced with the approved
      *                            transfers, for REPLEN.
      *    Rebalance-Listing.txt   each candy rebalanced: the
      *                            warehouses' positions and the
      *                            transfers recommended or held.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE
               ASSIGN TO 'REBALANCE-PARAMETERS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-FILE-STATUS.
           SELECT VENDOR-MASTER-FILE
               ASSIGN TO 'VENDOR-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VNM-FILE-STATUS.
           SELECT SUGGESTED-STOCK-FILE
               ASSIGN TO 'SUGGESTED-STOCK.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SSF-FILE-STATUS.
           SELECT IN-TRANSIT-FILE
               ASSIGN TO 'IN-TRANSIT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITF-FILE-STATUS.
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
           SELECT BATCH-LEDGER-FILE
               ASSIGN TO 'POSTED-BATCH-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PBL-FILE-STATUS.
           SELECT TRANSFER-TRANS-FILE
               ASSIGN TO 'TRANSFER-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TTF-FILE-STATUS.
           SELECT REBALANCE-FILE
               ASSIGN TO 'REBALANCE-TRANSFER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RBF-FILE-STATUS.
           SELECT REBALANCE-LISTING
               ASSIGN TO PRINTER 'Rebalance-Listing.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PARAMETER-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  PARAMETER-RECORD.
           05  PRM-TRANSFER-DAYS       PIC 999.
           05  PRM-KEEP-MONTHS         PIC 99V9.

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY VNDMREC.

       FD SUGGESTED-STOCK-FILE
           RECORD CONTAINS 20 CHARACTERS.

       01  SUGGESTED-STOCK-RECORD.
           05  SSF-WAREHOUSE-ID        PIC X(4).
           05  SSF-CANDY-ID            PIC XXX.
           05  SSF-PERIOD              PIC 9(6).
           05  SSF-SUGGESTED-CASES     PIC 9(7).

       FD IN-TRANSIT-FILE
           RECORD CONTAINS 32 CHARACTERS.

       01  IN-TRANSIT-RECORD.
           05  ITF-DOC-NUMBER          PIC X(8).
           05  ITF-FROM-WAREHOUSE      PIC X(4).
           05  ITF-TO-WAREHOUSE        PIC X(4).
           05  ITF-CANDY-ID            PIC XXX.
           05  ITF-CASES               PIC 9(5).
           05  ITF-SHIP-DATE           PIC 9(8).

       FD INV-MASTER-FILE
           RECORD CONTAINS 705 CHARACTERS.

       COPY INVMREC.

       FD TRANSFER-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  TRANSFER-TRANS-RECORD.
           05  TTF-DOC-TYPE            PIC A.
           05  TTF-DOC-NUMBER          PIC X(8).
           05  TTF-FROM-WAREHOUSE      PIC X(4).
           05  TTF-TO-WAREHOUSE        PIC X(4).
           05  TTF-CANDY-ID            PIC XXX.
           05  TTF-CASES               PIC 9(5).
           05  TTF-DOC-DATE            PIC 9(8).
           05  TTF-PLATE-ID            PIC X(8).

       COPY BTHREC.

       FD REBALANCE-FILE
           RECORD CONTAINS 32 CHARACTERS.

       01  REBALANCE-RECORD.
           05  RBF-RUN-DATE            PIC 9(8).
           05  RBF-DOC-NUMBER          PIC X(8).
           05  RBF-FROM-WAREHOUSE      PIC X(4).
           05  RBF-TO-WAREHOUSE        PIC X(4).
           05  RBF-CANDY-ID            PIC XXX.
           05  RBF-CASES               PIC 9(5).

       FD REBALANCE-LISTING
           RECORD CONTAINS 80 CHARACTERS.

       01  LISTING-RECORD              PIC X(80).

       FD BATCH-LEDGER-FILE
           RECORD CONTAINS 82 CHARACTERS.

       COPY PBLREC.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  VNM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-VNM-DATA                     VALUE 'N'.
           05  SSF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SSF-DATA                     VALUE 'N'.
           05  ITF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-ITF-DATA                     VALUE 'N'.
           05  RBF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RBF-DATA                     VALUE 'N'.
           05  MASTER-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-MASTER-DATA                  VALUE 'N'.
           05  ALREADY-RUN-SWITCH      PIC X           VALUE 'N'.
               88 ALREADY-RUN-TODAY                    VALUE 'Y'.
           05  TTF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-TTF-DATA                     VALUE 'N'.
           05  PBL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PBL-DATA                     VALUE 'N'.

       01  TEMP-FIELDS.
           05  PRM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  VNM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SSF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ITF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  IMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TTF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RBF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PBL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  NEXT-BATCH-SEQ          PIC 9(4)        VALUE 0.
           05  TRANSFER-CASES-HASH     PIC 9(11)V99    VALUE 0.
           05  TRANSFER-OUT-SUB        PIC 9(4)        VALUE 0.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD.
               10  RUN-CCYY            PIC 9(4).
               10  RUN-MMDD            PIC 9(4).
           05  TRANSFER-DAYS           PIC 999         VALUE 3.
           05  KEEP-MONTHS             PIC 99V9        VALUE 2.0.
           05  KEEP-MONTHS-EDIT        PIC Z9.9.
           05  VEN-SUB                 PIC 999         VALUE 0.
           05  DMD-SUB                 PIC 9(4)        VALUE 0.
           05  TRN-SUB                 PIC 9(4)        VALUE 0.
           05  GRP-SUB                 PIC 99          VALUE 0.
           05  LONG-SUB                PIC 99          VALUE 0.
           05  BEST-SUB                PIC 99          VALUE 0.
           05  BEST-SURPLUS            PIC 9(7)        VALUE 0.
           05  CURRENT-CANDY-ID        PIC XXX         VALUE SPACES.
           05  KEEP-CASES              PIC 9(7)        VALUE 0.
           05  MOVE-CASES              PIC 9(7)        VALUE 0.
           05  DOC-SEQUENCE            PIC 999         VALUE 0.
           05  DOC-NUMBER-WORK.
               10  FILLER              PIC X           VALUE 'R'.
               10  DOC-MMDD            PIC 9(4).
               10  DOC-SEQ             PIC 999.

       01  RUN-TOTALS.
           05  ITEMS-READ-COUNT        PIC 9(7)        VALUE 0.
           05  CANDIES-REBALANCED      PIC 9(5)        VALUE 0.
           05  TRANSFERS-APPROVED      PIC 9(5)        VALUE 0.
           05  CASES-APPROVED          PIC 9(9)        VALUE 0.
           05  SHORTS-LEFT-TO-BUY      PIC 9(5)        VALUE 0.

      *****************************************************************
      * TRANSFER-OUT-TABLE holds the shipments until the end of the
      * run, when the batch header that counts them can be written
      * ahead of them.
      *****************************************************************
       01  TRANSFER-OUT-COUNT          PIC 999         VALUE 0.

       01  TRANSFER-OUT-TABLE.
           05  TRANSFER-OUT-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON TRANSFER-OUT-COUNT.
               10  XOT-TRANSFER-RECORD PIC X(41).

       01  VENDOR-COUNT                PIC 999         VALUE 0.

       01  VENDOR-TABLE.
           05  VENDOR-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON VENDOR-COUNT.
               10  VEN-VENDOR-ID       PIC A.
               10  VEN-LEAD-DAYS       PIC 999.

       01  DEMAND-COUNT                PIC 9(4)        VALUE 0.

       01  DEMAND-TABLE.
           05  DEMAND-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON DEMAND-COUNT.
               10  DMD-WAREHOUSE-ID    PIC X(4).
               10  DMD-CANDY-ID        PIC XXX.
               10  DMD-MONTHLY-CASES   PIC 9(7).

       01  TRANSIT-COUNT               PIC 9(4)        VALUE 0.

       01  TRANSIT-TABLE.
           05  TRANSIT-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON TRANSIT-COUNT.
               10  TRN-TO-WAREHOUSE    PIC X(4).
               10  TRN-CANDY-ID        PIC XXX.
               10  TRN-CASES           PIC 9(5).

      *****************************************************************
      * GROUP-TABLE holds one candy's warehouses while they are
      * weighed against each other.  GRP-SHORT is what REPLEN would
      * buy for the warehouse; GRP-SURPLUS is what it holds on the
      * floor past the keep months and its own reorder cover.  Both
      * are drawn down as transfers are matched.
      *****************************************************************
       01  GROUP-COUNT                 PIC 99          VALUE 0.

       01  GROUP-TABLE.
           05  GROUP-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON GROUP-COUNT.
               10  GRP-WAREHOUSE-ID    PIC X(4).
               10  GRP-ON-HAND         PIC 9(7).
               10  GRP-INBOUND         PIC 9(7).
               10  GRP-AVAILABLE       PIC 9(7).
               10  GRP-MONTHLY-NEED    PIC 9(7).
               10  GRP-LEAD-DAYS       PIC 999.
               10  GRP-REORDER-POINT   PIC 9(7).
               10  GRP-SHORT           PIC 9(7).
               10  GRP-SURPLUS         PIC 9(7).
               10  GRP-QUAR-FLAG       PIC X.

       01  GROUP-WORK-FIELDS.
           05  GROUP-SHORT-TOTAL       PIC 9(9)        VALUE 0.
           05  GROUP-SURPLUS-TOTAL     PIC 9(9)        VALUE 0.

       01  POSITION-HEADING-LINE.
           05  FILLER                  PIC X(30)   VALUE
                                       '  WHSE  ON HAND  INBOUND  NEED'.
           05  FILLER                  PIC X(30)   VALUE
                                       '/MO      ROP    SHORT  SURPLUS'.
           05  FILLER                  PIC X(20)   VALUE
                                       ' LEAD               '.

       01  POSITION-LINE.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  PSL-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  PSL-ON-HAND             PIC ZZZ,ZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  PSL-INBOUND             PIC ZZZ,ZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  PSL-MONTHLY-NEED        PIC ZZZ,ZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  PSL-REORDER-POINT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  PSL-SHORT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  PSL-SURPLUS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  PSL-LEAD-DAYS           PIC ZZ9.
           05  FILLER                  PIC X       VALUE SPACE.
           05  PSL-QUARANTINE          PIC X(10).

       01  TRANSFER-LINE.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  TRL-DOC-NUMBER          PIC X(8).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  TRL-FROM-WAREHOUSE      PIC X(4).
           05  FILLER                  PIC X(4)    VALUE ' TO '.
           05  TRL-TO-WAREHOUSE        PIC X(4).
           05  FILLER                  PIC XX      VALUE SPACES.
           05  TRL-CASES               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(7)    VALUE ' CASES '.
           05  TRL-DISPOSITION         PIC X(37).

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           MOVE RUN-MMDD TO DOC-MMDD

           PERFORM 11-LOAD-PARAMETERS
           PERFORM 12-LOAD-VENDOR-MASTER
           PERFORM 13-LOAD-DEMAND
           PERFORM 14-LOAD-IN-TRANSIT
           PERFORM 15-CHECK-PRIOR-RUN
           PERFORM 16-HSKPING-ROUTINE
           PERFORM 20-READ-EVERY-CANDY
           PERFORM 40-EOF-ROUTINE
           .

       11-LOAD-PARAMETERS.

           OPEN INPUT PARAMETER-FILE
           IF PRM-FILE-STATUS IS EQUAL TO '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-TRANSFER-DAYS IS NUMERIC
                           MOVE PRM-TRANSFER-DAYS TO TRANSFER-DAYS
                       END-IF
                       IF PRM-KEEP-MONTHS IS NUMERIC
                           MOVE PRM-KEEP-MONTHS TO KEEP-MONTHS
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF
           .

       12-LOAD-VENDOR-MASTER.

           OPEN INPUT VENDOR-MASTER-FILE
           IF VNM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'XFERPLAN: UNABLE TO OPEN VENDOR MASTER, '
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
                           DISPLAY 'XFERPLAN: MORE THAN 100 VENDORS, '
                                   'TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO VENDOR-COUNT
                       MOVE VNM-VENDOR-ID TO
                               VEN-VENDOR-ID (VENDOR-COUNT)
                       IF VNM-LEAD-DAYS IS NUMERIC
                           MOVE VNM-LEAD-DAYS TO
                                   VEN-LEAD-DAYS (VENDOR-COUNT)
                       ELSE
                           MOVE 0 TO VEN-LEAD-DAYS (VENDOR-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE VENDOR-MASTER-FILE
           .

       13-LOAD-DEMAND.

           OPEN INPUT SUGGESTED-STOCK-FILE
           IF SSF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'XFERPLAN: UNABLE TO OPEN SUGGESTED STOCK '
                       'FILE, FILE STATUS = ' SSF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO SSF-EOF-FLAG
           PERFORM UNTIL NO-MORE-SSF-DATA
               READ SUGGESTED-STOCK-FILE
                   AT END
                       MOVE 'N' TO SSF-EOF-FLAG
                   NOT AT END
                       IF DEMAND-COUNT IS EQUAL TO 2000
                           DISPLAY 'XFERPLAN: MORE THAN 2000 DEMAND '
                                   'LINES, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO DEMAND-COUNT
                       MOVE SSF-WAREHOUSE-ID TO
                               DMD-WAREHOUSE-ID (DEMAND-COUNT)
                       MOVE SSF-CANDY-ID TO
                               DMD-CANDY-ID (DEMAND-COUNT)
                       IF SSF-SUGGESTED-CASES IS NUMERIC
                           MOVE SSF-SUGGESTED-CASES TO
                                   DMD-MONTHLY-CASES (DEMAND-COUNT)
                       ELSE
                           MOVE 0 TO DMD-MONTHLY-CASES (DEMAND-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUGGESTED-STOCK-FILE
           .

       14-LOAD-IN-TRANSIT.

           OPEN INPUT IN-TRANSIT-FILE
           IF ITF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF ITF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'XFERPLAN: UNABLE TO OPEN IN-TRANSIT '
                           'FILE, FILE STATUS = ' ITF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO ITF-EOF-FLAG
               PERFORM UNTIL NO-MORE-ITF-DATA
                   READ IN-TRANSIT-FILE
                       AT END
                           MOVE 'N' TO ITF-EOF-FLAG
                       NOT AT END
                           IF TRANSIT-COUNT IS EQUAL TO 2000
                               DISPLAY 'XFERPLAN: MORE THAN 2000 '
                                       'IN-TRANSIT ENTRIES, TABLE '
                                       'IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO TRANSIT-COUNT
                           MOVE ITF-TO-WAREHOUSE TO
                                   TRN-TO-WAREHOUSE (TRANSIT-COUNT)
                           MOVE ITF-CANDY-ID TO
                                   TRN-CANDY-ID (TRANSIT-COUNT)
                           IF ITF-CASES IS NUMERIC
                               MOVE ITF-CASES TO
                                       TRN-CASES (TRANSIT-COUNT)
                           ELSE
                               MOVE 0 TO TRN-CASES (TRANSIT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IN-TRANSIT-FILE
           END-IF
           .

      *****************************************************************
      * 15-CHECK-PRIOR-RUN refuses a second run on the same day --
      * its transfers would go to XFERPOST twice.
      *****************************************************************
       15-CHECK-PRIOR-RUN.

           OPEN INPUT REBALANCE-FILE
           IF RBF-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO RBF-EOF-FLAG
               PERFORM UNTIL NO-MORE-RBF-DATA
                   READ REBALANCE-FILE
                       AT END
                           MOVE 'N' TO RBF-EOF-FLAG
                       NOT AT END
                           IF RBF-RUN-DATE IS EQUAL TO
                                   RUN-DATE-YYYYMMDD
                               MOVE 'Y' TO ALREADY-RUN-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REBALANCE-FILE
           END-IF

           IF ALREADY-RUN-TODAY
               DISPLAY 'XFERPLAN: REBALANCING FOR ' RUN-DATE-YYYYMMDD
                       ' HAS ALREADY BEEN RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       16-HSKPING-ROUTINE.

           OPEN INPUT INV-MASTER-FILE
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'XFERPLAN: UNABLE TO OPEN INVENTORY MASTER, '
                       'FILE STATUS = ' IMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 16A-FIND-NEXT-BATCH-SEQ

           OPEN EXTEND TRANSFER-TRANS-FILE
           IF TTF-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT TRANSFER-TRANS-FILE
               IF TTF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'XFERPLAN: UNABLE TO OPEN TRANSFER '
                           'TRANSACTIONS, FILE STATUS = '
                           TTF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT REBALANCE-FILE
           IF RBF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'XFERPLAN: UNABLE TO OPEN REBALANCE TRANSFER '
                       'FILE, FILE STATUS = ' RBF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REBALANCE-LISTING
           MOVE SPACES TO LISTING-RECORD
           STRING 'INTER-WAREHOUSE REBALANCING - RUN '
                   DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO LISTING-RECORD
           WRITE LISTING-RECORD
           MOVE KEEP-MONTHS TO KEEP-MONTHS-EDIT
           MOVE SPACES TO LISTING-RECORD
           STRING 'TRANSFER DAYS ' DELIMITED BY SIZE
                  TRANSFER-DAYS DELIMITED BY SIZE
                  '   KEEP MONTHS OF SUPPLY ' DELIMITED BY SIZE
                  KEEP-MONTHS-EDIT DELIMITED BY SIZE
               INTO LISTING-RECORD
           WRITE LISTING-RECORD
           .

      *****************************************************************
      * 16A-FIND-NEXT-BATCH-SEQ numbers this run's batch one past the
      * last XFERPLAN batch XFERPOST has posted, or one past the last
      * XFERPLAN batch still waiting in the transfer file, whichever
      * is higher -- the file is added to, so an earlier run's batch
      * may not have posted yet.
      *****************************************************************
       16A-FIND-NEXT-BATCH-SEQ.

           MOVE 0 TO NEXT-BATCH-SEQ

           OPEN INPUT BATCH-LEDGER-FILE
           IF PBL-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO PBL-EOF-FLAG
               PERFORM UNTIL NO-MORE-PBL-DATA
                   READ BATCH-LEDGER-FILE
                       AT END
                           MOVE 'N' TO PBL-EOF-FLAG
                       NOT AT END
                           IF PBL-PROGRAM IS EQUAL TO 'XFERPOST'
                              AND PBL-SOURCE IS EQUAL TO 'XFERPLAN'
                              AND PBL-POSTED
                              AND PBL-BATCH-SEQ IS GREATER THAN
                                   NEXT-BATCH-SEQ
                               MOVE PBL-BATCH-SEQ TO NEXT-BATCH-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-LEDGER-FILE
           END-IF

           OPEN INPUT TRANSFER-TRANS-FILE
           IF TTF-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO TTF-EOF-FLAG
               PERFORM UNTIL NO-MORE-TTF-DATA
                   READ TRANSFER-TRANS-FILE
                       AT END
                           MOVE 'N' TO TTF-EOF-FLAG
                       NOT AT END
                           IF BTH-IS-HEADER
                              AND BTH-SOURCE IS EQUAL TO 'XFERPLAN'
                              AND BTH-BATCH-SEQ IS NUMERIC
                              AND BTH-BATCH-SEQ IS GREATER THAN
                                   NEXT-BATCH-SEQ
                               MOVE BTH-BATCH-SEQ TO NEXT-BATCH-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-TRANS-FILE
           END-IF

           ADD 1 TO NEXT-BATCH-SEQ
           .

      *****************************************************************
      * 20-READ-EVERY-CANDY walks the master down its Candy ID
      * index, so each candy's warehouses arrive together and are
      * weighed as a group when the candy changes.
      *****************************************************************
       20-READ-EVERY-CANDY.

           MOVE LOW-VALUES TO IM-CANDY-ID
           START INV-MASTER-FILE KEY IS NOT LESS THAN IM-CANDY-ID
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'N' TO MASTER-EOF-FLAG
           ELSE
               MOVE ' ' TO MASTER-EOF-FLAG
           END-IF

           MOVE 0 TO GROUP-COUNT
           PERFORM UNTIL NO-MORE-MASTER-DATA
               READ INV-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO MASTER-EOF-FLAG
                   NOT AT END
                       ADD 1 TO ITEMS-READ-COUNT
                       IF IM-CANDY-ID IS NOT EQUAL TO CURRENT-CANDY-ID
                          AND GROUP-COUNT IS GREATER THAN ZERO
                           PERFORM 25-REBALANCE-ONE-CANDY
                               THRU 25-REBALANCE-EXIT
                           MOVE 0 TO GROUP-COUNT
                       END-IF
                       MOVE IM-CANDY-ID TO CURRENT-CANDY-ID
                       PERFORM 22-ADD-WAREHOUSE-POSITION
               END-READ
           END-PERFORM

           IF GROUP-COUNT IS GREATER THAN ZERO
               PERFORM 25-REBALANCE-ONE-CANDY
                   THRU 25-REBALANCE-EXIT
           END-IF

           CLOSE INV-MASTER-FILE
           .

      *****************************************************************
      * 22-ADD-WAREHOUSE-POSITION figures one warehouse's position
      * the way REPLEN does: available is on hand less allocated
      * plus inbound; the reorder point is the monthly need the
      * vendor's lead time consumes.  Short is what REPLEN would
      * buy.  Long is what the floor holds past the larger of the
      * keep months of supply and the reorder cover plus a month --
      * stock still on the road cannot be shipped on, and
      * quarantined stock cannot move at all.
      *****************************************************************
       22-ADD-WAREHOUSE-POSITION.

           IF GROUP-COUNT IS EQUAL TO 50
               DISPLAY 'XFERPLAN: MORE THAN 50 WAREHOUSES FOR CANDY '
                       IM-CANDY-ID ', TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO GROUP-COUNT
           MOVE GROUP-COUNT TO GRP-SUB
           MOVE IM-WAREHOUSE-ID TO GRP-WAREHOUSE-ID (GRP-SUB)
           MOVE IM-QUAR-FLAG TO GRP-QUAR-FLAG (GRP-SUB)

           MOVE 0 TO GRP-MONTHLY-NEED (GRP-SUB)
           PERFORM VARYING DMD-SUB FROM 1 BY 1
               UNTIL DMD-SUB > DEMAND-COUNT
               IF DMD-WAREHOUSE-ID (DMD-SUB) IS EQUAL TO
                       IM-WAREHOUSE-ID
                  AND DMD-CANDY-ID (DMD-SUB) IS EQUAL TO IM-CANDY-ID
                   MOVE DMD-MONTHLY-CASES (DMD-SUB) TO
                           GRP-MONTHLY-NEED (GRP-SUB)
                   MOVE DEMAND-COUNT TO DMD-SUB
               END-IF
           END-PERFORM

           MOVE 0 TO GRP-LEAD-DAYS (GRP-SUB)
           PERFORM VARYING VEN-SUB FROM 1 BY 1
               UNTIL VEN-SUB > VENDOR-COUNT
               IF VEN-VENDOR-ID (VEN-SUB) IS EQUAL TO IM-VENDOR-ID
                   MOVE VEN-LEAD-DAYS (VEN-SUB) TO
                           GRP-LEAD-DAYS (GRP-SUB)
                   MOVE VENDOR-COUNT TO VEN-SUB
               END-IF
           END-PERFORM

           MOVE 0 TO GRP-INBOUND (GRP-SUB)
           PERFORM VARYING TRN-SUB FROM 1 BY 1
               UNTIL TRN-SUB > TRANSIT-COUNT
               IF TRN-TO-WAREHOUSE (TRN-SUB) IS EQUAL TO
                       IM-WAREHOUSE-ID
                  AND TRN-CANDY-ID (TRN-SUB) IS EQUAL TO IM-CANDY-ID
                   ADD TRN-CASES (TRN-SUB) TO GRP-INBOUND (GRP-SUB)
               END-IF
           END-PERFORM

           MOVE 0 TO GRP-ON-HAND (GRP-SUB)
           IF IM-CANDY-STOCK (1) IS NUMERIC
              AND IM-CANDY-STOCK (1) IS GREATER THAN ZERO
               MOVE IM-CANDY-STOCK (1) TO GRP-ON-HAND (GRP-SUB)
           END-IF
           IF IM-ALLOC-STOCK IS NUMERIC
               IF IM-ALLOC-STOCK IS LESS THAN GRP-ON-HAND (GRP-SUB)
                   SUBTRACT IM-ALLOC-STOCK FROM GRP-ON-HAND (GRP-SUB)
               ELSE
                   MOVE 0 TO GRP-ON-HAND (GRP-SUB)
               END-IF
           END-IF
           COMPUTE GRP-AVAILABLE (GRP-SUB) = GRP-ON-HAND (GRP-SUB)
                   + GRP-INBOUND (GRP-SUB)

           COMPUTE GRP-REORDER-POINT (GRP-SUB) =
                   GRP-MONTHLY-NEED (GRP-SUB) * GRP-LEAD-DAYS (GRP-SUB)
                   / 30

           MOVE 0 TO GRP-SHORT (GRP-SUB)
           IF GRP-MONTHLY-NEED (GRP-SUB) IS GREATER THAN ZERO
              AND GRP-AVAILABLE (GRP-SUB) IS NOT GREATER THAN
                   GRP-REORDER-POINT (GRP-SUB)
               COMPUTE GRP-SHORT (GRP-SUB) =
                       GRP-REORDER-POINT (GRP-SUB)
                       + GRP-MONTHLY-NEED (GRP-SUB)
                       - GRP-AVAILABLE (GRP-SUB)
           END-IF

           COMPUTE KEEP-CASES = GRP-MONTHLY-NEED (GRP-SUB)
                   * KEEP-MONTHS
           IF KEEP-CASES IS LESS THAN GRP-REORDER-POINT (GRP-SUB)
                   + GRP-MONTHLY-NEED (GRP-SUB)
               COMPUTE KEEP-CASES = GRP-REORDER-POINT (GRP-SUB)
                       + GRP-MONTHLY-NEED (GRP-SUB)
           END-IF
           MOVE 0 TO GRP-SURPLUS (GRP-SUB)
           IF GRP-AVAILABLE (GRP-SUB) IS GREATER THAN KEEP-CASES
              AND GRP-QUAR-FLAG (GRP-SUB) IS NOT EQUAL TO 'Q'
               COMPUTE GRP-SURPLUS (GRP-SUB) =
                       GRP-AVAILABLE (GRP-SUB) - KEEP-CASES
               IF GRP-SURPLUS (GRP-SUB) IS GREATER THAN
                       GRP-ON-HAND (GRP-SUB)
                   MOVE GRP-ON-HAND (GRP-SUB) TO GRP-SURPLUS (GRP-SUB)
               END-IF
           END-IF
           .

      *****************************************************************
      * 25-REBALANCE-ONE-CANDY is skipped unless the candy is short
      * somewhere and long somewhere else.  Each short warehouse,
      * in warehouse order, is filled from the longest warehouse
      * first until it is covered or the surplus runs out.
      *****************************************************************
       25-REBALANCE-ONE-CANDY.

           MOVE 0 TO GROUP-SHORT-TOTAL
           MOVE 0 TO GROUP-SURPLUS-TOTAL
           PERFORM VARYING GRP-SUB FROM 1 BY 1
               UNTIL GRP-SUB > GROUP-COUNT
               ADD GRP-SHORT (GRP-SUB) TO GROUP-SHORT-TOTAL
               ADD GRP-SURPLUS (GRP-SUB) TO GROUP-SURPLUS-TOTAL
           END-PERFORM
           IF GROUP-SHORT-TOTAL IS EQUAL TO ZERO
              OR GROUP-SURPLUS-TOTAL IS EQUAL TO ZERO
               GO TO 25-REBALANCE-EXIT
           END-IF

           ADD 1 TO CANDIES-REBALANCED
           PERFORM 31-WRITE-POSITIONS

           PERFORM VARYING GRP-SUB FROM 1 BY 1
               UNTIL GRP-SUB > GROUP-COUNT
               IF GRP-SHORT (GRP-SUB) IS GREATER THAN ZERO
                   PERFORM 26-FILL-ONE-SHORTAGE
                       THRU 26-FILL-EXIT
               END-IF
           END-PERFORM
           .

       25-REBALANCE-EXIT.
           EXIT.

      *****************************************************************
      * 26-FILL-ONE-SHORTAGE approves a transfer only where it beats
      * the vendor: when the transfer days are not less than the
      * vendor's lead time, the short warehouse is left to REPLEN's
      * buy and the listing says so.
      *****************************************************************
       26-FILL-ONE-SHORTAGE.

           IF TRANSFER-DAYS IS NOT LESS THAN GRP-LEAD-DAYS (GRP-SUB)
               MOVE SPACES TO TRL-DOC-NUMBER
               MOVE '----' TO TRL-FROM-WAREHOUSE
               MOVE GRP-WAREHOUSE-ID (GRP-SUB) TO TRL-TO-WAREHOUSE
               MOVE GRP-SHORT (GRP-SUB) TO TRL-CASES
               MOVE 'HELD - VENDOR LEAD TIME AS QUICK' TO
                       TRL-DISPOSITION
               MOVE TRANSFER-LINE TO LISTING-RECORD
               WRITE LISTING-RECORD
               ADD 1 TO SHORTS-LEFT-TO-BUY
               GO TO 26-FILL-EXIT
           END-IF

           PERFORM 27-FIND-LONGEST-WAREHOUSE
           PERFORM UNTIL GRP-SHORT (GRP-SUB) IS EQUAL TO ZERO
                      OR BEST-SUB IS EQUAL TO ZERO
               IF GRP-SURPLUS (BEST-SUB) IS LESS THAN
                       GRP-SHORT (GRP-SUB)
                   MOVE GRP-SURPLUS (BEST-SUB) TO MOVE-CASES
               ELSE
                   MOVE GRP-SHORT (GRP-SUB) TO MOVE-CASES
               END-IF
               PERFORM 28-WRITE-TRANSFER
               SUBTRACT MOVE-CASES FROM GRP-SHORT (GRP-SUB)
               SUBTRACT MOVE-CASES FROM GRP-SURPLUS (BEST-SUB)
               PERFORM 27-FIND-LONGEST-WAREHOUSE
           END-PERFORM

           IF GRP-SHORT (GRP-SUB) IS GREATER THAN ZERO
               MOVE SPACES TO TRL-DOC-NUMBER
               MOVE '----' TO TRL-FROM-WAREHOUSE
               MOVE GRP-WAREHOUSE-ID (GRP-SUB) TO TRL-TO-WAREHOUSE
               MOVE GRP-SHORT (GRP-SUB) TO TRL-CASES
               MOVE 'STILL SHORT - LEFT TO THE VENDOR BUY' TO
                       TRL-DISPOSITION
               MOVE TRANSFER-LINE TO LISTING-RECORD
               WRITE LISTING-RECORD
               ADD 1 TO SHORTS-LEFT-TO-BUY
           END-IF
           .

       26-FILL-EXIT.
           EXIT.

       27-FIND-LONGEST-WAREHOUSE.

           MOVE 0 TO BEST-SUB
           MOVE 0 TO BEST-SURPLUS
           PERFORM VARYING LONG-SUB FROM 1 BY 1
               UNTIL LONG-SUB > GROUP-COUNT
               IF GRP-SURPLUS (LONG-SUB) IS GREATER THAN BEST-SURPLUS
                  AND LONG-SUB IS NOT EQUAL TO GRP-SUB
                   MOVE GRP-SURPLUS (LONG-SUB) TO BEST-SURPLUS
                   MOVE LONG-SUB TO BEST-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 28-WRITE-TRANSFER cuts the shipment document for XFERPOST --
      * numbered 'R' with the month and day and a run sequence --
      * and records it on the rebalance file for REPLEN.
      *****************************************************************
       28-WRITE-TRANSFER.

           IF DOC-SEQUENCE IS EQUAL TO 999
               DISPLAY 'XFERPLAN: MORE THAN 999 TRANSFERS, DOCUMENT '
                       'NUMBERS ARE EXHAUSTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO DOC-SEQUENCE
           MOVE DOC-SEQUENCE TO DOC-SEQ

           MOVE SPACES TO TRANSFER-TRANS-RECORD
           MOVE 'S' TO TTF-DOC-TYPE
           MOVE DOC-NUMBER-WORK TO TTF-DOC-NUMBER
           MOVE GRP-WAREHOUSE-ID (BEST-SUB) TO TTF-FROM-WAREHOUSE
           MOVE GRP-WAREHOUSE-ID (GRP-SUB) TO TTF-TO-WAREHOUSE
           MOVE CURRENT-CANDY-ID TO TTF-CANDY-ID
           MOVE MOVE-CASES TO TTF-CASES
           MOVE RUN-DATE-YYYYMMDD TO TTF-DOC-DATE
           ADD 1 TO TRANSFER-OUT-COUNT
           MOVE TRANSFER-TRANS-RECORD TO
                   XOT-TRANSFER-RECORD (TRANSFER-OUT-COUNT)
           ADD MOVE-CASES TO TRANSFER-CASES-HASH

           MOVE RUN-DATE-YYYYMMDD TO RBF-RUN-DATE
           MOVE DOC-NUMBER-WORK TO RBF-DOC-NUMBER
           MOVE GRP-WAREHOUSE-ID (BEST-SUB) TO RBF-FROM-WAREHOUSE
           MOVE GRP-WAREHOUSE-ID (GRP-SUB) TO RBF-TO-WAREHOUSE
           MOVE CURRENT-CANDY-ID TO RBF-CANDY-ID
           MOVE MOVE-CASES TO RBF-CASES
           WRITE REBALANCE-RECORD

           MOVE DOC-NUMBER-WORK TO TRL-DOC-NUMBER
           MOVE GRP-WAREHOUSE-ID (BEST-SUB) TO TRL-FROM-WAREHOUSE
           MOVE GRP-WAREHOUSE-ID (GRP-SUB) TO TRL-TO-WAREHOUSE
           MOVE MOVE-CASES TO TRL-CASES
           MOVE 'APPROVED - SHIPMENT WRITTEN' TO TRL-DISPOSITION
           MOVE TRANSFER-LINE TO LISTING-RECORD
           WRITE LISTING-RECORD

           ADD 1 TO TRANSFERS-APPROVED
           ADD MOVE-CASES TO CASES-APPROVED
           .

       31-WRITE-POSITIONS.

           MOVE SPACES TO LISTING-RECORD
           WRITE LISTING-RECORD
           MOVE SPACES TO LISTING-RECORD
           STRING 'CANDY ' DELIMITED BY SIZE
                  CURRENT-CANDY-ID DELIMITED BY SIZE
               INTO LISTING-RECORD
           WRITE LISTING-RECORD
           MOVE POSITION-HEADING-LINE TO LISTING-RECORD
           WRITE LISTING-RECORD

           PERFORM VARYING LONG-SUB FROM 1 BY 1
               UNTIL LONG-SUB > GROUP-COUNT
               MOVE GRP-WAREHOUSE-ID (LONG-SUB) TO PSL-WAREHOUSE-ID
               MOVE GRP-ON-HAND (LONG-SUB) TO PSL-ON-HAND
               MOVE GRP-INBOUND (LONG-SUB) TO PSL-INBOUND
               MOVE GRP-MONTHLY-NEED (LONG-SUB) TO PSL-MONTHLY-NEED
               MOVE GRP-REORDER-POINT (LONG-SUB) TO PSL-REORDER-POINT
               MOVE GRP-SHORT (LONG-SUB) TO PSL-SHORT
               MOVE GRP-SURPLUS (LONG-SUB) TO PSL-SURPLUS
               MOVE GRP-LEAD-DAYS (LONG-SUB) TO PSL-LEAD-DAYS
               IF GRP-QUAR-FLAG (LONG-SUB) IS EQUAL TO 'Q'
                   MOVE 'QUARANTINE' TO PSL-QUARANTINE
               ELSE
                   MOVE SPACES TO PSL-QUARANTINE
               END-IF
               MOVE POSITION-LINE TO LISTING-RECORD
               WRITE LISTING-RECORD
           END-PERFORM
           .

       40-EOF-ROUTINE.

           MOVE SPACES TO LISTING-RECORD
           WRITE LISTING-RECORD
           MOVE SPACES TO LISTING-RECORD
           STRING 'ITEMS READ ' DELIMITED BY SIZE
                  ITEMS-READ-COUNT DELIMITED BY SIZE
                  '   CANDIES REBALANCED ' DELIMITED BY SIZE
                  CANDIES-REBALANCED DELIMITED BY SIZE
               INTO LISTING-RECORD
           WRITE LISTING-RECORD
           MOVE SPACES TO LISTING-RECORD
           STRING 'TRANSFERS APPROVED ' DELIMITED BY SIZE
                  TRANSFERS-APPROVED DELIMITED BY SIZE
                  '   CASES ' DELIMITED BY SIZE
                  CASES-APPROVED DELIMITED BY SIZE
                  '   SHORTS LEFT TO BUY ' DELIMITED BY SIZE
                  SHORTS-LEFT-TO-BUY DELIMITED BY SIZE
               INTO LISTING-RECORD
           WRITE LISTING-RECORD

           PERFORM 45-WRITE-TRANSFER-BATCH

           CLOSE TRANSFER-TRANS-FILE
                 REBALANCE-FILE
                 REBALANCE-LISTING

           DISPLAY 'XFERPLAN: ' TRANSFERS-APPROVED
                   ' TRANSFERS APPROVED FOR ' CASES-APPROVED ' CASES'

           STOP RUN
           .

      *****************************************************************
      * 45-WRITE-TRANSFER-BATCH adds the run's shipments to the
      * transfer file as one batch: the header that counts them,
      * then the shipments themselves.
      *****************************************************************
       45-WRITE-TRANSFER-BATCH.

           IF TRANSFER-OUT-COUNT IS GREATER THAN ZERO
               MOVE SPACES TO BATCH-HEADER-RECORD
               MOVE '*BATCH' TO BTH-TAG
               MOVE 'XFERPLAN' TO BTH-SOURCE
               MOVE RUN-DATE-YYYYMMDD TO BTH-BATCH-DATE
               MOVE NEXT-BATCH-SEQ TO BTH-BATCH-SEQ
               MOVE TRANSFER-OUT-COUNT TO BTH-RECORD-COUNT
               MOVE TRANSFER-CASES-HASH TO BTH-HASH-TOTAL
               WRITE BATCH-HEADER-RECORD

               PERFORM VARYING TRANSFER-OUT-SUB FROM 1 BY 1
                   UNTIL TRANSFER-OUT-SUB > TRANSFER-OUT-COUNT
                   MOVE XOT-TRANSFER-RECORD (TRANSFER-OUT-SUB) TO
                           TRANSFER-TRANS-RECORD
                   WRITE TRANSFER-TRANS-RECORD
               END-PERFORM
           END-IF
           .
