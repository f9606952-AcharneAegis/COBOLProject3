      * hand minus already allocated -- on the indexed inventory
      * master, nearest warehouse first (the warehouse control
      * file lists the warehouses in distance order from the
      * shipping dock) among the warehouses the master's Candy ID
      * index shows carry the candy.  Allocation reserves the cases in
      * IM-ALLOC-STOCK; the stock itself comes off when SHIPCONF
      * confirms the cases actually left the dock.  Picks
      * come out as one pick list per warehouse in bin walk order;
      * whatever cannot be filled is carried on the backorder file
      * and re-allocates automatically on later runs as stock
      * arrives.  A customer who takes substitutes has the short
      * cases offered from the ordered candy's approved
      * substitutes, in preference order, before the line is
      * backordered.  The run journals every order line it
      * allocates, so a run that abends is simply run again: it
      * picks up after the last line it finished without reserving
      * stock twice or writing a pick, backorder, or log line twice.
      * *****
      * INPUT:
      *    WAREHOUSE-CONTROL.txt   the warehouse list, in nearest-
      *                            expire order and the lot number
      *                            prints beside each pick so the
      *                            picker pulls the oldest cases.
      *    INSPECTION-HOLD.txt     optional: the receiving-
      *                            inspection holds; cases on hold
      *                            are on hand but not available to
      *                            promise, and a held lot is never
      *                            picked.
      *    BACKORDER.txt           unfilled lines from earlier runs.
      *    CLEAN-ORDERS.txt        the day's new order lines as
      *                            passed by the ORDEDIT front end:
      *                            order number, customer, Candy
      *                            ID, cases requested, and the
      *                            ship-to location the line goes
      *                            to (blank for the customer's
      *                            main ship-to).  The credit check
      *                            is always the bill-to
      *                            customer's, whatever the ship-to.
      *    CUSTOMER-MASTER.dat     the customer master CUSTMAINT
      *                            maintains -- every order line's
      *                            customer is looked up, and lines
      *                            for customers not on file, on
      *                            credit hold, or over their
      *                            credit limit are held, not
      *                            allocated.  CUM-SUBST-FLAG 'Y'
      *                            lets a short line take an
      *                            approved substitute, and CUM-
      *                            MIN-SHELF-DAYS is the shelf life
      *                            a lot needs left to be picked
      *                            for the customer.
      *    SHELF-LIFE-OVERRIDE.txt optional: customer, Candy ID and
      *                            minimum shelf-life days, setting
      *                            the customer's requirement for
      *                            that candy in place of the
      *                            master's.
      *    SUBSTITUTE-MASTER.txt   optional: the approved
      *                            substitutes, ordered Candy ID,
      *                            preference (01 first) and
      *                            substitute Candy ID.  Only cases
      *                            are substituted; loose units of
      *                            a different candy are never
      *                            offered.
      *    INVENTORY-MASTER.dat    the indexed inventory master,
      *                            updated in place.
      *    ORDALLOC.CKPT           optional: the journal an
      *                            interrupted run left -- its run
      *                            date, the length of each file
      *                            the run extends when it started,
      *                            every pick, backorder, credit
      *                            hold, and substitution made, each
      *                            order line closed off with the
      *                            run's counts, and the master
      *                            records the line in flight
      *                            changed as they stood before.  On
      *                            file, this run is the restart:
      *                            those master records go back as
      *                            they stood, the backorder and lot
      *                            files go back to the copies saved
      *                            when the run started (ORDALLOC-
      *                            *.CKPT), the files the run
      *                            extends are cut back, and the
      *                            finished lines are taken from the
      *                            journal, not allocated a second
      *                            time.  Order lines that no longer
      *                            match the journal mean the input
      *                            changed, return code 16.  To
      *                            start over from a restore
      *                            instead, delete it.
      * *****
      * OUTPUT:
      *    Bnnn-Pick-List.txt      one pick list per warehouse, in
      *                            aisle/bay/shelf walk order.
      *    PICK-LIST.txt           the same picks as a data file for
      *                            the shipment confirmation run.
      *                            A substitute pick carries the
      *                            Candy ID originally ordered.
      *    BACKORDER.txt           rewritten with what is still
      *                            unfillable.  A line short
      *                            because the stock on hand was
      *                            too close to expiry for the
      *                            customer carries reason 'L'.
      *    HELD-ORDERS.txt         order lines held by the credit
      *                            check, with the hold reason, for
      *                            credit to work and release.
      *    LOT-DETAIL.txt          rewritten with the allocated
      *                            cases taken off their lots.
      *    SUBSTITUTION-LOG.txt    extended with one line per order
      *                            line and substitute allocated.
      *    CHAIN-CONTROL.txt       extended with the run's control
      *                            totals -- order and backorder
      *                            lines in; picks, backorders and
      *                            credit holds out -- for CHAINBAL
      *                            to balance.
      *    ORDALLOC.CKPT           extended as each order line is
      *                            allocated, and cleared at the end
      *                            of the run.
      *    Order-Allocation-Restart-Report.txt  on a restart, the
      *                            checkpoint used, the master
      *                            records put back, the run's
      *                            counts at the checkpoint and at
      *                            the end, and the lines cut back
      *                            off each file the run extends.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COF-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS CUM-FILE-STATUS.
           SELECT HELD-ORDER-FILE
               ASSIGN TO 'HELD-ORDERS.txt'
               ASSIGN TO 'LOT-DETAIL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDF-FILE-STATUS.
           SELECT INSPECTION-HOLD-FILE
               ASSIGN TO 'INSPECTION-HOLD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QCH-FILE-STATUS.
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
           SELECT CANDY-MASTER-FILE
               ASSIGN TO 'CANDY-MASTER.txt'
               ASSIGN TO DYNAMIC EXPEDITE-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXP-FILE-STATUS.
           SELECT SUBSTITUTE-MASTER-FILE
               ASSIGN TO 'SUBSTITUTE-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SBM-FILE-STATUS.
           SELECT SUBSTITUTION-LOG-FILE
               ASSIGN TO 'SUBSTITUTION-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SBL-FILE-STATUS.
           SELECT SHELF-LIFE-OVERRIDE-FILE
               ASSIGN TO 'SHELF-LIFE-OVERRIDE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLO-FILE-STATUS.
           SELECT CHAIN-CONTROL-FILE
               ASSIGN TO 'CHAIN-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHC-FILE-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO 'ORDALLOC.CKPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JNL-FILE-STATUS.
           SELECT CUT-IN-FILE
               ASSIGN TO DYNAMIC CUT-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUT-IN-STATUS.
           SELECT CUT-OUT-FILE
               ASSIGN TO DYNAMIC CUT-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUT-OUT-STATUS.
           SELECT RESTART-REPORT
               ASSIGN TO PRINTER 'Order-Allocation-Restart-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PICK-SORT-FILE
               ASSIGN TO 'PICK-SORT.tmp'.

           05  WHC-COMPANY             PIC XX.

       FD BIN-MASTER-FILE
           RECORD CONTAINS 52 CHARACTERS.

       01  BIN-MASTER-RECORD.
           05  BMF-WAREHOUSE-ID        PIC X(4).
           05  BMF-BAY                 PIC 99.
           05  BMF-SHELF               PIC 99.
           05  BMF-TEMP-ZONE           PIC A.
           05  BMF-CAPACITY            PIC 9(5).
           05  BMF-RESERVE-BIN OCCURS 3 TIMES.
               10  BMF-RSV-AISLE       PIC 99.
               10  BMF-RSV-BAY         PIC 99.
               10  BMF-RSV-SHELF       PIC 99.
               10  BMF-RSV-CAPACITY    PIC 9(5).

       FD BACKORDER-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  BACKORDER-RECORD.
           05  BOF-ORDER-NUMBER        PIC X(8).
           05  BOF-CASES               PIC 9(5).
           05  BOF-FIRST-DATE          PIC 9(8).
           05  BOF-UNITS               PIC 9(3).
           05  BOF-PRIORITY            PIC X.
           05  BOF-SHIP-TO-CODE        PIC X(4).
           05  BOF-REASON-CODE         PIC X.
               88 BOF-SHELF-LIFE-SHORT                 VALUE 'L'.

       FD CUSTOMER-ORDER-FILE
           RECORD CONTAINS 34 CHARACTERS.

       01  CUSTOMER-ORDER-RECORD.
           05  COF-ORDER-NUMBER        PIC X(8).
           05  COF-CASES               PIC 9(5).
           05  COF-UNITS               PIC 9(3).
           05  COF-PRIORITY            PIC X.
           05  COF-SHIP-TO-CODE        PIC X(4).

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

       FD HELD-ORDER-FILE
           RECORD CONTAINS 48 CHARACTERS.

       01  HELD-ORDER-RECORD.
           05  HOF-ORDER-NUMBER        PIC X(8).
           05  HOF-HOLD-REASON         PIC X(14).
           05  HOF-UNITS               PIC 9(3).
           05  HOF-PRIORITY            PIC X.
           05  HOF-SHIP-TO-CODE        PIC X(4).

       FD LOT-DETAIL-FILE
           RECORD CONTAINS 37 CHARACTERS.
           05  LDF-EXP-DATE            PIC 9(8).
           05  LDF-LOT-CASES           PIC 9(4).

       FD INSPECTION-HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.

       COPY QCHREC.

       FD INV-MASTER-FILE
           RECORD CONTAINS 705 CHARACTERS.

       01  PICK-PRINT-RECORD           PIC X(80).

       FD PICK-LIST-DATA
           RECORD CONTAINS 51 CHARACTERS.

       01  PICK-DATA-RECORD.
           05  PLD-WAREHOUSE-ID        PIC X(4).
           05  PLD-LOT-NUMBER          PIC X(10).
           05  PLD-UNITS-PICKED        PIC 9(3).
           05  PLD-PRIORITY            PIC X.
           05  PLD-SHIP-TO-CODE        PIC X(4).
           05  PLD-ORDERED-CANDY-ID    PIC XXX.

       FD SUBSTITUTE-MASTER-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  SUBSTITUTE-MASTER-RECORD.
           05  SBM-CANDY-ID            PIC XXX.
           05  SBM-PREFERENCE          PIC 99.
           05  SBM-SUBSTITUTE-ID       PIC XXX.

       FD SUBSTITUTION-LOG-FILE
           RECORD CONTAINS 43 CHARACTERS.

       COPY SBLREC.

       FD SHELF-LIFE-OVERRIDE-FILE
           RECORD CONTAINS 16 CHARACTERS.

       COPY SLOREC.

       FD CHAIN-CONTROL-FILE
           RECORD CONTAINS 47 CHARACTERS.

       COPY CHNCREC.

      *****************************************************************
      * JOURNAL-FILE is the restart journal, one JOURNAL-DATA image
      * in WORKING-STORAGE per line.  CUT-IN-FILE and CUT-OUT-FILE
      * copy any line file line for line -- to save the files the
      * run rewrites and to cut the extended files back on a
      * restart.
      *****************************************************************
       FD JOURNAL-FILE
           RECORD CONTAINS 720 CHARACTERS.

       01  JOURNAL-RECORD              PIC X(720).

       FD CUT-IN-FILE
           RECORD CONTAINS 720 CHARACTERS.

       01  CUT-IN-RECORD               PIC X(720).

       FD CUT-OUT-FILE
           RECORD CONTAINS 720 CHARACTERS.

       01  CUT-OUT-RECORD              PIC X(720).

       FD RESTART-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  RESTART-REPORT-RECORD       PIC X(80).

       SD PICK-SORT-FILE.

           05  SRT-LOT-NUMBER          PIC X(10).
           05  SRT-UNITS               PIC 9(3).
           05  SRT-PRIORITY            PIC X.
           05  SRT-SHIP-TO-CODE        PIC X(4).
           05  SRT-ORDERED-CANDY-ID    PIC XXX.

       WORKING-STORAGE SECTION.

               88 NO-MORE-BOF-DATA                     VALUE 'N'.
           05  COF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-COF-DATA                     VALUE 'N'.
           05  CUST-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 CUSTOMER-FOUND                       VALUE 'Y'.
           05  LDF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-LDF-DATA                     VALUE 'N'.
           05  LOT-FILE-SWITCH         PIC X           VALUE 'N'.
               88 LOT-FILE-ON-HAND                     VALUE 'Y'.
           05  QCH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-QCH-DATA                     VALUE 'N'.
           05  LOT-HELD-SWITCH         PIC X           VALUE 'N'.
               88 LOT-ON-HOLD                          VALUE 'Y'.
           05  SORT-EOF-SWITCH        PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.
           05  PICK-FILE-OPEN-SWITCH   PIC X           VALUE 'N'.
               88 PICK-FILE-OPEN                       VALUE 'Y'.
           05  SBM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SBM-DATA                     VALUE 'N'.
           05  MASTER-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-MASTER-DATA                  VALUE 'N'.
           05  SLO-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SLO-DATA                     VALUE 'N'.
           05  SHELF-LIFE-SHORT-SWITCH PIC X           VALUE 'N'.
               88 SHELF-LIFE-SHORT                     VALUE 'Y'.
           05  LOT-TOO-SHORT-SWITCH    PIC X           VALUE 'N'.
               88 LOT-TOO-SHORT                        VALUE 'Y'.
           05  RESTART-SWITCH          PIC X           VALUE 'N'.
               88 RESTART-IN-PROGRESS                  VALUE 'Y'.
           05  JNL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-JNL-DATA                     VALUE 'N'.
           05  CUT-IN-FOUND-SWITCH     PIC X           VALUE 'N'.
               88 CUT-IN-FOUND                         VALUE 'Y'.
           05  CUT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CUT-DATA                     VALUE 'N'.
           05  KEY-FOUND-SWITCH        PIC X           VALUE 'N'.
               88 KEY-ALREADY-PUT-BACK                 VALUE 'Y'.

       01  TEMP-FIELDS.
           05  WHC-FILE-STATUS         PIC XX          VALUE SPACES.
               88 NO-MORE-CMA-DATA                     VALUE 'N'.
           05  ALG-SUB                 PIC 999         VALUE 0.
           05  WH-SUB                  PIC 99          VALUE 0.
           05  CARRY-SUB               PIC 99          VALUE 0.
           05  BIN-SUB                 PIC 9(4)        VALUE 0.
           05  ORD-SUB                 PIC 9(4)        VALUE 0.
           05  CREDIT-HOLD-REASON      PIC X(14)       VALUE SPACES.
           05  LDF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LOT-SUB                 PIC 9(4)        VALUE 0.
           05  LOT-HOLD-SUB            PIC 9(4)        VALUE 0.
           05  QCH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  INSP-SUB                PIC 9(4)        VALUE 0.
           05  INSP-HELD-CASES         PIC 9(6)        VALUE 0.
           05  PICK-LEFT               PIC 9(5)        VALUE 0.
           05  PICK-PIECE-CASES        PIC 9(5)        VALUE 0.
           05  PICK-PIECE-LOT          PIC X(10)       VALUE SPACES.
           05  EXPEDITE-OPEN-SWITCH    PIC X           VALUE 'N'.
               88 EXPEDITE-FILE-OPEN                   VALUE 'Y'.
           05  PRIOR-WAREHOUSE-ID      PIC X(4)        VALUE SPACES.
           05  SBM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SBL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ALLOC-CANDY-ID          PIC XXX         VALUE SPACES.
           05  SUBST-SUB               PIC 9(4)        VALUE 0.
           05  SUBST-RANK              PIC 99          VALUE 0.
           05  SUBST-HIGH-PREFERENCE   PIC 99          VALUE 0.
           05  SUBST-CASES-BEFORE      PIC 9(5)        VALUE 0.
           05  SUBST-UNITS-HELD        PIC 9(3)        VALUE 0.
           05  SLO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SLO-SUB                 PIC 9(4)        VALUE 0.
           05  CHC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SHELF-DAYS-NEEDED       PIC 999         VALUE 0.
           05  LOT-DAYS-LEFT           PIC S9(7)       VALUE 0.
           05  ELIGIBLE-LOT-CASES      PIC 9(7)        VALUE 0.
           05  EXP-DATE-WORK           PIC 9(8)        VALUE 0.
           05  EXP-DATE-X REDEFINES EXP-DATE-WORK.
               10  EXP-CCYY            PIC 9(4).
               10  EXP-MM              PIC 99.
               10  EXP-DD              PIC 99.
           05  JNL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUT-IN-STATUS           PIC XX          VALUE SPACES.
           05  CUT-OUT-STATUS          PIC XX          VALUE SPACES.
           05  CUT-IN-NAME             PIC X(40)       VALUE SPACES.
           05  CUT-OUT-NAME            PIC X(40)       VALUE SPACES.
           05  COPY-LIMIT              PIC 9(9)        VALUE 0.
           05  COPY-LINES-READ         PIC 9(9)        VALUE 0.
           05  COPY-LINES-WRITTEN      PIC 9(9)        VALUE 0.
           05  APP-SUB                 PIC 9           VALUE 0.
           05  RWF-SUB                 PIC 9           VALUE 0.
           05  RKY-SUB                 PIC 999         VALUE 0.
           05  LINE-SEQ                PIC 9(4)        VALUE 0.
           05  JOURNAL-READ-COUNT      PIC 9(9)        VALUE 0.
           05  JOURNAL-KEEP-COUNT      PIC 9(9)        VALUE 0.
           05  JOURNAL-SCAN-COUNT      PIC 9(9)        VALUE 0.
           05  MASTER-BEFORE-IMAGE     PIC X(705)      VALUE SPACES.

       01  RUN-TOTALS.
           05  LINES-READ-COUNT        PIC 9(5)        VALUE 0.
           05  LINES-BACKORDERED-COUNT PIC 9(5)        VALUE 0.
           05  LINES-HELD-COUNT        PIC 9(5)        VALUE 0.
           05  PICKS-WRITTEN-COUNT     PIC 9(5)        VALUE 0.
           05  SUBSTITUTIONS-COUNT     PIC 9(5)        VALUE 0.
           05  SHELF-LIFE-BO-COUNT     PIC 9(5)        VALUE 0.
           05  CLEAN-LINES-IN-COUNT    PIC 9(7)        VALUE 0.
           05  CLEAN-CASES-IN          PIC 9(9)        VALUE 0.
           05  BACKORDER-LINES-IN-COUNT PIC 9(7)       VALUE 0.
           05  BACKORDER-CASES-IN      PIC 9(9)        VALUE 0.
           05  PICKED-CASES-OUT        PIC 9(9)        VALUE 0.
           05  BACKORDERED-CASES-OUT   PIC 9(9)        VALUE 0.
           05  HELD-CASES-OUT          PIC 9(9)        VALUE 0.

       01  WAREHOUSE-COUNT             PIC 99          VALUE 0.

               INDEXED BY WAREHOUSE-ID-INDEX.
               10 OLD-WAREHOUSE-ID     PIC X(4).
               10 NEW-WAREHOUSE-ID     PIC X(4).
               10 WH-CARRIES-SWITCH    PIC X.
                   88 WH-CARRIES-CANDY                 VALUE 'Y'.

       01  BIN-COUNT                   PIC 9(4)        VALUE 0.

               10  ORD-FIRST-DATE      PIC 9(8).
               10  ORD-UNITS           PIC 9(3).
               10  ORD-PRIORITY        PIC X.
               10  ORD-SHIP-TO-CODE    PIC X(4).
               10  ORD-PASS            PIC 9.


       01  PICK-HEADING-LINE.
           05  PHL-AISLE               PIC 99.
           05  PHL-ALLERGEN-CODE       PIC XX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  PHL-UNITS               PIC ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  PHL-SHIP-TO-CODE        PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  PHL-ORDERED-CANDY-ID    PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.

      *****************************************************************
      * SUBST-TABLE holds the approved substitutes per Candy ID.
      * SUBST-HIGH-PREFERENCE is the last preference on file, so
      * the substitutes are tried 01 first up to it.
      *****************************************************************
       01  SUBST-COUNT                 PIC 9(4)        VALUE 0.

       01  SUBST-TABLE.
           05  SUBST-ENTRY OCCURS 1 TO 1000 TIMES
               DEPENDING ON SUBST-COUNT.
               10  SUB-CANDY-ID        PIC XXX.
               10  SUB-PREFERENCE      PIC 99.
               10  SUB-SUBSTITUTE-ID   PIC XXX.

      *****************************************************************
      * SHELF-LIFE-TABLE holds the per-candy shelf-life overrides,
      * customer plus Candy ID.
      *****************************************************************
       01  SHELF-LIFE-COUNT            PIC 9(4)        VALUE 0.

       01  SHELF-LIFE-TABLE.
           05  SHELF-LIFE-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON SHELF-LIFE-COUNT.
               10  SLT-CUSTOMER-ID     PIC X(10).
               10  SLT-CANDY-ID        PIC XXX.
               10  SLT-MIN-SHELF-DAYS  PIC 999.

      *****************************************************************
      * ALLERGEN-TABLE carries the catalog's allergen code per
               10  LOT-EXP-DATE        PIC 9(8).
               10  LOT-LOT-CASES       PIC 9(4).

      *****************************************************************
      * INSP-TABLE holds the lots still on receiving-inspection
      * hold -- their cases come out of what can be promised and
      * the lots are passed over when picks are carved.
      *****************************************************************
       01  INSP-COUNT                  PIC 9(4)        VALUE 0.

       01  INSP-TABLE.
           05  INSP-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON INSP-COUNT.
               10  INS-WAREHOUSE-ID    PIC X(4).
               10  INS-CANDY-ID        PIC XXX.
               10  INS-LOT-NUMBER      PIC X(10).
               10  INS-CASES           PIC 9(5).

      *****************************************************************
      * APPENDED-FILE-TABLE names the files the run extends, in the
      * order JHD-BASE-LINES carries their starting lengths;
      * RESTART-CUT-TABLE is what a restart found on each and cut
      * back off.  REWRITTEN-FILE-TABLE names the files the run
      * rewrites, each with the copy saved when the run starts.
      *****************************************************************
       01  APPENDED-FILE-VALUES.
           05  FILLER                  PIC X(30)   VALUE
                                       'SUBSTITUTION-LOG.txt'.
           05  FILLER                  PIC X(30)   VALUE
                                       'CHAIN-CONTROL.txt'.

       01  APPENDED-FILE-TABLE REDEFINES APPENDED-FILE-VALUES.
           05  APT-FILE-NAME OCCURS 2 TIMES
                                       PIC X(30).

       01  RESTART-CUT-TABLE.
           05  RESTART-CUT-ENTRY OCCURS 2 TIMES.
               10  RCT-LINES-FOUND     PIC 9(9).
               10  RCT-LINES-CUT       PIC 9(9).

       01  REWRITTEN-FILE-VALUES.
           05  FILLER                  PIC X(30)   VALUE
                                       'BACKORDER.txt'.
           05  FILLER                  PIC X(30)   VALUE
                                       'ORDALLOC-BACKORDER.CKPT'.
           05  FILLER                  PIC X(30)   VALUE
                                       'LOT-DETAIL.txt'.
           05  FILLER                  PIC X(30)   VALUE
                                       'ORDALLOC-LOT-DETAIL.CKPT'.

       01  REWRITTEN-FILE-TABLE REDEFINES REWRITTEN-FILE-VALUES.
           05  REWRITTEN-FILE-ENTRY OCCURS 2 TIMES.
               10  RWT-FILE-NAME       PIC X(30).
               10  RWT-SAVED-NAME      PIC X(30).

      *****************************************************************
      * JOURNAL-DATA is one line of the restart journal, by type:
      *   'R'  the run header, first line of the journal: run date,
      *        when the run started, how many order lines it
      *        collected, which rewritten files had a copy saved,
      *        and the starting length of every file it extends.
      *   'P'  a pick released to the sort, with the lot table
      *        entry its cases came off (zero for none).
      *   'B'  a backorder line written.
      *   'C'  a credit-held line written.
      *   'S'  a substitution log line written.
      *   'M'  a master record as it stood before the line in
      *        flight changed it, forced to disk ahead of the
      *        REWRITE.
      *   'L'  an order line finished, with the run's counts at
      *        that point, forced to disk.
      * A restart keeps the journal through the last 'L' and takes
      * the finished lines from it; the 'M' lines after it put the
      * line in flight's master records back as they stood.
      *****************************************************************
       01  JOURNAL-DATA.
           05  JNL-TYPE                PIC X           VALUE SPACE.
               88 JNL-RUN-HEADER                       VALUE 'R'.
               88 JNL-PICK                             VALUE 'P'.
               88 JNL-BACKORDER                        VALUE 'B'.
               88 JNL-CREDIT-HOLD                      VALUE 'C'.
               88 JNL-SUBSTITUTION                     VALUE 'S'.
               88 JNL-BEFORE-IMAGE                     VALUE 'M'.
               88 JNL-LINE-DONE                        VALUE 'L'.
           05  JNL-BODY                PIC X(719)      VALUE SPACES.
           05  JNL-HEADER-DATA REDEFINES JNL-BODY.
               10  JNR-HEADER          PIC X(48).
               10  FILLER              PIC X(671).
           05  JNL-PICK-DATA REDEFINES JNL-BODY.
               10  JNP-SORT-RECORD     PIC X(57).
               10  JNP-LOT-SUB         PIC 9(4).
               10  FILLER              PIC X(658).
           05  JNL-BACKORDER-DATA REDEFINES JNL-BODY.
               10  JNB-RECORD          PIC X(43).
               10  FILLER              PIC X(676).
           05  JNL-HELD-DATA REDEFINES JNL-BODY.
               10  JNH-RECORD          PIC X(48).
               10  FILLER              PIC X(671).
           05  JNL-SUBST-DATA REDEFINES JNL-BODY.
               10  JNS-RECORD          PIC X(43).
               10  FILLER              PIC X(676).
           05  JNL-IMAGE-DATA REDEFINES JNL-BODY.
               10  JNM-RECORD.
                   15  JNM-KEY         PIC X(7).
                   15  FILLER          PIC X(698).
               10  FILLER              PIC X(14).
           05  JNL-DONE-DATA REDEFINES JNL-BODY.
               10  JND-COUNTS.
                   15  JND-LINES-DONE  PIC 9(4).
                   15  JND-ORD-SUB     PIC 9(4).
                   15  JND-ORDER-NUMBER PIC X(8).
                   15  JND-CANDY-ID    PIC XXX.
                   15  JND-TAKEN-DATE  PIC 9(8).
                   15  JND-TAKEN-TIME  PIC 9(8).
                   15  JND-FILLED      PIC 9(5).
                   15  JND-PART        PIC 9(5).
                   15  JND-BACKORDERED PIC 9(5).
                   15  JND-HELD        PIC 9(5).
                   15  JND-PICKS       PIC 9(5).
                   15  JND-SUBSTITUTIONS PIC 9(5).
                   15  JND-SHELF-LIFE-BO PIC 9(5).
                   15  JND-BO-CASES    PIC 9(9).
                   15  JND-HELD-CASES  PIC 9(9).
               10  FILLER              PIC X(631).

       01  JOURNAL-HEADER.
           05  JHD-RUN-DATE            PIC 9(8)        VALUE 0.
           05  JHD-TAKEN-DATE          PIC 9(8)        VALUE 0.
           05  JHD-TAKEN-TIME          PIC 9(8)        VALUE 0.
           05  JHD-ORDER-COUNT         PIC 9(4)        VALUE 0.
           05  JHD-SAVED-SWITCH OCCURS 2 TIMES
                                       PIC X.
           05  JHD-BASE-LINES OCCURS 2 TIMES
                                       PIC 9(9).

      *****************************************************************
      * RESTART-FROM is the last finished line a restart resumed
      * after, laid out as JND-COUNTS; RESTORED-KEY-TABLE lists the
      * master records the restart put back as they stood.  Both
      * are for the restart report.
      *****************************************************************
       01  RESTART-FROM.
           05  RSF-LINES-DONE          PIC 9(4)        VALUE 0.
           05  RSF-ORD-SUB             PIC 9(4)        VALUE 0.
           05  RSF-ORDER-NUMBER        PIC X(8)        VALUE SPACES.
           05  RSF-CANDY-ID            PIC XXX         VALUE SPACES.
           05  RSF-TAKEN-DATE          PIC 9(8)        VALUE 0.
           05  RSF-TAKEN-TIME          PIC 9(8)        VALUE 0.
           05  RSF-FILLED              PIC 9(5)        VALUE 0.
           05  RSF-PART                PIC 9(5)        VALUE 0.
           05  RSF-BACKORDERED         PIC 9(5)        VALUE 0.
           05  RSF-HELD                PIC 9(5)        VALUE 0.
           05  RSF-PICKS               PIC 9(5)        VALUE 0.
           05  RSF-SUBSTITUTIONS       PIC 9(5)        VALUE 0.
           05  RSF-SHELF-LIFE-BO       PIC 9(5)        VALUE 0.
           05  RSF-BO-CASES            PIC 9(9)        VALUE 0.
           05  RSF-HELD-CASES          PIC 9(9)        VALUE 0.

       01  RESTORED-KEY-COUNT          PIC 999         VALUE 0.

       01  RESTORED-KEY-TABLE.
           05  RESTORED-KEY OCCURS 1 TO 500 TIMES
               DEPENDING ON RESTORED-KEY-COUNT
                                       PIC X(7).

       01  RESTART-COUNT-LINE.
           05  RCL-LABEL               PIC X(25).
           05  RCL-AT-CHECKPOINT       PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  RCL-AT-END              PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(25)       VALUE SPACES.

       01  RESTART-FILE-LINE.
           05  RFL-FILE-NAME           PIC X(30).
           05  RFL-LINES-FOUND         PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  RFL-LINES-CUT           PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(20)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 60-CHECK-FOR-RESTART THRU 60-CHECK-EXIT

           PERFORM 11-READ-RUSH-PARM
           PERFORM 12-LOAD-WAREHOUSE-TABLE
           PERFORM 13-LOAD-BIN-MASTER
           PERFORM 18-LOAD-LOT-DETAIL
           PERFORM 18A-LOAD-INSPECTION-HOLDS
           PERFORM 17-OPEN-CUSTOMER-MASTER
           PERFORM 17A-LOAD-SUBSTITUTES THRU 17A-LOAD-EXIT
           PERFORM 17C-LOAD-SHELF-LIFE THRU 17C-LOAD-EXIT
           PERFORM 19-LOAD-ALLERGEN-CODES
           PERFORM 14-COLLECT-ORDER-LINES
           IF RESTART-IN-PROGRESS
               PERFORM 63-CHECK-RESTART-ORDERS
           ELSE
               PERFORM 61-START-JOURNAL
           END-IF
           PERFORM 15-HSKPING-ROUTINE

           SORT PICK-SORT-FILE
                           ELSE
                               MOVE ZEROS TO COF-UNITS
                           END-IF
                           MOVE BOF-PRIORITY TO COF-PRIORITY
                           MOVE BOF-SHIP-TO-CODE TO COF-SHIP-TO-CODE
                           MOVE 'Y' TO LINE-IS-BACKORDER
                           PERFORM 16-ADD-ONE-ORDER-LINE
                           ADD 1 TO BACKORDER-LINES-IN-COUNT
                           ADD ORD-CASES (ORDER-COUNT) TO
                                   BACKORDER-CASES-IN
                   END-READ
               END-PERFORM
               CLOSE BACKORDER-FILE
                           MOVE RUN-DATE-YYYYMMDD TO LINE-FIRST-DATE
                           MOVE 'N' TO LINE-IS-BACKORDER
                           PERFORM 16-ADD-ONE-ORDER-LINE
                           ADD 1 TO CLEAN-LINES-IN-COUNT
                           ADD ORD-CASES (ORDER-COUNT) TO
                                   CLEAN-CASES-IN
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-ORDER-FILE
               MOVE 0 TO ORD-UNITS (ORDER-COUNT)
           END-IF
           MOVE COF-PRIORITY TO ORD-PRIORITY (ORDER-COUNT)
           MOVE COF-SHIP-TO-CODE TO ORD-SHIP-TO-CODE (ORDER-COUNT)
           PERFORM 16A-RANK-THE-LINE
           ADD 1 TO LINES-READ-COUNT
           .
           .

      *****************************************************************
      * 18A-LOAD-INSPECTION-HOLDS reads the lots still on
      * inspection hold.  No hold file means nothing is held.
      *****************************************************************
       18A-LOAD-INSPECTION-HOLDS.

           OPEN INPUT INSPECTION-HOLD-FILE
           IF QCH-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF QCH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ORDALLOC: UNABLE TO OPEN INSPECTION HOLD '
                           'FILE, FILE STATUS = ' QCH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO QCH-EOF-FLAG
               PERFORM UNTIL NO-MORE-QCH-DATA
                   READ INSPECTION-HOLD-FILE
                       AT END
                           MOVE 'N' TO QCH-EOF-FLAG
                       NOT AT END
                           IF QCH-ON-HOLD
                              AND QCH-CASES-RECEIVED IS NUMERIC
                               IF INSP-COUNT IS EQUAL TO 2000
                                   DISPLAY 'ORDALLOC: MORE THAN 2000 '
                                           'LOTS ON INSPECTION HOLD, '
                                           'TABLE IS FULL'
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO INSP-COUNT
                               MOVE QCH-WAREHOUSE-ID TO
                                       INS-WAREHOUSE-ID (INSP-COUNT)
                               MOVE QCH-CANDY-ID TO
                                       INS-CANDY-ID (INSP-COUNT)
                               MOVE QCH-LOT-NUMBER TO
                                       INS-LOT-NUMBER (INSP-COUNT)
                               MOVE QCH-CASES-RECEIVED TO
                                       INS-CASES (INSP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSPECTION-HOLD-FILE
           END-IF
           .

      *****************************************************************
      * 17-OPEN-CUSTOMER-MASTER opens the customer master for the
      * credit lookups.  No master, no allocation -- shipping to
      * customers the system has never heard of is the hole this
      * check closes.
      *****************************************************************
       17-OPEN-CUSTOMER-MASTER.

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 17A-LOAD-SUBSTITUTES loads the approved substitutes.  A
      * row naming the candy as its own substitute, or with no
      * usable preference, is passed over.  No file on hand means
      * nothing is substituted.
      *****************************************************************
       17A-LOAD-SUBSTITUTES.

           OPEN INPUT SUBSTITUTE-MASTER-FILE
           IF SBM-FILE-STATUS IS EQUAL TO '35'
               GO TO 17A-LOAD-EXIT
           END-IF
           IF SBM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDALLOC: UNABLE TO OPEN SUBSTITUTE MASTER, '
                       'FILE STATUS = ' SBM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO SBM-EOF-FLAG
           PERFORM UNTIL NO-MORE-SBM-DATA
               READ SUBSTITUTE-MASTER-FILE
                   AT END
                       MOVE 'N' TO SBM-EOF-FLAG
                   NOT AT END
                       IF SBM-PREFERENCE IS NUMERIC
                          AND SBM-PREFERENCE IS GREATER THAN ZERO
                          AND SBM-SUBSTITUTE-ID IS NOT EQUAL TO
                               SPACES
                          AND SBM-SUBSTITUTE-ID IS NOT EQUAL TO
                               SBM-CANDY-ID
                           PERFORM 17B-ADD-ONE-SUBSTITUTE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUBSTITUTE-MASTER-FILE
           .

       17A-LOAD-EXIT.
           EXIT.

       17B-ADD-ONE-SUBSTITUTE.

           IF SUBST-COUNT IS EQUAL TO 1000
               DISPLAY 'ORDALLOC: SUBSTITUTE MASTER HAS MORE THAN '
                       '1000 ENTRIES, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO SUBST-COUNT
           MOVE SBM-CANDY-ID TO SUB-CANDY-ID (SUBST-COUNT)
           MOVE SBM-PREFERENCE TO SUB-PREFERENCE (SUBST-COUNT)
           MOVE SBM-SUBSTITUTE-ID TO SUB-SUBSTITUTE-ID (SUBST-COUNT)
           IF SBM-PREFERENCE IS GREATER THAN SUBST-HIGH-PREFERENCE
               MOVE SBM-PREFERENCE TO SUBST-HIGH-PREFERENCE
           END-IF
           .

      *****************************************************************
      * 17C-LOAD-SHELF-LIFE loads the per-candy shelf-life
      * overrides.  No file on hand means every customer's master
      * requirement stands for every candy.
      *****************************************************************
       17C-LOAD-SHELF-LIFE.

           OPEN INPUT SHELF-LIFE-OVERRIDE-FILE
           IF SLO-FILE-STATUS IS EQUAL TO '35'
               GO TO 17C-LOAD-EXIT
           END-IF
           IF SLO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDALLOC: UNABLE TO OPEN SHELF LIFE '
                       'OVERRIDE FILE, FILE STATUS = ' SLO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO SLO-EOF-FLAG
           PERFORM UNTIL NO-MORE-SLO-DATA
               READ SHELF-LIFE-OVERRIDE-FILE
                   AT END
                       MOVE 'N' TO SLO-EOF-FLAG
                   NOT AT END
                       IF SLO-MIN-SHELF-DAYS IS NUMERIC
                           IF SHELF-LIFE-COUNT IS EQUAL TO 2000
                               DISPLAY 'ORDALLOC: SHELF LIFE '
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

       17C-LOAD-EXIT.
           EXIT.

       15-HSKPING-ROUTINE.

           OPEN I-O INV-MASTER-FILE
           END-IF

           OPEN OUTPUT PICK-LIST-DATA

           OPEN EXTEND SUBSTITUTION-LOG-FILE
           IF SBL-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT SUBSTITUTION-LOG-FILE
               IF SBL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ORDALLOC: UNABLE TO OPEN SUBSTITUTION '
                           'LOG, FILE STATUS = ' SBL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *****************************************************************
      * warehouses in control-file (nearest-first) order, takes
      * stock where it finds it, and releases one sort record per
      * pick.  What cannot be filled goes back to the backorder
      * file.  Every line allocated is closed off on the journal;
      * on a restart the lines the journal shows finished are taken
      * from it and skipped here.
      *****************************************************************
       20-ALLOCATE-AND-RELEASE.

               STOP RUN
           END-IF

           IF RESTART-IN-PROGRESS
               PERFORM 64-REPLAY-JOURNAL
           END-IF

           OPEN EXTEND JOURNAL-FILE
           IF JNL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDALLOC: UNABLE TO EXTEND JOURNAL, FILE '
                       'STATUS = ' JNL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO LINE-SEQ
           PERFORM VARYING ALLOC-PASS FROM 1 BY 1
               UNTIL ALLOC-PASS > 3
               PERFORM VARYING ORD-SUB FROM 1 BY 1
                   UNTIL ORD-SUB > ORDER-COUNT
                   IF ORD-PASS (ORD-SUB) IS EQUAL TO ALLOC-PASS
                       ADD 1 TO LINE-SEQ
                       IF LINE-SEQ IS GREATER THAN RSF-LINES-DONE
                           PERFORM 22-ALLOCATE-ONE-LINE
                               THRU 22-ALLOCATE-EXIT
                           PERFORM 66-JOURNAL-LINE-DONE
                       ELSE
                           IF LINE-SEQ IS EQUAL TO RSF-LINES-DONE
                              AND ORD-SUB IS NOT EQUAL TO RSF-ORD-SUB
                               DISPLAY 'ORDALLOC: RESTART LINE '
                                       LINE-SEQ ' IS NOT THE '
                                       'JOURNAL''S -- THE INPUT '
                                       'HAS CHANGED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           CLOSE BACKORDER-FILE
                HELD-ORDER-FILE
                JOURNAL-FILE
           .

       22-ALLOCATE-ONE-LINE.
               MOVE CREDIT-HOLD-REASON TO HOF-HOLD-REASON
               MOVE ORD-UNITS (ORD-SUB) TO HOF-UNITS
               MOVE ORD-PRIORITY (ORD-SUB) TO HOF-PRIORITY
               MOVE ORD-SHIP-TO-CODE (ORD-SUB) TO HOF-SHIP-TO-CODE
               MOVE SPACES TO JOURNAL-DATA
               MOVE 'C' TO JNL-TYPE
               MOVE HELD-ORDER-RECORD TO JNH-RECORD
               PERFORM 65-WRITE-JOURNAL
               WRITE HELD-ORDER-RECORD
               ADD 1 TO LINES-HELD-COUNT
               ADD ORD-CASES (ORD-SUB) TO HELD-CASES-OUT
               GO TO 22-ALLOCATE-EXIT
           END-IF

           MOVE ORD-CASES (ORD-SUB) TO CASES-REMAINING
           MOVE ORD-UNITS (ORD-SUB) TO UNITS-REMAINING
           MOVE ORD-CANDY-ID (ORD-SUB) TO ALLOC-CANDY-ID
           MOVE 'N' TO SHELF-LIFE-SHORT-SWITCH
           PERFORM 21A-SET-SHELF-DAYS-NEEDED THRU 21A-SET-EXIT
           PERFORM 24B-MARK-CARRYING-WAREHOUSES

           PERFORM VARYING WH-SUB FROM 1 BY 1
               UNTIL WH-SUB > WAREHOUSE-COUNT
                   THRU 24-TAKE-EXIT
           END-PERFORM

           IF CASES-REMAINING IS GREATER THAN ZERO
              AND CUM-SUBST-FLAG IS EQUAL TO 'Y'
              AND SUBST-COUNT IS GREATER THAN ZERO
               PERFORM 23-TRY-SUBSTITUTES
           END-IF

           EVALUATE TRUE
               WHEN CASES-REMAINING IS EQUAL TO ZERO
                  AND UNITS-REMAINING IS EQUAL TO ZERO
               MOVE CASES-REMAINING TO BOF-CASES
               MOVE ORD-FIRST-DATE (ORD-SUB) TO BOF-FIRST-DATE
               MOVE UNITS-REMAINING TO BOF-UNITS
               MOVE ORD-PRIORITY (ORD-SUB) TO BOF-PRIORITY
               MOVE ORD-SHIP-TO-CODE (ORD-SUB) TO BOF-SHIP-TO-CODE
               IF SHELF-LIFE-SHORT
                   MOVE 'L' TO BOF-REASON-CODE
                   ADD 1 TO SHELF-LIFE-BO-COUNT
               ELSE
                   MOVE SPACE TO BOF-REASON-CODE
               END-IF
               MOVE SPACES TO JOURNAL-DATA
               MOVE 'B' TO JNL-TYPE
               MOVE BACKORDER-RECORD TO JNB-RECORD
               PERFORM 65-WRITE-JOURNAL
               WRITE BACKORDER-RECORD
               ADD 1 TO LINES-BACKORDERED-COUNT
               ADD CASES-REMAINING TO BACKORDERED-CASES-OUT
           END-IF
           .


           MOVE SPACES TO CREDIT-HOLD-REASON
           MOVE 'N' TO CUST-FOUND-SWITCH
           MOVE ORD-CUSTOMER (ORD-SUB) TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS EQUAL TO '00'
               MOVE 'Y' TO CUST-FOUND-SWITCH
           END-IF

           EVALUATE TRUE
               WHEN NOT CUSTOMER-FOUND
                   MOVE 'NOT ON FILE' TO CREDIT-HOLD-REASON
               WHEN CUM-HOLD-FLAG IS EQUAL TO 'H'
                   MOVE 'CREDIT HOLD' TO CREDIT-HOLD-REASON
               WHEN CUM-OPEN-BALANCE IS GREATER
                       THAN CUM-CREDIT-LIMIT
                   MOVE 'OVER LIMIT' TO CREDIT-HOLD-REASON
           END-EVALUATE
           .

      *****************************************************************
      * 21A-SET-SHELF-DAYS-NEEDED leaves in SHELF-DAYS-NEEDED the
      * shelf life the line's customer requires on ALLOC-CANDY-ID:
      * the override row for the customer and candy if there is
      * one, else the customer's own minimum.  Without lot details
      * on hand there are no expiration dates to test, so nothing
      * is required.
      *****************************************************************
       21A-SET-SHELF-DAYS-NEEDED.

           MOVE 0 TO SHELF-DAYS-NEEDED
           IF NOT LOT-FILE-ON-HAND
               GO TO 21A-SET-EXIT
           END-IF

           IF CUM-MIN-SHELF-DAYS IS NUMERIC
               MOVE CUM-MIN-SHELF-DAYS TO
                       SHELF-DAYS-NEEDED
           END-IF
           PERFORM VARYING SLO-SUB FROM 1 BY 1
               UNTIL SLO-SUB > SHELF-LIFE-COUNT
               IF SLT-CUSTOMER-ID (SLO-SUB) IS EQUAL TO
                       ORD-CUSTOMER (ORD-SUB)
                  AND SLT-CANDY-ID (SLO-SUB) IS EQUAL TO
                       ALLOC-CANDY-ID
                   MOVE SLT-MIN-SHELF-DAYS (SLO-SUB) TO
                           SHELF-DAYS-NEEDED
                   MOVE SHELF-LIFE-COUNT TO SLO-SUB
               END-IF
           END-PERFORM
           .

       21A-SET-EXIT.
           EXIT.

      *****************************************************************
      * 23-TRY-SUBSTITUTES offers the cases the ordered candy could
      * not cover to its approved substitutes, 01 first, each one
      * across every warehouse nearest-first, until the line is
      * covered or the substitutes run out.  Loose units are held
      * out of the offer -- a partial box of another candy is not
      * a substitute -- and what is still short backorders as the
      * candy ordered.
      *****************************************************************
       23-TRY-SUBSTITUTES.

           MOVE UNITS-REMAINING TO SUBST-UNITS-HELD
           MOVE 0 TO UNITS-REMAINING

           PERFORM VARYING SUBST-RANK FROM 1 BY 1
               UNTIL SUBST-RANK > SUBST-HIGH-PREFERENCE
                  OR CASES-REMAINING IS EQUAL TO ZERO
               PERFORM VARYING SUBST-SUB FROM 1 BY 1
                   UNTIL SUBST-SUB > SUBST-COUNT
                      OR CASES-REMAINING IS EQUAL TO ZERO
                   IF SUB-CANDY-ID (SUBST-SUB) IS EQUAL TO
                           ORD-CANDY-ID (ORD-SUB)
                      AND SUB-PREFERENCE (SUBST-SUB) IS EQUAL TO
                           SUBST-RANK
                       PERFORM 23A-TAKE-ONE-SUBSTITUTE
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SUBST-UNITS-HELD TO UNITS-REMAINING
           MOVE ORD-CANDY-ID (ORD-SUB) TO ALLOC-CANDY-ID
           .

       23A-TAKE-ONE-SUBSTITUTE.

           MOVE SUB-SUBSTITUTE-ID (SUBST-SUB) TO ALLOC-CANDY-ID
           MOVE CASES-REMAINING TO SUBST-CASES-BEFORE
           PERFORM 21A-SET-SHELF-DAYS-NEEDED THRU 21A-SET-EXIT
           PERFORM 24B-MARK-CARRYING-WAREHOUSES

           PERFORM VARYING WH-SUB FROM 1 BY 1
               UNTIL WH-SUB > WAREHOUSE-COUNT
                  OR CASES-REMAINING IS EQUAL TO ZERO
               PERFORM 24-TAKE-FROM-ONE-WAREHOUSE
                   THRU 24-TAKE-EXIT
           END-PERFORM

           IF CASES-REMAINING IS LESS THAN SUBST-CASES-BEFORE
               MOVE RUN-DATE-YYYYMMDD TO SBL-RUN-DATE
               MOVE ORD-ORDER-NUMBER (ORD-SUB) TO SBL-ORDER-NUMBER
               MOVE ORD-CUSTOMER (ORD-SUB) TO SBL-CUSTOMER
               MOVE ORD-SHIP-TO-CODE (ORD-SUB) TO SBL-SHIP-TO-CODE
               MOVE ORD-CANDY-ID (ORD-SUB) TO SBL-ORDERED-CANDY-ID
               MOVE ALLOC-CANDY-ID TO SBL-SUBSTITUTE-ID
               MOVE SUBST-RANK TO SBL-PREFERENCE
               COMPUTE SBL-CASES = SUBST-CASES-BEFORE
                       - CASES-REMAINING
               MOVE SPACES TO JOURNAL-DATA
               MOVE 'S' TO JNL-TYPE
               MOVE SUBSTITUTION-LOG-RECORD TO JNS-RECORD
               PERFORM 65-WRITE-JOURNAL
               WRITE SUBSTITUTION-LOG-RECORD
               ADD 1 TO SUBSTITUTIONS-COUNT
           END-IF
           .

       24-TAKE-FROM-ONE-WAREHOUSE.

           IF NOT WH-CARRIES-CANDY (WH-SUB)
               GO TO 24-TAKE-EXIT
           END-IF

           MOVE NEW-WAREHOUSE-ID (WH-SUB) TO IM-WAREHOUSE-ID
           MOVE ALLOC-CANDY-ID TO IM-CANDY-ID
           READ INV-MASTER-FILE
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               GO TO 24-TAKE-EXIT
               GO TO 24-TAKE-EXIT
           END-IF

           MOVE INV-MASTER-RECORD TO MASTER-BEFORE-IMAGE
           MOVE 'N' TO TAKE-TOUCHED-SWITCH
           MOVE 0 TO CASES-TO-PICK
           MOVE 0 TO UNITS-TO-PICK
               IF IM-ALLOC-STOCK IS NOT NUMERIC
                   MOVE 0 TO IM-ALLOC-STOCK
               END-IF
               PERFORM 24A-SUM-HELD-CASES
               COMPUTE CASES-AVAILABLE = IM-CANDY-STOCK (1)
                       - IM-ALLOC-STOCK - INSP-HELD-CASES
               IF SHELF-DAYS-NEEDED IS GREATER THAN ZERO
                  AND CASES-AVAILABLE IS GREATER THAN ZERO
                   PERFORM 24C-SUM-ELIGIBLE-LOT-CASES
                   IF CASES-AVAILABLE IS GREATER THAN
                           ELIGIBLE-LOT-CASES
                       MOVE ELIGIBLE-LOT-CASES TO CASES-AVAILABLE
                       MOVE 'Y' TO SHELF-LIFE-SHORT-SWITCH
                   END-IF
               END-IF
               IF CASES-AVAILABLE IS GREATER THAN ZERO
                   IF CASES-AVAILABLE IS NOT LESS THAN
                           CASES-REMAINING
               GO TO 24-TAKE-EXIT
           END-IF

           PERFORM 67-JOURNAL-BEFORE-IMAGE
           REWRITE INV-MASTER-RECORD
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDALLOC: REWRITE FAILED, FILE STATUS = '
       24-TAKE-EXIT.
           EXIT.

      *****************************************************************
      * 24B-MARK-CARRYING-WAREHOUSES reads the candy's records off
      * the master's Candy ID index and marks the warehouses that
      * carry it, so the nearest-first pass goes only to them
      * rather than trying a key in every warehouse on the list.
      *****************************************************************
       24B-MARK-CARRYING-WAREHOUSES.

           PERFORM VARYING CARRY-SUB FROM 1 BY 1
               UNTIL CARRY-SUB > WAREHOUSE-COUNT
               MOVE 'N' TO WH-CARRIES-SWITCH (CARRY-SUB)
           END-PERFORM

           MOVE ALLOC-CANDY-ID TO IM-CANDY-ID
           START INV-MASTER-FILE KEY IS EQUAL TO IM-CANDY-ID
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'N' TO MASTER-EOF-FLAG
           ELSE
               MOVE ' ' TO MASTER-EOF-FLAG
           END-IF

           PERFORM UNTIL NO-MORE-MASTER-DATA
               READ INV-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO MASTER-EOF-FLAG
                   NOT AT END
                       IF IM-CANDY-ID IS NOT EQUAL TO ALLOC-CANDY-ID
                           MOVE 'N' TO MASTER-EOF-FLAG
                       ELSE
                           PERFORM VARYING CARRY-SUB FROM 1 BY 1
                               UNTIL CARRY-SUB > WAREHOUSE-COUNT
                               IF NEW-WAREHOUSE-ID (CARRY-SUB) IS
                                       EQUAL TO IM-WAREHOUSE-ID
                                   MOVE 'Y' TO
                                       WH-CARRIES-SWITCH (CARRY-SUB)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           .

       24A-SUM-HELD-CASES.

           MOVE 0 TO INSP-HELD-CASES
           PERFORM VARYING INSP-SUB FROM 1 BY 1
               UNTIL INSP-SUB > INSP-COUNT
               IF INS-WAREHOUSE-ID (INSP-SUB) IS EQUAL TO
                       IM-WAREHOUSE-ID
                  AND INS-CANDY-ID (INSP-SUB) IS EQUAL TO IM-CANDY-ID
                   ADD INS-CASES (INSP-SUB) TO INSP-HELD-CASES
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 24C-SUM-ELIGIBLE-LOT-CASES adds up the cases on the
      * warehouse's lots of the candy that are off hold and have
      * the shelf life the customer needs -- for such a customer
      * only those cases can be promised; cases on no lot, or too
      * close to their date, are not.
      *****************************************************************
       24C-SUM-ELIGIBLE-LOT-CASES.

           MOVE 0 TO ELIGIBLE-LOT-CASES
           PERFORM VARYING LOT-SUB FROM 1 BY 1
               UNTIL LOT-SUB > LOT-COUNT
               IF LOT-WAREHOUSE-ID (LOT-SUB) IS EQUAL TO
                       IM-WAREHOUSE-ID
                  AND LOT-CANDY-ID (LOT-SUB) IS EQUAL TO IM-CANDY-ID
                  AND LOT-LOT-CASES (LOT-SUB) IS NUMERIC
                  AND LOT-LOT-CASES (LOT-SUB) IS GREATER THAN ZERO
                   PERFORM 25B-CHECK-LOT-HELD
                   PERFORM 25C-CHECK-LOT-SHELF-LIFE
                   IF NOT LOT-ON-HOLD
                      AND NOT LOT-TOO-SHORT
                       ADD LOT-LOT-CASES (LOT-SUB) TO
                               ELIGIBLE-LOT-CASES
                   END-IF
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 25-SPLIT-PICK-BY-LOTS carves the warehouse's pick across
      * its lots in first-to-expire order -- one released pick per
      *****************************************************************
      * 25A-FIND-OLDEST-LOT leaves in LOT-HOLD-SUB the first-to-
      * expire lot with cases left for the warehouse and candy
      * being picked, or zero when no lot covers it.  A lot with
      * less shelf life left than the customer requires is passed
      * over for the next one to expire.
      *****************************************************************
       25A-FIND-OLDEST-LOT.

                  AND LOT-CANDY-ID (LOT-SUB) IS EQUAL TO IM-CANDY-ID
                  AND LOT-LOT-CASES (LOT-SUB) IS NUMERIC
                  AND LOT-LOT-CASES (LOT-SUB) IS GREATER THAN ZERO
                   PERFORM 25B-CHECK-LOT-HELD
                   PERFORM 25C-CHECK-LOT-SHELF-LIFE
                   IF NOT LOT-ON-HOLD
                      AND NOT LOT-TOO-SHORT
                       IF LOT-HOLD-SUB IS EQUAL TO ZERO
                           MOVE LOT-SUB TO LOT-HOLD-SUB
                       ELSE
                           IF LOT-EXP-DATE (LOT-SUB) IS LESS THAN
                                   LOT-EXP-DATE (LOT-HOLD-SUB)
                               MOVE LOT-SUB TO LOT-HOLD-SUB
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       25B-CHECK-LOT-HELD.

           MOVE 'N' TO LOT-HELD-SWITCH
           PERFORM VARYING INSP-SUB FROM 1 BY 1
               UNTIL INSP-SUB > INSP-COUNT
                  OR LOT-ON-HOLD
               IF INS-WAREHOUSE-ID (INSP-SUB) IS EQUAL TO
                       LOT-WAREHOUSE-ID (LOT-SUB)
                  AND INS-CANDY-ID (INSP-SUB) IS EQUAL TO
                       LOT-CANDY-ID (LOT-SUB)
                  AND INS-LOT-NUMBER (INSP-SUB) IS EQUAL TO
                       LOT-LOT-NUMBER (LOT-SUB)
                   MOVE 'Y' TO LOT-HELD-SWITCH
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 25C-CHECK-LOT-SHELF-LIFE flags the lot at LOT-SUB too short
      * when its days left, counted 30-day-month style from the run
      * date, fall under SHELF-DAYS-NEEDED.  A lot with no
      * expiration date on file never is.
      *****************************************************************
       25C-CHECK-LOT-SHELF-LIFE.

           MOVE 'N' TO LOT-TOO-SHORT-SWITCH
           IF SHELF-DAYS-NEEDED IS GREATER THAN ZERO
              AND LOT-EXP-DATE (LOT-SUB) IS NUMERIC
              AND LOT-EXP-DATE (LOT-SUB) IS GREATER THAN ZERO
               MOVE LOT-EXP-DATE (LOT-SUB) TO EXP-DATE-WORK
               COMPUTE LOT-DAYS-LEFT =
                       (EXP-CCYY - RUN-CCYY) * 360
                       + (EXP-MM - RUN-MM) * 30
                       + (EXP-DD - RUN-DD)
               IF LOT-DAYS-LEFT IS LESS THAN SHELF-DAYS-NEEDED
                   MOVE 'Y' TO LOT-TOO-SHORT-SWITCH
               END-IF
           END-IF
           .

       26-RELEASE-ONE-PICK.

           MOVE 99 TO SRT-AISLE
           MOVE IM-WAREHOUSE-ID TO SRT-WAREHOUSE-ID
           MOVE ORD-ORDER-NUMBER (ORD-SUB) TO SRT-ORDER-NUMBER
           MOVE ORD-CUSTOMER (ORD-SUB) TO SRT-CUSTOMER
           MOVE ALLOC-CANDY-ID TO SRT-CANDY-ID
           IF ALLOC-CANDY-ID IS EQUAL TO ORD-CANDY-ID (ORD-SUB)
               MOVE SPACES TO SRT-ORDERED-CANDY-ID
           ELSE
               MOVE ORD-CANDY-ID (ORD-SUB) TO SRT-ORDERED-CANDY-ID
           END-IF
           MOVE PICK-PIECE-CASES TO SRT-CASES
           MOVE PICK-PIECE-LOT TO SRT-LOT-NUMBER
           MOVE PICK-PIECE-UNITS TO SRT-UNITS
           MOVE 0 TO PICK-PIECE-UNITS
           MOVE ORD-PRIORITY (ORD-SUB) TO SRT-PRIORITY
           MOVE ORD-SHIP-TO-CODE (ORD-SUB) TO SRT-SHIP-TO-CODE
           MOVE SPACES TO JOURNAL-DATA
           MOVE 'P' TO JNL-TYPE
           MOVE SORT-PICK-RECORD TO JNP-SORT-RECORD
           IF SRT-LOT-NUMBER IS EQUAL TO SPACES
               MOVE 0 TO JNP-LOT-SUB
           ELSE
               MOVE LOT-HOLD-SUB TO JNP-LOT-SUB
           END-IF
           PERFORM 65-WRITE-JOURNAL
           RELEASE SORT-PICK-RECORD
           ADD 1 TO PICKS-WRITTEN-COUNT
           .
                           WRITE PICK-PRINT-RECORD
                           MOVE 'AI/BA/SH  CDY   CASES  ORDER
      -                        '     CUSTOMER    LOT         ALG
      -                        ' UNT  SHIP  FOR' TO PICK-PRINT-RECORD
                           WRITE PICK-PRINT-RECORD
                       END-IF
                       MOVE SRT-AISLE TO PHL-AISLE
                       MOVE SRT-CUSTOMER TO PHL-CUSTOMER
                       MOVE SRT-LOT-NUMBER TO PHL-LOT-NUMBER
                       MOVE SRT-UNITS TO PHL-UNITS
                       MOVE SRT-SHIP-TO-CODE TO PHL-SHIP-TO-CODE
                       MOVE SRT-ORDERED-CANDY-ID TO
                               PHL-ORDERED-CANDY-ID
                       MOVE SPACES TO PHL-ALLERGEN-CODE
                       PERFORM VARYING ALG-SUB FROM 1 BY 1
                           UNTIL ALG-SUB > ALLERGEN-COUNT
                       MOVE SRT-LOT-NUMBER TO PLD-LOT-NUMBER
                       MOVE SRT-UNITS TO PLD-UNITS-PICKED
                       MOVE SRT-PRIORITY TO PLD-PRIORITY
                       MOVE SRT-SHIP-TO-CODE TO PLD-SHIP-TO-CODE
                       MOVE SRT-ORDERED-CANDY-ID TO
                               PLD-ORDERED-CANDY-ID
                       WRITE PICK-DATA-RECORD
                       ADD SRT-CASES TO PICKED-CASES-OUT
               END-RETURN
           END-PERFORM

       40-EOF-ROUTINE.

           CLOSE INV-MASTER-FILE
                CUSTOMER-MASTER-FILE
                PICK-LIST-DATA
                SUBSTITUTION-LOG-FILE

           IF LOT-FILE-ON-HAND
               PERFORM 45-REWRITE-LOT-DETAIL
           END-IF

           PERFORM 47-POST-CHAIN-CONTROL

           DISPLAY 'ORDALLOC: ' LINES-READ-COUNT ' ORDER LINES, '
                   LINES-FILLED-COUNT ' FILLED, '
                   LINES-PART-COUNT ' PARTIAL, '
                   LINES-BACKORDERED-COUNT ' BACKORDERED, '
                   LINES-HELD-COUNT ' CREDIT HELD, '
                   SUBSTITUTIONS-COUNT ' SUBSTITUTED, '
                   SHELF-LIFE-BO-COUNT ' SHORT SHELF LIFE, '
                   PICKS-WRITTEN-COUNT ' PICKS'

           IF RESTART-IN-PROGRESS
               PERFORM 69-WRITE-RESTART-REPORT
           END-IF
           PERFORM 68-CLEAR-JOURNAL

           STOP RUN
           .


           CLOSE LOT-DETAIL-FILE
           .

      *****************************************************************
      * 47-POST-CHAIN-CONTROL leaves the run's control totals on the
      * chain control file: what came in off the clean orders and
      * the backorders, and where every case went -- onto a pick,
      * back onto backorder, or onto credit hold.  The three out
      * must add back to the two in.
      *****************************************************************
       47-POST-CHAIN-CONTROL.

           OPEN EXTEND CHAIN-CONTROL-FILE
           IF CHC-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT CHAIN-CONTROL-FILE
               IF CHC-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ORDALLOC: UNABLE TO OPEN CHAIN CONTROL '
                           'FILE, FILE STATUS = ' CHC-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE RUN-DATE-YYYYMMDD TO CHC-RUN-DATE
           MOVE 'ORDALLOC' TO CHC-PROGRAM
           MOVE 0 TO CHC-DOLLARS

           MOVE 'CO' TO CHC-CONTROL-POINT
           MOVE CLEAN-LINES-IN-COUNT TO CHC-LINE-COUNT
           MOVE CLEAN-CASES-IN TO CHC-CASES
           WRITE CHAIN-CONTROL-RECORD

           MOVE 'BI' TO CHC-CONTROL-POINT
           MOVE BACKORDER-LINES-IN-COUNT TO CHC-LINE-COUNT
           MOVE BACKORDER-CASES-IN TO CHC-CASES
           WRITE CHAIN-CONTROL-RECORD

           MOVE 'PK' TO CHC-CONTROL-POINT
           MOVE PICKS-WRITTEN-COUNT TO CHC-LINE-COUNT
           MOVE PICKED-CASES-OUT TO CHC-CASES
           WRITE CHAIN-CONTROL-RECORD

           MOVE 'BO' TO CHC-CONTROL-POINT
           MOVE LINES-BACKORDERED-COUNT TO CHC-LINE-COUNT
           MOVE BACKORDERED-CASES-OUT TO CHC-CASES
           WRITE CHAIN-CONTROL-RECORD

           MOVE 'HD' TO CHC-CONTROL-POINT
           MOVE LINES-HELD-COUNT TO CHC-LINE-COUNT
           MOVE HELD-CASES-OUT TO CHC-CASES
           WRITE CHAIN-CONTROL-RECORD

           CLOSE CHAIN-CONTROL-FILE
           .

      *****************************************************************
      * 60-CHECK-FOR-RESTART looks for the journal an interrupted
      * run left.  Found, this run is its restart: it takes the
      * interrupted run's date, puts back as they stood the master
      * records the line in flight had changed, cuts the journal
      * back to the last line finished, puts back the saved copies
      * of the backorder and lot files, and cuts each file the run
      * extends back to its length when the interrupted run
      * started.  No journal, or an empty one, is a normal run.
      *****************************************************************
       60-CHECK-FOR-RESTART.

           MOVE 'N' TO RESTART-SWITCH
           MOVE 0 TO JOURNAL-READ-COUNT
           MOVE 0 TO JOURNAL-KEEP-COUNT

           OPEN INPUT JOURNAL-FILE
           IF JNL-FILE-STATUS IS NOT EQUAL TO '00'
               GO TO 60-CHECK-EXIT
           END-IF
           MOVE ' ' TO JNL-EOF-FLAG
           PERFORM UNTIL NO-MORE-JNL-DATA
               READ JOURNAL-FILE INTO JOURNAL-DATA
                   AT END
                       MOVE 'N' TO JNL-EOF-FLAG
                   NOT AT END
                       ADD 1 TO JOURNAL-READ-COUNT
                       EVALUATE TRUE
                           WHEN JOURNAL-READ-COUNT IS EQUAL TO 1
                               IF NOT JNL-RUN-HEADER
                                   DISPLAY 'ORDALLOC: ORDALLOC.CKPT '
                                           'DOES NOT START WITH A '
                                           'RUN HEADER, CANNOT '
                                           'RESTART'
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               MOVE JNR-HEADER TO JOURNAL-HEADER
                               MOVE JHD-TAKEN-DATE TO RSF-TAKEN-DATE
                               MOVE JHD-TAKEN-TIME TO RSF-TAKEN-TIME
                               MOVE 1 TO JOURNAL-KEEP-COUNT
                               MOVE 'Y' TO RESTART-SWITCH
                           WHEN JNL-LINE-DONE
                               MOVE JND-COUNTS TO RESTART-FROM
                               MOVE JOURNAL-READ-COUNT TO
                                       JOURNAL-KEEP-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE

           IF NOT RESTART-IN-PROGRESS
               GO TO 60-CHECK-EXIT
           END-IF

           MOVE JHD-RUN-DATE TO RUN-DATE-YYYYMMDD
           DISPLAY 'ORDALLOC: RESTARTING THE ' JHD-RUN-DATE
                   ' RUN AFTER ORDER LINE ' RSF-LINES-DONE

           PERFORM 60A-PUT-BACK-IN-FLIGHT-LINE
               THRU 60A-PUT-BACK-EXIT

           IF JOURNAL-READ-COUNT IS GREATER THAN JOURNAL-KEEP-COUNT
               MOVE 'ORDALLOC.CKPT' TO CUT-IN-NAME
               MOVE 'ORDALLOC-CUT.tmp' TO CUT-OUT-NAME
               MOVE JOURNAL-KEEP-COUNT TO COPY-LIMIT
               PERFORM 62A-COPY-FILE THRU 62A-COPY-EXIT
               MOVE 'ORDALLOC-CUT.tmp' TO CUT-IN-NAME
               MOVE 'ORDALLOC.CKPT' TO CUT-OUT-NAME
               MOVE 999999999 TO COPY-LIMIT
               PERFORM 62A-COPY-FILE THRU 62A-COPY-EXIT
           END-IF

      *****************************************************************
      * A file the interrupted run started without, and has since
      * written, is emptied -- for the backorder file that reads
      * the same as none.
      *****************************************************************
           PERFORM VARYING RWF-SUB FROM 1 BY 1
               UNTIL RWF-SUB > 2
               IF JHD-SAVED-SWITCH (RWF-SUB) IS EQUAL TO 'Y'
                   MOVE RWT-SAVED-NAME (RWF-SUB) TO CUT-IN-NAME
                   MOVE RWT-FILE-NAME (RWF-SUB) TO CUT-OUT-NAME
                   MOVE 999999999 TO COPY-LIMIT
                   PERFORM 62A-COPY-FILE THRU 62A-COPY-EXIT
                   IF NOT CUT-IN-FOUND
                       DISPLAY 'ORDALLOC: SAVED COPY '
                               RWT-SAVED-NAME (RWF-SUB)
                               ' IS MISSING, CANNOT RESTART'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   MOVE RWT-FILE-NAME (RWF-SUB) TO CUT-IN-NAME
                   MOVE SPACES TO CUT-OUT-NAME
                   MOVE 0 TO COPY-LIMIT
                   PERFORM 62A-COPY-FILE THRU 62A-COPY-EXIT
                   IF CUT-IN-FOUND
                       MOVE RWT-FILE-NAME (RWF-SUB) TO CUT-OUT-NAME
                       OPEN OUTPUT CUT-OUT-FILE
                       CLOSE CUT-OUT-FILE
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 62-CUT-BACK-ONE-FILE
               VARYING APP-SUB FROM 1 BY 1
               UNTIL APP-SUB > 2
           .

       60-CHECK-EXIT.
           EXIT.

      *****************************************************************
      * 60A-PUT-BACK-IN-FLIGHT-LINE rewrites each master record the
      * journal shows the line in flight changing, from its first
      * before-image after the last finished line -- the record as
      * it stood before that line touched it.  Done before the
      * journal is cut, so a restart that is itself interrupted
      * here only puts the same records back again.
      *****************************************************************
       60A-PUT-BACK-IN-FLIGHT-LINE.

           MOVE 0 TO RESTORED-KEY-COUNT
           IF JOURNAL-READ-COUNT IS NOT GREATER THAN JOURNAL-KEEP-COUNT
               GO TO 60A-PUT-BACK-EXIT
           END-IF

           OPEN I-O INV-MASTER-FILE
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDALLOC: UNABLE TO OPEN INVENTORY MASTER, '
                       'FILE STATUS = ' IMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE

           MOVE 0 TO JOURNAL-SCAN-COUNT
           MOVE ' ' TO JNL-EOF-FLAG
           PERFORM UNTIL NO-MORE-JNL-DATA
               READ JOURNAL-FILE INTO JOURNAL-DATA
                   AT END
                       MOVE 'N' TO JNL-EOF-FLAG
                   NOT AT END
                       ADD 1 TO JOURNAL-SCAN-COUNT
                       IF JOURNAL-SCAN-COUNT IS GREATER THAN
                               JOURNAL-KEEP-COUNT
                          AND JNL-BEFORE-IMAGE
                           PERFORM 60B-PUT-BACK-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE
                INV-MASTER-FILE
           .

       60A-PUT-BACK-EXIT.
           EXIT.

       60B-PUT-BACK-ONE-RECORD.

           MOVE 'N' TO KEY-FOUND-SWITCH
           PERFORM VARYING RKY-SUB FROM 1 BY 1
               UNTIL RKY-SUB > RESTORED-KEY-COUNT
                  OR KEY-ALREADY-PUT-BACK
               IF RESTORED-KEY (RKY-SUB) IS EQUAL TO JNM-KEY
                   MOVE 'Y' TO KEY-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF KEY-ALREADY-PUT-BACK
               GO TO 60B-PUT-BACK-EXIT
           END-IF

           IF RESTORED-KEY-COUNT IS EQUAL TO 500
               DISPLAY 'ORDALLOC: MORE THAN 500 MASTER RECORDS IN '
                       'FLIGHT, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO RESTORED-KEY-COUNT
           MOVE JNM-KEY TO RESTORED-KEY (RESTORED-KEY-COUNT)

           MOVE JNM-KEY TO IM-REC-KEY
           READ INV-MASTER-FILE
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDALLOC: JOURNAL MASTER RECORD ' JNM-KEY
                       ' NOT ON FILE, FILE STATUS = ' IMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE JNM-RECORD TO INV-MASTER-RECORD
           REWRITE INV-MASTER-RECORD
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDALLOC: JOURNAL MASTER REWRITE FAILED, '
                       'FILE STATUS = ' IMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       60B-PUT-BACK-EXIT.
           EXIT.

      *****************************************************************
      * 61-START-JOURNAL makes a fresh run restartable before
      * anything is allocated: it saves a copy of the backorder and
      * lot files the run rewrites, counts the lines already on
      * each file it extends, and starts the journal with the run
      * header.
      *****************************************************************
       61-START-JOURNAL.

           MOVE RUN-DATE-YYYYMMDD TO JHD-RUN-DATE
           ACCEPT JHD-TAKEN-DATE FROM DATE YYYYMMDD
           ACCEPT JHD-TAKEN-TIME FROM TIME
           MOVE ORDER-COUNT TO JHD-ORDER-COUNT

           PERFORM VARYING RWF-SUB FROM 1 BY 1
               UNTIL RWF-SUB > 2
               MOVE RWT-FILE-NAME (RWF-SUB) TO CUT-IN-NAME
               MOVE RWT-SAVED-NAME (RWF-SUB) TO CUT-OUT-NAME
               MOVE 999999999 TO COPY-LIMIT
               PERFORM 62A-COPY-FILE THRU 62A-COPY-EXIT
               IF CUT-IN-FOUND
                   MOVE 'Y' TO JHD-SAVED-SWITCH (RWF-SUB)
               ELSE
                   MOVE 'N' TO JHD-SAVED-SWITCH (RWF-SUB)
               END-IF
           END-PERFORM

           PERFORM VARYING APP-SUB FROM 1 BY 1
               UNTIL APP-SUB > 2
               MOVE APT-FILE-NAME (APP-SUB) TO CUT-IN-NAME
               MOVE SPACES TO CUT-OUT-NAME
               MOVE 0 TO COPY-LIMIT
               PERFORM 62A-COPY-FILE THRU 62A-COPY-EXIT
               MOVE COPY-LINES-READ TO JHD-BASE-LINES (APP-SUB)
           END-PERFORM

           OPEN OUTPUT JOURNAL-FILE
           IF JNL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDALLOC: UNABLE TO OPEN JOURNAL, FILE '
                       'STATUS = ' JNL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO JOURNAL-DATA
           MOVE 'R' TO JNL-TYPE
           MOVE JOURNAL-HEADER TO JNR-HEADER
           PERFORM 65-WRITE-JOURNAL
           CLOSE JOURNAL-FILE
           .

      *****************************************************************
      * 62-CUT-BACK-ONE-FILE cuts the extended file at APP-SUB back
      * to the length it had when the interrupted run started.  A
      * file now shorter than that was not left by the interrupted
      * run alone, and the restart stops.
      *****************************************************************
       62-CUT-BACK-ONE-FILE.

           MOVE 0 TO RCT-LINES-CUT (APP-SUB)
           MOVE APT-FILE-NAME (APP-SUB) TO CUT-IN-NAME
           MOVE 'ORDALLOC-CUT.tmp' TO CUT-OUT-NAME
           MOVE JHD-BASE-LINES (APP-SUB) TO COPY-LIMIT
           PERFORM 62A-COPY-FILE THRU 62A-COPY-EXIT
           MOVE COPY-LINES-READ TO RCT-LINES-FOUND (APP-SUB)

           IF COPY-LINES-READ IS LESS THAN JHD-BASE-LINES (APP-SUB)
               DISPLAY 'ORDALLOC: ' APT-FILE-NAME (APP-SUB)
                       ' IS SHORTER THAN WHEN THE RUN STARTED, '
                       'CANNOT RESTART'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF COPY-LINES-READ IS GREATER THAN JHD-BASE-LINES (APP-SUB)
               COMPUTE RCT-LINES-CUT (APP-SUB) = COPY-LINES-READ
                       - JHD-BASE-LINES (APP-SUB)
               MOVE 'ORDALLOC-CUT.tmp' TO CUT-IN-NAME
               MOVE APT-FILE-NAME (APP-SUB) TO CUT-OUT-NAME
               MOVE 999999999 TO COPY-LIMIT
               PERFORM 62A-COPY-FILE THRU 62A-COPY-EXIT
           END-IF
           .

      *****************************************************************
      * 62A-COPY-FILE copies CUT-IN-NAME to CUT-OUT-NAME line for
      * line, the first COPY-LIMIT lines only, counting every line
      * on the input in COPY-LINES-READ.  A CUT-OUT-NAME of spaces
      * only counts.  An input not on file copies nothing and
      * leaves CUT-IN-FOUND off.
      *****************************************************************
       62A-COPY-FILE.

           MOVE 0 TO COPY-LINES-READ
           MOVE 0 TO COPY-LINES-WRITTEN
           MOVE 'N' TO CUT-IN-FOUND-SWITCH

           OPEN INPUT CUT-IN-FILE
           IF CUT-IN-STATUS IS EQUAL TO '35'
               GO TO 62A-COPY-EXIT
           END-IF
           IF CUT-IN-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDALLOC: UNABLE TO OPEN ' CUT-IN-NAME
                       ', FILE STATUS = ' CUT-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO CUT-IN-FOUND-SWITCH

           IF CUT-OUT-NAME IS NOT EQUAL TO SPACES
               OPEN OUTPUT CUT-OUT-FILE
               IF CUT-OUT-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ORDALLOC: UNABLE TO WRITE ' CUT-OUT-NAME
                           ', FILE STATUS = ' CUT-OUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE ' ' TO CUT-EOF-FLAG
           PERFORM UNTIL NO-MORE-CUT-DATA
               READ CUT-IN-FILE
                   AT END
                       MOVE 'N' TO CUT-EOF-FLAG
                   NOT AT END
                       ADD 1 TO COPY-LINES-READ
                       IF CUT-OUT-NAME IS NOT EQUAL TO SPACES
                          AND COPY-LINES-READ IS NOT GREATER THAN
                               COPY-LIMIT
                           MOVE CUT-IN-RECORD TO CUT-OUT-RECORD
                           WRITE CUT-OUT-RECORD
                           ADD 1 TO COPY-LINES-WRITTEN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CUT-IN-FILE
           IF CUT-OUT-NAME IS NOT EQUAL TO SPACES
               CLOSE CUT-OUT-FILE
           END-IF
           .

       62A-COPY-EXIT.
           EXIT.

      *****************************************************************
      * 63-CHECK-RESTART-ORDERS proves a restart collected the same
      * order lines the interrupted run did -- the same number, and
      * the last line finished still the same order and candy.
      *****************************************************************
       63-CHECK-RESTART-ORDERS.

           IF ORDER-COUNT IS NOT EQUAL TO JHD-ORDER-COUNT
               DISPLAY 'ORDALLOC: RESTART COLLECTED ' ORDER-COUNT
                       ' ORDER LINES, THE JOURNAL ' JHD-ORDER-COUNT
                       ' -- THE INPUT HAS CHANGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF RSF-LINES-DONE IS GREATER THAN ZERO
               IF RSF-ORD-SUB IS GREATER THAN ORDER-COUNT
                  OR ORD-ORDER-NUMBER (RSF-ORD-SUB) IS NOT EQUAL TO
                       RSF-ORDER-NUMBER
                  OR ORD-CANDY-ID (RSF-ORD-SUB) IS NOT EQUAL TO
                       RSF-CANDY-ID
                   DISPLAY 'ORDALLOC: RESTART ORDER LINE '
                           RSF-ORD-SUB ' IS NOT THE JOURNAL''S '
                           RSF-ORDER-NUMBER ' ' RSF-CANDY-ID
                           ' -- THE INPUT HAS CHANGED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *****************************************************************
      * 64-REPLAY-JOURNAL takes the finished lines from the journal
      * once the backorder and held files are open: picks go back to
      * the sort with their cases off the lot table again, the
      * backorder, credit-hold, and substitution lines are written
      * again, and the run's counts stand where the last finished
      * line left them.
      *****************************************************************
       64-REPLAY-JOURNAL.

           OPEN INPUT JOURNAL-FILE
           IF JNL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDALLOC: UNABLE TO READ JOURNAL, FILE '
                       'STATUS = ' JNL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO JNL-EOF-FLAG
           PERFORM UNTIL NO-MORE-JNL-DATA
               READ JOURNAL-FILE INTO JOURNAL-DATA
                   AT END
                       MOVE 'N' TO JNL-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN JNL-PICK
                               MOVE JNP-SORT-RECORD TO
                                       SORT-PICK-RECORD
                               IF JNP-LOT-SUB IS GREATER THAN ZERO
                                   SUBTRACT SRT-CASES FROM
                                       LOT-LOT-CASES (JNP-LOT-SUB)
                               END-IF
                               RELEASE SORT-PICK-RECORD
                           WHEN JNL-BACKORDER
                               MOVE JNB-RECORD TO BACKORDER-RECORD
                               WRITE BACKORDER-RECORD
                           WHEN JNL-CREDIT-HOLD
                               MOVE JNH-RECORD TO HELD-ORDER-RECORD
                               WRITE HELD-ORDER-RECORD
                           WHEN JNL-SUBSTITUTION
                               MOVE JNS-RECORD TO
                                       SUBSTITUTION-LOG-RECORD
                               WRITE SUBSTITUTION-LOG-RECORD
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE

           MOVE RSF-FILLED TO LINES-FILLED-COUNT
           MOVE RSF-PART TO LINES-PART-COUNT
           MOVE RSF-BACKORDERED TO LINES-BACKORDERED-COUNT
           MOVE RSF-HELD TO LINES-HELD-COUNT
           MOVE RSF-PICKS TO PICKS-WRITTEN-COUNT
           MOVE RSF-SUBSTITUTIONS TO SUBSTITUTIONS-COUNT
           MOVE RSF-SHELF-LIFE-BO TO SHELF-LIFE-BO-COUNT
           MOVE RSF-BO-CASES TO BACKORDERED-CASES-OUT
           MOVE RSF-HELD-CASES TO HELD-CASES-OUT
           .

      *****************************************************************
      * 65-WRITE-JOURNAL adds JOURNAL-DATA to the journal, and
      * 65A-FORCE-JOURNAL closes and reopens it so everything
      * written so far is on disk.  A journal that cannot be written
      * stops the run rather than go on without a restart point.
      *****************************************************************
       65-WRITE-JOURNAL.

           MOVE JOURNAL-DATA TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           IF JNL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDALLOC: UNABLE TO WRITE JOURNAL, FILE '
                       'STATUS = ' JNL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       65A-FORCE-JOURNAL.

           CLOSE JOURNAL-FILE
           OPEN EXTEND JOURNAL-FILE
           IF JNL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDALLOC: UNABLE TO EXTEND JOURNAL, FILE '
                       'STATUS = ' JNL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 66-JOURNAL-LINE-DONE closes off the order line just
      * allocated with the run's counts -- the checkpoint a restart
      * resumes after.
      *****************************************************************
       66-JOURNAL-LINE-DONE.

           MOVE SPACES TO JOURNAL-DATA
           MOVE 'L' TO JNL-TYPE
           MOVE LINE-SEQ TO JND-LINES-DONE
           MOVE ORD-SUB TO JND-ORD-SUB
           MOVE ORD-ORDER-NUMBER (ORD-SUB) TO JND-ORDER-NUMBER
           MOVE ORD-CANDY-ID (ORD-SUB) TO JND-CANDY-ID
           ACCEPT JND-TAKEN-DATE FROM DATE YYYYMMDD
           ACCEPT JND-TAKEN-TIME FROM TIME
           MOVE LINES-FILLED-COUNT TO JND-FILLED
           MOVE LINES-PART-COUNT TO JND-PART
           MOVE LINES-BACKORDERED-COUNT TO JND-BACKORDERED
           MOVE LINES-HELD-COUNT TO JND-HELD
           MOVE PICKS-WRITTEN-COUNT TO JND-PICKS
           MOVE SUBSTITUTIONS-COUNT TO JND-SUBSTITUTIONS
           MOVE SHELF-LIFE-BO-COUNT TO JND-SHELF-LIFE-BO
           MOVE BACKORDERED-CASES-OUT TO JND-BO-CASES
           MOVE HELD-CASES-OUT TO JND-HELD-CASES
           PERFORM 65-WRITE-JOURNAL
           PERFORM 65A-FORCE-JOURNAL
           .

      *****************************************************************
      * 67-JOURNAL-BEFORE-IMAGE puts the master record about to be
      * rewritten on the journal as it stood when read, and forces
      * it to disk before the REWRITE is let go.
      *****************************************************************
       67-JOURNAL-BEFORE-IMAGE.

           MOVE SPACES TO JOURNAL-DATA
           MOVE 'M' TO JNL-TYPE
           MOVE MASTER-BEFORE-IMAGE TO JNM-RECORD
           PERFORM 65-WRITE-JOURNAL
           PERFORM 65A-FORCE-JOURNAL
           .

      *****************************************************************
      * 68-CLEAR-JOURNAL empties the journal once the run has
      * finished, so the next run starts fresh.  The run has already
      * succeeded by then, so a failure here is reported, not fatal.
      *****************************************************************
       68-CLEAR-JOURNAL.

           OPEN OUTPUT JOURNAL-FILE
           IF JNL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDALLOC: UNABLE TO CLEAR JOURNAL, FILE '
                       'STATUS = ' JNL-FILE-STATUS
           ELSE
               CLOSE JOURNAL-FILE
           END-IF
           .

      *****************************************************************
      * 69-WRITE-RESTART-REPORT shows what a restart began from: the
      * checkpoint and the last line finished, the master records
      * put back, the counts at the checkpoint beside the counts the
      * run finished with, the lines cut back off the journal and
      * each file the run extends, and the saved copies put back.
      *****************************************************************
       69-WRITE-RESTART-REPORT.

           OPEN OUTPUT RESTART-REPORT

           MOVE SPACES TO RESTART-REPORT-RECORD
           STRING 'ORDER ALLOCATION RESTART - RUN ' DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE SPACES TO RESTART-REPORT-RECORD
           STRING 'CHECKPOINT TAKEN ' DELIMITED BY SIZE
                  RSF-TAKEN-DATE DELIMITED BY SIZE
                  ' AT ' DELIMITED BY SIZE
                  RSF-TAKEN-TIME DELIMITED BY SIZE
               INTO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE SPACES TO RESTART-REPORT-RECORD
           IF RSF-LINES-DONE IS EQUAL TO ZERO
               MOVE 'NOTHING HAD BEEN ALLOCATED AT THE CHECKPOINT'
                   TO RESTART-REPORT-RECORD
           ELSE
               STRING 'RESUMED AFTER ORDER LINE ' DELIMITED BY SIZE
                      RSF-LINES-DONE DELIMITED BY SIZE
                      ' OF ' DELIMITED BY SIZE
                      ORDER-COUNT DELIMITED BY SIZE
                      ' -- ORDER ' DELIMITED BY SIZE
                      RSF-ORDER-NUMBER DELIMITED BY SIZE
                      ' CANDY ' DELIMITED BY SIZE
                      RSF-CANDY-ID DELIMITED BY SIZE
                   INTO RESTART-REPORT-RECORD
           END-IF
           WRITE RESTART-REPORT-RECORD

           MOVE SPACES TO RESTART-REPORT-RECORD
           IF RESTORED-KEY-COUNT IS EQUAL TO ZERO
               MOVE 'NO MASTER RECORD IN FLIGHT'
                   TO RESTART-REPORT-RECORD
               WRITE RESTART-REPORT-RECORD
           ELSE
               PERFORM VARYING RKY-SUB FROM 1 BY 1
                   UNTIL RKY-SUB > RESTORED-KEY-COUNT
                   MOVE SPACES TO RESTART-REPORT-RECORD
                   STRING 'MASTER RECORD IN FLIGHT PUT BACK: '
                               DELIMITED BY SIZE
                          RESTORED-KEY (RKY-SUB) DELIMITED BY SIZE
                       INTO RESTART-REPORT-RECORD
                   WRITE RESTART-REPORT-RECORD
               END-PERFORM
           END-IF

           MOVE SPACES TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD
           MOVE 'COUNT                    AT CHECKPOINT            AT
      -         ' END' TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE 'LINES FILLED' TO RCL-LABEL
           MOVE RSF-FILLED TO RCL-AT-CHECKPOINT
           MOVE LINES-FILLED-COUNT TO RCL-AT-END
           MOVE RESTART-COUNT-LINE TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE 'LINES PARTIAL' TO RCL-LABEL
           MOVE RSF-PART TO RCL-AT-CHECKPOINT
           MOVE LINES-PART-COUNT TO RCL-AT-END
           MOVE RESTART-COUNT-LINE TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE 'LINES BACKORDERED' TO RCL-LABEL
           MOVE RSF-BACKORDERED TO RCL-AT-CHECKPOINT
           MOVE LINES-BACKORDERED-COUNT TO RCL-AT-END
           MOVE RESTART-COUNT-LINE TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE 'LINES CREDIT HELD' TO RCL-LABEL
           MOVE RSF-HELD TO RCL-AT-CHECKPOINT
           MOVE LINES-HELD-COUNT TO RCL-AT-END
           MOVE RESTART-COUNT-LINE TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE 'PICKS' TO RCL-LABEL
           MOVE RSF-PICKS TO RCL-AT-CHECKPOINT
           MOVE PICKS-WRITTEN-COUNT TO RCL-AT-END
           MOVE RESTART-COUNT-LINE TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE 'SUBSTITUTIONS' TO RCL-LABEL
           MOVE RSF-SUBSTITUTIONS TO RCL-AT-CHECKPOINT
           MOVE SUBSTITUTIONS-COUNT TO RCL-AT-END
           MOVE RESTART-COUNT-LINE TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE 'SHORT SHELF LIFE' TO RCL-LABEL
           MOVE RSF-SHELF-LIFE-BO TO RCL-AT-CHECKPOINT
           MOVE SHELF-LIFE-BO-COUNT TO RCL-AT-END
           MOVE RESTART-COUNT-LINE TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE 'CASES BACKORDERED' TO RCL-LABEL
           MOVE RSF-BO-CASES TO RCL-AT-CHECKPOINT
           MOVE BACKORDERED-CASES-OUT TO RCL-AT-END
           MOVE RESTART-COUNT-LINE TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE 'CASES CREDIT HELD' TO RCL-LABEL
           MOVE RSF-HELD-CASES TO RCL-AT-CHECKPOINT
           MOVE HELD-CASES-OUT TO RCL-AT-END
           MOVE RESTART-COUNT-LINE TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE SPACES TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD
           MOVE 'FILE CUT BACK                   LINES FOUND     LINE
      -         'S CUT BACK' TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE 'ORDALLOC.CKPT' TO RFL-FILE-NAME
           MOVE JOURNAL-READ-COUNT TO RFL-LINES-FOUND
           COMPUTE RFL-LINES-CUT = JOURNAL-READ-COUNT
                   - JOURNAL-KEEP-COUNT
           MOVE RESTART-FILE-LINE TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           PERFORM VARYING APP-SUB FROM 1 BY 1
               UNTIL APP-SUB > 2
               MOVE APT-FILE-NAME (APP-SUB) TO RFL-FILE-NAME
               MOVE RCT-LINES-FOUND (APP-SUB) TO RFL-LINES-FOUND
               MOVE RCT-LINES-CUT (APP-SUB) TO RFL-LINES-CUT
               MOVE RESTART-FILE-LINE TO RESTART-REPORT-RECORD
               WRITE RESTART-REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD
           PERFORM VARYING RWF-SUB FROM 1 BY 1
               UNTIL RWF-SUB > 2
               MOVE SPACES TO RESTART-REPORT-RECORD
               IF JHD-SAVED-SWITCH (RWF-SUB) IS EQUAL TO 'Y'
                   STRING 'PUT BACK FROM ITS SAVED COPY: '
                               DELIMITED BY SIZE
                          RWT-FILE-NAME (RWF-SUB) DELIMITED BY SPACE
                       INTO RESTART-REPORT-RECORD
               ELSE
                   STRING 'NOT ON FILE WHEN THE RUN STARTED: '
                               DELIMITED BY SIZE
                          RWT-FILE-NAME (RWF-SUB) DELIMITED BY SPACE
                       INTO RESTART-REPORT-RECORD
               END-IF
               WRITE RESTART-REPORT-RECORD
           END-PERFORM

           CLOSE RESTART-REPORT
           .
