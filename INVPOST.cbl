      *                            only),
      *                            quantity in cases, reference
      *                            number -- the PO number on
      *                            receipts -- and, optionally, the
      *                            lot number received.
      *                            The file comes in batches, each
      *                            opened by a *BATCH header:
      *                            source, batch date, sequence,
      *                            record count, and the quantities
      *                            as a hash total.  A batch
      *                            already posted, out of sequence,
      *                            or off its header refuses the
      *                            whole file, return code 12.
      *    PO-MASTER.dat           the indexed purchase order master
      *                            POMAINT maintains; each 'R'
      *                            receipt is matched to its open
      *                            PO line and the received cases
      *                            rolled forward.  A missing master
      *                            just flags every receipt NO PO.
      *    INVENTORY-MASTER.dat    the indexed inventory master,
      *                            updated in place.
      *    INSPECTION-RULE.txt     optional: the receiving-inspection
      *                            rules, one per line: vendor and
      *                            candy type (spaces for every type
      *                            the vendor sells).
      *    INSPECTION-HOLD.txt     optional: the inspection holds
      *                            already opened, for the next hold
      *                            number and the cases still held.
      *    BACKORDER.txt           optional: the backorder lines
      *                            waiting on stock.  An applied
      *                            receipt not under inspection
      *                            hold is cross-docked to the
      *                            waiting lines for its candy --
      *                            the oldest backorders past the
      *                            rush age first, then the rush
      *                            lines, then the rest, oldest
      *                            first within each.
      *    CUSTOMER-MASTER.dat     optional: the credit check.  A
      *                            backorder whose customer is not
      *                            on file, on credit hold, or over
      *                            the credit limit is not
      *                            cross-docked; ORDALLOC holds it.
      *                            No master, no cross-docking.
      *    RUSH-PRIORITY-DAYS.txt  optional: the backorder age in
      *                            days that goes ahead of rush
      *                            lines, as in ORDALLOC; default
      *                            30.
      *    POSTED-BATCH-LEDGER.txt optional: the batches posted
      *                            so far, to prove each batch new
      *                            and next in sequence.
      * *****
      * OUTPUT:
      *    Posting-Register.txt    one line per transaction, applied
      *                            over the PO quantity, or from
      *                            the wrong vendor are flagged --
      *                            plus run totals.
      *    PO-MASTER.dat           each matched line rewritten in
      *                            place with the received cases
      *                            rolled forward, closed when fully
      *                            received.
      *    COST-LAYER.txt          one layer per applied receipt
      *                            (receipt date, warehouse, candy,
      *                            reference, cases, unit cost --
      *                            each run -- the audit trail the
      *                            AP accrual and the recovery
      *                            replay read.
      *    INSPECTION-HOLD.txt     extended with one hold per applied
      *                            receipt under an inspection rule
      *                            -- the cases are on hand but not
      *                            available until QCDISP releases
      *                            them.
      *    BACKORDER.txt           rewritten with the cross-docked
      *                            cases taken off; a line with
      *                            nothing left is dropped.
      *    CROSS-DOCK-PICK.txt     extended with one pick per
      *                            backorder line cross-docked, in
      *                            the PICK-LIST.txt layout, the
      *                            cases allocated on the master --
      *                            SHIPCONF confirms them with the
      *                            day's picks.
      *    CROSS-DOCK-LOG.txt      extended with the same, by
      *                            receipt, for PUTAWAY to direct
      *                            only the rest of each receipt.
      *    XDock-Staging-List.txt  the cases the dock sends straight
      *                            to outbound staging: receipt,
      *                            lot, order, customer, and cases,
      *                            plus totals.
      *    POSTED-BATCH-LEDGER.txt extended with one row per batch,
      *                            'P' posted or 'J' refused with
      *                            the reason -- PBLEDGER lists it.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-REC-KEY
               ALTERNATE RECORD KEY IS IM-CANDY-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IM-VENDOR-ID
                   WITH DUPLICATES
               FILE STATUS IS IMF-FILE-STATUS.
           SELECT POSTING-REGISTER
               ASSIGN TO PRINTER 'Posting-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSF-FILE-STATUS.
           SELECT PO-MASTER-FILE
               ASSIGN TO 'PO-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POM-REC-KEY
               FILE STATUS IS POM-FILE-STATUS.
           SELECT INSPECTION-RULE-FILE
               ASSIGN TO 'INSPECTION-RULE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QIR-FILE-STATUS.
           SELECT INSPECTION-HOLD-FILE
               ASSIGN TO 'INSPECTION-HOLD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QCH-FILE-STATUS.
           SELECT BACKORDER-FILE
               ASSIGN TO 'BACKORDER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOF-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS CUM-FILE-STATUS.
           SELECT RUSH-PARM-FILE
               ASSIGN TO 'RUSH-PRIORITY-DAYS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSH-FILE-STATUS.
           SELECT CROSS-DOCK-PICK-FILE
               ASSIGN TO 'CROSS-DOCK-PICK.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XDP-FILE-STATUS.
           SELECT CROSS-DOCK-LOG-FILE
               ASSIGN TO 'CROSS-DOCK-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XDK-FILE-STATUS.
           SELECT STAGING-LIST
               ASSIGN TO PRINTER 'XDock-Staging-List.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-LEDGER-FILE
               ASSIGN TO 'POSTED-BATCH-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PBL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD MOVEMENT-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  MOVEMENT-TRANS-RECORD.
           05  MTF-TRANS-TYPE          PIC A.
           05  MTF-ADJ-SIGN            PIC X.
           05  MTF-QUANTITY            PIC 9(5).
           05  MTF-REFERENCE           PIC X(8).
           05  MTF-LOT-NUMBER          PIC X(10).

       COPY BTHREC.

       FD INV-MASTER-FILE
           RECORD CONTAINS 705 CHARACTERS.
           05  CLF-UNIT-COST           PIC 999V99.

       FD PACK-SIZE-FILE
           RECORD CONTAINS 19 CHARACTERS.

       01  PACK-SIZE-RECORD.
           05  PSF-BOX-SIZE            PIC A.
           05  PSF-UNITS-PER-CASE      PIC 9(5).
           05  PSF-CASE-WEIGHT         PIC 999V99.
           05  PSF-CASE-CUBE           PIC 99V99.
           05  PSF-FREIGHT-CLASS       PIC X(4).

       FD PO-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS.

       COPY POMREC.

       FD INSPECTION-RULE-FILE
           RECORD CONTAINS 3 CHARACTERS.

       01  INSPECTION-RULE-RECORD.
           05  QIR-VENDOR-ID           PIC A.
           05  QIR-CANDY-TYPE          PIC AA.

       FD INSPECTION-HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.

       COPY QCHREC.

       FD BACKORDER-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  BACKORDER-RECORD.
           05  BOF-ORDER-NUMBER        PIC X(8).
           05  BOF-CUSTOMER            PIC X(10).
           05  BOF-CANDY-ID            PIC XXX.
           05  BOF-CASES               PIC 9(5).
           05  BOF-FIRST-DATE          PIC 9(8).
           05  BOF-UNITS               PIC 9(3).
           05  BOF-PRIORITY            PIC X.
           05  BOF-SHIP-TO-CODE        PIC X(4).
           05  BOF-REASON-CODE         PIC X.
               88 BOF-SHELF-LIFE-SHORT                 VALUE 'L'.

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

       FD RUSH-PARM-FILE
           RECORD CONTAINS 3 CHARACTERS.

       01  RUSH-PARM-RECORD.
           05  RSH-PRIORITY-DAYS       PIC 999.

       FD CROSS-DOCK-PICK-FILE
           RECORD CONTAINS 51 CHARACTERS.

       01  CROSS-DOCK-PICK-RECORD.
           05  XDP-WAREHOUSE-ID        PIC X(4).
           05  XDP-ORDER-NUMBER        PIC X(8).
           05  XDP-CUSTOMER            PIC X(10).
           05  XDP-CANDY-ID            PIC XXX.
           05  XDP-CASES-PICKED        PIC 9(5).
           05  XDP-LOT-NUMBER          PIC X(10).
           05  XDP-UNITS-PICKED        PIC 9(3).
           05  XDP-PRIORITY            PIC X.
           05  XDP-SHIP-TO-CODE        PIC X(4).
           05  XDP-ORDERED-CANDY-ID    PIC XXX.

       FD CROSS-DOCK-LOG-FILE
           RECORD CONTAINS 57 CHARACTERS.

       COPY XDKREC.

       FD STAGING-LIST
           RECORD CONTAINS 80 CHARACTERS.

       01  STAGING-RECORD              PIC X(80).

       FD BATCH-LEDGER-FILE
           RECORD CONTAINS 82 CHARACTERS.

       COPY PBLREC.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  TRANS-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-TRANS-DATA                   VALUE 'N'.
           05  PO-ON-FILE-SWITCH       PIC X           VALUE 'N'.
               88 PO-MASTER-ON-FILE                    VALUE 'Y'.
           05  PO-FOUND-SWITCH         PIC X           VALUE 'N'.
               88 PO-LINE-FOUND                        VALUE 'Y'.
           05  QIR-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-QIR-DATA                     VALUE 'N'.
           05  QCH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-QCH-DATA                     VALUE 'N'.
           05  RULE-MATCH-SWITCH       PIC X           VALUE 'N'.
               88 RULE-MATCHED                         VALUE 'Y'.
           05  BOF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-BOF-DATA                     VALUE 'N'.
           05  CUM-ON-FILE-SWITCH      PIC X           VALUE 'N'.
               88 CUSTOMER-MASTER-ON-FILE              VALUE 'Y'.
           05  BO-ON-FILE-SWITCH       PIC X           VALUE 'N'.
               88 BACKORDERS-ON-FILE                   VALUE 'Y'.
           05  BO-TOUCHED-SWITCH       PIC X           VALUE 'N'.
               88 BACKORDERS-TOUCHED                   VALUE 'Y'.
           05  CUST-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 CUSTOMER-FOUND                       VALUE 'Y'.
           05  PBL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PBL-DATA                     VALUE 'N'.
           05  BATCH-REJECT-SWITCH     PIC X           VALUE 'N'.
               88 BATCH-REJECTED                       VALUE 'Y'.
           05  NO-HEADER-SWITCH        PIC X           VALUE 'N'.
               88 DETAIL-WITHOUT-HEADER                VALUE 'Y'.

       01  TEMP-FIELDS.
           05  MTF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  NEW-LOOSE-UNITS         PIC S9(7)       VALUE 0.
           05  REJECT-REASON           PIC X(25)       VALUE SPACES.
           05  PO-REMARK               PIC X(14)       VALUE SPACES.
           05  PO-LINE-PRICE           PIC 999V99      VALUE 0.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD.
               10  RUN-CCYY            PIC 9(4).
               10  RUN-MM              PIC 99.
               10  RUN-DD              PIC 99.
           05  QIR-FILE-STATUS         PIC XX          VALUE SPACES.
           05  QCH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RULE-SUB                PIC 999         VALUE 0.
           05  NEXT-HOLD-NUMBER        PIC 9(6)        VALUE 0.
           05  BOF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RSH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  XDP-FILE-STATUS         PIC XX          VALUE SPACES.
           05  XDK-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUSH-PRIORITY-DAYS      PIC 999         VALUE 30.
           05  LINE-AGE-DAYS           PIC S9(7)       VALUE 0.
           05  FIRST-DATE-WORK         PIC 9(8)        VALUE 0.
           05  FIRST-DATE-X REDEFINES FIRST-DATE-WORK.
               10  FST-CCYY            PIC 9(4).
               10  FST-MM              PIC 99.
               10  FST-DD              PIC 99.
           05  BO-SUB                  PIC 9(4)        VALUE 0.
           05  BO-HOLD-SUB             PIC 9(4)        VALUE 0.
           05  HELD-SUB                PIC 9(4)        VALUE 0.
           05  HELD-HOLD-SUB           PIC 9(4)        VALUE 0.
           05  HELD-CASES              PIC 9(7)        VALUE 0.
           05  XDOCK-AVAILABLE         PIC S9(7)       VALUE 0.
           05  XDOCK-CASES             PIC 9(5)        VALUE 0.
           05  RECEIPT-XDOCK-CASES     PIC 9(5)        VALUE 0.
           05  PBL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-TIME-HHMMSS         PIC 9(8)        VALUE 0.
           05  BAT-SUB                 PIC 99          VALUE 0.
           05  BAT-PRIOR-SUB           PIC 99          VALUE 0.
           05  PRIOR-BATCH-SEQ         PIC 9(4)        VALUE 0.

      *****************************************************************
      * BATCH-TABLE is each batch on the movement file as its header
      * declares it and as its detail adds up, with the highest
      * sequence the ledger shows posted from its source and the
      * reason, if any, the batch is refused.
      *****************************************************************
       01  BATCH-COUNT                 PIC 99          VALUE 0.

       01  BATCH-TABLE.
           05  BATCH-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON BATCH-COUNT.
               10  BAT-SOURCE          PIC X(8).
               10  BAT-BATCH-DATE      PIC 9(8).
               10  BAT-BATCH-SEQ       PIC 9(4).
               10  BAT-HEADER-COUNT    PIC 9(6).
               10  BAT-HEADER-HASH     PIC 9(11)V99.
               10  BAT-DETAIL-COUNT    PIC 9(6).
               10  BAT-DETAIL-HASH     PIC 9(11)V99.
               10  BAT-LAST-POSTED-SEQ PIC 9(4).
               10  BAT-REASON          PIC X(20).

      *****************************************************************
      * RULE-TABLE is the receiving-inspection rules: a receipt
      * from the vendor, of the candy type or of any type when the
      * rule's type is spaces, goes on inspection hold.
      *****************************************************************
       01  RULE-COUNT                  PIC 999         VALUE 0.

       01  RULE-TABLE.
           05  RULE-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON RULE-COUNT.
               10  RUL-VENDOR-ID       PIC A.
               10  RUL-CANDY-TYPE      PIC AA.

      *****************************************************************
      * PACK-TABLE maps each box size code to its units per case,
           05  RECEIPTS-MATCHED-COUNT  PIC 9(7)        VALUE 0.
           05  RECEIPTS-NO-PO-COUNT    PIC 9(7)        VALUE 0.
           05  OVER-RECEIPT-COUNT      PIC 9(7)        VALUE 0.
           05  RECEIPTS-HELD-COUNT     PIC 9(7)        VALUE 0.
           05  RECEIPTS-XDOCKED-COUNT  PIC 9(7)        VALUE 0.
           05  XDOCK-LINES-COUNT       PIC 9(7)        VALUE 0.
           05  XDOCK-CASES-TOTAL       PIC 9(7)        VALUE 0.

      *****************************************************************
      * HELD-TABLE is the cases still on inspection hold per
      * warehouse and Candy ID -- on hand, but not to be promised.
      *****************************************************************
       01  HELD-COUNT                  PIC 9(4)        VALUE 0.

       01  HELD-TABLE.
           05  HELD-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON HELD-COUNT.
               10  HLD-WAREHOUSE-ID    PIC X(4).
               10  HLD-CANDY-ID        PIC XXX.
               10  HLD-CASES           PIC 9(7).


      *****************************************************************
      * BACKORDER-TABLE holds the backorder file while receipts
      * post.  BOT-PASS is the line's turn at the receipts, ranked
      * the way ORDALLOC ranks it; BOT-CREDIT-OK is 'Y' when the
      * customer passes the credit check.  Cross-docked cases come
      * off BOT-CASES and the file is rewritten from the table.
      *****************************************************************
       01  BO-COUNT                    PIC 9(4)        VALUE 0.

       01  BACKORDER-TABLE.
           05  BO-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON BO-COUNT.
               10  BOT-ORDER-NUMBER    PIC X(8).
               10  BOT-CUSTOMER        PIC X(10).
               10  BOT-CANDY-ID        PIC XXX.
               10  BOT-CASES           PIC 9(5).
               10  BOT-FIRST-DATE      PIC 9(8).
               10  BOT-UNITS           PIC 9(3).
               10  BOT-PRIORITY        PIC X.
               10  BOT-SHIP-TO-CODE    PIC X(4).
               10  BOT-REASON-CODE     PIC X.
               10  BOT-PASS            PIC 9.
               10  BOT-CREDIT-OK       PIC X.


       01  REGISTER-LINE.
           05  REG-TRANS-TYPE          PIC X.
           05  RTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(46)       VALUE SPACES.

       01  STAGING-TITLE-LINE.
           05  FILLER                  PIC X(30)   VALUE
                                       'CROSS-DOCK STAGING LIST'.
           05  FILLER                  PIC X(14)   VALUE
                                       'RECEIPT DATE '.
           05  STT-RECEIPT-DATE        PIC 9(8).

       01  STAGING-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       'WHSE  CDY  PO REF    LOT      '.
           05  FILLER                  PIC X(34)   VALUE
                                 '   ORDER     CUSTOMER     CASES  P'.

       01  STAGING-LINE.
           05  STL-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  STL-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  STL-REFERENCE           PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  STL-LOT-NUMBER          PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  STL-ORDER-NUMBER        PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  STL-CUSTOMER            PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  STL-CASES               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  STL-PRIORITY            PIC X.
           05  FILLER                  PIC X(16)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 19-PROVE-BATCHES

           PERFORM 11-READ-RUSH-PARM
           PERFORM 12-OPEN-PO-MASTER
           PERFORM 13-LOAD-INSPECTION-RULES
           PERFORM 14-FIND-NEXT-HOLD-NUMBER
           PERFORM 17-OPEN-CUSTOMER-MASTER
           PERFORM 18-LOAD-BACKORDERS
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-TRANSACTIONS
           PERFORM 40-EOF-ROUTINE
           .

       11-READ-RUSH-PARM.

           OPEN INPUT RUSH-PARM-FILE
           IF RSH-FILE-STATUS IS EQUAL TO '00'
               READ RUSH-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RSH-PRIORITY-DAYS IS NUMERIC
                          AND RSH-PRIORITY-DAYS IS GREATER THAN ZERO
                           MOVE RSH-PRIORITY-DAYS TO
                                   RUSH-PRIORITY-DAYS
                       END-IF
               END-READ
               CLOSE RUSH-PARM-FILE
           END-IF
           .

      *****************************************************************
      * 12-OPEN-PO-MASTER opens the purchase order master for
      * update.  A missing master is tolerated -- every receipt
      * will flag NO PO ON FILE -- any other open failure stops the
      * run.
      *****************************************************************
       12-OPEN-PO-MASTER.

           OPEN I-O PO-MASTER-FILE
           IF POM-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'INVPOST: NO PO MASTER ON FILE, RECEIPTS '
                       'WILL NOT BE MATCHED'
                   STOP RUN
               END-IF
               MOVE 'Y' TO PO-ON-FILE-SWITCH
           END-IF
           .

       13-LOAD-INSPECTION-RULES.

           OPEN INPUT INSPECTION-RULE-FILE
           IF QIR-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF QIR-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'INVPOST: UNABLE TO OPEN INSPECTION RULE '
                           'FILE, FILE STATUS = ' QIR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO QIR-EOF-FLAG
               PERFORM UNTIL NO-MORE-QIR-DATA
                   READ INSPECTION-RULE-FILE
                       AT END
                           MOVE 'N' TO QIR-EOF-FLAG
                       NOT AT END
                           IF RULE-COUNT IS EQUAL TO 200
                               DISPLAY 'INVPOST: MORE THAN 200 '
                                       'INSPECTION RULES, TABLE IS '
                                       'FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO RULE-COUNT
                           MOVE INSPECTION-RULE-RECORD TO
                                   RULE-ENTRY (RULE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE INSPECTION-RULE-FILE
           END-IF
           .

      *****************************************************************
      * 14-FIND-NEXT-HOLD-NUMBER reads the holds already opened for
      * the highest hold number; this run's holds number on from
      * it.  The cases of the holds still open are kept by
      * warehouse and candy, so a cross-dock never promises them.
      *****************************************************************
       14-FIND-NEXT-HOLD-NUMBER.

           OPEN INPUT INSPECTION-HOLD-FILE
           IF QCH-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO QCH-EOF-FLAG
               PERFORM UNTIL NO-MORE-QCH-DATA
                   READ INSPECTION-HOLD-FILE
                       AT END
                           MOVE 'N' TO QCH-EOF-FLAG
                       NOT AT END
                           IF QCH-HOLD-NUMBER IS NUMERIC
                              AND QCH-HOLD-NUMBER IS GREATER THAN
                                   NEXT-HOLD-NUMBER
                               MOVE QCH-HOLD-NUMBER TO
                                       NEXT-HOLD-NUMBER
                           END-IF
                           IF QCH-ON-HOLD
                              AND QCH-CASES-RECEIVED IS NUMERIC
                               PERFORM 14A-ADD-HELD-CASES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSPECTION-HOLD-FILE
           END-IF
           .

       14A-ADD-HELD-CASES.

           MOVE 0 TO HELD-HOLD-SUB
           PERFORM VARYING HELD-SUB FROM 1 BY 1
               UNTIL HELD-SUB > HELD-COUNT
               IF HLD-WAREHOUSE-ID (HELD-SUB) IS EQUAL TO
                       QCH-WAREHOUSE-ID
                  AND HLD-CANDY-ID (HELD-SUB) IS EQUAL TO
                       QCH-CANDY-ID
                   MOVE HELD-SUB TO HELD-HOLD-SUB
                   MOVE HELD-COUNT TO HELD-SUB
               END-IF
           END-PERFORM

           IF HELD-HOLD-SUB IS EQUAL TO ZERO
               IF HELD-COUNT IS EQUAL TO 2000
                   DISPLAY 'INVPOST: MORE THAN 2000 ITEMS ON '
                           'INSPECTION HOLD, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO HELD-COUNT
               MOVE HELD-COUNT TO HELD-HOLD-SUB
               MOVE QCH-WAREHOUSE-ID TO
                       HLD-WAREHOUSE-ID (HELD-HOLD-SUB)
               MOVE QCH-CANDY-ID TO HLD-CANDY-ID (HELD-HOLD-SUB)
               MOVE 0 TO HLD-CASES (HELD-HOLD-SUB)
           END-IF
           ADD QCH-CASES-RECEIVED TO HLD-CASES (HELD-HOLD-SUB)
           .

      *****************************************************************
      * 17-OPEN-CUSTOMER-MASTER opens the customer master for the
      * cross-dock credit check.  With no master on file no
      * backorder passes the check and nothing is cross-docked.
      *****************************************************************
       17-OPEN-CUSTOMER-MASTER.

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'INVPOST: NO CUSTOMER MASTER ON FILE, '
                       'RECEIPTS WILL NOT BE CROSS-DOCKED'
           ELSE
               IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'INVPOST: UNABLE TO OPEN CUSTOMER MASTER, '
                           'FILE STATUS = ' CUM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO CUM-ON-FILE-SWITCH
           END-IF
           .

      *****************************************************************
      * 18-LOAD-BACKORDERS reads the backorder file into the
      * backorder table, ranking each line and checking its
      * customer's credit as it goes.  No backorder file, nothing
      * waiting.
      *****************************************************************
       18-LOAD-BACKORDERS.

           OPEN INPUT BACKORDER-FILE
           IF BOF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF BOF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'INVPOST: UNABLE TO OPEN BACKORDER '
                           'FILE, FILE STATUS = ' BOF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO BO-ON-FILE-SWITCH
               MOVE ' ' TO BOF-EOF-FLAG
               PERFORM UNTIL NO-MORE-BOF-DATA
                   READ BACKORDER-FILE
                       AT END
                           MOVE 'N' TO BOF-EOF-FLAG
                       NOT AT END
                           PERFORM 18A-ADD-BACKORDER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BACKORDER-FILE
           END-IF
           .

       18A-ADD-BACKORDER-ENTRY.

           IF BO-COUNT IS EQUAL TO 5000
               DISPLAY 'INVPOST: MORE THAN 5000 BACKORDER LINES, '
                       'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO BO-COUNT
           MOVE BOF-ORDER-NUMBER TO BOT-ORDER-NUMBER (BO-COUNT)
           MOVE BOF-CUSTOMER TO BOT-CUSTOMER (BO-COUNT)
           MOVE BOF-CANDY-ID TO BOT-CANDY-ID (BO-COUNT)
           IF BOF-CASES IS NUMERIC
               MOVE BOF-CASES TO BOT-CASES (BO-COUNT)
           ELSE
               MOVE 0 TO BOT-CASES (BO-COUNT)
           END-IF
           IF BOF-FIRST-DATE IS NUMERIC
               MOVE BOF-FIRST-DATE TO BOT-FIRST-DATE (BO-COUNT)
           ELSE
               MOVE RUN-DATE-YYYYMMDD TO BOT-FIRST-DATE (BO-COUNT)
           END-IF
           IF BOF-UNITS IS NUMERIC
               MOVE BOF-UNITS TO BOT-UNITS (BO-COUNT)
           ELSE
               MOVE 0 TO BOT-UNITS (BO-COUNT)
           END-IF
           MOVE BOF-PRIORITY TO BOT-PRIORITY (BO-COUNT)
           MOVE BOF-SHIP-TO-CODE TO BOT-SHIP-TO-CODE (BO-COUNT)
           MOVE BOF-REASON-CODE TO BOT-REASON-CODE (BO-COUNT)
           PERFORM 18B-RANK-THE-LINE
           PERFORM 18C-CHECK-CUSTOMER-CREDIT
           .

      *****************************************************************
      * 18B-RANK-THE-LINE gives the line its turn at the receipts
      * the way ORDALLOC does: backorders at least RUSH-PRIORITY-
      * DAYS old first (pass 1), rush lines next (pass 2), the rest
      * last (pass 3).  Age is on 30-day-month arithmetic.
      *****************************************************************
       18B-RANK-THE-LINE.

           MOVE 3 TO BOT-PASS (BO-COUNT)
           MOVE BOT-FIRST-DATE (BO-COUNT) TO FIRST-DATE-WORK
           COMPUTE LINE-AGE-DAYS =
                   (RUN-CCYY - FST-CCYY) * 360
                   + (RUN-MM - FST-MM) * 30
                   + (RUN-DD - FST-DD)
           IF LINE-AGE-DAYS IS NOT LESS THAN RUSH-PRIORITY-DAYS
               MOVE 1 TO BOT-PASS (BO-COUNT)
           ELSE
               IF BOT-PRIORITY (BO-COUNT) IS EQUAL TO 'R'
                   MOVE 2 TO BOT-PASS (BO-COUNT)
               END-IF
           END-IF
           .

      *****************************************************************
      * 18C-CHECK-CUSTOMER-CREDIT passes the line's customer when it
      * is on the customer master, not on credit hold, and not over
      * its credit limit -- the same check ORDALLOC makes.
      *****************************************************************
       18C-CHECK-CUSTOMER-CREDIT.

           MOVE 'N' TO BOT-CREDIT-OK (BO-COUNT)
           MOVE 'N' TO CUST-FOUND-SWITCH
           IF CUSTOMER-MASTER-ON-FILE
               MOVE BOT-CUSTOMER (BO-COUNT) TO CUM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
               IF CUM-FILE-STATUS IS EQUAL TO '00'
                   MOVE 'Y' TO CUST-FOUND-SWITCH
                   IF CUM-HOLD-FLAG IS NOT EQUAL TO 'H'
                      AND CUM-OPEN-BALANCE IS NOT GREATER
                       THAN CUM-CREDIT-LIMIT
                       MOVE 'Y' TO BOT-CREDIT-OK (BO-COUNT)
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************************
      * 19-PROVE-BATCHES reads the movement file through once before
      * anything posts.  Every batch must open with its header and
      * its detail must add up to the header's record count and
      * hash total of cases.  A batch must not already be
      * on the posted-batch ledger and must be the next sequence
      * for its source.  One batch at fault refuses the whole file:
      * the faults go on the ledger and the run stops with return
      * code 12 and nothing posted, so the stream halts.
      *****************************************************************
       19-PROVE-BATCHES.

           ACCEPT RUN-TIME-HHMMSS FROM TIME

           OPEN INPUT MOVEMENT-TRANS-FILE
           IF MTF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'INVPOST: UNABLE TO OPEN MOVEMENT '
                       'TRANSACTION FILE, FILE STATUS = '
                       MTF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO TRANS-EOF-FLAG
           PERFORM UNTIL NO-MORE-TRANS-DATA
               READ MOVEMENT-TRANS-FILE
                   AT END
                       MOVE 'N' TO TRANS-EOF-FLAG
                   NOT AT END
                       IF BTH-IS-HEADER
                           PERFORM 19A-START-BATCH
                       ELSE
                           IF BATCH-COUNT IS EQUAL TO ZERO
                               MOVE 'Y' TO NO-HEADER-SWITCH
                           ELSE
                               ADD 1 TO BAT-DETAIL-COUNT (BATCH-COUNT)
                               IF MTF-QUANTITY IS NUMERIC
                                   ADD MTF-QUANTITY TO
                                       BAT-DETAIL-HASH (BATCH-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVEMENT-TRANS-FILE

           PERFORM 19B-READ-BATCH-LEDGER
           PERFORM 19C-CHECK-ONE-BATCH
               VARYING BAT-SUB FROM 1 BY 1
               UNTIL BAT-SUB > BATCH-COUNT

           IF DETAIL-WITHOUT-HEADER
              OR BATCH-REJECTED
               PERFORM 19D-REFUSE-THE-FILE
           END-IF
           .

      *****************************************************************
      * 19A-START-BATCH takes a header into the batch table.  A
      * header with no source or a field that is not numeric is
      * refused on sight.
      *****************************************************************
       19A-START-BATCH.

           IF BATCH-COUNT IS EQUAL TO 50
               DISPLAY 'INVPOST: MORE THAN 50 BATCHES ON THE '
                       'MOVEMENT FILE, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO BATCH-COUNT
           MOVE BTH-SOURCE TO BAT-SOURCE (BATCH-COUNT)
           MOVE 0 TO BAT-DETAIL-COUNT (BATCH-COUNT)
           MOVE 0 TO BAT-DETAIL-HASH (BATCH-COUNT)
           MOVE 0 TO BAT-LAST-POSTED-SEQ (BATCH-COUNT)
           MOVE SPACES TO BAT-REASON (BATCH-COUNT)

           IF BTH-SOURCE IS NOT EQUAL TO SPACES
              AND BTH-BATCH-DATE IS NUMERIC
              AND BTH-BATCH-SEQ IS NUMERIC
              AND BTH-RECORD-COUNT IS NUMERIC
              AND BTH-HASH-TOTAL IS NUMERIC
               MOVE BTH-BATCH-DATE TO BAT-BATCH-DATE (BATCH-COUNT)
               MOVE BTH-BATCH-SEQ TO BAT-BATCH-SEQ (BATCH-COUNT)
               MOVE BTH-RECORD-COUNT TO
                       BAT-HEADER-COUNT (BATCH-COUNT)
               MOVE BTH-HASH-TOTAL TO BAT-HEADER-HASH (BATCH-COUNT)
           ELSE
               MOVE 0 TO BAT-BATCH-DATE (BATCH-COUNT)
               MOVE 0 TO BAT-BATCH-SEQ (BATCH-COUNT)
               MOVE 0 TO BAT-HEADER-COUNT (BATCH-COUNT)
               MOVE 0 TO BAT-HEADER-HASH (BATCH-COUNT)
               MOVE 'HEADER INCOMPLETE' TO BAT-REASON (BATCH-COUNT)
           END-IF
           .

      *****************************************************************
      * 19B-READ-BATCH-LEDGER finds, for each batch on the file, the
      * highest sequence INVPOST has posted from its source, and
      * whether its own sequence has posted already.  No ledger
      * yet means nothing has posted.
      *****************************************************************
       19B-READ-BATCH-LEDGER.

           OPEN INPUT BATCH-LEDGER-FILE
           IF PBL-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF PBL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'INVPOST: UNABLE TO OPEN POSTED BATCH '
                           'LEDGER, FILE STATUS = ' PBL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO PBL-EOF-FLAG
               PERFORM UNTIL NO-MORE-PBL-DATA
                   READ BATCH-LEDGER-FILE
                       AT END
                           MOVE 'N' TO PBL-EOF-FLAG
                       NOT AT END
                           IF PBL-PROGRAM IS EQUAL TO 'INVPOST'
                              AND PBL-POSTED
                               PERFORM VARYING BAT-SUB FROM 1 BY 1
                                   UNTIL BAT-SUB > BATCH-COUNT
                                   IF BAT-SOURCE (BAT-SUB) IS EQUAL TO
                                           PBL-SOURCE
                                       IF PBL-BATCH-SEQ IS EQUAL TO
                                               BAT-BATCH-SEQ (BAT-SUB)
                                          AND BAT-REASON (BAT-SUB)
                                               IS EQUAL TO SPACES
                                           MOVE 'ALREADY POSTED' TO
                                               BAT-REASON (BAT-SUB)
                                       END-IF
                                       IF PBL-BATCH-SEQ IS GREATER THAN
                                           BAT-LAST-POSTED-SEQ (BAT-SUB)
                                           MOVE PBL-BATCH-SEQ TO
                                           BAT-LAST-POSTED-SEQ (BAT-SUB)
                                       END-IF
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-LEDGER-FILE
           END-IF
           .

      *****************************************************************
      * 19C-CHECK-ONE-BATCH proves one batch's detail against its
      * header and its sequence against the last one posted from
      * the same source -- or, when an earlier batch on this same
      * file came from that source, against that one.  The first
      * batch ever posted from a source may start at any sequence.
      *****************************************************************
       19C-CHECK-ONE-BATCH.

           IF BAT-REASON (BAT-SUB) IS EQUAL TO SPACES
               MOVE BAT-LAST-POSTED-SEQ (BAT-SUB) TO PRIOR-BATCH-SEQ
               PERFORM VARYING BAT-PRIOR-SUB FROM 1 BY 1
                   UNTIL BAT-PRIOR-SUB IS NOT LESS THAN BAT-SUB
                   IF BAT-SOURCE (BAT-PRIOR-SUB) IS EQUAL TO
                           BAT-SOURCE (BAT-SUB)
                      AND BAT-BATCH-SEQ (BAT-PRIOR-SUB) IS GREATER
                           THAN PRIOR-BATCH-SEQ
                       MOVE BAT-BATCH-SEQ (BAT-PRIOR-SUB) TO
                               PRIOR-BATCH-SEQ
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN BAT-DETAIL-COUNT (BAT-SUB) IS NOT EQUAL TO
                           BAT-HEADER-COUNT (BAT-SUB)
                       MOVE 'COUNT OFF HEADER' TO BAT-REASON (BAT-SUB)
                   WHEN BAT-DETAIL-HASH (BAT-SUB) IS NOT EQUAL TO
                           BAT-HEADER-HASH (BAT-SUB)
                       MOVE 'HASH OFF HEADER' TO BAT-REASON (BAT-SUB)
                   WHEN PRIOR-BATCH-SEQ IS GREATER THAN ZERO
                    AND BAT-BATCH-SEQ (BAT-SUB) IS NOT EQUAL TO
                           PRIOR-BATCH-SEQ + 1
                       MOVE 'OUT OF SEQUENCE' TO BAT-REASON (BAT-SUB)
               END-EVALUATE
           END-IF

           IF BAT-REASON (BAT-SUB) IS NOT EQUAL TO SPACES
               MOVE 'Y' TO BATCH-REJECT-SWITCH
           END-IF
           .

      *****************************************************************
      * 19D-REFUSE-THE-FILE puts each fault on the ledger, names it
      * on the console, and stops the run before anything posts.
      *****************************************************************
       19D-REFUSE-THE-FILE.

           PERFORM 19E-OPEN-BATCH-LEDGER

           IF DETAIL-WITHOUT-HEADER
               MOVE SPACES TO POSTED-BATCH-RECORD
               MOVE 'INVPOST' TO PBL-PROGRAM
               MOVE 0 TO PBL-BATCH-DATE
               MOVE 0 TO PBL-BATCH-SEQ
               MOVE 0 TO PBL-RECORD-COUNT
               MOVE 0 TO PBL-HASH-TOTAL
               MOVE RUN-DATE-YYYYMMDD TO PBL-POST-DATE
               MOVE RUN-TIME-HHMMSS (1: 6) TO PBL-POST-TIME
               MOVE 'J' TO PBL-STATUS
               MOVE 'NO BATCH HEADER' TO PBL-REASON
               WRITE POSTED-BATCH-RECORD
               DISPLAY 'INVPOST: DETAIL BEFORE ANY BATCH '
                       'HEADER ON THE MOVEMENT FILE'
           END-IF

           PERFORM VARYING BAT-SUB FROM 1 BY 1
               UNTIL BAT-SUB > BATCH-COUNT
               IF BAT-REASON (BAT-SUB) IS NOT EQUAL TO SPACES
                   PERFORM 19F-WRITE-LEDGER-ROW
                   DISPLAY 'INVPOST: BATCH ' BAT-SOURCE (BAT-SUB) ' '
                           BAT-BATCH-SEQ (BAT-SUB) ' REFUSED - '
                           BAT-REASON (BAT-SUB)
               END-IF
           END-PERFORM

           CLOSE BATCH-LEDGER-FILE

           DISPLAY 'INVPOST: MOVEMENT FILE REFUSED, NOTHING POSTED'
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       19E-OPEN-BATCH-LEDGER.

           OPEN EXTEND BATCH-LEDGER-FILE
           IF PBL-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT BATCH-LEDGER-FILE
               IF PBL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'INVPOST: UNABLE TO OPEN POSTED BATCH '
                           'LEDGER, FILE STATUS = ' PBL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *****************************************************************
      * 19F-WRITE-LEDGER-ROW writes one batch to the ledger as its
      * header declared it -- posted, or refused with the reason.
      *****************************************************************
       19F-WRITE-LEDGER-ROW.

           MOVE SPACES TO POSTED-BATCH-RECORD
           MOVE 'INVPOST' TO PBL-PROGRAM
           MOVE BAT-SOURCE (BAT-SUB) TO PBL-SOURCE
           MOVE BAT-BATCH-DATE (BAT-SUB) TO PBL-BATCH-DATE
           MOVE BAT-BATCH-SEQ (BAT-SUB) TO PBL-BATCH-SEQ
           MOVE BAT-HEADER-COUNT (BAT-SUB) TO PBL-RECORD-COUNT
           MOVE BAT-HEADER-HASH (BAT-SUB) TO PBL-HASH-TOTAL
           MOVE RUN-DATE-YYYYMMDD TO PBL-POST-DATE
           MOVE RUN-TIME-HHMMSS (1: 6) TO PBL-POST-TIME
           IF BAT-REASON (BAT-SUB) IS EQUAL TO SPACES
               MOVE 'P' TO PBL-STATUS
           ELSE
               MOVE 'J' TO PBL-STATUS
               MOVE BAT-REASON (BAT-SUB) TO PBL-REASON
           END-IF
           WRITE POSTED-BATCH-RECORD
           .

      *****************************************************************
      * 19G-RECORD-POSTED-BATCHES puts every batch the run posted on
      * the ledger, so the same file run again is refused.
      *****************************************************************
       19G-RECORD-POSTED-BATCHES.

           IF BATCH-COUNT IS GREATER THAN ZERO
               PERFORM 19E-OPEN-BATCH-LEDGER
               PERFORM 19F-WRITE-LEDGER-ROW
                   VARYING BAT-SUB FROM 1 BY 1
                   UNTIL BAT-SUB > BATCH-COUNT
               CLOSE BATCH-LEDGER-FILE
           END-IF
           .

               END-IF
           END-IF

           OPEN EXTEND INSPECTION-HOLD-FILE
           IF QCH-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT INSPECTION-HOLD-FILE
               IF QCH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'INVPOST: UNABLE TO OPEN INSPECTION HOLD '
                           'FILE, FILE STATUS = ' QCH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND CROSS-DOCK-PICK-FILE
           IF XDP-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT CROSS-DOCK-PICK-FILE
               IF XDP-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'INVPOST: UNABLE TO OPEN CROSS-DOCK PICK '
                           'FILE, FILE STATUS = ' XDP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND CROSS-DOCK-LOG-FILE
           IF XDK-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT CROSS-DOCK-LOG-FILE
               IF XDK-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'INVPOST: UNABLE TO OPEN CROSS-DOCK LOG, '
                           'FILE STATUS = ' XDK-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 16-LOAD-PACK-SIZES

           OPEN OUTPUT STAGING-LIST
           MOVE RUN-DATE-YYYYMMDD TO STT-RECEIPT-DATE
           MOVE STAGING-TITLE-LINE TO STAGING-RECORD
           WRITE STAGING-RECORD
           MOVE SPACES TO STAGING-RECORD
           WRITE STAGING-RECORD
           MOVE STAGING-HEADING TO STAGING-RECORD
           WRITE STAGING-RECORD

           OPEN OUTPUT POSTING-REGISTER

           MOVE SPACES TO REGISTER-RECORD
                   AT END
                       MOVE 'N' TO TRANS-EOF-FLAG
                   NOT AT END
                       IF NOT BTH-IS-HEADER
                           ADD 1 TO TRANS-READ-COUNT
                           PERFORM 25-POST-ONE-MOVEMENT
                               THRU 25-POST-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
           IF MTF-TRANS-TYPE IS EQUAL TO 'R'
               PERFORM 26-MATCH-RECEIPT-TO-PO
               PERFORM 26A-WRITE-COST-LAYER
               PERFORM 26B-CHECK-INSPECTION-RULE
               IF NOT RULE-MATCHED
                   PERFORM 29-CROSS-DOCK-RECEIPT
                       THRU 29-CROSS-DOCK-EXIT
               END-IF
           END-IF

           PERFORM 27-WRITE-UPDATE-LOG
       26-MATCH-RECEIPT-TO-PO.

           MOVE 'N' TO PO-FOUND-SWITCH
           MOVE 0 TO PO-LINE-PRICE
           IF PO-MASTER-ON-FILE
               MOVE MTF-REFERENCE TO POM-PO-NUMBER
               MOVE MTF-CANDY-ID TO POM-CANDY-ID
               READ PO-MASTER-FILE
               IF POM-FILE-STATUS IS EQUAL TO '00'
                  AND POM-WAREHOUSE-ID IS EQUAL TO MTF-WAREHOUSE-ID
                  AND POM-STATUS IS EQUAL TO 'O'
                   MOVE 'Y' TO PO-FOUND-SWITCH
               END-IF
           END-IF

           IF NOT PO-LINE-FOUND
               ADD 1 TO RECEIPTS-NO-PO-COUNT
               MOVE 'NO PO ON FILE' TO PO-REMARK
           ELSE
               ADD 1 TO RECEIPTS-MATCHED-COUNT
               MOVE POM-PO-PRICE TO PO-LINE-PRICE
               ADD MTF-QUANTITY TO POM-CASES-RECEIVED
               IF POM-CASES-RECEIVED IS GREATER THAN
                       POM-CASES-ORDERED
                   ADD 1 TO OVER-RECEIPT-COUNT
                   MOVE 'OVER PO QTY' TO PO-REMARK
               END-IF
               IF POM-VENDOR-ID IS NOT EQUAL TO IM-VENDOR-ID
                   MOVE 'PO VENDOR DIFF' TO PO-REMARK
               END-IF
               IF POM-CASES-RECEIVED IS NOT LESS THAN
                       POM-CASES-ORDERED
                   MOVE 'C' TO POM-STATUS
               END-IF
               REWRITE PO-MASTER-RECORD
               IF POM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'INVPOST: PO MASTER REWRITE FAILED, '
                           'FILE STATUS = ' POM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
           MOVE MTF-REFERENCE TO CLF-REFERENCE
           MOVE MTF-QUANTITY TO CLF-CASES-LEFT
           IF PO-LINE-FOUND
              AND PO-LINE-PRICE IS NUMERIC
              AND PO-LINE-PRICE IS GREATER THAN ZERO
               MOVE PO-LINE-PRICE TO CLF-UNIT-COST
           ELSE
               IF IM-PURCHASE-PRICE (1) IS NUMERIC
                   MOVE IM-PURCHASE-PRICE (1) TO CLF-UNIT-COST
           WRITE COST-LAYER-RECORD
           .

      *****************************************************************
      * 26B-CHECK-INSPECTION-RULE opens an inspection hold on the
      * receipt when its vendor and the record's candy type fall
      * under a receiving-inspection rule.  The cases are posted to
      * stock like any receipt; the hold is what keeps them from
      * being promised until QC dispositions the lot.
      *****************************************************************
       26B-CHECK-INSPECTION-RULE.

           MOVE 'N' TO RULE-MATCH-SWITCH
           PERFORM VARYING RULE-SUB FROM 1 BY 1
               UNTIL RULE-SUB > RULE-COUNT
                  OR RULE-MATCHED
               IF RUL-VENDOR-ID (RULE-SUB) IS EQUAL TO IM-VENDOR-ID
                  AND (RUL-CANDY-TYPE (RULE-SUB) IS EQUAL TO SPACES
                    OR RUL-CANDY-TYPE (RULE-SUB) IS EQUAL TO
                       IM-CANDY-TYPE (1))
                   MOVE 'Y' TO RULE-MATCH-SWITCH
               END-IF
           END-PERFORM

           IF RULE-MATCHED
               ADD 1 TO NEXT-HOLD-NUMBER
               MOVE NEXT-HOLD-NUMBER TO QCH-HOLD-NUMBER
               MOVE RUN-DATE-YYYYMMDD TO QCH-HOLD-DATE
               MOVE MTF-WAREHOUSE-ID TO QCH-WAREHOUSE-ID
               MOVE MTF-CANDY-ID TO QCH-CANDY-ID
               MOVE MTF-LOT-NUMBER TO QCH-LOT-NUMBER
               MOVE IM-VENDOR-ID TO QCH-VENDOR-ID
               MOVE MTF-REFERENCE TO QCH-REFERENCE
               MOVE MTF-QUANTITY TO QCH-CASES-RECEIVED
               MOVE 0 TO QCH-CASES-RELEASED
               MOVE 0 TO QCH-CASES-REJECTED
               MOVE 'H' TO QCH-STATUS
               MOVE SPACES TO QCH-INSPECTOR-ID
               MOVE SPACES TO QCH-FINDINGS
               MOVE 0 TO QCH-DISPOSITION-DATE
               MOVE SPACE TO QCH-ROUTE
               PERFORM 14A-ADD-HELD-CASES
               WRITE INSPECTION-HOLD-RECORD
               ADD 1 TO RECEIPTS-HELD-COUNT
               IF PO-REMARK IS EQUAL TO SPACES
                   MOVE 'INSPECT HOLD' TO PO-REMARK
               END-IF
           END-IF
           .

       27-WRITE-UPDATE-LOG.

           MOVE RUN-DATE-YYYYMMDD TO ULF-RUN-DATE
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 29-CROSS-DOCK-RECEIPT sends the receipt straight to the
      * backorders waiting on its candy, at any warehouse's
      * receipt since a backorder line names no warehouse.  The
      * cases that can go are the receipt's cases, no more than
      * what is on hand and not already allocated or on inspection
      * hold; they are allocated on the master here, so ORDALLOC
      * cannot promise them again, and leave the dock on a
      * cross-dock pick instead of going to a bin.
      *****************************************************************
       29-CROSS-DOCK-RECEIPT.

           MOVE 0 TO RECEIPT-XDOCK-CASES

           IF NOT BACKORDERS-ON-FILE
               GO TO 29-CROSS-DOCK-EXIT
           END-IF

           IF IM-QUARANTINED
               GO TO 29-CROSS-DOCK-EXIT
           END-IF

           IF IM-ALLOC-STOCK IS NOT NUMERIC
               MOVE 0 TO IM-ALLOC-STOCK
           END-IF
           PERFORM 29A-SUM-HELD-CASES
           COMPUTE XDOCK-AVAILABLE = IM-CANDY-STOCK (1)
                   - IM-ALLOC-STOCK - HELD-CASES
           IF XDOCK-AVAILABLE IS GREATER THAN MTF-QUANTITY
               MOVE MTF-QUANTITY TO XDOCK-AVAILABLE
           END-IF

           PERFORM UNTIL XDOCK-AVAILABLE IS NOT GREATER THAN ZERO
               PERFORM 29B-FIND-NEXT-BACKORDER
               IF BO-HOLD-SUB IS EQUAL TO ZERO
                   MOVE 0 TO XDOCK-AVAILABLE
               ELSE
                   PERFORM 29C-CROSS-DOCK-ONE-LINE
               END-IF
           END-PERFORM

           IF RECEIPT-XDOCK-CASES IS EQUAL TO ZERO
               GO TO 29-CROSS-DOCK-EXIT
           END-IF

           REWRITE INV-MASTER-RECORD
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'INVPOST: REWRITE FAILED, FILE STATUS = '
                       IMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO RECEIPTS-XDOCKED-COUNT
           IF PO-REMARK IS EQUAL TO SPACES
               MOVE 'CROSS-DOCKED' TO PO-REMARK
           END-IF
           .

       29-CROSS-DOCK-EXIT.
           EXIT.

       29A-SUM-HELD-CASES.

           MOVE 0 TO HELD-CASES
           PERFORM VARYING HELD-SUB FROM 1 BY 1
               UNTIL HELD-SUB > HELD-COUNT
               IF HLD-WAREHOUSE-ID (HELD-SUB) IS EQUAL TO
                       IM-WAREHOUSE-ID
                  AND HLD-CANDY-ID (HELD-SUB) IS EQUAL TO IM-CANDY-ID
                   MOVE HLD-CASES (HELD-SUB) TO HELD-CASES
                   MOVE HELD-COUNT TO HELD-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 29B-FIND-NEXT-BACKORDER leaves in BO-HOLD-SUB the waiting
      * line for the receipt's candy that comes next -- lowest
      * pass, then oldest first date, then file order -- among the
      * lines with cases still owed whose customer passed the
      * credit check, or zero when none is left.
      *****************************************************************
       29B-FIND-NEXT-BACKORDER.

           MOVE 0 TO BO-HOLD-SUB
           PERFORM VARYING BO-SUB FROM 1 BY 1
               UNTIL BO-SUB > BO-COUNT
               IF BOT-CANDY-ID (BO-SUB) IS EQUAL TO MTF-CANDY-ID
                  AND BOT-CASES (BO-SUB) IS GREATER THAN ZERO
                  AND BOT-CREDIT-OK (BO-SUB) IS EQUAL TO 'Y'
                   EVALUATE TRUE
                       WHEN BO-HOLD-SUB IS EQUAL TO ZERO
                           MOVE BO-SUB TO BO-HOLD-SUB
                       WHEN BOT-PASS (BO-SUB) IS LESS THAN
                               BOT-PASS (BO-HOLD-SUB)
                           MOVE BO-SUB TO BO-HOLD-SUB
                       WHEN BOT-PASS (BO-SUB) IS EQUAL TO
                               BOT-PASS (BO-HOLD-SUB)
                          AND BOT-FIRST-DATE (BO-SUB) IS LESS THAN
                               BOT-FIRST-DATE (BO-HOLD-SUB)
                           MOVE BO-SUB TO BO-HOLD-SUB
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 29C-CROSS-DOCK-ONE-LINE gives the line in BO-HOLD-SUB as
      * many of the cases as it is owed, allocates them on the
      * master, and writes the pick, the log line, and the staging
      * line.  Loose units stay on the backorder for ORDALLOC.
      *****************************************************************
       29C-CROSS-DOCK-ONE-LINE.

           IF BOT-CASES (BO-HOLD-SUB) IS LESS THAN XDOCK-AVAILABLE
               MOVE BOT-CASES (BO-HOLD-SUB) TO XDOCK-CASES
           ELSE
               MOVE XDOCK-AVAILABLE TO XDOCK-CASES
           END-IF
           SUBTRACT XDOCK-CASES FROM BOT-CASES (BO-HOLD-SUB)
           SUBTRACT XDOCK-CASES FROM XDOCK-AVAILABLE
           ADD XDOCK-CASES TO IM-ALLOC-STOCK
           ADD XDOCK-CASES TO RECEIPT-XDOCK-CASES
           ADD XDOCK-CASES TO XDOCK-CASES-TOTAL
           ADD 1 TO XDOCK-LINES-COUNT
           MOVE 'Y' TO BO-TOUCHED-SWITCH

           MOVE MTF-WAREHOUSE-ID TO XDP-WAREHOUSE-ID
           MOVE BOT-ORDER-NUMBER (BO-HOLD-SUB) TO XDP-ORDER-NUMBER
           MOVE BOT-CUSTOMER (BO-HOLD-SUB) TO XDP-CUSTOMER
           MOVE MTF-CANDY-ID TO XDP-CANDY-ID
           MOVE XDOCK-CASES TO XDP-CASES-PICKED
           MOVE MTF-LOT-NUMBER TO XDP-LOT-NUMBER
           MOVE 0 TO XDP-UNITS-PICKED
           MOVE BOT-PRIORITY (BO-HOLD-SUB) TO XDP-PRIORITY
           MOVE BOT-SHIP-TO-CODE (BO-HOLD-SUB) TO XDP-SHIP-TO-CODE
           MOVE SPACES TO XDP-ORDERED-CANDY-ID
           WRITE CROSS-DOCK-PICK-RECORD

           MOVE RUN-DATE-YYYYMMDD TO XDK-RECEIPT-DATE
           MOVE MTF-WAREHOUSE-ID TO XDK-WAREHOUSE-ID
           MOVE MTF-CANDY-ID TO XDK-CANDY-ID
           MOVE MTF-REFERENCE TO XDK-REFERENCE
           MOVE MTF-LOT-NUMBER TO XDK-LOT-NUMBER
           MOVE BOT-ORDER-NUMBER (BO-HOLD-SUB) TO XDK-ORDER-NUMBER
           MOVE BOT-CUSTOMER (BO-HOLD-SUB) TO XDK-CUSTOMER
           MOVE XDOCK-CASES TO XDK-CASES
           MOVE BOT-PRIORITY (BO-HOLD-SUB) TO XDK-PRIORITY
           WRITE CROSS-DOCK-LOG-RECORD

           MOVE MTF-WAREHOUSE-ID TO STL-WAREHOUSE-ID
           MOVE MTF-CANDY-ID TO STL-CANDY-ID
           MOVE MTF-REFERENCE TO STL-REFERENCE
           MOVE MTF-LOT-NUMBER TO STL-LOT-NUMBER
           MOVE BOT-ORDER-NUMBER (BO-HOLD-SUB) TO STL-ORDER-NUMBER
           MOVE BOT-CUSTOMER (BO-HOLD-SUB) TO STL-CUSTOMER
           MOVE XDOCK-CASES TO STL-CASES
           MOVE BOT-PRIORITY (BO-HOLD-SUB) TO STL-PRIORITY
           MOVE STAGING-LINE TO STAGING-RECORD
           WRITE STAGING-RECORD
           .

       40-EOF-ROUTINE.

           MOVE SPACES TO REGISTER-RECORD
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'RECEIPTS ON INSPECT HOLD' TO RTL-LABEL
           MOVE RECEIPTS-HELD-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'RECEIPTS CROSS-DOCKED' TO RTL-LABEL
           MOVE RECEIPTS-XDOCKED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO STAGING-RECORD
           WRITE STAGING-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'RECEIPTS CROSS-DOCKED' TO RTL-LABEL
           MOVE RECEIPTS-XDOCKED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO STAGING-RECORD
           WRITE STAGING-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'BACKORDER LINES STAGED' TO RTL-LABEL
           MOVE XDOCK-LINES-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO STAGING-RECORD
           WRITE STAGING-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CASES TO STAGING' TO RTL-LABEL
           MOVE XDOCK-CASES-TOTAL TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO STAGING-RECORD
           WRITE STAGING-RECORD

           PERFORM 45-CLOSE-MASTERS
           PERFORM 46-REWRITE-BACKORDERS

           PERFORM 19G-RECORD-POSTED-BATCHES

           CLOSE MOVEMENT-TRANS-FILE
                INV-MASTER-FILE
                UPDATE-LOG-FILE
                COST-LAYER-FILE
                INSPECTION-HOLD-FILE
                CROSS-DOCK-PICK-FILE
                CROSS-DOCK-LOG-FILE
                STAGING-LIST
                POSTING-REGISTER

           STOP RUN
           .

      *****************************************************************
      * 45-CLOSE-MASTERS closes the PO master and the customer
      * master, when the run had them on file.  Each matched PO line
      * was rewritten as its receipt posted.
      *****************************************************************
       45-CLOSE-MASTERS.

           IF PO-MASTER-ON-FILE
               CLOSE PO-MASTER-FILE
           END-IF
           IF CUSTOMER-MASTER-ON-FILE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           .

      *****************************************************************
      * 46-REWRITE-BACKORDERS writes the backorder file back out
      * with the cross-docked cases taken off, dropping the lines
      * with no cases and no units left.  A run that cross-docked
      * nothing leaves the file as it found it.
      *****************************************************************
       46-REWRITE-BACKORDERS.

           IF NOT BACKORDERS-TOUCHED
               CONTINUE
           ELSE
               OPEN OUTPUT BACKORDER-FILE
               IF BOF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'INVPOST: UNABLE TO REWRITE BACKORDER '
                           'FILE, FILE STATUS = ' BOF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING BO-SUB FROM 1 BY 1
                   UNTIL BO-SUB > BO-COUNT
                   IF BOT-CASES (BO-SUB) IS GREATER THAN ZERO
                      OR BOT-UNITS (BO-SUB) IS GREATER THAN ZERO
                       MOVE BOT-ORDER-NUMBER (BO-SUB) TO
                               BOF-ORDER-NUMBER
                       MOVE BOT-CUSTOMER (BO-SUB) TO BOF-CUSTOMER
                       MOVE BOT-CANDY-ID (BO-SUB) TO BOF-CANDY-ID
                       MOVE BOT-CASES (BO-SUB) TO BOF-CASES
                       MOVE BOT-FIRST-DATE (BO-SUB) TO BOF-FIRST-DATE
                       MOVE BOT-UNITS (BO-SUB) TO BOF-UNITS
                       MOVE BOT-PRIORITY (BO-SUB) TO BOF-PRIORITY
                       MOVE BOT-SHIP-TO-CODE (BO-SUB) TO
                               BOF-SHIP-TO-CODE
                       MOVE BOT-REASON-CODE (BO-SUB) TO
                               BOF-REASON-CODE
                       WRITE BACKORDER-RECORD
                   END-IF
               END-PERFORM
               CLOSE BACKORDER-FILE
           END-IF
           .
