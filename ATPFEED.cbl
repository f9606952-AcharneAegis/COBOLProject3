       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPFEED.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * ATPFEED is the daily stock availability feed to the key
      * customers who subscribe to it.  The chain buyers used to
      * phone the order desk every morning for what we could ship
      * before placing their orders; now each subscriber gets a
      * file of their own, in their own item numbers, with what is
      * available to promise at each warehouse, what is due in on
      * open POs over the next two weeks, and which items are
      * discontinued.  The items are the ones on the customer's
      * item cross-reference plus the ones on their contract price
      * list in effect today -- an item with no cross-reference
      * goes out under our Candy ID.  Each file has a header and a
      * control trailer and goes out under an interface sequence
      * on the control ledger like every other outbound feed.
      * *****
      * INPUT:
      *    ATP-SUBSCRIBER.txt      optional: the customers who take
      *                            the feed -- customer ID and
      *                            status ('A' active, 'I' stopped).
      *                            No file means no feeds today.
      *    CUSTOMER-MASTER.dat     the customer master, for the
      *                            name on each header; a
      *                            subscriber not on it is skipped.
      *    CUSTOMER-ITEM-XREF.txt  optional: customer item numbers
      *                            to Candy ID.
      *    CONTRACT-PRICE.txt      optional: the customer contract
      *                            prices; a row in effect on the
      *                            run date puts the item on feed.
      *    CANDY-MASTER.txt        optional: the candy catalog; an
      *                            active flag of 'D' is flagged
      *                            discontinued on the feed.
      *    INVENTORY-MASTER.dat    the indexed inventory master,
      *                            read only.
      *    INSPECTION-HOLD.txt     optional: cases still on
      *                            receiving-inspection hold come
      *                            out of available to promise.
      *    VENDOR-MASTER.txt       optional: vendor lead days, to
      *                            date each PO line's receipt.
      *    PO-MASTER.dat           optional: open PO lines; what is
      *                            still to come on a line due in
      *                            by two weeks from the run date
      *                            (order date plus lead days) is
      *                            an expected receipt.
      *    INTERFACE-CONTROL-LEDGER.txt  the highest 'AV' sequence
      *                            already sent.
      * *****
      * OUTPUT:
      *    ATP-FEED-cccccccccc.txt one per subscriber c: a header
      *                            ('H' customer, name, run date,
      *                            sequence), one detail ('D') per
      *                            item and warehouse -- customer
      *                            item number, Candy ID,
      *                            warehouse, available to promise,
      *                            expected receipts, discontinued
      *                            flag -- and a trailer ('T') with
      *                            the detail count, the total
      *                            available and expected, and the
      *                            count of discontinued lines.
      *    INTERFACE-CONTROL-LEDGER.txt  extended with an 'AV' row
      *                            per file sent.
      *    ATP-Feed-Register.txt   one line per subscriber file,
      *                            plus run totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIBER-FILE
               ASSIGN TO 'ATP-SUBSCRIBER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUB-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS CUM-FILE-STATUS.
           SELECT ITEM-XREF-FILE
               ASSIGN TO 'CUSTOMER-ITEM-XREF.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CIX-FILE-STATUS.
           SELECT CONTRACT-PRICE-FILE
               ASSIGN TO 'CONTRACT-PRICE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CPF-FILE-STATUS.
           SELECT CANDY-MASTER-FILE
               ASSIGN TO 'CANDY-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMF-FILE-STATUS.
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
           SELECT INSPECTION-HOLD-FILE
               ASSIGN TO 'INSPECTION-HOLD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QCH-FILE-STATUS.
           SELECT VENDOR-MASTER-FILE
               ASSIGN TO 'VENDOR-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VNM-FILE-STATUS.
           SELECT PO-MASTER-FILE
               ASSIGN TO 'PO-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POM-REC-KEY
               FILE STATUS IS POM-FILE-STATUS.
           SELECT INTERFACE-LEDGER-FILE
               ASSIGN TO 'INTERFACE-CONTROL-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IFL-FILE-STATUS.
           SELECT ATP-FEED-FILE
               ASSIGN TO DYNAMIC FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATF-FILE-STATUS.
           SELECT FEED-REGISTER
               ASSIGN TO PRINTER 'ATP-Feed-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SUBSCRIBER-FILE
           RECORD CONTAINS 11 CHARACTERS.

       01  SUBSCRIBER-RECORD.
           05  SBF-CUSTOMER-ID         PIC X(10).
           05  SBF-STATUS              PIC X.
               88  SBF-SUBSCRIPTION-ACTIVE             VALUE 'A' ' '.

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

       FD ITEM-XREF-FILE
           RECORD CONTAINS 28 CHARACTERS.

       COPY CIXREC.

       FD CONTRACT-PRICE-FILE
           RECORD CONTAINS 35 CHARACTERS.

       01  CONTRACT-PRICE-RECORD.
           05  CPF-CUSTOMER            PIC X(10).
           05  CPF-CANDY-ID            PIC XXX.
           05  CPF-BOX-SIZE            PIC X.
           05  CPF-CONTRACT-PRICE      PIC 999V99.
           05  CPF-EFF-FROM            PIC 9(8).
           05  CPF-EFF-TO              PIC 9(8).

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

       FD INV-MASTER-FILE
           RECORD CONTAINS 705 CHARACTERS.

       COPY INVMREC.

       FD INSPECTION-HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.

       COPY QCHREC.

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY VNDMREC.

       FD PO-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS.

       COPY POMREC.

       FD INTERFACE-LEDGER-FILE
           RECORD CONTAINS 31 CHARACTERS.

       01  INTERFACE-LEDGER-RECORD.
           05  IFL-INTERFACE-CODE      PIC XX.
           05  IFL-RUN-DATE            PIC 9(8).
           05  IFL-SEQUENCE            PIC 9(5).
           05  IFL-RECORD-COUNT        PIC 9(7).
           05  IFL-ACK-FLAG            PIC X.
           05  IFL-ACK-DATE            PIC 9(8).

       FD ATP-FEED-FILE
           RECORD CONTAINS 44 CHARACTERS.

       01  ATP-FEED-RECORD.
           05  ATF-RECORD-TYPE         PIC X.
           05  ATF-CUSTOMER-ITEM       PIC X(15).
           05  ATF-CANDY-ID            PIC XXX.
           05  ATF-WAREHOUSE-ID        PIC X(4).
           05  ATF-AVAILABLE           PIC 9(6).
           05  ATF-EXPECTED            PIC 9(6).
           05  ATF-DISCONTINUED        PIC X.
           05  FILLER                  PIC X(8).

       01  ATP-FEED-HEADER REDEFINES ATP-FEED-RECORD.
           05  FILLER                  PIC X.
           05  ATH-CUSTOMER-ID         PIC X(10).
           05  ATH-CUSTOMER-NAME       PIC X(20).
           05  ATH-RUN-DATE            PIC 9(8).
           05  ATH-SEQUENCE            PIC 9(5).

       01  ATP-FEED-TRAILER REDEFINES ATP-FEED-RECORD.
           05  FILLER                  PIC X.
           05  ATT-RECORD-COUNT        PIC 9(7).
           05  ATT-TOTAL-AVAILABLE     PIC 9(9).
           05  ATT-TOTAL-EXPECTED      PIC 9(9).
           05  ATT-DISCONTINUED-COUNT  PIC 9(7).
           05  FILLER                  PIC X(11).

       FD FEED-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  SUB-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SUB-DATA                     VALUE 'N'.
           05  CIX-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CIX-DATA                     VALUE 'N'.
           05  CPF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CPF-DATA                     VALUE 'N'.
           05  CMF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CMF-DATA                     VALUE 'N'.
           05  MASTER-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-MASTER-DATA                  VALUE 'N'.
           05  QCH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-QCH-DATA                     VALUE 'N'.
           05  VNM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-VNM-DATA                     VALUE 'N'.
           05  POM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-POM-DATA                     VALUE 'N'.
           05  IFL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-IFL-DATA                     VALUE 'N'.
           05  CANDY-WANTED-SWITCH     PIC X           VALUE 'N'.
               88 CANDY-WANTED                         VALUE 'Y'.

       01  TEMP-FIELDS.
           05  SUB-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CIX-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  IMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  QCH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  VNM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  POM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  IFL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ATF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  FEED-FILE-NAME          PIC X(40)       VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  HORIZON-DATE            PIC 9(8)        VALUE 0.
           05  EXPECTED-DATE           PIC 9(8)        VALUE 0.
           05  SBS-SUB                 PIC 999         VALUE 0.
           05  ITM-SUB                 PIC 9(4)        VALUE 0.
           05  QTY-SUB                 PIC 9(4)        VALUE 0.
           05  VND-SUB                 PIC 999         VALUE 0.
           05  ITEM-KEY-WORK.
               10  KEY-WAREHOUSE-ID    PIC X(4).
               10  KEY-CANDY-ID        PIC XXX.
           05  ON-HAND-CASES           PIC S9(6)       VALUE 0.
           05  ALLOC-CASES             PIC 9(5)        VALUE 0.
           05  ATP-CASES               PIC S9(6)       VALUE 0.
           05  OPEN-PO-CASES           PIC S9(6)       VALUE 0.
           05  ITEM-LINES-WRITTEN      PIC 9(5)        VALUE 0.
           05  INTERFACE-SEQUENCE      PIC 9(5)        VALUE 1.
           05  LEDGER-RECORD-COUNT     PIC 9(7)        VALUE 0.
           05  ROLL-DAYS               PIC 999         VALUE 0.
           05  DATE-WORK               PIC 9(8)        VALUE 0.
           05  DATE-WORK-X REDEFINES DATE-WORK.
               10  WORK-CCYY           PIC 9(4).
               10  WORK-MM             PIC 99.
               10  WORK-DD             PIC 99.
           05  DAY-COUNT               PIC S9(4)       VALUE 0.
           05  MONTH-LENGTH            PIC 99          VALUE 0.
           05  LEAP-QUOTIENT           PIC 9(4)        VALUE 0.
           05  LEAP-REMAINDER          PIC 999         VALUE 0.

       01  FILE-TOTALS.
           05  FILE-RECORD-COUNT       PIC 9(7)        VALUE 0.
           05  FILE-AVAILABLE          PIC 9(9)        VALUE 0.
           05  FILE-EXPECTED           PIC 9(9)        VALUE 0.
           05  FILE-DISCONTINUED       PIC 9(7)        VALUE 0.

       01  RUN-TOTALS.
           05  SUBSCRIBER-TOTAL        PIC 9(5)        VALUE 0.
           05  FILES-SENT-COUNT        PIC 9(5)        VALUE 0.
           05  NOT-ON-FILE-COUNT       PIC 9(5)        VALUE 0.
           05  DETAIL-TOTAL-COUNT      PIC 9(7)        VALUE 0.

       01  MONTH-LENGTH-VALUES         PIC X(24)       VALUE
                                       '312831303130313130313031'.

       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05  MONTH-DAYS OCCURS 12 TIMES
                                       PIC 99.

      *****************************************************************
      * SUBSCRIBER-TABLE is the customers taking the feed, in
      * subscriber file order, with their name off the customer
      * master.
      *****************************************************************
       01  SUBSCRIBER-COUNT            PIC 999         VALUE 0.

       01  SUBSCRIBER-TABLE.
           05  SUBSCRIBER-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON SUBSCRIBER-COUNT.
               10  SBS-CUSTOMER-ID     PIC X(10).
               10  SBS-CUSTOMER-NAME   PIC X(20).
               10  SBS-ON-FILE-FLAG    PIC X.
                   88  SBS-ON-FILE                     VALUE 'Y'.

      *****************************************************************
      * ITEM-TABLE is each subscriber's items: the cross-reference
      * rows first, in the customer's item numbers, then any
      * contract item not already cross-referenced, under our
      * Candy ID.  ITM-DISCONTINUED is set off the catalog.
      *****************************************************************
       01  ITEM-COUNT                  PIC 9(4)        VALUE 0.

       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON ITEM-COUNT.
               10  ITM-CUSTOMER-ID     PIC X(10).
               10  ITM-CUSTOMER-ITEM   PIC X(15).
               10  ITM-CANDY-ID        PIC XXX.
               10  ITM-DISCONTINUED    PIC X.

      *****************************************************************
      * VENDOR-TABLE is the lead days of each vendor.
      *****************************************************************
       01  VENDOR-COUNT                PIC 999         VALUE 0.

       01  VENDOR-TABLE.
           05  VENDOR-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON VENDOR-COUNT.
               10  VND-VENDOR-ID       PIC A.
               10  VND-LEAD-DAYS       PIC 999.

      *****************************************************************
      * QUANTITY-TABLE is one entry per warehouse/Candy ID of an
      * item some subscriber carries: the cases on inspection hold,
      * the cases due in on open POs by the horizon, whether the
      * pair is on the inventory master, and what it has available
      * to promise.
      *****************************************************************
       01  QUANTITY-COUNT              PIC 9(4)        VALUE 0.

       01  QUANTITY-TABLE.
           05  QUANTITY-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON QUANTITY-COUNT.
               10  QTY-WAREHOUSE-ID    PIC X(4).
               10  QTY-CANDY-ID        PIC XXX.
               10  QTY-HELD            PIC 9(6).
               10  QTY-EXPECTED        PIC 9(6).
               10  QTY-AVAILABLE       PIC 9(6).
               10  QTY-ON-MASTER-FLAG  PIC X.
                   88  QTY-ON-MASTER                   VALUE 'Y'.

       01  HEADING-LINE.
           05  FILLER                  PIC X(34)       VALUE
               'CUSTOMER   CUSTOMER NAME        SE'.
           05  FILLER                  PIC X(34)       VALUE
               'QNO  LINES  AVAILABLE   EXPECTED  '.
           05  FILLER                  PIC X(12)       VALUE
               'DISC'.

       01  REGISTER-LINE.
           05  REG-CUSTOMER-ID         PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-CUSTOMER-NAME       PIC X(20).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-SEQUENCE            PIC 9(5).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-LINES               PIC ZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-AVAILABLE           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-EXPECTED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-DISCONTINUED        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(5)        VALUE SPACES.

       01  REGISTER-SKIP-LINE.
           05  RSL-CUSTOMER-ID         PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  FILLER                  PIC X(34)       VALUE
               '*** NOT ON CUSTOMER MASTER - NO FE'.
           05  FILLER                  PIC X(35)       VALUE
               'ED SENT'.

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(46)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           MOVE RUN-DATE-YYYYMMDD TO DATE-WORK
           MOVE 14 TO ROLL-DAYS
           PERFORM 52-ROLL-DATE
           MOVE DATE-WORK TO HORIZON-DATE

           PERFORM 11-LOAD-SUBSCRIBERS
           PERFORM 12-LOAD-CUSTOMER-NAMES
           PERFORM 13-LOAD-ITEM-XREF
           PERFORM 14-LOAD-CONTRACT-ITEMS
           PERFORM 16-MARK-DISCONTINUED
           PERFORM 17-LOAD-INSPECTION-HOLDS
           PERFORM 18-LOAD-VENDOR-LEAD-DAYS
           PERFORM 19-LOAD-EXPECTED-RECEIPTS
           PERFORM 50-TAKE-NEXT-SEQUENCE THRU 50-TAKE-EXIT
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-READ-THE-MASTER
           PERFORM VARYING SBS-SUB FROM 1 BY 1
               UNTIL SBS-SUB > SUBSCRIBER-COUNT
               PERFORM 30-SEND-ONE-CUSTOMER-FILE
           END-PERFORM
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 11-LOAD-SUBSCRIBERS keeps the customers whose subscription
      * is active.  No subscriber file means nobody takes the feed.
      *****************************************************************
       11-LOAD-SUBSCRIBERS.

           OPEN INPUT SUBSCRIBER-FILE
           IF SUB-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'ATPFEED: NO SUBSCRIBER FILE, NO FEEDS SENT'
           ELSE
               IF SUB-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ATPFEED: UNABLE TO OPEN SUBSCRIBER FILE, '
                           'FILE STATUS = ' SUB-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO SUB-EOF-FLAG
               PERFORM UNTIL NO-MORE-SUB-DATA
                   READ SUBSCRIBER-FILE
                       AT END
                           MOVE 'N' TO SUB-EOF-FLAG
                       NOT AT END
                           IF SBF-SUBSCRIPTION-ACTIVE
                              AND SBF-CUSTOMER-ID IS NOT EQUAL TO
                                   SPACES
                               IF SUBSCRIBER-COUNT IS EQUAL TO 200
                                   DISPLAY 'ATPFEED: MORE THAN 200 '
                                           'SUBSCRIBERS, TABLE IS '
                                           'FULL'
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO SUBSCRIBER-COUNT
                               MOVE SBF-CUSTOMER-ID TO
                                   SBS-CUSTOMER-ID (SUBSCRIBER-COUNT)
                               MOVE SPACES TO
                                   SBS-CUSTOMER-NAME (SUBSCRIBER-COUNT)
                               MOVE 'N' TO
                                   SBS-ON-FILE-FLAG (SUBSCRIBER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBSCRIBER-FILE
           END-IF
           MOVE SUBSCRIBER-COUNT TO SUBSCRIBER-TOTAL
           .

      *****************************************************************
      * 12-LOAD-CUSTOMER-NAMES reads each subscriber off the
      * customer master and picks up the name for the header.
      *****************************************************************
       12-LOAD-CUSTOMER-NAMES.

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ATPFEED: UNABLE TO OPEN CUSTOMER MASTER, '
                       'FILE STATUS = ' CUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING SBS-SUB FROM 1 BY 1
               UNTIL SBS-SUB > SUBSCRIBER-COUNT
               MOVE SBS-CUSTOMER-ID (SBS-SUB) TO CUM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
               IF CUM-FILE-STATUS IS EQUAL TO '00'
                   MOVE CUM-CUSTOMER-NAME TO
                           SBS-CUSTOMER-NAME (SBS-SUB)
                   MOVE 'Y' TO SBS-ON-FILE-FLAG (SBS-SUB)
               END-IF
           END-PERFORM

           CLOSE CUSTOMER-MASTER-FILE
           .

      *****************************************************************
      * 13-LOAD-ITEM-XREF keeps the cross-reference rows of the
      * subscribers on file.
      *****************************************************************
       13-LOAD-ITEM-XREF.

           OPEN INPUT ITEM-XREF-FILE
           IF CIX-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CIX-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ATPFEED: UNABLE TO OPEN ITEM XREF '
                           'FILE, FILE STATUS = ' CIX-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CIX-EOF-FLAG
               PERFORM UNTIL NO-MORE-CIX-DATA
                   READ ITEM-XREF-FILE
                       AT END
                           MOVE 'N' TO CIX-EOF-FLAG
                       NOT AT END
                           PERFORM 13A-KEEP-XREF-ITEM
                               THRU 13A-KEEP-EXIT
                   END-READ
               END-PERFORM
               CLOSE ITEM-XREF-FILE
           END-IF
           .

       13A-KEEP-XREF-ITEM.

           PERFORM 37-FIND-SUBSCRIBER THRU 37-FIND-EXIT
           IF SBS-SUB IS EQUAL TO ZERO
               GO TO 13A-KEEP-EXIT
           END-IF

           PERFORM VARYING ITM-SUB FROM 1 BY 1
               UNTIL ITM-SUB > ITEM-COUNT
               IF ITM-CUSTOMER-ID (ITM-SUB) IS EQUAL TO
                       CIX-CUSTOMER-ID
                  AND ITM-CUSTOMER-ITEM (ITM-SUB) IS EQUAL TO
                       CIX-CUSTOMER-ITEM
                   GO TO 13A-KEEP-EXIT
               END-IF
           END-PERFORM

           PERFORM 38-CHECK-ITEM-ROOM
           ADD 1 TO ITEM-COUNT
           MOVE CIX-CUSTOMER-ID TO ITM-CUSTOMER-ID (ITEM-COUNT)
           MOVE CIX-CUSTOMER-ITEM TO ITM-CUSTOMER-ITEM (ITEM-COUNT)
           MOVE CIX-CANDY-ID TO ITM-CANDY-ID (ITEM-COUNT)
           MOVE 'N' TO ITM-DISCONTINUED (ITEM-COUNT)
           .

       13A-KEEP-EXIT.
           EXIT.

      *****************************************************************
      * 14-LOAD-CONTRACT-ITEMS adds each contract item in effect on
      * the run date that the subscriber has not cross-referenced.
      *****************************************************************
       14-LOAD-CONTRACT-ITEMS.

           OPEN INPUT CONTRACT-PRICE-FILE
           IF CPF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CPF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ATPFEED: UNABLE TO OPEN CONTRACT '
                           'PRICE FILE, FILE STATUS = '
                           CPF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CPF-EOF-FLAG
               PERFORM UNTIL NO-MORE-CPF-DATA
                   READ CONTRACT-PRICE-FILE
                       AT END
                           MOVE 'N' TO CPF-EOF-FLAG
                       NOT AT END
                           IF CPF-EFF-FROM IS NOT GREATER THAN
                                   RUN-DATE-YYYYMMDD
                              AND CPF-EFF-TO IS NOT LESS THAN
                                   RUN-DATE-YYYYMMDD
                               PERFORM 14A-KEEP-CONTRACT-ITEM
                                   THRU 14A-KEEP-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-PRICE-FILE
           END-IF
           .

       14A-KEEP-CONTRACT-ITEM.

           MOVE CPF-CUSTOMER TO CIX-CUSTOMER-ID
           PERFORM 37-FIND-SUBSCRIBER THRU 37-FIND-EXIT
           IF SBS-SUB IS EQUAL TO ZERO
               GO TO 14A-KEEP-EXIT
           END-IF

           PERFORM VARYING ITM-SUB FROM 1 BY 1
               UNTIL ITM-SUB > ITEM-COUNT
               IF ITM-CUSTOMER-ID (ITM-SUB) IS EQUAL TO CPF-CUSTOMER
                  AND ITM-CANDY-ID (ITM-SUB) IS EQUAL TO CPF-CANDY-ID
                   GO TO 14A-KEEP-EXIT
               END-IF
           END-PERFORM

           PERFORM 38-CHECK-ITEM-ROOM
           ADD 1 TO ITEM-COUNT
           MOVE CPF-CUSTOMER TO ITM-CUSTOMER-ID (ITEM-COUNT)
           MOVE CPF-CANDY-ID TO ITM-CUSTOMER-ITEM (ITEM-COUNT)
           MOVE CPF-CANDY-ID TO ITM-CANDY-ID (ITEM-COUNT)
           MOVE 'N' TO ITM-DISCONTINUED (ITEM-COUNT)
           .

       14A-KEEP-EXIT.
           EXIT.

       15-HSKPING-ROUTINE.

           OPEN OUTPUT FEED-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           STRING 'CUSTOMER AVAILABILITY FEED - RUN DATE '
                   DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
                  '  RECEIPTS DUE BY ' DELIMITED BY SIZE
                  HORIZON-DATE DELIMITED BY SIZE
               INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE HEADING-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 16-MARK-DISCONTINUED flags every item whose Candy ID the
      * catalog carries as discontinued.
      *****************************************************************
       16-MARK-DISCONTINUED.

           OPEN INPUT CANDY-MASTER-FILE
           IF CMF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CMF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ATPFEED: UNABLE TO OPEN CANDY MASTER, '
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
                           IF CMF-ACTIVE-FLAG IS EQUAL TO 'D'
                               PERFORM VARYING ITM-SUB FROM 1 BY 1
                                   UNTIL ITM-SUB > ITEM-COUNT
                                   IF ITM-CANDY-ID (ITM-SUB) IS
                                           EQUAL TO CMF-CANDY-ID
                                       MOVE 'Y' TO
                                           ITM-DISCONTINUED (ITM-SUB)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CANDY-MASTER-FILE
           END-IF
           .

      *****************************************************************
      * 17-LOAD-INSPECTION-HOLDS totals the cases still on
      * inspection hold.  No hold file means nothing is held.
      *****************************************************************
       17-LOAD-INSPECTION-HOLDS.

           OPEN INPUT INSPECTION-HOLD-FILE
           IF QCH-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF QCH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ATPFEED: UNABLE TO OPEN INSPECTION HOLD '
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
                               MOVE QCH-WAREHOUSE-ID TO
                                       KEY-WAREHOUSE-ID
                               MOVE QCH-CANDY-ID TO KEY-CANDY-ID
                               PERFORM 36-CHECK-CANDY-WANTED
                               IF CANDY-WANTED
                                   PERFORM 35-FIND-OR-ADD-QUANTITY
                                       THRU 35-FIND-EXIT
                                   ADD QCH-CASES-RECEIVED TO
                                           QTY-HELD (QTY-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSPECTION-HOLD-FILE
           END-IF
           .

      *****************************************************************
      * 18-LOAD-VENDOR-LEAD-DAYS keeps each vendor's lead days.  No
      * vendor master dates every PO line on its order date.
      *****************************************************************
       18-LOAD-VENDOR-LEAD-DAYS.

           OPEN INPUT VENDOR-MASTER-FILE
           IF VNM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF VNM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ATPFEED: UNABLE TO OPEN VENDOR MASTER, '
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
                               DISPLAY 'ATPFEED: MORE THAN 100 '
                                       'VENDORS, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO VENDOR-COUNT
                           MOVE VNM-VENDOR-ID TO
                                   VND-VENDOR-ID (VENDOR-COUNT)
                           IF VNM-LEAD-DAYS IS NUMERIC
                               MOVE VNM-LEAD-DAYS TO
                                       VND-LEAD-DAYS (VENDOR-COUNT)
                           ELSE
                               MOVE 0 TO VND-LEAD-DAYS (VENDOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           END-IF
           .

      *****************************************************************
      * 19-LOAD-EXPECTED-RECEIPTS puts what is still to come on each
      * open PO line due in by the horizon -- order date plus the
      * vendor's lead days, overdue lines included -- at the line's
      * warehouse.
      *****************************************************************
       19-LOAD-EXPECTED-RECEIPTS.

           OPEN INPUT PO-MASTER-FILE
           IF POM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF POM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ATPFEED: UNABLE TO OPEN PO MASTER '
                           'FILE, FILE STATUS = ' POM-FILE-STATUS
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
                           IF POM-STATUS IS EQUAL TO 'O'
                              AND POM-CASES-ORDERED IS NUMERIC
                              AND POM-CASES-RECEIVED IS NUMERIC
                              AND POM-ORDER-DATE IS NUMERIC
                               PERFORM 19A-DATE-ONE-PO-LINE
                                   THRU 19A-DATE-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PO-MASTER-FILE
           END-IF
           .

       19A-DATE-ONE-PO-LINE.

           COMPUTE OPEN-PO-CASES = POM-CASES-ORDERED
                   - POM-CASES-RECEIVED
           IF OPEN-PO-CASES IS NOT GREATER THAN ZERO
               GO TO 19A-DATE-EXIT
           END-IF

           MOVE POM-WAREHOUSE-ID TO KEY-WAREHOUSE-ID
           MOVE POM-CANDY-ID TO KEY-CANDY-ID
           PERFORM 36-CHECK-CANDY-WANTED
           IF NOT CANDY-WANTED
               GO TO 19A-DATE-EXIT
           END-IF

           MOVE POM-ORDER-DATE TO DATE-WORK
           PERFORM VARYING VND-SUB FROM 1 BY 1
               UNTIL VND-SUB > VENDOR-COUNT
               IF VND-VENDOR-ID (VND-SUB) IS EQUAL TO POM-VENDOR-ID
                   MOVE VND-LEAD-DAYS (VND-SUB) TO ROLL-DAYS
                   PERFORM 52-ROLL-DATE
                   MOVE VENDOR-COUNT TO VND-SUB
               END-IF
           END-PERFORM
           MOVE DATE-WORK TO EXPECTED-DATE
           IF EXPECTED-DATE IS GREATER THAN HORIZON-DATE
               GO TO 19A-DATE-EXIT
           END-IF

           PERFORM 35-FIND-OR-ADD-QUANTITY THRU 35-FIND-EXIT
           ADD OPEN-PO-CASES TO QTY-EXPECTED (QTY-SUB)
           .

       19A-DATE-EXIT.
           EXIT.

      *****************************************************************
      * 20-READ-THE-MASTER passes the inventory master once and
      * works out what each subscriber item has available to
      * promise at each warehouse.
      *****************************************************************
       20-READ-THE-MASTER.

           OPEN INPUT INV-MASTER-FILE
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ATPFEED: UNABLE TO OPEN INVENTORY MASTER, '
                       'FILE STATUS = ' IMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO IM-REC-KEY
           START INV-MASTER-FILE KEY IS NOT LESS THAN IM-REC-KEY
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
                       PERFORM 25-WORK-OUT-AVAILABLE
                           THRU 25-WORK-EXIT
               END-READ
           END-PERFORM

           CLOSE INV-MASTER-FILE
           .

      *****************************************************************
      * 25-WORK-OUT-AVAILABLE skips a record no subscriber carries.
      * Available to promise is on hand less what is allocated and
      * what is on inspection hold, never below zero, and nothing
      * at all while the record is quarantined or is vendor
      * consignment stock, which is not ours to promise.
      *****************************************************************
       25-WORK-OUT-AVAILABLE.

           MOVE IM-WAREHOUSE-ID TO KEY-WAREHOUSE-ID
           MOVE IM-CANDY-ID TO KEY-CANDY-ID
           PERFORM 36-CHECK-CANDY-WANTED
           IF NOT CANDY-WANTED
               GO TO 25-WORK-EXIT
           END-IF
           PERFORM 35-FIND-OR-ADD-QUANTITY THRU 35-FIND-EXIT

           IF IM-CANDY-STOCK (1) IS NUMERIC
              AND IM-CANDY-STOCK (1) IS GREATER THAN ZERO
               MOVE IM-CANDY-STOCK (1) TO ON-HAND-CASES
           ELSE
               MOVE 0 TO ON-HAND-CASES
           END-IF
           IF IM-ALLOC-STOCK IS NUMERIC
               MOVE IM-ALLOC-STOCK TO ALLOC-CASES
           ELSE
               MOVE 0 TO ALLOC-CASES
           END-IF
           IF IM-QUARANTINED
              OR IM-CONSIGNED
               MOVE 0 TO ATP-CASES
           ELSE
               COMPUTE ATP-CASES = ON-HAND-CASES - ALLOC-CASES
                       - QTY-HELD (QTY-SUB)
               IF ATP-CASES IS LESS THAN ZERO
                   MOVE 0 TO ATP-CASES
               END-IF
           END-IF

           MOVE ATP-CASES TO QTY-AVAILABLE (QTY-SUB)
           MOVE 'Y' TO QTY-ON-MASTER-FLAG (QTY-SUB)
           .

       25-WORK-EXIT.
           EXIT.

      *****************************************************************
      * 30-SEND-ONE-CUSTOMER-FILE writes one subscriber's feed --
      * header, a detail per item and warehouse, and the control
      * trailer -- and registers it on the interface control
      * ledger.  A subscriber not on the customer master gets no
      * file and is listed on the register.
      *****************************************************************
       30-SEND-ONE-CUSTOMER-FILE.

           IF NOT SBS-ON-FILE (SBS-SUB)
               MOVE SBS-CUSTOMER-ID (SBS-SUB) TO RSL-CUSTOMER-ID
               MOVE REGISTER-SKIP-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD
               ADD 1 TO NOT-ON-FILE-COUNT
           ELSE
               PERFORM 31-WRITE-CUSTOMER-FILE
           END-IF
           .

       31-WRITE-CUSTOMER-FILE.

           MOVE SPACES TO FEED-FILE-NAME
           STRING 'ATP-FEED-' DELIMITED BY SIZE
                  SBS-CUSTOMER-ID (SBS-SUB) DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO FEED-FILE-NAME
           OPEN OUTPUT ATP-FEED-FILE
           IF ATF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ATPFEED: UNABLE TO OPEN ' FEED-FILE-NAME
                       ', FILE STATUS = ' ATF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO FILE-RECORD-COUNT
           MOVE 0 TO FILE-AVAILABLE
           MOVE 0 TO FILE-EXPECTED
           MOVE 0 TO FILE-DISCONTINUED

           MOVE SPACES TO ATP-FEED-RECORD
           MOVE 'H' TO ATF-RECORD-TYPE
           MOVE SBS-CUSTOMER-ID (SBS-SUB) TO ATH-CUSTOMER-ID
           MOVE SBS-CUSTOMER-NAME (SBS-SUB) TO ATH-CUSTOMER-NAME
           MOVE RUN-DATE-YYYYMMDD TO ATH-RUN-DATE
           MOVE INTERFACE-SEQUENCE TO ATH-SEQUENCE
           WRITE ATP-FEED-RECORD

           PERFORM VARYING ITM-SUB FROM 1 BY 1
               UNTIL ITM-SUB > ITEM-COUNT
               IF ITM-CUSTOMER-ID (ITM-SUB) IS EQUAL TO
                       SBS-CUSTOMER-ID (SBS-SUB)
                   PERFORM 32-WRITE-ONE-ITEM
               END-IF
           END-PERFORM

           MOVE SPACES TO ATP-FEED-RECORD
           MOVE 'T' TO ATF-RECORD-TYPE
           MOVE FILE-RECORD-COUNT TO ATT-RECORD-COUNT
           MOVE FILE-AVAILABLE TO ATT-TOTAL-AVAILABLE
           MOVE FILE-EXPECTED TO ATT-TOTAL-EXPECTED
           MOVE FILE-DISCONTINUED TO ATT-DISCONTINUED-COUNT
           WRITE ATP-FEED-RECORD
           CLOSE ATP-FEED-FILE

           MOVE FILE-RECORD-COUNT TO LEDGER-RECORD-COUNT
           PERFORM 55-POST-LEDGER-ROW

           MOVE SBS-CUSTOMER-ID (SBS-SUB) TO REG-CUSTOMER-ID
           MOVE SBS-CUSTOMER-NAME (SBS-SUB) TO REG-CUSTOMER-NAME
           MOVE INTERFACE-SEQUENCE TO REG-SEQUENCE
           MOVE FILE-RECORD-COUNT TO REG-LINES
           MOVE FILE-AVAILABLE TO REG-AVAILABLE
           MOVE FILE-EXPECTED TO REG-EXPECTED
           MOVE FILE-DISCONTINUED TO REG-DISCONTINUED
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           ADD 1 TO FILES-SENT-COUNT
           ADD FILE-RECORD-COUNT TO DETAIL-TOTAL-COUNT
           ADD 1 TO INTERFACE-SEQUENCE
           .

      *****************************************************************
      * 32-WRITE-ONE-ITEM writes a detail for each warehouse that
      * carries the item or has it due in.  An item with neither
      * still goes out once, with no warehouse and nothing
      * available, so the buyer sees it is not there to order.
      *****************************************************************
       32-WRITE-ONE-ITEM.

           MOVE 0 TO ITEM-LINES-WRITTEN
           PERFORM VARYING QTY-SUB FROM 1 BY 1
               UNTIL QTY-SUB > QUANTITY-COUNT
               IF QTY-CANDY-ID (QTY-SUB) IS EQUAL TO
                       ITM-CANDY-ID (ITM-SUB)
                  AND (QTY-ON-MASTER (QTY-SUB)
                       OR QTY-EXPECTED (QTY-SUB) IS GREATER THAN ZERO)
                   MOVE QTY-WAREHOUSE-ID (QTY-SUB) TO KEY-WAREHOUSE-ID
                   MOVE QTY-AVAILABLE (QTY-SUB) TO ATP-CASES
                   MOVE QTY-EXPECTED (QTY-SUB) TO OPEN-PO-CASES
                   PERFORM 33-WRITE-FEED-DETAIL
               END-IF
           END-PERFORM

           IF ITEM-LINES-WRITTEN IS EQUAL TO ZERO
               MOVE SPACES TO KEY-WAREHOUSE-ID
               MOVE 0 TO ATP-CASES
               MOVE 0 TO OPEN-PO-CASES
               PERFORM 33-WRITE-FEED-DETAIL
           END-IF
           .

       33-WRITE-FEED-DETAIL.

           MOVE SPACES TO ATP-FEED-RECORD
           MOVE 'D' TO ATF-RECORD-TYPE
           MOVE ITM-CUSTOMER-ITEM (ITM-SUB) TO ATF-CUSTOMER-ITEM
           MOVE ITM-CANDY-ID (ITM-SUB) TO ATF-CANDY-ID
           MOVE KEY-WAREHOUSE-ID TO ATF-WAREHOUSE-ID
           MOVE ATP-CASES TO ATF-AVAILABLE
           MOVE OPEN-PO-CASES TO ATF-EXPECTED
           MOVE ITM-DISCONTINUED (ITM-SUB) TO ATF-DISCONTINUED
           WRITE ATP-FEED-RECORD

           ADD 1 TO ITEM-LINES-WRITTEN
           ADD 1 TO FILE-RECORD-COUNT
           ADD ATP-CASES TO FILE-AVAILABLE
           ADD OPEN-PO-CASES TO FILE-EXPECTED
           IF ITM-DISCONTINUED (ITM-SUB) IS EQUAL TO 'Y'
               ADD 1 TO FILE-DISCONTINUED
           END-IF
           .

      *****************************************************************
      * 35-FIND-OR-ADD-QUANTITY leaves QTY-SUB on the quantity
      * entry for ITEM-KEY-WORK, starting a zero entry the first
      * time the pair is met.
      *****************************************************************
       35-FIND-OR-ADD-QUANTITY.

           PERFORM VARYING QTY-SUB FROM 1 BY 1
               UNTIL QTY-SUB > QUANTITY-COUNT
               IF QTY-WAREHOUSE-ID (QTY-SUB) IS EQUAL TO
                       KEY-WAREHOUSE-ID
                  AND QTY-CANDY-ID (QTY-SUB) IS EQUAL TO KEY-CANDY-ID
                   GO TO 35-FIND-EXIT
               END-IF
           END-PERFORM

           IF QUANTITY-COUNT IS EQUAL TO 3000
               DISPLAY 'ATPFEED: MORE THAN 3000 WAREHOUSE/CANDY '
                       'PAIRS, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QUANTITY-COUNT
           MOVE QUANTITY-COUNT TO QTY-SUB
           MOVE KEY-WAREHOUSE-ID TO QTY-WAREHOUSE-ID (QTY-SUB)
           MOVE KEY-CANDY-ID TO QTY-CANDY-ID (QTY-SUB)
           MOVE 0 TO QTY-HELD (QTY-SUB)
           MOVE 0 TO QTY-EXPECTED (QTY-SUB)
           MOVE 0 TO QTY-AVAILABLE (QTY-SUB)
           MOVE 'N' TO QTY-ON-MASTER-FLAG (QTY-SUB)
           .

       35-FIND-EXIT.
           EXIT.

      *****************************************************************
      * 36-CHECK-CANDY-WANTED says whether KEY-CANDY-ID is an item
      * of any subscriber.
      *****************************************************************
       36-CHECK-CANDY-WANTED.

           MOVE 'N' TO CANDY-WANTED-SWITCH
           PERFORM VARYING ITM-SUB FROM 1 BY 1
               UNTIL ITM-SUB > ITEM-COUNT
                  OR CANDY-WANTED
               IF ITM-CANDY-ID (ITM-SUB) IS EQUAL TO KEY-CANDY-ID
                   MOVE 'Y' TO CANDY-WANTED-SWITCH
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 37-FIND-SUBSCRIBER leaves SBS-SUB on the subscriber on file
      * for CIX-CUSTOMER-ID, or zero.
      *****************************************************************
       37-FIND-SUBSCRIBER.

           PERFORM VARYING SBS-SUB FROM 1 BY 1
               UNTIL SBS-SUB > SUBSCRIBER-COUNT
               IF SBS-CUSTOMER-ID (SBS-SUB) IS EQUAL TO
                       CIX-CUSTOMER-ID
                  AND SBS-ON-FILE (SBS-SUB)
                   GO TO 37-FIND-EXIT
               END-IF
           END-PERFORM
           MOVE 0 TO SBS-SUB
           .

       37-FIND-EXIT.
           EXIT.

       38-CHECK-ITEM-ROOM.

           IF ITEM-COUNT IS EQUAL TO 5000
               DISPLAY 'ATPFEED: MORE THAN 5000 SUBSCRIBER ITEMS, '
                       'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 40-EOF-ROUTINE finishes the register with the run totals.
      *****************************************************************
       40-EOF-ROUTINE.

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'SUBSCRIBERS' TO RTL-LABEL
           MOVE SUBSCRIBER-TOTAL TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'FEED FILES SENT' TO RTL-LABEL
           MOVE FILES-SENT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'NOT ON CUSTOMER MASTER' TO RTL-LABEL
           MOVE NOT-ON-FILE-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'DETAIL RECORDS SENT' TO RTL-LABEL
           MOVE DETAIL-TOTAL-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE FEED-REGISTER

           STOP RUN
           .

      *****************************************************************
      * 50-TAKE-NEXT-SEQUENCE reads the interface control ledger
      * for the highest sequence an availability feed has gone out
      * under and takes the next one; each subscriber's file takes
      * its own.
      *****************************************************************
       50-TAKE-NEXT-SEQUENCE.

           OPEN INPUT INTERFACE-LEDGER-FILE
           IF IFL-FILE-STATUS IS EQUAL TO '35'
               GO TO 50-TAKE-EXIT
           END-IF
           IF IFL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ATPFEED: UNABLE TO OPEN INTERFACE LEDGER, '
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
                       IF IFL-INTERFACE-CODE IS EQUAL TO 'AV'
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

      *****************************************************************
      * 52-ROLL-DATE moves DATE-WORK forward ROLL-DAYS calendar days.
      *****************************************************************
       52-ROLL-DATE.

           COMPUTE DAY-COUNT = WORK-DD + ROLL-DAYS
           PERFORM 53-SET-MONTH-LENGTH
           PERFORM UNTIL DAY-COUNT IS NOT GREATER THAN MONTH-LENGTH
               SUBTRACT MONTH-LENGTH FROM DAY-COUNT
               IF WORK-MM IS EQUAL TO 12
                   MOVE 1 TO WORK-MM
                   ADD 1 TO WORK-CCYY
               ELSE
                   ADD 1 TO WORK-MM
               END-IF
               PERFORM 53-SET-MONTH-LENGTH
           END-PERFORM
           MOVE DAY-COUNT TO WORK-DD
           .

       53-SET-MONTH-LENGTH.

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

       55-POST-LEDGER-ROW.

           OPEN EXTEND INTERFACE-LEDGER-FILE
           IF IFL-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT INTERFACE-LEDGER-FILE
               IF IFL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ATPFEED: UNABLE TO EXTEND INTERFACE '
                           'LEDGER, FILE STATUS = ' IFL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE 'AV' TO IFL-INTERFACE-CODE
           MOVE RUN-DATE-YYYYMMDD TO IFL-RUN-DATE
           MOVE INTERFACE-SEQUENCE TO IFL-SEQUENCE
           MOVE LEDGER-RECORD-COUNT TO IFL-RECORD-COUNT
           MOVE SPACE TO IFL-ACK-FLAG
           MOVE 0 TO IFL-ACK-DATE
           WRITE INTERFACE-LEDGER-RECORD
           CLOSE INTERFACE-LEDGER-FILE
           .
