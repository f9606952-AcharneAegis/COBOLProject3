       IDENTIFICATION DIVISION.
       PROGRAM-ID. VMIFEED.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * VMIFEED is the daily vendor-managed inventory product
      * activity feed.  A vendor flagged VMI on the vendor master
      * plans our replenishment for us, and to do it they need to
      * see what we see: for every warehouse/Candy ID of theirs,
      * what is on hand, what is really available to promise,
      * what is on the road between warehouses, what shipped out
      * today, and what is already on order with them.  Each
      * vendor gets their own file with a header and a control
      * trailer, and each file goes out under an interface
      * sequence on the control ledger like every other outbound
      * feed.  The orders the vendor suggests back come in to
      * POMAINT.
      * *****
      * INPUT:
      *    VENDOR-MASTER.txt       the vendor master; active
      *                            vendors with the VMI flag 'Y'
      *                            get a feed.
      *    INVENTORY-MASTER.dat    the indexed inventory master,
      *                            read only; IM-VENDOR-ID names
      *                            the vendor of each record.
      *    INSPECTION-HOLD.txt     optional: cases still on
      *                            receiving-inspection hold come
      *                            out of available to promise.
      *    IN-TRANSIT.txt          optional: transfers shipped and
      *                            not yet received, counted at the
      *                            receiving warehouse.
      *    SHIPMENT-HISTORY.txt    optional: cases shipped, counted
      *                            for the run date.
      *    PO-MASTER.dat           optional: open PO lines; ordered
      *                            less received is on order.
      *    INTERFACE-CONTROL-LEDGER.txt  the highest 'VM' sequence
      *                            already sent.
      * *****
      * OUTPUT:
      *    VMI-FEED-v.txt          one per VMI vendor v: a header
      *                            ('H' vendor, name, run date,
      *                            sequence), one detail ('D') per
      *                            warehouse/Candy ID -- on hand,
      *                            available, in transit, shipped,
      *                            on order -- and a trailer ('T')
      *                            with the detail count and the
      *                            total of each quantity.
      *    INTERFACE-CONTROL-LEDGER.txt  extended with a 'VM' row
      *                            per file sent.
      *    VMI-Feed-Register.txt   one line per vendor file, plus
      *                            run totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE
               ASSIGN TO 'VENDOR-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VNM-FILE-STATUS.
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
           SELECT IN-TRANSIT-FILE
               ASSIGN TO 'IN-TRANSIT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITF-FILE-STATUS.
           SELECT SHIP-HISTORY-FILE
               ASSIGN TO 'SHIPMENT-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHH-FILE-STATUS.
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
           SELECT VMI-FEED-FILE
               ASSIGN TO DYNAMIC FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VMF-FILE-STATUS.
           SELECT FEED-REGISTER
               ASSIGN TO PRINTER 'VMI-Feed-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY VNDMREC.

       FD INV-MASTER-FILE
           RECORD CONTAINS 705 CHARACTERS.

       COPY INVMREC.

       FD INSPECTION-HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.

       COPY QCHREC.

       FD IN-TRANSIT-FILE
           RECORD CONTAINS 32 CHARACTERS.

       01  IN-TRANSIT-RECORD.
           05  ITF-DOC-NUMBER          PIC X(8).
           05  ITF-FROM-WAREHOUSE      PIC X(4).
           05  ITF-TO-WAREHOUSE        PIC X(4).
           05  ITF-CANDY-ID            PIC XXX.
           05  ITF-CASES               PIC 9(5).
           05  ITF-SHIP-DATE           PIC 9(8).

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

       FD VMI-FEED-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  VMI-FEED-RECORD.
           05  VMF-RECORD-TYPE         PIC X.
           05  VMF-WAREHOUSE-ID        PIC X(4).
           05  VMF-CANDY-ID            PIC XXX.
           05  VMF-CANDY-NAME          PIC X(15).
           05  VMF-ON-HAND             PIC 9(6).
           05  VMF-AVAILABLE           PIC 9(6).
           05  VMF-IN-TRANSIT          PIC 9(6).
           05  VMF-SHIPPED             PIC 9(6).
           05  VMF-ON-ORDER            PIC 9(6).

       01  VMI-FEED-HEADER REDEFINES VMI-FEED-RECORD.
           05  FILLER                  PIC X.
           05  VMH-VENDOR-ID           PIC A.
           05  VMH-VENDOR-NAME         PIC X(20).
           05  VMH-RUN-DATE            PIC 9(8).
           05  VMH-SEQUENCE            PIC 9(5).
           05  FILLER                  PIC X(18).

       01  VMI-FEED-TRAILER REDEFINES VMI-FEED-RECORD.
           05  FILLER                  PIC X.
           05  VMT-RECORD-COUNT        PIC 9(7).
           05  VMT-TOTAL-ON-HAND       PIC 9(9).
           05  VMT-TOTAL-AVAILABLE     PIC 9(9).
           05  VMT-TOTAL-IN-TRANSIT    PIC 9(9).
           05  VMT-TOTAL-SHIPPED       PIC 9(9).
           05  VMT-TOTAL-ON-ORDER      PIC 9(9).

       FD FEED-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  VNM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-VNM-DATA                     VALUE 'N'.
           05  MASTER-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-MASTER-DATA                  VALUE 'N'.
           05  QCH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-QCH-DATA                     VALUE 'N'.
           05  ITF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-ITF-DATA                     VALUE 'N'.
           05  SHH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SHH-DATA                     VALUE 'N'.
           05  POM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-POM-DATA                     VALUE 'N'.
           05  IFL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-IFL-DATA                     VALUE 'N'.

       01  TEMP-FIELDS.
           05  VNM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  IMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  QCH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ITF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SHH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  POM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  IFL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  VMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  FEED-FILE-NAME          PIC X(40)       VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  VMV-SUB                 PIC 999         VALUE 0.
           05  VMV-HOLD-SUB            PIC 999         VALUE 0.
           05  QTY-SUB                 PIC 9(4)        VALUE 0.
           05  FED-SUB                 PIC 9(4)        VALUE 0.
           05  ITEM-KEY-WORK.
               10  KEY-WAREHOUSE-ID    PIC X(4).
               10  KEY-CANDY-ID        PIC XXX.
           05  ON-HAND-CASES           PIC S9(6)       VALUE 0.
           05  ALLOC-CASES             PIC 9(5)        VALUE 0.
           05  ATP-CASES               PIC S9(6)       VALUE 0.
           05  OPEN-PO-CASES           PIC S9(6)       VALUE 0.
           05  INTERFACE-SEQUENCE      PIC 9(5)        VALUE 1.
           05  LEDGER-RECORD-COUNT     PIC 9(7)        VALUE 0.

       01  FILE-TOTALS.
           05  FILE-RECORD-COUNT       PIC 9(7)        VALUE 0.
           05  FILE-ON-HAND            PIC 9(9)        VALUE 0.
           05  FILE-AVAILABLE          PIC 9(9)        VALUE 0.
           05  FILE-IN-TRANSIT         PIC 9(9)        VALUE 0.
           05  FILE-SHIPPED            PIC 9(9)        VALUE 0.
           05  FILE-ON-ORDER           PIC 9(9)        VALUE 0.

       01  RUN-TOTALS.
           05  VMI-VENDOR-TOTAL        PIC 9(5)        VALUE 0.
           05  FILES-SENT-COUNT        PIC 9(5)        VALUE 0.
           05  DETAIL-TOTAL-COUNT      PIC 9(7)        VALUE 0.

      *****************************************************************
      * VMI-VENDOR-TABLE is the active vendors flagged for vendor-
      * managed inventory, in vendor master order.
      *****************************************************************
       01  VMI-VENDOR-COUNT            PIC 999         VALUE 0.

       01  VMI-VENDOR-TABLE.
           05  VMI-VENDOR-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON VMI-VENDOR-COUNT.
               10  VMV-VENDOR-ID       PIC A.
               10  VMV-VENDOR-NAME     PIC X(20).

      *****************************************************************
      * QUANTITY-TABLE gathers, per warehouse/Candy ID, the figures
      * that come from outside the inventory master -- cases on
      * inspection hold, in transit to the warehouse, shipped on
      * the run date, and still on order.
      *****************************************************************
       01  QUANTITY-COUNT              PIC 9(4)        VALUE 0.

       01  QUANTITY-TABLE.
           05  QUANTITY-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON QUANTITY-COUNT.
               10  QTY-WAREHOUSE-ID    PIC X(4).
               10  QTY-CANDY-ID        PIC XXX.
               10  QTY-HELD            PIC 9(6).
               10  QTY-IN-TRANSIT      PIC 9(6).
               10  QTY-SHIPPED         PIC 9(6).
               10  QTY-ON-ORDER        PIC 9(6).

      *****************************************************************
      * FEED-TABLE is one line per inventory master record that
      * belongs to a VMI vendor, already worked out, in master key
      * order -- each vendor's file is written from it in turn.
      *****************************************************************
       01  FEED-COUNT                  PIC 9(4)        VALUE 0.

       01  FEED-TABLE.
           05  FEED-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON FEED-COUNT.
               10  FED-VENDOR-ID       PIC A.
               10  FED-WAREHOUSE-ID    PIC X(4).
               10  FED-CANDY-ID        PIC XXX.
               10  FED-CANDY-NAME      PIC X(15).
               10  FED-ON-HAND         PIC 9(6).
               10  FED-AVAILABLE       PIC 9(6).
               10  FED-IN-TRANSIT      PIC 9(6).
               10  FED-SHIPPED         PIC 9(6).
               10  FED-ON-ORDER        PIC 9(6).

       01  HEADING-LINE.
           05  FILLER                  PIC X(30)       VALUE
               'V  VENDOR NAME           SEQNO'.
           05  FILLER                  PIC X(30)       VALUE
               '  ITEMS    ON HAND  AVAILABLE '.
           05  FILLER                  PIC X(20)       VALUE
               '  ON ORDER'.

       01  REGISTER-LINE.
           05  REG-VENDOR-ID           PIC A.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-VENDOR-NAME         PIC X(20).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-SEQUENCE            PIC 9(5).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-ITEMS               PIC ZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-ON-HAND             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-AVAILABLE           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-ON-ORDER            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(6)        VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(46)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 11-LOAD-VMI-VENDORS
           PERFORM 12-LOAD-INSPECTION-HOLDS
           PERFORM 13-LOAD-IN-TRANSIT
           PERFORM 14-LOAD-SHIPMENTS
           PERFORM 16-LOAD-OPEN-PO-LINES
           PERFORM 50-TAKE-NEXT-SEQUENCE THRU 50-TAKE-EXIT
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-READ-THE-MASTER
           PERFORM VARYING VMV-SUB FROM 1 BY 1
               UNTIL VMV-SUB > VMI-VENDOR-COUNT
               PERFORM 30-SEND-ONE-VENDOR-FILE
           END-PERFORM
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 11-LOAD-VMI-VENDORS keeps the active vendors flagged 'Y'
      * for vendor-managed inventory.
      *****************************************************************
       11-LOAD-VMI-VENDORS.

           OPEN INPUT VENDOR-MASTER-FILE
           IF VNM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'VMIFEED: UNABLE TO OPEN VENDOR MASTER, '
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
                       IF VNM-VMI-VENDOR
                          AND VNM-VENDOR-ACTIVE
                           IF VMI-VENDOR-COUNT IS EQUAL TO 100
                               DISPLAY 'VMIFEED: MORE THAN 100 VMI '
                                       'VENDORS, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO VMI-VENDOR-COUNT
                           MOVE VNM-VENDOR-ID TO
                                   VMV-VENDOR-ID (VMI-VENDOR-COUNT)
                           MOVE VNM-VENDOR-NAME TO
                                   VMV-VENDOR-NAME (VMI-VENDOR-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE VENDOR-MASTER-FILE
           MOVE VMI-VENDOR-COUNT TO VMI-VENDOR-TOTAL
           .

      *****************************************************************
      * 12-LOAD-INSPECTION-HOLDS totals the cases still on
      * inspection hold.  No hold file means nothing is held.
      *****************************************************************
       12-LOAD-INSPECTION-HOLDS.

           OPEN INPUT INSPECTION-HOLD-FILE
           IF QCH-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF QCH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'VMIFEED: UNABLE TO OPEN INSPECTION HOLD '
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
                               PERFORM 35-FIND-OR-ADD-QUANTITY
                                   THRU 35-FIND-EXIT
                               ADD QCH-CASES-RECEIVED TO
                                       QTY-HELD (QTY-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSPECTION-HOLD-FILE
           END-IF
           .

      *****************************************************************
      * 13-LOAD-IN-TRANSIT counts each open transfer at the
      * warehouse it is going to.
      *****************************************************************
       13-LOAD-IN-TRANSIT.

           OPEN INPUT IN-TRANSIT-FILE
           IF ITF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF ITF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'VMIFEED: UNABLE TO OPEN IN-TRANSIT '
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
                           IF ITF-CASES IS NUMERIC
                               MOVE ITF-TO-WAREHOUSE TO
                                       KEY-WAREHOUSE-ID
                               MOVE ITF-CANDY-ID TO KEY-CANDY-ID
                               PERFORM 35-FIND-OR-ADD-QUANTITY
                                   THRU 35-FIND-EXIT
                               ADD ITF-CASES TO
                                       QTY-IN-TRANSIT (QTY-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IN-TRANSIT-FILE
           END-IF
           .

      *****************************************************************
      * 14-LOAD-SHIPMENTS totals the cases shipped on the run date.
      *****************************************************************
       14-LOAD-SHIPMENTS.

           OPEN INPUT SHIP-HISTORY-FILE
           IF SHH-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF SHH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'VMIFEED: UNABLE TO OPEN SHIPMENT HISTORY '
                           'FILE, FILE STATUS = ' SHH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO SHH-EOF-FLAG
               PERFORM UNTIL NO-MORE-SHH-DATA
                   READ SHIP-HISTORY-FILE
                       AT END
                           MOVE 'N' TO SHH-EOF-FLAG
                       NOT AT END
                           IF SHH-SHIP-DATE IS EQUAL TO
                                   RUN-DATE-YYYYMMDD
                              AND SHH-CASES IS NUMERIC
                               MOVE SHH-WAREHOUSE-ID TO
                                       KEY-WAREHOUSE-ID
                               MOVE SHH-CANDY-ID TO KEY-CANDY-ID
                               PERFORM 35-FIND-OR-ADD-QUANTITY
                                   THRU 35-FIND-EXIT
                               ADD SHH-CASES TO QTY-SHIPPED (QTY-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIP-HISTORY-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN OUTPUT FEED-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           STRING 'VMI PRODUCT ACTIVITY FEED - RUN DATE '
                   DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE HEADING-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 16-LOAD-OPEN-PO-LINES puts what is still to come on each
      * open PO line on order at the line's warehouse.
      *****************************************************************
       16-LOAD-OPEN-PO-LINES.

           OPEN INPUT PO-MASTER-FILE
           IF POM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF POM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'VMIFEED: UNABLE TO OPEN PO MASTER '
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
                               COMPUTE OPEN-PO-CASES =
                                       POM-CASES-ORDERED
                                       - POM-CASES-RECEIVED
                               IF OPEN-PO-CASES IS GREATER THAN ZERO
                                   MOVE POM-WAREHOUSE-ID TO
                                           KEY-WAREHOUSE-ID
                                   MOVE POM-CANDY-ID TO KEY-CANDY-ID
                                   PERFORM 35-FIND-OR-ADD-QUANTITY
                                       THRU 35-FIND-EXIT
                                   ADD OPEN-PO-CASES TO
                                           QTY-ON-ORDER (QTY-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PO-MASTER-FILE
           END-IF
           .

      *****************************************************************
      * 20-READ-THE-MASTER passes the inventory master once and
      * works out a feed line for every record of a VMI vendor.
      *****************************************************************
       20-READ-THE-MASTER.

           OPEN INPUT INV-MASTER-FILE
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'VMIFEED: UNABLE TO OPEN INVENTORY MASTER, '
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
                       PERFORM 25-BUILD-FEED-LINE
                           THRU 25-BUILD-EXIT
               END-READ
           END-PERFORM

           CLOSE INV-MASTER-FILE
           .

      *****************************************************************
      * 25-BUILD-FEED-LINE skips a record whose vendor is not on
      * VMI.  Available to promise is on hand less what is
      * allocated and what is on inspection hold, never below
      * zero, and nothing at all while the record is quarantined.
      *****************************************************************
       25-BUILD-FEED-LINE.

           MOVE 0 TO VMV-HOLD-SUB
           PERFORM VARYING VMV-SUB FROM 1 BY 1
               UNTIL VMV-SUB > VMI-VENDOR-COUNT
               IF VMV-VENDOR-ID (VMV-SUB) IS EQUAL TO IM-VENDOR-ID
                   MOVE VMV-SUB TO VMV-HOLD-SUB
                   MOVE VMI-VENDOR-COUNT TO VMV-SUB
               END-IF
           END-PERFORM
           IF VMV-HOLD-SUB IS EQUAL TO ZERO
               GO TO 25-BUILD-EXIT
           END-IF

           IF FEED-COUNT IS EQUAL TO 3000
               DISPLAY 'VMIFEED: MORE THAN 3000 VMI WAREHOUSE/'
                       'CANDY PAIRS, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE IM-WAREHOUSE-ID TO KEY-WAREHOUSE-ID
           MOVE IM-CANDY-ID TO KEY-CANDY-ID
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
               MOVE 0 TO ATP-CASES
           ELSE
               COMPUTE ATP-CASES = ON-HAND-CASES - ALLOC-CASES
                       - QTY-HELD (QTY-SUB)
               IF ATP-CASES IS LESS THAN ZERO
                   MOVE 0 TO ATP-CASES
               END-IF
           END-IF

           ADD 1 TO FEED-COUNT
           MOVE IM-VENDOR-ID TO FED-VENDOR-ID (FEED-COUNT)
           MOVE IM-WAREHOUSE-ID TO FED-WAREHOUSE-ID (FEED-COUNT)
           MOVE IM-CANDY-ID TO FED-CANDY-ID (FEED-COUNT)
           MOVE IM-CANDY-NAME (1) TO FED-CANDY-NAME (FEED-COUNT)
           MOVE ON-HAND-CASES TO FED-ON-HAND (FEED-COUNT)
           MOVE ATP-CASES TO FED-AVAILABLE (FEED-COUNT)
           MOVE QTY-IN-TRANSIT (QTY-SUB) TO
                   FED-IN-TRANSIT (FEED-COUNT)
           MOVE QTY-SHIPPED (QTY-SUB) TO FED-SHIPPED (FEED-COUNT)
           MOVE QTY-ON-ORDER (QTY-SUB) TO FED-ON-ORDER (FEED-COUNT)
           .

       25-BUILD-EXIT.
           EXIT.

      *****************************************************************
      * 30-SEND-ONE-VENDOR-FILE writes one vendor's feed -- header,
      * a detail per feed line of theirs, and the control trailer
      * -- and registers it on the interface control ledger.  A
      * vendor with nothing on the master still gets a header and
      * a zero trailer, so a missing file is never mistaken for a
      * quiet day.
      *****************************************************************
       30-SEND-ONE-VENDOR-FILE.

           MOVE SPACES TO FEED-FILE-NAME
           STRING 'VMI-FEED-' DELIMITED BY SIZE
                  VMV-VENDOR-ID (VMV-SUB) DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO FEED-FILE-NAME
           OPEN OUTPUT VMI-FEED-FILE
           IF VMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'VMIFEED: UNABLE TO OPEN ' FEED-FILE-NAME
                       ', FILE STATUS = ' VMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO FILE-RECORD-COUNT
           MOVE 0 TO FILE-ON-HAND
           MOVE 0 TO FILE-AVAILABLE
           MOVE 0 TO FILE-IN-TRANSIT
           MOVE 0 TO FILE-SHIPPED
           MOVE 0 TO FILE-ON-ORDER

           MOVE SPACES TO VMI-FEED-RECORD
           MOVE 'H' TO VMF-RECORD-TYPE
           MOVE VMV-VENDOR-ID (VMV-SUB) TO VMH-VENDOR-ID
           MOVE VMV-VENDOR-NAME (VMV-SUB) TO VMH-VENDOR-NAME
           MOVE RUN-DATE-YYYYMMDD TO VMH-RUN-DATE
           MOVE INTERFACE-SEQUENCE TO VMH-SEQUENCE
           WRITE VMI-FEED-RECORD

           PERFORM VARYING FED-SUB FROM 1 BY 1
               UNTIL FED-SUB > FEED-COUNT
               IF FED-VENDOR-ID (FED-SUB) IS EQUAL TO
                       VMV-VENDOR-ID (VMV-SUB)
                   PERFORM 32-WRITE-FEED-DETAIL
               END-IF
           END-PERFORM

           MOVE SPACES TO VMI-FEED-RECORD
           MOVE 'T' TO VMF-RECORD-TYPE
           MOVE FILE-RECORD-COUNT TO VMT-RECORD-COUNT
           MOVE FILE-ON-HAND TO VMT-TOTAL-ON-HAND
           MOVE FILE-AVAILABLE TO VMT-TOTAL-AVAILABLE
           MOVE FILE-IN-TRANSIT TO VMT-TOTAL-IN-TRANSIT
           MOVE FILE-SHIPPED TO VMT-TOTAL-SHIPPED
           MOVE FILE-ON-ORDER TO VMT-TOTAL-ON-ORDER
           WRITE VMI-FEED-RECORD
           CLOSE VMI-FEED-FILE

           MOVE FILE-RECORD-COUNT TO LEDGER-RECORD-COUNT
           PERFORM 55-POST-LEDGER-ROW

           MOVE VMV-VENDOR-ID (VMV-SUB) TO REG-VENDOR-ID
           MOVE VMV-VENDOR-NAME (VMV-SUB) TO REG-VENDOR-NAME
           MOVE INTERFACE-SEQUENCE TO REG-SEQUENCE
           MOVE FILE-RECORD-COUNT TO REG-ITEMS
           MOVE FILE-ON-HAND TO REG-ON-HAND
           MOVE FILE-AVAILABLE TO REG-AVAILABLE
           MOVE FILE-ON-ORDER TO REG-ON-ORDER
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           ADD 1 TO FILES-SENT-COUNT
           ADD FILE-RECORD-COUNT TO DETAIL-TOTAL-COUNT
           ADD 1 TO INTERFACE-SEQUENCE
           .

       32-WRITE-FEED-DETAIL.

           MOVE SPACES TO VMI-FEED-RECORD
           MOVE 'D' TO VMF-RECORD-TYPE
           MOVE FED-WAREHOUSE-ID (FED-SUB) TO VMF-WAREHOUSE-ID
           MOVE FED-CANDY-ID (FED-SUB) TO VMF-CANDY-ID
           MOVE FED-CANDY-NAME (FED-SUB) TO VMF-CANDY-NAME
           MOVE FED-ON-HAND (FED-SUB) TO VMF-ON-HAND
           MOVE FED-AVAILABLE (FED-SUB) TO VMF-AVAILABLE
           MOVE FED-IN-TRANSIT (FED-SUB) TO VMF-IN-TRANSIT
           MOVE FED-SHIPPED (FED-SUB) TO VMF-SHIPPED
           MOVE FED-ON-ORDER (FED-SUB) TO VMF-ON-ORDER
           WRITE VMI-FEED-RECORD

           ADD 1 TO FILE-RECORD-COUNT
           ADD FED-ON-HAND (FED-SUB) TO FILE-ON-HAND
           ADD FED-AVAILABLE (FED-SUB) TO FILE-AVAILABLE
           ADD FED-IN-TRANSIT (FED-SUB) TO FILE-IN-TRANSIT
           ADD FED-SHIPPED (FED-SUB) TO FILE-SHIPPED
           ADD FED-ON-ORDER (FED-SUB) TO FILE-ON-ORDER
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
               DISPLAY 'VMIFEED: MORE THAN 3000 WAREHOUSE/CANDY '
                       'PAIRS, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QUANTITY-COUNT
           MOVE QUANTITY-COUNT TO QTY-SUB
           MOVE KEY-WAREHOUSE-ID TO QTY-WAREHOUSE-ID (QTY-SUB)
           MOVE KEY-CANDY-ID TO QTY-CANDY-ID (QTY-SUB)
           MOVE 0 TO QTY-HELD (QTY-SUB)
           MOVE 0 TO QTY-IN-TRANSIT (QTY-SUB)
           MOVE 0 TO QTY-SHIPPED (QTY-SUB)
           MOVE 0 TO QTY-ON-ORDER (QTY-SUB)
           .

       35-FIND-EXIT.
           EXIT.

      *****************************************************************
      * 40-EOF-ROUTINE finishes the register with the run totals.
      *****************************************************************
       40-EOF-ROUTINE.

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'VMI VENDORS' TO RTL-LABEL
           MOVE VMI-VENDOR-TOTAL TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'FEED FILES SENT' TO RTL-LABEL
           MOVE FILES-SENT-COUNT TO RTL-COUNT
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
      * for the highest sequence a VMI feed has gone out under and
      * takes the next one; each vendor's file takes its own.
      *****************************************************************
       50-TAKE-NEXT-SEQUENCE.

           OPEN INPUT INTERFACE-LEDGER-FILE
           IF IFL-FILE-STATUS IS EQUAL TO '35'
               GO TO 50-TAKE-EXIT
           END-IF
           IF IFL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'VMIFEED: UNABLE TO OPEN INTERFACE LEDGER, '
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
                       IF IFL-INTERFACE-CODE IS EQUAL TO 'VM'
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

       55-POST-LEDGER-ROW.

           OPEN EXTEND INTERFACE-LEDGER-FILE
           IF IFL-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT INTERFACE-LEDGER-FILE
               IF IFL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'VMIFEED: UNABLE TO EXTEND INTERFACE '
                           'LEDGER, FILE STATUS = ' IFL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE 'VM' TO IFL-INTERFACE-CODE
           MOVE RUN-DATE-YYYYMMDD TO IFL-RUN-DATE
           MOVE INTERFACE-SEQUENCE TO IFL-SEQUENCE
           MOVE LEDGER-RECORD-COUNT TO IFL-RECORD-COUNT
           MOVE SPACE TO IFL-ACK-FLAG
           MOVE 0 TO IFL-ACK-DATE
           WRITE INTERFACE-LEDGER-RECORD
           CLOSE INTERFACE-LEDGER-FILE
           .
