       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPDOCS.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * SHIPDOCS is the shipping documents run, executed after
      * SHIPCONF alongside SHIPMANIF.  Shipments used to leave the
      * dock with a handwritten packing slip and bill of lading;
      * this run prints both from the day's lines on the shipment
      * history.  Each carrier pickup -- one carrier at one
      * warehouse on the ship date -- gets a straight bill of
      * lading with its own BOL number, the shipper and every
      * consignee on the pickup, and per consignee the cartons,
      * weight, and cube by freight class off the pack-size
      * master.  Each order shipped from a warehouse gets a packing
      * slip the customer checks the delivery against: candy, lot
      * numbers, cases, and units, with the BOL it travelled on.
      * Every shipment line is recorded against its BOL on the BOL
      * line file, so freight claims and proofs of delivery trace
      * back to the shipment.  Lines are routed to carriers exactly
      * as SHIPMANIF routes them, so the manifest and the bills
      * agree.  A second run on the same ship date prints the same
      * BOL numbers and records only lines not yet recorded.
      * *****
      * INPUT:
      *    SHIPMENT-HISTORY.txt    the shipment trail; only lines
      *                            shipped on the run date print.
      *    CARRIER-ROUTING.txt     optional: customer to carrier.
      *    SHIP-TO-MASTER.txt      optional: the customers' ship-to
      *                            locations, with each location's
      *                            own carrier.
      *    CARRIER-MASTER.txt      optional: carrier name and route
      *                            per carrier and warehouse.
      *    PACK-SIZE.txt           units, weight, cube, and freight
      *                            class per case by box size code.
      *    INVENTORY-MASTER.dat    the box size shipped, per
      *                            warehouse and candy.
      *    CUSTOMER-MASTER.dat     the consignee's name and address.
      *    CANDY-MASTER.txt        the candy descriptions.
      *    WAREHOUSE-ADDRESS.txt   optional: each warehouse's name
      *                            and address, printed as shipper.
      *    BOL-CONTROL.txt         optional: the next BOL number.
      *    BOL-LINE.txt            optional: the lines already
      *                            recorded against a BOL.
      * *****
      * OUTPUT:
      *    Bills-Of-Lading.txt     one straight bill of lading per
      *                            carrier pickup.
      *    Packing-Slips.txt       one packing slip per order and
      *                            warehouse (and ship-to location
      *                            when an order ships to several).
      *    BOL-LINE.txt            extended with the day's lines.
      *    BOL-CONTROL.txt         rewritten with the next BOL
      *                            number.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIP-HISTORY-FILE
               ASSIGN TO 'SHIPMENT-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHH-FILE-STATUS.
           SELECT CARRIER-ROUTING-FILE
               ASSIGN TO 'CARRIER-ROUTING.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRG-FILE-STATUS.
           SELECT SHIP-TO-MASTER-FILE
               ASSIGN TO 'SHIP-TO-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHT-FILE-STATUS.
           SELECT CARRIER-MASTER-FILE
               ASSIGN TO 'CARRIER-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAM-FILE-STATUS.
           SELECT PACK-SIZE-FILE
               ASSIGN TO 'PACK-SIZE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSF-FILE-STATUS.
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
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS CUM-FILE-STATUS.
           SELECT CANDY-MASTER-FILE
               ASSIGN TO 'CANDY-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMF-FILE-STATUS.
           SELECT WAREHOUSE-ADDRESS-FILE
               ASSIGN TO 'WAREHOUSE-ADDRESS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WHA-FILE-STATUS.
           SELECT BOL-CONTROL-FILE
               ASSIGN TO 'BOL-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BLC-FILE-STATUS.
           SELECT BOL-LINE-FILE
               ASSIGN TO 'BOL-LINE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BLL-FILE-STATUS.
           SELECT BOL-REPORT
               ASSIGN TO PRINTER 'Bills-Of-Lading.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PACKING-SLIP-REPORT
               ASSIGN TO PRINTER 'Packing-Slips.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DOCUMENT-SORT-FILE
               ASSIGN TO 'SHIPDOCS-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.

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

       FD CARRIER-ROUTING-FILE
           RECORD CONTAINS 14 CHARACTERS.

       01  CARRIER-ROUTING-RECORD.
           05  CRG-CUSTOMER            PIC X(10).
           05  CRG-CARRIER-ID          PIC X(4).

       FD SHIP-TO-MASTER-FILE
           RECORD CONTAINS 92 CHARACTERS.

       COPY SHIPTREC.

       FD CARRIER-MASTER-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  CARRIER-MASTER-RECORD.
           05  CAM-CARRIER-ID          PIC X(4).
           05  CAM-CARRIER-NAME        PIC X(20).
           05  CAM-WAREHOUSE-ID        PIC X(4).
           05  CAM-ROUTE-CODE          PIC X(6).
           05  CAM-PICKUP-DAYS         PIC X(7).
           05  CAM-TRANSIT-DAYS        PIC 99.

       FD PACK-SIZE-FILE
           RECORD CONTAINS 19 CHARACTERS.

       01  PACK-SIZE-RECORD.
           05  PSF-BOX-SIZE            PIC A.
           05  PSF-UNITS-PER-CASE      PIC 9(5).
           05  PSF-CASE-WEIGHT         PIC 999V99.
           05  PSF-CASE-CUBE           PIC 99V99.
           05  PSF-FREIGHT-CLASS       PIC X(4).

       FD INV-MASTER-FILE
           RECORD CONTAINS 705 CHARACTERS.

       COPY INVMREC.

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

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

       FD WAREHOUSE-ADDRESS-FILE
           RECORD CONTAINS 63 CHARACTERS.

       01  WAREHOUSE-ADDRESS-RECORD.
           05  WHA-WAREHOUSE-ID        PIC X(4).
           05  WHA-NAME                PIC X(20).
           05  WHA-ADDRESS             PIC X(20).
           05  WHA-CITY                PIC X(12).
           05  WHA-STATE               PIC XX.
           05  WHA-ZIP-CODE            PIC X(5).

       FD BOL-CONTROL-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  BOL-CONTROL-RECORD.
           05  BLC-NEXT-BOL-NUMBER     PIC 9(8).

       FD BOL-LINE-FILE
           RECORD CONTAINS 81 CHARACTERS.

       COPY BOLLREC.

       FD BOL-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  BOL-RECORD                  PIC X(80).

       FD PACKING-SLIP-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  PACKING-SLIP-RECORD         PIC X(80).

      *****************************************************************
      * One sort record per shipment line, grouped by pickup, then
      * by consignee, then by order -- the bill of lading lists its
      * consignees in turn, and each order's lines stay together
      * for the packing slip.
      *****************************************************************
       SD DOCUMENT-SORT-FILE.

       01  SORT-DOCUMENT-RECORD.
           05  SRT-CARRIER-ID          PIC X(4).
           05  SRT-WAREHOUSE-ID        PIC X(4).
           05  SRT-CUSTOMER            PIC X(10).
           05  SRT-SHIP-TO-CODE        PIC X(4).
           05  SRT-ORDER-NUMBER        PIC X(8).
           05  SRT-CANDY-ID            PIC XXX.
           05  SRT-LOT-NUMBER          PIC X(10).
           05  SRT-CASES               PIC 9(5).
           05  SRT-UNITS               PIC 9(9).
           05  SRT-LINE-WEIGHT         PIC 9(7)V99.
           05  SRT-LINE-CUBE           PIC 9(6)V99.
           05  SRT-FREIGHT-CLASS       PIC X(4).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  SHH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SHH-DATA                     VALUE 'N'.
           05  CRG-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CRG-DATA                     VALUE 'N'.
           05  SHT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SHT-DATA                     VALUE 'N'.
           05  CAM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CAM-DATA                     VALUE 'N'.
           05  PSF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PSF-DATA                     VALUE 'N'.
           05  CMF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CMF-DATA                     VALUE 'N'.
           05  WHA-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-WHA-DATA                     VALUE 'N'.
           05  BLL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-BLL-DATA                     VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.
           05  BOL-OPEN-SWITCH         PIC X           VALUE 'N'.
               88 BOL-OPEN                             VALUE 'Y'.
           05  CONSIGNEE-OPEN-SWITCH   PIC X           VALUE 'N'.
               88 CONSIGNEE-OPEN                       VALUE 'Y'.
           05  SLIP-OPEN-SWITCH        PIC X           VALUE 'N'.
               88 SLIP-OPEN                            VALUE 'Y'.
           05  LINE-RECORDED-SWITCH    PIC X           VALUE 'N'.
               88 LINE-ALREADY-RECORDED                VALUE 'Y'.

       01  TEMP-FIELDS.
           05  SHH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CRG-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SHT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CAM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PSF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  IMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  WHA-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BLC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BLL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  NEXT-BOL-NUMBER         PIC 9(8)        VALUE 1.
           05  CURRENT-BOL-NUMBER      PIC 9(8)        VALUE 0.
           05  ROUTE-SUB               PIC 9(4)        VALUE 0.
           05  SHIP-SUB                PIC 9(4)        VALUE 0.
           05  CARRIER-SUB             PIC 999         VALUE 0.
           05  PACK-SUB                PIC 99          VALUE 0.
           05  CANDY-SUB               PIC 999         VALUE 0.
           05  WHSE-SUB                PIC 999         VALUE 0.
           05  DAY-BOL-SUB             PIC 999         VALUE 0.
           05  DAY-LINE-SUB            PIC 9(4)        VALUE 0.
           05  CLASS-SUB               PIC 99          VALUE 0.
           05  HOLD-SUB                PIC 9(4)        VALUE 0.
           05  SHIP-BOX-SIZE           PIC X           VALUE SPACE.
           05  CASE-WEIGHT             PIC 999V99      VALUE 0.
           05  CASE-CUBE               PIC 99V99       VALUE 0.
           05  CASE-UNITS              PIC 9(5)        VALUE 0.
           05  CASE-FREIGHT-CLASS      PIC X(4)        VALUE SPACES.
           05  PRIOR-CARRIER-ID        PIC X(4)        VALUE SPACES.
           05  PRIOR-WAREHOUSE-ID      PIC X(4)        VALUE SPACES.
           05  PRIOR-CUSTOMER          PIC X(10)       VALUE SPACES.
           05  PRIOR-SHIP-TO-CODE      PIC X(4)        VALUE SPACES.
           05  PRIOR-ORDER-NUMBER      PIC X(8)        VALUE SPACES.
           05  CANDY-NAME-HELD         PIC X(15)       VALUE SPACES.
           05  CARRIER-NAME-HELD       PIC X(20)       VALUE SPACES.
           05  ROUTE-CODE-HELD         PIC X(6)        VALUE SPACES.
           05  CONSIGNEE-NAME          PIC X(20)       VALUE SPACES.
           05  CONSIGNEE-ADDRESS       PIC X(20)       VALUE SPACES.
           05  CONSIGNEE-CITY-LINE     PIC X(22)       VALUE SPACES.
           05  BOL-CARTONS             PIC 9(7)        VALUE 0.
           05  BOL-WEIGHT              PIC 9(9)V99     VALUE 0.
           05  BOL-CUBE                PIC 9(8)V99     VALUE 0.
           05  SLIP-CASES              PIC 9(7)        VALUE 0.
           05  SLIP-UNITS              PIC 9(9)        VALUE 0.

       01  RUN-TOTALS.
           05  LINES-SHIPPED-COUNT     PIC 9(7)        VALUE 0.
           05  LINES-RECORDED-COUNT    PIC 9(7)        VALUE 0.
           05  LINES-UNROUTED-COUNT    PIC 9(7)        VALUE 0.
           05  BILLS-PRINTED-COUNT     PIC 9(5)        VALUE 0.
           05  SLIPS-PRINTED-COUNT     PIC 9(5)        VALUE 0.

       01  ROUTING-COUNT               PIC 9(4)        VALUE 0.

       01  ROUTING-TABLE.
           05  ROUTING-ENTRY OCCURS 1 TO 1000 TIMES
               DEPENDING ON ROUTING-COUNT.
               10  RTG-CUSTOMER        PIC X(10).
               10  RTG-CARRIER-ID      PIC X(4).

       01  SHIP-TO-COUNT               PIC 9(4)        VALUE 0.

       01  SHIP-TO-TABLE.
           05  SHIP-TO-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON SHIP-TO-COUNT.
               10  STT-CUSTOMER-ID     PIC X(10).
               10  STT-SHIP-TO-CODE    PIC X(4).
               10  STT-SHIP-TO-NAME    PIC X(20).
               10  STT-ADDRESS         PIC X(20).
               10  STT-CITY            PIC X(12).
               10  STT-STATE           PIC XX.
               10  STT-ZIP-CODE        PIC X(5).
               10  STT-CARRIER-ID      PIC X(4).

       01  CARRIER-COUNT               PIC 999         VALUE 0.

       01  CARRIER-TABLE.
           05  CARRIER-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON CARRIER-COUNT.
               10  CAR-CARRIER-ID      PIC X(4).
               10  CAR-CARRIER-NAME    PIC X(20).
               10  CAR-WAREHOUSE-ID    PIC X(4).
               10  CAR-ROUTE-CODE      PIC X(6).
               10  CAR-PICKUP-DAYS     PIC X(7).

       01  PACK-SIZE-COUNT             PIC 99          VALUE 0.

       01  PACK-SIZE-TABLE.
           05  PACK-SIZE OCCURS 1 TO 26 TIMES
               DEPENDING ON PACK-SIZE-COUNT.
               10  PACK-BOX-SIZE       PIC A.
               10  PACK-UNITS-PER-CASE PIC 9(5).
               10  PACK-CASE-WEIGHT    PIC 999V99.
               10  PACK-CASE-CUBE      PIC 99V99.
               10  PACK-FREIGHT-CLASS  PIC X(4).

       01  CANDY-CATALOG-COUNT         PIC 999         VALUE 0.

       01  CANDY-CATALOG.
           05  CATALOG-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON CANDY-CATALOG-COUNT.
               10  CAT-CANDY-ID        PIC XXX.
               10  CAT-OFFICIAL-NAME   PIC X(15).

       01  WAREHOUSE-COUNT             PIC 999         VALUE 0.

       01  WAREHOUSE-TABLE.
           05  WAREHOUSE-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WAREHOUSE-COUNT.
               10  WHT-WAREHOUSE-ID    PIC X(4).
               10  WHT-NAME            PIC X(20).
               10  WHT-ADDRESS         PIC X(20).
               10  WHT-CITY            PIC X(12).
               10  WHT-STATE           PIC XX.
               10  WHT-ZIP-CODE        PIC X(5).

      *****************************************************************
      * DAY-BOL-TABLE holds the BOL numbers already given out for
      * the run date, by carrier and warehouse, and DAY-LINE-TABLE
      * the shipment lines already recorded against them, so a
      * second run on the same date reprints the same bills and
      * records nothing twice.
      *****************************************************************
       01  DAY-BOL-COUNT               PIC 999         VALUE 0.

       01  DAY-BOL-TABLE.
           05  DAY-BOL-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON DAY-BOL-COUNT.
               10  DBT-CARRIER-ID      PIC X(4).
               10  DBT-WAREHOUSE-ID    PIC X(4).
               10  DBT-BOL-NUMBER      PIC 9(8).

       01  DAY-LINE-COUNT              PIC 9(4)        VALUE 0.

       01  DAY-LINE-TABLE.
           05  DAY-LINE-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON DAY-LINE-COUNT.
               10  DLT-WAREHOUSE-ID    PIC X(4).
               10  DLT-ORDER-NUMBER    PIC X(8).
               10  DLT-CANDY-ID        PIC XXX.
               10  DLT-LOT-NUMBER      PIC X(10).

      *****************************************************************
      * CLASS-TABLE totals the consignee's cartons, weight, and cube
      * by freight class for the bill of lading.
      *****************************************************************
       01  CLASS-COUNT                 PIC 99          VALUE 0.

       01  CLASS-TABLE.
           05  CLASS-ENTRY OCCURS 1 TO 20 TIMES
               DEPENDING ON CLASS-COUNT.
               10  CLT-FREIGHT-CLASS   PIC X(4).
               10  CLT-CARTONS         PIC 9(7).
               10  CLT-WEIGHT          PIC 9(9)V99.
               10  CLT-CUBE            PIC 9(8)V99.

       01  BOL-COLUMN-HEADING.
           05  FILLER                  PIC X(20)   VALUE
                                       '  CARTONS  DESCRIPTI'.
           05  FILLER                  PIC X(20)   VALUE
                                       'ON           CLASS  '.
           05  FILLER                  PIC X(20)   VALUE
                                       '   WEIGHT       CUBE'.
           05  FILLER                  PIC X(20)   VALUE SPACES.

       01  BOL-CLASS-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  BCL-CARTONS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  BCL-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  BCL-FREIGHT-CLASS       PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  BCL-WEIGHT              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  BCL-CUBE                PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(20)       VALUE SPACES.

       01  SLIP-COLUMN-HEADING.
           05  FILLER                  PIC X(20)   VALUE
                                       'CDY  DESCRIPTION    '.
           05  FILLER                  PIC X(20)   VALUE
                                       '  LOT NUMBER   CASES'.
           05  FILLER                  PIC X(20)   VALUE
                                       '      UNITS  CHECKED'.
           05  FILLER                  PIC X(20)   VALUE SPACES.

       01  SLIP-DETAIL-LINE.
           05  PSL-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  PSL-DESCRIPTION         PIC X(15).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  PSL-LOT-NUMBER          PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  PSL-CASES               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  PSL-UNITS               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  PSL-CHECK               PIC X(10)       VALUE
                                       '__________'.
           05  FILLER                  PIC X(17)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 11-TAKE-NEXT-BOL-NUMBER
           PERFORM 12-LOAD-CARRIER-ROUTING
           PERFORM 13-LOAD-CARRIER-MASTER
           PERFORM 14-LOAD-PACK-SIZES
           PERFORM 15-LOAD-SHIP-TO-MASTER
           PERFORM 16-OPEN-CUSTOMER-MASTER
           PERFORM 17-LOAD-CANDY-MASTER
           PERFORM 18-LOAD-WAREHOUSE-ADDRESSES
           PERFORM 19-LOAD-TODAYS-BOL-LINES

           OPEN INPUT INV-MASTER-FILE
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SHIPDOCS: UNABLE TO OPEN INVENTORY '
                       'MASTER, FILE STATUS = ' IMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT DOCUMENT-SORT-FILE
               ON ASCENDING KEY SRT-CARRIER-ID SRT-WAREHOUSE-ID
                                SRT-CUSTOMER SRT-SHIP-TO-CODE
                                SRT-ORDER-NUMBER SRT-CANDY-ID
                                SRT-LOT-NUMBER
               INPUT PROCEDURE IS 20-SELECT-TODAYS-SHIPMENTS
               OUTPUT PROCEDURE IS 30-WRITE-DOCUMENTS

           CLOSE INV-MASTER-FILE
                 CUSTOMER-MASTER-FILE

           PERFORM 40-EOF-ROUTINE

           STOP RUN
           .

       11-TAKE-NEXT-BOL-NUMBER.

           OPEN INPUT BOL-CONTROL-FILE
           IF BLC-FILE-STATUS IS EQUAL TO '00'
               READ BOL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BLC-NEXT-BOL-NUMBER IS NUMERIC
                          AND BLC-NEXT-BOL-NUMBER IS GREATER THAN
                               ZERO
                           MOVE BLC-NEXT-BOL-NUMBER TO
                                   NEXT-BOL-NUMBER
                       END-IF
               END-READ
               CLOSE BOL-CONTROL-FILE
           END-IF
           .

       12-LOAD-CARRIER-ROUTING.

           OPEN INPUT CARRIER-ROUTING-FILE
           IF CRG-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'SHIPDOCS: NO CARRIER ROUTING ON FILE, '
                       'EVERYTHING WILL SHIP UNROUTED'
           ELSE
               IF CRG-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPDOCS: UNABLE TO OPEN CARRIER '
                           'ROUTING FILE, FILE STATUS = '
                           CRG-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CRG-EOF-FLAG
               PERFORM UNTIL NO-MORE-CRG-DATA
                   READ CARRIER-ROUTING-FILE
                       AT END
                           MOVE 'N' TO CRG-EOF-FLAG
                       NOT AT END
                           IF ROUTING-COUNT IS EQUAL TO 1000
                               DISPLAY 'SHIPDOCS: MORE THAN 1000 '
                                       'ROUTING ENTRIES, TABLE IS '
                                       'FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO ROUTING-COUNT
                           MOVE CARRIER-ROUTING-RECORD TO
                                   ROUTING-ENTRY (ROUTING-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CARRIER-ROUTING-FILE
           END-IF
           .

       13-LOAD-CARRIER-MASTER.

           OPEN INPUT CARRIER-MASTER-FILE
           IF CAM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CAM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPDOCS: UNABLE TO OPEN CARRIER '
                           'MASTER FILE, FILE STATUS = '
                           CAM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CAM-EOF-FLAG
               PERFORM UNTIL NO-MORE-CAM-DATA
                   READ CARRIER-MASTER-FILE
                       AT END
                           MOVE 'N' TO CAM-EOF-FLAG
                       NOT AT END
                           IF CARRIER-COUNT IS EQUAL TO 200
                               DISPLAY 'SHIPDOCS: MORE THAN 200 '
                                       'CARRIER ENTRIES, TABLE IS '
                                       'FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO CARRIER-COUNT
                           MOVE CARRIER-MASTER-RECORD TO
                                   CARRIER-ENTRY (CARRIER-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CARRIER-MASTER-FILE
           END-IF
           .

       14-LOAD-PACK-SIZES.

           OPEN INPUT PACK-SIZE-FILE
           IF PSF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SHIPDOCS: UNABLE TO OPEN PACK SIZE '
                       'FILE, FILE STATUS = ' PSF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO PSF-EOF-FLAG
           PERFORM UNTIL NO-MORE-PSF-DATA
               READ PACK-SIZE-FILE
                   AT END
                       MOVE 'N' TO PSF-EOF-FLAG
                   NOT AT END
                       IF PACK-SIZE-COUNT IS EQUAL TO 26
                           DISPLAY 'SHIPDOCS: PACK SIZE FILE HAS '
                                   'MORE THAN 26 ENTRIES, TABLE IS '
                                   'FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO PACK-SIZE-COUNT
                       MOVE PSF-BOX-SIZE TO
                               PACK-BOX-SIZE (PACK-SIZE-COUNT)
                       IF PSF-UNITS-PER-CASE IS NUMERIC
                           MOVE PSF-UNITS-PER-CASE TO
                                   PACK-UNITS-PER-CASE (PACK-SIZE-COUNT)
                       ELSE
                           MOVE 0 TO
                                   PACK-UNITS-PER-CASE (PACK-SIZE-COUNT)
                       END-IF
                       IF PSF-CASE-WEIGHT IS NUMERIC
                           MOVE PSF-CASE-WEIGHT TO
                                   PACK-CASE-WEIGHT (PACK-SIZE-COUNT)
                       ELSE
                           MOVE 0 TO
                                   PACK-CASE-WEIGHT (PACK-SIZE-COUNT)
                       END-IF
                       IF PSF-CASE-CUBE IS NUMERIC
                           MOVE PSF-CASE-CUBE TO
                                   PACK-CASE-CUBE (PACK-SIZE-COUNT)
                       ELSE
                           MOVE 0 TO
                                   PACK-CASE-CUBE (PACK-SIZE-COUNT)
                       END-IF
                       MOVE PSF-FREIGHT-CLASS TO
                               PACK-FREIGHT-CLASS (PACK-SIZE-COUNT)
               END-READ
           END-PERFORM

           CLOSE PACK-SIZE-FILE
           .

      *****************************************************************
      * 15-LOAD-SHIP-TO-MASTER keeps each ship-to location's address
      * and carrier.  No file means every line ships to, and routes
      * by, its customer.
      *****************************************************************
       15-LOAD-SHIP-TO-MASTER.

           OPEN INPUT SHIP-TO-MASTER-FILE
           IF SHT-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF SHT-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPDOCS: UNABLE TO OPEN SHIP-TO '
                           'MASTER, FILE STATUS = ' SHT-FILE-STATUS
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
                               DISPLAY 'SHIPDOCS: MORE THAN 5000 '
                                       'SHIP-TO ENTRIES, TABLE IS '
                                       'FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO SHIP-TO-COUNT
                           MOVE SHT-CUSTOMER-ID TO
                                   STT-CUSTOMER-ID (SHIP-TO-COUNT)
                           MOVE SHT-SHIP-TO-CODE TO
                                   STT-SHIP-TO-CODE (SHIP-TO-COUNT)
                           MOVE SHT-SHIP-TO-NAME TO
                                   STT-SHIP-TO-NAME (SHIP-TO-COUNT)
                           MOVE SHT-ADDRESS TO
                                   STT-ADDRESS (SHIP-TO-COUNT)
                           MOVE SHT-CITY TO STT-CITY (SHIP-TO-COUNT)
                           MOVE SHT-STATE TO STT-STATE (SHIP-TO-COUNT)
                           MOVE SHT-ZIP-CODE TO
                                   STT-ZIP-CODE (SHIP-TO-COUNT)
                           MOVE SHT-CARRIER-ID TO
                                   STT-CARRIER-ID (SHIP-TO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SHIP-TO-MASTER-FILE
           END-IF
           .

       16-OPEN-CUSTOMER-MASTER.

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SHIPDOCS: UNABLE TO OPEN CUSTOMER MASTER, '
                       'FILE STATUS = ' CUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       17-LOAD-CANDY-MASTER.

           OPEN INPUT CANDY-MASTER-FILE
           IF CMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SHIPDOCS: UNABLE TO OPEN CANDY MASTER, '
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
                       IF CANDY-CATALOG-COUNT IS EQUAL TO 500
                           DISPLAY 'SHIPDOCS: CANDY MASTER HAS MORE '
                                   'THAN 500 ENTRIES, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO CANDY-CATALOG-COUNT
                       MOVE CMF-CANDY-ID TO
                               CAT-CANDY-ID (CANDY-CATALOG-COUNT)
                       MOVE CMF-OFFICIAL-NAME TO
                               CAT-OFFICIAL-NAME (CANDY-CATALOG-COUNT)
               END-READ
           END-PERFORM

           CLOSE CANDY-MASTER-FILE
           .

      *****************************************************************
      * 18-LOAD-WAREHOUSE-ADDRESSES keeps the shipper block for each
      * warehouse.  A warehouse not on file ships as its ID alone.
      *****************************************************************
       18-LOAD-WAREHOUSE-ADDRESSES.

           OPEN INPUT WAREHOUSE-ADDRESS-FILE
           IF WHA-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO WHA-EOF-FLAG
               PERFORM UNTIL NO-MORE-WHA-DATA
                   READ WAREHOUSE-ADDRESS-FILE
                       AT END
                           MOVE 'N' TO WHA-EOF-FLAG
                       NOT AT END
                           IF WAREHOUSE-COUNT IS EQUAL TO 100
                               DISPLAY 'SHIPDOCS: MORE THAN 100 '
                                       'WAREHOUSE ADDRESSES, TABLE '
                                       'IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WAREHOUSE-COUNT
                           MOVE WAREHOUSE-ADDRESS-RECORD TO
                                   WAREHOUSE-ENTRY (WAREHOUSE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE WAREHOUSE-ADDRESS-FILE
           END-IF
           .

      *****************************************************************
      * 19-LOAD-TODAYS-BOL-LINES picks up what an earlier run on the
      * same ship date already recorded: its BOL numbers by carrier
      * and warehouse, and the lines recorded against them.
      *****************************************************************
       19-LOAD-TODAYS-BOL-LINES.

           OPEN INPUT BOL-LINE-FILE
           IF BLL-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO BLL-EOF-FLAG
               PERFORM UNTIL NO-MORE-BLL-DATA
                   READ BOL-LINE-FILE
                       AT END
                           MOVE 'N' TO BLL-EOF-FLAG
                       NOT AT END
                           IF BLL-SHIP-DATE IS EQUAL TO
                                   RUN-DATE-YYYYMMDD
                               PERFORM 19A-KEEP-TODAYS-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOL-LINE-FILE
           END-IF
           .

       19A-KEEP-TODAYS-LINE.

           MOVE 0 TO HOLD-SUB
           PERFORM VARYING DAY-BOL-SUB FROM 1 BY 1
               UNTIL DAY-BOL-SUB > DAY-BOL-COUNT
               IF DBT-CARRIER-ID (DAY-BOL-SUB) IS EQUAL TO
                       BLL-CARRIER-ID
                  AND DBT-WAREHOUSE-ID (DAY-BOL-SUB) IS EQUAL TO
                       BLL-WAREHOUSE-ID
                   MOVE DAY-BOL-SUB TO HOLD-SUB
                   MOVE DAY-BOL-COUNT TO DAY-BOL-SUB
               END-IF
           END-PERFORM
           IF HOLD-SUB IS EQUAL TO ZERO
               IF DAY-BOL-COUNT IS EQUAL TO 500
                   DISPLAY 'SHIPDOCS: MORE THAN 500 BILLS OF LADING '
                           'ON ONE DATE, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO DAY-BOL-COUNT
               MOVE BLL-CARRIER-ID TO DBT-CARRIER-ID (DAY-BOL-COUNT)
               MOVE BLL-WAREHOUSE-ID TO
                       DBT-WAREHOUSE-ID (DAY-BOL-COUNT)
               MOVE BLL-BOL-NUMBER TO DBT-BOL-NUMBER (DAY-BOL-COUNT)
           END-IF

           IF DAY-LINE-COUNT IS EQUAL TO 5000
               DISPLAY 'SHIPDOCS: MORE THAN 5000 BOL LINES ON ONE '
                       'DATE, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO DAY-LINE-COUNT
           MOVE BLL-WAREHOUSE-ID TO DLT-WAREHOUSE-ID (DAY-LINE-COUNT)
           MOVE BLL-ORDER-NUMBER TO DLT-ORDER-NUMBER (DAY-LINE-COUNT)
           MOVE BLL-CANDY-ID TO DLT-CANDY-ID (DAY-LINE-COUNT)
           MOVE BLL-LOT-NUMBER TO DLT-LOT-NUMBER (DAY-LINE-COUNT)
           .

      *****************************************************************
      * 20-SELECT-TODAYS-SHIPMENTS releases every history line
      * shipped on the run date, routed the way SHIPMANIF routes it
      * and weighed, cubed, and classed through the pack-size
      * master.
      *****************************************************************
       20-SELECT-TODAYS-SHIPMENTS.

           OPEN INPUT SHIP-HISTORY-FILE
           IF SHH-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SHIPDOCS: UNABLE TO OPEN SHIPMENT '
                       'HISTORY, FILE STATUS = ' SHH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO SHH-EOF-FLAG
           PERFORM UNTIL NO-MORE-SHH-DATA
               READ SHIP-HISTORY-FILE
                   AT END
                       MOVE 'N' TO SHH-EOF-FLAG
                   NOT AT END
                       IF SHH-SHIP-DATE IS NUMERIC
                          AND SHH-SHIP-DATE IS EQUAL TO
                               RUN-DATE-YYYYMMDD
                           PERFORM 25-RELEASE-ONE-SHIPMENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SHIP-HISTORY-FILE
           .

       25-RELEASE-ONE-SHIPMENT.

           MOVE 'UNRT' TO SRT-CARRIER-ID
           PERFORM VARYING ROUTE-SUB FROM 1 BY 1
               UNTIL ROUTE-SUB > ROUTING-COUNT
               IF RTG-CUSTOMER (ROUTE-SUB) IS EQUAL TO SHH-CUSTOMER
                   MOVE RTG-CARRIER-ID (ROUTE-SUB) TO SRT-CARRIER-ID
                   MOVE ROUTING-COUNT TO ROUTE-SUB
               END-IF
           END-PERFORM

           IF SHH-SHIP-TO-CODE IS NOT EQUAL TO SPACES
               PERFORM VARYING SHIP-SUB FROM 1 BY 1
                   UNTIL SHIP-SUB > SHIP-TO-COUNT
                   IF STT-CUSTOMER-ID (SHIP-SUB) IS EQUAL TO
                           SHH-CUSTOMER
                      AND STT-SHIP-TO-CODE (SHIP-SUB) IS EQUAL TO
                           SHH-SHIP-TO-CODE
                       IF STT-CARRIER-ID (SHIP-SUB) IS NOT EQUAL TO
                               SPACES
                           MOVE STT-CARRIER-ID (SHIP-SUB) TO
                                   SRT-CARRIER-ID
                       END-IF
                       MOVE SHIP-TO-COUNT TO SHIP-SUB
                   END-IF
               END-PERFORM
           END-IF

           IF SRT-CARRIER-ID IS EQUAL TO 'UNRT'
               ADD 1 TO LINES-UNROUTED-COUNT
           END-IF

           MOVE SPACE TO SHIP-BOX-SIZE
           MOVE SHH-WAREHOUSE-ID TO IM-WAREHOUSE-ID
           MOVE SHH-CANDY-ID TO IM-CANDY-ID
           READ INV-MASTER-FILE
           IF IMF-FILE-STATUS IS EQUAL TO '00'
               MOVE IM-CANDY-BOX-SIZE (1) TO SHIP-BOX-SIZE
           END-IF

           MOVE 0 TO CASE-WEIGHT
           MOVE 0 TO CASE-CUBE
           MOVE 0 TO CASE-UNITS
           MOVE SPACES TO CASE-FREIGHT-CLASS
           PERFORM VARYING PACK-SUB FROM 1 BY 1
               UNTIL PACK-SUB > PACK-SIZE-COUNT
               IF PACK-BOX-SIZE (PACK-SUB) IS EQUAL TO SHIP-BOX-SIZE
                   MOVE PACK-CASE-WEIGHT (PACK-SUB) TO CASE-WEIGHT
                   MOVE PACK-CASE-CUBE (PACK-SUB) TO CASE-CUBE
                   MOVE PACK-UNITS-PER-CASE (PACK-SUB) TO CASE-UNITS
                   MOVE PACK-FREIGHT-CLASS (PACK-SUB) TO
                           CASE-FREIGHT-CLASS
                   MOVE PACK-SIZE-COUNT TO PACK-SUB
               END-IF
           END-PERFORM

           MOVE SHH-WAREHOUSE-ID TO SRT-WAREHOUSE-ID
           MOVE SHH-CUSTOMER TO SRT-CUSTOMER
           MOVE SHH-SHIP-TO-CODE TO SRT-SHIP-TO-CODE
           MOVE SHH-ORDER-NUMBER TO SRT-ORDER-NUMBER
           MOVE SHH-CANDY-ID TO SRT-CANDY-ID
           MOVE SHH-LOT-NUMBER TO SRT-LOT-NUMBER
           MOVE SHH-CASES TO SRT-CASES
           COMPUTE SRT-UNITS = SHH-CASES * CASE-UNITS
           COMPUTE SRT-LINE-WEIGHT = SHH-CASES * CASE-WEIGHT
           COMPUTE SRT-LINE-CUBE = SHH-CASES * CASE-CUBE
           MOVE CASE-FREIGHT-CLASS TO SRT-FREIGHT-CLASS
           RELEASE SORT-DOCUMENT-RECORD
           ADD 1 TO LINES-SHIPPED-COUNT
           .

      *****************************************************************
      * 30-WRITE-DOCUMENTS returns the lines a pickup at a time.
      * A carrier or warehouse change closes the bill of lading; a
      * customer or ship-to change closes the consignee; an order
      * change closes the packing slip.
      *****************************************************************
       30-WRITE-DOCUMENTS.

           OPEN OUTPUT BOL-REPORT
           OPEN OUTPUT PACKING-SLIP-REPORT
           OPEN EXTEND BOL-LINE-FILE
           IF BLL-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT BOL-LINE-FILE
               IF BLL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPDOCS: UNABLE TO OPEN BOL LINE FILE, '
                           'FILE STATUS = ' BLL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE 'N' TO BOL-OPEN-SWITCH
           MOVE 'N' TO CONSIGNEE-OPEN-SWITCH
           MOVE 'N' TO SLIP-OPEN-SWITCH
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN DOCUMENT-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       IF NOT BOL-OPEN
                          OR SRT-CARRIER-ID IS NOT EQUAL TO
                               PRIOR-CARRIER-ID
                          OR SRT-WAREHOUSE-ID IS NOT EQUAL TO
                               PRIOR-WAREHOUSE-ID
                           IF BOL-OPEN
                               PERFORM 35-FINISH-PACKING-SLIP
                               PERFORM 36-FINISH-CONSIGNEE
                               PERFORM 37-FINISH-BILL-OF-LADING
                           END-IF
                           PERFORM 31-START-BILL-OF-LADING
                       END-IF
                       IF NOT CONSIGNEE-OPEN
                          OR SRT-CUSTOMER IS NOT EQUAL TO
                               PRIOR-CUSTOMER
                          OR SRT-SHIP-TO-CODE IS NOT EQUAL TO
                               PRIOR-SHIP-TO-CODE
                           IF CONSIGNEE-OPEN
                               PERFORM 35-FINISH-PACKING-SLIP
                               PERFORM 36-FINISH-CONSIGNEE
                           END-IF
                           PERFORM 32-START-CONSIGNEE
                       END-IF
                       IF NOT SLIP-OPEN
                          OR SRT-ORDER-NUMBER IS NOT EQUAL TO
                               PRIOR-ORDER-NUMBER
                           IF SLIP-OPEN
                               PERFORM 35-FINISH-PACKING-SLIP
                           END-IF
                           PERFORM 33-START-PACKING-SLIP
                       END-IF
                       PERFORM 34-WRITE-SHIPMENT-LINE
               END-RETURN
           END-PERFORM

           IF BOL-OPEN
               PERFORM 35-FINISH-PACKING-SLIP
               PERFORM 36-FINISH-CONSIGNEE
               PERFORM 37-FINISH-BILL-OF-LADING
           END-IF

           CLOSE BOL-REPORT
                 PACKING-SLIP-REPORT
                 BOL-LINE-FILE
           .

      *****************************************************************
      * 31-START-BILL-OF-LADING takes the pickup's BOL number --
      * the one an earlier run today gave it, or the next from the
      * control file -- and prints the carrier and shipper blocks.
      *****************************************************************
       31-START-BILL-OF-LADING.

           MOVE SRT-CARRIER-ID TO PRIOR-CARRIER-ID
           MOVE SRT-WAREHOUSE-ID TO PRIOR-WAREHOUSE-ID
           MOVE 'Y' TO BOL-OPEN-SWITCH
           MOVE 0 TO BOL-CARTONS
           MOVE 0 TO BOL-WEIGHT
           MOVE 0 TO BOL-CUBE

           MOVE NEXT-BOL-NUMBER TO CURRENT-BOL-NUMBER
           MOVE 0 TO HOLD-SUB
           PERFORM VARYING DAY-BOL-SUB FROM 1 BY 1
               UNTIL DAY-BOL-SUB > DAY-BOL-COUNT
               IF DBT-CARRIER-ID (DAY-BOL-SUB) IS EQUAL TO
                       SRT-CARRIER-ID
                  AND DBT-WAREHOUSE-ID (DAY-BOL-SUB) IS EQUAL TO
                       SRT-WAREHOUSE-ID
                   MOVE DBT-BOL-NUMBER (DAY-BOL-SUB) TO
                           CURRENT-BOL-NUMBER
                   MOVE DAY-BOL-SUB TO HOLD-SUB
                   MOVE DAY-BOL-COUNT TO DAY-BOL-SUB
               END-IF
           END-PERFORM
           IF HOLD-SUB IS EQUAL TO ZERO
               ADD 1 TO NEXT-BOL-NUMBER
           END-IF
           ADD 1 TO BILLS-PRINTED-COUNT

           MOVE SPACES TO CARRIER-NAME-HELD
           MOVE SPACES TO ROUTE-CODE-HELD
           PERFORM VARYING CARRIER-SUB FROM 1 BY 1
               UNTIL CARRIER-SUB > CARRIER-COUNT
               IF CAR-CARRIER-ID (CARRIER-SUB) IS EQUAL TO
                       SRT-CARRIER-ID
                  AND CAR-WAREHOUSE-ID (CARRIER-SUB) IS EQUAL TO
                       SRT-WAREHOUSE-ID
                   MOVE CAR-CARRIER-NAME (CARRIER-SUB) TO
                           CARRIER-NAME-HELD
                   MOVE CAR-ROUTE-CODE (CARRIER-SUB) TO
                           ROUTE-CODE-HELD
                   MOVE CARRIER-COUNT TO CARRIER-SUB
               END-IF
           END-PERFORM
           IF CARRIER-NAME-HELD IS EQUAL TO SPACES
               IF SRT-CARRIER-ID IS EQUAL TO 'UNRT'
                   MOVE 'UNROUTED' TO CARRIER-NAME-HELD
               ELSE
                   MOVE 'CARRIER NOT ON FILE' TO CARRIER-NAME-HELD
               END-IF
           END-IF

           MOVE ALL '-' TO BOL-RECORD
           WRITE BOL-RECORD
           MOVE SPACES TO BOL-RECORD
           MOVE 'STRAIGHT BILL OF LADING - NOT NEGOTIABLE' TO
                   BOL-RECORD
           MOVE 'BOL NO' TO BOL-RECORD (49: 12)
           MOVE CURRENT-BOL-NUMBER TO BOL-RECORD (61: 8)
           WRITE BOL-RECORD
           MOVE SPACES TO BOL-RECORD
           MOVE 'SHIP DATE' TO BOL-RECORD (49: 12)
           MOVE RUN-DATE-YYYYMMDD TO BOL-RECORD (61: 8)
           WRITE BOL-RECORD
           MOVE SPACES TO BOL-RECORD
           STRING 'CARRIER ' DELIMITED BY SIZE
                  SRT-CARRIER-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CARRIER-NAME-HELD DELIMITED BY SIZE
               INTO BOL-RECORD
           IF ROUTE-CODE-HELD IS NOT EQUAL TO SPACES
               MOVE 'ROUTE' TO BOL-RECORD (49: 12)
               MOVE ROUTE-CODE-HELD TO BOL-RECORD (61: 6)
           END-IF
           WRITE BOL-RECORD

           MOVE SPACES TO BOL-RECORD
           WRITE BOL-RECORD
           MOVE 'SHIPPER' TO BOL-RECORD
           WRITE BOL-RECORD
           MOVE 0 TO HOLD-SUB
           PERFORM VARYING WHSE-SUB FROM 1 BY 1
               UNTIL WHSE-SUB > WAREHOUSE-COUNT
               IF WHT-WAREHOUSE-ID (WHSE-SUB) IS EQUAL TO
                       SRT-WAREHOUSE-ID
                   MOVE WHSE-SUB TO HOLD-SUB
                   MOVE WAREHOUSE-COUNT TO WHSE-SUB
               END-IF
           END-PERFORM
           MOVE SPACES TO BOL-RECORD
           STRING 'WAREHOUSE ' DELIMITED BY SIZE
                  SRT-WAREHOUSE-ID DELIMITED BY SIZE
               INTO BOL-RECORD (3: 20)
           IF HOLD-SUB IS GREATER THAN ZERO
               MOVE WHT-NAME (HOLD-SUB) TO BOL-RECORD (3: 20)
               WRITE BOL-RECORD
               MOVE SPACES TO BOL-RECORD
               MOVE WHT-ADDRESS (HOLD-SUB) TO BOL-RECORD (3: 20)
               WRITE BOL-RECORD
               MOVE SPACES TO BOL-RECORD
               STRING WHT-CITY (HOLD-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WHT-STATE (HOLD-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WHT-ZIP-CODE (HOLD-SUB) DELIMITED BY SIZE
                   INTO BOL-RECORD (3: 22)
           END-IF
           WRITE BOL-RECORD
           .

      *****************************************************************
      * 32-START-CONSIGNEE prints the consignee block -- the ship-to
      * location when the line has one, else the customer's own
      * address -- and starts its freight-class totals.
      *****************************************************************
       32-START-CONSIGNEE.

           MOVE SRT-CUSTOMER TO PRIOR-CUSTOMER
           MOVE SRT-SHIP-TO-CODE TO PRIOR-SHIP-TO-CODE
           MOVE 'Y' TO CONSIGNEE-OPEN-SWITCH
           MOVE 0 TO CLASS-COUNT

           MOVE 'CUSTOMER NOT ON FILE' TO CONSIGNEE-NAME
           MOVE SPACES TO CONSIGNEE-ADDRESS
           MOVE SPACES TO CONSIGNEE-CITY-LINE
           MOVE SRT-CUSTOMER TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS EQUAL TO '00'
               MOVE CUM-CUSTOMER-NAME TO CONSIGNEE-NAME
               MOVE CUM-SHIP-TO TO CONSIGNEE-ADDRESS
               MOVE CUM-SHIP-STATE TO CONSIGNEE-CITY-LINE
           END-IF

           IF SRT-SHIP-TO-CODE IS NOT EQUAL TO SPACES
               PERFORM VARYING SHIP-SUB FROM 1 BY 1
                   UNTIL SHIP-SUB > SHIP-TO-COUNT
                   IF STT-CUSTOMER-ID (SHIP-SUB) IS EQUAL TO
                           SRT-CUSTOMER
                      AND STT-SHIP-TO-CODE (SHIP-SUB) IS EQUAL TO
                           SRT-SHIP-TO-CODE
                       MOVE STT-SHIP-TO-NAME (SHIP-SUB) TO
                               CONSIGNEE-NAME
                       MOVE STT-ADDRESS (SHIP-SUB) TO
                               CONSIGNEE-ADDRESS
                       MOVE SPACES TO CONSIGNEE-CITY-LINE
                       STRING STT-CITY (SHIP-SUB) DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              STT-STATE (SHIP-SUB) DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              STT-ZIP-CODE (SHIP-SUB)
                                  DELIMITED BY SIZE
                           INTO CONSIGNEE-CITY-LINE
                       MOVE SHIP-TO-COUNT TO SHIP-SUB
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO BOL-RECORD
           WRITE BOL-RECORD
           MOVE SPACES TO BOL-RECORD
           STRING 'CONSIGNEE  ' DELIMITED BY SIZE
                  SRT-CUSTOMER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SRT-SHIP-TO-CODE DELIMITED BY SIZE
               INTO BOL-RECORD
           WRITE BOL-RECORD
           MOVE SPACES TO BOL-RECORD
           MOVE CONSIGNEE-NAME TO BOL-RECORD (3: 20)
           WRITE BOL-RECORD
           MOVE SPACES TO BOL-RECORD
           MOVE CONSIGNEE-ADDRESS TO BOL-RECORD (3: 20)
           WRITE BOL-RECORD
           IF CONSIGNEE-CITY-LINE IS NOT EQUAL TO SPACES
               MOVE SPACES TO BOL-RECORD
               MOVE CONSIGNEE-CITY-LINE TO BOL-RECORD (3: 22)
               WRITE BOL-RECORD
           END-IF
           .

      *****************************************************************
      * 33-START-PACKING-SLIP heads the order's packing slip and
      * lists the order on the bill of lading as the consignee's
      * reference.
      *****************************************************************
       33-START-PACKING-SLIP.

           MOVE SRT-ORDER-NUMBER TO PRIOR-ORDER-NUMBER
           MOVE 'Y' TO SLIP-OPEN-SWITCH
           MOVE 0 TO SLIP-CASES
           MOVE 0 TO SLIP-UNITS
           ADD 1 TO SLIPS-PRINTED-COUNT

           MOVE SPACES TO BOL-RECORD
           STRING '  CUSTOMER ORDER ' DELIMITED BY SIZE
                  SRT-ORDER-NUMBER DELIMITED BY SIZE
               INTO BOL-RECORD
           WRITE BOL-RECORD

           MOVE ALL '-' TO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD
           MOVE SPACES TO PACKING-SLIP-RECORD
           MOVE 'PACKING SLIP' TO PACKING-SLIP-RECORD
           MOVE 'ORDER' TO PACKING-SLIP-RECORD (49: 12)
           MOVE SRT-ORDER-NUMBER TO PACKING-SLIP-RECORD (61: 8)
           WRITE PACKING-SLIP-RECORD
           MOVE SPACES TO PACKING-SLIP-RECORD
           MOVE 'SHIP DATE' TO PACKING-SLIP-RECORD (49: 12)
           MOVE RUN-DATE-YYYYMMDD TO PACKING-SLIP-RECORD (61: 8)
           WRITE PACKING-SLIP-RECORD
           MOVE SPACES TO PACKING-SLIP-RECORD
           MOVE 'WAREHOUSE' TO PACKING-SLIP-RECORD (49: 12)
           MOVE SRT-WAREHOUSE-ID TO PACKING-SLIP-RECORD (61: 4)
           WRITE PACKING-SLIP-RECORD
           MOVE SPACES TO PACKING-SLIP-RECORD
           MOVE 'BOL NO' TO PACKING-SLIP-RECORD (49: 12)
           MOVE CURRENT-BOL-NUMBER TO PACKING-SLIP-RECORD (61: 8)
           WRITE PACKING-SLIP-RECORD
           MOVE SPACES TO PACKING-SLIP-RECORD
           MOVE 'CARRIER' TO PACKING-SLIP-RECORD (49: 12)
           MOVE SRT-CARRIER-ID TO PACKING-SLIP-RECORD (61: 4)
           WRITE PACKING-SLIP-RECORD

           MOVE SPACES TO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD
           MOVE SPACES TO PACKING-SLIP-RECORD
           STRING 'SHIP TO  ' DELIMITED BY SIZE
                  SRT-CUSTOMER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SRT-SHIP-TO-CODE DELIMITED BY SIZE
               INTO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD
           MOVE SPACES TO PACKING-SLIP-RECORD
           MOVE CONSIGNEE-NAME TO PACKING-SLIP-RECORD (3: 20)
           WRITE PACKING-SLIP-RECORD
           MOVE SPACES TO PACKING-SLIP-RECORD
           MOVE CONSIGNEE-ADDRESS TO PACKING-SLIP-RECORD (3: 20)
           WRITE PACKING-SLIP-RECORD
           IF CONSIGNEE-CITY-LINE IS NOT EQUAL TO SPACES
               MOVE SPACES TO PACKING-SLIP-RECORD
               MOVE CONSIGNEE-CITY-LINE TO PACKING-SLIP-RECORD (3: 22)
               WRITE PACKING-SLIP-RECORD
           END-IF

           MOVE SPACES TO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD
           MOVE SLIP-COLUMN-HEADING TO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD
           .

      *****************************************************************
      * 34-WRITE-SHIPMENT-LINE prints the line on the packing slip,
      * adds it to the consignee's freight class, and records it
      * against the BOL unless an earlier run today already did.
      *****************************************************************
       34-WRITE-SHIPMENT-LINE.

           MOVE SPACES TO CANDY-NAME-HELD
           PERFORM VARYING CANDY-SUB FROM 1 BY 1
               UNTIL CANDY-SUB > CANDY-CATALOG-COUNT
               IF CAT-CANDY-ID (CANDY-SUB) IS EQUAL TO SRT-CANDY-ID
                   MOVE CAT-OFFICIAL-NAME (CANDY-SUB) TO
                           CANDY-NAME-HELD
                   MOVE CANDY-CATALOG-COUNT TO CANDY-SUB
               END-IF
           END-PERFORM

           MOVE SRT-CANDY-ID TO PSL-CANDY-ID
           MOVE CANDY-NAME-HELD TO PSL-DESCRIPTION
           MOVE SRT-LOT-NUMBER TO PSL-LOT-NUMBER
           MOVE SRT-CASES TO PSL-CASES
           MOVE SRT-UNITS TO PSL-UNITS
           MOVE SLIP-DETAIL-LINE TO PACKING-SLIP-RECORD
           WRITE PACKING-SLIP-RECORD
           ADD SRT-CASES TO SLIP-CASES
           ADD SRT-UNITS TO SLIP-UNITS

           MOVE 0 TO HOLD-SUB
           PERFORM VARYING CLASS-SUB FROM 1 BY 1
               UNTIL CLASS-SUB > CLASS-COUNT
               IF CLT-FREIGHT-CLASS (CLASS-SUB) IS EQUAL TO
                       SRT-FREIGHT-CLASS
                   MOVE CLASS-SUB TO HOLD-SUB
                   MOVE CLASS-COUNT TO CLASS-SUB
               END-IF
           END-PERFORM
           IF HOLD-SUB IS GREATER THAN ZERO
               MOVE HOLD-SUB TO CLASS-SUB
           ELSE
               IF CLASS-COUNT IS EQUAL TO 20
                   DISPLAY 'SHIPDOCS: MORE THAN 20 FREIGHT CLASSES '
                           'FOR ONE CONSIGNEE, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CLASS-COUNT
               MOVE CLASS-COUNT TO CLASS-SUB
               MOVE SRT-FREIGHT-CLASS TO
                       CLT-FREIGHT-CLASS (CLASS-SUB)
               MOVE 0 TO CLT-CARTONS (CLASS-SUB)
               MOVE 0 TO CLT-WEIGHT (CLASS-SUB)
               MOVE 0 TO CLT-CUBE (CLASS-SUB)
           END-IF
           ADD SRT-CASES TO CLT-CARTONS (CLASS-SUB)
           ADD SRT-LINE-WEIGHT TO CLT-WEIGHT (CLASS-SUB)
           ADD SRT-LINE-CUBE TO CLT-CUBE (CLASS-SUB)

           PERFORM 38-RECORD-BOL-LINE
           .

       35-FINISH-PACKING-SLIP.

           IF SLIP-OPEN
               MOVE SPACES TO PACKING-SLIP-RECORD
               WRITE PACKING-SLIP-RECORD
               MOVE SPACES TO PACKING-SLIP-RECORD
               MOVE 'TOTAL' TO PACKING-SLIP-RECORD
               MOVE SLIP-CASES TO PSL-CASES
               MOVE SLIP-UNITS TO PSL-UNITS
               MOVE PSL-CASES TO PACKING-SLIP-RECORD (35: 6)
               MOVE PSL-UNITS TO PACKING-SLIP-RECORD (43: 9)
               WRITE PACKING-SLIP-RECORD
               MOVE SPACES TO PACKING-SLIP-RECORD
               WRITE PACKING-SLIP-RECORD
               MOVE 'RECEIVED IN GOOD ORDER BY ____________________'
                       TO PACKING-SLIP-RECORD
               MOVE 'DATE ________' TO PACKING-SLIP-RECORD (52: 13)
               WRITE PACKING-SLIP-RECORD
               MOVE 'N' TO SLIP-OPEN-SWITCH
           END-IF
           .

       36-FINISH-CONSIGNEE.

           IF CONSIGNEE-OPEN
               MOVE SPACES TO BOL-RECORD
               WRITE BOL-RECORD
               MOVE BOL-COLUMN-HEADING TO BOL-RECORD
               WRITE BOL-RECORD
               PERFORM VARYING CLASS-SUB FROM 1 BY 1
                   UNTIL CLASS-SUB > CLASS-COUNT
                   MOVE CLT-CARTONS (CLASS-SUB) TO BCL-CARTONS
                   MOVE 'CANDY, CONFECTIONERY' TO BCL-DESCRIPTION
                   MOVE CLT-FREIGHT-CLASS (CLASS-SUB) TO
                           BCL-FREIGHT-CLASS
                   MOVE CLT-WEIGHT (CLASS-SUB) TO BCL-WEIGHT
                   MOVE CLT-CUBE (CLASS-SUB) TO BCL-CUBE
                   MOVE BOL-CLASS-LINE TO BOL-RECORD
                   WRITE BOL-RECORD
                   ADD CLT-CARTONS (CLASS-SUB) TO BOL-CARTONS
                   ADD CLT-WEIGHT (CLASS-SUB) TO BOL-WEIGHT
                   ADD CLT-CUBE (CLASS-SUB) TO BOL-CUBE
               END-PERFORM
               MOVE 'N' TO CONSIGNEE-OPEN-SWITCH
           END-IF
           .

       37-FINISH-BILL-OF-LADING.

           MOVE SPACES TO BOL-RECORD
           WRITE BOL-RECORD
           MOVE BOL-CARTONS TO BCL-CARTONS
           MOVE 'TOTAL THIS PICKUP' TO BCL-DESCRIPTION
           MOVE SPACES TO BCL-FREIGHT-CLASS
           MOVE BOL-WEIGHT TO BCL-WEIGHT
           MOVE BOL-CUBE TO BCL-CUBE
           MOVE BOL-CLASS-LINE TO BOL-RECORD
           WRITE BOL-RECORD

           MOVE SPACES TO BOL-RECORD
           WRITE BOL-RECORD
           MOVE 'SHIPPER ____________________' TO BOL-RECORD
           MOVE 'CARRIER ____________________' TO BOL-RECORD (41: 28)
           WRITE BOL-RECORD
           MOVE SPACES TO BOL-RECORD
           WRITE BOL-RECORD
           MOVE 'PIECES RECEIVED ____________' TO BOL-RECORD
           MOVE 'DATE ____________' TO BOL-RECORD (41: 17)
           WRITE BOL-RECORD
           MOVE 'N' TO BOL-OPEN-SWITCH
           .

       38-RECORD-BOL-LINE.

           MOVE 'N' TO LINE-RECORDED-SWITCH
           PERFORM VARYING DAY-LINE-SUB FROM 1 BY 1
               UNTIL DAY-LINE-SUB > DAY-LINE-COUNT
               IF DLT-WAREHOUSE-ID (DAY-LINE-SUB) IS EQUAL TO
                       SRT-WAREHOUSE-ID
                  AND DLT-ORDER-NUMBER (DAY-LINE-SUB) IS EQUAL TO
                       SRT-ORDER-NUMBER
                  AND DLT-CANDY-ID (DAY-LINE-SUB) IS EQUAL TO
                       SRT-CANDY-ID
                  AND DLT-LOT-NUMBER (DAY-LINE-SUB) IS EQUAL TO
                       SRT-LOT-NUMBER
                   MOVE 'Y' TO LINE-RECORDED-SWITCH
                   MOVE DAY-LINE-COUNT TO DAY-LINE-SUB
               END-IF
           END-PERFORM

           IF NOT LINE-ALREADY-RECORDED
               MOVE CURRENT-BOL-NUMBER TO BLL-BOL-NUMBER
               MOVE RUN-DATE-YYYYMMDD TO BLL-SHIP-DATE
               MOVE SRT-WAREHOUSE-ID TO BLL-WAREHOUSE-ID
               MOVE SRT-CARRIER-ID TO BLL-CARRIER-ID
               MOVE SRT-ORDER-NUMBER TO BLL-ORDER-NUMBER
               MOVE SRT-CUSTOMER TO BLL-CUSTOMER
               MOVE SRT-SHIP-TO-CODE TO BLL-SHIP-TO-CODE
               MOVE SRT-CANDY-ID TO BLL-CANDY-ID
               MOVE SRT-LOT-NUMBER TO BLL-LOT-NUMBER
               MOVE SRT-CASES TO BLL-CASES
               MOVE SRT-LINE-WEIGHT TO BLL-WEIGHT
               MOVE SRT-LINE-CUBE TO BLL-CUBE
               WRITE BOL-LINE-RECORD
               ADD 1 TO LINES-RECORDED-COUNT
           END-IF
           .

       40-EOF-ROUTINE.

           OPEN OUTPUT BOL-CONTROL-FILE
           IF BLC-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SHIPDOCS: UNABLE TO REWRITE BOL CONTROL, '
                       'FILE STATUS = ' BLC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NEXT-BOL-NUMBER TO BLC-NEXT-BOL-NUMBER
           WRITE BOL-CONTROL-RECORD
           CLOSE BOL-CONTROL-FILE

           IF LINES-UNROUTED-COUNT IS GREATER THAN ZERO
               DISPLAY 'SHIPDOCS: ' LINES-UNROUTED-COUNT
                       ' LINES HAVE NO CARRIER ROUTING'
           END-IF

           DISPLAY 'SHIPDOCS: ' BILLS-PRINTED-COUNT ' BILLS OF '
                   'LADING, ' SLIPS-PRINTED-COUNT ' PACKING SLIPS, '
                   LINES-RECORDED-COUNT ' LINES RECORDED'
           .
