      * per carrier per warehouse with the total weight, cube, and
      * carton count the freight bill can finally be checked
      * against.  Customers with no routing go on the UNROUTED
      * manifest so the dock still sees them.  A line shipped to
      * one of a customer's ship-to locations routes by that
      * location's carrier when it has one, and prints with the
      * location and the days it takes deliveries.
      * *****
      * INPUT:
      *    SHIPMENT-HISTORY.txt    the shipment trail; only lines
      *                            shipped on the run date manifest.
      *    CARRIER-ROUTING.txt     customer to carrier.
      *    SHIP-TO-MASTER.txt      optional: the customers' ship-to
      *                            locations, with each location's
      *                            own carrier and delivery days.
      *    CARRIER-MASTER.txt      one record per carrier and
      *                            warehouse: name, route code,
      *                            pickup days (MTWTFSS flags),
      *                            and transit days to deliver.
      *    PACK-SIZE.txt           weight and cube per case by box
      *                            size code.
      *    INVENTORY-MASTER.dat    the box size shipped, per
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
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-REC-KEY
               ALTERNATE RECORD KEY IS IM-CANDY-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IM-VENDOR-ID
                   WITH DUPLICATES
               FILE STATUS IS IMF-FILE-STATUS.
           SELECT MANIFEST-REPORT
               ASSIGN TO PRINTER 'Shipping-Manifest.txt'
       FILE SECTION.

       FD SHIP-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS.

       01  SHIP-HISTORY-RECORD.
           05  SHH-SHIP-DATE           PIC 9(8).
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
           05  CRG-CUSTOMER            PIC X(10).
           05  CRG-CARRIER-ID          PIC X(4).

       FD SHIP-TO-MASTER-FILE
           RECORD CONTAINS 92 CHARACTERS.

       COPY SHIPTREC.

       FD CARRIER-MASTER-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  CARRIER-MASTER-RECORD.
           05  CAM-CARRIER-ID          PIC X(4).
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
           05  SRT-CASES               PIC 9(5).
           05  SRT-LINE-WEIGHT         PIC 9(7)V99.
           05  SRT-LINE-CUBE           PIC 9(6)V99.
           05  SRT-SHIP-TO-CODE        PIC X(4).
           05  SRT-DELIVERY-DAYS       PIC X(7).

       WORKING-STORAGE SECTION.

               88 NO-MORE-SHH-DATA                     VALUE 'N'.
           05  CRG-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CRG-DATA                     VALUE 'N'.
           05  SHT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SHT-DATA                     VALUE 'N'.
           05  CAM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CAM-DATA                     VALUE 'N'.
           05  PSF-EOF-FLAG            PIC X           VALUE ' '.
       01  TEMP-FIELDS.
           05  SHH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CRG-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SHT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SHIP-SUB                PIC 9(4)        VALUE 0.
           05  CAM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PSF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  IMF-FILE-STATUS         PIC XX          VALUE SPACES.
               10  RTG-CUSTOMER        PIC X(10).
               10  RTG-CARRIER-ID      PIC X(4).

       01  SHIP-TO-COUNT               PIC 9(4)        VALUE 0.

       01  SHIP-TO-TABLE.
           05  SHIP-TO-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON SHIP-TO-COUNT.
               10  STT-CUSTOMER-ID     PIC X(10).
               10  STT-SHIP-TO-CODE    PIC X(4).
               10  STT-CARRIER-ID      PIC X(4).
               10  STT-DELIVERY-DAYS   PIC X(7).

       01  CARRIER-COUNT               PIC 999         VALUE 0.

       01  CARRIER-TABLE.
           05  MDL-WEIGHT              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  MDL-CUBE                PIC ZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  MDL-SHIP-TO-CODE        PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  MDL-DELIVERY-DAYS       PIC X(7).
           05  FILLER                  PIC X(6)        VALUE SPACES.

       01  MANIFEST-TOTAL-LINE.
           05  MTL-LABEL               PIC X(16).
           PERFORM 12-LOAD-CARRIER-ROUTING
           PERFORM 13-LOAD-CARRIER-MASTER
           PERFORM 14-LOAD-PACK-SIZES
           PERFORM 15-LOAD-SHIP-TO-MASTER

           OPEN INPUT INV-MASTER-FILE
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
           CLOSE PACK-SIZE-FILE
           .

      *****************************************************************
      * 15-LOAD-SHIP-TO-MASTER keeps each ship-to location's carrier
      * and delivery days.  No file means every line routes by its
      * customer, as before.
      *****************************************************************
       15-LOAD-SHIP-TO-MASTER.

           OPEN INPUT SHIP-TO-MASTER-FILE
           IF SHT-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF SHT-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPMANIF: UNABLE TO OPEN SHIP-TO '
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
                               DISPLAY 'SHIPMANIF: MORE THAN 5000 '
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
                           MOVE SHT-CARRIER-ID TO
                                   STT-CARRIER-ID (SHIP-TO-COUNT)
                           MOVE SHT-DELIVERY-DAYS TO
                                   STT-DELIVERY-DAYS (SHIP-TO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SHIP-TO-MASTER-FILE
           END-IF
           .

      *****************************************************************
      * 20-SELECT-TODAYS-SHIPMENTS releases every history line
      * shipped on the run date, routed to its carrier and weighed
      * through the pack-size master.  A ship-to location's own
      * carrier outranks its customer's routing.  A line with no
      * routing either way releases under the UNRT carrier so the
      * shipment still appears somewhere.
      *****************************************************************
       20-SELECT-TODAYS-SHIPMENTS.

               END-IF
           END-PERFORM

           MOVE SHH-SHIP-TO-CODE TO SRT-SHIP-TO-CODE
           MOVE SPACES TO SRT-DELIVERY-DAYS
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
                       MOVE STT-DELIVERY-DAYS (SHIP-SUB) TO
                               SRT-DELIVERY-DAYS
                       MOVE SHIP-TO-COUNT TO SHIP-SUB
                   END-IF
               END-PERFORM
           END-IF

           IF SRT-CARRIER-ID IS EQUAL TO 'UNRT'
               ADD 1 TO LINES-UNROUTED-COUNT
           END-IF
                       MOVE SRT-CASES TO MDL-CASES
                       MOVE SRT-LINE-WEIGHT TO MDL-WEIGHT
                       MOVE SRT-LINE-CUBE TO MDL-CUBE
                       MOVE SRT-SHIP-TO-CODE TO MDL-SHIP-TO-CODE
                       MOVE SRT-DELIVERY-DAYS TO MDL-DELIVERY-DAYS
                       MOVE MANIFEST-DETAIL-LINE TO MANIFEST-RECORD
                       WRITE MANIFEST-RECORD
                       ADD SRT-CASES TO BLOCK-CARTONS
               END-IF
           END-PERFORM

           MOVE 'ORDER     CUSTOMER    CDY   CASES     WEIGHT       CUBE
      -         '   SHIP  DELIV' TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           .

