       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODRPT.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * PODRPT is the delivery and claims report.  It lists every
      * shipment still without a proof of delivery once the
      * carrier's transit days from the warehouse have run out, so
      * the traffic clerk chases the carrier before the customer
      * calls; ages the carrier claims still open or filed; and
      * shows by carrier what has been claimed, recovered, denied,
      * and is still outstanding.  Days are counted in 30-day
      * months, as the aging reports count them.  Only shipments of
      * the last 90 days are looked at, so the trail from before
      * deliveries were recorded does not list.
      * *****
      * INPUT:
      *    SHIPMENT-HISTORY.txt    the shipment trail.
      *    BOL-LINE.txt            optional: the carrier and BOL
      *                            each shipment travelled on.
      *    CARRIER-MASTER.txt      optional: transit days per
      *                            carrier and warehouse.  A carrier
      *                            not on file, or with no transit
      *                            days, is allowed 5 days.
      *    CARRIER-CLAIM.txt       optional: the carrier claims.
      * *****
      * OUTPUT:
      *    Delivery-Claims-Report.txt  shipments overdue a POD,
      *                            open claims aging, and claims
      *                            and recoveries by carrier.
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
           SELECT BOL-LINE-FILE
               ASSIGN TO 'BOL-LINE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BLL-FILE-STATUS.
           SELECT CARRIER-MASTER-FILE
               ASSIGN TO 'CARRIER-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAM-FILE-STATUS.
           SELECT CARRIER-CLAIM-FILE
               ASSIGN TO 'CARRIER-CLAIM.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLM-FILE-STATUS.
           SELECT CLAIMS-REPORT
               ASSIGN TO PRINTER 'Delivery-Claims-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SHIP-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS.

       01  SHIP-HISTORY-RECORD.
           05  SHH-SHIP-DATE           PIC 9(8).
           05  SHH-SHIP-DATE-X REDEFINES SHH-SHIP-DATE.
               10  SHH-CCYY            PIC 9(4).
               10  SHH-MM              PIC 99.
               10  SHH-DD              PIC 99.
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

       FD BOL-LINE-FILE
           RECORD CONTAINS 81 CHARACTERS.

       COPY BOLLREC.

       FD CARRIER-MASTER-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  CARRIER-MASTER-RECORD.
           05  CAM-CARRIER-ID          PIC X(4).
           05  CAM-CARRIER-NAME        PIC X(20).
           05  CAM-WAREHOUSE-ID        PIC X(4).
           05  CAM-ROUTE-CODE          PIC X(6).
           05  CAM-PICKUP-DAYS         PIC X(7).
           05  CAM-TRANSIT-DAYS        PIC 99.

       FD CARRIER-CLAIM-FILE
           RECORD CONTAINS 149 CHARACTERS.

       COPY CLMREC.

       FD CLAIMS-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  SHH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SHH-DATA                     VALUE 'N'.
           05  BLL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-BLL-DATA                     VALUE 'N'.
           05  CAM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CAM-DATA                     VALUE 'N'.
           05  CLM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CLM-DATA                     VALUE 'N'.

       01  TEMP-FIELDS.
           05  SHH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BLL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CAM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CLM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  AS-OF-DATE              PIC 9(8)        VALUE 0.
           05  AS-OF-DATE-X REDEFINES AS-OF-DATE.
               10  AS-OF-CCYY          PIC 9(4).
               10  AS-OF-MM            PIC 99.
               10  AS-OF-DD            PIC 99.
           05  OPENED-DATE-WORK        PIC 9(8)        VALUE 0.
           05  OPENED-DATE-X REDEFINES OPENED-DATE-WORK.
               10  OPENED-CCYY         PIC 9(4).
               10  OPENED-MM           PIC 99.
               10  OPENED-DD           PIC 99.
           05  POD-LOOKBACK-DAYS       PIC 9(3)        VALUE 90.
           05  DEFAULT-TRANSIT-DAYS    PIC 99          VALUE 5.
           05  TRANSIT-DAYS            PIC 99          VALUE 0.
           05  AGE-DAYS                PIC S9(5)       VALUE 0.
           05  SHIP-SUB                PIC 9(4)        VALUE 0.
           05  SHIP-HOLD-SUB           PIC 9(4)        VALUE 0.
           05  TRANSIT-SUB             PIC 9(4)        VALUE 0.
           05  CARRIER-SUB             PIC 9(3)        VALUE 0.
           05  CARRIER-HOLD-SUB        PIC 9(3)        VALUE 0.
           05  RECOVERY-PCT            PIC 999V9       VALUE 0.

       01  REPORT-TOTALS.
           05  OVERDUE-COUNT           PIC 9(5)        VALUE 0.
           05  OPEN-CLAIM-COUNT        PIC 9(5)        VALUE 0.
           05  OPEN-CLAIM-AMOUNT       PIC 9(11)V99    VALUE 0.
           05  AGE-BUCKET-COUNT        PIC 9(5)        OCCURS 4 TIMES.
           05  AGE-BUCKET-AMOUNT       PIC 9(11)V99    OCCURS 4 TIMES.
           05  BUCKET-SUB              PIC 9           VALUE 0.

      *****************************************************************
      * SHIPMENT-TABLE holds each shipment of the look-back period
      * still without a POD -- an order shipped from a warehouse on
      * a ship date -- with the carrier it went with.
      *****************************************************************
       01  SHIPMENT-COUNT              PIC 9(4)        VALUE 0.

       01  SHIPMENT-TABLE.
           05  SHIPMENT-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON SHIPMENT-COUNT.
               10  SPT-ORDER-NUMBER    PIC X(8).
               10  SPT-WAREHOUSE-ID    PIC X(4).
               10  SPT-SHIP-DATE       PIC 9(8).
               10  SPT-CUSTOMER        PIC X(10).
               10  SPT-CASES           PIC 9(7).
               10  SPT-AGE-DAYS        PIC 9(5).
               10  SPT-CARRIER-ID      PIC X(4).
               10  SPT-BOL-NUMBER      PIC 9(8).

       01  TRANSIT-COUNT               PIC 9(4)        VALUE 0.

       01  TRANSIT-TABLE.
           05  TRANSIT-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON TRANSIT-COUNT.
               10  TRT-CARRIER-ID      PIC X(4).
               10  TRT-WAREHOUSE-ID    PIC X(4).
               10  TRT-TRANSIT-DAYS    PIC 99.

       01  CARRIER-COUNT               PIC 9(3)        VALUE 0.

       01  CARRIER-TABLE.
           05  CARRIER-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON CARRIER-COUNT.
               10  CRT-CARRIER-ID      PIC X(4).
               10  CRT-CLAIMS          PIC 9(5).
               10  CRT-CLAIMED         PIC 9(9)V99.
               10  CRT-CLOSED-CLAIMED  PIC 9(9)V99.
               10  CRT-RECOVERED       PIC 9(9)V99.
               10  CRT-DENIED          PIC 9(9)V99.
               10  CRT-OUTSTANDING     PIC 9(9)V99.

       01  CARRIER-TOTALS.
           05  CTL-CLAIMS              PIC 9(5)        VALUE 0.
           05  CTL-CLAIMED             PIC 9(9)V99     VALUE 0.
           05  CTL-CLOSED-CLAIMED      PIC 9(9)V99     VALUE 0.
           05  CTL-RECOVERED           PIC 9(9)V99     VALUE 0.
           05  CTL-DENIED              PIC 9(9)V99     VALUE 0.
           05  CTL-OUTSTANDING         PIC 9(9)V99     VALUE 0.

       01  OVERDUE-HEADING.
           05  FILLER                  PIC X(28)   VALUE
                                       'ORDER     WHSE  CUSTOMER    '.
           05  FILLER                  PIC X(27)   VALUE
                                       'SHIPPED   CARR  BOL        '.
           05  FILLER                  PIC X(15)   VALUE
                                       'CASES  TDY  AGE'.

       01  OVERDUE-LINE.
           05  OVL-ORDER-NUMBER        PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  OVL-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  OVL-CUSTOMER            PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  OVL-SHIP-DATE           PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  OVL-CARRIER-ID          PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  OVL-BOL-NUMBER          PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  OVL-CASES               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  OVL-TRANSIT-DAYS        PIC ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  OVL-AGE-DAYS            PIC ZZ9.
           05  FILLER                  PIC X(10)       VALUE SPACES.

       01  AGING-HEADING.
           05  FILLER                  PIC X(26)   VALUE
                                       'CLAIM     CARR  ORDER     '.
           05  FILLER                  PIC X(19)   VALUE
                                       'CDY  S  OPENED     '.
           05  FILLER                  PIC X(15)   VALUE
                                       'AGE      AMOUNT'.

       01  AGING-LINE.
           05  AGL-CLAIM-NUMBER        PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  AGL-CARRIER-ID          PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  AGL-ORDER-NUMBER        PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  AGL-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  AGL-STATUS              PIC X.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  AGL-OPENED-DATE         PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  AGL-AGE-DAYS            PIC ZZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  AGL-AMOUNT              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(20)       VALUE SPACES.

       01  RECOVERY-HEADING.
           05  FILLER                  PIC X(27)   VALUE
                                       'CARR  CLAIMS        CLAIMED'.
           05  FILLER                  PIC X(30)   VALUE
                                       '      RECOVERED         DENIED'.
           05  FILLER                  PIC X(22)   VALUE
                                       '           OPEN    PCT'.

       01  RECOVERY-LINE.
           05  RCL-CARRIER-ID          PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RCL-CLAIMS              PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RCL-CLAIMED             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RCL-RECOVERED           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RCL-DENIED              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RCL-OUTSTANDING         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RCL-RECOVERY-PCT        PIC ZZ9.9.
           05  FILLER                  PIC X           VALUE SPACE.

       01  REPORT-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(33)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT AS-OF-DATE FROM DATE YYYYMMDD

           PERFORM 12-LOAD-TRANSIT-DAYS
           PERFORM 13-LOAD-UNDELIVERED-SHIPMENTS
           PERFORM 14-FIND-CARRIERS

           OPEN OUTPUT CLAIMS-REPORT

           PERFORM 20-PRINT-OVERDUE-PODS
           PERFORM 30-PRINT-CLAIMS
           PERFORM 40-EOF-ROUTINE
           .

       12-LOAD-TRANSIT-DAYS.

           OPEN INPUT CARRIER-MASTER-FILE
           IF CAM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CAM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PODRPT: UNABLE TO OPEN CARRIER MASTER, '
                           'FILE STATUS = ' CAM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CAM-EOF-FLAG
               PERFORM UNTIL NO-MORE-CAM-DATA
                   READ CARRIER-MASTER-FILE
                       AT END
                           MOVE 'N' TO CAM-EOF-FLAG
                       NOT AT END
                           IF CAM-TRANSIT-DAYS IS NUMERIC
                              AND CAM-TRANSIT-DAYS IS GREATER THAN
                                   ZERO
                               PERFORM 12A-ADD-TRANSIT-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRIER-MASTER-FILE
           END-IF
           .

       12A-ADD-TRANSIT-DAYS.

           IF TRANSIT-COUNT IS EQUAL TO 2000
               DISPLAY 'PODRPT: MORE THAN 2000 CARRIER MASTER '
                       'RECORDS, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TRANSIT-COUNT
           MOVE CAM-CARRIER-ID TO TRT-CARRIER-ID (TRANSIT-COUNT)
           MOVE CAM-WAREHOUSE-ID TO TRT-WAREHOUSE-ID (TRANSIT-COUNT)
           MOVE CAM-TRANSIT-DAYS TO TRT-TRANSIT-DAYS (TRANSIT-COUNT)
           .

      *****************************************************************
      * 13-LOAD-UNDELIVERED-SHIPMENTS gathers the look-back period's
      * shipment lines with no POD into one entry per order,
      * warehouse, and ship date.
      *****************************************************************
       13-LOAD-UNDELIVERED-SHIPMENTS.

           OPEN INPUT SHIP-HISTORY-FILE
           IF SHH-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'PODRPT: UNABLE TO OPEN SHIPMENT HISTORY, '
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
                       IF SHH-SHIP-DATE IS NUMERIC
                          AND SHH-CASES IS NUMERIC
                          AND SHH-CASES IS GREATER THAN ZERO
                          AND (SHH-DELIVERED-DATE IS NOT NUMERIC
                            OR SHH-DELIVERED-DATE IS EQUAL TO ZERO)
                           COMPUTE AGE-DAYS =
                                   (AS-OF-CCYY - SHH-CCYY) * 360
                                   + (AS-OF-MM - SHH-MM) * 30
                                   + (AS-OF-DD - SHH-DD)
                           IF AGE-DAYS IS NOT LESS THAN ZERO
                              AND AGE-DAYS IS NOT GREATER THAN
                                   POD-LOOKBACK-DAYS
                               PERFORM 13A-ADD-SHIPMENT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SHIP-HISTORY-FILE
           .

       13A-ADD-SHIPMENT-LINE.

           MOVE 0 TO SHIP-HOLD-SUB
           PERFORM VARYING SHIP-SUB FROM 1 BY 1
               UNTIL SHIP-SUB > SHIPMENT-COUNT
               IF SPT-ORDER-NUMBER (SHIP-SUB) IS EQUAL TO
                       SHH-ORDER-NUMBER
                  AND SPT-WAREHOUSE-ID (SHIP-SUB) IS EQUAL TO
                       SHH-WAREHOUSE-ID
                  AND SPT-SHIP-DATE (SHIP-SUB) IS EQUAL TO
                       SHH-SHIP-DATE
                   MOVE SHIP-SUB TO SHIP-HOLD-SUB
                   MOVE SHIPMENT-COUNT TO SHIP-SUB
               END-IF
           END-PERFORM

           IF SHIP-HOLD-SUB IS EQUAL TO ZERO
               IF SHIPMENT-COUNT IS EQUAL TO 5000
                   DISPLAY 'PODRPT: MORE THAN 5000 SHIPMENTS WITHOUT '
                           'A POD, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO SHIPMENT-COUNT
               MOVE SHIPMENT-COUNT TO SHIP-HOLD-SUB
               MOVE SHH-ORDER-NUMBER TO
                       SPT-ORDER-NUMBER (SHIP-HOLD-SUB)
               MOVE SHH-WAREHOUSE-ID TO
                       SPT-WAREHOUSE-ID (SHIP-HOLD-SUB)
               MOVE SHH-SHIP-DATE TO SPT-SHIP-DATE (SHIP-HOLD-SUB)
               MOVE SHH-CUSTOMER TO SPT-CUSTOMER (SHIP-HOLD-SUB)
               MOVE 0 TO SPT-CASES (SHIP-HOLD-SUB)
               MOVE AGE-DAYS TO SPT-AGE-DAYS (SHIP-HOLD-SUB)
               MOVE 'UNRT' TO SPT-CARRIER-ID (SHIP-HOLD-SUB)
               MOVE 0 TO SPT-BOL-NUMBER (SHIP-HOLD-SUB)
           END-IF

           ADD SHH-CASES TO SPT-CASES (SHIP-HOLD-SUB)
           .

      *****************************************************************
      * 14-FIND-CARRIERS takes each shipment's carrier and BOL off
      * the BOL line file.  A shipment with no BOL recorded lists
      * as 'UNRT'.
      *****************************************************************
       14-FIND-CARRIERS.

           IF SHIPMENT-COUNT IS EQUAL TO ZERO
               GO TO 14-FIND-EXIT
           END-IF

           OPEN INPUT BOL-LINE-FILE
           IF BLL-FILE-STATUS IS EQUAL TO '35'
               GO TO 14-FIND-EXIT
           END-IF
           IF BLL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'PODRPT: UNABLE TO OPEN BOL LINE FILE, '
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
                       PERFORM VARYING SHIP-SUB FROM 1 BY 1
                           UNTIL SHIP-SUB > SHIPMENT-COUNT
                           IF SPT-ORDER-NUMBER (SHIP-SUB) IS EQUAL TO
                                   BLL-ORDER-NUMBER
                              AND SPT-WAREHOUSE-ID (SHIP-SUB) IS
                                   EQUAL TO BLL-WAREHOUSE-ID
                              AND SPT-SHIP-DATE (SHIP-SUB) IS EQUAL
                                   TO BLL-SHIP-DATE
                               MOVE BLL-CARRIER-ID TO
                                       SPT-CARRIER-ID (SHIP-SUB)
                               MOVE BLL-BOL-NUMBER TO
                                       SPT-BOL-NUMBER (SHIP-SUB)
                               MOVE SHIPMENT-COUNT TO SHIP-SUB
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           CLOSE BOL-LINE-FILE
           .

       14-FIND-EXIT.
           EXIT.

      *****************************************************************
      * 20-PRINT-OVERDUE-PODS lists each shipment older than its
      * carrier's transit days from the warehouse.
      *****************************************************************
       20-PRINT-OVERDUE-PODS.

           MOVE SPACES TO REPORT-RECORD
           STRING 'SHIPMENTS WITH NO PROOF OF DELIVERY AS OF '
                  AS-OF-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE OVERDUE-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING SHIP-SUB FROM 1 BY 1
               UNTIL SHIP-SUB > SHIPMENT-COUNT
               MOVE SPACES TO OVERDUE-LINE
               MOVE DEFAULT-TRANSIT-DAYS TO TRANSIT-DAYS
               PERFORM VARYING TRANSIT-SUB FROM 1 BY 1
                   UNTIL TRANSIT-SUB > TRANSIT-COUNT
                   IF TRT-CARRIER-ID (TRANSIT-SUB) IS EQUAL TO
                           SPT-CARRIER-ID (SHIP-SUB)
                      AND TRT-WAREHOUSE-ID (TRANSIT-SUB) IS EQUAL TO
                           SPT-WAREHOUSE-ID (SHIP-SUB)
                       MOVE TRT-TRANSIT-DAYS (TRANSIT-SUB) TO
                               TRANSIT-DAYS
                       MOVE TRANSIT-COUNT TO TRANSIT-SUB
                   END-IF
               END-PERFORM
               IF SPT-AGE-DAYS (SHIP-SUB) IS GREATER THAN
                       TRANSIT-DAYS
                   MOVE SPT-ORDER-NUMBER (SHIP-SUB) TO
                           OVL-ORDER-NUMBER
                   MOVE SPT-WAREHOUSE-ID (SHIP-SUB) TO
                           OVL-WAREHOUSE-ID
                   MOVE SPT-CUSTOMER (SHIP-SUB) TO OVL-CUSTOMER
                   MOVE SPT-SHIP-DATE (SHIP-SUB) TO OVL-SHIP-DATE
                   MOVE SPT-CARRIER-ID (SHIP-SUB) TO OVL-CARRIER-ID
                   IF SPT-BOL-NUMBER (SHIP-SUB) IS GREATER THAN ZERO
                       MOVE SPT-BOL-NUMBER (SHIP-SUB) TO
                               OVL-BOL-NUMBER
                   END-IF
                   MOVE SPT-CASES (SHIP-SUB) TO OVL-CASES
                   MOVE TRANSIT-DAYS TO OVL-TRANSIT-DAYS
                   MOVE SPT-AGE-DAYS (SHIP-SUB) TO OVL-AGE-DAYS
                   MOVE OVERDUE-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   ADD 1 TO OVERDUE-COUNT
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'SHIPMENTS OVERDUE A POD' TO RTL-LABEL
           MOVE OVERDUE-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *****************************************************************
      * 30-PRINT-CLAIMS ages each claim still open or filed from the
      * day it was opened, and adds every claim into its carrier's
      * totals.
      *****************************************************************
       30-PRINT-CLAIMS.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE 'OPEN CARRIER CLAIMS AGING' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE AGING-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 0 TO AGE-BUCKET-COUNT (1) AGE-BUCKET-COUNT (2)
                     AGE-BUCKET-COUNT (3) AGE-BUCKET-COUNT (4)
           MOVE 0 TO AGE-BUCKET-AMOUNT (1) AGE-BUCKET-AMOUNT (2)
                     AGE-BUCKET-AMOUNT (3) AGE-BUCKET-AMOUNT (4)

           OPEN INPUT CARRIER-CLAIM-FILE
           IF CLM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CLM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PODRPT: UNABLE TO OPEN CARRIER CLAIM '
                           'FILE, FILE STATUS = ' CLM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CLM-EOF-FLAG
               PERFORM UNTIL NO-MORE-CLM-DATA
                   READ CARRIER-CLAIM-FILE
                       AT END
                           MOVE 'N' TO CLM-EOF-FLAG
                       NOT AT END
                           IF CLM-CLAIM-AMOUNT IS NUMERIC
                              AND CLM-RECOVERED-AMOUNT IS NUMERIC
                               PERFORM 32-ADD-CARRIER-CLAIM
                               IF CLM-OPEN OR CLM-FILED
                                   PERFORM 31-PRINT-OPEN-CLAIM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRIER-CLAIM-FILE
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'OPEN CLAIMS' TO RTL-LABEL
           MOVE OPEN-CLAIM-COUNT TO RTL-COUNT
           MOVE OPEN-CLAIM-AMOUNT TO RTL-AMOUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE '  0 - 30 DAYS' TO RTL-LABEL
           MOVE AGE-BUCKET-COUNT (1) TO RTL-COUNT
           MOVE AGE-BUCKET-AMOUNT (1) TO RTL-AMOUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE '  31 - 60 DAYS' TO RTL-LABEL
           MOVE AGE-BUCKET-COUNT (2) TO RTL-COUNT
           MOVE AGE-BUCKET-AMOUNT (2) TO RTL-AMOUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE '  61 - 90 DAYS' TO RTL-LABEL
           MOVE AGE-BUCKET-COUNT (3) TO RTL-COUNT
           MOVE AGE-BUCKET-AMOUNT (3) TO RTL-AMOUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE '  OVER 90 DAYS' TO RTL-LABEL
           MOVE AGE-BUCKET-COUNT (4) TO RTL-COUNT
           MOVE AGE-BUCKET-AMOUNT (4) TO RTL-AMOUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM 35-PRINT-RECOVERIES
           .

       31-PRINT-OPEN-CLAIM.

           MOVE 0 TO AGE-DAYS
           IF CLM-OPENED-DATE IS NUMERIC
               MOVE CLM-OPENED-DATE TO OPENED-DATE-WORK
               COMPUTE AGE-DAYS =
                       (AS-OF-CCYY - OPENED-CCYY) * 360
                       + (AS-OF-MM - OPENED-MM) * 30
                       + (AS-OF-DD - OPENED-DD)
               IF AGE-DAYS IS LESS THAN ZERO
                   MOVE 0 TO AGE-DAYS
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN AGE-DAYS IS NOT GREATER THAN 30
                   MOVE 1 TO BUCKET-SUB
               WHEN AGE-DAYS IS NOT GREATER THAN 60
                   MOVE 2 TO BUCKET-SUB
               WHEN AGE-DAYS IS NOT GREATER THAN 90
                   MOVE 3 TO BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO BUCKET-SUB
           END-EVALUATE
           ADD 1 TO AGE-BUCKET-COUNT (BUCKET-SUB)
           ADD CLM-CLAIM-AMOUNT TO AGE-BUCKET-AMOUNT (BUCKET-SUB)
           ADD 1 TO OPEN-CLAIM-COUNT
           ADD CLM-CLAIM-AMOUNT TO OPEN-CLAIM-AMOUNT

           MOVE SPACES TO AGING-LINE
           MOVE CLM-CLAIM-NUMBER TO AGL-CLAIM-NUMBER
           MOVE CLM-CARRIER-ID TO AGL-CARRIER-ID
           MOVE CLM-ORDER-NUMBER TO AGL-ORDER-NUMBER
           MOVE CLM-CANDY-ID TO AGL-CANDY-ID
           MOVE CLM-STATUS TO AGL-STATUS
           MOVE CLM-OPENED-DATE TO AGL-OPENED-DATE
           MOVE AGE-DAYS TO AGL-AGE-DAYS
           MOVE CLM-CLAIM-AMOUNT TO AGL-AMOUNT
           MOVE AGING-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       32-ADD-CARRIER-CLAIM.

           MOVE 0 TO CARRIER-HOLD-SUB
           PERFORM VARYING CARRIER-SUB FROM 1 BY 1
               UNTIL CARRIER-SUB > CARRIER-COUNT
               IF CRT-CARRIER-ID (CARRIER-SUB) IS EQUAL TO
                       CLM-CARRIER-ID
                   MOVE CARRIER-SUB TO CARRIER-HOLD-SUB
                   MOVE CARRIER-COUNT TO CARRIER-SUB
               END-IF
           END-PERFORM

           IF CARRIER-HOLD-SUB IS EQUAL TO ZERO
               IF CARRIER-COUNT IS EQUAL TO 500
                   DISPLAY 'PODRPT: MORE THAN 500 CARRIERS WITH '
                           'CLAIMS, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CARRIER-COUNT
               MOVE CARRIER-COUNT TO CARRIER-HOLD-SUB
               MOVE CLM-CARRIER-ID TO CRT-CARRIER-ID (CARRIER-HOLD-SUB)
               MOVE 0 TO CRT-CLAIMS (CARRIER-HOLD-SUB)
               MOVE 0 TO CRT-CLAIMED (CARRIER-HOLD-SUB)
               MOVE 0 TO CRT-CLOSED-CLAIMED (CARRIER-HOLD-SUB)
               MOVE 0 TO CRT-RECOVERED (CARRIER-HOLD-SUB)
               MOVE 0 TO CRT-DENIED (CARRIER-HOLD-SUB)
               MOVE 0 TO CRT-OUTSTANDING (CARRIER-HOLD-SUB)
           END-IF

           ADD 1 TO CRT-CLAIMS (CARRIER-HOLD-SUB)
           ADD CLM-CLAIM-AMOUNT TO CRT-CLAIMED (CARRIER-HOLD-SUB)
           EVALUATE TRUE
               WHEN CLM-PAID
                   ADD CLM-CLAIM-AMOUNT TO
                           CRT-CLOSED-CLAIMED (CARRIER-HOLD-SUB)
                   ADD CLM-RECOVERED-AMOUNT TO
                           CRT-RECOVERED (CARRIER-HOLD-SUB)
               WHEN CLM-DENIED
                   ADD CLM-CLAIM-AMOUNT TO
                           CRT-CLOSED-CLAIMED (CARRIER-HOLD-SUB)
                   ADD CLM-CLAIM-AMOUNT TO
                           CRT-DENIED (CARRIER-HOLD-SUB)
               WHEN OTHER
                   ADD CLM-CLAIM-AMOUNT TO
                           CRT-OUTSTANDING (CARRIER-HOLD-SUB)
           END-EVALUATE
           .

      *****************************************************************
      * 35-PRINT-RECOVERIES prints each carrier's claims: the value
      * claimed, what it paid, what it denied, what is still
      * outstanding, and the percent recovered of its closed claims.
      *****************************************************************
       35-PRINT-RECOVERIES.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE 'CARRIER CLAIM RECOVERIES BY CARRIER' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE RECOVERY-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING CARRIER-SUB FROM 1 BY 1
               UNTIL CARRIER-SUB > CARRIER-COUNT
               MOVE SPACES TO RECOVERY-LINE
               MOVE CRT-CARRIER-ID (CARRIER-SUB) TO RCL-CARRIER-ID
               MOVE CRT-CLAIMS (CARRIER-SUB) TO RCL-CLAIMS
               MOVE CRT-CLAIMED (CARRIER-SUB) TO RCL-CLAIMED
               MOVE CRT-RECOVERED (CARRIER-SUB) TO RCL-RECOVERED
               MOVE CRT-DENIED (CARRIER-SUB) TO RCL-DENIED
               MOVE CRT-OUTSTANDING (CARRIER-SUB) TO RCL-OUTSTANDING
               MOVE 0 TO RECOVERY-PCT
               IF CRT-CLOSED-CLAIMED (CARRIER-SUB) IS GREATER THAN
                       ZERO
                   COMPUTE RECOVERY-PCT ROUNDED =
                           CRT-RECOVERED (CARRIER-SUB) * 100
                           / CRT-CLOSED-CLAIMED (CARRIER-SUB)
               END-IF
               MOVE RECOVERY-PCT TO RCL-RECOVERY-PCT
               MOVE RECOVERY-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD CRT-CLAIMS (CARRIER-SUB) TO CTL-CLAIMS
               ADD CRT-CLAIMED (CARRIER-SUB) TO CTL-CLAIMED
               ADD CRT-CLOSED-CLAIMED (CARRIER-SUB) TO
                       CTL-CLOSED-CLAIMED
               ADD CRT-RECOVERED (CARRIER-SUB) TO CTL-RECOVERED
               ADD CRT-DENIED (CARRIER-SUB) TO CTL-DENIED
               ADD CRT-OUTSTANDING (CARRIER-SUB) TO CTL-OUTSTANDING
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO RECOVERY-LINE
           MOVE 'ALL' TO RCL-CARRIER-ID
           MOVE CTL-CLAIMS TO RCL-CLAIMS
           MOVE CTL-CLAIMED TO RCL-CLAIMED
           MOVE CTL-RECOVERED TO RCL-RECOVERED
           MOVE CTL-DENIED TO RCL-DENIED
           MOVE CTL-OUTSTANDING TO RCL-OUTSTANDING
           MOVE 0 TO RECOVERY-PCT
           IF CTL-CLOSED-CLAIMED IS GREATER THAN ZERO
               COMPUTE RECOVERY-PCT ROUNDED =
                       CTL-RECOVERED * 100 / CTL-CLOSED-CLAIMED
           END-IF
           MOVE RECOVERY-PCT TO RCL-RECOVERY-PCT
           MOVE RECOVERY-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       40-EOF-ROUTINE.

           CLOSE CLAIMS-REPORT

           DISPLAY 'PODRPT: ' OVERDUE-COUNT ' SHIPMENTS OVERDUE A POD, '
                   OPEN-CLAIM-COUNT ' OPEN CLAIMS'

           STOP RUN
           .
