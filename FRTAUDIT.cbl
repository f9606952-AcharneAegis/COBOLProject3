       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRTAUDIT.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * FRTAUDIT is the freight bill audit run.  Carrier freight
      * bills used to be paid as they came in; this run re-rates
      * each bill from what the shipping documents say went on the
      * truck and approves only what the carrier's tariff allows.
      * A bill names the bill of lading it charges for; the BOL
      * line file SHIPDOCS keeps gives the pickup's carrier,
      * warehouse, cartons, and weight, routed exactly as the
      * manifest routes them.  The load is rated at the carrier's
      * rate per hundredweight for the highest weight break it
      * reaches in the zone of its farthest consignee, no less than
      * the minimum charge, plus the fuel surcharge.  A bill whose
      * PRO number or BOL has already been approved, whose BOL is
      * on no manifest or travelled with another carrier, whose
      * weight is off the manifest's by more than the weight
      * tolerance, or whose amount runs over the rated charge by
      * more than the charge tolerance goes on the audit exception
      * register for the traffic clerk to take up with the carrier.
      * Approved bills go on the freight bill ledger and post to
      * the journal by warehouse -- the GL map needs an FR row per
      * warehouse -- and the month's freight cost per case shipped
      * prints by carrier and warehouse.
      * *****
      * INPUT:
      *    FREIGHT-BILL-TRANS.txt  one carrier freight bill per
      *                            record: carrier ID, PRO number,
      *                            bill date, BOL number, billed
      *                            weight, billed amount.
      *    BOL-LINE.txt            the shipment lines recorded
      *                            against each BOL by SHIPDOCS.
      *    FREIGHT-RATE.txt        the carriers' tariffs, one weight
      *                            break per carrier and zone.
      *    FREIGHT-ZONE.txt        optional: the zone per carrier,
      *                            origin warehouse, and destination
      *                            state.  A state not on file for
      *                            the carrier rates in zone '01'.
      *    SHIP-TO-MASTER.txt      optional: the ship-to locations'
      *                            states.
      *    CUSTOMER-MASTER.dat     the customers' ship states.
      *    FREIGHT-BILL-LEDGER.txt optional: every bill approved
      *                            so far.
      *    FREIGHT-AUDIT-TOLERANCE.txt  optional: the weight
      *                            tolerance and the charge
      *                            tolerance, each a percent
      *                            (99V99).  A missing file means
      *                            2.00 percent on weight and 1.00
      *                            percent on charges.
      * *****
      * OUTPUT:
      *    FREIGHT-BILL-LEDGER.txt extended with one record per
      *                            bill approved.
      *    JV-EXTRA-POSTINGS.txt   extended with one 'FR' freight
      *                            posting per warehouse.
      *    Freight-Audit-Register.txt  every bill that failed the
      *                            audit, with the manifest weight
      *                            and the rated charge, plus run
      *                            totals.
      *    Freight-Cost-Per-Case.txt  the freight approved this
      *                            month by carrier and warehouse,
      *                            the cases it moved, and the
      *                            cost per case.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREIGHT-BILL-FILE
               ASSIGN TO 'FREIGHT-BILL-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FBT-FILE-STATUS.
           SELECT BOL-LINE-FILE
               ASSIGN TO 'BOL-LINE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BLL-FILE-STATUS.
           SELECT FREIGHT-RATE-FILE
               ASSIGN TO 'FREIGHT-RATE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRR-FILE-STATUS.
           SELECT FREIGHT-ZONE-FILE
               ASSIGN TO 'FREIGHT-ZONE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FZN-FILE-STATUS.
           SELECT SHIP-TO-MASTER-FILE
               ASSIGN TO 'SHIP-TO-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHT-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS CUM-FILE-STATUS.
           SELECT FREIGHT-LEDGER-FILE
               ASSIGN TO 'FREIGHT-BILL-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRL-FILE-STATUS.
           SELECT TOLERANCE-FILE
               ASSIGN TO 'FREIGHT-AUDIT-TOLERANCE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOL-FILE-STATUS.
           SELECT EXTRA-POSTINGS-FILE
               ASSIGN TO 'JV-EXTRA-POSTINGS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XPF-FILE-STATUS.
           SELECT EXCEPTION-REGISTER
               ASSIGN TO PRINTER 'Freight-Audit-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COST-REPORT
               ASSIGN TO PRINTER 'Freight-Cost-Per-Case.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FREIGHT-BILL-FILE
           RECORD CONTAINS 48 CHARACTERS.

       01  FREIGHT-BILL-RECORD.
           05  FBT-CARRIER-ID          PIC X(4).
           05  FBT-PRO-NUMBER          PIC X(12).
           05  FBT-BILL-DATE           PIC 9(8).
           05  FBT-BOL-NUMBER          PIC 9(8).
           05  FBT-WEIGHT              PIC 9(7).
           05  FBT-AMOUNT              PIC 9(7)V99.

       FD BOL-LINE-FILE
           RECORD CONTAINS 81 CHARACTERS.

       COPY BOLLREC.

       FD FREIGHT-RATE-FILE
           RECORD CONTAINS 28 CHARACTERS.

       COPY FRTRREC.

       FD FREIGHT-ZONE-FILE
           RECORD CONTAINS 12 CHARACTERS.

       01  FREIGHT-ZONE-RECORD.
           05  FZN-CARRIER-ID          PIC X(4).
           05  FZN-WAREHOUSE-ID        PIC X(4).
           05  FZN-STATE               PIC XX.
           05  FZN-ZONE                PIC XX.

       FD SHIP-TO-MASTER-FILE
           RECORD CONTAINS 92 CHARACTERS.

       COPY SHIPTREC.

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

       FD FREIGHT-LEDGER-FILE
           RECORD CONTAINS 86 CHARACTERS.

       COPY FRTLREC.

       FD TOLERANCE-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  TOLERANCE-RECORD.
           05  TOL-WEIGHT-PCT          PIC 99V99.
           05  TOL-CHARGE-PCT          PIC 99V99.

       FD EXTRA-POSTINGS-FILE
           RECORD CONTAINS 19 CHARACTERS.

       01  EXTRA-POSTING-RECORD.
           05  XPF-WAREHOUSE-ID        PIC X(4).
           05  XPF-CATEGORY            PIC XX.
           05  XPF-AMOUNT              PIC 9(11)V99.

       FD EXCEPTION-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       FD COST-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  COST-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  FBT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-FBT-DATA                     VALUE 'N'.
           05  BLL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-BLL-DATA                     VALUE 'N'.
           05  FRR-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-FRR-DATA                     VALUE 'N'.
           05  FZN-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-FZN-DATA                     VALUE 'N'.
           05  SHT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SHT-DATA                     VALUE 'N'.
           05  FRL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-FRL-DATA                     VALUE 'N'.
           05  DUPLICATE-SWITCH        PIC X           VALUE 'N'.
               88 DUPLICATE-BILL                       VALUE 'Y'.
           05  BOL-BILLED-SWITCH       PIC X           VALUE 'N'.
               88 BOL-ALREADY-BILLED                   VALUE 'Y'.

       01  TEMP-FIELDS.
           05  FBT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BLL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  FRR-FILE-STATUS         PIC XX          VALUE SPACES.
           05  FZN-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SHT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  FRL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TOL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  XPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-MONTH               PIC 9(6)        VALUE 0.
           05  RUN-MONTH-X REDEFINES RUN-MONTH.
               10  RUN-MONTH-YYYY      PIC 9(4).
               10  RUN-MONTH-MM        PIC 99.
           05  LEDGER-MONTH            PIC 9(6)        VALUE 0.
           05  RATE-SUB                PIC 9(4)        VALUE 0.
           05  RATE-HOLD-SUB           PIC 9(4)        VALUE 0.
           05  ZONE-SUB                PIC 9(4)        VALUE 0.
           05  SHIP-TO-SUB             PIC 9(4)        VALUE 0.

           05  BOL-SUB                 PIC 9(5)        VALUE 0.
           05  BOL-HOLD-SUB            PIC 9(5)        VALUE 0.
           05  KEY-SUB                 PIC 9(5)        VALUE 0.
           05  WHSE-SUB                PIC 9(3)        VALUE 0.
           05  COST-SUB                PIC 9(4)        VALUE 0.
           05  COST-HOLD-SUB           PIC 9(4)        VALUE 0.
           05  DEST-STATE              PIC XX          VALUE SPACES.
           05  DEST-ZONE               PIC XX          VALUE SPACES.
           05  WEIGHT-TOLERANCE-PCT    PIC 99V99       VALUE 2.00.
           05  CHARGE-TOLERANCE-PCT    PIC 99V99       VALUE 1.00.
           05  WEIGHT-LIMIT            PIC 9(7)V99     VALUE 0.
           05  WEIGHT-VARIANCE         PIC 9(7)V99     VALUE 0.
           05  LINEHAUL-CHARGE         PIC 9(7)V99     VALUE 0.
           05  FUEL-CHARGE             PIC 9(7)V99     VALUE 0.
           05  RATED-CHARGE            PIC 9(7)V99     VALUE 0.
           05  CHARGE-LIMIT            PIC 9(7)V99     VALUE 0.
           05  POSTING-WAREHOUSE-ID    PIC X(4)        VALUE SPACES.
           05  COST-PER-CASE           PIC 9(5)V9999   VALUE 0.
           05  EXCEPTION-REASON        PIC X(18)       VALUE SPACES.

       01  RUN-TOTALS.
           05  BILLS-READ-COUNT        PIC 9(5)        VALUE 0.
           05  APPROVED-COUNT          PIC 9(5)        VALUE 0.
           05  EXCEPTION-COUNT         PIC 9(5)        VALUE 0.
           05  OVERCHARGE-COUNT        PIC 9(5)        VALUE 0.
           05  DUPLICATE-COUNT         PIC 9(5)        VALUE 0.
           05  NOT-ON-MANIFEST-COUNT   PIC 9(5)        VALUE 0.
           05  WEIGHT-EXCEPTION-COUNT  PIC 9(5)        VALUE 0.
           05  APPROVED-AMOUNT-TOTAL   PIC 9(11)V99    VALUE 0.
           05  EXCEPTION-AMOUNT-TOTAL  PIC 9(11)V99    VALUE 0.
           05  MONTH-BILL-TOTAL        PIC 9(6)        VALUE 0.
           05  MONTH-CASE-TOTAL        PIC 9(9)        VALUE 0.
           05  MONTH-FREIGHT-TOTAL     PIC 9(11)V99    VALUE 0.

      *****************************************************************
      * RATE-TABLE holds the carriers' tariffs, one entry per weight
      * break.
      *****************************************************************
       01  RATE-COUNT                  PIC 9(4)        VALUE 0.

       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON RATE-COUNT.
               10  RTT-CARRIER-ID      PIC X(4).
               10  RTT-ZONE            PIC XX.
               10  RTT-MIN-WEIGHT      PIC 9(6).
               10  RTT-RATE-CWT        PIC 999V99.
               10  RTT-MIN-CHARGE      PIC 9(5)V99.
               10  RTT-FUEL-PCT        PIC 99V99.

       01  ZONE-COUNT                  PIC 9(4)        VALUE 0.

       01  ZONE-TABLE.
           05  ZONE-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON ZONE-COUNT.
               10  ZNT-CARRIER-ID      PIC X(4).
               10  ZNT-WAREHOUSE-ID    PIC X(4).
               10  ZNT-STATE           PIC XX.
               10  ZNT-ZONE            PIC XX.

       01  SHIP-TO-COUNT               PIC 9(4)        VALUE 0.

       01  SHIP-TO-TABLE.
           05  SHIP-TO-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON SHIP-TO-COUNT.
               10  STT-CUSTOMER-ID     PIC X(10).
               10  STT-SHIP-TO-CODE    PIC X(4).
               10  STT-STATE           PIC XX.


      *****************************************************************
      * BOL-TABLE holds one entry per bill of lading on the BOL line
      * file -- the manifest figures a freight bill is audited
      * against -- with the cartons and weight of all its lines and
      * the zone of its farthest consignee.
      *****************************************************************
       01  BOL-COUNT                   PIC 9(5)        VALUE 0.

       01  BOL-TABLE.
           05  BOL-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON BOL-COUNT.
               10  BOT-BOL-NUMBER      PIC 9(8).
               10  BOT-SHIP-DATE       PIC 9(8).
               10  BOT-WAREHOUSE-ID    PIC X(4).
               10  BOT-CARRIER-ID      PIC X(4).
               10  BOT-CASES           PIC 9(7).
               10  BOT-WEIGHT          PIC 9(7)V99.
               10  BOT-ZONE            PIC XX.

      *****************************************************************
      * FREIGHT-KEY-TABLE holds the carrier, PRO number, and BOL of
      * every bill already approved, so no bill -- and no pickup --
      * is ever paid twice.
      *****************************************************************
       01  FREIGHT-KEY-COUNT           PIC 9(5)        VALUE 0.

       01  FREIGHT-KEY-TABLE.
           05  FREIGHT-KEY-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON FREIGHT-KEY-COUNT.
               10  FKT-CARRIER-ID      PIC X(4).
               10  FKT-PRO-NUMBER      PIC X(12).
               10  FKT-BOL-NUMBER      PIC 9(8).

       01  POSTING-COUNT               PIC 9(3)        VALUE 0.

       01  POSTING-TABLE.
           05  POSTING-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON POSTING-COUNT.
               10  PST-WAREHOUSE-ID    PIC X(4).
               10  PST-AMOUNT          PIC 9(11)V99.

      *****************************************************************
      * COST-TABLE holds the freight approved in the run month, this
      * run's bills included, per carrier and warehouse.
      *****************************************************************
       01  COST-COUNT                  PIC 9(4)        VALUE 0.

       01  COST-TABLE.
           05  COST-ENTRY OCCURS 1 TO 1000 TIMES
               DEPENDING ON COST-COUNT.
               10  CST-CARRIER-ID      PIC X(4).
               10  CST-WAREHOUSE-ID    PIC X(4).
               10  CST-BILLS           PIC 9(5).
               10  CST-CASES           PIC 9(9).
               10  CST-FREIGHT         PIC 9(9)V99.

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(23)   VALUE
                                       'CARR PRO NUMBER   BOL  '.
           05  FILLER                  PIC X(24)   VALUE
                                       '    BILLWT MFSTWT    BIL'.
           05  FILLER                  PIC X(20)   VALUE
                                       'LED     RATED REASON'.

       01  REGISTER-LINE.
           05  REG-CARRIER-ID          PIC X(4).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-PRO-NUMBER          PIC X(12).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-BOL-NUMBER          PIC X(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-BILLED-WEIGHT       PIC ZZZZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-MANIFEST-WEIGHT     PIC ZZZZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-BILLED-AMOUNT       PIC ZZZZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-RATED-AMOUNT        PIC ZZZZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-REASON              PIC X(18).

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(33)       VALUE SPACES.

       01  COST-TITLE.
           05  FILLER                  PIC X(24)   VALUE
                                       'FREIGHT COST PER CASE SH'.
           05  FILLER                  PIC X(17)   VALUE
                                       'IPPED - MONTH OF '.
           05  CTT-MONTH-MM            PIC 99.
           05  FILLER                  PIC X       VALUE '/'.
           05  CTT-MONTH-YYYY          PIC 9(4).
           05  FILLER                  PIC X(32)   VALUE SPACES.

       01  COST-HEADING.
           05  FILLER                  PIC X(22)   VALUE
                                       'CARR  WHSE   BILLS    '.
           05  FILLER                  PIC X(23)   VALUE
                                       '  CASES         FREIGHT'.
           05  FILLER                  PIC X(13)   VALUE
                                       '     PER CASE'.

       01  COST-LINE.
           05  CSL-CARRIER-ID          PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  CSL-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  CSL-BILLS               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  CSL-CASES               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  CSL-FREIGHT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  CSL-PER-CASE            PIC ZZ,ZZ9.9999.
           05  FILLER                  PIC X(22)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE RUN-MONTH = RUN-DATE-YYYYMMDD / 100

           PERFORM 11-READ-TOLERANCES
           PERFORM 12-LOAD-FREIGHT-RATES
           PERFORM 13-LOAD-FREIGHT-ZONES
           PERFORM 14-LOAD-SHIP-TO-MASTER
           PERFORM 15-OPEN-CUSTOMER-MASTER
           PERFORM 16-LOAD-MANIFEST
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM 17-LOAD-FREIGHT-LEDGER
           PERFORM 18-HSKPING-ROUTINE
           PERFORM 20-PROCESS-FREIGHT-BILLS
           PERFORM 40-EOF-ROUTINE
           .

       11-READ-TOLERANCES.

           OPEN INPUT TOLERANCE-FILE
           IF TOL-FILE-STATUS IS EQUAL TO '00'
               READ TOLERANCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TOL-WEIGHT-PCT IS NUMERIC
                           MOVE TOL-WEIGHT-PCT TO WEIGHT-TOLERANCE-PCT
                       END-IF
                       IF TOL-CHARGE-PCT IS NUMERIC
                           MOVE TOL-CHARGE-PCT TO CHARGE-TOLERANCE-PCT
                       END-IF
               END-READ
               CLOSE TOLERANCE-FILE
           END-IF
           .

       12-LOAD-FREIGHT-RATES.

           OPEN INPUT FREIGHT-RATE-FILE
           IF FRR-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'FRTAUDIT: UNABLE TO OPEN FREIGHT RATE FILE, '
                       'FILE STATUS = ' FRR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO FRR-EOF-FLAG
           PERFORM UNTIL NO-MORE-FRR-DATA
               READ FREIGHT-RATE-FILE
                   AT END
                       MOVE 'N' TO FRR-EOF-FLAG
                   NOT AT END
                       IF FRR-MIN-WEIGHT IS NUMERIC
                          AND FRR-RATE-CWT IS NUMERIC
                          AND FRR-MIN-CHARGE IS NUMERIC
                          AND FRR-FUEL-PCT IS NUMERIC
                           IF RATE-COUNT IS EQUAL TO 3000
                               DISPLAY 'FRTAUDIT: MORE THAN 3000 '
                                       'FREIGHT RATES, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO RATE-COUNT
                           MOVE FRR-CARRIER-ID TO
                                   RTT-CARRIER-ID (RATE-COUNT)
                           MOVE FRR-ZONE TO RTT-ZONE (RATE-COUNT)
                           MOVE FRR-MIN-WEIGHT TO
                                   RTT-MIN-WEIGHT (RATE-COUNT)
                           MOVE FRR-RATE-CWT TO
                                   RTT-RATE-CWT (RATE-COUNT)
                           MOVE FRR-MIN-CHARGE TO
                                   RTT-MIN-CHARGE (RATE-COUNT)
                           MOVE FRR-FUEL-PCT TO
                                   RTT-FUEL-PCT (RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FREIGHT-RATE-FILE
           .

       13-LOAD-FREIGHT-ZONES.

           OPEN INPUT FREIGHT-ZONE-FILE
           IF FZN-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF FZN-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'FRTAUDIT: UNABLE TO OPEN FREIGHT ZONE '
                           'FILE, FILE STATUS = ' FZN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO FZN-EOF-FLAG
               PERFORM UNTIL NO-MORE-FZN-DATA
                   READ FREIGHT-ZONE-FILE
                       AT END
                           MOVE 'N' TO FZN-EOF-FLAG
                       NOT AT END
                           IF ZONE-COUNT IS EQUAL TO 3000
                               DISPLAY 'FRTAUDIT: MORE THAN 3000 '
                                       'FREIGHT ZONES, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO ZONE-COUNT
                           MOVE FZN-CARRIER-ID TO
                                   ZNT-CARRIER-ID (ZONE-COUNT)
                           MOVE FZN-WAREHOUSE-ID TO
                                   ZNT-WAREHOUSE-ID (ZONE-COUNT)
                           MOVE FZN-STATE TO ZNT-STATE (ZONE-COUNT)
                           MOVE FZN-ZONE TO ZNT-ZONE (ZONE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FREIGHT-ZONE-FILE
           END-IF
           .

       14-LOAD-SHIP-TO-MASTER.

           OPEN INPUT SHIP-TO-MASTER-FILE
           IF SHT-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF SHT-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'FRTAUDIT: UNABLE TO OPEN SHIP-TO '
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
                               DISPLAY 'FRTAUDIT: MORE THAN 5000 '
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
                           MOVE SHT-STATE TO STT-STATE (SHIP-TO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SHIP-TO-MASTER-FILE
           END-IF
           .

       15-OPEN-CUSTOMER-MASTER.

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'FRTAUDIT: UNABLE TO OPEN CUSTOMER MASTER, '
                       'FILE STATUS = ' CUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           .

      *****************************************************************
      * 16-LOAD-MANIFEST sums the BOL line file into one entry per
      * bill of lading.  A BOL's lines are usually together on the
      * file, but a second SHIPDOCS run the same day adds lines to
      * a BOL already started, so each line is looked up.
      *****************************************************************
       16-LOAD-MANIFEST.

           OPEN INPUT BOL-LINE-FILE
           IF BLL-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'FRTAUDIT: NO BOL LINE FILE ON FILE, NO '
                       'SHIPMENT IS ON A MANIFEST'
           ELSE
               IF BLL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'FRTAUDIT: UNABLE TO OPEN BOL LINE FILE, '
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
                           IF BLL-BOL-NUMBER IS NUMERIC
                              AND BLL-CASES IS NUMERIC
                              AND BLL-WEIGHT IS NUMERIC
                               PERFORM 16A-ADD-BOL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOL-LINE-FILE
           END-IF
           .

       16A-ADD-BOL-LINE.

           IF BOL-HOLD-SUB IS EQUAL TO ZERO
              OR BOT-BOL-NUMBER (BOL-HOLD-SUB) IS NOT EQUAL TO
                   BLL-BOL-NUMBER
               MOVE 0 TO BOL-HOLD-SUB
               PERFORM VARYING BOL-SUB FROM 1 BY 1
                   UNTIL BOL-SUB > BOL-COUNT
                   IF BOT-BOL-NUMBER (BOL-SUB) IS EQUAL TO
                           BLL-BOL-NUMBER
                       MOVE BOL-SUB TO BOL-HOLD-SUB
                       MOVE BOL-COUNT TO BOL-SUB
                   END-IF
               END-PERFORM
           END-IF

           IF BOL-HOLD-SUB IS EQUAL TO ZERO
               IF BOL-COUNT IS EQUAL TO 20000
                   DISPLAY 'FRTAUDIT: MORE THAN 20000 BILLS OF '
                           'LADING ON THE BOL LINE FILE, TABLE IS '
                           'FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO BOL-COUNT
               MOVE BOL-COUNT TO BOL-HOLD-SUB
               MOVE BLL-BOL-NUMBER TO BOT-BOL-NUMBER (BOL-HOLD-SUB)
               MOVE BLL-SHIP-DATE TO BOT-SHIP-DATE (BOL-HOLD-SUB)
               MOVE BLL-WAREHOUSE-ID TO
                       BOT-WAREHOUSE-ID (BOL-HOLD-SUB)
               MOVE BLL-CARRIER-ID TO BOT-CARRIER-ID (BOL-HOLD-SUB)
               MOVE 0 TO BOT-CASES (BOL-HOLD-SUB)
               MOVE 0 TO BOT-WEIGHT (BOL-HOLD-SUB)
               MOVE SPACES TO BOT-ZONE (BOL-HOLD-SUB)
           END-IF

           ADD BLL-CASES TO BOT-CASES (BOL-HOLD-SUB)
           ADD BLL-WEIGHT TO BOT-WEIGHT (BOL-HOLD-SUB)

           PERFORM 16B-FIND-CONSIGNEE-ZONE
           IF DEST-ZONE IS GREATER THAN BOT-ZONE (BOL-HOLD-SUB)
               MOVE DEST-ZONE TO BOT-ZONE (BOL-HOLD-SUB)
           END-IF
           .

      *****************************************************************
      * 16B-FIND-CONSIGNEE-ZONE zones the line's consignee: the
      * ship-to location's state, else the customer's ship state,
      * looked up for the carrier and origin warehouse.
      *****************************************************************
       16B-FIND-CONSIGNEE-ZONE.

           MOVE SPACES TO DEST-STATE
           IF BLL-SHIP-TO-CODE IS NOT EQUAL TO SPACES
               PERFORM VARYING SHIP-TO-SUB FROM 1 BY 1
                   UNTIL SHIP-TO-SUB > SHIP-TO-COUNT
                   IF STT-CUSTOMER-ID (SHIP-TO-SUB) IS EQUAL TO
                           BLL-CUSTOMER
                      AND STT-SHIP-TO-CODE (SHIP-TO-SUB) IS EQUAL TO
                           BLL-SHIP-TO-CODE
                       MOVE STT-STATE (SHIP-TO-SUB) TO DEST-STATE
                       MOVE SHIP-TO-COUNT TO SHIP-TO-SUB
                   END-IF
               END-PERFORM
           END-IF

           IF DEST-STATE IS EQUAL TO SPACES
               MOVE BLL-CUSTOMER TO CUM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
               IF CUM-FILE-STATUS IS EQUAL TO '00'
                   MOVE CUM-SHIP-STATE TO DEST-STATE
               END-IF
           END-IF

           MOVE '01' TO DEST-ZONE
           PERFORM VARYING ZONE-SUB FROM 1 BY 1
               UNTIL ZONE-SUB > ZONE-COUNT
               IF ZNT-CARRIER-ID (ZONE-SUB) IS EQUAL TO BLL-CARRIER-ID
                  AND ZNT-WAREHOUSE-ID (ZONE-SUB) IS EQUAL TO
                       BLL-WAREHOUSE-ID
                  AND ZNT-STATE (ZONE-SUB) IS EQUAL TO DEST-STATE
                   MOVE ZNT-ZONE (ZONE-SUB) TO DEST-ZONE
                   MOVE ZONE-COUNT TO ZONE-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 17-LOAD-FREIGHT-LEDGER keeps every approved bill's keys for
      * the duplicate check and adds up the freight already
      * approved this month for the cost-per-case report.
      *****************************************************************
       17-LOAD-FREIGHT-LEDGER.

           OPEN INPUT FREIGHT-LEDGER-FILE
           IF FRL-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF FRL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'FRTAUDIT: UNABLE TO OPEN FREIGHT BILL '
                           'LEDGER, FILE STATUS = ' FRL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO FRL-EOF-FLAG
               PERFORM UNTIL NO-MORE-FRL-DATA
                   READ FREIGHT-LEDGER-FILE
                       AT END
                           MOVE 'N' TO FRL-EOF-FLAG
                       NOT AT END
                           IF FRL-BILLED-AMOUNT IS NUMERIC
                              AND FRL-CARTONS IS NUMERIC
                              AND FRL-AUDIT-DATE IS NUMERIC
                               PERFORM 17A-ADD-FREIGHT-KEY
                               COMPUTE LEDGER-MONTH =
                                       FRL-AUDIT-DATE / 100
                               IF LEDGER-MONTH IS EQUAL TO RUN-MONTH
                                   PERFORM 17B-ADD-MONTH-COST
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREIGHT-LEDGER-FILE
           END-IF
           .

       17A-ADD-FREIGHT-KEY.

           IF FREIGHT-KEY-COUNT IS EQUAL TO 20000
               DISPLAY 'FRTAUDIT: MORE THAN 20000 BILLS ON THE '
                       'FREIGHT BILL LEDGER, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO FREIGHT-KEY-COUNT
           MOVE FRL-CARRIER-ID TO FKT-CARRIER-ID (FREIGHT-KEY-COUNT)
           MOVE FRL-PRO-NUMBER TO FKT-PRO-NUMBER (FREIGHT-KEY-COUNT)
           MOVE FRL-BOL-NUMBER TO FKT-BOL-NUMBER (FREIGHT-KEY-COUNT)
           .

       17B-ADD-MONTH-COST.

           MOVE 0 TO COST-HOLD-SUB
           PERFORM VARYING COST-SUB FROM 1 BY 1
               UNTIL COST-SUB > COST-COUNT
               IF CST-CARRIER-ID (COST-SUB) IS EQUAL TO FRL-CARRIER-ID
                  AND CST-WAREHOUSE-ID (COST-SUB) IS EQUAL TO
                       FRL-WAREHOUSE-ID
                   MOVE COST-SUB TO COST-HOLD-SUB
                   MOVE COST-COUNT TO COST-SUB
               END-IF
           END-PERFORM

           IF COST-HOLD-SUB IS EQUAL TO ZERO
               IF COST-COUNT IS EQUAL TO 1000
                   DISPLAY 'FRTAUDIT: MORE THAN 1000 CARRIERS AND '
                           'WAREHOUSES THIS MONTH, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO COST-COUNT
               MOVE COST-COUNT TO COST-HOLD-SUB
               MOVE FRL-CARRIER-ID TO CST-CARRIER-ID (COST-HOLD-SUB)
               MOVE FRL-WAREHOUSE-ID TO
                       CST-WAREHOUSE-ID (COST-HOLD-SUB)
               MOVE 0 TO CST-BILLS (COST-HOLD-SUB)
               MOVE 0 TO CST-CASES (COST-HOLD-SUB)
               MOVE 0 TO CST-FREIGHT (COST-HOLD-SUB)
           END-IF

           ADD 1 TO CST-BILLS (COST-HOLD-SUB)
           ADD FRL-CARTONS TO CST-CASES (COST-HOLD-SUB)
           ADD FRL-BILLED-AMOUNT TO CST-FREIGHT (COST-HOLD-SUB)
           .

       18-HSKPING-ROUTINE.

           OPEN INPUT FREIGHT-BILL-FILE
           IF FBT-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'FRTAUDIT: UNABLE TO OPEN FREIGHT BILL '
                       'TRANSACTION FILE, FILE STATUS = '
                       FBT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND FREIGHT-LEDGER-FILE
           IF FRL-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT FREIGHT-LEDGER-FILE
               IF FRL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'FRTAUDIT: UNABLE TO OPEN FREIGHT BILL '
                           'LEDGER, FILE STATUS = ' FRL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT EXCEPTION-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'FREIGHT BILL AUDIT EXCEPTION REGISTER' TO
                   REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       20-PROCESS-FREIGHT-BILLS.

           MOVE ' ' TO FBT-EOF-FLAG
           PERFORM UNTIL NO-MORE-FBT-DATA
               READ FREIGHT-BILL-FILE
                   AT END
                       MOVE 'N' TO FBT-EOF-FLAG
                   NOT AT END
                       ADD 1 TO BILLS-READ-COUNT
                       PERFORM 25-AUDIT-ONE-BILL THRU 25-AUDIT-EXIT
               END-READ
           END-PERFORM
           .

      *****************************************************************
      * 25-AUDIT-ONE-BILL edits the freight bill and audits it.
      * The first test it fails puts it on the exception register
      * and nothing is approved.  The billed weight may differ from
      * the manifest weight either way by the weight tolerance; the
      * billed amount may run over the rated charge by the charge
      * tolerance.
      *****************************************************************
       25-AUDIT-ONE-BILL.

           MOVE SPACES TO EXCEPTION-REASON
           MOVE 0 TO BOL-HOLD-SUB
           MOVE 0 TO RATED-CHARGE

           IF FBT-WEIGHT IS NOT NUMERIC
              OR FBT-AMOUNT IS NOT NUMERIC
              OR FBT-AMOUNT IS EQUAL TO ZERO
              OR FBT-BILL-DATE IS NOT NUMERIC
              OR FBT-BOL-NUMBER IS NOT NUMERIC
              OR FBT-PRO-NUMBER IS EQUAL TO SPACES
               MOVE 'INVALID BILL' TO EXCEPTION-REASON
               PERFORM 29-WRITE-EXCEPTION-LINE
               GO TO 25-AUDIT-EXIT
           END-IF

           MOVE 'N' TO DUPLICATE-SWITCH
           MOVE 'N' TO BOL-BILLED-SWITCH
           PERFORM VARYING KEY-SUB FROM 1 BY 1
               UNTIL KEY-SUB > FREIGHT-KEY-COUNT
                  OR DUPLICATE-BILL
               IF FKT-CARRIER-ID (KEY-SUB) IS EQUAL TO FBT-CARRIER-ID
                  AND FKT-PRO-NUMBER (KEY-SUB) IS EQUAL TO
                       FBT-PRO-NUMBER
                   MOVE 'Y' TO DUPLICATE-SWITCH
               END-IF
               IF FKT-BOL-NUMBER (KEY-SUB) IS EQUAL TO FBT-BOL-NUMBER
                   MOVE 'Y' TO BOL-BILLED-SWITCH
               END-IF
           END-PERFORM

           PERFORM VARYING BOL-SUB FROM 1 BY 1
               UNTIL BOL-SUB > BOL-COUNT
               IF BOT-BOL-NUMBER (BOL-SUB) IS EQUAL TO FBT-BOL-NUMBER
                   MOVE BOL-SUB TO BOL-HOLD-SUB
                   MOVE BOL-COUNT TO BOL-SUB
               END-IF
           END-PERFORM

           IF DUPLICATE-BILL
               MOVE 'DUPLICATE BILL' TO EXCEPTION-REASON
               ADD 1 TO DUPLICATE-COUNT
               PERFORM 29-WRITE-EXCEPTION-LINE
               GO TO 25-AUDIT-EXIT
           END-IF

           IF BOL-ALREADY-BILLED
               MOVE 'BOL ALREADY BILLED' TO EXCEPTION-REASON
               ADD 1 TO DUPLICATE-COUNT
               PERFORM 29-WRITE-EXCEPTION-LINE
               GO TO 25-AUDIT-EXIT
           END-IF

           IF BOL-HOLD-SUB IS EQUAL TO ZERO
               MOVE 'NOT ON MANIFEST' TO EXCEPTION-REASON
               ADD 1 TO NOT-ON-MANIFEST-COUNT
               PERFORM 29-WRITE-EXCEPTION-LINE
               GO TO 25-AUDIT-EXIT
           END-IF

           IF BOT-CARRIER-ID (BOL-HOLD-SUB) IS NOT EQUAL TO
                   FBT-CARRIER-ID
               MOVE 'OTHER CARRIER BOL' TO EXCEPTION-REASON
               ADD 1 TO NOT-ON-MANIFEST-COUNT
               PERFORM 29-WRITE-EXCEPTION-LINE
               GO TO 25-AUDIT-EXIT
           END-IF

           PERFORM 26-RATE-SHIPMENT

           IF FBT-WEIGHT IS GREATER THAN BOT-WEIGHT (BOL-HOLD-SUB)
               COMPUTE WEIGHT-VARIANCE = FBT-WEIGHT
                       - BOT-WEIGHT (BOL-HOLD-SUB)
           ELSE
               COMPUTE WEIGHT-VARIANCE = BOT-WEIGHT (BOL-HOLD-SUB)
                       - FBT-WEIGHT
           END-IF
           COMPUTE WEIGHT-LIMIT ROUNDED = BOT-WEIGHT (BOL-HOLD-SUB)
                   * WEIGHT-TOLERANCE-PCT / 100
           IF WEIGHT-VARIANCE IS GREATER THAN WEIGHT-LIMIT
               MOVE 'WEIGHT OFF MANIFST' TO EXCEPTION-REASON
               ADD 1 TO WEIGHT-EXCEPTION-COUNT
               PERFORM 29-WRITE-EXCEPTION-LINE
               GO TO 25-AUDIT-EXIT
           END-IF

           IF RATE-HOLD-SUB IS EQUAL TO ZERO
               MOVE 'NO TARIFF RATE' TO EXCEPTION-REASON
               PERFORM 29-WRITE-EXCEPTION-LINE
               GO TO 25-AUDIT-EXIT
           END-IF

           COMPUTE CHARGE-LIMIT ROUNDED = RATED-CHARGE
                   * (100 + CHARGE-TOLERANCE-PCT) / 100
           IF FBT-AMOUNT IS GREATER THAN CHARGE-LIMIT
               MOVE 'OVERCHARGE' TO EXCEPTION-REASON
               ADD 1 TO OVERCHARGE-COUNT
               PERFORM 29-WRITE-EXCEPTION-LINE
               GO TO 25-AUDIT-EXIT
           END-IF

           PERFORM 27-APPROVE-BILL
           .

       25-AUDIT-EXIT.
           EXIT.

      *****************************************************************
      * 26-RATE-SHIPMENT rates the manifest weight at the highest
      * weight break it reaches in the carrier's tariff for the
      * BOL's zone: the rate per hundredweight, no less than the
      * break's minimum charge, plus the fuel surcharge on top.
      *****************************************************************
       26-RATE-SHIPMENT.

           MOVE 0 TO RATE-HOLD-SUB
           PERFORM VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-COUNT
               IF RTT-CARRIER-ID (RATE-SUB) IS EQUAL TO FBT-CARRIER-ID
                  AND RTT-ZONE (RATE-SUB) IS EQUAL TO
                       BOT-ZONE (BOL-HOLD-SUB)
                  AND RTT-MIN-WEIGHT (RATE-SUB) IS NOT GREATER THAN
                       BOT-WEIGHT (BOL-HOLD-SUB)
                   IF RATE-HOLD-SUB IS EQUAL TO ZERO
                       MOVE RATE-SUB TO RATE-HOLD-SUB
                   ELSE
                       IF RTT-MIN-WEIGHT (RATE-SUB) IS GREATER THAN
                               RTT-MIN-WEIGHT (RATE-HOLD-SUB)
                           MOVE RATE-SUB TO RATE-HOLD-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF RATE-HOLD-SUB IS GREATER THAN ZERO
               COMPUTE LINEHAUL-CHARGE ROUNDED =
                       BOT-WEIGHT (BOL-HOLD-SUB)
                       * RTT-RATE-CWT (RATE-HOLD-SUB) / 100
               IF LINEHAUL-CHARGE IS LESS THAN
                       RTT-MIN-CHARGE (RATE-HOLD-SUB)
                   MOVE RTT-MIN-CHARGE (RATE-HOLD-SUB) TO
                           LINEHAUL-CHARGE
               END-IF
               COMPUTE FUEL-CHARGE ROUNDED = LINEHAUL-CHARGE
                       * RTT-FUEL-PCT (RATE-HOLD-SUB) / 100
               COMPUTE RATED-CHARGE = LINEHAUL-CHARGE + FUEL-CHARGE
           END-IF
           .

      *****************************************************************
      * 27-APPROVE-BILL puts the audited bill on the ledger for
      * payment and keeps its keys, so the same PRO number or BOL
      * later in this run is caught as a duplicate.
      *****************************************************************
       27-APPROVE-BILL.

           MOVE FBT-CARRIER-ID TO FRL-CARRIER-ID
           MOVE FBT-PRO-NUMBER TO FRL-PRO-NUMBER
           MOVE FBT-BILL-DATE TO FRL-BILL-DATE
           MOVE FBT-BOL-NUMBER TO FRL-BOL-NUMBER
           MOVE BOT-WAREHOUSE-ID (BOL-HOLD-SUB) TO FRL-WAREHOUSE-ID
           MOVE BOT-SHIP-DATE (BOL-HOLD-SUB) TO FRL-SHIP-DATE
           MOVE BOT-CASES (BOL-HOLD-SUB) TO FRL-CARTONS
           MOVE BOT-WEIGHT (BOL-HOLD-SUB) TO FRL-WEIGHT
           MOVE RATED-CHARGE TO FRL-RATED-AMOUNT
           MOVE FBT-AMOUNT TO FRL-BILLED-AMOUNT
           MOVE RUN-DATE-YYYYMMDD TO FRL-AUDIT-DATE
           WRITE FREIGHT-LEDGER-RECORD

           PERFORM 17A-ADD-FREIGHT-KEY
           PERFORM 17B-ADD-MONTH-COST
           PERFORM 28-ADD-WAREHOUSE-POSTING
           ADD 1 TO APPROVED-COUNT
           ADD FBT-AMOUNT TO APPROVED-AMOUNT-TOTAL
           .

       28-ADD-WAREHOUSE-POSTING.

           MOVE BOT-WAREHOUSE-ID (BOL-HOLD-SUB) TO POSTING-WAREHOUSE-ID
           PERFORM VARYING WHSE-SUB FROM 1 BY 1
               UNTIL WHSE-SUB > POSTING-COUNT
               IF PST-WAREHOUSE-ID (WHSE-SUB) IS EQUAL TO
                       POSTING-WAREHOUSE-ID
                   ADD FBT-AMOUNT TO PST-AMOUNT (WHSE-SUB)
                   MOVE SPACES TO POSTING-WAREHOUSE-ID
                   MOVE POSTING-COUNT TO WHSE-SUB
               END-IF
           END-PERFORM

           IF POSTING-WAREHOUSE-ID IS NOT EQUAL TO SPACES
               IF POSTING-COUNT IS EQUAL TO 100
                   DISPLAY 'FRTAUDIT: MORE THAN 100 WAREHOUSES, '
                           'TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO POSTING-COUNT
               MOVE POSTING-WAREHOUSE-ID TO
                       PST-WAREHOUSE-ID (POSTING-COUNT)
               MOVE FBT-AMOUNT TO PST-AMOUNT (POSTING-COUNT)
           END-IF
           .

       29-WRITE-EXCEPTION-LINE.

           MOVE SPACES TO REGISTER-LINE
           MOVE FBT-CARRIER-ID TO REG-CARRIER-ID
           MOVE FBT-PRO-NUMBER TO REG-PRO-NUMBER
           MOVE FBT-BOL-NUMBER TO REG-BOL-NUMBER
           IF FBT-WEIGHT IS NUMERIC
               MOVE FBT-WEIGHT TO REG-BILLED-WEIGHT
           END-IF
           IF FBT-AMOUNT IS NUMERIC
               MOVE FBT-AMOUNT TO REG-BILLED-AMOUNT
           END-IF
           IF BOL-HOLD-SUB IS GREATER THAN ZERO
               MOVE BOT-WEIGHT (BOL-HOLD-SUB) TO REG-MANIFEST-WEIGHT
           END-IF
           IF RATED-CHARGE IS GREATER THAN ZERO
               MOVE RATED-CHARGE TO REG-RATED-AMOUNT
           END-IF
           MOVE EXCEPTION-REASON TO REG-REASON
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           ADD 1 TO EXCEPTION-COUNT
           IF FBT-AMOUNT IS NUMERIC
               ADD FBT-AMOUNT TO EXCEPTION-AMOUNT-TOTAL
           END-IF
           .

      *****************************************************************
      * 40-EOF-ROUTINE finishes the register with the run totals,
      * posts the approved freight to the journal, and prints the
      * month's cost per case.
      *****************************************************************
       40-EOF-ROUTINE.

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'FREIGHT BILLS READ' TO RTL-LABEL
           MOVE BILLS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'APPROVED FOR PAYMENT' TO RTL-LABEL
           MOVE APPROVED-COUNT TO RTL-COUNT
           MOVE APPROVED-AMOUNT-TOTAL TO RTL-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'AUDIT EXCEPTIONS' TO RTL-LABEL
           MOVE EXCEPTION-COUNT TO RTL-COUNT
           MOVE EXCEPTION-AMOUNT-TOTAL TO RTL-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE '  OVERCHARGE' TO RTL-LABEL
           MOVE OVERCHARGE-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE '  DUPLICATE BILL' TO RTL-LABEL
           MOVE DUPLICATE-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE '  NOT ON MANIFEST' TO RTL-LABEL
           MOVE NOT-ON-MANIFEST-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE '  WEIGHT OFF MANIFEST' TO RTL-LABEL
           MOVE WEIGHT-EXCEPTION-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE FREIGHT-BILL-FILE
                 FREIGHT-LEDGER-FILE
                 EXCEPTION-REGISTER

           PERFORM 42-POST-FREIGHT-TO-JOURNAL
               THRU 42-POST-EXIT
           PERFORM 45-PRINT-COST-PER-CASE

           DISPLAY 'FRTAUDIT: ' APPROVED-COUNT ' BILLS APPROVED, '
                   EXCEPTION-COUNT ' AUDIT EXCEPTIONS'

           STOP RUN
           .

      *****************************************************************
      * 42-POST-FREIGHT-TO-JOURNAL leaves one 'FR' posting per
      * warehouse on the extra-postings file for JVEXTRACT to fold
      * into the journal voucher.
      *****************************************************************
       42-POST-FREIGHT-TO-JOURNAL.

           IF POSTING-COUNT IS EQUAL TO ZERO
               GO TO 42-POST-EXIT
           END-IF

           OPEN EXTEND EXTRA-POSTINGS-FILE
           IF XPF-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT EXTRA-POSTINGS-FILE
               IF XPF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'FRTAUDIT: UNABLE TO OPEN EXTRA '
                           'POSTINGS FILE, FILE STATUS = '
                           XPF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM VARYING WHSE-SUB FROM 1 BY 1
               UNTIL WHSE-SUB > POSTING-COUNT
               MOVE PST-WAREHOUSE-ID (WHSE-SUB) TO XPF-WAREHOUSE-ID
               MOVE 'FR' TO XPF-CATEGORY
               MOVE PST-AMOUNT (WHSE-SUB) TO XPF-AMOUNT
               WRITE EXTRA-POSTING-RECORD
           END-PERFORM

           CLOSE EXTRA-POSTINGS-FILE
           .

       42-POST-EXIT.
           EXIT.

      *****************************************************************
      * 45-PRINT-COST-PER-CASE prints the freight approved this
      * month per carrier and warehouse against the cases those
      * bills moved.
      *****************************************************************
       45-PRINT-COST-PER-CASE.

           OPEN OUTPUT COST-REPORT

           MOVE RUN-MONTH-MM TO CTT-MONTH-MM
           MOVE RUN-MONTH-YYYY TO CTT-MONTH-YYYY
           MOVE COST-TITLE TO COST-RECORD
           WRITE COST-RECORD
           MOVE SPACES TO COST-RECORD
           WRITE COST-RECORD
           MOVE COST-HEADING TO COST-RECORD
           WRITE COST-RECORD

           PERFORM VARYING COST-SUB FROM 1 BY 1
               UNTIL COST-SUB > COST-COUNT
               MOVE SPACES TO COST-LINE
               MOVE CST-CARRIER-ID (COST-SUB) TO CSL-CARRIER-ID
               MOVE CST-WAREHOUSE-ID (COST-SUB) TO CSL-WAREHOUSE-ID
               MOVE CST-BILLS (COST-SUB) TO CSL-BILLS
               MOVE CST-CASES (COST-SUB) TO CSL-CASES
               MOVE CST-FREIGHT (COST-SUB) TO CSL-FREIGHT
               MOVE 0 TO COST-PER-CASE
               IF CST-CASES (COST-SUB) IS GREATER THAN ZERO
                   COMPUTE COST-PER-CASE ROUNDED =
                           CST-FREIGHT (COST-SUB)
                           / CST-CASES (COST-SUB)
               END-IF
               MOVE COST-PER-CASE TO CSL-PER-CASE
               MOVE COST-LINE TO COST-RECORD
               WRITE COST-RECORD
               ADD CST-BILLS (COST-SUB) TO MONTH-BILL-TOTAL
               ADD CST-CASES (COST-SUB) TO MONTH-CASE-TOTAL
               ADD CST-FREIGHT (COST-SUB) TO MONTH-FREIGHT-TOTAL
           END-PERFORM

           MOVE SPACES TO COST-RECORD
           WRITE COST-RECORD
           MOVE SPACES TO COST-LINE
           MOVE 'ALL' TO CSL-CARRIER-ID
           MOVE MONTH-BILL-TOTAL TO CSL-BILLS
           MOVE MONTH-CASE-TOTAL TO CSL-CASES
           MOVE MONTH-FREIGHT-TOTAL TO CSL-FREIGHT
           MOVE 0 TO COST-PER-CASE
           IF MONTH-CASE-TOTAL IS GREATER THAN ZERO
               COMPUTE COST-PER-CASE ROUNDED =
                       MONTH-FREIGHT-TOTAL / MONTH-CASE-TOTAL
           END-IF
           MOVE COST-PER-CASE TO CSL-PER-CASE
           MOVE COST-LINE TO COST-RECORD
           WRITE COST-RECORD

           CLOSE COST-REPORT
           .
