       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLOTPLAN.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * SLOTPLAN is the slotting analysis run.  Home bins were
      * assigned once and never revisited, so the fast movers can
      * sit at the back of the building while the wave walk crosses
      * the floor for them all day.  This run counts each item's
      * picks off the shipment trail -- every shipped line was one
      * trip to its home bin -- ranks the home bins by walk distance
      * from the dock in the walk order the pick lists use (aisle,
      * then bay; the shelf is reached without walking), and
      * recommends swaps that bring the fastest items forward.
      *
      * Items are taken fastest first.  Each is offered the swap
      * with a slower item in a closer bin that saves the most walk
      * -- (picks apart) x (distance apart) -- provided both candies
      * can live in the other's bin: the bin's temperature zone
      * cold enough for the candy's storage class, the aisle not
      * closed to the candy's allergen by the segregation rules, and
      * the bay not left mixing allergen-coded candy with allergen-
      * free.  An item swaps at most once a run, so every swap
      * stands alone and can be approved or struck on its own.
      * *****
      * INPUT:
      *    BIN-LOCATION.txt        the bin location master.
      *    SHIPMENT-HISTORY.txt    optional: the shipment trail;
      *                            lines shipped within the look-
      *                            back window are the picks.
      *    CANDY-MASTER.txt        optional: storage class and
      *                            allergen code per Candy ID.
      *    SEGREGATION-RULES.txt   optional: the aisles closed to an
      *                            allergen, as ALRGAUDT reads them.
      *    ABC-CLASS.txt           optional: the velocity classes
      *                            ABCCLASS wrote, printed beside
      *                            each move.
      *    SLOTTING-PARM.txt       optional: one line -- look-back
      *                            days (999, default 90) and the
      *                            least walk a swap must save to be
      *                            recommended (9(5), default 1).
      * *****
      * OUTPUT:
      *    Slotting-Recommendations.txt  the recommended swaps per
      *                            warehouse, each item's picks,
      *                            bins from and to, and the walk
      *                            saved, with warehouse and run
      *                            totals.
      *    SLOTTING-TRANS.txt      the same swaps as BINMAINT change
      *                            transactions, the two lines of a
      *                            swap together; strike both lines
      *                            of any swap not approved and run
      *                            the rest through BINMAINT as
      *                            BIN-LOCATION-TRANS.txt.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIN-MASTER-FILE
               ASSIGN TO 'BIN-LOCATION.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BMF-FILE-STATUS.
           SELECT SHIP-HISTORY-FILE
               ASSIGN TO 'SHIPMENT-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHH-FILE-STATUS.
           SELECT CANDY-MASTER-FILE
               ASSIGN TO 'CANDY-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMF-FILE-STATUS.
           SELECT RULES-FILE
               ASSIGN TO 'SEGREGATION-RULES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RLF-FILE-STATUS.
           SELECT CLASS-LIST-FILE
               ASSIGN TO 'ABC-CLASS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLF-FILE-STATUS.
           SELECT SLOTTING-PARM-FILE
               ASSIGN TO 'SLOTTING-PARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPF-FILE-STATUS.
           SELECT SLOTTING-REPORT
               ASSIGN TO PRINTER 'Slotting-Recommendations.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BIN-TRANS-FILE
               ASSIGN TO 'SLOTTING-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BTF-FILE-STATUS.
           SELECT SLOT-SORT-FILE
               ASSIGN TO 'SLOTPLAN-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.

       FD BIN-MASTER-FILE
           RECORD CONTAINS 52 CHARACTERS.

       01  BIN-MASTER-RECORD.
           05  BMF-WAREHOUSE-ID        PIC X(4).
           05  BMF-CANDY-ID            PIC XXX.
           05  BMF-AISLE               PIC 99.
           05  BMF-BAY                 PIC 99.
           05  BMF-SHELF               PIC 99.
           05  BMF-TEMP-ZONE           PIC A.
           05  BMF-CAPACITY            PIC 9(5).
           05  BMF-RESERVE-BIN OCCURS 3 TIMES.
               10  BMF-RSV-AISLE       PIC 99.
               10  BMF-RSV-BAY         PIC 99.
               10  BMF-RSV-SHELF       PIC 99.
               10  BMF-RSV-CAPACITY    PIC 9(5).

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

       FD RULES-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  RULES-RECORD.
           05  RLF-WAREHOUSE-ID        PIC X(4).
           05  RLF-AISLE               PIC 99.
           05  RLF-BANNED-ALLERGEN     PIC XX.

       FD CLASS-LIST-FILE
           RECORD CONTAINS 21 CHARACTERS.

       01  CLASS-LIST-RECORD.
           05  CLF-WAREHOUSE-ID        PIC X(4).
           05  CLF-CANDY-ID            PIC XXX.
           05  CLF-ABC-CLASS           PIC X.
           05  CLF-ANNUAL-DOLLARS      PIC 9(11)V99.

       FD SLOTTING-PARM-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  SLOTTING-PARM-RECORD.
           05  SPF-LOOKBACK-DAYS       PIC 999.
           05  SPF-MINIMUM-SAVING      PIC 9(5).

       FD SLOTTING-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       FD BIN-TRANS-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  BIN-TRANS-RECORD.
           05  BTF-ACTION              PIC A.
           05  BTF-WAREHOUSE-ID        PIC X(4).
           05  BTF-CANDY-ID            PIC XXX.
           05  BTF-AISLE               PIC 99.
           05  BTF-BAY                 PIC 99.
           05  BTF-SHELF               PIC 99.
           05  BTF-TEMP-ZONE           PIC A.
           05  BTF-CAPACITY            PIC 9(5).
           05  BTF-RESERVE-BIN OCCURS 3 TIMES.
               10  BTF-RSV-AISLE       PIC 99.
               10  BTF-RSV-BAY         PIC 99.
               10  BTF-RSV-SHELF       PIC 99.
               10  BTF-RSV-CAPACITY    PIC 9(5).

       SD SLOT-SORT-FILE.

       01  SORT-SLOT-RECORD.
           05  SRT-WAREHOUSE-ID        PIC X(4).
           05  SRT-SWAP-NUMBER         PIC 9(4).
           05  SRT-SWAP-SIDE           PIC 9.
           05  SRT-ITEM-SUB            PIC 9(4).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  BMF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-BMF-DATA                     VALUE 'N'.
           05  SHH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SHH-DATA                     VALUE 'N'.
           05  CMF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CMF-DATA                     VALUE 'N'.
           05  RLF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RLF-DATA                     VALUE 'N'.
           05  CLF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CLF-DATA                     VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.
           05  SWAP-OK-SWITCH          PIC X           VALUE 'N'.
               88 SWAP-ALLOWED                         VALUE 'Y'.

       01  TEMP-FIELDS.
           05  BMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SHH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RLF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CLF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BTF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LOOKBACK-DAYS           PIC 999         VALUE 90.
           05  MINIMUM-SAVING          PIC 9(5)        VALUE 1.
           05  AGE-DAYS                PIC S9(7)       VALUE 0.
           05  RUN-DATE                PIC 9(8)        VALUE 0.
           05  RUN-DATE-X REDEFINES RUN-DATE.
               10  RUN-CCYY            PIC 9(4).
               10  RUN-MM              PIC 99.
               10  RUN-DD              PIC 99.
           05  ITM-SUB                 PIC 9(4)        VALUE 0.
           05  FAST-SUB                PIC 9(4)        VALUE 0.
           05  SLOW-SUB                PIC 9(4)        VALUE 0.
           05  BEST-SUB                PIC 9(4)        VALUE 0.
           05  MATE-SUB                PIC 9(4)        VALUE 0.
           05  PASS-SUB                PIC 9(4)        VALUE 0.
           05  CAT-SUB                 PIC 999         VALUE 0.
           05  RUL-SUB                 PIC 999         VALUE 0.
           05  CLS-SUB                 PIC 9(4)        VALUE 0.
           05  RSV-SUB                 PIC 9           VALUE 0.
           05  TOP-PICKS               PIC 9(7)        VALUE 0.
           05  SWAP-SAVING             PIC 9(11)       VALUE 0.
           05  BEST-SAVING             PIC 9(11)       VALUE 0.
           05  LINE-SAVING             PIC S9(11)      VALUE 0.
           05  SWAP-NUMBER             PIC 9(4)        VALUE 0.
           05  PRIOR-WAREHOUSE-ID      PIC X(4)        VALUE SPACES.
           05  ZONE-WORK               PIC A           VALUE SPACE.
           05  CLASS-WORK              PIC A           VALUE SPACE.
           05  ZONE-OK-SWITCH          PIC X           VALUE 'Y'.
               88 ZONE-COMPATIBLE                      VALUE 'Y'.
           05  FAST-CODED-SWITCH       PIC X           VALUE 'N'.
           05  SLOW-CODED-SWITCH       PIC X           VALUE 'N'.
           05  MATE-CODED-SWITCH       PIC X           VALUE 'N'.

       01  RUN-TOTALS.
           05  BINS-READ-COUNT         PIC 9(5)        VALUE 0.
           05  PICKS-COUNTED           PIC 9(9)        VALUE 0.
           05  RUN-SWAP-COUNT          PIC 9(5)        VALUE 0.
           05  RUN-WALK-SAVED          PIC S9(11)      VALUE 0.
           05  WH-SWAP-COUNT           PIC 9(5)        VALUE 0.
           05  WH-WALK-SAVED           PIC S9(11)      VALUE 0.

      *****************************************************************
      * ITEM-TABLE is the bin master held in memory, one home bin
      * per warehouse/Candy ID, with the bin as it stands, the bin
      * the plan moves it to, the picks counted, and the catalog
      * facts the swap rules need.  The walk distance is the bin's
      * place in the walk from the dock -- aisle times 100 plus bay,
      * the same measure PUTAWAY uses between bins.
      *****************************************************************
       01  ITEM-COUNT                  PIC 9(4)        VALUE 0.

       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON ITEM-COUNT.
               10  ITM-WAREHOUSE-ID    PIC X(4).
               10  ITM-CANDY-ID        PIC XXX.
               10  ITM-OLD-LOCATION.
                   15  ITM-OLD-AISLE   PIC 99.
                   15  ITM-OLD-BAY     PIC 99.
                   15  ITM-OLD-SHELF   PIC 99.
               10  ITM-OLD-ZONE        PIC A.
               10  ITM-OLD-CAPACITY    PIC 9(5).
               10  ITM-OLD-DISTANCE    PIC 9(5).
               10  ITM-RESERVE-BIN OCCURS 3 TIMES.
                   15  ITM-RSV-LOCATION.
                       20  ITM-RSV-AISLE PIC 99.
                       20  ITM-RSV-BAY PIC 99.
                       20  ITM-RSV-SHELF PIC 99.
                   15  ITM-RSV-CAPACITY PIC 9(5).
               10  ITM-NEW-LOCATION.
                   15  ITM-NEW-AISLE   PIC 99.
                   15  ITM-NEW-BAY     PIC 99.
                   15  ITM-NEW-SHELF   PIC 99.
               10  ITM-NEW-ZONE        PIC A.
               10  ITM-NEW-CAPACITY    PIC 9(5).
               10  ITM-NEW-DISTANCE    PIC 9(5).
               10  ITM-PICKS           PIC 9(7).
               10  ITM-STORAGE-CLASS   PIC A.
               10  ITM-ALLERGEN        PIC XX.
               10  ITM-ABC-CLASS       PIC X.
               10  ITM-TAKEN-SWITCH    PIC X.
                   88 ITM-TAKEN                        VALUE 'Y'.
               10  ITM-MOVED-SWITCH    PIC X.
                   88 ITM-MOVED                        VALUE 'Y'.
               10  ITM-SWAP-NUMBER     PIC 9(4).

       01  CATALOG-COUNT               PIC 999         VALUE 0.

       01  CATALOG-TABLE.
           05  CATALOG-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON CATALOG-COUNT.
               10  CAT-CANDY-ID        PIC XXX.
               10  CAT-ALLERGEN-CODE   PIC XX.
               10  CAT-STORAGE-CLASS   PIC A.

       01  RULE-COUNT                  PIC 999         VALUE 0.

       01  RULE-TABLE.
           05  RULE-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON RULE-COUNT.
               10  RUL-WAREHOUSE-ID    PIC X(4).
               10  RUL-AISLE           PIC 99.
               10  RUL-BANNED-ALLERGEN PIC XX.

       01  REPORT-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       'SLOTTING RECOMMENDATIONS AS OF'.
           05  FILLER                  PIC X       VALUE SPACE.
           05  RHD-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(19)   VALUE
                                       '  -- PICKS OVER THE'.
           05  FILLER                  PIC X(6)    VALUE ' LAST '.
           05  RHD-LOOKBACK-DAYS       PIC ZZ9.
           05  FILLER                  PIC X(5)    VALUE ' DAYS'.
           05  FILLER                  PIC X(8)    VALUE SPACES.

       01  WAREHOUSE-HEADING.
           05  FILLER                  PIC X(10)   VALUE 'WAREHOUSE '.
           05  WHD-WAREHOUSE-ID        PIC X(4).

       01  DETAIL-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       'SWAP  CDY  C    PICKS  FROM   '.
           05  FILLER                  PIC X(40)   VALUE
                       '   DIST  TO        DIST    WALK SAVED'.

       01  DETAIL-LINE.
           05  DTL-SWAP-NUMBER         PIC ZZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-ABC-CLASS           PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  DTL-PICKS               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-FROM-BIN            PIC X(8).
           05  DTL-FROM-DISTANCE       PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-TO-BIN              PIC X(8).
           05  DTL-TO-DISTANCE         PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-WALK-SAVED          PIC ----,---,--9.
           05  FILLER                  PIC X(12)       VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(41)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM 11-READ-SLOTTING-PARM
           PERFORM 12-LOAD-BIN-MASTER
           PERFORM 13-LOAD-CATALOG
           PERFORM 13A-LOAD-SEGREGATION-RULES
           PERFORM 14-LOAD-ABC-CLASSES
           PERFORM 14A-COUNT-SHIPMENT-PICKS
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PLAN-SWAPS

           SORT SLOT-SORT-FILE
               ON ASCENDING KEY SRT-WAREHOUSE-ID SRT-SWAP-NUMBER
                                SRT-SWAP-SIDE
               INPUT PROCEDURE IS 30-RELEASE-MOVES
               OUTPUT PROCEDURE IS 32-WRITE-MOVE-LIST

           PERFORM 40-EOF-ROUTINE
           .

       11-READ-SLOTTING-PARM.

           OPEN INPUT SLOTTING-PARM-FILE
           IF SPF-FILE-STATUS IS EQUAL TO '00'
               READ SLOTTING-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SPF-LOOKBACK-DAYS IS NUMERIC
                          AND SPF-LOOKBACK-DAYS IS GREATER THAN ZERO
                           MOVE SPF-LOOKBACK-DAYS TO LOOKBACK-DAYS
                       END-IF
                       IF SPF-MINIMUM-SAVING IS NUMERIC
                          AND SPF-MINIMUM-SAVING IS GREATER THAN ZERO
                           MOVE SPF-MINIMUM-SAVING TO MINIMUM-SAVING
                       END-IF
               END-READ
               CLOSE SLOTTING-PARM-FILE
           END-IF
           .

       12-LOAD-BIN-MASTER.

           OPEN INPUT BIN-MASTER-FILE
           IF BMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SLOTPLAN: UNABLE TO OPEN BIN LOCATION '
                       'MASTER, FILE STATUS = ' BMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO BMF-EOF-FLAG
           PERFORM UNTIL NO-MORE-BMF-DATA
               READ BIN-MASTER-FILE
                   AT END
                       MOVE 'N' TO BMF-EOF-FLAG
                   NOT AT END
                       IF ITEM-COUNT IS EQUAL TO 2000
                           DISPLAY 'SLOTPLAN: MORE THAN 2000 BIN '
                                   'ENTRIES, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO BINS-READ-COUNT
                       ADD 1 TO ITEM-COUNT
                       PERFORM 12A-LOAD-ONE-ITEM
               END-READ
           END-PERFORM

           CLOSE BIN-MASTER-FILE
           .

      *****************************************************************
      * 12A-LOAD-ONE-ITEM carries a bin entry into the item table.
      * Capacities and reserve slots written before bins carried
      * them read as zero, the way BINMAINT loads them.
      *****************************************************************
       12A-LOAD-ONE-ITEM.

           MOVE BMF-WAREHOUSE-ID TO ITM-WAREHOUSE-ID (ITEM-COUNT)
           MOVE BMF-CANDY-ID TO ITM-CANDY-ID (ITEM-COUNT)
           MOVE BMF-AISLE TO ITM-OLD-AISLE (ITEM-COUNT)
           MOVE BMF-BAY TO ITM-OLD-BAY (ITEM-COUNT)
           MOVE BMF-SHELF TO ITM-OLD-SHELF (ITEM-COUNT)
           MOVE BMF-TEMP-ZONE TO ITM-OLD-ZONE (ITEM-COUNT)
           IF BMF-CAPACITY IS NUMERIC
               MOVE BMF-CAPACITY TO ITM-OLD-CAPACITY (ITEM-COUNT)
           ELSE
               MOVE 0 TO ITM-OLD-CAPACITY (ITEM-COUNT)
           END-IF
           COMPUTE ITM-OLD-DISTANCE (ITEM-COUNT) =
                   BMF-AISLE * 100 + BMF-BAY
           PERFORM VARYING RSV-SUB FROM 1 BY 1 UNTIL RSV-SUB > 3
               IF BMF-RSV-AISLE (RSV-SUB) IS NUMERIC
                  AND BMF-RSV-BAY (RSV-SUB) IS NUMERIC
                  AND BMF-RSV-SHELF (RSV-SUB) IS NUMERIC
                  AND BMF-RSV-CAPACITY (RSV-SUB) IS NUMERIC
                   MOVE BMF-RSV-AISLE (RSV-SUB) TO
                           ITM-RSV-AISLE (ITEM-COUNT, RSV-SUB)
                   MOVE BMF-RSV-BAY (RSV-SUB) TO
                           ITM-RSV-BAY (ITEM-COUNT, RSV-SUB)
                   MOVE BMF-RSV-SHELF (RSV-SUB) TO
                           ITM-RSV-SHELF (ITEM-COUNT, RSV-SUB)
                   MOVE BMF-RSV-CAPACITY (RSV-SUB) TO
                           ITM-RSV-CAPACITY (ITEM-COUNT, RSV-SUB)
               ELSE
                   MOVE 0 TO ITM-RSV-AISLE (ITEM-COUNT, RSV-SUB)
                             ITM-RSV-BAY (ITEM-COUNT, RSV-SUB)
                             ITM-RSV-SHELF (ITEM-COUNT, RSV-SUB)
                             ITM-RSV-CAPACITY (ITEM-COUNT, RSV-SUB)
               END-IF
           END-PERFORM

           MOVE ITM-OLD-LOCATION (ITEM-COUNT) TO
                   ITM-NEW-LOCATION (ITEM-COUNT)
           MOVE ITM-OLD-ZONE (ITEM-COUNT) TO ITM-NEW-ZONE (ITEM-COUNT)
           MOVE ITM-OLD-CAPACITY (ITEM-COUNT) TO
                   ITM-NEW-CAPACITY (ITEM-COUNT)
           MOVE ITM-OLD-DISTANCE (ITEM-COUNT) TO
                   ITM-NEW-DISTANCE (ITEM-COUNT)
           MOVE 0 TO ITM-PICKS (ITEM-COUNT)
           MOVE SPACE TO ITM-STORAGE-CLASS (ITEM-COUNT)
           MOVE SPACES TO ITM-ALLERGEN (ITEM-COUNT)
           MOVE SPACE TO ITM-ABC-CLASS (ITEM-COUNT)
           MOVE 'N' TO ITM-TAKEN-SWITCH (ITEM-COUNT)
           MOVE 'N' TO ITM-MOVED-SWITCH (ITEM-COUNT)
           MOVE 0 TO ITM-SWAP-NUMBER (ITEM-COUNT)
           .

      *****************************************************************
      * 13-LOAD-CATALOG loads each Candy ID's allergen code and
      * storage class and stamps them on its items.  Without the
      * catalog every candy reads as ambient and allergen-free, so
      * only the aisle rules that name no allergen could bind.
      *****************************************************************
       13-LOAD-CATALOG.

           OPEN INPUT CANDY-MASTER-FILE
           IF CMF-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'SLOTPLAN: NO CANDY MASTER CATALOG ON FILE, '
                       'ZONES AND ALLERGENS NOT CHECKED'
           ELSE
               IF CMF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SLOTPLAN: UNABLE TO OPEN CANDY MASTER '
                           'CATALOG, FILE STATUS = ' CMF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CMF-EOF-FLAG
               PERFORM UNTIL NO-MORE-CMF-DATA
                   READ CANDY-MASTER-FILE
                       AT END
                           MOVE 'N' TO CMF-EOF-FLAG
                       NOT AT END
                           IF CATALOG-COUNT IS EQUAL TO 500
                               DISPLAY 'SLOTPLAN: MORE THAN 500 '
                                       'CATALOG ENTRIES, TABLE IS '
                                       'FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO CATALOG-COUNT
                           MOVE CMF-CANDY-ID TO
                                   CAT-CANDY-ID (CATALOG-COUNT)
                           MOVE CMF-ALLERGEN-CODE TO
                                   CAT-ALLERGEN-CODE (CATALOG-COUNT)
                           MOVE CMF-STORAGE-CLASS TO
                                   CAT-STORAGE-CLASS (CATALOG-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CANDY-MASTER-FILE
           END-IF

           PERFORM VARYING ITM-SUB FROM 1 BY 1
               UNTIL ITM-SUB > ITEM-COUNT
               PERFORM VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB > CATALOG-COUNT
                   IF CAT-CANDY-ID (CAT-SUB) IS EQUAL TO
                           ITM-CANDY-ID (ITM-SUB)
                       MOVE CAT-ALLERGEN-CODE (CAT-SUB) TO
                               ITM-ALLERGEN (ITM-SUB)
                       MOVE CAT-STORAGE-CLASS (CAT-SUB) TO
                               ITM-STORAGE-CLASS (ITM-SUB)
                       MOVE CATALOG-COUNT TO CAT-SUB
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       13A-LOAD-SEGREGATION-RULES.

           OPEN INPUT RULES-FILE
           IF RLF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF RLF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SLOTPLAN: UNABLE TO OPEN SEGREGATION '
                           'RULES, FILE STATUS = ' RLF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO RLF-EOF-FLAG
               PERFORM UNTIL NO-MORE-RLF-DATA
                   READ RULES-FILE
                       AT END
                           MOVE 'N' TO RLF-EOF-FLAG
                       NOT AT END
                           IF RULE-COUNT IS EQUAL TO 200
                               DISPLAY 'SLOTPLAN: MORE THAN 200 '
                                       'RULES, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO RULE-COUNT
                           MOVE RULES-RECORD TO
                                   RULE-ENTRY (RULE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RULES-FILE
           END-IF
           .

       14-LOAD-ABC-CLASSES.

           OPEN INPUT CLASS-LIST-FILE
           IF CLF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CLF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SLOTPLAN: UNABLE TO OPEN ABC CLASS '
                           'LIST, FILE STATUS = ' CLF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CLF-EOF-FLAG
               PERFORM UNTIL NO-MORE-CLF-DATA
                   READ CLASS-LIST-FILE
                       AT END
                           MOVE 'N' TO CLF-EOF-FLAG
                       NOT AT END
                           PERFORM VARYING CLS-SUB FROM 1 BY 1
                               UNTIL CLS-SUB > ITEM-COUNT
                               IF ITM-WAREHOUSE-ID (CLS-SUB) IS
                                       EQUAL TO CLF-WAREHOUSE-ID
                                  AND ITM-CANDY-ID (CLS-SUB) IS
                                       EQUAL TO CLF-CANDY-ID
                                   MOVE CLF-ABC-CLASS TO
                                           ITM-ABC-CLASS (CLS-SUB)
                                   MOVE ITEM-COUNT TO CLS-SUB
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CLASS-LIST-FILE
           END-IF
           .

      *****************************************************************
      * 14A-COUNT-SHIPMENT-PICKS counts one pick per shipped line
      * inside the look-back window, aged on the 30-day-month
      * convention the aging reports use.
      *****************************************************************
       14A-COUNT-SHIPMENT-PICKS.

           OPEN INPUT SHIP-HISTORY-FILE
           IF SHH-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'SLOTPLAN: NO SHIPMENT HISTORY ON FILE, '
                       'NO PICKS TO COUNT'
           ELSE
               IF SHH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SLOTPLAN: UNABLE TO OPEN SHIPMENT '
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
                               COMPUTE AGE-DAYS =
                                   (RUN-CCYY - SHH-CCYY) * 360
                                 + (RUN-MM - SHH-MM) * 30
                                 + (RUN-DD - SHH-DD)
                               IF AGE-DAYS IS NOT LESS THAN ZERO
                                  AND AGE-DAYS IS NOT GREATER THAN
                                       LOOKBACK-DAYS
                                   PERFORM 14B-COUNT-ONE-PICK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIP-HISTORY-FILE
           END-IF
           .

       14B-COUNT-ONE-PICK.

           PERFORM VARYING ITM-SUB FROM 1 BY 1
               UNTIL ITM-SUB > ITEM-COUNT
               IF ITM-WAREHOUSE-ID (ITM-SUB) IS EQUAL TO
                       SHH-WAREHOUSE-ID
                  AND ITM-CANDY-ID (ITM-SUB) IS EQUAL TO
                       SHH-CANDY-ID
                   ADD 1 TO ITM-PICKS (ITM-SUB)
                   ADD 1 TO PICKS-COUNTED
                   MOVE ITEM-COUNT TO ITM-SUB
               END-IF
           END-PERFORM
           .

       15-HSKPING-ROUTINE.

           OPEN OUTPUT SLOTTING-REPORT
           MOVE RUN-DATE TO RHD-RUN-DATE
           MOVE LOOKBACK-DAYS TO RHD-LOOKBACK-DAYS
           MOVE REPORT-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD

           OPEN OUTPUT BIN-TRANS-FILE
           IF BTF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SLOTPLAN: UNABLE TO OPEN SLOTTING '
                       'TRANSACTION FILE, FILE STATUS = '
                       BTF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 20-PLAN-SWAPS takes the items fastest first, each once,
      * and offers every one with picks that has not already been
      * swapped the best swap forward it can make.
      *****************************************************************
       20-PLAN-SWAPS.

           PERFORM VARYING PASS-SUB FROM 1 BY 1
               UNTIL PASS-SUB > ITEM-COUNT
               PERFORM 22-TAKE-NEXT-FASTEST
               IF FAST-SUB IS GREATER THAN ZERO
                   MOVE 'Y' TO ITM-TAKEN-SWITCH (FAST-SUB)
                   IF NOT ITM-MOVED (FAST-SUB)
                      AND ITM-PICKS (FAST-SUB) IS GREATER THAN ZERO
                       PERFORM 24-FIND-BEST-SWAP
                   END-IF
               END-IF
           END-PERFORM
           .

       22-TAKE-NEXT-FASTEST.

           MOVE 0 TO FAST-SUB
           MOVE 0 TO TOP-PICKS
           PERFORM VARYING ITM-SUB FROM 1 BY 1
               UNTIL ITM-SUB > ITEM-COUNT
               IF NOT ITM-TAKEN (ITM-SUB)
                  AND (FAST-SUB IS EQUAL TO ZERO
                       OR ITM-PICKS (ITM-SUB) IS GREATER THAN
                               TOP-PICKS)
                   MOVE ITM-SUB TO FAST-SUB
                   MOVE ITM-PICKS (ITM-SUB) TO TOP-PICKS
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 24-FIND-BEST-SWAP looks through the slower items of the same
      * warehouse in closer bins, not yet swapped, for the allowed
      * swap that saves the most walk, and makes it if it saves at
      * least the minimum.
      *****************************************************************
       24-FIND-BEST-SWAP.

           MOVE 0 TO BEST-SUB
           MOVE 0 TO BEST-SAVING
           PERFORM VARYING SLOW-SUB FROM 1 BY 1
               UNTIL SLOW-SUB > ITEM-COUNT
               IF ITM-WAREHOUSE-ID (SLOW-SUB) IS EQUAL TO
                       ITM-WAREHOUSE-ID (FAST-SUB)
                  AND NOT ITM-MOVED (SLOW-SUB)
                  AND ITM-PICKS (SLOW-SUB) IS LESS THAN
                       ITM-PICKS (FAST-SUB)
                  AND ITM-OLD-DISTANCE (SLOW-SUB) IS LESS THAN
                       ITM-OLD-DISTANCE (FAST-SUB)
                   COMPUTE SWAP-SAVING =
                       (ITM-PICKS (FAST-SUB) - ITM-PICKS (SLOW-SUB))
                     * (ITM-OLD-DISTANCE (FAST-SUB)
                        - ITM-OLD-DISTANCE (SLOW-SUB))
                   IF SWAP-SAVING IS GREATER THAN BEST-SAVING
                       PERFORM 26-CHECK-SWAP-ALLOWED
                           THRU 26-CHECK-SWAP-EXIT
                       IF SWAP-ALLOWED
                           MOVE SLOW-SUB TO BEST-SUB
                           MOVE SWAP-SAVING TO BEST-SAVING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF BEST-SUB IS GREATER THAN ZERO
              AND BEST-SAVING IS NOT LESS THAN MINIMUM-SAVING
               PERFORM 28-MAKE-SWAP
           END-IF
           .

      *****************************************************************
      * 26-CHECK-SWAP-ALLOWED proves each candy can live in the
      * other's bin: the zone cold enough for its storage class,
      * its allergen not banned from the aisle, its reserve bins
      * clear of its new home, and the bay it lands in not left
      * mixing allergen-coded and allergen-free candy.
      *****************************************************************
       26-CHECK-SWAP-ALLOWED.

           MOVE 'N' TO SWAP-OK-SWITCH

           MOVE ITM-STORAGE-CLASS (FAST-SUB) TO CLASS-WORK
           MOVE ITM-OLD-ZONE (SLOW-SUB) TO ZONE-WORK
           PERFORM 27-CHECK-ZONE-COMPATIBLE
           IF NOT ZONE-COMPATIBLE
               GO TO 26-CHECK-SWAP-EXIT
           END-IF
           MOVE ITM-STORAGE-CLASS (SLOW-SUB) TO CLASS-WORK
           MOVE ITM-OLD-ZONE (FAST-SUB) TO ZONE-WORK
           PERFORM 27-CHECK-ZONE-COMPATIBLE
           IF NOT ZONE-COMPATIBLE
               GO TO 26-CHECK-SWAP-EXIT
           END-IF

           IF ITM-ALLERGEN (FAST-SUB) IS NOT EQUAL TO SPACES
               PERFORM VARYING RUL-SUB FROM 1 BY 1
                   UNTIL RUL-SUB > RULE-COUNT
                   IF RUL-WAREHOUSE-ID (RUL-SUB) IS EQUAL TO
                           ITM-WAREHOUSE-ID (FAST-SUB)
                      AND RUL-AISLE (RUL-SUB) IS EQUAL TO
                           ITM-OLD-AISLE (SLOW-SUB)
                      AND RUL-BANNED-ALLERGEN (RUL-SUB) IS EQUAL TO
                           ITM-ALLERGEN (FAST-SUB)
                       GO TO 26-CHECK-SWAP-EXIT
                   END-IF
               END-PERFORM
           END-IF
           IF ITM-ALLERGEN (SLOW-SUB) IS NOT EQUAL TO SPACES
               PERFORM VARYING RUL-SUB FROM 1 BY 1
                   UNTIL RUL-SUB > RULE-COUNT
                   IF RUL-WAREHOUSE-ID (RUL-SUB) IS EQUAL TO
                           ITM-WAREHOUSE-ID (SLOW-SUB)
                      AND RUL-AISLE (RUL-SUB) IS EQUAL TO
                           ITM-OLD-AISLE (FAST-SUB)
                      AND RUL-BANNED-ALLERGEN (RUL-SUB) IS EQUAL TO
                           ITM-ALLERGEN (SLOW-SUB)
                       GO TO 26-CHECK-SWAP-EXIT
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING RSV-SUB FROM 1 BY 1 UNTIL RSV-SUB > 3
               IF ITM-RSV-LOCATION (FAST-SUB, RSV-SUB) IS EQUAL TO
                       ITM-OLD-LOCATION (SLOW-SUB)
                  OR ITM-RSV-LOCATION (SLOW-SUB, RSV-SUB) IS EQUAL
                       TO ITM-OLD-LOCATION (FAST-SUB)
                   GO TO 26-CHECK-SWAP-EXIT
               END-IF
           END-PERFORM

           MOVE 'N' TO FAST-CODED-SWITCH
           IF ITM-ALLERGEN (FAST-SUB) IS NOT EQUAL TO SPACES
               MOVE 'Y' TO FAST-CODED-SWITCH
           END-IF
           MOVE 'N' TO SLOW-CODED-SWITCH
           IF ITM-ALLERGEN (SLOW-SUB) IS NOT EQUAL TO SPACES
               MOVE 'Y' TO SLOW-CODED-SWITCH
           END-IF
           PERFORM VARYING MATE-SUB FROM 1 BY 1
               UNTIL MATE-SUB > ITEM-COUNT
               IF MATE-SUB IS NOT EQUAL TO FAST-SUB
                  AND MATE-SUB IS NOT EQUAL TO SLOW-SUB
                  AND ITM-WAREHOUSE-ID (MATE-SUB) IS EQUAL TO
                       ITM-WAREHOUSE-ID (FAST-SUB)
                   MOVE 'N' TO MATE-CODED-SWITCH
                   IF ITM-ALLERGEN (MATE-SUB) IS NOT EQUAL TO SPACES
                       MOVE 'Y' TO MATE-CODED-SWITCH
                   END-IF
                   IF ITM-NEW-AISLE (MATE-SUB) IS EQUAL TO
                           ITM-OLD-AISLE (SLOW-SUB)
                      AND ITM-NEW-BAY (MATE-SUB) IS EQUAL TO
                           ITM-OLD-BAY (SLOW-SUB)
                      AND MATE-CODED-SWITCH IS NOT EQUAL TO
                           FAST-CODED-SWITCH
                       GO TO 26-CHECK-SWAP-EXIT
                   END-IF
                   IF ITM-NEW-AISLE (MATE-SUB) IS EQUAL TO
                           ITM-OLD-AISLE (FAST-SUB)
                      AND ITM-NEW-BAY (MATE-SUB) IS EQUAL TO
                           ITM-OLD-BAY (FAST-SUB)
                      AND MATE-CODED-SWITCH IS NOT EQUAL TO
                           SLOW-CODED-SWITCH
                       GO TO 26-CHECK-SWAP-EXIT
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'Y' TO SWAP-OK-SWITCH
           .

       26-CHECK-SWAP-EXIT.
           EXIT.

      *****************************************************************
      * 27-CHECK-ZONE-COMPATIBLE applies BINMAINT's zone rule: cold
      * candy needs a cold zone, cool candy a cool or cold one,
      * ambient candy takes anything, and a blank zone is ambient.
      *****************************************************************
       27-CHECK-ZONE-COMPATIBLE.

           MOVE 'Y' TO ZONE-OK-SWITCH
           IF ZONE-WORK IS EQUAL TO SPACE
               MOVE 'A' TO ZONE-WORK
           END-IF
           EVALUATE TRUE
               WHEN CLASS-WORK IS EQUAL TO 'F'
                    AND ZONE-WORK IS NOT EQUAL TO 'F'
                   MOVE 'N' TO ZONE-OK-SWITCH
               WHEN CLASS-WORK IS EQUAL TO 'C'
                    AND ZONE-WORK IS NOT EQUAL TO 'C'
                    AND ZONE-WORK IS NOT EQUAL TO 'F'
                   MOVE 'N' TO ZONE-OK-SWITCH
           END-EVALUATE
           .

      *****************************************************************
      * 28-MAKE-SWAP trades the two items' bins in the plan -- the
      * location, its zone, and its capacity go with the bin; each
      * item keeps its own reserve bins.
      *****************************************************************
       28-MAKE-SWAP.

           MOVE BEST-SUB TO SLOW-SUB
           ADD 1 TO SWAP-NUMBER

           MOVE ITM-OLD-LOCATION (SLOW-SUB) TO
                   ITM-NEW-LOCATION (FAST-SUB)
           MOVE ITM-OLD-ZONE (SLOW-SUB) TO ITM-NEW-ZONE (FAST-SUB)
           MOVE ITM-OLD-CAPACITY (SLOW-SUB) TO
                   ITM-NEW-CAPACITY (FAST-SUB)
           MOVE ITM-OLD-DISTANCE (SLOW-SUB) TO
                   ITM-NEW-DISTANCE (FAST-SUB)

           MOVE ITM-OLD-LOCATION (FAST-SUB) TO
                   ITM-NEW-LOCATION (SLOW-SUB)
           MOVE ITM-OLD-ZONE (FAST-SUB) TO ITM-NEW-ZONE (SLOW-SUB)
           MOVE ITM-OLD-CAPACITY (FAST-SUB) TO
                   ITM-NEW-CAPACITY (SLOW-SUB)
           MOVE ITM-OLD-DISTANCE (FAST-SUB) TO
                   ITM-NEW-DISTANCE (SLOW-SUB)

           MOVE 'Y' TO ITM-MOVED-SWITCH (FAST-SUB)
                       ITM-MOVED-SWITCH (SLOW-SUB)
           MOVE SWAP-NUMBER TO ITM-SWAP-NUMBER (FAST-SUB)
                               ITM-SWAP-NUMBER (SLOW-SUB)
           .

      *****************************************************************
      * 30-RELEASE-MOVES releases both sides of every swap, the
      * faster item first, so the list reads by warehouse and swap.
      *****************************************************************
       30-RELEASE-MOVES.

           PERFORM VARYING ITM-SUB FROM 1 BY 1
               UNTIL ITM-SUB > ITEM-COUNT
               IF ITM-MOVED (ITM-SUB)
                   MOVE ITM-WAREHOUSE-ID (ITM-SUB) TO SRT-WAREHOUSE-ID
                   MOVE ITM-SWAP-NUMBER (ITM-SUB) TO SRT-SWAP-NUMBER
                   IF ITM-NEW-DISTANCE (ITM-SUB) IS LESS THAN
                           ITM-OLD-DISTANCE (ITM-SUB)
                       MOVE 1 TO SRT-SWAP-SIDE
                   ELSE
                       MOVE 2 TO SRT-SWAP-SIDE
                   END-IF
                   MOVE ITM-SUB TO SRT-ITEM-SUB
                   RELEASE SORT-SLOT-RECORD
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 32-WRITE-MOVE-LIST prints each swap's two lines under its
      * warehouse heading and writes the matching BINMAINT change
      * transactions.
      *****************************************************************
       32-WRITE-MOVE-LIST.

           MOVE SPACES TO PRIOR-WAREHOUSE-ID
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN SLOT-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       IF SRT-WAREHOUSE-ID IS NOT EQUAL TO
                               PRIOR-WAREHOUSE-ID
                           IF PRIOR-WAREHOUSE-ID IS NOT EQUAL TO
                                   SPACES
                               PERFORM 36-WRITE-WAREHOUSE-TOTAL
                           END-IF
                           PERFORM 35-WRITE-WAREHOUSE-HEADING
                       END-IF
                       MOVE SRT-ITEM-SUB TO ITM-SUB
                       PERFORM 33-WRITE-MOVE-LINE
                       PERFORM 34-WRITE-MOVE-TRANSACTION
               END-RETURN
           END-PERFORM

           IF PRIOR-WAREHOUSE-ID IS NOT EQUAL TO SPACES
               PERFORM 36-WRITE-WAREHOUSE-TOTAL
           ELSE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'NO SWAPS RECOMMENDED' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

       33-WRITE-MOVE-LINE.

           MOVE SPACES TO DETAIL-LINE
           MOVE ITM-SWAP-NUMBER (ITM-SUB) TO DTL-SWAP-NUMBER
           MOVE ITM-CANDY-ID (ITM-SUB) TO DTL-CANDY-ID
           MOVE ITM-ABC-CLASS (ITM-SUB) TO DTL-ABC-CLASS
           MOVE ITM-PICKS (ITM-SUB) TO DTL-PICKS
           STRING ITM-OLD-AISLE (ITM-SUB) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  ITM-OLD-BAY (ITM-SUB) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  ITM-OLD-SHELF (ITM-SUB) DELIMITED BY SIZE
               INTO DTL-FROM-BIN
           MOVE ITM-OLD-DISTANCE (ITM-SUB) TO DTL-FROM-DISTANCE
           STRING ITM-NEW-AISLE (ITM-SUB) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  ITM-NEW-BAY (ITM-SUB) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  ITM-NEW-SHELF (ITM-SUB) DELIMITED BY SIZE
               INTO DTL-TO-BIN
           MOVE ITM-NEW-DISTANCE (ITM-SUB) TO DTL-TO-DISTANCE
           COMPUTE LINE-SAVING = ITM-PICKS (ITM-SUB)
                 * (ITM-OLD-DISTANCE (ITM-SUB)
                    - ITM-NEW-DISTANCE (ITM-SUB))
           MOVE LINE-SAVING TO DTL-WALK-SAVED
           MOVE DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF SRT-SWAP-SIDE IS EQUAL TO 1
               ADD 1 TO WH-SWAP-COUNT
           END-IF
           ADD LINE-SAVING TO WH-WALK-SAVED
           .

       34-WRITE-MOVE-TRANSACTION.

           MOVE 'C' TO BTF-ACTION
           MOVE ITM-WAREHOUSE-ID (ITM-SUB) TO BTF-WAREHOUSE-ID
           MOVE ITM-CANDY-ID (ITM-SUB) TO BTF-CANDY-ID
           MOVE ITM-NEW-AISLE (ITM-SUB) TO BTF-AISLE
           MOVE ITM-NEW-BAY (ITM-SUB) TO BTF-BAY
           MOVE ITM-NEW-SHELF (ITM-SUB) TO BTF-SHELF
           MOVE ITM-NEW-ZONE (ITM-SUB) TO BTF-TEMP-ZONE
           MOVE ITM-NEW-CAPACITY (ITM-SUB) TO BTF-CAPACITY
           PERFORM VARYING RSV-SUB FROM 1 BY 1 UNTIL RSV-SUB > 3
               IF ITM-RSV-CAPACITY (ITM-SUB, RSV-SUB) IS EQUAL TO
                       ZERO
                   MOVE SPACES TO BTF-RESERVE-BIN (RSV-SUB)
               ELSE
                   MOVE ITM-RSV-AISLE (ITM-SUB, RSV-SUB) TO
                           BTF-RSV-AISLE (RSV-SUB)
                   MOVE ITM-RSV-BAY (ITM-SUB, RSV-SUB) TO
                           BTF-RSV-BAY (RSV-SUB)
                   MOVE ITM-RSV-SHELF (ITM-SUB, RSV-SUB) TO
                           BTF-RSV-SHELF (RSV-SUB)
                   MOVE ITM-RSV-CAPACITY (ITM-SUB, RSV-SUB) TO
                           BTF-RSV-CAPACITY (RSV-SUB)
               END-IF
           END-PERFORM
           WRITE BIN-TRANS-RECORD
           .

       35-WRITE-WAREHOUSE-HEADING.

           MOVE SRT-WAREHOUSE-ID TO PRIOR-WAREHOUSE-ID
           MOVE 0 TO WH-SWAP-COUNT
           MOVE 0 TO WH-WALK-SAVED

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SRT-WAREHOUSE-ID TO WHD-WAREHOUSE-ID
           MOVE WAREHOUSE-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE DETAIL-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       36-WRITE-WAREHOUSE-TOTAL.

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'SWAPS RECOMMENDED' TO RTL-LABEL
           MOVE WH-SWAP-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'NET WALK SAVED' TO RTL-LABEL
           MOVE WH-WALK-SAVED TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           ADD WH-SWAP-COUNT TO RUN-SWAP-COUNT
           ADD WH-WALK-SAVED TO RUN-WALK-SAVED
           .

       40-EOF-ROUTINE.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'BINS READ' TO RTL-LABEL
           MOVE BINS-READ-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'PICKS COUNTED' TO RTL-LABEL
           MOVE PICKS-COUNTED TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'SWAPS RECOMMENDED' TO RTL-LABEL
           MOVE RUN-SWAP-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'NET WALK SAVED' TO RTL-LABEL
           MOVE RUN-WALK-SAVED TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           CLOSE SLOTTING-REPORT
                 BIN-TRANS-FILE

           DISPLAY 'SLOTPLAN: ' RUN-SWAP-COUNT ' SWAPS RECOMMENDED, '
                   'NET WALK SAVED ' RUN-WALK-SAVED

           STOP RUN
           .
