       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUTAWAY.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * PUTAWAY is the directed putaway run, after INVPOST.  A
      * posted receipt is in stock on the master but still sitting
      * on the dock; this run turns the day's receipts into putaway
      * tasks per warehouse.  Each receipt fills its home bin up to
      * the bin's capacity, then the nearest reserve bin with room,
      * then the next nearest; whatever will not fit anywhere is
      * flagged no room and stays on the dock.  What is already in
      * a bin is the stock on hand less the cases still on the dock,
      * laid into the home bin first and the reserve bins nearest
      * first, plus the open tasks already headed for the bin.
      * A receipt INVPOST cross-docked to waiting backorders is
      * directed for what is left of it only; the cross-docked
      * cases went to outbound staging and count as off the shelf.
      * Every task's cases go on a license plate of their own --
      * candy, lot, and cases, on the dock until the putaway is
      * confirmed -- and the plate number prints on the task list
      * for the pallet label.
      * *****
      * INPUT:
      *    INVENTORY-UPDATE-LOG.txt the applied-movement log; the 'R'
      *                            receipts logged on the receipt
      *                            date are the day's receipts.
      *    PUTAWAY-DATE.txt        optional: the receipt date to
      *                            direct, YYYYMMDD; a missing file
      *                            means today.
      *    BIN-LOCATION.txt        optional: the bin location master
      *                            with home bin capacity and the
      *                            reserve bins.  A receipt with no
      *                            bin on file has no room.
      *    INVENTORY-MASTER.dat    the indexed inventory master,
      *                            read only, for the stock on hand.
      *    PUTAWAY-TASK.txt        optional: the putaway tasks
      *                            already built.  Receipts of the
      *                            receipt date already directed by
      *                            an earlier run are not directed
      *                            again.
      *    MOVEMENT-TRANS.txt      optional: the movements INVPOST
      *                            posted, for the lot of each
      *                            receipt; a receipt not found
      *                            there goes on a plate with no
      *                            lot.
      *    PLATE-CONTROL.txt       optional: the next license plate
      *                            number; a missing file starts
      *                            at 1.
      *    CROSS-DOCK-LOG.txt      optional: the receipts' cases
      *                            INVPOST sent to outbound staging;
      *                            the receipt date's lines come
      *                            off the matching receipts.
      * *****
      * OUTPUT:
      *    PUTAWAY-TASK.txt        rewritten with the new tasks
      *                            added; tasks put away more than
      *                            30 days ago are dropped.
      *    Putaway-Task-List.txt   the new tasks per warehouse in
      *                            aisle/bay/shelf walk order, the
      *                            receipts with no room after
      *                            them, and run totals.
      *    LICENSE-PLATE.txt       extended with a plate on the dock
      *                            for each new task.
      *    LICENSE-PLATE-HISTORY.txt  extended with an 'R' received
      *                            line for each new plate.
      *    PLATE-CONTROL.txt       rewritten with the next plate
      *                            number.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UPDATE-LOG-FILE
               ASSIGN TO 'INVENTORY-UPDATE-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ULF-FILE-STATUS.
           SELECT PUTAWAY-PARM-FILE
               ASSIGN TO 'PUTAWAY-DATE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-FILE-STATUS.
           SELECT BIN-MASTER-FILE
               ASSIGN TO 'BIN-LOCATION.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BMF-FILE-STATUS.
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
           SELECT PUTAWAY-TASK-FILE
               ASSIGN TO 'PUTAWAY-TASK.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTK-FILE-STATUS.
           SELECT PUTAWAY-TASK-LIST
               ASSIGN TO PRINTER 'Putaway-Task-List.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MOVEMENT-TRANS-FILE
               ASSIGN TO 'MOVEMENT-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MTF-FILE-STATUS.
           SELECT LICENSE-PLATE-FILE
               ASSIGN TO 'LICENSE-PLATE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPN-FILE-STATUS.
           SELECT PLATE-HISTORY-FILE
               ASSIGN TO 'LICENSE-PLATE-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPH-FILE-STATUS.
           SELECT PLATE-CONTROL-FILE
               ASSIGN TO 'PLATE-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPC-FILE-STATUS.
           SELECT CROSS-DOCK-LOG-FILE
               ASSIGN TO 'CROSS-DOCK-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XDK-FILE-STATUS.
           SELECT TASK-SORT-FILE
               ASSIGN TO 'PUTAWAY-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.

       FD UPDATE-LOG-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01  UPDATE-LOG-RECORD.
           05  ULF-RUN-DATE            PIC 9(8).
           05  ULF-TRANS-TYPE          PIC A.
           05  ULF-WAREHOUSE-ID        PIC X(4).
           05  ULF-CANDY-ID            PIC XXX.
           05  ULF-ADJ-SIGN            PIC X.
           05  ULF-QUANTITY            PIC 9(5).
           05  ULF-REFERENCE           PIC X(8).
           05  ULF-VENDOR-ID           PIC A.
           05  ULF-PURCHASE-PRICE      PIC 999V99.

       FD PUTAWAY-PARM-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  PUTAWAY-PARM-RECORD.
           05  PRM-RECEIPT-DATE        PIC 9(8).

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

       FD INV-MASTER-FILE
           RECORD CONTAINS 705 CHARACTERS.

       COPY INVMREC.

       FD PUTAWAY-TASK-FILE
           RECORD CONTAINS 64 CHARACTERS.

       COPY PTSKREC.

       FD PUTAWAY-TASK-LIST
           RECORD CONTAINS 80 CHARACTERS.

       01  TASK-LIST-RECORD            PIC X(80).

       FD MOVEMENT-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  MOVEMENT-TRANS-RECORD.
           05  MTF-TRANS-TYPE          PIC A.
           05  MTF-WAREHOUSE-ID        PIC X(4).
           05  MTF-CANDY-ID            PIC XXX.
           05  MTF-ADJ-SIGN            PIC X.
           05  MTF-QUANTITY            PIC 9(5).
           05  MTF-REFERENCE           PIC X(8).
           05  MTF-LOT-NUMBER          PIC X(10).

       COPY BTHREC.

       FD LICENSE-PLATE-FILE
           RECORD CONTAINS 73 CHARACTERS.

       COPY LPNREC.

       FD PLATE-HISTORY-FILE
           RECORD CONTAINS 72 CHARACTERS.

       COPY LPHREC.

       FD PLATE-CONTROL-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  PLATE-CONTROL-RECORD.
           05  LPC-NEXT-PLATE-ID       PIC 9(8).

       FD CROSS-DOCK-LOG-FILE
           RECORD CONTAINS 57 CHARACTERS.

       COPY XDKREC.

       SD TASK-SORT-FILE.

       01  SORT-TASK-RECORD.
           05  SRT-WAREHOUSE-ID        PIC X(4).
           05  SRT-NO-ROOM-FLAG        PIC X.
           05  SRT-AISLE               PIC 99.
           05  SRT-BAY                 PIC 99.
           05  SRT-SHELF               PIC 99.
           05  SRT-CANDY-ID            PIC XXX.
           05  SRT-TASK-NUMBER         PIC 9(7).
           05  SRT-BIN-TYPE            PIC X.
           05  SRT-REFERENCE           PIC X(8).
           05  SRT-CASES               PIC 9(5).
           05  SRT-REMARK              PIC X(20).
           05  SRT-PLATE-ID            PIC 9(8).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  ULF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-ULF-DATA                     VALUE 'N'.
           05  BMF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-BMF-DATA                     VALUE 'N'.
           05  PTK-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PTK-DATA                     VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.
           05  BIN-FOUND-SWITCH        PIC X           VALUE 'N'.
               88 BIN-ENTRY-FOUND                      VALUE 'Y'.
           05  MTF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-MTF-DATA                     VALUE 'N'.
           05  XDK-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-XDK-DATA                     VALUE 'N'.

       01  TEMP-FIELDS.
           05  ULF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PRM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  IMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PTK-FILE-STATUS         PIC XX          VALUE SPACES.
           05  MTF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LPN-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LPH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LPC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  XDK-FILE-STATUS         PIC XX          VALUE SPACES.
           05  XDK-SUB                 PIC 9(4)        VALUE 0.
           05  RECEIPT-CASES           PIC 9(5)        VALUE 0.
           05  XDOCK-TAKEN             PIC 9(5)        VALUE 0.
           05  MVL-SUB                 PIC 9(4)        VALUE 0.
           05  NEXT-PLATE-ID           PIC 9(8)        VALUE 1.
           05  RECEIPT-LOT-NUMBER      PIC X(10)       VALUE SPACES.
           05  BIN-SUB                 PIC 9(4)        VALUE 0.
           05  BIN-HOLD-SUB            PIC 9(4)        VALUE 0.
           05  TASK-SUB                PIC 9(4)        VALUE 0.
           05  RCT-SUB                 PIC 9(4)        VALUE 0.
           05  RCT-LATER-SUB           PIC 9(4)        VALUE 0.
           05  RSV-SUB                 PIC 9           VALUE 0.
           05  SLOT-SUB                PIC 9           VALUE 0.
           05  SLOT-NEXT-SUB           PIC 9           VALUE 0.
           05  RECEIPT-SEQ             PIC 9(5)        VALUE 0.
           05  HIGH-SEQ-DIRECTED       PIC 9(5)        VALUE 0.
           05  NEXT-TASK-NUMBER        PIC 9(7)        VALUE 0.
           05  CASES-TO-PLACE          PIC 9(5)        VALUE 0.
           05  CASES-THIS-BIN          PIC 9(5)        VALUE 0.
           05  ON-HAND-CASES           PIC S9(5)       VALUE 0.
           05  DOCK-CASES              PIC 9(7)        VALUE 0.
           05  SHELF-CASES             PIC S9(7)       VALUE 0.
           05  DISTANCE-WORK           PIC S9(5)       VALUE 0.
           05  NO-ROOM-REMARK          PIC X(20)       VALUE SPACES.
           05  PRIOR-WAREHOUSE-ID      PIC X(4)        VALUE SPACES.
           05  RETAIN-DAYS             PIC 999         VALUE 30.
           05  AGE-DAYS                PIC S9(7)       VALUE 0.
           05  RECEIPT-DATE            PIC 9(8)        VALUE 0.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD.
               10  RUN-CCYY            PIC 9(4).
               10  RUN-MM              PIC 99.
               10  RUN-DD              PIC 99.
           05  CONFIRM-DATE-WORK       PIC 9(8)        VALUE 0.
           05  CONFIRM-DATE-X REDEFINES CONFIRM-DATE-WORK.
               10  CNF-CCYY            PIC 9(4).
               10  CNF-MM              PIC 99.
               10  CNF-DD              PIC 99.

       01  RUN-TOTALS.
           05  RECEIPTS-DIRECTED-COUNT PIC 9(7)        VALUE 0.
           05  RECEIPTS-NO-ROOM-COUNT  PIC 9(7)        VALUE 0.
           05  TASKS-BUILT-COUNT       PIC 9(7)        VALUE 0.
           05  CASES-DIRECTED-TOTAL    PIC 9(9)        VALUE 0.
           05  CASES-NO-ROOM-TOTAL     PIC 9(9)        VALUE 0.
           05  TASKS-PURGED-COUNT      PIC 9(7)        VALUE 0.
           05  PLATES-MADE-COUNT       PIC 9(7)        VALUE 0.
           05  WH-TASK-COUNT           PIC 9(7)        VALUE 0.
           05  WH-CASES-TOTAL          PIC 9(9)        VALUE 0.

      *****************************************************************
      * BIN-TABLE is the bin location master -- home bin, capacity,
      * and reserve bins per warehouse and Candy ID.
      *****************************************************************
       01  BIN-COUNT                   PIC 9(4)        VALUE 0.

       01  BIN-TABLE.
           05  BIN-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON BIN-COUNT.
               10  BIN-WAREHOUSE-ID    PIC X(4).
               10  BIN-CANDY-ID        PIC XXX.
               10  BIN-AISLE           PIC 99.
               10  BIN-BAY             PIC 99.
               10  BIN-SHELF           PIC 99.
               10  BIN-TEMP-ZONE       PIC A.
               10  BIN-CAPACITY        PIC 9(5).
               10  BIN-RESERVE-BIN OCCURS 3 TIMES.
                   15  BIN-RSV-AISLE   PIC 99.
                   15  BIN-RSV-BAY     PIC 99.
                   15  BIN-RSV-SHELF   PIC 99.
                   15  BIN-RSV-CAPACITY PIC 9(5).

      *****************************************************************
      * TASK-TABLE holds every putaway task on file and the ones
      * this run builds, rewritten to PUTAWAY-TASK.txt at the end.
      *****************************************************************
       01  TASK-COUNT                  PIC 9(4)        VALUE 0.

       01  TASK-TABLE.
           05  TASK-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON TASK-COUNT.
               10  TSK-TASK-NUMBER     PIC 9(7).
               10  TSK-WAREHOUSE-ID    PIC X(4).
               10  TSK-CANDY-ID        PIC XXX.
               10  TSK-REFERENCE       PIC X(8).
               10  TSK-RECEIPT-DATE    PIC 9(8).
               10  TSK-RECEIPT-SEQ     PIC 9(5).
               10  TSK-BIN-TYPE        PIC X.
               10  TSK-BIN-LOCATION.
                   15  TSK-AISLE       PIC 99.
                   15  TSK-BAY         PIC 99.
                   15  TSK-SHELF       PIC 99.
               10  TSK-CASES           PIC 9(5).
               10  TSK-STATUS          PIC X.
               10  TSK-CONFIRM-DATE    PIC 9(8).
               10  TSK-PLATE-ID        PIC 9(8).

      *****************************************************************
      * RECEIPT-TABLE is the receipt date's receipts not yet
      * directed, in the order INVPOST logged them.
      *****************************************************************
       01  RECEIPT-COUNT               PIC 9(4)        VALUE 0.

       01  RECEIPT-TABLE.
           05  RECEIPT-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON RECEIPT-COUNT.
               10  RCT-WAREHOUSE-ID    PIC X(4).
               10  RCT-CANDY-ID        PIC XXX.
               10  RCT-REFERENCE       PIC X(8).
               10  RCT-RECEIPT-SEQ     PIC 9(5).
               10  RCT-CASES           PIC 9(5).
               10  RCT-LOT-NUMBER      PIC X(10).

      *****************************************************************
      * XDOCK-TABLE is the receipt date's cross-docked cases by
      * receipt.  XDT-CASES-LEFT is what has not yet been matched
      * to a logged receipt.
      *****************************************************************
       01  XDOCK-COUNT                 PIC 9(4)        VALUE 0.

       01  XDOCK-TABLE.
           05  XDOCK-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON XDOCK-COUNT.
               10  XDT-WAREHOUSE-ID    PIC X(4).
               10  XDT-CANDY-ID        PIC XXX.
               10  XDT-REFERENCE       PIC X(8).
               10  XDT-CASES           PIC 9(5).
               10  XDT-CASES-LEFT      PIC 9(5).

      *****************************************************************
      * MOVE-LOT-TABLE is the receipts on the movement file with
      * their lots, each matched to one logged receipt at most.
      *****************************************************************
       01  MOVE-LOT-COUNT              PIC 9(4)        VALUE 0.

       01  MOVE-LOT-TABLE.
           05  MOVE-LOT-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON MOVE-LOT-COUNT.
               10  MVL-WAREHOUSE-ID    PIC X(4).
               10  MVL-CANDY-ID        PIC XXX.
               10  MVL-REFERENCE       PIC X(8).
               10  MVL-QUANTITY        PIC 9(5).
               10  MVL-LOT-NUMBER      PIC X(10).
               10  MVL-USED-SWITCH     PIC X.

      *****************************************************************
      * SLOT-TABLE is the bins one receipt may go to -- the home
      * bin first, then the reserve bins nearest first -- with what
      * each holds and the room left in it.  A home bin with no
      * capacity set has no limit.
      *****************************************************************
       01  SLOT-COUNT                  PIC 9           VALUE 0.

       01  SLOT-TABLE.
           05  SLOT-ENTRY OCCURS 4 TIMES.
               10  SLT-BIN-TYPE        PIC X.
               10  SLT-LOCATION.
                   15  SLT-AISLE       PIC 99.
                   15  SLT-BAY         PIC 99.
                   15  SLT-SHELF       PIC 99.
               10  SLT-CAPACITY        PIC 9(5).
               10  SLT-DISTANCE        PIC 9(5).
               10  SLT-LOAD            PIC 9(7).
               10  SLT-ROOM            PIC 9(5).

       01  SLOT-HOLD                   PIC X(29).

       01  TASK-LIST-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       'TASK     PLATE     CDY  PO REF'.
           05  FILLER                  PIC X(40)   VALUE
                                 '    BIN       TYPE     CASES  REMARK'.

       01  WAREHOUSE-HEADING.
           05  FILLER                  PIC X(26)   VALUE
                                       'PUTAWAY TASKS - WAREHOUSE '.
           05  WHD-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC X(16)   VALUE
                                       '  RECEIPT DATE '.
           05  WHD-RECEIPT-DATE        PIC 9(8).

       01  TASK-LIST-LINE.
           05  TLL-TASK-NUMBER         PIC 9(7).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  TLL-PLATE-ID            PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  TLL-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  TLL-REFERENCE           PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  TLL-BIN                 PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  TLL-BIN-TYPE            PIC X(7).
           05  FILLER                  PIC X           VALUE SPACES.
           05  TLL-CASES               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  TLL-REMARK              PIC X(18).
           05  FILLER                  PIC XX          VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(44)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           MOVE RUN-DATE-YYYYMMDD TO RECEIPT-DATE

           PERFORM 11-READ-PUTAWAY-PARM
           PERFORM 11A-TAKE-NEXT-PLATE-ID
           PERFORM 12-LOAD-BIN-MASTER
           PERFORM 13-LOAD-PUTAWAY-TASKS
           PERFORM 14-LOAD-DAYS-RECEIPTS
           PERFORM 15-HSKPING-ROUTINE

           SORT TASK-SORT-FILE
               ON ASCENDING KEY SRT-WAREHOUSE-ID SRT-NO-ROOM-FLAG
                                SRT-AISLE SRT-BAY SRT-SHELF
                                SRT-CANDY-ID SRT-TASK-NUMBER
               INPUT PROCEDURE IS 20-DIRECT-RECEIPTS
               OUTPUT PROCEDURE IS 30-WRITE-TASK-LIST

           PERFORM 40-EOF-ROUTINE
           .

       11-READ-PUTAWAY-PARM.

           OPEN INPUT PUTAWAY-PARM-FILE
           IF PRM-FILE-STATUS IS EQUAL TO '00'
               READ PUTAWAY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-RECEIPT-DATE IS NUMERIC
                          AND PRM-RECEIPT-DATE IS GREATER THAN ZERO
                           MOVE PRM-RECEIPT-DATE TO RECEIPT-DATE
                       END-IF
               END-READ
               CLOSE PUTAWAY-PARM-FILE
           END-IF
           .

      *****************************************************************
      * 11A-TAKE-NEXT-PLATE-ID picks up the next license plate
      * number; the control file is rewritten at the end of the run
      * with the number after the last plate made.
      *****************************************************************
       11A-TAKE-NEXT-PLATE-ID.

           OPEN INPUT PLATE-CONTROL-FILE
           IF LPC-FILE-STATUS IS EQUAL TO '00'
               READ PLATE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LPC-NEXT-PLATE-ID IS NUMERIC
                          AND LPC-NEXT-PLATE-ID IS GREATER THAN ZERO
                           MOVE LPC-NEXT-PLATE-ID TO NEXT-PLATE-ID
                       END-IF
               END-READ
               CLOSE PLATE-CONTROL-FILE
           END-IF
           .

       12-LOAD-BIN-MASTER.

           OPEN INPUT BIN-MASTER-FILE
           IF BMF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF BMF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PUTAWAY: UNABLE TO OPEN BIN LOCATION '
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
                           IF BIN-COUNT IS EQUAL TO 2000
                               DISPLAY 'PUTAWAY: BIN LOCATION MASTER '
                                       'HAS MORE THAN 2000 ENTRIES, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO BIN-COUNT
                           MOVE BIN-MASTER-RECORD TO
                                   BIN-ENTRY (BIN-COUNT)
                           PERFORM 12A-CLEAR-UNSET-CAPACITIES
                   END-READ
               END-PERFORM
               CLOSE BIN-MASTER-FILE
           END-IF
           .

       12A-CLEAR-UNSET-CAPACITIES.

           IF BIN-CAPACITY (BIN-COUNT) IS NOT NUMERIC
               MOVE 0 TO BIN-CAPACITY (BIN-COUNT)
           END-IF
           PERFORM VARYING RSV-SUB FROM 1 BY 1 UNTIL RSV-SUB > 3
               IF BIN-RSV-AISLE (BIN-COUNT, RSV-SUB) IS NOT NUMERIC
                  OR BIN-RSV-BAY (BIN-COUNT, RSV-SUB) IS NOT NUMERIC
                  OR BIN-RSV-SHELF (BIN-COUNT, RSV-SUB) IS NOT NUMERIC
                  OR BIN-RSV-CAPACITY (BIN-COUNT, RSV-SUB)
                       IS NOT NUMERIC
                   MOVE 0 TO BIN-RSV-AISLE (BIN-COUNT, RSV-SUB)
                             BIN-RSV-BAY (BIN-COUNT, RSV-SUB)
                             BIN-RSV-SHELF (BIN-COUNT, RSV-SUB)
                             BIN-RSV-CAPACITY (BIN-COUNT, RSV-SUB)
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 13-LOAD-PUTAWAY-TASKS loads the tasks on file, noting the
      * last task number and the last of the receipt date's
      * receipts already directed.  A task put away more than
      * RETAIN-DAYS ago is dropped.  Days count on the 30-day-month
      * convention the aging reports use.
      *****************************************************************
       13-LOAD-PUTAWAY-TASKS.

           OPEN INPUT PUTAWAY-TASK-FILE
           IF PTK-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF PTK-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PUTAWAY: UNABLE TO OPEN PUTAWAY TASK '
                           'FILE, FILE STATUS = ' PTK-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO PTK-EOF-FLAG
               PERFORM UNTIL NO-MORE-PTK-DATA
                   READ PUTAWAY-TASK-FILE
                       AT END
                           MOVE 'N' TO PTK-EOF-FLAG
                       NOT AT END
                           PERFORM 13A-KEEP-ONE-TASK
                   END-READ
               END-PERFORM
               CLOSE PUTAWAY-TASK-FILE
           END-IF
           .

       13A-KEEP-ONE-TASK.

           IF PTK-TASK-NUMBER IS GREATER THAN NEXT-TASK-NUMBER
               MOVE PTK-TASK-NUMBER TO NEXT-TASK-NUMBER
           END-IF
           IF PTK-RECEIPT-DATE IS EQUAL TO RECEIPT-DATE
              AND PTK-RECEIPT-SEQ IS GREATER THAN HIGH-SEQ-DIRECTED
               MOVE PTK-RECEIPT-SEQ TO HIGH-SEQ-DIRECTED
           END-IF

           IF PTK-PUT-AWAY
               MOVE PTK-CONFIRM-DATE TO CONFIRM-DATE-WORK
               COMPUTE AGE-DAYS = (RUN-CCYY - CNF-CCYY) * 360
                                + (RUN-MM - CNF-MM) * 30
                                + (RUN-DD - CNF-DD)
               IF AGE-DAYS IS GREATER THAN RETAIN-DAYS
                   ADD 1 TO TASKS-PURGED-COUNT
               ELSE
                   PERFORM 13B-ADD-TASK-ENTRY
               END-IF
           ELSE
               PERFORM 13B-ADD-TASK-ENTRY
           END-IF
           .

       13B-ADD-TASK-ENTRY.

           IF TASK-COUNT IS EQUAL TO 5000
               DISPLAY 'PUTAWAY: MORE THAN 5000 PUTAWAY TASKS, '
                       'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TASK-COUNT
           MOVE PUTAWAY-TASK-RECORD TO TASK-ENTRY (TASK-COUNT)
           IF TSK-PLATE-ID (TASK-COUNT) IS NOT NUMERIC
               MOVE 0 TO TSK-PLATE-ID (TASK-COUNT)
           END-IF
           .

      *****************************************************************
      * 14-LOAD-DAYS-RECEIPTS numbers the receipt date's 'R' lines
      * on the update log in the order INVPOST logged them and keeps
      * the ones past the last already directed.
      *****************************************************************
       14-LOAD-DAYS-RECEIPTS.

           PERFORM 14B-LOAD-MOVEMENT-LOTS
           PERFORM 14E-LOAD-CROSS-DOCKS

           OPEN INPUT UPDATE-LOG-FILE
           IF ULF-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'PUTAWAY: NO INVENTORY UPDATE LOG, NO '
                       'RECEIPTS TO DIRECT'
           ELSE
               IF ULF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PUTAWAY: UNABLE TO OPEN INVENTORY UPDATE '
                           'LOG, FILE STATUS = ' ULF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO ULF-EOF-FLAG
               PERFORM UNTIL NO-MORE-ULF-DATA
                   READ UPDATE-LOG-FILE
                       AT END
                           MOVE 'N' TO ULF-EOF-FLAG
                       NOT AT END
                           IF ULF-RUN-DATE IS EQUAL TO RECEIPT-DATE
                              AND ULF-TRANS-TYPE IS EQUAL TO 'R'
                               ADD 1 TO RECEIPT-SEQ
                               PERFORM 14D-FIND-RECEIPT-LOT
                               PERFORM 14F-TAKE-CROSS-DOCKED
                               IF RECEIPT-SEQ IS GREATER THAN
                                       HIGH-SEQ-DIRECTED
                                  AND RECEIPT-CASES IS GREATER THAN 0
                                   PERFORM 14A-ADD-RECEIPT-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UPDATE-LOG-FILE
           END-IF
           .

       14A-ADD-RECEIPT-ENTRY.

           IF RECEIPT-COUNT IS EQUAL TO 2000
               DISPLAY 'PUTAWAY: MORE THAN 2000 RECEIPTS TO DIRECT, '
                       'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO RECEIPT-COUNT
           MOVE ULF-WAREHOUSE-ID TO RCT-WAREHOUSE-ID (RECEIPT-COUNT)
           MOVE ULF-CANDY-ID TO RCT-CANDY-ID (RECEIPT-COUNT)
           MOVE ULF-REFERENCE TO RCT-REFERENCE (RECEIPT-COUNT)
           MOVE RECEIPT-SEQ TO RCT-RECEIPT-SEQ (RECEIPT-COUNT)
           MOVE RECEIPT-CASES TO RCT-CASES (RECEIPT-COUNT)
           MOVE RECEIPT-LOT-NUMBER TO RCT-LOT-NUMBER (RECEIPT-COUNT)
           .

      *****************************************************************
      * 14B-LOAD-MOVEMENT-LOTS keeps the receipts on the movement
      * file for their lots.  No movement file, no lots.
      *****************************************************************
       14B-LOAD-MOVEMENT-LOTS.

           OPEN INPUT MOVEMENT-TRANS-FILE
           IF MTF-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO MTF-EOF-FLAG
               PERFORM UNTIL NO-MORE-MTF-DATA
                   READ MOVEMENT-TRANS-FILE
                       AT END
                           MOVE 'N' TO MTF-EOF-FLAG
                       NOT AT END
                           IF MTF-TRANS-TYPE IS EQUAL TO 'R'
                              AND MTF-QUANTITY IS NUMERIC
                               PERFORM 14C-ADD-MOVEMENT-LOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-TRANS-FILE
           END-IF
           .

       14C-ADD-MOVEMENT-LOT.

           IF MOVE-LOT-COUNT IS EQUAL TO 2000
               DISPLAY 'PUTAWAY: MORE THAN 2000 RECEIPTS ON THE '
                       'MOVEMENT FILE, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO MOVE-LOT-COUNT
           MOVE MTF-WAREHOUSE-ID TO MVL-WAREHOUSE-ID (MOVE-LOT-COUNT)
           MOVE MTF-CANDY-ID TO MVL-CANDY-ID (MOVE-LOT-COUNT)
           MOVE MTF-REFERENCE TO MVL-REFERENCE (MOVE-LOT-COUNT)
           MOVE MTF-QUANTITY TO MVL-QUANTITY (MOVE-LOT-COUNT)
           MOVE MTF-LOT-NUMBER TO MVL-LOT-NUMBER (MOVE-LOT-COUNT)
           MOVE 'N' TO MVL-USED-SWITCH (MOVE-LOT-COUNT)
           .

      *****************************************************************
      * 14D-FIND-RECEIPT-LOT matches the logged receipt to the first
      * movement not yet matched with the same warehouse, candy,
      * reference, and cases, and takes its lot.
      *****************************************************************
       14D-FIND-RECEIPT-LOT.

           MOVE SPACES TO RECEIPT-LOT-NUMBER
           PERFORM VARYING MVL-SUB FROM 1 BY 1
               UNTIL MVL-SUB > MOVE-LOT-COUNT
               IF MVL-USED-SWITCH (MVL-SUB) IS EQUAL TO 'N'
                  AND MVL-WAREHOUSE-ID (MVL-SUB) IS EQUAL TO
                       ULF-WAREHOUSE-ID
                  AND MVL-CANDY-ID (MVL-SUB) IS EQUAL TO ULF-CANDY-ID
                  AND MVL-REFERENCE (MVL-SUB) IS EQUAL TO
                       ULF-REFERENCE
                  AND MVL-QUANTITY (MVL-SUB) IS EQUAL TO ULF-QUANTITY
                   MOVE MVL-LOT-NUMBER (MVL-SUB) TO RECEIPT-LOT-NUMBER
                   MOVE 'Y' TO MVL-USED-SWITCH (MVL-SUB)
                   MOVE MOVE-LOT-COUNT TO MVL-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 14E-LOAD-CROSS-DOCKS keeps the receipt date's cross-docked
      * cases by receipt.  No log, nothing was cross-docked.
      *****************************************************************
       14E-LOAD-CROSS-DOCKS.

           OPEN INPUT CROSS-DOCK-LOG-FILE
           IF XDK-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO XDK-EOF-FLAG
               PERFORM UNTIL NO-MORE-XDK-DATA
                   READ CROSS-DOCK-LOG-FILE
                       AT END
                           MOVE 'N' TO XDK-EOF-FLAG
                       NOT AT END
                           IF XDK-RECEIPT-DATE IS EQUAL TO
                                   RECEIPT-DATE
                              AND XDK-CASES IS NUMERIC
                               PERFORM 14G-ADD-CROSS-DOCK-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CROSS-DOCK-LOG-FILE
           END-IF
           .

      *****************************************************************
      * 14F-TAKE-CROSS-DOCKED leaves in RECEIPT-CASES what is left
      * of the logged receipt after the cases cross-docked from it
      * -- the log lines for the same warehouse, candy, and
      * reference, taken in order, no more than the receipt
      * brought in.  Every receipt takes its share, directed or
      * not, so a second run matches the same way.
      *****************************************************************
       14F-TAKE-CROSS-DOCKED.

           MOVE 0 TO RECEIPT-CASES
           IF ULF-QUANTITY IS NUMERIC
               MOVE ULF-QUANTITY TO RECEIPT-CASES
           END-IF
           PERFORM VARYING XDK-SUB FROM 1 BY 1
               UNTIL XDK-SUB > XDOCK-COUNT
                  OR RECEIPT-CASES IS EQUAL TO ZERO
               IF XDT-WAREHOUSE-ID (XDK-SUB) IS EQUAL TO
                       ULF-WAREHOUSE-ID
                  AND XDT-CANDY-ID (XDK-SUB) IS EQUAL TO ULF-CANDY-ID
                  AND XDT-REFERENCE (XDK-SUB) IS EQUAL TO
                       ULF-REFERENCE
                  AND XDT-CASES-LEFT (XDK-SUB) IS GREATER THAN ZERO
                   IF XDT-CASES-LEFT (XDK-SUB) IS LESS THAN
                           RECEIPT-CASES
                       MOVE XDT-CASES-LEFT (XDK-SUB) TO XDOCK-TAKEN
                   ELSE
                       MOVE RECEIPT-CASES TO XDOCK-TAKEN
                   END-IF
                   SUBTRACT XDOCK-TAKEN FROM XDT-CASES-LEFT (XDK-SUB)
                   SUBTRACT XDOCK-TAKEN FROM RECEIPT-CASES
               END-IF
           END-PERFORM
           .

       14G-ADD-CROSS-DOCK-ENTRY.

           IF XDOCK-COUNT IS EQUAL TO 2000
               DISPLAY 'PUTAWAY: MORE THAN 2000 CROSS-DOCK LINES, '
                       'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO XDOCK-COUNT
           MOVE XDK-WAREHOUSE-ID TO XDT-WAREHOUSE-ID (XDOCK-COUNT)
           MOVE XDK-CANDY-ID TO XDT-CANDY-ID (XDOCK-COUNT)
           MOVE XDK-REFERENCE TO XDT-REFERENCE (XDOCK-COUNT)
           MOVE XDK-CASES TO XDT-CASES (XDOCK-COUNT)
           MOVE XDK-CASES TO XDT-CASES-LEFT (XDOCK-COUNT)
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT INV-MASTER-FILE
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'PUTAWAY: UNABLE TO OPEN INVENTORY MASTER, '
                       'FILE STATUS = ' IMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND LICENSE-PLATE-FILE
           IF LPN-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT LICENSE-PLATE-FILE
               IF LPN-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PUTAWAY: UNABLE TO OPEN LICENSE PLATE '
                           'FILE, FILE STATUS = ' LPN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND PLATE-HISTORY-FILE
           IF LPH-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT PLATE-HISTORY-FILE
               IF LPH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PUTAWAY: UNABLE TO OPEN LICENSE PLATE '
                           'HISTORY, FILE STATUS = ' LPH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT PUTAWAY-TASK-LIST
           .

      *****************************************************************
      * 20-DIRECT-RECEIPTS directs each of the day's receipts in
      * turn, so a later receipt of the same candy sees the room the
      * earlier ones took.
      *****************************************************************
       20-DIRECT-RECEIPTS.

           PERFORM VARYING RCT-SUB FROM 1 BY 1
               UNTIL RCT-SUB > RECEIPT-COUNT
               PERFORM 25-DIRECT-ONE-RECEIPT THRU 25-DIRECT-EXIT
           END-PERFORM

           CLOSE INV-MASTER-FILE
           .

       25-DIRECT-ONE-RECEIPT.

           ADD 1 TO RECEIPTS-DIRECTED-COUNT
           MOVE RCT-CASES (RCT-SUB) TO CASES-TO-PLACE

           PERFORM 26-FIND-BIN-ENTRY
           IF NOT BIN-ENTRY-FOUND
               MOVE 'NO BIN ON FILE' TO NO-ROOM-REMARK
               PERFORM 29-FLAG-NO-ROOM
               GO TO 25-DIRECT-EXIT
           END-IF

           PERFORM 27-LOAD-BIN-SLOTS

           PERFORM VARYING SLOT-SUB FROM 1 BY 1
               UNTIL SLOT-SUB > SLOT-COUNT
                  OR CASES-TO-PLACE IS EQUAL TO ZERO
               IF SLT-ROOM (SLOT-SUB) IS GREATER THAN ZERO
                   IF SLT-ROOM (SLOT-SUB) IS LESS THAN CASES-TO-PLACE
                       MOVE SLT-ROOM (SLOT-SUB) TO CASES-THIS-BIN
                   ELSE
                       MOVE CASES-TO-PLACE TO CASES-THIS-BIN
                   END-IF
                   PERFORM 28-ADD-BIN-TASK
                   SUBTRACT CASES-THIS-BIN FROM CASES-TO-PLACE
               END-IF
           END-PERFORM

           IF CASES-TO-PLACE IS GREATER THAN ZERO
               MOVE 'NO ROOM IN ANY BIN' TO NO-ROOM-REMARK
               PERFORM 29-FLAG-NO-ROOM
           END-IF
           .

       25-DIRECT-EXIT.
           EXIT.

       26-FIND-BIN-ENTRY.

           MOVE 'N' TO BIN-FOUND-SWITCH
           PERFORM VARYING BIN-SUB FROM 1 BY 1
               UNTIL BIN-SUB > BIN-COUNT
                  OR BIN-ENTRY-FOUND
               IF BIN-WAREHOUSE-ID (BIN-SUB) IS EQUAL TO
                       RCT-WAREHOUSE-ID (RCT-SUB)
                  AND BIN-CANDY-ID (BIN-SUB) IS EQUAL TO
                       RCT-CANDY-ID (RCT-SUB)
                   MOVE 'Y' TO BIN-FOUND-SWITCH
                   MOVE BIN-SUB TO BIN-HOLD-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 27-LOAD-BIN-SLOTS lays out the receipt's bins -- home, then
      * the reserve bins in use nearest the home bin first (whole
      * aisles away count before bays) -- and works out the room
      * left in each.  The candy already on the shelf is the stock
      * on hand less every case still on the dock: the open and
      * no-room tasks and this and the later receipts not yet
      * directed.  It fills the bins in the same order the putaway
      * does, and the open tasks headed for a bin add to its load.
      *****************************************************************
       27-LOAD-BIN-SLOTS.

           MOVE 1 TO SLOT-COUNT
           MOVE 'H' TO SLT-BIN-TYPE (1)
           MOVE BIN-AISLE (BIN-HOLD-SUB) TO SLT-AISLE (1)
           MOVE BIN-BAY (BIN-HOLD-SUB) TO SLT-BAY (1)
           MOVE BIN-SHELF (BIN-HOLD-SUB) TO SLT-SHELF (1)
           MOVE BIN-CAPACITY (BIN-HOLD-SUB) TO SLT-CAPACITY (1)
           IF SLT-CAPACITY (1) IS EQUAL TO ZERO
               MOVE 99999 TO SLT-CAPACITY (1)
           END-IF
           MOVE 0 TO SLT-DISTANCE (1)

           PERFORM VARYING RSV-SUB FROM 1 BY 1 UNTIL RSV-SUB > 3
               IF BIN-RSV-CAPACITY (BIN-HOLD-SUB, RSV-SUB)
                       IS GREATER THAN ZERO
                   ADD 1 TO SLOT-COUNT
                   MOVE 'R' TO SLT-BIN-TYPE (SLOT-COUNT)
                   MOVE BIN-RSV-AISLE (BIN-HOLD-SUB, RSV-SUB) TO
                           SLT-AISLE (SLOT-COUNT)
                   MOVE BIN-RSV-BAY (BIN-HOLD-SUB, RSV-SUB) TO
                           SLT-BAY (SLOT-COUNT)
                   MOVE BIN-RSV-SHELF (BIN-HOLD-SUB, RSV-SUB) TO
                           SLT-SHELF (SLOT-COUNT)
                   MOVE BIN-RSV-CAPACITY (BIN-HOLD-SUB, RSV-SUB) TO
                           SLT-CAPACITY (SLOT-COUNT)
                   COMPUTE DISTANCE-WORK =
                           SLT-AISLE (SLOT-COUNT) - SLT-AISLE (1)
                   IF DISTANCE-WORK IS LESS THAN ZERO
                       COMPUTE DISTANCE-WORK = 0 - DISTANCE-WORK
                   END-IF
                   COMPUTE SLT-DISTANCE (SLOT-COUNT) =
                           DISTANCE-WORK * 100
                   COMPUTE DISTANCE-WORK =
                           SLT-BAY (SLOT-COUNT) - SLT-BAY (1)
                   IF DISTANCE-WORK IS LESS THAN ZERO
                       COMPUTE DISTANCE-WORK = 0 - DISTANCE-WORK
                   END-IF
                   ADD DISTANCE-WORK TO SLT-DISTANCE (SLOT-COUNT)
               END-IF
           END-PERFORM

           PERFORM VARYING SLOT-SUB FROM 2 BY 1
               UNTIL SLOT-SUB >= SLOT-COUNT
               PERFORM VARYING SLOT-NEXT-SUB FROM SLOT-SUB BY 1
                   UNTIL SLOT-NEXT-SUB > SLOT-COUNT
                   IF SLT-DISTANCE (SLOT-NEXT-SUB) IS LESS THAN
                           SLT-DISTANCE (SLOT-SUB)
                       MOVE SLOT-ENTRY (SLOT-SUB) TO SLOT-HOLD
                       MOVE SLOT-ENTRY (SLOT-NEXT-SUB) TO
                               SLOT-ENTRY (SLOT-SUB)
                       MOVE SLOT-HOLD TO SLOT-ENTRY (SLOT-NEXT-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM 27A-FIND-SHELF-CASES

           PERFORM VARYING SLOT-SUB FROM 1 BY 1
               UNTIL SLOT-SUB > SLOT-COUNT
               IF SHELF-CASES IS GREATER THAN SLT-CAPACITY (SLOT-SUB)
                   MOVE SLT-CAPACITY (SLOT-SUB) TO SLT-LOAD (SLOT-SUB)
               ELSE
                   MOVE SHELF-CASES TO SLT-LOAD (SLOT-SUB)
               END-IF
               SUBTRACT SLT-LOAD (SLOT-SUB) FROM SHELF-CASES
           END-PERFORM

           PERFORM VARYING TASK-SUB FROM 1 BY 1
               UNTIL TASK-SUB > TASK-COUNT
               IF TSK-WAREHOUSE-ID (TASK-SUB) IS EQUAL TO
                       RCT-WAREHOUSE-ID (RCT-SUB)
                  AND TSK-CANDY-ID (TASK-SUB) IS EQUAL TO
                       RCT-CANDY-ID (RCT-SUB)
                  AND TSK-STATUS (TASK-SUB) IS EQUAL TO 'O'
                   PERFORM VARYING SLOT-SUB FROM 1 BY 1
                       UNTIL SLOT-SUB > SLOT-COUNT
                       IF SLT-LOCATION (SLOT-SUB) IS EQUAL TO
                               TSK-BIN-LOCATION (TASK-SUB)
                           ADD TSK-CASES (TASK-SUB) TO
                                   SLT-LOAD (SLOT-SUB)
                           MOVE SLOT-COUNT TO SLOT-SUB
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING SLOT-SUB FROM 1 BY 1
               UNTIL SLOT-SUB > SLOT-COUNT
               IF SLT-LOAD (SLOT-SUB) IS LESS THAN
                       SLT-CAPACITY (SLOT-SUB)
                   COMPUTE SLT-ROOM (SLOT-SUB) =
                           SLT-CAPACITY (SLOT-SUB) - SLT-LOAD (SLOT-SUB)
               ELSE
                   MOVE 0 TO SLT-ROOM (SLOT-SUB)
               END-IF
           END-PERFORM
           .

       27A-FIND-SHELF-CASES.

           MOVE 0 TO ON-HAND-CASES
           MOVE RCT-WAREHOUSE-ID (RCT-SUB) TO IM-WAREHOUSE-ID
           MOVE RCT-CANDY-ID (RCT-SUB) TO IM-CANDY-ID
           READ INV-MASTER-FILE
           IF IMF-FILE-STATUS IS EQUAL TO '00'
               IF IM-CANDY-STOCK (1) IS GREATER THAN ZERO
                   MOVE IM-CANDY-STOCK (1) TO ON-HAND-CASES
               END-IF
           END-IF

           MOVE 0 TO DOCK-CASES
           PERFORM VARYING TASK-SUB FROM 1 BY 1
               UNTIL TASK-SUB > TASK-COUNT
               IF TSK-WAREHOUSE-ID (TASK-SUB) IS EQUAL TO
                       RCT-WAREHOUSE-ID (RCT-SUB)
                  AND TSK-CANDY-ID (TASK-SUB) IS EQUAL TO
                       RCT-CANDY-ID (RCT-SUB)
                  AND (TSK-STATUS (TASK-SUB) IS EQUAL TO 'O'
                    OR TSK-STATUS (TASK-SUB) IS EQUAL TO 'N')
                   ADD TSK-CASES (TASK-SUB) TO DOCK-CASES
               END-IF
           END-PERFORM
           PERFORM VARYING RCT-LATER-SUB FROM RCT-SUB BY 1
               UNTIL RCT-LATER-SUB > RECEIPT-COUNT
               IF RCT-WAREHOUSE-ID (RCT-LATER-SUB) IS EQUAL TO
                       RCT-WAREHOUSE-ID (RCT-SUB)
                  AND RCT-CANDY-ID (RCT-LATER-SUB) IS EQUAL TO
                       RCT-CANDY-ID (RCT-SUB)
                   ADD RCT-CASES (RCT-LATER-SUB) TO DOCK-CASES
               END-IF
           END-PERFORM
           PERFORM VARYING XDK-SUB FROM 1 BY 1
               UNTIL XDK-SUB > XDOCK-COUNT
               IF XDT-WAREHOUSE-ID (XDK-SUB) IS EQUAL TO
                       RCT-WAREHOUSE-ID (RCT-SUB)
                  AND XDT-CANDY-ID (XDK-SUB) IS EQUAL TO
                       RCT-CANDY-ID (RCT-SUB)
                   ADD XDT-CASES (XDK-SUB) TO DOCK-CASES
               END-IF
           END-PERFORM

           COMPUTE SHELF-CASES = ON-HAND-CASES - DOCK-CASES
           IF SHELF-CASES IS LESS THAN ZERO
               MOVE 0 TO SHELF-CASES
           END-IF
           .

      *****************************************************************
      * 28-ADD-BIN-TASK builds an open task for CASES-THIS-BIN cases
      * into the bin in SLOT-SUB and releases it to the task list.
      *****************************************************************
       28-ADD-BIN-TASK.

           PERFORM 28A-NEW-TASK-ENTRY
           MOVE SLT-BIN-TYPE (SLOT-SUB) TO TSK-BIN-TYPE (TASK-COUNT)
           MOVE SLT-LOCATION (SLOT-SUB) TO
                   TSK-BIN-LOCATION (TASK-COUNT)
           MOVE CASES-THIS-BIN TO TSK-CASES (TASK-COUNT)
           MOVE 'O' TO TSK-STATUS (TASK-COUNT)
           PERFORM 28C-MAKE-TASK-PLATE
           ADD CASES-THIS-BIN TO SLT-LOAD (SLOT-SUB)
           SUBTRACT CASES-THIS-BIN FROM SLT-ROOM (SLOT-SUB)
           ADD CASES-THIS-BIN TO CASES-DIRECTED-TOTAL

           MOVE SPACES TO SORT-TASK-RECORD
           MOVE '0' TO SRT-NO-ROOM-FLAG
           MOVE SPACES TO SRT-REMARK
           PERFORM 28B-RELEASE-TASK
           .

       28A-NEW-TASK-ENTRY.

           IF TASK-COUNT IS EQUAL TO 5000
               DISPLAY 'PUTAWAY: MORE THAN 5000 PUTAWAY TASKS, '
                       'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TASK-COUNT
           ADD 1 TO NEXT-TASK-NUMBER
           ADD 1 TO TASKS-BUILT-COUNT
           MOVE NEXT-TASK-NUMBER TO TSK-TASK-NUMBER (TASK-COUNT)
           MOVE RCT-WAREHOUSE-ID (RCT-SUB) TO
                   TSK-WAREHOUSE-ID (TASK-COUNT)
           MOVE RCT-CANDY-ID (RCT-SUB) TO TSK-CANDY-ID (TASK-COUNT)
           MOVE RCT-REFERENCE (RCT-SUB) TO TSK-REFERENCE (TASK-COUNT)
           MOVE RECEIPT-DATE TO TSK-RECEIPT-DATE (TASK-COUNT)
           MOVE RCT-RECEIPT-SEQ (RCT-SUB) TO
                   TSK-RECEIPT-SEQ (TASK-COUNT)
           MOVE 0 TO TSK-CONFIRM-DATE (TASK-COUNT)
           .

       28B-RELEASE-TASK.

           MOVE TSK-WAREHOUSE-ID (TASK-COUNT) TO SRT-WAREHOUSE-ID
           MOVE TSK-AISLE (TASK-COUNT) TO SRT-AISLE
           MOVE TSK-BAY (TASK-COUNT) TO SRT-BAY
           MOVE TSK-SHELF (TASK-COUNT) TO SRT-SHELF
           MOVE TSK-CANDY-ID (TASK-COUNT) TO SRT-CANDY-ID
           MOVE TSK-TASK-NUMBER (TASK-COUNT) TO SRT-TASK-NUMBER
           MOVE TSK-BIN-TYPE (TASK-COUNT) TO SRT-BIN-TYPE
           MOVE TSK-REFERENCE (TASK-COUNT) TO SRT-REFERENCE
           MOVE TSK-CASES (TASK-COUNT) TO SRT-CASES
           MOVE TSK-PLATE-ID (TASK-COUNT) TO SRT-PLATE-ID
           RELEASE SORT-TASK-RECORD
           .

      *****************************************************************
      * 28C-MAKE-TASK-PLATE puts the new task's cases on a license
      * plate of their own, on the dock with no bin until the
      * putaway is confirmed, and logs the plate received.
      *****************************************************************
       28C-MAKE-TASK-PLATE.

           MOVE NEXT-PLATE-ID TO TSK-PLATE-ID (TASK-COUNT)
           ADD 1 TO NEXT-PLATE-ID
           ADD 1 TO PLATES-MADE-COUNT

           MOVE SPACES TO LICENSE-PLATE-RECORD
           MOVE TSK-PLATE-ID (TASK-COUNT) TO LPN-PLATE-ID
           MOVE TSK-WAREHOUSE-ID (TASK-COUNT) TO LPN-WAREHOUSE-ID
           MOVE TSK-CANDY-ID (TASK-COUNT) TO LPN-CANDY-ID
           MOVE RCT-LOT-NUMBER (RCT-SUB) TO LPN-LOT-NUMBER
           MOVE TSK-CASES (TASK-COUNT) TO LPN-CASES
           MOVE 'D' TO LPN-STATUS
           MOVE ZEROS TO LPN-BIN-LOCATION
           MOVE RECEIPT-DATE TO LPN-RECEIPT-DATE
           MOVE RUN-DATE-YYYYMMDD TO LPN-LAST-MOVE-DATE
           MOVE TSK-REFERENCE (TASK-COUNT) TO LPN-REFERENCE
           WRITE LICENSE-PLATE-RECORD

           MOVE LPN-PLATE-ID TO LPH-PLATE-ID
           MOVE RUN-DATE-YYYYMMDD TO LPH-MOVE-DATE
           MOVE 'R' TO LPH-MOVE-TYPE
           MOVE LPN-WAREHOUSE-ID TO LPH-WAREHOUSE-ID
           MOVE LPN-CANDY-ID TO LPH-CANDY-ID
           MOVE LPN-LOT-NUMBER TO LPH-LOT-NUMBER
           MOVE LPN-CASES TO LPH-CASES
           MOVE LPN-CASES TO LPH-CASES-LEFT
           MOVE 0 TO LPH-FROM-BIN
           MOVE 0 TO LPH-TO-BIN
           MOVE LPN-REFERENCE TO LPH-REFERENCE
           MOVE 'PUTAWAY' TO LPH-PROGRAM
           WRITE PLATE-HISTORY-RECORD
           .

      *****************************************************************
      * 29-FLAG-NO-ROOM builds a no-room task for the cases of the
      * receipt that fit nowhere -- they stay on the dock until
      * room is made or they are put away by hand and confirmed.
      *****************************************************************
       29-FLAG-NO-ROOM.

           PERFORM 28A-NEW-TASK-ENTRY
           MOVE SPACE TO TSK-BIN-TYPE (TASK-COUNT)
           MOVE ZEROS TO TSK-BIN-LOCATION (TASK-COUNT)
           MOVE CASES-TO-PLACE TO TSK-CASES (TASK-COUNT)
           MOVE 'N' TO TSK-STATUS (TASK-COUNT)
           PERFORM 28C-MAKE-TASK-PLATE
           ADD 1 TO RECEIPTS-NO-ROOM-COUNT
           ADD CASES-TO-PLACE TO CASES-NO-ROOM-TOTAL
           MOVE 0 TO CASES-TO-PLACE

           MOVE SPACES TO SORT-TASK-RECORD
           MOVE '1' TO SRT-NO-ROOM-FLAG
           MOVE NO-ROOM-REMARK TO SRT-REMARK
           PERFORM 28B-RELEASE-TASK
           .

      *****************************************************************
      * 30-WRITE-TASK-LIST prints the new tasks, a section per
      * warehouse in walk order with the no-room receipts last and
      * the warehouse's task and case count.
      *****************************************************************
       30-WRITE-TASK-LIST.

           MOVE SPACES TO PRIOR-WAREHOUSE-ID
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN TASK-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       IF SRT-WAREHOUSE-ID IS NOT EQUAL TO
                               PRIOR-WAREHOUSE-ID
                           IF PRIOR-WAREHOUSE-ID IS NOT EQUAL TO
                                   SPACES
                               PERFORM 33-WRITE-WAREHOUSE-TOTAL
                           END-IF
                           PERFORM 32-WRITE-WAREHOUSE-HEADING
                       END-IF
                       PERFORM 31-WRITE-TASK-LINE
               END-RETURN
           END-PERFORM

           IF PRIOR-WAREHOUSE-ID IS NOT EQUAL TO SPACES
               PERFORM 33-WRITE-WAREHOUSE-TOTAL
           ELSE
               MOVE 'NO RECEIPTS TO PUT AWAY' TO TASK-LIST-RECORD
               WRITE TASK-LIST-RECORD
           END-IF
           .

       31-WRITE-TASK-LINE.

           MOVE SRT-TASK-NUMBER TO TLL-TASK-NUMBER
           MOVE SRT-PLATE-ID TO TLL-PLATE-ID
           MOVE SRT-CANDY-ID TO TLL-CANDY-ID
           MOVE SRT-REFERENCE TO TLL-REFERENCE
           MOVE SPACES TO TLL-BIN
           EVALUATE SRT-BIN-TYPE
               WHEN 'H'
                   MOVE 'HOME' TO TLL-BIN-TYPE
               WHEN 'R'
                   MOVE 'RESERVE' TO TLL-BIN-TYPE
               WHEN OTHER
                   MOVE SPACES TO TLL-BIN-TYPE
           END-EVALUATE
           IF SRT-NO-ROOM-FLAG IS EQUAL TO '0'
               STRING SRT-AISLE DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      SRT-BAY DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      SRT-SHELF DELIMITED BY SIZE
                   INTO TLL-BIN
           END-IF
           MOVE SRT-CASES TO TLL-CASES
           MOVE SRT-REMARK TO TLL-REMARK
           MOVE TASK-LIST-LINE TO TASK-LIST-RECORD
           WRITE TASK-LIST-RECORD
           ADD 1 TO WH-TASK-COUNT
           ADD SRT-CASES TO WH-CASES-TOTAL
           .

       32-WRITE-WAREHOUSE-HEADING.

           MOVE SRT-WAREHOUSE-ID TO PRIOR-WAREHOUSE-ID
           MOVE 0 TO WH-TASK-COUNT
           MOVE 0 TO WH-CASES-TOTAL
           MOVE SRT-WAREHOUSE-ID TO WHD-WAREHOUSE-ID
           MOVE RECEIPT-DATE TO WHD-RECEIPT-DATE
           MOVE WAREHOUSE-HEADING TO TASK-LIST-RECORD
           WRITE TASK-LIST-RECORD
           MOVE TASK-LIST-HEADING TO TASK-LIST-RECORD
           WRITE TASK-LIST-RECORD
           .

       33-WRITE-WAREHOUSE-TOTAL.

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'WAREHOUSE TASKS' TO RTL-LABEL
           MOVE WH-TASK-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO TASK-LIST-RECORD
           WRITE TASK-LIST-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'WAREHOUSE CASES' TO RTL-LABEL
           MOVE WH-CASES-TOTAL TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO TASK-LIST-RECORD
           WRITE TASK-LIST-RECORD

           MOVE SPACES TO TASK-LIST-RECORD
           WRITE TASK-LIST-RECORD
           .

       40-EOF-ROUTINE.

           MOVE SPACES TO TASK-LIST-RECORD
           WRITE TASK-LIST-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'RECEIPTS DIRECTED' TO RTL-LABEL
           MOVE RECEIPTS-DIRECTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO TASK-LIST-RECORD
           WRITE TASK-LIST-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'PUTAWAY TASKS BUILT' TO RTL-LABEL
           MOVE TASKS-BUILT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO TASK-LIST-RECORD
           WRITE TASK-LIST-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CASES DIRECTED TO BINS' TO RTL-LABEL
           MOVE CASES-DIRECTED-TOTAL TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO TASK-LIST-RECORD
           WRITE TASK-LIST-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'RECEIPTS WITH NO ROOM' TO RTL-LABEL
           MOVE RECEIPTS-NO-ROOM-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO TASK-LIST-RECORD
           WRITE TASK-LIST-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CASES WITH NO ROOM' TO RTL-LABEL
           MOVE CASES-NO-ROOM-TOTAL TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO TASK-LIST-RECORD
           WRITE TASK-LIST-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'PUT-AWAY TASKS DROPPED' TO RTL-LABEL
           MOVE TASKS-PURGED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO TASK-LIST-RECORD
           WRITE TASK-LIST-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LICENSE PLATES MADE' TO RTL-LABEL
           MOVE PLATES-MADE-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO TASK-LIST-RECORD
           WRITE TASK-LIST-RECORD

           CLOSE PUTAWAY-TASK-LIST
                 LICENSE-PLATE-FILE
                 PLATE-HISTORY-FILE

           OPEN OUTPUT PLATE-CONTROL-FILE
           IF LPC-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'PUTAWAY: UNABLE TO REWRITE PLATE CONTROL, '
                       'FILE STATUS = ' LPC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NEXT-PLATE-ID TO LPC-NEXT-PLATE-ID
           WRITE PLATE-CONTROL-RECORD
           CLOSE PLATE-CONTROL-FILE

           OPEN OUTPUT PUTAWAY-TASK-FILE
           IF PTK-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'PUTAWAY: UNABLE TO REWRITE PUTAWAY TASK '
                       'FILE, FILE STATUS = ' PTK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING TASK-SUB FROM 1 BY 1
               UNTIL TASK-SUB > TASK-COUNT
               MOVE TASK-ENTRY (TASK-SUB) TO PUTAWAY-TASK-RECORD
               WRITE PUTAWAY-TASK-RECORD
           END-PERFORM
           CLOSE PUTAWAY-TASK-FILE

           IF RECEIPTS-NO-ROOM-COUNT IS GREATER THAN ZERO
               DISPLAY 'PUTAWAY: ' RECEIPTS-NO-ROOM-COUNT
                       ' RECEIPTS WITH NO ROOM IN ANY BIN'
           END-IF

           STOP RUN
           .
