       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDMAINT.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * ORDMAINT is the order change and cancellation run, executed
      * after ORDALLOC and before SHIPCONF.  Once an order has been
      * allocated its cases sit reserved in IM-ALLOC-STOCK and on a
      * pick list, and a customer who changed their mind used to
      * have to wait for SHIPCONF to find the pick unconfirmed --
      * with the stock tied up and the picker still pulling it.
      * This run takes quantity decreases, line cancels, and whole
      * order cancels against the allocated picks and the
      * backorders: backordered cases come off first, then open
      * picks, last pick first.  A pick's cases released go back
      * out of IM-ALLOC-STOCK and onto their lot, loose units go
      * back on IM-LOOSE-UNITS, and the pick list is cut back or
      * the pick pulled.  Each warehouse gets a pick cancellation
      * notice so the floor stops picking; WAVEBLD is run again
      * after this run to reprint the waves from the amended pick
      * list.  Cases already confirmed shipped cannot be cancelled
      * here -- they come back through RMAPROC.
      * *****
      * INPUT:
      *    ORDER-CHANGE-TRANS.txt  one line per change: action ('Q'
      *                            quantity decrease, 'L' line
      *                            cancel, 'O' whole order cancel),
      *                            order number, Candy ID ordered
      *                            (blank for 'O'), and for 'Q' the
      *                            cases to take off the line.
      *    PICK-LIST.txt           the picks ORDALLOC cut.
      *    BACKORDER.txt           the unfilled lines.
      *    SHIP-CONFIRM-TRANS.txt  optional: the confirmations in
      *                            from the floor and not yet run
      *                            through SHIPCONF -- those cases
      *                            are shipped.
      *    SHIPMENT-HISTORY.txt    optional: the shipments already
      *                            invoiced, so a change to a line
      *                            that is gone because it shipped
      *                            is pointed to RMAPROC.
      *    LOT-DETAIL.txt          optional: the lot details; a
      *                            released pick's cases go back on
      *                            the lot they were cut from.
      *    BIN-LOCATION.txt        optional: the bin location
      *                            master, for the bin on the
      *                            cancellation notice.
      *    INVENTORY-MASTER.dat    the indexed inventory master,
      *                            updated in place.
      * *****
      * OUTPUT:
      *    PICK-LIST.txt           rewritten with the picks cut back
      *                            and the cancelled picks pulled.
      *    BACKORDER.txt           rewritten with the backorders
      *                            cut back or dropped.
      *    LOT-DETAIL.txt          rewritten with released cases
      *                            restored to their lots.
      *    Bnnn-Pick-Cancel.txt    one pick cancellation notice per
      *                            warehouse touched, in bin order
      *                            of the picks as cut.
      *    ORDMAINT-Register.txt   one line per order line changed
      *                            or rejected, plus run totals.
      *    CHAIN-CONTROL.txt       extended with the picks pulled
      *                            and the cases cut off the pick
      *                            list, for CHAINBAL to balance.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-CHANGE-FILE
               ASSIGN TO 'ORDER-CHANGE-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OCT-FILE-STATUS.
           SELECT PICK-LIST-DATA
               ASSIGN TO 'PICK-LIST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLD-FILE-STATUS.
           SELECT BACKORDER-FILE
               ASSIGN TO 'BACKORDER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOF-FILE-STATUS.
           SELECT CONFIRM-TRANS-FILE
               ASSIGN TO 'SHIP-CONFIRM-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTF-FILE-STATUS.
           SELECT SHIP-HISTORY-FILE
               ASSIGN TO 'SHIPMENT-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHH-FILE-STATUS.
           SELECT LOT-DETAIL-FILE
               ASSIGN TO 'LOT-DETAIL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDF-FILE-STATUS.
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
           SELECT CANCEL-NOTICE-PRINT
               ASSIGN TO DYNAMIC NOTICE-PRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNP-FILE-STATUS.
           SELECT CHAIN-CONTROL-FILE
               ASSIGN TO 'CHAIN-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHC-FILE-STATUS.
           SELECT CHANGE-REGISTER
               ASSIGN TO PRINTER 'ORDMAINT-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ORDER-CHANGE-FILE
           RECORD CONTAINS 17 CHARACTERS.

       01  ORDER-CHANGE-RECORD.
           05  OCT-ACTION              PIC X.
           05  OCT-ORDER-NUMBER        PIC X(8).
           05  OCT-CANDY-ID            PIC XXX.
           05  OCT-CASES               PIC 9(5).

       FD PICK-LIST-DATA
           RECORD CONTAINS 51 CHARACTERS.

       01  PICK-DATA-RECORD.
           05  PLD-WAREHOUSE-ID        PIC X(4).
           05  PLD-ORDER-NUMBER        PIC X(8).
           05  PLD-CUSTOMER            PIC X(10).
           05  PLD-CANDY-ID            PIC XXX.
           05  PLD-CASES-PICKED        PIC 9(5).
           05  PLD-LOT-NUMBER          PIC X(10).
           05  PLD-UNITS-PICKED        PIC 9(3).
           05  PLD-PRIORITY            PIC X.
           05  PLD-SHIP-TO-CODE        PIC X(4).
           05  PLD-ORDERED-CANDY-ID    PIC XXX.

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

       FD CONFIRM-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  CONFIRM-TRANS-RECORD.
           05  CTF-WAREHOUSE-ID        PIC X(4).
           05  CTF-ORDER-NUMBER        PIC X(8).
           05  CTF-CANDY-ID            PIC XXX.
           05  CTF-CASES-SHIPPED       PIC 9(5).
           05  CTF-UNITS-SHIPPED       PIC 9(3).

       COPY BTHREC.

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

       FD LOT-DETAIL-FILE
           RECORD CONTAINS 37 CHARACTERS.

       01  LOT-DETAIL-RECORD.
           05  LDF-RUN-DATE            PIC 9(8).
           05  LDF-WAREHOUSE-ID        PIC X(4).
           05  LDF-CANDY-ID            PIC XXX.
           05  LDF-LOT-NUMBER          PIC X(10).
           05  LDF-EXP-DATE            PIC 9(8).
           05  LDF-LOT-CASES           PIC 9(4).

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

       FD CANCEL-NOTICE-PRINT
           RECORD CONTAINS 80 CHARACTERS.

       01  NOTICE-PRINT-RECORD         PIC X(80).

       FD CHAIN-CONTROL-FILE
           RECORD CONTAINS 47 CHARACTERS.

       COPY CHNCREC.

       FD CHANGE-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  OCT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-OCT-DATA                     VALUE 'N'.
           05  PLD-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PLD-DATA                     VALUE 'N'.
           05  BOF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-BOF-DATA                     VALUE 'N'.
           05  CTF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CTF-DATA                     VALUE 'N'.
           05  SHH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SHH-DATA                     VALUE 'N'.
           05  LDF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-LDF-DATA                     VALUE 'N'.
           05  BMF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-BMF-DATA                     VALUE 'N'.
           05  LOT-FILE-SWITCH         PIC X           VALUE 'N'.
               88 LOT-FILE-ON-HAND                     VALUE 'Y'.
           05  LINE-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 LINE-FOUND                           VALUE 'Y'.
           05  SHIPPED-FOUND-SWITCH    PIC X           VALUE 'N'.
               88 SHIPMENT-FOUND                       VALUE 'Y'.
           05  PICK-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 PICK-ENTRY-FOUND                     VALUE 'Y'.
           05  NOTICE-OPEN-SWITCH      PIC X           VALUE 'N'.
               88 NOTICE-FILE-OPEN                     VALUE 'Y'.

       01  TEMP-FIELDS.
           05  OCT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PLD-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BOF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CTF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SHH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LDF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  IMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CNP-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CHC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  NOTICE-PRINT-NAME       PIC X(40)       VALUE SPACES.
           05  NOTICE-WAREHOUSE-ID     PIC X(4)        VALUE SPACES.
           05  REJECT-REASON           PIC X(34)       VALUE SPACES.
           05  LINE-CANDY-ID           PIC XXX         VALUE SPACES.
           05  PICK-LINE-CANDY-ID      PIC XXX         VALUE SPACES.
           05  CASES-TO-TAKE           PIC 9(5)        VALUE 0.
           05  CASES-TAKEN             PIC 9(5)        VALUE 0.
           05  CASES-OPEN              PIC 9(5)        VALUE 0.
           05  UNITS-OPEN              PIC 9(3)        VALUE 0.
           05  CASES-SHIPPED           PIC 9(5)        VALUE 0.
           05  UNITS-SHIPPED           PIC 9(3)        VALUE 0.
           05  LINE-BACKORDER-CASES    PIC 9(7)        VALUE 0.
           05  LINE-PICK-OPEN-CASES    PIC 9(7)        VALUE 0.
           05  LINE-CONFIRMED-CASES    PIC 9(7)        VALUE 0.
           05  LINE-CONFIRMED-UNITS    PIC 9(5)        VALUE 0.
           05  LINE-CASES-OFF-PICKS    PIC 9(7)        VALUE 0.
           05  LINE-CASES-OFF-BACKORDER PIC 9(7)       VALUE 0.
           05  RELEASE-CASES           PIC 9(5)        VALUE 0.
           05  RELEASE-UNITS           PIC 9(3)        VALUE 0.
           05  NEW-LOOSE-UNITS         PIC 9(6)        VALUE 0.
           05  PICK-SUB                PIC 9(4)        VALUE 0.
           05  PICK-HOLD-SUB           PIC 9(4)        VALUE 0.
           05  BO-SUB                  PIC 9(4)        VALUE 0.
           05  LOT-SUB                 PIC 9(4)        VALUE 0.
           05  BIN-SUB                 PIC 9(4)        VALUE 0.
           05  NTC-SUB                 PIC 9(4)        VALUE 0.
           05  NTC-PRINT-SUB           PIC 9(4)        VALUE 0.
           05  ORDER-LINE-SUB          PIC 999         VALUE 0.

       01  RUN-TOTALS.
           05  TRANS-READ-COUNT        PIC 9(5)        VALUE 0.
           05  LINES-CANCELLED-COUNT   PIC 9(5)        VALUE 0.
           05  LINES-REDUCED-COUNT     PIC 9(5)        VALUE 0.
           05  LINES-REJECTED-COUNT    PIC 9(5)        VALUE 0.
           05  PICKS-PULLED-COUNT      PIC 9(5)        VALUE 0.
           05  PICKS-CUT-COUNT         PIC 9(5)        VALUE 0.
           05  CASES-RELEASED-TOTAL    PIC 9(7)        VALUE 0.
           05  CASES-OFF-BACKORDER-TOTAL PIC 9(7)      VALUE 0.

      *****************************************************************
      * PICK-TABLE is the pick list as ORDALLOC cut it, with the
      * cases and units already confirmed shipped against each pick
      * -- those are off limits to this run.  A pick cut to nothing
      * is not written back.
      *****************************************************************
       01  PICK-COUNT                  PIC 9(4)        VALUE 0.

       01  PICK-TABLE.
           05  PICK-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON PICK-COUNT.
               10  PCK-PICK-DATA.
                   15  PCK-WAREHOUSE-ID    PIC X(4).
                   15  PCK-ORDER-NUMBER    PIC X(8).
                   15  PCK-CUSTOMER        PIC X(10).
                   15  PCK-CANDY-ID        PIC XXX.
                   15  PCK-CASES-PICKED    PIC 9(5).
                   15  PCK-LOT-NUMBER      PIC X(10).
                   15  PCK-UNITS-PICKED    PIC 9(3).
                   15  PCK-PRIORITY        PIC X.
                   15  PCK-SHIP-TO-CODE    PIC X(4).
                   15  PCK-ORDERED-CANDY-ID PIC XXX.
               10  PCK-CONFIRMED       PIC 9(5).
               10  PCK-UNITS-CONF      PIC 9(3).

       01  BACKORDER-COUNT             PIC 9(4)        VALUE 0.

       01  BACKORDER-TABLE.
           05  BACKORDER-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON BACKORDER-COUNT.
               10  BOT-ORDER-NUMBER    PIC X(8).
               10  BOT-CUSTOMER        PIC X(10).
               10  BOT-CANDY-ID        PIC XXX.
               10  BOT-CASES           PIC 9(5).
               10  BOT-FIRST-DATE      PIC 9(8).
               10  BOT-UNITS           PIC 9(3).
               10  BOT-PRIORITY        PIC X.
               10  BOT-SHIP-TO-CODE    PIC X(4).
               10  BOT-REASON-CODE     PIC X.

       01  LOT-COUNT                   PIC 9(4)        VALUE 0.

       01  LOT-TABLE.
           05  LOT-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON LOT-COUNT.
               10  LOT-RUN-DATE        PIC 9(8).
               10  LOT-WAREHOUSE-ID    PIC X(4).
               10  LOT-CANDY-ID        PIC XXX.
               10  LOT-LOT-NUMBER      PIC X(10).
               10  LOT-EXP-DATE        PIC 9(8).
               10  LOT-LOT-CASES       PIC 9(4).

       01  BIN-COUNT                   PIC 9(4)        VALUE 0.

       01  BIN-TABLE.
           05  BIN-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON BIN-COUNT.
               10  BIN-WAREHOUSE-ID    PIC X(4).
               10  BIN-CANDY-ID        PIC XXX.
               10  BIN-AISLE           PIC 99.
               10  BIN-BAY             PIC 99.
               10  BIN-SHELF           PIC 99.

      *****************************************************************
      * ORDER-LINE-TABLE is the distinct lines of the order a whole
      * order cancel is working, each cancelled in turn as a line.
      *****************************************************************
       01  ORDER-LINE-COUNT            PIC 999         VALUE 0.

       01  ORDER-LINE-TABLE.
           05  ORDER-LINE-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON ORDER-LINE-COUNT.
               10  OLT-CANDY-ID        PIC XXX.

      *****************************************************************
      * NOTICE-TABLE gathers every pick the run pulled or cut back,
      * printed at the end one notice file per warehouse.
      *****************************************************************
       01  NOTICE-COUNT                PIC 9(4)        VALUE 0.

       01  NOTICE-TABLE.
           05  NOTICE-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON NOTICE-COUNT.
               10  NTC-WAREHOUSE-ID    PIC X(4).
               10  NTC-AISLE           PIC 99.
               10  NTC-BAY             PIC 99.
               10  NTC-SHELF           PIC 99.
               10  NTC-CANDY-ID        PIC XXX.
               10  NTC-CASES-PULLED    PIC 9(5).
               10  NTC-UNITS-PULLED    PIC 9(3).
               10  NTC-ORDER-NUMBER    PIC X(8).
               10  NTC-CUSTOMER        PIC X(10).
               10  NTC-LOT-NUMBER      PIC X(10).
               10  NTC-CASES-LEFT      PIC 9(5).
               10  NTC-PRINTED-SWITCH  PIC X.
                   88 NTC-PRINTED                      VALUE 'Y'.

       01  NOTICE-DETAIL-LINE.
           05  NDL-AISLE               PIC 99.
           05  FILLER                  PIC X           VALUE '/'.
           05  NDL-BAY                 PIC 99.
           05  FILLER                  PIC X           VALUE '/'.
           05  NDL-SHELF               PIC 99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  NDL-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  NDL-CASES-PULLED        PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  NDL-UNITS-PULLED        PIC ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  NDL-ORDER-NUMBER        PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  NDL-CUSTOMER            PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  NDL-LOT-NUMBER          PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  NDL-ACTION              PIC X(16).

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(40)       VALUE
               'A ORDER    CDY  OFF PICKS  OFF B/O  DISP'.
           05  FILLER                  PIC X(40)       VALUE
               'OSITION'.

       01  REGISTER-LINE.
           05  REG-ACTION              PIC X.
           05  FILLER                  PIC X           VALUE SPACES.
           05  REG-ORDER-NUMBER        PIC X(8).
           05  FILLER                  PIC X           VALUE SPACES.
           05  REG-CANDY-ID            PIC XXX.
           05  FILLER                  PIC X           VALUE SPACES.
           05  REG-CASES-OFF-PICKS     PIC ZZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-CASES-OFF-BACKORDER PIC ZZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-DISPOSITION         PIC X(47).

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(46)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 12-LOAD-PICK-LIST
           PERFORM 13-LOAD-BACKORDERS
           PERFORM 14-APPLY-CONFIRMATIONS THRU 14-APPLY-EXIT
           PERFORM 16-LOAD-LOT-DETAIL
           PERFORM 17-LOAD-BIN-MASTER THRU 17-LOAD-EXIT
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-CHANGES
           PERFORM 40-EOF-ROUTINE
           .

       12-LOAD-PICK-LIST.

           OPEN INPUT PICK-LIST-DATA
           IF PLD-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDMAINT: UNABLE TO OPEN PICK LIST DATA '
                       'FILE, FILE STATUS = ' PLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO PLD-EOF-FLAG
           PERFORM UNTIL NO-MORE-PLD-DATA
               READ PICK-LIST-DATA
                   AT END
                       MOVE 'N' TO PLD-EOF-FLAG
                   NOT AT END
                       IF PICK-COUNT IS EQUAL TO 5000
                           DISPLAY 'ORDMAINT: MORE THAN 5000 PICKS, '
                                   'TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO PICK-COUNT
                       MOVE PICK-DATA-RECORD TO
                               PCK-PICK-DATA (PICK-COUNT)
                       IF PLD-CASES-PICKED IS NOT NUMERIC
                           MOVE 0 TO PCK-CASES-PICKED (PICK-COUNT)
                       END-IF
                       IF PLD-UNITS-PICKED IS NOT NUMERIC
                           MOVE 0 TO PCK-UNITS-PICKED (PICK-COUNT)
                       END-IF
                       MOVE 0 TO PCK-CONFIRMED (PICK-COUNT)
                       MOVE 0 TO PCK-UNITS-CONF (PICK-COUNT)
               END-READ
           END-PERFORM

           CLOSE PICK-LIST-DATA
           .

       13-LOAD-BACKORDERS.

           OPEN INPUT BACKORDER-FILE
           IF BOF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF BOF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ORDMAINT: UNABLE TO OPEN BACKORDER '
                           'FILE, FILE STATUS = ' BOF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO BOF-EOF-FLAG
               PERFORM UNTIL NO-MORE-BOF-DATA
                   READ BACKORDER-FILE
                       AT END
                           MOVE 'N' TO BOF-EOF-FLAG
                       NOT AT END
                           IF BACKORDER-COUNT IS EQUAL TO 5000
                               DISPLAY 'ORDMAINT: MORE THAN 5000 '
                                       'BACKORDERS, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO BACKORDER-COUNT
                           MOVE BACKORDER-RECORD TO
                                   BACKORDER-ENTRY (BACKORDER-COUNT)
                           IF BOF-CASES IS NOT NUMERIC
                               MOVE 0 TO BOT-CASES (BACKORDER-COUNT)
                           END-IF
                           IF BOF-UNITS IS NOT NUMERIC
                               MOVE 0 TO BOT-UNITS (BACKORDER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKORDER-FILE
           END-IF
           .

      *****************************************************************
      * 14-APPLY-CONFIRMATIONS lays the floor's confirmations not
      * yet run through SHIPCONF against their picks the way
      * SHIPCONF will, so the cases and units they cover count as
      * shipped.  No file, nothing confirmed yet.
      *****************************************************************
       14-APPLY-CONFIRMATIONS.

           OPEN INPUT CONFIRM-TRANS-FILE
           IF CTF-FILE-STATUS IS NOT EQUAL TO '00'
               GO TO 14-APPLY-EXIT
           END-IF

           MOVE ' ' TO CTF-EOF-FLAG
           PERFORM UNTIL NO-MORE-CTF-DATA
               READ CONFIRM-TRANS-FILE
                   AT END
                       MOVE 'N' TO CTF-EOF-FLAG
                   NOT AT END
                       IF NOT BTH-IS-HEADER
                           PERFORM 14A-APPLY-ONE-CONFIRMATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIRM-TRANS-FILE
           .

       14-APPLY-EXIT.
           EXIT.

       14A-APPLY-ONE-CONFIRMATION.

           MOVE 'N' TO PICK-FOUND-SWITCH
           PERFORM VARYING PICK-SUB FROM 1 BY 1
               UNTIL PICK-SUB > PICK-COUNT
                  OR PICK-ENTRY-FOUND
               IF PCK-WAREHOUSE-ID (PICK-SUB) IS EQUAL TO
                       CTF-WAREHOUSE-ID
                  AND PCK-ORDER-NUMBER (PICK-SUB) IS EQUAL TO
                       CTF-ORDER-NUMBER
                  AND PCK-CANDY-ID (PICK-SUB) IS EQUAL TO
                       CTF-CANDY-ID
                  AND (PCK-CONFIRMED (PICK-SUB) IS LESS THAN
                       PCK-CASES-PICKED (PICK-SUB)
                       OR PCK-UNITS-CONF (PICK-SUB) IS LESS THAN
                       PCK-UNITS-PICKED (PICK-SUB))
                   MOVE 'Y' TO PICK-FOUND-SWITCH
                   MOVE PICK-SUB TO PICK-HOLD-SUB
               END-IF
           END-PERFORM

           IF PICK-ENTRY-FOUND
               IF CTF-CASES-SHIPPED IS NUMERIC
                   MOVE CTF-CASES-SHIPPED TO CASES-SHIPPED
               ELSE
                   MOVE 0 TO CASES-SHIPPED
               END-IF
               IF CTF-UNITS-SHIPPED IS NUMERIC
                   MOVE CTF-UNITS-SHIPPED TO UNITS-SHIPPED
               ELSE
                   MOVE 0 TO UNITS-SHIPPED
               END-IF
               COMPUTE CASES-OPEN = PCK-CASES-PICKED (PICK-HOLD-SUB)
                       - PCK-CONFIRMED (PICK-HOLD-SUB)
               IF CASES-SHIPPED IS GREATER THAN CASES-OPEN
                   MOVE CASES-OPEN TO CASES-SHIPPED
               END-IF
               COMPUTE UNITS-OPEN = PCK-UNITS-PICKED (PICK-HOLD-SUB)
                       - PCK-UNITS-CONF (PICK-HOLD-SUB)
               IF UNITS-SHIPPED IS GREATER THAN UNITS-OPEN
                   MOVE UNITS-OPEN TO UNITS-SHIPPED
               END-IF
               ADD CASES-SHIPPED TO PCK-CONFIRMED (PICK-HOLD-SUB)
               ADD UNITS-SHIPPED TO PCK-UNITS-CONF (PICK-HOLD-SUB)
           END-IF
           .

       16-LOAD-LOT-DETAIL.

           OPEN INPUT LOT-DETAIL-FILE
           IF LDF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF LDF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ORDMAINT: UNABLE TO OPEN LOT DETAIL '
                           'FILE, FILE STATUS = ' LDF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO LOT-FILE-SWITCH
               MOVE ' ' TO LDF-EOF-FLAG
               PERFORM UNTIL NO-MORE-LDF-DATA
                   READ LOT-DETAIL-FILE
                       AT END
                           MOVE 'N' TO LDF-EOF-FLAG
                       NOT AT END
                           IF LOT-COUNT IS EQUAL TO 2000
                               DISPLAY 'ORDMAINT: LOT DETAIL HAS '
                                       'MORE THAN 2000 LOTS, TABLE '
                                       'IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO LOT-COUNT
                           MOVE LOT-DETAIL-RECORD TO
                                   LOT-ENTRY (LOT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE LOT-DETAIL-FILE
           END-IF
           .

       17-LOAD-BIN-MASTER.

           OPEN INPUT BIN-MASTER-FILE
           IF BMF-FILE-STATUS IS NOT EQUAL TO '00'
               GO TO 17-LOAD-EXIT
           END-IF

           MOVE ' ' TO BMF-EOF-FLAG
           PERFORM UNTIL NO-MORE-BMF-DATA
               READ BIN-MASTER-FILE
                   AT END
                       MOVE 'N' TO BMF-EOF-FLAG
                   NOT AT END
                       IF BIN-COUNT IS EQUAL TO 2000
                           DISPLAY 'ORDMAINT: BIN MASTER HAS MORE '
                                   'THAN 2000 BINS, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO BIN-COUNT
                       MOVE BMF-WAREHOUSE-ID TO
                               BIN-WAREHOUSE-ID (BIN-COUNT)
                       MOVE BMF-CANDY-ID TO BIN-CANDY-ID (BIN-COUNT)
                       MOVE BMF-AISLE TO BIN-AISLE (BIN-COUNT)
                       MOVE BMF-BAY TO BIN-BAY (BIN-COUNT)
                       MOVE BMF-SHELF TO BIN-SHELF (BIN-COUNT)
               END-READ
           END-PERFORM
           CLOSE BIN-MASTER-FILE
           .

       17-LOAD-EXIT.
           EXIT.

       15-HSKPING-ROUTINE.

           OPEN INPUT ORDER-CHANGE-FILE
           IF OCT-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDMAINT: UNABLE TO OPEN ORDER CHANGE '
                       'TRANSACTION FILE, FILE STATUS = '
                       OCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O INV-MASTER-FILE
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDMAINT: UNABLE TO OPEN INVENTORY MASTER, '
                       'FILE STATUS = ' IMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CHANGE-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'ORDER CHANGE AND CANCELLATION REGISTER' TO
                   REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE REGISTER-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       20-PROCESS-CHANGES.

           MOVE ' ' TO OCT-EOF-FLAG
           PERFORM UNTIL NO-MORE-OCT-DATA
               READ ORDER-CHANGE-FILE
                   AT END
                       MOVE 'N' TO OCT-EOF-FLAG
                   NOT AT END
                       ADD 1 TO TRANS-READ-COUNT
                       PERFORM 25-APPLY-ONE-CHANGE
                           THRU 25-APPLY-EXIT
               END-READ
           END-PERFORM
           .

      *****************************************************************
      * 25-APPLY-ONE-CHANGE edits the transaction and hands it to
      * the decrease or cancel logic.  A whole order cancel is
      * worked as a line cancel of each line the order still has
      * open on the pick list or the backorder file, so a shipped
      * line is rejected on its own and the rest still cancel.
      *****************************************************************
       25-APPLY-ONE-CHANGE.

           MOVE SPACES TO REJECT-REASON
           MOVE OCT-CANDY-ID TO LINE-CANDY-ID

           IF OCT-ORDER-NUMBER IS EQUAL TO SPACES
               MOVE 'ORDER NUMBER MISSING' TO REJECT-REASON
               PERFORM 38-REJECT-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           EVALUATE OCT-ACTION
               WHEN 'Q'
                   IF OCT-CANDY-ID IS EQUAL TO SPACES
                       MOVE 'CANDY ID MISSING' TO REJECT-REASON
                   ELSE
                       IF OCT-CASES IS NOT NUMERIC
                          OR OCT-CASES IS EQUAL TO ZERO
                           MOVE 'CASES TO TAKE OFF MISSING'
                                   TO REJECT-REASON
                       END-IF
                   END-IF
                   IF REJECT-REASON IS NOT EQUAL TO SPACES
                       PERFORM 38-REJECT-LINE
                   ELSE
                       PERFORM 31-DECREASE-ONE-LINE
                           THRU 31-DECREASE-EXIT
                   END-IF
               WHEN 'L'
                   IF OCT-CANDY-ID IS EQUAL TO SPACES
                       MOVE 'CANDY ID MISSING' TO REJECT-REASON
                       PERFORM 38-REJECT-LINE
                   ELSE
                       PERFORM 30-CANCEL-ONE-LINE
                           THRU 30-CANCEL-EXIT
                   END-IF
               WHEN 'O'
                   PERFORM 26-LIST-ORDER-LINES
                   IF ORDER-LINE-COUNT IS EQUAL TO ZERO
                       MOVE SPACES TO LINE-CANDY-ID
                       PERFORM 36-CHECK-SHIPMENT-HISTORY
                           THRU 36-CHECK-EXIT
                       IF SHIPMENT-FOUND
                           MOVE 'ORDER SHIPPED - RETURN VIA RMAPROC'
                                   TO REJECT-REASON
                       ELSE
                           MOVE 'ORDER NOT ALLOCATED OR BACKORDERED'
                                   TO REJECT-REASON
                       END-IF
                       PERFORM 38-REJECT-LINE
                   ELSE
                       PERFORM VARYING ORDER-LINE-SUB FROM 1 BY 1
                           UNTIL ORDER-LINE-SUB > ORDER-LINE-COUNT
                           MOVE OLT-CANDY-ID (ORDER-LINE-SUB) TO
                                   LINE-CANDY-ID
                           MOVE SPACES TO REJECT-REASON
                           PERFORM 30-CANCEL-ONE-LINE
                               THRU 30-CANCEL-EXIT
                       END-PERFORM
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE' TO REJECT-REASON
                   PERFORM 38-REJECT-LINE
           END-EVALUATE
           .

       25-APPLY-EXIT.
           EXIT.

      *****************************************************************
      * 26-LIST-ORDER-LINES gathers the distinct candies ordered on
      * the order's picks and backorders -- a substitute pick
      * counts under the candy the customer ordered.
      *****************************************************************
       26-LIST-ORDER-LINES.

           MOVE 0 TO ORDER-LINE-COUNT
           PERFORM VARYING PICK-SUB FROM 1 BY 1
               UNTIL PICK-SUB > PICK-COUNT
               IF PCK-ORDER-NUMBER (PICK-SUB) IS EQUAL TO
                       OCT-ORDER-NUMBER
                   PERFORM 27-SET-PICK-LINE-CANDY
                   MOVE PICK-LINE-CANDY-ID TO LINE-CANDY-ID
                   PERFORM 26A-ADD-ORDER-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING BO-SUB FROM 1 BY 1
               UNTIL BO-SUB > BACKORDER-COUNT
               IF BOT-ORDER-NUMBER (BO-SUB) IS EQUAL TO
                       OCT-ORDER-NUMBER
                   MOVE BOT-CANDY-ID (BO-SUB) TO LINE-CANDY-ID
                   PERFORM 26A-ADD-ORDER-LINE
               END-IF
           END-PERFORM
           .

       26A-ADD-ORDER-LINE.

           MOVE 'N' TO LINE-FOUND-SWITCH
           PERFORM VARYING ORDER-LINE-SUB FROM 1 BY 1
               UNTIL ORDER-LINE-SUB > ORDER-LINE-COUNT
                  OR LINE-FOUND
               IF OLT-CANDY-ID (ORDER-LINE-SUB) IS EQUAL TO
                       LINE-CANDY-ID
                   MOVE 'Y' TO LINE-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT LINE-FOUND
               IF ORDER-LINE-COUNT IS EQUAL TO 200
                   DISPLAY 'ORDMAINT: ORDER ' OCT-ORDER-NUMBER
                           ' HAS MORE THAN 200 LINES, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ORDER-LINE-COUNT
               MOVE LINE-CANDY-ID TO OLT-CANDY-ID (ORDER-LINE-COUNT)
           END-IF
           .

       27-SET-PICK-LINE-CANDY.

           IF PCK-ORDERED-CANDY-ID (PICK-SUB) IS EQUAL TO SPACES
               MOVE PCK-CANDY-ID (PICK-SUB) TO PICK-LINE-CANDY-ID
           ELSE
               MOVE PCK-ORDERED-CANDY-ID (PICK-SUB) TO
                       PICK-LINE-CANDY-ID
           END-IF
           .

      *****************************************************************
      * 28-TOTAL-THE-LINE adds up what the order line in
      * OCT-ORDER-NUMBER / LINE-CANDY-ID still has: cases on
      * backorder, cases open on picks, and cases and units already
      * confirmed shipped.
      *****************************************************************
       28-TOTAL-THE-LINE.

           MOVE 'N' TO LINE-FOUND-SWITCH
           MOVE 0 TO LINE-BACKORDER-CASES
           MOVE 0 TO LINE-PICK-OPEN-CASES
           MOVE 0 TO LINE-CONFIRMED-CASES
           MOVE 0 TO LINE-CONFIRMED-UNITS
           MOVE 0 TO LINE-CASES-OFF-PICKS
           MOVE 0 TO LINE-CASES-OFF-BACKORDER

           PERFORM VARYING BO-SUB FROM 1 BY 1
               UNTIL BO-SUB > BACKORDER-COUNT
               IF BOT-ORDER-NUMBER (BO-SUB) IS EQUAL TO
                       OCT-ORDER-NUMBER
                  AND BOT-CANDY-ID (BO-SUB) IS EQUAL TO
                       LINE-CANDY-ID
                  AND (BOT-CASES (BO-SUB) IS GREATER THAN ZERO
                       OR BOT-UNITS (BO-SUB) IS GREATER THAN ZERO)
                   MOVE 'Y' TO LINE-FOUND-SWITCH
                   ADD BOT-CASES (BO-SUB) TO LINE-BACKORDER-CASES
               END-IF
           END-PERFORM

           PERFORM VARYING PICK-SUB FROM 1 BY 1
               UNTIL PICK-SUB > PICK-COUNT
               IF PCK-ORDER-NUMBER (PICK-SUB) IS EQUAL TO
                       OCT-ORDER-NUMBER
                   PERFORM 27-SET-PICK-LINE-CANDY
                   IF PICK-LINE-CANDY-ID IS EQUAL TO LINE-CANDY-ID
                      AND (PCK-CASES-PICKED (PICK-SUB) IS GREATER
                           THAN ZERO
                        OR PCK-UNITS-PICKED (PICK-SUB) IS GREATER
                           THAN ZERO)
                       MOVE 'Y' TO LINE-FOUND-SWITCH
                       COMPUTE LINE-PICK-OPEN-CASES =
                           LINE-PICK-OPEN-CASES
                           + PCK-CASES-PICKED (PICK-SUB)
                           - PCK-CONFIRMED (PICK-SUB)
                       ADD PCK-CONFIRMED (PICK-SUB) TO
                               LINE-CONFIRMED-CASES
                       ADD PCK-UNITS-CONF (PICK-SUB) TO
                               LINE-CONFIRMED-UNITS
                   END-IF
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 30-CANCEL-ONE-LINE cancels the order line outright: every
      * backorder dropped and every open pick pulled.  A line with
      * anything confirmed shipped is rejected whole -- the shipped
      * cases need an RMA, and the rest should be a decrease.
      *****************************************************************
       30-CANCEL-ONE-LINE.

           PERFORM 28-TOTAL-THE-LINE
           IF NOT LINE-FOUND
               PERFORM 36-CHECK-SHIPMENT-HISTORY
                   THRU 36-CHECK-EXIT
               IF SHIPMENT-FOUND
                   MOVE 'LINE SHIPPED - RETURN VIA RMAPROC'
                           TO REJECT-REASON
               ELSE
                   MOVE 'LINE NOT ALLOCATED OR BACKORDERED'
                           TO REJECT-REASON
               END-IF
               PERFORM 38-REJECT-LINE
               GO TO 30-CANCEL-EXIT
           END-IF

           IF LINE-CONFIRMED-CASES IS GREATER THAN ZERO
              OR LINE-CONFIRMED-UNITS IS GREATER THAN ZERO
               MOVE 'LINE SHIPPED - RETURN VIA RMAPROC'
                       TO REJECT-REASON
               PERFORM 38-REJECT-LINE
               GO TO 30-CANCEL-EXIT
           END-IF

           PERFORM VARYING BO-SUB FROM 1 BY 1
               UNTIL BO-SUB > BACKORDER-COUNT
               IF BOT-ORDER-NUMBER (BO-SUB) IS EQUAL TO
                       OCT-ORDER-NUMBER
                  AND BOT-CANDY-ID (BO-SUB) IS EQUAL TO
                       LINE-CANDY-ID
                   ADD BOT-CASES (BO-SUB) TO LINE-CASES-OFF-BACKORDER
                   MOVE 0 TO BOT-CASES (BO-SUB)
                   MOVE 0 TO BOT-UNITS (BO-SUB)
               END-IF
           END-PERFORM

           PERFORM VARYING PICK-SUB FROM 1 BY 1
               UNTIL PICK-SUB > PICK-COUNT
               IF PCK-ORDER-NUMBER (PICK-SUB) IS EQUAL TO
                       OCT-ORDER-NUMBER
                   PERFORM 27-SET-PICK-LINE-CANDY
                   IF PICK-LINE-CANDY-ID IS EQUAL TO LINE-CANDY-ID
                       MOVE PCK-CASES-PICKED (PICK-SUB) TO
                               RELEASE-CASES
                       MOVE PCK-UNITS-PICKED (PICK-SUB) TO
                               RELEASE-UNITS
                       IF RELEASE-CASES IS GREATER THAN ZERO
                          OR RELEASE-UNITS IS GREATER THAN ZERO
                           PERFORM 33-RELEASE-FROM-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           ADD 1 TO LINES-CANCELLED-COUNT
           MOVE 'CANCELLED' TO REG-DISPOSITION
           PERFORM 39-WRITE-REGISTER-LINE
           .

       30-CANCEL-EXIT.
           EXIT.

      *****************************************************************
      * 31-DECREASE-ONE-LINE takes OCT-CASES off the order line --
      * off its backorders first, since nothing is reserved for
      * them, then off its open picks, last pick first.  Loose
      * units are left alone; only a cancel pulls them.  A decrease
      * bigger than the cases still open is rejected whole.
      *****************************************************************
       31-DECREASE-ONE-LINE.

           PERFORM 28-TOTAL-THE-LINE
           IF NOT LINE-FOUND
               PERFORM 36-CHECK-SHIPMENT-HISTORY
                   THRU 36-CHECK-EXIT
               IF SHIPMENT-FOUND
                   MOVE 'LINE SHIPPED - RETURN VIA RMAPROC'
                           TO REJECT-REASON
               ELSE
                   MOVE 'LINE NOT ALLOCATED OR BACKORDERED'
                           TO REJECT-REASON
               END-IF
               PERFORM 38-REJECT-LINE
               GO TO 31-DECREASE-EXIT
           END-IF

           IF OCT-CASES IS GREATER THAN
                   LINE-BACKORDER-CASES + LINE-PICK-OPEN-CASES
               IF LINE-CONFIRMED-CASES IS GREATER THAN ZERO
                   MOVE 'CASES SHIPPED - RETURN VIA RMAPROC'
                           TO REJECT-REASON
               ELSE
                   MOVE 'DECREASE IS MORE THAN CASES OPEN'
                           TO REJECT-REASON
               END-IF
               PERFORM 38-REJECT-LINE
               GO TO 31-DECREASE-EXIT
           END-IF

           MOVE OCT-CASES TO CASES-TO-TAKE

           PERFORM VARYING BO-SUB FROM 1 BY 1
               UNTIL BO-SUB > BACKORDER-COUNT
                  OR CASES-TO-TAKE IS EQUAL TO ZERO
               IF BOT-ORDER-NUMBER (BO-SUB) IS EQUAL TO
                       OCT-ORDER-NUMBER
                  AND BOT-CANDY-ID (BO-SUB) IS EQUAL TO
                       LINE-CANDY-ID
                  AND BOT-CASES (BO-SUB) IS GREATER THAN ZERO
                   IF BOT-CASES (BO-SUB) IS GREATER THAN
                           CASES-TO-TAKE
                       MOVE CASES-TO-TAKE TO CASES-TAKEN
                   ELSE
                       MOVE BOT-CASES (BO-SUB) TO CASES-TAKEN
                   END-IF
                   SUBTRACT CASES-TAKEN FROM BOT-CASES (BO-SUB)
                   SUBTRACT CASES-TAKEN FROM CASES-TO-TAKE
                   ADD CASES-TAKEN TO LINE-CASES-OFF-BACKORDER
               END-IF
           END-PERFORM

           PERFORM VARYING PICK-SUB FROM PICK-COUNT BY -1
               UNTIL PICK-SUB < 1
                  OR CASES-TO-TAKE IS EQUAL TO ZERO
               IF PCK-ORDER-NUMBER (PICK-SUB) IS EQUAL TO
                       OCT-ORDER-NUMBER
                   PERFORM 27-SET-PICK-LINE-CANDY
                   COMPUTE CASES-OPEN = PCK-CASES-PICKED (PICK-SUB)
                           - PCK-CONFIRMED (PICK-SUB)
                   IF PICK-LINE-CANDY-ID IS EQUAL TO LINE-CANDY-ID
                      AND CASES-OPEN IS GREATER THAN ZERO
                       IF CASES-OPEN IS GREATER THAN CASES-TO-TAKE
                           MOVE CASES-TO-TAKE TO RELEASE-CASES
                       ELSE
                           MOVE CASES-OPEN TO RELEASE-CASES
                       END-IF
                       MOVE 0 TO RELEASE-UNITS
                       SUBTRACT RELEASE-CASES FROM CASES-TO-TAKE
                       PERFORM 33-RELEASE-FROM-PICK
                   END-IF
               END-IF
           END-PERFORM

           ADD 1 TO LINES-REDUCED-COUNT
           MOVE 'REDUCED' TO REG-DISPOSITION
           PERFORM 39-WRITE-REGISTER-LINE
           .

       31-DECREASE-EXIT.
           EXIT.

      *****************************************************************
      * 33-RELEASE-FROM-PICK takes RELEASE-CASES and RELEASE-UNITS
      * off the pick at PICK-SUB: the cases come back out of the
      * warehouse's IM-ALLOC-STOCK and onto their lot, the units
      * back onto IM-LOOSE-UNITS, and the pick goes on the
      * warehouse's cancellation notice.
      *****************************************************************
       33-RELEASE-FROM-PICK.

           MOVE PCK-WAREHOUSE-ID (PICK-SUB) TO IM-WAREHOUSE-ID
           MOVE PCK-CANDY-ID (PICK-SUB) TO IM-CANDY-ID
           READ INV-MASTER-FILE
           IF IMF-FILE-STATUS IS EQUAL TO '00'
               IF IM-ALLOC-STOCK IS NOT NUMERIC
                   MOVE 0 TO IM-ALLOC-STOCK
               END-IF
               IF RELEASE-CASES IS GREATER THAN IM-ALLOC-STOCK
                   MOVE 0 TO IM-ALLOC-STOCK
               ELSE
                   SUBTRACT RELEASE-CASES FROM IM-ALLOC-STOCK
               END-IF
               IF RELEASE-UNITS IS GREATER THAN ZERO
                   IF IM-LOOSE-UNITS IS NOT NUMERIC
                       MOVE 0 TO IM-LOOSE-UNITS
                   END-IF
                   COMPUTE NEW-LOOSE-UNITS = IM-LOOSE-UNITS
                           + RELEASE-UNITS
                   IF NEW-LOOSE-UNITS IS GREATER THAN 99999
                       MOVE 99999 TO NEW-LOOSE-UNITS
                   END-IF
                   MOVE NEW-LOOSE-UNITS TO IM-LOOSE-UNITS
               END-IF
               REWRITE INV-MASTER-RECORD
               IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ORDMAINT: RELEASE REWRITE FAILED, FILE '
                           'STATUS = ' IMF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY 'ORDMAINT: RELEASE KEY NOT ON MASTER, '
                       PCK-WAREHOUSE-ID (PICK-SUB) ' '
                       PCK-CANDY-ID (PICK-SUB)
           END-IF

           IF PCK-LOT-NUMBER (PICK-SUB) IS NOT EQUAL TO SPACES
              AND RELEASE-CASES IS GREATER THAN ZERO
               PERFORM VARYING LOT-SUB FROM 1 BY 1
                   UNTIL LOT-SUB > LOT-COUNT
                   IF LOT-WAREHOUSE-ID (LOT-SUB) IS EQUAL TO
                           PCK-WAREHOUSE-ID (PICK-SUB)
                      AND LOT-CANDY-ID (LOT-SUB) IS EQUAL TO
                           PCK-CANDY-ID (PICK-SUB)
                      AND LOT-LOT-NUMBER (LOT-SUB) IS EQUAL TO
                           PCK-LOT-NUMBER (PICK-SUB)
                       ADD RELEASE-CASES TO LOT-LOT-CASES (LOT-SUB)
                       MOVE LOT-COUNT TO LOT-SUB
                   END-IF
               END-PERFORM
           END-IF

           SUBTRACT RELEASE-CASES FROM PCK-CASES-PICKED (PICK-SUB)
           SUBTRACT RELEASE-UNITS FROM PCK-UNITS-PICKED (PICK-SUB)
           ADD RELEASE-CASES TO LINE-CASES-OFF-PICKS
           ADD RELEASE-CASES TO CASES-RELEASED-TOTAL
           IF PCK-CASES-PICKED (PICK-SUB) IS EQUAL TO ZERO
              AND PCK-UNITS-PICKED (PICK-SUB) IS EQUAL TO ZERO
               ADD 1 TO PICKS-PULLED-COUNT
           ELSE
               ADD 1 TO PICKS-CUT-COUNT
           END-IF

           PERFORM 34-ADD-NOTICE-ENTRY
           .

       34-ADD-NOTICE-ENTRY.

           IF NOTICE-COUNT IS EQUAL TO 5000
               DISPLAY 'ORDMAINT: MORE THAN 5000 PICK CANCELLATIONS, '
                       'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NOTICE-COUNT
           MOVE PCK-WAREHOUSE-ID (PICK-SUB) TO
                   NTC-WAREHOUSE-ID (NOTICE-COUNT)
           MOVE 99 TO NTC-AISLE (NOTICE-COUNT)
           MOVE 99 TO NTC-BAY (NOTICE-COUNT)
           MOVE 99 TO NTC-SHELF (NOTICE-COUNT)
           PERFORM VARYING BIN-SUB FROM 1 BY 1
               UNTIL BIN-SUB > BIN-COUNT
               IF BIN-WAREHOUSE-ID (BIN-SUB) IS EQUAL TO
                       PCK-WAREHOUSE-ID (PICK-SUB)
                  AND BIN-CANDY-ID (BIN-SUB) IS EQUAL TO
                       PCK-CANDY-ID (PICK-SUB)
                   MOVE BIN-AISLE (BIN-SUB) TO NTC-AISLE (NOTICE-COUNT)
                   MOVE BIN-BAY (BIN-SUB) TO NTC-BAY (NOTICE-COUNT)
                   MOVE BIN-SHELF (BIN-SUB) TO NTC-SHELF (NOTICE-COUNT)
                   MOVE BIN-COUNT TO BIN-SUB
               END-IF
           END-PERFORM
           MOVE PCK-CANDY-ID (PICK-SUB) TO NTC-CANDY-ID (NOTICE-COUNT)
           MOVE RELEASE-CASES TO NTC-CASES-PULLED (NOTICE-COUNT)
           MOVE RELEASE-UNITS TO NTC-UNITS-PULLED (NOTICE-COUNT)
           MOVE PCK-ORDER-NUMBER (PICK-SUB) TO
                   NTC-ORDER-NUMBER (NOTICE-COUNT)
           MOVE PCK-CUSTOMER (PICK-SUB) TO NTC-CUSTOMER (NOTICE-COUNT)
           MOVE PCK-LOT-NUMBER (PICK-SUB) TO
                   NTC-LOT-NUMBER (NOTICE-COUNT)
           MOVE PCK-CASES-PICKED (PICK-SUB) TO
                   NTC-CASES-LEFT (NOTICE-COUNT)
           MOVE 'N' TO NTC-PRINTED-SWITCH (NOTICE-COUNT)
           .

      *****************************************************************
      * 36-CHECK-SHIPMENT-HISTORY looks for the order line -- or,
      * with LINE-CANDY-ID blank, the order -- among the shipments
      * already invoiced, so a change to something that is gone
      * because it shipped says so.
      *****************************************************************
       36-CHECK-SHIPMENT-HISTORY.

           MOVE 'N' TO SHIPPED-FOUND-SWITCH
           OPEN INPUT SHIP-HISTORY-FILE
           IF SHH-FILE-STATUS IS NOT EQUAL TO '00'
               GO TO 36-CHECK-EXIT
           END-IF

           MOVE ' ' TO SHH-EOF-FLAG
           PERFORM UNTIL NO-MORE-SHH-DATA
                      OR SHIPMENT-FOUND
               READ SHIP-HISTORY-FILE
                   AT END
                       MOVE 'N' TO SHH-EOF-FLAG
                   NOT AT END
                       IF SHH-ORDER-NUMBER IS EQUAL TO
                               OCT-ORDER-NUMBER
                          AND (LINE-CANDY-ID IS EQUAL TO SPACES
                            OR SHH-CANDY-ID IS EQUAL TO
                               LINE-CANDY-ID)
                           MOVE 'Y' TO SHIPPED-FOUND-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHIP-HISTORY-FILE
           .

       36-CHECK-EXIT.
           EXIT.

       38-REJECT-LINE.

           ADD 1 TO LINES-REJECTED-COUNT
           MOVE 0 TO LINE-CASES-OFF-PICKS
           MOVE 0 TO LINE-CASES-OFF-BACKORDER
           MOVE SPACES TO REG-DISPOSITION
           STRING 'REJECTED - ' DELIMITED BY SIZE
                  REJECT-REASON DELIMITED BY SIZE
               INTO REG-DISPOSITION
           PERFORM 39-WRITE-REGISTER-LINE
           .

       39-WRITE-REGISTER-LINE.

           MOVE OCT-ACTION TO REG-ACTION
           MOVE OCT-ORDER-NUMBER TO REG-ORDER-NUMBER
           MOVE LINE-CANDY-ID TO REG-CANDY-ID
           MOVE LINE-CASES-OFF-PICKS TO REG-CASES-OFF-PICKS
           MOVE LINE-CASES-OFF-BACKORDER TO REG-CASES-OFF-BACKORDER
           ADD LINE-CASES-OFF-BACKORDER TO CASES-OFF-BACKORDER-TOTAL
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 40-EOF-ROUTINE writes back the pick list, the backorders,
      * and the lots, prints the cancellation notices, and finishes
      * the register.
      *****************************************************************
       40-EOF-ROUTINE.

           CLOSE INV-MASTER-FILE
                ORDER-CHANGE-FILE

           OPEN OUTPUT PICK-LIST-DATA
           IF PLD-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDMAINT: UNABLE TO REWRITE PICK LIST DATA '
                       'FILE, FILE STATUS = ' PLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING PICK-SUB FROM 1 BY 1
               UNTIL PICK-SUB > PICK-COUNT
               IF PCK-CASES-PICKED (PICK-SUB) IS GREATER THAN ZERO
                  OR PCK-UNITS-PICKED (PICK-SUB) IS GREATER THAN ZERO
                   MOVE PCK-PICK-DATA (PICK-SUB) TO PICK-DATA-RECORD
                   WRITE PICK-DATA-RECORD
               END-IF
           END-PERFORM
           CLOSE PICK-LIST-DATA

           OPEN OUTPUT BACKORDER-FILE
           IF BOF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDMAINT: UNABLE TO REWRITE BACKORDER '
                       'FILE, FILE STATUS = ' BOF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING BO-SUB FROM 1 BY 1
               UNTIL BO-SUB > BACKORDER-COUNT
               IF BOT-CASES (BO-SUB) IS GREATER THAN ZERO
                  OR BOT-UNITS (BO-SUB) IS GREATER THAN ZERO
                   MOVE BACKORDER-ENTRY (BO-SUB) TO BACKORDER-RECORD
                   WRITE BACKORDER-RECORD
               END-IF
           END-PERFORM
           CLOSE BACKORDER-FILE

           IF LOT-FILE-ON-HAND
               OPEN OUTPUT LOT-DETAIL-FILE
               IF LDF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ORDMAINT: UNABLE TO REWRITE LOT DETAIL '
                           'FILE, FILE STATUS = ' LDF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING LOT-SUB FROM 1 BY 1
                   UNTIL LOT-SUB > LOT-COUNT
                   MOVE LOT-ENTRY (LOT-SUB) TO LOT-DETAIL-RECORD
                   WRITE LOT-DETAIL-RECORD
               END-PERFORM
               CLOSE LOT-DETAIL-FILE
           END-IF

           PERFORM 42-PRINT-CANCEL-NOTICES

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS READ' TO RTL-LABEL
           MOVE TRANS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LINES CANCELLED' TO RTL-LABEL
           MOVE LINES-CANCELLED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LINES REDUCED' TO RTL-LABEL
           MOVE LINES-REDUCED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LINES REJECTED' TO RTL-LABEL
           MOVE LINES-REJECTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'PICKS PULLED' TO RTL-LABEL
           MOVE PICKS-PULLED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'PICKS CUT BACK' TO RTL-LABEL
           MOVE PICKS-CUT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CASES RELEASED FROM PICKS' TO RTL-LABEL
           MOVE CASES-RELEASED-TOTAL TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CASES OFF BACKORDER' TO RTL-LABEL
           MOVE CASES-OFF-BACKORDER-TOTAL TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE CHANGE-REGISTER

           PERFORM 47-POST-CHAIN-CONTROL

           DISPLAY 'ORDMAINT: ' TRANS-READ-COUNT ' CHANGES READ, '
                   LINES-CANCELLED-COUNT ' LINES CANCELLED, '
                   LINES-REDUCED-COUNT ' REDUCED, '
                   LINES-REJECTED-COUNT ' REJECTED'

           STOP RUN
           .

      *****************************************************************
      * 42-PRINT-CANCEL-NOTICES prints one Bnnn-Pick-Cancel.txt for
      * each warehouse with a pick pulled or cut back: the bin, the
      * cases and units to leave on the shelf or put back, and what
      * is left of the pick -- zero means stop picking it at all.
      *****************************************************************
       42-PRINT-CANCEL-NOTICES.

           PERFORM VARYING NTC-SUB FROM 1 BY 1
               UNTIL NTC-SUB > NOTICE-COUNT
               IF NOT NTC-PRINTED (NTC-SUB)
                   MOVE NTC-WAREHOUSE-ID (NTC-SUB) TO
                           NOTICE-WAREHOUSE-ID
                   PERFORM 43-PRINT-ONE-NOTICE
               END-IF
           END-PERFORM
           .

       43-PRINT-ONE-NOTICE.

           MOVE SPACES TO NOTICE-PRINT-NAME
           STRING NOTICE-WAREHOUSE-ID DELIMITED BY SIZE
                  '-Pick-Cancel.txt' DELIMITED BY SIZE
               INTO NOTICE-PRINT-NAME
           OPEN OUTPUT CANCEL-NOTICE-PRINT
           IF CNP-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDMAINT: UNABLE TO OPEN ' NOTICE-PRINT-NAME
                       ', FILE STATUS = ' CNP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO NOTICE-PRINT-RECORD
           STRING NOTICE-WAREHOUSE-ID DELIMITED BY SIZE
                  ' PICK CANCELLATIONS - STOP PICKING THESE'
                       DELIMITED BY SIZE
               INTO NOTICE-PRINT-RECORD
           WRITE NOTICE-PRINT-RECORD
           MOVE 'AI/BA/SH  CDY  CASES OFF  UNT  ORDER     CUSTOMER
      -         '    LOT         PICK NOW' TO NOTICE-PRINT-RECORD
           WRITE NOTICE-PRINT-RECORD

           PERFORM VARYING NTC-PRINT-SUB FROM NTC-SUB BY 1
               UNTIL NTC-PRINT-SUB > NOTICE-COUNT
               IF NTC-WAREHOUSE-ID (NTC-PRINT-SUB) IS EQUAL TO
                       NOTICE-WAREHOUSE-ID
                   MOVE NTC-AISLE (NTC-PRINT-SUB) TO NDL-AISLE
                   MOVE NTC-BAY (NTC-PRINT-SUB) TO NDL-BAY
                   MOVE NTC-SHELF (NTC-PRINT-SUB) TO NDL-SHELF
                   MOVE NTC-CANDY-ID (NTC-PRINT-SUB) TO NDL-CANDY-ID
                   MOVE NTC-CASES-PULLED (NTC-PRINT-SUB) TO
                           NDL-CASES-PULLED
                   MOVE NTC-UNITS-PULLED (NTC-PRINT-SUB) TO
                           NDL-UNITS-PULLED
                   MOVE NTC-ORDER-NUMBER (NTC-PRINT-SUB) TO
                           NDL-ORDER-NUMBER
                   MOVE NTC-CUSTOMER (NTC-PRINT-SUB) TO NDL-CUSTOMER
                   MOVE NTC-LOT-NUMBER (NTC-PRINT-SUB) TO NDL-LOT-NUMBER
                   IF NTC-CASES-LEFT (NTC-PRINT-SUB) IS EQUAL TO ZERO
                       MOVE 'PULL WHOLE PICK' TO NDL-ACTION
                   ELSE
                       MOVE SPACES TO NDL-ACTION
                       MOVE NTC-CASES-LEFT (NTC-PRINT-SUB) TO
                               NDL-CASES-PULLED
                       STRING 'PICK ' DELIMITED BY SIZE
                              NDL-CASES-PULLED DELIMITED BY SIZE
                              ' ONLY' DELIMITED BY SIZE
                           INTO NDL-ACTION
                       MOVE NTC-CASES-PULLED (NTC-PRINT-SUB) TO
                               NDL-CASES-PULLED
                   END-IF
                   MOVE NOTICE-DETAIL-LINE TO NOTICE-PRINT-RECORD
                   WRITE NOTICE-PRINT-RECORD
                   MOVE 'Y' TO NTC-PRINTED-SWITCH (NTC-PRINT-SUB)
               END-IF
           END-PERFORM

           CLOSE CANCEL-NOTICE-PRINT
           .

      *****************************************************************
      * 47-POST-CHAIN-CONTROL leaves the cases this run cut off the
      * pick list on the chain control file, so the pick list
      * SHIPCONF reads still balances to what ORDALLOC cut.
      *****************************************************************
       47-POST-CHAIN-CONTROL.

           OPEN EXTEND CHAIN-CONTROL-FILE
           IF CHC-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT CHAIN-CONTROL-FILE
               IF CHC-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ORDMAINT: UNABLE TO OPEN CHAIN CONTROL '
                           'FILE, FILE STATUS = ' CHC-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE RUN-DATE-YYYYMMDD TO CHC-RUN-DATE
           MOVE 'ORDMAINT' TO CHC-PROGRAM
           MOVE 'CP' TO CHC-CONTROL-POINT
           MOVE PICKS-PULLED-COUNT TO CHC-LINE-COUNT
           MOVE CASES-RELEASED-TOTAL TO CHC-CASES
           MOVE 0 TO CHC-DOLLARS
           WRITE CHAIN-CONTROL-RECORD

           CLOSE CHAIN-CONTROL-FILE
           .
