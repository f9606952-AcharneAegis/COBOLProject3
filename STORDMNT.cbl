       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDMNT.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * STORDMNT is the batch maintenance run for the standing order
      * master, STANDING-ORDER.txt -- the convenience stores' every-
      * week lines the order desk used to rekey into the order feed
      * each Monday.  A standing order names the customer, ship-to,
      * candy, cases, how often (weekly, every other week, monthly),
      * the day of the week, and the dates it runs between; STORDGEN
      * turns the ones that come due into order lines.  Every
      * applied action leaves an audit row keyed SO and the standing
      * order number, for AUDINQ.
      * *****
      * INPUT:
      *    STANDING-ORDER.txt     the current master, one standing
      *                           order per line.  A missing master
      *                           is treated as a first-time load of
      *                           an empty one.
      *    STANDING-ORDER-TRANS.txt  maintenance transactions, one
      *                           per line: action ('A' add, 'C'
      *                           change, 'D' delete), standing
      *                           order number, customer, ship-to
      *                           code, Candy ID, cases, frequency
      *                           ('W', 'B', 'M'), day of week (1
      *                           Monday - 7 Sunday), start date,
      *                           end date (blank or zeros for
      *                           open-ended), hold flag ('H' hold,
      *                           'R' release).  A change leaves any
      *                           field keyed blank as it was.
      *    CUSTOMER-MASTER.dat    optional: when on hand the
      *                           customer must be on it.
      *    CANDY-MASTER.txt       optional: when on hand the Candy
      *                           ID must be on it and active.
      * *****
      * OUTPUT:
      *    STANDING-ORDER.txt     rewritten in standing order number
      *                           order with the transactions
      *                           applied.
      *    STORDMNT-Register.txt  one line per transaction showing
      *                           whether it was applied or why it
      *                           was rejected, plus run totals.
      *    MAINT-AUDIT-HISTORY.txt  extended with a before/after row
      *                           for each applied transaction.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE
               ASSIGN TO 'STANDING-ORDER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOR-FILE-STATUS.
           SELECT STANDING-TRANS-FILE
               ASSIGN TO 'STANDING-ORDER-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STF-FILE-STATUS.
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
           SELECT MAINT-REGISTER
               ASSIGN TO PRINTER 'STORDMNT-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-HISTORY-FILE
               ASSIGN TO 'MAINT-AUDIT-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD STANDING-ORDER-FILE
           RECORD CONTAINS 55 CHARACTERS.

       COPY SORDREC.

       FD STANDING-TRANS-FILE
           RECORD CONTAINS 48 CHARACTERS.

       01  STANDING-TRANS-RECORD.
           05  STF-ACTION              PIC X.
           05  STF-STANDING-ID         PIC X(6).
           05  STF-CUSTOMER-ID         PIC X(10).
           05  STF-SHIP-TO-CODE        PIC X(4).
           05  STF-CANDY-ID            PIC XXX.
           05  STF-CASES               PIC 9(5).
           05  STF-CASES-X REDEFINES STF-CASES
                                       PIC X(5).
           05  STF-FREQUENCY           PIC X.
           05  STF-DAY-OF-WEEK         PIC 9.
           05  STF-DAY-OF-WEEK-X REDEFINES STF-DAY-OF-WEEK
                                       PIC X.
           05  STF-START-DATE          PIC 9(8).
           05  STF-START-DATE-X REDEFINES STF-START-DATE
                                       PIC X(8).
           05  STF-END-DATE            PIC 9(8).
           05  STF-END-DATE-X REDEFINES STF-END-DATE
                                       PIC X(8).
           05  STF-HOLD-FLAG           PIC X.

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

       FD MAINT-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       FD AUDIT-HISTORY-FILE
           RECORD CONTAINS 111 CHARACTERS.

       COPY AUDREC.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  MASTER-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-MASTER-DATA                  VALUE 'N'.
           05  TRANS-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-TRANS-DATA                   VALUE 'N'.
           05  CMF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CMF-DATA                     VALUE 'N'.
           05  ORDER-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 STANDING-ORDER-FOUND                 VALUE 'Y'.
           05  CUM-ON-FILE-SWITCH      PIC X           VALUE 'N'.
               88 CUSTOMER-MASTER-ON-FILE              VALUE 'Y'.
           05  CATALOG-LOADED-SWITCH   PIC X           VALUE 'N'.
               88 CATALOG-LOADED                       VALUE 'Y'.
           05  LOOKUP-FOUND-SWITCH     PIC X           VALUE 'N'.
               88 LOOKUP-FOUND                         VALUE 'Y'.

       01  TEMP-FIELDS.
           05  SOR-FILE-STATUS         PIC XX          VALUE SPACES.
           05  STF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  AUD-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  REJECT-REASON           PIC X(31)       VALUE SPACES.
           05  STO-SUB                 PIC 9(4)        VALUE 0.
           05  STO-HOLD-SUB            PIC 9(4)        VALUE 0.
           05  SHIFT-SUB               PIC 9(4)        VALUE 0.
           05  CAT-SUB                 PIC 999         VALUE 0.

       01  RUN-TOTALS.
           05  TRANS-READ-COUNT        PIC 9(5)        VALUE 0.
           05  ADDS-APPLIED-COUNT      PIC 9(5)        VALUE 0.
           05  CHANGES-APPLIED-COUNT   PIC 9(5)        VALUE 0.
           05  DELETES-APPLIED-COUNT   PIC 9(5)        VALUE 0.
           05  REJECT-COUNT            PIC 9(5)        VALUE 0.

      *****************************************************************
      * STANDING-TABLE is the whole master held in memory while the
      * transactions are applied, kept in standing order number
      * order so the master written back out stays keyed.
      *****************************************************************
       01  STANDING-COUNT              PIC 9(4)        VALUE 0.

       01  STANDING-TABLE.
           05  STANDING-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON STANDING-COUNT.
               10  STO-STANDING-ID     PIC X(6).
               10  STO-CUSTOMER-ID     PIC X(10).
               10  STO-SHIP-TO-CODE    PIC X(4).
               10  STO-CANDY-ID        PIC XXX.
               10  STO-CASES           PIC 9(5).
               10  STO-FREQUENCY       PIC X.
               10  STO-DAY-OF-WEEK     PIC 9.
               10  STO-START-DATE      PIC 9(8).
               10  STO-END-DATE        PIC 9(8).
               10  STO-HOLD-FLAG       PIC X.
               10  STO-LAST-GEN-DATE   PIC 9(8).

      *****************************************************************
      * WORK-ORDER is the standing order as the transaction would
      * leave it -- a new one for an add, the one on file with the
      * keyed fields laid over it for a change -- so it is edited
      * whole before anything in the table moves.
      *****************************************************************
       01  WORK-ORDER.
           05  WRK-STANDING-ID         PIC X(6).
           05  WRK-CUSTOMER-ID         PIC X(10).
           05  WRK-SHIP-TO-CODE        PIC X(4).
           05  WRK-CANDY-ID            PIC XXX.
           05  WRK-CASES               PIC 9(5).
           05  WRK-FREQUENCY           PIC X.
           05  WRK-DAY-OF-WEEK         PIC 9.
           05  WRK-START-DATE          PIC 9(8).
           05  WRK-END-DATE            PIC 9(8).
           05  WRK-HOLD-FLAG           PIC X.
           05  WRK-LAST-GEN-DATE       PIC 9(8).

       01  CATALOG-COUNT               PIC 999         VALUE 0.

       01  CANDY-CATALOG.
           05  CATALOG-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON CATALOG-COUNT.
               10  CAT-CANDY-ID        PIC XXX.
               10  CAT-ACTIVE-FLAG     PIC A.

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(40)       VALUE
               'A  NUMBER  CUSTOMER   SHIP CANDY  CASES '.
           05  FILLER                  PIC X(40)       VALUE
               'DISPOSITION'.

       01  REGISTER-LINE.
           05  REG-ACTION              PIC X.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-STANDING-ID         PIC X(6).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-CUSTOMER-ID         PIC X(10).
           05  FILLER                  PIC X           VALUE SPACES.
           05  REG-SHIP-TO-CODE        PIC X(4).
           05  FILLER                  PIC X           VALUE SPACES.
           05  REG-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-CASES               PIC X(5).
           05  FILLER                  PIC X           VALUE SPACES.
           05  REG-DISPOSITION         PIC X(42).

       01  STANDING-AUDIT-IMAGE.
           05  SAI-CUSTOMER-ID         PIC X(10).
           05  FILLER                  PIC X           VALUE SPACES.
           05  SAI-SHIP-TO-CODE        PIC X(4).
           05  FILLER                  PIC X           VALUE SPACES.
           05  SAI-CANDY-ID            PIC XXX.
           05  FILLER                  PIC X           VALUE SPACES.
           05  SAI-CASES               PIC 9(5).
           05  FILLER                  PIC X           VALUE SPACES.
           05  SAI-FREQUENCY           PIC X.
           05  SAI-DAY-OF-WEEK         PIC 9.
           05  FILLER                  PIC X           VALUE SPACES.
           05  SAI-HOLD-FLAG           PIC X.

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(49)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 12-LOAD-STANDING-ORDERS
           PERFORM 13-OPEN-CUSTOMER-MASTER
           PERFORM 14-LOAD-CANDY-CATALOG
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-TRANSACTIONS
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 12-LOAD-STANDING-ORDERS reads the current master into the
      * STANDING-TABLE.  A master that does not exist yet is a
      * first-time load and starts the table empty; any other open
      * failure stops the run.
      *****************************************************************
       12-LOAD-STANDING-ORDERS.

           OPEN INPUT STANDING-ORDER-FILE
           IF SOR-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'STORDMNT: NO STANDING ORDER MASTER ON FILE, '
                       'STARTING A NEW ONE'
           ELSE
               IF SOR-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'STORDMNT: UNABLE TO OPEN STANDING ORDER '
                           'MASTER, FILE STATUS = ' SOR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO MASTER-EOF-FLAG
               PERFORM UNTIL NO-MORE-MASTER-DATA
                   READ STANDING-ORDER-FILE
                       AT END
                           MOVE 'N' TO MASTER-EOF-FLAG
                       NOT AT END
                           IF STANDING-COUNT IS EQUAL TO 5000
                               DISPLAY 'STORDMNT: STANDING ORDER '
                                       'MASTER HAS MORE THAN 5000 '
                                       'ENTRIES, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO STANDING-COUNT
                           MOVE STANDING-ORDER-RECORD TO
                                   STANDING-ENTRY (STANDING-COUNT)
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF
           .

      *****************************************************************
      * 13-OPEN-CUSTOMER-MASTER and 14-LOAD-CANDY-CATALOG make
      * ready the codes a standing order is edited against.  Either
      * file missing means that edit is not made.
      *****************************************************************
       13-OPEN-CUSTOMER-MASTER.

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'STORDMNT: UNABLE TO OPEN CUSTOMER '
                           'MASTER, FILE STATUS = ' CUM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO CUM-ON-FILE-SWITCH
           END-IF
           .

       14-LOAD-CANDY-CATALOG.

           OPEN INPUT CANDY-MASTER-FILE
           IF CMF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CMF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'STORDMNT: UNABLE TO OPEN CANDY MASTER, '
                           'FILE STATUS = ' CMF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO CATALOG-LOADED-SWITCH
               MOVE ' ' TO CMF-EOF-FLAG
               PERFORM UNTIL NO-MORE-CMF-DATA
                   READ CANDY-MASTER-FILE
                       AT END
                           MOVE 'N' TO CMF-EOF-FLAG
                       NOT AT END
                           IF CATALOG-COUNT IS EQUAL TO 500
                               DISPLAY 'STORDMNT: CANDY MASTER HAS '
                                       'MORE THAN 500 ENTRIES, TABLE '
                                       'IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO CATALOG-COUNT
                           MOVE CMF-CANDY-ID TO
                                   CAT-CANDY-ID (CATALOG-COUNT)
                           MOVE CMF-ACTIVE-FLAG TO
                                   CAT-ACTIVE-FLAG (CATALOG-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CANDY-MASTER-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT STANDING-TRANS-FILE
           IF STF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'STORDMNT: UNABLE TO OPEN STANDING ORDER '
                       'TRANSACTION FILE, FILE STATUS = '
                       STF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-REGISTER

           OPEN EXTEND AUDIT-HISTORY-FILE
           IF AUD-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT AUDIT-HISTORY-FILE
               IF AUD-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'STORDMNT: UNABLE TO OPEN AUDIT HISTORY, '
                           'FILE STATUS = ' AUD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'STANDING ORDER MAINTENANCE REGISTER' TO
                   REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE REGISTER-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       20-PROCESS-TRANSACTIONS.

           MOVE ' ' TO TRANS-EOF-FLAG
           PERFORM UNTIL NO-MORE-TRANS-DATA
               READ STANDING-TRANS-FILE
                   AT END
                       MOVE 'N' TO TRANS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO TRANS-READ-COUNT
                       PERFORM 25-APPLY-ONE-TRANSACTION
                           THRU 25-APPLY-EXIT
               END-READ
           END-PERFORM
           .

      *****************************************************************
      * 25-APPLY-ONE-TRANSACTION locates the standing order number
      * in the table and applies the action: an add must be a new
      * number, a change or delete an existing one.  Adds and
      * changes are edited whole in WORK-ORDER first; anything that
      * fails is rejected to the register, never applied half-way.
      *****************************************************************
       25-APPLY-ONE-TRANSACTION.

           MOVE SPACES TO REJECT-REASON
           PERFORM 26-FIND-STANDING-ORDER

           EVALUATE TRUE
               WHEN STF-ACTION IS EQUAL TO 'A'
                   IF STANDING-ORDER-FOUND
                       MOVE 'STANDING ORDER ALREADY ON FILE'
                               TO REJECT-REASON
                       GO TO 25-APPLY-REJECT
                   END-IF
                   IF STF-STANDING-ID IS EQUAL TO SPACES
                       MOVE 'STANDING ORDER NUMBER MISSING'
                               TO REJECT-REASON
                       GO TO 25-APPLY-REJECT
                   END-IF
                   PERFORM 30-BUILD-NEW-ORDER
                   PERFORM 31-EDIT-WORK-ORDER THRU 31-EDIT-EXIT
                   IF REJECT-REASON IS NOT EQUAL TO SPACES
                       GO TO 25-APPLY-REJECT
                   END-IF
                   PERFORM 27-ADD-STANDING-ORDER
                   MOVE 'ADDED' TO REG-DISPOSITION
                   ADD 1 TO ADDS-APPLIED-COUNT
                   MOVE 'A' TO AUD-ACTION
                   MOVE SPACES TO AUD-BEFORE-IMAGE
                   PERFORM 29-BUILD-ENTRY-IMAGE
                   MOVE STANDING-AUDIT-IMAGE TO AUD-AFTER-IMAGE
                   PERFORM 33-STAMP-AUDIT-RECORD
               WHEN STF-ACTION IS EQUAL TO 'C'
                   IF NOT STANDING-ORDER-FOUND
                       MOVE 'STANDING ORDER NOT ON FILE'
                               TO REJECT-REASON
                       GO TO 25-APPLY-REJECT
                   END-IF
                   PERFORM 30-BUILD-CHANGED-ORDER
                   PERFORM 31-EDIT-WORK-ORDER THRU 31-EDIT-EXIT
                   IF REJECT-REASON IS NOT EQUAL TO SPACES
                       GO TO 25-APPLY-REJECT
                   END-IF
                   PERFORM 29-BUILD-ENTRY-IMAGE
                   MOVE STANDING-AUDIT-IMAGE TO AUD-BEFORE-IMAGE
                   MOVE WORK-ORDER TO STANDING-ENTRY (STO-HOLD-SUB)
                   MOVE 'CHANGED' TO REG-DISPOSITION
                   ADD 1 TO CHANGES-APPLIED-COUNT
                   MOVE 'C' TO AUD-ACTION
                   PERFORM 29-BUILD-ENTRY-IMAGE
                   MOVE STANDING-AUDIT-IMAGE TO AUD-AFTER-IMAGE
                   PERFORM 33-STAMP-AUDIT-RECORD
               WHEN STF-ACTION IS EQUAL TO 'D'
                   IF NOT STANDING-ORDER-FOUND
                       MOVE 'STANDING ORDER NOT ON FILE'
                               TO REJECT-REASON
                       GO TO 25-APPLY-REJECT
                   END-IF
                   PERFORM 29-BUILD-ENTRY-IMAGE
                   MOVE STANDING-AUDIT-IMAGE TO AUD-BEFORE-IMAGE
                   PERFORM 28-DELETE-STANDING-ORDER
                   MOVE 'DELETED' TO REG-DISPOSITION
                   ADD 1 TO DELETES-APPLIED-COUNT
                   MOVE 'D' TO AUD-ACTION
                   MOVE SPACES TO AUD-AFTER-IMAGE
                   PERFORM 33-STAMP-AUDIT-RECORD
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE' TO REJECT-REASON
                   GO TO 25-APPLY-REJECT
           END-EVALUATE

           PERFORM 34-WRITE-REGISTER-LINE
           GO TO 25-APPLY-EXIT
           .

       25-APPLY-REJECT.

           MOVE SPACES TO REG-DISPOSITION
           STRING 'REJECTED - ' DELIMITED BY SIZE
                  REJECT-REASON DELIMITED BY SIZE
               INTO REG-DISPOSITION
           ADD 1 TO REJECT-COUNT
           PERFORM 34-WRITE-REGISTER-LINE
           .

       25-APPLY-EXIT.
           EXIT.

       26-FIND-STANDING-ORDER.

           MOVE 'N' TO ORDER-FOUND-SWITCH
           MOVE 0 TO STO-HOLD-SUB
           PERFORM VARYING STO-SUB FROM 1 BY 1
               UNTIL STO-SUB > STANDING-COUNT
                  OR STANDING-ORDER-FOUND
               IF STO-STANDING-ID (STO-SUB) IS EQUAL TO
                       STF-STANDING-ID
                   MOVE 'Y' TO ORDER-FOUND-SWITCH
                   MOVE STO-SUB TO STO-HOLD-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 27-ADD-STANDING-ORDER inserts WORK-ORDER in standing order
      * number order, shifting the tail of the table down one slot.
      *****************************************************************
       27-ADD-STANDING-ORDER.

           IF STANDING-COUNT IS EQUAL TO 5000
               DISPLAY 'STORDMNT: STANDING ORDER TABLE IS FULL, '
                       'CANNOT ADD ' STF-STANDING-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO STO-HOLD-SUB
           PERFORM VARYING STO-SUB FROM 1 BY 1
               UNTIL STO-SUB > STANDING-COUNT
                  OR STO-HOLD-SUB > 0
               IF STO-STANDING-ID (STO-SUB) IS GREATER THAN
                       STF-STANDING-ID
                   MOVE STO-SUB TO STO-HOLD-SUB
               END-IF
           END-PERFORM

           ADD 1 TO STANDING-COUNT
           IF STO-HOLD-SUB IS EQUAL TO 0
               MOVE STANDING-COUNT TO STO-HOLD-SUB
           ELSE
               PERFORM VARYING SHIFT-SUB FROM STANDING-COUNT
                   BY -1 UNTIL SHIFT-SUB <= STO-HOLD-SUB
                   MOVE STANDING-ENTRY (SHIFT-SUB - 1) TO
                           STANDING-ENTRY (SHIFT-SUB)
               END-PERFORM
           END-IF

           MOVE WORK-ORDER TO STANDING-ENTRY (STO-HOLD-SUB)
           .

       28-DELETE-STANDING-ORDER.

           PERFORM VARYING SHIFT-SUB FROM STO-HOLD-SUB BY 1
               UNTIL SHIFT-SUB >= STANDING-COUNT
               MOVE STANDING-ENTRY (SHIFT-SUB + 1) TO
                       STANDING-ENTRY (SHIFT-SUB)
           END-PERFORM
           SUBTRACT 1 FROM STANDING-COUNT
           .

       29-BUILD-ENTRY-IMAGE.

           MOVE STO-CUSTOMER-ID (STO-HOLD-SUB) TO SAI-CUSTOMER-ID
           MOVE STO-SHIP-TO-CODE (STO-HOLD-SUB) TO SAI-SHIP-TO-CODE
           MOVE STO-CANDY-ID (STO-HOLD-SUB) TO SAI-CANDY-ID
           MOVE STO-CASES (STO-HOLD-SUB) TO SAI-CASES
           MOVE STO-FREQUENCY (STO-HOLD-SUB) TO SAI-FREQUENCY
           MOVE STO-DAY-OF-WEEK (STO-HOLD-SUB) TO SAI-DAY-OF-WEEK
           MOVE STO-HOLD-FLAG (STO-HOLD-SUB) TO SAI-HOLD-FLAG
           .

      *****************************************************************
      * 30-BUILD-NEW-ORDER and 30-BUILD-CHANGED-ORDER lay the
      * transaction into WORK-ORDER.  A new standing order starts
      * never generated; a change keeps the last generated date, so
      * changing the schedule never re-generates a date already
      * dealt with.
      *****************************************************************
       30-BUILD-NEW-ORDER.

           MOVE STF-STANDING-ID TO WRK-STANDING-ID
           MOVE STF-CUSTOMER-ID TO WRK-CUSTOMER-ID
           MOVE STF-SHIP-TO-CODE TO WRK-SHIP-TO-CODE
           MOVE STF-CANDY-ID TO WRK-CANDY-ID
           IF STF-CASES-X IS NUMERIC
               MOVE STF-CASES TO WRK-CASES
           ELSE
               MOVE 0 TO WRK-CASES
           END-IF
           MOVE STF-FREQUENCY TO WRK-FREQUENCY
           IF STF-DAY-OF-WEEK-X IS NUMERIC
               MOVE STF-DAY-OF-WEEK TO WRK-DAY-OF-WEEK
           ELSE
               MOVE 0 TO WRK-DAY-OF-WEEK
           END-IF
           IF STF-START-DATE-X IS NUMERIC
               MOVE STF-START-DATE TO WRK-START-DATE
           ELSE
               MOVE 0 TO WRK-START-DATE
           END-IF
           IF STF-END-DATE-X IS NUMERIC
               MOVE STF-END-DATE TO WRK-END-DATE
           ELSE
               MOVE 0 TO WRK-END-DATE
           END-IF
           IF STF-HOLD-FLAG IS EQUAL TO 'H'
               MOVE 'H' TO WRK-HOLD-FLAG
           ELSE
               MOVE SPACE TO WRK-HOLD-FLAG
           END-IF
           MOVE 0 TO WRK-LAST-GEN-DATE
           .

       30-BUILD-CHANGED-ORDER.

           MOVE STANDING-ENTRY (STO-HOLD-SUB) TO WORK-ORDER
           IF STF-CUSTOMER-ID IS NOT EQUAL TO SPACES
               MOVE STF-CUSTOMER-ID TO WRK-CUSTOMER-ID
           END-IF
           IF STF-SHIP-TO-CODE IS NOT EQUAL TO SPACES
               MOVE STF-SHIP-TO-CODE TO WRK-SHIP-TO-CODE
           END-IF
           IF STF-CANDY-ID IS NOT EQUAL TO SPACES
               MOVE STF-CANDY-ID TO WRK-CANDY-ID
           END-IF
           IF STF-CASES-X IS NOT EQUAL TO SPACES
               IF STF-CASES-X IS NUMERIC
                   MOVE STF-CASES TO WRK-CASES
               ELSE
                   MOVE 0 TO WRK-CASES
               END-IF
           END-IF
           IF STF-FREQUENCY IS NOT EQUAL TO SPACE
               MOVE STF-FREQUENCY TO WRK-FREQUENCY
           END-IF
           IF STF-DAY-OF-WEEK-X IS NOT EQUAL TO SPACE
               IF STF-DAY-OF-WEEK-X IS NUMERIC
                   MOVE STF-DAY-OF-WEEK TO WRK-DAY-OF-WEEK
               ELSE
                   MOVE 0 TO WRK-DAY-OF-WEEK
               END-IF
           END-IF
           IF STF-START-DATE-X IS NOT EQUAL TO SPACES
               IF STF-START-DATE-X IS NUMERIC
                   MOVE STF-START-DATE TO WRK-START-DATE
               ELSE
                   MOVE 0 TO WRK-START-DATE
               END-IF
           END-IF
           IF STF-END-DATE-X IS NOT EQUAL TO SPACES
               IF STF-END-DATE-X IS NUMERIC
                   MOVE STF-END-DATE TO WRK-END-DATE
               ELSE
                   MOVE 99999999 TO WRK-END-DATE
               END-IF
           END-IF
           EVALUATE STF-HOLD-FLAG
               WHEN 'H'
                   MOVE 'H' TO WRK-HOLD-FLAG
               WHEN 'R'
                   MOVE SPACE TO WRK-HOLD-FLAG
           END-EVALUATE
           .

      *****************************************************************
      * 31-EDIT-WORK-ORDER leaves the first thing wrong with
      * WORK-ORDER in REJECT-REASON, or spaces when it is good.
      *****************************************************************
       31-EDIT-WORK-ORDER.

           IF WRK-CUSTOMER-ID IS EQUAL TO SPACES
               MOVE 'CUSTOMER MISSING' TO REJECT-REASON
               GO TO 31-EDIT-EXIT
           END-IF

           IF CUSTOMER-MASTER-ON-FILE
               MOVE 'N' TO LOOKUP-FOUND-SWITCH
               MOVE WRK-CUSTOMER-ID TO CUM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
               IF CUM-FILE-STATUS IS EQUAL TO '00'
                   MOVE 'Y' TO LOOKUP-FOUND-SWITCH
               END-IF
               IF NOT LOOKUP-FOUND
                   MOVE 'CUSTOMER NOT ON FILE' TO REJECT-REASON
                   GO TO 31-EDIT-EXIT
               END-IF
           END-IF

           IF WRK-CANDY-ID IS EQUAL TO SPACES
               MOVE 'CANDY ID MISSING' TO REJECT-REASON
               GO TO 31-EDIT-EXIT
           END-IF

           IF CATALOG-LOADED
               MOVE 'N' TO LOOKUP-FOUND-SWITCH
               PERFORM VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB > CATALOG-COUNT
                      OR LOOKUP-FOUND
                   IF CAT-CANDY-ID (CAT-SUB) IS EQUAL TO
                           WRK-CANDY-ID
                       MOVE 'Y' TO LOOKUP-FOUND-SWITCH
                       IF CAT-ACTIVE-FLAG (CAT-SUB) IS EQUAL TO 'D'
                           MOVE 'CANDY ID DISCONTINUED'
                                   TO REJECT-REASON
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT LOOKUP-FOUND
                   MOVE 'CANDY ID NOT ON CATALOG' TO REJECT-REASON
               END-IF
               IF REJECT-REASON IS NOT EQUAL TO SPACES
                   GO TO 31-EDIT-EXIT
               END-IF
           END-IF

           IF WRK-CASES IS EQUAL TO ZERO
               MOVE 'CASES MISSING OR ZERO' TO REJECT-REASON
               GO TO 31-EDIT-EXIT
           END-IF

           IF WRK-FREQUENCY IS NOT EQUAL TO 'W'
              AND WRK-FREQUENCY IS NOT EQUAL TO 'B'
              AND WRK-FREQUENCY IS NOT EQUAL TO 'M'
               MOVE 'FREQUENCY MUST BE W, B, OR M' TO REJECT-REASON
               GO TO 31-EDIT-EXIT
           END-IF

           IF WRK-DAY-OF-WEEK IS LESS THAN 1
              OR WRK-DAY-OF-WEEK IS GREATER THAN 7
               MOVE 'DAY OF WEEK MUST BE 1 TO 7' TO REJECT-REASON
               GO TO 31-EDIT-EXIT
           END-IF

           IF WRK-START-DATE IS EQUAL TO ZERO
               MOVE 'START DATE MISSING' TO REJECT-REASON
               GO TO 31-EDIT-EXIT
           END-IF

           IF WRK-END-DATE IS NOT EQUAL TO ZERO
              AND WRK-END-DATE IS LESS THAN WRK-START-DATE
               MOVE 'END DATE BEFORE START DATE' TO REJECT-REASON
               GO TO 31-EDIT-EXIT
           END-IF

           IF WRK-END-DATE IS EQUAL TO 99999999
               MOVE 'END DATE NOT NUMERIC' TO REJECT-REASON
           END-IF
           .

       31-EDIT-EXIT.
           EXIT.

      *****************************************************************
      * 33-STAMP-AUDIT-RECORD finishes and writes the audit row
      * the caller has loaded with action and the before and after
      * images.
      *****************************************************************
       33-STAMP-AUDIT-RECORD.

           MOVE RUN-DATE-YYYYMMDD TO AUD-RUN-DATE
           MOVE 'STORDMNT' TO AUD-PROGRAM
           MOVE 'STANDING-ORDER-TRANS' TO AUD-TRANS-SOURCE
           MOVE SPACES TO AUD-KEY
           STRING 'SO' DELIMITED BY SIZE
                  STF-STANDING-ID DELIMITED BY SIZE
               INTO AUD-KEY
           WRITE MAINT-AUDIT-RECORD
           .

       34-WRITE-REGISTER-LINE.

           MOVE STF-ACTION TO REG-ACTION
           MOVE STF-STANDING-ID TO REG-STANDING-ID
           MOVE STF-CUSTOMER-ID TO REG-CUSTOMER-ID
           MOVE STF-SHIP-TO-CODE TO REG-SHIP-TO-CODE
           MOVE STF-CANDY-ID TO REG-CANDY-ID
           MOVE STF-CASES-X TO REG-CASES
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 40-EOF-ROUTINE rewrites the master with the transactions
      * applied and finishes the register with the run totals.
      *****************************************************************
       40-EOF-ROUTINE.

           OPEN OUTPUT STANDING-ORDER-FILE
           IF SOR-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'STORDMNT: UNABLE TO REWRITE STANDING ORDER '
                       'MASTER, FILE STATUS = ' SOR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE AUDIT-HISTORY-FILE
               STOP RUN
           END-IF

           PERFORM VARYING STO-SUB FROM 1 BY 1
               UNTIL STO-SUB > STANDING-COUNT
               MOVE STANDING-ENTRY (STO-SUB) TO STANDING-ORDER-RECORD
               WRITE STANDING-ORDER-RECORD
           END-PERFORM

           CLOSE STANDING-ORDER-FILE

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS READ' TO RTL-LABEL
           MOVE TRANS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'ADDS APPLIED' TO RTL-LABEL
           MOVE ADDS-APPLIED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CHANGES APPLIED' TO RTL-LABEL
           MOVE CHANGES-APPLIED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'DELETES APPLIED' TO RTL-LABEL
           MOVE DELETES-APPLIED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS REJECTED' TO RTL-LABEL
           MOVE REJECT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE STANDING-TRANS-FILE
                MAINT-REGISTER
                AUDIT-HISTORY-FILE
           IF CUSTOMER-MASTER-ON-FILE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF

           STOP RUN
           .
