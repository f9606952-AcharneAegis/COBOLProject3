      *                  and Candy ID
      *     B wwww ccc   browse inventory forward from a partial
      *                  key (either part may be short or blank)
      *     C ccc        list one Candy ID in every warehouse
      *                  that carries it, with the total ATP
      *     V v          list everything carried from one vendor
      *     E eeeee      show one employee by Employee ID
      *     F eeeee      browse employees forward from a partial
      *                  Employee ID
      *     L pppppppp   show one license plate -- candy, lot,
      *                  cases, where it is -- and every movement
      *                  of it since it was received
      *     U cccccccccc show one customer by customer ID -- credit
      *                  limit, open balance, hold, terms
      *     P pppppppp   list the lines of one PO still open, with
      *                  cases ordered and received
      *     A cccccccccc list one customer's open receivables items
      *                  in invoice order, with the total open
      *     X            leave
      * *****
      * INPUT:
      *    OPERATOR-MASTER.txt     one operator per line: ID, name,
      *                            password, stock authority flag,
      *                            HR (employee) authority flag,
      *                            approval authority flag.
      *    INSPECTION-HOLD.txt     optional: the receiving-
      *                            inspection holds; cases still on
      *                            hold show as HOLD and come out of
      *                            ATP.
      *    LICENSE-PLATE.txt       optional: the license plates.
      *    LICENSE-PLATE-HISTORY.txt  optional: every movement of
      *                            every plate.
      *    INVENTORY-MASTER.dat, EMPLOYEE-MASTER.dat,
      *    CUSTOMER-MASTER.dat, PO-MASTER.dat, AR-OPEN-ITEM.dat,
      *    and the operator's keyboard.
      * *****
      * OUTPUT:
      *    INQUIRY-ACTIVITY-LOG.txt  extended with one line per
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-REC-KEY
               ALTERNATE RECORD KEY IS IM-CANDY-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IM-VENDOR-ID
                   WITH DUPLICATES
               FILE STATUS IS IMF-FILE-STATUS.
           SELECT EMP-MASTER-FILE
               ASSIGN TO 'EMPLOYEE-MASTER.dat'
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS EMF-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS CUM-FILE-STATUS.
           SELECT PO-MASTER-FILE
               ASSIGN TO 'PO-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POM-REC-KEY
               FILE STATUS IS POM-FILE-STATUS.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO 'AR-OPEN-ITEM.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-REC-KEY
               FILE STATUS IS ARO-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE
               ASSIGN TO 'OPERATOR-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPM-FILE-STATUS.
           SELECT INSPECTION-HOLD-FILE
               ASSIGN TO 'INSPECTION-HOLD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QCH-FILE-STATUS.
           SELECT LICENSE-PLATE-FILE
               ASSIGN TO 'LICENSE-PLATE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPN-FILE-STATUS.
           SELECT PLATE-HISTORY-FILE
               ASSIGN TO 'LICENSE-PLATE-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPH-FILE-STATUS.
           SELECT ACTIVITY-LOG-FILE
               ASSIGN TO 'INQUIRY-ACTIVITY-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL

       COPY EMPMREC.

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

       FD PO-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS.

       COPY POMREC.

       FD OPEN-ITEM-FILE
           RECORD CONTAINS 57 CHARACTERS.

       COPY AROPREC.

       FD OPERATOR-MASTER-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01  OPERATOR-MASTER-RECORD.
           05  OPM-OPERATOR-ID         PIC X(5).
           05  OPM-PASSWORD            PIC X(8).
           05  OPM-STOCK-AUTH          PIC X.
           05  OPM-EMP-AUTH            PIC X.
           05  OPM-APPROVE-AUTH        PIC X.

       FD INSPECTION-HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.

       COPY QCHREC.

       FD LICENSE-PLATE-FILE
           RECORD CONTAINS 73 CHARACTERS.

       COPY LPNREC.

       FD PLATE-HISTORY-FILE
           RECORD CONTAINS 72 CHARACTERS.

       COPY LPHREC.

       FD ACTIVITY-LOG-FILE
           RECORD CONTAINS 40 CHARACTERS.
               88 OPERATOR-SIGNED-ON                   VALUE 'Y'.
           05  COMMAND-ALLOWED-SWITCH  PIC X           VALUE 'Y'.
               88 COMMAND-ALLOWED                      VALUE 'Y'.
           05  QCH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-QCH-DATA                     VALUE 'N'.
           05  LPN-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-LPN-DATA                     VALUE 'N'.
           05  LPH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-LPH-DATA                     VALUE 'N'.
           05  PLATE-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 PLATE-FOUND                          VALUE 'Y'.
           05  LIST-EOF-FLAG           PIC X           VALUE ' '.
               88 NO-MORE-LIST-DATA                    VALUE 'N'.

       01  TEMP-FIELDS.
           05  IMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  EMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  POM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ARO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  INQUIRY-COMMAND         PIC X(20)       VALUE SPACES.
           05  CMD-VERB                PIC XX          VALUE SPACES.
           05  CMD-ARG-1               PIC X(10)       VALUE SPACES.
           05  CMD-ARG-2               PIC X(5)        VALUE SPACES.
           05  BROWSE-COUNT            PIC 99          VALUE 0.
           05  LIST-COUNT              PIC 9(5)        VALUE 0.
           05  LIST-ATP-TOTAL          PIC S9(8)       VALUE 0.
           05  LIST-CANDY-ID           PIC XXX         VALUE SPACES.
           05  LIST-VENDOR-ID          PIC X           VALUE SPACES.
           05  ALLOC-CASES             PIC 9(5)        VALUE 0.
           05  ATP-CASES               PIC S9(6)       VALUE 0.
           05  HOLD-CASES              PIC 9(6)        VALUE 0.
           05  QCH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  HOLD-SUB                PIC 9(4)        VALUE 0.
           05  OPM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ACT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  SESSION-OPERATOR-ID     PIC X(5)        VALUE SPACES.
           05  SESSION-STOCK-AUTH      PIC X           VALUE 'N'.
           05  SESSION-EMP-AUTH        PIC X           VALUE 'N'.
           05  LPN-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LPH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PLATE-ID-LENGTH         PIC 99          VALUE 0.
           05  INQUIRY-PLATE-ID        PIC 9(8)        VALUE 0.
           05  INQUIRY-PLATE-ID-X REDEFINES INQUIRY-PLATE-ID
                                       PIC X(8).
           05  MOVE-COUNT              PIC 9(5)        VALUE 0.
           05  PLATE-STATUS-WORD       PIC X(10)       VALUE SPACES.
           05  MOVE-TYPE-WORD          PIC X(8)        VALUE SPACES.
           05  LIST-CUSTOMER-ID        PIC X(10)       VALUE SPACES.
           05  LIST-PO-NUMBER          PIC X(8)        VALUE SPACES.
           05  LIST-LINE-COUNT         PIC 9(5)        VALUE 0.
           05  LIST-OPEN-TOTAL         PIC S9(10)V99   VALUE 0.
           05  LIMIT-EDIT              PIC ZZZ,ZZZ,ZZ9.
           05  BALANCE-EDIT            PIC ZZZ,ZZZ,ZZ9.99.
           05  ORIG-AMOUNT-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
           05  OPEN-AMOUNT-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
           05  OPEN-TOTAL-EDIT         PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  ITEM-KIND-WORD          PIC X(11)       VALUE SPACES.

      *****************************************************************
      * OPERATOR-TABLE is the operator master in memory for the
               10  OPR-PASSWORD        PIC X(8).
               10  OPR-STOCK-AUTH      PIC X.
               10  OPR-EMP-AUTH        PIC X.
               10  OPR-APPROVE-AUTH    PIC X.

      *****************************************************************
      * HOLD-TABLE is the cases on receiving-inspection hold, one
      * entry per warehouse and candy.
      *****************************************************************
       01  HOLD-COUNT                  PIC 9(4)        VALUE 0.

       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON HOLD-COUNT.
               10  HLD-WAREHOUSE-ID    PIC X(4).
               10  HLD-CANDY-ID        PIC XXX.
               10  HLD-CASES           PIC 9(6).

       PROCEDURE DIVISION.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 12-LOAD-OPERATOR-MASTER
           PERFORM 13-LOAD-INSPECTION-HOLDS
           PERFORM 14-SIGN-THE-OPERATOR-ON
           IF NOT OPERATOR-SIGNED-ON
               DISPLAY 'INQUIRY: SIGN-ON FAILED, SESSION REFUSED'
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'INQUIRY: UNABLE TO OPEN CUSTOMER MASTER, '
                       'FILE STATUS = ' CUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PO-MASTER-FILE
           IF POM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'INQUIRY: UNABLE TO OPEN PO MASTER, '
                       'FILE STATUS = ' POM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OPEN-ITEM-FILE
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'INQUIRY: UNABLE TO OPEN OPEN-ITEM LEDGER, '
                       'FILE STATUS = ' ARO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'INQUIRY READY.  I/B WHSE CANDY, C CANDY, '
                   'V VENDOR, E/F EMPID, L PLATE, U CUSTOMER, '
                   'P PO, A CUSTOMER ITEMS, X TO LEAVE'

           PERFORM UNTIL OPERATOR-DONE
               MOVE SPACES TO INQUIRY-COMMAND
                           PERFORM 20-SHOW-ONE-INVENTORY
                       WHEN 'B'
                           PERFORM 22-BROWSE-INVENTORY
                       WHEN 'C'
                           PERFORM 23-LIST-CANDY-EVERYWHERE
                       WHEN 'V'
                           PERFORM 24-LIST-VENDOR-ITEMS
                       WHEN 'E'
                           PERFORM 25-SHOW-ONE-EMPLOYEE
                       WHEN 'F'
                           PERFORM 27-BROWSE-EMPLOYEES
                       WHEN 'L'
                           PERFORM 30-SHOW-LICENSE-PLATE
                       WHEN 'U'
                           PERFORM 34-SHOW-ONE-CUSTOMER
                       WHEN 'P'
                           PERFORM 35-LIST-OPEN-PO-LINES
                       WHEN 'A'
                           PERFORM 36-LIST-CUSTOMER-OPEN-ITEMS
                       WHEN 'X'
                           MOVE 'Y' TO QUIT-SWITCH
                       WHEN SPACES
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'INQUIRY: UNKNOWN COMMAND, USE '
                                   'I, B, C, V, E, F, L, U, P, A, '
                                   'OR X'
                   END-EVALUATE
               ELSE
                   DISPLAY 'INQUIRY: OPERATOR ' SESSION-OPERATOR-ID

           CLOSE INV-MASTER-FILE
                EMP-MASTER-FILE
                CUSTOMER-MASTER-FILE
                PO-MASTER-FILE
                OPEN-ITEM-FILE
                ACTIVITY-LOG-FILE

           STOP RUN
           END-IF
           .

      *****************************************************************
      * 13-LOAD-INSPECTION-HOLDS totals the cases still on
      * inspection hold by warehouse and candy.  No hold file means
      * nothing is held.
      *****************************************************************
       13-LOAD-INSPECTION-HOLDS.

           OPEN INPUT INSPECTION-HOLD-FILE
           IF QCH-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF QCH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'INQUIRY: UNABLE TO OPEN INSPECTION HOLD '
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
                               PERFORM 13A-ADD-HELD-CASES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSPECTION-HOLD-FILE
           END-IF
           .

       13A-ADD-HELD-CASES.

           PERFORM VARYING HOLD-SUB FROM 1 BY 1
               UNTIL HOLD-SUB > HOLD-COUNT
                  OR (HLD-WAREHOUSE-ID (HOLD-SUB) IS EQUAL TO
                          QCH-WAREHOUSE-ID
                      AND HLD-CANDY-ID (HOLD-SUB) IS EQUAL TO
                          QCH-CANDY-ID)
               CONTINUE
           END-PERFORM
           IF HOLD-SUB > HOLD-COUNT
               IF HOLD-COUNT IS EQUAL TO 2000
                   DISPLAY 'INQUIRY: MORE THAN 2000 HELD ITEMS, '
                           'TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO HOLD-COUNT
               MOVE HOLD-COUNT TO HOLD-SUB
               MOVE QCH-WAREHOUSE-ID TO HLD-WAREHOUSE-ID (HOLD-SUB)
               MOVE QCH-CANDY-ID TO HLD-CANDY-ID (HOLD-SUB)
               MOVE 0 TO HLD-CASES (HOLD-SUB)
           END-IF
           ADD QCH-CASES-RECEIVED TO HLD-CASES (HOLD-SUB)
           .

      *****************************************************************
      * 14-SIGN-THE-OPERATOR-ON gives three tries at an operator
      * ID and password; a hit carries the operator's authorities

      *****************************************************************
      * 16-CHECK-COMMAND-AUTHORITY matches the command against the
      * session's authorities: I, B, C, V, L, and the front-office
      * customer, PO, and receivables commands U, P, and A need the
      * stock authority, E and F the HR authority.  X and a blank
      * line are always allowed.
      *****************************************************************
       16-CHECK-COMMAND-AUTHORITY.

           EVALUATE CMD-VERB
               WHEN 'I'
               WHEN 'B'
               WHEN 'C'
               WHEN 'V'
               WHEN 'L'
               WHEN 'U'
               WHEN 'P'
               WHEN 'A'
                   IF SESSION-STOCK-AUTH IS NOT EQUAL TO 'Y'
                       MOVE 'N' TO COMMAND-ALLOWED-SWITCH
                   END-IF
           ELSE
               MOVE 0 TO ALLOC-CASES
           END-IF
           MOVE 0 TO HOLD-CASES
           PERFORM VARYING HOLD-SUB FROM 1 BY 1
               UNTIL HOLD-SUB > HOLD-COUNT
               IF HLD-WAREHOUSE-ID (HOLD-SUB) IS EQUAL TO
                       IM-WAREHOUSE-ID
                  AND HLD-CANDY-ID (HOLD-SUB) IS EQUAL TO IM-CANDY-ID
                   MOVE HLD-CASES (HOLD-SUB) TO HOLD-CASES
               END-IF
           END-PERFORM
           IF IM-QUARANTINED
               MOVE 0 TO ATP-CASES
           ELSE
               COMPUTE ATP-CASES = IM-CANDY-STOCK (1) - ALLOC-CASES
                       - HOLD-CASES
               IF ATP-CASES IS LESS THAN ZERO
                   MOVE 0 TO ATP-CASES
               END-IF
                   ' VENDOR ' IM-VENDOR-ID
                   ' STOCK ' IM-CANDY-STOCK (1)
                   ' ALLOC ' ALLOC-CASES
                   ' HOLD ' HOLD-CASES
                   ' ATP ' ATP-CASES
                   ' PRICE ' IM-PURCHASE-PRICE (1)
                   ' ' IM-CANDY-NAME (1)
           END-IF
           .

      *****************************************************************
      * 23-LIST-CANDY-EVERYWHERE reads the Candy ID index for every
      * warehouse holding the candy and closes with the count of
      * warehouses and the ATP across all of them -- the answer to
      * "can anybody ship C12" without paging through the master.
      *****************************************************************
       23-LIST-CANDY-EVERYWHERE.

           MOVE CMD-ARG-1 (1: 3) TO LIST-CANDY-ID
           MOVE LIST-CANDY-ID TO IM-CANDY-ID
           START INV-MASTER-FILE KEY IS EQUAL TO IM-CANDY-ID
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'INQUIRY: NO WAREHOUSE CARRIES ' LIST-CANDY-ID
           ELSE
               MOVE 0 TO LIST-COUNT
               MOVE 0 TO LIST-ATP-TOTAL
               MOVE ' ' TO LIST-EOF-FLAG
               PERFORM UNTIL NO-MORE-LIST-DATA
                   READ INV-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO LIST-EOF-FLAG
                       NOT AT END
                           IF IM-CANDY-ID IS NOT EQUAL TO
                                   LIST-CANDY-ID
                               MOVE 'N' TO LIST-EOF-FLAG
                           ELSE
                               PERFORM 21-DISPLAY-INVENTORY-RECORD
                               ADD 1 TO LIST-COUNT
                               ADD ATP-CASES TO LIST-ATP-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'INQUIRY: ' LIST-CANDY-ID ' IN ' LIST-COUNT
                       ' WAREHOUSES, TOTAL ATP ' LIST-ATP-TOTAL
           END-IF
           .

      *****************************************************************
      * 24-LIST-VENDOR-ITEMS reads the vendor index for every item
      * the vendor supplies, in every warehouse.
      *****************************************************************
       24-LIST-VENDOR-ITEMS.

           MOVE CMD-ARG-1 (1: 1) TO LIST-VENDOR-ID
           MOVE LIST-VENDOR-ID TO IM-VENDOR-ID
           START INV-MASTER-FILE KEY IS EQUAL TO IM-VENDOR-ID
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'INQUIRY: NOTHING CARRIED FROM VENDOR '
                       LIST-VENDOR-ID
           ELSE
               MOVE 0 TO LIST-COUNT
               MOVE ' ' TO LIST-EOF-FLAG
               PERFORM UNTIL NO-MORE-LIST-DATA
                   READ INV-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO LIST-EOF-FLAG
                       NOT AT END
                           IF IM-VENDOR-ID IS NOT EQUAL TO
                                   LIST-VENDOR-ID
                               MOVE 'N' TO LIST-EOF-FLAG
                           ELSE
                               PERFORM 21-DISPLAY-INVENTORY-RECORD
                               ADD 1 TO LIST-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'INQUIRY: VENDOR ' LIST-VENDOR-ID ' CARRIED '
                       'ON ' LIST-COUNT ' RECORDS'
           END-IF
           .

       25-SHOW-ONE-EMPLOYEE.

           MOVE CMD-ARG-1 TO EM-EMP-ID
               END-PERFORM
           END-IF
           .

      *****************************************************************
      * 30-SHOW-LICENSE-PLATE shows the plate keyed -- leading zeros
      * may be left off -- and then every movement of it on the
      * plate history, oldest first as the history was written.
      *****************************************************************
       30-SHOW-LICENSE-PLATE.

           MOVE 0 TO PLATE-ID-LENGTH
           INSPECT CMD-ARG-1 TALLYING PLATE-ID-LENGTH
               FOR CHARACTERS BEFORE INITIAL ' '
           MOVE ZEROS TO INQUIRY-PLATE-ID-X
           IF PLATE-ID-LENGTH IS GREATER THAN ZERO
              AND PLATE-ID-LENGTH IS NOT GREATER THAN 8
               MOVE CMD-ARG-1 (1: PLATE-ID-LENGTH) TO
                   INQUIRY-PLATE-ID-X (9 - PLATE-ID-LENGTH:
                                       PLATE-ID-LENGTH)
           END-IF
           IF INQUIRY-PLATE-ID-X IS NOT NUMERIC
              OR INQUIRY-PLATE-ID IS EQUAL TO ZERO
               DISPLAY 'INQUIRY: PLATE NUMBER MUST BE NUMERIC, '
                       'L PPPPPPPP'
           ELSE
               PERFORM 31-FIND-LICENSE-PLATE
               IF PLATE-FOUND
                   PERFORM 32-SHOW-PLATE-HISTORY
               END-IF
           END-IF
           .

       31-FIND-LICENSE-PLATE.

           MOVE 'N' TO PLATE-FOUND-SWITCH
           OPEN INPUT LICENSE-PLATE-FILE
           IF LPN-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO LPN-EOF-FLAG
               PERFORM UNTIL NO-MORE-LPN-DATA
                   READ LICENSE-PLATE-FILE
                       AT END
                           MOVE 'N' TO LPN-EOF-FLAG
                       NOT AT END
                           IF LPN-PLATE-ID IS EQUAL TO
                                   INQUIRY-PLATE-ID
                               MOVE 'Y' TO PLATE-FOUND-SWITCH
                               MOVE 'N' TO LPN-EOF-FLAG
                               PERFORM 31A-DISPLAY-PLATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LICENSE-PLATE-FILE
           END-IF

           IF NOT PLATE-FOUND
               DISPLAY 'INQUIRY: NO LICENSE PLATE ' INQUIRY-PLATE-ID
           END-IF
           .

       31A-DISPLAY-PLATE.

           EVALUATE TRUE
               WHEN LPN-ON-DOCK
                   MOVE 'ON DOCK' TO PLATE-STATUS-WORD
               WHEN LPN-STORED
                   MOVE 'STORED' TO PLATE-STATUS-WORD
               WHEN LPN-IN-TRANSIT
                   MOVE 'IN TRANSIT' TO PLATE-STATUS-WORD
               WHEN LPN-EMPTY
                   MOVE 'EMPTY' TO PLATE-STATUS-WORD
               WHEN OTHER
                   MOVE LPN-STATUS TO PLATE-STATUS-WORD
           END-EVALUATE
           DISPLAY 'PLATE ' LPN-PLATE-ID
                   ' ' LPN-WAREHOUSE-ID ' ' LPN-CANDY-ID
                   ' LOT ' LPN-LOT-NUMBER
                   ' CASES ' LPN-CASES
                   ' ' PLATE-STATUS-WORD
           IF LPN-STORED
               DISPLAY '   BIN ' LPN-AISLE '/' LPN-BAY '/'
                       LPN-SHELF
                       '  RECEIVED ' LPN-RECEIPT-DATE
                       '  PO ' LPN-REFERENCE
                       '  LAST MOVED ' LPN-LAST-MOVE-DATE
           ELSE
               DISPLAY '   RECEIVED ' LPN-RECEIPT-DATE
                       '  PO ' LPN-REFERENCE
                       '  LAST MOVED ' LPN-LAST-MOVE-DATE
           END-IF
           IF LPN-IN-TRANSIT
               DISPLAY '   TRANSFER ' LPN-TRANSIT-DOC
                       ' TO ' LPN-TO-WAREHOUSE
           END-IF
           .

       32-SHOW-PLATE-HISTORY.

           MOVE 0 TO MOVE-COUNT
           OPEN INPUT PLATE-HISTORY-FILE
           IF LPH-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO LPH-EOF-FLAG
               PERFORM UNTIL NO-MORE-LPH-DATA
                   READ PLATE-HISTORY-FILE
                       AT END
                           MOVE 'N' TO LPH-EOF-FLAG
                       NOT AT END
                           IF LPH-PLATE-ID IS EQUAL TO
                                   INQUIRY-PLATE-ID
                               PERFORM 33-DISPLAY-PLATE-MOVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLATE-HISTORY-FILE
           END-IF
           IF MOVE-COUNT IS EQUAL TO ZERO
               DISPLAY '   NO MOVEMENTS ON FILE FOR THE PLATE'
           END-IF
           .

       33-DISPLAY-PLATE-MOVE.

           ADD 1 TO MOVE-COUNT
           EVALUATE LPH-MOVE-TYPE
               WHEN 'R'
                   MOVE 'RECEIVED' TO MOVE-TYPE-WORD
               WHEN 'P'
                   MOVE 'PUTAWAY' TO MOVE-TYPE-WORD
               WHEN 'M'
                   MOVE 'MOVED' TO MOVE-TYPE-WORD
               WHEN 'S'
                   MOVE 'SPLIT' TO MOVE-TYPE-WORD
               WHEN 'K'
                   MOVE 'PICKED' TO MOVE-TYPE-WORD
               WHEN 'X'
                   MOVE 'XFER OUT' TO MOVE-TYPE-WORD
               WHEN 'I'
                   MOVE 'XFER IN' TO MOVE-TYPE-WORD
               WHEN 'W'
                   MOVE 'WRITEOFF' TO MOVE-TYPE-WORD
               WHEN OTHER
                   MOVE LPH-MOVE-TYPE TO MOVE-TYPE-WORD
           END-EVALUATE
           DISPLAY '   ' LPH-MOVE-DATE ' ' MOVE-TYPE-WORD
                   ' ' LPH-WAREHOUSE-ID
                   ' CASES ' LPH-CASES
                   ' LEFT ' LPH-CASES-LEFT
                   ' FROM ' LPH-FROM-BIN
                   ' TO ' LPH-TO-BIN
                   ' REF ' LPH-REFERENCE
                   ' ' LPH-PROGRAM
           .

       34-SHOW-ONE-CUSTOMER.

           MOVE CMD-ARG-1 TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'INQUIRY: NO CUSTOMER RECORD FOR ' CMD-ARG-1
           ELSE
               MOVE CUM-CREDIT-LIMIT TO LIMIT-EDIT
               MOVE CUM-OPEN-BALANCE TO BALANCE-EDIT
               DISPLAY CUM-CUSTOMER-ID ' ' CUM-CUSTOMER-NAME
                       ' SHIP TO ' CUM-SHIP-TO
                       ' ' CUM-SHIP-STATE ' ' CUM-SHIP-LOCALITY
               DISPLAY '   LIMIT ' LIMIT-EDIT
                       '  BALANCE ' BALANCE-EDIT
                       '  TERMS ' CUM-TERMS-CODE
                       '  TERRITORY ' CUM-SALES-TERRITORY
                       '  MIN SHELF ' CUM-MIN-SHELF-DAYS
                       '  SUBST ' CUM-SUBST-FLAG
               IF CUM-CREDIT-HELD
                   DISPLAY '   *** CUSTOMER IS ON CREDIT HOLD ***'
               END-IF
           END-IF
           .

      *****************************************************************
      * 35-LIST-OPEN-PO-LINES starts the PO master at the first line
      * of the PO keyed and reads its lines in Candy ID order,
      * showing the ones still open.  A PO whose lines have all
      * been received says so.
      *****************************************************************
       35-LIST-OPEN-PO-LINES.

           MOVE CMD-ARG-1 (1: 8) TO LIST-PO-NUMBER
           MOVE LOW-VALUES TO POM-REC-KEY
           MOVE LIST-PO-NUMBER TO POM-PO-NUMBER
           START PO-MASTER-FILE KEY IS NOT LESS THAN POM-REC-KEY
           IF POM-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'N' TO LIST-EOF-FLAG
           ELSE
               MOVE ' ' TO LIST-EOF-FLAG
           END-IF

           MOVE 0 TO LIST-LINE-COUNT
           MOVE 0 TO LIST-COUNT
           PERFORM UNTIL NO-MORE-LIST-DATA
               READ PO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO LIST-EOF-FLAG
                   NOT AT END
                       IF POM-PO-NUMBER IS NOT EQUAL TO LIST-PO-NUMBER
                           MOVE 'N' TO LIST-EOF-FLAG
                       ELSE
                           ADD 1 TO LIST-LINE-COUNT
                           IF POM-STATUS IS EQUAL TO 'O'
                               DISPLAY POM-PO-NUMBER ' ' POM-CANDY-ID
                                       ' VENDOR ' POM-VENDOR-ID
                                       ' ' POM-WAREHOUSE-ID
                                       ' ORDERED ' POM-CASES-ORDERED
                                       ' RECEIVED '
                                       POM-CASES-RECEIVED
                                       ' PRICE ' POM-PO-PRICE
                                       ' DATED ' POM-ORDER-DATE
                               ADD 1 TO LIST-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN LIST-LINE-COUNT IS EQUAL TO ZERO
                   DISPLAY 'INQUIRY: NO PO ' LIST-PO-NUMBER
               WHEN LIST-COUNT IS EQUAL TO ZERO
                   DISPLAY 'INQUIRY: PO ' LIST-PO-NUMBER ' HAS NO '
                           'OPEN LINES, ALL ' LIST-LINE-COUNT
                           ' RECEIVED OR CLOSED'
               WHEN OTHER
                   DISPLAY 'INQUIRY: PO ' LIST-PO-NUMBER ' '
                           LIST-COUNT ' OPEN OF ' LIST-LINE-COUNT
                           ' LINES'
           END-EVALUATE
           .

      *****************************************************************
      * 36-LIST-CUSTOMER-OPEN-ITEMS starts the receivables ledger at
      * the customer's first invoice and reads the customer's items
      * in invoice order, showing the ones still open and closing
      * with the total the customer owes on them.
      *****************************************************************
       36-LIST-CUSTOMER-OPEN-ITEMS.

           MOVE CMD-ARG-1 TO LIST-CUSTOMER-ID
           MOVE LOW-VALUES TO ARO-REC-KEY
           MOVE LIST-CUSTOMER-ID TO ARO-CUSTOMER
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN ARO-REC-KEY
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'N' TO LIST-EOF-FLAG
           ELSE
               MOVE ' ' TO LIST-EOF-FLAG
           END-IF

           MOVE 0 TO LIST-COUNT
           MOVE 0 TO LIST-OPEN-TOTAL
           PERFORM UNTIL NO-MORE-LIST-DATA
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO LIST-EOF-FLAG
                   NOT AT END
                       IF ARO-CUSTOMER IS NOT EQUAL TO
                               LIST-CUSTOMER-ID
                           MOVE 'N' TO LIST-EOF-FLAG
                       ELSE
                           IF ARO-ITEM-OPEN
                               PERFORM 36A-DISPLAY-OPEN-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF LIST-COUNT IS EQUAL TO ZERO
               DISPLAY 'INQUIRY: NO OPEN ITEMS FOR ' LIST-CUSTOMER-ID
           ELSE
               MOVE LIST-OPEN-TOTAL TO OPEN-TOTAL-EDIT
               DISPLAY 'INQUIRY: ' LIST-CUSTOMER-ID ' '
                       LIST-COUNT ' OPEN ITEMS, TOTAL OPEN '
                       OPEN-TOTAL-EDIT
           END-IF
           .

       36A-DISPLAY-OPEN-ITEM.

           ADD 1 TO LIST-COUNT
           ADD ARO-OPEN-AMOUNT TO LIST-OPEN-TOTAL
           IF ARO-ORIG-AMOUNT IS LESS THAN ZERO
               MOVE 'CREDIT MEMO' TO ITEM-KIND-WORD
           ELSE
               MOVE 'INVOICE' TO ITEM-KIND-WORD
           END-IF
           MOVE ARO-ORIG-AMOUNT TO ORIG-AMOUNT-EDIT
           MOVE ARO-OPEN-AMOUNT TO OPEN-AMOUNT-EDIT
           DISPLAY '   ' ITEM-KIND-WORD ' ' ARO-INVOICE-NUMBER
                   ' DATED ' ARO-INVOICE-DATE
                   ' DUE ' ARO-DUE-DATE
                   ' ORIG ' ORIG-AMOUNT-EDIT
                   ' OPEN ' OPEN-AMOUNT-EDIT
           .

