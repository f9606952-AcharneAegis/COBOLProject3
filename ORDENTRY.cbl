       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENTRY.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * ORDENTRY is the front-office terminal order entry, so the
      * phone order is keyed while the customer is still on the
      * line instead of written on a pad and keyed into the batch
      * feed that night.  The session starts with a sign-on
      * against the same operator master INQUIRY uses, and every
      * line keyed lands on the activity journal with who keyed it
      * and when.  The customer is checked against the customer
      * master as soon as it is keyed -- open balance against the
      * credit limit and any credit hold shown -- and each Candy ID
      * against the candy master, with the available-to-promise in
      * every warehouse that carries it and the line priced at the
      * customer's contract price or retail.  The operator then
      * accepts, reduces, or drops the line.  Commands, one per
      * line on the console:
      *     N cccccccccc ssss p  start an order for a customer,
      *                  ship-to code and priority optional
      *     L ccc nnnnn  add a line, Candy ID and cases; answered
      *                  A to accept, R nnnnn to reduce the cases,
      *                  D to drop it
      *     F            file the order: it gets its order number
      *                  and goes out to the order feed
      *     C            cancel the order being keyed
      *     X            leave
      * *****
      * INPUT:
      *    OPERATOR-MASTER.txt     one operator per line: ID, name,
      *                            password, stock authority flag,
      *                            HR (employee) authority flag,
      *                            approval authority flag.
      *    CUSTOMER-MASTER.dat     the customer master CUSTMAINT
      *                            keeps.
      *    CANDY-MASTER.txt        the candy master; discontinued
      *                            candy cannot be ordered.
      *    INSPECTION-HOLD.txt     optional: the receiving-
      *                            inspection holds; cases still on
      *                            hold come out of ATP.
      *    RETAIL-PRICE.txt        optional: the retail price
      *                            master.
      *    CONTRACT-PRICE.txt      optional: the customer contract
      *                            prices with effective dates;
      *                            checked before retail, the way
      *                            SHIPCONF will invoice the line.
      *    ORDER-ENTRY-CONTROL.txt  optional: the next terminal
      *                            order number; rewritten as each
      *                            order is filed.
      *    INVENTORY-MASTER.dat, and the operator's keyboard.
      * *****
      * OUTPUT:
      *    CUSTOMER-ORDERS.txt     extended with each filed order,
      *                            order numbers 'T' plus seven
      *                            digits, every line carrying the
      *                            operator who keyed it.
      *    ORDER-ENTRY-ACTIVITY-LOG.txt  extended with one line per
      *                            command and per order filed:
      *                            date, time, operator, what was
      *                            keyed.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPERATOR-MASTER-FILE
               ASSIGN TO 'OPERATOR-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPM-FILE-STATUS.
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
           SELECT INSPECTION-HOLD-FILE
               ASSIGN TO 'INSPECTION-HOLD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QCH-FILE-STATUS.
           SELECT RETAIL-PRICE-FILE
               ASSIGN TO 'RETAIL-PRICE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPF-FILE-STATUS.
           SELECT CONTRACT-PRICE-FILE
               ASSIGN TO 'CONTRACT-PRICE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CPF-FILE-STATUS.
           SELECT ENTRY-CONTROL-FILE
               ASSIGN TO 'ORDER-ENTRY-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OEC-FILE-STATUS.
           SELECT CUSTOMER-ORDER-FILE
               ASSIGN TO 'CUSTOMER-ORDERS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COF-FILE-STATUS.
           SELECT ACTIVITY-LOG-FILE
               ASSIGN TO 'ORDER-ENTRY-ACTIVITY-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INV-MASTER-FILE
           RECORD CONTAINS 705 CHARACTERS.

       COPY INVMREC.

       FD OPERATOR-MASTER-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01  OPERATOR-MASTER-RECORD.
           05  OPM-OPERATOR-ID         PIC X(5).
           05  OPM-OPERATOR-NAME       PIC X(20).
           05  OPM-PASSWORD            PIC X(8).
           05  OPM-STOCK-AUTH          PIC X.
           05  OPM-EMP-AUTH            PIC X.
           05  OPM-APPROVE-AUTH        PIC X.

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

       FD INSPECTION-HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.

       COPY QCHREC.

       FD RETAIL-PRICE-FILE
           RECORD CONTAINS 12 CHARACTERS.

       01  RETAIL-PRICE-RECORD.
           05  RPF-CANDY-ID            PIC XXX.
           05  RPF-BOX-SIZE            PIC A.
           05  RPF-RETAIL-PRICE        PIC 999V99.
           05  RPF-MIN-MARKUP-PCT      PIC 999.

       FD CONTRACT-PRICE-FILE
           RECORD CONTAINS 35 CHARACTERS.

       01  CONTRACT-PRICE-RECORD.
           05  CPF-CUSTOMER            PIC X(10).
           05  CPF-CANDY-ID            PIC XXX.
           05  CPF-BOX-SIZE            PIC X.
           05  CPF-CONTRACT-PRICE      PIC 999V99.
           05  CPF-EFF-FROM            PIC 9(8).
           05  CPF-EFF-TO              PIC 9(8).

       FD ENTRY-CONTROL-FILE
           RECORD CONTAINS 7 CHARACTERS.

       01  ENTRY-CONTROL-RECORD.
           05  OEC-NEXT-ORDER-NUMBER   PIC 9(7).

       FD CUSTOMER-ORDER-FILE
           RECORD CONTAINS 39 CHARACTERS.

       01  CUSTOMER-ORDER-RECORD.
           05  COF-ORDER-NUMBER        PIC X(8).
           05  COF-CUSTOMER            PIC X(10).
           05  COF-CANDY-ID            PIC XXX.
           05  COF-CASES               PIC 9(5).
           05  COF-UNITS               PIC 9(3).
           05  COF-PRIORITY            PIC X.
           05  COF-SHIP-TO-CODE        PIC X(4).
           05  COF-OPERATOR-ID         PIC X(5).

       FD ACTIVITY-LOG-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  ACTIVITY-LOG-RECORD.
           05  ACT-RUN-DATE            PIC 9(8).
           05  ACT-RUN-TIME            PIC 9(6).
           05  ACT-OPERATOR-ID         PIC X(5).
           05  ACT-COMMAND             PIC X(20).
           05  ACT-DISPOSITION         PIC X.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  QUIT-SWITCH             PIC X           VALUE 'N'.
               88 OPERATOR-DONE                        VALUE 'Y'.
           05  OPM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-OPM-DATA                     VALUE 'N'.
           05  SIGNED-ON-SWITCH        PIC X           VALUE 'N'.
               88 OPERATOR-SIGNED-ON                   VALUE 'Y'.
           05  QCH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-QCH-DATA                     VALUE 'N'.
           05  CMF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CMF-DATA                     VALUE 'N'.
           05  RPF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RPF-DATA                     VALUE 'N'.
           05  CPF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CPF-DATA                     VALUE 'N'.
           05  LIST-EOF-FLAG           PIC X           VALUE ' '.
               88 NO-MORE-LIST-DATA                    VALUE 'N'.
           05  ORDER-OPEN-SWITCH       PIC X           VALUE 'N'.
               88 ORDER-IN-PROGRESS                    VALUE 'Y'.
           05  CUSTOMER-FOUND-SWITCH   PIC X           VALUE 'N'.
               88 CUSTOMER-FOUND                       VALUE 'Y'.
           05  CANDY-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 CANDY-FOUND                          VALUE 'Y'.
           05  REPLY-DONE-SWITCH       PIC X           VALUE 'N'.
               88 REPLY-DONE                           VALUE 'Y'.
           05  EXACT-PRICE-SWITCH      PIC X           VALUE 'N'.
               88 EXACT-PRICE-FOUND                    VALUE 'Y'.
           05  CONTRACT-HIT-SWITCH     PIC X           VALUE 'N'.
               88 CONTRACT-PRICE-USED                  VALUE 'Y'.

       01  TEMP-FIELDS.
           05  IMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  OPM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  QCH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  OEC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  COF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ACT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ENTRY-COMMAND           PIC X(30)       VALUE SPACES.
           05  CMD-VERB                PIC XX          VALUE SPACES.
           05  CMD-ARG-1               PIC X(10)       VALUE SPACES.
           05  CMD-ARG-2               PIC X(5)        VALUE SPACES.
           05  CMD-ARG-3               PIC X(5)        VALUE SPACES.
           05  CASES-KEYED-X           PIC X(5)        JUSTIFIED RIGHT
                                                       VALUE SPACES.
           05  CASES-KEYED REDEFINES CASES-KEYED-X
                                       PIC 9(5).
           05  JOURNAL-TEXT            PIC X(30)       VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-TIME-HHMMSS         PIC 9(8)        VALUE 0.
           05  SIGNON-ID               PIC X(5)        VALUE SPACES.
           05  SIGNON-PASSWORD         PIC X(8)        VALUE SPACES.
           05  SIGNON-TRY-COUNT        PIC 9           VALUE 0.
           05  OPR-SUB                 PIC 99          VALUE 0.
           05  SESSION-OPERATOR-ID     PIC X(5)        VALUE SPACES.
           05  HOLD-SUB                PIC 9(4)        VALUE 0.
           05  CAT-SUB                 PIC 999         VALUE 0.
           05  RET-SUB                 PIC 999         VALUE 0.
           05  CONTRACT-SUB            PIC 9(4)        VALUE 0.
           05  LINE-SUB                PIC 99          VALUE 0.
           05  ALLOC-CASES             PIC 9(5)        VALUE 0.
           05  ATP-CASES               PIC S9(6)       VALUE 0.
           05  HOLD-CASES              PIC 9(6)        VALUE 0.
           05  LIST-COUNT              PIC 9(5)        VALUE 0.
           05  LIST-ATP-TOTAL          PIC S9(8)       VALUE 0.
           05  SHORT-CASES             PIC S9(8)       VALUE 0.
           05  ENTRY-CANDY-ID          PIC XXX         VALUE SPACES.
           05  ENTRY-CASES             PIC 9(5)        VALUE 0.
           05  LINE-BOX-SIZE           PIC X           VALUE SPACE.
           05  UNIT-PRICE              PIC 999V99      VALUE 0.
           05  EXTENDED-PRICE          PIC 9(9)V99     VALUE 0.
           05  NEXT-ORDER-SEQUENCE     PIC 9(7)        VALUE 1.
           05  ENTRY-ORDER-NUMBER.
               10  EON-PREFIX          PIC X           VALUE 'T'.
               10  EON-SEQUENCE        PIC 9(7)        VALUE 0.

      *****************************************************************
      * The order being keyed: its customer, ship-to, and priority,
      * the running total, and the credit position the total is
      * shown against.
      *****************************************************************
       01  ORDER-HEADER.
           05  ORD-CUSTOMER-ID         PIC X(10)       VALUE SPACES.
           05  ORD-SHIP-TO-CODE        PIC X(4)        VALUE SPACES.
           05  ORD-PRIORITY            PIC X           VALUE SPACE.
           05  ORD-TOTAL               PIC 9(9)V99     VALUE 0.
           05  ORD-EXPOSURE            PIC 9(10)V99    VALUE 0.
           05  ORD-CREDIT-LEFT         PIC S9(10)V99   VALUE 0.

       01  DISPLAY-FIELDS.
           05  SHOW-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  SHOW-LIMIT              PIC ZZZ,ZZZ,ZZ9.
           05  SHOW-BALANCE            PIC ZZZ,ZZZ,ZZ9.99.
           05  SHOW-CASES              PIC ZZ,ZZ9.
           05  SHOW-ATP                PIC ZZ,ZZZ,ZZ9-.
           05  SHOW-PRICE              PIC ZZ9.99.
           05  SHOW-LINES              PIC Z9.

      *****************************************************************
      * OPERATOR-TABLE is the operator master in memory for the
      * sign-on.
      *****************************************************************
       01  OPERATOR-COUNT              PIC 99          VALUE 0.

       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON OPERATOR-COUNT.
               10  OPR-OPERATOR-ID     PIC X(5).
               10  OPR-OPERATOR-NAME   PIC X(20).
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

       01  CANDY-CATALOG-COUNT         PIC 999         VALUE 0.

       01  CANDY-CATALOG.
           05  CATALOG-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON CANDY-CATALOG-COUNT.
               10  CAT-CANDY-ID        PIC XXX.
               10  CAT-OFFICIAL-NAME   PIC X(15).
               10  CAT-CANDY-TYPE      PIC AA.
               10  CAT-BOX-SIZES       PIC X(5).
               10  CAT-ACTIVE-FLAG     PIC A.
               10  CAT-ALLERGEN-CODE   PIC XX.
               10  CAT-STORAGE-CLASS   PIC A.

       01  RETAIL-PRICE-COUNT          PIC 999         VALUE 0.

       01  RETAIL-PRICE-TABLE.
           05  RETAIL-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON RETAIL-PRICE-COUNT.
               10  RET-CANDY-ID        PIC XXX.
               10  RET-BOX-SIZE        PIC A.
               10  RET-RETAIL-PRICE    PIC 999V99.
               10  RET-MIN-MARKUP-PCT  PIC 999.

      *****************************************************************
      * CONTRACT-TABLE holds the customer contract prices.  A row
      * matches on customer and Candy ID, exact box size first,
      * blank box size as the any-size fallback, and only inside
      * its effective window.
      *****************************************************************
       01  CONTRACT-COUNT              PIC 9(4)        VALUE 0.

       01  CONTRACT-TABLE.
           05  CONTRACT-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON CONTRACT-COUNT.
               10  CON-CUSTOMER        PIC X(10).
               10  CON-CANDY-ID        PIC XXX.
               10  CON-BOX-SIZE        PIC X.
               10  CON-CONTRACT-PRICE  PIC 999V99.
               10  CON-EFF-FROM        PIC 9(8).
               10  CON-EFF-TO          PIC 9(8).

      *****************************************************************
      * ORDER-LINE-TABLE is the lines accepted so far on the order
      * being keyed; nothing goes to the feed until the order is
      * filed.
      *****************************************************************
       01  ORDER-LINE-COUNT            PIC 99          VALUE 0.

       01  ORDER-LINE-TABLE.
           05  ORDER-LINE-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON ORDER-LINE-COUNT.
               10  OLN-CANDY-ID        PIC XXX.
               10  OLN-CASES           PIC 9(5).
               10  OLN-UNIT-PRICE      PIC 999V99.
               10  OLN-EXTENDED-PRICE  PIC 9(9)V99.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 11-TAKE-NEXT-ORDER-NUMBER
           PERFORM 12-LOAD-OPERATOR-MASTER
           PERFORM 13-LOAD-INSPECTION-HOLDS
           PERFORM 15-OPEN-CUSTOMER-MASTER
           PERFORM 16-LOAD-CANDY-MASTER
           PERFORM 17-LOAD-RETAIL-PRICES
           PERFORM 17A-LOAD-CONTRACT-PRICES
           PERFORM 14-SIGN-THE-OPERATOR-ON
           IF NOT OPERATOR-SIGNED-ON
               DISPLAY 'ORDENTRY: SIGN-ON FAILED, SESSION REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND ACTIVITY-LOG-FILE
           IF ACT-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT ACTIVITY-LOG-FILE
               IF ACT-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ORDENTRY: UNABLE TO OPEN ACTIVITY '
                           'JOURNAL, FILE STATUS = ' ACT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT INV-MASTER-FILE
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDENTRY: UNABLE TO OPEN INVENTORY MASTER, '
                       'FILE STATUS = ' IMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'ORDENTRY READY.  N CUSTOMER, L CANDY CASES, '
                   'F FILE, C CANCEL, X TO LEAVE'

           PERFORM UNTIL OPERATOR-DONE
               MOVE SPACES TO ENTRY-COMMAND
               ACCEPT ENTRY-COMMAND
               MOVE SPACES TO CMD-VERB
               MOVE SPACES TO CMD-ARG-1
               MOVE SPACES TO CMD-ARG-2
               MOVE SPACES TO CMD-ARG-3
               UNSTRING ENTRY-COMMAND DELIMITED BY ALL ' '
                   INTO CMD-VERB CMD-ARG-1 CMD-ARG-2 CMD-ARG-3
               END-UNSTRING
               IF CMD-VERB IS NOT EQUAL TO SPACES
                   MOVE ENTRY-COMMAND TO JOURNAL-TEXT
                   PERFORM 18-JOURNAL-THE-COMMAND
               END-IF
               EVALUATE CMD-VERB
                   WHEN 'N'
                       PERFORM 20-START-NEW-ORDER
                   WHEN 'L'
                       PERFORM 22-ENTER-ORDER-LINE
                   WHEN 'F'
                       PERFORM 28-FILE-THE-ORDER
                   WHEN 'C'
                       PERFORM 29-CANCEL-THE-ORDER
                   WHEN 'X'
                       IF ORDER-IN-PROGRESS
                           DISPLAY 'ORDENTRY: FILE (F) OR CANCEL (C) '
                                   'THE OPEN ORDER BEFORE LEAVING'
                       ELSE
                           MOVE 'Y' TO QUIT-SWITCH
                       END-IF
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ORDENTRY: UNKNOWN COMMAND, USE '
                               'N, L, F, C, OR X'
               END-EVALUATE
           END-PERFORM

           CLOSE INV-MASTER-FILE
                CUSTOMER-MASTER-FILE
                ACTIVITY-LOG-FILE

           STOP RUN
           .

      *****************************************************************
      * 11-TAKE-NEXT-ORDER-NUMBER picks up the next terminal order
      * number from the control file.  No control file starts the
      * numbers at one; the file is rewritten as each order is
      * filed, so a dropped session never reuses a number.
      *****************************************************************
       11-TAKE-NEXT-ORDER-NUMBER.

           OPEN INPUT ENTRY-CONTROL-FILE
           IF OEC-FILE-STATUS IS EQUAL TO '00'
               READ ENTRY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OEC-NEXT-ORDER-NUMBER IS NUMERIC
                          AND OEC-NEXT-ORDER-NUMBER IS GREATER
                               THAN ZERO
                           MOVE OEC-NEXT-ORDER-NUMBER TO
                                   NEXT-ORDER-SEQUENCE
                       END-IF
               END-READ
               CLOSE ENTRY-CONTROL-FILE
           END-IF
           .

       12-LOAD-OPERATOR-MASTER.

           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDENTRY: UNABLE TO OPEN OPERATOR MASTER, '
                       'FILE STATUS = ' OPM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO OPM-EOF-FLAG
           PERFORM UNTIL NO-MORE-OPM-DATA
               READ OPERATOR-MASTER-FILE
                   AT END
                       MOVE 'N' TO OPM-EOF-FLAG
                   NOT AT END
                       IF OPERATOR-COUNT IS EQUAL TO 50
                           DISPLAY 'ORDENTRY: MORE THAN 50 '
                                   'OPERATORS, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO OPERATOR-COUNT
                       MOVE OPERATOR-MASTER-RECORD TO
                               OPERATOR-ENTRY (OPERATOR-COUNT)
               END-READ
           END-PERFORM

           CLOSE OPERATOR-MASTER-FILE

           IF OPERATOR-COUNT IS EQUAL TO ZERO
               DISPLAY 'ORDENTRY: OPERATOR MASTER IS EMPTY, '
                       'NOBODY CAN SIGN ON'
               MOVE 16 TO RETURN-CODE
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
                   DISPLAY 'ORDENTRY: UNABLE TO OPEN INSPECTION HOLD '
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
                   DISPLAY 'ORDENTRY: MORE THAN 2000 HELD ITEMS, '
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
      * ID and password.
      *****************************************************************
       14-SIGN-THE-OPERATOR-ON.

           PERFORM UNTIL OPERATOR-SIGNED-ON
                  OR SIGNON-TRY-COUNT IS NOT LESS THAN 3
               ADD 1 TO SIGNON-TRY-COUNT
               DISPLAY 'ORDENTRY: OPERATOR ID?'
               MOVE SPACES TO SIGNON-ID
               ACCEPT SIGNON-ID
               DISPLAY 'ORDENTRY: PASSWORD?'
               MOVE SPACES TO SIGNON-PASSWORD
               ACCEPT SIGNON-PASSWORD
               PERFORM VARYING OPR-SUB FROM 1 BY 1
                   UNTIL OPR-SUB > OPERATOR-COUNT
                   IF OPR-OPERATOR-ID (OPR-SUB) IS EQUAL TO
                           SIGNON-ID
                      AND OPR-PASSWORD (OPR-SUB) IS EQUAL TO
                           SIGNON-PASSWORD
                       MOVE 'Y' TO SIGNED-ON-SWITCH
                       MOVE OPR-OPERATOR-ID (OPR-SUB) TO
                               SESSION-OPERATOR-ID
                       DISPLAY 'ORDENTRY: SIGNED ON, '
                               OPR-OPERATOR-NAME (OPR-SUB)
                       MOVE OPERATOR-COUNT TO OPR-SUB
                   END-IF
               END-PERFORM
               IF NOT OPERATOR-SIGNED-ON
                   DISPLAY 'ORDENTRY: SIGN-ON DOES NOT MATCH'
               END-IF
           END-PERFORM
           .

       15-OPEN-CUSTOMER-MASTER.

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDENTRY: UNABLE TO OPEN CUSTOMER MASTER, '
                       'FILE STATUS = ' CUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       16-LOAD-CANDY-MASTER.

           OPEN INPUT CANDY-MASTER-FILE
           IF CMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDENTRY: UNABLE TO OPEN CANDY MASTER, '
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
                           DISPLAY 'ORDENTRY: CANDY MASTER HAS MORE '
                                   'THAN 500 ENTRIES, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO CANDY-CATALOG-COUNT
                       MOVE CANDY-MASTER-RECORD TO
                               CATALOG-ENTRY (CANDY-CATALOG-COUNT)
               END-READ
           END-PERFORM

           CLOSE CANDY-MASTER-FILE
           .

      *****************************************************************
      * 17-LOAD-RETAIL-PRICES and 17A-LOAD-CONTRACT-PRICES take the
      * price lists the line is priced from.  Either may be absent;
      * a line with no price shows and totals at zero, and the
      * invoice prices it when it ships.
      *****************************************************************
       17-LOAD-RETAIL-PRICES.

           OPEN INPUT RETAIL-PRICE-FILE
           IF RPF-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'ORDENTRY: NO RETAIL PRICE MASTER ON FILE'
           ELSE
               IF RPF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ORDENTRY: UNABLE TO OPEN RETAIL PRICE '
                           'MASTER, FILE STATUS = ' RPF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO RPF-EOF-FLAG
               PERFORM UNTIL NO-MORE-RPF-DATA
                   READ RETAIL-PRICE-FILE
                       AT END
                           MOVE 'N' TO RPF-EOF-FLAG
                       NOT AT END
                           IF RETAIL-PRICE-COUNT IS EQUAL TO 500
                               DISPLAY 'ORDENTRY: MORE THAN 500 '
                                       'RETAIL PRICES, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO RETAIL-PRICE-COUNT
                           MOVE RETAIL-PRICE-RECORD TO
                                   RETAIL-ENTRY (RETAIL-PRICE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RETAIL-PRICE-FILE
           END-IF
           .

       17A-LOAD-CONTRACT-PRICES.

           OPEN INPUT CONTRACT-PRICE-FILE
           IF CPF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CPF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ORDENTRY: UNABLE TO OPEN CONTRACT PRICE '
                           'FILE, FILE STATUS = ' CPF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CPF-EOF-FLAG
               PERFORM UNTIL NO-MORE-CPF-DATA
                   READ CONTRACT-PRICE-FILE
                       AT END
                           MOVE 'N' TO CPF-EOF-FLAG
                       NOT AT END
                           IF CONTRACT-COUNT IS EQUAL TO 2000
                               DISPLAY 'ORDENTRY: MORE THAN 2000 '
                                       'CONTRACT PRICES, TABLE IS '
                                       'FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO CONTRACT-COUNT
                           MOVE CONTRACT-PRICE-RECORD TO
                                   CONTRACT-ENTRY (CONTRACT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-PRICE-FILE
           END-IF
           .

       18-JOURNAL-THE-COMMAND.

           ACCEPT RUN-TIME-HHMMSS FROM TIME
           MOVE RUN-DATE-YYYYMMDD TO ACT-RUN-DATE
           MOVE RUN-TIME-HHMMSS (1: 6) TO ACT-RUN-TIME
           MOVE SESSION-OPERATOR-ID TO ACT-OPERATOR-ID
           MOVE JOURNAL-TEXT TO ACT-COMMAND
           MOVE 'A' TO ACT-DISPOSITION
           WRITE ACTIVITY-LOG-RECORD
           .

      *****************************************************************
      * 20-START-NEW-ORDER opens an order for the customer keyed,
      * once the customer master knows it, and shows where the
      * customer stands: credit limit, open balance, what is left,
      * and any credit hold.  A held customer's order is still
      * taken -- allocation will not pick it until credit releases
      * the hold -- but the operator is told so while the customer
      * is on the line.
      *****************************************************************
       20-START-NEW-ORDER.

           IF ORDER-IN-PROGRESS
               DISPLAY 'ORDENTRY: FILE (F) OR CANCEL (C) THE OPEN '
                       'ORDER FIRST'
           ELSE
               PERFORM 21-FIND-CUSTOMER
               IF NOT CUSTOMER-FOUND
                   DISPLAY 'ORDENTRY: CUSTOMER ' CMD-ARG-1
                           ' IS NOT ON THE CUSTOMER MASTER'
               ELSE
                   MOVE 'Y' TO ORDER-OPEN-SWITCH
                   MOVE CMD-ARG-1 TO ORD-CUSTOMER-ID
                   MOVE CMD-ARG-2 TO ORD-SHIP-TO-CODE
                   MOVE CMD-ARG-3 TO ORD-PRIORITY
                   MOVE 0 TO ORD-TOTAL
                   MOVE 0 TO ORDER-LINE-COUNT
                   DISPLAY 'ORDENTRY: ORDER FOR ' ORD-CUSTOMER-ID
                           ' ' CUM-CUSTOMER-NAME
                   PERFORM 26-SHOW-CREDIT-POSITION
                   IF CUM-HOLD-FLAG IS EQUAL TO 'H'
                       DISPLAY '   *** CUSTOMER IS ON CREDIT HOLD -- '
                               'ORDER WAITS FOR RELEASE ***'
                   END-IF
               END-IF
           END-IF
           .

       21-FIND-CUSTOMER.

           MOVE 'N' TO CUSTOMER-FOUND-SWITCH
           MOVE CMD-ARG-1 TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS EQUAL TO '00'
               MOVE 'Y' TO CUSTOMER-FOUND-SWITCH
           END-IF
           .

      *****************************************************************
      * 22-ENTER-ORDER-LINE checks the Candy ID against the candy
      * master, shows what every warehouse can promise, prices the
      * line, and takes the operator's answer for it.
      *****************************************************************
       22-ENTER-ORDER-LINE.

           IF NOT ORDER-IN-PROGRESS
               DISPLAY 'ORDENTRY: NO ORDER OPEN, START ONE WITH N'
           ELSE
               MOVE CMD-ARG-1 TO ENTRY-CANDY-ID
               MOVE SPACES TO CASES-KEYED-X
               UNSTRING CMD-ARG-2 DELIMITED BY ' '
                   INTO CASES-KEYED-X
               END-UNSTRING
               INSPECT CASES-KEYED-X REPLACING LEADING SPACES BY ZEROS
               PERFORM 22A-FIND-CANDY
               EVALUATE TRUE
                   WHEN NOT CANDY-FOUND
                       DISPLAY 'ORDENTRY: CANDY ' ENTRY-CANDY-ID
                               ' IS NOT ON THE CANDY MASTER'
                   WHEN CAT-ACTIVE-FLAG (CAT-SUB) IS EQUAL TO 'D'
                       DISPLAY 'ORDENTRY: CANDY ' ENTRY-CANDY-ID
                               ' IS DISCONTINUED'
                   WHEN CASES-KEYED-X IS NOT NUMERIC
                     OR CASES-KEYED IS EQUAL TO ZERO
                       DISPLAY 'ORDENTRY: CASES MUST BE NUMERIC, '
                               'L CCC NNNNN'
                   WHEN ORDER-LINE-COUNT IS EQUAL TO 50
                       DISPLAY 'ORDENTRY: 50 LINES IS THE MOST ONE '
                               'ORDER TAKES, FILE IT AND START ANOTHER'
                   WHEN OTHER
                       MOVE CASES-KEYED TO ENTRY-CASES
                       DISPLAY 'ORDENTRY: ' ENTRY-CANDY-ID ' '
                               CAT-OFFICIAL-NAME (CAT-SUB)
                       PERFORM 23-SHOW-CANDY-ATP
                       PERFORM 24-PRICE-THE-LINE
                       PERFORM 25-TAKE-LINE-ANSWER
               END-EVALUATE
           END-IF
           .

       22A-FIND-CANDY.

           MOVE 'N' TO CANDY-FOUND-SWITCH
           PERFORM VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CANDY-CATALOG-COUNT
                  OR CANDY-FOUND
               IF CAT-CANDY-ID (CAT-SUB) IS EQUAL TO ENTRY-CANDY-ID
                   MOVE 'Y' TO CANDY-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF CANDY-FOUND
               SUBTRACT 1 FROM CAT-SUB
           END-IF
           .

      *****************************************************************
      * 23-SHOW-CANDY-ATP reads the Candy ID index for every
      * warehouse holding the candy, showing each one's available-
      * to-promise -- on hand less allocated less inspection holds,
      * nothing from quarantined stock -- and the total.  The box
      * size the first warehouse carries is the one the line is
      * priced at, as SHIPCONF does.
      *****************************************************************
       23-SHOW-CANDY-ATP.

           MOVE 0 TO LIST-COUNT
           MOVE 0 TO LIST-ATP-TOTAL
           MOVE SPACE TO LINE-BOX-SIZE
           MOVE ENTRY-CANDY-ID TO IM-CANDY-ID
           START INV-MASTER-FILE KEY IS EQUAL TO IM-CANDY-ID
           IF IMF-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO LIST-EOF-FLAG
               PERFORM UNTIL NO-MORE-LIST-DATA
                   READ INV-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO LIST-EOF-FLAG
                       NOT AT END
                           IF IM-CANDY-ID IS NOT EQUAL TO
                                   ENTRY-CANDY-ID
                               MOVE 'N' TO LIST-EOF-FLAG
                           ELSE
                               PERFORM 23A-SHOW-WAREHOUSE-ATP
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF LIST-COUNT IS EQUAL TO ZERO
               DISPLAY '   NO WAREHOUSE CARRIES ' ENTRY-CANDY-ID
           END-IF
           MOVE LIST-ATP-TOTAL TO SHOW-ATP
           MOVE ENTRY-CASES TO SHOW-CASES
           DISPLAY '   TOTAL ATP ' SHOW-ATP '   CASES ORDERED '
                   SHOW-CASES
           IF ENTRY-CASES IS GREATER THAN LIST-ATP-TOTAL
               COMPUTE SHORT-CASES = ENTRY-CASES - LIST-ATP-TOTAL
               MOVE SHORT-CASES TO SHOW-ATP
               DISPLAY '   *** SHORT ' SHOW-ATP ' CASES -- THE '
                       'BALANCE WILL BACKORDER ***'
           END-IF
           .

       23A-SHOW-WAREHOUSE-ATP.

           IF LIST-COUNT IS EQUAL TO ZERO
               MOVE IM-CANDY-BOX-SIZE (1) TO LINE-BOX-SIZE
           END-IF
           ADD 1 TO LIST-COUNT
           IF IM-ALLOC-STOCK IS NUMERIC
               MOVE IM-ALLOC-STOCK TO ALLOC-CASES
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
           END-IF
           ADD ATP-CASES TO LIST-ATP-TOTAL

           MOVE ATP-CASES TO SHOW-ATP
           IF IM-QUARANTINED
               DISPLAY '   WAREHOUSE ' IM-WAREHOUSE-ID ' ATP '
                       SHOW-ATP '   QUARANTINED'
           ELSE
               DISPLAY '   WAREHOUSE ' IM-WAREHOUSE-ID ' ATP '
                       SHOW-ATP
           END-IF
           .

      *****************************************************************
      * 24-PRICE-THE-LINE takes the retail row for the Candy ID and
      * box size, the first row for the Candy ID failing that, and
      * then lets a contract price in force for the customer today
      * override it -- exact box size beats the blank all-sizes
      * row -- the same order SHIPCONF prices the invoice in.
      *****************************************************************
       24-PRICE-THE-LINE.

           MOVE 0 TO UNIT-PRICE
           MOVE 'N' TO EXACT-PRICE-SWITCH
           PERFORM VARYING RET-SUB FROM 1 BY 1
               UNTIL RET-SUB > RETAIL-PRICE-COUNT
                  OR EXACT-PRICE-FOUND
               IF RET-CANDY-ID (RET-SUB) IS EQUAL TO ENTRY-CANDY-ID
                   IF RET-BOX-SIZE (RET-SUB) IS EQUAL TO
                           LINE-BOX-SIZE
                       MOVE 'Y' TO EXACT-PRICE-SWITCH
                       MOVE RET-RETAIL-PRICE (RET-SUB) TO UNIT-PRICE
                   ELSE
                       IF UNIT-PRICE IS EQUAL TO ZERO
                           MOVE RET-RETAIL-PRICE (RET-SUB) TO
                                   UNIT-PRICE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'N' TO CONTRACT-HIT-SWITCH
           PERFORM VARYING CONTRACT-SUB FROM 1 BY 1
               UNTIL CONTRACT-SUB > CONTRACT-COUNT
               IF CON-CUSTOMER (CONTRACT-SUB) IS EQUAL TO
                       ORD-CUSTOMER-ID
                  AND CON-CANDY-ID (CONTRACT-SUB) IS EQUAL TO
                       ENTRY-CANDY-ID
                  AND CON-EFF-FROM (CONTRACT-SUB) IS NOT GREATER
                       THAN RUN-DATE-YYYYMMDD
                  AND CON-EFF-TO (CONTRACT-SUB) IS NOT LESS THAN
                       RUN-DATE-YYYYMMDD
                  AND CON-CONTRACT-PRICE (CONTRACT-SUB) IS NUMERIC
                   IF CON-BOX-SIZE (CONTRACT-SUB) IS EQUAL TO
                           LINE-BOX-SIZE
                       MOVE 'Y' TO CONTRACT-HIT-SWITCH
                       MOVE CON-CONTRACT-PRICE (CONTRACT-SUB) TO
                               UNIT-PRICE
                       MOVE CONTRACT-COUNT TO CONTRACT-SUB
                   ELSE
                       IF CON-BOX-SIZE (CONTRACT-SUB) IS EQUAL TO
                               SPACE
                          AND NOT CONTRACT-PRICE-USED
                           MOVE 'Y' TO CONTRACT-HIT-SWITCH
                           MOVE CON-CONTRACT-PRICE (CONTRACT-SUB)
                                   TO UNIT-PRICE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE EXTENDED-PRICE = ENTRY-CASES * UNIT-PRICE
           MOVE UNIT-PRICE TO SHOW-PRICE
           MOVE EXTENDED-PRICE TO SHOW-AMOUNT
           IF CONTRACT-PRICE-USED
               DISPLAY '   CONTRACT PRICE ' SHOW-PRICE
                       '   LINE AMOUNT ' SHOW-AMOUNT
           ELSE
               DISPLAY '   RETAIL PRICE ' SHOW-PRICE
                       '   LINE AMOUNT ' SHOW-AMOUNT
           END-IF
           .

      *****************************************************************
      * 25-TAKE-LINE-ANSWER asks until the operator accepts the
      * line as keyed, reduces it to fewer cases, or drops it.  The
      * answer is journaled like any command.
      *****************************************************************
       25-TAKE-LINE-ANSWER.

           MOVE 'N' TO REPLY-DONE-SWITCH
           PERFORM UNTIL REPLY-DONE
               DISPLAY 'ORDENTRY: A TO ACCEPT, R NNNNN TO REDUCE, '
                       'D TO DROP'
               MOVE SPACES TO ENTRY-COMMAND
               ACCEPT ENTRY-COMMAND
               MOVE SPACES TO CMD-VERB
               MOVE SPACES TO CMD-ARG-1
               UNSTRING ENTRY-COMMAND DELIMITED BY ALL ' '
                   INTO CMD-VERB CMD-ARG-1
               END-UNSTRING
               IF CMD-VERB IS NOT EQUAL TO SPACES
                   MOVE ENTRY-COMMAND TO JOURNAL-TEXT
                   PERFORM 18-JOURNAL-THE-COMMAND
               END-IF
               EVALUATE CMD-VERB
                   WHEN 'A'
                       PERFORM 27-ADD-THE-LINE
                       MOVE 'Y' TO REPLY-DONE-SWITCH
                   WHEN 'R'
                       MOVE SPACES TO CASES-KEYED-X
                       UNSTRING CMD-ARG-1 DELIMITED BY ' '
                           INTO CASES-KEYED-X
                       END-UNSTRING
                       INSPECT CASES-KEYED-X
                           REPLACING LEADING SPACES BY ZEROS
                       IF CASES-KEYED-X IS NOT NUMERIC
                          OR CASES-KEYED IS EQUAL TO ZERO
                          OR CASES-KEYED IS NOT LESS THAN ENTRY-CASES
                           DISPLAY 'ORDENTRY: REDUCE TO FEWER CASES '
                                   'THAN KEYED, OR D TO DROP'
                       ELSE
                           MOVE CASES-KEYED TO ENTRY-CASES
                           COMPUTE EXTENDED-PRICE =
                                   ENTRY-CASES * UNIT-PRICE
                           PERFORM 27-ADD-THE-LINE
                           MOVE 'Y' TO REPLY-DONE-SWITCH
                       END-IF
                   WHEN 'D'
                       DISPLAY 'ORDENTRY: LINE DROPPED'
                       MOVE 'Y' TO REPLY-DONE-SWITCH
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .

      *****************************************************************
      * 26-SHOW-CREDIT-POSITION shows the open balance and the
      * order so far against the credit limit, and warns when the
      * order takes the customer past it.
      *****************************************************************
       26-SHOW-CREDIT-POSITION.

           COMPUTE ORD-EXPOSURE = CUM-OPEN-BALANCE + ORD-TOTAL
           COMPUTE ORD-CREDIT-LEFT = CUM-CREDIT-LIMIT - ORD-EXPOSURE
           MOVE CUM-CREDIT-LIMIT TO SHOW-LIMIT
           MOVE CUM-OPEN-BALANCE TO SHOW-BALANCE
           DISPLAY '   CREDIT LIMIT ' SHOW-LIMIT
                   '   OPEN BALANCE ' SHOW-BALANCE
           MOVE ORD-TOTAL TO SHOW-AMOUNT
           DISPLAY '   THIS ORDER   ' SHOW-AMOUNT
           MOVE ORD-CREDIT-LEFT TO SHOW-AMOUNT
           DISPLAY '   CREDIT LEFT  ' SHOW-AMOUNT
           IF ORD-CREDIT-LEFT IS LESS THAN ZERO
               DISPLAY '   *** OVER CREDIT LIMIT -- CREDIT MUST '
                       'RELEASE THE ORDER ***'
           END-IF
           .

       27-ADD-THE-LINE.

           ADD 1 TO ORDER-LINE-COUNT
           MOVE ENTRY-CANDY-ID TO OLN-CANDY-ID (ORDER-LINE-COUNT)
           MOVE ENTRY-CASES TO OLN-CASES (ORDER-LINE-COUNT)
           MOVE UNIT-PRICE TO OLN-UNIT-PRICE (ORDER-LINE-COUNT)
           MOVE EXTENDED-PRICE TO OLN-EXTENDED-PRICE (ORDER-LINE-COUNT)
           ADD EXTENDED-PRICE TO ORD-TOTAL
           MOVE ENTRY-CASES TO SHOW-CASES
           MOVE ORDER-LINE-COUNT TO SHOW-LINES
           DISPLAY 'ORDENTRY: LINE ' SHOW-LINES ' ' ENTRY-CANDY-ID
                   ' ' SHOW-CASES ' CASES ACCEPTED'
           PERFORM 26-SHOW-CREDIT-POSITION
           .

      *****************************************************************
      * 28-FILE-THE-ORDER gives the order its number, writes its
      * lines to the order feed with the operator's ID, and moves
      * the control file on.  The feed is opened and closed around
      * each order so the night's batch never finds it held open.
      *****************************************************************
       28-FILE-THE-ORDER.

           IF NOT ORDER-IN-PROGRESS
               DISPLAY 'ORDENTRY: NO ORDER OPEN, START ONE WITH N'
           ELSE
               IF ORDER-LINE-COUNT IS EQUAL TO ZERO
                   DISPLAY 'ORDENTRY: NO LINES ACCEPTED, NOTHING '
                           'FILED'
               ELSE
                   PERFORM 28A-WRITE-ORDER-LINES
               END-IF
               MOVE 'N' TO ORDER-OPEN-SWITCH
               MOVE 0 TO ORDER-LINE-COUNT
           END-IF
           .

       28A-WRITE-ORDER-LINES.

           MOVE NEXT-ORDER-SEQUENCE TO EON-SEQUENCE
           ADD 1 TO NEXT-ORDER-SEQUENCE

           OPEN EXTEND CUSTOMER-ORDER-FILE
           IF COF-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT CUSTOMER-ORDER-FILE
               IF COF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ORDENTRY: UNABLE TO OPEN ORDER FEED, '
                           'FILE STATUS = ' COF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > ORDER-LINE-COUNT
               MOVE ENTRY-ORDER-NUMBER TO COF-ORDER-NUMBER
               MOVE ORD-CUSTOMER-ID TO COF-CUSTOMER
               MOVE OLN-CANDY-ID (LINE-SUB) TO COF-CANDY-ID
               MOVE OLN-CASES (LINE-SUB) TO COF-CASES
               MOVE 0 TO COF-UNITS
               MOVE ORD-PRIORITY TO COF-PRIORITY
               MOVE ORD-SHIP-TO-CODE TO COF-SHIP-TO-CODE
               MOVE SESSION-OPERATOR-ID TO COF-OPERATOR-ID
               WRITE CUSTOMER-ORDER-RECORD
           END-PERFORM
           CLOSE CUSTOMER-ORDER-FILE

           OPEN OUTPUT ENTRY-CONTROL-FILE
           IF OEC-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ORDENTRY: UNABLE TO REWRITE ORDER ENTRY '
                       'CONTROL FILE, FILE STATUS = ' OEC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NEXT-ORDER-SEQUENCE TO OEC-NEXT-ORDER-NUMBER
           WRITE ENTRY-CONTROL-RECORD
           CLOSE ENTRY-CONTROL-FILE

           MOVE SPACES TO JOURNAL-TEXT
           STRING 'FILED ' DELIMITED BY SIZE
                  ENTRY-ORDER-NUMBER DELIMITED BY SIZE
               INTO JOURNAL-TEXT
           END-STRING
           PERFORM 18-JOURNAL-THE-COMMAND

           MOVE ORDER-LINE-COUNT TO SHOW-LINES
           MOVE ORD-TOTAL TO SHOW-AMOUNT
           DISPLAY 'ORDENTRY: ORDER ' ENTRY-ORDER-NUMBER ' FILED FOR '
                   ORD-CUSTOMER-ID ', ' SHOW-LINES ' LINES'
           DISPLAY 'ORDENTRY: ORDER TOTAL ' SHOW-AMOUNT
           .

       29-CANCEL-THE-ORDER.

           IF NOT ORDER-IN-PROGRESS
               DISPLAY 'ORDENTRY: NO ORDER OPEN, START ONE WITH N'
           ELSE
               MOVE 'N' TO ORDER-OPEN-SWITCH
               MOVE 0 TO ORDER-LINE-COUNT
               DISPLAY 'ORDENTRY: ORDER FOR ' ORD-CUSTOMER-ID
                       ' CANCELLED, NOTHING FILED'
           END-IF
           .
