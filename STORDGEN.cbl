       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDGEN.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * STORDGEN is the standing order generation run, executed
      * each working morning ahead of ORDEDIT.  It works out which
      * standing orders on STANDING-ORDER.txt have come due since
      * the last run and writes their lines onto CUSTOMER-ORDERS.txt
      * under new order numbers, so ORDEDIT and ORDALLOC take them
      * like any keyed order.  A standing order falling on a
      * weekend or holiday on the business calendar is ordered on
      * the next working day instead.  A standing order on hold, or
      * for a customer on credit hold, over the credit limit, or no
      * longer on file, is not generated -- it is listed as skipped
      * and that date is not made up later.  Dates missed because
      * the run did not go (up to GEN-WINDOW-DAYS back) are caught
      * up on the next run.
      * *****
      * INPUT:
      *    STANDING-ORDER.txt     the standing order master STORDMNT
      *                           maintains.
      *    CUSTOMER-MASTER.dat    the customer master, for the
      *                           credit hold check.
      *    BUSINESS-CALENDAR.txt  optional: each calendar day, 'W'
      *                           working or 'H' not.  A day not on
      *                           it, or no calendar at all, is
      *                           taken as working Monday to Friday.
      *    STANDING-CONTROL.txt   optional: the next standing order
      *                           line number and the date of the
      *                           last run; rewritten at the end.
      * *****
      * OUTPUT:
      *    CUSTOMER-ORDERS.txt    extended with the generated lines,
      *                           order numbers 'S' plus seven
      *                           digits -- one order per customer,
      *                           ship-to, and order date.
      *    STANDING-ORDER.txt     rewritten with each standing
      *                           order's last generated date.
      *    Standing-Order-Register.txt  the lines generated and the
      *                           lines skipped and why, plus run
      *                           totals.
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
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS CUM-FILE-STATUS.
           SELECT BUSINESS-CALENDAR-FILE
               ASSIGN TO 'BUSINESS-CALENDAR.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BCF-FILE-STATUS.
           SELECT STANDING-CONTROL-FILE
               ASSIGN TO 'STANDING-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCT-FILE-STATUS.
           SELECT CUSTOMER-ORDER-FILE
               ASSIGN TO 'CUSTOMER-ORDERS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COF-FILE-STATUS.
           SELECT GENERATION-REGISTER
               ASSIGN TO PRINTER 'Standing-Order-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD STANDING-ORDER-FILE
           RECORD CONTAINS 55 CHARACTERS.

       COPY SORDREC.

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

       FD BUSINESS-CALENDAR-FILE
           RECORD CONTAINS 10 CHARACTERS.

       01  BUSINESS-CALENDAR-RECORD.
           05  BCF-DATE                PIC 9(8).
           05  BCF-DAY-TYPE            PIC A.
           05  BCF-PERIOD-END          PIC X.

       FD STANDING-CONTROL-FILE
           RECORD CONTAINS 15 CHARACTERS.

       01  STANDING-CONTROL-RECORD.
           05  SCT-NEXT-ORDER-NUMBER   PIC 9(7).
           05  SCT-LAST-RUN-DATE       PIC 9(8).

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

       FD GENERATION-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  MASTER-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-MASTER-DATA                  VALUE 'N'.
           05  BCF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-BCF-DATA                     VALUE 'N'.
           05  CUST-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 CUSTOMER-FOUND                       VALUE 'Y'.
           05  GROUP-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 ORDER-GROUP-FOUND                    VALUE 'Y'.
           05  SCHEDULED-SWITCH        PIC X           VALUE 'N'.
               88 DATE-IS-SCHEDULED                    VALUE 'Y'.

       01  TEMP-FIELDS.
           05  SOR-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BCF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SCT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  COF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-WEEKDAY             PIC 9           VALUE 0.
           05  LAST-RUN-DATE           PIC 9(8)        VALUE 0.
           05  NEXT-ORDER-SEQUENCE     PIC 9(7)        VALUE 1.
           05  STANDING-ORDER-NUMBER.
               10  SON-PREFIX          PIC X           VALUE 'S'.
               10  SON-SEQUENCE        PIC 9(7)        VALUE 0.
           05  SKIP-REASON             PIC X(20)       VALUE SPACES.
           05  STO-SUB                 PIC 9(4)        VALUE 0.
           05  DAY-SUB                 PIC 99          VALUE 0.
           05  GRP-SUB                 PIC 9(4)        VALUE 0.
           05  NEXT-WORKING-DATE       PIC 9(8)        VALUE 0.
           05  START-DAY-NUMBER        PIC 9(7)        VALUE 0.
           05  DAYS-SINCE-START        PIC 9(7)        VALUE 0.
           05  FORTNIGHT-QUOTIENT      PIC 9(7)        VALUE 0.
           05  FORTNIGHT-REMAINDER     PIC 99          VALUE 0.
           05  ROLL-DAYS               PIC 999         VALUE 0.
           05  DATE-WORK               PIC 9(8)        VALUE 0.
           05  DATE-WORK-X REDEFINES DATE-WORK.
               10  WORK-CCYY           PIC 9(4).
               10  WORK-MM             PIC 99.
               10  WORK-DD             PIC 99.
           05  DAY-COUNT               PIC S999        VALUE 0.
           05  MONTH-LENGTH            PIC 99          VALUE 0.
           05  LEAP-QUOTIENT           PIC 9(4)        VALUE 0.
           05  LEAP-REMAINDER          PIC 999         VALUE 0.
           05  DAY-NUMBER-WORK         PIC 9(7)        VALUE 0.
           05  DN-YEAR                 PIC 9(4)        VALUE 0.
           05  DN-MONTH                PIC 99          VALUE 0.
           05  DN-QUOTIENT             PIC 9(7)        VALUE 0.

      *****************************************************************
      * GEN-WINDOW-DAYS is how far back a missed run is caught up.
      * A scheduled date older than that is let go.
      *****************************************************************
       01  GEN-WINDOW-DAYS             PIC 99          VALUE 42.

       01  RUN-TOTALS.
           05  STANDING-READ-COUNT     PIC 9(5)        VALUE 0.
           05  LINES-GENERATED-COUNT   PIC 9(5)        VALUE 0.
           05  CASES-GENERATED-COUNT   PIC 9(7)        VALUE 0.
           05  ORDERS-GENERATED-COUNT  PIC 9(5)        VALUE 0.
           05  LINES-SKIPPED-COUNT     PIC 9(5)        VALUE 0.

       01  MONTH-LENGTH-VALUES         PIC X(24)       VALUE
                                       '312831303130313130313031'.

       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05  MONTH-DAYS OCCURS 12 TIMES
                                       PIC 99.

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
      * DAY-TABLE is the run's window of days, oldest first, from
      * GEN-WINDOW-DAYS back through the run date: each day's
      * weekday (1 Monday - 7 Sunday), a running day number for
      * counting weeks, whether it is a working day, and the order
      * date a standing order falling on it goes out on -- itself
      * when it is a working day, else the next working day, or
      * zero when that is still to come.
      *****************************************************************
       01  DAY-TABLE.
           05  DAY-ENTRY OCCURS 43 TIMES.
               10  DAY-DATE            PIC 9(8).
               10  DAY-NUMBER          PIC 9(7).
               10  DAY-WEEKDAY         PIC 9.
               10  DAY-WORKING-FLAG    PIC X.
                   88 WORKING-DAY                      VALUE 'W'.
               10  DAY-ORDER-DATE      PIC 9(8).

      *****************************************************************
      * ORDER-GROUP-TABLE holds the order number given to each
      * customer, ship-to, and order date this run, so a customer's
      * standing lines due together go out as one order.
      *****************************************************************
       01  GROUP-COUNT                 PIC 9(4)        VALUE 0.

       01  ORDER-GROUP-TABLE.
           05  GROUP-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON GROUP-COUNT.
               10  GRP-CUSTOMER-ID     PIC X(10).
               10  GRP-SHIP-TO-CODE    PIC X(4).
               10  GRP-ORDER-DATE      PIC 9(8).
               10  GRP-ORDER-NUMBER    PIC X(8).

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(40)       VALUE
               'NUMBER CUSTOMER   SHIP CANDY  CASES DUE '.
           05  FILLER                  PIC X(40)       VALUE
               '     ORDERED  ORDER/DISPOSITION'.

       01  REGISTER-LINE.
           05  REG-STANDING-ID         PIC X(6).
           05  FILLER                  PIC X           VALUE SPACES.
           05  REG-CUSTOMER-ID         PIC X(10).
           05  FILLER                  PIC X           VALUE SPACES.
           05  REG-SHIP-TO-CODE        PIC X(4).
           05  FILLER                  PIC X           VALUE SPACES.
           05  REG-CANDY-ID            PIC XXX.
           05  FILLER                  PIC X           VALUE SPACES.
           05  REG-CASES               PIC ZZZZ9.
           05  FILLER                  PIC X           VALUE SPACES.
           05  REG-DUE-DATE            PIC 9(8).
           05  FILLER                  PIC X           VALUE SPACES.
           05  REG-ORDER-DATE          PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-DISPOSITION         PIC X(28).

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(46)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT RUN-WEEKDAY FROM DAY-OF-WEEK

           PERFORM 11-TAKE-CONTROL-RECORD
           PERFORM 12-LOAD-STANDING-ORDERS
           PERFORM 13-OPEN-CUSTOMER-MASTER
           PERFORM 14-BUILD-DAY-TABLE
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-GENERATE-STANDING-ORDERS
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 11-TAKE-CONTROL-RECORD reads where the standing order
      * numbers left off and when the run last went.  The first run
      * finds no control file, starts the numbers at one, and takes
      * only what falls due today.
      *****************************************************************
       11-TAKE-CONTROL-RECORD.

           OPEN INPUT STANDING-CONTROL-FILE
           IF SCT-FILE-STATUS IS EQUAL TO '00'
               READ STANDING-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SCT-NEXT-ORDER-NUMBER IS NUMERIC
                          AND SCT-NEXT-ORDER-NUMBER IS GREATER
                               THAN ZERO
                           MOVE SCT-NEXT-ORDER-NUMBER TO
                                   NEXT-ORDER-SEQUENCE
                       END-IF
                       IF SCT-LAST-RUN-DATE IS NUMERIC
                           MOVE SCT-LAST-RUN-DATE TO LAST-RUN-DATE
                       END-IF
               END-READ
               CLOSE STANDING-CONTROL-FILE
           END-IF
           .

       12-LOAD-STANDING-ORDERS.

           OPEN INPUT STANDING-ORDER-FILE
           IF SOR-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'STORDGEN: NO STANDING ORDER MASTER ON FILE, '
                       'NOTHING TO GENERATE'
           ELSE
               IF SOR-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'STORDGEN: UNABLE TO OPEN STANDING ORDER '
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
                               DISPLAY 'STORDGEN: STANDING ORDER '
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
           MOVE STANDING-COUNT TO STANDING-READ-COUNT
           .

       13-OPEN-CUSTOMER-MASTER.

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'STORDGEN: UNABLE TO OPEN CUSTOMER MASTER, '
                       'FILE STATUS = ' CUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 14-BUILD-DAY-TABLE lays out the window newest day first,
      * stepping back from the run date a day at a time, and marks
      * Monday to Friday working.  The business calendar, when on
      * hand, then overrides any day it lists.  Last, a pass from
      * the run date back fills in each day's order date.
      *****************************************************************
       14-BUILD-DAY-TABLE.

           MOVE RUN-DATE-YYYYMMDD TO DATE-WORK
           PERFORM 56-COMPUTE-DAY-NUMBER
           MOVE 1 TO ROLL-DAYS

           PERFORM VARYING DAY-SUB FROM 43 BY -1
               UNTIL DAY-SUB < 1
               MOVE DATE-WORK TO DAY-DATE (DAY-SUB)
               MOVE DAY-NUMBER-WORK TO DAY-NUMBER (DAY-SUB)
               MOVE RUN-WEEKDAY TO DAY-WEEKDAY (DAY-SUB)
               IF RUN-WEEKDAY IS LESS THAN 6
                   MOVE 'W' TO DAY-WORKING-FLAG (DAY-SUB)
               ELSE
                   MOVE 'H' TO DAY-WORKING-FLAG (DAY-SUB)
               END-IF
               MOVE 0 TO DAY-ORDER-DATE (DAY-SUB)
               PERFORM 54-ROLL-DATE-BACK
               SUBTRACT 1 FROM DAY-NUMBER-WORK
               IF RUN-WEEKDAY IS EQUAL TO 1
                   MOVE 7 TO RUN-WEEKDAY
               ELSE
                   SUBTRACT 1 FROM RUN-WEEKDAY
               END-IF
           END-PERFORM

           OPEN INPUT BUSINESS-CALENDAR-FILE
           IF BCF-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'STORDGEN: NO BUSINESS CALENDAR ON FILE, '
                       'MONDAY TO FRIDAY TAKEN AS WORKING'
           ELSE
               IF BCF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'STORDGEN: UNABLE TO OPEN BUSINESS '
                           'CALENDAR, FILE STATUS = ' BCF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO BCF-EOF-FLAG
               PERFORM UNTIL NO-MORE-BCF-DATA
                   READ BUSINESS-CALENDAR-FILE
                       AT END
                           MOVE 'N' TO BCF-EOF-FLAG
                       NOT AT END
                           IF BCF-DATE IS NOT LESS THAN DAY-DATE (1)
                              AND BCF-DATE IS NOT GREATER THAN
                                   DAY-DATE (43)
                               PERFORM 14A-MARK-CALENDAR-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUSINESS-CALENDAR-FILE
           END-IF

           MOVE 0 TO NEXT-WORKING-DATE
           PERFORM VARYING DAY-SUB FROM 43 BY -1
               UNTIL DAY-SUB < 1
               IF WORKING-DAY (DAY-SUB)
                   MOVE DAY-DATE (DAY-SUB) TO NEXT-WORKING-DATE
               END-IF
               MOVE NEXT-WORKING-DATE TO DAY-ORDER-DATE (DAY-SUB)
           END-PERFORM
           .

       14A-MARK-CALENDAR-DAY.

           PERFORM VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > 43
               IF DAY-DATE (DAY-SUB) IS EQUAL TO BCF-DATE
                   IF BCF-DAY-TYPE IS EQUAL TO 'W'
                       MOVE 'W' TO DAY-WORKING-FLAG (DAY-SUB)
                   ELSE
                       MOVE 'H' TO DAY-WORKING-FLAG (DAY-SUB)
                   END-IF
                   MOVE 43 TO DAY-SUB
               END-IF
           END-PERFORM
           .

       15-HSKPING-ROUTINE.

           OPEN EXTEND CUSTOMER-ORDER-FILE
           IF COF-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT CUSTOMER-ORDER-FILE
               IF COF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'STORDGEN: UNABLE TO OPEN CUSTOMER ORDER '
                           'FILE, FILE STATUS = ' COF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT GENERATION-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           STRING 'STANDING ORDER GENERATION REGISTER -- RUN DATE '
                       DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE REGISTER-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD

      *    The first run, with no last run date, takes only the days
      *    whose order date is today.
           IF LAST-RUN-DATE IS EQUAL TO ZERO
               MOVE DAY-DATE (42) TO LAST-RUN-DATE
           END-IF
           .

      *****************************************************************
      * 20-GENERATE-STANDING-ORDERS walks every standing order not
      * expired across the window of days.
      *****************************************************************
       20-GENERATE-STANDING-ORDERS.

           PERFORM VARYING STO-SUB FROM 1 BY 1
               UNTIL STO-SUB > STANDING-COUNT
               IF STO-END-DATE (STO-SUB) IS EQUAL TO ZERO
                  OR STO-END-DATE (STO-SUB) IS NOT LESS THAN
                       DAY-DATE (1)
                   PERFORM 22-CHECK-CUSTOMER-CREDIT
                   MOVE STO-START-DATE (STO-SUB) TO DATE-WORK
                   PERFORM 56-COMPUTE-DAY-NUMBER
                   MOVE DAY-NUMBER-WORK TO START-DAY-NUMBER
                   PERFORM VARYING DAY-SUB FROM 1 BY 1
                       UNTIL DAY-SUB > 43
                       PERFORM 24-CHECK-ONE-DAY THRU 24-CHECK-EXIT
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 22-CHECK-CUSTOMER-CREDIT leaves in SKIP-REASON why this
      * standing order cannot go out, or spaces when it can.  The
      * credit tests are the ones ORDALLOC applies.
      *****************************************************************
       22-CHECK-CUSTOMER-CREDIT.

           MOVE SPACES TO SKIP-REASON
           MOVE 'N' TO CUST-FOUND-SWITCH
           MOVE STO-CUSTOMER-ID (STO-SUB) TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS EQUAL TO '00'
               MOVE 'Y' TO CUST-FOUND-SWITCH
           END-IF

           EVALUATE TRUE
               WHEN STO-HOLD-FLAG (STO-SUB) IS EQUAL TO 'H'
                   MOVE 'STANDING ORDER HELD' TO SKIP-REASON
               WHEN NOT CUSTOMER-FOUND
                   MOVE 'CUSTOMER NOT ON FILE' TO SKIP-REASON
               WHEN CUM-HOLD-FLAG IS EQUAL TO 'H'
                   MOVE 'CREDIT HOLD' TO SKIP-REASON
               WHEN CUM-OPEN-BALANCE IS GREATER THAN CUM-CREDIT-LIMIT
                   MOVE 'OVER LIMIT' TO SKIP-REASON
           END-EVALUATE
           .

      *****************************************************************
      * 24-CHECK-ONE-DAY decides whether the standing order falls
      * on this day of the window and, if it does and its order
      * date has come since the last run, generates the line or
      * lists it skipped.  Either way the day becomes the standing
      * order's last generated date so it is never taken again.
      *****************************************************************
       24-CHECK-ONE-DAY.

           IF DAY-DATE (DAY-SUB) IS NOT GREATER THAN
                   STO-LAST-GEN-DATE (STO-SUB)
              OR DAY-DATE (DAY-SUB) IS LESS THAN
                   STO-START-DATE (STO-SUB)
              OR DAY-WEEKDAY (DAY-SUB) IS NOT EQUAL TO
                   STO-DAY-OF-WEEK (STO-SUB)
               GO TO 24-CHECK-EXIT
           END-IF

           IF STO-END-DATE (STO-SUB) IS GREATER THAN ZERO
              AND DAY-DATE (DAY-SUB) IS GREATER THAN
                   STO-END-DATE (STO-SUB)
               GO TO 24-CHECK-EXIT
           END-IF

           MOVE 'N' TO SCHEDULED-SWITCH
           EVALUATE STO-FREQUENCY (STO-SUB)
               WHEN 'W'
                   MOVE 'Y' TO SCHEDULED-SWITCH
               WHEN 'B'
                   COMPUTE DAYS-SINCE-START =
                       DAY-NUMBER (DAY-SUB) - START-DAY-NUMBER
                   DIVIDE DAYS-SINCE-START BY 14
                       GIVING FORTNIGHT-QUOTIENT
                       REMAINDER FORTNIGHT-REMAINDER
                   IF FORTNIGHT-REMAINDER IS LESS THAN 7
                       MOVE 'Y' TO SCHEDULED-SWITCH
                   END-IF
               WHEN 'M'
                   MOVE DAY-DATE (DAY-SUB) TO DATE-WORK
                   IF WORK-DD IS NOT GREATER THAN 7
                       MOVE 'Y' TO SCHEDULED-SWITCH
                   END-IF
           END-EVALUATE
           IF NOT DATE-IS-SCHEDULED
               GO TO 24-CHECK-EXIT
           END-IF

      *    An order date not reached yet waits for a later run; one
      *    that went by before the last run is let go.
           IF DAY-ORDER-DATE (DAY-SUB) IS EQUAL TO ZERO
               MOVE 43 TO DAY-SUB
               GO TO 24-CHECK-EXIT
           END-IF
           IF DAY-ORDER-DATE (DAY-SUB) IS NOT GREATER THAN
                   LAST-RUN-DATE
               GO TO 24-CHECK-EXIT
           END-IF

           MOVE STO-STANDING-ID (STO-SUB) TO REG-STANDING-ID
           MOVE STO-CUSTOMER-ID (STO-SUB) TO REG-CUSTOMER-ID
           MOVE STO-SHIP-TO-CODE (STO-SUB) TO REG-SHIP-TO-CODE
           MOVE STO-CANDY-ID (STO-SUB) TO REG-CANDY-ID
           MOVE STO-CASES (STO-SUB) TO REG-CASES
           MOVE DAY-DATE (DAY-SUB) TO REG-DUE-DATE
           MOVE DAY-ORDER-DATE (DAY-SUB) TO REG-ORDER-DATE

           IF SKIP-REASON IS NOT EQUAL TO SPACES
               MOVE SPACES TO REG-DISPOSITION
               STRING 'SKIPPED - ' DELIMITED BY SIZE
                      SKIP-REASON DELIMITED BY SIZE
                   INTO REG-DISPOSITION
               ADD 1 TO LINES-SKIPPED-COUNT
           ELSE
               PERFORM 26-GENERATE-ORDER-LINE
               MOVE COF-ORDER-NUMBER TO REG-DISPOSITION
           END-IF

           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE DAY-DATE (DAY-SUB) TO STO-LAST-GEN-DATE (STO-SUB)
           .

       24-CHECK-EXIT.
           EXIT.

      *****************************************************************
      * 26-GENERATE-ORDER-LINE writes the standing order's line to
      * the order feed under the order number for its customer,
      * ship-to, and order date, taking the next number the first
      * time that combination comes up this run.
      *****************************************************************
       26-GENERATE-ORDER-LINE.

           MOVE 'N' TO GROUP-FOUND-SWITCH
           PERFORM VARYING GRP-SUB FROM 1 BY 1
               UNTIL GRP-SUB > GROUP-COUNT
                  OR ORDER-GROUP-FOUND
               IF GRP-CUSTOMER-ID (GRP-SUB) IS EQUAL TO
                       STO-CUSTOMER-ID (STO-SUB)
                  AND GRP-SHIP-TO-CODE (GRP-SUB) IS EQUAL TO
                       STO-SHIP-TO-CODE (STO-SUB)
                  AND GRP-ORDER-DATE (GRP-SUB) IS EQUAL TO
                       DAY-ORDER-DATE (DAY-SUB)
                   MOVE 'Y' TO GROUP-FOUND-SWITCH
                   MOVE GRP-ORDER-NUMBER (GRP-SUB) TO
                           COF-ORDER-NUMBER
               END-IF
           END-PERFORM

           IF NOT ORDER-GROUP-FOUND
               IF GROUP-COUNT IS EQUAL TO 5000
                   DISPLAY 'STORDGEN: MORE THAN 5000 STANDING '
                           'ORDERS IN ONE RUN, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE NEXT-ORDER-SEQUENCE TO SON-SEQUENCE
               ADD 1 TO NEXT-ORDER-SEQUENCE
               ADD 1 TO GROUP-COUNT
               MOVE STO-CUSTOMER-ID (STO-SUB) TO
                       GRP-CUSTOMER-ID (GROUP-COUNT)
               MOVE STO-SHIP-TO-CODE (STO-SUB) TO
                       GRP-SHIP-TO-CODE (GROUP-COUNT)
               MOVE DAY-ORDER-DATE (DAY-SUB) TO
                       GRP-ORDER-DATE (GROUP-COUNT)
               MOVE STANDING-ORDER-NUMBER TO
                       GRP-ORDER-NUMBER (GROUP-COUNT)
               MOVE STANDING-ORDER-NUMBER TO COF-ORDER-NUMBER
               ADD 1 TO ORDERS-GENERATED-COUNT
           END-IF

           MOVE STO-CUSTOMER-ID (STO-SUB) TO COF-CUSTOMER
           MOVE STO-CANDY-ID (STO-SUB) TO COF-CANDY-ID
           MOVE STO-CASES (STO-SUB) TO COF-CASES
           MOVE 0 TO COF-UNITS
           MOVE SPACE TO COF-PRIORITY
           MOVE STO-SHIP-TO-CODE (STO-SUB) TO COF-SHIP-TO-CODE
           MOVE SPACES TO COF-OPERATOR-ID
           WRITE CUSTOMER-ORDER-RECORD

           ADD 1 TO LINES-GENERATED-COUNT
           ADD STO-CASES (STO-SUB) TO CASES-GENERATED-COUNT
           .

      *****************************************************************
      * 40-EOF-ROUTINE rewrites the standing order master with the
      * last generated dates, finishes the register, and rewrites
      * the control record with the next order number and today as
      * the last run date.
      *****************************************************************
       40-EOF-ROUTINE.

           CLOSE CUSTOMER-ORDER-FILE
                 CUSTOMER-MASTER-FILE

           OPEN OUTPUT STANDING-ORDER-FILE
           IF SOR-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'STORDGEN: UNABLE TO REWRITE STANDING ORDER '
                       'MASTER, FILE STATUS = ' SOR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
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
           MOVE 'STANDING ORDERS ON FILE' TO RTL-LABEL
           MOVE STANDING-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'ORDERS GENERATED' TO RTL-LABEL
           MOVE ORDERS-GENERATED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LINES GENERATED' TO RTL-LABEL
           MOVE LINES-GENERATED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CASES GENERATED' TO RTL-LABEL
           MOVE CASES-GENERATED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LINES SKIPPED' TO RTL-LABEL
           MOVE LINES-SKIPPED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE GENERATION-REGISTER

           OPEN OUTPUT STANDING-CONTROL-FILE
           IF SCT-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'STORDGEN: UNABLE TO REWRITE STANDING '
                       'CONTROL FILE, FILE STATUS = ' SCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NEXT-ORDER-SEQUENCE TO SCT-NEXT-ORDER-NUMBER
           MOVE RUN-DATE-YYYYMMDD TO SCT-LAST-RUN-DATE
           WRITE STANDING-CONTROL-RECORD
           CLOSE STANDING-CONTROL-FILE

           DISPLAY 'STORDGEN: ' LINES-GENERATED-COUNT
                   ' STANDING ORDER LINES GENERATED, '
                   LINES-SKIPPED-COUNT ' SKIPPED'

           STOP RUN
           .

      *****************************************************************
      * 54-ROLL-DATE-BACK moves DATE-WORK back ROLL-DAYS calendar
      * days.
      *****************************************************************
       54-ROLL-DATE-BACK.

           COMPUTE DAY-COUNT = WORK-DD - ROLL-DAYS
           PERFORM UNTIL DAY-COUNT IS GREATER THAN ZERO
               IF WORK-MM IS EQUAL TO 1
                   MOVE 12 TO WORK-MM
                   SUBTRACT 1 FROM WORK-CCYY
               ELSE
                   SUBTRACT 1 FROM WORK-MM
               END-IF
               PERFORM 55-SET-MONTH-LENGTH
               ADD MONTH-LENGTH TO DAY-COUNT
           END-PERFORM
           MOVE DAY-COUNT TO WORK-DD
           .

       55-SET-MONTH-LENGTH.

           MOVE MONTH-DAYS (WORK-MM) TO MONTH-LENGTH
           IF WORK-MM IS EQUAL TO 2
               DIVIDE WORK-CCYY BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER IS EQUAL TO ZERO
                   MOVE 29 TO MONTH-LENGTH
                   DIVIDE WORK-CCYY BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER IS EQUAL TO ZERO
                       DIVIDE WORK-CCYY BY 400 GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER IS NOT EQUAL TO ZERO
                           MOVE 28 TO MONTH-LENGTH
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************************
      * 56-COMPUTE-DAY-NUMBER turns DATE-WORK into a running count
      * of days, counting years from March so the leap day falls
      * last, for telling how many days lie between two dates.
      *****************************************************************
       56-COMPUTE-DAY-NUMBER.

           MOVE WORK-CCYY TO DN-YEAR
           MOVE WORK-MM TO DN-MONTH
           IF DN-MONTH IS LESS THAN 3
               SUBTRACT 1 FROM DN-YEAR
               ADD 12 TO DN-MONTH
           END-IF

           COMPUTE DAY-NUMBER-WORK = DN-YEAR * 365 + WORK-DD
           DIVIDE DN-YEAR BY 4 GIVING DN-QUOTIENT
           ADD DN-QUOTIENT TO DAY-NUMBER-WORK
           DIVIDE DN-YEAR BY 100 GIVING DN-QUOTIENT
           SUBTRACT DN-QUOTIENT FROM DAY-NUMBER-WORK
           DIVIDE DN-YEAR BY 400 GIVING DN-QUOTIENT
           ADD DN-QUOTIENT TO DAY-NUMBER-WORK
           COMPUTE DN-QUOTIENT = (153 * (DN-MONTH - 3) + 2) / 5
           ADD DN-QUOTIENT TO DAY-NUMBER-WORK
           .
