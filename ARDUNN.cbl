       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARDUNN.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * ARDUNN is the collections run.  Slow payers used to show up
      * only in ARAGING's 61-90 and over-90 buckets, and someone had
      * to remember to key an 'H' into CUSTMAINT.  This run reads
      * the open-item ledger, works out how far past due each
      * customer's oldest invoice is, and sends the matching
      * dunning letter -- a reminder, then a second notice, then a
      * final demand.  The dunning history keeps the same customer
      * from getting the same letter twice in one monthly cycle; a
      * customer only hears from us again when they move up a
      * level.  A final demand also drops an 'H' credit-hold
      * transaction for CUSTMAINT, so ORDALLOC stops shipping them
      * without anyone stepping in.
      *
      * Levels, by days past the due date of the oldest open
      * invoice:   1 - 30 reminder, 31 - 60 second notice,
      * over 60 final demand.  A customer whose open credits cover
      * what is owed is not dunned.
      * *****
      * INPUT:
      *    AR-OPEN-ITEM.dat        the open-item ledger.
      *    CUSTOMER-MASTER.dat     name and ship-to for the letter,
      *                            and whether the customer is
      *                            already on hold.
      *    DUNNING-HISTORY.txt     every letter sent, by cycle;
      *                            missing on the first run.
      *    REMIT-TO.txt            optional remit-to block, the same
      *                            one the statements print.
      * *****
      * OUTPUT:
      *    Dunning-Letters.txt     one letter per customer dunned,
      *                            each opened by a rule line.
      *    DUNNING-HISTORY.txt     extended with today's letters.
      *    CUSTOMER-TRANS.txt      extended with an 'H' transaction
      *                            for each final demand to a
      *                            customer not already on hold,
      *                            ready for the next CUSTMAINT run.
      *    Collector-Worklist.txt  who moved up a level today, and
      *                            any past-due customer missing
      *                            from the master.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO 'AR-OPEN-ITEM.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-REC-KEY
               FILE STATUS IS ARO-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS CUM-FILE-STATUS.
           SELECT DUNNING-HISTORY-FILE
               ASSIGN TO 'DUNNING-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DNH-FILE-STATUS.
           SELECT REMIT-TO-FILE
               ASSIGN TO 'REMIT-TO.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RMT-FILE-STATUS.
           SELECT CUSTOMER-TRANS-FILE
               ASSIGN TO 'CUSTOMER-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTF-FILE-STATUS.
           SELECT LETTER-FILE
               ASSIGN TO PRINTER 'Dunning-Letters.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKLIST-REPORT
               ASSIGN TO PRINTER 'Collector-Worklist.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUNNING-SORT-FILE
               ASSIGN TO 'DUNNING-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.

       FD OPEN-ITEM-FILE
           RECORD CONTAINS 57 CHARACTERS.

       COPY AROPREC.

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

       FD DUNNING-HISTORY-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01  DUNNING-HISTORY-RECORD.
           05  DNH-CYCLE               PIC 9(6).
           05  DNH-RUN-DATE            PIC 9(8).
           05  DNH-CUSTOMER            PIC X(10).
           05  DNH-LEVEL               PIC 9.
           05  DNH-PAST-DUE-AMOUNT     PIC 9(9)V99.

       FD REMIT-TO-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  REMIT-TO-RECORD             PIC X(40).

       FD CUSTOMER-TRANS-FILE
           RECORD CONTAINS 89 CHARACTERS.

       01  CUSTOMER-TRANS-RECORD.
           05  CTF-ACTION              PIC A.
           05  CTF-CUSTOMER-IMAGE      PIC X(88).

       FD LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  LETTER-RECORD               PIC X(80).

       FD WORKLIST-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  WORKLIST-RECORD             PIC X(80).

       SD DUNNING-SORT-FILE.

       01  SORT-DUNNING-RECORD.
           05  SRT-CUSTOMER            PIC X(10).
           05  SRT-INVOICE-DATE        PIC 9(8).
           05  SRT-INVOICE-NUMBER      PIC X(8).
           05  SRT-OPEN-AMOUNT         PIC S9(9)V99.
           05  SRT-PAST-DUE-DAYS       PIC S9(5).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  ARO-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-ARO-DATA                     VALUE 'N'.

           05  DNH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-DNH-DATA                     VALUE 'N'.
           05  RMT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RMT-DATA                     VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.
           05  CUST-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 CUSTOMER-FOUND                       VALUE 'Y'.
           05  HIST-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 HISTORY-FOUND                        VALUE 'Y'.

       01  TEMP-FIELDS.
           05  ARO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  DNH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RMT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CTF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD.
               10  RUN-CCYY            PIC 9(4).
               10  RUN-MM              PIC 99.
               10  RUN-DD              PIC 99.
           05  DUNNING-CYCLE           PIC 9(6)        VALUE 0.
           05  TERMS-DAYS              PIC 9(3)        VALUE 30.
           05  INV-DATE-WORK           PIC 9(8)        VALUE 0.
           05  INV-DATE-X REDEFINES INV-DATE-WORK.
               10  INV-CCYY            PIC 9(4).
               10  INV-MM              PIC 99.
               10  INV-DD              PIC 99.
           05  PAST-DUE-DAYS           PIC S9(5)       VALUE 0.
           05  PRIOR-CUSTOMER          PIC X(10)       VALUE SPACES.

           05  HIST-SUB                PIC 9(4)        VALUE 0.
           05  HIST-HOLD-SUB           PIC 9(4)        VALUE 0.
           05  ITEM-SUB                PIC 9(4)        VALUE 0.
           05  REMIT-SUB               PIC 9           VALUE 0.
           05  NET-OPEN-TOTAL          PIC S9(11)V99   VALUE 0.
           05  PAST-DUE-TOTAL          PIC S9(11)V99   VALUE 0.
           05  OLDEST-PAST-DUE-DAYS    PIC S9(5)       VALUE 0.
           05  NEW-LEVEL               PIC 9           VALUE 0.
           05  PRIOR-LEVEL             PIC 9           VALUE 0.
           05  WORKLIST-ACTION         PIC X(21)       VALUE SPACES.

       01  RUN-TOTALS.
           05  CUSTOMERS-PAST-DUE      PIC 9(5)        VALUE 0.
           05  LETTERS-SENT-COUNT      PIC 9(5)        VALUE 0.
           05  ALREADY-DUNNED-COUNT    PIC 9(5)        VALUE 0.
           05  HOLDS-WRITTEN-COUNT     PIC 9(5)        VALUE 0.
           05  NOT-ON-MASTER-COUNT     PIC 9(5)        VALUE 0.
           05  LEVEL-SENT-COUNT OCCURS 3 TIMES
                                       PIC 9(5)        VALUE 0.


      *****************************************************************
      * The highest level each customer has already been sent in
      * the current cycle.
      *****************************************************************
       01  HISTORY-COUNT               PIC 9(4)        VALUE 0.

       01  HISTORY-TABLE.
           05  HISTORY-ENTRY OCCURS 1 TO 1000 TIMES
               DEPENDING ON HISTORY-COUNT.
               10  HST-CUSTOMER        PIC X(10).
               10  HST-LEVEL           PIC 9.

      *****************************************************************
      * One customer's past-due invoices, held until the customer
      * break decides whether a letter goes out.
      *****************************************************************
       01  DUN-ITEM-COUNT              PIC 9(4)        VALUE 0.

       01  DUN-ITEM-TABLE.
           05  DUN-ITEM-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON DUN-ITEM-COUNT.
               10  DIT-INVOICE-NUMBER  PIC X(8).
               10  DIT-INVOICE-DATE    PIC 9(8).
               10  DIT-PAST-DUE-DAYS   PIC S9(5).
               10  DIT-OPEN-AMOUNT     PIC S9(9)V99.

       01  LEVEL-TITLE-VALUES.
           05  FILLER                  PIC X(14)   VALUE 'REMINDER'.
           05  FILLER                  PIC X(14)   VALUE
                                                   'SECOND NOTICE'.
           05  FILLER                  PIC X(14)   VALUE
                                                   'FINAL DEMAND'.

       01  LEVEL-TITLE-TABLE REDEFINES LEVEL-TITLE-VALUES.
           05  LEVEL-TITLE OCCURS 3 TIMES
                                       PIC X(14).

       01  LEVEL-TEXT-VALUES.
           05  FILLER                  PIC X(60)   VALUE
               'OUR RECORDS SHOW THE INVOICES BELOW ARE PAST DUE.'.
           05  FILLER                  PIC X(60)   VALUE
               'IF YOUR PAYMENT IS ALREADY ON ITS WAY, THANK YOU.'.
           05  FILLER                  PIC X(60)   VALUE
               'THE INVOICES BELOW REMAIN UNPAID AFTER OUR REMINDER.'.
           05  FILLER                  PIC X(60)   VALUE
               'PLEASE REMIT THE PAST DUE AMOUNT BY RETURN MAIL.'.
           05  FILLER                  PIC X(60)   VALUE
               'YOUR ACCOUNT IS SERIOUSLY PAST DUE AND IS ON CREDIT'.
           05  FILLER                  PIC X(60)   VALUE
               'HOLD.  NO FURTHER ORDERS WILL SHIP UNTIL IT IS PAID.'.

       01  LEVEL-TEXT-TABLE REDEFINES LEVEL-TEXT-VALUES.
           05  LEVEL-TEXT-GROUP OCCURS 3 TIMES.
               10  LEVEL-TEXT-LINE OCCURS 2 TIMES
                                       PIC X(60).

       01  REMIT-TO-COUNT              PIC 9           VALUE 0.

       01  REMIT-TO-TABLE.
           05  REMIT-TO-LINE OCCURS 4 TIMES
                                       PIC X(40).

       01  LETTER-ITEM-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  LIL-INVOICE-NUMBER      PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  LIL-INVOICE-DATE        PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  LIL-PAST-DUE-DAYS       PIC ZZZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  LIL-OPEN-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(36)       VALUE SPACES.

       01  LETTER-TOTAL-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  LTL-LABEL               PIC X(27).
           05  LTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(36)       VALUE SPACES.

       01  WORKLIST-HEADING-LINE.
           05  FILLER                  PIC X(11)       VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(21)       VALUE 'NAME'.
           05  FILLER                  PIC X(5)        VALUE 'FROM'.
           05  FILLER                  PIC X(3)        VALUE 'TO'.
           05  FILLER                  PIC X(5)        VALUE ' DAYS'.
           05  FILLER                  PIC X(15)       VALUE
                                               '       PAST DUE'.
           05  FILLER                  PIC X(20)       VALUE
                                               ' ACTION'.

       01  WORKLIST-DETAIL-LINE.
           05  WDL-CUSTOMER            PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  WDL-CUSTOMER-NAME       PIC X(20).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  WDL-PRIOR-LEVEL         PIC 9.
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  WDL-NEW-LEVEL           PIC 9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  WDL-PAST-DUE-DAYS       PIC ZZZZ9.
           05  WDL-PAST-DUE-AMOUNT     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X           VALUE SPACE.
           05  WDL-ACTION              PIC X(21).

       01  WORKLIST-TOTAL-LINE.
           05  WTL-LABEL               PIC X(28).
           05  WTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(43)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE DUNNING-CYCLE = RUN-CCYY * 100 + RUN-MM

           PERFORM 12-OPEN-CUSTOMER-MASTER
           PERFORM 13-LOAD-REMIT-TO
           PERFORM 14-LOAD-DUNNING-HISTORY
           PERFORM 15-HSKPING-ROUTINE

           SORT DUNNING-SORT-FILE
               ON ASCENDING KEY SRT-CUSTOMER SRT-INVOICE-DATE
                                SRT-INVOICE-NUMBER
               INPUT PROCEDURE IS 20-RELEASE-OPEN-ITEMS
               OUTPUT PROCEDURE IS 30-DUN-CUSTOMERS

           PERFORM 40-EOF-ROUTINE
           .

       12-OPEN-CUSTOMER-MASTER.

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARDUNN: UNABLE TO OPEN CUSTOMER MASTER, '
                       'FILE STATUS = ' CUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       13-LOAD-REMIT-TO.

           OPEN INPUT REMIT-TO-FILE
           IF RMT-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO RMT-EOF-FLAG
               PERFORM UNTIL NO-MORE-RMT-DATA
                   READ REMIT-TO-FILE
                       AT END
                           MOVE 'N' TO RMT-EOF-FLAG
                       NOT AT END
                           IF REMIT-TO-COUNT IS LESS THAN 4
                               ADD 1 TO REMIT-TO-COUNT
                               MOVE REMIT-TO-RECORD TO
                                   REMIT-TO-LINE (REMIT-TO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMIT-TO-FILE
           END-IF

           IF REMIT-TO-COUNT IS EQUAL TO ZERO
               MOVE 1 TO REMIT-TO-COUNT
               MOVE 'ACCOUNTS RECEIVABLE' TO REMIT-TO-LINE (1)
           END-IF
           .

      *****************************************************************
      * 14-LOAD-DUNNING-HISTORY keeps, for each customer, the
      * highest level sent in this cycle.  Earlier cycles are
      * history only; a new month starts every customer over.
      *****************************************************************
       14-LOAD-DUNNING-HISTORY.

           OPEN INPUT DUNNING-HISTORY-FILE
           IF DNH-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'ARDUNN: NO DUNNING HISTORY ON FILE, '
                       'STARTING A NEW ONE'
           ELSE
               IF DNH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARDUNN: UNABLE TO OPEN DUNNING HISTORY, '
                           'FILE STATUS = ' DNH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO DNH-EOF-FLAG
               PERFORM UNTIL NO-MORE-DNH-DATA
                   READ DUNNING-HISTORY-FILE
                       AT END
                           MOVE 'N' TO DNH-EOF-FLAG
                       NOT AT END
                           IF DNH-CYCLE IS EQUAL TO DUNNING-CYCLE
                               PERFORM 14A-KEEP-HISTORY-LEVEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUNNING-HISTORY-FILE
           END-IF
           .

       14A-KEEP-HISTORY-LEVEL.

           MOVE DNH-CUSTOMER TO PRIOR-CUSTOMER
           PERFORM 33-FIND-HISTORY
           IF HISTORY-FOUND
               IF DNH-LEVEL IS GREATER THAN HST-LEVEL (HIST-HOLD-SUB)
                   MOVE DNH-LEVEL TO HST-LEVEL (HIST-HOLD-SUB)
               END-IF
           ELSE
               IF HISTORY-COUNT IS EQUAL TO 1000
                   DISPLAY 'ARDUNN: DUNNING HISTORY HAS MORE THAN '
                           '1000 CUSTOMERS THIS CYCLE, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO HISTORY-COUNT
               MOVE DNH-CUSTOMER TO HST-CUSTOMER (HISTORY-COUNT)
               MOVE DNH-LEVEL TO HST-LEVEL (HISTORY-COUNT)
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN EXTEND DUNNING-HISTORY-FILE
           IF DNH-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT DUNNING-HISTORY-FILE
               IF DNH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARDUNN: UNABLE TO OPEN DUNNING HISTORY, '
                           'FILE STATUS = ' DNH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND CUSTOMER-TRANS-FILE
           IF CTF-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT CUSTOMER-TRANS-FILE
               IF CTF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ARDUNN: UNABLE TO OPEN CUSTOMER TRANS '
                           'FILE, FILE STATUS = ' CTF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT WORKLIST-REPORT

           MOVE SPACES TO WORKLIST-RECORD
           STRING 'COLLECTOR WORKLIST - ' DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO WORKLIST-RECORD
           WRITE WORKLIST-RECORD
           MOVE WORKLIST-HEADING-LINE TO WORKLIST-RECORD
           WRITE WORKLIST-RECORD
           .

      *****************************************************************
      * 20-RELEASE-OPEN-ITEMS releases every open item with its
      * days past its due date, worked 30-day-month style; an item
      * posted before terms were stamped is taken as net 30.
      * Credits are released too -- they count against what is
      * owed.
      *****************************************************************
       20-RELEASE-OPEN-ITEMS.

           OPEN INPUT OPEN-ITEM-FILE
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ARDUNN: UNABLE TO OPEN OPEN-ITEM LEDGER, '
                       'FILE STATUS = ' ARO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO ARO-REC-KEY
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN ARO-REC-KEY
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'N' TO ARO-EOF-FLAG
           ELSE
               MOVE ' ' TO ARO-EOF-FLAG
           END-IF

           PERFORM UNTIL NO-MORE-ARO-DATA
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO ARO-EOF-FLAG
                   NOT AT END
                       IF ARO-ITEM-OPEN
                          AND ARO-INVOICE-DATE IS NUMERIC
                          AND ARO-OPEN-AMOUNT IS NUMERIC
                          AND ARO-OPEN-AMOUNT IS NOT EQUAL TO ZERO
                           IF ARO-DUE-DATE IS NUMERIC
                              AND ARO-DUE-DATE IS GREATER THAN ZERO
                               MOVE ARO-DUE-DATE TO INV-DATE-WORK
                               MOVE 0 TO PAST-DUE-DAYS
                           ELSE
                               MOVE ARO-INVOICE-DATE TO INV-DATE-WORK
                               MOVE TERMS-DAYS TO PAST-DUE-DAYS
                           END-IF
                           COMPUTE PAST-DUE-DAYS =
                                   (RUN-CCYY - INV-CCYY) * 360
                                   + (RUN-MM - INV-MM) * 30
                                   + (RUN-DD - INV-DD)
                                   - PAST-DUE-DAYS
                           MOVE ARO-CUSTOMER TO SRT-CUSTOMER
                           MOVE ARO-INVOICE-DATE TO SRT-INVOICE-DATE
                           MOVE ARO-INVOICE-NUMBER TO
                                   SRT-INVOICE-NUMBER
                           MOVE ARO-OPEN-AMOUNT TO SRT-OPEN-AMOUNT
                           MOVE PAST-DUE-DAYS TO SRT-PAST-DUE-DAYS
                           RELEASE SORT-DUNNING-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPEN-ITEM-FILE
           .

      *****************************************************************
      * 30-DUN-CUSTOMERS gathers each customer's items and decides
      * at the break.
      *****************************************************************
       30-DUN-CUSTOMERS.

           MOVE SPACES TO PRIOR-CUSTOMER
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN DUNNING-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       IF SRT-CUSTOMER IS NOT EQUAL TO
                               PRIOR-CUSTOMER
                           IF PRIOR-CUSTOMER IS NOT EQUAL TO SPACES
                               PERFORM 35-DUN-ONE-CUSTOMER
                                   THRU 35-DUN-EXIT
                           END-IF
                           MOVE SRT-CUSTOMER TO PRIOR-CUSTOMER
                           MOVE 0 TO DUN-ITEM-COUNT
                           MOVE 0 TO NET-OPEN-TOTAL
                           MOVE 0 TO PAST-DUE-TOTAL
                           MOVE 0 TO OLDEST-PAST-DUE-DAYS
                       END-IF
                       PERFORM 32-GATHER-ITEM
               END-RETURN
           END-PERFORM

           IF PRIOR-CUSTOMER IS NOT EQUAL TO SPACES
               PERFORM 35-DUN-ONE-CUSTOMER THRU 35-DUN-EXIT
           END-IF
           .

       32-GATHER-ITEM.

           ADD SRT-OPEN-AMOUNT TO NET-OPEN-TOTAL
           IF SRT-OPEN-AMOUNT IS GREATER THAN ZERO
              AND SRT-PAST-DUE-DAYS IS GREATER THAN ZERO
               IF DUN-ITEM-COUNT IS EQUAL TO 500
                   DISPLAY 'ARDUNN: CUSTOMER ' SRT-CUSTOMER
                           ' HAS MORE THAN 500 PAST-DUE ITEMS, '
                           'TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO DUN-ITEM-COUNT
               MOVE SRT-INVOICE-NUMBER TO
                       DIT-INVOICE-NUMBER (DUN-ITEM-COUNT)
               MOVE SRT-INVOICE-DATE TO
                       DIT-INVOICE-DATE (DUN-ITEM-COUNT)
               MOVE SRT-PAST-DUE-DAYS TO
                       DIT-PAST-DUE-DAYS (DUN-ITEM-COUNT)
               MOVE SRT-OPEN-AMOUNT TO
                       DIT-OPEN-AMOUNT (DUN-ITEM-COUNT)
               ADD SRT-OPEN-AMOUNT TO PAST-DUE-TOTAL
               IF SRT-PAST-DUE-DAYS IS GREATER THAN
                       OLDEST-PAST-DUE-DAYS
                   MOVE SRT-PAST-DUE-DAYS TO OLDEST-PAST-DUE-DAYS
               END-IF
           END-IF
           .

       33-FIND-HISTORY.

           MOVE 'N' TO HIST-FOUND-SWITCH
           MOVE 0 TO HIST-HOLD-SUB
           PERFORM VARYING HIST-SUB FROM 1 BY 1
               UNTIL HIST-SUB > HISTORY-COUNT
                  OR HISTORY-FOUND
               IF HST-CUSTOMER (HIST-SUB) IS EQUAL TO PRIOR-CUSTOMER
                   MOVE 'Y' TO HIST-FOUND-SWITCH
                   MOVE HIST-SUB TO HIST-HOLD-SUB
               END-IF
           END-PERFORM
           .

       34-FIND-CUSTOMER.

           MOVE 'N' TO CUST-FOUND-SWITCH
           MOVE PRIOR-CUSTOMER TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS EQUAL TO '00'
               MOVE 'Y' TO CUST-FOUND-SWITCH
           END-IF
           .

      *****************************************************************
      * 35-DUN-ONE-CUSTOMER sets the level from the oldest past-due
      * invoice and sends the letter only when it is higher than
      * anything sent this cycle.
      *****************************************************************
       35-DUN-ONE-CUSTOMER.

           IF DUN-ITEM-COUNT IS EQUAL TO ZERO
              OR NET-OPEN-TOTAL IS NOT GREATER THAN ZERO
               GO TO 35-DUN-EXIT
           END-IF

           ADD 1 TO CUSTOMERS-PAST-DUE
           EVALUATE TRUE
               WHEN OLDEST-PAST-DUE-DAYS IS NOT GREATER THAN 30
                   MOVE 1 TO NEW-LEVEL
               WHEN OLDEST-PAST-DUE-DAYS IS NOT GREATER THAN 60
                   MOVE 2 TO NEW-LEVEL
               WHEN OTHER
                   MOVE 3 TO NEW-LEVEL
           END-EVALUATE

           PERFORM 33-FIND-HISTORY
           IF HISTORY-FOUND
               MOVE HST-LEVEL (HIST-HOLD-SUB) TO PRIOR-LEVEL
           ELSE
               MOVE 0 TO PRIOR-LEVEL
           END-IF
           IF NEW-LEVEL IS NOT GREATER THAN PRIOR-LEVEL
               ADD 1 TO ALREADY-DUNNED-COUNT
               GO TO 35-DUN-EXIT
           END-IF

           PERFORM 34-FIND-CUSTOMER
           IF NOT CUSTOMER-FOUND
               ADD 1 TO NOT-ON-MASTER-COUNT
               MOVE 'NOT ON CUSTOMER FILE' TO WORKLIST-ACTION
               PERFORM 38-WRITE-WORKLIST-LINE
               GO TO 35-DUN-EXIT
           END-IF

           PERFORM 36-WRITE-LETTER

           MOVE DUNNING-CYCLE TO DNH-CYCLE
           MOVE RUN-DATE-YYYYMMDD TO DNH-RUN-DATE
           MOVE PRIOR-CUSTOMER TO DNH-CUSTOMER
           MOVE NEW-LEVEL TO DNH-LEVEL
           MOVE PAST-DUE-TOTAL TO DNH-PAST-DUE-AMOUNT
           WRITE DUNNING-HISTORY-RECORD
           ADD 1 TO LETTERS-SENT-COUNT
           ADD 1 TO LEVEL-SENT-COUNT (NEW-LEVEL)

           MOVE LEVEL-TITLE (NEW-LEVEL) TO WORKLIST-ACTION
           IF NEW-LEVEL IS EQUAL TO 3
               IF CUM-HOLD-FLAG IS EQUAL TO 'H'
                   MOVE 'FINAL - ALREADY HELD' TO WORKLIST-ACTION
               ELSE
                   MOVE 'H' TO CTF-ACTION
                   MOVE CUSTOMER-MASTER-RECORD TO
                           CTF-CUSTOMER-IMAGE
                   WRITE CUSTOMER-TRANS-RECORD
                   ADD 1 TO HOLDS-WRITTEN-COUNT
                   MOVE 'FINAL - HOLD WRITTEN' TO WORKLIST-ACTION
               END-IF
           END-IF
           PERFORM 38-WRITE-WORKLIST-LINE
           .

       35-DUN-EXIT.
           EXIT.

       36-WRITE-LETTER.

           MOVE ALL '-' TO LETTER-RECORD
           WRITE LETTER-RECORD

           MOVE SPACES TO LETTER-RECORD
           STRING LEVEL-TITLE (NEW-LEVEL) DELIMITED BY '  '
                  '   ' DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO LETTER-RECORD
           WRITE LETTER-RECORD

           MOVE SPACES TO LETTER-RECORD
           STRING 'ACCOUNT ' DELIMITED BY SIZE
                  PRIOR-CUSTOMER DELIMITED BY SIZE
               INTO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           MOVE CUM-CUSTOMER-NAME TO
                   LETTER-RECORD (9: 20)
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           MOVE CUM-SHIP-TO TO
                   LETTER-RECORD (9: 20)
           WRITE LETTER-RECORD

           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE LEVEL-TEXT-LINE (NEW-LEVEL 1) TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE LEVEL-TEXT-LINE (NEW-LEVEL 2) TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD

           MOVE '  INVOICE   DATE      DAYS LATE          AMOUNT'
               TO LETTER-RECORD
           WRITE LETTER-RECORD
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > DUN-ITEM-COUNT
               MOVE DIT-INVOICE-NUMBER (ITEM-SUB) TO
                       LIL-INVOICE-NUMBER
               MOVE DIT-INVOICE-DATE (ITEM-SUB) TO LIL-INVOICE-DATE
               MOVE DIT-PAST-DUE-DAYS (ITEM-SUB) TO
                       LIL-PAST-DUE-DAYS
               MOVE DIT-OPEN-AMOUNT (ITEM-SUB) TO LIL-OPEN-AMOUNT
               MOVE LETTER-ITEM-LINE TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-PERFORM

           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE 'TOTAL PAST DUE' TO LTL-LABEL
           MOVE PAST-DUE-TOTAL TO LTL-AMOUNT
           MOVE LETTER-TOTAL-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD

           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE 'PLEASE REMIT TO:' TO LETTER-RECORD
           WRITE LETTER-RECORD
           PERFORM VARYING REMIT-SUB FROM 1 BY 1
               UNTIL REMIT-SUB > REMIT-TO-COUNT
               MOVE SPACES TO LETTER-RECORD
               MOVE REMIT-TO-LINE (REMIT-SUB) TO
                       LETTER-RECORD (5: 40)
               WRITE LETTER-RECORD
           END-PERFORM
           .

       38-WRITE-WORKLIST-LINE.

           MOVE SPACES TO WORKLIST-DETAIL-LINE
           MOVE PRIOR-CUSTOMER TO WDL-CUSTOMER
           IF CUSTOMER-FOUND
               MOVE CUM-CUSTOMER-NAME TO
                       WDL-CUSTOMER-NAME
           END-IF
           MOVE PRIOR-LEVEL TO WDL-PRIOR-LEVEL
           MOVE NEW-LEVEL TO WDL-NEW-LEVEL
           MOVE OLDEST-PAST-DUE-DAYS TO WDL-PAST-DUE-DAYS
           MOVE PAST-DUE-TOTAL TO WDL-PAST-DUE-AMOUNT
           MOVE WORKLIST-ACTION TO WDL-ACTION
           MOVE WORKLIST-DETAIL-LINE TO WORKLIST-RECORD
           WRITE WORKLIST-RECORD
           .

       40-EOF-ROUTINE.

           MOVE SPACES TO WORKLIST-RECORD
           WRITE WORKLIST-RECORD

           MOVE 'CUSTOMERS PAST DUE' TO WTL-LABEL
           MOVE CUSTOMERS-PAST-DUE TO WTL-COUNT
           MOVE WORKLIST-TOTAL-LINE TO WORKLIST-RECORD
           WRITE WORKLIST-RECORD

           MOVE 'REMINDERS SENT' TO WTL-LABEL
           MOVE LEVEL-SENT-COUNT (1) TO WTL-COUNT
           MOVE WORKLIST-TOTAL-LINE TO WORKLIST-RECORD
           WRITE WORKLIST-RECORD

           MOVE 'SECOND NOTICES SENT' TO WTL-LABEL
           MOVE LEVEL-SENT-COUNT (2) TO WTL-COUNT
           MOVE WORKLIST-TOTAL-LINE TO WORKLIST-RECORD
           WRITE WORKLIST-RECORD

           MOVE 'FINAL DEMANDS SENT' TO WTL-LABEL
           MOVE LEVEL-SENT-COUNT (3) TO WTL-COUNT
           MOVE WORKLIST-TOTAL-LINE TO WORKLIST-RECORD
           WRITE WORKLIST-RECORD

           MOVE 'CREDIT HOLDS REQUESTED' TO WTL-LABEL
           MOVE HOLDS-WRITTEN-COUNT TO WTL-COUNT
           MOVE WORKLIST-TOTAL-LINE TO WORKLIST-RECORD
           WRITE WORKLIST-RECORD

           MOVE 'ALREADY DUNNED THIS CYCLE' TO WTL-LABEL
           MOVE ALREADY-DUNNED-COUNT TO WTL-COUNT
           MOVE WORKLIST-TOTAL-LINE TO WORKLIST-RECORD
           WRITE WORKLIST-RECORD

           MOVE 'NOT ON CUSTOMER MASTER' TO WTL-LABEL
           MOVE NOT-ON-MASTER-COUNT TO WTL-COUNT
           MOVE WORKLIST-TOTAL-LINE TO WORKLIST-RECORD
           WRITE WORKLIST-RECORD

           CLOSE DUNNING-HISTORY-FILE
                 CUSTOMER-MASTER-FILE
                 CUSTOMER-TRANS-FILE
                 LETTER-FILE
                 WORKLIST-REPORT

           DISPLAY 'ARDUNN: ' LETTERS-SENT-COUNT ' LETTERS, '
                   HOLDS-WRITTEN-COUNT ' CREDIT HOLDS REQUESTED'

           STOP RUN
           .
