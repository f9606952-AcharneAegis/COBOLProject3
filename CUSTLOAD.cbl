       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLOAD.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * CUSTLOAD builds the indexed customer master, CUSTOMER-
      * MASTER.dat, from the old flat customer master.  Every run
      * that used to read the flat file whole into a table -- and
      * the maintenance and receivables runs that wrote it back out
      * whole -- now reads one customer at a time by customer code
      * and rewrites it in place, so the master is no longer capped
      * by a table size and a run that dies part way cannot leave
      * it short.  This is run once, at cutover.
      * *****
      * INPUT:
      *    CUSTOMER-MASTER.txt       the flat customer master, one
      *                              customer per line.
      * *****
      * OUTPUT:
      *    CUSTOMER-MASTER.dat       the indexed customer master,
      *                              built from scratch.  A customer
      *                              code on the flat file twice
      *                              loads the first line and counts
      *                              the second as a duplicate.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-IN-FILE
               ASSIGN TO 'CUSTOMER-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CIN-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS CUM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CUST-IN-FILE
           RECORD CONTAINS 88 CHARACTERS.

       01  CUST-IN-RECORD              PIC X(88).

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  CIN-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CIN-DATA                     VALUE 'N'.

       01  TEMP-FIELDS.
           05  CIN-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.

       01  RUN-TOTALS.
           05  RECORDS-READ-COUNT      PIC 9(7)        VALUE 0.
           05  RECORDS-LOADED-COUNT    PIC 9(7)        VALUE 0.
           05  DUPLICATE-KEY-COUNT     PIC 9(7)        VALUE 0.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           OPEN INPUT CUST-IN-FILE
           IF CIN-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CUSTLOAD: UNABLE TO OPEN CUSTOMER-MASTER.txt, '
                       'FILE STATUS = ' CIN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CUSTLOAD: UNABLE TO OPEN CUSTOMER MASTER, '
                       'FILE STATUS = ' CUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO CIN-EOF-FLAG
           PERFORM UNTIL NO-MORE-CIN-DATA
               READ CUST-IN-FILE
                   AT END
                       MOVE 'N' TO CIN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ-COUNT
                       PERFORM 20-LOAD-ONE-CUSTOMER
               END-READ
           END-PERFORM

           CLOSE CUST-IN-FILE
                 CUSTOMER-MASTER-FILE

           DISPLAY 'CUSTLOAD: ' RECORDS-READ-COUNT ' LINES READ, '
                   RECORDS-LOADED-COUNT ' CUSTOMERS LOADED, '
                   DUPLICATE-KEY-COUNT ' DUPLICATE KEYS SKIPPED'

           STOP RUN
           .

       20-LOAD-ONE-CUSTOMER.

           MOVE CUST-IN-RECORD TO CUSTOMER-MASTER-RECORD
           IF CUM-CUSTOMER-ID IS EQUAL TO SPACES
               DISPLAY 'CUSTLOAD: LINE ' RECORDS-READ-COUNT
                       ' HAS A BLANK CUSTOMER CODE, SKIPPED'
           ELSE
               WRITE CUSTOMER-MASTER-RECORD
               IF CUM-FILE-STATUS IS EQUAL TO '00'
                   ADD 1 TO RECORDS-LOADED-COUNT
               ELSE
                   IF CUM-FILE-STATUS IS EQUAL TO '22'
                       ADD 1 TO DUPLICATE-KEY-COUNT
                       DISPLAY 'CUSTLOAD: DUPLICATE CUSTOMER '
                               CUM-CUSTOMER-ID ' SKIPPED'
                   ELSE
                       DISPLAY 'CUSTLOAD: WRITE FAILED, '
                               'FILE STATUS = ' CUM-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           .
