       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLOAD.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * POLOAD builds the indexed purchase order master, PO-
      * MASTER.dat, from the old flat PO master.  The indexed
      * record is keyed by PO number plus Candy ID, so the two are
      * brought together at the front of the record; the flat file
      * carried the vendor ID between them, and each line is laid
      * out afresh here rather than copied straight across.  This
      * is run once, at cutover.
      * *****
      * INPUT:
      *    PO-MASTER.txt             the flat PO master, one PO line
      *                              per line: PO number, vendor,
      *                              Candy ID, warehouse, cases
      *                              ordered and received, price,
      *                              order date, status.
      * *****
      * OUTPUT:
      *    PO-MASTER.dat             the indexed PO master, built
      *                              from scratch.  A PO line on the
      *                              flat file twice loads the first
      *                              and counts the second as a
      *                              duplicate.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-IN-FILE
               ASSIGN TO 'PO-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIN-FILE-STATUS.
           SELECT PO-MASTER-FILE
               ASSIGN TO 'PO-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POM-REC-KEY
               FILE STATUS IS POM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PO-IN-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  PO-IN-RECORD.
           05  PIN-PO-NUMBER           PIC X(8).
           05  PIN-VENDOR-ID           PIC A.
           05  PIN-CANDY-ID            PIC XXX.
           05  PIN-WAREHOUSE-ID        PIC X(4).
           05  PIN-CASES-ORDERED       PIC 9(5).
           05  PIN-CASES-RECEIVED      PIC 9(5).
           05  PIN-PO-PRICE            PIC 999V99.
           05  PIN-ORDER-DATE          PIC 9(8).
           05  PIN-STATUS              PIC A.

       FD PO-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS.

       COPY POMREC.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  PIN-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PIN-DATA                     VALUE 'N'.

       01  TEMP-FIELDS.
           05  PIN-FILE-STATUS         PIC XX          VALUE SPACES.
           05  POM-FILE-STATUS         PIC XX          VALUE SPACES.

       01  RUN-TOTALS.
           05  RECORDS-READ-COUNT      PIC 9(7)        VALUE 0.
           05  RECORDS-LOADED-COUNT    PIC 9(7)        VALUE 0.
           05  DUPLICATE-KEY-COUNT     PIC 9(7)        VALUE 0.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           OPEN INPUT PO-IN-FILE
           IF PIN-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'POLOAD: UNABLE TO OPEN PO-MASTER.txt, '
                       'FILE STATUS = ' PIN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PO-MASTER-FILE
           IF POM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'POLOAD: UNABLE TO OPEN PO MASTER, '
                       'FILE STATUS = ' POM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO PIN-EOF-FLAG
           PERFORM UNTIL NO-MORE-PIN-DATA
               READ PO-IN-FILE
                   AT END
                       MOVE 'N' TO PIN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ-COUNT
                       PERFORM 20-LOAD-ONE-PO-LINE
               END-READ
           END-PERFORM

           CLOSE PO-IN-FILE
                 PO-MASTER-FILE

           DISPLAY 'POLOAD: ' RECORDS-READ-COUNT ' LINES READ, '
                   RECORDS-LOADED-COUNT ' PO LINES LOADED, '
                   DUPLICATE-KEY-COUNT ' DUPLICATE KEYS SKIPPED'

           STOP RUN
           .

       20-LOAD-ONE-PO-LINE.

           MOVE PIN-PO-NUMBER TO POM-PO-NUMBER
           MOVE PIN-CANDY-ID TO POM-CANDY-ID
           MOVE PIN-VENDOR-ID TO POM-VENDOR-ID
           MOVE PIN-WAREHOUSE-ID TO POM-WAREHOUSE-ID
           MOVE PIN-CASES-ORDERED TO POM-CASES-ORDERED
           MOVE PIN-CASES-RECEIVED TO POM-CASES-RECEIVED
           MOVE PIN-PO-PRICE TO POM-PO-PRICE
           MOVE PIN-ORDER-DATE TO POM-ORDER-DATE
           MOVE PIN-STATUS TO POM-STATUS

           IF POM-PO-NUMBER IS EQUAL TO SPACES
               DISPLAY 'POLOAD: LINE ' RECORDS-READ-COUNT
                       ' HAS A BLANK PO NUMBER, SKIPPED'
           ELSE
               WRITE PO-MASTER-RECORD
               IF POM-FILE-STATUS IS EQUAL TO '00'
                   ADD 1 TO RECORDS-LOADED-COUNT
               ELSE
                   IF POM-FILE-STATUS IS EQUAL TO '22'
                       ADD 1 TO DUPLICATE-KEY-COUNT
                       DISPLAY 'POLOAD: DUPLICATE PO LINE '
                               POM-PO-NUMBER ' ' POM-CANDY-ID
                               ' SKIPPED'
                   ELSE
                       DISPLAY 'POLOAD: WRITE FAILED, '
                               'FILE STATUS = ' POM-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           .
