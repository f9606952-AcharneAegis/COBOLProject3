      * the cases allocated, the cases backordered, and the
      * shipping warehouse -- framed with a header and a control
      * trailer the way the payroll bureau file is, so the chains'
      * systems can load it unattended.  Orders that came in by EDI
      * carry the customer's own PO number back on each line.
      * *****
      * INPUT:
      *    PICK-LIST.txt           the picks ORDALLOC cut.
      *    BACKORDER.txt           what is still unfilled.
      *    CUSTOMER-PO-XREF.txt    optional: the customer PO number
      *                            each EDI order came in under.
      * *****
      * OUTPUT:
      *    cccccccccc-Order-Ack.txt  one file per customer: 'H'
      *                            header with the run date, 'D'
      *                            details with the customer PO
      *                            and, on a substitute, the
      *                            candy originally ordered,
      *                            'T' trailer with line count and
      *                            case hash.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO 'BACKORDER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOF-FILE-STATUS.
           SELECT PO-XREF-FILE
               ASSIGN TO 'CUSTOMER-PO-XREF.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CPO-FILE-STATUS.
           SELECT ACK-EXTRACT-FILE
               ASSIGN TO DYNAMIC ACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.

       FD PICK-LIST-DATA
           RECORD CONTAINS 51 CHARACTERS.

       01  PICK-DATA-RECORD.
           05  PLD-WAREHOUSE-ID        PIC X(4).
           05  PLD-LOT-NUMBER          PIC X(10).
           05  PLD-UNITS-PICKED        PIC 9(3).
           05  PLD-PRIORITY            PIC X.
           05  PLD-SHIP-TO-CODE        PIC X(4).
           05  PLD-ORDERED-CANDY-ID    PIC XXX.

       FD BACKORDER-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  BACKORDER-RECORD.
           05  BOF-ORDER-NUMBER        PIC X(8).
           05  BOF-CASES               PIC 9(5).
           05  BOF-FIRST-DATE          PIC 9(8).
           05  BOF-UNITS               PIC 9(3).
           05  BOF-PRIORITY            PIC X.
           05  BOF-SHIP-TO-CODE        PIC X(4).
           05  BOF-REASON-CODE         PIC X.
               88 BOF-SHELF-LIFE-SHORT                 VALUE 'L'.

       FD PO-XREF-FILE
           RECORD CONTAINS 38 CHARACTERS.

       COPY CPOREC.

       FD ACK-EXTRACT-FILE
           RECORD CONTAINS 47 CHARACTERS.

       01  ACK-RECORD                  PIC X(47).

       SD ACK-SORT-FILE.

           05  SRT-WAREHOUSE-ID        PIC X(4).
           05  SRT-ALLOC-CASES         PIC 9(7).
           05  SRT-BACKORDER-CASES     PIC 9(7).
           05  SRT-ORDERED-CANDY-ID    PIC XXX.

       WORKING-STORAGE SECTION.

               88 ACK-FILE-OPEN                        VALUE 'Y'.
           05  ACK-FOUND-SWITCH        PIC X           VALUE 'N'.
               88 ACK-LINE-FOUND                       VALUE 'Y'.
           05  CPO-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CPO-DATA                     VALUE 'N'.
           05  PO-FOUND-SWITCH         PIC X           VALUE 'N'.
               88 CUSTOMER-PO-FOUND                    VALUE 'Y'.

       01  TEMP-FIELDS.
           05  PLD-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BOF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CPO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ACK-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ACK-FILE-NAME           PIC X(40)       VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  PRIOR-CUSTOMER          PIC X(10)       VALUE SPACES.
           05  ACK-SUB                 PIC 9(4)        VALUE 0.
           05  ACK-HOLD-SUB            PIC 9(4)        VALUE 0.
           05  CPO-SUB                 PIC 9(5)        VALUE 0.
           05  CUST-LINE-COUNT         PIC 9(7)        VALUE 0.
           05  CUST-CASE-HASH          PIC 9(13)       VALUE 0.

      * customer, order, Candy ID, and shipping warehouse.  A
      * backordered remainder lands on the line its picks built
      * when there is one, or on its own line with no warehouse
      * when nothing allocated at all.  A substitute's picks keep
      * their own line, marked with the candy ordered.
      *****************************************************************
       01  ACK-COUNT                   PIC 9(4)        VALUE 0.

               10  ACK-WAREHOUSE-ID    PIC X(4).
               10  ACK-ALLOC-CASES     PIC 9(7).
               10  ACK-BACKORDER-CASES PIC 9(7).
               10  ACK-ORDERED-CANDY-ID PIC XXX.

      *****************************************************************
      * CPO-TABLE holds the customer PO cross-reference -- our order
      * number and the PO the customer sent it under.
      *****************************************************************
       01  CPO-COUNT                   PIC 9(5)        VALUE 0.

       01  CPO-TABLE.
           05  CPO-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON CPO-COUNT.
               10  CPT-ORDER-NUMBER    PIC X(8).
               10  CPT-CUSTOMER-PO     PIC X(12).

       01  ACK-HEADER-LINE.
           05  ACK-H-TYPE              PIC X.
           05  ACK-H-RUN-DATE          PIC 9(8).
           05  FILLER                  PIC X(38).

       01  ACK-DETAIL-LINE.
           05  ACK-D-TYPE              PIC X.
           05  ACK-D-WAREHOUSE-ID      PIC X(4).
           05  ACK-D-ALLOC-CASES       PIC 9(7).
           05  ACK-D-BACKORDER-CASES   PIC 9(7).
           05  ACK-D-CUSTOMER-PO       PIC X(12).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  ACK-D-ORDERED-CANDY-ID  PIC XXX.

       01  ACK-TRAILER-LINE.
           05  ACK-T-TYPE              PIC X.
           05  ACK-T-LINE-COUNT        PIC 9(7).
           05  ACK-T-CASE-HASH         PIC 9(13).
           05  FILLER                  PIC X(26).

       PROCEDURE DIVISION.


           PERFORM 12-FOLD-IN-PICKS
           PERFORM 13-FOLD-IN-BACKORDERS
           PERFORM 17-LOAD-CUSTOMER-PO-XREF

           SORT ACK-SORT-FILE
               ON ASCENDING KEY SRT-CUSTOMER SRT-ORDER-NUMBER
                  AND ACK-CANDY-ID (ACK-SUB) IS EQUAL TO PLD-CANDY-ID
                  AND ACK-WAREHOUSE-ID (ACK-SUB) IS EQUAL TO
                       PLD-WAREHOUSE-ID
                  AND ACK-ORDERED-CANDY-ID (ACK-SUB) IS EQUAL TO
                       PLD-ORDERED-CANDY-ID
                   MOVE 'Y' TO ACK-FOUND-SWITCH
                   MOVE ACK-SUB TO ACK-HOLD-SUB
               END-IF
               MOVE PLD-CANDY-ID TO ACK-CANDY-ID (ACK-COUNT)
               MOVE PLD-WAREHOUSE-ID TO ACK-WAREHOUSE-ID (ACK-COUNT)
               MOVE PLD-CASES-PICKED TO ACK-ALLOC-CASES (ACK-COUNT)
               MOVE PLD-ORDERED-CANDY-ID TO
                       ACK-ORDERED-CANDY-ID (ACK-COUNT)
           END-IF
           .

           MOVE SPACES TO ACK-WAREHOUSE-ID (ACK-COUNT)
           MOVE 0 TO ACK-ALLOC-CASES (ACK-COUNT)
           MOVE 0 TO ACK-BACKORDER-CASES (ACK-COUNT)
           MOVE SPACES TO ACK-ORDERED-CANDY-ID (ACK-COUNT)
           .

      *****************************************************************
      * 17-LOAD-CUSTOMER-PO-XREF reads the PO numbers the EDI orders
      * came in under.  Keyed orders have none, and with no file
      * every line simply goes out without one.
      *****************************************************************
       17-LOAD-CUSTOMER-PO-XREF.

           OPEN INPUT PO-XREF-FILE
           IF CPO-FILE-STATUS IS NOT EQUAL TO '00'
               CONTINUE
           ELSE
               MOVE ' ' TO CPO-EOF-FLAG
               PERFORM UNTIL NO-MORE-CPO-DATA
                   READ PO-XREF-FILE
                       AT END
                           MOVE 'N' TO CPO-EOF-FLAG
                       NOT AT END
                           IF CPO-COUNT IS EQUAL TO 20000
                               DISPLAY 'ORDACK: MORE THAN 20000 '
                                       'CUSTOMER PO ROWS, TABLE IS '
                                       'FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO CPO-COUNT
                           MOVE CPO-ORDER-NUMBER TO
                                   CPT-ORDER-NUMBER (CPO-COUNT)
                           MOVE CPO-CUSTOMER-PO TO
                                   CPT-CUSTOMER-PO (CPO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PO-XREF-FILE
           END-IF
           .

       20-RELEASE-ACK-LINES.
               MOVE ACK-ALLOC-CASES (ACK-SUB) TO SRT-ALLOC-CASES
               MOVE ACK-BACKORDER-CASES (ACK-SUB) TO
                       SRT-BACKORDER-CASES
               MOVE ACK-ORDERED-CANDY-ID (ACK-SUB) TO
                       SRT-ORDERED-CANDY-ID
               RELEASE SORT-ACK-RECORD
           END-PERFORM
           .
                       MOVE SRT-ALLOC-CASES TO ACK-D-ALLOC-CASES
                       MOVE SRT-BACKORDER-CASES TO
                               ACK-D-BACKORDER-CASES
                       MOVE SRT-ORDERED-CANDY-ID TO
                               ACK-D-ORDERED-CANDY-ID
                       PERFORM 34-FIND-CUSTOMER-PO
                       MOVE ACK-DETAIL-LINE TO ACK-RECORD
                       WRITE ACK-RECORD
                       ADD 1 TO CUST-LINE-COUNT
           WRITE ACK-RECORD
           .

       34-FIND-CUSTOMER-PO.

           MOVE 'N' TO PO-FOUND-SWITCH
           MOVE SPACES TO ACK-D-CUSTOMER-PO
           PERFORM VARYING CPO-SUB FROM 1 BY 1
               UNTIL CPO-SUB > CPO-COUNT
                  OR CUSTOMER-PO-FOUND
               IF CPT-ORDER-NUMBER (CPO-SUB) IS EQUAL TO
                       SRT-ORDER-NUMBER
                   MOVE 'Y' TO PO-FOUND-SWITCH
                   MOVE CPT-CUSTOMER-PO (CPO-SUB) TO
                           ACK-D-CUSTOMER-PO
               END-IF
           END-PERFORM
           .

       35-WRITE-ACK-TRAILER.

           MOVE SPACES TO ACK-TRAILER-LINE
