       IDENTIFICATION DIVISION.
       PROGRAM-ID. AROILOAD.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * AROILOAD builds the indexed receivables ledger, AR-OPEN-
      * ITEM.dat, from the old flat open-item ledger.  The indexed
      * ledger is keyed by customer plus invoice number, one item
      * per key.  The flat ledger could carry the same invoice
      * twice -- a backorder shipped later under the same order
      * number, or a denied deduction rebilled under the invoice it
      * was taken against -- so a second line for a key is folded
      * into the item already loaded, the same way ARPOST and
      * ARDEDMNT now post to an invoice already on file: the
      * amounts are added together, and an item that was already
      * open keeps its dates while a closed one takes the dates of
      * the line reopening it.  No money is dropped.  This is run
      * once, at cutover.
      * *****
      * INPUT:
      *    AR-OPEN-ITEM.txt          the flat open-item ledger.
      * *****
      * OUTPUT:
      *    AR-OPEN-ITEM.dat          the indexed open-item ledger,
      *                              built from scratch.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-IN-FILE
               ASSIGN TO 'AR-OPEN-ITEM.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AIN-FILE-STATUS.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO 'AR-OPEN-ITEM.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-REC-KEY
               FILE STATUS IS ARO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ITEM-IN-FILE
           RECORD CONTAINS 57 CHARACTERS.

       01  ITEM-IN-RECORD.
           05  AIN-REC-KEY             PIC X(18).
           05  AIN-INVOICE-DATE        PIC 9(8).
           05  AIN-ORIG-AMOUNT         PIC S9(9)V99.
           05  AIN-OPEN-AMOUNT         PIC S9(9)V99.
           05  AIN-STATUS              PIC A.
           05  AIN-DUE-DATE            PIC 9(8).

       FD OPEN-ITEM-FILE
           RECORD CONTAINS 57 CHARACTERS.

       COPY AROPREC.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  AIN-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-AIN-DATA                     VALUE 'N'.

       01  TEMP-FIELDS.
           05  AIN-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ARO-FILE-STATUS         PIC XX          VALUE SPACES.

       01  RUN-TOTALS.
           05  RECORDS-READ-COUNT      PIC 9(7)        VALUE 0.
           05  RECORDS-LOADED-COUNT    PIC 9(7)        VALUE 0.
           05  RECORDS-FOLDED-COUNT    PIC 9(7)        VALUE 0.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           OPEN INPUT ITEM-IN-FILE
           IF AIN-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'AROILOAD: UNABLE TO OPEN AR-OPEN-ITEM.txt, '
                       'FILE STATUS = ' AIN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT OPEN-ITEM-FILE
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'AROILOAD: UNABLE TO OPEN OPEN-ITEM LEDGER, '
                       'FILE STATUS = ' ARO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO AIN-EOF-FLAG
           PERFORM UNTIL NO-MORE-AIN-DATA
               READ ITEM-IN-FILE
                   AT END
                       MOVE 'N' TO AIN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ-COUNT
                       PERFORM 20-LOAD-ONE-ITEM
               END-READ
           END-PERFORM

           CLOSE ITEM-IN-FILE
                 OPEN-ITEM-FILE

           DISPLAY 'AROILOAD: ' RECORDS-READ-COUNT ' LINES READ, '
                   RECORDS-LOADED-COUNT ' ITEMS LOADED, '
                   RECORDS-FOLDED-COUNT ' FOLDED INTO AN ITEM '
                   'ALREADY LOADED'

           STOP RUN
           .

      *****************************************************************
      * 20-LOAD-ONE-ITEM writes the line as a new item, or folds it
      * into the item already on the ledger under the same key.
      *****************************************************************
       20-LOAD-ONE-ITEM.

           IF AIN-ORIG-AMOUNT IS NOT NUMERIC
              OR AIN-OPEN-AMOUNT IS NOT NUMERIC
               DISPLAY 'AROILOAD: LINE ' RECORDS-READ-COUNT
                       ' HAS A NON-NUMERIC AMOUNT, SKIPPED'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE AIN-REC-KEY TO ARO-REC-KEY
               READ OPEN-ITEM-FILE
               IF ARO-FILE-STATUS IS EQUAL TO '00'
                   PERFORM 22-FOLD-INTO-ITEM
               ELSE
                   MOVE ITEM-IN-RECORD TO AR-OPEN-ITEM-RECORD
                   WRITE AR-OPEN-ITEM-RECORD
                   IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
                       DISPLAY 'AROILOAD: WRITE FAILED, '
                               'FILE STATUS = ' ARO-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO RECORDS-LOADED-COUNT
               END-IF
           END-IF
           .

      *****************************************************************
      * 22-FOLD-INTO-ITEM adds a second line for a key onto the item
      * already loaded.  An item still open keeps its own invoice
      * and due dates; a closed one reopened by the line takes the
      * line's dates.  The item is open while anything is left on
      * it, and paid once nothing is.
      *****************************************************************
       22-FOLD-INTO-ITEM.

           IF NOT ARO-ITEM-OPEN
              AND AIN-OPEN-AMOUNT IS NOT EQUAL TO ZERO
               MOVE AIN-INVOICE-DATE TO ARO-INVOICE-DATE
               MOVE AIN-DUE-DATE TO ARO-DUE-DATE
           END-IF
           ADD AIN-ORIG-AMOUNT TO ARO-ORIG-AMOUNT
           ADD AIN-OPEN-AMOUNT TO ARO-OPEN-AMOUNT
           IF ARO-OPEN-AMOUNT IS NOT EQUAL TO ZERO
               MOVE 'O' TO ARO-STATUS
           ELSE
               IF ARO-ITEM-OPEN
                   MOVE 'P' TO ARO-STATUS
               END-IF
           END-IF
           DISPLAY 'AROILOAD: ' ARO-CUSTOMER ' ' ARO-INVOICE-NUMBER
                   ' ON THE LEDGER MORE THAN ONCE, FOLDED'
           REWRITE AR-OPEN-ITEM-RECORD
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'AROILOAD: REWRITE FAILED, '
                       'FILE STATUS = ' ARO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO RECORDS-FOLDED-COUNT
           .
