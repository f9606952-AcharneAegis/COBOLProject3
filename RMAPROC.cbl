      *                            receiving warehouse, cases,
      *                            disposition ('S' return to
      *                            stock, 'X' scrap).
      *                            The file comes in batches, each
      *                            opened by a *BATCH header:
      *                            source, batch date, sequence,
      *                            record count, and the cases
      *                            as a hash total.  A batch
      *                            already posted, out of sequence,
      *                            or off its header refuses the
      *                            whole file, return code 12.
      *    INVOICE-EXTRACT.txt     the original invoice detail the
      *                            return is validated and priced
      *                            against; the credit carries back
      *                            the returned cases' share of the
      *                            sales tax charged.
      *    INVENTORY-MASTER.dat    the indexed inventory master;
      *                            'S' returns go back into stock.
      *    POSTED-BATCH-LEDGER.txt optional: the batches posted
      *                            so far, to prove each batch new
      *                            and next in sequence.
      * *****
      * OUTPUT:
      *    CREDIT-MEMO.txt         one credit memo line per
      *                            accepted RMA line, for ARPOST.
      *    CREDIT-MEMO-HISTORY.txt extended with every credit memo
      *                            cut, kept run over run for the
      *                            commission clawback.
      *    INVENTORY-UPDATE-LOG.txt extended with an 'M' movement
      *                            for every return to stock.
      *    RMA-Register.txt        one line per RMA line, applied
      *                            or rejected, plus run totals.
      *    POSTED-BATCH-LEDGER.txt extended with one row per batch,
      *                            'P' posted or 'J' refused with
      *                            the reason -- PBLEDGER lists it.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-REC-KEY
               ALTERNATE RECORD KEY IS IM-CANDY-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IM-VENDOR-ID
                   WITH DUPLICATES
               FILE STATUS IS IMF-FILE-STATUS.
           SELECT CREDIT-MEMO-FILE
               ASSIGN TO 'CREDIT-MEMO.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMO-FILE-STATUS.
           SELECT CREDIT-MEMO-HISTORY-FILE
               ASSIGN TO 'CREDIT-MEMO-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMH-FILE-STATUS.
           SELECT UPDATE-LOG-FILE
               ASSIGN TO 'INVENTORY-UPDATE-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT RMA-REGISTER
               ASSIGN TO PRINTER 'RMA-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-LEDGER-FILE
               ASSIGN TO 'POSTED-BATCH-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PBL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RMA-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  RMA-TRANS-RECORD.
           05  RMT-RMA-NUMBER          PIC X(8).
           05  RMT-CASES               PIC 9(5).
           05  RMT-DISPOSITION         PIC A.

       COPY BTHREC.

       FD INVOICE-EXTRACT
           RECORD CONTAINS 89 CHARACTERS.

       01  INVOICE-RECORD.
           05  IVF-RECORD-TYPE         PIC X.
           05  IVF-REST                PIC X(88).

       01  INVOICE-DETAIL-LINE REDEFINES INVOICE-RECORD.
           05  FILLER                  PIC X.
           05  IVD-CANDY-ID            PIC XXX.
           05  IVD-CASES               PIC 9(5).
           05  IVD-EXTENDED            PIC 9(9)V99.
           05  IVD-UNITS               PIC 9(3).
           05  IVD-TAX-AMOUNT          PIC 9(7)V99.
           05  IVD-GTIN                PIC X(14).
           05  IVD-CUSTOMER-PO         PIC X(12).
           05  IVD-ORDERED-CANDY-ID    PIC XXX.
           05  IVD-SHIP-TO-CODE        PIC X(4).
           05  IVD-UNIT-PRICE          PIC 999V99.
           05  IVD-PRICE-SOURCE        PIC X.

       FD INV-MASTER-FILE
           RECORD CONTAINS 705 CHARACTERS.
           05  CMO-CREDIT-AMOUNT       PIC 9(9)V99.
           05  CMO-RMA-DATE            PIC 9(8).

       FD CREDIT-MEMO-HISTORY-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  CREDIT-MEMO-HISTORY-RECORD  PIC X(53).

       FD UPDATE-LOG-FILE
           RECORD CONTAINS 36 CHARACTERS.


       01  REGISTER-RECORD             PIC X(80).

       FD BATCH-LEDGER-FILE
           RECORD CONTAINS 82 CHARACTERS.

       COPY PBLREC.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
               88 NO-MORE-IVF-DATA                     VALUE 'N'.
           05  INVOICE-FOUND-SWITCH    PIC X           VALUE 'N'.
               88 INVOICE-LINE-FOUND                   VALUE 'Y'.
           05  PBL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PBL-DATA                     VALUE 'N'.
           05  BATCH-REJECT-SWITCH     PIC X           VALUE 'N'.
               88 BATCH-REJECTED                       VALUE 'Y'.
           05  NO-HEADER-SWITCH        PIC X           VALUE 'N'.
               88 DETAIL-WITHOUT-HEADER                VALUE 'Y'.

       01  TEMP-FIELDS.
           05  RMT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  IVF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  IMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CMO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CMH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ULF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  INV-SUB                 PIC 9(4)        VALUE 0.
           05  INV-HOLD-SUB            PIC 9(4)        VALUE 0.
           05  UNIT-PRICE              PIC 9(7)V99     VALUE 0.
           05  CREDIT-AMOUNT           PIC 9(9)V99     VALUE 0.
           05  CREDIT-TAX              PIC 9(7)V99     VALUE 0.
           05  NEW-STOCK               PIC S9(6)       VALUE 0.
           05  REJECT-REASON           PIC X(25)       VALUE SPACES.
           05  PBL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-TIME-HHMMSS         PIC 9(8)        VALUE 0.
           05  BAT-SUB                 PIC 99          VALUE 0.
           05  BAT-PRIOR-SUB           PIC 99          VALUE 0.
           05  PRIOR-BATCH-SEQ         PIC 9(4)        VALUE 0.

      *****************************************************************
      * BATCH-TABLE is each batch on the RMA file as its header
      * declares it and as its detail adds up, with the highest
      * sequence the ledger shows posted from its source and the
      * reason, if any, the batch is refused.
      *****************************************************************
       01  BATCH-COUNT                 PIC 99          VALUE 0.

       01  BATCH-TABLE.
           05  BATCH-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON BATCH-COUNT.
               10  BAT-SOURCE          PIC X(8).
               10  BAT-BATCH-DATE      PIC 9(8).
               10  BAT-BATCH-SEQ       PIC 9(4).
               10  BAT-HEADER-COUNT    PIC 9(6).
               10  BAT-HEADER-HASH     PIC 9(11)V99.
               10  BAT-DETAIL-COUNT    PIC 9(6).
               10  BAT-DETAIL-HASH     PIC 9(11)V99.
               10  BAT-LAST-POSTED-SEQ PIC 9(4).
               10  BAT-REASON          PIC X(20).

       01  RUN-TOTALS.
           05  LINES-READ-COUNT        PIC 9(5)        VALUE 0.
               10  IVT-CANDY-ID        PIC XXX.
               10  IVT-CASES           PIC 9(5).
               10  IVT-EXTENDED        PIC 9(9)V99.
               10  IVT-TAX-AMOUNT      PIC 9(7)V99.
               10  IVT-RETURNED        PIC 9(5).

       01  REGISTER-LINE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 13-PROVE-BATCHES

           PERFORM 12-LOAD-INVOICE-DETAIL
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-RMA-LINES
                                   IVT-CASES (INVOICE-COUNT)
                           MOVE IVD-EXTENDED TO
                                   IVT-EXTENDED (INVOICE-COUNT)
                           IF IVD-TAX-AMOUNT IS NUMERIC
                               MOVE IVD-TAX-AMOUNT TO
                                   IVT-TAX-AMOUNT (INVOICE-COUNT)
                           ELSE
                               MOVE 0 TO
                                   IVT-TAX-AMOUNT (INVOICE-COUNT)
                           END-IF
                           MOVE 0 TO IVT-RETURNED (INVOICE-COUNT)
                       END-IF
               END-READ
           CLOSE INVOICE-EXTRACT
           .

      *****************************************************************
      * 13-PROVE-BATCHES reads the RMA file through once before
      * anything posts.  Every batch must open with its header and
      * its detail must add up to the header's record count and
      * hash total of cases returned.  A batch must not already be
      * on the posted-batch ledger and must be the next sequence
      * for its source.  One batch at fault refuses the whole file:
      * the faults go on the ledger and the run stops with return
      * code 12 and nothing posted, so the stream halts.
      *****************************************************************
       13-PROVE-BATCHES.

           ACCEPT RUN-TIME-HHMMSS FROM TIME

           OPEN INPUT RMA-TRANS-FILE
           IF RMT-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'RMAPROC: UNABLE TO OPEN RMA TRANSACTION '
                       'FILE, FILE STATUS = '
                       RMT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO RMT-EOF-FLAG
           PERFORM UNTIL NO-MORE-RMT-DATA
               READ RMA-TRANS-FILE
                   AT END
                       MOVE 'N' TO RMT-EOF-FLAG
                   NOT AT END
                       IF BTH-IS-HEADER
                           PERFORM 13A-START-BATCH
                       ELSE
                           IF BATCH-COUNT IS EQUAL TO ZERO
                               MOVE 'Y' TO NO-HEADER-SWITCH
                           ELSE
                               ADD 1 TO BAT-DETAIL-COUNT (BATCH-COUNT)
                               IF RMT-CASES IS NUMERIC
                                   ADD RMT-CASES TO
                                       BAT-DETAIL-HASH (BATCH-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RMA-TRANS-FILE

           PERFORM 13B-READ-BATCH-LEDGER
           PERFORM 13C-CHECK-ONE-BATCH
               VARYING BAT-SUB FROM 1 BY 1
               UNTIL BAT-SUB > BATCH-COUNT

           IF DETAIL-WITHOUT-HEADER
              OR BATCH-REJECTED
               PERFORM 13D-REFUSE-THE-FILE
           END-IF
           .

      *****************************************************************
      * 13A-START-BATCH takes a header into the batch table.  A
      * header with no source or a field that is not numeric is
      * refused on sight.
      *****************************************************************
       13A-START-BATCH.

           IF BATCH-COUNT IS EQUAL TO 50
               DISPLAY 'RMAPROC: MORE THAN 50 BATCHES ON THE '
                       'RMA FILE, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO BATCH-COUNT
           MOVE BTH-SOURCE TO BAT-SOURCE (BATCH-COUNT)
           MOVE 0 TO BAT-DETAIL-COUNT (BATCH-COUNT)
           MOVE 0 TO BAT-DETAIL-HASH (BATCH-COUNT)
           MOVE 0 TO BAT-LAST-POSTED-SEQ (BATCH-COUNT)
           MOVE SPACES TO BAT-REASON (BATCH-COUNT)

           IF BTH-SOURCE IS NOT EQUAL TO SPACES
              AND BTH-BATCH-DATE IS NUMERIC
              AND BTH-BATCH-SEQ IS NUMERIC
              AND BTH-RECORD-COUNT IS NUMERIC
              AND BTH-HASH-TOTAL IS NUMERIC
               MOVE BTH-BATCH-DATE TO BAT-BATCH-DATE (BATCH-COUNT)
               MOVE BTH-BATCH-SEQ TO BAT-BATCH-SEQ (BATCH-COUNT)
               MOVE BTH-RECORD-COUNT TO
                       BAT-HEADER-COUNT (BATCH-COUNT)
               MOVE BTH-HASH-TOTAL TO BAT-HEADER-HASH (BATCH-COUNT)
           ELSE
               MOVE 0 TO BAT-BATCH-DATE (BATCH-COUNT)
               MOVE 0 TO BAT-BATCH-SEQ (BATCH-COUNT)
               MOVE 0 TO BAT-HEADER-COUNT (BATCH-COUNT)
               MOVE 0 TO BAT-HEADER-HASH (BATCH-COUNT)
               MOVE 'HEADER INCOMPLETE' TO BAT-REASON (BATCH-COUNT)
           END-IF
           .

      *****************************************************************
      * 13B-READ-BATCH-LEDGER finds, for each batch on the file, the
      * highest sequence RMAPROC has posted from its source, and
      * whether its own sequence has posted already.  No ledger
      * yet means nothing has posted.
      *****************************************************************
       13B-READ-BATCH-LEDGER.

           OPEN INPUT BATCH-LEDGER-FILE
           IF PBL-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF PBL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'RMAPROC: UNABLE TO OPEN POSTED BATCH '
                           'LEDGER, FILE STATUS = ' PBL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO PBL-EOF-FLAG
               PERFORM UNTIL NO-MORE-PBL-DATA
                   READ BATCH-LEDGER-FILE
                       AT END
                           MOVE 'N' TO PBL-EOF-FLAG
                       NOT AT END
                           IF PBL-PROGRAM IS EQUAL TO 'RMAPROC'
                              AND PBL-POSTED
                               PERFORM VARYING BAT-SUB FROM 1 BY 1
                                   UNTIL BAT-SUB > BATCH-COUNT
                                   IF BAT-SOURCE (BAT-SUB) IS EQUAL TO
                                           PBL-SOURCE
                                       IF PBL-BATCH-SEQ IS EQUAL TO
                                               BAT-BATCH-SEQ (BAT-SUB)
                                          AND BAT-REASON (BAT-SUB)
                                               IS EQUAL TO SPACES
                                           MOVE 'ALREADY POSTED' TO
                                               BAT-REASON (BAT-SUB)
                                       END-IF
                                       IF PBL-BATCH-SEQ IS GREATER THAN
                                           BAT-LAST-POSTED-SEQ (BAT-SUB)
                                           MOVE PBL-BATCH-SEQ TO
                                           BAT-LAST-POSTED-SEQ (BAT-SUB)
                                       END-IF
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-LEDGER-FILE
           END-IF
           .

      *****************************************************************
      * 13C-CHECK-ONE-BATCH proves one batch's detail against its
      * header and its sequence against the last one posted from
      * the same source -- or, when an earlier batch on this same
      * file came from that source, against that one.  The first
      * batch ever posted from a source may start at any sequence.
      *****************************************************************
       13C-CHECK-ONE-BATCH.

           IF BAT-REASON (BAT-SUB) IS EQUAL TO SPACES
               MOVE BAT-LAST-POSTED-SEQ (BAT-SUB) TO PRIOR-BATCH-SEQ
               PERFORM VARYING BAT-PRIOR-SUB FROM 1 BY 1
                   UNTIL BAT-PRIOR-SUB IS NOT LESS THAN BAT-SUB
                   IF BAT-SOURCE (BAT-PRIOR-SUB) IS EQUAL TO
                           BAT-SOURCE (BAT-SUB)
                      AND BAT-BATCH-SEQ (BAT-PRIOR-SUB) IS GREATER
                           THAN PRIOR-BATCH-SEQ
                       MOVE BAT-BATCH-SEQ (BAT-PRIOR-SUB) TO
                               PRIOR-BATCH-SEQ
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN BAT-DETAIL-COUNT (BAT-SUB) IS NOT EQUAL TO
                           BAT-HEADER-COUNT (BAT-SUB)
                       MOVE 'COUNT OFF HEADER' TO BAT-REASON (BAT-SUB)
                   WHEN BAT-DETAIL-HASH (BAT-SUB) IS NOT EQUAL TO
                           BAT-HEADER-HASH (BAT-SUB)
                       MOVE 'HASH OFF HEADER' TO BAT-REASON (BAT-SUB)
                   WHEN PRIOR-BATCH-SEQ IS GREATER THAN ZERO
                    AND BAT-BATCH-SEQ (BAT-SUB) IS NOT EQUAL TO
                           PRIOR-BATCH-SEQ + 1
                       MOVE 'OUT OF SEQUENCE' TO BAT-REASON (BAT-SUB)
               END-EVALUATE
           END-IF

           IF BAT-REASON (BAT-SUB) IS NOT EQUAL TO SPACES
               MOVE 'Y' TO BATCH-REJECT-SWITCH
           END-IF
           .

      *****************************************************************
      * 13D-REFUSE-THE-FILE puts each fault on the ledger, names it
      * on the console, and stops the run before anything posts.
      *****************************************************************
       13D-REFUSE-THE-FILE.

           PERFORM 13E-OPEN-BATCH-LEDGER

           IF DETAIL-WITHOUT-HEADER
               MOVE SPACES TO POSTED-BATCH-RECORD
               MOVE 'RMAPROC' TO PBL-PROGRAM
               MOVE 0 TO PBL-BATCH-DATE
               MOVE 0 TO PBL-BATCH-SEQ
               MOVE 0 TO PBL-RECORD-COUNT
               MOVE 0 TO PBL-HASH-TOTAL
               MOVE RUN-DATE-YYYYMMDD TO PBL-POST-DATE
               MOVE RUN-TIME-HHMMSS (1: 6) TO PBL-POST-TIME
               MOVE 'J' TO PBL-STATUS
               MOVE 'NO BATCH HEADER' TO PBL-REASON
               WRITE POSTED-BATCH-RECORD
               DISPLAY 'RMAPROC: DETAIL BEFORE ANY BATCH '
                       'HEADER ON THE RMA FILE'
           END-IF

           PERFORM VARYING BAT-SUB FROM 1 BY 1
               UNTIL BAT-SUB > BATCH-COUNT
               IF BAT-REASON (BAT-SUB) IS NOT EQUAL TO SPACES
                   PERFORM 13F-WRITE-LEDGER-ROW
                   DISPLAY 'RMAPROC: BATCH ' BAT-SOURCE (BAT-SUB) ' '
                           BAT-BATCH-SEQ (BAT-SUB) ' REFUSED - '
                           BAT-REASON (BAT-SUB)
               END-IF
           END-PERFORM

           CLOSE BATCH-LEDGER-FILE

           DISPLAY 'RMAPROC: RMA FILE REFUSED, NOTHING POSTED'
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       13E-OPEN-BATCH-LEDGER.

           OPEN EXTEND BATCH-LEDGER-FILE
           IF PBL-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT BATCH-LEDGER-FILE
               IF PBL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'RMAPROC: UNABLE TO OPEN POSTED BATCH '
                           'LEDGER, FILE STATUS = ' PBL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *****************************************************************
      * 13F-WRITE-LEDGER-ROW writes one batch to the ledger as its
      * header declared it -- posted, or refused with the reason.
      *****************************************************************
       13F-WRITE-LEDGER-ROW.

           MOVE SPACES TO POSTED-BATCH-RECORD
           MOVE 'RMAPROC' TO PBL-PROGRAM
           MOVE BAT-SOURCE (BAT-SUB) TO PBL-SOURCE
           MOVE BAT-BATCH-DATE (BAT-SUB) TO PBL-BATCH-DATE
           MOVE BAT-BATCH-SEQ (BAT-SUB) TO PBL-BATCH-SEQ
           MOVE BAT-HEADER-COUNT (BAT-SUB) TO PBL-RECORD-COUNT
           MOVE BAT-HEADER-HASH (BAT-SUB) TO PBL-HASH-TOTAL
           MOVE RUN-DATE-YYYYMMDD TO PBL-POST-DATE
           MOVE RUN-TIME-HHMMSS (1: 6) TO PBL-POST-TIME
           IF BAT-REASON (BAT-SUB) IS EQUAL TO SPACES
               MOVE 'P' TO PBL-STATUS
           ELSE
               MOVE 'J' TO PBL-STATUS
               MOVE BAT-REASON (BAT-SUB) TO PBL-REASON
           END-IF
           WRITE POSTED-BATCH-RECORD
           .

      *****************************************************************
      * 13G-RECORD-POSTED-BATCHES puts every batch the run posted on
      * the ledger, so the same file run again is refused.
      *****************************************************************
       13G-RECORD-POSTED-BATCHES.

           IF BATCH-COUNT IS GREATER THAN ZERO
               PERFORM 13E-OPEN-BATCH-LEDGER
               PERFORM 13F-WRITE-LEDGER-ROW
                   VARYING BAT-SUB FROM 1 BY 1
                   UNTIL BAT-SUB > BATCH-COUNT
               CLOSE BATCH-LEDGER-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT RMA-TRANS-FILE
               STOP RUN
           END-IF

           OPEN EXTEND CREDIT-MEMO-HISTORY-FILE
           IF CMH-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT CREDIT-MEMO-HISTORY-FILE
               IF CMH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'RMAPROC: UNABLE TO OPEN CREDIT MEMO '
                           'HISTORY, FILE STATUS = ' CMH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND UPDATE-LOG-FILE
           IF ULF-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT UPDATE-LOG-FILE
                   AT END
                       MOVE 'N' TO RMT-EOF-FLAG
                   NOT AT END
                       IF NOT BTH-IS-HEADER
                           ADD 1 TO LINES-READ-COUNT
                           PERFORM 25-PROCESS-ONE-RMA
                               THRU 25-PROCESS-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
               COMPUTE UNIT-PRICE ROUNDED =
                       IVT-EXTENDED (INV-HOLD-SUB)
                       / IVT-CASES (INV-HOLD-SUB)
               COMPUTE CREDIT-TAX ROUNDED =
                       RMT-CASES * IVT-TAX-AMOUNT (INV-HOLD-SUB)
                       / IVT-CASES (INV-HOLD-SUB)
           ELSE
               MOVE 0 TO UNIT-PRICE
               MOVE 0 TO CREDIT-TAX
           END-IF
           COMPUTE CREDIT-AMOUNT = RMT-CASES * UNIT-PRICE
                   + CREDIT-TAX
           ADD CREDIT-AMOUNT TO TOTAL-CREDIT-AMOUNT

           MOVE RMT-CUSTOMER TO CMO-CUSTOMER
           MOVE CREDIT-AMOUNT TO CMO-CREDIT-AMOUNT
           MOVE RUN-DATE-YYYYMMDD TO CMO-RMA-DATE
           WRITE CREDIT-MEMO-RECORD
           MOVE CREDIT-MEMO-RECORD TO CREDIT-MEMO-HISTORY-RECORD
           WRITE CREDIT-MEMO-HISTORY-RECORD

           IF RMT-DISPOSITION IS EQUAL TO 'S'
               ADD 1 TO RETURNS-TO-STOCK-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           PERFORM 13G-RECORD-POSTED-BATCHES

           CLOSE RMA-TRANS-FILE
                INV-MASTER-FILE
                CREDIT-MEMO-FILE
                CREDIT-MEMO-HISTORY-FILE
                UPDATE-LOG-FILE
                RMA-REGISTER

