      *                            shipment, 'C' confirmation),
      *                            document number, from-warehouse,
      *                            to-warehouse, Candy ID, cases,
      *                            document date, and on a shipment
      *                            optionally the license plate
      *                            shipped.
      *                            The file comes in batches, each
      *                            opened by a *BATCH header:
      *                            source, batch date, sequence,
      *                            record count, and the cases
      *                            as a hash total.  A batch
      *                            already posted, out of sequence,
      *                            or off its header refuses the
      *                            whole file, return code 12.
      *    IN-TRANSIT.txt          quantities shipped and not yet
      *                            confirmed, carried run to run.
      *    TRANSFER-PRICE.txt      optional: the inter-company
      *                            purchase price.
      *    INVENTORY-MASTER.dat    the indexed inventory master,
      *                            updated in place.
      *    POSTED-BATCH-LEDGER.txt optional: the batches posted
      *                            so far, to prove each batch new
      *                            and next in sequence.
      * *****
      * OUTPUT:
      *    IN-TRANSIT.txt          rewritten with what is still
      *                            warehouse, 'IE' elimination
      *                            under CORP -- all three need
      *                            rows in the GL account map.
      *    PLATE-TRANS.txt         extended with an 'X' transfer
      *                            out per shipment posted and an
      *                            'I' transfer in per confirmation,
      *                            for LPNPOST to carry the plates
      *                            across.
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
           SELECT TRANSFER-PRICE-FILE
               ASSIGN TO 'TRANSFER-PRICE.txt'
               ASSIGN TO 'JV-EXTRA-POSTINGS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XPF-FILE-STATUS.
           SELECT PLATE-TRANS-FILE
               ASSIGN TO 'PLATE-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLT-FILE-STATUS.
           SELECT TRANSFER-REGISTER
               ASSIGN TO PRINTER 'Transfer-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT
               ASSIGN TO PRINTER 'In-Transit-Aging-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-LEDGER-FILE
               ASSIGN TO 'POSTED-BATCH-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PBL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  WHC-COMPANY             PIC XX.

       FD TRANSFER-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  TRANSFER-TRANS-RECORD.
           05  TTF-DOC-TYPE            PIC A.
           05  TTF-CANDY-ID            PIC XXX.
           05  TTF-CASES               PIC 9(5).
           05  TTF-DOC-DATE            PIC 9(8).
           05  TTF-PLATE-ID            PIC 9(8).

       COPY BTHREC.

       FD IN-TRANSIT-FILE
           RECORD CONTAINS 32 CHARACTERS.
           05  XPF-CATEGORY            PIC XX.
           05  XPF-AMOUNT              PIC 9(11)V99.

       FD PLATE-TRANS-FILE
           RECORD CONTAINS 65 CHARACTERS.

       COPY LPTREC.

       FD TRANSFER-REGISTER
           RECORD CONTAINS 80 CHARACTERS.


       01  AGING-RECORD                PIC X(80).

       FD BATCH-LEDGER-FILE
           RECORD CONTAINS 82 CHARACTERS.

       COPY PBLREC.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
               88 TRANSIT-ENTRY-FOUND                  VALUE 'Y'.
           05  TPF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-TPF-DATA                     VALUE 'N'.
           05  PBL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PBL-DATA                     VALUE 'N'.
           05  BATCH-REJECT-SWITCH     PIC X           VALUE 'N'.
               88 BATCH-REJECTED                       VALUE 'Y'.
           05  NO-HEADER-SWITCH        PIC X           VALUE 'N'.
               88 DETAIL-WITHOUT-HEADER                VALUE 'Y'.

       01  TEMP-FIELDS.
           05  WHC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ICF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  XPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PLT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  XFP-SUB                 PIC 999         VALUE 0.
           05  LINE-TRANSFER-PRICE     PIC 999V99      VALUE 0.
           05  INTERCO-AMOUNT          PIC 9(9)V99     VALUE 0.
           05  PBL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-TIME-HHMMSS         PIC 9(8)        VALUE 0.
           05  BAT-SUB                 PIC 99          VALUE 0.
           05  BAT-PRIOR-SUB           PIC 99          VALUE 0.
           05  PRIOR-BATCH-SEQ         PIC 9(4)        VALUE 0.

      *****************************************************************
      * BATCH-TABLE is each batch on the transfer file as its header
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
           05  TRANS-READ-COUNT        PIC 9(5)        VALUE 0.

           ACCEPT AS-OF-DATE FROM DATE YYYYMMDD

           PERFORM 14-PROVE-BATCHES

           PERFORM 11-LOAD-WAREHOUSE-TABLE
           PERFORM 12-LOAD-IN-TRANSIT
           PERFORM 13-LOAD-TRANSFER-PRICES
           END-IF
           .

      *****************************************************************
      * 14-PROVE-BATCHES reads the transfer file through once before
      * anything posts.  Every batch must open with its header and
      * its detail must add up to the header's record count and
      * hash total of cases.  A batch must not already be
      * on the posted-batch ledger and must be the next sequence
      * for its source.  One batch at fault refuses the whole file:
      * the faults go on the ledger and the run stops with return
      * code 12 and nothing posted, so the stream halts.
      *****************************************************************
       14-PROVE-BATCHES.

           ACCEPT RUN-TIME-HHMMSS FROM TIME

           OPEN INPUT TRANSFER-TRANS-FILE
           IF TTF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'XFERPOST: UNABLE TO OPEN TRANSFER '
                       'TRANSACTION FILE, FILE STATUS = '
                       TTF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO TRANS-EOF-FLAG
           PERFORM UNTIL NO-MORE-TRANS-DATA
               READ TRANSFER-TRANS-FILE
                   AT END
                       MOVE 'N' TO TRANS-EOF-FLAG
                   NOT AT END
                       IF BTH-IS-HEADER
                           PERFORM 14A-START-BATCH
                       ELSE
                           IF BATCH-COUNT IS EQUAL TO ZERO
                               MOVE 'Y' TO NO-HEADER-SWITCH
                           ELSE
                               ADD 1 TO BAT-DETAIL-COUNT (BATCH-COUNT)
                               IF TTF-CASES IS NUMERIC
                                   ADD TTF-CASES TO
                                       BAT-DETAIL-HASH (BATCH-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSFER-TRANS-FILE

           PERFORM 14B-READ-BATCH-LEDGER
           PERFORM 14C-CHECK-ONE-BATCH
               VARYING BAT-SUB FROM 1 BY 1
               UNTIL BAT-SUB > BATCH-COUNT

           IF DETAIL-WITHOUT-HEADER
              OR BATCH-REJECTED
               PERFORM 14D-REFUSE-THE-FILE
           END-IF
           .

      *****************************************************************
      * 14A-START-BATCH takes a header into the batch table.  A
      * header with no source or a field that is not numeric is
      * refused on sight.
      *****************************************************************
       14A-START-BATCH.

           IF BATCH-COUNT IS EQUAL TO 50
               DISPLAY 'XFERPOST: MORE THAN 50 BATCHES ON THE '
                       'TRANSFER FILE, TABLE IS FULL'
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
      * 14B-READ-BATCH-LEDGER finds, for each batch on the file, the
      * highest sequence XFERPOST has posted from its source, and
      * whether its own sequence has posted already.  No ledger
      * yet means nothing has posted.
      *****************************************************************
       14B-READ-BATCH-LEDGER.

           OPEN INPUT BATCH-LEDGER-FILE
           IF PBL-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF PBL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'XFERPOST: UNABLE TO OPEN POSTED BATCH '
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
                           IF PBL-PROGRAM IS EQUAL TO 'XFERPOST'
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
      * 14C-CHECK-ONE-BATCH proves one batch's detail against its
      * header and its sequence against the last one posted from
      * the same source -- or, when an earlier batch on this same
      * file came from that source, against that one.  The first
      * batch ever posted from a source may start at any sequence.
      *****************************************************************
       14C-CHECK-ONE-BATCH.

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
      * 14D-REFUSE-THE-FILE puts each fault on the ledger, names it
      * on the console, and stops the run before anything posts.
      *****************************************************************
       14D-REFUSE-THE-FILE.

           PERFORM 14E-OPEN-BATCH-LEDGER

           IF DETAIL-WITHOUT-HEADER
               MOVE SPACES TO POSTED-BATCH-RECORD
               MOVE 'XFERPOST' TO PBL-PROGRAM
               MOVE 0 TO PBL-BATCH-DATE
               MOVE 0 TO PBL-BATCH-SEQ
               MOVE 0 TO PBL-RECORD-COUNT
               MOVE 0 TO PBL-HASH-TOTAL
               MOVE AS-OF-DATE TO PBL-POST-DATE
               MOVE RUN-TIME-HHMMSS (1: 6) TO PBL-POST-TIME
               MOVE 'J' TO PBL-STATUS
               MOVE 'NO BATCH HEADER' TO PBL-REASON
               WRITE POSTED-BATCH-RECORD
               DISPLAY 'XFERPOST: DETAIL BEFORE ANY BATCH '
                       'HEADER ON THE TRANSFER FILE'
           END-IF

           PERFORM VARYING BAT-SUB FROM 1 BY 1
               UNTIL BAT-SUB > BATCH-COUNT
               IF BAT-REASON (BAT-SUB) IS NOT EQUAL TO SPACES
                   PERFORM 14F-WRITE-LEDGER-ROW
                   DISPLAY 'XFERPOST: BATCH ' BAT-SOURCE (BAT-SUB) ' '
                           BAT-BATCH-SEQ (BAT-SUB) ' REFUSED - '
                           BAT-REASON (BAT-SUB)
               END-IF
           END-PERFORM

           CLOSE BATCH-LEDGER-FILE

           DISPLAY 'XFERPOST: TRANSFER FILE REFUSED, NOTHING POSTED'
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       14E-OPEN-BATCH-LEDGER.

           OPEN EXTEND BATCH-LEDGER-FILE
           IF PBL-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT BATCH-LEDGER-FILE
               IF PBL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'XFERPOST: UNABLE TO OPEN POSTED BATCH '
                           'LEDGER, FILE STATUS = ' PBL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *****************************************************************
      * 14F-WRITE-LEDGER-ROW writes one batch to the ledger as its
      * header declared it -- posted, or refused with the reason.
      *****************************************************************
       14F-WRITE-LEDGER-ROW.

           MOVE SPACES TO POSTED-BATCH-RECORD
           MOVE 'XFERPOST' TO PBL-PROGRAM
           MOVE BAT-SOURCE (BAT-SUB) TO PBL-SOURCE
           MOVE BAT-BATCH-DATE (BAT-SUB) TO PBL-BATCH-DATE
           MOVE BAT-BATCH-SEQ (BAT-SUB) TO PBL-BATCH-SEQ
           MOVE BAT-HEADER-COUNT (BAT-SUB) TO PBL-RECORD-COUNT
           MOVE BAT-HEADER-HASH (BAT-SUB) TO PBL-HASH-TOTAL
           MOVE AS-OF-DATE TO PBL-POST-DATE
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
      * 14G-RECORD-POSTED-BATCHES puts every batch the run posted on
      * the ledger, so the same file run again is refused.
      *****************************************************************
       14G-RECORD-POSTED-BATCHES.

           IF BATCH-COUNT IS GREATER THAN ZERO
               PERFORM 14E-OPEN-BATCH-LEDGER
               PERFORM 14F-WRITE-LEDGER-ROW
                   VARYING BAT-SUB FROM 1 BY 1
                   UNTIL BAT-SUB > BATCH-COUNT
               CLOSE BATCH-LEDGER-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT TRANSFER-TRANS-FILE
               END-IF
           END-IF

           OPEN EXTEND PLATE-TRANS-FILE
           IF PLT-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT PLATE-TRANS-FILE
               IF PLT-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'XFERPOST: UNABLE TO OPEN PLATE '
                           'TRANSACTION FILE, FILE STATUS = '
                           PLT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT TRANSFER-REGISTER

           MOVE SPACES TO REGISTER-RECORD
                   AT END
                       MOVE 'N' TO TRANS-EOF-FLAG
                   NOT AT END
                       IF NOT BTH-IS-HEADER
                           ADD 1 TO TRANS-READ-COUNT
                           MOVE SPACES TO REJECT-REASON
                           EVALUATE TRUE
                               WHEN TTF-DOC-TYPE IS EQUAL TO 'S'
                                   PERFORM 25-POST-SHIPMENT
                                       THRU 25-SHIP-EXIT
                               WHEN TTF-DOC-TYPE IS EQUAL TO 'C'
                                   PERFORM 27-POST-CONFIRMATION
                                       THRU 27-CONFIRM-EXIT
                               WHEN OTHER
                                   MOVE 'UNKNOWN DOCUMENT TYPE'
                                           TO REJECT-REASON
                                   PERFORM 30-WRITE-REGISTER-LINE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           .
           MOVE TTF-CASES TO TRN-CASES (TRANSIT-COUNT)
           MOVE TTF-DOC-DATE TO TRN-SHIP-DATE (TRANSIT-COUNT)

           MOVE SPACES TO PLATE-TRANS-RECORD
           MOVE 'X' TO PLT-TRANS-TYPE
           IF TTF-PLATE-ID IS NUMERIC
               MOVE TTF-PLATE-ID TO PLT-PLATE-ID
           ELSE
               MOVE 0 TO PLT-PLATE-ID
           END-IF
           MOVE TTF-FROM-WAREHOUSE TO PLT-WAREHOUSE-ID
           MOVE TTF-CANDY-ID TO PLT-CANDY-ID
           MOVE TTF-CASES TO PLT-CASES
           MOVE ZEROS TO PLT-TO-BIN
           MOVE TTF-TO-WAREHOUSE TO PLT-TO-WAREHOUSE
           PERFORM 29-WRITE-PLATE-TRANS

           ADD 1 TO SHIPMENTS-POSTED-COUNT
           PERFORM 30-WRITE-REGISTER-LINE
           .
           PERFORM 28-BOOK-INTERCO-ENTRIES
               THRU 28-BOOK-EXIT

           MOVE SPACES TO PLATE-TRANS-RECORD
           MOVE 'I' TO PLT-TRANS-TYPE
           MOVE 0 TO PLT-PLATE-ID
           MOVE TRN-TO-WAREHOUSE (TRN-HOLD-SUB) TO PLT-WAREHOUSE-ID
           MOVE TRN-CANDY-ID (TRN-HOLD-SUB) TO PLT-CANDY-ID
           MOVE TRN-CASES (TRN-HOLD-SUB) TO PLT-CASES
           MOVE ZEROS TO PLT-TO-BIN
           MOVE TRN-TO-WAREHOUSE (TRN-HOLD-SUB) TO PLT-TO-WAREHOUSE
           PERFORM 29-WRITE-PLATE-TRANS

           PERFORM VARYING SHIFT-SUB FROM TRN-HOLD-SUB BY 1
               UNTIL SHIFT-SUB >= TRANSIT-COUNT
               MOVE TRANSIT-ENTRY (SHIFT-SUB + 1) TO
       28-BOOK-EXIT.
           EXIT.

      *****************************************************************
      * 29-WRITE-PLATE-TRANS finishes the plate movement the caller
      * built with the transfer document as its reference.  A
      * shipment with no plate named leaves LPNPOST to take the
      * sender's oldest plates of the candy.
      *****************************************************************
       29-WRITE-PLATE-TRANS.

           MOVE TTF-DOC-NUMBER TO PLT-REFERENCE
           MOVE AS-OF-DATE TO PLT-TRANS-DATE
           MOVE 'XFERPOST' TO PLT-PROGRAM
           WRITE PLATE-TRANS-RECORD
           .

       30-WRITE-REGISTER-LINE.

           MOVE TTF-DOC-TYPE TO REG-DOC-TYPE
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           PERFORM 14G-RECORD-POSTED-BATCHES

           CLOSE TRANSFER-TRANS-FILE
                INV-MASTER-FILE
                INTERCO-FILE
                EXTRA-POSTINGS-FILE
                PLATE-TRANS-FILE
                TRANSFER-REGISTER

           STOP RUN
