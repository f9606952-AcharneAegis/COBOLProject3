      * average size (and tolerance exceptions) from the price
      * change history REPRICE keeps, recalls issued from the
      * recall notice file, and short deliveries -- open PO lines
      * partially received -- from the PO master -- and, for the
      * vendors that send advance ship notices, ASN lines received
      * different from the ASN and ASN lines that never arrived.
      * *****
      * INPUT:
      *    VENDOR-MASTER.txt         vendor names and lead times.
      *    INVENTORY-UPDATE-LOG.txt  the applied-movement log.
      *    PRICE-CHANGE-HISTORY.txt  the repricing trail.
      *    RECALL-NOTICE.txt         the recall notices.
      *    PO-MASTER.dat             the purchase order master.
      *    EXPECTED-RECEIPTS.txt     optional: the ASN lines ASNLOAD
      *                              holds and ASNRECV receives.
      * *****
      * OUTPUT:
      *    Vendor-Scorecard.txt      one block per vendor with the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNF-FILE-STATUS.
           SELECT PO-MASTER-FILE
               ASSIGN TO 'PO-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POM-REC-KEY
               FILE STATUS IS POM-FILE-STATUS.
           SELECT EXPECTED-RECEIPTS-FILE
               ASSIGN TO 'EXPECTED-RECEIPTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASN-FILE-STATUS.
           SELECT SCORECARD-REPORT
               ASSIGN TO PRINTER 'Vendor-Scorecard.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY VNDMREC.

       FD UPDATE-LOG-FILE
           RECORD CONTAINS 36 CHARACTERS.

       COPY POMREC.

       FD EXPECTED-RECEIPTS-FILE
           RECORD CONTAINS 79 CHARACTERS.

       COPY ASNREC.

       FD SCORECARD-REPORT
           RECORD CONTAINS 80 CHARACTERS.

               88 NO-MORE-RNF-DATA                     VALUE 'N'.
           05  POM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-POM-DATA                     VALUE 'N'.
           05  ASN-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-ASN-DATA                     VALUE 'N'.
           05  SCORE-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 SCORE-FOUND                          VALUE 'Y'.

           05  PCH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RNF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  POM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ASN-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  CUTOFF-DATE             PIC 9(8)        VALUE 0.
           05  CUTOFF-DATE-X REDEFINES CUTOFF-DATE.
               10  SCR-EXCEPTION-COUNT PIC 9(5).
               10  SCR-RECALL-COUNT    PIC 9(5).
               10  SCR-SHORT-COUNT     PIC 9(5).
               10  SCR-ASN-DISCREP-COUNT PIC 9(5).
               10  SCR-ASN-MISSED-COUNT  PIC 9(5).

       01  SCORE-LINE.
           05  SCL-LABEL               PIC X(28).
           PERFORM 22-TALLY-PRICE-CHANGES
           PERFORM 24-TALLY-RECALLS
           PERFORM 26-TALLY-SHORT-DELIVERIES
           PERFORM 28-TALLY-ASN-EXCEPTIONS
           PERFORM 30-WRITE-SCORECARD

           STOP RUN
               MOVE 0 TO SCR-EXCEPTION-COUNT (SCORE-HOLD-SUB)
               MOVE 0 TO SCR-RECALL-COUNT (SCORE-HOLD-SUB)
               MOVE 0 TO SCR-SHORT-COUNT (SCORE-HOLD-SUB)
               MOVE 0 TO SCR-ASN-DISCREP-COUNT (SCORE-HOLD-SUB)
               MOVE 0 TO SCR-ASN-MISSED-COUNT (SCORE-HOLD-SUB)
           END-IF
           .

           IF POM-FILE-STATUS IS NOT EQUAL TO '00'
               CONTINUE
           ELSE
               MOVE LOW-VALUES TO POM-REC-KEY
               START PO-MASTER-FILE KEY IS NOT LESS THAN POM-REC-KEY
               IF POM-FILE-STATUS IS NOT EQUAL TO '00'
                   MOVE 'N' TO POM-EOF-FLAG
               ELSE
                   MOVE ' ' TO POM-EOF-FLAG
               END-IF

               PERFORM UNTIL NO-MORE-POM-DATA
                   READ PO-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'N' TO POM-EOF-FLAG
                       NOT AT END
           END-IF
           .

      *****************************************************************
      * 28-TALLY-ASN-EXCEPTIONS counts the vendor's ASN lines due in
      * the trailing twelve months that came in different from the
      * ASN ('X') or never arrived at all ('N').
      *****************************************************************
       28-TALLY-ASN-EXCEPTIONS.

           OPEN INPUT EXPECTED-RECEIPTS-FILE
           IF ASN-FILE-STATUS IS NOT EQUAL TO '00'
               CONTINUE
           ELSE
               MOVE ' ' TO ASN-EOF-FLAG
               PERFORM UNTIL NO-MORE-ASN-DATA
                   READ EXPECTED-RECEIPTS-FILE
                       AT END
                           MOVE 'N' TO ASN-EOF-FLAG
                       NOT AT END
                           IF (ASN-DISCREPANCY OR ASN-NEVER-ARRIVED)
                              AND ASN-ARRIVAL-DATE IS NUMERIC
                              AND ASN-ARRIVAL-DATE IS NOT LESS THAN
                                   CUTOFF-DATE
                               MOVE ASN-VENDOR-ID TO SCORE-KEY
                               PERFORM 15-FIND-OR-ADD-SCORE
                               IF ASN-DISCREPANCY
                                   ADD 1 TO SCR-ASN-DISCREP-COUNT
                                           (SCORE-HOLD-SUB)
                               ELSE
                                   ADD 1 TO SCR-ASN-MISSED-COUNT
                                           (SCORE-HOLD-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPECTED-RECEIPTS-FILE
           END-IF
           .

       30-WRITE-SCORECARD.

           OPEN OUTPUT SCORECARD-REPORT
           MOVE SCR-SHORT-COUNT (SCORE-SUB) TO SCL-COUNT
           MOVE SCORE-LINE TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD

           MOVE SPACES TO SCORE-LINE
           MOVE 'ASN LINES WITH DISCREPANCY' TO SCL-LABEL
           MOVE SCR-ASN-DISCREP-COUNT (SCORE-SUB) TO SCL-COUNT
           MOVE SCORE-LINE TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD

           MOVE SPACES TO SCORE-LINE
           MOVE 'ASN LINES NEVER ARRIVED' TO SCL-LABEL
           MOVE SCR-ASN-MISSED-COUNT (SCORE-SUB) TO SCL-COUNT
           MOVE SCORE-LINE TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           .
