      ****************************************************************
      * SCANPICK is the scanner pick-confirmation ingestion run.
      * The pilot guns read the *WAREHOUSE+CANDY* shelf labels
      * SHELFLBL prints, or the GTIN barcode on the case or unit
      * itself, and the picker keys the order and count; the guns'
      * download file lands here.  A GTIN is turned into its Candy
      * ID through the GTIN master -- a case GTIN counts cases, a
      * unit GTIN counts loose units.  Each scan is
      * matched to an open pick on the pick list ORDALLOC cut and
      * becomes a SHIP-CONFIRM-TRANS record -- hand-keying the
      * confirmations, and the keying errors that came with it,
      * stop here.  A scan that matches no open pick goes to the
      * exception report, never to the confirmation file.  Each
      * scan also carries the picker's Employee ID, proved against
      * the employee master, and every confirmation is credited to
      * its picker on the picker activity file for PICKPROD.
      * *****
      * INPUT:
      *    SCAN-PICK-TRANS.txt     the gun download: the label as
      *                            scanned (*wwwwccc*), the order
      *                            number, and the cases counted; or
      *                            the 14-digit GTIN scanned, the
      *                            gun's warehouse, the order number,
      *                            and the cases or units counted;
      *                            either way followed by the
      *                            picker's Employee ID.
      *    PICK-LIST.txt           the open picks.
      *    GTIN-MASTER.txt         optional: the case and unit GTINs
      *                            by Candy ID.  Without it every
      *                            GTIN scan is an exception.
      *    EMPLOYEE-MASTER.dat     the indexed employee master, to
      *                            prove the picker.
      *    POSTED-BATCH-LEDGER.txt optional: the batches posted so
      *                            far, for the next sequence of
      *                            the SCANPICK batch.
      * *****
      * OUTPUT:
      *    SHIP-CONFIRM-TRANS.txt  one batch for SHIPCONF: a
      *                            header with source SCANPICK, the
      *                            run date, the next sequence, the
      *                            count, and the cases shipped as
      *                            the hash total, then one
      *                            confirmation per accepted scan.
      *    PICKER-ACTIVITY.txt     added to: one row per
      *                            confirmation, by picker.
      *    Scan-Exception-Report.txt  scans rejected or cut back,
      *                            with the reason, plus run totals.
      ***************************************************************
               ASSIGN TO 'PICK-LIST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLD-FILE-STATUS.
           SELECT GTIN-MASTER-FILE
               ASSIGN TO 'GTIN-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GTM-FILE-STATUS.
           SELECT EMP-MASTER-FILE
               ASSIGN TO 'EMPLOYEE-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS EMF-FILE-STATUS.
           SELECT CONFIRM-TRANS-FILE
               ASSIGN TO 'SHIP-CONFIRM-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTF-FILE-STATUS.
           SELECT PICKER-ACTIVITY-FILE
               ASSIGN TO 'PICKER-ACTIVITY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PKA-FILE-STATUS.
           SELECT EXCEPTION-REPORT
               ASSIGN TO PRINTER 'Scan-Exception-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-LEDGER-FILE
               ASSIGN TO 'POSTED-BATCH-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PBL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SCAN-TRANS-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01  SCAN-TRANS-RECORD.
           05  SCT-SCAN-LABEL.
               10  SCT-TRAIL-STAR      PIC X.
           05  SCT-ORDER-NUMBER        PIC X(8).
           05  SCT-CASES               PIC 9(5).
           05  FILLER                  PIC X(9).
           05  SCT-PICKER-ID           PIC X(5).

       01  SCAN-GTIN-RECORD REDEFINES SCAN-TRANS-RECORD.
           05  SCG-GTIN                PIC X(14).
           05  SCG-WAREHOUSE-ID        PIC X(4).
           05  SCG-ORDER-NUMBER        PIC X(8).
           05  SCG-COUNT               PIC 9(5).
           05  SCG-PICKER-ID           PIC X(5).

       FD PICK-LIST-DATA
           RECORD CONTAINS 51 CHARACTERS.

       01  PICK-DATA-RECORD.
           05  PLD-WAREHOUSE-ID        PIC X(4).
           05  PLD-LOT-NUMBER          PIC X(10).
           05  PLD-UNITS-PICKED        PIC 9(3).
           05  PLD-PRIORITY            PIC X.
           05  PLD-SHIP-TO-CODE        PIC X(4).
           05  PLD-ORDERED-CANDY-ID    PIC XXX.

       FD GTIN-MASTER-FILE
           RECORD CONTAINS 35 CHARACTERS.

       COPY GTNMREC.

       FD EMP-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY EMPMREC.

       FD CONFIRM-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  CONFIRM-TRANS-RECORD.
           05  CTF-WAREHOUSE-ID        PIC X(4).
           05  CTF-CASES-SHIPPED       PIC 9(5).
           05  CTF-UNITS-SHIPPED       PIC 9(3).

       COPY BTHREC.

       FD PICKER-ACTIVITY-FILE
           RECORD CONTAINS 36 CHARACTERS.

       COPY PKAREC.

       FD EXCEPTION-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  EXCEPTION-RECORD            PIC X(80).

       FD BATCH-LEDGER-FILE
           RECORD CONTAINS 82 CHARACTERS.

       COPY PBLREC.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
               88 NO-MORE-PLD-DATA                     VALUE 'N'.
           05  PICK-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 PICK-ENTRY-FOUND                     VALUE 'Y'.
           05  GTM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-GTM-DATA                     VALUE 'N'.
           05  UNIT-SCAN-SWITCH        PIC X           VALUE 'N'.
               88 UNIT-GTIN-SCANNED                    VALUE 'Y'.
           05  PBL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PBL-DATA                     VALUE 'N'.

       01  TEMP-FIELDS.
           05  SCT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PLD-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CTF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  GTM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  EMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PKA-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  GTN-SUB                 PIC 9(4)        VALUE 0.
           05  GTN-HOLD-SUB            PIC 9(4)        VALUE 0.
           05  PICK-SUB                PIC 9(4)        VALUE 0.
           05  PICK-HOLD-SUB           PIC 9(4)        VALUE 0.
           05  CASES-REMAINING         PIC 9(5)        VALUE 0.
           05  CASES-TO-CONFIRM        PIC 9(5)        VALUE 0.
           05  UNITS-TO-CONFIRM        PIC 9(3)        VALUE 0.
           05  UNITS-REMAINING         PIC 9(3)        VALUE 0.
           05  PBL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  NEXT-BATCH-SEQ          PIC 9(4)        VALUE 0.
           05  CONFIRM-CASES-HASH      PIC 9(11)V99    VALUE 0.
           05  CONFIRM-OUT-SUB         PIC 9(4)        VALUE 0.

      *****************************************************************
      * SCAN-FIELDS is the scan as read from either kind of barcode:
      * the warehouse, candy and order to match to a pick and the
      * count keyed.
      *****************************************************************
       01  SCAN-FIELDS.
           05  SCAN-WAREHOUSE-ID       PIC X(4)        VALUE SPACES.
           05  SCAN-CANDY-ID           PIC XXX         VALUE SPACES.
           05  SCAN-ORDER-NUMBER       PIC X(8)        VALUE SPACES.
           05  SCAN-COUNT              PIC 9(5)        VALUE 0.
           05  SCAN-COUNT-X REDEFINES SCAN-COUNT
                                       PIC X(5).

       01  RUN-TOTALS.
           05  SCANS-READ-COUNT        PIC 9(5)        VALUE 0.
               10  PCK-UNITS-PICKED    PIC 9(3).
               10  PCK-UNITS-SCANNED   PIC 9(3).

      *****************************************************************
      * GTIN-TABLE is the GTIN master's case and unit GTINs and the
      * Candy ID each stands for.
      *****************************************************************
       01  GTIN-COUNT                  PIC 9(4)        VALUE 0.

       01  GTIN-TABLE.
           05  GTIN-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON GTIN-COUNT.
               10  GTT-CANDY-ID        PIC XXX.
               10  GTT-CASE-GTIN       PIC 9(14).
               10  GTT-UNIT-GTIN       PIC 9(14).

      *****************************************************************
      * CONFIRM-OUT-TABLE holds the confirmations until the end of
      * the run, when the batch header that counts them can be
      * written ahead of them.
      *****************************************************************
       01  CONFIRM-OUT-COUNT           PIC 9(4)        VALUE 0.

       01  CONFIRM-OUT-TABLE.
           05  CONFIRM-OUT-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON CONFIRM-OUT-COUNT.
               10  COT-CONFIRM-RECORD  PIC X(23).

       01  EXCEPTION-LINE.
           05  EXC-SCAN-LABEL          PIC X(14).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  EXC-ORDER-NUMBER        PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  EXC-CASES               PIC X(5).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  EXC-REASON              PIC X(30).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  EXC-PICKER-ID           PIC X(5).
           05  FILLER                  PIC X(10)       VALUE SPACES.

       01  EXCEPTION-TOTAL-LINE.
           05  ETL-LABEL               PIC X(25).

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 12-LOAD-PICK-LIST
           PERFORM 13-LOAD-GTIN-MASTER
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-SCANS
           PERFORM 40-EOF-ROUTINE
           CLOSE PICK-LIST-DATA
           .

       13-LOAD-GTIN-MASTER.

           OPEN INPUT GTIN-MASTER-FILE
           IF GTM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF GTM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SCANPICK: UNABLE TO OPEN GTIN MASTER '
                           'FILE, FILE STATUS = ' GTM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO GTM-EOF-FLAG
               PERFORM UNTIL NO-MORE-GTM-DATA
                   READ GTIN-MASTER-FILE
                       AT END
                           MOVE 'N' TO GTM-EOF-FLAG
                       NOT AT END
                           IF GTIN-COUNT IS EQUAL TO 3000
                               DISPLAY 'SCANPICK: GTIN MASTER HAS '
                                       'MORE THAN 3000 ENTRIES, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO GTIN-COUNT
                           MOVE GTM-CANDY-ID TO
                                   GTT-CANDY-ID (GTIN-COUNT)
                           MOVE GTM-CASE-GTIN TO
                                   GTT-CASE-GTIN (GTIN-COUNT)
                           MOVE GTM-UNIT-GTIN TO
                                   GTT-UNIT-GTIN (GTIN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE GTIN-MASTER-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT SCAN-TRANS-FILE
               STOP RUN
           END-IF

           OPEN INPUT EMP-MASTER-FILE
           IF EMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SCANPICK: UNABLE TO OPEN EMPLOYEE MASTER, '
                       'FILE STATUS = ' EMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND PICKER-ACTIVITY-FILE
           IF PKA-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT PICKER-ACTIVITY-FILE
               IF PKA-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SCANPICK: UNABLE TO EXTEND PICKER '
                           'ACTIVITY FILE, FILE STATUS = '
                           PKA-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT EXCEPTION-REPORT

           MOVE SPACES TO EXCEPTION-RECORD
           .

      *****************************************************************
      * 25-APPLY-ONE-SCAN checks the label framing, or turns a
      * GTIN into its Candy ID, finds the open pick for the scanned
      * warehouse, candy, and keyed order, and writes the
      * confirmation.  A scan over what is left open on the pick is
      * cut back to it; a picker not on the employee master, a
      * bad label, a GTIN not on the master, a bad count, or a scan
      * with no open pick is an exception.
      *****************************************************************
       25-APPLY-ONE-SCAN.

           MOVE 'N' TO UNIT-SCAN-SWITCH
           MOVE SCT-PICKER-ID TO EM-EMP-ID
           READ EMP-MASTER-FILE
           IF EMF-FILE-STATUS IS NOT EQUAL TO '00'
              OR SCT-PICKER-ID IS EQUAL TO SPACES
               ADD 1 TO SCANS-REJECTED-COUNT
               MOVE 'REJECTED - PICKER NOT ON FILE' TO EXC-REASON
               PERFORM 28-WRITE-EXCEPTION-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           IF SCT-LEAD-STAR IS EQUAL TO '*'
               IF SCT-TRAIL-STAR IS NOT EQUAL TO '*'
                   ADD 1 TO SCANS-REJECTED-COUNT
                   MOVE 'REJECTED - BAD LABEL FRAME' TO EXC-REASON
                   PERFORM 28-WRITE-EXCEPTION-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               MOVE SCT-WAREHOUSE-ID TO SCAN-WAREHOUSE-ID
               MOVE SCT-CANDY-ID TO SCAN-CANDY-ID
               MOVE SCT-ORDER-NUMBER TO SCAN-ORDER-NUMBER
               MOVE SCT-CASES TO SCAN-COUNT-X
           ELSE
               IF SCG-GTIN IS NOT NUMERIC
                   ADD 1 TO SCANS-REJECTED-COUNT
                   MOVE 'REJECTED - BAD LABEL FRAME' TO EXC-REASON
                   PERFORM 28-WRITE-EXCEPTION-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               PERFORM 26-FIND-SCANNED-GTIN
               IF GTN-HOLD-SUB IS EQUAL TO 0
                   ADD 1 TO SCANS-REJECTED-COUNT
                   MOVE 'REJECTED - GTIN NOT ON FILE' TO EXC-REASON
                   PERFORM 28-WRITE-EXCEPTION-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               MOVE SCG-WAREHOUSE-ID TO SCAN-WAREHOUSE-ID
               MOVE GTT-CANDY-ID (GTN-HOLD-SUB) TO SCAN-CANDY-ID
               MOVE SCG-ORDER-NUMBER TO SCAN-ORDER-NUMBER
               MOVE SCG-COUNT TO SCAN-COUNT-X
           END-IF

           IF SCAN-COUNT IS NOT NUMERIC
              OR SCAN-COUNT IS EQUAL TO ZERO
               ADD 1 TO SCANS-REJECTED-COUNT
               MOVE 'REJECTED - BAD CASE COUNT' TO EXC-REASON
               PERFORM 28-WRITE-EXCEPTION-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           IF UNIT-GTIN-SCANNED
               PERFORM 27-APPLY-UNIT-SCAN
               GO TO 25-APPLY-EXIT
           END-IF

           MOVE 'N' TO PICK-FOUND-SWITCH
           PERFORM VARYING PICK-SUB FROM 1 BY 1
               UNTIL PICK-SUB > PICK-COUNT
                  OR PICK-ENTRY-FOUND
               IF PCK-WAREHOUSE-ID (PICK-SUB) IS EQUAL TO
                       SCAN-WAREHOUSE-ID
                  AND PCK-ORDER-NUMBER (PICK-SUB) IS EQUAL TO
                       SCAN-ORDER-NUMBER
                  AND PCK-CANDY-ID (PICK-SUB) IS EQUAL TO
                       SCAN-CANDY-ID
                  AND (PCK-SCANNED (PICK-SUB) IS LESS THAN
                       PCK-CASES-PICKED (PICK-SUB)
                       OR PCK-UNITS-SCANNED (PICK-SUB) IS LESS THAN
           COMPUTE CASES-REMAINING =
                   PCK-CASES-PICKED (PICK-HOLD-SUB)
                   - PCK-SCANNED (PICK-HOLD-SUB)
           IF SCAN-COUNT IS GREATER THAN CASES-REMAINING
               MOVE CASES-REMAINING TO CASES-TO-CONFIRM
               ADD 1 TO SCANS-CUT-BACK-COUNT
               MOVE 'CUT BACK TO OPEN PICK QTY' TO EXC-REASON
               PERFORM 28-WRITE-EXCEPTION-LINE
           ELSE
               MOVE SCAN-COUNT TO CASES-TO-CONFIRM
           END-IF

           ADD CASES-TO-CONFIRM TO PCK-SCANNED (PICK-HOLD-SUB)
           ADD UNITS-TO-CONFIRM TO
                   PCK-UNITS-SCANNED (PICK-HOLD-SUB)

           PERFORM 29-WRITE-CONFIRMATION
           .

       25-APPLY-EXIT.
           EXIT.

      *****************************************************************
      * 26-FIND-SCANNED-GTIN looks the scanned GTIN up as a case GTIN
      * and then as a unit GTIN, leaving GTN-HOLD-SUB on the item
      * and UNIT-SCAN-SWITCH set when it is a unit.
      *****************************************************************
       26-FIND-SCANNED-GTIN.

           MOVE 0 TO GTN-HOLD-SUB
           PERFORM VARYING GTN-SUB FROM 1 BY 1
               UNTIL GTN-SUB > GTIN-COUNT
                  OR GTN-HOLD-SUB > 0
               IF GTT-CASE-GTIN (GTN-SUB) IS EQUAL TO SCG-GTIN
                   MOVE GTN-SUB TO GTN-HOLD-SUB
               END-IF
           END-PERFORM

           IF GTN-HOLD-SUB IS EQUAL TO 0
               PERFORM VARYING GTN-SUB FROM 1 BY 1
                   UNTIL GTN-SUB > GTIN-COUNT
                      OR GTN-HOLD-SUB > 0
                   IF GTT-UNIT-GTIN (GTN-SUB) IS EQUAL TO SCG-GTIN
                      AND GTT-UNIT-GTIN (GTN-SUB) IS NOT EQUAL TO
                           ZERO
                       MOVE GTN-SUB TO GTN-HOLD-SUB
                       MOVE 'Y' TO UNIT-SCAN-SWITCH
                   END-IF
               END-PERFORM
           END-IF
           .

      *****************************************************************
      * 27-APPLY-UNIT-SCAN confirms loose units from a unit GTIN
      * scan: the count is units, taken against the first pick for
      * the warehouse, candy, and order with units still open, and
      * cut back to what is open.  No cases ride on a unit scan.
      *****************************************************************
       27-APPLY-UNIT-SCAN.

           MOVE 'N' TO PICK-FOUND-SWITCH
           PERFORM VARYING PICK-SUB FROM 1 BY 1
               UNTIL PICK-SUB > PICK-COUNT
                  OR PICK-ENTRY-FOUND
               IF PCK-WAREHOUSE-ID (PICK-SUB) IS EQUAL TO
                       SCAN-WAREHOUSE-ID
                  AND PCK-ORDER-NUMBER (PICK-SUB) IS EQUAL TO
                       SCAN-ORDER-NUMBER
                  AND PCK-CANDY-ID (PICK-SUB) IS EQUAL TO
                       SCAN-CANDY-ID
                  AND PCK-UNITS-SCANNED (PICK-SUB) IS LESS THAN
                       PCK-UNITS-PICKED (PICK-SUB)
                   MOVE 'Y' TO PICK-FOUND-SWITCH
                   MOVE PICK-SUB TO PICK-HOLD-SUB
               END-IF
           END-PERFORM

           IF NOT PICK-ENTRY-FOUND
               ADD 1 TO SCANS-REJECTED-COUNT
               MOVE 'REJECTED - NO OPEN UNIT PICK' TO EXC-REASON
               PERFORM 28-WRITE-EXCEPTION-LINE
           ELSE
               COMPUTE UNITS-REMAINING =
                       PCK-UNITS-PICKED (PICK-HOLD-SUB)
                       - PCK-UNITS-SCANNED (PICK-HOLD-SUB)
               IF SCAN-COUNT IS GREATER THAN UNITS-REMAINING
                   MOVE UNITS-REMAINING TO UNITS-TO-CONFIRM
                   ADD 1 TO SCANS-CUT-BACK-COUNT
                   MOVE 'CUT BACK TO OPEN UNIT QTY' TO EXC-REASON
                   PERFORM 28-WRITE-EXCEPTION-LINE
               ELSE
                   MOVE SCAN-COUNT TO UNITS-TO-CONFIRM
               END-IF
               ADD UNITS-TO-CONFIRM TO
                       PCK-UNITS-SCANNED (PICK-HOLD-SUB)
               MOVE 0 TO CASES-TO-CONFIRM
               PERFORM 29-WRITE-CONFIRMATION
           END-IF
           .

       28-WRITE-EXCEPTION-LINE.

           IF SCT-LEAD-STAR IS EQUAL TO '*'
               MOVE SCT-SCAN-LABEL TO EXC-SCAN-LABEL
               MOVE SCT-ORDER-NUMBER TO EXC-ORDER-NUMBER
               MOVE SCT-CASES TO EXC-CASES
           ELSE
               MOVE SCG-GTIN TO EXC-SCAN-LABEL
               MOVE SCG-ORDER-NUMBER TO EXC-ORDER-NUMBER
               MOVE SCG-COUNT TO EXC-CASES
           END-IF
           MOVE SCT-PICKER-ID TO EXC-PICKER-ID
           MOVE EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           .

       29-WRITE-CONFIRMATION.

           MOVE SCAN-WAREHOUSE-ID TO CTF-WAREHOUSE-ID
           MOVE SCAN-ORDER-NUMBER TO CTF-ORDER-NUMBER
           MOVE SCAN-CANDY-ID TO CTF-CANDY-ID
           MOVE CASES-TO-CONFIRM TO CTF-CASES-SHIPPED
           MOVE UNITS-TO-CONFIRM TO CTF-UNITS-SHIPPED
           IF CONFIRM-OUT-COUNT IS EQUAL TO 5000
               DISPLAY 'SCANPICK: MORE THAN 5000 CONFIRMATIONS, '
                       'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CONFIRM-OUT-COUNT
           MOVE CONFIRM-TRANS-RECORD TO
                   COT-CONFIRM-RECORD (CONFIRM-OUT-COUNT)
           ADD CASES-TO-CONFIRM TO CONFIRM-CASES-HASH
           ADD 1 TO SCANS-ACCEPTED-COUNT

           MOVE RUN-DATE-YYYYMMDD TO PKA-SCAN-DATE
           MOVE SCT-PICKER-ID TO PKA-PICKER-ID
           MOVE SCAN-WAREHOUSE-ID TO PKA-WAREHOUSE-ID
           MOVE SCAN-ORDER-NUMBER TO PKA-ORDER-NUMBER
           MOVE SCAN-CANDY-ID TO PKA-CANDY-ID
           MOVE CASES-TO-CONFIRM TO PKA-CASES
           MOVE UNITS-TO-CONFIRM TO PKA-UNITS
           WRITE PICKER-ACTIVITY-RECORD
           .

       40-EOF-ROUTINE.

           PERFORM 45-WRITE-CONFIRM-BATCH

           MOVE SPACES TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           CLOSE SCAN-TRANS-FILE
                CONFIRM-TRANS-FILE
                EXCEPTION-REPORT
                EMP-MASTER-FILE
                PICKER-ACTIVITY-FILE

           DISPLAY 'SCANPICK: ' SCANS-ACCEPTED-COUNT ' OF '
                   SCANS-READ-COUNT ' SCANS CONFIRMED, '

           STOP RUN
           .

      *****************************************************************
      * 45-WRITE-CONFIRM-BATCH writes the run's confirmations as one
      * batch: the header first, numbered one past the last
      * SCANPICK batch SHIPCONF has posted, then the confirmations.
      * A rerun before SHIPCONF posts reuses the number, and its
      * file replaces the last one.
      *****************************************************************
       45-WRITE-CONFIRM-BATCH.

           MOVE 0 TO NEXT-BATCH-SEQ
           OPEN INPUT BATCH-LEDGER-FILE
           IF PBL-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO PBL-EOF-FLAG
               PERFORM UNTIL NO-MORE-PBL-DATA
                   READ BATCH-LEDGER-FILE
                       AT END
                           MOVE 'N' TO PBL-EOF-FLAG
                       NOT AT END
                           IF PBL-PROGRAM IS EQUAL TO 'SHIPCONF'
                              AND PBL-SOURCE IS EQUAL TO 'SCANPICK'
                              AND PBL-POSTED
                              AND PBL-BATCH-SEQ IS GREATER THAN
                                   NEXT-BATCH-SEQ
                               MOVE PBL-BATCH-SEQ TO NEXT-BATCH-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-LEDGER-FILE
           END-IF
           ADD 1 TO NEXT-BATCH-SEQ

           MOVE SPACES TO BATCH-HEADER-RECORD
           MOVE '*BATCH' TO BTH-TAG
           MOVE 'SCANPICK' TO BTH-SOURCE
           MOVE RUN-DATE-YYYYMMDD TO BTH-BATCH-DATE
           MOVE NEXT-BATCH-SEQ TO BTH-BATCH-SEQ
           MOVE CONFIRM-OUT-COUNT TO BTH-RECORD-COUNT
           MOVE CONFIRM-CASES-HASH TO BTH-HASH-TOTAL
           WRITE BATCH-HEADER-RECORD

           PERFORM VARYING CONFIRM-OUT-SUB FROM 1 BY 1
               UNTIL CONFIRM-OUT-SUB > CONFIRM-OUT-COUNT
               MOVE COT-CONFIRM-RECORD (CONFIRM-OUT-SUB) TO
                       CONFIRM-TRANS-RECORD
               WRITE CONFIRM-TRANS-RECORD
           END-PERFORM
           .
