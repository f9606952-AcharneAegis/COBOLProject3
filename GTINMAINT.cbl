       IDENTIFICATION DIVISION.
       PROGRAM-ID. GTINMAINT.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * GTINMAINT is the batch maintenance run for the GTIN master,
      * GTIN-MASTER.txt -- the real barcodes on our cases and units,
      * by Candy ID and box size.  Our own *WAREHOUSE+CANDY* labels
      * only work in our own buildings; customers and vendors scan
      * the GTIN, so SCANPICK, receiving, the shelf labels and the
      * chain customers' invoices all take it from here.  Every
      * change applied leaves a row per field that moved on the
      * audit history, keyed GTIN- and the Candy ID and box size,
      * for AUDINQ.  A GTIN must carry a good check digit and may
      * not already be on another item.  Each run ends with a
      * conflict report of any GTIN the master has on more than
      * one item, however it got there.
      * *****
      * INPUT:
      *    GTIN-MASTER.txt        the current master, one item per
      *                           line.  A missing master is treated
      *                           as a first-time load of an empty
      *                           one.
      *    GTIN-TRANS.txt         maintenance transactions, one per
      *                           line: action ('A' add, 'C' change,
      *                           'D' delete), Candy ID, box size,
      *                           case GTIN, unit GTIN (zeros for
      *                           none), units per case.  A change
      *                           leaves any field keyed blank as it
      *                           was.
      *    CANDY-MASTER.txt       optional: the candy catalog.  When
      *                           it is on hand an add must name a
      *                           Candy ID on it in a box size it
      *                           offers.
      * *****
      * OUTPUT:
      *    GTIN-MASTER.txt        rewritten in Candy ID and box size
      *                           order with the transactions
      *                           applied.
      *    GTINMAINT-Register.txt one line per transaction showing
      *                           whether it was applied or why it
      *                           was rejected, plus run totals.
      *    GTIN-Conflict-Report.txt  every pair of items on the
      *                           rewritten master sharing a GTIN.
      *    MAINT-AUDIT-HISTORY.txt  extended with a before/after row
      *                           for each field each applied
      *                           transaction moved.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GTIN-MASTER-FILE
               ASSIGN TO 'GTIN-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GTM-FILE-STATUS.
           SELECT GTIN-TRANS-FILE
               ASSIGN TO 'GTIN-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GTF-FILE-STATUS.
           SELECT CANDY-MASTER-FILE
               ASSIGN TO 'CANDY-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMF-FILE-STATUS.
           SELECT MAINT-REGISTER
               ASSIGN TO PRINTER 'GTINMAINT-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONFLICT-REPORT
               ASSIGN TO PRINTER 'GTIN-Conflict-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-HISTORY-FILE
               ASSIGN TO 'MAINT-AUDIT-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD GTIN-MASTER-FILE
           RECORD CONTAINS 35 CHARACTERS.

       COPY GTNMREC.

       FD GTIN-TRANS-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01  GTIN-TRANS-RECORD.
           05  GTF-ACTION              PIC A.
           05  GTF-CANDY-ID            PIC XXX.
           05  GTF-BOX-SIZE            PIC A.
           05  GTF-CASE-GTIN           PIC X(14).
           05  GTF-UNIT-GTIN           PIC X(14).
           05  GTF-UNITS-PER-CASE      PIC 999.
           05  GTF-UNITS-PER-CASE-X REDEFINES GTF-UNITS-PER-CASE
                                       PIC XXX.

       FD CANDY-MASTER-FILE
           RECORD CONTAINS 29 CHARACTERS.

       01  CANDY-MASTER-RECORD.
           05  CMF-CANDY-ID            PIC XXX.
           05  CMF-OFFICIAL-NAME       PIC X(15).
           05  CMF-CANDY-TYPE          PIC AA.
           05  CMF-BOX-SIZES           PIC X(5).
           05  CMF-ACTIVE-FLAG         PIC A.
           05  CMF-ALLERGEN-CODE       PIC XX.
           05  CMF-STORAGE-CLASS       PIC A.

       FD MAINT-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       FD CONFLICT-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  CONFLICT-RECORD             PIC X(80).

       FD AUDIT-HISTORY-FILE
           RECORD CONTAINS 111 CHARACTERS.

       COPY AUDREC.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  MASTER-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-MASTER-DATA                  VALUE 'N'.
           05  TRANS-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-TRANS-DATA                   VALUE 'N'.
           05  CMF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CMF-DATA                     VALUE 'N'.
           05  ITEM-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 ITEM-FOUND                           VALUE 'Y'.
           05  CATALOG-LOADED-SWITCH   PIC X           VALUE 'N'.
               88 CATALOG-LOADED                       VALUE 'Y'.
           05  GTIN-VALID-SWITCH       PIC X           VALUE 'Y'.
               88 GTIN-VALID                           VALUE 'Y'.
           05  GTIN-IN-USE-SWITCH      PIC X           VALUE 'N'.
               88 GTIN-IN-USE                          VALUE 'Y'.

       01  TEMP-FIELDS.
           05  GTM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  GTF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  AUD-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  REJECT-REASON           PIC X(27)       VALUE SPACES.
           05  GTN-SUB                 PIC 9(4)        VALUE 0.
           05  GTN-HOLD-SUB            PIC 9(4)        VALUE 0.
           05  CMP-SUB                 PIC 9(4)        VALUE 0.
           05  SHIFT-SUB               PIC 9(4)        VALUE 0.
           05  CAT-SUB                 PIC 999         VALUE 0.
           05  CAT-HOLD-SUB            PIC 999         VALUE 0.
           05  DIGIT-SUB               PIC 99          VALUE 0.
           05  DIGIT-SUM               PIC 999         VALUE 0.
           05  DIGIT-QUOTIENT          PIC 999         VALUE 0.
           05  DIGIT-REMAINDER         PIC 9           VALUE 0.
           05  CHECK-DIGIT             PIC 9           VALUE 0.
           05  NEW-CASE-GTIN           PIC 9(14)       VALUE 0.
           05  NEW-UNIT-GTIN           PIC 9(14)       VALUE 0.
           05  NEW-UNITS-PER-CASE      PIC 999         VALUE 0.
           05  AUDIT-LABEL             PIC X(5)        VALUE SPACES.
           05  AUDIT-BEFORE-VALUE      PIC X(24)       VALUE SPACES.
           05  AUDIT-AFTER-VALUE       PIC X(24)       VALUE SPACES.

      *****************************************************************
      * GTIN-WORK holds the GTIN being proved; GTIN-DIGIT is its
      * fourteen digits for the GS1 check digit -- from the left,
      * the odd positions weigh 3 and the even ones 1, and the
      * fourteenth digit must bring the sum up to a multiple of ten.
      *****************************************************************
       01  GTIN-WORK                   PIC 9(14)       VALUE 0.
       01  GTIN-WORK-DIGITS REDEFINES GTIN-WORK.
           05  GTIN-DIGIT              PIC 9   OCCURS 14 TIMES.

       01  RUN-TOTALS.
           05  TRANS-READ-COUNT        PIC 9(5)        VALUE 0.
           05  ADDS-APPLIED-COUNT      PIC 9(5)        VALUE 0.
           05  CHANGES-APPLIED-COUNT   PIC 9(5)        VALUE 0.
           05  DELETES-APPLIED-COUNT   PIC 9(5)        VALUE 0.
           05  REJECT-COUNT            PIC 9(5)        VALUE 0.
           05  AUDIT-ROWS-COUNT        PIC 9(5)        VALUE 0.
           05  CONFLICT-COUNT          PIC 9(5)        VALUE 0.

      *****************************************************************
      * GTIN-TABLE is the whole master held in memory while the
      * transactions are applied, kept in Candy ID and box size
      * order.  GTIN-BEFORE-ENTRY holds the item as it stood before
      * the transaction so the fields that moved can be audited.
      *****************************************************************
       01  GTIN-COUNT                  PIC 9(4)        VALUE 0.

       01  GTIN-TABLE.
           05  GTIN-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON GTIN-COUNT.
               10  GTT-ITEM-KEY.
                   15  GTT-CANDY-ID    PIC XXX.
                   15  GTT-BOX-SIZE    PIC A.
               10  GTT-CASE-GTIN       PIC 9(14).
               10  GTT-UNIT-GTIN       PIC 9(14).
               10  GTT-UNITS-PER-CASE  PIC 999.

       01  GTIN-BEFORE-ENTRY.
           05  GBE-ITEM-KEY.
               10  GBE-CANDY-ID        PIC XXX.
               10  GBE-BOX-SIZE        PIC A.
           05  GBE-CASE-GTIN           PIC 9(14).
           05  GBE-UNIT-GTIN           PIC 9(14).
           05  GBE-UNITS-PER-CASE      PIC 999.

       01  TRANS-ITEM-KEY.
           05  TIK-CANDY-ID            PIC XXX.
           05  TIK-BOX-SIZE            PIC A.

      *****************************************************************
      * CANDY-TABLE is the candy catalog's IDs and the box sizes
      * each is offered in.
      *****************************************************************
       01  CANDY-COUNT                 PIC 999         VALUE 0.

       01  CANDY-TABLE.
           05  CANDY-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON CANDY-COUNT.
               10  CAN-CANDY-ID        PIC XXX.
               10  CAN-BOX-SIZES       PIC X(5).

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       'A  CDY B  CASE GTIN       UNIT'.
           05  FILLER                  PIC X(30)   VALUE
                                       ' GTIN       DISPOSITION'.

       01  REGISTER-LINE.
           05  REG-ACTION              PIC X.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-CANDY-ID            PIC XXX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-BOX-SIZE            PIC X.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-CASE-GTIN           PIC X(14).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-UNIT-GTIN           PIC X(14).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-DISPOSITION         PIC X(38).

       01  GTIN-AUDIT-IMAGE.
           05  GAI-LABEL               PIC X(5).
           05  FILLER                  PIC X           VALUE SPACE.
           05  GAI-VALUE               PIC X(24).

       01  CONFLICT-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       'GTIN            CDY B  USE    '.
           05  FILLER                  PIC X(30)   VALUE
                                       'CDY B  USE'.

       01  CONFLICT-LINE.
           05  CFL-GTIN                PIC 9(14).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  CFL-CANDY-ID-1          PIC XXX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CFL-BOX-SIZE-1          PIC X.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  CFL-USE-1               PIC X(4).
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  CFL-CANDY-ID-2          PIC XXX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CFL-BOX-SIZE-2          PIC X.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  CFL-USE-2               PIC X(4).
           05  FILLER                  PIC X(39)       VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(49)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 12-LOAD-GTIN-MASTER
           PERFORM 13-LOAD-CANDY-CATALOG
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-TRANSACTIONS
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 12-LOAD-GTIN-MASTER reads the current master into the GTIN
      * table.  A master that does not exist yet is a first-time
      * load and starts the table empty; any other open failure
      * stops the run.
      *****************************************************************
       12-LOAD-GTIN-MASTER.

           OPEN INPUT GTIN-MASTER-FILE
           IF GTM-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'GTINMAINT: NO GTIN MASTER ON FILE, '
                       'STARTING A NEW ONE'
           ELSE
               IF GTM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'GTINMAINT: UNABLE TO OPEN GTIN MASTER '
                           'FILE, FILE STATUS = ' GTM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO MASTER-EOF-FLAG
               PERFORM UNTIL NO-MORE-MASTER-DATA
                   READ GTIN-MASTER-FILE
                       AT END
                           MOVE 'N' TO MASTER-EOF-FLAG
                       NOT AT END
                           IF GTIN-COUNT IS EQUAL TO 3000
                               DISPLAY 'GTINMAINT: GTIN MASTER HAS '
                                       'MORE THAN 3000 ENTRIES, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO GTIN-COUNT
                           MOVE GTIN-MASTER-RECORD TO
                                   GTIN-ENTRY (GTIN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE GTIN-MASTER-FILE
           END-IF
           .

      *****************************************************************
      * 13-LOAD-CANDY-CATALOG reads the Candy IDs and the box sizes
      * they come in.  With no catalog on hand an add is not
      * checked against it.
      *****************************************************************
       13-LOAD-CANDY-CATALOG.

           OPEN INPUT CANDY-MASTER-FILE
           IF CMF-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'GTINMAINT: NO CANDY MASTER ON FILE, CANDY '
                       'IDS ARE NOT CHECKED'
           ELSE
               IF CMF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'GTINMAINT: UNABLE TO OPEN CANDY MASTER '
                           'FILE, FILE STATUS = ' CMF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO CATALOG-LOADED-SWITCH
               MOVE ' ' TO CMF-EOF-FLAG
               PERFORM UNTIL NO-MORE-CMF-DATA
                   READ CANDY-MASTER-FILE
                       AT END
                           MOVE 'N' TO CMF-EOF-FLAG
                       NOT AT END
                           IF CANDY-COUNT IS EQUAL TO 500
                               DISPLAY 'GTINMAINT: CANDY MASTER HAS '
                                       'MORE THAN 500 ENTRIES, TABLE '
                                       'IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO CANDY-COUNT
                           MOVE CMF-CANDY-ID TO
                                   CAN-CANDY-ID (CANDY-COUNT)
                           MOVE CMF-BOX-SIZES TO
                                   CAN-BOX-SIZES (CANDY-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CANDY-MASTER-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT GTIN-TRANS-FILE
           IF GTF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'GTINMAINT: UNABLE TO OPEN GTIN TRANSACTION '
                       'FILE, FILE STATUS = ' GTF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'GTIN MASTER MAINTENANCE REGISTER' TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE REGISTER-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           OPEN EXTEND AUDIT-HISTORY-FILE
           IF AUD-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT AUDIT-HISTORY-FILE
               IF AUD-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'GTINMAINT: UNABLE TO OPEN AUDIT HISTORY, '
                           'FILE STATUS = ' AUD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

       20-PROCESS-TRANSACTIONS.

           MOVE ' ' TO TRANS-EOF-FLAG
           PERFORM UNTIL NO-MORE-TRANS-DATA
               READ GTIN-TRANS-FILE
                   AT END
                       MOVE 'N' TO TRANS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO TRANS-READ-COUNT
                       PERFORM 25-APPLY-ONE-TRANSACTION
                           THRU 25-APPLY-EXIT
               END-READ
           END-PERFORM
           .

      *****************************************************************
      * 25-APPLY-ONE-TRANSACTION locates the transaction's item and
      * applies the action: an add must be a new item, a change or
      * delete an existing one.  The GTINs the item would carry
      * after an add or change -- keyed, or as they stand where
      * the change leaves them blank -- must each pass the check
      * digit, may not be the same as each other, and may not be
      * on any other item.  Anything wrong rejects the transaction
      * whole.
      *****************************************************************
       25-APPLY-ONE-TRANSACTION.

           MOVE SPACES TO REJECT-REASON
           MOVE GTF-CANDY-ID TO TIK-CANDY-ID
           MOVE GTF-BOX-SIZE TO TIK-BOX-SIZE
           PERFORM 26-FIND-ITEM

           IF GTF-ACTION IS NOT EQUAL TO 'A'
              AND GTF-ACTION IS NOT EQUAL TO 'C'
              AND GTF-ACTION IS NOT EQUAL TO 'D'
               MOVE 'UNKNOWN ACTION CODE' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           IF GTF-ACTION IS EQUAL TO 'A' AND ITEM-FOUND
               MOVE 'ITEM ALREADY ON FILE' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           IF GTF-ACTION IS NOT EQUAL TO 'A' AND NOT ITEM-FOUND
               MOVE 'ITEM NOT ON FILE' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           IF GTF-ACTION IS EQUAL TO 'D'
               MOVE GTIN-ENTRY (GTN-HOLD-SUB) TO GTIN-BEFORE-ENTRY
               PERFORM 29-DELETE-ITEM
               PERFORM 30-AUDIT-CHANGED-FIELDS
               MOVE 'DELETED' TO REG-DISPOSITION
               ADD 1 TO DELETES-APPLIED-COUNT
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           IF GTF-ACTION IS EQUAL TO 'A'
               IF GTF-CANDY-ID IS EQUAL TO SPACES
                  OR GTF-BOX-SIZE IS EQUAL TO SPACE
                   MOVE 'CANDY ID OR BOX SIZE BLANK' TO REJECT-REASON
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               IF GTF-CASE-GTIN IS EQUAL TO SPACES
                   MOVE 'NO CASE GTIN' TO REJECT-REASON
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               IF GTF-UNITS-PER-CASE IS NOT NUMERIC
                  OR GTF-UNITS-PER-CASE IS EQUAL TO ZERO
                   MOVE 'UNITS PER CASE INVALID' TO REJECT-REASON
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               IF CATALOG-LOADED
                   PERFORM 27-FIND-CATALOG-CANDY
                   IF CAT-HOLD-SUB IS EQUAL TO 0
                       MOVE 'CANDY ID NOT ON CATALOG' TO REJECT-REASON
                       PERFORM 28-WRITE-REGISTER-LINE
                       GO TO 25-APPLY-EXIT
                   END-IF
                   MOVE 0 TO CMP-SUB
                   INSPECT CAN-BOX-SIZES (CAT-HOLD-SUB)
                       TALLYING CMP-SUB FOR ALL GTF-BOX-SIZE
                   IF CMP-SUB IS EQUAL TO 0
                       MOVE 'BOX SIZE NOT OFFERED' TO REJECT-REASON
                       PERFORM 28-WRITE-REGISTER-LINE
                       GO TO 25-APPLY-EXIT
                   END-IF
               END-IF
               MOVE 0 TO NEW-CASE-GTIN
               MOVE 0 TO NEW-UNIT-GTIN
               MOVE 0 TO NEW-UNITS-PER-CASE
           ELSE
               IF GTF-UNITS-PER-CASE-X IS NOT EQUAL TO SPACES
                  AND (GTF-UNITS-PER-CASE IS NOT NUMERIC
                       OR GTF-UNITS-PER-CASE IS EQUAL TO ZERO)
                   MOVE 'UNITS PER CASE INVALID' TO REJECT-REASON
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               MOVE GTT-CASE-GTIN (GTN-HOLD-SUB) TO NEW-CASE-GTIN
               MOVE GTT-UNIT-GTIN (GTN-HOLD-SUB) TO NEW-UNIT-GTIN
               MOVE GTT-UNITS-PER-CASE (GTN-HOLD-SUB) TO
                       NEW-UNITS-PER-CASE
           END-IF

           IF GTF-CASE-GTIN IS NOT EQUAL TO SPACES
               IF GTF-CASE-GTIN IS NOT NUMERIC
                   MOVE 'CASE GTIN NOT 14 DIGITS' TO REJECT-REASON
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               MOVE GTF-CASE-GTIN TO GTIN-WORK
               PERFORM 32-PROVE-CHECK-DIGIT
               IF NOT GTIN-VALID OR GTIN-WORK IS EQUAL TO ZERO
                   MOVE 'CASE GTIN CHECK DIGIT BAD' TO REJECT-REASON
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               MOVE GTIN-WORK TO NEW-CASE-GTIN
           END-IF

           IF GTF-UNIT-GTIN IS NOT EQUAL TO SPACES
               IF GTF-UNIT-GTIN IS NOT NUMERIC
                   MOVE 'UNIT GTIN NOT 14 DIGITS' TO REJECT-REASON
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               MOVE GTF-UNIT-GTIN TO GTIN-WORK
               PERFORM 32-PROVE-CHECK-DIGIT
               IF NOT GTIN-VALID
                   MOVE 'UNIT GTIN CHECK DIGIT BAD' TO REJECT-REASON
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               MOVE GTIN-WORK TO NEW-UNIT-GTIN
           END-IF

           IF GTF-UNITS-PER-CASE IS NUMERIC
               MOVE GTF-UNITS-PER-CASE TO NEW-UNITS-PER-CASE
           END-IF

           IF NEW-UNIT-GTIN IS EQUAL TO NEW-CASE-GTIN
               MOVE 'CASE AND UNIT GTIN SAME' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           MOVE NEW-CASE-GTIN TO GTIN-WORK
           PERFORM 34-CHECK-GTIN-IN-USE
           IF NOT GTIN-IN-USE AND NEW-UNIT-GTIN IS NOT EQUAL TO ZERO
               MOVE NEW-UNIT-GTIN TO GTIN-WORK
               PERFORM 34-CHECK-GTIN-IN-USE
           END-IF
           IF GTIN-IN-USE
               MOVE SPACES TO REJECT-REASON
               STRING 'GTIN ON ITEM ' DELIMITED BY SIZE
                      GTT-CANDY-ID (CMP-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      GTT-BOX-SIZE (CMP-SUB) DELIMITED BY SIZE
                   INTO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           IF GTF-ACTION IS EQUAL TO 'A'
               PERFORM 27A-ADD-ITEM
               MOVE SPACES TO GTIN-BEFORE-ENTRY
               MOVE 0 TO GBE-CASE-GTIN
               MOVE 0 TO GBE-UNIT-GTIN
               MOVE 0 TO GBE-UNITS-PER-CASE
               MOVE 'ADDED' TO REG-DISPOSITION
               ADD 1 TO ADDS-APPLIED-COUNT
           ELSE
               MOVE GTIN-ENTRY (GTN-HOLD-SUB) TO GTIN-BEFORE-ENTRY
               MOVE 'CHANGED' TO REG-DISPOSITION
               ADD 1 TO CHANGES-APPLIED-COUNT
           END-IF
           MOVE NEW-CASE-GTIN TO GTT-CASE-GTIN (GTN-HOLD-SUB)
           MOVE NEW-UNIT-GTIN TO GTT-UNIT-GTIN (GTN-HOLD-SUB)
           MOVE NEW-UNITS-PER-CASE TO GTT-UNITS-PER-CASE (GTN-HOLD-SUB)
           PERFORM 30-AUDIT-CHANGED-FIELDS
           PERFORM 28-WRITE-REGISTER-LINE
           .

       25-APPLY-EXIT.
           EXIT.

       26-FIND-ITEM.

           MOVE 'N' TO ITEM-FOUND-SWITCH
           MOVE 0 TO GTN-HOLD-SUB
           PERFORM VARYING GTN-SUB FROM 1 BY 1
               UNTIL GTN-SUB > GTIN-COUNT
                  OR ITEM-FOUND
               IF GTT-ITEM-KEY (GTN-SUB) IS EQUAL TO TRANS-ITEM-KEY
                   MOVE 'Y' TO ITEM-FOUND-SWITCH
                   MOVE GTN-SUB TO GTN-HOLD-SUB
               END-IF
           END-PERFORM
           .

       27-FIND-CATALOG-CANDY.

           MOVE 0 TO CAT-HOLD-SUB
           PERFORM VARYING CAT-SUB FROM 1 BY 1
               UNTIL CAT-SUB > CANDY-COUNT
                  OR CAT-HOLD-SUB > 0
               IF CAN-CANDY-ID (CAT-SUB) IS EQUAL TO GTF-CANDY-ID
                   MOVE CAT-SUB TO CAT-HOLD-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 27A-ADD-ITEM inserts the new item in Candy ID and box size
      * order, shifting the tail of the table down one slot, so the
      * master written back out stays keyed.
      *****************************************************************
       27A-ADD-ITEM.

           IF GTIN-COUNT IS EQUAL TO 3000
               DISPLAY 'GTINMAINT: GTIN TABLE IS FULL, CANNOT ADD '
                       TRANS-ITEM-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO GTN-HOLD-SUB
           PERFORM VARYING GTN-SUB FROM 1 BY 1
               UNTIL GTN-SUB > GTIN-COUNT
                  OR GTN-HOLD-SUB > 0
               IF GTT-ITEM-KEY (GTN-SUB) IS GREATER THAN
                       TRANS-ITEM-KEY
                   MOVE GTN-SUB TO GTN-HOLD-SUB
               END-IF
           END-PERFORM

           ADD 1 TO GTIN-COUNT
           IF GTN-HOLD-SUB IS EQUAL TO 0
               MOVE GTIN-COUNT TO GTN-HOLD-SUB
           ELSE
               PERFORM VARYING SHIFT-SUB FROM GTIN-COUNT
                   BY -1 UNTIL SHIFT-SUB <= GTN-HOLD-SUB
                   MOVE GTIN-ENTRY (SHIFT-SUB - 1) TO
                           GTIN-ENTRY (SHIFT-SUB)
               END-PERFORM
           END-IF

           MOVE TRANS-ITEM-KEY TO GTT-ITEM-KEY (GTN-HOLD-SUB)
           .

       28-WRITE-REGISTER-LINE.

           IF REJECT-REASON IS NOT EQUAL TO SPACES
               MOVE SPACES TO REG-DISPOSITION
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      REJECT-REASON DELIMITED BY SIZE
                   INTO REG-DISPOSITION
               ADD 1 TO REJECT-COUNT
           END-IF

           MOVE GTF-ACTION TO REG-ACTION
           MOVE GTF-CANDY-ID TO REG-CANDY-ID
           MOVE GTF-BOX-SIZE TO REG-BOX-SIZE
           MOVE GTF-CASE-GTIN TO REG-CASE-GTIN
           MOVE GTF-UNIT-GTIN TO REG-UNIT-GTIN
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 29-DELETE-ITEM closes the item's slot up, shifting the tail
      * of the table up one.
      *****************************************************************
       29-DELETE-ITEM.

           PERFORM VARYING SHIFT-SUB FROM GTN-HOLD-SUB BY 1
               UNTIL SHIFT-SUB >= GTIN-COUNT
               MOVE GTIN-ENTRY (SHIFT-SUB + 1) TO
                       GTIN-ENTRY (SHIFT-SUB)
           END-PERFORM
           SUBTRACT 1 FROM GTIN-COUNT
           .

      *****************************************************************
      * 30-AUDIT-CHANGED-FIELDS compares the item as it now stands
      * against GTIN-BEFORE-ENTRY and writes one audit row for each
      * field that moved.  A deleted item is audited against an
      * item with no GTINs, so each field it carried is a row.
      *****************************************************************
       30-AUDIT-CHANGED-FIELDS.

           IF GTF-ACTION IS EQUAL TO 'D'
               MOVE 0 TO NEW-CASE-GTIN
               MOVE 0 TO NEW-UNIT-GTIN
               MOVE 0 TO NEW-UNITS-PER-CASE
           END-IF

           IF NEW-CASE-GTIN IS NOT EQUAL TO GBE-CASE-GTIN
               MOVE 'CASE' TO AUDIT-LABEL
               MOVE GBE-CASE-GTIN TO AUDIT-BEFORE-VALUE
               MOVE NEW-CASE-GTIN TO AUDIT-AFTER-VALUE
               PERFORM 31-WRITE-FIELD-AUDIT
           END-IF
           IF NEW-UNIT-GTIN IS NOT EQUAL TO GBE-UNIT-GTIN
               MOVE 'UNIT' TO AUDIT-LABEL
               MOVE GBE-UNIT-GTIN TO AUDIT-BEFORE-VALUE
               MOVE NEW-UNIT-GTIN TO AUDIT-AFTER-VALUE
               PERFORM 31-WRITE-FIELD-AUDIT
           END-IF
           IF NEW-UNITS-PER-CASE IS NOT EQUAL TO GBE-UNITS-PER-CASE
               MOVE 'UNITS' TO AUDIT-LABEL
               MOVE GBE-UNITS-PER-CASE TO AUDIT-BEFORE-VALUE
               MOVE NEW-UNITS-PER-CASE TO AUDIT-AFTER-VALUE
               PERFORM 31-WRITE-FIELD-AUDIT
           END-IF
           .

      *****************************************************************
      * 31-WRITE-FIELD-AUDIT builds the before and after images for
      * one field -- its label and its value -- and writes the row.
      * An add has no before image and a delete no after image.
      *****************************************************************
       31-WRITE-FIELD-AUDIT.

           MOVE GTF-ACTION TO AUD-ACTION
           MOVE SPACES TO AUD-KEY
           STRING 'GTIN-' DELIMITED BY SIZE
                  TRANS-ITEM-KEY DELIMITED BY SIZE
               INTO AUD-KEY
           IF GTF-ACTION IS EQUAL TO 'A'
               MOVE SPACES TO AUD-BEFORE-IMAGE
           ELSE
               MOVE AUDIT-LABEL TO GAI-LABEL
               MOVE AUDIT-BEFORE-VALUE TO GAI-VALUE
               MOVE GTIN-AUDIT-IMAGE TO AUD-BEFORE-IMAGE
           END-IF
           IF GTF-ACTION IS EQUAL TO 'D'
               MOVE SPACES TO AUD-AFTER-IMAGE
           ELSE
               MOVE AUDIT-LABEL TO GAI-LABEL
               MOVE AUDIT-AFTER-VALUE TO GAI-VALUE
               MOVE GTIN-AUDIT-IMAGE TO AUD-AFTER-IMAGE
           END-IF
           PERFORM 33-STAMP-AUDIT-RECORD
           .

      *****************************************************************
      * 32-PROVE-CHECK-DIGIT weighs the first thirteen digits of
      * GTIN-WORK 3, 1, 3, ... from the left and proves the
      * fourteenth is the digit that rounds the sum up to the next
      * multiple of ten.  A shorter UPC or EAN is keyed with
      * leading zeros and proves the same way.
      *****************************************************************
       32-PROVE-CHECK-DIGIT.

           MOVE 0 TO DIGIT-SUM
           PERFORM VARYING DIGIT-SUB FROM 1 BY 2
               UNTIL DIGIT-SUB > 13
               COMPUTE DIGIT-SUM = DIGIT-SUM
                                 + GTIN-DIGIT (DIGIT-SUB) * 3
           END-PERFORM
           PERFORM VARYING DIGIT-SUB FROM 2 BY 2
               UNTIL DIGIT-SUB > 12
               ADD GTIN-DIGIT (DIGIT-SUB) TO DIGIT-SUM
           END-PERFORM

           DIVIDE DIGIT-SUM BY 10 GIVING DIGIT-QUOTIENT
               REMAINDER DIGIT-REMAINDER
           IF DIGIT-REMAINDER IS EQUAL TO 0
               MOVE 0 TO CHECK-DIGIT
           ELSE
               COMPUTE CHECK-DIGIT = 10 - DIGIT-REMAINDER
           END-IF
           IF CHECK-DIGIT IS EQUAL TO GTIN-DIGIT (14)
               MOVE 'Y' TO GTIN-VALID-SWITCH
           ELSE
               MOVE 'N' TO GTIN-VALID-SWITCH
           END-IF
           .

      *****************************************************************
      * 33-STAMP-AUDIT-RECORD finishes and writes the audit row
      * the caller has loaded with action, key, and the before and
      * after images.
      *****************************************************************
       33-STAMP-AUDIT-RECORD.

           MOVE RUN-DATE-YYYYMMDD TO AUD-RUN-DATE
           MOVE 'GTINMAINT' TO AUD-PROGRAM
           MOVE 'GTIN-TRANS' TO AUD-TRANS-SOURCE
           WRITE MAINT-AUDIT-RECORD
           ADD 1 TO AUDIT-ROWS-COUNT
           .

      *****************************************************************
      * 34-CHECK-GTIN-IN-USE looks for GTIN-WORK as the case or unit
      * GTIN of any item but the one being maintained, leaving
      * CMP-SUB on the item that has it.
      *****************************************************************
       34-CHECK-GTIN-IN-USE.

           MOVE 'N' TO GTIN-IN-USE-SWITCH
           PERFORM VARYING CMP-SUB FROM 1 BY 1
               UNTIL CMP-SUB > GTIN-COUNT
                  OR GTIN-IN-USE
               IF CMP-SUB IS NOT EQUAL TO GTN-HOLD-SUB
                  AND (GTT-CASE-GTIN (CMP-SUB) IS EQUAL TO GTIN-WORK
                       OR GTT-UNIT-GTIN (CMP-SUB) IS EQUAL TO
                               GTIN-WORK)
                   MOVE 'Y' TO GTIN-IN-USE-SWITCH
               END-IF
           END-PERFORM
           IF GTIN-IN-USE
               SUBTRACT 1 FROM CMP-SUB
           END-IF
           .

      *****************************************************************
      * 40-EOF-ROUTINE rewrites the GTIN master with the
      * transactions applied, finishes the register with the run
      * totals, and reports the conflicts on the new master.
      *****************************************************************
       40-EOF-ROUTINE.

           CLOSE AUDIT-HISTORY-FILE

           OPEN OUTPUT GTIN-MASTER-FILE
           IF GTM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'GTINMAINT: UNABLE TO REWRITE GTIN MASTER '
                       'FILE, FILE STATUS = ' GTM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING GTN-SUB FROM 1 BY 1
               UNTIL GTN-SUB > GTIN-COUNT
               MOVE GTIN-ENTRY (GTN-SUB) TO GTIN-MASTER-RECORD
               WRITE GTIN-MASTER-RECORD
           END-PERFORM

           CLOSE GTIN-MASTER-FILE

           PERFORM 45-REPORT-GTIN-CONFLICTS

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS READ' TO RTL-LABEL
           MOVE TRANS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'ADDS APPLIED' TO RTL-LABEL
           MOVE ADDS-APPLIED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CHANGES APPLIED' TO RTL-LABEL
           MOVE CHANGES-APPLIED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'DELETES APPLIED' TO RTL-LABEL
           MOVE DELETES-APPLIED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS REJECTED' TO RTL-LABEL
           MOVE REJECT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'AUDIT ROWS WRITTEN' TO RTL-LABEL
           MOVE AUDIT-ROWS-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'GTIN CONFLICTS ON FILE' TO RTL-LABEL
           MOVE CONFLICT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE GTIN-TRANS-FILE
                MAINT-REGISTER

           STOP RUN
           .

      *****************************************************************
      * 45-REPORT-GTIN-CONFLICTS compares every GTIN on the master
      * with every other -- case against case, case against unit,
      * unit against unit -- and prints each pair of items sharing
      * one, and an item whose case and unit GTIN are the same.  A
      * scan of a GTIN on two items cannot say which was picked or
      * received.  The maintenance above keeps new conflicts off;
      * this catches any already on the master.
      *****************************************************************
       45-REPORT-GTIN-CONFLICTS.

           OPEN OUTPUT CONFLICT-REPORT

           MOVE SPACES TO CONFLICT-RECORD
           STRING 'GTIN CONFLICT REPORT AS OF ' DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO CONFLICT-RECORD
           WRITE CONFLICT-RECORD

           MOVE CONFLICT-HEADING TO CONFLICT-RECORD
           WRITE CONFLICT-RECORD

           PERFORM VARYING GTN-SUB FROM 1 BY 1
               UNTIL GTN-SUB > GTIN-COUNT
               IF GTT-UNIT-GTIN (GTN-SUB) IS EQUAL TO
                       GTT-CASE-GTIN (GTN-SUB)
                   MOVE GTN-SUB TO CMP-SUB
                   MOVE GTT-CASE-GTIN (GTN-SUB) TO CFL-GTIN
                   MOVE 'CASE' TO CFL-USE-1
                   MOVE 'UNIT' TO CFL-USE-2
                   PERFORM 46-WRITE-CONFLICT-LINE
               END-IF
               PERFORM VARYING CMP-SUB FROM GTN-SUB BY 1
                   UNTIL CMP-SUB > GTIN-COUNT
                   IF CMP-SUB IS NOT EQUAL TO GTN-SUB
                       PERFORM 45A-COMPARE-TWO-ITEMS
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO CONFLICT-RECORD
           WRITE CONFLICT-RECORD
           IF CONFLICT-COUNT IS EQUAL TO 0
               MOVE 'NO GTIN IS ON MORE THAN ONE ITEM'
                   TO CONFLICT-RECORD
           ELSE
               MOVE SPACES TO REGISTER-TOTAL-LINE
               MOVE 'GTIN CONFLICTS' TO RTL-LABEL
               MOVE CONFLICT-COUNT TO RTL-COUNT
               MOVE REGISTER-TOTAL-LINE TO CONFLICT-RECORD
           END-IF
           WRITE CONFLICT-RECORD

           CLOSE CONFLICT-REPORT
           .

       45A-COMPARE-TWO-ITEMS.

           IF GTT-CASE-GTIN (GTN-SUB) IS EQUAL TO
                   GTT-CASE-GTIN (CMP-SUB)
               MOVE GTT-CASE-GTIN (GTN-SUB) TO CFL-GTIN
               MOVE 'CASE' TO CFL-USE-1
               MOVE 'CASE' TO CFL-USE-2
               PERFORM 46-WRITE-CONFLICT-LINE
           END-IF
           IF GTT-CASE-GTIN (GTN-SUB) IS EQUAL TO
                   GTT-UNIT-GTIN (CMP-SUB)
               MOVE GTT-CASE-GTIN (GTN-SUB) TO CFL-GTIN
               MOVE 'CASE' TO CFL-USE-1
               MOVE 'UNIT' TO CFL-USE-2
               PERFORM 46-WRITE-CONFLICT-LINE
           END-IF
           IF GTT-UNIT-GTIN (GTN-SUB) IS NOT EQUAL TO ZERO
               IF GTT-UNIT-GTIN (GTN-SUB) IS EQUAL TO
                       GTT-CASE-GTIN (CMP-SUB)
                   MOVE GTT-UNIT-GTIN (GTN-SUB) TO CFL-GTIN
                   MOVE 'UNIT' TO CFL-USE-1
                   MOVE 'CASE' TO CFL-USE-2
                   PERFORM 46-WRITE-CONFLICT-LINE
               END-IF
               IF GTT-UNIT-GTIN (GTN-SUB) IS EQUAL TO
                       GTT-UNIT-GTIN (CMP-SUB)
                   MOVE GTT-UNIT-GTIN (GTN-SUB) TO CFL-GTIN
                   MOVE 'UNIT' TO CFL-USE-1
                   MOVE 'UNIT' TO CFL-USE-2
                   PERFORM 46-WRITE-CONFLICT-LINE
               END-IF
           END-IF
           .

       46-WRITE-CONFLICT-LINE.

           MOVE GTT-CANDY-ID (GTN-SUB) TO CFL-CANDY-ID-1
           MOVE GTT-BOX-SIZE (GTN-SUB) TO CFL-BOX-SIZE-1
           MOVE GTT-CANDY-ID (CMP-SUB) TO CFL-CANDY-ID-2
           MOVE GTT-BOX-SIZE (CMP-SUB) TO CFL-BOX-SIZE-2
           MOVE CONFLICT-LINE TO CONFLICT-RECORD
           WRITE CONFLICT-RECORD
           ADD 1 TO CONFLICT-COUNT
           .
