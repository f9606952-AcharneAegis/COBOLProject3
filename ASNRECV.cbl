       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASNRECV.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * ASNRECV receives trucks against their advance ship notice.
      * Instead of keying every receipt from the packing slip, the
      * dock confirms the ASN ASNLOAD put on the expected-receipts
      * file -- as shipped, or with an exception line for each candy
      * and lot that came in different.  This run turns each
      * confirmed ASN line into the 'R' receipt movement INVPOST
      * posts against its PO line and the LOT-DETAIL entry for its
      * lot, reports what came in different from the ASN, and marks
      * ASNs whose truck never showed as never arrived.
      * *****
      * INPUT:
      *    ASN-CONFIRM.txt         one dock confirmation per line:
      *                            action ('C' the ASN came in as
      *                            shipped, 'E' exception -- the
      *                            cases actually received for one
      *                            candy and lot of the ASN, zero
      *                            when it was not on the truck),
      *                            ASN number, Candy ID, lot number,
      *                            cases received (exceptions only),
      *                            and the GTIN scanned off the
      *                            vendor's case -- an exception may
      *                            leave the Candy ID blank and give
      *                            the scanned case GTIN instead.
      *                            Either action confirms the whole
      *                            ASN; lines with no exception come
      *                            in as shipped.
      *    EXPECTED-RECEIPTS.txt   the ASN lines ASNLOAD holds.
      *    LOT-DETAIL.txt          optional: the lot details.
      *    ASN-RECV-PARM.txt       optional: the grace days after its
      *                            arrival date before an ASN still
      *                            expected is marked never arrived
      *                            (3 digits, default 7).
      *    GTIN-MASTER.txt         optional: the case and unit GTIN
      *                            of each Candy ID and box size.
      *    POSTED-BATCH-LEDGER.txt optional: the batches posted so
      *                            far, for the next sequence of
      *                            the ASNRECV batch.
      * *****
      * OUTPUT:
      *    MOVEMENT-TRANS.txt      extended with one batch for
      *                            INVPOST: a header with source
      *                            ASNRECV, the run date, the next
      *                            sequence, the count, and the
      *                            cases as the hash total, then
      *                            one 'R' receipt per received ASN
      *                            line, referencing its PO number
      *                            and carrying its lot -- INVPOST
      *                            posts them with the day's keyed
      *                            movements.  No batch is written
      *                            when nothing was received.
      *    LOT-DETAIL.txt          rewritten with the received lots
      *                            added -- to a lot already on file
      *                            for the warehouse and candy, or
      *                            as a new lot received today.
      *    EXPECTED-RECEIPTS.txt   rewritten with the lines received
      *                            ('R' as shipped, 'X' with a
      *                            discrepancy) and the overdue
      *                            lines marked 'N' never arrived.
      *    ASN-Receiving-Register.txt  each confirmation, accepted or
      *                            rejected, the receipts generated,
      *                            and run totals.
      *    ASN-Exception-Report.txt  the ASN lines received different
      *                            from the ASN this run, and the ASN
      *                            lines found never to have arrived.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASN-CONFIRM-FILE
               ASSIGN TO 'ASN-CONFIRM.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACF-FILE-STATUS.
           SELECT EXPECTED-RECEIPTS-FILE
               ASSIGN TO 'EXPECTED-RECEIPTS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASN-FILE-STATUS.
           SELECT LOT-DETAIL-FILE
               ASSIGN TO 'LOT-DETAIL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDF-FILE-STATUS.
           SELECT RECV-PARM-FILE
               ASSIGN TO 'ASN-RECV-PARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-FILE-STATUS.
           SELECT MOVEMENT-TRANS-FILE
               ASSIGN TO 'MOVEMENT-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MTF-FILE-STATUS.
           SELECT GTIN-MASTER-FILE
               ASSIGN TO 'GTIN-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GTM-FILE-STATUS.
           SELECT ASN-RECV-REGISTER
               ASSIGN TO PRINTER 'ASN-Receiving-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASN-EXCEPTION-REPORT
               ASSIGN TO PRINTER 'ASN-Exception-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-LEDGER-FILE
               ASSIGN TO 'POSTED-BATCH-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PBL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ASN-CONFIRM-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  ASN-CONFIRM-RECORD.
           05  ACF-ACTION              PIC X.
           05  ACF-ASN-NUMBER          PIC X(10).
           05  ACF-CANDY-ID            PIC XXX.
           05  ACF-LOT-NUMBER          PIC X(10).
           05  ACF-CASES-RECEIVED      PIC 9(5).
           05  ACF-SCAN-GTIN           PIC X(14).

       FD EXPECTED-RECEIPTS-FILE
           RECORD CONTAINS 79 CHARACTERS.

       COPY ASNREC.

       FD LOT-DETAIL-FILE
           RECORD CONTAINS 37 CHARACTERS.

       01  LOT-DETAIL-RECORD.
           05  LDF-RUN-DATE            PIC 9(8).
           05  LDF-WAREHOUSE-ID        PIC X(4).
           05  LDF-CANDY-ID            PIC XXX.
           05  LDF-LOT-NUMBER          PIC X(10).
           05  LDF-EXP-DATE            PIC 9(8).
           05  LDF-LOT-CASES           PIC 9(4).

       FD RECV-PARM-FILE
           RECORD CONTAINS 3 CHARACTERS.

       01  RECV-PARM-RECORD.
           05  PRM-GRACE-DAYS          PIC 999.

       FD MOVEMENT-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  MOVEMENT-TRANS-RECORD.
           05  MTF-TRANS-TYPE          PIC A.
           05  MTF-WAREHOUSE-ID        PIC X(4).
           05  MTF-CANDY-ID            PIC XXX.
           05  MTF-ADJ-SIGN            PIC X.
           05  MTF-QUANTITY            PIC 9(5).
           05  MTF-REFERENCE           PIC X(8).
           05  MTF-LOT-NUMBER          PIC X(10).

       COPY BTHREC.

       FD GTIN-MASTER-FILE
           RECORD CONTAINS 35 CHARACTERS.

       COPY GTNMREC.

       FD ASN-RECV-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       FD ASN-EXCEPTION-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  EXCEPTION-RECORD            PIC X(80).

       FD BATCH-LEDGER-FILE
           RECORD CONTAINS 82 CHARACTERS.

       COPY PBLREC.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  ACF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-ACF-DATA                     VALUE 'N'.
           05  ASN-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-ASN-DATA                     VALUE 'N'.
           05  LDF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-LDF-DATA                     VALUE 'N'.
           05  GTM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-GTM-DATA                     VALUE 'N'.
           05  ASN-FOUND-SWITCH        PIC X           VALUE 'N'.
               88 ASN-ON-FILE                          VALUE 'Y'.
           05  OPEN-LINE-SWITCH        PIC X           VALUE 'N'.
               88 ASN-HAS-OPEN-LINE                    VALUE 'Y'.
           05  LINE-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 ASN-LINE-FOUND                       VALUE 'Y'.
           05  LOT-FOUND-SWITCH        PIC X           VALUE 'N'.
               88 LOT-FOUND                            VALUE 'Y'.
           05  LOTS-CHANGED-SWITCH     PIC X           VALUE 'N'.
               88 LOTS-CHANGED                         VALUE 'Y'.
           05  MTF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-MTF-DATA                     VALUE 'N'.
           05  PBL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PBL-DATA                     VALUE 'N'.

       01  TEMP-FIELDS.
           05  ACF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ASN-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LDF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PRM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  MTF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  GTM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PBL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  NEXT-BATCH-SEQ          PIC 9(4)        VALUE 0.
           05  RECEIPT-CASES-HASH      PIC 9(11)V99    VALUE 0.
           05  RECEIPT-OUT-SUB         PIC 9(4)        VALUE 0.
           05  REJECT-REASON           PIC X(22)       VALUE SPACES.
           05  EXR-SUB                 PIC 9(4)        VALUE 0.
           05  EXR-HOLD-SUB            PIC 9(4)        VALUE 0.
           05  LOT-SUB                 PIC 9(4)        VALUE 0.
           05  GTN-SUB                 PIC 9(4)        VALUE 0.
           05  SCANNED-GTIN            PIC 9(14)       VALUE 0.
           05  SCANNED-CANDY-ID        PIC XXX         VALUE SPACES.
           05  SCANNED-UNIT-SWITCH     PIC X           VALUE 'N'.
               88 SCANNED-UNIT-GTIN                    VALUE 'Y'.
           05  LOT-HOLD-SUB            PIC 9(4)        VALUE 0.
           05  RECEIVED-CASES          PIC 9(5)        VALUE 0.
           05  LOT-NEW-CASES           PIC 9(6)        VALUE 0.
           05  GRACE-DAYS              PIC 999         VALUE 7.
           05  AGE-DAYS                PIC S9(7)       VALUE 0.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD.
               10  RUN-CCYY            PIC 9(4).
               10  RUN-MM              PIC 99.
               10  RUN-DD              PIC 99.
           05  DUE-DATE-WORK           PIC 9(8)        VALUE 0.
           05  DUE-DATE-X REDEFINES DUE-DATE-WORK.
               10  DUE-CCYY            PIC 9(4).
               10  DUE-MM              PIC 99.
               10  DUE-DD              PIC 99.

       01  RUN-TOTALS.
           05  CONFIRMS-READ-COUNT     PIC 9(7)        VALUE 0.
           05  CONFIRMS-ACCEPTED-COUNT PIC 9(7)        VALUE 0.
           05  CONFIRMS-REJECTED-COUNT PIC 9(7)        VALUE 0.
           05  LINES-RECEIVED-COUNT    PIC 9(7)        VALUE 0.
           05  RECEIPTS-WRITTEN-COUNT  PIC 9(7)        VALUE 0.
           05  CASES-RECEIVED-TOTAL    PIC 9(9)        VALUE 0.
           05  DISCREPANCY-COUNT       PIC 9(7)        VALUE 0.
           05  NEVER-ARRIVED-COUNT     PIC 9(7)        VALUE 0.

      *****************************************************************
      * RECEIPT-OUT-TABLE holds the 'R' movements until the end of
      * the run, when the batch header that counts them can be
      * written ahead of them.
      *****************************************************************
       01  RECEIPT-OUT-COUNT           PIC 9(4)        VALUE 0.

       01  RECEIPT-OUT-TABLE.
           05  RECEIPT-OUT-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON RECEIPT-OUT-COUNT.
               10  ROT-MOVEMENT-RECORD PIC X(32).

      *****************************************************************
      * EXPECTED-TABLE holds the expected-receipts file.  The dock's
      * confirmations mark the lines of each confirmed ASN, and an
      * exception line carries the cases actually received; the
      * file is rewritten from the table at end of run.
      *****************************************************************
       01  EXR-COUNT                   PIC 9(4)        VALUE 0.

       01  EXPECTED-TABLE.
           05  EXR-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON EXR-COUNT.
               10  EXR-DATA.
                   15  EXR-ASN-NUMBER      PIC X(10).
                   15  EXR-VENDOR-ID       PIC A.
                   15  EXR-PO-NUMBER       PIC X(8).
                   15  EXR-CANDY-ID        PIC XXX.
                   15  EXR-WAREHOUSE-ID    PIC X(4).
                   15  EXR-CASES-SHIPPED   PIC 9(5).
                   15  EXR-LOT-NUMBER      PIC X(10).
                   15  EXR-EXP-DATE        PIC 9(8).
                   15  EXR-ARRIVAL-DATE    PIC 9(8).
                   15  EXR-LOAD-DATE       PIC 9(8).
                   15  EXR-STATUS          PIC X.
                   15  EXR-CASES-RECEIVED  PIC 9(5).
                   15  EXR-RECEIVED-DATE   PIC 9(8).
               10  EXR-CONFIRM-FLAG        PIC X.
                   88  EXR-CONFIRMED                   VALUE 'Y'.
               10  EXR-EXCEPTION-FLAG      PIC X.
                   88  EXR-EXCEPTION-KEYED             VALUE 'Y'.
               10  EXR-EXCEPTION-CASES     PIC 9(5).

       01  LOT-COUNT                   PIC 9(4)        VALUE 0.

       01  LOT-TABLE.
           05  LOT-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON LOT-COUNT.
               10  LOT-RUN-DATE        PIC 9(8).
               10  LOT-WAREHOUSE-ID    PIC X(4).
               10  LOT-CANDY-ID        PIC XXX.
               10  LOT-LOT-NUMBER      PIC X(10).
               10  LOT-EXP-DATE        PIC 9(8).
               10  LOT-LOT-CASES       PIC 9(4).

       01  GTIN-COUNT                  PIC 9(4)        VALUE 0.

       01  GTIN-TABLE.
           05  GTIN-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON GTIN-COUNT.
               10  GTT-CANDY-ID        PIC XXX.
               10  GTT-CASE-GTIN       PIC 9(14).
               10  GTT-UNIT-GTIN       PIC 9(14).

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       'A  ASN         CDY  LOT       '.
           05  FILLER                  PIC X(30)   VALUE
                                       '   CASES  DISPOSITION'.

       01  REGISTER-LINE.
           05  REG-ACTION              PIC X.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-ASN-NUMBER          PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-LOT-NUMBER          PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-CASES               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-DISPOSITION         PIC X(34).
           05  FILLER                  PIC X(6)        VALUE SPACES.

      *****************************************************************
      * DETAIL-HEADING and DETAIL-LINE print one ASN line -- on the
      * register's receipts and on both sections of the exception
      * report.
      *****************************************************************
       01  DETAIL-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       'ASN         V  PO        CDY  '.
           05  FILLER                  PIC X(40)   VALUE
                       'WHSE  LOT           SHIP    RCVD  REMARK'.

       01  DETAIL-LINE.
           05  DTL-ASN-NUMBER          PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-VENDOR-ID           PIC X.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-PO-NUMBER           PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-LOT-NUMBER          PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-CASES-SHIPPED       PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-CASES-RECEIVED      PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-REMARK              PIC X(14).
           05  FILLER                  PIC XX          VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(44)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 11-READ-RECV-PARM
           PERFORM 12-LOAD-EXPECTED-RECEIPTS
           PERFORM 14-LOAD-LOT-DETAIL
           PERFORM 14A-LOAD-GTIN-MASTER
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-CONFIRMATIONS
           PERFORM 30-RECEIVE-CONFIRMED-LINES
           PERFORM 35-MARK-NEVER-ARRIVED
           PERFORM 40-EOF-ROUTINE
           .

       11-READ-RECV-PARM.

           OPEN INPUT RECV-PARM-FILE
           IF PRM-FILE-STATUS IS EQUAL TO '00'
               READ RECV-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-GRACE-DAYS IS NUMERIC
                           MOVE PRM-GRACE-DAYS TO GRACE-DAYS
                       END-IF
               END-READ
               CLOSE RECV-PARM-FILE
           END-IF
           .

      *****************************************************************
      * 12-LOAD-EXPECTED-RECEIPTS reads the ASN lines into the
      * expected table.  There is nothing to receive against without
      * them, so a missing file stops the run.
      *****************************************************************
       12-LOAD-EXPECTED-RECEIPTS.

           OPEN INPUT EXPECTED-RECEIPTS-FILE
           IF ASN-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ASNRECV: UNABLE TO OPEN EXPECTED RECEIPTS '
                       'FILE, FILE STATUS = ' ASN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ' ' TO ASN-EOF-FLAG
           PERFORM UNTIL NO-MORE-ASN-DATA
               READ EXPECTED-RECEIPTS-FILE
                   AT END
                       MOVE 'N' TO ASN-EOF-FLAG
                   NOT AT END
                       IF EXR-COUNT IS EQUAL TO 5000
                           DISPLAY 'ASNRECV: EXPECTED RECEIPTS HAS '
                                   'MORE THAN 5000 LINES, TABLE IS '
                                   'FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO EXR-COUNT
                       MOVE EXPECTED-RECEIPT-RECORD TO
                               EXR-DATA (EXR-COUNT)
                       MOVE 'N' TO EXR-CONFIRM-FLAG (EXR-COUNT)
                       MOVE 'N' TO EXR-EXCEPTION-FLAG (EXR-COUNT)
                       MOVE 0 TO EXR-EXCEPTION-CASES (EXR-COUNT)
               END-READ
           END-PERFORM
           CLOSE EXPECTED-RECEIPTS-FILE
           .

       14-LOAD-LOT-DETAIL.

           OPEN INPUT LOT-DETAIL-FILE
           IF LDF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF LDF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ASNRECV: UNABLE TO OPEN LOT DETAIL '
                           'FILE, FILE STATUS = ' LDF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO LDF-EOF-FLAG
               PERFORM UNTIL NO-MORE-LDF-DATA
                   READ LOT-DETAIL-FILE
                       AT END
                           MOVE 'N' TO LDF-EOF-FLAG
                       NOT AT END
                           IF LOT-COUNT IS EQUAL TO 2000
                               DISPLAY 'ASNRECV: LOT DETAIL HAS MORE '
                                       'THAN 2000 LOTS, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO LOT-COUNT
                           MOVE LOT-DETAIL-RECORD TO
                                   LOT-ENTRY (LOT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE LOT-DETAIL-FILE
           END-IF
           .

       14A-LOAD-GTIN-MASTER.

           OPEN INPUT GTIN-MASTER-FILE
           IF GTM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF GTM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ASNRECV: UNABLE TO OPEN GTIN MASTER, '
                           'FILE STATUS = ' GTM-FILE-STATUS
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
                               DISPLAY 'ASNRECV: GTIN MASTER HAS MORE '
                                       'THAN 3000 ENTRIES, TABLE IS '
                                       'FULL'
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

           OPEN INPUT ASN-CONFIRM-FILE
           IF ACF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ASNRECV: UNABLE TO OPEN ASN CONFIRMATION '
                       'FILE, FILE STATUS = ' ACF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 15A-FIND-NEXT-BATCH-SEQ

           OPEN EXTEND MOVEMENT-TRANS-FILE
           IF MTF-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT MOVEMENT-TRANS-FILE
               IF MTF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ASNRECV: UNABLE TO OPEN MOVEMENT '
                           'TRANSACTION FILE, FILE STATUS = '
                           MTF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT ASN-RECV-REGISTER
           OPEN OUTPUT ASN-EXCEPTION-REPORT

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'ASN DOCK RECEIVING REGISTER' TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE REGISTER-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO EXCEPTION-RECORD
           STRING 'ASN DISCREPANCY AND NEVER-ARRIVED REPORT AS OF '
                      DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           .

      *****************************************************************
      * 15A-FIND-NEXT-BATCH-SEQ numbers this run's batch one past the
      * last ASNRECV batch INVPOST has posted, or one past the last
      * ASNRECV batch still waiting in the movement file, whichever
      * is higher -- the file is added to, so an earlier run's batch
      * may not have posted yet.
      *****************************************************************
       15A-FIND-NEXT-BATCH-SEQ.

           MOVE 0 TO NEXT-BATCH-SEQ

           OPEN INPUT BATCH-LEDGER-FILE
           IF PBL-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO PBL-EOF-FLAG
               PERFORM UNTIL NO-MORE-PBL-DATA
                   READ BATCH-LEDGER-FILE
                       AT END
                           MOVE 'N' TO PBL-EOF-FLAG
                       NOT AT END
                           IF PBL-PROGRAM IS EQUAL TO 'INVPOST'
                              AND PBL-SOURCE IS EQUAL TO 'ASNRECV'
                              AND PBL-POSTED
                              AND PBL-BATCH-SEQ IS GREATER THAN
                                   NEXT-BATCH-SEQ
                               MOVE PBL-BATCH-SEQ TO NEXT-BATCH-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-LEDGER-FILE
           END-IF

           OPEN INPUT MOVEMENT-TRANS-FILE
           IF MTF-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO MTF-EOF-FLAG
               PERFORM UNTIL NO-MORE-MTF-DATA
                   READ MOVEMENT-TRANS-FILE
                       AT END
                           MOVE 'N' TO MTF-EOF-FLAG
                       NOT AT END
                           IF BTH-IS-HEADER
                              AND BTH-SOURCE IS EQUAL TO 'ASNRECV'
                              AND BTH-BATCH-SEQ IS NUMERIC
                              AND BTH-BATCH-SEQ IS GREATER THAN
                                   NEXT-BATCH-SEQ
                               MOVE BTH-BATCH-SEQ TO NEXT-BATCH-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-TRANS-FILE
           END-IF

           ADD 1 TO NEXT-BATCH-SEQ
           .

       20-PROCESS-CONFIRMATIONS.

           MOVE ' ' TO ACF-EOF-FLAG
           PERFORM UNTIL NO-MORE-ACF-DATA
               READ ASN-CONFIRM-FILE
                   AT END
                       MOVE 'N' TO ACF-EOF-FLAG
                   NOT AT END
                       ADD 1 TO CONFIRMS-READ-COUNT
                       PERFORM 25-APPLY-ONE-CONFIRM
                           THRU 25-APPLY-EXIT
               END-READ
           END-PERFORM
           .

      *****************************************************************
      * 25-APPLY-ONE-CONFIRM applies one dock confirmation.  The ASN
      * must be on file with at least one line not yet received --
      * a line marked never arrived may still come in late.  An
      * exception must name one of those lines by candy and lot and
      * carry the cases received.  An accepted confirmation marks
      * every open line of the ASN for receipt.
      *****************************************************************
       25-APPLY-ONE-CONFIRM.

           MOVE SPACES TO REJECT-REASON

           IF ACF-ACTION IS NOT EQUAL TO 'C'
              AND ACF-ACTION IS NOT EQUAL TO 'E'
               MOVE 'ACTION NOT C OR E' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           MOVE 'N' TO ASN-FOUND-SWITCH
           MOVE 'N' TO OPEN-LINE-SWITCH
           PERFORM VARYING EXR-SUB FROM 1 BY 1
               UNTIL EXR-SUB > EXR-COUNT
               IF EXR-ASN-NUMBER (EXR-SUB) IS EQUAL TO ACF-ASN-NUMBER
                   MOVE 'Y' TO ASN-FOUND-SWITCH
                   IF EXR-STATUS (EXR-SUB) IS EQUAL TO 'E'
                      OR EXR-STATUS (EXR-SUB) IS EQUAL TO 'N'
                       MOVE 'Y' TO OPEN-LINE-SWITCH
                   END-IF
               END-IF
           END-PERFORM

           IF NOT ASN-ON-FILE
               MOVE 'ASN NOT ON FILE' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           IF NOT ASN-HAS-OPEN-LINE
               MOVE 'ASN ALREADY RECEIVED' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           IF ACF-ACTION IS EQUAL TO 'E'
               IF ACF-CASES-RECEIVED IS NOT NUMERIC
                   MOVE 'CASES NOT NUMERIC' TO REJECT-REASON
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               IF ACF-CASES-RECEIVED IS GREATER THAN 9999
                   MOVE 'CASES OVER LOT LIMIT' TO REJECT-REASON
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               IF ACF-SCAN-GTIN IS NOT EQUAL TO SPACES
                   IF ACF-SCAN-GTIN IS NOT NUMERIC
                      OR ACF-SCAN-GTIN IS EQUAL TO ZEROS
                       MOVE 'GTIN NOT 14 DIGITS' TO REJECT-REASON
                       PERFORM 28-WRITE-REGISTER-LINE
                       GO TO 25-APPLY-EXIT
                   END-IF
                   PERFORM 27-FIND-SCANNED-GTIN
                   IF SCANNED-CANDY-ID IS EQUAL TO SPACES
                       IF SCANNED-UNIT-GTIN
                           MOVE 'UNIT GTIN, NOT A CASE' TO
                                   REJECT-REASON
                       ELSE
                           MOVE 'GTIN NOT ON FILE' TO REJECT-REASON
                       END-IF
                       PERFORM 28-WRITE-REGISTER-LINE
                       GO TO 25-APPLY-EXIT
                   END-IF
                   IF ACF-CANDY-ID IS EQUAL TO SPACES
                       MOVE SCANNED-CANDY-ID TO ACF-CANDY-ID
                   END-IF
                   IF ACF-CANDY-ID IS NOT EQUAL TO SCANNED-CANDY-ID
                       MOVE 'GTIN NOT FOR CANDY ID' TO REJECT-REASON
                       PERFORM 28-WRITE-REGISTER-LINE
                       GO TO 25-APPLY-EXIT
                   END-IF
               END-IF
               PERFORM 26-FIND-ASN-LINE
               IF NOT ASN-LINE-FOUND
                   MOVE 'ASN LINE NOT ON FILE' TO REJECT-REASON
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               MOVE 'Y' TO EXR-EXCEPTION-FLAG (EXR-HOLD-SUB)
               MOVE ACF-CASES-RECEIVED TO
                       EXR-EXCEPTION-CASES (EXR-HOLD-SUB)
           END-IF

           PERFORM VARYING EXR-SUB FROM 1 BY 1
               UNTIL EXR-SUB > EXR-COUNT
               IF EXR-ASN-NUMBER (EXR-SUB) IS EQUAL TO ACF-ASN-NUMBER
                  AND (EXR-STATUS (EXR-SUB) IS EQUAL TO 'E'
                    OR EXR-STATUS (EXR-SUB) IS EQUAL TO 'N')
                   MOVE 'Y' TO EXR-CONFIRM-FLAG (EXR-SUB)
               END-IF
           END-PERFORM

           PERFORM 28-WRITE-REGISTER-LINE
           .

       25-APPLY-EXIT.
           EXIT.

       26-FIND-ASN-LINE.

           MOVE 'N' TO LINE-FOUND-SWITCH
           PERFORM VARYING EXR-SUB FROM 1 BY 1
               UNTIL EXR-SUB > EXR-COUNT
                  OR ASN-LINE-FOUND
               IF EXR-ASN-NUMBER (EXR-SUB) IS EQUAL TO ACF-ASN-NUMBER
                  AND EXR-CANDY-ID (EXR-SUB) IS EQUAL TO ACF-CANDY-ID
                  AND EXR-LOT-NUMBER (EXR-SUB) IS EQUAL TO
                       ACF-LOT-NUMBER
                  AND (EXR-STATUS (EXR-SUB) IS EQUAL TO 'E'
                    OR EXR-STATUS (EXR-SUB) IS EQUAL TO 'N')
                   MOVE 'Y' TO LINE-FOUND-SWITCH
                   MOVE EXR-SUB TO EXR-HOLD-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 27-FIND-SCANNED-GTIN looks the GTIN scanned off a vendor's
      * case up on the GTIN master and returns its Candy ID in
      * SCANNED-CANDY-ID, spaces when it is not a case GTIN on file.
      * A unit GTIN is flagged so the dock is told to scan the case.
      *****************************************************************
       27-FIND-SCANNED-GTIN.

           MOVE ACF-SCAN-GTIN TO SCANNED-GTIN
           MOVE SPACES TO SCANNED-CANDY-ID
           MOVE 'N' TO SCANNED-UNIT-SWITCH
           PERFORM VARYING GTN-SUB FROM 1 BY 1
               UNTIL GTN-SUB > GTIN-COUNT
                  OR SCANNED-CANDY-ID IS NOT EQUAL TO SPACES
               IF GTT-CASE-GTIN (GTN-SUB) IS EQUAL TO SCANNED-GTIN
                   MOVE GTT-CANDY-ID (GTN-SUB) TO SCANNED-CANDY-ID
               ELSE
                   IF GTT-UNIT-GTIN (GTN-SUB) IS EQUAL TO SCANNED-GTIN
                       MOVE 'Y' TO SCANNED-UNIT-SWITCH
                   END-IF
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 28-WRITE-REGISTER-LINE prints the confirmation with its
      * disposition -- ACCEPTED, or the rejection reason left in
      * REJECT-REASON.
      *****************************************************************
       28-WRITE-REGISTER-LINE.

           MOVE ACF-ACTION TO REG-ACTION
           MOVE ACF-ASN-NUMBER TO REG-ASN-NUMBER
           MOVE ACF-CANDY-ID TO REG-CANDY-ID
           MOVE ACF-LOT-NUMBER TO REG-LOT-NUMBER
           IF ACF-CASES-RECEIVED IS NUMERIC
               MOVE ACF-CASES-RECEIVED TO REG-CASES
           ELSE
               MOVE 0 TO REG-CASES
           END-IF
           IF REJECT-REASON IS EQUAL TO SPACES
               IF ACF-ACTION IS EQUAL TO 'C'
                   MOVE 'ACCEPTED - AS SHIPPED' TO REG-DISPOSITION
               ELSE
                   MOVE 'ACCEPTED - EXCEPTION' TO REG-DISPOSITION
               END-IF
               ADD 1 TO CONFIRMS-ACCEPTED-COUNT
           ELSE
               MOVE SPACES TO REG-DISPOSITION
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      REJECT-REASON DELIMITED BY SIZE
                   INTO REG-DISPOSITION
               ADD 1 TO CONFIRMS-REJECTED-COUNT
           END-IF
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 30-RECEIVE-CONFIRMED-LINES receives every ASN line the dock
      * confirmed, listing each on the register; the lines that came
      * in different from the ASN also go on the first section of
      * the exception report.
      *****************************************************************
       30-RECEIVE-CONFIRMED-LINES.

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE 'RECEIPTS GENERATED' TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE DETAIL-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE 'RECEIVED DIFFERENT FROM THE ASN' TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE DETAIL-HEADING TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           PERFORM VARYING EXR-SUB FROM 1 BY 1
               UNTIL EXR-SUB > EXR-COUNT
               IF EXR-CONFIRMED (EXR-SUB)
                   PERFORM 32-RECEIVE-ONE-LINE
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 32-RECEIVE-ONE-LINE receives one confirmed ASN line: the
      * exception cases when the dock keyed one, the shipped cases
      * otherwise.  Cases received become an 'R' movement against
      * the line's PO and are added to its lot.  The line is marked
      * received, or received with a discrepancy when the cases
      * differ from the ASN.
      *****************************************************************
       32-RECEIVE-ONE-LINE.

           IF EXR-EXCEPTION-KEYED (EXR-SUB)
               MOVE EXR-EXCEPTION-CASES (EXR-SUB) TO RECEIVED-CASES
           ELSE
               MOVE EXR-CASES-SHIPPED (EXR-SUB) TO RECEIVED-CASES
           END-IF

           IF RECEIVED-CASES IS GREATER THAN ZERO
               MOVE 'R' TO MTF-TRANS-TYPE
               MOVE EXR-WAREHOUSE-ID (EXR-SUB) TO MTF-WAREHOUSE-ID
               MOVE EXR-CANDY-ID (EXR-SUB) TO MTF-CANDY-ID
               MOVE SPACE TO MTF-ADJ-SIGN
               MOVE RECEIVED-CASES TO MTF-QUANTITY
               MOVE EXR-PO-NUMBER (EXR-SUB) TO MTF-REFERENCE
               MOVE EXR-LOT-NUMBER (EXR-SUB) TO MTF-LOT-NUMBER
               IF RECEIPT-OUT-COUNT IS EQUAL TO 5000
                   DISPLAY 'ASNRECV: MORE THAN 5000 RECEIPTS, '
                           'TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO RECEIPT-OUT-COUNT
               MOVE MOVEMENT-TRANS-RECORD TO
                       ROT-MOVEMENT-RECORD (RECEIPT-OUT-COUNT)
               ADD RECEIVED-CASES TO RECEIPT-CASES-HASH
               ADD 1 TO RECEIPTS-WRITTEN-COUNT
               ADD RECEIVED-CASES TO CASES-RECEIVED-TOTAL
               PERFORM 33-ADD-TO-LOT
           END-IF

           ADD 1 TO LINES-RECEIVED-COUNT
           MOVE RECEIVED-CASES TO EXR-CASES-RECEIVED (EXR-SUB)
           MOVE RUN-DATE-YYYYMMDD TO EXR-RECEIVED-DATE (EXR-SUB)

           PERFORM 36-FILL-DETAIL-LINE
           IF RECEIVED-CASES IS EQUAL TO EXR-CASES-SHIPPED (EXR-SUB)
               MOVE 'R' TO EXR-STATUS (EXR-SUB)
               MOVE 'RECEIVED' TO DTL-REMARK
           ELSE
               MOVE 'X' TO EXR-STATUS (EXR-SUB)
               ADD 1 TO DISCREPANCY-COUNT
               EVALUATE TRUE
                   WHEN RECEIVED-CASES IS EQUAL TO ZERO
                       MOVE 'NONE RECEIVED' TO DTL-REMARK
                   WHEN RECEIVED-CASES IS LESS THAN
                           EXR-CASES-SHIPPED (EXR-SUB)
                       MOVE 'SHORT' TO DTL-REMARK
                   WHEN OTHER
                       MOVE 'OVER' TO DTL-REMARK
               END-EVALUATE
               MOVE DETAIL-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
           END-IF
           MOVE DETAIL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 33-ADD-TO-LOT adds the received cases to the lot already on
      * file for the warehouse and candy, keeping its receipt date.
      * A lot not yet on file -- or one the cases would carry past
      * the field -- goes on as a new lot received today.
      *****************************************************************
       33-ADD-TO-LOT.

           MOVE 'Y' TO LOTS-CHANGED-SWITCH
           MOVE 'N' TO LOT-FOUND-SWITCH
           PERFORM VARYING LOT-SUB FROM 1 BY 1
               UNTIL LOT-SUB > LOT-COUNT
                  OR LOT-FOUND
               IF LOT-WAREHOUSE-ID (LOT-SUB) IS EQUAL TO
                       EXR-WAREHOUSE-ID (EXR-SUB)
                  AND LOT-CANDY-ID (LOT-SUB) IS EQUAL TO
                       EXR-CANDY-ID (EXR-SUB)
                  AND LOT-LOT-NUMBER (LOT-SUB) IS EQUAL TO
                       EXR-LOT-NUMBER (EXR-SUB)
                   COMPUTE LOT-NEW-CASES = LOT-LOT-CASES (LOT-SUB)
                                         + RECEIVED-CASES
                   IF LOT-NEW-CASES IS NOT GREATER THAN 9999
                       MOVE 'Y' TO LOT-FOUND-SWITCH
                       MOVE LOT-SUB TO LOT-HOLD-SUB
                   END-IF
               END-IF
           END-PERFORM

           IF LOT-FOUND
               MOVE LOT-NEW-CASES TO LOT-LOT-CASES (LOT-HOLD-SUB)
           ELSE
               IF LOT-COUNT IS EQUAL TO 2000
                   DISPLAY 'ASNRECV: LOT DETAIL HAS MORE THAN 2000 '
                           'LOTS, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO LOT-COUNT
               MOVE RUN-DATE-YYYYMMDD TO LOT-RUN-DATE (LOT-COUNT)
               MOVE EXR-WAREHOUSE-ID (EXR-SUB) TO
                       LOT-WAREHOUSE-ID (LOT-COUNT)
               MOVE EXR-CANDY-ID (EXR-SUB) TO LOT-CANDY-ID (LOT-COUNT)
               MOVE EXR-LOT-NUMBER (EXR-SUB) TO
                       LOT-LOT-NUMBER (LOT-COUNT)
               MOVE EXR-EXP-DATE (EXR-SUB) TO LOT-EXP-DATE (LOT-COUNT)
               MOVE RECEIVED-CASES TO LOT-LOT-CASES (LOT-COUNT)
           END-IF
           .

      *****************************************************************
      * 35-MARK-NEVER-ARRIVED marks every ASN line still expected
      * more than the grace days past its arrival date as never
      * arrived, and lists it on the second section of the exception
      * report.  Days count on the 30-day-month convention the aging
      * reports use.
      *****************************************************************
       35-MARK-NEVER-ARRIVED.

           MOVE SPACES TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE SPACES TO EXCEPTION-RECORD
           STRING 'NEVER ARRIVED -- STILL EXPECTED MORE THAN '
                      DELIMITED BY SIZE
                  GRACE-DAYS DELIMITED BY SIZE
                  ' DAYS PAST ARRIVAL DATE' DELIMITED BY SIZE
               INTO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE DETAIL-HEADING TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           PERFORM VARYING EXR-SUB FROM 1 BY 1
               UNTIL EXR-SUB > EXR-COUNT
               IF EXR-STATUS (EXR-SUB) IS EQUAL TO 'E'
                   MOVE EXR-ARRIVAL-DATE (EXR-SUB) TO DUE-DATE-WORK
                   COMPUTE AGE-DAYS = (RUN-CCYY - DUE-CCYY) * 360
                                    + (RUN-MM - DUE-MM) * 30
                                    + (RUN-DD - DUE-DD)
                   IF AGE-DAYS IS GREATER THAN GRACE-DAYS
                       MOVE 'N' TO EXR-STATUS (EXR-SUB)
                       ADD 1 TO NEVER-ARRIVED-COUNT
                       MOVE 0 TO RECEIVED-CASES
                       PERFORM 36-FILL-DETAIL-LINE
                       MOVE SPACES TO DTL-REMARK
                       STRING 'DUE ' DELIMITED BY SIZE
                              DUE-DATE-WORK DELIMITED BY SIZE
                           INTO DTL-REMARK
                       MOVE DETAIL-LINE TO EXCEPTION-RECORD
                       WRITE EXCEPTION-RECORD
                   END-IF
               END-IF
           END-PERFORM
           .

       36-FILL-DETAIL-LINE.

           MOVE EXR-ASN-NUMBER (EXR-SUB) TO DTL-ASN-NUMBER
           MOVE EXR-VENDOR-ID (EXR-SUB) TO DTL-VENDOR-ID
           MOVE EXR-PO-NUMBER (EXR-SUB) TO DTL-PO-NUMBER
           MOVE EXR-CANDY-ID (EXR-SUB) TO DTL-CANDY-ID
           MOVE EXR-WAREHOUSE-ID (EXR-SUB) TO DTL-WAREHOUSE-ID
           MOVE EXR-LOT-NUMBER (EXR-SUB) TO DTL-LOT-NUMBER
           MOVE EXR-CASES-SHIPPED (EXR-SUB) TO DTL-CASES-SHIPPED
           MOVE RECEIVED-CASES TO DTL-CASES-RECEIVED
           MOVE SPACES TO DTL-REMARK
           .

       40-EOF-ROUTINE.

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CONFIRMATIONS READ' TO RTL-LABEL
           MOVE CONFIRMS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CONFIRMATIONS ACCEPTED' TO RTL-LABEL
           MOVE CONFIRMS-ACCEPTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CONFIRMATIONS REJECTED' TO RTL-LABEL
           MOVE CONFIRMS-REJECTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'ASN LINES RECEIVED' TO RTL-LABEL
           MOVE LINES-RECEIVED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'RECEIPT MOVEMENTS WRITTEN' TO RTL-LABEL
           MOVE RECEIPTS-WRITTEN-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CASES RECEIVED' TO RTL-LABEL
           MOVE CASES-RECEIVED-TOTAL TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LINES WITH DISCREPANCY' TO RTL-LABEL
           MOVE DISCREPANCY-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LINES NEVER ARRIVED' TO RTL-LABEL
           MOVE NEVER-ARRIVED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LINES WITH DISCREPANCY' TO RTL-LABEL
           MOVE DISCREPANCY-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LINES NEVER ARRIVED' TO RTL-LABEL
           MOVE NEVER-ARRIVED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           PERFORM 45-REWRITE-EXPECTED-RECEIPTS
           PERFORM 46-REWRITE-LOT-DETAIL
           PERFORM 47-WRITE-RECEIPT-BATCH

           CLOSE ASN-CONFIRM-FILE
                MOVEMENT-TRANS-FILE
                ASN-RECV-REGISTER
                ASN-EXCEPTION-REPORT

           STOP RUN
           .

       45-REWRITE-EXPECTED-RECEIPTS.

           OPEN OUTPUT EXPECTED-RECEIPTS-FILE
           IF ASN-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ASNRECV: UNABLE TO REWRITE EXPECTED '
                       'RECEIPTS FILE, FILE STATUS = ' ASN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING EXR-SUB FROM 1 BY 1
               UNTIL EXR-SUB > EXR-COUNT
               MOVE EXR-DATA (EXR-SUB) TO EXPECTED-RECEIPT-RECORD
               WRITE EXPECTED-RECEIPT-RECORD
           END-PERFORM
           CLOSE EXPECTED-RECEIPTS-FILE
           .

      *****************************************************************
      * 46-REWRITE-LOT-DETAIL writes the lot details back out with
      * the received lots.  A run that received nothing leaves the
      * file as it was.
      *****************************************************************
       46-REWRITE-LOT-DETAIL.

           IF NOT LOTS-CHANGED
               CONTINUE
           ELSE
               OPEN OUTPUT LOT-DETAIL-FILE
               IF LDF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ASNRECV: UNABLE TO REWRITE LOT DETAIL '
                           'FILE, FILE STATUS = ' LDF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING LOT-SUB FROM 1 BY 1
                   UNTIL LOT-SUB > LOT-COUNT
                   MOVE LOT-ENTRY (LOT-SUB) TO LOT-DETAIL-RECORD
                   WRITE LOT-DETAIL-RECORD
               END-PERFORM
               CLOSE LOT-DETAIL-FILE
           END-IF
           .

      *****************************************************************
      * 47-WRITE-RECEIPT-BATCH adds the run's receipts to the movement
      * file as one batch: the header that counts them, then the
      * receipts themselves.
      *****************************************************************
       47-WRITE-RECEIPT-BATCH.

           IF RECEIPT-OUT-COUNT IS GREATER THAN ZERO
               MOVE SPACES TO BATCH-HEADER-RECORD
               MOVE '*BATCH' TO BTH-TAG
               MOVE 'ASNRECV' TO BTH-SOURCE
               MOVE RUN-DATE-YYYYMMDD TO BTH-BATCH-DATE
               MOVE NEXT-BATCH-SEQ TO BTH-BATCH-SEQ
               MOVE RECEIPT-OUT-COUNT TO BTH-RECORD-COUNT
               MOVE RECEIPT-CASES-HASH TO BTH-HASH-TOTAL
               WRITE BATCH-HEADER-RECORD

               PERFORM VARYING RECEIPT-OUT-SUB FROM 1 BY 1
                   UNTIL RECEIPT-OUT-SUB > RECEIPT-OUT-COUNT
                   MOVE ROT-MOVEMENT-RECORD (RECEIPT-OUT-SUB) TO
                           MOVEMENT-TRANS-RECORD
                   WRITE MOVEMENT-TRANS-RECORD
               END-PERFORM
           END-IF
           .
