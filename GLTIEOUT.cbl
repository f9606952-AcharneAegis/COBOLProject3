      * drill-down by warehouse -- hard-stopping the close with a
      * nonzero return code when the total difference runs past
      * the tolerance, the way the split's reconciliation
      * hard-stops on a count mismatch.  The bank reconciliation's
      * book-to-bank proof is carried in as the cash side of the
      * close and held to the same tolerance.
      * *****
      * INPUT:
      *    INVENTORY-MASTER.dat    the indexed inventory master,
      *    GLTIEOUT-TOLERANCE.txt  optional: one line, the dollar
      *                            tolerance; a missing file means
      *                            100.
      *    BANK-REC-PROOF.txt      optional: the book-to-bank proof
      *                            BANKREC left; a missing file is
      *                            reported and does not halt.
      * *****
      * OUTPUT:
      *    GL-Tieout-Report.txt    per warehouse: master valuation,
      *                            voucher posting, difference;
      *                            grand totals, the bank proof,
      *                            and the verdict.
      *    RETURN-CODE 16 and a console message when the total
      *                            difference, or the bank proof's
      *                            unreconciled difference, exceeds
      *                            tolerance --
      *                            the close must not proceed on a
      *                            ledger that does not tie.
      ***************************************************************
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-REC-KEY
               ALTERNATE RECORD KEY IS IM-CANDY-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IM-VENDOR-ID
                   WITH DUPLICATES
               FILE STATUS IS IMF-FILE-STATUS.
           SELECT GL-MAP-FILE
               ASSIGN TO 'GL-ACCOUNT-MAP.txt'
               ASSIGN TO 'GLTIEOUT-TOLERANCE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TPF-FILE-STATUS.
           SELECT BANK-PROOF-FILE
               ASSIGN TO 'BANK-REC-PROOF.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRF-FILE-STATUS.
           SELECT TIEOUT-REPORT
               ASSIGN TO PRINTER 'GL-Tieout-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       01  TOLERANCE-PARM-RECORD.
           05  TPF-TOLERANCE-DOLLARS   PIC 9(7).

       FD BANK-PROOF-FILE
           RECORD CONTAINS 104 CHARACTERS.

       COPY BRPFREC.

       FD TIEOUT-REPORT
           RECORD CONTAINS 80 CHARACTERS.

               88 NO-MORE-GLM-DATA                     VALUE 'N'.
           05  VCH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-VCH-DATA                     VALUE 'N'.
           05  BANK-PROOF-SWITCH       PIC X           VALUE 'N'.
               88 BANK-PROOF-ON-FILE                   VALUE 'Y'.

       01  TEMP-FIELDS.
           05  IMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  GLM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  VCH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BRF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TOLERANCE-DOLLARS       PIC 9(7)        VALUE 100.
           05  WH-SUB                  PIC 99          VALUE 0.
           05  WH-HOLD-SUB             PIC 99          VALUE 0.
           05  WH-DIFFERENCE           PIC S9(11)V99   VALUE 0.
           05  TOTAL-DIFFERENCE        PIC S9(13)V99   VALUE 0.
           05  ABS-DIFFERENCE          PIC 9(13)V99    VALUE 0.
           05  BANK-ABS-DIFFERENCE     PIC 9(13)V99    VALUE 0.
           05  BOOK-TO-BANK-DIFFERENCE PIC S9(13)V99   VALUE 0.

       01  RUN-TOTALS.
           05  TOTAL-MASTER-VALUE      PIC 9(13)V99    VALUE 0.
           PERFORM 14-VALUE-THE-MASTER
           PERFORM 16-ROLL-UP-VOUCHER
               THRU 16-ROLL-UP-EXIT
           PERFORM 17-READ-BANK-PROOF
           PERFORM 40-EOF-ROUTINE
           .

       16-ROLL-UP-EXIT.
           EXIT.

      *****************************************************************
      * 17-READ-BANK-PROOF picks up the book-to-bank proof the bank
      * reconciliation left.  Its unreconciled difference is what
      * the cash side of the close has not explained.
      *****************************************************************
       17-READ-BANK-PROOF.

           OPEN INPUT BANK-PROOF-FILE
           IF BRF-FILE-STATUS IS EQUAL TO '00'
               READ BANK-PROOF-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BRF-UNRECONCILED IS NUMERIC
                          AND BRF-ADJUSTED-BANK IS NUMERIC
                          AND BRF-BOOK-BALANCE IS NUMERIC
                           MOVE 'Y' TO BANK-PROOF-SWITCH
                       END-IF
               END-READ
               CLOSE BANK-PROOF-FILE
           END-IF

           IF BANK-PROOF-ON-FILE
               COMPUTE BOOK-TO-BANK-DIFFERENCE = BRF-ADJUSTED-BANK
                       - BRF-BOOK-BALANCE
               IF BRF-UNRECONCILED IS LESS THAN ZERO
                   COMPUTE BANK-ABS-DIFFERENCE = 0 - BRF-UNRECONCILED
               ELSE
                   MOVE BRF-UNRECONCILED TO BANK-ABS-DIFFERENCE
               END-IF
           END-IF
           .

      *****************************************************************
      * 30-FIND-OR-ADD-WAREHOUSE locates the table entry for the
      * warehouse sitting in IM-WAREHOUSE-ID, adding a zeroed one
           MOVE VERDICT-LINE TO TIEOUT-RECORD
           WRITE TIEOUT-RECORD

           MOVE SPACES TO TIEOUT-RECORD
           WRITE TIEOUT-RECORD
           IF BANK-PROOF-ON-FILE
               STRING 'BANK PROOF - STATEMENT DATE ' DELIMITED BY SIZE
                      BRF-STATEMENT-DATE DELIMITED BY SIZE
                   INTO TIEOUT-RECORD
               WRITE TIEOUT-RECORD

               MOVE SPACES TO VERDICT-LINE
               MOVE 'BOOK CASH BALANCE' TO VDL-LABEL
               MOVE BRF-BOOK-BALANCE TO VDL-AMOUNT
               MOVE VERDICT-LINE TO TIEOUT-RECORD
               WRITE TIEOUT-RECORD

               MOVE SPACES TO VERDICT-LINE
               MOVE 'ADJUSTED BANK BALANCE' TO VDL-LABEL
               MOVE BRF-ADJUSTED-BANK TO VDL-AMOUNT
               MOVE VERDICT-LINE TO TIEOUT-RECORD
               WRITE TIEOUT-RECORD

               MOVE SPACES TO VERDICT-LINE
               MOVE 'BOOK-TO-BANK DIFFERENCE' TO VDL-LABEL
               MOVE BOOK-TO-BANK-DIFFERENCE TO VDL-AMOUNT
               MOVE VERDICT-LINE TO TIEOUT-RECORD
               WRITE TIEOUT-RECORD

               MOVE SPACES TO VERDICT-LINE
               MOVE 'BANK UNRECONCILED DIFFERENCE' TO VDL-LABEL
               MOVE BRF-UNRECONCILED TO VDL-AMOUNT
               MOVE VERDICT-LINE TO TIEOUT-RECORD
               WRITE TIEOUT-RECORD
           ELSE
               MOVE 'NO BANK RECONCILIATION PROOF ON FILE'
                   TO TIEOUT-RECORD
               WRITE TIEOUT-RECORD
           END-IF

           MOVE SPACES TO TIEOUT-RECORD
           IF ABS-DIFFERENCE IS GREATER THAN TOLERANCE-DOLLARS
              OR BANK-ABS-DIFFERENCE IS GREATER THAN TOLERANCE-DOLLARS
               MOVE 'VERDICT: OUT OF BALANCE - CLOSE HALTED'
                   TO TIEOUT-RECORD
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF

           IF BANK-ABS-DIFFERENCE IS GREATER THAN TOLERANCE-DOLLARS
               DISPLAY 'GLTIEOUT: BANK RECONCILIATION UNRECONCILED BY '
                       BANK-ABS-DIFFERENCE ', TOLERANCE '
                       TOLERANCE-DOLLARS ' - CLOSE HALTED'
               MOVE 16 TO RETURN-CODE
           END-IF

           STOP RUN
           .
