       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAINBAL.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * CHAINBAL is the daily order-to-cash chain balancing run,
      * executed after JVEXTRACT.  Every run in the chain proved
      * its own totals and nobody proved the handoffs between them
      * -- a pick list cut short, an extract overwritten by a
      * second confirmation run, or an invoice for a customer not
      * on file only surfaced weeks later as an AR or GL
      * difference.  This run picks up the control totals each
      * program in the chain left for the day, re-totals the files
      * handed from one to the next, and proves the chain step by
      * step in cases and dollars: clean orders into allocation,
      * picks and backorders out, the pick list into confirmation,
      * shipments into shipment and sales history, the invoice
      * extract into AR posting, the open items onto the AR
      * control total, and the revenue and sales tax into the
      * journal voucher.  Any break is flagged on the page and
      * ends the run with a nonzero return code so STRMCTL halts
      * the stream before anything downstream builds on it.
      * *****
      * INPUT:
      *    CHAIN-CONTROL.txt       the control totals ORDALLOC,
      *                            ORDMAINT, SHIPCONF, and ARPOST
      *                            left; only the day's rows count.
      *    CLEAN-ORDERS.txt        optional: the order lines ORDEDIT
      *                            passed to ORDALLOC.
      *    PICK-LIST.txt           optional: the picks as SHIPCONF
      *                            read them.
      *    SHIPMENT-HISTORY.txt    optional: the day's shipments.
      *    SALES-HISTORY.txt       optional: the day's sales lines.
      *    INVOICE-EXTRACT.txt     optional: the invoicing extract
      *                            SHIPCONF cut, detail and trailer.
      *    AR-OPEN-ITEM.dat        optional: the open-item ledger;
      *                            the day's items for the invoices
      *                            on the extract count.
      *    JOURNAL-VOUCHER.txt     optional: the voucher JVEXTRACT
      *                            cut; the 'SR' sales revenue and
      *                            'ST' sales tax credits count.
      * *****
      * OUTPUT:
      *    Chain-Balancing-Report.txt  one page: each handoff with
      *                            what was sent, what was received,
      *                            and the difference, breaks
      *                            flagged, and the verdict.
      *    RETURN-CODE 8 when any step of the chain fails to
      *                            balance; the console message
      *                            gives the count of breaks.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-CONTROL-FILE
               ASSIGN TO 'CHAIN-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHC-FILE-STATUS.
           SELECT CUSTOMER-ORDER-FILE
               ASSIGN TO 'CLEAN-ORDERS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COF-FILE-STATUS.
           SELECT PICK-LIST-DATA
               ASSIGN TO 'PICK-LIST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLD-FILE-STATUS.
           SELECT SHIP-HISTORY-FILE
               ASSIGN TO 'SHIPMENT-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHH-FILE-STATUS.
           SELECT SALES-HISTORY-FILE
               ASSIGN TO 'SALES-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLH-FILE-STATUS.
           SELECT INVOICE-EXTRACT
               ASSIGN TO 'INVOICE-EXTRACT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IVF-FILE-STATUS.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO 'AR-OPEN-ITEM.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-REC-KEY
               FILE STATUS IS ARO-FILE-STATUS.
           SELECT VOUCHER-FILE
               ASSIGN TO 'JOURNAL-VOUCHER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VCH-FILE-STATUS.
           SELECT BALANCING-REPORT
               ASSIGN TO PRINTER 'Chain-Balancing-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CHAIN-CONTROL-FILE
           RECORD CONTAINS 47 CHARACTERS.

       COPY CHNCREC.

       FD CUSTOMER-ORDER-FILE
           RECORD CONTAINS 34 CHARACTERS.

       01  CUSTOMER-ORDER-RECORD.
           05  COF-ORDER-NUMBER        PIC X(8).
           05  COF-CUSTOMER            PIC X(10).
           05  COF-CANDY-ID            PIC XXX.
           05  COF-CASES               PIC 9(5).
           05  COF-UNITS               PIC 9(3).
           05  COF-PRIORITY            PIC X.
           05  COF-SHIP-TO-CODE        PIC X(4).

       FD PICK-LIST-DATA
           RECORD CONTAINS 51 CHARACTERS.

       01  PICK-DATA-RECORD.
           05  PLD-WAREHOUSE-ID        PIC X(4).
           05  PLD-ORDER-NUMBER        PIC X(8).
           05  PLD-CUSTOMER            PIC X(10).
           05  PLD-CANDY-ID            PIC XXX.
           05  PLD-CASES-PICKED        PIC 9(5).
           05  FILLER                  PIC X(21).

       FD SHIP-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS.

       01  SHIP-HISTORY-RECORD.
           05  SHH-SHIP-DATE           PIC 9(8).
           05  SHH-WAREHOUSE-ID        PIC X(4).
           05  SHH-ORDER-NUMBER        PIC X(8).
           05  SHH-CUSTOMER            PIC X(10).
           05  SHH-CANDY-ID            PIC XXX.
           05  SHH-CASES               PIC 9(5).
           05  FILLER                  PIC X(52).

       FD SALES-HISTORY-FILE
           RECORD CONTAINS 78 CHARACTERS.

       01  SALES-HISTORY-RECORD.
           05  SLH-INVOICE-DATE        PIC 9(8).
           05  SLH-CUSTOMER            PIC X(10).
           05  SLH-ORDER-NUMBER        PIC X(8).
           05  SLH-WAREHOUSE-ID        PIC X(4).
           05  SLH-CANDY-ID            PIC XXX.
           05  SLH-CANDY-TYPE          PIC AA.
           05  SLH-CASES               PIC 9(5).
           05  SLH-DOLLARS             PIC 9(9)V99.
           05  FILLER                  PIC X(27).

       FD INVOICE-EXTRACT
           RECORD CONTAINS 89 CHARACTERS.

       01  INVOICE-RECORD.
           05  IVF-RECORD-TYPE         PIC X.
           05  IVF-REST                PIC X(88).

       01  INVOICE-DETAIL-LINE REDEFINES INVOICE-RECORD.
           05  FILLER                  PIC X.
           05  IVD-CUSTOMER            PIC X(10).
           05  IVD-ORDER-NUMBER        PIC X(8).
           05  IVD-CANDY-ID            PIC XXX.
           05  IVD-CASES               PIC 9(5).
           05  IVD-EXTENDED            PIC 9(9)V99.
           05  IVD-UNITS               PIC 9(3).
           05  IVD-TAX-AMOUNT          PIC 9(7)V99.
           05  FILLER                  PIC X(39).

       01  INVOICE-TRAILER-LINE REDEFINES INVOICE-RECORD.
           05  FILLER                  PIC X.
           05  IVT-LINE-COUNT          PIC 9(7).
           05  IVT-TOTAL-CASES         PIC 9(9).
           05  IVT-TOTAL-AMOUNT        PIC 9(11)V99.
           05  IVT-TOTAL-TAX           PIC 9(9)V99.
           05  FILLER                  PIC X(48).

       FD OPEN-ITEM-FILE
           RECORD CONTAINS 57 CHARACTERS.

       COPY AROPREC.

       FD VOUCHER-FILE
           RECORD CONTAINS 31 CHARACTERS.

       01  VOUCHER-RECORD.
           05  VCH-RECORD-TYPE         PIC X.
           05  VCH-WAREHOUSE-ID        PIC X(4).
           05  VCH-CATEGORY            PIC XX.
           05  VCH-ACCOUNT             PIC 9(6).
           05  VCH-DR-CR               PIC XX.
           05  VCH-AMOUNT              PIC 9(13)V99.
           05  FILLER                  PIC X.

       FD BALANCING-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  BALANCING-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  CHC-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CHC-DATA                     VALUE 'N'.
           05  COF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-COF-DATA                     VALUE 'N'.
           05  PLD-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PLD-DATA                     VALUE 'N'.
           05  SHH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SHH-DATA                     VALUE 'N'.
           05  SLH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SLH-DATA                     VALUE 'N'.
           05  IVF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-IVF-DATA                     VALUE 'N'.
           05  ARO-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-ARO-DATA                     VALUE 'N'.
           05  VCH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-VCH-DATA                     VALUE 'N'.
           05  INVOICE-FOUND-SWITCH    PIC X           VALUE 'N'.
               88 INVOICE-FOUND                        VALUE 'Y'.

       01  TEMP-FIELDS.
           05  CHC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  COF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PLD-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SHH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SLH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  IVF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ARO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  VCH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  INVOICE-SUB             PIC 9(4)        VALUE 0.
           05  CHECK-LABEL             PIC X(25)       VALUE SPACES.
           05  CHECK-SENT              PIC S9(11)V99   VALUE 0.
           05  CHECK-RECEIVED          PIC S9(11)V99   VALUE 0.
           05  CHECK-DIFFERENCE        PIC S9(11)V99   VALUE 0.

      *****************************************************************
      * CONTROL-TOTALS holds the day's control rows the chain
      * programs left, summed by control point -- a program run
      * twice in the day counts twice, the same as its files do.
      *****************************************************************
       01  CONTROL-TOTALS.
           05  CTL-CLEAN-CASES         PIC 9(9)        VALUE 0.
           05  CTL-BACKORDER-IN-CASES  PIC 9(9)        VALUE 0.
           05  CTL-PICKED-CASES        PIC 9(9)        VALUE 0.
           05  CTL-BACKORDERED-CASES   PIC 9(9)        VALUE 0.
           05  CTL-HELD-CASES          PIC 9(9)        VALUE 0.
           05  CTL-PICKS-CUT-CASES     PIC 9(9)        VALUE 0.
           05  CTL-PICKS-READ-CASES    PIC 9(9)        VALUE 0.
           05  CTL-CROSS-DOCK-CASES    PIC 9(9)        VALUE 0.
           05  CTL-SHORTFALL-CASES     PIC 9(9)        VALUE 0.
           05  CTL-SHIPPED-CASES       PIC 9(9)        VALUE 0.
           05  CTL-SHIPPED-DOLLARS     PIC 9(11)V99    VALUE 0.
           05  CTL-AR-DETAIL-DOLLARS   PIC 9(11)V99    VALUE 0.
           05  CTL-OPEN-ITEM-DOLLARS   PIC 9(11)V99    VALUE 0.
           05  CTL-AR-ROLLED-DOLLARS   PIC 9(11)V99    VALUE 0.
           05  CONTROL-ROWS-COUNT      PIC 9(5)        VALUE 0.

      *****************************************************************
      * FILE-TOTALS holds what this run re-totalled off the files
      * handed from one program to the next.
      *****************************************************************
       01  FILE-TOTALS.
           05  FIL-CLEAN-CASES         PIC 9(9)        VALUE 0.
           05  FIL-PICK-LIST-CASES     PIC 9(9)        VALUE 0.
           05  FIL-SHIPMENT-CASES      PIC 9(9)        VALUE 0.
           05  FIL-SALES-CASES         PIC 9(9)        VALUE 0.
           05  FIL-SALES-DOLLARS       PIC 9(11)V99    VALUE 0.
           05  FIL-DETAIL-DOLLARS      PIC 9(11)V99    VALUE 0.
           05  FIL-DETAIL-TAX          PIC 9(11)V99    VALUE 0.
           05  FIL-TRAILER-CASES       PIC 9(9)        VALUE 0.
           05  FIL-TRAILER-DOLLARS     PIC 9(11)V99    VALUE 0.
           05  FIL-TRAILER-TAX         PIC 9(11)V99    VALUE 0.
           05  FIL-LEDGER-DOLLARS      PIC S9(11)V99   VALUE 0.
           05  FIL-REVENUE-CREDITS     PIC 9(13)V99    VALUE 0.
           05  FIL-TAX-CREDITS         PIC 9(13)V99    VALUE 0.

       01  RUN-TOTALS.
           05  CHECKS-MADE-COUNT       PIC 99          VALUE 0.
           05  BREAK-COUNT             PIC 99          VALUE 0.

      *****************************************************************
      * INVOICE-TABLE carries the customer and invoice of each
      * detail line on the extract, so only the ledger items ARPOST
      * posted from it are totalled -- not a deduction rebilled or
      * a credit memo posted the same day.
      *****************************************************************
       01  INVOICE-COUNT               PIC 9(4)        VALUE 0.

       01  INVOICE-TABLE.
           05  INVOICE-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON INVOICE-COUNT.
               10  INV-CUSTOMER        PIC X(10).
               10  INV-INVOICE-NUMBER  PIC X(8).

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(30)       VALUE
               'ORDER-TO-CASH CHAIN BALANCING'.
           05  FILLER                  PIC X(10)       VALUE
               'RUN DATE '.
           05  HL1-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(32)       VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(28)       VALUE
               '   CONTROL'.
           05  FILLER                  PIC X(30)       VALUE
               '          SENT       RECEIVED'.
           05  FILLER                  PIC X(22)       VALUE
               '    DIFFERENCE  STATUS'.

       01  STEP-LINE.
           05  STP-NUMBER              PIC 9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  STP-TITLE               PIC X(77).

       01  CASE-CHECK-LINE.
           05  CCL-FLAG                PIC X(3).
           05  CCL-LABEL               PIC X(25).
           05  FILLER                  PIC XXX         VALUE SPACES.
           05  CCL-SENT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  CCL-RECEIVED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)        VALUE SPACES.
           05  CCL-DIFFERENCE          PIC ----,---,--9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  CCL-STATUS              PIC X(6).

       01  DOLLAR-CHECK-LINE.
           05  DCL-FLAG                PIC X(3).
           05  DCL-LABEL               PIC X(25).
           05  DCL-SENT                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  DCL-RECEIVED            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  DCL-DIFFERENCE          PIC ---,---,--9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DCL-STATUS              PIC X(6).

       01  VERDICT-LINE.
           05  FILLER                  PIC X(10)       VALUE
               'VERDICT: '.
           05  VDL-CHECKS              PIC Z9.
           05  FILLER                  PIC X(10)       VALUE
               ' CHECKS, '.
           05  VDL-BREAKS              PIC Z9.
           05  FILLER                  PIC X(9)        VALUE
               ' BREAKS '.
           05  VDL-TEXT                PIC X(47).

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 11-LOAD-CHAIN-CONTROL
           PERFORM 12-TOTAL-CLEAN-ORDERS
               THRU 12-TOTAL-EXIT
           PERFORM 13-TOTAL-PICK-LIST
               THRU 13-TOTAL-EXIT
           PERFORM 14-TOTAL-SHIPMENT-HISTORY
               THRU 14-TOTAL-EXIT
           PERFORM 15-TOTAL-SALES-HISTORY
               THRU 15-TOTAL-EXIT
           PERFORM 16-TOTAL-INVOICE-EXTRACT
               THRU 16-TOTAL-EXIT
           PERFORM 17-TOTAL-OPEN-ITEMS
               THRU 17-TOTAL-EXIT
           PERFORM 18-TOTAL-JOURNAL-VOUCHER
               THRU 18-TOTAL-EXIT
           PERFORM 20-PRINT-THE-CHAIN
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 11-LOAD-CHAIN-CONTROL sums the day's control rows by control
      * point.  No control file at all means no program in the
      * chain has run; the chain is still proved against whatever
      * the files hold.
      *****************************************************************
       11-LOAD-CHAIN-CONTROL.

           OPEN INPUT CHAIN-CONTROL-FILE
           IF CHC-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'CHAINBAL: NO CHAIN CONTROL FILE ON HAND'
           ELSE
               IF CHC-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CHAINBAL: UNABLE TO OPEN CHAIN CONTROL '
                           'FILE, FILE STATUS = ' CHC-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CHC-EOF-FLAG
               PERFORM UNTIL NO-MORE-CHC-DATA
                   READ CHAIN-CONTROL-FILE
                       AT END
                           MOVE 'N' TO CHC-EOF-FLAG
                       NOT AT END
                           IF CHC-RUN-DATE IS EQUAL TO
                                   RUN-DATE-YYYYMMDD
                              AND CHC-CASES IS NUMERIC
                              AND CHC-DOLLARS IS NUMERIC
                               PERFORM 11A-ADD-CONTROL-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHAIN-CONTROL-FILE
           END-IF
           .

       11A-ADD-CONTROL-ROW.

           ADD 1 TO CONTROL-ROWS-COUNT
           EVALUATE CHC-CONTROL-POINT
               WHEN 'CO'
                   ADD CHC-CASES TO CTL-CLEAN-CASES
               WHEN 'BI'
                   ADD CHC-CASES TO CTL-BACKORDER-IN-CASES
               WHEN 'PK'
                   ADD CHC-CASES TO CTL-PICKED-CASES
               WHEN 'BO'
                   ADD CHC-CASES TO CTL-BACKORDERED-CASES
               WHEN 'HD'
                   ADD CHC-CASES TO CTL-HELD-CASES
               WHEN 'CP'
                   ADD CHC-CASES TO CTL-PICKS-CUT-CASES
               WHEN 'PI'
                   ADD CHC-CASES TO CTL-PICKS-READ-CASES
               WHEN 'XD'
                   ADD CHC-CASES TO CTL-CROSS-DOCK-CASES
               WHEN 'SB'
                   ADD CHC-CASES TO CTL-SHORTFALL-CASES
               WHEN 'SH'
                   ADD CHC-CASES TO CTL-SHIPPED-CASES
                   ADD CHC-DOLLARS TO CTL-SHIPPED-DOLLARS
               WHEN 'IP'
                   ADD CHC-DOLLARS TO CTL-AR-DETAIL-DOLLARS
               WHEN 'OI'
                   ADD CHC-DOLLARS TO CTL-OPEN-ITEM-DOLLARS
               WHEN 'AC'
                   ADD CHC-DOLLARS TO CTL-AR-ROLLED-DOLLARS
               WHEN OTHER
                   SUBTRACT 1 FROM CONTROL-ROWS-COUNT
           END-EVALUATE
           .

       12-TOTAL-CLEAN-ORDERS.

           OPEN INPUT CUSTOMER-ORDER-FILE
           IF COF-FILE-STATUS IS EQUAL TO '35'
               GO TO 12-TOTAL-EXIT
           END-IF
           IF COF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CHAINBAL: UNABLE TO OPEN CLEAN ORDERS, '
                       'FILE STATUS = ' COF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO COF-EOF-FLAG
           PERFORM UNTIL NO-MORE-COF-DATA
               READ CUSTOMER-ORDER-FILE
                   AT END
                       MOVE 'N' TO COF-EOF-FLAG
                   NOT AT END
                       IF COF-CASES IS NUMERIC
                           ADD COF-CASES TO FIL-CLEAN-CASES
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-ORDER-FILE
           .

       12-TOTAL-EXIT.
           EXIT.

       13-TOTAL-PICK-LIST.

           OPEN INPUT PICK-LIST-DATA
           IF PLD-FILE-STATUS IS EQUAL TO '35'
               GO TO 13-TOTAL-EXIT
           END-IF
           IF PLD-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CHAINBAL: UNABLE TO OPEN PICK LIST DATA, '
                       'FILE STATUS = ' PLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO PLD-EOF-FLAG
           PERFORM UNTIL NO-MORE-PLD-DATA
               READ PICK-LIST-DATA
                   AT END
                       MOVE 'N' TO PLD-EOF-FLAG
                   NOT AT END
                       IF PLD-CASES-PICKED IS NUMERIC
                           ADD PLD-CASES-PICKED TO FIL-PICK-LIST-CASES
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PICK-LIST-DATA
           .

       13-TOTAL-EXIT.
           EXIT.

       14-TOTAL-SHIPMENT-HISTORY.

           OPEN INPUT SHIP-HISTORY-FILE
           IF SHH-FILE-STATUS IS EQUAL TO '35'
               GO TO 14-TOTAL-EXIT
           END-IF
           IF SHH-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CHAINBAL: UNABLE TO OPEN SHIPMENT HISTORY, '
                       'FILE STATUS = ' SHH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO SHH-EOF-FLAG
           PERFORM UNTIL NO-MORE-SHH-DATA
               READ SHIP-HISTORY-FILE
                   AT END
                       MOVE 'N' TO SHH-EOF-FLAG
                   NOT AT END
                       IF SHH-SHIP-DATE IS EQUAL TO RUN-DATE-YYYYMMDD
                          AND SHH-CASES IS NUMERIC
                           ADD SHH-CASES TO FIL-SHIPMENT-CASES
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SHIP-HISTORY-FILE
           .

       14-TOTAL-EXIT.
           EXIT.

       15-TOTAL-SALES-HISTORY.

           OPEN INPUT SALES-HISTORY-FILE
           IF SLH-FILE-STATUS IS EQUAL TO '35'
               GO TO 15-TOTAL-EXIT
           END-IF
           IF SLH-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CHAINBAL: UNABLE TO OPEN SALES HISTORY, '
                       'FILE STATUS = ' SLH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO SLH-EOF-FLAG
           PERFORM UNTIL NO-MORE-SLH-DATA
               READ SALES-HISTORY-FILE
                   AT END
                       MOVE 'N' TO SLH-EOF-FLAG
                   NOT AT END
                       IF SLH-INVOICE-DATE IS EQUAL TO
                               RUN-DATE-YYYYMMDD
                          AND SLH-CASES IS NUMERIC
                          AND SLH-DOLLARS IS NUMERIC
                           ADD SLH-CASES TO FIL-SALES-CASES
                           ADD SLH-DOLLARS TO FIL-SALES-DOLLARS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SALES-HISTORY-FILE
           .

       15-TOTAL-EXIT.
           EXIT.

      *****************************************************************
      * 16-TOTAL-INVOICE-EXTRACT totals the extract's detail and
      * picks up its trailer, and keeps each detail line's customer
      * and invoice for the ledger check.
      *****************************************************************
       16-TOTAL-INVOICE-EXTRACT.

           OPEN INPUT INVOICE-EXTRACT
           IF IVF-FILE-STATUS IS EQUAL TO '35'
               GO TO 16-TOTAL-EXIT
           END-IF
           IF IVF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CHAINBAL: UNABLE TO OPEN INVOICE EXTRACT, '
                       'FILE STATUS = ' IVF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO IVF-EOF-FLAG
           PERFORM UNTIL NO-MORE-IVF-DATA
               READ INVOICE-EXTRACT
                   AT END
                       MOVE 'N' TO IVF-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN IVF-RECORD-TYPE IS EQUAL TO 'D'
                               PERFORM 16A-ADD-DETAIL-LINE
                           WHEN IVF-RECORD-TYPE IS EQUAL TO 'T'
                               IF IVT-TOTAL-CASES IS NUMERIC
                                  AND IVT-TOTAL-AMOUNT IS NUMERIC
                                  AND IVT-TOTAL-TAX IS NUMERIC
                                   ADD IVT-TOTAL-CASES TO
                                           FIL-TRAILER-CASES
                                   ADD IVT-TOTAL-AMOUNT TO
                                           FIL-TRAILER-DOLLARS
                                   ADD IVT-TOTAL-TAX TO
                                           FIL-TRAILER-TAX
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE INVOICE-EXTRACT
           .

       16-TOTAL-EXIT.
           EXIT.

       16A-ADD-DETAIL-LINE.

           IF IVD-EXTENDED IS NUMERIC
               ADD IVD-EXTENDED TO FIL-DETAIL-DOLLARS
           END-IF
           IF IVD-TAX-AMOUNT IS NUMERIC
               ADD IVD-TAX-AMOUNT TO FIL-DETAIL-TAX
           END-IF

           MOVE 'N' TO INVOICE-FOUND-SWITCH
           PERFORM VARYING INVOICE-SUB FROM 1 BY 1
               UNTIL INVOICE-SUB > INVOICE-COUNT
                  OR INVOICE-FOUND
               IF INV-CUSTOMER (INVOICE-SUB) IS EQUAL TO IVD-CUSTOMER
                  AND INV-INVOICE-NUMBER (INVOICE-SUB) IS EQUAL TO
                       IVD-ORDER-NUMBER
                   MOVE 'Y' TO INVOICE-FOUND-SWITCH
               END-IF
           END-PERFORM

           IF NOT INVOICE-FOUND
               IF INVOICE-COUNT IS EQUAL TO 2000
                   DISPLAY 'CHAINBAL: MORE THAN 2000 INVOICES IN ONE '
                           'EXTRACT, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO INVOICE-COUNT
               MOVE IVD-CUSTOMER TO INV-CUSTOMER (INVOICE-COUNT)
               MOVE IVD-ORDER-NUMBER TO
                       INV-INVOICE-NUMBER (INVOICE-COUNT)
           END-IF
           .

      *****************************************************************
      * 17-TOTAL-OPEN-ITEMS totals the ledger items dated today for
      * the invoices on the extract, at their original amount, so
      * cash applied since does not show as a break.
      *****************************************************************
       17-TOTAL-OPEN-ITEMS.

           IF INVOICE-COUNT IS EQUAL TO ZERO
               GO TO 17-TOTAL-EXIT
           END-IF

           OPEN INPUT OPEN-ITEM-FILE
           IF ARO-FILE-STATUS IS EQUAL TO '35'
               GO TO 17-TOTAL-EXIT
           END-IF
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CHAINBAL: UNABLE TO OPEN OPEN-ITEM LEDGER, '
                       'FILE STATUS = ' ARO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO ARO-REC-KEY
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN ARO-REC-KEY
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'N' TO ARO-EOF-FLAG
           ELSE
               MOVE ' ' TO ARO-EOF-FLAG
           END-IF

           PERFORM UNTIL NO-MORE-ARO-DATA
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO ARO-EOF-FLAG
                   NOT AT END
                       IF ARO-INVOICE-DATE IS EQUAL TO
                               RUN-DATE-YYYYMMDD
                          AND ARO-ORIG-AMOUNT IS NUMERIC
                          AND ARO-ORIG-AMOUNT IS GREATER THAN ZERO
                           PERFORM 17A-MATCH-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OPEN-ITEM-FILE
           .

       17-TOTAL-EXIT.
           EXIT.

       17A-MATCH-ONE-ITEM.

           MOVE 'N' TO INVOICE-FOUND-SWITCH
           PERFORM VARYING INVOICE-SUB FROM 1 BY 1
               UNTIL INVOICE-SUB > INVOICE-COUNT
                  OR INVOICE-FOUND
               IF INV-CUSTOMER (INVOICE-SUB) IS EQUAL TO ARO-CUSTOMER
                  AND INV-INVOICE-NUMBER (INVOICE-SUB) IS EQUAL TO
                       ARO-INVOICE-NUMBER
                   MOVE 'Y' TO INVOICE-FOUND-SWITCH
               END-IF
           END-PERFORM

           IF INVOICE-FOUND
               ADD ARO-ORIG-AMOUNT TO FIL-LEDGER-DOLLARS
           END-IF
           .

      *****************************************************************
      * 18-TOTAL-JOURNAL-VOUCHER totals the voucher's credits to
      * sales revenue and to sales tax payable.
      *****************************************************************
       18-TOTAL-JOURNAL-VOUCHER.

           OPEN INPUT VOUCHER-FILE
           IF VCH-FILE-STATUS IS EQUAL TO '35'
               GO TO 18-TOTAL-EXIT
           END-IF
           IF VCH-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CHAINBAL: UNABLE TO OPEN JOURNAL VOUCHER, '
                       'FILE STATUS = ' VCH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO VCH-EOF-FLAG
           PERFORM UNTIL NO-MORE-VCH-DATA
               READ VOUCHER-FILE
                   AT END
                       MOVE 'N' TO VCH-EOF-FLAG
                   NOT AT END
                       IF VCH-RECORD-TYPE IS EQUAL TO 'D'
                          AND VCH-DR-CR IS EQUAL TO 'CR'
                          AND VCH-AMOUNT IS NUMERIC
                           EVALUATE VCH-CATEGORY
                               WHEN 'SR'
                                   ADD VCH-AMOUNT TO
                                           FIL-REVENUE-CREDITS
                               WHEN 'ST'
                                   ADD VCH-AMOUNT TO FIL-TAX-CREDITS
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE VOUCHER-FILE
           .

       18-TOTAL-EXIT.
           EXIT.

      *****************************************************************
      * 20-PRINT-THE-CHAIN walks the chain handoff by handoff.  Each
      * check sets what was sent and what was received and prints
      * the line; 30- and 31- flag the break.
      *****************************************************************
       20-PRINT-THE-CHAIN.

           OPEN OUTPUT BALANCING-REPORT

           MOVE RUN-DATE-YYYYMMDD TO HL1-RUN-DATE
           MOVE HEADING-LINE-1 TO BALANCING-RECORD
           WRITE BALANCING-RECORD
           MOVE SPACES TO BALANCING-RECORD
           WRITE BALANCING-RECORD
           MOVE HEADING-LINE-2 TO BALANCING-RECORD
           WRITE BALANCING-RECORD

           MOVE 1 TO STP-NUMBER
           MOVE 'CLEAN ORDERS INTO ORDALLOC' TO STP-TITLE
           PERFORM 32-PRINT-STEP
           MOVE 'CLEAN-ORDERS FILE CASES' TO CHECK-LABEL
           MOVE FIL-CLEAN-CASES TO CHECK-SENT
           MOVE CTL-CLEAN-CASES TO CHECK-RECEIVED
           PERFORM 30-CASE-CHECK

           MOVE 2 TO STP-NUMBER
           MOVE 'ORDALLOC - LINES IN TO PICKS, BACKORDERS, HOLDS'
               TO STP-TITLE
           PERFORM 32-PRINT-STEP
           MOVE 'ORDERS + BACKORDERS IN' TO CHECK-LABEL
           COMPUTE CHECK-SENT = CTL-CLEAN-CASES
                   + CTL-BACKORDER-IN-CASES
           COMPUTE CHECK-RECEIVED = CTL-PICKED-CASES
                   + CTL-BACKORDERED-CASES + CTL-HELD-CASES
           PERFORM 30-CASE-CHECK

           MOVE 3 TO STP-NUMBER
           MOVE 'PICK LIST INTO SHIPCONF' TO STP-TITLE
           PERFORM 32-PRINT-STEP
           MOVE 'PICKED LESS CUT TO FILE' TO CHECK-LABEL
           COMPUTE CHECK-SENT = CTL-PICKED-CASES
                   - CTL-PICKS-CUT-CASES
           MOVE FIL-PICK-LIST-CASES TO CHECK-RECEIVED
           PERFORM 30-CASE-CHECK
           MOVE 'PICK FILE TO SHIPCONF' TO CHECK-LABEL
           MOVE FIL-PICK-LIST-CASES TO CHECK-SENT
           MOVE CTL-PICKS-READ-CASES TO CHECK-RECEIVED
           PERFORM 30-CASE-CHECK

           MOVE 4 TO STP-NUMBER
           MOVE 'SHIPCONF - PICKS TO SHIPPED AND SHORTFALLS'
               TO STP-TITLE
           PERFORM 32-PRINT-STEP
           MOVE 'PICKS + CROSS-DOCK IN' TO CHECK-LABEL
           COMPUTE CHECK-SENT = CTL-PICKS-READ-CASES
                   + CTL-CROSS-DOCK-CASES
           COMPUTE CHECK-RECEIVED = CTL-SHIPPED-CASES
                   + CTL-SHORTFALL-CASES
           PERFORM 30-CASE-CHECK

           MOVE 5 TO STP-NUMBER
           MOVE 'SHIPMENTS INTO SHIPMENT AND SALES HISTORY'
               TO STP-TITLE
           PERFORM 32-PRINT-STEP
           MOVE 'SHIPMENT HISTORY CASES' TO CHECK-LABEL
           MOVE CTL-SHIPPED-CASES TO CHECK-SENT
           MOVE FIL-SHIPMENT-CASES TO CHECK-RECEIVED
           PERFORM 30-CASE-CHECK
           MOVE 'SALES HISTORY CASES' TO CHECK-LABEL
           MOVE CTL-SHIPPED-CASES TO CHECK-SENT
           MOVE FIL-SALES-CASES TO CHECK-RECEIVED
           PERFORM 30-CASE-CHECK
           MOVE 'SALES HISTORY DOLLARS' TO CHECK-LABEL
           MOVE CTL-SHIPPED-DOLLARS TO CHECK-SENT
           MOVE FIL-SALES-DOLLARS TO CHECK-RECEIVED
           PERFORM 31-DOLLAR-CHECK

           MOVE 6 TO STP-NUMBER
           MOVE 'SHIPMENTS INTO THE INVOICE EXTRACT' TO STP-TITLE
           PERFORM 32-PRINT-STEP
           MOVE 'TRAILER CASES' TO CHECK-LABEL
           MOVE CTL-SHIPPED-CASES TO CHECK-SENT
           MOVE FIL-TRAILER-CASES TO CHECK-RECEIVED
           PERFORM 30-CASE-CHECK
           MOVE 'TRAILER DOLLARS' TO CHECK-LABEL
           MOVE CTL-SHIPPED-DOLLARS TO CHECK-SENT
           MOVE FIL-TRAILER-DOLLARS TO CHECK-RECEIVED
           PERFORM 31-DOLLAR-CHECK
           MOVE 'DETAIL TO TRAILER DOLLARS' TO CHECK-LABEL
           MOVE FIL-DETAIL-DOLLARS TO CHECK-SENT
           MOVE FIL-TRAILER-DOLLARS TO CHECK-RECEIVED
           PERFORM 31-DOLLAR-CHECK
           MOVE 'DETAIL TO TRAILER TAX' TO CHECK-LABEL
           MOVE FIL-DETAIL-TAX TO CHECK-SENT
           MOVE FIL-TRAILER-TAX TO CHECK-RECEIVED
           PERFORM 31-DOLLAR-CHECK

           MOVE 7 TO STP-NUMBER
           MOVE 'INVOICE EXTRACT INTO ARPOST' TO STP-TITLE
           PERFORM 32-PRINT-STEP
           MOVE 'GOODS POSTED' TO CHECK-LABEL
           MOVE FIL-TRAILER-DOLLARS TO CHECK-SENT
           MOVE CTL-AR-DETAIL-DOLLARS TO CHECK-RECEIVED
           PERFORM 31-DOLLAR-CHECK
           MOVE 'GOODS + TAX TO OPEN ITEMS' TO CHECK-LABEL
           COMPUTE CHECK-SENT = FIL-TRAILER-DOLLARS
                   + FIL-TRAILER-TAX
           MOVE CTL-OPEN-ITEM-DOLLARS TO CHECK-RECEIVED
           PERFORM 31-DOLLAR-CHECK
           MOVE 'OPEN ITEMS ON LEDGER' TO CHECK-LABEL
           MOVE CTL-OPEN-ITEM-DOLLARS TO CHECK-SENT
           MOVE FIL-LEDGER-DOLLARS TO CHECK-RECEIVED
           PERFORM 31-DOLLAR-CHECK

           MOVE 8 TO STP-NUMBER
           MOVE 'OPEN ITEMS INTO THE AR CONTROL TOTAL' TO STP-TITLE
           PERFORM 32-PRINT-STEP
           MOVE 'CUSTOMER BALANCES ROLLED' TO CHECK-LABEL
           MOVE CTL-OPEN-ITEM-DOLLARS TO CHECK-SENT
           MOVE CTL-AR-ROLLED-DOLLARS TO CHECK-RECEIVED
           PERFORM 31-DOLLAR-CHECK

           MOVE 9 TO STP-NUMBER
           MOVE 'REVENUE AND SALES TAX INTO THE JOURNAL VOUCHER'
               TO STP-TITLE
           PERFORM 32-PRINT-STEP
           MOVE 'SALES REVENUE CREDITED' TO CHECK-LABEL
           MOVE CTL-SHIPPED-DOLLARS TO CHECK-SENT
           MOVE FIL-REVENUE-CREDITS TO CHECK-RECEIVED
           PERFORM 31-DOLLAR-CHECK
           MOVE 'SALES TAX CREDITED' TO CHECK-LABEL
           MOVE FIL-TRAILER-TAX TO CHECK-SENT
           MOVE FIL-TAX-CREDITS TO CHECK-RECEIVED
           PERFORM 31-DOLLAR-CHECK
           .

       30-CASE-CHECK.

           ADD 1 TO CHECKS-MADE-COUNT
           COMPUTE CHECK-DIFFERENCE = CHECK-RECEIVED - CHECK-SENT
           MOVE SPACES TO CCL-FLAG
           MOVE CHECK-LABEL TO CCL-LABEL
           MOVE CHECK-SENT TO CCL-SENT
           MOVE CHECK-RECEIVED TO CCL-RECEIVED
           MOVE CHECK-DIFFERENCE TO CCL-DIFFERENCE
           IF CHECK-DIFFERENCE IS EQUAL TO ZERO
               MOVE 'OK' TO CCL-STATUS
           ELSE
               ADD 1 TO BREAK-COUNT
               MOVE '***' TO CCL-FLAG
               MOVE 'BREAK' TO CCL-STATUS
           END-IF
           MOVE CASE-CHECK-LINE TO BALANCING-RECORD
           WRITE BALANCING-RECORD
           .

       31-DOLLAR-CHECK.

           ADD 1 TO CHECKS-MADE-COUNT
           COMPUTE CHECK-DIFFERENCE = CHECK-RECEIVED - CHECK-SENT
           MOVE SPACES TO DCL-FLAG
           MOVE CHECK-LABEL TO DCL-LABEL
           MOVE CHECK-SENT TO DCL-SENT
           MOVE CHECK-RECEIVED TO DCL-RECEIVED
           MOVE CHECK-DIFFERENCE TO DCL-DIFFERENCE
           IF CHECK-DIFFERENCE IS EQUAL TO ZERO
               MOVE 'OK' TO DCL-STATUS
           ELSE
               ADD 1 TO BREAK-COUNT
               MOVE '***' TO DCL-FLAG
               MOVE 'BREAK' TO DCL-STATUS
           END-IF
           MOVE DOLLAR-CHECK-LINE TO BALANCING-RECORD
           WRITE BALANCING-RECORD
           .

       32-PRINT-STEP.

           MOVE SPACES TO BALANCING-RECORD
           WRITE BALANCING-RECORD
           MOVE STEP-LINE TO BALANCING-RECORD
           WRITE BALANCING-RECORD
           .

       40-EOF-ROUTINE.

           MOVE SPACES TO BALANCING-RECORD
           WRITE BALANCING-RECORD
           MOVE SPACES TO BALANCING-RECORD
           STRING 'CONTROL ROWS ON FILE FOR THE DAY: ' DELIMITED BY SIZE
                  CONTROL-ROWS-COUNT DELIMITED BY SIZE
               INTO BALANCING-RECORD
           WRITE BALANCING-RECORD

           MOVE CHECKS-MADE-COUNT TO VDL-CHECKS
           MOVE BREAK-COUNT TO VDL-BREAKS
           IF BREAK-COUNT IS GREATER THAN ZERO
               MOVE '- CHAIN OUT OF BALANCE, STREAM HALTED'
                   TO VDL-TEXT
           ELSE
               MOVE '- CHAIN BALANCES' TO VDL-TEXT
           END-IF
           MOVE VERDICT-LINE TO BALANCING-RECORD
           WRITE BALANCING-RECORD

           CLOSE BALANCING-REPORT

           IF BREAK-COUNT IS GREATER THAN ZERO
               DISPLAY 'CHAINBAL: ' BREAK-COUNT ' BREAKS IN THE '
                       'ORDER-TO-CASH CHAIN - SEE '
                       'Chain-Balancing-Report.txt'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'CHAINBAL: ' CHECKS-MADE-COUNT ' CHECKS, '
                       'ORDER-TO-CASH CHAIN BALANCES'
           END-IF

           STOP RUN
           .
