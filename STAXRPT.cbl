       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAXRPT.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * STAXRPT is the monthly sales tax liability report.  It reads
      * the sales tax history SHIPCONF keeps as it taxes each
      * invoiced line and, for each ship-to jurisdiction, shows the
      * taxable sales, the sales of candy types that are not
      * taxable, the exempt sales under each customer's exemption
      * certificate, and the tax collected -- the figures the
      * return is filed from.  Invoices taxed because the
      * customer's exemption certificate had expired are listed at
      * the end so the customers can be asked for a renewal.
      * *****
      * INPUT:
      *    SALES-TAX-HISTORY.txt   the invoiced lines as taxed.
      *    TAX-PERIOD.txt          optional: the month to report as
      *                            YYYYMM; a missing file means the
      *                            current month.
      * *****
      * OUTPUT:
      *    Sales-Tax-Liability-Report.txt  jurisdictions with
      *                            taxable, nontaxable, and exempt
      *                            sales and tax collected, exempt
      *                            sales by certificate, grand
      *                            totals, and the expired
      *                            certificate listing.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-TAX-HISTORY-FILE
               ASSIGN TO 'SALES-TAX-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STX-FILE-STATUS.
           SELECT PERIOD-FILE
               ASSIGN TO 'TAX-PERIOD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDF-FILE-STATUS.
           SELECT LIABILITY-REPORT
               ASSIGN TO PRINTER 'Sales-Tax-Liability-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-SORT-FILE
               ASSIGN TO 'SALES-TAX-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.

       FD SALES-TAX-HISTORY-FILE
           RECORD CONTAINS 69 CHARACTERS.

       COPY STXHREC.

       FD PERIOD-FILE
           RECORD CONTAINS 6 CHARACTERS.

       01  PERIOD-RECORD.
           05  PDF-PERIOD-YYYYMM      PIC 9(6).

       FD LIABILITY-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  LIABILITY-RECORD            PIC X(80).

       SD TAX-SORT-FILE.

       01  SORT-TAX-RECORD.
           05  SRT-STATE               PIC XX.
           05  SRT-LOCALITY            PIC X(5).
           05  SRT-STATUS              PIC X.
           05  SRT-CERT-NUMBER         PIC X(15).
           05  SRT-CUSTOMER            PIC X(10).
           05  SRT-ORDER-NUMBER        PIC X(8).
           05  SRT-INVOICE-DATE        PIC 9(8).
           05  SRT-SALES-AMOUNT        PIC 9(9)V99.
           05  SRT-TAX-AMOUNT          PIC 9(7)V99.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  STX-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-STX-DATA                     VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.
           05  FIRST-JURISDICTION-SW   PIC X           VALUE 'Y'.
               88 FIRST-JURISDICTION                   VALUE 'Y'.
           05  CERT-PENDING-SWITCH     PIC X           VALUE 'N'.
               88 CERT-PENDING                         VALUE 'Y'.

       01  TEMP-FIELDS.
           05  STX-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PDF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD.
               10  RUN-CCYY            PIC 9(4).
               10  RUN-MM              PIC 99.
               10  RUN-DD              PIC 99.
           05  TAX-PERIOD              PIC 9(6)        VALUE 0.
           05  PRIOR-STATE             PIC XX          VALUE SPACES.
           05  PRIOR-LOCALITY          PIC X(5)        VALUE SPACES.
           05  PRIOR-CERT-NUMBER       PIC X(15)       VALUE SPACES.
           05  PRIOR-CERT-CUSTOMER     PIC X(10)       VALUE SPACES.
           05  CERT-EXEMPT-AMOUNT      PIC 9(11)V99    VALUE 0.
           05  EXPIRED-SUB             PIC 9(4)        VALUE 0.

       01  RUN-TOTALS.
           05  LINES-REPORTED-COUNT    PIC 9(7)        VALUE 0.
           05  JURISDICTION-COUNT      PIC 9(5)        VALUE 0.

      *****************************************************************
      * Totals at jurisdiction and grand level: taxable sales
      * (including lines taxed on an expired certificate), sales of
      * candy types that are not taxable, exempt sales, and tax.
      *****************************************************************
       01  JURISDICTION-TOTALS.
           05  JUR-TAXABLE             PIC 9(11)V99    VALUE 0.
           05  JUR-NONTAXABLE          PIC 9(11)V99    VALUE 0.
           05  JUR-EXEMPT              PIC 9(11)V99    VALUE 0.
           05  JUR-TAX                 PIC 9(11)V99    VALUE 0.

       01  GRAND-TOTALS.
           05  GRAND-TAXABLE           PIC 9(13)V99    VALUE 0.
           05  GRAND-NONTAXABLE        PIC 9(13)V99    VALUE 0.
           05  GRAND-EXEMPT            PIC 9(13)V99    VALUE 0.
           05  GRAND-TAX               PIC 9(13)V99    VALUE 0.

      *****************************************************************
      * EXPIRED-CERT-TABLE holds the lines taxed because the
      * customer's certificate had expired, for the listing printed
      * after the jurisdictions.
      *****************************************************************
       01  EXPIRED-COUNT               PIC 9(4)        VALUE 0.

       01  EXPIRED-CERT-TABLE.
           05  EXPIRED-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON EXPIRED-COUNT.
               10  EXP-CUSTOMER        PIC X(10).
               10  EXP-ORDER-NUMBER    PIC X(8).
               10  EXP-INVOICE-DATE    PIC 9(8).
               10  EXP-CERT-NUMBER     PIC X(15).
               10  EXP-SALES-AMOUNT    PIC 9(9)V99.
               10  EXP-TAX-AMOUNT      PIC 9(7)V99.

       01  EXPIRED-TOTALS.
           05  EXPIRED-SALES-TOTAL     PIC 9(11)V99    VALUE 0.
           05  EXPIRED-TAX-TOTAL       PIC 9(11)V99    VALUE 0.

       01  LIABILITY-COLUMN-HEADING.
           05  FILLER                  PIC X(12)   VALUE
                                       'JURISDICTION'.
           05  FILLER                  PIC X(15)   VALUE
                                       '        TAXABLE'.
           05  FILLER                  PIC X(15)   VALUE
                                       '     NONTAXABLE'.
           05  FILLER                  PIC X(15)   VALUE
                                       '         EXEMPT'.
           05  FILLER                  PIC X(15)   VALUE
                                       '  TAX COLLECTED'.

       01  JURISDICTION-LINE.
           05  JRL-LABEL               PIC X(12).
           05  JRL-LABEL-X REDEFINES JRL-LABEL.
               10  JRL-STATE           PIC XX.
               10  FILLER              PIC X.
               10  JRL-LOCALITY        PIC X(5).
               10  FILLER              PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  JRL-TAXABLE             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  JRL-NONTAXABLE          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  JRL-EXEMPT              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  JRL-TAX                 PIC ZZ,ZZZ,ZZ9.99.

       01  CERT-LINE.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  CRL-CERT-NUMBER         PIC X(15).
           05  FILLER                  PIC X           VALUE SPACE.
           05  CRL-CUSTOMER            PIC X(10).
           05  FILLER                  PIC X(14)       VALUE SPACES.
           05  CRL-EXEMPT              PIC ZZ,ZZZ,ZZ9.99.

       01  EXPIRED-COLUMN-HEADING.
           05  FILLER                  PIC X(20)   VALUE
                                       'CUSTOMER   ORDER    '.
           05  FILLER                  PIC X(25)   VALUE
                                       ' INVOICED CERTIFICATE    '.
           05  FILLER                  PIC X(21)   VALUE
                                       '      SALES       TAX'.

       01  EXPIRED-LINE.
           05  EXL-CUSTOMER            PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  EXL-ORDER-NUMBER        PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  EXL-INVOICE-DATE        PIC 9(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  EXL-CERT-NUMBER         PIC X(15).
           05  FILLER                  PIC X           VALUE SPACE.
           05  EXL-SALES-AMOUNT        PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  EXL-TAX-AMOUNT          PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE TAX-PERIOD = RUN-CCYY * 100 + RUN-MM
           PERFORM 11-READ-PERIOD-OVERRIDE

           SORT TAX-SORT-FILE
               ON ASCENDING KEY SRT-STATE SRT-LOCALITY SRT-STATUS
                                SRT-CERT-NUMBER SRT-CUSTOMER
                                SRT-ORDER-NUMBER
               INPUT PROCEDURE IS 20-SELECT-TAX-LINES
               OUTPUT PROCEDURE IS 30-WRITE-LIABILITY-REPORT

           DISPLAY 'STAXRPT: ' LINES-REPORTED-COUNT
                   ' INVOICE LINES REPORTED FOR PERIOD ' TAX-PERIOD
                   ', ' EXPIRED-COUNT ' TAXED ON EXPIRED CERTIFICATES'

           STOP RUN
           .

       11-READ-PERIOD-OVERRIDE.

           OPEN INPUT PERIOD-FILE
           IF PDF-FILE-STATUS IS EQUAL TO '00'
               READ PERIOD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PDF-PERIOD-YYYYMM IS NUMERIC
                           MOVE PDF-PERIOD-YYYYMM TO TAX-PERIOD
                       END-IF
               END-READ
               CLOSE PERIOD-FILE
           END-IF
           .

      *****************************************************************
      * 20-SELECT-TAX-LINES releases the lines invoiced in the
      * period being reported.
      *****************************************************************
       20-SELECT-TAX-LINES.

           OPEN INPUT SALES-TAX-HISTORY-FILE
           IF STX-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'STAXRPT: NO SALES TAX HISTORY ON FILE'
           ELSE
               IF STX-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'STAXRPT: UNABLE TO OPEN SALES TAX '
                           'HISTORY, FILE STATUS = ' STX-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO STX-EOF-FLAG
               PERFORM UNTIL NO-MORE-STX-DATA
                   READ SALES-TAX-HISTORY-FILE
                       AT END
                           MOVE 'N' TO STX-EOF-FLAG
                       NOT AT END
                           IF STX-INVOICE-DATE IS NUMERIC
                              AND STX-INVOICE-YYYYMM IS EQUAL TO
                                       TAX-PERIOD
                              AND STX-SALES-AMOUNT IS NUMERIC
                              AND STX-TAX-AMOUNT IS NUMERIC
                               PERFORM 22-RELEASE-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-TAX-HISTORY-FILE
           END-IF
           .

       22-RELEASE-ONE-LINE.

           ADD 1 TO LINES-REPORTED-COUNT
           MOVE STX-STATE TO SRT-STATE
           MOVE STX-LOCALITY TO SRT-LOCALITY
           MOVE STX-STATUS TO SRT-STATUS
           MOVE STX-CERT-NUMBER TO SRT-CERT-NUMBER
           MOVE STX-CUSTOMER TO SRT-CUSTOMER
           MOVE STX-ORDER-NUMBER TO SRT-ORDER-NUMBER
           MOVE STX-INVOICE-DATE TO SRT-INVOICE-DATE
           MOVE STX-SALES-AMOUNT TO SRT-SALES-AMOUNT
           MOVE STX-TAX-AMOUNT TO SRT-TAX-AMOUNT
           RELEASE SORT-TAX-RECORD
           .

       30-WRITE-LIABILITY-REPORT.

           OPEN OUTPUT LIABILITY-REPORT

           MOVE SPACES TO LIABILITY-RECORD
           STRING 'SALES TAX LIABILITY REPORT - PERIOD '
                                           DELIMITED BY SIZE
                  TAX-PERIOD DELIMITED BY SIZE
               INTO LIABILITY-RECORD
           WRITE LIABILITY-RECORD
           MOVE SPACES TO LIABILITY-RECORD
           WRITE LIABILITY-RECORD
           MOVE LIABILITY-COLUMN-HEADING TO LIABILITY-RECORD
           WRITE LIABILITY-RECORD

           MOVE 'Y' TO FIRST-JURISDICTION-SW
           MOVE 'N' TO CERT-PENDING-SWITCH
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN TAX-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       IF FIRST-JURISDICTION
                          OR SRT-STATE IS NOT EQUAL TO PRIOR-STATE
                          OR SRT-LOCALITY IS NOT EQUAL TO
                               PRIOR-LOCALITY
                           IF NOT FIRST-JURISDICTION
                               PERFORM 35-WRITE-JURISDICTION-TOTAL
                           END-IF
                           MOVE 'N' TO FIRST-JURISDICTION-SW
                           MOVE SRT-STATE TO PRIOR-STATE
                           MOVE SRT-LOCALITY TO PRIOR-LOCALITY
                           PERFORM 32-WRITE-JURISDICTION-HEADING
                       END-IF
                       PERFORM 33-ACCUMULATE-ONE-LINE
               END-RETURN
           END-PERFORM

           IF NOT FIRST-JURISDICTION
               PERFORM 35-WRITE-JURISDICTION-TOTAL
           END-IF

           MOVE SPACES TO LIABILITY-RECORD
           WRITE LIABILITY-RECORD
           MOVE SPACES TO JURISDICTION-LINE
           MOVE 'ALL TOTAL' TO JRL-LABEL
           MOVE GRAND-TAXABLE TO JRL-TAXABLE
           MOVE GRAND-NONTAXABLE TO JRL-NONTAXABLE
           MOVE GRAND-EXEMPT TO JRL-EXEMPT
           MOVE GRAND-TAX TO JRL-TAX
           MOVE JURISDICTION-LINE TO LIABILITY-RECORD
           WRITE LIABILITY-RECORD

           PERFORM 38-WRITE-EXPIRED-LISTING

           CLOSE LIABILITY-REPORT
           .

       32-WRITE-JURISDICTION-HEADING.

           ADD 1 TO JURISDICTION-COUNT
           MOVE SPACES TO LIABILITY-RECORD
           WRITE LIABILITY-RECORD
           MOVE SPACES TO LIABILITY-RECORD
           EVALUATE TRUE
               WHEN SRT-STATE IS EQUAL TO SPACES
                   MOVE 'NO JURISDICTION ON THE CUSTOMER MASTER'
                           TO LIABILITY-RECORD
               WHEN SRT-LOCALITY IS EQUAL TO SPACES
                   STRING 'STATE ' DELIMITED BY SIZE
                          SRT-STATE DELIMITED BY SIZE
                          ' - STATE-WIDE' DELIMITED BY SIZE
                       INTO LIABILITY-RECORD
               WHEN OTHER
                   STRING 'STATE ' DELIMITED BY SIZE
                          SRT-STATE DELIMITED BY SIZE
                          ' LOCALITY ' DELIMITED BY SIZE
                          SRT-LOCALITY DELIMITED BY SIZE
                       INTO LIABILITY-RECORD
           END-EVALUATE
           WRITE LIABILITY-RECORD
           .

      *****************************************************************
      * 33-ACCUMULATE-ONE-LINE adds the line into its jurisdiction.
      * Exempt sales are printed by certificate and customer as
      * each certificate's lines end; a line taxed on an expired
      * certificate is taxable and is kept for the listing.
      *****************************************************************
       33-ACCUMULATE-ONE-LINE.

           IF CERT-PENDING
               IF SRT-STATUS IS NOT EQUAL TO 'E'
                  OR SRT-CERT-NUMBER IS NOT EQUAL TO
                       PRIOR-CERT-NUMBER
                  OR SRT-CUSTOMER IS NOT EQUAL TO PRIOR-CERT-CUSTOMER
                   PERFORM 34-WRITE-CERT-LINE
               END-IF
           END-IF

           EVALUATE SRT-STATUS
               WHEN 'E'
                   ADD SRT-SALES-AMOUNT TO JUR-EXEMPT
                   MOVE 'Y' TO CERT-PENDING-SWITCH
                   MOVE SRT-CERT-NUMBER TO PRIOR-CERT-NUMBER
                   MOVE SRT-CUSTOMER TO PRIOR-CERT-CUSTOMER
                   ADD SRT-SALES-AMOUNT TO CERT-EXEMPT-AMOUNT
               WHEN 'N'
                   ADD SRT-SALES-AMOUNT TO JUR-NONTAXABLE
               WHEN 'X'
                   ADD SRT-SALES-AMOUNT TO JUR-TAXABLE
                   PERFORM 36-SAVE-EXPIRED-LINE
               WHEN OTHER
                   ADD SRT-SALES-AMOUNT TO JUR-TAXABLE
           END-EVALUATE
           ADD SRT-TAX-AMOUNT TO JUR-TAX
           .

       34-WRITE-CERT-LINE.

           MOVE PRIOR-CERT-NUMBER TO CRL-CERT-NUMBER
           MOVE PRIOR-CERT-CUSTOMER TO CRL-CUSTOMER
           MOVE CERT-EXEMPT-AMOUNT TO CRL-EXEMPT
           MOVE CERT-LINE TO LIABILITY-RECORD
           WRITE LIABILITY-RECORD
           MOVE 0 TO CERT-EXEMPT-AMOUNT
           MOVE 'N' TO CERT-PENDING-SWITCH
           .

      *****************************************************************
      * 35-WRITE-JURISDICTION-TOTAL prints the jurisdiction's totals
      * and rolls them into the grand totals.
      *****************************************************************
       35-WRITE-JURISDICTION-TOTAL.

           IF CERT-PENDING
               PERFORM 34-WRITE-CERT-LINE
           END-IF

           MOVE SPACES TO JURISDICTION-LINE
           MOVE PRIOR-STATE TO JRL-STATE
           MOVE PRIOR-LOCALITY TO JRL-LOCALITY
           MOVE JUR-TAXABLE TO JRL-TAXABLE
           MOVE JUR-NONTAXABLE TO JRL-NONTAXABLE
           MOVE JUR-EXEMPT TO JRL-EXEMPT
           MOVE JUR-TAX TO JRL-TAX
           MOVE JURISDICTION-LINE TO LIABILITY-RECORD
           WRITE LIABILITY-RECORD

           ADD JUR-TAXABLE TO GRAND-TAXABLE
           ADD JUR-NONTAXABLE TO GRAND-NONTAXABLE
           ADD JUR-EXEMPT TO GRAND-EXEMPT
           ADD JUR-TAX TO GRAND-TAX
           MOVE 0 TO JUR-TAXABLE
           MOVE 0 TO JUR-NONTAXABLE
           MOVE 0 TO JUR-EXEMPT
           MOVE 0 TO JUR-TAX
           .

       36-SAVE-EXPIRED-LINE.

           IF EXPIRED-COUNT IS EQUAL TO 2000
               DISPLAY 'STAXRPT: MORE THAN 2000 LINES TAXED ON '
                       'EXPIRED CERTIFICATES, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO EXPIRED-COUNT
           MOVE SRT-CUSTOMER TO EXP-CUSTOMER (EXPIRED-COUNT)
           MOVE SRT-ORDER-NUMBER TO EXP-ORDER-NUMBER (EXPIRED-COUNT)
           MOVE SRT-INVOICE-DATE TO EXP-INVOICE-DATE (EXPIRED-COUNT)
           MOVE SRT-CERT-NUMBER TO EXP-CERT-NUMBER (EXPIRED-COUNT)
           MOVE SRT-SALES-AMOUNT TO EXP-SALES-AMOUNT (EXPIRED-COUNT)
           MOVE SRT-TAX-AMOUNT TO EXP-TAX-AMOUNT (EXPIRED-COUNT)
           .

      *****************************************************************
      * 38-WRITE-EXPIRED-LISTING lists the invoice lines taxed
      * because the customer's exemption certificate had expired.
      *****************************************************************
       38-WRITE-EXPIRED-LISTING.

           MOVE SPACES TO LIABILITY-RECORD
           WRITE LIABILITY-RECORD
           MOVE SPACES TO LIABILITY-RECORD
           WRITE LIABILITY-RECORD
           MOVE 'INVOICES TAXED - EXEMPTION CERTIFICATE EXPIRED'
                   TO LIABILITY-RECORD
           WRITE LIABILITY-RECORD

           IF EXPIRED-COUNT IS EQUAL TO ZERO
               MOVE '    NONE' TO LIABILITY-RECORD
               WRITE LIABILITY-RECORD
           ELSE
               MOVE EXPIRED-COLUMN-HEADING TO LIABILITY-RECORD
               WRITE LIABILITY-RECORD
               PERFORM VARYING EXPIRED-SUB FROM 1 BY 1
                   UNTIL EXPIRED-SUB > EXPIRED-COUNT
                   MOVE EXP-CUSTOMER (EXPIRED-SUB) TO EXL-CUSTOMER
                   MOVE EXP-ORDER-NUMBER (EXPIRED-SUB) TO
                           EXL-ORDER-NUMBER
                   MOVE EXP-INVOICE-DATE (EXPIRED-SUB) TO
                           EXL-INVOICE-DATE
                   MOVE EXP-CERT-NUMBER (EXPIRED-SUB) TO
                           EXL-CERT-NUMBER
                   MOVE EXP-SALES-AMOUNT (EXPIRED-SUB) TO
                           EXL-SALES-AMOUNT
                   MOVE EXP-TAX-AMOUNT (EXPIRED-SUB) TO
                           EXL-TAX-AMOUNT
                   MOVE EXPIRED-LINE TO LIABILITY-RECORD
                   WRITE LIABILITY-RECORD
                   ADD EXP-SALES-AMOUNT (EXPIRED-SUB) TO
                           EXPIRED-SALES-TOTAL
                   ADD EXP-TAX-AMOUNT (EXPIRED-SUB) TO
                           EXPIRED-TAX-TOTAL
               END-PERFORM
               MOVE SPACES TO EXPIRED-LINE
               MOVE 'TOTAL' TO EXL-CUSTOMER
               MOVE EXPIRED-SALES-TOTAL TO EXL-SALES-AMOUNT
               MOVE EXPIRED-TAX-TOTAL TO EXL-TAX-AMOUNT
               MOVE EXPIRED-LINE TO LIABILITY-RECORD
               WRITE LIABILITY-RECORD
           END-IF
           .
