       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPLREG.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * CMPLREG is the customer complaint register run.  Complaints
      * about stale, melted, or mislabeled candy come in by phone
      * and e-mail and used to go into a binder, where nobody tied
      * them to a lot or a vendor until it was a recall.  Customer
      * service now keys each one against the invoice line it is
      * about; this run proves the customer was shipped that candy
      * on that invoice, proves the lot keyed is one we shipped or
      * hold, picks up the warehouse, ship date, and -- when none
      * was keyed -- the lot off the shipment trail and the vendor
      * off the inventory master, and logs the complaint under the
      * next complaint number for CMPLMNT and CMPLTRND to work.
      * *****
      * INPUT:
      *    COMPLAINT-TRANS.txt     one complaint per line: customer,
      *                            invoice (order) number, Candy ID,
      *                            lot number (spaces when not
      *                            known), category ('ST' stale,
      *                            'ML' melted, 'LB' mislabeled,
      *                            'DM' damaged, 'FM' foreign
      *                            matter, 'OT' other), severity
      *                            (1 health or safety, 2 unfit to
      *                            sell, 3 minor), and the date
      *                            received (zero for the run date).
      *    SHIPMENT-HISTORY.txt    the shipment trail, to prove the
      *                            invoice line and the lot.
      *    LOT-DETAIL.txt          optional: the lots on hand; a
      *                            lot keyed that is not on the
      *                            shipment row must be one of ours
      *                            for the Candy ID.
      *    INVENTORY-MASTER.dat    the indexed inventory master,
      *                            read only, for the vendor.
      *    CUSTOMER-COMPLAINT.txt  optional: the complaints already
      *                            logged, for the next number.
      * *****
      * OUTPUT:
      *    CUSTOMER-COMPLAINT.txt  extended with one open complaint
      *                            per line accepted.
      *    Complaint-Register.txt  one line per complaint keyed,
      *                            logged or rejected, plus run
      *                            totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-TRANS-FILE
               ASSIGN TO 'COMPLAINT-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTR-FILE-STATUS.
           SELECT SHIP-HISTORY-FILE
               ASSIGN TO 'SHIPMENT-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHH-FILE-STATUS.
           SELECT LOT-DETAIL-FILE
               ASSIGN TO 'LOT-DETAIL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDF-FILE-STATUS.
           SELECT INV-MASTER-FILE
               ASSIGN TO 'INVENTORY-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-REC-KEY
               ALTERNATE RECORD KEY IS IM-CANDY-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IM-VENDOR-ID
                   WITH DUPLICATES
               FILE STATUS IS IMF-FILE-STATUS.
           SELECT COMPLAINT-FILE
               ASSIGN TO 'CUSTOMER-COMPLAINT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMP-FILE-STATUS.
           SELECT COMPLAINT-REGISTER
               ASSIGN TO PRINTER 'Complaint-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD COMPLAINT-TRANS-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01  COMPLAINT-TRANS-RECORD.
           05  CTR-CUSTOMER            PIC X(10).
           05  CTR-INVOICE-NUMBER      PIC X(8).
           05  CTR-CANDY-ID            PIC XXX.
           05  CTR-LOT-NUMBER          PIC X(10).
           05  CTR-CATEGORY            PIC XX.
           05  CTR-SEVERITY            PIC 9.
           05  CTR-RECEIVED-DATE       PIC 9(8).

       FD SHIP-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS.

       01  SHIP-HISTORY-RECORD.
           05  SHH-SHIP-DATE           PIC 9(8).
           05  SHH-WAREHOUSE-ID        PIC X(4).
           05  SHH-ORDER-NUMBER        PIC X(8).
           05  SHH-CUSTOMER            PIC X(10).
           05  SHH-CANDY-ID            PIC XXX.
           05  SHH-CASES               PIC 9(5).
           05  SHH-LOT-NUMBER          PIC X(10).
           05  SHH-SHIP-TO-CODE        PIC X(4).
           05  SHH-DELIVERED-DATE      PIC 9(8).
           05  SHH-RECEIVED-BY         PIC X(20).
           05  SHH-SHORT-CASES         PIC 9(5).
           05  SHH-DAMAGED-CASES       PIC 9(5).

       FD LOT-DETAIL-FILE
           RECORD CONTAINS 37 CHARACTERS.

       01  LOT-DETAIL-RECORD.
           05  LDF-RUN-DATE            PIC 9(8).
           05  LDF-WAREHOUSE-ID        PIC X(4).
           05  LDF-CANDY-ID            PIC XXX.
           05  LDF-LOT-NUMBER          PIC X(10).
           05  LDF-EXP-DATE            PIC 9(8).
           05  LDF-LOT-CASES           PIC 9(4).

       FD INV-MASTER-FILE
           RECORD CONTAINS 705 CHARACTERS.

       COPY INVMREC.

       FD COMPLAINT-FILE
           RECORD CONTAINS 129 CHARACTERS.

       COPY CMPLREC.

       FD COMPLAINT-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  TRANS-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-TRANS-DATA                   VALUE 'N'.
           05  SHH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SHH-DATA                     VALUE 'N'.
           05  LDF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-LDF-DATA                     VALUE 'N'.
           05  CMP-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CMP-DATA                     VALUE 'N'.

       01  TEMP-FIELDS.
           05  CTR-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SHH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LDF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  IMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CMP-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  TRN-SUB                 PIC 9(4)        VALUE 0.
           05  NEXT-COMPLAINT-NUMBER   PIC 9(6)        VALUE 1.

       01  RUN-TOTALS.
           05  TRANS-READ-COUNT        PIC 9(5)        VALUE 0.
           05  LOGGED-COUNT            PIC 9(5)        VALUE 0.
           05  REJECT-COUNT            PIC 9(5)        VALUE 0.
           05  SEVERITY-ONE-COUNT      PIC 9(5)        VALUE 0.
           05  NO-VENDOR-COUNT         PIC 9(5)        VALUE 0.

      *****************************************************************
      * TRANS-TABLE is the day's complaints held while the shipment
      * trail and the lot details are passed once each.  A shipment
      * row for the same customer, invoice, and Candy ID proves the
      * line; the row whose lot matches the lot keyed wins, and
      * with no lot keyed the first row's lot is taken.
      *****************************************************************
       01  TRANS-COUNT                 PIC 9(4)        VALUE 0.

       01  TRANS-TABLE.
           05  TRANS-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON TRANS-COUNT.
               10  TRN-CUSTOMER        PIC X(10).
               10  TRN-INVOICE-NUMBER  PIC X(8).
               10  TRN-CANDY-ID        PIC XXX.
               10  TRN-LOT-NUMBER      PIC X(10).
               10  TRN-CATEGORY        PIC XX.
               10  TRN-SEVERITY        PIC 9.
               10  TRN-RECEIVED-DATE   PIC 9(8).
               10  TRN-LOT-KEYED-FLAG  PIC X.
                   88  TRN-LOT-KEYED                   VALUE 'Y'.
               10  TRN-SHIPPED-FLAG    PIC X.
                   88  TRN-SHIPPED                     VALUE 'Y'.
               10  TRN-LOT-SHIPPED-FLAG PIC X.
                   88  TRN-LOT-SHIPPED                 VALUE 'Y'.
               10  TRN-LOT-ON-FILE-FLAG PIC X.
                   88  TRN-LOT-ON-FILE                 VALUE 'Y'.
               10  TRN-WAREHOUSE-ID    PIC X(4).
               10  TRN-SHIP-DATE       PIC 9(8).

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(34)       VALUE
               'NUMBER CUSTOMER   INVOICE  CDY LOT'.
           05  FILLER                  PIC X(34)       VALUE
               '        CT S V WHSE DISPOSITION'.
           05  FILLER                  PIC X(12)       VALUE SPACES.

       01  REGISTER-LINE.
           05  REG-COMPLAINT-NUMBER    PIC X(6).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-CUSTOMER            PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-INVOICE-NUMBER      PIC X(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-CANDY-ID            PIC XXX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-LOT-NUMBER          PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-CATEGORY            PIC XX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-SEVERITY            PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-VENDOR-ID           PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-DISPOSITION         PIC X(26).

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(49)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 11-LOAD-TRANSACTIONS
           PERFORM 12-MATCH-SHIPMENTS
           PERFORM 13-MATCH-LOT-DETAIL
           PERFORM 14-TAKE-NEXT-NUMBER
           PERFORM 15-HSKPING-ROUTINE
           PERFORM VARYING TRN-SUB FROM 1 BY 1
               UNTIL TRN-SUB > TRANS-COUNT
               PERFORM 20-LOG-ONE-COMPLAINT
           END-PERFORM
           PERFORM 40-EOF-ROUTINE
           .

       11-LOAD-TRANSACTIONS.

           OPEN INPUT COMPLAINT-TRANS-FILE
           IF CTR-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CMPLREG: UNABLE TO OPEN COMPLAINT TRANSACTION '
                       'FILE, FILE STATUS = ' CTR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO TRANS-EOF-FLAG
           PERFORM UNTIL NO-MORE-TRANS-DATA
               READ COMPLAINT-TRANS-FILE
                   AT END
                       MOVE 'N' TO TRANS-EOF-FLAG
                   NOT AT END
                       IF TRANS-COUNT IS EQUAL TO 500
                           DISPLAY 'CMPLREG: MORE THAN 500 '
                                   'COMPLAINTS IN ONE RUN, TABLE IS '
                                   'FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO TRANS-READ-COUNT
                       ADD 1 TO TRANS-COUNT
                       PERFORM 11A-HOLD-ONE-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE COMPLAINT-TRANS-FILE
           .

       11A-HOLD-ONE-TRANSACTION.

           MOVE CTR-CUSTOMER TO TRN-CUSTOMER (TRANS-COUNT)
           MOVE CTR-INVOICE-NUMBER TO TRN-INVOICE-NUMBER (TRANS-COUNT)
           MOVE CTR-CANDY-ID TO TRN-CANDY-ID (TRANS-COUNT)
           MOVE CTR-LOT-NUMBER TO TRN-LOT-NUMBER (TRANS-COUNT)
           MOVE CTR-CATEGORY TO TRN-CATEGORY (TRANS-COUNT)
           IF CTR-SEVERITY IS NUMERIC
               MOVE CTR-SEVERITY TO TRN-SEVERITY (TRANS-COUNT)
           ELSE
               MOVE 0 TO TRN-SEVERITY (TRANS-COUNT)
           END-IF
           IF CTR-RECEIVED-DATE IS NUMERIC
              AND CTR-RECEIVED-DATE IS GREATER THAN ZERO
               MOVE CTR-RECEIVED-DATE TO
                       TRN-RECEIVED-DATE (TRANS-COUNT)
           ELSE
               MOVE RUN-DATE-YYYYMMDD TO
                       TRN-RECEIVED-DATE (TRANS-COUNT)
           END-IF
           IF CTR-LOT-NUMBER IS EQUAL TO SPACES
               MOVE 'N' TO TRN-LOT-KEYED-FLAG (TRANS-COUNT)
           ELSE
               MOVE 'Y' TO TRN-LOT-KEYED-FLAG (TRANS-COUNT)
           END-IF
           MOVE 'N' TO TRN-SHIPPED-FLAG (TRANS-COUNT)
           MOVE 'N' TO TRN-LOT-SHIPPED-FLAG (TRANS-COUNT)
           MOVE 'N' TO TRN-LOT-ON-FILE-FLAG (TRANS-COUNT)
           MOVE SPACES TO TRN-WAREHOUSE-ID (TRANS-COUNT)
           MOVE 0 TO TRN-SHIP-DATE (TRANS-COUNT)
           .

      *****************************************************************
      * 12-MATCH-SHIPMENTS passes the shipment trail once against
      * every complaint held.
      *****************************************************************
       12-MATCH-SHIPMENTS.

           OPEN INPUT SHIP-HISTORY-FILE
           IF SHH-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'CMPLREG: NO SHIPMENT HISTORY ON FILE'
           ELSE
               IF SHH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CMPLREG: UNABLE TO OPEN SHIPMENT HISTORY '
                           'FILE, FILE STATUS = ' SHH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO SHH-EOF-FLAG
               PERFORM UNTIL NO-MORE-SHH-DATA
                   READ SHIP-HISTORY-FILE
                       AT END
                           MOVE 'N' TO SHH-EOF-FLAG
                       NOT AT END
                           PERFORM VARYING TRN-SUB FROM 1 BY 1
                               UNTIL TRN-SUB > TRANS-COUNT
                               PERFORM 12A-MATCH-ONE-ROW
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE SHIP-HISTORY-FILE
           END-IF
           .

       12A-MATCH-ONE-ROW.

           IF SHH-CUSTOMER IS EQUAL TO TRN-CUSTOMER (TRN-SUB)
              AND SHH-ORDER-NUMBER IS EQUAL TO
                   TRN-INVOICE-NUMBER (TRN-SUB)
              AND SHH-CANDY-ID IS EQUAL TO TRN-CANDY-ID (TRN-SUB)
              AND NOT TRN-LOT-SHIPPED (TRN-SUB)
               EVALUATE TRUE
                   WHEN TRN-LOT-KEYED (TRN-SUB)
                    AND SHH-LOT-NUMBER IS EQUAL TO
                           TRN-LOT-NUMBER (TRN-SUB)
                       MOVE 'Y' TO TRN-LOT-SHIPPED-FLAG (TRN-SUB)
                       PERFORM 12B-TAKE-SHIPMENT-ROW
                   WHEN NOT TRN-SHIPPED (TRN-SUB)
                       IF NOT TRN-LOT-KEYED (TRN-SUB)
                           MOVE SHH-LOT-NUMBER TO
                                   TRN-LOT-NUMBER (TRN-SUB)
                       END-IF
                       PERFORM 12B-TAKE-SHIPMENT-ROW
               END-EVALUATE
           END-IF
           .

       12B-TAKE-SHIPMENT-ROW.

           MOVE 'Y' TO TRN-SHIPPED-FLAG (TRN-SUB)
           MOVE SHH-WAREHOUSE-ID TO TRN-WAREHOUSE-ID (TRN-SUB)
           IF SHH-SHIP-DATE IS NUMERIC
               MOVE SHH-SHIP-DATE TO TRN-SHIP-DATE (TRN-SUB)
           END-IF
           .

      *****************************************************************
      * 13-MATCH-LOT-DETAIL marks each lot keyed that is on the lot
      * details for its Candy ID.
      *****************************************************************
       13-MATCH-LOT-DETAIL.

           OPEN INPUT LOT-DETAIL-FILE
           IF LDF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF LDF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CMPLREG: UNABLE TO OPEN LOT DETAIL '
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
                           PERFORM VARYING TRN-SUB FROM 1 BY 1
                               UNTIL TRN-SUB > TRANS-COUNT
                               IF TRN-LOT-KEYED (TRN-SUB)
                                  AND LDF-CANDY-ID IS EQUAL TO
                                       TRN-CANDY-ID (TRN-SUB)
                                  AND LDF-LOT-NUMBER IS EQUAL TO
                                       TRN-LOT-NUMBER (TRN-SUB)
                                   MOVE 'Y' TO
                                       TRN-LOT-ON-FILE-FLAG (TRN-SUB)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE LOT-DETAIL-FILE
           END-IF
           .

      *****************************************************************
      * 14-TAKE-NEXT-NUMBER reads the complaints already logged for
      * the highest complaint number.
      *****************************************************************
       14-TAKE-NEXT-NUMBER.

           OPEN INPUT COMPLAINT-FILE
           IF CMP-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CMP-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CMPLREG: UNABLE TO OPEN COMPLAINT FILE, '
                           'FILE STATUS = ' CMP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CMP-EOF-FLAG
               PERFORM UNTIL NO-MORE-CMP-DATA
                   READ COMPLAINT-FILE
                       AT END
                           MOVE 'N' TO CMP-EOF-FLAG
                       NOT AT END
                           IF CMP-COMPLAINT-NUMBER IS NUMERIC
                              AND CMP-COMPLAINT-NUMBER IS NOT LESS
                                   THAN NEXT-COMPLAINT-NUMBER
                               COMPUTE NEXT-COMPLAINT-NUMBER =
                                       CMP-COMPLAINT-NUMBER + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPLAINT-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT INV-MASTER-FILE
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CMPLREG: UNABLE TO OPEN INVENTORY MASTER, '
                       'FILE STATUS = ' IMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND COMPLAINT-FILE
           IF CMP-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT COMPLAINT-FILE
               IF CMP-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CMPLREG: UNABLE TO EXTEND COMPLAINT FILE, '
                           'FILE STATUS = ' CMP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT COMPLAINT-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           STRING 'CUSTOMER COMPLAINT REGISTER - RUN DATE '
                   DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 20-LOG-ONE-COMPLAINT edits one complaint and, when it
      * passes, logs it open under the next complaint number with
      * the vendor of the warehouse/Candy ID it shipped from.
      *****************************************************************
       20-LOG-ONE-COMPLAINT.

           MOVE SPACES TO REGISTER-LINE
           MOVE TRN-CUSTOMER (TRN-SUB) TO REG-CUSTOMER
           MOVE TRN-INVOICE-NUMBER (TRN-SUB) TO REG-INVOICE-NUMBER
           MOVE TRN-CANDY-ID (TRN-SUB) TO REG-CANDY-ID
           MOVE TRN-LOT-NUMBER (TRN-SUB) TO REG-LOT-NUMBER
           MOVE TRN-CATEGORY (TRN-SUB) TO REG-CATEGORY
           MOVE TRN-SEVERITY (TRN-SUB) TO REG-SEVERITY
           MOVE TRN-WAREHOUSE-ID (TRN-SUB) TO REG-WAREHOUSE-ID

           MOVE TRN-CATEGORY (TRN-SUB) TO CMP-CATEGORY
           MOVE TRN-SEVERITY (TRN-SUB) TO CMP-SEVERITY

           EVALUATE TRUE
               WHEN TRN-CUSTOMER (TRN-SUB) IS EQUAL TO SPACES
                 OR TRN-INVOICE-NUMBER (TRN-SUB) IS EQUAL TO SPACES
                 OR TRN-CANDY-ID (TRN-SUB) IS EQUAL TO SPACES
                   MOVE 'REJECTED - KEY MISSING' TO REG-DISPOSITION
               WHEN NOT CMP-VALID-CATEGORY
                   MOVE 'REJECTED - BAD CATEGORY' TO REG-DISPOSITION
               WHEN NOT CMP-VALID-SEVERITY
                   MOVE 'REJECTED - BAD SEVERITY' TO REG-DISPOSITION
               WHEN NOT TRN-SHIPPED (TRN-SUB)
                   MOVE 'REJECTED - NOT ON INVOICE'
                           TO REG-DISPOSITION
               WHEN TRN-LOT-KEYED (TRN-SUB)
                AND NOT TRN-LOT-SHIPPED (TRN-SUB)
                AND NOT TRN-LOT-ON-FILE (TRN-SUB)
                   MOVE 'REJECTED - LOT NOT ON FILE'
                           TO REG-DISPOSITION
               WHEN OTHER
                   PERFORM 25-WRITE-COMPLAINT
           END-EVALUATE

           IF REG-DISPOSITION IS NOT EQUAL TO 'LOGGED'
              AND REG-DISPOSITION IS NOT EQUAL TO 'LOGGED - NO VENDOR'
               ADD 1 TO REJECT-COUNT
           END-IF

           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       25-WRITE-COMPLAINT.

           MOVE TRN-WAREHOUSE-ID (TRN-SUB) TO IM-WAREHOUSE-ID
           MOVE TRN-CANDY-ID (TRN-SUB) TO IM-CANDY-ID
           READ INV-MASTER-FILE
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE SPACE TO CMP-VENDOR-ID
               MOVE 'LOGGED - NO VENDOR' TO REG-DISPOSITION
               ADD 1 TO NO-VENDOR-COUNT
           ELSE
               MOVE IM-VENDOR-ID TO CMP-VENDOR-ID
               MOVE 'LOGGED' TO REG-DISPOSITION
           END-IF

           MOVE NEXT-COMPLAINT-NUMBER TO CMP-COMPLAINT-NUMBER
           MOVE 'O' TO CMP-STATUS
           MOVE TRN-RECEIVED-DATE (TRN-SUB) TO CMP-RECEIVED-DATE
           MOVE RUN-DATE-YYYYMMDD TO CMP-LOGGED-DATE
           MOVE TRN-CUSTOMER (TRN-SUB) TO CMP-CUSTOMER
           MOVE TRN-INVOICE-NUMBER (TRN-SUB) TO CMP-INVOICE-NUMBER
           MOVE TRN-CANDY-ID (TRN-SUB) TO CMP-CANDY-ID
           MOVE TRN-LOT-NUMBER (TRN-SUB) TO CMP-LOT-NUMBER
           MOVE TRN-WAREHOUSE-ID (TRN-SUB) TO CMP-WAREHOUSE-ID
           MOVE TRN-SHIP-DATE (TRN-SUB) TO CMP-SHIP-DATE
           MOVE SPACES TO CMP-INVESTIGATION
           MOVE 0 TO CMP-INVESTIGATED-DATE
           MOVE SPACES TO CMP-ROOT-CAUSE
           MOVE SPACE TO CMP-LINK-TYPE
           MOVE SPACES TO CMP-LINK-NUMBER
           MOVE 0 TO CMP-CLOSED-DATE
           WRITE CUSTOMER-COMPLAINT-RECORD

           MOVE NEXT-COMPLAINT-NUMBER TO REG-COMPLAINT-NUMBER
           MOVE CMP-VENDOR-ID TO REG-VENDOR-ID
           ADD 1 TO NEXT-COMPLAINT-NUMBER
           ADD 1 TO LOGGED-COUNT
           IF CMP-SEVERITY IS EQUAL TO 1
               ADD 1 TO SEVERITY-ONE-COUNT
           END-IF
           .

       40-EOF-ROUTINE.

           CLOSE INV-MASTER-FILE
                 COMPLAINT-FILE

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'COMPLAINTS READ' TO RTL-LABEL
           MOVE TRANS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'COMPLAINTS LOGGED' TO RTL-LABEL
           MOVE LOGGED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE '  SEVERITY 1' TO RTL-LABEL
           MOVE SEVERITY-ONE-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE '  NO VENDOR ON MASTER' TO RTL-LABEL
           MOVE NO-VENDOR-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'COMPLAINTS REJECTED' TO RTL-LABEL
           MOVE REJECT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE COMPLAINT-REGISTER

           DISPLAY 'CMPLREG: ' TRANS-READ-COUNT ' COMPLAINTS, '
                   LOGGED-COUNT ' LOGGED, ' REJECT-COUNT ' REJECTED'

           STOP RUN
           .
