       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASNLOAD.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * ASNLOAD is the advance ship notice ingestion run.  Vendors
      * that send an ASN tell us ahead of the truck what is on it --
      * the PO, the candy lines, cases, lot numbers and expiration
      * dates, and the day it is due.  This run validates each ASN
      * line against the open PO-MASTER lines and holds the good ones
      * on the expected-receipts file, where the dock confirms them
      * through ASNRECV when the truck is unloaded.
      * *****
      * INPUT:
      *    ASN-TRANS.txt           one ASN line per record: ASN
      *                            number, vendor, PO number, Candy
      *                            ID, cases shipped, lot number, lot
      *                            expiration date, expected arrival
      *                            date.
      *    PO-MASTER.dat           the purchase order master; every
      *                            ASN line must name an open line
      *                            for the same vendor.
      *    EXPECTED-RECEIPTS.txt   optional: the ASN lines already
      *                            held, for the duplicate check and
      *                            the cases already expected
      *                            against each PO line.
      * *****
      * OUTPUT:
      *    EXPECTED-RECEIPTS.txt   extended with each accepted line,
      *                            status 'E' expected, carrying the
      *                            warehouse from its PO line.
      *    ASN-Load-Register.txt   one line per ASN line, accepted or
      *                            rejected with the reason, plus run
      *                            totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASN-TRANS-FILE
               ASSIGN TO 'ASN-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AST-FILE-STATUS.
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
           SELECT ASN-LOAD-REGISTER
               ASSIGN TO PRINTER 'ASN-Load-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ASN-TRANS-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  ASN-TRANS-RECORD.
           05  AST-ASN-NUMBER          PIC X(10).
           05  AST-VENDOR-ID           PIC A.
           05  AST-PO-NUMBER           PIC X(8).
           05  AST-CANDY-ID            PIC XXX.
           05  AST-CASES-SHIPPED       PIC 9(5).
           05  AST-LOT-NUMBER          PIC X(10).
           05  AST-EXP-DATE            PIC 9(8).
           05  AST-ARRIVAL-DATE        PIC 9(8).

       FD PO-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS.

       COPY POMREC.

       FD EXPECTED-RECEIPTS-FILE
           RECORD CONTAINS 79 CHARACTERS.

       COPY ASNREC.

       FD ASN-LOAD-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  TRANS-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-TRANS-DATA                   VALUE 'N'.
           05  ASN-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-ASN-DATA                     VALUE 'N'.
           05  PO-FOUND-SWITCH         PIC X           VALUE 'N'.
               88 PO-LINE-FOUND                        VALUE 'Y'.
           05  PO-CLOSED-SWITCH        PIC X           VALUE 'N'.
               88 PO-LINE-CLOSED                       VALUE 'Y'.
           05  DUPLICATE-SWITCH        PIC X           VALUE 'N'.
               88 DUPLICATE-ASN-LINE                   VALUE 'Y'.

       01  TEMP-FIELDS.
           05  AST-FILE-STATUS         PIC XX          VALUE SPACES.
           05  POM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ASN-FILE-STATUS         PIC XX          VALUE SPACES.
           05  REJECT-REASON           PIC X(22)       VALUE SPACES.

           05  EXR-SUB                 PIC 9(4)        VALUE 0.
           05  CASES-OPEN              PIC S9(7)       VALUE 0.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.

       01  RUN-TOTALS.
           05  LINES-READ-COUNT        PIC 9(7)        VALUE 0.
           05  LINES-ACCEPTED-COUNT    PIC 9(7)        VALUE 0.
           05  LINES-REJECTED-COUNT    PIC 9(7)        VALUE 0.
           05  CASES-EXPECTED-TOTAL    PIC 9(9)        VALUE 0.


      *****************************************************************
      * EXPECTED-TABLE holds the ASN lines already on the expected-
      * receipts file plus those accepted this run, so a line sent
      * twice is caught and the cases still expected against a PO
      * line count against what is left open on it.
      *****************************************************************
       01  EXR-COUNT                   PIC 9(4)        VALUE 0.

       01  EXPECTED-TABLE.
           05  EXR-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON EXR-COUNT.
               10  EXR-ASN-NUMBER      PIC X(10).
               10  EXR-PO-NUMBER       PIC X(8).
               10  EXR-CANDY-ID        PIC XXX.
               10  EXR-WAREHOUSE-ID    PIC X(4).
               10  EXR-LOT-NUMBER      PIC X(10).
               10  EXR-CASES-SHIPPED   PIC 9(5).
               10  EXR-STATUS          PIC X.

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       'ASN        V PO       CDY WHSE'.
           05  FILLER                  PIC X(30)   VALUE
                                       '  CASES ARRIVES   DISPOSITION'.

       01  REGISTER-LINE.
           05  REG-ASN-NUMBER          PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-VENDOR-ID           PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-PO-NUMBER           PIC X(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-CANDY-ID            PIC XXX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-CASES               PIC ZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-ARRIVAL-DATE        PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-DISPOSITION         PIC X(31).
           05  FILLER                  PIC X           VALUE SPACE.

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(44)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 12-OPEN-PO-MASTER
           PERFORM 14-LOAD-EXPECTED-RECEIPTS
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-ASN-LINES
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 12-OPEN-PO-MASTER opens the purchase order master for the
      * line lookups.  An ASN cannot be checked without it, so a
      * missing master stops the run.  The master is not changed
      * here -- the cases roll forward when INVPOST posts the
      * receipts.
      *****************************************************************
       12-OPEN-PO-MASTER.

           OPEN INPUT PO-MASTER-FILE
           IF POM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ASNLOAD: UNABLE TO OPEN PO MASTER FILE, '
                       'FILE STATUS = ' POM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 14-LOAD-EXPECTED-RECEIPTS reads the ASN lines already held.
      * The first ASN run finds no file, which is not an error.
      *****************************************************************
       14-LOAD-EXPECTED-RECEIPTS.

           OPEN INPUT EXPECTED-RECEIPTS-FILE
           IF ASN-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF ASN-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ASNLOAD: UNABLE TO OPEN EXPECTED '
                           'RECEIPTS FILE, FILE STATUS = '
                           ASN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO ASN-EOF-FLAG
               PERFORM UNTIL NO-MORE-ASN-DATA
                   READ EXPECTED-RECEIPTS-FILE
                       AT END
                           MOVE 'N' TO ASN-EOF-FLAG
                       NOT AT END
                           PERFORM 14A-ADD-EXPECTED-ENTRY
                   END-READ
               END-PERFORM
               CLOSE EXPECTED-RECEIPTS-FILE
           END-IF
           .

       14A-ADD-EXPECTED-ENTRY.

           IF EXR-COUNT IS EQUAL TO 5000
               DISPLAY 'ASNLOAD: EXPECTED RECEIPTS HAS MORE THAN '
                       '5000 LINES, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO EXR-COUNT
           MOVE ASN-ASN-NUMBER TO EXR-ASN-NUMBER (EXR-COUNT)
           MOVE ASN-PO-NUMBER TO EXR-PO-NUMBER (EXR-COUNT)
           MOVE ASN-CANDY-ID TO EXR-CANDY-ID (EXR-COUNT)
           MOVE ASN-WAREHOUSE-ID TO EXR-WAREHOUSE-ID (EXR-COUNT)
           MOVE ASN-LOT-NUMBER TO EXR-LOT-NUMBER (EXR-COUNT)
           MOVE ASN-CASES-SHIPPED TO EXR-CASES-SHIPPED (EXR-COUNT)
           MOVE ASN-STATUS TO EXR-STATUS (EXR-COUNT)
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT ASN-TRANS-FILE
           IF AST-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'ASNLOAD: UNABLE TO OPEN ASN TRANSACTION '
                       'FILE, FILE STATUS = ' AST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND EXPECTED-RECEIPTS-FILE
           IF ASN-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT EXPECTED-RECEIPTS-FILE
               IF ASN-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ASNLOAD: UNABLE TO OPEN EXPECTED '
                           'RECEIPTS FILE, FILE STATUS = '
                           ASN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT ASN-LOAD-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'ADVANCE SHIP NOTICE LOAD REGISTER' TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE REGISTER-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       20-PROCESS-ASN-LINES.

           MOVE ' ' TO TRANS-EOF-FLAG
           PERFORM UNTIL NO-MORE-TRANS-DATA
               READ ASN-TRANS-FILE
                   AT END
                       MOVE 'N' TO TRANS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO LINES-READ-COUNT
                       PERFORM 25-LOAD-ONE-LINE
                           THRU 25-LOAD-EXIT
               END-READ
           END-PERFORM
           .

      *****************************************************************
      * 25-LOAD-ONE-LINE validates one ASN line and holds it on the
      * expected-receipts file.  The line must carry an ASN number,
      * a lot, good dates, and cases the lot record can hold; it
      * must name an open PO line for the same vendor; it must not
      * already be held; and its cases, with what other ASNs already
      * expect on the PO line, must not exceed what is still open on
      * it.  A line failing any check is rejected to the register.
      *****************************************************************
       25-LOAD-ONE-LINE.

           MOVE SPACES TO REJECT-REASON
           MOVE SPACES TO REG-WAREHOUSE-ID

           IF AST-ASN-NUMBER IS EQUAL TO SPACES
               MOVE 'ASN NUMBER MISSING' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-LOAD-EXIT
           END-IF

           IF AST-CASES-SHIPPED IS NOT NUMERIC
               MOVE 'CASES NOT NUMERIC' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-LOAD-EXIT
           END-IF

           IF AST-CASES-SHIPPED IS EQUAL TO ZERO
               MOVE 'ZERO CASES' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-LOAD-EXIT
           END-IF

           IF AST-CASES-SHIPPED IS GREATER THAN 9999
               MOVE 'CASES OVER LOT LIMIT' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-LOAD-EXIT
           END-IF

           IF AST-LOT-NUMBER IS EQUAL TO SPACES
               MOVE 'LOT NUMBER MISSING' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-LOAD-EXIT
           END-IF

           IF AST-ARRIVAL-DATE IS NOT NUMERIC
              OR AST-ARRIVAL-DATE IS EQUAL TO ZERO
               MOVE 'ARRIVAL DATE INVALID' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-LOAD-EXIT
           END-IF

           IF AST-EXP-DATE IS NOT NUMERIC
              OR AST-EXP-DATE IS EQUAL TO ZERO
               MOVE 'EXPIRY DATE INVALID' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-LOAD-EXIT
           END-IF

           IF AST-EXP-DATE IS NOT GREATER THAN AST-ARRIVAL-DATE
               MOVE 'EXPIRES BY ARRIVAL' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-LOAD-EXIT
           END-IF

           PERFORM 26-FIND-PO-LINE

           IF NOT PO-LINE-FOUND
               IF PO-LINE-CLOSED
                   MOVE 'PO LINE CLOSED' TO REJECT-REASON
               ELSE
                   MOVE 'NO PO LINE ON FILE' TO REJECT-REASON
               END-IF
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-LOAD-EXIT
           END-IF

           MOVE POM-WAREHOUSE-ID TO REG-WAREHOUSE-ID

           IF POM-VENDOR-ID IS NOT EQUAL TO AST-VENDOR-ID
               MOVE 'VENDOR NOT ON PO' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-LOAD-EXIT
           END-IF

           PERFORM 27-CHECK-EXPECTED

           IF DUPLICATE-ASN-LINE
               MOVE 'DUPLICATE ASN LINE' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-LOAD-EXIT
           END-IF

           IF AST-CASES-SHIPPED IS GREATER THAN CASES-OPEN
               MOVE 'OVER PO OPEN QTY' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-LOAD-EXIT
           END-IF

           MOVE AST-ASN-NUMBER TO ASN-ASN-NUMBER
           MOVE AST-VENDOR-ID TO ASN-VENDOR-ID
           MOVE AST-PO-NUMBER TO ASN-PO-NUMBER
           MOVE AST-CANDY-ID TO ASN-CANDY-ID
           MOVE POM-WAREHOUSE-ID TO ASN-WAREHOUSE-ID
           MOVE AST-CASES-SHIPPED TO ASN-CASES-SHIPPED
           MOVE AST-LOT-NUMBER TO ASN-LOT-NUMBER
           MOVE AST-EXP-DATE TO ASN-EXP-DATE
           MOVE AST-ARRIVAL-DATE TO ASN-ARRIVAL-DATE
           MOVE RUN-DATE-YYYYMMDD TO ASN-LOAD-DATE
           MOVE 'E' TO ASN-STATUS
           MOVE 0 TO ASN-CASES-RECEIVED
           MOVE 0 TO ASN-RECEIVED-DATE
           PERFORM 14A-ADD-EXPECTED-ENTRY
           WRITE EXPECTED-RECEIPT-RECORD

           ADD AST-CASES-SHIPPED TO CASES-EXPECTED-TOTAL
           PERFORM 28-WRITE-REGISTER-LINE
           .

       25-LOAD-EXIT.
           EXIT.

      *****************************************************************
      * 26-FIND-PO-LINE reads the PO line for the ASN's PO number
      * and Candy ID.  When the line is there but closed, the
      * closed switch tells the register why the line was refused.
      *****************************************************************
       26-FIND-PO-LINE.

           MOVE 'N' TO PO-FOUND-SWITCH
           MOVE 'N' TO PO-CLOSED-SWITCH
           MOVE AST-PO-NUMBER TO POM-PO-NUMBER
           MOVE AST-CANDY-ID TO POM-CANDY-ID
           READ PO-MASTER-FILE
           IF POM-FILE-STATUS IS EQUAL TO '00'
               IF POM-STATUS IS EQUAL TO 'O'
                   MOVE 'Y' TO PO-FOUND-SWITCH
               ELSE
                   MOVE 'Y' TO PO-CLOSED-SWITCH
               END-IF
           END-IF
           .

      *****************************************************************
      * 27-CHECK-EXPECTED looks for the same ASN line already held
      * and works out the cases still open on the PO line: ordered,
      * less received, less what ASNs not yet received expect.
      *****************************************************************
       27-CHECK-EXPECTED.

           MOVE 'N' TO DUPLICATE-SWITCH
           COMPUTE CASES-OPEN = POM-CASES-ORDERED
                              - POM-CASES-RECEIVED
           PERFORM VARYING EXR-SUB FROM 1 BY 1
               UNTIL EXR-SUB > EXR-COUNT
               IF EXR-ASN-NUMBER (EXR-SUB) IS EQUAL TO AST-ASN-NUMBER
                  AND EXR-CANDY-ID (EXR-SUB) IS EQUAL TO AST-CANDY-ID
                  AND EXR-LOT-NUMBER (EXR-SUB) IS EQUAL TO
                       AST-LOT-NUMBER
                   MOVE 'Y' TO DUPLICATE-SWITCH
               END-IF
               IF EXR-PO-NUMBER (EXR-SUB) IS EQUAL TO AST-PO-NUMBER
                  AND EXR-CANDY-ID (EXR-SUB) IS EQUAL TO AST-CANDY-ID
                  AND EXR-WAREHOUSE-ID (EXR-SUB) IS EQUAL TO
                       POM-WAREHOUSE-ID
                  AND EXR-STATUS (EXR-SUB) IS EQUAL TO 'E'
                   SUBTRACT EXR-CASES-SHIPPED (EXR-SUB)
                       FROM CASES-OPEN
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 28-WRITE-REGISTER-LINE prints the ASN line with its
      * disposition -- ACCEPTED, or the rejection reason left in
      * REJECT-REASON.
      *****************************************************************
       28-WRITE-REGISTER-LINE.

           MOVE AST-ASN-NUMBER TO REG-ASN-NUMBER
           MOVE AST-VENDOR-ID TO REG-VENDOR-ID
           MOVE AST-PO-NUMBER TO REG-PO-NUMBER
           MOVE AST-CANDY-ID TO REG-CANDY-ID
           IF AST-CASES-SHIPPED IS NUMERIC
               MOVE AST-CASES-SHIPPED TO REG-CASES
           ELSE
               MOVE 0 TO REG-CASES
           END-IF
           MOVE AST-ARRIVAL-DATE TO REG-ARRIVAL-DATE
           IF REJECT-REASON IS EQUAL TO SPACES
               MOVE 'ACCEPTED' TO REG-DISPOSITION
               ADD 1 TO LINES-ACCEPTED-COUNT
           ELSE
               MOVE SPACES TO REG-DISPOSITION
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      REJECT-REASON DELIMITED BY SIZE
                   INTO REG-DISPOSITION
               ADD 1 TO LINES-REJECTED-COUNT
           END-IF
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       40-EOF-ROUTINE.

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'ASN LINES READ' TO RTL-LABEL
           MOVE LINES-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'ASN LINES ACCEPTED' TO RTL-LABEL
           MOVE LINES-ACCEPTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'ASN LINES REJECTED' TO RTL-LABEL
           MOVE LINES-REJECTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CASES EXPECTED' TO RTL-LABEL
           MOVE CASES-EXPECTED-TOTAL TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE ASN-TRANS-FILE
                PO-MASTER-FILE
                EXPECTED-RECEIPTS-FILE
                ASN-LOAD-REGISTER

           STOP RUN
           .
