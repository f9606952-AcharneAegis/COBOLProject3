       IDENTIFICATION DIVISION.
       PROGRAM-ID. QCDISP.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * QCDISP is the receiving-inspection disposition run.  INVPOST
      * puts a received lot on inspection hold when its vendor and
      * candy type fall under an inspection rule; the held cases are
      * on hand but cannot be promised or picked.  The inspector's
      * decision on each inspection lot comes in here with the
      * inspector's ID and findings: release all of it, reject all
      * of it, or release part and reject the rest.  Released cases
      * become available as soon as the hold closes.  Rejected cases
      * are routed out -- back to the vendor as a return-to-vendor
      * transaction for RTVPROC, or off the books as a write-off
      * transaction for WRITEOFF -- so those runs follow this one.
      * Closed holds stay on the hold file with their disposition,
      * and from them the run prints each vendor's rejection rate
      * over the trailing twelve months.
      * *****
      * INPUT:
      *    QC-DISPOSITION-TRANS.txt  one decision per line:
      *                            inspection lot (hold) number,
      *                            decision ('R' release, 'J'
      *                            reject, 'P' partial -- release
      *                            the cases given and reject the
      *                            rest), cases released, inspector
      *                            ID, findings, route for rejected
      *                            cases ('V' return to vendor, 'W'
      *                            write-off), reason code, the
      *                            vendor's RMA number (for 'V') and
      *                            the approving supervisor (for
      *                            'W').
      *    REASON-CODE.txt         the reason code master WRITEOFF
      *                            uses.
      *    INSPECTION-HOLD.txt     the inspection holds INVPOST
      *                            opens.
      * *****
      * OUTPUT:
      *    INSPECTION-HOLD.txt     rewritten with the holds closed.
      *    RTV-TRANS.txt           extended with one return per lot
      *                            rejected back to the vendor.
      *    WRITEOFF-TRANS.txt      extended with one write-off per
      *                            lot rejected to scrap.
      *    QC-Disposition-Register.txt  dispositions and run totals.
      *    QC-Vendor-Rejection-Summary.txt  lots and cases
      *                            inspected and rejected by vendor,
      *                            trailing twelve months.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QC-DISP-TRANS-FILE
               ASSIGN TO 'QC-DISPOSITION-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QDT-FILE-STATUS.
           SELECT REASON-CODE-FILE
               ASSIGN TO 'REASON-CODE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCF-FILE-STATUS.
           SELECT INSPECTION-HOLD-FILE
               ASSIGN TO 'INSPECTION-HOLD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QCH-FILE-STATUS.
           SELECT RTV-TRANS-FILE
               ASSIGN TO 'RTV-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTT-FILE-STATUS.
           SELECT WRITEOFF-TRANS-FILE
               ASSIGN TO 'WRITEOFF-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WOT-FILE-STATUS.
           SELECT QC-REGISTER
               ASSIGN TO PRINTER 'QC-Disposition-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QC-SUMMARY
               ASSIGN TO PRINTER 'QC-Vendor-Rejection-Summary.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD QC-DISP-TRANS-FILE
           RECORD CONTAINS 65 CHARACTERS.

       01  QC-DISP-TRANS-RECORD.
           05  QDT-HOLD-NUMBER         PIC 9(6).
           05  QDT-DECISION            PIC X.
               88  QDT-RELEASE                         VALUE 'R'.
               88  QDT-REJECT                          VALUE 'J'.
               88  QDT-PARTIAL                         VALUE 'P'.
           05  QDT-CASES-RELEASED      PIC 9(5).
           05  QDT-INSPECTOR-ID        PIC X(5).
           05  QDT-FINDINGS            PIC X(30).
           05  QDT-ROUTE               PIC X.
               88  QDT-TO-VENDOR                       VALUE 'V'.
               88  QDT-TO-WRITEOFF                     VALUE 'W'.
           05  QDT-REASON-CODE         PIC XX.
           05  QDT-RMA-NUMBER          PIC X(10).
           05  QDT-APPROVER            PIC X(5).

       FD REASON-CODE-FILE
           RECORD CONTAINS 22 CHARACTERS.

       01  REASON-CODE-RECORD.
           05  RCF-REASON-CODE         PIC XX.
           05  RCF-DESCRIPTION         PIC X(20).

       FD INSPECTION-HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.

       COPY QCHREC.

       FD RTV-TRANS-FILE
           RECORD CONTAINS 35 CHARACTERS.

       01  RTV-TRANS-RECORD.
           05  RTT-VENDOR-ID           PIC A.
           05  RTT-WAREHOUSE-ID        PIC X(4).
           05  RTT-CANDY-ID            PIC XXX.
           05  RTT-LOT-NUMBER          PIC X(10).
           05  RTT-CASES               PIC 9(5).
           05  RTT-REASON-CODE         PIC XX.
           05  RTT-RMA-NUMBER          PIC X(10).

       FD WRITEOFF-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  WRITEOFF-TRANS-RECORD.
           05  WOT-WAREHOUSE-ID        PIC X(4).
           05  WOT-CANDY-ID            PIC XXX.
           05  WOT-CASES               PIC 9(5).
           05  WOT-REASON-CODE         PIC XX.
           05  WOT-REFERENCE           PIC X(8).
           05  WOT-APPROVER            PIC X(5).
           05  WOT-LOT-NUMBER          PIC X(10).
           05  WOT-PLATE-ID            PIC 9(8).

       FD QC-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       FD QC-SUMMARY
           RECORD CONTAINS 80 CHARACTERS.

       01  SUMMARY-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  QDT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-QDT-DATA                     VALUE 'N'.
           05  RCF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RCF-DATA                     VALUE 'N'.
           05  QCH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-QCH-DATA                     VALUE 'N'.
           05  REASON-FOUND-SWITCH     PIC X           VALUE 'N'.
               88 REASON-FOUND                         VALUE 'Y'.
           05  HOLD-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 HOLD-FOUND                           VALUE 'Y'.
           05  HOLDS-TOUCHED-SWITCH    PIC X           VALUE 'N'.
               88 HOLDS-TOUCHED                        VALUE 'Y'.

       01  TEMP-FIELDS.
           05  QDT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RCF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  QCH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RTT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  WOT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  CUTOFF-DATE             PIC 9(8)        VALUE 0.
           05  REASON-SUB              PIC 999         VALUE 0.
           05  HOLD-SUB                PIC 9(5)        VALUE 0.
           05  HOLD-HOLD-SUB           PIC 9(5)        VALUE 0.
           05  VEN-SUB                 PIC 999         VALUE 0.
           05  VEN-SHIFT-SUB           PIC 999         VALUE 0.
           05  CASES-RELEASED          PIC 9(5)        VALUE 0.
           05  CASES-REJECTED          PIC 9(5)        VALUE 0.
           05  REJECT-RATE             PIC 999V9       VALUE 0.
           05  REJECT-REASON           PIC X(20)       VALUE SPACES.
           05  LOT-DISPOSITION         PIC X(31)       VALUE SPACES.

       01  RUN-TOTALS.
           05  TRANS-READ-COUNT        PIC 9(5)        VALUE 0.
           05  LOTS-RELEASED-COUNT     PIC 9(5)        VALUE 0.
           05  LOTS-PARTIAL-COUNT      PIC 9(5)        VALUE 0.
           05  LOTS-REJECTED-COUNT     PIC 9(5)        VALUE 0.
           05  TRANS-REJECTED-COUNT    PIC 9(5)        VALUE 0.
           05  HOLDS-OPEN-COUNT        PIC 9(5)        VALUE 0.
           05  TOTAL-CASES-RELEASED    PIC 9(7)        VALUE 0.
           05  TOTAL-CASES-TO-VENDOR   PIC 9(7)        VALUE 0.
           05  TOTAL-CASES-WRITTEN-OFF PIC 9(7)        VALUE 0.
           05  ALL-LOTS-INSPECTED      PIC 9(5)        VALUE 0.
           05  ALL-CASES-INSPECTED     PIC 9(7)        VALUE 0.
           05  ALL-CASES-REJECTED      PIC 9(7)        VALUE 0.

       01  REASON-COUNT                PIC 999         VALUE 0.

       01  REASON-TABLE.
           05  REASON-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON REASON-COUNT.
               10  RSN-REASON-CODE     PIC XX.
               10  RSN-DESCRIPTION     PIC X(20).

      *****************************************************************
      * HOLD-TABLE is the whole inspection hold file, open and
      * closed; a disposition is applied to the entry in place and
      * the file is written back from the table at end of run.
      *****************************************************************
       01  HOLD-COUNT                  PIC 9(5)        VALUE 0.

       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON HOLD-COUNT PIC X(100).

      *****************************************************************
      * VENDOR-SUMMARY-TABLE accumulates the closed holds by vendor,
      * kept in Vendor ID order as entries are added.
      *****************************************************************
       01  VEN-COUNT                   PIC 999         VALUE 0.

       01  VENDOR-SUMMARY-TABLE.
           05  VENDOR-SUMMARY-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON VEN-COUNT.
               10  VEN-VENDOR-ID       PIC A.
               10  VEN-LOTS            PIC 9(5).
               10  VEN-CASES-INSPECTED PIC 9(7).
               10  VEN-CASES-REJECTED  PIC 9(7).

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       'HOLD   WHSE CDY LOT        V  '.
           05  FILLER                  PIC X(30)   VALUE
                                       'RELSD  REJCT INSP  DISPOSITION'.
           05  FILLER                  PIC X(20)       VALUE SPACES.

       01  REGISTER-LINE.
           05  REG-HOLD-NUMBER         PIC X(6).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-CANDY-ID            PIC XXX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-LOT-NUMBER          PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-VENDOR-ID           PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-CASES-RELEASED      PIC ZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-CASES-REJECTED      PIC ZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-INSPECTOR-ID        PIC X(5).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-DISPOSITION         PIC X(31).

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(46)       VALUE SPACES.

       01  SUMMARY-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       'VENDOR     LOTS    CASES INSPE'.
           05  FILLER                  PIC X(30)   VALUE
                                       'CTED  CASES REJECTED  REJECT R'.
           05  FILLER                  PIC X(20)   VALUE
                                       'ATE'.

       01  SUMMARY-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SUM-VENDOR-ID           PIC X(6).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SUM-LOTS                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(7)        VALUE SPACES.
           05  SUM-CASES-INSPECTED     PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(6)        VALUE SPACES.
           05  SUM-CASES-REJECTED      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(7)        VALUE SPACES.
           05  SUM-REJECT-RATE         PIC ZZ9.9.
           05  FILLER                  PIC X           VALUE '%'.
           05  FILLER                  PIC X(20)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           COMPUTE CUTOFF-DATE = RUN-DATE-YYYYMMDD - 10000

           PERFORM 11-LOAD-REASON-CODES
           PERFORM 12-LOAD-INSPECTION-HOLDS
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-DISPOSITIONS
           PERFORM 30-PRINT-REJECTION-SUMMARY
           PERFORM 40-EOF-ROUTINE
           .

       11-LOAD-REASON-CODES.

           OPEN INPUT REASON-CODE-FILE
           IF RCF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'QCDISP: UNABLE TO OPEN REASON CODE '
                       'MASTER, FILE STATUS = ' RCF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO RCF-EOF-FLAG
           PERFORM UNTIL NO-MORE-RCF-DATA
               READ REASON-CODE-FILE
                   AT END
                       MOVE 'N' TO RCF-EOF-FLAG
                   NOT AT END
                       IF REASON-COUNT IS EQUAL TO 100
                           DISPLAY 'QCDISP: MORE THAN 100 REASON '
                                   'CODES, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO REASON-COUNT
                       MOVE REASON-CODE-RECORD TO
                               REASON-ENTRY (REASON-COUNT)
               END-READ
           END-PERFORM

           CLOSE REASON-CODE-FILE
           .

       12-LOAD-INSPECTION-HOLDS.

           OPEN INPUT INSPECTION-HOLD-FILE
           IF QCH-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'QCDISP: UNABLE TO OPEN INSPECTION HOLD '
                       'FILE, FILE STATUS = ' QCH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO QCH-EOF-FLAG
           PERFORM UNTIL NO-MORE-QCH-DATA
               READ INSPECTION-HOLD-FILE
                   AT END
                       MOVE 'N' TO QCH-EOF-FLAG
                   NOT AT END
                       IF HOLD-COUNT IS EQUAL TO 20000
                           DISPLAY 'QCDISP: MORE THAN 20000 '
                                   'INSPECTION HOLDS, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO HOLD-COUNT
                       MOVE INSPECTION-HOLD-RECORD TO
                               HOLD-ENTRY (HOLD-COUNT)
               END-READ
           END-PERFORM

           CLOSE INSPECTION-HOLD-FILE
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT QC-DISP-TRANS-FILE
           IF QDT-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'QCDISP: UNABLE TO OPEN DISPOSITION '
                       'TRANSACTION FILE, FILE STATUS = '
                       QDT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND RTV-TRANS-FILE
           IF RTT-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT RTV-TRANS-FILE
               IF RTT-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'QCDISP: UNABLE TO OPEN RTV TRANSACTION '
                           'FILE, FILE STATUS = ' RTT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND WRITEOFF-TRANS-FILE
           IF WOT-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT WRITEOFF-TRANS-FILE
               IF WOT-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'QCDISP: UNABLE TO OPEN WRITE-OFF '
                           'TRANSACTION FILE, FILE STATUS = '
                           WOT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT QC-REGISTER
                       QC-SUMMARY

           MOVE SPACES TO REGISTER-RECORD
           STRING 'QC DISPOSITION REGISTER ' DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       20-PROCESS-DISPOSITIONS.

           MOVE ' ' TO QDT-EOF-FLAG
           PERFORM UNTIL NO-MORE-QDT-DATA
               READ QC-DISP-TRANS-FILE
                   AT END
                       MOVE 'N' TO QDT-EOF-FLAG
                   NOT AT END
                       ADD 1 TO TRANS-READ-COUNT
                       PERFORM 25-APPLY-ONE-DISPOSITION
                           THRU 25-APPLY-EXIT
               END-READ
           END-PERFORM
           .

      *****************************************************************
      * 25-APPLY-ONE-DISPOSITION finds the inspection lot, checks it
      * is still on hold and that the decision is complete, and
      * only then closes the hold and routes the rejected cases.
      * A partial release must leave at least one case each side.
      *****************************************************************
       25-APPLY-ONE-DISPOSITION.

           MOVE SPACES TO REJECT-REASON
           MOVE SPACES TO LOT-DISPOSITION
           MOVE 0 TO CASES-RELEASED
           MOVE 0 TO CASES-REJECTED
           MOVE 'N' TO HOLD-FOUND-SWITCH

           IF QDT-HOLD-NUMBER IS NOT NUMERIC
               MOVE 'HOLD NUMBER INVALID' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           PERFORM VARYING HOLD-SUB FROM 1 BY 1
               UNTIL HOLD-SUB > HOLD-COUNT
                  OR HOLD-FOUND
               MOVE HOLD-ENTRY (HOLD-SUB) TO INSPECTION-HOLD-RECORD
               IF QCH-HOLD-NUMBER IS EQUAL TO QDT-HOLD-NUMBER
                   MOVE 'Y' TO HOLD-FOUND-SWITCH
                   MOVE HOLD-SUB TO HOLD-HOLD-SUB
               END-IF
           END-PERFORM
           IF NOT HOLD-FOUND
               MOVE 'HOLD NOT ON FILE' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           IF NOT QCH-ON-HOLD
               MOVE 'HOLD ALREADY CLOSED' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           IF QDT-INSPECTOR-ID IS EQUAL TO SPACES
               MOVE 'NO INSPECTOR ID' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           EVALUATE TRUE
               WHEN QDT-RELEASE
                   MOVE QCH-CASES-RECEIVED TO CASES-RELEASED
               WHEN QDT-REJECT
                   MOVE QCH-CASES-RECEIVED TO CASES-REJECTED
               WHEN QDT-PARTIAL
                   IF QDT-CASES-RELEASED IS NOT NUMERIC
                      OR QDT-CASES-RELEASED IS EQUAL TO ZERO
                      OR QDT-CASES-RELEASED IS NOT LESS THAN
                           QCH-CASES-RECEIVED
                       MOVE 'CASES INVALID' TO REJECT-REASON
                       PERFORM 28-WRITE-REGISTER-LINE
                       GO TO 25-APPLY-EXIT
                   END-IF
                   MOVE QDT-CASES-RELEASED TO CASES-RELEASED
                   COMPUTE CASES-REJECTED = QCH-CASES-RECEIVED
                           - QDT-CASES-RELEASED
               WHEN OTHER
                   MOVE 'DECISION INVALID' TO REJECT-REASON
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
           END-EVALUATE

           IF CASES-REJECTED IS GREATER THAN ZERO
               IF NOT QDT-TO-VENDOR
                  AND NOT QDT-TO-WRITEOFF
                   MOVE 'ROUTE INVALID' TO REJECT-REASON
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               MOVE 'N' TO REASON-FOUND-SWITCH
               PERFORM VARYING REASON-SUB FROM 1 BY 1
                   UNTIL REASON-SUB > REASON-COUNT
                      OR REASON-FOUND
                   IF RSN-REASON-CODE (REASON-SUB) IS EQUAL TO
                           QDT-REASON-CODE
                       MOVE 'Y' TO REASON-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF NOT REASON-FOUND
                   MOVE 'REASON NOT ON FILE' TO REJECT-REASON
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               IF QDT-TO-VENDOR
                  AND QDT-RMA-NUMBER IS EQUAL TO SPACES
                   MOVE 'NO VENDOR RMA NUMBER' TO REJECT-REASON
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
           END-IF

           MOVE QDT-DECISION TO QCH-STATUS
           MOVE CASES-RELEASED TO QCH-CASES-RELEASED
           MOVE CASES-REJECTED TO QCH-CASES-REJECTED
           MOVE QDT-INSPECTOR-ID TO QCH-INSPECTOR-ID
           MOVE QDT-FINDINGS TO QCH-FINDINGS
           MOVE RUN-DATE-YYYYMMDD TO QCH-DISPOSITION-DATE
           IF CASES-REJECTED IS GREATER THAN ZERO
               MOVE QDT-ROUTE TO QCH-ROUTE
               PERFORM 26-ROUTE-REJECTED-CASES
           ELSE
               MOVE SPACE TO QCH-ROUTE
           END-IF
           MOVE INSPECTION-HOLD-RECORD TO HOLD-ENTRY (HOLD-HOLD-SUB)
           MOVE 'Y' TO HOLDS-TOUCHED-SWITCH

           ADD CASES-RELEASED TO TOTAL-CASES-RELEASED
           EVALUATE TRUE
               WHEN QCH-RELEASED
                   ADD 1 TO LOTS-RELEASED-COUNT
                   MOVE 'LOT RELEASED' TO LOT-DISPOSITION
               WHEN QCH-REJECTED
                   ADD 1 TO LOTS-REJECTED-COUNT
                   IF QDT-TO-VENDOR
                       MOVE 'LOT REJECTED - TO VENDOR'
                           TO LOT-DISPOSITION
                   ELSE
                       MOVE 'LOT REJECTED - WRITE-OFF'
                           TO LOT-DISPOSITION
                   END-IF
               WHEN OTHER
                   ADD 1 TO LOTS-PARTIAL-COUNT
                   IF QDT-TO-VENDOR
                       MOVE 'PART RELEASED - REST TO VENDOR'
                           TO LOT-DISPOSITION
                   ELSE
                       MOVE 'PART RELEASED - REST WRITE-OFF'
                           TO LOT-DISPOSITION
                   END-IF
           END-EVALUATE

           PERFORM 28-WRITE-REGISTER-LINE
           .

       25-APPLY-EXIT.
           EXIT.

      *****************************************************************
      * 26-ROUTE-REJECTED-CASES drops the rejected cases on the
      * return-to-vendor or write-off transaction file; the stock
      * leaves the master when RTVPROC or WRITEOFF applies them.
      *****************************************************************
       26-ROUTE-REJECTED-CASES.

           IF QDT-TO-VENDOR
               MOVE QCH-VENDOR-ID TO RTT-VENDOR-ID
               MOVE QCH-WAREHOUSE-ID TO RTT-WAREHOUSE-ID
               MOVE QCH-CANDY-ID TO RTT-CANDY-ID
               MOVE QCH-LOT-NUMBER TO RTT-LOT-NUMBER
               MOVE CASES-REJECTED TO RTT-CASES
               MOVE QDT-REASON-CODE TO RTT-REASON-CODE
               MOVE QDT-RMA-NUMBER TO RTT-RMA-NUMBER
               WRITE RTV-TRANS-RECORD
               ADD CASES-REJECTED TO TOTAL-CASES-TO-VENDOR
           ELSE
               MOVE QCH-WAREHOUSE-ID TO WOT-WAREHOUSE-ID
               MOVE QCH-CANDY-ID TO WOT-CANDY-ID
               MOVE CASES-REJECTED TO WOT-CASES
               MOVE QDT-REASON-CODE TO WOT-REASON-CODE
               MOVE QCH-REFERENCE TO WOT-REFERENCE
               MOVE QDT-APPROVER TO WOT-APPROVER
               MOVE QCH-LOT-NUMBER TO WOT-LOT-NUMBER
               MOVE 0 TO WOT-PLATE-ID
               WRITE WRITEOFF-TRANS-RECORD
               ADD CASES-REJECTED TO TOTAL-CASES-WRITTEN-OFF
           END-IF
           .

       28-WRITE-REGISTER-LINE.

           MOVE QDT-HOLD-NUMBER TO REG-HOLD-NUMBER
           IF HOLD-FOUND
               MOVE QCH-WAREHOUSE-ID TO REG-WAREHOUSE-ID
               MOVE QCH-CANDY-ID TO REG-CANDY-ID
               MOVE QCH-LOT-NUMBER TO REG-LOT-NUMBER
               MOVE QCH-VENDOR-ID TO REG-VENDOR-ID
           ELSE
               MOVE SPACES TO REG-WAREHOUSE-ID
               MOVE SPACES TO REG-CANDY-ID
               MOVE SPACES TO REG-LOT-NUMBER
               MOVE SPACES TO REG-VENDOR-ID
           END-IF
           MOVE CASES-RELEASED TO REG-CASES-RELEASED
           MOVE CASES-REJECTED TO REG-CASES-REJECTED
           MOVE QDT-INSPECTOR-ID TO REG-INSPECTOR-ID
           IF REJECT-REASON IS EQUAL TO SPACES
               MOVE LOT-DISPOSITION TO REG-DISPOSITION
           ELSE
               MOVE 0 TO REG-CASES-RELEASED
               MOVE 0 TO REG-CASES-REJECTED
               MOVE SPACES TO REG-DISPOSITION
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      REJECT-REASON DELIMITED BY SIZE
                   INTO REG-DISPOSITION
               ADD 1 TO TRANS-REJECTED-COUNT
           END-IF
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 30-PRINT-REJECTION-SUMMARY totals every hold closed in the
      * trailing twelve months -- including the ones closed in this
      * run -- by vendor, and prints each vendor's rejection rate:
      * cases rejected over cases inspected.
      *****************************************************************
       30-PRINT-REJECTION-SUMMARY.

           PERFORM VARYING HOLD-SUB FROM 1 BY 1
               UNTIL HOLD-SUB > HOLD-COUNT
               MOVE HOLD-ENTRY (HOLD-SUB) TO INSPECTION-HOLD-RECORD
               IF QCH-ON-HOLD
                   ADD 1 TO HOLDS-OPEN-COUNT
               ELSE
                   IF (QCH-RELEASED OR QCH-REJECTED
                           OR QCH-PARTIAL-RELEASE)
                      AND QCH-DISPOSITION-DATE IS NUMERIC
                      AND QCH-DISPOSITION-DATE IS GREATER THAN
                           CUTOFF-DATE
                       PERFORM 31-ADD-TO-VENDOR-SUMMARY
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO SUMMARY-RECORD
           STRING 'QC VENDOR REJECTION SUMMARY ' DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           STRING 'LOTS DISPOSITIONED AFTER ' DELIMITED BY SIZE
                  CUTOFF-DATE DELIMITED BY SIZE
               INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE SUMMARY-HEADING TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD

           PERFORM VARYING VEN-SUB FROM 1 BY 1
               UNTIL VEN-SUB > VEN-COUNT
               MOVE VEN-VENDOR-ID (VEN-SUB) TO SUM-VENDOR-ID
               MOVE VEN-LOTS (VEN-SUB) TO SUM-LOTS
               MOVE VEN-CASES-INSPECTED (VEN-SUB) TO
                       SUM-CASES-INSPECTED
               MOVE VEN-CASES-REJECTED (VEN-SUB) TO
                       SUM-CASES-REJECTED
               PERFORM 32-COMPUTE-REJECT-RATE
               MOVE SUMMARY-LINE TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               ADD VEN-LOTS (VEN-SUB) TO ALL-LOTS-INSPECTED
               ADD VEN-CASES-INSPECTED (VEN-SUB) TO
                       ALL-CASES-INSPECTED
               ADD VEN-CASES-REJECTED (VEN-SUB) TO
                       ALL-CASES-REJECTED
           END-PERFORM

           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE 'ALL' TO SUM-VENDOR-ID
           MOVE ALL-LOTS-INSPECTED TO SUM-LOTS
           MOVE ALL-CASES-INSPECTED TO SUM-CASES-INSPECTED
           MOVE ALL-CASES-REJECTED TO SUM-CASES-REJECTED
           MOVE 0 TO REJECT-RATE
           IF ALL-CASES-INSPECTED IS GREATER THAN ZERO
               COMPUTE REJECT-RATE ROUNDED =
                       ALL-CASES-REJECTED * 100 / ALL-CASES-INSPECTED
           END-IF
           MOVE REJECT-RATE TO SUM-REJECT-RATE
           MOVE SUMMARY-LINE TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           .

       31-ADD-TO-VENDOR-SUMMARY.

           PERFORM VARYING VEN-SUB FROM 1 BY 1
               UNTIL VEN-SUB > VEN-COUNT
                  OR VEN-VENDOR-ID (VEN-SUB) IS NOT LESS THAN
                       QCH-VENDOR-ID
               CONTINUE
           END-PERFORM

           IF VEN-SUB > VEN-COUNT
              OR VEN-VENDOR-ID (VEN-SUB) IS NOT EQUAL TO
                   QCH-VENDOR-ID
               IF VEN-COUNT IS EQUAL TO 100
                   DISPLAY 'QCDISP: MORE THAN 100 VENDORS, '
                           'TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO VEN-COUNT
               PERFORM VARYING VEN-SHIFT-SUB FROM VEN-COUNT BY -1
                   UNTIL VEN-SHIFT-SUB IS NOT GREATER THAN VEN-SUB
                   MOVE VENDOR-SUMMARY-ENTRY (VEN-SHIFT-SUB - 1) TO
                           VENDOR-SUMMARY-ENTRY (VEN-SHIFT-SUB)
               END-PERFORM
               MOVE QCH-VENDOR-ID TO VEN-VENDOR-ID (VEN-SUB)
               MOVE 0 TO VEN-LOTS (VEN-SUB)
               MOVE 0 TO VEN-CASES-INSPECTED (VEN-SUB)
               MOVE 0 TO VEN-CASES-REJECTED (VEN-SUB)
           END-IF

           ADD 1 TO VEN-LOTS (VEN-SUB)
           ADD QCH-CASES-RECEIVED TO VEN-CASES-INSPECTED (VEN-SUB)
           ADD QCH-CASES-REJECTED TO VEN-CASES-REJECTED (VEN-SUB)
           .

       32-COMPUTE-REJECT-RATE.

           MOVE 0 TO REJECT-RATE
           IF VEN-CASES-INSPECTED (VEN-SUB) IS GREATER THAN ZERO
               COMPUTE REJECT-RATE ROUNDED =
                       VEN-CASES-REJECTED (VEN-SUB) * 100
                       / VEN-CASES-INSPECTED (VEN-SUB)
           END-IF
           MOVE REJECT-RATE TO SUM-REJECT-RATE
           .

       40-EOF-ROUTINE.

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS READ' TO RTL-LABEL
           MOVE TRANS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LOTS RELEASED' TO RTL-LABEL
           MOVE LOTS-RELEASED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LOTS PARTLY RELEASED' TO RTL-LABEL
           MOVE LOTS-PARTIAL-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LOTS REJECTED' TO RTL-LABEL
           MOVE LOTS-REJECTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CASES RELEASED' TO RTL-LABEL
           MOVE TOTAL-CASES-RELEASED TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CASES ROUTED TO VENDOR' TO RTL-LABEL
           MOVE TOTAL-CASES-TO-VENDOR TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CASES ROUTED TO WRITE-OFF' TO RTL-LABEL
           MOVE TOTAL-CASES-WRITTEN-OFF TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS REJECTED' TO RTL-LABEL
           MOVE TRANS-REJECTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'HOLDS STILL OPEN' TO RTL-LABEL
           MOVE HOLDS-OPEN-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE QC-DISP-TRANS-FILE
                 RTV-TRANS-FILE
                 WRITEOFF-TRANS-FILE
                 QC-REGISTER
                 QC-SUMMARY

           IF HOLDS-TOUCHED
               PERFORM 45-REWRITE-INSPECTION-HOLDS
           END-IF

           DISPLAY 'QCDISP: ' TRANS-READ-COUNT ' DISPOSITIONS READ, '
                   TRANS-REJECTED-COUNT ' REJECTED, '
                   HOLDS-OPEN-COUNT ' HOLDS STILL OPEN'

           STOP RUN
           .

       45-REWRITE-INSPECTION-HOLDS.

           OPEN OUTPUT INSPECTION-HOLD-FILE
           IF QCH-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'QCDISP: UNABLE TO REWRITE INSPECTION HOLD '
                       'FILE, FILE STATUS = ' QCH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING HOLD-SUB FROM 1 BY 1
               UNTIL HOLD-SUB > HOLD-COUNT
               MOVE HOLD-ENTRY (HOLD-SUB) TO INSPECTION-HOLD-RECORD
               WRITE INSPECTION-HOLD-RECORD
           END-PERFORM

           CLOSE INSPECTION-HOLD-FILE
           .
