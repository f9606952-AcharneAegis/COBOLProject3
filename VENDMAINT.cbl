       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDMAINT.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * VENDMAINT is the batch maintenance run for the vendor
      * master, VENDOR-MASTER.txt -- who we buy from.  REPLEN,
      * REPRICE, VENDSCOR, APACCRUE, PPVRPT and the payment run all
      * read it, and until now it was kept by editing the text
      * file, so nobody could say who moved a lead time or when.
      * Every change applied here leaves a row per field that
      * moved on the audit history, keyed VENDOR-x, for AUDINQ.
      * A vendor with open PO lines cannot be inactivated.
      * *****
      * INPUT:
      *    VENDOR-MASTER.txt      the current master, one vendor per
      *                           line.  A missing master is treated
      *                           as a first-time load of an empty
      *                           one.
      *    VENDOR-TRANS.txt       maintenance transactions, one per
      *                           line: action ('A' add, 'C' change,
      *                           'I' inactivate, 'R' reactivate)
      *                           followed by the same fields as a
      *                           master record, less the status.
      *                           A change leaves any field keyed
      *                           blank as it was.  The VMI flag is
      *                           'Y' for a vendor-managed inventory
      *                           vendor, 'N' to take them off.  The
      *                           requesting operator follows, and
      *                           on a released change the approver
      *                           and pending ID.
      *    TERMS-TABLE.txt        optional: the payment terms table.
      *                           When it is on hand a terms code
      *                           not on it is rejected.
      *    PO-MASTER.dat          optional: the purchase orders, for
      *                           the open lines that block an
      *                           inactivate.
      *    APPROVAL-RULES.txt     optional: the dual-control rules.
      *                           Under rule RT any change to the
      *                           remit-to address is held for a
      *                           second operator instead of being
      *                           applied.
      *    PENDING-APPROVAL.txt   optional: changes held for
      *                           approval.  A change APPRVRUN has
      *                           released comes back on
      *                           VENDOR-TRANS.txt stamped with the
      *                           requester, the approver and the
      *                           pending ID, and is applied only if
      *                           that ID shows released here, by
      *                           that approver, for that requester,
      *                           and the transaction is exactly the
      *                           one that was held.  Once applied
      *                           the ID is used up.
      *    OPERATOR-MASTER.txt    optional: the operators.  A change
      *                           the RT rule would hold is rejected
      *                           instead when its requester is
      *                           blank or not on file here.
      * *****
      * OUTPUT:
      *    VENDOR-MASTER.txt      rewritten in vendor ID order with
      *                           the transactions applied.
      *    VENDMAINT-Register.txt one line per transaction showing
      *                           whether it was applied or why it
      *                           was rejected, plus run totals.
      *    MAINT-AUDIT-HISTORY.txt  extended with a before/after row
      *                           for each field each applied
      *                           transaction moved; an approved
      *                           change shows the requester and
      *                           approver as its source.
      *    PENDING-APPROVAL.txt   rewritten with the remit-to changes
      *                           held for approval added to the end
      *                           and each released change applied
      *                           marked X.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE
               ASSIGN TO 'VENDOR-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VNM-FILE-STATUS.
           SELECT VENDOR-TRANS-FILE
               ASSIGN TO 'VENDOR-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VTF-FILE-STATUS.
           SELECT TERMS-FILE
               ASSIGN TO 'TERMS-TABLE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRM-FILE-STATUS.
           SELECT PO-MASTER-FILE
               ASSIGN TO 'PO-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POM-REC-KEY
               FILE STATUS IS POM-FILE-STATUS.
           SELECT MAINT-REGISTER
               ASSIGN TO PRINTER 'VENDMAINT-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-HISTORY-FILE
               ASSIGN TO 'MAINT-AUDIT-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT APPROVAL-RULES-FILE
               ASSIGN TO 'APPROVAL-RULES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUL-FILE-STATUS.
           SELECT PENDING-APPROVAL-FILE
               ASSIGN TO 'PENDING-APPROVAL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PND-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE
               ASSIGN TO 'OPERATOR-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY VNDMREC.

       FD VENDOR-TRANS-FILE
           RECORD CONTAINS 101 CHARACTERS.

       01  VENDOR-TRANS-RECORD.
           05  VTF-ACTION              PIC A.
           05  VTF-VENDOR-ID           PIC A.
           05  VTF-VENDOR-NAME         PIC X(20).
           05  VTF-LEAD-DAYS           PIC 999.
           05  VTF-LEAD-DAYS-X REDEFINES VTF-LEAD-DAYS
                                       PIC XXX.
           05  VTF-CURRENCY-CODE       PIC XXX.
           05  VTF-TERMS-CODE          PIC XX.
           05  VTF-REMIT-STREET        PIC X(20).
           05  VTF-REMIT-CITY          PIC X(12).
           05  VTF-REMIT-STATE         PIC XX.
           05  VTF-REMIT-ZIP           PIC X(5).
           05  VTF-CONTACT-NAME        PIC X(15).
           05  VTF-VMI-FLAG            PIC X.
           05  VTF-REQUESTER-ID        PIC X(5).
           05  VTF-APPROVER-ID         PIC X(5).
           05  VTF-APPROVAL-ID         PIC 9(6).

       01  VENDOR-TRANS-IMAGE.
           05  VTI-TRANS-DATA          PIC X(85).
           05  VTI-APPROVAL-STAMP      PIC X(16).

       FD TERMS-FILE
           RECORD CONTAINS 32 CHARACTERS.

       COPY TERMREC.

       FD PO-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS.

       COPY POMREC.

       FD MAINT-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       FD AUDIT-HISTORY-FILE
           RECORD CONTAINS 111 CHARACTERS.

       COPY AUDREC.

       FD APPROVAL-RULES-FILE
           RECORD CONTAINS 13 CHARACTERS.

       COPY APRLREC.

       FD PENDING-APPROVAL-FILE
           RECORD CONTAINS 199 CHARACTERS.

       COPY PNDAREC.

       FD OPERATOR-MASTER-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01  OPERATOR-MASTER-RECORD.
           05  OPM-OPERATOR-ID         PIC X(5).
           05  OPM-OPERATOR-NAME       PIC X(20).
           05  OPM-PASSWORD            PIC X(8).
           05  OPM-STOCK-AUTH          PIC X.
           05  OPM-EMP-AUTH            PIC X.
           05  OPM-APPROVE-AUTH        PIC X.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  MASTER-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-MASTER-DATA                  VALUE 'N'.
           05  TRANS-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-TRANS-DATA                   VALUE 'N'.
           05  TRM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-TRM-DATA                     VALUE 'N'.
           05  POM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-POM-DATA                     VALUE 'N'.
           05  VENDOR-FOUND-SWITCH     PIC X           VALUE 'N'.
               88 VENDOR-FOUND                         VALUE 'Y'.
           05  TERMS-TABLE-SWITCH      PIC X           VALUE 'N'.
               88 TERMS-TABLE-LOADED                   VALUE 'Y'.
           05  TERMS-CODE-SWITCH       PIC X           VALUE 'Y'.
               88 TERMS-CODE-VALID                     VALUE 'Y'.
           05  LEAD-DAYS-SWITCH        PIC X           VALUE 'Y'.
               88 LEAD-DAYS-VALID                      VALUE 'Y'.
           05  RUL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RUL-DATA                     VALUE 'N'.
           05  PND-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PND-DATA                     VALUE 'N'.
           05  OPM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-OPM-DATA                     VALUE 'N'.
           05  REMIT-RULE-SWITCH       PIC X           VALUE 'N'.
               88 REMIT-RULE-ON                        VALUE 'Y'.
           05  APPROVAL-SWITCH         PIC X           VALUE 'A'.
               88 APPROVAL-CLEAR                       VALUE 'A'.
               88 APPROVAL-REQUIRED                    VALUE 'P'.
               88 APPROVAL-NOT-ON-FILE                 VALUE 'X'.
               88 APPROVAL-ALREADY-USED                VALUE 'U'.
               88 APPROVAL-MISMATCH                    VALUE 'M'.
               88 REQUESTER-NOT-ON-FILE                VALUE 'Q'.
           05  APPROVED-CHANGE-SWITCH  PIC X           VALUE 'N'.
               88 APPROVED-CHANGE                      VALUE 'Y'.

       01  TEMP-FIELDS.
           05  VNM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  VTF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TRM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  POM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  AUD-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  TERMS-SUB               PIC 999         VALUE 0.
           05  VEN-SUB                 PIC 999         VALUE 0.
           05  VEN-HOLD-SUB            PIC 999         VALUE 0.
           05  SHIFT-SUB               PIC 999         VALUE 0.
           05  OPN-SUB                 PIC 999         VALUE 0.
           05  OPEN-LINES-FOUND        PIC 9(5)        VALUE 0.
           05  AUDIT-LABEL             PIC X(5)        VALUE SPACES.
           05  AUDIT-BEFORE-VALUE      PIC X(24)       VALUE SPACES.
           05  AUDIT-AFTER-VALUE       PIC X(24)       VALUE SPACES.
           05  RUL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PND-FILE-STATUS         PIC XX          VALUE SPACES.
           05  OPM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LAST-PENDING-ID         PIC 9(6)        VALUE 0.
           05  PND-SUB                 PIC 9(4)        VALUE 0.
           05  PND-HOLD-SUB            PIC 9(4)        VALUE 0.
           05  OPR-SUB                 PIC 99          VALUE 0.

       01  RUN-TOTALS.
           05  TRANS-READ-COUNT        PIC 9(5)        VALUE 0.
           05  ADDS-APPLIED-COUNT      PIC 9(5)        VALUE 0.
           05  CHANGES-APPLIED-COUNT   PIC 9(5)        VALUE 0.
           05  INACTIVATES-COUNT       PIC 9(5)        VALUE 0.
           05  REACTIVATES-COUNT       PIC 9(5)        VALUE 0.
           05  REJECT-COUNT            PIC 9(5)        VALUE 0.
           05  AUDIT-ROWS-COUNT        PIC 9(5)        VALUE 0.
           05  HELD-COUNT              PIC 9(5)        VALUE 0.

      *****************************************************************
      * VENDOR-TABLE is the whole master held in memory while the
      * transactions are applied, kept in vendor ID order.
      * VENDOR-BEFORE-ENTRY holds the vendor as it stood before
      * the transaction so the fields that moved can be audited.
      *****************************************************************
       01  VENDOR-COUNT                PIC 999         VALUE 0.

       01  VENDOR-TABLE.
           05  VENDOR-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON VENDOR-COUNT.
               10  VEN-VENDOR-ID       PIC A.
               10  VEN-VENDOR-NAME     PIC X(20).
               10  VEN-LEAD-DAYS       PIC 999.
               10  VEN-CURRENCY-CODE   PIC XXX.
               10  VEN-TERMS-CODE      PIC XX.
               10  VEN-REMIT-STREET    PIC X(20).
               10  VEN-REMIT-CITY      PIC X(12).
               10  VEN-REMIT-STATE     PIC XX.
               10  VEN-REMIT-ZIP       PIC X(5).
               10  VEN-CONTACT-NAME    PIC X(15).
               10  VEN-VMI-FLAG        PIC X.
               10  VEN-STATUS          PIC A.

       01  VENDOR-BEFORE-ENTRY.
           05  VBE-VENDOR-ID           PIC A.
           05  VBE-VENDOR-NAME         PIC X(20).
           05  VBE-LEAD-DAYS           PIC 999.
           05  VBE-CURRENCY-CODE       PIC XXX.
           05  VBE-TERMS-CODE          PIC XX.
           05  VBE-REMIT-STREET        PIC X(20).
           05  VBE-REMIT-CITY          PIC X(12).
           05  VBE-REMIT-STATE         PIC XX.
           05  VBE-REMIT-ZIP           PIC X(5).
           05  VBE-CONTACT-NAME        PIC X(15).
           05  VBE-VMI-FLAG            PIC X.
           05  VBE-STATUS              PIC A.

       01  TERMS-COUNT                 PIC 999         VALUE 0.

       01  TERMS-CODE-TABLE.
           05  TERMS-CODE-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON TERMS-COUNT
                                       PIC XX.

      *****************************************************************
      * OPEN-PO-TABLE counts the open PO lines each vendor has on
      * the purchase order master.
      *****************************************************************
       01  OPEN-PO-COUNT               PIC 999         VALUE 0.

       01  OPEN-PO-TABLE.
           05  OPEN-PO-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON OPEN-PO-COUNT.
               10  OPN-VENDOR-ID       PIC A.
               10  OPN-LINE-COUNT      PIC 9(5).

      *****************************************************************
      * PENDING-TABLE is the whole pending approval file in memory.
      * A returning VENDMAINT change is proved against its entry --
      * released, by the approver and for the requester on the
      * stamp, with the transaction image it was held with -- and
      * the entry is marked X once the change is applied.  Changes
      * held this run are added to the end, and the table is
      * written back over the file at end of run.
      *****************************************************************
       01  PENDING-COUNT               PIC 9(4)        VALUE 0.

       01  PENDING-TABLE.
           05  PENDING-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON PENDING-COUNT.
               10  PNT-PENDING-ID      PIC 9(6).
               10  PNT-REQUEST-DATE    PIC 9(8).
               10  PNT-PROGRAM         PIC X(10).
               10  PNT-RULE-CODE       PIC XX.
               10  PNT-KEY             PIC X(14).
               10  PNT-REQUESTER-ID    PIC X(5).
               10  PNT-STATUS          PIC X.
               10  PNT-APPROVER-ID     PIC X(5).
               10  PNT-DECISION-DATE   PIC 9(8).
               10  PNT-BEFORE-VALUE    PIC X(20).
               10  PNT-AFTER-VALUE     PIC X(20).
               10  PNT-TRANS-IMAGE     PIC X(100).

      *****************************************************************
      * OPERATOR-TABLE is the operator IDs on the operator master --
      * the only requesters a change can be held for.
      *****************************************************************
       01  OPERATOR-COUNT              PIC 99          VALUE 0.

       01  OPERATOR-TABLE.
           05  OPR-OPERATOR-ID OCCURS 1 TO 50 TIMES
               DEPENDING ON OPERATOR-COUNT
                                       PIC X(5).

       01  HELD-DISPOSITION.
           05  FILLER                  PIC X(23)
                   VALUE 'HELD FOR APPROVAL - ID '.
           05  HELD-PENDING-ID         PIC 9(6).

       01  APPROVED-TRANS-SOURCE.
           05  FILLER                  PIC X(9)
                   VALUE 'APPROVED '.
           05  ATS-REQUESTER-ID        PIC X(5).
           05  FILLER                  PIC X           VALUE '/'.
           05  ATS-APPROVER-ID         PIC X(5).

       01  REGISTER-LINE.
           05  REG-ACTION              PIC X.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-VENDOR-ID           PIC X.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-VENDOR-NAME         PIC X(20).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-DISPOSITION         PIC X(40).
           05  FILLER                  PIC X(12)       VALUE SPACES.

       01  VENDOR-AUDIT-IMAGE.
           05  VAI-LABEL               PIC X(5).
           05  FILLER                  PIC X           VALUE SPACE.
           05  VAI-VALUE               PIC X(24).

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(49)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 12-LOAD-VENDOR-MASTER
           PERFORM 13-LOAD-TERMS-TABLE
           PERFORM 14-LOAD-OPEN-PO-LINES
           PERFORM 16-LOAD-APPROVAL-RULE
           PERFORM 17-LOAD-PENDING-APPROVALS
           PERFORM 18-LOAD-OPERATOR-IDS
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-TRANSACTIONS
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 12-LOAD-VENDOR-MASTER reads the current master into the
      * vendor table.  A master that does not exist yet is a
      * first-time load and starts the table empty; any other open
      * failure stops the run.  A master line from before the
      * remit-to and status fields were added reads in active.
      *****************************************************************
       12-LOAD-VENDOR-MASTER.

           OPEN INPUT VENDOR-MASTER-FILE
           IF VNM-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'VENDMAINT: NO VENDOR MASTER ON FILE, '
                       'STARTING A NEW ONE'
           ELSE
               IF VNM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'VENDMAINT: UNABLE TO OPEN VENDOR '
                           'MASTER FILE, FILE STATUS = '
                           VNM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO MASTER-EOF-FLAG
               PERFORM UNTIL NO-MORE-MASTER-DATA
                   READ VENDOR-MASTER-FILE
                       AT END
                           MOVE 'N' TO MASTER-EOF-FLAG
                       NOT AT END
                           IF VENDOR-COUNT IS EQUAL TO 100
                               DISPLAY 'VENDMAINT: VENDOR MASTER '
                                       'HAS MORE THAN 100 ENTRIES, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO VENDOR-COUNT
                           MOVE VENDOR-MASTER-RECORD TO
                                   VENDOR-ENTRY (VENDOR-COUNT)
                           IF VEN-STATUS (VENDOR-COUNT) IS EQUAL
                                   TO SPACE
                               MOVE 'A' TO VEN-STATUS (VENDOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           END-IF
           .

      *****************************************************************
      * 13-LOAD-TERMS-TABLE reads the terms codes that may be set on
      * a vendor.  With no table on hand any code is taken.
      *****************************************************************
       13-LOAD-TERMS-TABLE.

           OPEN INPUT TERMS-FILE
           IF TRM-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'VENDMAINT: NO TERMS TABLE ON FILE, TERMS '
                       'CODES ARE NOT CHECKED'
           ELSE
               IF TRM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'VENDMAINT: UNABLE TO OPEN TERMS TABLE, '
                           'FILE STATUS = ' TRM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO TERMS-TABLE-SWITCH
               MOVE ' ' TO TRM-EOF-FLAG
               PERFORM UNTIL NO-MORE-TRM-DATA
                   READ TERMS-FILE
                       AT END
                           MOVE 'N' TO TRM-EOF-FLAG
                       NOT AT END
                           IF TERMS-COUNT IS EQUAL TO 100
                               DISPLAY 'VENDMAINT: MORE THAN 100 '
                                       'TERMS CODES, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO TERMS-COUNT
                           MOVE TRM-TERMS-CODE TO
                                   TERMS-CODE-ENTRY (TERMS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TERMS-FILE
           END-IF
           .

      *****************************************************************
      * 14-LOAD-OPEN-PO-LINES counts each vendor's open lines on the
      * purchase order master.  With no master on hand no vendor
      * has any.
      *****************************************************************
       14-LOAD-OPEN-PO-LINES.

           OPEN INPUT PO-MASTER-FILE
           IF POM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF POM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'VENDMAINT: UNABLE TO OPEN PO MASTER, '
                           'FILE STATUS = ' POM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
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
                           IF POM-STATUS IS EQUAL TO 'O'
                               PERFORM 14A-COUNT-OPEN-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PO-MASTER-FILE
           END-IF
           .

       14A-COUNT-OPEN-LINE.

           MOVE 0 TO OPN-SUB
           PERFORM VARYING VEN-SUB FROM 1 BY 1
               UNTIL VEN-SUB > OPEN-PO-COUNT
                  OR OPN-SUB > 0
               IF OPN-VENDOR-ID (VEN-SUB) IS EQUAL TO POM-VENDOR-ID
                   MOVE VEN-SUB TO OPN-SUB
               END-IF
           END-PERFORM

           IF OPN-SUB IS EQUAL TO 0
               IF OPEN-PO-COUNT IS EQUAL TO 100
                   DISPLAY 'VENDMAINT: MORE THAN 100 VENDORS ON THE '
                           'PO MASTER, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO OPEN-PO-COUNT
               MOVE OPEN-PO-COUNT TO OPN-SUB
               MOVE POM-VENDOR-ID TO OPN-VENDOR-ID (OPN-SUB)
               MOVE 0 TO OPN-LINE-COUNT (OPN-SUB)
           END-IF
           ADD 1 TO OPN-LINE-COUNT (OPN-SUB)
           .

      *****************************************************************
      * 16-LOAD-APPROVAL-RULE picks up rule RT, the remit-to change
      * that needs a second operator.  No rules file, or no RT rule
      * on it, leaves remit-to changes applying straight through.
      *****************************************************************
       16-LOAD-APPROVAL-RULE.

           OPEN INPUT APPROVAL-RULES-FILE
           IF RUL-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF RUL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'VENDMAINT: UNABLE TO OPEN APPROVAL RULES '
                           'FILE, FILE STATUS = ' RUL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO RUL-EOF-FLAG
               PERFORM UNTIL NO-MORE-RUL-DATA
                   READ APPROVAL-RULES-FILE
                       AT END
                           MOVE 'N' TO RUL-EOF-FLAG
                       NOT AT END
                           IF RUL-RULE-CODE IS EQUAL TO 'RT'
                               MOVE 'Y' TO REMIT-RULE-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-RULES-FILE
           END-IF
           .

      *****************************************************************
      * 17-LOAD-PENDING-APPROVALS reads the whole pending approval
      * file into the pending table and finds the highest pending
      * ID on it, so a change held this run numbers past it.
      *****************************************************************
       17-LOAD-PENDING-APPROVALS.

           OPEN INPUT PENDING-APPROVAL-FILE
           IF PND-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF PND-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'VENDMAINT: UNABLE TO OPEN PENDING '
                           'APPROVAL FILE, FILE STATUS = '
                           PND-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO PND-EOF-FLAG
               PERFORM UNTIL NO-MORE-PND-DATA
                   READ PENDING-APPROVAL-FILE
                       AT END
                           MOVE 'N' TO PND-EOF-FLAG
                       NOT AT END
                           IF PND-PENDING-ID IS GREATER THAN
                                   LAST-PENDING-ID
                               MOVE PND-PENDING-ID TO LAST-PENDING-ID
                           END-IF
                           IF PENDING-COUNT IS EQUAL TO 5000
                               DISPLAY 'VENDMAINT: MORE THAN 5000 '
                                       'PENDING APPROVAL ITEMS, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO PENDING-COUNT
                           MOVE PENDING-APPROVAL-RECORD TO
                                   PENDING-ENTRY (PENDING-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PENDING-APPROVAL-FILE
           END-IF
           .

      *****************************************************************
      * 18-LOAD-OPERATOR-IDS keeps the operator IDs off the operator
      * master.  With no operator master on hand no requester can
      * be proved, so a change the RT rule would hold is rejected.
      *****************************************************************
       18-LOAD-OPERATOR-IDS.

           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPM-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'VENDMAINT: NO OPERATOR MASTER ON FILE, '
                       'CHANGES NEEDING APPROVAL ARE REJECTED'
           ELSE
               IF OPM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'VENDMAINT: UNABLE TO OPEN OPERATOR '
                           'MASTER, FILE STATUS = ' OPM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO OPM-EOF-FLAG
               PERFORM UNTIL NO-MORE-OPM-DATA
                   READ OPERATOR-MASTER-FILE
                       AT END
                           MOVE 'N' TO OPM-EOF-FLAG
                       NOT AT END
                           IF OPERATOR-COUNT IS EQUAL TO 50
                               DISPLAY 'VENDMAINT: MORE THAN 50 '
                                       'OPERATORS, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO OPERATOR-COUNT
                           MOVE OPM-OPERATOR-ID TO
                                   OPR-OPERATOR-ID (OPERATOR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT VENDOR-TRANS-FILE
           IF VTF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'VENDMAINT: UNABLE TO OPEN VENDOR '
                       'TRANSACTION FILE, FILE STATUS = '
                       VTF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'VENDOR MASTER MAINTENANCE REGISTER'
               TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           OPEN EXTEND AUDIT-HISTORY-FILE
           IF AUD-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT AUDIT-HISTORY-FILE
               IF AUD-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'VENDMAINT: UNABLE TO OPEN AUDIT HISTORY, '
                           'FILE STATUS = ' AUD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

       20-PROCESS-TRANSACTIONS.

           MOVE ' ' TO TRANS-EOF-FLAG
           PERFORM UNTIL NO-MORE-TRANS-DATA
               READ VENDOR-TRANS-FILE
                   AT END
                       MOVE 'N' TO TRANS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO TRANS-READ-COUNT
                       PERFORM 25-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           .

      *****************************************************************
      * 25-APPLY-ONE-TRANSACTION locates the transaction's vendor
      * and applies the action: an add must be a new ID, anything
      * else must hit an existing one.  An add or change carrying a
      * terms code not on the terms table, or a lead time that is
      * not a number, is rejected whole.  Inactivate and reactivate
      * touch only the status, and an inactivate is refused while
      * the vendor has open PO lines.  A change that needs a second
      * operator is held, not applied.
      *****************************************************************
       25-APPLY-ONE-TRANSACTION.

           PERFORM 26-FIND-VENDOR
           PERFORM 28-CHECK-TERMS-CODE

           MOVE 'A' TO APPROVAL-SWITCH
           MOVE 'N' TO APPROVED-CHANGE-SWITCH
           IF VTF-ACTION IS EQUAL TO 'C'
              AND VENDOR-FOUND
               PERFORM 34-CHECK-APPROVAL
           END-IF

           MOVE 'Y' TO LEAD-DAYS-SWITCH
           IF VTF-LEAD-DAYS IS NOT NUMERIC
              AND (VTF-ACTION IS EQUAL TO 'A'
                   OR VTF-LEAD-DAYS-X IS NOT EQUAL TO SPACES)
               MOVE 'N' TO LEAD-DAYS-SWITCH
           END-IF

           EVALUATE TRUE
               WHEN VTF-ACTION IS EQUAL TO 'A'
                AND VENDOR-FOUND
                   MOVE 'REJECTED - VENDOR ALREADY ON FILE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN (VTF-ACTION IS EQUAL TO 'A'
                     OR VTF-ACTION IS EQUAL TO 'C')
                AND NOT TERMS-CODE-VALID
                   MOVE 'REJECTED - TERMS CODE NOT ON FILE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN (VTF-ACTION IS EQUAL TO 'A'
                     OR VTF-ACTION IS EQUAL TO 'C')
                AND NOT LEAD-DAYS-VALID
                   MOVE 'REJECTED - LEAD DAYS NOT NUMERIC'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN APPROVAL-NOT-ON-FILE
                   MOVE 'REJECTED - APPROVAL NOT ON FILE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN APPROVAL-ALREADY-USED
                   MOVE 'REJECTED - APPROVAL ALREADY USED'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN APPROVAL-MISMATCH
                   MOVE 'REJECTED - DOES NOT MATCH APPROVAL'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN REQUESTER-NOT-ON-FILE
                   MOVE 'REJECTED - REQUESTER NOT ON FILE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN APPROVAL-REQUIRED
                   PERFORM 35-HOLD-FOR-APPROVAL
                   ADD 1 TO HELD-COUNT
               WHEN VTF-ACTION IS EQUAL TO 'A'
                   IF VTF-VENDOR-ID IS EQUAL TO SPACE
                      OR VTF-VENDOR-NAME IS EQUAL TO SPACES
                       MOVE 'REJECTED - VENDOR ID OR NAME BLANK'
                               TO REG-DISPOSITION
                       ADD 1 TO REJECT-COUNT
                   ELSE
                       PERFORM 27-ADD-VENDOR
                       MOVE SPACES TO VENDOR-BEFORE-ENTRY
                       PERFORM 30-AUDIT-CHANGED-FIELDS
                       MOVE 'ADDED' TO REG-DISPOSITION
                       ADD 1 TO ADDS-APPLIED-COUNT
                   END-IF
               WHEN VTF-ACTION IS EQUAL TO 'C'
                   IF VENDOR-FOUND
                       MOVE VENDOR-ENTRY (VEN-HOLD-SUB) TO
                               VENDOR-BEFORE-ENTRY
                       PERFORM 29-CHANGE-VENDOR
                       PERFORM 30-AUDIT-CHANGED-FIELDS
                       MOVE 'CHANGED' TO REG-DISPOSITION
                       ADD 1 TO CHANGES-APPLIED-COUNT
                       IF APPROVED-CHANGE
                           MOVE 'X' TO PNT-STATUS (PND-HOLD-SUB)
                       END-IF
                   ELSE
                       MOVE 'REJECTED - VENDOR NOT ON FILE'
                               TO REG-DISPOSITION
                       ADD 1 TO REJECT-COUNT
                   END-IF
               WHEN VTF-ACTION IS EQUAL TO 'I'
                   IF NOT VENDOR-FOUND
                       MOVE 'REJECTED - VENDOR NOT ON FILE'
                               TO REG-DISPOSITION
                       ADD 1 TO REJECT-COUNT
                   ELSE
                       PERFORM 32-COUNT-OPEN-PO-LINES
                       EVALUATE TRUE
                           WHEN VEN-STATUS (VEN-HOLD-SUB) IS EQUAL
                                   TO 'I'
                               MOVE 'REJECTED - VENDOR INACTIVE'
                                       TO REG-DISPOSITION
                               ADD 1 TO REJECT-COUNT
                           WHEN OPEN-LINES-FOUND IS GREATER THAN ZERO
                               MOVE SPACES TO REG-DISPOSITION
                               STRING 'REJECTED - '
                                                   DELIMITED BY SIZE
                                      OPEN-LINES-FOUND
                                                   DELIMITED BY SIZE
                                      ' OPEN PO LINES'
                                                   DELIMITED BY SIZE
                                   INTO REG-DISPOSITION
                               ADD 1 TO REJECT-COUNT
                           WHEN OTHER
                               MOVE VENDOR-ENTRY (VEN-HOLD-SUB) TO
                                       VENDOR-BEFORE-ENTRY
                               MOVE 'I' TO VEN-STATUS (VEN-HOLD-SUB)
                               PERFORM 30-AUDIT-CHANGED-FIELDS
                               MOVE 'INACTIVATED' TO REG-DISPOSITION
                               ADD 1 TO INACTIVATES-COUNT
                       END-EVALUATE
                   END-IF
               WHEN VTF-ACTION IS EQUAL TO 'R'
                   IF NOT VENDOR-FOUND
                       MOVE 'REJECTED - VENDOR NOT ON FILE'
                               TO REG-DISPOSITION
                       ADD 1 TO REJECT-COUNT
                   ELSE
                       IF VEN-STATUS (VEN-HOLD-SUB) IS NOT EQUAL
                               TO 'I'
                           MOVE 'REJECTED - VENDOR ALREADY ACTIVE'
                                   TO REG-DISPOSITION
                           ADD 1 TO REJECT-COUNT
                       ELSE
                           MOVE VENDOR-ENTRY (VEN-HOLD-SUB) TO
                                   VENDOR-BEFORE-ENTRY
                           MOVE 'A' TO VEN-STATUS (VEN-HOLD-SUB)
                           PERFORM 30-AUDIT-CHANGED-FIELDS
                           MOVE 'REACTIVATED' TO REG-DISPOSITION
                           ADD 1 TO REACTIVATES-COUNT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'REJECTED - UNKNOWN ACTION CODE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
           END-EVALUATE

           MOVE VTF-ACTION TO REG-ACTION
           MOVE VTF-VENDOR-ID TO REG-VENDOR-ID
           IF VENDOR-FOUND AND VTF-VENDOR-NAME IS EQUAL TO SPACES
               MOVE VEN-VENDOR-NAME (VEN-HOLD-SUB) TO REG-VENDOR-NAME
           ELSE
               MOVE VTF-VENDOR-NAME TO REG-VENDOR-NAME
           END-IF
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       26-FIND-VENDOR.

           MOVE 'N' TO VENDOR-FOUND-SWITCH
           MOVE 0 TO VEN-HOLD-SUB
           PERFORM VARYING VEN-SUB FROM 1 BY 1
               UNTIL VEN-SUB > VENDOR-COUNT
                  OR VENDOR-FOUND
               IF VEN-VENDOR-ID (VEN-SUB) IS EQUAL TO VTF-VENDOR-ID
                   MOVE 'Y' TO VENDOR-FOUND-SWITCH
                   MOVE VEN-SUB TO VEN-HOLD-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 27-ADD-VENDOR inserts the new vendor in ID order, shifting
      * the tail of the table down one slot, so the master written
      * back out stays keyed.  A new vendor starts active.
      *****************************************************************
       27-ADD-VENDOR.

           IF VENDOR-COUNT IS EQUAL TO 100
               DISPLAY 'VENDMAINT: VENDOR TABLE IS FULL, CANNOT '
                       'ADD ' VTF-VENDOR-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO VEN-HOLD-SUB
           PERFORM VARYING VEN-SUB FROM 1 BY 1
               UNTIL VEN-SUB > VENDOR-COUNT
                  OR VEN-HOLD-SUB > 0
               IF VEN-VENDOR-ID (VEN-SUB) IS GREATER THAN
                       VTF-VENDOR-ID
                   MOVE VEN-SUB TO VEN-HOLD-SUB
               END-IF
           END-PERFORM

           ADD 1 TO VENDOR-COUNT
           IF VEN-HOLD-SUB IS EQUAL TO 0
               MOVE VENDOR-COUNT TO VEN-HOLD-SUB
           ELSE
               PERFORM VARYING SHIFT-SUB FROM VENDOR-COUNT
                   BY -1 UNTIL SHIFT-SUB <= VEN-HOLD-SUB
                   MOVE VENDOR-ENTRY (SHIFT-SUB - 1) TO
                           VENDOR-ENTRY (SHIFT-SUB)
               END-PERFORM
           END-IF

           MOVE VTF-VENDOR-ID TO VEN-VENDOR-ID (VEN-HOLD-SUB)
           MOVE VTF-VENDOR-NAME TO VEN-VENDOR-NAME (VEN-HOLD-SUB)
           MOVE VTF-LEAD-DAYS TO VEN-LEAD-DAYS (VEN-HOLD-SUB)
           MOVE VTF-CURRENCY-CODE TO VEN-CURRENCY-CODE (VEN-HOLD-SUB)
           MOVE VTF-TERMS-CODE TO VEN-TERMS-CODE (VEN-HOLD-SUB)
           MOVE VTF-REMIT-STREET TO VEN-REMIT-STREET (VEN-HOLD-SUB)
           MOVE VTF-REMIT-CITY TO VEN-REMIT-CITY (VEN-HOLD-SUB)
           MOVE VTF-REMIT-STATE TO VEN-REMIT-STATE (VEN-HOLD-SUB)
           MOVE VTF-REMIT-ZIP TO VEN-REMIT-ZIP (VEN-HOLD-SUB)
           MOVE VTF-CONTACT-NAME TO VEN-CONTACT-NAME (VEN-HOLD-SUB)
           IF VTF-VMI-FLAG IS EQUAL TO 'Y'
               MOVE 'Y' TO VEN-VMI-FLAG (VEN-HOLD-SUB)
           ELSE
               MOVE 'N' TO VEN-VMI-FLAG (VEN-HOLD-SUB)
           END-IF
           MOVE 'A' TO VEN-STATUS (VEN-HOLD-SUB)
           .

      *****************************************************************
      * 28-CHECK-TERMS-CODE proves a keyed terms code against the
      * terms table.  A blank code, or no table on hand, passes.
      *****************************************************************
       28-CHECK-TERMS-CODE.

           MOVE 'Y' TO TERMS-CODE-SWITCH
           IF TERMS-TABLE-LOADED
              AND VTF-TERMS-CODE IS NOT EQUAL TO SPACES
               MOVE 'N' TO TERMS-CODE-SWITCH
               PERFORM VARYING TERMS-SUB FROM 1 BY 1
                   UNTIL TERMS-SUB > TERMS-COUNT
                      OR TERMS-CODE-VALID
                   IF TERMS-CODE-ENTRY (TERMS-SUB) IS EQUAL TO
                           VTF-TERMS-CODE
                       MOVE 'Y' TO TERMS-CODE-SWITCH
                   END-IF
               END-PERFORM
           END-IF
           .

      *****************************************************************
      * 29-CHANGE-VENDOR moves in every field keyed on the change;
      * a field keyed blank is left as it was.
      *****************************************************************
       29-CHANGE-VENDOR.

           IF VTF-VENDOR-NAME IS NOT EQUAL TO SPACES
               MOVE VTF-VENDOR-NAME TO VEN-VENDOR-NAME (VEN-HOLD-SUB)
           END-IF
           IF VTF-LEAD-DAYS IS NUMERIC
               MOVE VTF-LEAD-DAYS TO VEN-LEAD-DAYS (VEN-HOLD-SUB)
           END-IF
           IF VTF-CURRENCY-CODE IS NOT EQUAL TO SPACES
               MOVE VTF-CURRENCY-CODE TO
                       VEN-CURRENCY-CODE (VEN-HOLD-SUB)
           END-IF
           IF VTF-TERMS-CODE IS NOT EQUAL TO SPACES
               MOVE VTF-TERMS-CODE TO VEN-TERMS-CODE (VEN-HOLD-SUB)
           END-IF
           IF VTF-REMIT-STREET IS NOT EQUAL TO SPACES
               MOVE VTF-REMIT-STREET TO
                       VEN-REMIT-STREET (VEN-HOLD-SUB)
           END-IF
           IF VTF-REMIT-CITY IS NOT EQUAL TO SPACES
               MOVE VTF-REMIT-CITY TO VEN-REMIT-CITY (VEN-HOLD-SUB)
           END-IF
           IF VTF-REMIT-STATE IS NOT EQUAL TO SPACES
               MOVE VTF-REMIT-STATE TO VEN-REMIT-STATE (VEN-HOLD-SUB)
           END-IF
           IF VTF-REMIT-ZIP IS NOT EQUAL TO SPACES
               MOVE VTF-REMIT-ZIP TO VEN-REMIT-ZIP (VEN-HOLD-SUB)
           END-IF
           IF VTF-CONTACT-NAME IS NOT EQUAL TO SPACES
               MOVE VTF-CONTACT-NAME TO
                       VEN-CONTACT-NAME (VEN-HOLD-SUB)
           END-IF
           IF VTF-VMI-FLAG IS EQUAL TO 'Y'
              OR VTF-VMI-FLAG IS EQUAL TO 'N'
               MOVE VTF-VMI-FLAG TO VEN-VMI-FLAG (VEN-HOLD-SUB)
           END-IF
           .

      *****************************************************************
      * 30-AUDIT-CHANGED-FIELDS compares the vendor as it now stands
      * against VENDOR-BEFORE-ENTRY and writes one audit row for
      * each field that moved, so AUDINQ shows exactly which lead
      * time or address changed and from what.
      *****************************************************************
       30-AUDIT-CHANGED-FIELDS.

           IF VEN-VENDOR-NAME (VEN-HOLD-SUB) IS NOT EQUAL TO
                   VBE-VENDOR-NAME
               MOVE 'NAME' TO AUDIT-LABEL
               MOVE VBE-VENDOR-NAME TO AUDIT-BEFORE-VALUE
               MOVE VEN-VENDOR-NAME (VEN-HOLD-SUB) TO
                       AUDIT-AFTER-VALUE
               PERFORM 31-WRITE-FIELD-AUDIT
           END-IF
           IF VEN-LEAD-DAYS (VEN-HOLD-SUB) IS NOT EQUAL TO
                   VBE-LEAD-DAYS
               MOVE 'LEAD' TO AUDIT-LABEL
               MOVE VBE-LEAD-DAYS TO AUDIT-BEFORE-VALUE
               MOVE VEN-LEAD-DAYS (VEN-HOLD-SUB) TO AUDIT-AFTER-VALUE
               PERFORM 31-WRITE-FIELD-AUDIT
           END-IF
           IF VEN-CURRENCY-CODE (VEN-HOLD-SUB) IS NOT EQUAL TO
                   VBE-CURRENCY-CODE
               MOVE 'CURR' TO AUDIT-LABEL
               MOVE VBE-CURRENCY-CODE TO AUDIT-BEFORE-VALUE
               MOVE VEN-CURRENCY-CODE (VEN-HOLD-SUB) TO
                       AUDIT-AFTER-VALUE
               PERFORM 31-WRITE-FIELD-AUDIT
           END-IF
           IF VEN-TERMS-CODE (VEN-HOLD-SUB) IS NOT EQUAL TO
                   VBE-TERMS-CODE
               MOVE 'TERMS' TO AUDIT-LABEL
               MOVE VBE-TERMS-CODE TO AUDIT-BEFORE-VALUE
               MOVE VEN-TERMS-CODE (VEN-HOLD-SUB) TO AUDIT-AFTER-VALUE
               PERFORM 31-WRITE-FIELD-AUDIT
           END-IF
           IF VEN-REMIT-STREET (VEN-HOLD-SUB) IS NOT EQUAL TO
                   VBE-REMIT-STREET
               MOVE 'STRT' TO AUDIT-LABEL
               MOVE VBE-REMIT-STREET TO AUDIT-BEFORE-VALUE
               MOVE VEN-REMIT-STREET (VEN-HOLD-SUB) TO
                       AUDIT-AFTER-VALUE
               PERFORM 31-WRITE-FIELD-AUDIT
           END-IF
           IF VEN-REMIT-CITY (VEN-HOLD-SUB) IS NOT EQUAL TO
                   VBE-REMIT-CITY
              OR VEN-REMIT-STATE (VEN-HOLD-SUB) IS NOT EQUAL TO
                   VBE-REMIT-STATE
              OR VEN-REMIT-ZIP (VEN-HOLD-SUB) IS NOT EQUAL TO
                   VBE-REMIT-ZIP
               MOVE 'CITY' TO AUDIT-LABEL
               MOVE SPACES TO AUDIT-BEFORE-VALUE
               STRING VBE-REMIT-CITY DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      VBE-REMIT-STATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      VBE-REMIT-ZIP DELIMITED BY SIZE
                   INTO AUDIT-BEFORE-VALUE
               MOVE SPACES TO AUDIT-AFTER-VALUE
               STRING VEN-REMIT-CITY (VEN-HOLD-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      VEN-REMIT-STATE (VEN-HOLD-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      VEN-REMIT-ZIP (VEN-HOLD-SUB) DELIMITED BY SIZE
                   INTO AUDIT-AFTER-VALUE
               PERFORM 31-WRITE-FIELD-AUDIT
           END-IF
           IF VEN-CONTACT-NAME (VEN-HOLD-SUB) IS NOT EQUAL TO
                   VBE-CONTACT-NAME
               MOVE 'CNTCT' TO AUDIT-LABEL
               MOVE VBE-CONTACT-NAME TO AUDIT-BEFORE-VALUE
               MOVE VEN-CONTACT-NAME (VEN-HOLD-SUB) TO
                       AUDIT-AFTER-VALUE
               PERFORM 31-WRITE-FIELD-AUDIT
           END-IF
           IF VEN-VMI-FLAG (VEN-HOLD-SUB) IS NOT EQUAL TO
                   VBE-VMI-FLAG
               MOVE 'VMI' TO AUDIT-LABEL
               MOVE VBE-VMI-FLAG TO AUDIT-BEFORE-VALUE
               MOVE VEN-VMI-FLAG (VEN-HOLD-SUB) TO AUDIT-AFTER-VALUE
               PERFORM 31-WRITE-FIELD-AUDIT
           END-IF
           IF VEN-STATUS (VEN-HOLD-SUB) IS NOT EQUAL TO VBE-STATUS
               MOVE 'STAT' TO AUDIT-LABEL
               MOVE VBE-STATUS TO AUDIT-BEFORE-VALUE
               MOVE VEN-STATUS (VEN-HOLD-SUB) TO AUDIT-AFTER-VALUE
               PERFORM 31-WRITE-FIELD-AUDIT
           END-IF
           .

      *****************************************************************
      * 31-WRITE-FIELD-AUDIT builds the before and after images for
      * one field -- its label and its value -- and writes the row.
      * An add has no before image.
      *****************************************************************
       31-WRITE-FIELD-AUDIT.

           MOVE VTF-ACTION TO AUD-ACTION
           MOVE SPACES TO AUD-KEY
           STRING 'VENDOR-' DELIMITED BY SIZE
                  VTF-VENDOR-ID DELIMITED BY SIZE
               INTO AUD-KEY
           IF VTF-ACTION IS EQUAL TO 'A'
               MOVE SPACES TO AUD-BEFORE-IMAGE
           ELSE
               MOVE AUDIT-LABEL TO VAI-LABEL
               MOVE AUDIT-BEFORE-VALUE TO VAI-VALUE
               MOVE VENDOR-AUDIT-IMAGE TO AUD-BEFORE-IMAGE
           END-IF
           MOVE AUDIT-LABEL TO VAI-LABEL
           MOVE AUDIT-AFTER-VALUE TO VAI-VALUE
           MOVE VENDOR-AUDIT-IMAGE TO AUD-AFTER-IMAGE
           PERFORM 33-STAMP-AUDIT-RECORD
           .

       32-COUNT-OPEN-PO-LINES.

           MOVE 0 TO OPEN-LINES-FOUND
           PERFORM VARYING OPN-SUB FROM 1 BY 1
               UNTIL OPN-SUB > OPEN-PO-COUNT
               IF OPN-VENDOR-ID (OPN-SUB) IS EQUAL TO VTF-VENDOR-ID
                   MOVE OPN-LINE-COUNT (OPN-SUB) TO OPEN-LINES-FOUND
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 33-STAMP-AUDIT-RECORD finishes and writes the audit row
      * the caller has loaded with action, key, and the before and
      * after images.
      *****************************************************************
       33-STAMP-AUDIT-RECORD.

           MOVE RUN-DATE-YYYYMMDD TO AUD-RUN-DATE
           MOVE 'VENDMAINT' TO AUD-PROGRAM
           IF APPROVED-CHANGE
               MOVE VTF-REQUESTER-ID TO ATS-REQUESTER-ID
               MOVE VTF-APPROVER-ID TO ATS-APPROVER-ID
               MOVE APPROVED-TRANS-SOURCE TO AUD-TRANS-SOURCE
           ELSE
               MOVE 'VENDOR-TRANS' TO AUD-TRANS-SOURCE
           END-IF
           WRITE MAINT-AUDIT-RECORD
           ADD 1 TO AUDIT-ROWS-COUNT
           .

      *****************************************************************
      * 34-CHECK-APPROVAL decides whether a change to a vendor on
      * file can be applied.  A change stamped with an approver is
      * applied only when its pending ID is a VENDMAINT item
      * released by that same approver for that same requester,
      * and the transaction -- vendor ID included -- is byte for
      * byte the one that was held, and then without the rule
      * being checked again.  An ID already applied once is
      * refused.  An unstamped change that would move any part of
      * the remit-to address is held, provided its requester is an
      * operator on file; otherwise it is rejected.
      *****************************************************************
       34-CHECK-APPROVAL.

           IF VTF-APPROVER-ID IS NOT EQUAL TO SPACES
               MOVE 'X' TO APPROVAL-SWITCH
               MOVE 0 TO PND-HOLD-SUB
               IF VTF-APPROVAL-ID IS NUMERIC
                   PERFORM VARYING PND-SUB FROM 1 BY 1
                       UNTIL PND-SUB > PENDING-COUNT
                          OR PND-HOLD-SUB IS GREATER THAN ZERO
                       IF PNT-PENDING-ID (PND-SUB) IS EQUAL TO
                               VTF-APPROVAL-ID
                          AND PNT-PROGRAM (PND-SUB) IS EQUAL TO
                               'VENDMAINT'
                           MOVE PND-SUB TO PND-HOLD-SUB
                       END-IF
                   END-PERFORM
               END-IF
               IF PND-HOLD-SUB IS GREATER THAN ZERO
                   EVALUATE TRUE
                       WHEN PNT-STATUS (PND-HOLD-SUB) IS EQUAL TO 'X'
                           MOVE 'U' TO APPROVAL-SWITCH
                       WHEN PNT-STATUS (PND-HOLD-SUB) IS NOT EQUAL
                               TO 'R'
                           CONTINUE
                       WHEN PNT-APPROVER-ID (PND-HOLD-SUB) IS NOT
                               EQUAL TO VTF-APPROVER-ID
                         OR PNT-REQUESTER-ID (PND-HOLD-SUB) IS NOT
                               EQUAL TO VTF-REQUESTER-ID
                         OR PNT-TRANS-IMAGE (PND-HOLD-SUB) IS NOT
                               EQUAL TO VTI-TRANS-DATA
                           MOVE 'M' TO APPROVAL-SWITCH
                       WHEN OTHER
                           MOVE 'A' TO APPROVAL-SWITCH
                           MOVE 'Y' TO APPROVED-CHANGE-SWITCH
                   END-EVALUATE
               END-IF
           ELSE
               IF REMIT-RULE-ON
                   IF (VTF-REMIT-STREET IS NOT EQUAL TO SPACES
                       AND VTF-REMIT-STREET IS NOT EQUAL TO
                           VEN-REMIT-STREET (VEN-HOLD-SUB))
                   OR (VTF-REMIT-CITY IS NOT EQUAL TO SPACES
                       AND VTF-REMIT-CITY IS NOT EQUAL TO
                           VEN-REMIT-CITY (VEN-HOLD-SUB))
                   OR (VTF-REMIT-STATE IS NOT EQUAL TO SPACES
                       AND VTF-REMIT-STATE IS NOT EQUAL TO
                           VEN-REMIT-STATE (VEN-HOLD-SUB))
                   OR (VTF-REMIT-ZIP IS NOT EQUAL TO SPACES
                       AND VTF-REMIT-ZIP IS NOT EQUAL TO
                           VEN-REMIT-ZIP (VEN-HOLD-SUB))
                       MOVE 'P' TO APPROVAL-SWITCH
                   END-IF
               END-IF
               IF APPROVAL-REQUIRED
                   PERFORM 34A-CHECK-REQUESTER
               END-IF
           END-IF
           .

      *****************************************************************
      * 34A-CHECK-REQUESTER proves the operator asking for a change
      * that is to be held.  A blank requester, or one not on the
      * operator master, turns the hold into a rejection -- an
      * item nobody can be held to account for is never parked.
      *****************************************************************
       34A-CHECK-REQUESTER.

           MOVE 'Q' TO APPROVAL-SWITCH
           IF VTF-REQUESTER-ID IS NOT EQUAL TO SPACES
               PERFORM VARYING OPR-SUB FROM 1 BY 1
                   UNTIL OPR-SUB > OPERATOR-COUNT
                      OR APPROVAL-REQUIRED
                   IF OPR-OPERATOR-ID (OPR-SUB) IS EQUAL TO
                           VTF-REQUESTER-ID
                       MOVE 'P' TO APPROVAL-SWITCH
                   END-IF
               END-PERFORM
           END-IF
           .

      *****************************************************************
      * 35-HOLD-FOR-APPROVAL parks the change on the pending file,
      * numbered one past the highest ID there.  The before and
      * after values are the remit-to street when that is what
      * moves, otherwise the city, state and ZIP.  Nothing on the
      * vendor moves.
      *****************************************************************
       35-HOLD-FOR-APPROVAL.

           ADD 1 TO LAST-PENDING-ID
           MOVE SPACES TO PENDING-APPROVAL-RECORD
           MOVE LAST-PENDING-ID TO PND-PENDING-ID
           MOVE RUN-DATE-YYYYMMDD TO PND-REQUEST-DATE
           MOVE 'VENDMAINT' TO PND-PROGRAM
           MOVE 'RT' TO PND-RULE-CODE
           STRING 'VENDOR-' DELIMITED BY SIZE
                  VTF-VENDOR-ID DELIMITED BY SIZE
               INTO PND-KEY
           MOVE VTF-REQUESTER-ID TO PND-REQUESTER-ID
           MOVE 'P' TO PND-STATUS
           MOVE 0 TO PND-DECISION-DATE
           IF VTF-REMIT-STREET IS NOT EQUAL TO SPACES
              AND VTF-REMIT-STREET IS NOT EQUAL TO
                   VEN-REMIT-STREET (VEN-HOLD-SUB)
               MOVE VEN-REMIT-STREET (VEN-HOLD-SUB) TO
                       PND-BEFORE-VALUE
               MOVE VTF-REMIT-STREET TO PND-AFTER-VALUE
           ELSE
               STRING VEN-REMIT-CITY (VEN-HOLD-SUB)
                                       DELIMITED BY SIZE
                      VEN-REMIT-STATE (VEN-HOLD-SUB)
                                       DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      VEN-REMIT-ZIP (VEN-HOLD-SUB)
                                       DELIMITED BY SIZE
                   INTO PND-BEFORE-VALUE
               STRING VTF-REMIT-CITY DELIMITED BY SIZE
                      VTF-REMIT-STATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      VTF-REMIT-ZIP DELIMITED BY SIZE
                   INTO PND-AFTER-VALUE
           END-IF
           MOVE VTI-TRANS-DATA TO PND-TRANS-IMAGE
           IF PENDING-COUNT IS EQUAL TO 5000
               DISPLAY 'VENDMAINT: MORE THAN 5000 PENDING APPROVAL '
                       'ITEMS, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO PENDING-COUNT
           MOVE PENDING-APPROVAL-RECORD TO
                   PENDING-ENTRY (PENDING-COUNT)

           MOVE LAST-PENDING-ID TO HELD-PENDING-ID
           MOVE HELD-DISPOSITION TO REG-DISPOSITION
           .

      *****************************************************************
      * 40-EOF-ROUTINE rewrites the vendor master with the
      * transactions applied, writes the pending table back over
      * the pending approval file, and finishes the register with
      * the run totals.
      *****************************************************************
       40-EOF-ROUTINE.

           CLOSE AUDIT-HISTORY-FILE

           OPEN OUTPUT PENDING-APPROVAL-FILE
           IF PND-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'VENDMAINT: UNABLE TO REWRITE PENDING '
                       'APPROVAL FILE, FILE STATUS = '
                       PND-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING PND-SUB FROM 1 BY 1
               UNTIL PND-SUB > PENDING-COUNT
               MOVE PENDING-ENTRY (PND-SUB) TO
                       PENDING-APPROVAL-RECORD
               WRITE PENDING-APPROVAL-RECORD
           END-PERFORM
           CLOSE PENDING-APPROVAL-FILE

           OPEN OUTPUT VENDOR-MASTER-FILE
           IF VNM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'VENDMAINT: UNABLE TO REWRITE VENDOR '
                       'MASTER FILE, FILE STATUS = ' VNM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING VEN-SUB FROM 1 BY 1
               UNTIL VEN-SUB > VENDOR-COUNT
               MOVE VENDOR-ENTRY (VEN-SUB) TO VENDOR-MASTER-RECORD
               WRITE VENDOR-MASTER-RECORD
           END-PERFORM

           CLOSE VENDOR-MASTER-FILE

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
           MOVE 'INACTIVATES APPLIED' TO RTL-LABEL
           MOVE INACTIVATES-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'REACTIVATES APPLIED' TO RTL-LABEL
           MOVE REACTIVATES-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'HELD FOR APPROVAL' TO RTL-LABEL
           MOVE HELD-COUNT TO RTL-COUNT
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

           CLOSE VENDOR-TRANS-FILE
                MAINT-REGISTER


           STOP RUN
           .
