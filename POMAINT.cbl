       AUTHOR. P W ASKEW.
      ****************************************************************
      * POMAINT is the batch maintenance run for the purchase order
      * master, PO-MASTER.dat -- the record of what the purchasing
      * desk actually ordered from each vendor.  Receipts used to
      * arrive with nothing to check them against; INVPOST now
      * matches each receipt to its open PO line, so the lines have
      * to get on file here first.
      * *****
      * INPUT:
      *    PO-MASTER.dat          the indexed PO master, keyed by PO
      *                           number and Candy ID.  A missing
      *                           master is created empty, as a
      *                           first-time load.
      *    PO-TRANS.txt           maintenance transactions, one per
      *                           line: action ('A' add a line, 'C'
      *                           change quantity or price on an open
      *                           line, 'X' close a line) followed by
      *                           the same fields as a master record,
      *                           then the requesting operator, and
      *                           on a released change the approver
      *                           and pending ID.
      *    VMI-ORDER-TRANS.txt    optional: replenishment orders
      *                           suggested by vendor-managed
      *                           inventory vendors, in the same
      *                           layout.  Each must be an add from
      *                           an active vendor flagged VMI on
      *                           the vendor master, and then gets
      *                           the same edits as a buyer's add.
      *    VENDOR-MASTER.txt      optional: the vendor master, for
      *                           the VMI flag.  Without it every
      *                           suggested order is rejected.
      *    APPROVAL-RULES.txt     optional: the dual-control rules.
      *                           Under rule PP a price change of
      *                           more than the threshold percent is
      *                           held for a second operator instead
      *                           of being applied.
      *    PENDING-APPROVAL.txt   optional: changes held for
      *                           approval.  A change APPRVRUN has
      *                           released comes back on PO-TRANS.txt
      *                           stamped with the requester, the
      *                           approver and the pending ID, and
      *                           is applied only if that ID shows
      *                           released here, by that approver,
      *                           for that requester, and the
      *                           transaction is exactly the one
      *                           that was held.  Once applied the
      *                           ID is used up.
      *    OPERATOR-MASTER.txt    optional: the operators.  A change
      *                           the PP rule would hold is rejected
      *                           instead when its requester is
      *                           blank or not on file here.
      * *****
      * OUTPUT:
      *    PO-MASTER.dat          each line added, changed or closed
      *                           written or rewritten in place as
      *                           its transaction is applied.
      *    POMAINT-Register.txt   one line per transaction showing
      *                           whether it was applied or why it
      *                           was rejected, plus run totals.
      *    MAINT-AUDIT-HISTORY.txt one audit row per applied add,
      *                           change or close, with the vendor,
      *                           warehouse, cases, price and status
      *                           before and after; an approved
      *                           change shows the requester and
      *                           approver as its transaction
      *                           source.
      *    PENDING-APPROVAL.txt   rewritten with the price changes
      *                           held for approval added to the end
      *                           and each released change applied
      *                           marked X.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-MASTER-FILE
               ASSIGN TO 'PO-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POM-REC-KEY
               FILE STATUS IS POM-FILE-STATUS.
           SELECT PO-TRANS-FILE
               ASSIGN TO 'PO-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTF-FILE-STATUS.
           SELECT VMI-ORDER-FILE
               ASSIGN TO 'VMI-ORDER-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOF-FILE-STATUS.
           SELECT VENDOR-MASTER-FILE
               ASSIGN TO 'VENDOR-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VNM-FILE-STATUS.
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
           SELECT AUDIT-HISTORY-FILE
               ASSIGN TO 'MAINT-AUDIT-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT MAINT-REGISTER
               ASSIGN TO PRINTER 'POMAINT-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       COPY POMREC.

       FD PO-TRANS-FILE
           RECORD CONTAINS 57 CHARACTERS.

       01  PO-TRANS-RECORD.
           05  PTF-ACTION              PIC A.
           05  PTF-PO-PRICE            PIC 999V99.
           05  PTF-ORDER-DATE          PIC 9(8).
           05  PTF-STATUS              PIC A.
           05  PTF-REQUESTER-ID        PIC X(5).
           05  PTF-APPROVER-ID         PIC X(5).
           05  PTF-APPROVAL-ID         PIC 9(6).

       01  PO-TRANS-IMAGE.
           05  PTI-TRANS-DATA          PIC X(41).
           05  PTI-APPROVAL-STAMP      PIC X(16).

       FD VMI-ORDER-FILE
           RECORD CONTAINS 41 CHARACTERS.

       01  VMI-ORDER-RECORD            PIC X(41).

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY VNDMREC.

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

       FD AUDIT-HISTORY-FILE
           RECORD CONTAINS 111 CHARACTERS.

       COPY AUDREC.

       FD MAINT-REGISTER
           RECORD CONTAINS 80 CHARACTERS.
       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  TRANS-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-TRANS-DATA                   VALUE 'N'.
           05  VOF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-VOF-DATA                     VALUE 'N'.
           05  VNM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-VNM-DATA                     VALUE 'N'.
           05  VMI-VENDOR-SWITCH       PIC X           VALUE 'N'.
               88 VMI-VENDOR-FOUND                     VALUE 'Y'.
           05  PO-FOUND-SWITCH         PIC X           VALUE 'N'.
               88 PO-LINE-FOUND                        VALUE 'Y'.
           05  RUL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RUL-DATA                     VALUE 'N'.
           05  PND-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PND-DATA                     VALUE 'N'.
           05  OPM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-OPM-DATA                     VALUE 'N'.
           05  PRICE-RULE-SWITCH       PIC X           VALUE 'N'.
               88 PRICE-RULE-ON                        VALUE 'Y'.
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
           05  POM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PTF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  VOF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  VNM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PND-FILE-STATUS         PIC XX          VALUE SPACES.
           05  OPM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  AUD-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  PRICE-RULE-PCT          PIC 9(9)V99     VALUE 0.
           05  PRICE-DIFFERENCE        PIC 999V99      VALUE 0.
           05  PRICE-CHANGE-PCT        PIC 9(7)V99     VALUE 0.
           05  PRICE-EDIT              PIC ZZ9.99.
           05  LAST-PENDING-ID         PIC 9(6)        VALUE 0.
           05  PND-SUB                 PIC 9(4)        VALUE 0.
           05  PND-HOLD-SUB            PIC 9(4)        VALUE 0.
           05  OPR-SUB                 PIC 99          VALUE 0.
           05  VMI-SUB                 PIC 999         VALUE 0.
           05  TRANS-SOURCE-NAME       PIC X(20)       VALUE
                   'PO-TRANS'.
           05  TRANS-KEY.
               10  TRANS-PO-NUMBER     PIC X(8).
               10  TRANS-CANDY-ID      PIC XXX.

       01  RUN-TOTALS.
           05  TRANS-READ-COUNT        PIC 9(5)        VALUE 0.
           05  VMI-ORDERS-READ-COUNT   PIC 9(5)        VALUE 0.
           05  ADDS-APPLIED-COUNT      PIC 9(5)        VALUE 0.
           05  CHANGES-APPLIED-COUNT   PIC 9(5)        VALUE 0.
           05  CLOSES-APPLIED-COUNT    PIC 9(5)        VALUE 0.
           05  REJECT-COUNT            PIC 9(5)        VALUE 0.
           05  HELD-COUNT              PIC 9(5)        VALUE 0.


      *****************************************************************
      * VMI-VENDOR-TABLE is the active vendors flagged for vendor-
      * managed inventory -- the only vendors whose suggested
      * orders are taken.
      *****************************************************************
       01  VMI-VENDOR-COUNT            PIC 999         VALUE 0.

       01  VMI-VENDOR-TABLE.
           05  VMI-VENDOR-ID OCCURS 1 TO 100 TIMES
               DEPENDING ON VMI-VENDOR-COUNT
                                       PIC A.

      *****************************************************************
      * PENDING-TABLE is the whole pending approval file in memory.
      * A returning POMAINT change is proved against its entry --
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

       01  PO-AUDIT-IMAGE.
           05  PAI-VENDOR-ID           PIC A.
           05  FILLER                  PIC X           VALUE SPACES.
           05  PAI-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC X           VALUE SPACES.
           05  PAI-CASES-ORDERED       PIC 9(5).
           05  FILLER                  PIC X           VALUE SPACES.
           05  PAI-CASES-RECEIVED      PIC 9(5).
           05  FILLER                  PIC X           VALUE SPACES.
           05  PAI-PO-PRICE            PIC 999V99.
           05  FILLER                  PIC X           VALUE SPACES.
           05  PAI-STATUS              PIC A.
           05  FILLER                  PIC X(4)        VALUE SPACES.

       01  REGISTER-LINE.
           05  REG-ACTION              PIC X.

       10-CONTROL-MODULE.

           PERFORM 12-OPEN-PO-MASTER
           PERFORM 13-LOAD-VMI-VENDORS
           PERFORM 14-LOAD-APPROVAL-RULE
           PERFORM 16-LOAD-PENDING-APPROVALS
           PERFORM 16A-LOAD-OPERATOR-IDS
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-TRANSACTIONS
           PERFORM 21-PROCESS-VMI-ORDERS THRU 21-PROCESS-EXIT
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 12-OPEN-PO-MASTER opens the master for update.  A master
      * that does not exist yet is a first-time load and is created
      * empty; any other open failure stops the run.
      *****************************************************************
       12-OPEN-PO-MASTER.

           OPEN I-O PO-MASTER-FILE
           IF POM-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'POMAINT: NO PO MASTER ON FILE, STARTING '
                       'A NEW ONE'
               OPEN OUTPUT PO-MASTER-FILE
               CLOSE PO-MASTER-FILE
               OPEN I-O PO-MASTER-FILE
           END-IF
           IF POM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'POMAINT: UNABLE TO OPEN PO MASTER '
                       'FILE, FILE STATUS = ' POM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 13-LOAD-VMI-VENDORS keeps the IDs of the active vendors
      * flagged for vendor-managed inventory.  No vendor master
      * leaves the table empty.
      *****************************************************************
       13-LOAD-VMI-VENDORS.

           OPEN INPUT VENDOR-MASTER-FILE
           IF VNM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF VNM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'POMAINT: UNABLE TO OPEN VENDOR MASTER '
                           'FILE, FILE STATUS = ' VNM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO VNM-EOF-FLAG
               PERFORM UNTIL NO-MORE-VNM-DATA
                   READ VENDOR-MASTER-FILE
                       AT END
                           MOVE 'N' TO VNM-EOF-FLAG
                       NOT AT END
                           IF VNM-VMI-VENDOR
                              AND VNM-VENDOR-ACTIVE
                              AND VMI-VENDOR-COUNT IS LESS THAN 100
                               ADD 1 TO VMI-VENDOR-COUNT
                               MOVE VNM-VENDOR-ID TO
                                   VMI-VENDOR-ID (VMI-VENDOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           END-IF
           .

      *****************************************************************
      * 14-LOAD-APPROVAL-RULE picks up rule PP, the PO price change
      * that needs a second operator.  No rules file, or no PP
      * rule on it, leaves price changes applying straight through.
      *****************************************************************
       14-LOAD-APPROVAL-RULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           OPEN INPUT APPROVAL-RULES-FILE
           IF RUL-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF RUL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'POMAINT: UNABLE TO OPEN APPROVAL RULES '
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
                           IF RUL-RULE-CODE IS EQUAL TO 'PP'
                              AND RUL-THRESHOLD IS NUMERIC
                               MOVE 'Y' TO PRICE-RULE-SWITCH
                               MOVE RUL-THRESHOLD TO PRICE-RULE-PCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-RULES-FILE
           END-IF
           .

      *****************************************************************
      * 16-LOAD-PENDING-APPROVALS reads the whole pending approval
      * file into the pending table and finds the highest pending
      * ID on it, so a change held this run numbers past it.
      *****************************************************************
       16-LOAD-PENDING-APPROVALS.

           OPEN INPUT PENDING-APPROVAL-FILE
           IF PND-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF PND-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'POMAINT: UNABLE TO OPEN PENDING APPROVAL '
                           'FILE, FILE STATUS = ' PND-FILE-STATUS
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
                               DISPLAY 'POMAINT: MORE THAN 5000 '
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
      * 16A-LOAD-OPERATOR-IDS keeps the operator IDs off the
      * operator master.  With no operator master on hand no
      * requester can be proved, so a change the PP rule would hold
      * is rejected.
      *****************************************************************
       16A-LOAD-OPERATOR-IDS.

           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPM-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'POMAINT: NO OPERATOR MASTER ON FILE, '
                       'CHANGES NEEDING APPROVAL ARE REJECTED'
           ELSE
               IF OPM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'POMAINT: UNABLE TO OPEN OPERATOR '
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
                               DISPLAY 'POMAINT: MORE THAN 50 '
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

           MOVE 'PURCHASE ORDER MAINTENANCE REGISTER'
               TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           OPEN EXTEND AUDIT-HISTORY-FILE
           IF AUD-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT AUDIT-HISTORY-FILE
               IF AUD-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'POMAINT: UNABLE TO OPEN AUDIT HISTORY, '
                           'FILE STATUS = ' AUD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

       20-PROCESS-TRANSACTIONS.
           END-PERFORM
           .

      *****************************************************************
      * 21-PROCESS-VMI-ORDERS takes the orders VMI vendors suggest
      * back from their activity feed.  A suggestion can only add
      * a PO line, and only for a vendor on VMI; past that it goes
      * through exactly the edits a buyer's add goes through.
      *****************************************************************
       21-PROCESS-VMI-ORDERS.

           OPEN INPUT VMI-ORDER-FILE
           IF VOF-FILE-STATUS IS EQUAL TO '35'
               GO TO 21-PROCESS-EXIT
           END-IF
           IF VOF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'POMAINT: UNABLE TO OPEN VMI ORDER FILE, '
                       'FILE STATUS = ' VOF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE 'VENDOR-SUGGESTED ORDERS' TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE 'VMI-ORDER-TRANS' TO TRANS-SOURCE-NAME

           MOVE ' ' TO VOF-EOF-FLAG
           PERFORM UNTIL NO-MORE-VOF-DATA
               READ VMI-ORDER-FILE
                   AT END
                       MOVE 'N' TO VOF-EOF-FLAG
                   NOT AT END
                       ADD 1 TO TRANS-READ-COUNT
                       ADD 1 TO VMI-ORDERS-READ-COUNT
                       MOVE VMI-ORDER-RECORD TO PO-TRANS-RECORD
                       PERFORM 22-APPLY-ONE-VMI-ORDER
               END-READ
           END-PERFORM

           CLOSE VMI-ORDER-FILE
           .

       21-PROCESS-EXIT.
           EXIT.

       22-APPLY-ONE-VMI-ORDER.

           MOVE 'N' TO VMI-VENDOR-SWITCH
           PERFORM VARYING VMI-SUB FROM 1 BY 1
               UNTIL VMI-SUB > VMI-VENDOR-COUNT
                  OR VMI-VENDOR-FOUND
               IF VMI-VENDOR-ID (VMI-SUB) IS EQUAL TO PTF-VENDOR-ID
                   MOVE 'Y' TO VMI-VENDOR-SWITCH
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN PTF-ACTION IS NOT EQUAL TO 'A'
                   MOVE 'REJECTED - VMI ORDER MUST BE AN ADD'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
                   PERFORM 28-WRITE-REGISTER-LINE
               WHEN NOT VMI-VENDOR-FOUND
                   MOVE 'REJECTED - VENDOR NOT ON VMI'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
                   PERFORM 28-WRITE-REGISTER-LINE
               WHEN OTHER
                   PERFORM 25-APPLY-ONE-TRANSACTION
           END-EVALUATE
           .

      *****************************************************************
      * 25-APPLY-ONE-TRANSACTION locates the transaction's PO line
      * and applies the action: an add must be a new PO number /
      * Candy ID pair, a change or close must hit an existing open
      * line.  Anything else is rejected to the register, never
      * applied half-way.  Every action applied leaves an audit
      * row.
      *****************************************************************
       25-APPLY-ONE-TRANSACTION.

           MOVE PTF-CANDY-ID TO TRANS-CANDY-ID
           PERFORM 26-FIND-PO-LINE

           MOVE 'A' TO APPROVAL-SWITCH
           MOVE 'N' TO APPROVED-CHANGE-SWITCH
           IF PTF-ACTION IS EQUAL TO 'C'
              AND PO-LINE-FOUND
               PERFORM 29-CHECK-APPROVAL
           END-IF

           EVALUATE TRUE
               WHEN PTF-ACTION IS EQUAL TO 'A'
                   IF PO-LINE-FOUND
                           PERFORM 27-ADD-PO-LINE
                           MOVE 'ADDED' TO REG-DISPOSITION
                           ADD 1 TO ADDS-APPLIED-COUNT
                           MOVE SPACES TO AUD-BEFORE-IMAGE
                           PERFORM 31-BUILD-AUDIT-IMAGE
                           MOVE PO-AUDIT-IMAGE TO AUD-AFTER-IMAGE
                           PERFORM 32-STAMP-AUDIT-RECORD
                       END-IF
                   END-IF
               WHEN PTF-ACTION IS EQUAL TO 'C'
                           MOVE 'REJECTED - PO LINE NOT ON FILE'
                                   TO REG-DISPOSITION
                           ADD 1 TO REJECT-COUNT
                       WHEN POM-STATUS IS NOT EQUAL
                               TO 'O'
                           MOVE 'REJECTED - PO LINE NOT OPEN'
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
                           PERFORM 30-HOLD-FOR-APPROVAL
                           ADD 1 TO HELD-COUNT
                       WHEN OTHER
                           PERFORM 31-BUILD-AUDIT-IMAGE
                           MOVE PO-AUDIT-IMAGE TO AUD-BEFORE-IMAGE
                           IF PTF-CASES-ORDERED IS NUMERIC
                              AND PTF-CASES-ORDERED IS GREATER
                                   THAN ZERO
                               MOVE PTF-CASES-ORDERED TO
                                   POM-CASES-ORDERED
                           END-IF
                           IF PTF-PO-PRICE IS NUMERIC
                              AND PTF-PO-PRICE IS GREATER THAN ZERO
                               MOVE PTF-PO-PRICE TO
                                   POM-PO-PRICE
                           END-IF
                           PERFORM 26A-REWRITE-PO-LINE
                           MOVE 'CHANGED' TO REG-DISPOSITION
                           ADD 1 TO CHANGES-APPLIED-COUNT
                           PERFORM 31-BUILD-AUDIT-IMAGE
                           MOVE PO-AUDIT-IMAGE TO AUD-AFTER-IMAGE
                           PERFORM 32-STAMP-AUDIT-RECORD
                   END-EVALUATE
               WHEN PTF-ACTION IS EQUAL TO 'X'
                   IF PO-LINE-FOUND
                       PERFORM 31-BUILD-AUDIT-IMAGE
                       MOVE PO-AUDIT-IMAGE TO AUD-BEFORE-IMAGE
                       MOVE 'C' TO POM-STATUS
                       PERFORM 26A-REWRITE-PO-LINE
                       MOVE 'CLOSED' TO REG-DISPOSITION
                       ADD 1 TO CLOSES-APPLIED-COUNT
                       PERFORM 31-BUILD-AUDIT-IMAGE
                       MOVE PO-AUDIT-IMAGE TO AUD-AFTER-IMAGE
                       PERFORM 32-STAMP-AUDIT-RECORD
                   ELSE
                       MOVE 'REJECTED - PO LINE NOT ON FILE'
                               TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
           END-EVALUATE

           PERFORM 28-WRITE-REGISTER-LINE
           .

       28-WRITE-REGISTER-LINE.

           MOVE PTF-ACTION TO REG-ACTION
           MOVE PTF-PO-NUMBER TO REG-PO-NUMBER
           MOVE PTF-CANDY-ID TO REG-CANDY-ID
       26-FIND-PO-LINE.

           MOVE 'N' TO PO-FOUND-SWITCH
           MOVE TRANS-KEY TO POM-REC-KEY
           READ PO-MASTER-FILE
           IF POM-FILE-STATUS IS EQUAL TO '00'
               MOVE 'Y' TO PO-FOUND-SWITCH
           END-IF
           .

       26A-REWRITE-PO-LINE.

           REWRITE PO-MASTER-RECORD
           IF POM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'POMAINT: REWRITE FAILED FOR ' PTF-PO-NUMBER
                       ' ' PTF-CANDY-ID ', FILE STATUS = '
                       POM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 27-ADD-PO-LINE writes the new line to the master under its
      * PO number / Candy ID key.
      *****************************************************************
       27-ADD-PO-LINE.

           MOVE SPACES TO PO-MASTER-RECORD
           MOVE PTF-PO-NUMBER TO POM-PO-NUMBER
           MOVE PTF-CANDY-ID TO POM-CANDY-ID
           MOVE PTF-VENDOR-ID TO POM-VENDOR-ID
           MOVE PTF-WAREHOUSE-ID TO POM-WAREHOUSE-ID
           MOVE PTF-CASES-ORDERED TO POM-CASES-ORDERED
           MOVE 0 TO POM-CASES-RECEIVED
           IF PTF-PO-PRICE IS NUMERIC
               MOVE PTF-PO-PRICE TO POM-PO-PRICE
           ELSE
               MOVE 0 TO POM-PO-PRICE
           END-IF
           IF PTF-ORDER-DATE IS NUMERIC
               MOVE PTF-ORDER-DATE TO POM-ORDER-DATE
           ELSE
               MOVE 0 TO POM-ORDER-DATE
           END-IF
           MOVE 'O' TO POM-STATUS
           WRITE PO-MASTER-RECORD
           IF POM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'POMAINT: WRITE FAILED FOR ' PTF-PO-NUMBER
                       ' ' PTF-CANDY-ID ', FILE STATUS = '
                       POM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 29-CHECK-APPROVAL decides whether a change to an open line
      * can be applied.  A change stamped with an approver is
      * applied only when its pending ID is a POMAINT item released
      * by that same approver for that same requester, and the
      * transaction is byte for byte the one that was held -- and
      * then without the rule being checked again.  An ID already
      * applied once is refused.  An unstamped price change of more
      * than the PP threshold percent either way -- any change at
      * all from a zero price -- is held, provided its requester is
      * an operator on file; otherwise it is rejected.
      *****************************************************************
       29-CHECK-APPROVAL.

           IF PTF-APPROVER-ID IS NOT EQUAL TO SPACES
               MOVE 'X' TO APPROVAL-SWITCH
               MOVE 0 TO PND-HOLD-SUB
               IF PTF-APPROVAL-ID IS NUMERIC
                   PERFORM VARYING PND-SUB FROM 1 BY 1
                       UNTIL PND-SUB > PENDING-COUNT
                          OR PND-HOLD-SUB IS GREATER THAN ZERO
                       IF PNT-PENDING-ID (PND-SUB) IS EQUAL TO
                               PTF-APPROVAL-ID
                          AND PNT-PROGRAM (PND-SUB) IS EQUAL TO
                               'POMAINT'
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
                               EQUAL TO PTF-APPROVER-ID
                         OR PNT-REQUESTER-ID (PND-HOLD-SUB) IS NOT
                               EQUAL TO PTF-REQUESTER-ID
                         OR PNT-KEY (PND-HOLD-SUB) IS NOT EQUAL TO
                               TRANS-KEY
                         OR PNT-TRANS-IMAGE (PND-HOLD-SUB) IS NOT
                               EQUAL TO PTI-TRANS-DATA
                           MOVE 'M' TO APPROVAL-SWITCH
                       WHEN OTHER
                           MOVE 'A' TO APPROVAL-SWITCH
                           MOVE 'Y' TO APPROVED-CHANGE-SWITCH
                   END-EVALUATE
               END-IF
           ELSE
               IF PRICE-RULE-ON
                  AND PTF-PO-PRICE IS NUMERIC
                  AND PTF-PO-PRICE IS GREATER THAN ZERO
                  AND PTF-PO-PRICE IS NOT EQUAL TO
                       POM-PO-PRICE
                   IF POM-PO-PRICE IS EQUAL TO ZERO
                       MOVE 'P' TO APPROVAL-SWITCH
                   ELSE
                       IF PTF-PO-PRICE IS GREATER THAN
                               POM-PO-PRICE
                           SUBTRACT POM-PO-PRICE
                               FROM PTF-PO-PRICE
                               GIVING PRICE-DIFFERENCE
                       ELSE
                           SUBTRACT PTF-PO-PRICE
                               FROM POM-PO-PRICE
                               GIVING PRICE-DIFFERENCE
                       END-IF
                       COMPUTE PRICE-CHANGE-PCT ROUNDED =
                           PRICE-DIFFERENCE * 100
                               / POM-PO-PRICE
                       IF PRICE-CHANGE-PCT IS GREATER THAN
                               PRICE-RULE-PCT
                           MOVE 'P' TO APPROVAL-SWITCH
                       END-IF
                   END-IF
               END-IF
               IF APPROVAL-REQUIRED
                   PERFORM 29A-CHECK-REQUESTER
               END-IF
           END-IF
           .

      *****************************************************************
      * 29A-CHECK-REQUESTER proves the operator asking for a change
      * that is to be held.  A blank requester, or one not on the
      * operator master, turns the hold into a rejection -- an
      * item nobody can be held to account for is never parked.
      *****************************************************************
       29A-CHECK-REQUESTER.

           MOVE 'Q' TO APPROVAL-SWITCH
           IF PTF-REQUESTER-ID IS NOT EQUAL TO SPACES
               PERFORM VARYING OPR-SUB FROM 1 BY 1
                   UNTIL OPR-SUB > OPERATOR-COUNT
                      OR APPROVAL-REQUIRED
                   IF OPR-OPERATOR-ID (OPR-SUB) IS EQUAL TO
                           PTF-REQUESTER-ID
                       MOVE 'P' TO APPROVAL-SWITCH
                   END-IF
               END-PERFORM
           END-IF
           .

      *****************************************************************
      * 30-HOLD-FOR-APPROVAL parks the change on the pending table,
      * numbered one past the highest ID there, with the price as
      * it stands and as asked for.  Nothing on the line moves.
      *****************************************************************
       30-HOLD-FOR-APPROVAL.

           ADD 1 TO LAST-PENDING-ID
           MOVE SPACES TO PENDING-APPROVAL-RECORD
           MOVE LAST-PENDING-ID TO PND-PENDING-ID
           MOVE RUN-DATE-YYYYMMDD TO PND-REQUEST-DATE
           MOVE 'POMAINT' TO PND-PROGRAM
           MOVE 'PP' TO PND-RULE-CODE
           MOVE TRANS-KEY TO PND-KEY
           MOVE PTF-REQUESTER-ID TO PND-REQUESTER-ID
           MOVE 'P' TO PND-STATUS
           MOVE 0 TO PND-DECISION-DATE
           MOVE POM-PO-PRICE TO PRICE-EDIT
           MOVE PRICE-EDIT TO PND-BEFORE-VALUE
           MOVE PTF-PO-PRICE TO PRICE-EDIT
           MOVE PRICE-EDIT TO PND-AFTER-VALUE
           MOVE PTI-TRANS-DATA TO PND-TRANS-IMAGE
           IF PENDING-COUNT IS EQUAL TO 5000
               DISPLAY 'POMAINT: MORE THAN 5000 PENDING APPROVAL '
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
      * 31-BUILD-AUDIT-IMAGE lays out the PO line as it stands on
      * the master record for the audit row.
      *****************************************************************
       31-BUILD-AUDIT-IMAGE.

           MOVE POM-VENDOR-ID TO PAI-VENDOR-ID
           MOVE POM-WAREHOUSE-ID TO PAI-WAREHOUSE-ID
           IF POM-CASES-ORDERED IS NUMERIC
               MOVE POM-CASES-ORDERED TO PAI-CASES-ORDERED
           ELSE
               MOVE 0 TO PAI-CASES-ORDERED
           END-IF
           IF POM-CASES-RECEIVED IS NUMERIC
               MOVE POM-CASES-RECEIVED TO PAI-CASES-RECEIVED
           ELSE
               MOVE 0 TO PAI-CASES-RECEIVED
           END-IF
           IF POM-PO-PRICE IS NUMERIC
               MOVE POM-PO-PRICE TO PAI-PO-PRICE
           ELSE
               MOVE 0 TO PAI-PO-PRICE
           END-IF
           MOVE POM-STATUS TO PAI-STATUS
           .

      *****************************************************************
      * 32-STAMP-AUDIT-RECORD finishes and writes the audit row the
      * caller has loaded with the before and after images.  An
      * approved change names its requester and approver as the
      * source, and its pending item is marked X applied so the
      * same stamp is never honoured twice.
      *****************************************************************
       32-STAMP-AUDIT-RECORD.

           MOVE RUN-DATE-YYYYMMDD TO AUD-RUN-DATE
           MOVE 'POMAINT' TO AUD-PROGRAM
           MOVE PTF-ACTION TO AUD-ACTION
           MOVE TRANS-KEY TO AUD-KEY
           IF APPROVED-CHANGE
               MOVE PTF-REQUESTER-ID TO ATS-REQUESTER-ID
               MOVE PTF-APPROVER-ID TO ATS-APPROVER-ID
               MOVE APPROVED-TRANS-SOURCE TO AUD-TRANS-SOURCE
               MOVE 'X' TO PNT-STATUS (PND-HOLD-SUB)
           ELSE
               MOVE TRANS-SOURCE-NAME TO AUD-TRANS-SOURCE
           END-IF
           WRITE MAINT-AUDIT-RECORD
           .

      *****************************************************************
      * 40-EOF-ROUTINE closes the PO master, writes the pending
      * table back over the pending approval file and finishes the
      * register with the run totals.

      *****************************************************************
       40-EOF-ROUTINE.

           CLOSE PO-MASTER-FILE

           OPEN OUTPUT PENDING-APPROVAL-FILE
           IF PND-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'POMAINT: UNABLE TO REWRITE PENDING APPROVAL '
                       'FILE, FILE STATUS = ' PND-FILE-STATUS
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

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE '  FROM VMI VENDORS' TO RTL-LABEL
           MOVE VMI-ORDERS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'ADDS APPLIED' TO RTL-LABEL
           MOVE ADDS-APPLIED-COUNT TO RTL-COUNT
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

           CLOSE PO-TRANS-FILE
                MAINT-REGISTER
                AUDIT-HISTORY-FILE


           STOP RUN
           .
