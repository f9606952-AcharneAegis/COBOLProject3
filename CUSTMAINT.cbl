       AUTHOR. P W ASKEW.
      ****************************************************************
      * CUSTMAINT is the batch maintenance run for the customer
      * master, CUSTOMER-MASTER.dat -- who we actually sell to.
      * Orders used to allocate for any ten characters the order
      * desk typed; ORDALLOC now looks every customer up here and
      * holds allocation for customers on credit hold or over their
      * limit, so the customers have to get on file first.  The
      * payment terms code set here decides when the customer's
      * invoices fall due and what early-payment discount they earn.
      * The same run keeps the ship-to location file: a chain
      * customer's stores and distribution center each get a ship-to
      * code under the one customer code, so the orders for every
      * store count against the one credit line.
      * *****
      * INPUT:
      *    CUSTOMER-MASTER.dat    the indexed customer master, keyed
      *                           by customer code.  A missing
      *                           master is treated as a first-time
      *                           load of an empty one.
      *    CUSTOMER-TRANS.txt     maintenance transactions, one per
      *                           line: action ('A' add, 'C' change,
      *                           'H' credit hold, 'R' release hold)
      *                           followed by the same fields as a
      *                           master record.  A change leaves
      *                           the terms code and the ship-to
      *                           tax state and locality alone
      *                           when they are keyed blank, and
      *                           the substitute flag alone unless
      *                           it is keyed 'Y' or 'N', and the
      *                           minimum shelf-life days and the
      *                           sales territory alone when they
      *                           are keyed blank.  The requesting
      *                           operator follows, and on a
      *                           released change the approver and
      *                           pending ID.
      *    TERMS-TABLE.txt        optional: the payment terms table.
      *                           When it is on hand a terms code
      *                           not on it is rejected.
      *    SALES-REP-MASTER.txt   optional: the sales territories.
      *                           When it is on hand a territory
      *                           not on it is rejected.
      *    SHIP-TO-MASTER.txt     optional: the ship-to locations,
      *                           customer plus ship-to code.  A
      *                           missing file starts an empty one.
      *    SHIP-TO-TRANS.txt      optional: ship-to maintenance, one
      *                           per line: action ('A' add, 'C'
      *                           change, 'X' close the location,
      *                           'R' reopen it) followed by the
      *                           same fields as a ship-to record.
      *                           The customer must be on the
      *                           customer master, after this run's
      *                           customer transactions.  A change
      *                           leaves any field keyed blank as
      *                           it was.
      *    APPROVAL-RULES.txt     optional: the dual-control rules.
      *                           Under rule CL a credit limit
      *                           increase of more than the
      *                           threshold amount is held for a
      *                           second operator instead of being
      *                           applied.
      *    PENDING-APPROVAL.txt   optional: changes held for
      *                           approval.  A change APPRVRUN has
      *                           released comes back on
      *                           CUSTOMER-TRANS.txt stamped with
      *                           the requester, the approver and
      *                           the pending ID, and is applied
      *                           only if that ID shows released
      *                           here, by that approver, for that
      *                           requester, and the transaction is
      *                           exactly the one that was held.
      *                           Once applied the ID is used up.
      *    OPERATOR-MASTER.txt    optional: the operators.  A change
      *                           the CL rule would hold is rejected
      *                           instead when its requester is
      *                           blank or not on file here.
      * *****
      * OUTPUT:
      *    CUSTOMER-MASTER.dat    updated in place: each applied
      *                           transaction adds or rewrites just
      *                           its own customer.
      *    SHIP-TO-MASTER.txt     rewritten in customer and ship-to
      *                           code order when ship-to
      *                           transactions were on hand.
      *    CUSTMAINT-Register.txt one line per transaction showing
      *                           whether it was applied or why it
      *                           was rejected, plus run totals.
      *    MAINT-AUDIT-HISTORY.txt one audit row per applied
      *                           customer action, with the credit
      *                           limit, hold flag, terms, territory
      *                           and shelf-life days before and
      *                           after; an approved change shows
      *                           the requester and approver as its
      *                           transaction source.
      *    PENDING-APPROVAL.txt   rewritten with the credit limit
      *                           increases held for approval added
      *                           to the end and each released
      *                           change applied marked X.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS CUM-FILE-STATUS.
           SELECT CUSTOMER-TRANS-FILE
               ASSIGN TO 'CUSTOMER-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTF-FILE-STATUS.
           SELECT TERMS-FILE
               ASSIGN TO 'TERMS-TABLE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRM-FILE-STATUS.
           SELECT SALES-REP-FILE
               ASSIGN TO 'SALES-REP-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRM-FILE-STATUS.
           SELECT SHIP-TO-MASTER-FILE
               ASSIGN TO 'SHIP-TO-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHT-FILE-STATUS.
           SELECT SHIP-TO-TRANS-FILE
               ASSIGN TO 'SHIP-TO-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STR-FILE-STATUS.
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
               ASSIGN TO PRINTER 'CUSTMAINT-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

       FD CUSTOMER-TRANS-FILE
           RECORD CONTAINS 105 CHARACTERS.

       01  CUSTOMER-TRANS-RECORD.
           05  CTF-ACTION              PIC A.
           05  CTF-CREDIT-LIMIT        PIC 9(9).
           05  CTF-OPEN-BALANCE        PIC 9(9)V99.
           05  CTF-HOLD-FLAG           PIC A.
           05  CTF-TERMS-CODE          PIC XX.
           05  CTF-SHIP-STATE          PIC XX.
           05  CTF-SHIP-LOCALITY       PIC X(5).
           05  CTF-SUBST-FLAG          PIC X.
           05  CTF-MIN-SHELF-DAYS      PIC 999.
           05  CTF-SALES-TERRITORY     PIC X(4).
           05  CTF-REQUESTER-ID        PIC X(5).
           05  CTF-APPROVER-ID         PIC X(5).
           05  CTF-APPROVAL-ID         PIC 9(6).

       01  CUSTOMER-TRANS-IMAGE.
           05  CTI-TRANS-DATA          PIC X(89).
           05  CTI-APPROVAL-STAMP      PIC X(16).

       FD TERMS-FILE
           RECORD CONTAINS 32 CHARACTERS.

       COPY TERMREC.

       FD SALES-REP-FILE
           RECORD CONTAINS 29 CHARACTERS.

       COPY SLSRREC.

       FD SHIP-TO-MASTER-FILE
           RECORD CONTAINS 92 CHARACTERS.

       COPY SHIPTREC.

       FD SHIP-TO-TRANS-FILE
           RECORD CONTAINS 93 CHARACTERS.

       01  SHIP-TO-TRANS-RECORD.
           05  STR-ACTION              PIC A.
           05  STR-CUSTOMER-ID         PIC X(10).
           05  STR-SHIP-TO-CODE        PIC X(4).
           05  STR-SHIP-TO-NAME        PIC X(20).
           05  STR-ADDRESS             PIC X(20).
           05  STR-CITY                PIC X(12).
           05  STR-STATE               PIC XX.
           05  STR-ZIP-CODE            PIC X(5).
           05  STR-CARRIER-ID          PIC X(4).
           05  STR-DELIVERY-DAYS       PIC X(7).
           05  STR-TAX-STATE           PIC XX.
           05  STR-TAX-LOCALITY        PIC X(5).
           05  STR-STATUS              PIC X.

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
           05  CUST-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 CUSTOMER-FOUND                       VALUE 'Y'.
           05  TRM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-TRM-DATA                     VALUE 'N'.
           05  TERMS-TABLE-SWITCH      PIC X           VALUE 'N'.
               88 TERMS-TABLE-LOADED                   VALUE 'Y'.
           05  TERMS-CODE-SWITCH       PIC X           VALUE 'Y'.
               88 TERMS-CODE-VALID                     VALUE 'Y'.
           05  SRM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SRM-DATA                     VALUE 'N'.
           05  TERRITORY-TABLE-SWITCH  PIC X           VALUE 'N'.
               88 TERRITORY-TABLE-LOADED               VALUE 'Y'.
           05  TERRITORY-SWITCH        PIC X           VALUE 'Y'.
               88 TERRITORY-VALID                      VALUE 'Y'.
           05  SHT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SHT-DATA                     VALUE 'N'.
           05  STR-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-STR-DATA                     VALUE 'N'.
           05  STR-ON-FILE-SWITCH      PIC X           VALUE 'N'.
               88 SHIP-TO-TRANS-ON-FILE                VALUE 'Y'.
           05  SHIP-TO-FOUND-SWITCH    PIC X           VALUE 'N'.
               88 SHIP-TO-FOUND                        VALUE 'Y'.
           05  RUL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RUL-DATA                     VALUE 'N'.
           05  PND-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PND-DATA                     VALUE 'N'.
           05  OPM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-OPM-DATA                     VALUE 'N'.
           05  CREDIT-RULE-SWITCH      PIC X           VALUE 'N'.
               88 CREDIT-RULE-ON                       VALUE 'Y'.
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
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CTF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TRM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TERMS-SUB               PIC 999         VALUE 0.
           05  SRM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TERRITORY-SUB           PIC 999         VALUE 0.
           05  SHIFT-SUB               PIC 9(4)        VALUE 0.
           05  SHT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  STR-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SHIP-SUB                PIC 9(4)        VALUE 0.
           05  SHIP-HOLD-SUB           PIC 9(4)        VALUE 0.
           05  RUL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PND-FILE-STATUS         PIC XX          VALUE SPACES.
           05  OPM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  AUD-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  CREDIT-RULE-AMOUNT      PIC 9(9)V99     VALUE 0.
           05  CREDIT-LIMIT-BEFORE     PIC 9(9)        VALUE 0.
           05  CREDIT-INCREASE         PIC 9(9)        VALUE 0.
           05  CREDIT-EDIT             PIC ZZZ,ZZZ,ZZ9.
           05  LAST-PENDING-ID         PIC 9(6)        VALUE 0.
           05  PND-SUB                 PIC 9(4)        VALUE 0.
           05  PND-HOLD-SUB            PIC 9(4)        VALUE 0.
           05  OPR-SUB                 PIC 99          VALUE 0.

       01  RUN-TOTALS.
           05  TRANS-READ-COUNT        PIC 9(5)        VALUE 0.
           05  HOLDS-APPLIED-COUNT     PIC 9(5)        VALUE 0.
           05  RELEASES-APPLIED-COUNT  PIC 9(5)        VALUE 0.
           05  REJECT-COUNT            PIC 9(5)        VALUE 0.
           05  HELD-COUNT              PIC 9(5)        VALUE 0.
           05  SHIP-TRANS-READ-COUNT   PIC 9(5)        VALUE 0.
           05  SHIP-ADDS-COUNT         PIC 9(5)        VALUE 0.
           05  SHIP-CHANGES-COUNT      PIC 9(5)        VALUE 0.
           05  SHIP-CLOSES-COUNT       PIC 9(5)        VALUE 0.
           05  SHIP-REOPENS-COUNT      PIC 9(5)        VALUE 0.
           05  SHIP-REJECT-COUNT       PIC 9(5)        VALUE 0.

       01  TERMS-COUNT                 PIC 999         VALUE 0.

       01  TERMS-CODE-TABLE.
           05  TERMS-CODE-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON TERMS-COUNT
                                       PIC XX.

       01  TERRITORY-COUNT             PIC 999         VALUE 0.

       01  TERRITORY-TABLE.
           05  TERRITORY-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON TERRITORY-COUNT
                                       PIC X(4).

      *****************************************************************
      * SHIP-TO-TABLE is the ship-to location file held in memory,
      * in customer and ship-to code order, the same way.
      *****************************************************************
       01  SHIP-TO-COUNT               PIC 9(4)        VALUE 0.

       01  SHIP-TO-TABLE.
           05  SHIP-TO-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON SHIP-TO-COUNT.
               10  STT-CUSTOMER-ID     PIC X(10).
               10  STT-SHIP-TO-CODE    PIC X(4).
               10  STT-SHIP-TO-NAME    PIC X(20).
               10  STT-ADDRESS         PIC X(20).
               10  STT-CITY            PIC X(12).
               10  STT-STATE           PIC XX.
               10  STT-ZIP-CODE        PIC X(5).
               10  STT-CARRIER-ID      PIC X(4).
               10  STT-DELIVERY-DAYS   PIC X(7).
               10  STT-TAX-STATE       PIC XX.
               10  STT-TAX-LOCALITY    PIC X(5).
               10  STT-STATUS          PIC X.

       01  SHIP-TO-KEY.
           05  SHIP-TO-KEY-CUSTOMER    PIC X(10).
           05  SHIP-TO-KEY-CODE        PIC X(4).

       01  SHIP-TO-TABLE-KEY.
           05  SHIP-TO-TABLE-CUSTOMER  PIC X(10).
           05  SHIP-TO-TABLE-CODE      PIC X(4).

      *****************************************************************
      * PENDING-TABLE is the whole pending approval file in memory.
      * A returning CUSTMAINT change is proved against its entry --
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

       01  CUSTOMER-AUDIT-IMAGE.
           05  CAI-CREDIT-LIMIT        PIC 9(9).
           05  FILLER                  PIC X           VALUE SPACES.
           05  CAI-HOLD-FLAG           PIC X.
           05  FILLER                  PIC X           VALUE SPACES.
           05  CAI-TERMS-CODE          PIC XX.
           05  FILLER                  PIC X           VALUE SPACES.
           05  CAI-SALES-TERRITORY     PIC X(4).
           05  FILLER                  PIC X           VALUE SPACES.
           05  CAI-MIN-SHELF-DAYS      PIC 999.
           05  FILLER                  PIC X(7)        VALUE SPACES.

       01  REGISTER-LINE.
           05  REG-ACTION              PIC X.
           05  REG-DISPOSITION         PIC X(35).
           05  FILLER                  PIC X(8)        VALUE SPACES.

       01  SHIP-TO-REGISTER-LINE.
           05  SRL-ACTION              PIC X.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SRL-CUSTOMER-ID         PIC X(10).
           05  FILLER                  PIC X           VALUE '/'.
           05  SRL-SHIP-TO-CODE        PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SRL-SHIP-TO-NAME        PIC X(20).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SRL-DISPOSITION         PIC X(35).
           05  FILLER                  PIC X(3)        VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZ,ZZ9.

       10-CONTROL-MODULE.

           PERFORM 12-OPEN-CUSTOMER-MASTER
           PERFORM 13-LOAD-TERMS-TABLE
           PERFORM 13A-LOAD-TERRITORY-TABLE
           PERFORM 14-LOAD-SHIP-TO-MASTER
           PERFORM 16-LOAD-APPROVAL-RULE
           PERFORM 17-LOAD-PENDING-APPROVALS
           PERFORM 18-LOAD-OPERATOR-IDS
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-TRANSACTIONS
           PERFORM 30-PROCESS-SHIP-TO-TRANS THRU 30-PROCESS-EXIT
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 12-OPEN-CUSTOMER-MASTER opens the indexed master for update.
      * A master that does not exist yet is a first-time load: an
      * empty one is created and opened in its place.  Any other
      * open failure stops the run.
      *****************************************************************
       12-OPEN-CUSTOMER-MASTER.

           OPEN I-O CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'CUSTMAINT: NO CUSTOMER MASTER ON FILE, '
                       'STARTING A NEW ONE'
               OPEN OUTPUT CUSTOMER-MASTER-FILE
               CLOSE CUSTOMER-MASTER-FILE
               OPEN I-O CUSTOMER-MASTER-FILE
           END-IF
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CUSTMAINT: UNABLE TO OPEN CUSTOMER '
                       'MASTER FILE, FILE STATUS = '
                       CUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 13-LOAD-TERMS-TABLE reads the terms codes that may be set on
      * a customer.  With no table on hand any code is taken.
      *****************************************************************
       13-LOAD-TERMS-TABLE.

           OPEN INPUT TERMS-FILE
           IF TRM-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'CUSTMAINT: NO TERMS TABLE ON FILE, TERMS '
                       'CODES ARE NOT CHECKED'
           ELSE
               IF TRM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CUSTMAINT: UNABLE TO OPEN TERMS TABLE, '
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
                               DISPLAY 'CUSTMAINT: MORE THAN 100 '
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
      * 13A-LOAD-TERRITORY-TABLE reads the sales territories a
      * customer may be put in.  With no rep master on hand any
      * territory is taken.
      *****************************************************************
       13A-LOAD-TERRITORY-TABLE.

           OPEN INPUT SALES-REP-FILE
           IF SRM-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'CUSTMAINT: NO SALES REP MASTER ON FILE, '
                       'TERRITORIES ARE NOT CHECKED'
           ELSE
               IF SRM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CUSTMAINT: UNABLE TO OPEN SALES REP '
                           'MASTER, FILE STATUS = ' SRM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO TERRITORY-TABLE-SWITCH
               MOVE ' ' TO SRM-EOF-FLAG
               PERFORM UNTIL NO-MORE-SRM-DATA
                   READ SALES-REP-FILE
                       AT END
                           MOVE 'N' TO SRM-EOF-FLAG
                       NOT AT END
                           IF TERRITORY-COUNT IS EQUAL TO 500
                               DISPLAY 'CUSTMAINT: MORE THAN 500 '
                                       'SALES TERRITORIES, TABLE IS '
                                       'FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO TERRITORY-COUNT
                           MOVE SRM-TERRITORY TO
                                   TERRITORY-ENTRY (TERRITORY-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SALES-REP-FILE
           END-IF
           .

      *****************************************************************
      * 14-LOAD-SHIP-TO-MASTER reads the ship-to locations into the
      * ship-to table.  A file that does not exist yet starts the
      * table empty.
      *****************************************************************
       14-LOAD-SHIP-TO-MASTER.

           OPEN INPUT SHIP-TO-MASTER-FILE
           IF SHT-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'CUSTMAINT: NO SHIP-TO MASTER ON FILE, '
                       'STARTING A NEW ONE'
           ELSE
               IF SHT-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CUSTMAINT: UNABLE TO OPEN SHIP-TO '
                           'MASTER FILE, FILE STATUS = '
                           SHT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO SHT-EOF-FLAG
               PERFORM UNTIL NO-MORE-SHT-DATA
                   READ SHIP-TO-MASTER-FILE
                       AT END
                           MOVE 'N' TO SHT-EOF-FLAG
                       NOT AT END
                           IF SHIP-TO-COUNT IS EQUAL TO 5000
                               DISPLAY 'CUSTMAINT: SHIP-TO MASTER '
                                       'HAS MORE THAN 5000 ENTRIES, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO SHIP-TO-COUNT
                           MOVE SHIP-TO-MASTER-RECORD TO
                                   SHIP-TO-ENTRY (SHIP-TO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SHIP-TO-MASTER-FILE
           END-IF
           .

      *****************************************************************
      * 16-LOAD-APPROVAL-RULE picks up rule CL, the credit limit
      * increase that needs a second operator.  No rules file, or
      * no CL rule on it, leaves limit changes applying straight
      * through.
      *****************************************************************
       16-LOAD-APPROVAL-RULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           OPEN INPUT APPROVAL-RULES-FILE
           IF RUL-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF RUL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CUSTMAINT: UNABLE TO OPEN APPROVAL RULES '
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
                           IF RUL-RULE-CODE IS EQUAL TO 'CL'
                              AND RUL-THRESHOLD IS NUMERIC
                               MOVE 'Y' TO CREDIT-RULE-SWITCH
                               MOVE RUL-THRESHOLD TO
                                       CREDIT-RULE-AMOUNT
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
                   DISPLAY 'CUSTMAINT: UNABLE TO OPEN PENDING '
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
                               DISPLAY 'CUSTMAINT: MORE THAN 5000 '
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
      * be proved, so a change the CL rule would hold is rejected.
      *****************************************************************
       18-LOAD-OPERATOR-IDS.

           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPM-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'CUSTMAINT: NO OPERATOR MASTER ON FILE, '
                       'CHANGES NEEDING APPROVAL ARE REJECTED'
           ELSE
               IF OPM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CUSTMAINT: UNABLE TO OPEN OPERATOR '
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
                               DISPLAY 'CUSTMAINT: MORE THAN 50 '
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

           MOVE 'CUSTOMER MASTER MAINTENANCE REGISTER'
               TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           OPEN EXTEND AUDIT-HISTORY-FILE
           IF AUD-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT AUDIT-HISTORY-FILE
               IF AUD-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CUSTMAINT: UNABLE TO OPEN AUDIT HISTORY, '
                           'FILE STATUS = ' AUD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

       20-PROCESS-TRANSACTIONS.
      * and applies the action: an add must be a new code, anything
      * else must hit an existing one.  Holds and releases touch
      * only the hold flag, so credit can flip a customer without
      * re-keying the whole record.  An add or change carrying a
      * terms code that is not on the terms table, or a sales
      * territory not on the rep master, is rejected whole.  An add
      * or change that needs a second operator is held, not
      * applied.  Every action applied leaves an audit row.
      *****************************************************************
       25-APPLY-ONE-TRANSACTION.

           PERFORM 26-FIND-CUSTOMER
           PERFORM 28-CHECK-TERMS-CODE
           PERFORM 28A-CHECK-TERRITORY

           MOVE 'A' TO APPROVAL-SWITCH
           MOVE 'N' TO APPROVED-CHANGE-SWITCH
           IF (CTF-ACTION IS EQUAL TO 'C'
               AND CUSTOMER-FOUND)
           OR (CTF-ACTION IS EQUAL TO 'A'
               AND NOT CUSTOMER-FOUND)
               PERFORM 29-CHECK-APPROVAL
           END-IF

           EVALUATE TRUE
               WHEN (CTF-ACTION IS EQUAL TO 'A'
                     OR CTF-ACTION IS EQUAL TO 'C')
                AND NOT TERMS-CODE-VALID
                   MOVE 'REJECTED - TERMS CODE NOT ON FILE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN (CTF-ACTION IS EQUAL TO 'A'
                     OR CTF-ACTION IS EQUAL TO 'C')
                AND NOT TERRITORY-VALID
                   MOVE 'REJECTED - TERRITORY NOT ON FILE'
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
                   PERFORM 29A-HOLD-FOR-APPROVAL
                   ADD 1 TO HELD-COUNT
               WHEN CTF-ACTION IS EQUAL TO 'A'
                   IF CUSTOMER-FOUND
                       MOVE 'REJECTED - CUSTOMER ALREADY ON FILE'
                       PERFORM 27-ADD-CUSTOMER
                       MOVE 'ADDED' TO REG-DISPOSITION
                       ADD 1 TO ADDS-APPLIED-COUNT
                       MOVE SPACES TO AUD-BEFORE-IMAGE
                       PERFORM 36-BUILD-AUDIT-IMAGE
                       MOVE CUSTOMER-AUDIT-IMAGE TO AUD-AFTER-IMAGE
                       PERFORM 37-STAMP-AUDIT-RECORD
                   END-IF
               WHEN CTF-ACTION IS EQUAL TO 'C'
                   IF CUSTOMER-FOUND
                       PERFORM 36-BUILD-AUDIT-IMAGE
                       MOVE CUSTOMER-AUDIT-IMAGE TO AUD-BEFORE-IMAGE
                       MOVE CTF-CUSTOMER-NAME TO CUM-CUSTOMER-NAME
                       MOVE CTF-SHIP-TO TO CUM-SHIP-TO
                       IF CTF-CREDIT-LIMIT IS NUMERIC
                           MOVE CTF-CREDIT-LIMIT TO CUM-CREDIT-LIMIT
                       END-IF
                       IF CTF-OPEN-BALANCE IS NUMERIC
                           MOVE CTF-OPEN-BALANCE TO CUM-OPEN-BALANCE
                       END-IF
                       IF CTF-TERMS-CODE IS NOT EQUAL TO SPACES
                           MOVE CTF-TERMS-CODE TO CUM-TERMS-CODE
                       END-IF
                       IF CTF-SHIP-STATE IS NOT EQUAL TO SPACES
                           MOVE CTF-SHIP-STATE TO CUM-SHIP-STATE
                           MOVE CTF-SHIP-LOCALITY TO
                                   CUM-SHIP-LOCALITY
                       END-IF
                       IF CTF-SUBST-FLAG IS EQUAL TO 'Y'
                          OR CTF-SUBST-FLAG IS EQUAL TO 'N'
                           MOVE CTF-SUBST-FLAG TO CUM-SUBST-FLAG
                       END-IF
                       IF CTF-MIN-SHELF-DAYS IS NUMERIC
                           MOVE CTF-MIN-SHELF-DAYS TO
                                   CUM-MIN-SHELF-DAYS
                       END-IF
                       IF CTF-SALES-TERRITORY IS NOT EQUAL TO SPACES
                           MOVE CTF-SALES-TERRITORY TO
                                   CUM-SALES-TERRITORY
                       END-IF
                       PERFORM 26A-REWRITE-CUSTOMER
                       MOVE 'CHANGED' TO REG-DISPOSITION
                       ADD 1 TO CHANGES-APPLIED-COUNT
                       PERFORM 36-BUILD-AUDIT-IMAGE
                       MOVE CUSTOMER-AUDIT-IMAGE TO AUD-AFTER-IMAGE
                       PERFORM 37-STAMP-AUDIT-RECORD
                   ELSE
                       MOVE 'REJECTED - CUSTOMER NOT ON FILE'
                               TO REG-DISPOSITION
                   END-IF
               WHEN CTF-ACTION IS EQUAL TO 'H'
                   IF CUSTOMER-FOUND
                       PERFORM 36-BUILD-AUDIT-IMAGE
                       MOVE CUSTOMER-AUDIT-IMAGE TO AUD-BEFORE-IMAGE
                       MOVE 'H' TO CUM-HOLD-FLAG
                       PERFORM 26A-REWRITE-CUSTOMER
                       MOVE 'CREDIT HOLD SET' TO REG-DISPOSITION
                       ADD 1 TO HOLDS-APPLIED-COUNT
                       PERFORM 36-BUILD-AUDIT-IMAGE
                       MOVE CUSTOMER-AUDIT-IMAGE TO AUD-AFTER-IMAGE
                       PERFORM 37-STAMP-AUDIT-RECORD
                   ELSE
                       MOVE 'REJECTED - CUSTOMER NOT ON FILE'
                               TO REG-DISPOSITION
                   END-IF
               WHEN CTF-ACTION IS EQUAL TO 'R'
                   IF CUSTOMER-FOUND
                       PERFORM 36-BUILD-AUDIT-IMAGE
                       MOVE CUSTOMER-AUDIT-IMAGE TO AUD-BEFORE-IMAGE
                       MOVE SPACE TO CUM-HOLD-FLAG
                       PERFORM 26A-REWRITE-CUSTOMER
                       MOVE 'CREDIT HOLD RELEASED' TO REG-DISPOSITION
                       ADD 1 TO RELEASES-APPLIED-COUNT
                       PERFORM 36-BUILD-AUDIT-IMAGE
                       MOVE CUSTOMER-AUDIT-IMAGE TO AUD-AFTER-IMAGE
                       PERFORM 37-STAMP-AUDIT-RECORD
                   ELSE
                       MOVE 'REJECTED - CUSTOMER NOT ON FILE'
                               TO REG-DISPOSITION
       26-FIND-CUSTOMER.

           MOVE 'N' TO CUST-FOUND-SWITCH
           MOVE CTF-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS EQUAL TO '00'
               MOVE 'Y' TO CUST-FOUND-SWITCH
           END-IF
           .

       26A-REWRITE-CUSTOMER.

           REWRITE CUSTOMER-MASTER-RECORD
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CUSTMAINT: REWRITE FAILED, FILE STATUS = '
                       CUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 29-CHECK-APPROVAL decides whether an add, or a change to a
      * customer on file, can be applied.  A transaction stamped
      * with an approver is applied only when its pending ID is a
      * CUSTMAINT item released by that same approver for that
      * same requester, and the transaction is byte for byte the
      * one that was held -- and then without the rule being
      * checked again.  An ID already applied once is refused.  An
      * unstamped transaction that raises the credit limit by more
      * than the CL threshold amount -- an add counting as a raise
      * from zero -- is held, provided its requester is an operator
      * on file; otherwise it is rejected.
      *****************************************************************
       29-CHECK-APPROVAL.

           IF CUSTOMER-FOUND
               MOVE CUM-CREDIT-LIMIT TO CREDIT-LIMIT-BEFORE
           ELSE
               MOVE 0 TO CREDIT-LIMIT-BEFORE
           END-IF

           IF CTF-APPROVER-ID IS NOT EQUAL TO SPACES
               MOVE 'X' TO APPROVAL-SWITCH
               MOVE 0 TO PND-HOLD-SUB
               IF CTF-APPROVAL-ID IS NUMERIC
                   PERFORM VARYING PND-SUB FROM 1 BY 1
                       UNTIL PND-SUB > PENDING-COUNT
                          OR PND-HOLD-SUB IS GREATER THAN ZERO
                       IF PNT-PENDING-ID (PND-SUB) IS EQUAL TO
                               CTF-APPROVAL-ID
                          AND PNT-PROGRAM (PND-SUB) IS EQUAL TO
                               'CUSTMAINT'
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
                               EQUAL TO CTF-APPROVER-ID
                         OR PNT-REQUESTER-ID (PND-HOLD-SUB) IS NOT
                               EQUAL TO CTF-REQUESTER-ID
                         OR PNT-KEY (PND-HOLD-SUB) IS NOT EQUAL TO
                               CTF-CUSTOMER-ID
                         OR PNT-TRANS-IMAGE (PND-HOLD-SUB) IS NOT
                               EQUAL TO CTI-TRANS-DATA
                           MOVE 'M' TO APPROVAL-SWITCH
                       WHEN OTHER
                           MOVE 'A' TO APPROVAL-SWITCH
                           MOVE 'Y' TO APPROVED-CHANGE-SWITCH
                   END-EVALUATE
               END-IF
           ELSE
               IF CREDIT-RULE-ON
                  AND CTF-CREDIT-LIMIT IS NUMERIC
                  AND CTF-CREDIT-LIMIT IS GREATER THAN
                       CREDIT-LIMIT-BEFORE
                   SUBTRACT CREDIT-LIMIT-BEFORE
                       FROM CTF-CREDIT-LIMIT
                       GIVING CREDIT-INCREASE
                   IF CREDIT-INCREASE IS GREATER THAN
                           CREDIT-RULE-AMOUNT
                       MOVE 'P' TO APPROVAL-SWITCH
                       PERFORM 29B-CHECK-REQUESTER
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************************
      * 29B-CHECK-REQUESTER proves the operator asking for a change
      * that is to be held.  A blank requester, or one not on the
      * operator master, turns the hold into a rejection -- an
      * item nobody can be held to account for is never parked.
      *****************************************************************
       29B-CHECK-REQUESTER.

           MOVE 'Q' TO APPROVAL-SWITCH
           IF CTF-REQUESTER-ID IS NOT EQUAL TO SPACES
               PERFORM VARYING OPR-SUB FROM 1 BY 1
                   UNTIL OPR-SUB > OPERATOR-COUNT
                      OR APPROVAL-REQUIRED
                   IF OPR-OPERATOR-ID (OPR-SUB) IS EQUAL TO
                           CTF-REQUESTER-ID
                       MOVE 'P' TO APPROVAL-SWITCH
                   END-IF
               END-PERFORM
           END-IF
           .

      *****************************************************************
      * 29A-HOLD-FOR-APPROVAL parks the transaction on the pending
      * table, numbered one past the highest ID there, with the
      * credit limit as it stands -- zero for an add -- and as
      * asked for.  Nothing on the customer moves.
      *****************************************************************
       29A-HOLD-FOR-APPROVAL.

           ADD 1 TO LAST-PENDING-ID
           MOVE SPACES TO PENDING-APPROVAL-RECORD
           MOVE LAST-PENDING-ID TO PND-PENDING-ID
           MOVE RUN-DATE-YYYYMMDD TO PND-REQUEST-DATE
           MOVE 'CUSTMAINT' TO PND-PROGRAM
           MOVE 'CL' TO PND-RULE-CODE
           MOVE CTF-CUSTOMER-ID TO PND-KEY
           MOVE CTF-REQUESTER-ID TO PND-REQUESTER-ID
           MOVE 'P' TO PND-STATUS
           MOVE 0 TO PND-DECISION-DATE
           MOVE CREDIT-LIMIT-BEFORE TO CREDIT-EDIT
           MOVE CREDIT-EDIT TO PND-BEFORE-VALUE
           MOVE CTF-CREDIT-LIMIT TO CREDIT-EDIT
           MOVE CREDIT-EDIT TO PND-AFTER-VALUE
           MOVE CTI-TRANS-DATA TO PND-TRANS-IMAGE
           IF PENDING-COUNT IS EQUAL TO 5000
               DISPLAY 'CUSTMAINT: MORE THAN 5000 PENDING APPROVAL '
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
      * 27-ADD-CUSTOMER writes the new customer to the master under
      * its customer code.
      *****************************************************************
       27-ADD-CUSTOMER.

           MOVE SPACES TO CUSTOMER-MASTER-RECORD
           MOVE CTF-CUSTOMER-ID TO CUM-CUSTOMER-ID
           MOVE CTF-CUSTOMER-NAME TO CUM-CUSTOMER-NAME
           MOVE CTF-SHIP-TO TO CUM-SHIP-TO
           IF CTF-CREDIT-LIMIT IS NUMERIC
               MOVE CTF-CREDIT-LIMIT TO CUM-CREDIT-LIMIT
           ELSE
               MOVE 0 TO CUM-CREDIT-LIMIT
           END-IF
           IF CTF-OPEN-BALANCE IS NUMERIC
               MOVE CTF-OPEN-BALANCE TO CUM-OPEN-BALANCE
           ELSE
               MOVE 0 TO CUM-OPEN-BALANCE
           END-IF
           IF CTF-HOLD-FLAG IS EQUAL TO 'H'
               MOVE 'H' TO CUM-HOLD-FLAG
           ELSE
               MOVE SPACE TO CUM-HOLD-FLAG
           END-IF
           MOVE CTF-TERMS-CODE TO CUM-TERMS-CODE
           MOVE CTF-SHIP-STATE TO CUM-SHIP-STATE
           MOVE CTF-SHIP-LOCALITY TO CUM-SHIP-LOCALITY
           IF CTF-SUBST-FLAG IS EQUAL TO 'Y'
               MOVE 'Y' TO CUM-SUBST-FLAG
           ELSE
               MOVE 'N' TO CUM-SUBST-FLAG
           END-IF
           IF CTF-MIN-SHELF-DAYS IS NUMERIC
               MOVE CTF-MIN-SHELF-DAYS TO CUM-MIN-SHELF-DAYS
           ELSE
               MOVE 0 TO CUM-MIN-SHELF-DAYS
           END-IF
           MOVE CTF-SALES-TERRITORY TO CUM-SALES-TERRITORY

           WRITE CUSTOMER-MASTER-RECORD
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CUSTMAINT: WRITE FAILED, FILE STATUS = '
                       CUM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 28-CHECK-TERMS-CODE proves a keyed terms code against the
      * terms table.  A blank code, or no table on hand, passes.
      *****************************************************************
       28-CHECK-TERMS-CODE.

           MOVE 'Y' TO TERMS-CODE-SWITCH
           IF TERMS-TABLE-LOADED
              AND CTF-TERMS-CODE IS NOT EQUAL TO SPACES
               MOVE 'N' TO TERMS-CODE-SWITCH
               PERFORM VARYING TERMS-SUB FROM 1 BY 1
                   UNTIL TERMS-SUB > TERMS-COUNT
                      OR TERMS-CODE-VALID
                   IF TERMS-CODE-ENTRY (TERMS-SUB) IS EQUAL TO
                           CTF-TERMS-CODE
                       MOVE 'Y' TO TERMS-CODE-SWITCH
                   END-IF
               END-PERFORM
           END-IF
           .

      *****************************************************************
      * 28A-CHECK-TERRITORY proves a keyed sales territory against
      * the rep master the same way.
      *****************************************************************
       28A-CHECK-TERRITORY.

           MOVE 'Y' TO TERRITORY-SWITCH
           IF TERRITORY-TABLE-LOADED
              AND CTF-SALES-TERRITORY IS NOT EQUAL TO SPACES
               MOVE 'N' TO TERRITORY-SWITCH
               PERFORM VARYING TERRITORY-SUB FROM 1 BY 1
                   UNTIL TERRITORY-SUB > TERRITORY-COUNT
                      OR TERRITORY-VALID
                   IF TERRITORY-ENTRY (TERRITORY-SUB) IS EQUAL TO
                           CTF-SALES-TERRITORY
                       MOVE 'Y' TO TERRITORY-SWITCH
                   END-IF
               END-PERFORM
           END-IF
           .

      *****************************************************************
      * 30-PROCESS-SHIP-TO-TRANS applies the ship-to transactions
      * once the customer transactions are in, so a new chain
      * customer and its stores can go on in the same run.  No
      * transaction file means no ship-to maintenance today.
      *****************************************************************
       30-PROCESS-SHIP-TO-TRANS.

           OPEN INPUT SHIP-TO-TRANS-FILE
           IF STR-FILE-STATUS IS EQUAL TO '35'
               GO TO 30-PROCESS-EXIT
           END-IF
           IF STR-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CUSTMAINT: UNABLE TO OPEN SHIP-TO '
                       'TRANSACTION FILE, FILE STATUS = '
                       STR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO STR-ON-FILE-SWITCH

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE 'SHIP-TO LOCATION MAINTENANCE' TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE ' ' TO STR-EOF-FLAG
           PERFORM UNTIL NO-MORE-STR-DATA
               READ SHIP-TO-TRANS-FILE
                   AT END
                       MOVE 'N' TO STR-EOF-FLAG
                   NOT AT END
                       ADD 1 TO SHIP-TRANS-READ-COUNT
                       PERFORM 31-APPLY-ONE-SHIP-TO
               END-READ
           END-PERFORM

           CLOSE SHIP-TO-TRANS-FILE
           .

       30-PROCESS-EXIT.
           EXIT.

      *****************************************************************
      * 31-APPLY-ONE-SHIP-TO applies one ship-to transaction.  Every
      * action needs the bill-to customer on file and a ship-to
      * code that is not blank (blank is the customer's own ship-to
      * on the customer master); an add must be a new location and
      * the rest must hit an existing one.
      *****************************************************************
       31-APPLY-ONE-SHIP-TO.

           PERFORM 35-FIND-BILL-TO-CUSTOMER
           PERFORM 32-FIND-SHIP-TO

           EVALUATE TRUE
               WHEN NOT CUSTOMER-FOUND
                   MOVE 'REJECTED - CUSTOMER NOT ON FILE'
                           TO SRL-DISPOSITION
                   ADD 1 TO SHIP-REJECT-COUNT
               WHEN STR-SHIP-TO-CODE IS EQUAL TO SPACES
                   MOVE 'REJECTED - SHIP-TO CODE IS BLANK'
                           TO SRL-DISPOSITION
                   ADD 1 TO SHIP-REJECT-COUNT
               WHEN STR-ACTION IS EQUAL TO 'A'
                   IF SHIP-TO-FOUND
                       MOVE 'REJECTED - SHIP-TO ALREADY ON FILE'
                               TO SRL-DISPOSITION
                       ADD 1 TO SHIP-REJECT-COUNT
                   ELSE
                       PERFORM 33-ADD-SHIP-TO
                       MOVE 'ADDED' TO SRL-DISPOSITION
                       ADD 1 TO SHIP-ADDS-COUNT
                   END-IF
               WHEN NOT SHIP-TO-FOUND
                  AND (STR-ACTION IS EQUAL TO 'C'
                       OR STR-ACTION IS EQUAL TO 'X'
                       OR STR-ACTION IS EQUAL TO 'R')
                   MOVE 'REJECTED - SHIP-TO NOT ON FILE'
                           TO SRL-DISPOSITION
                   ADD 1 TO SHIP-REJECT-COUNT
               WHEN STR-ACTION IS EQUAL TO 'C'
                   PERFORM 34-CHANGE-SHIP-TO
                   MOVE 'CHANGED' TO SRL-DISPOSITION
                   ADD 1 TO SHIP-CHANGES-COUNT
               WHEN STR-ACTION IS EQUAL TO 'X'
                   MOVE 'I' TO STT-STATUS (SHIP-HOLD-SUB)
                   MOVE 'LOCATION CLOSED' TO SRL-DISPOSITION
                   ADD 1 TO SHIP-CLOSES-COUNT
               WHEN STR-ACTION IS EQUAL TO 'R'
                   MOVE 'A' TO STT-STATUS (SHIP-HOLD-SUB)
                   MOVE 'LOCATION REOPENED' TO SRL-DISPOSITION
                   ADD 1 TO SHIP-REOPENS-COUNT
               WHEN OTHER
                   MOVE 'REJECTED - UNKNOWN ACTION CODE'
                           TO SRL-DISPOSITION
                   ADD 1 TO SHIP-REJECT-COUNT
           END-EVALUATE

           MOVE STR-ACTION TO SRL-ACTION
           MOVE STR-CUSTOMER-ID TO SRL-CUSTOMER-ID
           MOVE STR-SHIP-TO-CODE TO SRL-SHIP-TO-CODE
           MOVE STR-SHIP-TO-NAME TO SRL-SHIP-TO-NAME
           MOVE SHIP-TO-REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       32-FIND-SHIP-TO.

           MOVE 'N' TO SHIP-TO-FOUND-SWITCH
           MOVE 0 TO SHIP-HOLD-SUB
           PERFORM VARYING SHIP-SUB FROM 1 BY 1
               UNTIL SHIP-SUB > SHIP-TO-COUNT
                  OR SHIP-TO-FOUND
               IF STT-CUSTOMER-ID (SHIP-SUB) IS EQUAL TO
                       STR-CUSTOMER-ID
                  AND STT-SHIP-TO-CODE (SHIP-SUB) IS EQUAL TO
                       STR-SHIP-TO-CODE
                   MOVE 'Y' TO SHIP-TO-FOUND-SWITCH
                   MOVE SHIP-SUB TO SHIP-HOLD-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 33-ADD-SHIP-TO inserts the new location in customer and
      * ship-to code order, shifting the tail of the table down one
      * slot, the way 27-ADD-CUSTOMER does.  A location added with
      * no delivery days keyed takes deliveries any weekday.
      *****************************************************************
       33-ADD-SHIP-TO.

           IF SHIP-TO-COUNT IS EQUAL TO 5000
               DISPLAY 'CUSTMAINT: SHIP-TO TABLE IS FULL, CANNOT '
                       'ADD ' STR-CUSTOMER-ID '/' STR-SHIP-TO-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE STR-CUSTOMER-ID TO SHIP-TO-KEY-CUSTOMER
           MOVE STR-SHIP-TO-CODE TO SHIP-TO-KEY-CODE
           MOVE 0 TO SHIP-HOLD-SUB
           PERFORM VARYING SHIP-SUB FROM 1 BY 1
               UNTIL SHIP-SUB > SHIP-TO-COUNT
                  OR SHIP-HOLD-SUB > 0
               MOVE STT-CUSTOMER-ID (SHIP-SUB) TO
                       SHIP-TO-TABLE-CUSTOMER
               MOVE STT-SHIP-TO-CODE (SHIP-SUB) TO
                       SHIP-TO-TABLE-CODE
               IF SHIP-TO-TABLE-KEY IS GREATER THAN SHIP-TO-KEY
                   MOVE SHIP-SUB TO SHIP-HOLD-SUB
               END-IF
           END-PERFORM

           ADD 1 TO SHIP-TO-COUNT
           IF SHIP-HOLD-SUB IS EQUAL TO 0
               MOVE SHIP-TO-COUNT TO SHIP-HOLD-SUB
           ELSE
               PERFORM VARYING SHIFT-SUB FROM SHIP-TO-COUNT
                   BY -1 UNTIL SHIFT-SUB <= SHIP-HOLD-SUB
                   MOVE SHIP-TO-ENTRY (SHIFT-SUB - 1) TO
                           SHIP-TO-ENTRY (SHIFT-SUB)
               END-PERFORM
           END-IF

           MOVE STR-CUSTOMER-ID TO STT-CUSTOMER-ID (SHIP-HOLD-SUB)
           MOVE STR-SHIP-TO-CODE TO STT-SHIP-TO-CODE (SHIP-HOLD-SUB)
           MOVE STR-SHIP-TO-NAME TO STT-SHIP-TO-NAME (SHIP-HOLD-SUB)
           MOVE STR-ADDRESS TO STT-ADDRESS (SHIP-HOLD-SUB)
           MOVE STR-CITY TO STT-CITY (SHIP-HOLD-SUB)
           MOVE STR-STATE TO STT-STATE (SHIP-HOLD-SUB)
           MOVE STR-ZIP-CODE TO STT-ZIP-CODE (SHIP-HOLD-SUB)
           MOVE STR-CARRIER-ID TO STT-CARRIER-ID (SHIP-HOLD-SUB)
           IF STR-DELIVERY-DAYS IS EQUAL TO SPACES
               MOVE 'YYYYYNN' TO STT-DELIVERY-DAYS (SHIP-HOLD-SUB)
           ELSE
               MOVE STR-DELIVERY-DAYS TO
                       STT-DELIVERY-DAYS (SHIP-HOLD-SUB)
           END-IF
           MOVE STR-TAX-STATE TO STT-TAX-STATE (SHIP-HOLD-SUB)
           MOVE STR-TAX-LOCALITY TO STT-TAX-LOCALITY (SHIP-HOLD-SUB)
           MOVE 'A' TO STT-STATUS (SHIP-HOLD-SUB)
           .

       34-CHANGE-SHIP-TO.

           IF STR-SHIP-TO-NAME IS NOT EQUAL TO SPACES
               MOVE STR-SHIP-TO-NAME TO
                       STT-SHIP-TO-NAME (SHIP-HOLD-SUB)
           END-IF
           IF STR-ADDRESS IS NOT EQUAL TO SPACES
               MOVE STR-ADDRESS TO STT-ADDRESS (SHIP-HOLD-SUB)
               MOVE STR-CITY TO STT-CITY (SHIP-HOLD-SUB)
               MOVE STR-STATE TO STT-STATE (SHIP-HOLD-SUB)
               MOVE STR-ZIP-CODE TO STT-ZIP-CODE (SHIP-HOLD-SUB)
           END-IF
           IF STR-CARRIER-ID IS NOT EQUAL TO SPACES
               MOVE STR-CARRIER-ID TO STT-CARRIER-ID (SHIP-HOLD-SUB)
           END-IF
           IF STR-DELIVERY-DAYS IS NOT EQUAL TO SPACES
               MOVE STR-DELIVERY-DAYS TO
                       STT-DELIVERY-DAYS (SHIP-HOLD-SUB)
           END-IF
           IF STR-TAX-STATE IS NOT EQUAL TO SPACES
               MOVE STR-TAX-STATE TO STT-TAX-STATE (SHIP-HOLD-SUB)
               MOVE STR-TAX-LOCALITY TO
                       STT-TAX-LOCALITY (SHIP-HOLD-SUB)
           END-IF
           .

       35-FIND-BILL-TO-CUSTOMER.

           MOVE 'N' TO CUST-FOUND-SWITCH
           MOVE STR-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS EQUAL TO '00'
               MOVE 'Y' TO CUST-FOUND-SWITCH
           END-IF
           .

      *****************************************************************
      * 36-BUILD-AUDIT-IMAGE lays out the customer as it stands on
      * the master record for the audit row.
      *****************************************************************
       36-BUILD-AUDIT-IMAGE.

           IF CUM-CREDIT-LIMIT IS NUMERIC
               MOVE CUM-CREDIT-LIMIT TO CAI-CREDIT-LIMIT
           ELSE
               MOVE 0 TO CAI-CREDIT-LIMIT
           END-IF
           MOVE CUM-HOLD-FLAG TO CAI-HOLD-FLAG
           MOVE CUM-TERMS-CODE TO CAI-TERMS-CODE
           MOVE CUM-SALES-TERRITORY TO CAI-SALES-TERRITORY
           IF CUM-MIN-SHELF-DAYS IS NUMERIC
               MOVE CUM-MIN-SHELF-DAYS TO CAI-MIN-SHELF-DAYS
           ELSE
               MOVE 0 TO CAI-MIN-SHELF-DAYS
           END-IF
           .

      *****************************************************************
      * 37-STAMP-AUDIT-RECORD finishes and writes the audit row the
      * caller has loaded with the before and after images.  An
      * approved change names its requester and approver as the
      * source, and its pending item is marked X applied so the
      * same stamp is never honoured twice.
      *****************************************************************
       37-STAMP-AUDIT-RECORD.

           MOVE RUN-DATE-YYYYMMDD TO AUD-RUN-DATE
           MOVE 'CUSTMAINT' TO AUD-PROGRAM
           MOVE CTF-ACTION TO AUD-ACTION
           MOVE CTF-CUSTOMER-ID TO AUD-KEY
           IF APPROVED-CHANGE
               MOVE CTF-REQUESTER-ID TO ATS-REQUESTER-ID
               MOVE CTF-APPROVER-ID TO ATS-APPROVER-ID
               MOVE APPROVED-TRANS-SOURCE TO AUD-TRANS-SOURCE
               MOVE 'X' TO PNT-STATUS (PND-HOLD-SUB)
           ELSE
               MOVE 'CUSTOMER-TRANS' TO AUD-TRANS-SOURCE
           END-IF
           WRITE MAINT-AUDIT-RECORD
           .

      *****************************************************************
      * 40-EOF-ROUTINE closes the customer master, writes the
      * pending table back over the pending approval file, rewrites
      * the ship-to master when it was maintained, and finishes the
      * register with the run totals.
      *****************************************************************
       40-EOF-ROUTINE.


           CLOSE CUSTOMER-MASTER-FILE

           OPEN OUTPUT PENDING-APPROVAL-FILE
           IF PND-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CUSTMAINT: UNABLE TO REWRITE PENDING '
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

           IF SHIP-TO-TRANS-ON-FILE
               OPEN OUTPUT SHIP-TO-MASTER-FILE
               IF SHT-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CUSTMAINT: UNABLE TO REWRITE SHIP-TO '
                           'MASTER FILE, FILE STATUS = '
                           SHT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING SHIP-SUB FROM 1 BY 1
                   UNTIL SHIP-SUB > SHIP-TO-COUNT
                   MOVE SHIP-TO-ENTRY (SHIP-SUB) TO
                           SHIP-TO-MASTER-RECORD
                   WRITE SHIP-TO-MASTER-RECORD
               END-PERFORM
               CLOSE SHIP-TO-MASTER-FILE
           END-IF

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
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

           IF SHIP-TO-TRANS-ON-FILE
               MOVE SPACES TO REGISTER-TOTAL-LINE
               MOVE 'SHIP-TO TRANS READ' TO RTL-LABEL
               MOVE SHIP-TRANS-READ-COUNT TO RTL-COUNT
               MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD

               MOVE SPACES TO REGISTER-TOTAL-LINE
               MOVE 'SHIP-TOS ADDED' TO RTL-LABEL
               MOVE SHIP-ADDS-COUNT TO RTL-COUNT
               MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD

               MOVE SPACES TO REGISTER-TOTAL-LINE
               MOVE 'SHIP-TOS CHANGED' TO RTL-LABEL
               MOVE SHIP-CHANGES-COUNT TO RTL-COUNT
               MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD

               MOVE SPACES TO REGISTER-TOTAL-LINE
               MOVE 'SHIP-TOS CLOSED' TO RTL-LABEL
               MOVE SHIP-CLOSES-COUNT TO RTL-COUNT
               MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD

               MOVE SPACES TO REGISTER-TOTAL-LINE
               MOVE 'SHIP-TOS REOPENED' TO RTL-LABEL
               MOVE SHIP-REOPENS-COUNT TO RTL-COUNT
               MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD

               MOVE SPACES TO REGISTER-TOTAL-LINE
               MOVE 'SHIP-TO TRANS REJECTED' TO RTL-LABEL
               MOVE SHIP-REJECT-COUNT TO RTL-COUNT
               MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF

           CLOSE CUSTOMER-TRANS-FILE
                MAINT-REGISTER
                AUDIT-HISTORY-FILE


           STOP RUN
           .
