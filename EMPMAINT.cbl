      *                            ('A' add, 'C' change, 'D' delete)
      *                            followed by a full 85-character
      *                            employee record image (deletes
      *                            need only the key fields), then
      *                            the requesting operator, and on a
      *                            released change the approver and
      *                            pending ID.
      *    EMPLOYEE-MASTER.dat     the indexed employee master,
      *                            updated in place.
      *    APPROVAL-RULES.txt      optional: the dual-control rules.
      *                            Under rule SA a salary change of
      *                            more than the threshold percent
      *                            either way is held for a second
      *                            operator instead of being applied.
      *    PENDING-APPROVAL.txt    optional: changes held for
      *                            approval.  A change APPRVRUN has
      *                            released comes back on
      *                            EMP-MAINT-TRANS.txt stamped with
      *                            the requester, the approver and
      *                            the pending ID, and is applied
      *                            only if that ID shows released
      *                            here, by that approver, for that
      *                            requester, and the transaction is
      *                            exactly the one that was held.
      *                            Once applied the ID is used up.
      *    OPERATOR-MASTER.txt     optional: the operators.  A change
      *                            the SA rule would hold is
      *                            rejected instead when its
      *                            requester is blank or not on file
      *                            here.
      * *****
      * OUTPUT:
      *    Emp-Maintenance-Register.txt  one line per transaction
      *                            with its disposition; changes
      *                            show before and after images.
      *    MAINT-AUDIT-HISTORY.txt one audit row per applied action;
      *                            an approved change shows the
      *                            requester and approver as its
      *                            transaction source.
      *    PENDING-APPROVAL.txt    rewritten with the salary changes
      *                            held for approval added to the
      *                            end and each released change
      *                            applied marked X.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

           05  WHC-COMPANY             PIC XX.

       FD MAINT-TRANS-FILE
           RECORD CONTAINS 102 CHARACTERS.

       01  MAINT-TRANS-RECORD.
           05  MTF-ACTION              PIC A.
           05  MTF-EMP-IMAGE           PIC X(85).
           05  MTF-REQUESTER-ID        PIC X(5).
           05  MTF-APPROVER-ID         PIC X(5).
           05  MTF-APPROVAL-ID         PIC 9(6).

       01  MAINT-TRANS-IMAGE.
           05  MTI-TRANS-DATA          PIC X(86).
           05  MTI-APPROVAL-STAMP      PIC X(16).

       FD EMP-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

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
           05  TRANS-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-TRANS-DATA                   VALUE 'N'.
           05  RUL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RUL-DATA                     VALUE 'N'.
           05  PND-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PND-DATA                     VALUE 'N'.
           05  OPM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-OPM-DATA                     VALUE 'N'.
           05  SALARY-RULE-SWITCH      PIC X           VALUE 'N'.
               88 SALARY-RULE-ON                       VALUE 'Y'.
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
           05  AUD-FILE-STATUS         PIC XX          VALUE SPACES.
           05  NEW-COMPANY-CODE        PIC XX          VALUE SPACES.
           05  LOOKUP-WAREHOUSE-ID     PIC X(4)        VALUE SPACES.
           05  FOUND-COMPANY-CODE      PIC XX          VALUE SPACES.
           05  RUL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PND-FILE-STATUS         PIC XX          VALUE SPACES.
           05  OPM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SALARY-RULE-PCT         PIC 9(9)V99     VALUE 0.
           05  SALARY-DIFFERENCE       PIC 9(8)        VALUE 0.
           05  SALARY-CHANGE-PCT       PIC 9(9)V99     VALUE 0.
           05  SALARY-EDIT             PIC ZZ,ZZZ,ZZ9.
           05  LAST-PENDING-ID         PIC 9(6)        VALUE 0.
           05  PND-SUB                 PIC 9(4)        VALUE 0.
           05  PND-HOLD-SUB            PIC 9(4)        VALUE 0.
           05  OPR-SUB                 PIC 99          VALUE 0.

       01  WAREHOUSE-COUNT             PIC 99          VALUE 0.

           05  CHANGES-APPLIED-COUNT   PIC 9(5)        VALUE 0.
           05  DELETES-APPLIED-COUNT   PIC 9(5)        VALUE 0.
           05  REJECT-COUNT            PIC 9(5)        VALUE 0.
           05  HELD-COUNT              PIC 9(5)        VALUE 0.

      *****************************************************************
      * PENDING-TABLE is the whole pending approval file in memory.
      * A returning EMPMAINT change is proved against its entry --
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

       COPY EMPREC.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 12-LOAD-WAREHOUSE-TABLE
           PERFORM 13-LOAD-APPROVAL-RULE
           PERFORM 14-LOAD-PENDING-APPROVALS
           PERFORM 14A-LOAD-OPERATOR-IDS
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-TRANSACTIONS
           PERFORM 40-EOF-ROUTINE
           END-PERFORM
           .

      *****************************************************************
      * 13-LOAD-APPROVAL-RULE picks up rule SA, the salary change
      * that needs a second operator.  No rules file, or no SA rule
      * on it, leaves salary changes applying straight through.
      *****************************************************************
       13-LOAD-APPROVAL-RULE.

           OPEN INPUT APPROVAL-RULES-FILE
           IF RUL-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF RUL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'EMPMAINT: UNABLE TO OPEN APPROVAL RULES '
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
                           IF RUL-RULE-CODE IS EQUAL TO 'SA'
                              AND RUL-THRESHOLD IS NUMERIC
                               MOVE 'Y' TO SALARY-RULE-SWITCH
                               MOVE RUL-THRESHOLD TO SALARY-RULE-PCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-RULES-FILE
           END-IF
           .

      *****************************************************************
      * 14-LOAD-PENDING-APPROVALS reads the whole pending approval
      * file into the pending table and finds the highest pending
      * ID on it, so a change held this run numbers past it.
      *****************************************************************
       14-LOAD-PENDING-APPROVALS.

           OPEN INPUT PENDING-APPROVAL-FILE
           IF PND-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF PND-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'EMPMAINT: UNABLE TO OPEN PENDING '
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
                               DISPLAY 'EMPMAINT: MORE THAN 5000 '
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
      * 14A-LOAD-OPERATOR-IDS keeps the operator IDs off the
      * operator master.  With no operator master on hand no
      * requester can be proved, so a change the SA rule would hold
      * is rejected.
      *****************************************************************
       14A-LOAD-OPERATOR-IDS.

           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPM-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'EMPMAINT: NO OPERATOR MASTER ON FILE, '
                       'CHANGES NEEDING APPROVAL ARE REJECTED'
           ELSE
               IF OPM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'EMPMAINT: UNABLE TO OPEN OPERATOR '
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
                               DISPLAY 'EMPMAINT: MORE THAN 50 '
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

           OPEN INPUT MAINT-TRANS-FILE
      * The transaction's record image is unpacked into EMP-RECORD
      * so its Employee ID drives the master lookup: an add must be
      * a new ID, a change or delete an existing one.  Anything else
      * is rejected to the register, never applied half-way.  A
      * change that needs a second operator is held, not applied.
      *****************************************************************
       25-APPLY-ONE-TRANSACTION.

           MOVE MTF-EMP-IMAGE TO EMP-RECORD
           MOVE 'N' TO APPROVED-CHANGE-SWITCH

           IF OUT-EMP-ID IS EQUAL TO SPACES
               MOVE 'REJECTED - BLANK EMPLOYEE ID' TO REG-DISPOSITION
                           PERFORM 30-WRITE-REGISTER-LINE
                           GO TO 25-APPLY-EXIT
                       END-IF
                       PERFORM 26-CHECK-APPROVAL
                       IF APPROVAL-NOT-ON-FILE
                           MOVE 'REJECTED - APPROVAL NOT ON FILE'
                                   TO REG-DISPOSITION
                           ADD 1 TO REJECT-COUNT
                           PERFORM 30-WRITE-REGISTER-LINE
                           GO TO 25-APPLY-EXIT
                       END-IF
                       IF APPROVAL-ALREADY-USED
                           MOVE 'REJECTED - APPROVAL ALREADY USED'
                                   TO REG-DISPOSITION
                           ADD 1 TO REJECT-COUNT
                           PERFORM 30-WRITE-REGISTER-LINE
                           GO TO 25-APPLY-EXIT
                       END-IF
                       IF APPROVAL-MISMATCH
                           MOVE 'REJECTED - DOES NOT MATCH APPROVAL'
                                   TO REG-DISPOSITION
                           ADD 1 TO REJECT-COUNT
                           PERFORM 30-WRITE-REGISTER-LINE
                           GO TO 25-APPLY-EXIT
                       END-IF
                       IF REQUESTER-NOT-ON-FILE
                           MOVE 'REJECTED - REQUESTER NOT ON FILE'
                                   TO REG-DISPOSITION
                           ADD 1 TO REJECT-COUNT
                           PERFORM 30-WRITE-REGISTER-LINE
                           GO TO 25-APPLY-EXIT
                       END-IF
                       IF APPROVAL-REQUIRED
                           PERFORM 27-HOLD-FOR-APPROVAL
                           ADD 1 TO HELD-COUNT
                           PERFORM 30-WRITE-REGISTER-LINE
                           GO TO 25-APPLY-EXIT
                       END-IF
                       MOVE 'CHANGED' TO REG-DISPOSITION
                       PERFORM 30-WRITE-REGISTER-LINE
                       MOVE 'BEFORE' TO IMG-LABEL
       25-APPLY-EXIT.
           EXIT.

      *****************************************************************
      * 26-CHECK-APPROVAL decides whether a change to an employee
      * on file can be applied.  A change stamped with an approver
      * is applied only when its pending ID is an EMPMAINT item
      * released by that same approver for that same requester,
      * and the transaction is byte for byte the one that was held
      * -- and then without the rule being checked again.  An ID
      * already applied once is refused.  An unstamped salary
      * change of more than the SA threshold percent either way --
      * any change at all from a zero or unreadable salary -- is
      * held, provided its requester is an operator on file;
      * otherwise it is rejected.
      *****************************************************************
       26-CHECK-APPROVAL.

           MOVE 'A' TO APPROVAL-SWITCH
           IF MTF-APPROVER-ID IS NOT EQUAL TO SPACES
               MOVE 'X' TO APPROVAL-SWITCH
               MOVE 0 TO PND-HOLD-SUB
               IF MTF-APPROVAL-ID IS NUMERIC
                   PERFORM VARYING PND-SUB FROM 1 BY 1
                       UNTIL PND-SUB > PENDING-COUNT
                          OR PND-HOLD-SUB IS GREATER THAN ZERO
                       IF PNT-PENDING-ID (PND-SUB) IS EQUAL TO
                               MTF-APPROVAL-ID
                          AND PNT-PROGRAM (PND-SUB) IS EQUAL TO
                               'EMPMAINT'
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
                               EQUAL TO MTF-APPROVER-ID
                         OR PNT-REQUESTER-ID (PND-HOLD-SUB) IS NOT
                               EQUAL TO MTF-REQUESTER-ID
                         OR PNT-KEY (PND-HOLD-SUB) IS NOT EQUAL TO
                               OUT-EMP-ID
                         OR PNT-TRANS-IMAGE (PND-HOLD-SUB) IS NOT
                               EQUAL TO MTI-TRANS-DATA
                           MOVE 'M' TO APPROVAL-SWITCH
                       WHEN OTHER
                           MOVE 'A' TO APPROVAL-SWITCH
                           MOVE 'Y' TO APPROVED-CHANGE-SWITCH
                   END-EVALUATE
               END-IF
           ELSE
               IF SALARY-RULE-ON
                  AND OUT-SALARY IS NUMERIC
                   IF EM-SALARY IS NOT NUMERIC
                       MOVE 'P' TO APPROVAL-SWITCH
                   ELSE
                       IF OUT-SALARY IS NOT EQUAL TO EM-SALARY
                           IF EM-SALARY IS EQUAL TO ZERO
                               MOVE 'P' TO APPROVAL-SWITCH
                           ELSE
                               IF OUT-SALARY IS GREATER THAN
                                       EM-SALARY
                                   SUBTRACT EM-SALARY FROM OUT-SALARY
                                       GIVING SALARY-DIFFERENCE
                               ELSE
                                   SUBTRACT OUT-SALARY FROM EM-SALARY
                                       GIVING SALARY-DIFFERENCE
                               END-IF
                               COMPUTE SALARY-CHANGE-PCT ROUNDED =
                                   SALARY-DIFFERENCE * 100
                                       / EM-SALARY
                               IF SALARY-CHANGE-PCT IS GREATER THAN
                                       SALARY-RULE-PCT
                                   MOVE 'P' TO APPROVAL-SWITCH
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF APPROVAL-REQUIRED
                   PERFORM 26A-CHECK-REQUESTER
               END-IF
           END-IF
           .

      *****************************************************************
      * 26A-CHECK-REQUESTER proves the operator asking for a change
      * that is to be held.  A blank requester, or one not on the
      * operator master, turns the hold into a rejection -- an
      * item nobody can be held to account for is never parked.
      *****************************************************************
       26A-CHECK-REQUESTER.

           MOVE 'Q' TO APPROVAL-SWITCH
           IF MTF-REQUESTER-ID IS NOT EQUAL TO SPACES
               PERFORM VARYING OPR-SUB FROM 1 BY 1
                   UNTIL OPR-SUB > OPERATOR-COUNT
                      OR APPROVAL-REQUIRED
                   IF OPR-OPERATOR-ID (OPR-SUB) IS EQUAL TO
                           MTF-REQUESTER-ID
                       MOVE 'P' TO APPROVAL-SWITCH
                   END-IF
               END-PERFORM
           END-IF
           .

      *****************************************************************
      * 27-HOLD-FOR-APPROVAL parks the change on the pending table,
      * numbered one past the highest ID there, with the salary as
      * it stands and as asked for.  The master is not touched.
      *****************************************************************
       27-HOLD-FOR-APPROVAL.

           ADD 1 TO LAST-PENDING-ID
           MOVE SPACES TO PENDING-APPROVAL-RECORD
           MOVE LAST-PENDING-ID TO PND-PENDING-ID
           MOVE RUN-DATE-YYYYMMDD TO PND-REQUEST-DATE
           MOVE 'EMPMAINT' TO PND-PROGRAM
           MOVE 'SA' TO PND-RULE-CODE
           MOVE OUT-EMP-ID TO PND-KEY
           MOVE MTF-REQUESTER-ID TO PND-REQUESTER-ID
           MOVE 'P' TO PND-STATUS
           MOVE 0 TO PND-DECISION-DATE
           IF EM-SALARY IS NUMERIC
               MOVE EM-SALARY TO SALARY-EDIT
               MOVE SALARY-EDIT TO PND-BEFORE-VALUE
           ELSE
               MOVE EM-SALARY TO PND-BEFORE-VALUE
           END-IF
           MOVE OUT-SALARY TO SALARY-EDIT
           MOVE SALARY-EDIT TO PND-AFTER-VALUE
           MOVE MTI-TRANS-DATA TO PND-TRANS-IMAGE
           IF PENDING-COUNT IS EQUAL TO 5000
               DISPLAY 'EMPMAINT: MORE THAN 5000 PENDING APPROVAL '
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

       30-WRITE-REGISTER-LINE.

           MOVE MTF-ACTION TO REG-ACTION
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'HELD FOR APPROVAL' TO RTL-LABEL
           MOVE HELD-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE MAINT-TRANS-FILE
                EMP-MASTER-FILE
                MAINT-REGISTER

           CLOSE AUDIT-HISTORY-FILE

           OPEN OUTPUT PENDING-APPROVAL-FILE
           IF PND-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'EMPMAINT: UNABLE TO REWRITE PENDING '
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

           STOP RUN
           .

      *****************************************************************
      * 33-STAMP-AUDIT-RECORD finishes and writes the audit row
      * the caller has loaded with action, key, and the before and
      * after images.  An approved change names its requester and
      * approver as the source, and its pending item is marked X
      * applied so the same stamp is never honoured twice.
      *****************************************************************
       33-STAMP-AUDIT-RECORD.

           MOVE RUN-DATE-YYYYMMDD TO AUD-RUN-DATE
           MOVE 'EMPMAINT' TO AUD-PROGRAM
           IF APPROVED-CHANGE
               MOVE MTF-REQUESTER-ID TO ATS-REQUESTER-ID
               MOVE MTF-APPROVER-ID TO ATS-APPROVER-ID
               MOVE APPROVED-TRANS-SOURCE TO AUD-TRANS-SOURCE
               MOVE 'X' TO PNT-STATUS (PND-HOLD-SUB)

           ELSE
               MOVE 'EMP-MAINT-TRANS' TO AUD-TRANS-SOURCE
           END-IF
           WRITE MAINT-AUDIT-RECORD
           .
