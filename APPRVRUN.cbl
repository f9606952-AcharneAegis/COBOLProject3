       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRVRUN.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * APPRVRUN is the second half of dual control on sensitive
      * master changes.  CUSTMAINT, EMPMAINT, POMAINT and VENDMAINT
      * do not apply a change that trips one of the approval rules
      * -- a credit limit raise, a salary change, a PO price change,
      * a vendor remit-to change -- they park it on the pending
      * approval file.  Here a second operator releases or rejects
      * each parked item.  The approver must be on the operator
      * master with the approval authority flag, must give the
      * right password, and may not be the operator who asked for
      * the change.  A released change goes back on its maintenance
      * run's transaction file stamped with the requester, the
      * approver and the pending ID, and the maintenance run applies
      * it next time through, once.  Every decision leaves an audit row
      * naming both operators, and the items still waiting are
      * aged at the end of the register.
      * *****
      * INPUT:
      *    PENDING-APPROVAL.txt    the parked changes.
      *    APPROVAL-DECISIONS.txt  optional: one decision per line:
      *                            approver operator ID, password,
      *                            pending ID, decision ('R' release,
      *                            'J' reject).  Without it the run
      *                            only ages what is pending.
      *    OPERATOR-MASTER.txt     one operator per line: ID, name,
      *                            password, stock authority flag,
      *                            HR (employee) authority flag,
      *                            approval authority flag.
      * *****
      * OUTPUT:
      *    PENDING-APPROVAL.txt    rewritten with the decisions.
      *    CUSTOMER-TRANS.txt      released credit limit changes,
      *    EMP-MAINT-TRANS.txt     salary changes, PO price changes
      *    PO-TRANS.txt            and remit-to changes added to the
      *    VENDOR-TRANS.txt        end of their maintenance runs'
      *                            transaction files.
      *    MAINT-AUDIT-HISTORY.txt one row per release or rejection,
      *                            with the requester and approver.
      *    Approval-Register.txt   one line per decision with its
      *                            disposition, then every item still
      *                            pending with its age in days, plus
      *                            run totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-APPROVAL-FILE
               ASSIGN TO 'PENDING-APPROVAL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PND-FILE-STATUS.
           SELECT DECISION-FILE
               ASSIGN TO 'APPROVAL-DECISIONS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APD-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE
               ASSIGN TO 'OPERATOR-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPM-FILE-STATUS.
           SELECT CUST-RELEASE-FILE
               ASSIGN TO 'CUSTOMER-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRL-FILE-STATUS.
           SELECT EMP-RELEASE-FILE
               ASSIGN TO 'EMP-MAINT-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERL-FILE-STATUS.
           SELECT PO-RELEASE-FILE
               ASSIGN TO 'PO-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRL-FILE-STATUS.
           SELECT VEND-RELEASE-FILE
               ASSIGN TO 'VENDOR-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VRL-FILE-STATUS.
           SELECT AUDIT-HISTORY-FILE
               ASSIGN TO 'MAINT-AUDIT-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT APPROVAL-REGISTER
               ASSIGN TO PRINTER 'Approval-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PENDING-APPROVAL-FILE
           RECORD CONTAINS 199 CHARACTERS.

       COPY PNDAREC.

       FD DECISION-FILE
           RECORD CONTAINS 20 CHARACTERS.

       01  DECISION-RECORD.
           05  APD-APPROVER-ID         PIC X(5).
           05  APD-PASSWORD            PIC X(8).
           05  APD-PENDING-ID          PIC 9(6).
           05  APD-DECISION            PIC X.

       FD OPERATOR-MASTER-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01  OPERATOR-MASTER-RECORD.
           05  OPM-OPERATOR-ID         PIC X(5).
           05  OPM-OPERATOR-NAME       PIC X(20).
           05  OPM-PASSWORD            PIC X(8).
           05  OPM-STOCK-AUTH          PIC X.
           05  OPM-EMP-AUTH            PIC X.
           05  OPM-APPROVE-AUTH        PIC X.

       FD CUST-RELEASE-FILE
           RECORD CONTAINS 105 CHARACTERS.

       01  CUST-RELEASE-RECORD.
           05  CRL-TRANS-DATA          PIC X(89).
           05  CRL-REQUESTER-ID        PIC X(5).
           05  CRL-APPROVER-ID         PIC X(5).
           05  CRL-APPROVAL-ID         PIC 9(6).

       FD EMP-RELEASE-FILE
           RECORD CONTAINS 102 CHARACTERS.

       01  EMP-RELEASE-RECORD.
           05  ERL-TRANS-DATA          PIC X(86).
           05  ERL-REQUESTER-ID        PIC X(5).
           05  ERL-APPROVER-ID         PIC X(5).
           05  ERL-APPROVAL-ID         PIC 9(6).

       FD PO-RELEASE-FILE
           RECORD CONTAINS 57 CHARACTERS.

       01  PO-RELEASE-RECORD.
           05  PRL-TRANS-DATA          PIC X(41).
           05  PRL-REQUESTER-ID        PIC X(5).
           05  PRL-APPROVER-ID         PIC X(5).
           05  PRL-APPROVAL-ID         PIC 9(6).

       FD VEND-RELEASE-FILE
           RECORD CONTAINS 101 CHARACTERS.

       01  VEND-RELEASE-RECORD.
           05  VRL-TRANS-DATA          PIC X(85).
           05  VRL-REQUESTER-ID        PIC X(5).
           05  VRL-APPROVER-ID         PIC X(5).
           05  VRL-APPROVAL-ID         PIC 9(6).

       FD AUDIT-HISTORY-FILE
           RECORD CONTAINS 111 CHARACTERS.

       COPY AUDREC.

       FD APPROVAL-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  PND-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PND-DATA                     VALUE 'N'.
           05  APD-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-APD-DATA                     VALUE 'N'.
           05  OPM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-OPM-DATA                     VALUE 'N'.
           05  OPERATOR-FOUND-SWITCH   PIC X           VALUE 'N'.
               88 OPERATOR-FOUND                       VALUE 'Y'.
           05  PENDING-FOUND-SWITCH    PIC X           VALUE 'N'.
               88 PENDING-FOUND                        VALUE 'Y'.
           05  CRL-OPEN-SWITCH         PIC X           VALUE 'N'.
               88 CRL-FILE-OPEN                        VALUE 'Y'.
           05  ERL-OPEN-SWITCH         PIC X           VALUE 'N'.
               88 ERL-FILE-OPEN                        VALUE 'Y'.
           05  PRL-OPEN-SWITCH         PIC X           VALUE 'N'.
               88 PRL-FILE-OPEN                        VALUE 'Y'.
           05  VRL-OPEN-SWITCH         PIC X           VALUE 'N'.
               88 VRL-FILE-OPEN                        VALUE 'Y'.

       01  TEMP-FIELDS.
           05  PND-FILE-STATUS         PIC XX          VALUE SPACES.
           05  APD-FILE-STATUS         PIC XX          VALUE SPACES.
           05  OPM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CRL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ERL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PRL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  VRL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  AUD-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD.
               10  RUN-CCYY            PIC 9(4).
               10  RUN-MM              PIC 99.
               10  RUN-DD              PIC 99.
           05  REQUEST-DATE-WORK       PIC 9(8)        VALUE 0.
           05  REQUEST-DATE-X REDEFINES REQUEST-DATE-WORK.
               10  REQUEST-CCYY        PIC 9(4).
               10  REQUEST-MM          PIC 99.
               10  REQUEST-DD          PIC 99.
           05  AGE-DAYS                PIC S9(5)       VALUE 0.
           05  OPR-SUB                 PIC 99          VALUE 0.
           05  OPR-HOLD-SUB            PIC 99          VALUE 0.
           05  PND-SUB                 PIC 9(4)        VALUE 0.
           05  PND-HOLD-SUB            PIC 9(4)        VALUE 0.

       01  RUN-TOTALS.
           05  DECISIONS-READ-COUNT    PIC 9(5)        VALUE 0.
           05  RELEASED-COUNT          PIC 9(5)        VALUE 0.
           05  REJECTED-COUNT          PIC 9(5)        VALUE 0.
           05  REFUSED-COUNT           PIC 9(5)        VALUE 0.
           05  AWAITING-COUNT          PIC 9(5)        VALUE 0.
           05  AGE-0-7-COUNT           PIC 9(5)        VALUE 0.
           05  AGE-8-14-COUNT          PIC 9(5)        VALUE 0.
           05  AGE-15-30-COUNT         PIC 9(5)        VALUE 0.
           05  AGE-OVER-30-COUNT       PIC 9(5)        VALUE 0.

      *****************************************************************
      * OPERATOR-TABLE is the operator master in memory for the
      * approver's sign-off.
      *****************************************************************
       01  OPERATOR-COUNT              PIC 99          VALUE 0.

       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON OPERATOR-COUNT.
               10  OPR-OPERATOR-ID     PIC X(5).
               10  OPR-OPERATOR-NAME   PIC X(20).
               10  OPR-PASSWORD        PIC X(8).
               10  OPR-STOCK-AUTH      PIC X.
               10  OPR-EMP-AUTH        PIC X.
               10  OPR-APPROVE-AUTH    PIC X.

      *****************************************************************
      * PENDING-TABLE is the whole pending approval file, decided
      * items and all, held while the decisions are applied and
      * written back out in the same order.
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

       01  AUDIT-REQUEST-IMAGE.
           05  FILLER                  PIC X(13)
                   VALUE 'REQUESTED BY '.
           05  ARI-REQUESTER-ID        PIC X(5).
           05  FILLER                  PIC X(4)        VALUE ' ON '.
           05  ARI-REQUEST-DATE        PIC 9(8).

       01  AUDIT-DECISION-IMAGE.
           05  ADI-DECISION            PIC X(12).
           05  ADI-APPROVER-ID         PIC X(5).
           05  FILLER                  PIC X(13)       VALUE SPACES.

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(34)       VALUE
               'PENDNG PROGRAM    KEY            D'.
           05  FILLER                  PIC X(34)       VALUE
               ' REQST APPRV DISPOSITION'.
           05  FILLER                  PIC X(12)       VALUE SPACES.

       01  REGISTER-LINE.
           05  REG-PENDING-ID          PIC X(6).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-PROGRAM             PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-KEY                 PIC X(14).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-DECISION            PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-REQUESTER-ID        PIC X(5).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-APPROVER-ID         PIC X(5).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-DISPOSITION         PIC X(33).

       01  AGING-TITLE.
           05  FILLER                  PIC X(29)       VALUE
               'ITEMS AWAITING APPROVAL AS OF'.
           05  FILLER                  PIC X           VALUE SPACE.
           05  AGT-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(42)       VALUE SPACES.

       01  AGING-HEADING.
           05  FILLER                  PIC X(34)       VALUE
               'PENDNG PROGRAM    RL KEY          '.
           05  FILLER                  PIC X(34)       VALUE
               '  REQST REQUESTD  AGE BEFORE      '.
           05  FILLER                  PIC X(12)       VALUE
               'AFTER'.

       01  AGING-LINE.
           05  AGL-PENDING-ID          PIC 9(6).
           05  FILLER                  PIC X           VALUE SPACE.
           05  AGL-PROGRAM             PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  AGL-RULE-CODE           PIC XX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  AGL-KEY                 PIC X(14).
           05  FILLER                  PIC X           VALUE SPACE.
           05  AGL-REQUESTER-ID        PIC X(5).
           05  FILLER                  PIC X           VALUE SPACE.
           05  AGL-REQUEST-DATE        PIC 9(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  AGL-AGE-DAYS            PIC ZZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  AGL-BEFORE-VALUE        PIC X(11).
           05  FILLER                  PIC X           VALUE SPACE.
           05  AGL-AFTER-VALUE         PIC X(11).
           05  FILLER                  PIC X           VALUE SPACE.

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(49)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 12-LOAD-OPERATOR-MASTER
           PERFORM 13-LOAD-PENDING-APPROVALS
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-DECISIONS THRU 20-PROCESS-EXIT
           PERFORM 30-AGE-PENDING-ITEMS
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 12-LOAD-OPERATOR-MASTER reads the operators into the
      * operator table.  Without the master no approver can be
      * proved, so the run stops.
      *****************************************************************
       12-LOAD-OPERATOR-MASTER.

           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'APPRVRUN: UNABLE TO OPEN OPERATOR MASTER, '
                       'FILE STATUS = ' OPM-FILE-STATUS
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
                           DISPLAY 'APPRVRUN: MORE THAN 50 '
                                   'OPERATORS, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO OPERATOR-COUNT
                       MOVE OPERATOR-MASTER-RECORD TO
                               OPERATOR-ENTRY (OPERATOR-COUNT)
               END-READ
           END-PERFORM

           CLOSE OPERATOR-MASTER-FILE
           .

      *****************************************************************
      * 13-LOAD-PENDING-APPROVALS reads the whole pending approval
      * file into the pending table.  No file yet means nothing has
      * ever been parked.
      *****************************************************************
       13-LOAD-PENDING-APPROVALS.

           OPEN INPUT PENDING-APPROVAL-FILE
           IF PND-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'APPRVRUN: NO PENDING APPROVAL FILE, NOTHING '
                       'IS WAITING'
           ELSE
               IF PND-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'APPRVRUN: UNABLE TO OPEN PENDING '
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
                           IF PENDING-COUNT IS EQUAL TO 5000
                               DISPLAY 'APPRVRUN: MORE THAN 5000 '
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

       15-HSKPING-ROUTINE.

           OPEN OUTPUT APPROVAL-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'DUAL-CONTROL APPROVAL REGISTER' TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           OPEN EXTEND AUDIT-HISTORY-FILE
           IF AUD-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT AUDIT-HISTORY-FILE
               IF AUD-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'APPRVRUN: UNABLE TO OPEN AUDIT HISTORY, '
                           'FILE STATUS = ' AUD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *****************************************************************
      * 20-PROCESS-DECISIONS applies the approvers' decisions in
      * the order they were keyed.  No decisions file is not an
      * error -- the run still ages what is waiting.
      *****************************************************************
       20-PROCESS-DECISIONS.

           OPEN INPUT DECISION-FILE
           IF APD-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'APPRVRUN: NO APPROVAL DECISIONS ON FILE'
               GO TO 20-PROCESS-EXIT
           END-IF
           IF APD-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'APPRVRUN: UNABLE TO OPEN APPROVAL DECISIONS, '
                       'FILE STATUS = ' APD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO APD-EOF-FLAG
           PERFORM UNTIL NO-MORE-APD-DATA
               READ DECISION-FILE
                   AT END
                       MOVE 'N' TO APD-EOF-FLAG
                   NOT AT END
                       ADD 1 TO DECISIONS-READ-COUNT
                       PERFORM 22-APPLY-ONE-DECISION
                           THRU 22-APPLY-EXIT
               END-READ
           END-PERFORM

           CLOSE DECISION-FILE
           .

       20-PROCESS-EXIT.
           EXIT.

      *****************************************************************
      * 22-APPLY-ONE-DECISION proves the approver and the item and
      * then records the decision.  The approver must be on the
      * operator master with the approval authority flag and the
      * right password; the item must be on file, still pending and
      * carry the operator who asked for it; and nobody approves
      * their own change.  A decision that fails any of these is
      * refused and the item stays pending.

      *****************************************************************
       22-APPLY-ONE-DECISION.

           MOVE SPACES TO REGISTER-LINE
           MOVE APD-PENDING-ID TO REG-PENDING-ID
           MOVE APD-DECISION TO REG-DECISION
           MOVE APD-APPROVER-ID TO REG-APPROVER-ID

           MOVE 'N' TO OPERATOR-FOUND-SWITCH
           PERFORM VARYING OPR-SUB FROM 1 BY 1
               UNTIL OPR-SUB > OPERATOR-COUNT
                  OR OPERATOR-FOUND
               IF OPR-OPERATOR-ID (OPR-SUB) IS EQUAL TO
                       APD-APPROVER-ID
                   MOVE 'Y' TO OPERATOR-FOUND-SWITCH
                   MOVE OPR-SUB TO OPR-HOLD-SUB
               END-IF
           END-PERFORM

           MOVE 'N' TO PENDING-FOUND-SWITCH
           IF APD-PENDING-ID IS NUMERIC
               PERFORM VARYING PND-SUB FROM 1 BY 1
                   UNTIL PND-SUB > PENDING-COUNT
                      OR PENDING-FOUND
                   IF PNT-PENDING-ID (PND-SUB) IS EQUAL TO
                           APD-PENDING-ID
                       MOVE 'Y' TO PENDING-FOUND-SWITCH
                       MOVE PND-SUB TO PND-HOLD-SUB
                   END-IF
               END-PERFORM
           END-IF

           IF PENDING-FOUND
               MOVE PNT-PROGRAM (PND-HOLD-SUB) TO REG-PROGRAM
               MOVE PNT-KEY (PND-HOLD-SUB) TO REG-KEY
               MOVE PNT-REQUESTER-ID (PND-HOLD-SUB) TO
                       REG-REQUESTER-ID
           END-IF

           EVALUATE TRUE
               WHEN NOT OPERATOR-FOUND
                   MOVE 'REFUSED - APPROVER NOT ON FILE'
                           TO REG-DISPOSITION
               WHEN OPR-PASSWORD (OPR-HOLD-SUB) IS NOT EQUAL TO
                       APD-PASSWORD
                   MOVE 'REFUSED - PASSWORD INCORRECT'
                           TO REG-DISPOSITION
               WHEN OPR-APPROVE-AUTH (OPR-HOLD-SUB) IS NOT EQUAL
                       TO 'Y'
                   MOVE 'REFUSED - NO APPROVAL AUTHORITY'
                           TO REG-DISPOSITION
               WHEN NOT PENDING-FOUND
                   MOVE 'REFUSED - ITEM NOT ON FILE'
                           TO REG-DISPOSITION
               WHEN PNT-STATUS (PND-HOLD-SUB) IS NOT EQUAL TO 'P'
                   MOVE 'REFUSED - ITEM ALREADY DECIDED'
                           TO REG-DISPOSITION
               WHEN PNT-REQUESTER-ID (PND-HOLD-SUB) IS EQUAL TO
                       SPACES
                   MOVE 'REFUSED - NO REQUESTER ON ITEM'
                           TO REG-DISPOSITION
               WHEN PNT-REQUESTER-ID (PND-HOLD-SUB) IS EQUAL TO
                       APD-APPROVER-ID

                   MOVE 'REFUSED - APPROVER IS REQUESTER'
                           TO REG-DISPOSITION
               WHEN APD-DECISION IS NOT EQUAL TO 'R'
                AND APD-DECISION IS NOT EQUAL TO 'J'
                   MOVE 'REFUSED - DECISION NOT R OR J'
                           TO REG-DISPOSITION
               WHEN PNT-PROGRAM (PND-HOLD-SUB) IS NOT EQUAL TO
                       'CUSTMAINT'
                AND PNT-PROGRAM (PND-HOLD-SUB) IS NOT EQUAL TO
                       'EMPMAINT'
                AND PNT-PROGRAM (PND-HOLD-SUB) IS NOT EQUAL TO
                       'POMAINT'
                AND PNT-PROGRAM (PND-HOLD-SUB) IS NOT EQUAL TO
                       'VENDMAINT'
                   MOVE 'REFUSED - PROGRAM NOT KNOWN'
                           TO REG-DISPOSITION
               WHEN OTHER
                   GO TO 22-RECORD-DECISION
           END-EVALUATE

           ADD 1 TO REFUSED-COUNT
           MOVE 4 TO RETURN-CODE
           PERFORM 28-WRITE-REGISTER-LINE
           GO TO 22-APPLY-EXIT
           .

       22-RECORD-DECISION.

           MOVE APD-DECISION TO PNT-STATUS (PND-HOLD-SUB)
           MOVE APD-APPROVER-ID TO PNT-APPROVER-ID (PND-HOLD-SUB)
           MOVE RUN-DATE-YYYYMMDD TO PNT-DECISION-DATE (PND-HOLD-SUB)

           IF APD-DECISION IS EQUAL TO 'R'
               PERFORM 24-RELEASE-CHANGE
               MOVE 'RELEASED FOR NEXT MAINTENANCE RUN'
                       TO REG-DISPOSITION
               MOVE 'RELEASED BY' TO ADI-DECISION
               ADD 1 TO RELEASED-COUNT
           ELSE
               MOVE 'REJECTED - CHANGE NOT APPLIED'
                       TO REG-DISPOSITION
               MOVE 'REJECTED BY' TO ADI-DECISION
               ADD 1 TO REJECTED-COUNT
           END-IF

           PERFORM 27-WRITE-DECISION-AUDIT
           PERFORM 28-WRITE-REGISTER-LINE
           .

       22-APPLY-EXIT.
           EXIT.

      *****************************************************************
      * 24-RELEASE-CHANGE hands the parked transaction back to its
      * maintenance run, stamped with the requester, the approver
      * and the pending ID the maintenance run proves it against.
      * Each transaction file is opened the first time something is
      * released to it.
      *****************************************************************
       24-RELEASE-CHANGE.

           EVALUATE PNT-PROGRAM (PND-HOLD-SUB)
               WHEN 'CUSTMAINT'
                   IF NOT CRL-FILE-OPEN
                       PERFORM 25-OPEN-CUSTOMER-TRANS
                   END-IF
                   MOVE PNT-TRANS-IMAGE (PND-HOLD-SUB) TO
                           CRL-TRANS-DATA
                   MOVE PNT-REQUESTER-ID (PND-HOLD-SUB) TO
                           CRL-REQUESTER-ID
                   MOVE APD-APPROVER-ID TO CRL-APPROVER-ID
                   MOVE PNT-PENDING-ID (PND-HOLD-SUB) TO
                           CRL-APPROVAL-ID
                   WRITE CUST-RELEASE-RECORD
               WHEN 'EMPMAINT'
                   IF NOT ERL-FILE-OPEN
                       PERFORM 25-OPEN-EMP-MAINT-TRANS
                   END-IF
                   MOVE PNT-TRANS-IMAGE (PND-HOLD-SUB) TO
                           ERL-TRANS-DATA
                   MOVE PNT-REQUESTER-ID (PND-HOLD-SUB) TO
                           ERL-REQUESTER-ID
                   MOVE APD-APPROVER-ID TO ERL-APPROVER-ID
                   MOVE PNT-PENDING-ID (PND-HOLD-SUB) TO
                           ERL-APPROVAL-ID
                   WRITE EMP-RELEASE-RECORD
               WHEN 'POMAINT'
                   IF NOT PRL-FILE-OPEN
                       PERFORM 25-OPEN-PO-TRANS
                   END-IF
                   MOVE PNT-TRANS-IMAGE (PND-HOLD-SUB) TO
                           PRL-TRANS-DATA
                   MOVE PNT-REQUESTER-ID (PND-HOLD-SUB) TO
                           PRL-REQUESTER-ID
                   MOVE APD-APPROVER-ID TO PRL-APPROVER-ID
                   MOVE PNT-PENDING-ID (PND-HOLD-SUB) TO
                           PRL-APPROVAL-ID
                   WRITE PO-RELEASE-RECORD
               WHEN 'VENDMAINT'
                   IF NOT VRL-FILE-OPEN
                       PERFORM 25-OPEN-VENDOR-TRANS
                   END-IF
                   MOVE PNT-TRANS-IMAGE (PND-HOLD-SUB) TO
                           VRL-TRANS-DATA
                   MOVE PNT-REQUESTER-ID (PND-HOLD-SUB) TO
                           VRL-REQUESTER-ID
                   MOVE APD-APPROVER-ID TO VRL-APPROVER-ID
                   MOVE PNT-PENDING-ID (PND-HOLD-SUB) TO
                           VRL-APPROVAL-ID
                   WRITE VEND-RELEASE-RECORD
           END-EVALUATE
           .

       25-OPEN-CUSTOMER-TRANS.

           OPEN EXTEND CUST-RELEASE-FILE
           IF CRL-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT CUST-RELEASE-FILE
               IF CRL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'APPRVRUN: UNABLE TO OPEN CUSTOMER '
                           'TRANSACTION FILE, FILE STATUS = '
                           CRL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE 'Y' TO CRL-OPEN-SWITCH
           .

       25-OPEN-EMP-MAINT-TRANS.

           OPEN EXTEND EMP-RELEASE-FILE
           IF ERL-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT EMP-RELEASE-FILE
               IF ERL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'APPRVRUN: UNABLE TO OPEN EMPLOYEE '
                           'MAINTENANCE TRANSACTION FILE, FILE '
                           'STATUS = ' ERL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE 'Y' TO ERL-OPEN-SWITCH
           .

       25-OPEN-PO-TRANS.

           OPEN EXTEND PO-RELEASE-FILE
           IF PRL-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT PO-RELEASE-FILE
               IF PRL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'APPRVRUN: UNABLE TO OPEN PO '
                           'TRANSACTION FILE, FILE STATUS = '
                           PRL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE 'Y' TO PRL-OPEN-SWITCH
           .

       25-OPEN-VENDOR-TRANS.

           OPEN EXTEND VEND-RELEASE-FILE
           IF VRL-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT VEND-RELEASE-FILE
               IF VRL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'APPRVRUN: UNABLE TO OPEN VENDOR '
                           'TRANSACTION FILE, FILE STATUS = '
                           VRL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE 'Y' TO VRL-OPEN-SWITCH
           .

      *****************************************************************
      * 27-WRITE-DECISION-AUDIT leaves the standard audit row for a
      * release or rejection under the maintenance run the change
      * belongs to: who asked for it and when as the before image,
      * who decided it as the after image.
      *****************************************************************
       27-WRITE-DECISION-AUDIT.

           MOVE RUN-DATE-YYYYMMDD TO AUD-RUN-DATE
           MOVE PNT-PROGRAM (PND-HOLD-SUB) TO AUD-PROGRAM
           MOVE 'APPROVAL-DECISIONS' TO AUD-TRANS-SOURCE
           MOVE APD-DECISION TO AUD-ACTION
           MOVE PNT-KEY (PND-HOLD-SUB) TO AUD-KEY
           MOVE PNT-REQUESTER-ID (PND-HOLD-SUB) TO ARI-REQUESTER-ID
           MOVE PNT-REQUEST-DATE (PND-HOLD-SUB) TO ARI-REQUEST-DATE
           MOVE AUDIT-REQUEST-IMAGE TO AUD-BEFORE-IMAGE
           MOVE APD-APPROVER-ID TO ADI-APPROVER-ID
           MOVE AUDIT-DECISION-IMAGE TO AUD-AFTER-IMAGE
           WRITE MAINT-AUDIT-RECORD
           .

       28-WRITE-REGISTER-LINE.

           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 30-AGE-PENDING-ITEMS lists every item still waiting for a
      * decision, oldest first, with its age in days on the 30/360
      * basis the aging reports use.
      *****************************************************************
       30-AGE-PENDING-ITEMS.

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE RUN-DATE-YYYYMMDD TO AGT-RUN-DATE
           MOVE AGING-TITLE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE AGING-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           PERFORM VARYING PND-SUB FROM 1 BY 1
               UNTIL PND-SUB > PENDING-COUNT
               IF PNT-STATUS (PND-SUB) IS EQUAL TO 'P'
                   PERFORM 32-WRITE-AGING-LINE
               END-IF
           END-PERFORM
           .

       32-WRITE-AGING-LINE.

           MOVE PNT-REQUEST-DATE (PND-SUB) TO REQUEST-DATE-WORK
           COMPUTE AGE-DAYS =
               (RUN-CCYY - REQUEST-CCYY) * 360
             + (RUN-MM - REQUEST-MM) * 30
             + (RUN-DD - REQUEST-DD)
           IF AGE-DAYS IS LESS THAN ZERO
               MOVE 0 TO AGE-DAYS
           END-IF

           ADD 1 TO AWAITING-COUNT
           EVALUATE TRUE
               WHEN AGE-DAYS IS LESS THAN 8
                   ADD 1 TO AGE-0-7-COUNT
               WHEN AGE-DAYS IS LESS THAN 15
                   ADD 1 TO AGE-8-14-COUNT
               WHEN AGE-DAYS IS LESS THAN 31
                   ADD 1 TO AGE-15-30-COUNT
               WHEN OTHER
                   ADD 1 TO AGE-OVER-30-COUNT
           END-EVALUATE

           MOVE PNT-PENDING-ID (PND-SUB) TO AGL-PENDING-ID
           MOVE PNT-PROGRAM (PND-SUB) TO AGL-PROGRAM
           MOVE PNT-RULE-CODE (PND-SUB) TO AGL-RULE-CODE
           MOVE PNT-KEY (PND-SUB) TO AGL-KEY
           MOVE PNT-REQUESTER-ID (PND-SUB) TO AGL-REQUESTER-ID
           MOVE PNT-REQUEST-DATE (PND-SUB) TO AGL-REQUEST-DATE
           MOVE AGE-DAYS TO AGL-AGE-DAYS
           MOVE PNT-BEFORE-VALUE (PND-SUB) TO AGL-BEFORE-VALUE
           MOVE PNT-AFTER-VALUE (PND-SUB) TO AGL-AFTER-VALUE
           MOVE AGING-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 40-EOF-ROUTINE writes the pending approval file back with
      * the decisions on it and finishes the register with the run
      * totals.
      *****************************************************************
       40-EOF-ROUTINE.

           OPEN OUTPUT PENDING-APPROVAL-FILE
           IF PND-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'APPRVRUN: UNABLE TO REWRITE PENDING '
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

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'DECISIONS READ' TO RTL-LABEL
           MOVE DECISIONS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CHANGES RELEASED' TO RTL-LABEL
           MOVE RELEASED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CHANGES REJECTED' TO RTL-LABEL
           MOVE REJECTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'DECISIONS REFUSED' TO RTL-LABEL
           MOVE REFUSED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'AWAITING APPROVAL' TO RTL-LABEL
           MOVE AWAITING-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE '  UP TO 7 DAYS' TO RTL-LABEL
           MOVE AGE-0-7-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE '  8 TO 14 DAYS' TO RTL-LABEL
           MOVE AGE-8-14-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE '  15 TO 30 DAYS' TO RTL-LABEL
           MOVE AGE-15-30-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE '  OVER 30 DAYS' TO RTL-LABEL
           MOVE AGE-OVER-30-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           IF CRL-FILE-OPEN
               CLOSE CUST-RELEASE-FILE
           END-IF
           IF ERL-FILE-OPEN
               CLOSE EMP-RELEASE-FILE
           END-IF
           IF PRL-FILE-OPEN
               CLOSE PO-RELEASE-FILE
           END-IF
           IF VRL-FILE-OPEN
               CLOSE VEND-RELEASE-FILE
           END-IF

           CLOSE AUDIT-HISTORY-FILE
                APPROVAL-REGISTER

           STOP RUN
           .
