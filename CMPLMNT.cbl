       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPLMNT.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * CMPLMNT is the customer complaint maintenance run.  CMPLREG
      * logs each complaint open; QA keys the follow-up here as the
      * complaint is worked.  An investigation records what was
      * found and puts the complaint under investigation; a root
      * cause says whose fault it was; a link ties the complaint to
      * the customer RMA that credited it or the vendor debit memo
      * that charged it back; and a close ends it.  A complaint
      * cannot be closed without a root cause, an RMA link must be
      * an RMA credited to the complaint's customer, a chargeback
      * link must be a debit memo raised against the complaint's
      * vendor, and a closed complaint cannot be changed.
      * *****
      * INPUT:
      *    CUSTOMER-COMPLAINT.txt  the complaints CMPLREG extends.
      *    COMPLAINT-MAINT-TRANS.txt  follow-up, one per line:
      *                            action ('I' investigation, 'R'
      *                            root cause, 'L' link, 'C'
      *                            close), complaint number, date
      *                            (zero for the run date), root
      *                            cause code ('VQ' vendor quality,
      *                            'WH' warehouse, 'CR' carrier,
      *                            'CU' customer, 'UF' unfounded,
      *                            'OT' other), link type ('R' RMA,
      *                            'V' vendor chargeback), link
      *                            number, and investigation notes.
      *    CREDIT-MEMO-HISTORY.txt optional: the RMA credits, to
      *                            prove an RMA link.
      *    VENDOR-DEBIT-MEMO.txt   optional: the vendor debit
      *                            memos, to prove a chargeback
      *                            link.
      * *****
      * OUTPUT:
      *    CUSTOMER-COMPLAINT.txt  rewritten with the follow-up.
      *    Complaint-Maint-Register.txt  one line per transaction
      *                            showing what was done or why it
      *                            was rejected, plus run totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE
               ASSIGN TO 'CUSTOMER-COMPLAINT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMP-FILE-STATUS.
           SELECT COMPLAINT-TRANS-FILE
               ASSIGN TO 'COMPLAINT-MAINT-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTR-FILE-STATUS.
           SELECT CREDIT-MEMO-HISTORY-FILE
               ASSIGN TO 'CREDIT-MEMO-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMH-FILE-STATUS.
           SELECT DEBIT-MEMO-FILE
               ASSIGN TO 'VENDOR-DEBIT-MEMO.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VDM-FILE-STATUS.
           SELECT MAINT-REGISTER
               ASSIGN TO PRINTER 'Complaint-Maint-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD COMPLAINT-FILE
           RECORD CONTAINS 129 CHARACTERS.

       COPY CMPLREC.

       FD COMPLAINT-TRANS-FILE
           RECORD CONTAINS 58 CHARACTERS.

       01  COMPLAINT-TRANS-RECORD.
           05  CTR-ACTION              PIC A.
           05  CTR-COMPLAINT-NUMBER    PIC 9(6).
           05  CTR-DATE                PIC 9(8).
           05  CTR-ROOT-CAUSE          PIC XX.
           05  CTR-LINK-TYPE           PIC X.
           05  CTR-LINK-NUMBER         PIC X(10).
           05  CTR-LINK-RMA-VIEW REDEFINES CTR-LINK-NUMBER.
               10  CTR-LINK-RMA-NUMBER PIC X(8).
               10  FILLER              PIC XX.
           05  CTR-LINK-MEMO-VIEW REDEFINES CTR-LINK-NUMBER.
               10  CTR-LINK-MEMO-NUMBER PIC 9(6).
               10  FILLER              PIC X(4).
           05  CTR-NOTES               PIC X(30).

       FD CREDIT-MEMO-HISTORY-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  CREDIT-MEMO-HISTORY-RECORD.
           05  CMH-CUSTOMER            PIC X(10).
           05  CMH-INVOICE-NUMBER      PIC X(8).
           05  CMH-RMA-NUMBER          PIC X(8).
           05  CMH-CANDY-ID            PIC XXX.
           05  CMH-CASES               PIC 9(5).
           05  CMH-CREDIT-AMOUNT       PIC 9(9)V99.
           05  CMH-RMA-DATE            PIC 9(8).

       FD DEBIT-MEMO-FILE
           RECORD CONTAINS 78 CHARACTERS.

       COPY VDMREC.

       FD MAINT-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  CMP-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CMP-DATA                     VALUE 'N'.
           05  TRANS-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-TRANS-DATA                   VALUE 'N'.
           05  CMH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CMH-DATA                     VALUE 'N'.
           05  VDM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-VDM-DATA                     VALUE 'N'.
           05  COMPLAINT-FOUND-SWITCH  PIC X           VALUE 'N'.
               88 COMPLAINT-FOUND                      VALUE 'Y'.
           05  LINK-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 LINK-FOUND                           VALUE 'Y'.

       01  TEMP-FIELDS.
           05  CMP-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CTR-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CMH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  VDM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  ACTION-DATE             PIC 9(8)        VALUE 0.
           05  COMPLAINT-SUB           PIC 9(5)        VALUE 0.
           05  COMPLAINT-HOLD-SUB      PIC 9(5)        VALUE 0.

       01  CAUSE-EDIT-AREA.
           05  CAUSE-EDIT-CODE         PIC XX          VALUE SPACES.
               88  CAUSE-EDIT-VALID                    VALUE 'VQ'
                                       'WH' 'CR' 'CU' 'UF' 'OT'.

       01  RUN-TOTALS.
           05  TRANS-READ-COUNT        PIC 9(5)        VALUE 0.
           05  INVESTIGATED-COUNT      PIC 9(5)        VALUE 0.
           05  CAUSE-COUNT             PIC 9(5)        VALUE 0.
           05  LINKED-COUNT            PIC 9(5)        VALUE 0.
           05  CLOSED-COUNT            PIC 9(5)        VALUE 0.
           05  REJECT-COUNT            PIC 9(5)        VALUE 0.
           05  STILL-OPEN-COUNT        PIC 9(5)        VALUE 0.

      *****************************************************************
      * COMPLAINT-TABLE is the whole complaint file held in memory
      * while the follow-up is applied; the file is rewritten from
      * it.
      *****************************************************************
       01  COMPLAINT-COUNT             PIC 9(5)        VALUE 0.

       01  COMPLAINT-TABLE.
           05  COMPLAINT-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON COMPLAINT-COUNT.
               10  CPT-COMPLAINT-NUMBER PIC 9(6).
               10  CPT-STATUS          PIC X.
               10  CPT-RECEIVED-DATE   PIC 9(8).
               10  CPT-LOGGED-DATE     PIC 9(8).
               10  CPT-CUSTOMER        PIC X(10).
               10  CPT-INVOICE-NUMBER  PIC X(8).
               10  CPT-CANDY-ID        PIC XXX.
               10  CPT-LOT-NUMBER      PIC X(10).
               10  CPT-WAREHOUSE-ID    PIC X(4).
               10  CPT-SHIP-DATE       PIC 9(8).
               10  CPT-VENDOR-ID       PIC A.
               10  CPT-CATEGORY        PIC XX.
               10  CPT-SEVERITY        PIC 9.
               10  CPT-INVESTIGATION   PIC X(30).
               10  CPT-INVESTIGATED-DATE PIC 9(8).
               10  CPT-ROOT-CAUSE      PIC XX.
               10  CPT-LINK-TYPE       PIC X.
               10  CPT-LINK-NUMBER     PIC X(10).
               10  CPT-CLOSED-DATE     PIC 9(8).

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(34)       VALUE
               'A NUMBER CUSTOMER   CDY LOT'.
           05  FILLER                  PIC X(34)       VALUE
               ' V RC LINK       DISPOSITION'.
           05  FILLER                  PIC X(12)       VALUE SPACES.

       01  REGISTER-LINE.
           05  REG-ACTION              PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-COMPLAINT-NUMBER    PIC X(6).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-CUSTOMER            PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-CANDY-ID            PIC XXX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-LOT-NUMBER          PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-VENDOR-ID           PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-ROOT-CAUSE          PIC XX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-LINK-NUMBER         PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-DISPOSITION         PIC X(29).

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(49)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 12-LOAD-COMPLAINT-FILE
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-TRANSACTIONS
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 12-LOAD-COMPLAINT-FILE reads the complaints into the table.
      * No complaint file yet means nothing has been logged, and
      * every transaction will reject.
      *****************************************************************
       12-LOAD-COMPLAINT-FILE.

           OPEN INPUT COMPLAINT-FILE
           IF CMP-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'CMPLMNT: NO CUSTOMER COMPLAINT FILE ON FILE'
           ELSE
               IF CMP-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CMPLMNT: UNABLE TO OPEN CUSTOMER '
                           'COMPLAINT FILE, FILE STATUS = '
                           CMP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CMP-EOF-FLAG
               PERFORM UNTIL NO-MORE-CMP-DATA
                   READ COMPLAINT-FILE
                       AT END
                           MOVE 'N' TO CMP-EOF-FLAG
                       NOT AT END
                           IF COMPLAINT-COUNT IS EQUAL TO 10000
                               DISPLAY 'CMPLMNT: COMPLAINT FILE HAS '
                                       'MORE THAN 10000 COMPLAINTS, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO COMPLAINT-COUNT
                           MOVE CUSTOMER-COMPLAINT-RECORD TO
                                   COMPLAINT-ENTRY (COMPLAINT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE COMPLAINT-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT COMPLAINT-TRANS-FILE
           IF CTR-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CMPLMNT: UNABLE TO OPEN COMPLAINT MAINTENANCE '
                       'FILE, FILE STATUS = ' CTR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'CUSTOMER COMPLAINT MAINTENANCE REGISTER' TO
                   REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       20-PROCESS-TRANSACTIONS.

           MOVE ' ' TO TRANS-EOF-FLAG
           PERFORM UNTIL NO-MORE-TRANS-DATA
               READ COMPLAINT-TRANS-FILE
                   AT END
                       MOVE 'N' TO TRANS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO TRANS-READ-COUNT
                       PERFORM 25-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           .

      *****************************************************************
      * 25-APPLY-ONE-TRANSACTION finds the complaint and records the
      * follow-up.
      *****************************************************************
       25-APPLY-ONE-TRANSACTION.

           PERFORM 26-FIND-COMPLAINT

           MOVE SPACES TO REGISTER-LINE
           IF COMPLAINT-FOUND
               MOVE CPT-CUSTOMER (COMPLAINT-HOLD-SUB) TO REG-CUSTOMER
               MOVE CPT-CANDY-ID (COMPLAINT-HOLD-SUB) TO REG-CANDY-ID
               MOVE CPT-LOT-NUMBER (COMPLAINT-HOLD-SUB) TO
                       REG-LOT-NUMBER
               MOVE CPT-VENDOR-ID (COMPLAINT-HOLD-SUB) TO
                       REG-VENDOR-ID
           END-IF

           MOVE RUN-DATE-YYYYMMDD TO ACTION-DATE
           IF CTR-DATE IS NUMERIC
              AND CTR-DATE IS GREATER THAN ZERO
               MOVE CTR-DATE TO ACTION-DATE
           END-IF

           EVALUATE TRUE
               WHEN CTR-ACTION IS NOT EQUAL TO 'I'
                AND CTR-ACTION IS NOT EQUAL TO 'R'
                AND CTR-ACTION IS NOT EQUAL TO 'L'
                AND CTR-ACTION IS NOT EQUAL TO 'C'
                   MOVE 'REJECTED - UNKNOWN ACTION'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN NOT COMPLAINT-FOUND
                   MOVE 'REJECTED - NOT ON FILE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN CPT-STATUS (COMPLAINT-HOLD-SUB) IS EQUAL TO 'C'
                   MOVE 'REJECTED - ALREADY CLOSED'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN CTR-ACTION IS EQUAL TO 'I'
                   PERFORM 27-RECORD-INVESTIGATION
               WHEN CTR-ACTION IS EQUAL TO 'R'
                   PERFORM 28-RECORD-ROOT-CAUSE
               WHEN CTR-ACTION IS EQUAL TO 'L'
                   PERFORM 29-LINK-COMPLAINT
               WHEN OTHER
                   PERFORM 30-CLOSE-COMPLAINT
           END-EVALUATE

           IF COMPLAINT-FOUND
               MOVE CPT-ROOT-CAUSE (COMPLAINT-HOLD-SUB) TO
                       REG-ROOT-CAUSE
               MOVE CPT-LINK-NUMBER (COMPLAINT-HOLD-SUB) TO
                       REG-LINK-NUMBER
           END-IF
           MOVE CTR-ACTION TO REG-ACTION
           MOVE CTR-COMPLAINT-NUMBER TO REG-COMPLAINT-NUMBER
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       26-FIND-COMPLAINT.

           MOVE 'N' TO COMPLAINT-FOUND-SWITCH
           MOVE 0 TO COMPLAINT-HOLD-SUB
           PERFORM VARYING COMPLAINT-SUB FROM 1 BY 1
               UNTIL COMPLAINT-SUB > COMPLAINT-COUNT
                  OR COMPLAINT-FOUND
               IF CPT-COMPLAINT-NUMBER (COMPLAINT-SUB) IS EQUAL TO
                       CTR-COMPLAINT-NUMBER
                   MOVE 'Y' TO COMPLAINT-FOUND-SWITCH
                   MOVE COMPLAINT-SUB TO COMPLAINT-HOLD-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 27-RECORD-INVESTIGATION records what QA found and puts an
      * open complaint under investigation.  A root cause keyed on
      * the same line is taken with it.
      *****************************************************************
       27-RECORD-INVESTIGATION.

           MOVE CTR-ROOT-CAUSE TO CAUSE-EDIT-CODE
           EVALUATE TRUE
               WHEN CTR-NOTES IS EQUAL TO SPACES
                   MOVE 'REJECTED - NO FINDINGS KEYED'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN CTR-ROOT-CAUSE IS NOT EQUAL TO SPACES
                AND NOT CAUSE-EDIT-VALID
                   MOVE 'REJECTED - BAD ROOT CAUSE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN OTHER
                   MOVE CTR-NOTES TO
                           CPT-INVESTIGATION (COMPLAINT-HOLD-SUB)
                   MOVE ACTION-DATE TO
                           CPT-INVESTIGATED-DATE (COMPLAINT-HOLD-SUB)
                   IF CTR-ROOT-CAUSE IS NOT EQUAL TO SPACES
                       MOVE CTR-ROOT-CAUSE TO
                               CPT-ROOT-CAUSE (COMPLAINT-HOLD-SUB)
                   END-IF
                   MOVE 'I' TO CPT-STATUS (COMPLAINT-HOLD-SUB)
                   ADD 1 TO INVESTIGATED-COUNT
                   MOVE 'INVESTIGATION RECORDED' TO REG-DISPOSITION
           END-EVALUATE
           .

       28-RECORD-ROOT-CAUSE.

           MOVE CTR-ROOT-CAUSE TO CAUSE-EDIT-CODE
           IF NOT CAUSE-EDIT-VALID
               MOVE 'REJECTED - BAD ROOT CAUSE' TO REG-DISPOSITION
               ADD 1 TO REJECT-COUNT
           ELSE
               MOVE CTR-ROOT-CAUSE TO
                       CPT-ROOT-CAUSE (COMPLAINT-HOLD-SUB)
               MOVE 'I' TO CPT-STATUS (COMPLAINT-HOLD-SUB)
               ADD 1 TO CAUSE-COUNT
               MOVE 'ROOT CAUSE RECORDED' TO REG-DISPOSITION
           END-IF
           .

      *****************************************************************
      * 29-LINK-COMPLAINT ties the complaint to the RMA credit or
      * the vendor debit memo it was settled with, once the number
      * keyed is proved against the customer or the vendor.
      *****************************************************************
       29-LINK-COMPLAINT.

           MOVE 'N' TO LINK-FOUND-SWITCH
           EVALUATE TRUE
               WHEN CTR-LINK-NUMBER IS EQUAL TO SPACES
                   MOVE 'REJECTED - NO LINK NUMBER'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN CTR-LINK-TYPE IS EQUAL TO 'R'
                   PERFORM 31-FIND-RMA
                   IF LINK-FOUND
                       MOVE 'LINKED TO RMA' TO REG-DISPOSITION
                   ELSE
                       MOVE 'REJECTED - RMA NOT CUSTOMERS'
                               TO REG-DISPOSITION
                   END-IF
               WHEN CTR-LINK-TYPE IS EQUAL TO 'V'
                   IF CTR-LINK-MEMO-NUMBER IS NUMERIC
                       PERFORM 32-FIND-DEBIT-MEMO
                   END-IF
                   IF LINK-FOUND
                       MOVE 'LINKED TO VENDOR CHARGEBACK'
                               TO REG-DISPOSITION
                   ELSE
                       MOVE 'REJECTED - MEMO NOT VENDORS'
                               TO REG-DISPOSITION
                   END-IF
               WHEN OTHER
                   MOVE 'REJECTED - BAD LINK TYPE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
           END-EVALUATE

           IF CTR-LINK-TYPE IS EQUAL TO 'R'
              OR CTR-LINK-TYPE IS EQUAL TO 'V'
               IF LINK-FOUND
                   MOVE CTR-LINK-TYPE TO
                           CPT-LINK-TYPE (COMPLAINT-HOLD-SUB)
                   MOVE CTR-LINK-NUMBER TO
                           CPT-LINK-NUMBER (COMPLAINT-HOLD-SUB)
                   MOVE 'I' TO CPT-STATUS (COMPLAINT-HOLD-SUB)
                   ADD 1 TO LINKED-COUNT
               ELSE
                   IF CTR-LINK-NUMBER IS NOT EQUAL TO SPACES
                       ADD 1 TO REJECT-COUNT
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************************
      * 30-CLOSE-COMPLAINT closes the complaint.  The root cause may
      * come in on the closing line; without one on either, the
      * complaint stays open.
      *****************************************************************
       30-CLOSE-COMPLAINT.

           MOVE CTR-ROOT-CAUSE TO CAUSE-EDIT-CODE
           EVALUATE TRUE
               WHEN CTR-ROOT-CAUSE IS NOT EQUAL TO SPACES
                AND NOT CAUSE-EDIT-VALID
                   MOVE 'REJECTED - BAD ROOT CAUSE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN CTR-ROOT-CAUSE IS EQUAL TO SPACES
                AND CPT-ROOT-CAUSE (COMPLAINT-HOLD-SUB) IS EQUAL TO
                       SPACES
                   MOVE 'REJECTED - NO ROOT CAUSE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN OTHER
                   IF CTR-ROOT-CAUSE IS NOT EQUAL TO SPACES
                       MOVE CTR-ROOT-CAUSE TO
                               CPT-ROOT-CAUSE (COMPLAINT-HOLD-SUB)
                   END-IF
                   MOVE 'C' TO CPT-STATUS (COMPLAINT-HOLD-SUB)
                   MOVE ACTION-DATE TO
                           CPT-CLOSED-DATE (COMPLAINT-HOLD-SUB)
                   ADD 1 TO CLOSED-COUNT
                   MOVE 'CLOSED' TO REG-DISPOSITION
           END-EVALUATE
           .

      *****************************************************************
      * 31-FIND-RMA looks for the RMA number keyed among the credits
      * issued to the complaint's customer.
      *****************************************************************
       31-FIND-RMA.

           OPEN INPUT CREDIT-MEMO-HISTORY-FILE
           IF CMH-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO CMH-EOF-FLAG
               PERFORM UNTIL NO-MORE-CMH-DATA
                          OR LINK-FOUND
                   READ CREDIT-MEMO-HISTORY-FILE
                       AT END
                           MOVE 'N' TO CMH-EOF-FLAG
                       NOT AT END
                           IF CMH-RMA-NUMBER IS EQUAL TO
                                   CTR-LINK-RMA-NUMBER
                              AND CMH-CUSTOMER IS EQUAL TO
                                   CPT-CUSTOMER (COMPLAINT-HOLD-SUB)
                               MOVE 'Y' TO LINK-FOUND-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-MEMO-HISTORY-FILE
           END-IF
           .

      *****************************************************************
      * 32-FIND-DEBIT-MEMO looks for the debit memo number keyed
      * among the memos raised against the complaint's vendor.
      *****************************************************************
       32-FIND-DEBIT-MEMO.

           OPEN INPUT DEBIT-MEMO-FILE
           IF VDM-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO VDM-EOF-FLAG
               PERFORM UNTIL NO-MORE-VDM-DATA
                          OR LINK-FOUND
                   READ DEBIT-MEMO-FILE
                       AT END
                           MOVE 'N' TO VDM-EOF-FLAG
                       NOT AT END
                           IF VDM-MEMO-NUMBER IS EQUAL TO
                                   CTR-LINK-MEMO-NUMBER
                              AND VDM-VENDOR-ID IS EQUAL TO
                                   CPT-VENDOR-ID (COMPLAINT-HOLD-SUB)
                               MOVE 'Y' TO LINK-FOUND-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEBIT-MEMO-FILE
           END-IF
           .

      *****************************************************************
      * 40-EOF-ROUTINE rewrites the complaint file with the
      * follow-up applied and finishes the register.
      *****************************************************************
       40-EOF-ROUTINE.

           OPEN OUTPUT COMPLAINT-FILE
           IF CMP-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CMPLMNT: UNABLE TO REWRITE CUSTOMER COMPLAINT '
                       'FILE, FILE STATUS = ' CMP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING COMPLAINT-SUB FROM 1 BY 1
               UNTIL COMPLAINT-SUB > COMPLAINT-COUNT
               MOVE COMPLAINT-ENTRY (COMPLAINT-SUB) TO
                       CUSTOMER-COMPLAINT-RECORD
               WRITE CUSTOMER-COMPLAINT-RECORD
               IF NOT CMP-CLOSED
                   ADD 1 TO STILL-OPEN-COUNT
               END-IF
           END-PERFORM
           CLOSE COMPLAINT-FILE

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS READ' TO RTL-LABEL
           MOVE TRANS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'INVESTIGATIONS RECORDED' TO RTL-LABEL
           MOVE INVESTIGATED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'ROOT CAUSES RECORDED' TO RTL-LABEL
           MOVE CAUSE-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'COMPLAINTS LINKED' TO RTL-LABEL
           MOVE LINKED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'COMPLAINTS CLOSED' TO RTL-LABEL
           MOVE CLOSED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS REJECTED' TO RTL-LABEL
           MOVE REJECT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'COMPLAINTS STILL OPEN' TO RTL-LABEL
           MOVE STILL-OPEN-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE COMPLAINT-TRANS-FILE
                 MAINT-REGISTER

           DISPLAY 'CMPLMNT: ' TRANS-READ-COUNT ' TRANSACTIONS, '
                   REJECT-COUNT ' REJECTED'

           STOP RUN
           .
