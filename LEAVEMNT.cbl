       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEMNT.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * LEAVEMNT is the leave of absence maintenance run.  An
      * employee out on medical or family leave stays on the
      * employee master looking exactly like someone at work, so
      * HR keys the leave here: a start with its leave type, paid
      * or unpaid, and expected return date; a change when the
      * expected return moves or the leave goes unpaid; and the
      * actual return when the employee comes back.  The leave
      * status file carries each employee's latest leave for the
      * attendance sweep, the payroll extract, the staffing
      * variance report and the leave roster; every change is also
      * added to the leave history file, so past leaves are never
      * lost when the next one starts.
      * *****
      * INPUT:
      *    LEAVE-TRANS.txt         one transaction per line: action
      *                            ('S' start, 'E' change, 'R'
      *                            return), Employee ID, date (start
      *                            date on a start, actual return on
      *                            a return; zero for the run date),
      *                            expected return date, leave type
      *                            ('M' medical, 'F' family, 'P'
      *                            personal, 'W' workers comp, 'O'
      *                            other), paid flag ('P' paid, 'U'
      *                            unpaid).  On a change, blank or
      *                            zero fields are left as they are.
      *    LEAVE-STATUS.txt        the leave status file; missing
      *                            on the first run.
      *    EMPLOYEE-MASTER.dat     the indexed employee master, for
      *                            the employee's warehouse.
      * *****
      * OUTPUT:
      *    LEAVE-STATUS.txt        rewritten with the transactions
      *                            applied.
      *    LEAVE-HISTORY.txt       the run date, action and leave
      *                            status after every transaction
      *                            applied, extended each run.
      *    Leave-Register.txt      one line per transaction showing
      *                            what was done or why it was
      *                            rejected, plus run totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-TRANS-FILE
               ASSIGN TO 'LEAVE-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LTR-FILE-STATUS.
           SELECT LEAVE-STATUS-FILE
               ASSIGN TO 'LEAVE-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LVS-FILE-STATUS.
           SELECT EMP-MASTER-FILE
               ASSIGN TO 'EMPLOYEE-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS EMF-FILE-STATUS.
           SELECT LEAVE-HISTORY-FILE
               ASSIGN TO 'LEAVE-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LVH-FILE-STATUS.
           SELECT LEAVE-REGISTER
               ASSIGN TO PRINTER 'Leave-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD LEAVE-TRANS-FILE
           RECORD CONTAINS 24 CHARACTERS.

       01  LEAVE-TRANS-RECORD.
           05  LTR-ACTION              PIC X.
           05  LTR-EMP-ID              PIC X(5).
           05  LTR-DATE                PIC 9(8).
           05  LTR-EXPECTED-RETURN     PIC 9(8).
           05  LTR-LEAVE-TYPE          PIC X.
           05  LTR-PAID-FLAG           PIC X.

       FD LEAVE-STATUS-FILE
           RECORD CONTAINS 40 CHARACTERS.

       COPY LVSREC.

       FD EMP-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY EMPMREC.

       FD LEAVE-HISTORY-FILE
           RECORD CONTAINS 49 CHARACTERS.

       01  LEAVE-HISTORY-RECORD.
           05  LVH-RUN-DATE            PIC 9(8).
           05  LVH-ACTION              PIC X.
           05  LVH-STATUS-IMAGE        PIC X(40).

       FD LEAVE-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  LVS-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-LVS-DATA                     VALUE 'N'.
           05  TRANS-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-TRANS-DATA                   VALUE 'N'.
           05  LEAVE-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 LEAVE-FOUND                          VALUE 'Y'.
           05  MASTER-FOUND-SWITCH     PIC X           VALUE 'N'.
               88 MASTER-FOUND                         VALUE 'Y'.

       01  TEMP-FIELDS.
           05  LTR-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LVS-FILE-STATUS         PIC XX          VALUE SPACES.
           05  EMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LVH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  ACTION-DATE             PIC 9(8)        VALUE 0.
           05  EXPECTED-RETURN-WORK    PIC 9(8)        VALUE 0.
           05  LEAVE-SUB               PIC 9(4)        VALUE 0.
           05  LEAVE-HOLD-SUB          PIC 9(4)        VALUE 0.

       01  LEAVE-EDIT-AREA.
           05  TYPE-EDIT-CODE          PIC X           VALUE SPACE.
               88  TYPE-EDIT-VALID                     VALUE 'M'
                                       'F' 'P' 'W' 'O'.
           05  PAID-EDIT-CODE          PIC X           VALUE SPACE.
               88  PAID-EDIT-VALID                     VALUE 'P'
                                       'U'.

       01  RUN-TOTALS.
           05  TRANS-READ-COUNT        PIC 9(5)        VALUE 0.
           05  STARTED-COUNT           PIC 9(5)        VALUE 0.
           05  CHANGED-COUNT           PIC 9(5)        VALUE 0.
           05  RETURNED-COUNT          PIC 9(5)        VALUE 0.
           05  REJECT-COUNT            PIC 9(5)        VALUE 0.
           05  ON-LEAVE-COUNT          PIC 9(5)        VALUE 0.

      *****************************************************************
      * LEAVE-TABLE is the whole leave status file held in memory
      * while the transactions are applied; the file is rewritten
      * from it.
      *****************************************************************
       01  LEAVE-COUNT                 PIC 9(4)        VALUE 0.

       01  LEAVE-TABLE.
           05  LEAVE-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON LEAVE-COUNT.
               10  LVT-EMP-ID          PIC X(5).
               10  LVT-WAREHOUSE-ID    PIC X(4).
               10  LVT-STATUS          PIC X.
               10  LVT-LEAVE-TYPE      PIC X.
               10  LVT-PAID-FLAG       PIC X.
               10  LVT-START-DATE      PIC 9(8).
               10  LVT-EXPECTED-RETURN PIC 9(8).
               10  LVT-ACTUAL-RETURN   PIC 9(8).
               10  FILLER              PIC X(4).

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(34)       VALUE
               'A EMPID LAST NAME  T P START    EX'.
           05  FILLER                  PIC X(34)       VALUE
               'PECTED ACTUAL   DISPOSITION'.
           05  FILLER                  PIC X(12)       VALUE SPACES.

       01  REGISTER-LINE.
           05  REG-ACTION              PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-EMP-ID              PIC X(5).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-LAST-NAME           PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-LEAVE-TYPE          PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-PAID-FLAG           PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-START-DATE          PIC X(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-EXPECTED-RETURN     PIC X(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-ACTUAL-RETURN       PIC X(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-DISPOSITION         PIC X(30).

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(49)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 12-LOAD-LEAVE-STATUS
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-TRANSACTIONS
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 12-LOAD-LEAVE-STATUS reads the leave status file into the
      * table.  No file yet means nobody has been on leave.
      *****************************************************************
       12-LOAD-LEAVE-STATUS.

           OPEN INPUT LEAVE-STATUS-FILE
           IF LVS-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'LEAVEMNT: NO LEAVE STATUS FILE ON FILE'
           ELSE
               IF LVS-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'LEAVEMNT: UNABLE TO OPEN LEAVE STATUS '
                           'FILE, FILE STATUS = ' LVS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO LVS-EOF-FLAG
               PERFORM UNTIL NO-MORE-LVS-DATA
                   READ LEAVE-STATUS-FILE
                       AT END
                           MOVE 'N' TO LVS-EOF-FLAG
                       NOT AT END
                           IF LEAVE-COUNT IS EQUAL TO 5000
                               DISPLAY 'LEAVEMNT: LEAVE STATUS FILE '
                                       'HAS MORE THAN 5000 EMPLOYEES, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO LEAVE-COUNT
                           MOVE LEAVE-STATUS-RECORD TO
                                   LEAVE-ENTRY (LEAVE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE LEAVE-STATUS-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT LEAVE-TRANS-FILE
           IF LTR-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'LEAVEMNT: UNABLE TO OPEN LEAVE TRANSACTION '
                       'FILE, FILE STATUS = ' LTR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMP-MASTER-FILE
           IF EMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'LEAVEMNT: UNABLE TO OPEN EMPLOYEE MASTER, '
                       'FILE STATUS = ' EMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND LEAVE-HISTORY-FILE
           IF LVH-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT LEAVE-HISTORY-FILE
               IF LVH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'LEAVEMNT: UNABLE TO OPEN LEAVE HISTORY '
                           'FILE, FILE STATUS = ' LVH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT LEAVE-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'LEAVE OF ABSENCE REGISTER' TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       20-PROCESS-TRANSACTIONS.

           MOVE ' ' TO TRANS-EOF-FLAG
           PERFORM UNTIL NO-MORE-TRANS-DATA
               READ LEAVE-TRANS-FILE
                   AT END
                       MOVE 'N' TO TRANS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO TRANS-READ-COUNT
                       PERFORM 25-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           .

      *****************************************************************
      * 25-APPLY-ONE-TRANSACTION proves the employee on the master,
      * finds any leave already on file, and applies the action.
      *****************************************************************
       25-APPLY-ONE-TRANSACTION.

           MOVE SPACES TO REGISTER-LINE

           MOVE 'N' TO MASTER-FOUND-SWITCH
           MOVE LTR-EMP-ID TO EM-EMP-ID
           READ EMP-MASTER-FILE
           IF EMF-FILE-STATUS IS EQUAL TO '00'
               MOVE 'Y' TO MASTER-FOUND-SWITCH
               MOVE EM-LAST-NAME TO REG-LAST-NAME
           END-IF

           PERFORM 26-FIND-LEAVE

           MOVE RUN-DATE-YYYYMMDD TO ACTION-DATE
           IF LTR-DATE IS NUMERIC
              AND LTR-DATE IS GREATER THAN ZERO
               MOVE LTR-DATE TO ACTION-DATE
           END-IF

           MOVE 0 TO EXPECTED-RETURN-WORK
           IF LTR-EXPECTED-RETURN IS NUMERIC
               MOVE LTR-EXPECTED-RETURN TO EXPECTED-RETURN-WORK
           END-IF

           MOVE LTR-LEAVE-TYPE TO TYPE-EDIT-CODE
           MOVE LTR-PAID-FLAG TO PAID-EDIT-CODE

           EVALUATE TRUE
               WHEN LTR-ACTION IS NOT EQUAL TO 'S'
                AND LTR-ACTION IS NOT EQUAL TO 'E'
                AND LTR-ACTION IS NOT EQUAL TO 'R'
                   MOVE 'REJECTED - UNKNOWN ACTION'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN NOT MASTER-FOUND
                   MOVE 'REJECTED - NOT ON MASTER'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN LTR-ACTION IS EQUAL TO 'S'
                   PERFORM 27-START-LEAVE
               WHEN NOT LEAVE-FOUND
                   MOVE 'REJECTED - NOT ON LEAVE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN LVT-STATUS (LEAVE-HOLD-SUB) IS NOT EQUAL TO 'L'
                   MOVE 'REJECTED - NOT ON LEAVE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN LTR-ACTION IS EQUAL TO 'E'
                   PERFORM 28-CHANGE-LEAVE
               WHEN OTHER
                   PERFORM 29-RETURN-FROM-LEAVE
           END-EVALUATE

           IF LEAVE-FOUND
               MOVE LVT-LEAVE-TYPE (LEAVE-HOLD-SUB) TO REG-LEAVE-TYPE
               MOVE LVT-PAID-FLAG (LEAVE-HOLD-SUB) TO REG-PAID-FLAG
               MOVE LVT-START-DATE (LEAVE-HOLD-SUB) TO REG-START-DATE
               MOVE LVT-EXPECTED-RETURN (LEAVE-HOLD-SUB) TO
                       REG-EXPECTED-RETURN
               IF LVT-ACTUAL-RETURN (LEAVE-HOLD-SUB) IS GREATER
                       THAN ZERO
                   MOVE LVT-ACTUAL-RETURN (LEAVE-HOLD-SUB) TO
                           REG-ACTUAL-RETURN
               END-IF
           END-IF
           MOVE LTR-ACTION TO REG-ACTION
           MOVE LTR-EMP-ID TO REG-EMP-ID
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       26-FIND-LEAVE.

           MOVE 'N' TO LEAVE-FOUND-SWITCH
           MOVE 0 TO LEAVE-HOLD-SUB
           PERFORM VARYING LEAVE-SUB FROM 1 BY 1
               UNTIL LEAVE-SUB > LEAVE-COUNT
                  OR LEAVE-FOUND
               IF LVT-EMP-ID (LEAVE-SUB) IS EQUAL TO LTR-EMP-ID
                   MOVE 'Y' TO LEAVE-FOUND-SWITCH
                   MOVE LEAVE-SUB TO LEAVE-HOLD-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 27-START-LEAVE opens a leave.  An employee whose last leave
      * has ended keeps the same row, the old leave already being
      * on the history file; a first leave adds a row.
      *****************************************************************
       27-START-LEAVE.

           EVALUATE TRUE
               WHEN LEAVE-FOUND
                AND LVT-STATUS (LEAVE-HOLD-SUB) IS EQUAL TO 'L'
                   MOVE 'REJECTED - ALREADY ON LEAVE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN NOT TYPE-EDIT-VALID
                   MOVE 'REJECTED - BAD LEAVE TYPE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN NOT PAID-EDIT-VALID
                   MOVE 'REJECTED - BAD PAID FLAG'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN EXPECTED-RETURN-WORK IS EQUAL TO ZERO
                   MOVE 'REJECTED - NO EXPECTED RETURN'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN EXPECTED-RETURN-WORK IS LESS THAN ACTION-DATE
                   MOVE 'REJECTED - RETURN BEFORE START'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN NOT LEAVE-FOUND
                AND LEAVE-COUNT IS EQUAL TO 5000
                   DISPLAY 'LEAVEMNT: LEAVE STATUS TABLE IS FULL, '
                           'CANNOT ADD ' LTR-EMP-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   IF NOT LEAVE-FOUND
                       ADD 1 TO LEAVE-COUNT
                       MOVE LEAVE-COUNT TO LEAVE-HOLD-SUB
                       MOVE 'Y' TO LEAVE-FOUND-SWITCH
                   END-IF
                   MOVE SPACES TO LEAVE-ENTRY (LEAVE-HOLD-SUB)
                   MOVE LTR-EMP-ID TO LVT-EMP-ID (LEAVE-HOLD-SUB)
                   MOVE EM-WAREHOUSE-ID TO
                           LVT-WAREHOUSE-ID (LEAVE-HOLD-SUB)
                   MOVE 'L' TO LVT-STATUS (LEAVE-HOLD-SUB)
                   MOVE LTR-LEAVE-TYPE TO
                           LVT-LEAVE-TYPE (LEAVE-HOLD-SUB)
                   MOVE LTR-PAID-FLAG TO LVT-PAID-FLAG (LEAVE-HOLD-SUB)
                   MOVE ACTION-DATE TO LVT-START-DATE (LEAVE-HOLD-SUB)
                   MOVE EXPECTED-RETURN-WORK TO
                           LVT-EXPECTED-RETURN (LEAVE-HOLD-SUB)
                   MOVE 0 TO LVT-ACTUAL-RETURN (LEAVE-HOLD-SUB)
                   ADD 1 TO STARTED-COUNT
                   MOVE 'LEAVE STARTED' TO REG-DISPOSITION
                   PERFORM 30-WRITE-HISTORY
           END-EVALUATE
           .

      *****************************************************************
      * 28-CHANGE-LEAVE moves the expected return, or changes the
      * leave type or the paid flag -- the usual case being paid
      * leave running out and the rest of the leave going unpaid.
      *****************************************************************
       28-CHANGE-LEAVE.

           EVALUATE TRUE
               WHEN EXPECTED-RETURN-WORK IS EQUAL TO ZERO
                AND LTR-LEAVE-TYPE IS EQUAL TO SPACE
                AND LTR-PAID-FLAG IS EQUAL TO SPACE
                   MOVE 'REJECTED - NOTHING TO CHANGE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN LTR-LEAVE-TYPE IS NOT EQUAL TO SPACE
                AND NOT TYPE-EDIT-VALID
                   MOVE 'REJECTED - BAD LEAVE TYPE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN LTR-PAID-FLAG IS NOT EQUAL TO SPACE
                AND NOT PAID-EDIT-VALID
                   MOVE 'REJECTED - BAD PAID FLAG'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN EXPECTED-RETURN-WORK IS GREATER THAN ZERO
                AND EXPECTED-RETURN-WORK IS LESS THAN
                       LVT-START-DATE (LEAVE-HOLD-SUB)
                   MOVE 'REJECTED - RETURN BEFORE START'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN OTHER
                   IF EXPECTED-RETURN-WORK IS GREATER THAN ZERO
                       MOVE EXPECTED-RETURN-WORK TO
                               LVT-EXPECTED-RETURN (LEAVE-HOLD-SUB)
                   END-IF
                   IF LTR-LEAVE-TYPE IS NOT EQUAL TO SPACE
                       MOVE LTR-LEAVE-TYPE TO
                               LVT-LEAVE-TYPE (LEAVE-HOLD-SUB)
                   END-IF
                   IF LTR-PAID-FLAG IS NOT EQUAL TO SPACE
                       MOVE LTR-PAID-FLAG TO
                               LVT-PAID-FLAG (LEAVE-HOLD-SUB)
                   END-IF
                   MOVE EM-WAREHOUSE-ID TO
                           LVT-WAREHOUSE-ID (LEAVE-HOLD-SUB)
                   ADD 1 TO CHANGED-COUNT
                   MOVE 'LEAVE CHANGED' TO REG-DISPOSITION
                   PERFORM 30-WRITE-HISTORY
           END-EVALUATE
           .

       29-RETURN-FROM-LEAVE.

           IF ACTION-DATE IS LESS THAN LVT-START-DATE (LEAVE-HOLD-SUB)
               MOVE 'REJECTED - RETURN BEFORE START'
                       TO REG-DISPOSITION
               ADD 1 TO REJECT-COUNT
           ELSE
               MOVE 'R' TO LVT-STATUS (LEAVE-HOLD-SUB)
               MOVE ACTION-DATE TO LVT-ACTUAL-RETURN (LEAVE-HOLD-SUB)
               MOVE EM-WAREHOUSE-ID TO
                       LVT-WAREHOUSE-ID (LEAVE-HOLD-SUB)
               ADD 1 TO RETURNED-COUNT
               MOVE 'RETURNED FROM LEAVE' TO REG-DISPOSITION
               PERFORM 30-WRITE-HISTORY
           END-IF
           .

       30-WRITE-HISTORY.

           MOVE RUN-DATE-YYYYMMDD TO LVH-RUN-DATE
           MOVE LTR-ACTION TO LVH-ACTION
           MOVE LEAVE-ENTRY (LEAVE-HOLD-SUB) TO LVH-STATUS-IMAGE
           WRITE LEAVE-HISTORY-RECORD
           IF LVH-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'LEAVEMNT: HISTORY WRITE FAILED, FILE '
                       'STATUS = ' LVH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 40-EOF-ROUTINE rewrites the leave status file with the
      * transactions applied and finishes the register.
      *****************************************************************
       40-EOF-ROUTINE.

           OPEN OUTPUT LEAVE-STATUS-FILE
           IF LVS-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'LEAVEMNT: UNABLE TO REWRITE LEAVE STATUS '
                       'FILE, FILE STATUS = ' LVS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING LEAVE-SUB FROM 1 BY 1
               UNTIL LEAVE-SUB > LEAVE-COUNT
               MOVE LEAVE-ENTRY (LEAVE-SUB) TO LEAVE-STATUS-RECORD
               WRITE LEAVE-STATUS-RECORD
               IF LVS-ON-LEAVE
                   ADD 1 TO ON-LEAVE-COUNT
               END-IF
           END-PERFORM
           CLOSE LEAVE-STATUS-FILE

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS READ' TO RTL-LABEL
           MOVE TRANS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LEAVES STARTED' TO RTL-LABEL
           MOVE STARTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LEAVES CHANGED' TO RTL-LABEL
           MOVE CHANGED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'RETURNS RECORDED' TO RTL-LABEL
           MOVE RETURNED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS REJECTED' TO RTL-LABEL
           MOVE REJECT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'EMPLOYEES ON LEAVE' TO RTL-LABEL
           MOVE ON-LEAVE-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE LEAVE-TRANS-FILE
                 EMP-MASTER-FILE
                 LEAVE-HISTORY-FILE
                 LEAVE-REGISTER

           DISPLAY 'LEAVEMNT: ' TRANS-READ-COUNT ' TRANSACTIONS, '
                   REJECT-COUNT ' REJECTED, ' ON-LEAVE-COUNT
                   ' ON LEAVE'

           STOP RUN
           .
