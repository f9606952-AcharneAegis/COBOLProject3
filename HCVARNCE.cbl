      *    EMP-CERTIFICATION.txt     the per-employee
      *                              certifications with expiry
      *                              dates; optional.
      *    LEAVE-STATUS.txt          the leave status file
      *                              LEAVEMNT keeps; optional.
      *                              Employees out on leave are
      *                              counted apart from the active
      *                              heads.
      * *****
      * OUTPUT:
      *    Staffing-Variance-Report.txt  one line per warehouse and
      *                              position: budgeted, active
      *                              heads, heads out on leave,
      *                              variance of the active heads,
      *                              and an over/short flag --
      *                              SHORT-LEAVE when the leave
      *                              heads would cover the budget.
      *                              Positions found in the data
      *                              but not in the budget are
      *                              reported as unbudgeted.
      *                              Employees in a position that
      *                              requires a certification but
               ASSIGN TO 'EMP-CERTIFICATION.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ECF-FILE-STATUS.
           SELECT LEAVE-STATUS-FILE
               ASSIGN TO 'LEAVE-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LVS-FILE-STATUS.
           SELECT VARIANCE-REPORT
               ASSIGN TO PRINTER 'Staffing-Variance-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           05  ECF-ISSUE-DATE          PIC 9(8).
           05  ECF-EXPIRY-DATE         PIC 9(8).

       FD LEAVE-STATUS-FILE
           RECORD CONTAINS 40 CHARACTERS.

       COPY LVSREC.

       FD VARIANCE-REPORT
           RECORD CONTAINS 80 CHARACTERS.

               88 NO-MORE-ECF-DATA                     VALUE 'N'.
           05  CURRENT-CERT-SWITCH     PIC X           VALUE 'N'.
               88 HOLDS-CURRENT-CERT                   VALUE 'Y'.
           05  LVS-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-LVS-DATA                     VALUE 'N'.
           05  ON-LEAVE-SWITCH         PIC X           VALUE 'N'.
               88 EMPLOYEE-ON-LEAVE                    VALUE 'Y'.

       01  TEMP-FIELDS.
           05  WHC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  REQ-SUB                 PIC 99          VALUE 0.
           05  CRT-SUB                 PIC 9(4)        VALUE 0.
           05  UNCERTIFIED-COUNT       PIC 9(5)        VALUE 0.
           05  LVS-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LEAVE-SUB               PIC 9(4)        VALUE 0.
           05  ON-LEAVE-COUNT          PIC 9(5)        VALUE 0.

       01  WAREHOUSE-COUNT             PIC 99          VALUE 0.

      * the budgeted count loaded from the budget master, and the
      * actual count tallied from the employee files.  Positions
      * found in the data with no budget entry are added with a zero
      * budget so nothing staffing carries goes unreported.  An
      * employee out on leave is tallied in the leave count, not
      * the actual count, since the head is not on the floor.
      *****************************************************************
       01  SLOT-COUNT                  PIC 999         VALUE 0.

               10  SLOT-POS-CODE       PIC AA.
               10  SLOT-BUDGET-COUNT   PIC 9(5).
               10  SLOT-ACTUAL-COUNT   PIC 9(5).
               10  SLOT-LEAVE-COUNT    PIC 9(5).

      *****************************************************************
      * REQUIRED-CERT-TABLE carries the certifications that name a
               10  CRT-CERT-CODE       PIC XXX.
               10  CRT-EXPIRY-DATE     PIC 9(8).

      *****************************************************************
      * LEAVE-TABLE carries the Employee IDs out on leave off the
      * leave status file.
      *****************************************************************
       01  LEAVE-COUNT                 PIC 9(4)        VALUE 0.

       01  LEAVE-TABLE.
           05  LEAVE-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON LEAVE-COUNT.
               10  LVT-EMP-ID          PIC X(5).

       01  UNCERT-HOLD-COUNT           PIC 9(3)        VALUE 0.

       01  UNCERT-HOLD-TABLE.
               'UNCERTIFIED'.
           05  FILLER                  PIC X(46)       VALUE SPACES.

       01  VARIANCE-HEADING.
           05  FILLER                  PIC X(34)       VALUE
               'WHSE  POS   BUDGET  ACTUAL   LEAVE'.
           05  FILLER                  PIC X(34)       VALUE
               '  VARNCE'.
           05  FILLER                  PIC X(12)       VALUE SPACES.

       01  VARIANCE-LINE.
           05  VAR-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  VAR-POS-CODE            PIC AA.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  VAR-BUDGET              PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  VAR-ACTUAL              PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  VAR-ON-LEAVE            PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  VAR-VARIANCE            PIC ++,++9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  VAR-REMARK              PIC X(12).
           05  FILLER                  PIC X(24)       VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 12-LOAD-WAREHOUSE-TABLE
           PERFORM 13-LOAD-BUDGET-MASTER
           PERFORM 14-LOAD-CERTIFICATIONS
           PERFORM 16-LOAD-LEAVE-STATUS
           PERFORM VARYING WH-SUB FROM 1 BY 1
               UNTIL WH-SUB > WAREHOUSE-COUNT
               PERFORM 20-TALLY-ONE-WAREHOUSE
                       MOVE BMF-BUDGET-COUNT TO
                               SLOT-BUDGET-COUNT (SLOT-COUNT)
                       MOVE 0 TO SLOT-ACTUAL-COUNT (SLOT-COUNT)
                       MOVE 0 TO SLOT-LEAVE-COUNT (SLOT-COUNT)
               END-READ
           END-PERFORM

           END-IF
           .

       16-LOAD-LEAVE-STATUS.

           OPEN INPUT LEAVE-STATUS-FILE
           IF LVS-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF LVS-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'HCVARNCE: UNABLE TO OPEN LEAVE STATUS '
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
                           IF LVS-ON-LEAVE
                               IF LEAVE-COUNT IS EQUAL TO 5000
                                   DISPLAY 'HCVARNCE: MORE THAN 5000 '
                                           'EMPLOYEES ON LEAVE, TABLE '
                                           'IS FULL'
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO LEAVE-COUNT
                               MOVE LVS-EMP-ID TO
                                       LVT-EMP-ID (LEAVE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-STATUS-FILE
           END-IF
           .

      *****************************************************************
      * 20-TALLY-ONE-WAREHOUSE counts the warehouse's employees by
      * position code.  Report page header lines are told apart from
               END-IF
           END-PERFORM

           MOVE 'N' TO ON-LEAVE-SWITCH
           PERFORM VARYING LEAVE-SUB FROM 1 BY 1
               UNTIL LEAVE-SUB > LEAVE-COUNT
                  OR EMPLOYEE-ON-LEAVE
               IF LVT-EMP-ID (LEAVE-SUB) IS EQUAL TO OUT-EMP-ID
                   MOVE 'Y' TO ON-LEAVE-SWITCH
               END-IF
           END-PERFORM

           IF EMPLOYEE-ON-LEAVE
               ADD 1 TO ON-LEAVE-COUNT
           ELSE
               PERFORM 26-CHECK-CERTIFICATION
           END-IF

           IF SLOT-FOUND
               IF EMPLOYEE-ON-LEAVE
                   ADD 1 TO SLOT-LEAVE-COUNT (SLOT-HOLD-SUB)
               ELSE
                   ADD 1 TO SLOT-ACTUAL-COUNT (SLOT-HOLD-SUB)
               END-IF
           ELSE
               IF SLOT-COUNT IS EQUAL TO 400
                   DISPLAY 'HCVARNCE: SLOT TABLE IS FULL, CANNOT '
                       SLOT-WAREHOUSE-ID (SLOT-COUNT)
               MOVE OUT-EMP-POS TO SLOT-POS-CODE (SLOT-COUNT)
               MOVE 0 TO SLOT-BUDGET-COUNT (SLOT-COUNT)
               IF EMPLOYEE-ON-LEAVE
                   MOVE 0 TO SLOT-ACTUAL-COUNT (SLOT-COUNT)
                   MOVE 1 TO SLOT-LEAVE-COUNT (SLOT-COUNT)
               ELSE
                   MOVE 1 TO SLOT-ACTUAL-COUNT (SLOT-COUNT)
                   MOVE 0 TO SLOT-LEAVE-COUNT (SLOT-COUNT)
               END-IF
           END-IF
           .

               TO VARIANCE-RECORD
           WRITE VARIANCE-RECORD

           MOVE VARIANCE-HEADING TO VARIANCE-RECORD
           WRITE VARIANCE-RECORD

           PERFORM VARYING SLOT-SUB FROM 1 BY 1
               DISPLAY 'HCVARNCE: ' UNCERTIFIED-COUNT ' EMPLOYEES '
                       'WORKING WITHOUT A CURRENT CERTIFICATION'
           END-IF
           IF ON-LEAVE-COUNT IS GREATER THAN ZERO
               DISPLAY 'HCVARNCE: ' ON-LEAVE-COUNT ' EMPLOYEES ON '
                       'LEAVE SHOWN APART FROM ACTIVE HEADS'
           END-IF

           STOP RUN
           .
                   MOVE 'UNBUDGETED' TO VAR-REMARK
               WHEN HEAD-VARIANCE IS GREATER THAN ZERO
                   MOVE 'OVER' TO VAR-REMARK
               WHEN HEAD-VARIANCE IS LESS THAN ZERO
                AND SLOT-ACTUAL-COUNT (SLOT-SUB)
                    + SLOT-LEAVE-COUNT (SLOT-SUB) IS NOT LESS THAN
                       SLOT-BUDGET-COUNT (SLOT-SUB)
                   MOVE 'SHORT-LEAVE' TO VAR-REMARK
               WHEN HEAD-VARIANCE IS LESS THAN ZERO
                   MOVE 'SHORT' TO VAR-REMARK
           END-EVALUATE
           MOVE SLOT-POS-CODE (SLOT-SUB) TO VAR-POS-CODE
           MOVE SLOT-BUDGET-COUNT (SLOT-SUB) TO VAR-BUDGET
           MOVE SLOT-ACTUAL-COUNT (SLOT-SUB) TO VAR-ACTUAL
           MOVE SLOT-LEAVE-COUNT (SLOT-SUB) TO VAR-ON-LEAVE
           MOVE HEAD-VARIANCE TO VAR-VARIANCE
           MOVE VARIANCE-LINE TO VARIANCE-RECORD
           WRITE VARIANCE-RECORD
