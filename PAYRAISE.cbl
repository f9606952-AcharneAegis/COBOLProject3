      * effective date -- and updates every employee on the indexed
      * master in one pass, printing a register with each before
      * and after salary plus per-warehouse and company-wide payroll
      * deltas for the CFO to sign off.  Where the position has a
      * pay grade no raise takes an employee past the grade
      * maximum, and a position's percentage can be scaled by each
      * employee's compa-ratio (salary over grade midpoint) so the
      * underpaid catch up first -- the percentage is multiplied by
      * midpoint over salary, held between one half and one and a
      * half times.
      * *****
      * INPUT:
      *    PAY-INCREASE-PARMS.txt  one line per position code:
      *                            method ('P' percent, 'F' flat),
      *                            percent, flat amount, salary cap
      *                            (zero = no cap), effective date,
      *                            and 'Y' to scale a percentage
      *                            by compa-ratio.
      *    PAY-GRADE-MASTER.txt    optional: one line per pay
      *                            grade: grade, minimum, midpoint
      *                            and maximum annual salary.
      *    POSITION-GRADE.txt      optional: each position code's
      *                            pay grade.
      *    EMPLOYEE-MASTER.dat     the indexed employee master,
      *                            updated in place.
      * *****
      * OUTPUT:
      *    Pay-Increase-Register.txt  every employee's before and
      *                            after salary, any cap or scaling
      *                            applied, per-warehouse and
      *                            company-wide delta totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
               ASSIGN TO 'PAY-INCREASE-PARMS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPF-FILE-STATUS.
           SELECT PAY-GRADE-FILE
               ASSIGN TO 'PAY-GRADE-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PGM-FILE-STATUS.
           SELECT POSITION-GRADE-FILE
               ASSIGN TO 'POSITION-GRADE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSG-FILE-STATUS.
           SELECT EMP-MASTER-FILE
               ASSIGN TO 'EMPLOYEE-MASTER.dat'
               ORGANIZATION IS INDEXED
       FILE SECTION.

       FD RAISE-PARM-FILE
           RECORD CONTAINS 32 CHARACTERS.

       01  RAISE-PARM-RECORD.
           05  RPF-POS-CODE            PIC AA.
           05  RPF-FLAT-AMOUNT         PIC 9(7).
           05  RPF-SALARY-CAP          PIC 9(8).
           05  RPF-EFFECTIVE-DATE      PIC 9(8).
           05  RPF-COMPA-SCALING       PIC X.

       FD PAY-GRADE-FILE
           RECORD CONTAINS 26 CHARACTERS.

       01  PAY-GRADE-RECORD.
           05  PGM-GRADE               PIC XX.
           05  PGM-MINIMUM             PIC 9(8).
           05  PGM-MIDPOINT            PIC 9(8).
           05  PGM-MAXIMUM             PIC 9(8).

       FD POSITION-GRADE-FILE
           RECORD CONTAINS 4 CHARACTERS.

       01  POSITION-GRADE-RECORD.
           05  PSG-POS-CODE            PIC AA.
           05  PSG-GRADE               PIC XX.

       FD EMP-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01  FLAGS-N-SWITCHES.
           05  RPF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RPF-DATA                     VALUE 'N'.
           05  PGM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PGM-DATA                     VALUE 'N'.
           05  PSG-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PSG-DATA                     VALUE 'N'.
           05  MASTER-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-MASTER-DATA                  VALUE 'N'.
           05  PARM-FOUND-SWITCH       PIC X           VALUE 'N'.
       01  TEMP-FIELDS.
           05  AUD-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PGM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PSG-FILE-STATUS         PIC XX          VALUE SPACES.
           05  EMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  AS-OF-DATE              PIC 9(8)        VALUE 0.
           05  PARM-SUB                PIC 99          VALUE 0.
           05  SALARY-DELTA            PIC S9(9)       VALUE 0.
           05  CAP-APPLIED-SWITCH      PIC X           VALUE 'N'.
               88 CAP-APPLIED                          VALUE 'Y'.
           05  GRADE-CAP-SWITCH        PIC X           VALUE 'N'.
               88 GRADE-CAP-APPLIED                    VALUE 'Y'.
               88 ALREADY-AT-GRADE-MAX                 VALUE 'A'.
           05  GRADE-SUB               PIC 99          VALUE 0.
           05  GRADE-HOLD-SUB          PIC 99          VALUE 0.
           05  POS-SUB                 PIC 99          VALUE 0.
           05  EFFECTIVE-PERCENT       PIC 999V99      VALUE 0.
           05  SCALE-FACTOR            PIC 9V99        VALUE 0.
           05  SCALE-FACTOR-EDIT       PIC 9.99.

       01  RUN-TOTALS.
           05  EMPLOYEES-READ-COUNT    PIC 9(7)        VALUE 0.
           05  RAISES-APPLIED-COUNT    PIC 9(7)        VALUE 0.
           05  NO-PARM-COUNT           PIC 9(7)        VALUE 0.
           05  CAPPED-COUNT            PIC 9(7)        VALUE 0.
           05  GRADE-CAPPED-COUNT      PIC 9(7)        VALUE 0.
           05  SCALED-COUNT            PIC 9(7)        VALUE 0.
           05  COMPANY-DELTA           PIC S9(11)      VALUE 0.

       01  PARM-COUNT                  PIC 99          VALUE 0.
               10  PRM-FLAT-AMOUNT     PIC 9(7).
               10  PRM-SALARY-CAP      PIC 9(8).
               10  PRM-EFFECTIVE-DATE  PIC 9(8).
               10  PRM-COMPA-SCALING   PIC X.

      *****************************************************************
      * GRADE-TABLE holds the pay grade ranges and POS-GRADE-TABLE
      * each position's entry in it; both stay empty when the pay
      * grade files are not on hand, and no grade limit applies.
      *****************************************************************
       01  GRADE-COUNT                 PIC 99          VALUE 0.

       01  GRADE-TABLE.
           05  GRADE-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON GRADE-COUNT.
               10  GRT-GRADE           PIC XX.
               10  GRT-MINIMUM         PIC 9(8).
               10  GRT-MIDPOINT        PIC 9(8).
               10  GRT-MAXIMUM         PIC 9(8).

       01  POS-GRADE-COUNT             PIC 99          VALUE 0.

       01  POS-GRADE-TABLE.
           05  POS-GRADE-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON POS-GRADE-COUNT.
               10  PGT-POS-CODE        PIC AA.
               10  PGT-GRADE-SUB       PIC 99.

      *****************************************************************
      * WH-DELTA-TABLE accumulates the payroll delta by warehouse
           ACCEPT AS-OF-DATE FROM DATE YYYYMMDD

           PERFORM 12-LOAD-RAISE-PARMS
           PERFORM 13-LOAD-PAY-GRADES
           PERFORM 14-LOAD-POSITION-GRADES
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-SCAN-AND-RAISE
           PERFORM 40-EOF-ROUTINE
           END-IF
           .

      *****************************************************************
      * 13-LOAD-PAY-GRADES loads the grade ranges.  A line whose
      * amounts are not numeric or not in minimum, midpoint,
      * maximum order is passed over.
      *****************************************************************
       13-LOAD-PAY-GRADES.

           OPEN INPUT PAY-GRADE-FILE
           IF PGM-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'PAYRAISE: NO PAY GRADE MASTER, GRADE '
                       'MAXIMUMS NOT APPLIED'
           ELSE
               IF PGM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PAYRAISE: UNABLE TO OPEN PAY GRADE '
                           'MASTER, FILE STATUS = ' PGM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO PGM-EOF-FLAG
               PERFORM UNTIL NO-MORE-PGM-DATA
                   READ PAY-GRADE-FILE
                       AT END
                           MOVE 'N' TO PGM-EOF-FLAG
                       NOT AT END
                           PERFORM 13A-TAKE-ONE-GRADE
                   END-READ
               END-PERFORM
               CLOSE PAY-GRADE-FILE
           END-IF
           .

       13A-TAKE-ONE-GRADE.

           IF PGM-MINIMUM IS NOT NUMERIC
              OR PGM-MIDPOINT IS NOT NUMERIC
              OR PGM-MAXIMUM IS NOT NUMERIC
               DISPLAY 'PAYRAISE: PAY GRADE ' PGM-GRADE
                       ' AMOUNTS NOT NUMERIC, SKIPPED'
           ELSE
               IF PGM-MIDPOINT IS LESS THAN PGM-MINIMUM
                  OR PGM-MAXIMUM IS LESS THAN PGM-MIDPOINT
                  OR PGM-MIDPOINT IS EQUAL TO ZERO
                   DISPLAY 'PAYRAISE: PAY GRADE ' PGM-GRADE
                           ' RANGE OUT OF ORDER, SKIPPED'
               ELSE
                   IF GRADE-COUNT IS EQUAL TO 50
                       DISPLAY 'PAYRAISE: MORE THAN 50 PAY GRADES, '
                               'TABLE IS FULL'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO GRADE-COUNT
                   MOVE PAY-GRADE-RECORD TO GRADE-ENTRY (GRADE-COUNT)
               END-IF
           END-IF
           .

      *****************************************************************
      * 14-LOAD-POSITION-GRADES ties each position code to its
      * grade's entry in the grade table.
      *****************************************************************
       14-LOAD-POSITION-GRADES.

           OPEN INPUT POSITION-GRADE-FILE
           IF PSG-FILE-STATUS IS EQUAL TO '35'
               IF GRADE-COUNT IS GREATER THAN ZERO
                   DISPLAY 'PAYRAISE: NO POSITION GRADE FILE, GRADE '
                           'MAXIMUMS NOT APPLIED'
               END-IF
           ELSE
               IF PSG-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PAYRAISE: UNABLE TO OPEN POSITION GRADE '
                           'FILE, FILE STATUS = ' PSG-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO PSG-EOF-FLAG
               PERFORM UNTIL NO-MORE-PSG-DATA
                   READ POSITION-GRADE-FILE
                       AT END
                           MOVE 'N' TO PSG-EOF-FLAG
                       NOT AT END
                           PERFORM 14A-TAKE-ONE-POSITION
                   END-READ
               END-PERFORM
               CLOSE POSITION-GRADE-FILE
           END-IF
           .

       14A-TAKE-ONE-POSITION.

           MOVE 0 TO GRADE-HOLD-SUB
           PERFORM VARYING GRADE-SUB FROM 1 BY 1
               UNTIL GRADE-SUB > GRADE-COUNT
                  OR GRADE-HOLD-SUB > 0
               IF GRT-GRADE (GRADE-SUB) IS EQUAL TO PSG-GRADE
                   MOVE GRADE-SUB TO GRADE-HOLD-SUB
               END-IF
           END-PERFORM

           IF GRADE-HOLD-SUB IS EQUAL TO 0
               DISPLAY 'PAYRAISE: POSITION ' PSG-POS-CODE ' GRADE '
                       PSG-GRADE ' NOT ON PAY GRADE MASTER, SKIPPED'
           ELSE
               IF POS-GRADE-COUNT IS EQUAL TO 50
                   DISPLAY 'PAYRAISE: MORE THAN 50 POSITION GRADES, '
                           'TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO POS-GRADE-COUNT
               MOVE PSG-POS-CODE TO PGT-POS-CODE (POS-GRADE-COUNT)
               MOVE GRADE-HOLD-SUB TO PGT-GRADE-SUB (POS-GRADE-COUNT)
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN I-O EMP-MASTER-FILE

      *****************************************************************
      * 25-RAISE-ONE-EMPLOYEE applies the position's parameter line
      * to one employee: percentage (scaled by compa-ratio when the
      * line asks for it) or flat amount, held to the per-position
      * cap and then to the grade maximum.  An employee already at
      * or past the grade maximum gets no raise.  An employee whose
      * position has no parameter line is passed over and counted.
      *****************************************************************
       25-RAISE-ONE-EMPLOYEE.


           MOVE EM-SALARY TO OLD-SALARY
           MOVE 'N' TO CAP-APPLIED-SWITCH
           MOVE 'N' TO GRADE-CAP-SWITCH
           MOVE 0 TO SCALE-FACTOR

           MOVE 0 TO GRADE-HOLD-SUB
           PERFORM VARYING POS-SUB FROM 1 BY 1
               UNTIL POS-SUB > POS-GRADE-COUNT
                  OR GRADE-HOLD-SUB > 0
               IF PGT-POS-CODE (POS-SUB) IS EQUAL TO EM-EMP-POS
                   MOVE PGT-GRADE-SUB (POS-SUB) TO GRADE-HOLD-SUB
               END-IF
           END-PERFORM

           IF PRM-METHOD (PARM-HOLD-SUB) IS EQUAL TO 'F'
               COMPUTE NEW-SALARY = OLD-SALARY
                       + PRM-FLAT-AMOUNT (PARM-HOLD-SUB)
           ELSE
               MOVE PRM-PERCENT (PARM-HOLD-SUB) TO EFFECTIVE-PERCENT
               IF PRM-COMPA-SCALING (PARM-HOLD-SUB) IS EQUAL TO 'Y'
                  AND GRADE-HOLD-SUB IS GREATER THAN 0
                  AND OLD-SALARY IS GREATER THAN ZERO
                   PERFORM 26-SCALE-BY-COMPA-RATIO
               END-IF
               COMPUTE NEW-SALARY ROUNDED = OLD-SALARY
                       + OLD-SALARY * EFFECTIVE-PERCENT / 100
           END-IF

           IF PRM-SALARY-CAP (PARM-HOLD-SUB) IS GREATER THAN ZERO
               ADD 1 TO CAPPED-COUNT
           END-IF

           IF GRADE-HOLD-SUB IS GREATER THAN 0
              AND NEW-SALARY IS GREATER THAN
                       GRT-MAXIMUM (GRADE-HOLD-SUB)
               IF OLD-SALARY IS NOT LESS THAN
                       GRT-MAXIMUM (GRADE-HOLD-SUB)
                   MOVE OLD-SALARY TO NEW-SALARY
                   MOVE 'A' TO GRADE-CAP-SWITCH
               ELSE
                   MOVE GRT-MAXIMUM (GRADE-HOLD-SUB) TO NEW-SALARY
                   MOVE 'Y' TO GRADE-CAP-SWITCH
               END-IF
               ADD 1 TO GRADE-CAPPED-COUNT
           END-IF

           IF NEW-SALARY IS GREATER THAN 99999999
               MOVE 99999999 TO NEW-SALARY
               MOVE 'Y' TO CAP-APPLIED-SWITCH
           MOVE EM-EMP-POS TO REG-POS-CODE
           MOVE OLD-SALARY TO REG-OLD-SALARY
           MOVE NEW-SALARY TO REG-NEW-SALARY
           MOVE SPACES TO REG-REMARK
           EVALUATE TRUE
               WHEN ALREADY-AT-GRADE-MAX
                   MOVE 'AT GRADE MAXIMUM' TO REG-REMARK
               WHEN GRADE-CAP-APPLIED
                   MOVE 'HELD TO GRADE MAX' TO REG-REMARK
               WHEN CAP-APPLIED
                   MOVE 'HELD TO CAP' TO REG-REMARK
               WHEN SCALE-FACTOR IS GREATER THAN ZERO
                   MOVE SCALE-FACTOR TO SCALE-FACTOR-EDIT
                   STRING 'MERIT SCALED X ' DELIMITED BY SIZE
                          SCALE-FACTOR-EDIT DELIMITED BY SIZE
                       INTO REG-REMARK
           END-EVALUATE
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .
       25-RAISE-EXIT.
           EXIT.

      *****************************************************************
      * 26-SCALE-BY-COMPA-RATIO multiplies the percentage by the
      * grade midpoint over the salary -- more than the full
      * percentage below midpoint, less above it -- held between
      * 0.50 and 1.50 times.
      *****************************************************************
       26-SCALE-BY-COMPA-RATIO.

           COMPUTE SCALE-FACTOR ROUNDED =
                   GRT-MIDPOINT (GRADE-HOLD-SUB) / OLD-SALARY
               ON SIZE ERROR
                   MOVE 1.50 TO SCALE-FACTOR
           END-COMPUTE
           IF SCALE-FACTOR IS GREATER THAN 1.50
               MOVE 1.50 TO SCALE-FACTOR
           END-IF
           IF SCALE-FACTOR IS LESS THAN 0.50
               MOVE 0.50 TO SCALE-FACTOR
           END-IF
           COMPUTE EFFECTIVE-PERCENT ROUNDED =
                   PRM-PERCENT (PARM-HOLD-SUB) * SCALE-FACTOR
               ON SIZE ERROR
                   MOVE PRM-PERCENT (PARM-HOLD-SUB) TO
                           EFFECTIVE-PERCENT
           END-COMPUTE
           ADD 1 TO SCALED-COUNT
           .

       27-ADD-WAREHOUSE-DELTA.

           MOVE 0 TO WHT-HOLD-SUB
           MOVE TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO TOTAL-LINE
           MOVE 'HELD TO GRADE MAXIMUM' TO TOT-LABEL
           MOVE GRADE-CAPPED-COUNT TO TOT-AMOUNT
           MOVE TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO TOTAL-LINE
           MOVE 'MERIT SCALED BY COMPA' TO TOT-LABEL
           MOVE SCALED-COUNT TO TOT-AMOUNT
           MOVE TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE EMP-MASTER-FILE
                RAISE-REGISTER

