       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRARUN.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * COBRARUN is the continuation coverage run.  When TERMPROC
      * takes an employee off the master who was on a health plan,
      * the employee and the dependents are owed the chance to
      * keep that coverage at their own cost.  Each termination on
      * the terminated-employee history with a health plan gets a
      * continuation record -- plan, dependents off the dependent
      * detail file, and the monthly premium from the health rate
      * master plus the administrative percentage -- and an
      * election notice is printed.  Elections, waivers and premium
      * payments are keyed as transactions.  Each run then expires
      * elections not received by the deadline, drops elected
      * coverage whose premium is unpaid past the grace period, and
      * ends coverage at the end of the maximum period.  Elected
      * continuees go to the carrier on the CARRIER interface.
      * *****
      * INPUT:
      *    TERMINATED-HISTORY.txt  the terminated-employee history
      *                            from TERMPROC.  A termination for
      *                            gross misconduct (reason 'GM') or
      *                            without a health plan is not
      *                            offered continuation.
      *    COBRA-CONTINUATION.txt  the continuation file; missing on
      *                            the first run.
      *    COBRA-TRANS.txt         optional: one transaction per
      *                            line: action ('E' elect, 'W'
      *                            waive, 'P' premium payment),
      *                            Employee ID, termination date
      *                            (zero for the employee's latest),
      *                            date received (zero for the run
      *                            date), payment amount.
      *    COBRA-PARM.txt          optional: the administrative
      *                            percentage (99V9, default 2.0),
      *                            the grace days after a premium
      *                            falls due (3 digits, default 30),
      *                            and the days allowed to elect
      *                            (3 digits, default 60).
      *    HEALTH-RATE-MASTER.txt  the monthly cost by plan and
      *                            dependent count.
      *    DEPENDENT-DETAIL.txt    the dependent detail rows.
      * *****
      * OUTPUT:
      *    COBRA-CONTINUATION.txt  rewritten with the new
      *                            terminations, the transactions
      *                            and the status changes applied.
      *    Cobra-Election-Notice.txt  one election notice per new
      *                            continuation record.
      *    Cobra-Register.txt      one line per new record,
      *                            transaction and status change,
      *                            plus run totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-HISTORY-FILE
               ASSIGN TO 'TERMINATED-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS THF-FILE-STATUS.
           SELECT COBRA-FILE
               ASSIGN TO 'COBRA-CONTINUATION.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CBR-FILE-STATUS.
           SELECT COBRA-TRANS-FILE
               ASSIGN TO 'COBRA-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CBT-FILE-STATUS.
           SELECT COBRA-PARM-FILE
               ASSIGN TO 'COBRA-PARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CBP-FILE-STATUS.
           SELECT RATE-MASTER-FILE
               ASSIGN TO 'HEALTH-RATE-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RMF-FILE-STATUS.
           SELECT DEPENDENT-FILE
               ASSIGN TO 'DEPENDENT-DETAIL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DPF-FILE-STATUS.
           SELECT NOTICE-FILE
               ASSIGN TO PRINTER 'Cobra-Election-Notice.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COBRA-REGISTER
               ASSIGN TO PRINTER 'Cobra-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD TERM-HISTORY-FILE
           RECORD CONTAINS 95 CHARACTERS.

       01  TERM-HISTORY-RECORD.
           05  THF-EMP-IMAGE           PIC X(85).
           05  THF-TERM-DATE           PIC 9(8).
           05  THF-REASON-CODE         PIC XX.

       FD COBRA-FILE
           RECORD CONTAINS 123 CHARACTERS.

       COPY CBRREC.

       FD COBRA-TRANS-FILE
           RECORD CONTAINS 29 CHARACTERS.

       01  COBRA-TRANS-RECORD.
           05  CBT-ACTION              PIC X.
           05  CBT-EMP-ID              PIC X(5).
           05  CBT-TERM-DATE           PIC 9(8).
           05  CBT-DATE                PIC 9(8).
           05  CBT-AMOUNT              PIC 9(5)V99.

       FD COBRA-PARM-FILE
           RECORD CONTAINS 9 CHARACTERS.

       01  COBRA-PARM-RECORD.
           05  CBP-ADMIN-PCT           PIC 99V9.
           05  CBP-GRACE-DAYS          PIC 999.
           05  CBP-ELECTION-DAYS       PIC 999.

       FD RATE-MASTER-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  RATE-MASTER-RECORD.
           05  RMF-PLAN-CODE           PIC A.
           05  RMF-DEP-LOW             PIC 99.
           05  RMF-DEP-HIGH            PIC 99.
           05  RMF-MONTHLY-COST        PIC 999.

       FD DEPENDENT-FILE
           RECORD CONTAINS 35 CHARACTERS.

       01  DEPENDENT-RECORD.
           05  DPF-EMP-ID              PIC X(5).
           05  DPF-DEP-NAME            PIC X(20).
           05  DPF-BIRTH-DATE          PIC 9(8).
           05  DPF-RELATIONSHIP        PIC XX.

       FD NOTICE-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  NOTICE-RECORD               PIC X(80).

       FD COBRA-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  THF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-THF-DATA                     VALUE 'N'.
           05  CBR-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CBR-DATA                     VALUE 'N'.
           05  TRANS-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-TRANS-DATA                   VALUE 'N'.
           05  RMF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RMF-DATA                     VALUE 'N'.
           05  DPF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-DPF-DATA                     VALUE 'N'.
           05  CONT-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 CONT-FOUND                           VALUE 'Y'.
           05  RATE-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 RATE-ENTRY-FOUND                     VALUE 'Y'.

       01  TEMP-FIELDS.
           05  THF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CBR-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CBT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CBP-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  DPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  ACTION-DATE             PIC 9(8)        VALUE 0.
           05  FIND-EMP-ID             PIC X(5)        VALUE SPACES.
           05  FIND-TERM-DATE          PIC 9(8)        VALUE 0.
           05  CONT-SUB                PIC 9(4)        VALUE 0.
           05  CONT-HOLD-SUB           PIC 9(4)        VALUE 0.
           05  RATE-SUB                PIC 999         VALUE 0.
           05  DEP-SUB                 PIC 9(4)        VALUE 0.
           05  DEP-FOUND-COUNT         PIC 99          VALUE 0.
           05  TEXT-SUB                PIC 9           VALUE 0.
           05  PLAN-COST-WORK          PIC 999         VALUE 0.
           05  MONTHS-WORK             PIC 9(4)        VALUE 0.
           05  CUTOFF-DATE             PIC 9(8)        VALUE 0.
           05  DATE-WORK               PIC 9(8)        VALUE 0.
           05  DATE-WORK-X REDEFINES DATE-WORK.
               10  DATE-CCYY           PIC 9(4).
               10  DATE-MM             PIC 99.
               10  DATE-DD             PIC 99.
           05  ROLL-DAYS               PIC 9(4)        VALUE 0.
           05  DAY-COUNT               PIC 9(4)        VALUE 0.
           05  MONTHS-TO-ADD           PIC 99          VALUE 0.
           05  MONTH-COUNT             PIC 999         VALUE 0.
           05  YEAR-CARRY              PIC 99          VALUE 0.
           05  MONTH-REMAINDER         PIC 99          VALUE 0.
           05  MONTH-LENGTH            PIC 99          VALUE 0.
           05  LEAP-QUOTIENT           PIC 9(4)        VALUE 0.
           05  LEAP-REMAINDER          PIC 999         VALUE 0.

      *****************************************************************
      * The run parameters.  The first premium is due within 45
      * days of the election, and coverage continues at most 18
      * months from the end of the month of termination.
      *****************************************************************
       01  COBRA-PARAMETERS.
           05  ADMIN-PCT               PIC 99V9        VALUE 2.0.
           05  GRACE-DAYS              PIC 999         VALUE 30.
           05  ELECTION-DAYS           PIC 999         VALUE 60.
           05  FIRST-PAYMENT-DAYS      PIC 999         VALUE 45.
           05  MAXIMUM-MONTHS          PIC 99          VALUE 18.

       01  RUN-TOTALS.
           05  HISTORY-READ-COUNT      PIC 9(5)        VALUE 0.
           05  NOTICES-COUNT           PIC 9(5)        VALUE 0.
           05  HELD-COUNT              PIC 9(5)        VALUE 0.
           05  TRANS-READ-COUNT        PIC 9(5)        VALUE 0.
           05  ELECTED-COUNT           PIC 9(5)        VALUE 0.
           05  WAIVED-COUNT            PIC 9(5)        VALUE 0.
           05  PAYMENTS-COUNT          PIC 9(5)        VALUE 0.
           05  REJECT-COUNT            PIC 9(5)        VALUE 0.
           05  EXPIRED-COUNT           PIC 9(5)        VALUE 0.
           05  DROPPED-COUNT           PIC 9(5)        VALUE 0.
           05  ENDED-COUNT             PIC 9(5)        VALUE 0.
           05  AWAITING-COUNT          PIC 9(5)        VALUE 0.
           05  CONTINUING-COUNT        PIC 9(5)        VALUE 0.

       01  MONTH-LENGTH-VALUES         PIC X(24)       VALUE
                                       '312831303130313130313031'.

       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05  MONTH-DAYS OCCURS 12 TIMES
                                       PIC 99.

       COPY EMPMREC.

      *****************************************************************
      * CONT-TABLE is the whole continuation file held in memory
      * while the terminations and transactions are applied; the
      * file is rewritten from it.
      *****************************************************************
       01  CONT-COUNT                  PIC 9(4)        VALUE 0.

       01  CONT-TABLE.
           05  CONT-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON CONT-COUNT.
               10  CNT-EMP-ID          PIC X(5).
               10  CNT-TERM-DATE       PIC 9(8).
               10  CNT-WAREHOUSE-ID    PIC X(4).
               10  CNT-LAST-NAME       PIC X(10).
               10  CNT-FIRST-NAME      PIC X(10).
               10  CNT-MIDDLE-INI      PIC X.
               10  CNT-HEALTH-PLAN     PIC X.
               10  CNT-DEPENDENTS      PIC 99.
               10  CNT-PLAN-COST       PIC 999.
               10  CNT-MONTHLY-PREMIUM PIC 9(5)V99.
               10  CNT-STATUS          PIC X.
               10  CNT-NOTICE-DATE     PIC 9(8).
               10  CNT-ELECTION-DEADLINE
                                       PIC 9(8).
               10  CNT-ELECTION-DATE   PIC 9(8).
               10  CNT-MONTHS-PAID     PIC 99.
               10  CNT-PAID-THROUGH    PIC 9(8).
               10  CNT-LAST-PAYMENT-DATE
                                       PIC 9(8).
               10  CNT-TOTAL-PAID      PIC 9(7)V99.
               10  CNT-MAX-COVERAGE-END
                                       PIC 9(8).
               10  CNT-COVERAGE-END-DATE
                                       PIC 9(8).
               10  FILLER              PIC X(4).

       01  RATE-COUNT                  PIC 999         VALUE 0.

       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON RATE-COUNT.
               10  RATE-PLAN-CODE      PIC A.
               10  RATE-DEP-LOW        PIC 99.
               10  RATE-DEP-HIGH       PIC 99.
               10  RATE-MONTHLY-COST   PIC 999.

       01  DEP-COUNT                   PIC 9(4)        VALUE 0.

       01  DEP-TABLE.
           05  DEP-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON DEP-COUNT.
               10  DEP-EMP-ID          PIC X(5).
               10  DEP-NAME            PIC X(20).
               10  DEP-BIRTH-DATE      PIC 9(8).
               10  DEP-RELATIONSHIP    PIC XX.

      *****************************************************************
      * The election notice: the fixed wording, then the plan,
      * premium and dates for the one former employee, then the
      * dependents the coverage can continue for.
      *****************************************************************
       01  NOTICE-TEXT-VALUES.
           05  FILLER                  PIC X(60)       VALUE
               'YOUR GROUP HEALTH COVERAGE ENDED WITH YOUR EMPLOYMENT.'.
           05  FILLER                  PIC X(60)       VALUE
               'YOU AND THE DEPENDENTS LISTED BELOW MAY ELECT TO'.
           05  FILLER                  PIC X(60)       VALUE
               'CONTINUE THE SAME COVERAGE AT YOUR OWN COST.'.

       01  NOTICE-TEXT-TABLE REDEFINES NOTICE-TEXT-VALUES.
           05  NOTICE-TEXT-LINE OCCURS 3 TIMES
                                       PIC X(60).

       01  PAYMENT-TEXT-VALUES.
           05  FILLER                  PIC X(60)       VALUE
               'THE FIRST PREMIUM IS DUE WITHIN THE DAYS SHOWN BELOW'.
           05  FILLER                  PIC X(60)       VALUE
               'OF YOUR ELECTION AND PAYS FROM THE DAY AFTER GROUP'.
           05  FILLER                  PIC X(60)       VALUE
               'COVERAGE ENDED.  LATER PREMIUMS ARE DUE ON THE FIRST'.
           05  FILLER                  PIC X(60)       VALUE
               'OF EACH MONTH.  COVERAGE ENDS IF A PREMIUM IS NOT'.
           05  FILLER                  PIC X(60)       VALUE
               'PAID WITHIN THE GRACE PERIOD.'.

       01  PAYMENT-TEXT-TABLE REDEFINES PAYMENT-TEXT-VALUES.
           05  PAYMENT-TEXT-LINE OCCURS 5 TIMES
                                       PIC X(60).

       01  NOTICE-NAME-LINE.
           05  FILLER                  PIC X(8)        VALUE SPACES.
           05  NNL-FIRST-NAME          PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  NNL-MIDDLE-INI          PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  NNL-LAST-NAME           PIC X(10).
           05  FILLER                  PIC X(49)       VALUE SPACES.

       01  NOTICE-DETAIL-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  NDL-LABEL               PIC X(32).
           05  NDL-VALUE               PIC X(12).
           05  FILLER                  PIC X(34)       VALUE SPACES.

       01  NOTICE-AMOUNT-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  NAL-LABEL               PIC X(32).
           05  NAL-AMOUNT              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(37)       VALUE SPACES.

       01  NOTICE-DAYS-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  NDY-LABEL               PIC X(32).
           05  NDY-DAYS                PIC ZZ9.
           05  FILLER                  PIC X(43)       VALUE SPACES.

       01  NOTICE-DEPENDENT-LINE.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  NDP-DEP-NAME            PIC X(20).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  NDP-RELATIONSHIP        PIC XX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  NDP-BIRTH-DATE          PIC 9(8).
           05  FILLER                  PIC X(42)       VALUE SPACES.

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(34)       VALUE
               'A EMPID LAST NAME  TERMDATE   AMOU'.
           05  FILLER                  PIC X(34)       VALUE
               'NT PAIDTHRU DISPOSITION'.
           05  FILLER                  PIC X(12)       VALUE SPACES.

       01  REGISTER-LINE.
           05  REG-ACTION              PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-EMP-ID              PIC X(5).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-LAST-NAME           PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-TERM-DATE           PIC X(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-AMOUNT              PIC ZZZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-PAID-THROUGH        PIC X(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-DISPOSITION         PIC X(34).

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(30).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(44)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 11-READ-COBRA-PARM
           PERFORM 12-LOAD-CONTINUATIONS
           PERFORM 13-LOAD-RATE-MASTER
           PERFORM 14-LOAD-DEPENDENT-DETAIL
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-SCAN-TERMINATIONS
           PERFORM 25-PROCESS-TRANSACTIONS
           PERFORM 30-SWEEP-CONTINUATIONS
           PERFORM 40-EOF-ROUTINE
           .

       11-READ-COBRA-PARM.

           OPEN INPUT COBRA-PARM-FILE
           IF CBP-FILE-STATUS IS EQUAL TO '00'
               READ COBRA-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CBP-ADMIN-PCT IS NUMERIC
                           MOVE CBP-ADMIN-PCT TO ADMIN-PCT
                       END-IF
                       IF CBP-GRACE-DAYS IS NUMERIC
                           MOVE CBP-GRACE-DAYS TO GRACE-DAYS
                       END-IF
                       IF CBP-ELECTION-DAYS IS NUMERIC
                          AND CBP-ELECTION-DAYS IS GREATER THAN ZERO
                           MOVE CBP-ELECTION-DAYS TO ELECTION-DAYS
                       END-IF
               END-READ
               CLOSE COBRA-PARM-FILE
           END-IF
           .

      *****************************************************************
      * 12-LOAD-CONTINUATIONS reads the continuation file into the
      * table.  No file yet means nobody has been offered
      * continuation.
      *****************************************************************
       12-LOAD-CONTINUATIONS.

           OPEN INPUT COBRA-FILE
           IF CBR-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'COBRARUN: NO CONTINUATION FILE ON FILE'
           ELSE
               IF CBR-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'COBRARUN: UNABLE TO OPEN CONTINUATION '
                           'FILE, FILE STATUS = ' CBR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CBR-EOF-FLAG
               PERFORM UNTIL NO-MORE-CBR-DATA
                   READ COBRA-FILE
                       AT END
                           MOVE 'N' TO CBR-EOF-FLAG
                       NOT AT END
                           IF CONT-COUNT IS EQUAL TO 5000
                               DISPLAY 'COBRARUN: CONTINUATION FILE '
                                       'HAS MORE THAN 5000 RECORDS, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO CONT-COUNT
                           MOVE COBRA-CONTINUATION-RECORD TO
                                   CONT-ENTRY (CONT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE COBRA-FILE
           END-IF
           .

       13-LOAD-RATE-MASTER.

           OPEN INPUT RATE-MASTER-FILE
           IF RMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'COBRARUN: UNABLE TO OPEN HEALTH RATE '
                       'MASTER FILE, FILE STATUS = ' RMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO RMF-EOF-FLAG
           PERFORM UNTIL NO-MORE-RMF-DATA
               READ RATE-MASTER-FILE
                   AT END
                       MOVE 'N' TO RMF-EOF-FLAG
                   NOT AT END
                       IF RATE-COUNT IS EQUAL TO 200
                           DISPLAY 'COBRARUN: HEALTH RATE MASTER '
                                   'HAS MORE THAN 200 ENTRIES, '
                                   'TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO RATE-COUNT
                       MOVE RATE-MASTER-RECORD TO
                               RATE-ENTRY (RATE-COUNT)
               END-READ
           END-PERFORM

           CLOSE RATE-MASTER-FILE
           .

       14-LOAD-DEPENDENT-DETAIL.

           OPEN INPUT DEPENDENT-FILE
           IF DPF-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'COBRARUN: NO DEPENDENT DETAIL ON FILE, '
                       'DEPENDENT COUNTS TAKEN FROM THE EMPLOYEE '
                       'RECORD'
           ELSE
               IF DPF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'COBRARUN: UNABLE TO OPEN DEPENDENT '
                           'DETAIL FILE, FILE STATUS = '
                           DPF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO DPF-EOF-FLAG
               PERFORM UNTIL NO-MORE-DPF-DATA
                   READ DEPENDENT-FILE
                       AT END
                           MOVE 'N' TO DPF-EOF-FLAG
                       NOT AT END
                           IF DEP-COUNT IS EQUAL TO 5000
                               DISPLAY 'COBRARUN: MORE THAN 5000 '
                                       'DEPENDENT ROWS, TABLE IS '
                                       'FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO DEP-COUNT
                           MOVE DEPENDENT-RECORD TO
                                   DEP-ENTRY (DEP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DEPENDENT-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT COBRA-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'CONTINUATION COVERAGE REGISTER' TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 20-SCAN-TERMINATIONS reads the whole terminated-employee
      * history; a termination already on the continuation file
      * has been dealt with, so only new ones are offered.
      *****************************************************************
       20-SCAN-TERMINATIONS.

           OPEN INPUT TERM-HISTORY-FILE
           IF THF-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'COBRARUN: NO TERMINATED-EMPLOYEE HISTORY '
                       'ON FILE'
           ELSE
               IF THF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'COBRARUN: UNABLE TO OPEN TERMINATED-'
                           'EMPLOYEE HISTORY, FILE STATUS = '
                           THF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO THF-EOF-FLAG
               PERFORM UNTIL NO-MORE-THF-DATA
                   READ TERM-HISTORY-FILE
                       AT END
                           MOVE 'N' TO THF-EOF-FLAG
                       NOT AT END
                           ADD 1 TO HISTORY-READ-COUNT
                           PERFORM 21-OFFER-ONE-TERMINATION
                               THRU 21-OFFER-EXIT
                   END-READ
               END-PERFORM
               CLOSE TERM-HISTORY-FILE
           END-IF
           .

      *****************************************************************
      * 21-OFFER-ONE-TERMINATION builds the continuation record for
      * a qualifying termination and prints its election notice.
      * A plan with no rate on the master is held off the file, so
      * it is offered on the first run after the rate is keyed.
      *****************************************************************
       21-OFFER-ONE-TERMINATION.

           MOVE THF-EMP-IMAGE TO EMP-MASTER-RECORD

           IF EM-HEALTH-PLAN IS EQUAL TO SPACE
              OR THF-REASON-CODE IS EQUAL TO 'GM'
              OR THF-TERM-DATE IS NOT NUMERIC
               GO TO 21-OFFER-EXIT
           END-IF

           MOVE EM-EMP-ID TO FIND-EMP-ID
           MOVE THF-TERM-DATE TO FIND-TERM-DATE
           PERFORM 22-FIND-CONTINUATION
           IF CONT-FOUND
               GO TO 21-OFFER-EXIT
           END-IF

           MOVE 0 TO DEP-FOUND-COUNT
           PERFORM VARYING DEP-SUB FROM 1 BY 1
               UNTIL DEP-SUB > DEP-COUNT
               IF DEP-EMP-ID (DEP-SUB) IS EQUAL TO EM-EMP-ID
                   ADD 1 TO DEP-FOUND-COUNT
               END-IF
           END-PERFORM
           IF DEP-FOUND-COUNT IS EQUAL TO ZERO
              AND EM-DEPENDENTS IS NUMERIC
               MOVE EM-DEPENDENTS TO DEP-FOUND-COUNT
           END-IF

      *    Nothing is offered once the longest continuation period
      *    would already be over.
           MOVE THF-TERM-DATE TO DATE-WORK
           MOVE MAXIMUM-MONTHS TO MONTHS-TO-ADD
           PERFORM 33-SET-MONTH-END
           IF DATE-WORK IS LESS THAN RUN-DATE-YYYYMMDD
               GO TO 21-OFFER-EXIT
           END-IF

           PERFORM 23-FIND-PLAN-RATE

           MOVE SPACES TO REGISTER-LINE
           MOVE 'N' TO REG-ACTION
           MOVE EM-EMP-ID TO REG-EMP-ID
           MOVE EM-LAST-NAME TO REG-LAST-NAME
           MOVE THF-TERM-DATE TO REG-TERM-DATE

           IF NOT RATE-ENTRY-FOUND
               MOVE 'HELD - NO RATE FOR PLAN' TO REG-DISPOSITION
               MOVE REGISTER-LINE TO REGISTER-RECORD
               WRITE REGISTER-RECORD
               ADD 1 TO HELD-COUNT
               GO TO 21-OFFER-EXIT
           END-IF

           IF CONT-COUNT IS EQUAL TO 5000
               DISPLAY 'COBRARUN: CONTINUATION TABLE IS FULL, '
                       'CANNOT ADD ' EM-EMP-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CONT-COUNT
           MOVE CONT-COUNT TO CONT-HOLD-SUB
           MOVE SPACES TO CONT-ENTRY (CONT-HOLD-SUB)
           MOVE EM-EMP-ID TO CNT-EMP-ID (CONT-HOLD-SUB)
           MOVE THF-TERM-DATE TO CNT-TERM-DATE (CONT-HOLD-SUB)
           MOVE EM-WAREHOUSE-ID TO CNT-WAREHOUSE-ID (CONT-HOLD-SUB)
           MOVE EM-LAST-NAME TO CNT-LAST-NAME (CONT-HOLD-SUB)
           MOVE EM-FIRST-NAME TO CNT-FIRST-NAME (CONT-HOLD-SUB)
           MOVE EM-MIDDLE-INI TO CNT-MIDDLE-INI (CONT-HOLD-SUB)
           MOVE EM-HEALTH-PLAN TO CNT-HEALTH-PLAN (CONT-HOLD-SUB)
           MOVE DEP-FOUND-COUNT TO CNT-DEPENDENTS (CONT-HOLD-SUB)
           MOVE PLAN-COST-WORK TO CNT-PLAN-COST (CONT-HOLD-SUB)
           COMPUTE CNT-MONTHLY-PREMIUM (CONT-HOLD-SUB) ROUNDED =
                   PLAN-COST-WORK * (100 + ADMIN-PCT) / 100
           MOVE 'N' TO CNT-STATUS (CONT-HOLD-SUB)
           MOVE RUN-DATE-YYYYMMDD TO CNT-NOTICE-DATE (CONT-HOLD-SUB)
           MOVE 0 TO CNT-ELECTION-DATE (CONT-HOLD-SUB)
           MOVE 0 TO CNT-MONTHS-PAID (CONT-HOLD-SUB)
           MOVE 0 TO CNT-LAST-PAYMENT-DATE (CONT-HOLD-SUB)
           MOVE 0 TO CNT-TOTAL-PAID (CONT-HOLD-SUB)
           MOVE 0 TO CNT-COVERAGE-END-DATE (CONT-HOLD-SUB)

      *    Employer coverage runs to the end of the month of
      *    termination; the continuation period runs from there.
           MOVE THF-TERM-DATE TO DATE-WORK
           MOVE 0 TO MONTHS-TO-ADD
           PERFORM 33-SET-MONTH-END
           MOVE DATE-WORK TO CNT-PAID-THROUGH (CONT-HOLD-SUB)
           MOVE THF-TERM-DATE TO DATE-WORK
           MOVE MAXIMUM-MONTHS TO MONTHS-TO-ADD
           PERFORM 33-SET-MONTH-END
           MOVE DATE-WORK TO CNT-MAX-COVERAGE-END (CONT-HOLD-SUB)

      *    The election period runs from the later of the notice
      *    and the loss of coverage.
           MOVE RUN-DATE-YYYYMMDD TO DATE-WORK
           IF CNT-PAID-THROUGH (CONT-HOLD-SUB) IS GREATER THAN
                   RUN-DATE-YYYYMMDD
               MOVE CNT-PAID-THROUGH (CONT-HOLD-SUB) TO DATE-WORK
           END-IF
           MOVE ELECTION-DAYS TO ROLL-DAYS
           PERFORM 32-ROLL-DATE
           MOVE DATE-WORK TO CNT-ELECTION-DEADLINE (CONT-HOLD-SUB)

           PERFORM 24-WRITE-ELECTION-NOTICE
           ADD 1 TO NOTICES-COUNT

           MOVE CNT-MONTHLY-PREMIUM (CONT-HOLD-SUB) TO REG-AMOUNT
           MOVE CNT-PAID-THROUGH (CONT-HOLD-SUB) TO REG-PAID-THROUGH
           STRING 'NOTICE - ELECT BY ' DELIMITED BY SIZE
                  CNT-ELECTION-DEADLINE (CONT-HOLD-SUB)
                       DELIMITED BY SIZE
               INTO REG-DISPOSITION
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       21-OFFER-EXIT.
           EXIT.

      *****************************************************************
      * 22-FIND-CONTINUATION finds the continuation record for
      * FIND-EMP-ID and FIND-TERM-DATE; a zero termination date
      * takes the employee's latest termination.
      *****************************************************************
       22-FIND-CONTINUATION.

           MOVE 'N' TO CONT-FOUND-SWITCH
           MOVE 0 TO CONT-HOLD-SUB
           PERFORM VARYING CONT-SUB FROM 1 BY 1
               UNTIL CONT-SUB > CONT-COUNT
               IF CNT-EMP-ID (CONT-SUB) IS EQUAL TO FIND-EMP-ID
                   IF FIND-TERM-DATE IS EQUAL TO ZERO
                       IF NOT CONT-FOUND
                           MOVE 'Y' TO CONT-FOUND-SWITCH
                           MOVE CONT-SUB TO CONT-HOLD-SUB
                       ELSE
                           IF CNT-TERM-DATE (CONT-SUB) IS GREATER
                                   THAN CNT-TERM-DATE (CONT-HOLD-SUB)
                               MOVE CONT-SUB TO CONT-HOLD-SUB
                           END-IF
                       END-IF
                   ELSE
                       IF CNT-TERM-DATE (CONT-SUB) IS EQUAL TO
                               FIND-TERM-DATE
                           MOVE 'Y' TO CONT-FOUND-SWITCH
                           MOVE CONT-SUB TO CONT-HOLD-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       23-FIND-PLAN-RATE.

           MOVE 'N' TO RATE-FOUND-SWITCH
           MOVE 0 TO PLAN-COST-WORK
           PERFORM VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-COUNT
                  OR RATE-ENTRY-FOUND
               IF RATE-PLAN-CODE (RATE-SUB) IS EQUAL TO
                       EM-HEALTH-PLAN
                  AND DEP-FOUND-COUNT IS NOT LESS THAN
                       RATE-DEP-LOW (RATE-SUB)
                  AND DEP-FOUND-COUNT IS NOT GREATER THAN
                       RATE-DEP-HIGH (RATE-SUB)
                  AND RATE-MONTHLY-COST (RATE-SUB) IS GREATER
                       THAN ZERO
                   MOVE 'Y' TO RATE-FOUND-SWITCH
                   MOVE RATE-MONTHLY-COST (RATE-SUB) TO
                           PLAN-COST-WORK
               END-IF
           END-PERFORM
           .

       24-WRITE-ELECTION-NOTICE.

           MOVE ALL '-' TO NOTICE-RECORD
           WRITE NOTICE-RECORD

           MOVE SPACES TO NOTICE-RECORD
           STRING 'CONTINUATION COVERAGE ELECTION NOTICE   '
                       DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO NOTICE-RECORD
           WRITE NOTICE-RECORD

           MOVE SPACES TO NOTICE-RECORD
           STRING 'EMPLOYEE ' DELIMITED BY SIZE
                  CNT-EMP-ID (CONT-HOLD-SUB) DELIMITED BY SIZE
                  '   WAREHOUSE ' DELIMITED BY SIZE
                  CNT-WAREHOUSE-ID (CONT-HOLD-SUB) DELIMITED BY SIZE
               INTO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE CNT-FIRST-NAME (CONT-HOLD-SUB) TO NNL-FIRST-NAME
           MOVE CNT-MIDDLE-INI (CONT-HOLD-SUB) TO NNL-MIDDLE-INI
           MOVE CNT-LAST-NAME (CONT-HOLD-SUB) TO NNL-LAST-NAME
           MOVE NOTICE-NAME-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD

           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           PERFORM VARYING TEXT-SUB FROM 1 BY 1
               UNTIL TEXT-SUB > 3
               MOVE NOTICE-TEXT-LINE (TEXT-SUB) TO NOTICE-RECORD
               WRITE NOTICE-RECORD
           END-PERFORM
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD

           MOVE 'TERMINATION DATE' TO NDL-LABEL
           MOVE CNT-TERM-DATE (CONT-HOLD-SUB) TO NDL-VALUE
           MOVE NOTICE-DETAIL-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE 'GROUP COVERAGE ENDED' TO NDL-LABEL
           MOVE CNT-PAID-THROUGH (CONT-HOLD-SUB) TO NDL-VALUE
           MOVE NOTICE-DETAIL-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE 'HEALTH PLAN' TO NDL-LABEL
           MOVE CNT-HEALTH-PLAN (CONT-HOLD-SUB) TO NDL-VALUE
           MOVE NOTICE-DETAIL-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE 'COVERED DEPENDENTS' TO NDL-LABEL
           MOVE CNT-DEPENDENTS (CONT-HOLD-SUB) TO NDL-VALUE
           MOVE NOTICE-DETAIL-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE 'MONTHLY PREMIUM' TO NAL-LABEL
           MOVE CNT-MONTHLY-PREMIUM (CONT-HOLD-SUB) TO NAL-AMOUNT
           MOVE NOTICE-AMOUNT-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE 'ELECTION MUST BE RECEIVED BY' TO NDL-LABEL
           MOVE CNT-ELECTION-DEADLINE (CONT-HOLD-SUB) TO NDL-VALUE
           MOVE NOTICE-DETAIL-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE 'COVERAGE MAY CONTINUE THROUGH' TO NDL-LABEL
           MOVE CNT-MAX-COVERAGE-END (CONT-HOLD-SUB) TO NDL-VALUE
           MOVE NOTICE-DETAIL-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD

           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE 'COVERED DEPENDENTS:' TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           PERFORM VARYING DEP-SUB FROM 1 BY 1
               UNTIL DEP-SUB > DEP-COUNT
               IF DEP-EMP-ID (DEP-SUB) IS EQUAL TO
                       CNT-EMP-ID (CONT-HOLD-SUB)
                   MOVE DEP-NAME (DEP-SUB) TO NDP-DEP-NAME
                   MOVE DEP-RELATIONSHIP (DEP-SUB) TO NDP-RELATIONSHIP
                   MOVE DEP-BIRTH-DATE (DEP-SUB) TO NDP-BIRTH-DATE
                   MOVE NOTICE-DEPENDENT-LINE TO NOTICE-RECORD
                   WRITE NOTICE-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           PERFORM VARYING TEXT-SUB FROM 1 BY 1
               UNTIL TEXT-SUB > 5
               MOVE PAYMENT-TEXT-LINE (TEXT-SUB) TO NOTICE-RECORD
               WRITE NOTICE-RECORD
           END-PERFORM
           MOVE 'FIRST PREMIUM, DAYS TO PAY' TO NDY-LABEL
           MOVE FIRST-PAYMENT-DAYS TO NDY-DAYS
           MOVE NOTICE-DAYS-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE 'LATER PREMIUMS, GRACE DAYS' TO NDY-LABEL
           MOVE GRACE-DAYS TO NDY-DAYS
           MOVE NOTICE-DAYS-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           .

       25-PROCESS-TRANSACTIONS.

           OPEN INPUT COBRA-TRANS-FILE
           IF CBT-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'COBRARUN: NO CONTINUATION TRANSACTIONS '
                       'THIS RUN'
           ELSE
               IF CBT-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'COBRARUN: UNABLE TO OPEN CONTINUATION '
                           'TRANSACTION FILE, FILE STATUS = '
                           CBT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO TRANS-EOF-FLAG
               PERFORM UNTIL NO-MORE-TRANS-DATA
                   READ COBRA-TRANS-FILE
                       AT END
                           MOVE 'N' TO TRANS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO TRANS-READ-COUNT
                           PERFORM 26-APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE COBRA-TRANS-FILE
           END-IF
           .

      *****************************************************************
      * 26-APPLY-ONE-TRANSACTION finds the continuation record and
      * applies an election, a waiver or a premium payment.
      *****************************************************************
       26-APPLY-ONE-TRANSACTION.

           MOVE SPACES TO REGISTER-LINE

           MOVE CBT-EMP-ID TO FIND-EMP-ID
           MOVE 0 TO FIND-TERM-DATE
           IF CBT-TERM-DATE IS NUMERIC
               MOVE CBT-TERM-DATE TO FIND-TERM-DATE
           END-IF
           PERFORM 22-FIND-CONTINUATION

           MOVE RUN-DATE-YYYYMMDD TO ACTION-DATE
           IF CBT-DATE IS NUMERIC
              AND CBT-DATE IS GREATER THAN ZERO
               MOVE CBT-DATE TO ACTION-DATE
           END-IF

           EVALUATE TRUE
               WHEN CBT-ACTION IS NOT EQUAL TO 'E'
                AND CBT-ACTION IS NOT EQUAL TO 'W'
                AND CBT-ACTION IS NOT EQUAL TO 'P'
                   MOVE 'REJECTED - UNKNOWN ACTION'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN NOT CONT-FOUND
                   MOVE 'REJECTED - NOT ON FILE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN CBT-ACTION IS EQUAL TO 'P'
                   PERFORM 28-POST-PAYMENT
               WHEN CNT-STATUS (CONT-HOLD-SUB) IS NOT EQUAL TO 'N'
                   MOVE 'REJECTED - NOT AWAITING ELECTION'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN OTHER
                   PERFORM 27-RECORD-ELECTION
           END-EVALUATE

           IF CONT-FOUND
               MOVE CNT-LAST-NAME (CONT-HOLD-SUB) TO REG-LAST-NAME
               MOVE CNT-TERM-DATE (CONT-HOLD-SUB) TO REG-TERM-DATE
               MOVE CNT-PAID-THROUGH (CONT-HOLD-SUB) TO
                       REG-PAID-THROUGH
           END-IF
           IF CBT-ACTION IS EQUAL TO 'P'
              AND CBT-AMOUNT IS NUMERIC
               MOVE CBT-AMOUNT TO REG-AMOUNT
           END-IF
           MOVE CBT-ACTION TO REG-ACTION
           MOVE CBT-EMP-ID TO REG-EMP-ID
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 27-RECORD-ELECTION takes an election or a waiver received
      * by the deadline.  A waiver ends coverage where the group
      * coverage ended.
      *****************************************************************
       27-RECORD-ELECTION.

           EVALUATE TRUE
               WHEN ACTION-DATE IS GREATER THAN
                       CNT-ELECTION-DEADLINE (CONT-HOLD-SUB)
                   MOVE 'REJECTED - PAST ELECTION DEADLINE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN CBT-ACTION IS EQUAL TO 'E'
                   MOVE 'E' TO CNT-STATUS (CONT-HOLD-SUB)
                   MOVE ACTION-DATE TO
                           CNT-ELECTION-DATE (CONT-HOLD-SUB)
                   ADD 1 TO ELECTED-COUNT
                   MOVE 'CONTINUATION ELECTED' TO REG-DISPOSITION
               WHEN OTHER
                   MOVE 'W' TO CNT-STATUS (CONT-HOLD-SUB)
                   MOVE ACTION-DATE TO
                           CNT-ELECTION-DATE (CONT-HOLD-SUB)
                   MOVE CNT-PAID-THROUGH (CONT-HOLD-SUB) TO
                           CNT-COVERAGE-END-DATE (CONT-HOLD-SUB)
                   ADD 1 TO WAIVED-COUNT
                   MOVE 'CONTINUATION WAIVED' TO REG-DISPOSITION
           END-EVALUATE
           .

      *****************************************************************
      * 28-POST-PAYMENT adds a premium payment to the total paid.
      * Whole months paid run on from the end of the month of
      * termination; a part payment waits for the rest of the
      * month's premium.
      *****************************************************************
       28-POST-PAYMENT.

           EVALUATE TRUE
               WHEN CNT-STATUS (CONT-HOLD-SUB) IS NOT EQUAL TO 'E'
                   MOVE 'REJECTED - NOT ELECTED'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN CBT-AMOUNT IS NOT NUMERIC
                   MOVE 'REJECTED - BAD AMOUNT'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN CBT-AMOUNT IS EQUAL TO ZERO
                   MOVE 'REJECTED - BAD AMOUNT'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN CNT-MONTHS-PAID (CONT-HOLD-SUB) IS NOT LESS THAN
                       MAXIMUM-MONTHS
                   MOVE 'REJECTED - MAXIMUM PERIOD PAID'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN OTHER
                   ADD CBT-AMOUNT TO CNT-TOTAL-PAID (CONT-HOLD-SUB)
                   MOVE ACTION-DATE TO
                           CNT-LAST-PAYMENT-DATE (CONT-HOLD-SUB)
                   DIVIDE CNT-TOTAL-PAID (CONT-HOLD-SUB) BY
                           CNT-MONTHLY-PREMIUM (CONT-HOLD-SUB)
                       GIVING MONTHS-WORK
                   IF MONTHS-WORK IS GREATER THAN MAXIMUM-MONTHS
                       MOVE MAXIMUM-MONTHS TO MONTHS-WORK
                   END-IF
                   MOVE MONTHS-WORK TO CNT-MONTHS-PAID (CONT-HOLD-SUB)
                   MOVE CNT-TERM-DATE (CONT-HOLD-SUB) TO DATE-WORK
                   MOVE MONTHS-WORK TO MONTHS-TO-ADD
                   PERFORM 33-SET-MONTH-END
                   MOVE DATE-WORK TO CNT-PAID-THROUGH (CONT-HOLD-SUB)
                   ADD 1 TO PAYMENTS-COUNT
                   MOVE 'PREMIUM POSTED' TO REG-DISPOSITION
           END-EVALUATE
           .

      *****************************************************************
      * 30-SWEEP-CONTINUATIONS expires elections not received by
      * the deadline, drops elected coverage when the first
      * premium is not in within 45 days of the election or a
      * later premium is unpaid past the grace period, and ends
      * coverage at the end of the maximum period.
      *****************************************************************
       30-SWEEP-CONTINUATIONS.

           PERFORM VARYING CONT-SUB FROM 1 BY 1
               UNTIL CONT-SUB > CONT-COUNT
               MOVE CONT-SUB TO CONT-HOLD-SUB
               MOVE SPACES TO REG-DISPOSITION
               EVALUATE TRUE
                   WHEN CNT-STATUS (CONT-SUB) IS EQUAL TO 'N'
                       IF RUN-DATE-YYYYMMDD IS GREATER THAN
                               CNT-ELECTION-DEADLINE (CONT-SUB)
                           MOVE 'X' TO CNT-STATUS (CONT-SUB)
                           MOVE CNT-PAID-THROUGH (CONT-SUB) TO
                                   CNT-COVERAGE-END-DATE (CONT-SUB)
                           ADD 1 TO EXPIRED-COUNT
                           MOVE 'ELECTION PERIOD EXPIRED'
                                   TO REG-DISPOSITION
                       END-IF
                   WHEN CNT-STATUS (CONT-SUB) IS EQUAL TO 'E'
                       PERFORM 31-CHECK-ELECTED-COVERAGE
               END-EVALUATE
               IF REG-DISPOSITION IS NOT EQUAL TO SPACES
                   PERFORM 36-WRITE-SWEEP-LINE
               END-IF
           END-PERFORM
           .

       31-CHECK-ELECTED-COVERAGE.

           IF CNT-MONTHS-PAID (CONT-SUB) IS EQUAL TO ZERO
               MOVE CNT-ELECTION-DATE (CONT-SUB) TO DATE-WORK
               MOVE FIRST-PAYMENT-DAYS TO ROLL-DAYS
           ELSE
               MOVE CNT-PAID-THROUGH (CONT-SUB) TO DATE-WORK
               COMPUTE ROLL-DAYS = GRACE-DAYS + 1
           END-IF
           PERFORM 32-ROLL-DATE
           MOVE DATE-WORK TO CUTOFF-DATE

           EVALUATE TRUE
               WHEN CNT-MONTHS-PAID (CONT-SUB) IS LESS THAN
                       MAXIMUM-MONTHS
                AND RUN-DATE-YYYYMMDD IS GREATER THAN CUTOFF-DATE
                   MOVE 'T' TO CNT-STATUS (CONT-SUB)
                   MOVE CNT-PAID-THROUGH (CONT-SUB) TO
                           CNT-COVERAGE-END-DATE (CONT-SUB)
                   ADD 1 TO DROPPED-COUNT
                   IF CNT-MONTHS-PAID (CONT-SUB) IS EQUAL TO ZERO
                       MOVE 'DROPPED - NO FIRST PREMIUM'
                               TO REG-DISPOSITION
                   ELSE
                       MOVE 'DROPPED - PREMIUM PAST GRACE'
                               TO REG-DISPOSITION
                   END-IF
               WHEN RUN-DATE-YYYYMMDD IS GREATER THAN
                       CNT-MAX-COVERAGE-END (CONT-SUB)
                   MOVE 'C' TO CNT-STATUS (CONT-SUB)
                   MOVE CNT-MAX-COVERAGE-END (CONT-SUB) TO
                           CNT-COVERAGE-END-DATE (CONT-SUB)
                   ADD 1 TO ENDED-COUNT
                   MOVE 'MAXIMUM PERIOD ENDED' TO REG-DISPOSITION
           END-EVALUATE
           .

      *****************************************************************
      * 32-ROLL-DATE moves DATE-WORK forward ROLL-DAYS calendar
      * days, month by month, with February's leap day.
      *****************************************************************
       32-ROLL-DATE.

           COMPUTE DAY-COUNT = DATE-DD + ROLL-DAYS
           PERFORM 34-SET-MONTH-LENGTH
           PERFORM UNTIL DAY-COUNT IS NOT GREATER THAN
                   MONTH-LENGTH
               SUBTRACT MONTH-LENGTH FROM DAY-COUNT
               IF DATE-MM IS EQUAL TO 12
                   MOVE 1 TO DATE-MM
                   ADD 1 TO DATE-CCYY
               ELSE
                   ADD 1 TO DATE-MM
               END-IF
               PERFORM 34-SET-MONTH-LENGTH
           END-PERFORM
           MOVE DAY-COUNT TO DATE-DD
           .

      *****************************************************************
      * 33-SET-MONTH-END moves DATE-WORK forward MONTHS-TO-ADD
      * months and onto the last day of that month.
      *****************************************************************
       33-SET-MONTH-END.

           COMPUTE MONTH-COUNT = DATE-MM + MONTHS-TO-ADD - 1
           DIVIDE MONTH-COUNT BY 12 GIVING YEAR-CARRY
               REMAINDER MONTH-REMAINDER
           ADD YEAR-CARRY TO DATE-CCYY
           COMPUTE DATE-MM = MONTH-REMAINDER + 1
           PERFORM 34-SET-MONTH-LENGTH
           MOVE MONTH-LENGTH TO DATE-DD
           .

       34-SET-MONTH-LENGTH.

           MOVE MONTH-DAYS (DATE-MM) TO MONTH-LENGTH
           IF DATE-MM IS EQUAL TO 2
               DIVIDE DATE-CCYY BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER IS EQUAL TO ZERO
                   MOVE 29 TO MONTH-LENGTH
                   DIVIDE DATE-CCYY BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER IS EQUAL TO ZERO
                       DIVIDE DATE-CCYY BY 400 GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER IS NOT EQUAL TO ZERO
                           MOVE 28 TO MONTH-LENGTH
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       36-WRITE-SWEEP-LINE.

           MOVE 'S' TO REG-ACTION
           MOVE CNT-EMP-ID (CONT-SUB) TO REG-EMP-ID
           MOVE CNT-LAST-NAME (CONT-SUB) TO REG-LAST-NAME
           MOVE CNT-TERM-DATE (CONT-SUB) TO REG-TERM-DATE
           MOVE CNT-TOTAL-PAID (CONT-SUB) TO REG-AMOUNT
           MOVE CNT-PAID-THROUGH (CONT-SUB) TO REG-PAID-THROUGH
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 40-EOF-ROUTINE rewrites the continuation file and finishes
      * the register.
      *****************************************************************
       40-EOF-ROUTINE.

           OPEN OUTPUT COBRA-FILE
           IF CBR-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'COBRARUN: UNABLE TO REWRITE CONTINUATION '
                       'FILE, FILE STATUS = ' CBR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING CONT-SUB FROM 1 BY 1
               UNTIL CONT-SUB > CONT-COUNT
               MOVE CONT-ENTRY (CONT-SUB) TO COBRA-CONTINUATION-RECORD
               WRITE COBRA-CONTINUATION-RECORD
               IF CBR-AWAITING-ELECTION
                   ADD 1 TO AWAITING-COUNT
               END-IF
               IF CBR-ELECTED
                   ADD 1 TO CONTINUING-COUNT
               END-IF
           END-PERFORM
           CLOSE COBRA-FILE

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TERMINATIONS READ' TO RTL-LABEL
           MOVE HISTORY-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'ELECTION NOTICES PRINTED' TO RTL-LABEL
           MOVE NOTICES-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'HELD - NO RATE FOR PLAN' TO RTL-LABEL
           MOVE HELD-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS READ' TO RTL-LABEL
           MOVE TRANS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'ELECTIONS RECEIVED' TO RTL-LABEL
           MOVE ELECTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'WAIVERS RECEIVED' TO RTL-LABEL
           MOVE WAIVED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'PREMIUMS POSTED' TO RTL-LABEL
           MOVE PAYMENTS-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS REJECTED' TO RTL-LABEL
           MOVE REJECT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'ELECTION PERIODS EXPIRED' TO RTL-LABEL
           MOVE EXPIRED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'DROPPED FOR NONPAYMENT' TO RTL-LABEL
           MOVE DROPPED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'MAXIMUM PERIODS ENDED' TO RTL-LABEL
           MOVE ENDED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'AWAITING ELECTION' TO RTL-LABEL
           MOVE AWAITING-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CONTINUING COVERAGE' TO RTL-LABEL
           MOVE CONTINUING-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE NOTICE-FILE
                 COBRA-REGISTER

           DISPLAY 'COBRARUN: ' NOTICES-COUNT ' NOTICES, '
                   TRANS-READ-COUNT ' TRANSACTIONS, '
                   REJECT-COUNT ' REJECTED, ' CONTINUING-COUNT
                   ' CONTINUING'

           STOP RUN
           .
