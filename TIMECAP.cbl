      *    BUSINESS-CALENDAR.txt   the calendar; 'W' days are
      *                            workdays.  The punch file's own
      *                            date span bounds the period.
      *    LEAVE-STATUS.txt        optional: the leave status file
      *                            LEAVEMNT keeps; workdays inside
      *                            an employee's leave of absence
      *                            are not expected to be punched.
      * *****
      * OUTPUT:
      *    ATTENDANCE-HOURS.txt    rewritten: Employee ID, regular
      *    Attendance-Exception-Report.txt  bad employee IDs,
      *                            punches on non-workdays, double
      *                            punches, and hourly employees
      *                            missing a workday's punch when
      *                            not out on leave.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO 'BUSINESS-CALENDAR.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BCF-FILE-STATUS.
           SELECT LEAVE-STATUS-FILE
               ASSIGN TO 'LEAVE-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LVS-FILE-STATUS.
           SELECT ATTENDANCE-HOURS-FILE
               ASSIGN TO 'ATTENDANCE-HOURS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
           05  BCF-DAY-TYPE            PIC A.
           05  BCF-PERIOD-END          PIC X.

       FD LEAVE-STATUS-FILE
           RECORD CONTAINS 40 CHARACTERS.

       COPY LVSREC.

       FD ATTENDANCE-HOURS-FILE
           RECORD CONTAINS 13 CHARACTERS.

               88 NO-MORE-EMP-DATA                     VALUE 'N'.
           05  PUNCH-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 PUNCH-FOUND                          VALUE 'Y'.
           05  LVS-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-LVS-DATA                     VALUE 'N'.
           05  LEAVE-DAY-SWITCH        PIC X           VALUE 'N'.
               88 DAY-ON-LEAVE                         VALUE 'Y'.

       01  TEMP-FIELDS.
           05  TCF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  HPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BCF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  AHF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LVS-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LEAVE-SUB               PIC 9(4)        VALUE 0.
           05  LEAVE-HOLD-SUB          PIC 9(4)        VALUE 0.
           05  PCH-SUB                 PIC 9(4)        VALUE 0.
           05  SCAN-SUB                PIC 9(4)        VALUE 0.
           05  POS-SUB                 PIC 99          VALUE 0.
           05  NONWORKDAY-COUNT        PIC 9(5)        VALUE 0.
           05  DOUBLE-PUNCH-COUNT      PIC 9(5)        VALUE 0.
           05  MISSING-DAY-COUNT       PIC 9(5)        VALUE 0.
           05  LEAVE-DAY-COUNT         PIC 9(5)        VALUE 0.
           05  EMPLOYEES-WRITTEN-COUNT PIC 9(5)        VALUE 0.

      *****************************************************************
               DEPENDING ON WORKDAY-COUNT.
               10  WRK-DATE            PIC 9(8).

      *****************************************************************
      * LEAVE-TABLE carries each employee's latest leave off the
      * leave status file: a workday on or after the start date is
      * a leave day while the leave is open, and up to the day
      * before the actual return once it has ended.
      *****************************************************************
       01  LEAVE-COUNT                 PIC 9(4)        VALUE 0.

       01  LEAVE-TABLE.
           05  LEAVE-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON LEAVE-COUNT.
               10  LVT-EMP-ID          PIC X(5).
               10  LVT-STATUS          PIC X.
               10  LVT-START-DATE      PIC 9(8).
               10  LVT-ACTUAL-RETURN   PIC 9(8).

       01  EXCEPTION-LINE.
           05  EXC-EMP-ID              PIC X(5).
           05  FILLER                  PIC XX          VALUE SPACES.
       10-CONTROL-MODULE.

           PERFORM 12-LOAD-HOURLY-POSITIONS
           PERFORM 13-LOAD-LEAVE-STATUS
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-CAPTURE-THE-PUNCHES
           PERFORM 22-LOAD-PERIOD-WORKDAYS
           CLOSE HOURLY-POSITIONS-FILE
           .

      *****************************************************************
      * 13-LOAD-LEAVE-STATUS loads the leave status file.  No file
      * means nobody has been on leave.
      *****************************************************************
       13-LOAD-LEAVE-STATUS.

           OPEN INPUT LEAVE-STATUS-FILE
           IF LVS-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF LVS-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'TIMECAP: UNABLE TO OPEN LEAVE STATUS '
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
                               DISPLAY 'TIMECAP: MORE THAN 5000 '
                                       'LEAVE STATUS ROWS, TABLE '
                                       'IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO LEAVE-COUNT
                           MOVE LVS-EMP-ID TO LVT-EMP-ID (LEAVE-COUNT)
                           MOVE LVS-STATUS TO LVT-STATUS (LEAVE-COUNT)
                           MOVE LVS-START-DATE TO
                                   LVT-START-DATE (LEAVE-COUNT)
                           MOVE LVS-ACTUAL-RETURN TO
                                   LVT-ACTUAL-RETURN (LEAVE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE LEAVE-STATUS-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT EMP-MASTER-FILE
      * 30-SWEEP-MISSING-DAYS walks the employee master; every
      * hourly-position employee is expected to punch every
      * workday in the span, and each day without a punch is an
      * exception for the supervisor to chase -- unless the day
      * falls inside the employee's leave of absence.
      *****************************************************************
       30-SWEEP-MISSING-DAYS.

                           END-IF
                       END-PERFORM
                       IF EMPLOYEE-IS-HOURLY
                           PERFORM 31-FIND-LEAVE
                           PERFORM 32-CHECK-EMPLOYEE-DAYS
                       END-IF
               END-READ
       30-SWEEP-EXIT.
           EXIT.

       31-FIND-LEAVE.

           MOVE 0 TO LEAVE-HOLD-SUB
           PERFORM VARYING LEAVE-SUB FROM 1 BY 1
               UNTIL LEAVE-SUB > LEAVE-COUNT
                  OR LEAVE-HOLD-SUB > ZERO
               IF LVT-EMP-ID (LEAVE-SUB) IS EQUAL TO EM-EMP-ID
                   MOVE LEAVE-SUB TO LEAVE-HOLD-SUB
               END-IF
           END-PERFORM
           .

       32-CHECK-EMPLOYEE-DAYS.

           PERFORM VARYING CAL-SUB FROM 1 BY 1
               UNTIL CAL-SUB > WORKDAY-COUNT
               MOVE 'N' TO LEAVE-DAY-SWITCH
               IF LEAVE-HOLD-SUB IS GREATER THAN ZERO
                   IF WRK-DATE (CAL-SUB) IS NOT LESS THAN
                           LVT-START-DATE (LEAVE-HOLD-SUB)
                       IF LVT-STATUS (LEAVE-HOLD-SUB) IS EQUAL TO 'L'
                          OR WRK-DATE (CAL-SUB) IS LESS THAN
                               LVT-ACTUAL-RETURN (LEAVE-HOLD-SUB)
                           MOVE 'Y' TO LEAVE-DAY-SWITCH
                       END-IF
                   END-IF
               END-IF
               MOVE 'N' TO PUNCH-FOUND-SWITCH
               PERFORM VARYING SCAN-SUB FROM 1 BY 1
                   UNTIL SCAN-SUB > PUNCH-COUNT
                       MOVE 'Y' TO PUNCH-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF DAY-ON-LEAVE
                  AND NOT PUNCH-FOUND
                   MOVE 'Y' TO PUNCH-FOUND-SWITCH
                   ADD 1 TO LEAVE-DAY-COUNT
               END-IF
               IF NOT PUNCH-FOUND
                   ADD 1 TO MISSING-DAY-COUNT
                   MOVE EM-EMP-ID TO EXC-EMP-ID
           MOVE REPORT-TOTAL-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'WORKDAYS EXCUSED ON LEAVE' TO RTL-LABEL
           MOVE LEAVE-DAY-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'EMPLOYEES WITH HOURS' TO RTL-LABEL
           MOVE EMPLOYEES-WRITTEN-COUNT TO RTL-COUNT
