      *                              accumulated; optional.
      *                              Hourly employees go out with
      *                              a 'W' hours record.
      *    COMMISSION-PAYABLE.txt    the sales commission COMMRUN
      *                              left to pay; optional.  Each
      *                              line goes out as a 'C' record
      *                              behind its rep's detail.
      *    LEAVE-STATUS.txt          the leave status file LEAVEMNT
      *                              keeps; optional.  An employee
      *                              out on unpaid leave goes out
      *                              with an 'L' leave status
      *                              record.
      * *****
      * OUTPUT:
      *    PAYROLL-INTERFACE.txt     'H' header (run date and
      *                              sequence), one 'D' record per
      *                              employee followed by its 'X'
      *                              deduction records in priority
      *                              order, any 'C' commission
      *                              records and any 'L' unpaid
      *                              leave record, 'T' trailer (counts,
      *                              salary hash, deduction count
      *                              and amount hash).
      *    COMMISSION-PAYABLE.txt    rewritten with only the lines
      *                              for an Employee ID not found
      *                              on this extract, to go out on
      *                              a later one.
      *    Deduction-Register.txt    per-employee deductions and
      *                              per-code totals.
      ***************************************************************
               ASSIGN TO 'ATTENDANCE-HOURS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AHF-FILE-STATUS.
           SELECT COMMISSION-PAYABLE-FILE
               ASSIGN TO 'COMMISSION-PAYABLE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMP-FILE-STATUS.
           SELECT LEAVE-STATUS-FILE
               ASSIGN TO 'LEAVE-STATUS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LVS-FILE-STATUS.
           SELECT PAYROLL-INTERFACE
               ASSIGN TO 'PAYROLL-INTERFACE.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           05  AHF-REGULAR-HOURS       PIC 999V9.
           05  AHF-OVERTIME-HOURS      PIC 999V9.

       FD COMMISSION-PAYABLE-FILE
           RECORD CONTAINS 20 CHARACTERS.

       COPY CMPYREC.

       FD LEAVE-STATUS-FILE
           RECORD CONTAINS 40 CHARACTERS.

       COPY LVSREC.

       FD DEDUCTION-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

           05  EMP-IN-NAME             PIC X(40)       VALUE SPACES.
           05  WH-SUB                  PIC 99          VALUE 0.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  CMP-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CMP-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CMP-DATA                     VALUE 'N'.
           05  CMP-FILE-SWITCH         PIC X           VALUE 'N'.
               88 COMMISSION-FILE-LOADED               VALUE 'Y'.
           05  COMM-SUB                PIC 9(3)        VALUE 0.
           05  COMMISSIONS-WRITTEN     PIC 9(5)        VALUE 0.
           05  COMMISSIONS-HELD        PIC 9(5)        VALUE 0.
           05  LVS-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LVS-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-LVS-DATA                     VALUE 'N'.
           05  LEAVE-SUB               PIC 9(4)        VALUE 0.
           05  LEAVES-WRITTEN          PIC 9(5)        VALUE 0.

       01  RUN-TOTALS.
           05  EMPLOYEES-WRITTEN-COUNT PIC 9(7)        VALUE 0.
               10  HRS-REGULAR         PIC 999V9.
               10  HRS-OVERTIME        PIC 999V9.

      *****************************************************************
      * COMMISSION-TABLE carries the commission payable lines;
      * CMT-PAID marks a line gone out behind its rep's detail.
      *****************************************************************
       01  COMMISSION-COUNT            PIC 9(3)        VALUE 0.

       01  COMMISSION-TABLE.
           05  COMMISSION-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON COMMISSION-COUNT.
               10  CMT-REP-ID          PIC X(5).
               10  CMT-PERIOD          PIC 9(6).
               10  CMT-AMOUNT          PIC 9(7)V99.
               10  CMT-PAID            PIC X.

      *****************************************************************
      * LEAVE-TABLE carries the employees out on unpaid leave off
      * the leave status file; paid leave and leave already ended
      * are nothing the bureau needs told.
      *****************************************************************
       01  LEAVE-COUNT                 PIC 9(4)        VALUE 0.

       01  LEAVE-TABLE.
           05  LEAVE-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON LEAVE-COUNT.
               10  LVT-EMP-ID          PIC X(5).
               10  LVT-LEAVE-TYPE      PIC X.
               10  LVT-START-DATE      PIC 9(8).
               10  LVT-EXPECTED-RETURN PIC 9(8).

       01  PAY-LEAVE-LINE.
           05  PAY-L-TYPE              PIC X.
           05  PAY-L-EMP-ID            PIC X(5).
           05  PAY-L-LEAVE-TYPE        PIC X.
           05  PAY-L-START-DATE        PIC 9(8).
           05  PAY-L-EXPECTED-RETURN   PIC 9(8).
           05  FILLER                  PIC X(21).

       01  PAY-COMMISSION-LINE.
           05  PAY-C-TYPE              PIC X.
           05  PAY-C-EMP-ID            PIC X(5).
           05  PAY-C-PERIOD            PIC 9(6).
           05  PAY-C-AMOUNT            PIC 9(7)V99.
           05  FILLER                  PIC X(23).

       01  PAY-HOURS-LINE.
           05  PAY-W-TYPE              PIC X.
           05  PAY-W-EMP-ID            PIC X(5).
           PERFORM 12-LOAD-WAREHOUSE-TABLE
           PERFORM 13-LOAD-DEDUCTION-DATA
           PERFORM 14-LOAD-HOURS-DATA
           PERFORM 15-LOAD-COMMISSION-DATA
           PERFORM 16-LOAD-LEAVE-DATA

           PERFORM 50-TAKE-NEXT-SEQUENCE
               THRU 50-TAKE-EXIT
           CLOSE PAYROLL-INTERFACE

           PERFORM 35-FINISH-DEDUCTION-REGISTER
           PERFORM 36-REWRITE-COMMISSION-PAYABLE
               THRU 36-REWRITE-EXIT

           MOVE EMPLOYEES-WRITTEN-COUNT TO LEDGER-RECORD-COUNT
           PERFORM 55-POST-LEDGER-ROW

           DISPLAY 'PAYEXTR: ' EMPLOYEES-WRITTEN-COUNT ' EMPLOYEES '
                   'EXTRACTED, SALARY HASH ' SALARY-HASH-TOTAL
           IF COMMISSION-FILE-LOADED
               DISPLAY 'PAYEXTR: ' COMMISSIONS-WRITTEN
                       ' COMMISSION RECORDS EXTRACTED, '
                       COMMISSIONS-HELD ' HELD FOR A LATER RUN'
           END-IF
           IF LEAVE-COUNT IS GREATER THAN ZERO
               DISPLAY 'PAYEXTR: ' LEAVES-WRITTEN
                       ' UNPAID LEAVE RECORDS EXTRACTED'
           END-IF

           STOP RUN
           .
           PERFORM 27-WRITE-EMP-DEDUCTIONS
           PERFORM 26-WRITE-HOURS-RECORD
               THRU 26-WRITE-EXIT
           PERFORM 26A-WRITE-COMMISSION-RECORDS
           PERFORM 26B-WRITE-LEAVE-RECORD
           .

      *****************************************************************
       26-WRITE-EXIT.
           EXIT.

      *****************************************************************
      * 26A-WRITE-COMMISSION-RECORDS follows a sales rep with a
      * 'C' record for each month of commission COMMRUN left to
      * pay.
      *****************************************************************
       26A-WRITE-COMMISSION-RECORDS.

           PERFORM VARYING COMM-SUB FROM 1 BY 1
               UNTIL COMM-SUB > COMMISSION-COUNT
               IF CMT-REP-ID (COMM-SUB) IS EQUAL TO OUT-EMP-ID
                  AND CMT-PAID (COMM-SUB) IS NOT EQUAL TO 'Y'
                   MOVE SPACES TO PAY-COMMISSION-LINE
                   MOVE 'C' TO PAY-C-TYPE
                   MOVE CMT-REP-ID (COMM-SUB) TO PAY-C-EMP-ID
                   MOVE CMT-PERIOD (COMM-SUB) TO PAY-C-PERIOD
                   MOVE CMT-AMOUNT (COMM-SUB) TO PAY-C-AMOUNT
                   MOVE PAY-COMMISSION-LINE TO PAYROLL-RECORD
                   WRITE PAYROLL-RECORD
                   MOVE 'Y' TO CMT-PAID (COMM-SUB)
                   ADD 1 TO COMMISSIONS-WRITTEN
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 26B-WRITE-LEAVE-RECORD follows an employee out on unpaid
      * leave with an 'L' record carrying the leave type, start
      * date and expected return, so the bureau stops the pay.
      *****************************************************************
       26B-WRITE-LEAVE-RECORD.

           PERFORM VARYING LEAVE-SUB FROM 1 BY 1
               UNTIL LEAVE-SUB > LEAVE-COUNT
               IF LVT-EMP-ID (LEAVE-SUB) IS EQUAL TO OUT-EMP-ID
                   MOVE SPACES TO PAY-LEAVE-LINE
                   MOVE 'L' TO PAY-L-TYPE
                   MOVE OUT-EMP-ID TO PAY-L-EMP-ID
                   MOVE LVT-LEAVE-TYPE (LEAVE-SUB) TO PAY-L-LEAVE-TYPE
                   MOVE LVT-START-DATE (LEAVE-SUB) TO PAY-L-START-DATE
                   MOVE LVT-EXPECTED-RETURN (LEAVE-SUB) TO
                           PAY-L-EXPECTED-RETURN
                   MOVE PAY-LEAVE-LINE TO PAYROLL-RECORD
                   WRITE PAYROLL-RECORD
                   ADD 1 TO LEAVES-WRITTEN
                   MOVE LEAVE-COUNT TO LEAVE-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 27-WRITE-EMP-DEDUCTIONS writes the employee's deduction
      * rows behind the detail record, highest-priority code
           CLOSE DEDUCTION-REGISTER
           .

      *****************************************************************
      * 36-REWRITE-COMMISSION-PAYABLE puts back only the commission
      * lines for an Employee ID this extract did not carry, so
      * nothing is paid twice and nothing is dropped.
      *****************************************************************
       36-REWRITE-COMMISSION-PAYABLE.

           IF NOT COMMISSION-FILE-LOADED
               GO TO 36-REWRITE-EXIT
           END-IF

           OPEN OUTPUT COMMISSION-PAYABLE-FILE
           IF CMP-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'PAYEXTR: UNABLE TO REWRITE COMMISSION '
                       'PAYABLE FILE, FILE STATUS = ' CMP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING COMM-SUB FROM 1 BY 1
               UNTIL COMM-SUB > COMMISSION-COUNT
               IF CMT-PAID (COMM-SUB) IS NOT EQUAL TO 'Y'
                   MOVE CMT-REP-ID (COMM-SUB) TO CMP-REP-ID
                   MOVE CMT-PERIOD (COMM-SUB) TO CMP-PERIOD
                   MOVE CMT-AMOUNT (COMM-SUB) TO CMP-AMOUNT
                   WRITE COMMISSION-PAYABLE-RECORD
                   ADD 1 TO COMMISSIONS-HELD
               END-IF
           END-PERFORM

           CLOSE COMMISSION-PAYABLE-FILE
           .

       36-REWRITE-EXIT.
           EXIT.

       15-LOAD-COMMISSION-DATA.

           OPEN INPUT COMMISSION-PAYABLE-FILE
           IF CMP-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CMP-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PAYEXTR: UNABLE TO OPEN COMMISSION '
                           'PAYABLE FILE, FILE STATUS = '
                           CMP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO CMP-FILE-SWITCH
               MOVE ' ' TO CMP-EOF-FLAG
               PERFORM UNTIL NO-MORE-CMP-DATA
                   READ COMMISSION-PAYABLE-FILE
                       AT END
                           MOVE 'N' TO CMP-EOF-FLAG
                       NOT AT END
                           IF COMMISSION-COUNT IS EQUAL TO 500
                               DISPLAY 'PAYEXTR: MORE THAN 500 '
                                       'COMMISSION LINES, TABLE '
                                       'IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           IF CMP-AMOUNT IS NUMERIC
                              AND CMP-PERIOD IS NUMERIC
                               ADD 1 TO COMMISSION-COUNT
                               MOVE CMP-REP-ID TO
                                       CMT-REP-ID (COMMISSION-COUNT)
                               MOVE CMP-PERIOD TO
                                       CMT-PERIOD (COMMISSION-COUNT)
                               MOVE CMP-AMOUNT TO
                                       CMT-AMOUNT (COMMISSION-COUNT)
                               MOVE 'N' TO
                                       CMT-PAID (COMMISSION-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-PAYABLE-FILE
           END-IF
           .

       16-LOAD-LEAVE-DATA.

           OPEN INPUT LEAVE-STATUS-FILE
           IF LVS-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF LVS-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PAYEXTR: UNABLE TO OPEN LEAVE STATUS '
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
                              AND LVS-UNPAID
                               IF LEAVE-COUNT IS EQUAL TO 5000
                                   DISPLAY 'PAYEXTR: MORE THAN 5000 '
                                           'UNPAID LEAVES, TABLE '
                                           'IS FULL'
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO LEAVE-COUNT
                               MOVE LVS-EMP-ID TO
                                       LVT-EMP-ID (LEAVE-COUNT)
                               MOVE LVS-LEAVE-TYPE TO
                                       LVT-LEAVE-TYPE (LEAVE-COUNT)
                               MOVE LVS-START-DATE TO
                                       LVT-START-DATE (LEAVE-COUNT)
                               MOVE LVS-EXPECTED-RETURN TO
                                       LVT-EXPECTED-RETURN
                                       (LEAVE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-STATUS-FILE
           END-IF
           .

       14-LOAD-HOURS-DATA.

           OPEN INPUT HOURLY-POSITIONS-FILE
