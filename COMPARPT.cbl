       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARPT.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * COMPARPT is the compa-ratio report.  Salaries were set one
      * hire and one raise at a time with nothing to hold them to,
      * and two employees in the same job could be thousands apart
      * without anyone noticing.  Each position code is now given a
      * pay grade with a minimum, midpoint and maximum; this run
      * lists every employee warehouse by warehouse with the salary
      * against the grade, the compa-ratio (salary over grade
      * midpoint), and a flag on anyone paid below the grade
      * minimum or above the grade maximum, or whose position has
      * no grade.
      * *****
      * INPUT:
      *    PAY-GRADE-MASTER.txt    one line per pay grade: grade,
      *                            minimum, midpoint and maximum
      *                            annual salary.
      *    POSITION-GRADE.txt      one line per position code: the
      *                            position code and its grade.
      *    EMPLOYEE-MASTER.dat     the indexed employee master.
      * *****
      * OUTPUT:
      *    Compa-Ratio-Report.txt  per warehouse: each employee's
      *                            salary, grade range, compa-ratio
      *                            and any out-of-range flag, plus
      *                            warehouse and company totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS EMF-FILE-STATUS.
           SELECT COMPA-REPORT
               ASSIGN TO PRINTER 'Compa-Ratio-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPA-SORT-FILE
               ASSIGN TO 'COMPA-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.

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

       COPY EMPMREC.

       FD COMPA-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       SD COMPA-SORT-FILE.

       01  SORT-COMPA-RECORD.
           05  SRT-WAREHOUSE-ID        PIC X(4).
           05  SRT-EMP-ID              PIC X(5).
           05  SRT-LAST-NAME           PIC X(10).
           05  SRT-EMP-POS             PIC AA.
           05  SRT-GRADE               PIC XX.
           05  SRT-SALARY              PIC 9(8).
           05  SRT-MINIMUM             PIC 9(8).
           05  SRT-MIDPOINT            PIC 9(8).
           05  SRT-MAXIMUM             PIC 9(8).
           05  SRT-COMPA-RATIO         PIC 99V99.
           05  SRT-RANGE-FLAG          PIC X.
               88  SRT-NO-GRADE                        VALUE 'G'.
               88  SRT-BELOW-MINIMUM                   VALUE 'L'.
               88  SRT-ABOVE-MAXIMUM                   VALUE 'H'.
               88  SRT-IN-RANGE                        VALUE ' '.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  PGM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PGM-DATA                     VALUE 'N'.
           05  PSG-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PSG-DATA                     VALUE 'N'.
           05  MASTER-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-MASTER-DATA                  VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.

       01  TEMP-FIELDS.
           05  PGM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PSG-FILE-STATUS         PIC XX          VALUE SPACES.
           05  EMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  PRIOR-WAREHOUSE-ID      PIC X(4)        VALUE SPACES.
           05  GRADE-SUB               PIC 99          VALUE 0.
           05  GRADE-HOLD-SUB          PIC 99          VALUE 0.
           05  POS-SUB                 PIC 99          VALUE 0.

      *****************************************************************
      * WAREHOUSE-TOTALS and COMPANY-TOTALS share one layout; either
      * is moved to PRINT-TOTALS for 38-WRITE-TOTAL-LINES.
      *****************************************************************
       01  WAREHOUSE-TOTALS.
           05  WHT-EMPLOYEES           PIC 9(5)        VALUE 0.
           05  WHT-GRADED              PIC 9(5)        VALUE 0.
           05  WHT-NO-GRADE            PIC 9(5)        VALUE 0.
           05  WHT-BELOW-MINIMUM       PIC 9(5)        VALUE 0.
           05  WHT-ABOVE-MAXIMUM       PIC 9(5)        VALUE 0.
           05  WHT-RATIO-SUM           PIC 9(7)V99     VALUE 0.

       01  COMPANY-TOTALS.
           05  CPT-EMPLOYEES           PIC 9(5)        VALUE 0.
           05  CPT-GRADED              PIC 9(5)        VALUE 0.
           05  CPT-NO-GRADE            PIC 9(5)        VALUE 0.
           05  CPT-BELOW-MINIMUM       PIC 9(5)        VALUE 0.
           05  CPT-ABOVE-MAXIMUM       PIC 9(5)        VALUE 0.
           05  CPT-RATIO-SUM           PIC 9(7)V99     VALUE 0.

       01  PRINT-TOTALS.
           05  PRT-EMPLOYEES           PIC 9(5)        VALUE 0.
           05  PRT-GRADED              PIC 9(5)        VALUE 0.
           05  PRT-NO-GRADE            PIC 9(5)        VALUE 0.
           05  PRT-BELOW-MINIMUM       PIC 9(5)        VALUE 0.
           05  PRT-ABOVE-MAXIMUM       PIC 9(5)        VALUE 0.
           05  PRT-RATIO-SUM           PIC 9(7)V99     VALUE 0.

       01  AVERAGE-RATIO               PIC 99V99       VALUE 0.

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

       01  COMPA-HEADING.
           05  FILLER                  PIC X(34)       VALUE
               'EMPID LAST NAME  PS GR    SALARY'.
           05  FILLER                  PIC X(34)       VALUE
               ' MINIMUM  MIDPOINT   MAXIMUM RATIO'.
           05  FILLER                  PIC X(12)       VALUE
               ' FLAG'.

       01  COMPA-LINE.
           05  CPL-EMP-ID              PIC X(5).
           05  FILLER                  PIC X           VALUE SPACE.
           05  CPL-LAST-NAME           PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  CPL-EMP-POS             PIC AA.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CPL-GRADE               PIC XX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CPL-SALARY              PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CPL-MINIMUM             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CPL-MIDPOINT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CPL-MAXIMUM             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CPL-COMPA-RATIO         PIC Z9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  CPL-FLAG                PIC X(10).

       01  REPORT-TOTAL-LINE.
           05  RTL-LABEL               PIC X(28).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(46)       VALUE SPACES.

       01  REPORT-RATIO-LINE.
           05  RRL-LABEL               PIC X(28).
           05  FILLER                  PIC X           VALUE SPACE.
           05  RRL-RATIO               PIC Z9.99.
           05  FILLER                  PIC X(46)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 12-LOAD-PAY-GRADES
           PERFORM 13-LOAD-POSITION-GRADES
           PERFORM 15-HSKPING-ROUTINE

           SORT COMPA-SORT-FILE
               ON ASCENDING KEY SRT-WAREHOUSE-ID SRT-EMP-ID
               INPUT PROCEDURE IS 20-SCAN-EMPLOYEES
               OUTPUT PROCEDURE IS 30-WRITE-COMPA-REPORT

           CLOSE EMP-MASTER-FILE

           DISPLAY 'COMPARPT: ' CPT-EMPLOYEES ' EMPLOYEES, '
                   CPT-BELOW-MINIMUM ' BELOW MINIMUM, '
                   CPT-ABOVE-MAXIMUM ' ABOVE MAXIMUM'

           STOP RUN
           .

      *****************************************************************
      * 12-LOAD-PAY-GRADES loads the grade ranges.  A line whose
      * amounts are not numeric or not in minimum, midpoint,
      * maximum order is passed over.
      *****************************************************************
       12-LOAD-PAY-GRADES.

           OPEN INPUT PAY-GRADE-FILE
           IF PGM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'COMPARPT: UNABLE TO OPEN PAY GRADE MASTER, '
                       'FILE STATUS = ' PGM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO PGM-EOF-FLAG
           PERFORM UNTIL NO-MORE-PGM-DATA
               READ PAY-GRADE-FILE
                   AT END
                       MOVE 'N' TO PGM-EOF-FLAG
                   NOT AT END
                       IF PGM-MINIMUM IS NOT NUMERIC
                          OR PGM-MIDPOINT IS NOT NUMERIC
                          OR PGM-MAXIMUM IS NOT NUMERIC
                           DISPLAY 'COMPARPT: PAY GRADE ' PGM-GRADE
                                   ' AMOUNTS NOT NUMERIC, SKIPPED'
                       ELSE
                           IF PGM-MIDPOINT IS LESS THAN PGM-MINIMUM
                              OR PGM-MAXIMUM IS LESS THAN PGM-MIDPOINT
                              OR PGM-MIDPOINT IS EQUAL TO ZERO
                               DISPLAY 'COMPARPT: PAY GRADE '
                                       PGM-GRADE ' RANGE OUT OF '
                                       'ORDER, SKIPPED'
                           ELSE
                               IF GRADE-COUNT IS EQUAL TO 50
                                   DISPLAY 'COMPARPT: MORE THAN 50 '
                                           'PAY GRADES, TABLE IS FULL'
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO GRADE-COUNT
                               MOVE PAY-GRADE-RECORD TO
                                       GRADE-ENTRY (GRADE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PAY-GRADE-FILE
           .

      *****************************************************************
      * 13-LOAD-POSITION-GRADES ties each position code to its
      * grade's entry in the grade table.
      *****************************************************************
       13-LOAD-POSITION-GRADES.

           OPEN INPUT POSITION-GRADE-FILE
           IF PSG-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'COMPARPT: UNABLE TO OPEN POSITION GRADE '
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
                       MOVE 0 TO GRADE-HOLD-SUB
                       PERFORM VARYING GRADE-SUB FROM 1 BY 1
                           UNTIL GRADE-SUB > GRADE-COUNT
                              OR GRADE-HOLD-SUB > 0
                           IF GRT-GRADE (GRADE-SUB) IS EQUAL TO
                                   PSG-GRADE
                               MOVE GRADE-SUB TO GRADE-HOLD-SUB
                           END-IF
                       END-PERFORM
                       IF GRADE-HOLD-SUB IS EQUAL TO 0
                           DISPLAY 'COMPARPT: POSITION ' PSG-POS-CODE
                                   ' GRADE ' PSG-GRADE
                                   ' NOT ON PAY GRADE MASTER, SKIPPED'
                       ELSE
                           IF POS-GRADE-COUNT IS EQUAL TO 50
                               DISPLAY 'COMPARPT: MORE THAN 50 '
                                       'POSITION GRADES, TABLE IS '
                                       'FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO POS-GRADE-COUNT
                           MOVE PSG-POS-CODE TO
                                   PGT-POS-CODE (POS-GRADE-COUNT)
                           MOVE GRADE-HOLD-SUB TO
                                   PGT-GRADE-SUB (POS-GRADE-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE POSITION-GRADE-FILE
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT EMP-MASTER-FILE
           IF EMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'COMPARPT: UNABLE TO OPEN EMPLOYEE MASTER, '
                       'FILE STATUS = ' EMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       20-SCAN-EMPLOYEES.

           MOVE LOW-VALUES TO EM-EMP-ID
           START EMP-MASTER-FILE KEY IS NOT LESS THAN EM-EMP-ID
           IF EMF-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'N' TO MASTER-EOF-FLAG
           ELSE
               MOVE ' ' TO MASTER-EOF-FLAG
           END-IF

           PERFORM UNTIL NO-MORE-MASTER-DATA
               READ EMP-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO MASTER-EOF-FLAG
                   NOT AT END
                       PERFORM 22-RELEASE-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           .

      *****************************************************************
      * 22-RELEASE-ONE-EMPLOYEE looks up the employee's grade and
      * works out the compa-ratio and range flag for the sort.
      *****************************************************************
       22-RELEASE-ONE-EMPLOYEE.

           MOVE EM-WAREHOUSE-ID TO SRT-WAREHOUSE-ID
           MOVE EM-EMP-ID TO SRT-EMP-ID
           MOVE EM-LAST-NAME TO SRT-LAST-NAME
           MOVE EM-EMP-POS TO SRT-EMP-POS
           IF EM-SALARY IS NUMERIC
               MOVE EM-SALARY TO SRT-SALARY
           ELSE
               MOVE 0 TO SRT-SALARY
           END-IF

           MOVE 0 TO GRADE-HOLD-SUB
           PERFORM VARYING POS-SUB FROM 1 BY 1
               UNTIL POS-SUB > POS-GRADE-COUNT
                  OR GRADE-HOLD-SUB > 0
               IF PGT-POS-CODE (POS-SUB) IS EQUAL TO EM-EMP-POS
                   MOVE PGT-GRADE-SUB (POS-SUB) TO GRADE-HOLD-SUB
               END-IF
           END-PERFORM

           IF GRADE-HOLD-SUB IS EQUAL TO 0
               MOVE SPACES TO SRT-GRADE
               MOVE 0 TO SRT-MINIMUM
               MOVE 0 TO SRT-MIDPOINT
               MOVE 0 TO SRT-MAXIMUM
               MOVE 0 TO SRT-COMPA-RATIO
               MOVE 'G' TO SRT-RANGE-FLAG
           ELSE
               MOVE GRT-GRADE (GRADE-HOLD-SUB) TO SRT-GRADE
               MOVE GRT-MINIMUM (GRADE-HOLD-SUB) TO SRT-MINIMUM
               MOVE GRT-MIDPOINT (GRADE-HOLD-SUB) TO SRT-MIDPOINT
               MOVE GRT-MAXIMUM (GRADE-HOLD-SUB) TO SRT-MAXIMUM
               COMPUTE SRT-COMPA-RATIO ROUNDED =
                       SRT-SALARY / SRT-MIDPOINT
                   ON SIZE ERROR
                       MOVE 99.99 TO SRT-COMPA-RATIO
               END-COMPUTE
               EVALUATE TRUE
                   WHEN SRT-SALARY IS LESS THAN SRT-MINIMUM
                       MOVE 'L' TO SRT-RANGE-FLAG
                   WHEN SRT-SALARY IS GREATER THAN SRT-MAXIMUM
                       MOVE 'H' TO SRT-RANGE-FLAG
                   WHEN OTHER
                       MOVE ' ' TO SRT-RANGE-FLAG
               END-EVALUATE
           END-IF

           RELEASE SORT-COMPA-RECORD
           .

       30-WRITE-COMPA-REPORT.

           OPEN OUTPUT COMPA-REPORT

           MOVE SPACES TO REPORT-RECORD
           STRING 'COMPA-RATIO REPORT AS OF ' DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO PRIOR-WAREHOUSE-ID
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN COMPA-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       IF SRT-WAREHOUSE-ID IS NOT EQUAL TO
                               PRIOR-WAREHOUSE-ID
                           PERFORM 34-START-WAREHOUSE
                       END-IF
                       PERFORM 32-WRITE-COMPA-LINE
               END-RETURN
           END-PERFORM
           IF PRIOR-WAREHOUSE-ID IS NOT EQUAL TO SPACES
               PERFORM 36-END-WAREHOUSE
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'COMPANY TOTALS' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE COMPANY-TOTALS TO PRINT-TOTALS
           PERFORM 38-WRITE-TOTAL-LINES

           CLOSE COMPA-REPORT
           .

       32-WRITE-COMPA-LINE.

           MOVE SPACES TO COMPA-LINE
           MOVE SRT-EMP-ID TO CPL-EMP-ID
           MOVE SRT-LAST-NAME TO CPL-LAST-NAME
           MOVE SRT-EMP-POS TO CPL-EMP-POS
           MOVE SRT-GRADE TO CPL-GRADE
           MOVE SRT-SALARY TO CPL-SALARY

           ADD 1 TO WHT-EMPLOYEES
           ADD 1 TO CPT-EMPLOYEES
           IF SRT-NO-GRADE
               MOVE 'NO GRADE' TO CPL-FLAG
               ADD 1 TO WHT-NO-GRADE
               ADD 1 TO CPT-NO-GRADE
           ELSE
               MOVE SRT-MINIMUM TO CPL-MINIMUM
               MOVE SRT-MIDPOINT TO CPL-MIDPOINT
               MOVE SRT-MAXIMUM TO CPL-MAXIMUM
               MOVE SRT-COMPA-RATIO TO CPL-COMPA-RATIO
               ADD 1 TO WHT-GRADED
               ADD 1 TO CPT-GRADED
               ADD SRT-COMPA-RATIO TO WHT-RATIO-SUM
               ADD SRT-COMPA-RATIO TO CPT-RATIO-SUM
               IF SRT-BELOW-MINIMUM
                   MOVE 'BELOW MIN' TO CPL-FLAG
                   ADD 1 TO WHT-BELOW-MINIMUM
                   ADD 1 TO CPT-BELOW-MINIMUM
               END-IF
               IF SRT-ABOVE-MAXIMUM
                   MOVE 'ABOVE MAX' TO CPL-FLAG
                   ADD 1 TO WHT-ABOVE-MAXIMUM
                   ADD 1 TO CPT-ABOVE-MAXIMUM
               END-IF
           END-IF

           MOVE COMPA-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       34-START-WAREHOUSE.

           IF PRIOR-WAREHOUSE-ID IS NOT EQUAL TO SPACES
               PERFORM 36-END-WAREHOUSE
           END-IF
           MOVE SRT-WAREHOUSE-ID TO PRIOR-WAREHOUSE-ID
           INITIALIZE WAREHOUSE-TOTALS

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'WAREHOUSE ' DELIMITED BY SIZE
                  SRT-WAREHOUSE-ID DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE COMPA-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       36-END-WAREHOUSE.

           MOVE WAREHOUSE-TOTALS TO PRINT-TOTALS
           PERFORM 38-WRITE-TOTAL-LINES
           .

       38-WRITE-TOTAL-LINES.

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE '  EMPLOYEES' TO RTL-LABEL
           MOVE PRT-EMPLOYEES TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE '  BELOW GRADE MINIMUM' TO RTL-LABEL
           MOVE PRT-BELOW-MINIMUM TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE '  ABOVE GRADE MAXIMUM' TO RTL-LABEL
           MOVE PRT-ABOVE-MAXIMUM TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE '  POSITION HAS NO GRADE' TO RTL-LABEL
           MOVE PRT-NO-GRADE TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF PRT-GRADED IS GREATER THAN ZERO
               COMPUTE AVERAGE-RATIO ROUNDED =
                       PRT-RATIO-SUM / PRT-GRADED
               MOVE SPACES TO REPORT-RATIO-LINE
               MOVE '  AVERAGE COMPA-RATIO' TO RRL-LABEL
               MOVE AVERAGE-RATIO TO RRL-RATIO
               MOVE REPORT-RATIO-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
