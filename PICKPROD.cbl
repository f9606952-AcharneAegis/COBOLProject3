       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICKPROD.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * PICKPROD is the weekly picker productivity run.  The scan
      * confirmations name the picker and the timecards give the
      * hours, but nobody could say who picks forty cases an hour
      * and who picks fifteen.  This run takes a week of the picker
      * activity SCANPICK credits, joins each picker's confirmed
      * cases and pick lines to the regular and overtime hours on
      * the attendance hours file, and prints cases per hour and
      * lines per hour for every picker, warehouse by warehouse,
      * against the warehouse's engineered standard, ranked fastest
      * first.  Each week's figures go onto the productivity
      * history, and each picker's average over the last four weeks
      * on the history is printed beside this week's so a
      * supervisor sees the trend and not one bad week.
      * *****
      * INPUT:
      *    PICK-PROD-PARM.txt      optional: the week ending date
      *                            (default the run date); the week
      *                            is the seven days ending on it.
      *    PICKER-ACTIVITY.txt     the confirmations by picker from
      *                            SCANPICK.
      *    ATTENDANCE-HOURS.txt    the week's regular and overtime
      *                            hours from TIMECAP.
      *    PICK-STANDARD.txt       optional: one line per warehouse:
      *                            the engineered cases per hour and
      *                            lines per hour.
      *    PICK-PROD-HISTORY.txt   the productivity history; missing
      *                            on the first run.
      *    EMPLOYEE-MASTER.dat     the indexed employee master, for
      *                            each picker's name and warehouse.
      * *****
      * OUTPUT:
      *    Picker-Productivity.txt per warehouse: each picker's
      *                            rank, cases, lines, hours, rates,
      *                            percent of standard and four-week
      *                            average, plus warehouse and run
      *                            totals.
      *    PICK-PROD-HISTORY.txt   added to: one row per picker for
      *                            the week.  A week already on the
      *                            history is not added again.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROD-PARM-FILE
               ASSIGN TO 'PICK-PROD-PARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PPM-FILE-STATUS.
           SELECT PICKER-ACTIVITY-FILE
               ASSIGN TO 'PICKER-ACTIVITY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PKA-FILE-STATUS.
           SELECT ATTENDANCE-HOURS-FILE
               ASSIGN TO 'ATTENDANCE-HOURS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AHF-FILE-STATUS.
           SELECT PICK-STANDARD-FILE
               ASSIGN TO 'PICK-STANDARD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PST-FILE-STATUS.
           SELECT PROD-HISTORY-FILE
               ASSIGN TO 'PICK-PROD-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PPH-FILE-STATUS.
           SELECT EMP-MASTER-FILE
               ASSIGN TO 'EMPLOYEE-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS EMF-FILE-STATUS.
           SELECT PRODUCTIVITY-REPORT
               ASSIGN TO PRINTER 'Picker-Productivity.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCTIVITY-SORT-FILE
               ASSIGN TO 'PICKPROD-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.

       FD PROD-PARM-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  PROD-PARM-RECORD.
           05  PPM-WEEK-END-DATE       PIC 9(8).

       FD PICKER-ACTIVITY-FILE
           RECORD CONTAINS 36 CHARACTERS.

       COPY PKAREC.

       FD ATTENDANCE-HOURS-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01  ATTENDANCE-HOURS-RECORD.
           05  AHF-EMP-ID              PIC X(5).
           05  AHF-REGULAR-HOURS       PIC 999V9.
           05  AHF-OVERTIME-HOURS      PIC 999V9.

       FD PICK-STANDARD-FILE
           RECORD CONTAINS 12 CHARACTERS.

       01  PICK-STANDARD-RECORD.
           05  PST-WAREHOUSE-ID        PIC X(4).
           05  PST-CASES-PER-HOUR      PIC 999V9.
           05  PST-LINES-PER-HOUR      PIC 999V9.

       FD PROD-HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.

       01  PROD-HISTORY-RECORD.
           05  PPH-WEEK-END-DATE       PIC 9(8).
           05  PPH-WAREHOUSE-ID        PIC X(4).
           05  PPH-EMP-ID              PIC X(5).
           05  PPH-CASES               PIC 9(7).
           05  PPH-LINES               PIC 9(5).
           05  PPH-HOURS               PIC 9(4)V9.
           05  PPH-CASES-PER-HOUR      PIC 999V9.
           05  PPH-LINES-PER-HOUR      PIC 999V9.
           05  PPH-PCT-OF-STANDARD     PIC 999.
           05  PPH-RANK                PIC 999.
           05  FILLER                  PIC XX.

       FD EMP-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY EMPMREC.

       FD PRODUCTIVITY-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       SD PRODUCTIVITY-SORT-FILE.

       01  SORT-PICKER-RECORD.
           05  SRT-WAREHOUSE-ID        PIC X(4).
           05  SRT-CASES-PER-HOUR      PIC 999V9.
           05  SRT-EMP-ID              PIC X(5).
           05  SRT-PICKER-SUB          PIC 9(4).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  PKA-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PKA-DATA                     VALUE 'N'.
           05  AHF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-AHF-DATA                     VALUE 'N'.
           05  PST-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PST-DATA                     VALUE 'N'.
           05  PPH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PPH-DATA                     VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.
           05  WEEK-POSTED-SWITCH      PIC X           VALUE 'N'.
               88 WEEK-ALREADY-POSTED                  VALUE 'Y'.

       01  TEMP-FIELDS.
           05  PPM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PKA-FILE-STATUS         PIC XX          VALUE SPACES.
           05  AHF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PST-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PPH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  EMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  WEEK-END-DATE           PIC 9(8)        VALUE 0.
           05  WEEK-START-DATE         PIC 9(8)        VALUE 0.
           05  DATE-WORK               PIC 9(8)        VALUE 0.
           05  DATE-WORK-X REDEFINES DATE-WORK.
               10  DATE-CCYY           PIC 9(4).
               10  DATE-MM             PIC 99.
               10  DATE-DD             PIC 99.
           05  ROLL-DAYS               PIC 999         VALUE 0.
           05  DAY-COUNT               PIC S999        VALUE 0.
           05  MONTH-LENGTH            PIC 99          VALUE 0.
           05  LEAP-QUOTIENT           PIC 9(4)        VALUE 0.
           05  LEAP-REMAINDER          PIC 999         VALUE 0.
           05  PICKER-SUB              PIC 9(4)        VALUE 0.
           05  PICKER-HOLD-SUB         PIC 9(4)        VALUE 0.
           05  STD-SUB                 PIC 99          VALUE 0.
           05  STD-HOLD-SUB            PIC 99          VALUE 0.
           05  PRIOR-SUB               PIC 9           VALUE 0.
           05  PRIOR-RATE-SUM          PIC 9(5)V9      VALUE 0.
           05  PRIOR-AVERAGE           PIC 999V9       VALUE 0.
           05  CASES-PCT               PIC 999         VALUE 0.
           05  LINES-PCT               PIC 999         VALUE 0.
           05  PRIOR-WAREHOUSE-ID      PIC X(4)        VALUE SPACES.
           05  WAREHOUSE-RANK          PIC 999         VALUE 0.
           05  RATE-WORK               PIC 999V9       VALUE 0.

      *****************************************************************
      * WAREHOUSE-TOTALS builds each warehouse's total line; the
      * rates on it are over the pickers who had hours, so a picker
      * with scans and no timecard does not inflate them.
      *****************************************************************
       01  WAREHOUSE-TOTALS.
           05  WHT-PICKERS             PIC 9(5)        VALUE 0.
           05  WHT-CASES               PIC 9(7)        VALUE 0.
           05  WHT-LINES               PIC 9(7)        VALUE 0.
           05  WHT-HOURS               PIC 9(6)V9      VALUE 0.
           05  WHT-RATED-CASES         PIC 9(7)        VALUE 0.
           05  WHT-RATED-LINES         PIC 9(7)        VALUE 0.

       01  RUN-TOTALS.
           05  ACTIVITY-READ-COUNT     PIC 9(7)        VALUE 0.
           05  ACTIVITY-IN-WEEK-COUNT  PIC 9(7)        VALUE 0.
           05  PICKERS-COUNT           PIC 9(5)        VALUE 0.
           05  NO-HOURS-COUNT          PIC 9(5)        VALUE 0.
           05  BELOW-STANDARD-COUNT    PIC 9(5)        VALUE 0.
           05  HISTORY-WRITTEN-COUNT   PIC 9(5)        VALUE 0.

       01  MONTH-LENGTH-VALUES         PIC X(24)       VALUE
           '312831303130313130313031'.
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05  MONTH-DAYS OCCURS 12 TIMES
                                       PIC 99.

       01  STANDARD-COUNT              PIC 99          VALUE 0.

       01  STANDARD-TABLE.
           05  STANDARD-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON STANDARD-COUNT.
               10  STD-WAREHOUSE-ID    PIC X(4).
               10  STD-CASES-PER-HOUR  PIC 999V9.
               10  STD-LINES-PER-HOUR  PIC 999V9.

      *****************************************************************
      * PICKER-TABLE gathers the week by picker.  PKR-PRIOR-RATE
      * keeps the cases per hour of the picker's last four weeks on
      * the history before this one, oldest first.
      *****************************************************************
       01  PICKER-COUNT                PIC 9(4)        VALUE 0.

       01  PICKER-TABLE.
           05  PICKER-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON PICKER-COUNT.
               10  PKR-EMP-ID          PIC X(5).
               10  PKR-WAREHOUSE-ID    PIC X(4).
               10  PKR-LAST-NAME       PIC X(10).
               10  PKR-CASES           PIC 9(7).
               10  PKR-LINES           PIC 9(5).
               10  PKR-HOURS           PIC 9(4)V9.
               10  PKR-CASES-PER-HOUR  PIC 999V9.
               10  PKR-LINES-PER-HOUR  PIC 999V9.
               10  PKR-PRIOR-COUNT     PIC 9.
               10  PKR-PRIOR-RATE OCCURS 4 TIMES
                                       PIC 999V9.

       01  WAREHOUSE-HEADING-LINE.
           05  FILLER                  PIC X(10)       VALUE
               'WAREHOUSE '.
           05  WHL-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC X(13)       VALUE
               '   STANDARD '.
           05  WHL-CASES-STANDARD      PIC ZZ9.9.
           05  FILLER                  PIC X(14)       VALUE
               ' CASES/HOUR '.
           05  WHL-LINES-STANDARD      PIC ZZ9.9.
           05  FILLER                  PIC X(11)       VALUE
               ' LINES/HOUR'.
           05  FILLER                  PIC X(18)       VALUE SPACES.

       01  PRODUCTIVITY-HEADING.
           05  FILLER                  PIC X(34)       VALUE
               'RNK EMPID LAST NAME    CASES  LINE'.
           05  FILLER                  PIC X(34)       VALUE
               'S   HOURS CS/HR LN/HR CS% LN% PRV4'.
           05  FILLER                  PIC X(12)       VALUE
               'W REMARK'.

       01  PRODUCTIVITY-LINE.
           05  PDL-RANK                PIC ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  PDL-EMP-ID              PIC X(5).
           05  FILLER                  PIC X           VALUE SPACE.
           05  PDL-LAST-NAME           PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  PDL-CASES               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  PDL-LINES               PIC ZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  PDL-HOURS               PIC Z,ZZ9.9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  PDL-CASES-PER-HOUR      PIC ZZ9.9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  PDL-LINES-PER-HOUR      PIC ZZ9.9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  PDL-CASES-PCT           PIC ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  PDL-LINES-PCT           PIC ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  PDL-PRIOR-AVERAGE       PIC ZZ9.9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  PDL-REMARK              PIC X(9).

       01  REPORT-TOTAL-LINE.
           05  RTL-LABEL               PIC X(28).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(46)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           MOVE RUN-DATE-YYYYMMDD TO WEEK-END-DATE

           PERFORM 11-READ-PROD-PARM
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 12-LOAD-STANDARDS
           PERFORM 13-LOAD-WEEK-ACTIVITY
           PERFORM 14-LOAD-PICKER-HOURS
           PERFORM 16-LOAD-PRIOR-WEEKS
           PERFORM 20-FIGURE-RATES

           SORT PRODUCTIVITY-SORT-FILE
               ON ASCENDING KEY SRT-WAREHOUSE-ID
               ON DESCENDING KEY SRT-CASES-PER-HOUR
               ON ASCENDING KEY SRT-EMP-ID
               INPUT PROCEDURE IS 30-RELEASE-PICKERS
               OUTPUT PROCEDURE IS 32-WRITE-PRODUCTIVITY

           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 11-READ-PROD-PARM takes the week ending date and backs up
      * six days to the first day of the week.
      *****************************************************************
       11-READ-PROD-PARM.

           OPEN INPUT PROD-PARM-FILE
           IF PPM-FILE-STATUS IS EQUAL TO '00'
               READ PROD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PPM-WEEK-END-DATE IS NUMERIC
                          AND PPM-WEEK-END-DATE IS GREATER THAN ZERO
                           MOVE PPM-WEEK-END-DATE TO WEEK-END-DATE
                       END-IF
               END-READ
               CLOSE PROD-PARM-FILE
           END-IF

           MOVE WEEK-END-DATE TO DATE-WORK
           MOVE 6 TO ROLL-DAYS
           PERFORM 18-ROLL-BACK-DATE
           MOVE DATE-WORK TO WEEK-START-DATE
           .

       12-LOAD-STANDARDS.

           OPEN INPUT PICK-STANDARD-FILE
           IF PST-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'PICKPROD: NO PICK STANDARDS ON FILE'
           ELSE
               IF PST-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PICKPROD: UNABLE TO OPEN PICK STANDARD '
                           'FILE, FILE STATUS = ' PST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO PST-EOF-FLAG
               PERFORM UNTIL NO-MORE-PST-DATA
                   READ PICK-STANDARD-FILE
                       AT END
                           MOVE 'N' TO PST-EOF-FLAG
                       NOT AT END
                           IF PST-CASES-PER-HOUR IS NOT NUMERIC
                              OR PST-LINES-PER-HOUR IS NOT NUMERIC
                               DISPLAY 'PICKPROD: STANDARD FOR '
                                       PST-WAREHOUSE-ID
                                       ' NOT NUMERIC, SKIPPED'
                           ELSE
                               IF STANDARD-COUNT IS EQUAL TO 50
                                   DISPLAY 'PICKPROD: MORE THAN 50 '
                                           'PICK STANDARDS, TABLE IS '
                                           'FULL'
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO STANDARD-COUNT
                               MOVE PICK-STANDARD-RECORD TO
                                       STANDARD-ENTRY (STANDARD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PICK-STANDARD-FILE
           END-IF
           .

      *****************************************************************
      * 13-LOAD-WEEK-ACTIVITY credits each confirmation scanned in
      * the week to its picker: the cases confirmed, and one pick
      * line for each confirmation.
      *****************************************************************
       13-LOAD-WEEK-ACTIVITY.

           OPEN INPUT PICKER-ACTIVITY-FILE
           IF PKA-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'PICKPROD: NO PICKER ACTIVITY ON FILE'
           ELSE
               IF PKA-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PICKPROD: UNABLE TO OPEN PICKER ACTIVITY '
                           'FILE, FILE STATUS = ' PKA-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO PKA-EOF-FLAG
               PERFORM UNTIL NO-MORE-PKA-DATA
                   READ PICKER-ACTIVITY-FILE
                       AT END
                           MOVE 'N' TO PKA-EOF-FLAG
                       NOT AT END
                           ADD 1 TO ACTIVITY-READ-COUNT
                           IF PKA-SCAN-DATE IS NOT LESS THAN
                                   WEEK-START-DATE
                              AND PKA-SCAN-DATE IS NOT GREATER THAN
                                   WEEK-END-DATE
                               PERFORM 13A-CREDIT-ONE-SCAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PICKER-ACTIVITY-FILE
           END-IF
           .

       13A-CREDIT-ONE-SCAN.

           ADD 1 TO ACTIVITY-IN-WEEK-COUNT
           MOVE 0 TO PICKER-HOLD-SUB
           PERFORM VARYING PICKER-SUB FROM 1 BY 1
               UNTIL PICKER-SUB > PICKER-COUNT
                  OR PICKER-HOLD-SUB > 0
               IF PKR-EMP-ID (PICKER-SUB) IS EQUAL TO PKA-PICKER-ID
                   MOVE PICKER-SUB TO PICKER-HOLD-SUB
               END-IF
           END-PERFORM

           IF PICKER-HOLD-SUB IS EQUAL TO 0
               IF PICKER-COUNT IS EQUAL TO 2000
                   DISPLAY 'PICKPROD: MORE THAN 2000 PICKERS, TABLE '
                           'IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PICKER-COUNT
               MOVE PICKER-COUNT TO PICKER-HOLD-SUB
               INITIALIZE PICKER-ENTRY (PICKER-HOLD-SUB)
               MOVE PKA-PICKER-ID TO PKR-EMP-ID (PICKER-HOLD-SUB)
               MOVE PKA-PICKER-ID TO EM-EMP-ID
               READ EMP-MASTER-FILE
               IF EMF-FILE-STATUS IS EQUAL TO '00'
                   MOVE EM-WAREHOUSE-ID TO
                           PKR-WAREHOUSE-ID (PICKER-HOLD-SUB)
                   MOVE EM-LAST-NAME TO
                           PKR-LAST-NAME (PICKER-HOLD-SUB)
               ELSE
                   MOVE PKA-WAREHOUSE-ID TO
                           PKR-WAREHOUSE-ID (PICKER-HOLD-SUB)
                   MOVE '*NOT ON*' TO PKR-LAST-NAME (PICKER-HOLD-SUB)
               END-IF
           END-IF

           IF PKA-CASES IS NUMERIC
               ADD PKA-CASES TO PKR-CASES (PICKER-HOLD-SUB)
           END-IF
           ADD 1 TO PKR-LINES (PICKER-HOLD-SUB)
           .

       14-LOAD-PICKER-HOURS.

           OPEN INPUT ATTENDANCE-HOURS-FILE
           IF AHF-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'PICKPROD: NO ATTENDANCE HOURS ON FILE'
           ELSE
               IF AHF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PICKPROD: UNABLE TO OPEN ATTENDANCE '
                           'HOURS FILE, FILE STATUS = '
                           AHF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO AHF-EOF-FLAG
               PERFORM UNTIL NO-MORE-AHF-DATA
                   READ ATTENDANCE-HOURS-FILE
                       AT END
                           MOVE 'N' TO AHF-EOF-FLAG
                       NOT AT END
                           PERFORM 14A-TAKE-ONE-EMPLOYEE
                   END-READ
               END-PERFORM
               CLOSE ATTENDANCE-HOURS-FILE
           END-IF
           .

       14A-TAKE-ONE-EMPLOYEE.

           MOVE 0 TO PICKER-HOLD-SUB
           PERFORM VARYING PICKER-SUB FROM 1 BY 1
               UNTIL PICKER-SUB > PICKER-COUNT
                  OR PICKER-HOLD-SUB > 0
               IF PKR-EMP-ID (PICKER-SUB) IS EQUAL TO AHF-EMP-ID
                   MOVE PICKER-SUB TO PICKER-HOLD-SUB
               END-IF
           END-PERFORM

           IF PICKER-HOLD-SUB IS GREATER THAN 0
               IF AHF-REGULAR-HOURS IS NUMERIC
                   ADD AHF-REGULAR-HOURS TO
                           PKR-HOURS (PICKER-HOLD-SUB)
               END-IF
               IF AHF-OVERTIME-HOURS IS NUMERIC
                   ADD AHF-OVERTIME-HOURS TO
                           PKR-HOURS (PICKER-HOLD-SUB)
               END-IF
           END-IF
           .

      *****************************************************************
      * 16-LOAD-PRIOR-WEEKS reads the history for the trend: each
      * picker's rows for earlier weeks are kept four deep, oldest
      * dropped.  Rows already there for this week mean the run is
      * being repeated, and the history is not added to again.
      *****************************************************************
       16-LOAD-PRIOR-WEEKS.

           OPEN INPUT PROD-HISTORY-FILE
           IF PPH-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF PPH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PICKPROD: UNABLE TO OPEN PRODUCTIVITY '
                           'HISTORY, FILE STATUS = ' PPH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO PPH-EOF-FLAG
               PERFORM UNTIL NO-MORE-PPH-DATA
                   READ PROD-HISTORY-FILE
                       AT END
                           MOVE 'N' TO PPH-EOF-FLAG
                       NOT AT END
                           IF PPH-WEEK-END-DATE IS EQUAL TO
                                   WEEK-END-DATE
                               MOVE 'Y' TO WEEK-POSTED-SWITCH
                           END-IF
                           IF PPH-WEEK-END-DATE IS LESS THAN
                                   WEEK-END-DATE
                              AND PPH-HOURS IS GREATER THAN ZERO
                               PERFORM 16A-TAKE-ONE-PRIOR-WEEK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROD-HISTORY-FILE
           END-IF
           .

       16A-TAKE-ONE-PRIOR-WEEK.

           MOVE 0 TO PICKER-HOLD-SUB
           PERFORM VARYING PICKER-SUB FROM 1 BY 1
               UNTIL PICKER-SUB > PICKER-COUNT
                  OR PICKER-HOLD-SUB > 0
               IF PKR-EMP-ID (PICKER-SUB) IS EQUAL TO PPH-EMP-ID
                   MOVE PICKER-SUB TO PICKER-HOLD-SUB
               END-IF
           END-PERFORM

           IF PICKER-HOLD-SUB IS GREATER THAN 0
               IF PKR-PRIOR-COUNT (PICKER-HOLD-SUB) IS LESS THAN 4
                   ADD 1 TO PKR-PRIOR-COUNT (PICKER-HOLD-SUB)
               ELSE
                   PERFORM VARYING PRIOR-SUB FROM 1 BY 1
                       UNTIL PRIOR-SUB > 3
                       MOVE PKR-PRIOR-RATE (PICKER-HOLD-SUB
                                            PRIOR-SUB + 1)
                           TO PKR-PRIOR-RATE (PICKER-HOLD-SUB
                                              PRIOR-SUB)
                   END-PERFORM
               END-IF
               MOVE PKR-PRIOR-COUNT (PICKER-HOLD-SUB) TO PRIOR-SUB
               MOVE PPH-CASES-PER-HOUR TO
                       PKR-PRIOR-RATE (PICKER-HOLD-SUB PRIOR-SUB)
           END-IF
           .

      *****************************************************************
      * 18-ROLL-BACK-DATE moves DATE-WORK back ROLL-DAYS days.
      *****************************************************************
       18-ROLL-BACK-DATE.

           COMPUTE DAY-COUNT = DATE-DD - ROLL-DAYS
           PERFORM UNTIL DAY-COUNT IS GREATER THAN ZERO
               IF DATE-MM IS EQUAL TO 1
                   MOVE 12 TO DATE-MM
                   SUBTRACT 1 FROM DATE-CCYY
               ELSE
                   SUBTRACT 1 FROM DATE-MM
               END-IF
               PERFORM 19-SET-MONTH-LENGTH
               ADD MONTH-LENGTH TO DAY-COUNT
           END-PERFORM
           MOVE DAY-COUNT TO DATE-DD
           .

       19-SET-MONTH-LENGTH.

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

       15-HSKPING-ROUTINE.

           OPEN INPUT EMP-MASTER-FILE
           IF EMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'PICKPROD: UNABLE TO OPEN EMPLOYEE MASTER, '
                       'FILE STATUS = ' EMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PRODUCTIVITY-REPORT
           .

       20-FIGURE-RATES.

           PERFORM VARYING PICKER-SUB FROM 1 BY 1
               UNTIL PICKER-SUB > PICKER-COUNT
               IF PKR-HOURS (PICKER-SUB) IS GREATER THAN ZERO
                   COMPUTE PKR-CASES-PER-HOUR (PICKER-SUB) ROUNDED =
                           PKR-CASES (PICKER-SUB)
                           / PKR-HOURS (PICKER-SUB)
                       ON SIZE ERROR
                           MOVE 999.9 TO
                                   PKR-CASES-PER-HOUR (PICKER-SUB)
                   END-COMPUTE
                   COMPUTE PKR-LINES-PER-HOUR (PICKER-SUB) ROUNDED =
                           PKR-LINES (PICKER-SUB)
                           / PKR-HOURS (PICKER-SUB)
                       ON SIZE ERROR
                           MOVE 999.9 TO
                                   PKR-LINES-PER-HOUR (PICKER-SUB)
                   END-COMPUTE
               ELSE
                   MOVE 0 TO PKR-CASES-PER-HOUR (PICKER-SUB)
                   MOVE 0 TO PKR-LINES-PER-HOUR (PICKER-SUB)
               END-IF
           END-PERFORM
           .

       30-RELEASE-PICKERS.

           PERFORM VARYING PICKER-SUB FROM 1 BY 1
               UNTIL PICKER-SUB > PICKER-COUNT
               MOVE PKR-WAREHOUSE-ID (PICKER-SUB) TO SRT-WAREHOUSE-ID
               MOVE PKR-CASES-PER-HOUR (PICKER-SUB) TO
                       SRT-CASES-PER-HOUR
               MOVE PKR-EMP-ID (PICKER-SUB) TO SRT-EMP-ID
               MOVE PICKER-SUB TO SRT-PICKER-SUB
               RELEASE SORT-PICKER-RECORD
           END-PERFORM
           .

      *****************************************************************
      * 32-WRITE-PRODUCTIVITY prints the pickers fastest first
      * within each warehouse and adds each to the history.
      * Pickers with no hours are listed last and not ranked.
      *****************************************************************
       32-WRITE-PRODUCTIVITY.

           IF WEEK-ALREADY-POSTED
               DISPLAY 'PICKPROD: WEEK ENDING ' WEEK-END-DATE
                       ' ALREADY ON HISTORY, NOT ADDED AGAIN'
           ELSE
               OPEN EXTEND PROD-HISTORY-FILE
               IF PPH-FILE-STATUS IS NOT EQUAL TO '00'
                   OPEN OUTPUT PROD-HISTORY-FILE
                   IF PPH-FILE-STATUS IS NOT EQUAL TO '00'
                       DISPLAY 'PICKPROD: UNABLE TO EXTEND '
                               'PRODUCTIVITY HISTORY, FILE STATUS = '
                               PPH-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING 'PICKER PRODUCTIVITY FOR THE WEEK ' DELIMITED BY SIZE
                  WEEK-START-DATE DELIMITED BY SIZE
                  ' THROUGH ' DELIMITED BY SIZE
                  WEEK-END-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO PRIOR-WAREHOUSE-ID
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN PRODUCTIVITY-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       IF SRT-WAREHOUSE-ID IS NOT EQUAL TO
                               PRIOR-WAREHOUSE-ID
                           PERFORM 36-START-WAREHOUSE
                       END-IF
                       PERFORM 34-WRITE-PICKER-LINE
               END-RETURN
           END-PERFORM
           IF PICKER-COUNT IS GREATER THAN ZERO
               PERFORM 38-END-WAREHOUSE
           END-IF

           IF NOT WEEK-ALREADY-POSTED
               CLOSE PROD-HISTORY-FILE
           END-IF
           .

       34-WRITE-PICKER-LINE.

           MOVE SRT-PICKER-SUB TO PICKER-SUB
           MOVE SPACES TO PRODUCTIVITY-LINE
           MOVE PKR-EMP-ID (PICKER-SUB) TO PDL-EMP-ID
           MOVE PKR-LAST-NAME (PICKER-SUB) TO PDL-LAST-NAME
           MOVE PKR-CASES (PICKER-SUB) TO PDL-CASES
           MOVE PKR-LINES (PICKER-SUB) TO PDL-LINES
           MOVE PKR-HOURS (PICKER-SUB) TO PDL-HOURS
           MOVE 0 TO CASES-PCT
           MOVE 0 TO LINES-PCT
           ADD 1 TO PICKERS-COUNT
           ADD 1 TO WHT-PICKERS
           ADD PKR-CASES (PICKER-SUB) TO WHT-CASES
           ADD PKR-LINES (PICKER-SUB) TO WHT-LINES

           IF PKR-HOURS (PICKER-SUB) IS GREATER THAN ZERO
               ADD 1 TO WAREHOUSE-RANK
               MOVE WAREHOUSE-RANK TO PDL-RANK
               ADD PKR-HOURS (PICKER-SUB) TO WHT-HOURS
               ADD PKR-CASES (PICKER-SUB) TO WHT-RATED-CASES
               ADD PKR-LINES (PICKER-SUB) TO WHT-RATED-LINES
               MOVE PKR-CASES-PER-HOUR (PICKER-SUB) TO
                       PDL-CASES-PER-HOUR
               MOVE PKR-LINES-PER-HOUR (PICKER-SUB) TO
                       PDL-LINES-PER-HOUR
               IF STD-HOLD-SUB IS GREATER THAN 0
                   PERFORM 35-FIGURE-PCT-OF-STANDARD
                   MOVE CASES-PCT TO PDL-CASES-PCT
                   MOVE LINES-PCT TO PDL-LINES-PCT
                   IF CASES-PCT IS LESS THAN 100
                      OR LINES-PCT IS LESS THAN 100
                       MOVE 'BELOW STD' TO PDL-REMARK
                       ADD 1 TO BELOW-STANDARD-COUNT
                   END-IF
               END-IF
           ELSE
               MOVE 'NO HOURS' TO PDL-REMARK
               ADD 1 TO NO-HOURS-COUNT
           END-IF

           IF PKR-PRIOR-COUNT (PICKER-SUB) IS GREATER THAN 0
               MOVE 0 TO PRIOR-RATE-SUM
               PERFORM VARYING PRIOR-SUB FROM 1 BY 1
                   UNTIL PRIOR-SUB > PKR-PRIOR-COUNT (PICKER-SUB)
                   ADD PKR-PRIOR-RATE (PICKER-SUB PRIOR-SUB) TO
                           PRIOR-RATE-SUM
               END-PERFORM
               COMPUTE PRIOR-AVERAGE ROUNDED =
                       PRIOR-RATE-SUM / PKR-PRIOR-COUNT (PICKER-SUB)
               MOVE PRIOR-AVERAGE TO PDL-PRIOR-AVERAGE
           END-IF

           MOVE PRODUCTIVITY-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF NOT WEEK-ALREADY-POSTED
               MOVE SPACES TO PROD-HISTORY-RECORD
               MOVE WEEK-END-DATE TO PPH-WEEK-END-DATE
               MOVE PKR-WAREHOUSE-ID (PICKER-SUB) TO PPH-WAREHOUSE-ID
               MOVE PKR-EMP-ID (PICKER-SUB) TO PPH-EMP-ID
               MOVE PKR-CASES (PICKER-SUB) TO PPH-CASES
               MOVE PKR-LINES (PICKER-SUB) TO PPH-LINES
               MOVE PKR-HOURS (PICKER-SUB) TO PPH-HOURS
               MOVE PKR-CASES-PER-HOUR (PICKER-SUB) TO
                       PPH-CASES-PER-HOUR
               MOVE PKR-LINES-PER-HOUR (PICKER-SUB) TO
                       PPH-LINES-PER-HOUR
               MOVE CASES-PCT TO PPH-PCT-OF-STANDARD
               IF PKR-HOURS (PICKER-SUB) IS GREATER THAN ZERO
                   MOVE WAREHOUSE-RANK TO PPH-RANK
               ELSE
                   MOVE 0 TO PPH-RANK
               END-IF
               WRITE PROD-HISTORY-RECORD
               ADD 1 TO HISTORY-WRITTEN-COUNT
           END-IF
           .

      *****************************************************************
      * 35-FIGURE-PCT-OF-STANDARD sets CASES-PCT and LINES-PCT from
      * the picker's rates against the warehouse standard at
      * STD-HOLD-SUB.
      *****************************************************************
       35-FIGURE-PCT-OF-STANDARD.

           MOVE 0 TO CASES-PCT
           MOVE 0 TO LINES-PCT
           IF STD-CASES-PER-HOUR (STD-HOLD-SUB) IS GREATER THAN ZERO
               COMPUTE CASES-PCT ROUNDED =
                       PKR-CASES-PER-HOUR (PICKER-SUB) * 100
                       / STD-CASES-PER-HOUR (STD-HOLD-SUB)
                   ON SIZE ERROR
                       MOVE 999 TO CASES-PCT
               END-COMPUTE
           END-IF
           IF STD-LINES-PER-HOUR (STD-HOLD-SUB) IS GREATER THAN ZERO
               COMPUTE LINES-PCT ROUNDED =
                       PKR-LINES-PER-HOUR (PICKER-SUB) * 100
                       / STD-LINES-PER-HOUR (STD-HOLD-SUB)
                   ON SIZE ERROR
                       MOVE 999 TO LINES-PCT
               END-COMPUTE
           END-IF
           .

       36-START-WAREHOUSE.

           IF PRIOR-WAREHOUSE-ID IS NOT EQUAL TO SPACES
               PERFORM 38-END-WAREHOUSE
           END-IF
           MOVE SRT-WAREHOUSE-ID TO PRIOR-WAREHOUSE-ID
           INITIALIZE WAREHOUSE-TOTALS
           MOVE 0 TO WAREHOUSE-RANK

           MOVE 0 TO STD-HOLD-SUB
           PERFORM VARYING STD-SUB FROM 1 BY 1
               UNTIL STD-SUB > STANDARD-COUNT
                  OR STD-HOLD-SUB > 0
               IF STD-WAREHOUSE-ID (STD-SUB) IS EQUAL TO
                       SRT-WAREHOUSE-ID
                   MOVE STD-SUB TO STD-HOLD-SUB
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SRT-WAREHOUSE-ID TO WHL-WAREHOUSE-ID
           IF STD-HOLD-SUB IS GREATER THAN 0
               MOVE STD-CASES-PER-HOUR (STD-HOLD-SUB) TO
                       WHL-CASES-STANDARD
               MOVE STD-LINES-PER-HOUR (STD-HOLD-SUB) TO
                       WHL-LINES-STANDARD
               MOVE WAREHOUSE-HEADING-LINE TO REPORT-RECORD
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING 'WAREHOUSE ' DELIMITED BY SIZE
                      SRT-WAREHOUSE-ID DELIMITED BY SIZE
                      '   NO STANDARD ON FILE' DELIMITED BY SIZE
                   INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE PRODUCTIVITY-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       38-END-WAREHOUSE.

           MOVE SPACES TO PRODUCTIVITY-LINE
           MOVE 'WHSE TOTAL' TO PDL-LAST-NAME
           MOVE WHT-CASES TO PDL-CASES
           MOVE WHT-LINES TO PDL-LINES
           MOVE WHT-HOURS TO PDL-HOURS
           IF WHT-HOURS IS GREATER THAN ZERO
               COMPUTE RATE-WORK ROUNDED = WHT-RATED-CASES / WHT-HOURS
                   ON SIZE ERROR
                       MOVE 999.9 TO RATE-WORK
               END-COMPUTE
               MOVE RATE-WORK TO PDL-CASES-PER-HOUR
               IF STD-HOLD-SUB IS GREATER THAN 0
                  AND STD-CASES-PER-HOUR (STD-HOLD-SUB) IS GREATER
                       THAN ZERO
                   COMPUTE CASES-PCT ROUNDED = RATE-WORK * 100
                           / STD-CASES-PER-HOUR (STD-HOLD-SUB)
                       ON SIZE ERROR
                           MOVE 999 TO CASES-PCT
                   END-COMPUTE
                   MOVE CASES-PCT TO PDL-CASES-PCT
               END-IF
               COMPUTE RATE-WORK ROUNDED = WHT-RATED-LINES / WHT-HOURS
                   ON SIZE ERROR
                       MOVE 999.9 TO RATE-WORK
               END-COMPUTE
               MOVE RATE-WORK TO PDL-LINES-PER-HOUR
               IF STD-HOLD-SUB IS GREATER THAN 0
                  AND STD-LINES-PER-HOUR (STD-HOLD-SUB) IS GREATER
                       THAN ZERO
                   COMPUTE LINES-PCT ROUNDED = RATE-WORK * 100
                           / STD-LINES-PER-HOUR (STD-HOLD-SUB)
                       ON SIZE ERROR
                           MOVE 999 TO LINES-PCT
                   END-COMPUTE
                   MOVE LINES-PCT TO PDL-LINES-PCT
               END-IF
           END-IF
           MOVE PRODUCTIVITY-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       40-EOF-ROUTINE.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'CONFIRMATIONS IN THE WEEK' TO RTL-LABEL
           MOVE ACTIVITY-IN-WEEK-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'PICKERS' TO RTL-LABEL
           MOVE PICKERS-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'PICKERS BELOW STANDARD' TO RTL-LABEL
           MOVE BELOW-STANDARD-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'PICKERS WITH NO HOURS' TO RTL-LABEL
           MOVE NO-HOURS-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'HISTORY ROWS ADDED' TO RTL-LABEL
           MOVE HISTORY-WRITTEN-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           CLOSE EMP-MASTER-FILE
                 PRODUCTIVITY-REPORT

           DISPLAY 'PICKPROD: ' PICKERS-COUNT ' PICKERS, '
                   ACTIVITY-IN-WEEK-COUNT ' CONFIRMATIONS FOR WEEK '
                   'ENDING ' WEEK-END-DATE

           STOP RUN
           .
