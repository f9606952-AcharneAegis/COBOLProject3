       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVERPT.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * LEAVERPT is the leave of absence roster.  Supervisors had
      * no way to know who was out or when they were due back; this
      * run lists, warehouse by warehouse, every employee the leave
      * status file shows out on leave, soonest expected return
      * first, and flags anyone whose expected return date has
      * already passed without a return being keyed -- either the
      * employee is back and nobody told HR, or the leave has run
      * over and needs a call.
      * *****
      * INPUT:
      *    LEAVE-STATUS.txt        the leave status file LEAVEMNT
      *                            keeps; missing means nobody is
      *                            out.
      *    EMPLOYEE-MASTER.dat     the indexed employee master, for
      *                            each employee's name and
      *                            warehouse.
      * *****
      * OUTPUT:
      *    Leave-Roster.txt        per warehouse: each employee out
      *                            on leave with the leave type,
      *                            paid flag, start date, expected
      *                            return and any past-due flag,
      *                            plus warehouse and run totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ROSTER-REPORT
               ASSIGN TO PRINTER 'Leave-Roster.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-SORT-FILE
               ASSIGN TO 'LEAVE-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.

       FD LEAVE-STATUS-FILE
           RECORD CONTAINS 40 CHARACTERS.

       COPY LVSREC.

       FD EMP-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY EMPMREC.

       FD ROSTER-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       SD ROSTER-SORT-FILE.

       01  SORT-ROSTER-RECORD.
           05  SRT-WAREHOUSE-ID        PIC X(4).
           05  SRT-EXPECTED-RETURN     PIC 9(8).
           05  SRT-EMP-ID              PIC X(5).
           05  SRT-LAST-NAME           PIC X(10).
           05  SRT-FIRST-NAME          PIC X(10).
           05  SRT-LEAVE-TYPE          PIC X.
           05  SRT-PAID-FLAG           PIC X.
           05  SRT-START-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  LVS-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-LVS-DATA                     VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.

       01  TEMP-FIELDS.
           05  LVS-FILE-STATUS         PIC XX          VALUE SPACES.
           05  EMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  PRIOR-WAREHOUSE-ID      PIC X(4)        VALUE SPACES.
           05  WAREHOUSE-OUT-COUNT     PIC 9(5)        VALUE 0.

       01  RUN-TOTALS.
           05  ON-LEAVE-COUNT          PIC 9(5)        VALUE 0.
           05  PAST-DUE-COUNT          PIC 9(5)        VALUE 0.
           05  UNPAID-COUNT            PIC 9(5)        VALUE 0.

       01  ROSTER-HEADING.
           05  FILLER                  PIC X(34)       VALUE
               'EMPID  LAST NAME  FIRST NAME  T P'.
           05  FILLER                  PIC X(34)       VALUE
               ' START     EXP RET   REMARK'.
           05  FILLER                  PIC X(12)       VALUE SPACES.

       01  ROSTER-LINE.
           05  RST-EMP-ID              PIC X(5).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RST-LAST-NAME           PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  RST-FIRST-NAME          PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RST-LEAVE-TYPE          PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  RST-PAID-FLAG           PIC X.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RST-START-DATE          PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RST-EXPECTED-RETURN     PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RST-REMARK              PIC X(20).
           05  FILLER                  PIC X(5)        VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05  RTL-LABEL               PIC X(28).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(46)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 15-HSKPING-ROUTINE

           SORT ROSTER-SORT-FILE
               ON ASCENDING KEY SRT-WAREHOUSE-ID SRT-EXPECTED-RETURN
                                SRT-EMP-ID
               INPUT PROCEDURE IS 20-SELECT-EMPLOYEES-OUT
               OUTPUT PROCEDURE IS 30-WRITE-LEAVE-ROSTER

           CLOSE EMP-MASTER-FILE

           DISPLAY 'LEAVERPT: ' ON-LEAVE-COUNT ' ON LEAVE, '
                   PAST-DUE-COUNT ' PAST EXPECTED RETURN'

           STOP RUN
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT EMP-MASTER-FILE
           IF EMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'LEAVERPT: UNABLE TO OPEN EMPLOYEE MASTER, '
                       'FILE STATUS = ' EMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************************
      * 20-SELECT-EMPLOYEES-OUT releases every open leave, keyed to
      * the employee's warehouse off the master.  A leave for an
      * employee since gone from the master stays under the
      * warehouse it was keyed for, flagged, so it gets closed.
      *****************************************************************
       20-SELECT-EMPLOYEES-OUT.

           OPEN INPUT LEAVE-STATUS-FILE
           IF LVS-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'LEAVERPT: NO LEAVE STATUS FILE ON FILE'
           ELSE
               IF LVS-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'LEAVERPT: UNABLE TO OPEN LEAVE STATUS '
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
                               PERFORM 22-RELEASE-ONE-LEAVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-STATUS-FILE
           END-IF
           .

       22-RELEASE-ONE-LEAVE.

           MOVE LVS-EMP-ID TO EM-EMP-ID
           READ EMP-MASTER-FILE
           IF EMF-FILE-STATUS IS EQUAL TO '00'
               MOVE EM-WAREHOUSE-ID TO SRT-WAREHOUSE-ID
               MOVE EM-LAST-NAME TO SRT-LAST-NAME
               MOVE EM-FIRST-NAME TO SRT-FIRST-NAME
           ELSE
               MOVE LVS-WAREHOUSE-ID TO SRT-WAREHOUSE-ID
               MOVE '*NOT ON' TO SRT-LAST-NAME
               MOVE 'MASTER*' TO SRT-FIRST-NAME
           END-IF
           MOVE LVS-EMP-ID TO SRT-EMP-ID
           MOVE LVS-LEAVE-TYPE TO SRT-LEAVE-TYPE
           MOVE LVS-PAID-FLAG TO SRT-PAID-FLAG
           MOVE LVS-START-DATE TO SRT-START-DATE
           MOVE LVS-EXPECTED-RETURN TO SRT-EXPECTED-RETURN
           RELEASE SORT-ROSTER-RECORD
           .

       30-WRITE-LEAVE-ROSTER.

           OPEN OUTPUT ROSTER-REPORT

           MOVE SPACES TO REPORT-RECORD
           STRING 'LEAVE OF ABSENCE ROSTER AS OF ' DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO PRIOR-WAREHOUSE-ID
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN ROSTER-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       IF SRT-WAREHOUSE-ID IS NOT EQUAL TO
                               PRIOR-WAREHOUSE-ID
                           PERFORM 34-START-WAREHOUSE
                       END-IF
                       PERFORM 32-WRITE-ROSTER-LINE
               END-RETURN
           END-PERFORM
           IF PRIOR-WAREHOUSE-ID IS NOT EQUAL TO SPACES
               PERFORM 36-END-WAREHOUSE
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'EMPLOYEES ON LEAVE' TO RTL-LABEL
           MOVE ON-LEAVE-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'ON UNPAID LEAVE' TO RTL-LABEL
           MOVE UNPAID-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'PAST EXPECTED RETURN' TO RTL-LABEL
           MOVE PAST-DUE-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           CLOSE ROSTER-REPORT
           .

       32-WRITE-ROSTER-LINE.

           MOVE SPACES TO RST-REMARK
           IF SRT-EXPECTED-RETURN IS LESS THAN RUN-DATE-YYYYMMDD
               MOVE 'PAST EXPECTED RETURN' TO RST-REMARK
               ADD 1 TO PAST-DUE-COUNT
           END-IF
           IF SRT-PAID-FLAG IS EQUAL TO 'U'
               ADD 1 TO UNPAID-COUNT
           END-IF
           ADD 1 TO ON-LEAVE-COUNT
           ADD 1 TO WAREHOUSE-OUT-COUNT

           MOVE SRT-EMP-ID TO RST-EMP-ID
           MOVE SRT-LAST-NAME TO RST-LAST-NAME
           MOVE SRT-FIRST-NAME TO RST-FIRST-NAME
           MOVE SRT-LEAVE-TYPE TO RST-LEAVE-TYPE
           MOVE SRT-PAID-FLAG TO RST-PAID-FLAG
           MOVE SRT-START-DATE TO RST-START-DATE
           MOVE SRT-EXPECTED-RETURN TO RST-EXPECTED-RETURN
           MOVE ROSTER-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       34-START-WAREHOUSE.

           IF PRIOR-WAREHOUSE-ID IS NOT EQUAL TO SPACES
               PERFORM 36-END-WAREHOUSE
           END-IF
           MOVE SRT-WAREHOUSE-ID TO PRIOR-WAREHOUSE-ID
           MOVE 0 TO WAREHOUSE-OUT-COUNT

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING 'WAREHOUSE ' DELIMITED BY SIZE
                  SRT-WAREHOUSE-ID DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ROSTER-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       36-END-WAREHOUSE.

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE '  OUT AT THIS WAREHOUSE' TO RTL-LABEL
           MOVE WAREHOUSE-OUT-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
