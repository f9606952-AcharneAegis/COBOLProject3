       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCKAGE.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * DOCKAGE is the aged-on-dock report.  A receipt is in stock
      * the day INVPOST posts it, but until the putaway is confirmed
      * the cases sit on the dock where nobody picking will find
      * them.  This run lists every putaway task still open or with
      * no room, oldest receipt first within each warehouse, with
      * the days it has sat on the dock, flags the ones past the age
      * limit, and totals the cases by age bucket per warehouse and
      * for the run.
      * *****
      * INPUT:
      *    PUTAWAY-TASK.txt        the putaway tasks PUTAWAY built
      *                            and PUTCONF confirms.
      *    DOCK-AGE-LIMIT.txt      optional: one line, the days a
      *                            receipt may sit on the dock
      *                            before it is flagged; a missing
      *                            file means 1.
      * *****
      * OUTPUT:
      *    Dock-Aging-Report.txt   the receipts still on the dock
      *                            per warehouse, with the cases
      *                            by age bucket, and run totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUTAWAY-TASK-FILE
               ASSIGN TO 'PUTAWAY-TASK.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTK-FILE-STATUS.
           SELECT AGE-LIMIT-PARM-FILE
               ASSIGN TO 'DOCK-AGE-LIMIT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALP-FILE-STATUS.
           SELECT DOCK-AGING-REPORT
               ASSIGN TO PRINTER 'Dock-Aging-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DOCK-SORT-FILE
               ASSIGN TO 'DOCKAGE-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.

       FD PUTAWAY-TASK-FILE
           RECORD CONTAINS 64 CHARACTERS.

       COPY PTSKREC.

       FD AGE-LIMIT-PARM-FILE
           RECORD CONTAINS 3 CHARACTERS.

       01  AGE-LIMIT-PARM-RECORD.
           05  ALP-AGE-LIMIT-DAYS      PIC 999.

       FD DOCK-AGING-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       SD DOCK-SORT-FILE.

       01  SORT-DOCK-RECORD.
           05  SRT-WAREHOUSE-ID        PIC X(4).
           05  SRT-RECEIPT-DATE        PIC 9(8).
           05  SRT-TASK-NUMBER         PIC 9(7).
           05  SRT-CANDY-ID            PIC XXX.
           05  SRT-REFERENCE           PIC X(8).
           05  SRT-BIN-TYPE            PIC X.
           05  SRT-AISLE               PIC 99.
           05  SRT-BAY                 PIC 99.
           05  SRT-SHELF               PIC 99.
           05  SRT-CASES               PIC 9(5).
           05  SRT-AGE-DAYS            PIC 9(5).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  PTK-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PTK-DATA                     VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.

       01  TEMP-FIELDS.
           05  PTK-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ALP-FILE-STATUS         PIC XX          VALUE SPACES.
           05  AGE-LIMIT-DAYS          PIC 999         VALUE 1.
           05  AGE-DAYS                PIC S9(5)       VALUE 0.
           05  BUCKET-SUB              PIC 9           VALUE 0.
           05  PRIOR-WAREHOUSE-ID      PIC X(4)        VALUE SPACES.
           05  AS-OF-DATE              PIC 9(8)        VALUE 0.
           05  AS-OF-DATE-X REDEFINES AS-OF-DATE.
               10  AS-OF-CCYY          PIC 9(4).
               10  AS-OF-MM            PIC 99.
               10  AS-OF-DD            PIC 99.
           05  RECEIPT-DATE-WORK       PIC 9(8)        VALUE 0.
           05  RECEIPT-DATE-X REDEFINES RECEIPT-DATE-WORK.
               10  RDW-CCYY            PIC 9(4).
               10  RDW-MM              PIC 99.
               10  RDW-DD              PIC 99.

       01  RUN-TOTALS.
           05  TASKS-ON-DOCK-COUNT     PIC 9(7)        VALUE 0.
           05  CASES-ON-DOCK-TOTAL     PIC 9(9)        VALUE 0.
           05  NO-ROOM-COUNT           PIC 9(7)        VALUE 0.
           05  OVER-LIMIT-COUNT        PIC 9(7)        VALUE 0.
           05  WH-TASK-COUNT           PIC 9(7)        VALUE 0.
           05  WH-CASES-TOTAL          PIC 9(9)        VALUE 0.

      *****************************************************************
      * The age buckets -- today and yesterday, 2 to 3 days, 4 to 7
      * days, and over a week -- with the cases in each, for the
      * warehouse in progress and for the run.
      *****************************************************************
       01  BUCKET-LABELS.
           05  FILLER                  PIC X(25)   VALUE
                                       'CASES 0 TO 1 DAYS'.
           05  FILLER                  PIC X(25)   VALUE
                                       'CASES 2 TO 3 DAYS'.
           05  FILLER                  PIC X(25)   VALUE
                                       'CASES 4 TO 7 DAYS'.
           05  FILLER                  PIC X(25)   VALUE
                                       'CASES OVER 7 DAYS'.

       01  BUCKET-LABEL-TABLE REDEFINES BUCKET-LABELS.
           05  BUCKET-LABEL            PIC X(25)   OCCURS 4 TIMES.

       01  BUCKET-TOTALS.
           05  WH-BUCKET-CASES         PIC 9(9)    OCCURS 4 TIMES.
           05  RUN-BUCKET-CASES        PIC 9(9)    OCCURS 4 TIMES.

       01  REPORT-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       'RECEIPTS NOT YET PUT AWAY AS O'.
           05  FILLER                  PIC X(2)    VALUE 'F '.
           05  RHD-AS-OF-DATE          PIC 9(8).
           05  FILLER                  PIC X(15)   VALUE
                                       '  -- AGE LIMIT '.
           05  RHD-AGE-LIMIT           PIC ZZ9.
           05  FILLER                  PIC X(5)    VALUE ' DAYS'.

       01  WAREHOUSE-HEADING.
           05  FILLER                  PIC X(10)   VALUE 'WAREHOUSE '.
           05  WHD-WAREHOUSE-ID        PIC X(4).

       01  DETAIL-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       'TASK     CDY  PO REF    RECEIV'.
           05  FILLER                  PIC X(40)   VALUE
                       'ED   DAYS  BIN         CASES  REMARK'.

       01  DETAIL-LINE.
           05  DTL-TASK-NUMBER         PIC 9(7).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-REFERENCE           PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-RECEIPT-DATE        PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-AGE-DAYS            PIC ZZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-BIN                 PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-CASES               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DTL-REMARK              PIC X(12).
           05  FILLER                  PIC X(8)        VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(44)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT AS-OF-DATE FROM DATE YYYYMMDD
           MOVE ZEROS TO BUCKET-TOTALS

           PERFORM 11-READ-AGE-LIMIT-PARM
           PERFORM 15-HSKPING-ROUTINE

           SORT DOCK-SORT-FILE
               ON ASCENDING KEY SRT-WAREHOUSE-ID SRT-RECEIPT-DATE
                                SRT-TASK-NUMBER
               INPUT PROCEDURE IS 20-RELEASE-DOCK-TASKS
               OUTPUT PROCEDURE IS 30-WRITE-AGING-REPORT

           PERFORM 40-EOF-ROUTINE
           .

       11-READ-AGE-LIMIT-PARM.

           OPEN INPUT AGE-LIMIT-PARM-FILE
           IF ALP-FILE-STATUS IS EQUAL TO '00'
               READ AGE-LIMIT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ALP-AGE-LIMIT-DAYS IS NUMERIC
                           MOVE ALP-AGE-LIMIT-DAYS TO AGE-LIMIT-DAYS
                       END-IF
               END-READ
               CLOSE AGE-LIMIT-PARM-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN OUTPUT DOCK-AGING-REPORT
           MOVE AS-OF-DATE TO RHD-AS-OF-DATE
           MOVE AGE-LIMIT-DAYS TO RHD-AGE-LIMIT
           MOVE REPORT-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *****************************************************************
      * 20-RELEASE-DOCK-TASKS releases every task still on the dock
      * -- open, or with no room -- aged from its receipt date on
      * the 30-day-month convention the aging reports use.
      *****************************************************************
       20-RELEASE-DOCK-TASKS.

           OPEN INPUT PUTAWAY-TASK-FILE
           IF PTK-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'DOCKAGE: NO PUTAWAY TASK FILE ON HAND, '
                       'NOTHING TO AGE'
           ELSE
               IF PTK-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'DOCKAGE: UNABLE TO OPEN PUTAWAY TASK '
                           'FILE, FILE STATUS = ' PTK-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO PTK-EOF-FLAG
               PERFORM UNTIL NO-MORE-PTK-DATA
                   READ PUTAWAY-TASK-FILE
                       AT END
                           MOVE 'N' TO PTK-EOF-FLAG
                       NOT AT END
                           IF PTK-OPEN OR PTK-NO-ROOM
                               PERFORM 25-RELEASE-ONE-TASK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PUTAWAY-TASK-FILE
           END-IF
           .

       25-RELEASE-ONE-TASK.

           MOVE PTK-RECEIPT-DATE TO RECEIPT-DATE-WORK
           COMPUTE AGE-DAYS = (AS-OF-CCYY - RDW-CCYY) * 360
                            + (AS-OF-MM - RDW-MM) * 30
                            + (AS-OF-DD - RDW-DD)
           IF AGE-DAYS IS LESS THAN ZERO
               MOVE 0 TO AGE-DAYS
           END-IF

           MOVE PTK-WAREHOUSE-ID TO SRT-WAREHOUSE-ID
           MOVE PTK-RECEIPT-DATE TO SRT-RECEIPT-DATE
           MOVE PTK-TASK-NUMBER TO SRT-TASK-NUMBER
           MOVE PTK-CANDY-ID TO SRT-CANDY-ID
           MOVE PTK-REFERENCE TO SRT-REFERENCE
           MOVE PTK-BIN-TYPE TO SRT-BIN-TYPE
           MOVE PTK-AISLE TO SRT-AISLE
           MOVE PTK-BAY TO SRT-BAY
           MOVE PTK-SHELF TO SRT-SHELF
           MOVE PTK-CASES TO SRT-CASES
           MOVE AGE-DAYS TO SRT-AGE-DAYS
           RELEASE SORT-DOCK-RECORD
           .

      *****************************************************************
      * 30-WRITE-AGING-REPORT returns the tasks oldest first within
      * each warehouse, breaking to a new section and printing the
      * warehouse's buckets at each warehouse change.
      *****************************************************************
       30-WRITE-AGING-REPORT.

           MOVE SPACES TO PRIOR-WAREHOUSE-ID
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN DOCK-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       IF SRT-WAREHOUSE-ID IS NOT EQUAL TO
                               PRIOR-WAREHOUSE-ID
                           IF PRIOR-WAREHOUSE-ID IS NOT EQUAL TO
                                   SPACES
                               PERFORM 33-WRITE-WAREHOUSE-TOTAL
                           END-IF
                           PERFORM 32-WRITE-WAREHOUSE-HEADING
                       END-IF
                       PERFORM 31-WRITE-DETAIL-LINE
               END-RETURN
           END-PERFORM

           IF PRIOR-WAREHOUSE-ID IS NOT EQUAL TO SPACES
               PERFORM 33-WRITE-WAREHOUSE-TOTAL
           ELSE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'NO RECEIPTS ON THE DOCK' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

       31-WRITE-DETAIL-LINE.

           MOVE SRT-TASK-NUMBER TO DTL-TASK-NUMBER
           MOVE SRT-CANDY-ID TO DTL-CANDY-ID
           MOVE SRT-REFERENCE TO DTL-REFERENCE
           MOVE SRT-RECEIPT-DATE TO DTL-RECEIPT-DATE
           MOVE SRT-AGE-DAYS TO DTL-AGE-DAYS
           MOVE SPACES TO DTL-BIN
           MOVE SPACES TO DTL-REMARK
           IF SRT-BIN-TYPE IS EQUAL TO SPACE
               MOVE 'NO ROOM' TO DTL-BIN
               ADD 1 TO NO-ROOM-COUNT
           ELSE
               STRING SRT-AISLE DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      SRT-BAY DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      SRT-SHELF DELIMITED BY SIZE
                   INTO DTL-BIN
           END-IF
           IF SRT-AGE-DAYS IS GREATER THAN AGE-LIMIT-DAYS
               MOVE 'OVER LIMIT' TO DTL-REMARK
               ADD 1 TO OVER-LIMIT-COUNT
           END-IF
           MOVE SRT-CASES TO DTL-CASES
           MOVE DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           EVALUATE TRUE
               WHEN SRT-AGE-DAYS IS NOT GREATER THAN 1
                   MOVE 1 TO BUCKET-SUB
               WHEN SRT-AGE-DAYS IS NOT GREATER THAN 3
                   MOVE 2 TO BUCKET-SUB
               WHEN SRT-AGE-DAYS IS NOT GREATER THAN 7
                   MOVE 3 TO BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO BUCKET-SUB
           END-EVALUATE
           ADD SRT-CASES TO WH-BUCKET-CASES (BUCKET-SUB)
                            RUN-BUCKET-CASES (BUCKET-SUB)
           ADD 1 TO WH-TASK-COUNT
           ADD 1 TO TASKS-ON-DOCK-COUNT
           ADD SRT-CASES TO WH-CASES-TOTAL
                            CASES-ON-DOCK-TOTAL
           .

       32-WRITE-WAREHOUSE-HEADING.

           MOVE SRT-WAREHOUSE-ID TO PRIOR-WAREHOUSE-ID
           MOVE 0 TO WH-TASK-COUNT
           MOVE 0 TO WH-CASES-TOTAL
           PERFORM VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 4
               MOVE 0 TO WH-BUCKET-CASES (BUCKET-SUB)
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SRT-WAREHOUSE-ID TO WHD-WAREHOUSE-ID
           MOVE WAREHOUSE-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE DETAIL-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       33-WRITE-WAREHOUSE-TOTAL.

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'TASKS ON THE DOCK' TO RTL-LABEL
           MOVE WH-TASK-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'CASES ON THE DOCK' TO RTL-LABEL
           MOVE WH-CASES-TOTAL TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 4
               MOVE SPACES TO REPORT-TOTAL-LINE
               MOVE BUCKET-LABEL (BUCKET-SUB) TO RTL-LABEL
               MOVE WH-BUCKET-CASES (BUCKET-SUB) TO RTL-COUNT
               MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           .

       40-EOF-ROUTINE.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ALL WAREHOUSES' TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'TASKS ON THE DOCK' TO RTL-LABEL
           MOVE TASKS-ON-DOCK-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'CASES ON THE DOCK' TO RTL-LABEL
           MOVE CASES-ON-DOCK-TOTAL TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 4
               MOVE SPACES TO REPORT-TOTAL-LINE
               MOVE BUCKET-LABEL (BUCKET-SUB) TO RTL-LABEL
               MOVE RUN-BUCKET-CASES (BUCKET-SUB) TO RTL-COUNT
               MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'TASKS WITH NO ROOM' TO RTL-LABEL
           MOVE NO-ROOM-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'TASKS OVER THE AGE LIMIT' TO RTL-LABEL
           MOVE OVER-LIMIT-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           CLOSE DOCK-AGING-REPORT

           IF OVER-LIMIT-COUNT IS GREATER THAN ZERO
               DISPLAY 'DOCKAGE: ' OVER-LIMIT-COUNT ' RECEIPTS ON '
                       'THE DOCK PAST THE AGE LIMIT'
           END-IF

           STOP RUN
           .
