       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPLTRND.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * CMPLTRND is the weekly complaint trend report for QA.  It
      * counts the customer complaints received over the trailing
      * window by lot and by vendor, broken out by category and
      * with the health and safety (severity 1) complaints counted
      * apart, and flags any lot or vendor whose count is above its
      * threshold so QA can look at a recall before the customers
      * find the rest of the lot.  A complaint whose root cause was
      * found unfounded does not count.  A complaint with no lot
      * counts for its vendor only.
      * *****
      * INPUT:
      *    CUSTOMER-COMPLAINT.txt  the complaints CMPLREG logs and
      *                            CMPLMNT works.
      *    COMPLAINT-TREND-PARM.txt  optional: one line, the window
      *                            in days (999), the lot threshold
      *                            (99), and the vendor threshold
      *                            (99); a missing file or a zero
      *                            field means 28 days, 2 and 4.
      *    VENDOR-MASTER.txt       optional: the vendor names.
      * *****
      * OUTPUT:
      *    Complaint-Trend-Report.txt  the lot and vendor counts,
      *                            flagged where above threshold.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE
               ASSIGN TO 'CUSTOMER-COMPLAINT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMP-FILE-STATUS.
           SELECT TREND-PARM-FILE
               ASSIGN TO 'COMPLAINT-TREND-PARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTP-FILE-STATUS.
           SELECT VENDOR-MASTER-FILE
               ASSIGN TO 'VENDOR-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VNM-FILE-STATUS.
           SELECT TREND-REPORT
               ASSIGN TO PRINTER 'Complaint-Trend-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD COMPLAINT-FILE
           RECORD CONTAINS 129 CHARACTERS.

       COPY CMPLREC.

       FD TREND-PARM-FILE
           RECORD CONTAINS 7 CHARACTERS.

       01  TREND-PARM-RECORD.
           05  CTP-WINDOW-DAYS         PIC 999.
           05  CTP-LOT-LIMIT           PIC 99.
           05  CTP-VENDOR-LIMIT        PIC 99.

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY VNDMREC.

       FD TREND-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  TREND-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  CMP-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CMP-DATA                     VALUE 'N'.
           05  VNM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-VNM-DATA                     VALUE 'N'.
           05  LOT-FOUND-SWITCH        PIC X           VALUE 'N'.
               88 LOT-FOUND                            VALUE 'Y'.
           05  VENDOR-FOUND-SWITCH     PIC X           VALUE 'N'.
               88 VENDOR-FOUND                         VALUE 'Y'.

       01  TEMP-FIELDS.
           05  CMP-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CTP-FILE-STATUS         PIC XX          VALUE SPACES.
           05  VNM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  WINDOW-DAYS             PIC 999         VALUE 28.
           05  LOT-LIMIT               PIC 99          VALUE 2.
           05  VENDOR-LIMIT            PIC 99          VALUE 4.
           05  WINDOW-START-DATE       PIC 9(8)        VALUE 0.
           05  CATEGORY-SUB            PIC 9           VALUE 0.
           05  LOT-SUB                 PIC 9(4)        VALUE 0.
           05  LOT-HOLD-SUB            PIC 9(4)        VALUE 0.
           05  VENDOR-SUB              PIC 99          VALUE 0.
           05  VENDOR-HOLD-SUB         PIC 99          VALUE 0.
           05  ROLL-DAYS               PIC 999         VALUE 0.
           05  DATE-WORK               PIC 9(8)        VALUE 0.
           05  DATE-WORK-X REDEFINES DATE-WORK.
               10  WORK-CCYY           PIC 9(4).
               10  WORK-MM             PIC 99.
               10  WORK-DD             PIC 99.
           05  DAY-COUNT               PIC S9(4)       VALUE 0.
           05  MONTH-LENGTH            PIC 99          VALUE 0.
           05  LEAP-QUOTIENT           PIC 9(4)        VALUE 0.
           05  LEAP-REMAINDER          PIC 999         VALUE 0.

       01  RUN-TOTALS.
           05  COMPLAINTS-READ-COUNT   PIC 9(5)        VALUE 0.
           05  IN-WINDOW-COUNT         PIC 9(5)        VALUE 0.
           05  UNFOUNDED-COUNT         PIC 9(5)        VALUE 0.
           05  NO-LOT-COUNT            PIC 9(5)        VALUE 0.
           05  LOTS-FLAGGED-COUNT      PIC 9(5)        VALUE 0.
           05  VENDORS-FLAGGED-COUNT   PIC 9(5)        VALUE 0.

       01  MONTH-LENGTH-VALUES         PIC X(24)       VALUE
                                       '312831303130313130313031'.

       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05  MONTH-DAYS OCCURS 12 TIMES
                                       PIC 99.

      *****************************************************************
      * LOT-TABLE and VENDOR-TABLE are the counts for the window.
      * The category counts run in the order ST ML LB DM FM OT.
      *****************************************************************
       01  LOT-COUNT                   PIC 9(4)        VALUE 0.

       01  LOT-TABLE.
           05  LOT-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON LOT-COUNT.
               10  LOT-CANDY-ID        PIC XXX.
               10  LOT-LOT-NUMBER      PIC X(10).
               10  LOT-VENDOR-ID       PIC X.
               10  LOT-COMPLAINTS      PIC 9(4).
               10  LOT-SEVERITY-ONE    PIC 9(4).
               10  LOT-CATEGORY-COUNT  PIC 999 OCCURS 6 TIMES.

       01  VENDOR-COUNT                PIC 99          VALUE 0.

       01  VENDOR-TABLE.
           05  VENDOR-ENTRY OCCURS 1 TO 60 TIMES
               DEPENDING ON VENDOR-COUNT.
               10  VND-VENDOR-ID       PIC X.
               10  VND-VENDOR-NAME     PIC X(20).
               10  VND-COMPLAINTS      PIC 9(4).
               10  VND-SEVERITY-ONE    PIC 9(4).
               10  VND-CATEGORY-COUNT  PIC 999 OCCURS 6 TIMES.

       01  HEADING-LINE-1.
           05  FILLER                  PIC X(30)       VALUE
               'CUSTOMER COMPLAINT TRENDS'.
           05  FILLER                  PIC X(10)       VALUE
               'RUN DATE '.
           05  HL1-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(32)       VALUE SPACES.

       01  HEADING-LINE-2.
           05  FILLER                  PIC X(18)       VALUE
               'RECEIVED FROM'.
           05  HL2-WINDOW-START        PIC 9(8).
           05  FILLER                  PIC X(4)        VALUE ' TO '.
           05  HL2-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(3)        VALUE SPACES.
           05  HL2-WINDOW-DAYS         PIC ZZ9.
           05  FILLER                  PIC X(36)       VALUE
               ' DAYS'.

       01  LIMIT-LINE.
           05  FILLER                  PIC X(18)       VALUE
               'FLAG A LOT ABOVE'.
           05  LML-LOT-LIMIT           PIC Z9.
           05  FILLER                  PIC X(20)       VALUE
               ', A VENDOR ABOVE'.
           05  LML-VENDOR-LIMIT        PIC Z9.
           05  FILLER                  PIC X(38)       VALUE
               ' COMPLAINTS'.

       01  LOT-HEADING.
           05  FILLER                  PIC X(34)       VALUE
               '   CDY LOT        V TOTL SEV1  ST'.
           05  FILLER                  PIC X(34)       VALUE
               ' ML  LB  DM  FM  OT'.
           05  FILLER                  PIC X(12)       VALUE SPACES.

       01  LOT-LINE.
           05  LTL-FLAG                PIC X(3).
           05  LTL-CANDY-ID            PIC XXX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  LTL-LOT-NUMBER          PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  LTL-VENDOR-ID           PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  LTL-COMPLAINTS          PIC ZZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  LTL-SEVERITY-ONE        PIC ZZZ9.
           05  LTL-CATEGORY-GROUP OCCURS 6 TIMES.
               10  LTL-CATEGORY-COUNT  PIC ZZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  LTL-ACTION              PIC X(25).

       01  VENDOR-HEADING.
           05  FILLER                  PIC X(34)       VALUE
               '   V NAME                 TOTL SEV'.
           05  FILLER                  PIC X(34)       VALUE
               '1  ST  ML  LB  DM  FM  OT'.
           05  FILLER                  PIC X(12)       VALUE SPACES.

       01  VENDOR-LINE.
           05  VDL-FLAG                PIC X(3).
           05  VDL-VENDOR-ID           PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  VDL-VENDOR-NAME         PIC X(20).
           05  FILLER                  PIC X           VALUE SPACE.
           05  VDL-COMPLAINTS          PIC ZZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  VDL-SEVERITY-ONE        PIC ZZZ9.
           05  VDL-CATEGORY-GROUP OCCURS 6 TIMES.
               10  VDL-CATEGORY-COUNT  PIC ZZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  VDL-ACTION              PIC X(20).

       01  TOTAL-LINE.
           05  TTL-LABEL               PIC X(30).
           05  TTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(44)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 11-READ-TREND-PARM
           PERFORM 12-COUNT-COMPLAINTS
           PERFORM 13-LOAD-VENDOR-NAMES
           PERFORM 20-PRINT-THE-REPORT
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 11-READ-TREND-PARM takes the window and thresholds and sets
      * the first received date inside the window.
      *****************************************************************
       11-READ-TREND-PARM.

           OPEN INPUT TREND-PARM-FILE
           IF CTP-FILE-STATUS IS EQUAL TO '00'
               READ TREND-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTP-WINDOW-DAYS IS NUMERIC
                          AND CTP-WINDOW-DAYS IS GREATER THAN ZERO
                           MOVE CTP-WINDOW-DAYS TO WINDOW-DAYS
                       END-IF
                       IF CTP-LOT-LIMIT IS NUMERIC
                          AND CTP-LOT-LIMIT IS GREATER THAN ZERO
                           MOVE CTP-LOT-LIMIT TO LOT-LIMIT
                       END-IF
                       IF CTP-VENDOR-LIMIT IS NUMERIC
                          AND CTP-VENDOR-LIMIT IS GREATER THAN ZERO
                           MOVE CTP-VENDOR-LIMIT TO VENDOR-LIMIT
                       END-IF
               END-READ
               CLOSE TREND-PARM-FILE
           END-IF

           MOVE RUN-DATE-YYYYMMDD TO DATE-WORK
           COMPUTE ROLL-DAYS = WINDOW-DAYS - 1
           PERFORM 54-ROLL-DATE-BACK
           MOVE DATE-WORK TO WINDOW-START-DATE
           .

      *****************************************************************
      * 12-COUNT-COMPLAINTS counts each complaint received in the
      * window against its lot and its vendor.
      *****************************************************************
       12-COUNT-COMPLAINTS.

           OPEN INPUT COMPLAINT-FILE
           IF CMP-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'CMPLTRND: NO CUSTOMER COMPLAINT FILE ON FILE'
           ELSE
               IF CMP-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CMPLTRND: UNABLE TO OPEN CUSTOMER '
                           'COMPLAINT FILE, FILE STATUS = '
                           CMP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CMP-EOF-FLAG
               PERFORM UNTIL NO-MORE-CMP-DATA
                   READ COMPLAINT-FILE
                       AT END
                           MOVE 'N' TO CMP-EOF-FLAG
                       NOT AT END
                           ADD 1 TO COMPLAINTS-READ-COUNT
                           PERFORM 14-COUNT-ONE-COMPLAINT
                               THRU 14-COUNT-EXIT
                   END-READ
               END-PERFORM
               CLOSE COMPLAINT-FILE
           END-IF
           .

      *****************************************************************
      * 13-LOAD-VENDOR-NAMES names the vendors counted.
      *****************************************************************
       13-LOAD-VENDOR-NAMES.

           OPEN INPUT VENDOR-MASTER-FILE
           IF VNM-FILE-STATUS IS EQUAL TO '00'
               MOVE ' ' TO VNM-EOF-FLAG
               PERFORM UNTIL NO-MORE-VNM-DATA
                   READ VENDOR-MASTER-FILE
                       AT END
                           MOVE 'N' TO VNM-EOF-FLAG
                       NOT AT END
                           PERFORM VARYING VENDOR-SUB FROM 1 BY 1
                               UNTIL VENDOR-SUB > VENDOR-COUNT
                               IF VND-VENDOR-ID (VENDOR-SUB) IS EQUAL
                                       TO VNM-VENDOR-ID
                                   MOVE VNM-VENDOR-NAME TO
                                       VND-VENDOR-NAME (VENDOR-SUB)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           END-IF
           .

       14-COUNT-ONE-COMPLAINT.

           IF CMP-RECEIVED-DATE IS NOT NUMERIC
              OR CMP-RECEIVED-DATE IS LESS THAN WINDOW-START-DATE
              OR CMP-RECEIVED-DATE IS GREATER THAN RUN-DATE-YYYYMMDD
               GO TO 14-COUNT-EXIT
           END-IF
           IF CMP-CAUSE-UNFOUNDED
               ADD 1 TO UNFOUNDED-COUNT
               GO TO 14-COUNT-EXIT
           END-IF

           ADD 1 TO IN-WINDOW-COUNT
           EVALUATE TRUE
               WHEN CMP-STALE
                   MOVE 1 TO CATEGORY-SUB
               WHEN CMP-MELTED
                   MOVE 2 TO CATEGORY-SUB
               WHEN CMP-MISLABELED
                   MOVE 3 TO CATEGORY-SUB
               WHEN CMP-DAMAGED
                   MOVE 4 TO CATEGORY-SUB
               WHEN CMP-FOREIGN-MATTER
                   MOVE 5 TO CATEGORY-SUB
               WHEN OTHER
                   MOVE 6 TO CATEGORY-SUB
           END-EVALUATE

           IF CMP-LOT-NUMBER IS EQUAL TO SPACES
               ADD 1 TO NO-LOT-COUNT
           ELSE
               PERFORM 15-FIND-LOT
               ADD 1 TO LOT-COMPLAINTS (LOT-HOLD-SUB)
               ADD 1 TO LOT-CATEGORY-COUNT (LOT-HOLD-SUB
                                            CATEGORY-SUB)
               IF CMP-SEVERITY IS EQUAL TO 1
                   ADD 1 TO LOT-SEVERITY-ONE (LOT-HOLD-SUB)
               END-IF
           END-IF

           IF CMP-VENDOR-ID IS NOT EQUAL TO SPACE
               PERFORM 16-FIND-VENDOR
               ADD 1 TO VND-COMPLAINTS (VENDOR-HOLD-SUB)
               ADD 1 TO VND-CATEGORY-COUNT (VENDOR-HOLD-SUB
                                            CATEGORY-SUB)
               IF CMP-SEVERITY IS EQUAL TO 1
                   ADD 1 TO VND-SEVERITY-ONE (VENDOR-HOLD-SUB)
               END-IF
           END-IF
           .

       14-COUNT-EXIT.
           EXIT.

      *****************************************************************
      * 15-FIND-LOT and 16-FIND-VENDOR find the complaint's entry,
      * adding one when it is the first complaint counted for it.
      *****************************************************************
       15-FIND-LOT.

           MOVE 'N' TO LOT-FOUND-SWITCH
           PERFORM VARYING LOT-SUB FROM 1 BY 1
               UNTIL LOT-SUB > LOT-COUNT
                  OR LOT-FOUND
               IF LOT-CANDY-ID (LOT-SUB) IS EQUAL TO CMP-CANDY-ID
                  AND LOT-LOT-NUMBER (LOT-SUB) IS EQUAL TO
                       CMP-LOT-NUMBER
                   MOVE 'Y' TO LOT-FOUND-SWITCH
                   MOVE LOT-SUB TO LOT-HOLD-SUB
               END-IF
           END-PERFORM

           IF NOT LOT-FOUND
               IF LOT-COUNT IS EQUAL TO 2000
                   DISPLAY 'CMPLTRND: MORE THAN 2000 LOTS WITH '
                           'COMPLAINTS, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO LOT-COUNT
               MOVE LOT-COUNT TO LOT-HOLD-SUB
               INITIALIZE LOT-ENTRY (LOT-HOLD-SUB)
               MOVE CMP-CANDY-ID TO LOT-CANDY-ID (LOT-HOLD-SUB)
               MOVE CMP-LOT-NUMBER TO LOT-LOT-NUMBER (LOT-HOLD-SUB)
               MOVE CMP-VENDOR-ID TO LOT-VENDOR-ID (LOT-HOLD-SUB)
           END-IF
           .

       16-FIND-VENDOR.

           MOVE 'N' TO VENDOR-FOUND-SWITCH
           PERFORM VARYING VENDOR-SUB FROM 1 BY 1
               UNTIL VENDOR-SUB > VENDOR-COUNT
                  OR VENDOR-FOUND
               IF VND-VENDOR-ID (VENDOR-SUB) IS EQUAL TO CMP-VENDOR-ID
                   MOVE 'Y' TO VENDOR-FOUND-SWITCH
                   MOVE VENDOR-SUB TO VENDOR-HOLD-SUB
               END-IF
           END-PERFORM

           IF NOT VENDOR-FOUND
               IF VENDOR-COUNT IS EQUAL TO 60
                   DISPLAY 'CMPLTRND: MORE THAN 60 VENDORS WITH '
                           'COMPLAINTS, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO VENDOR-COUNT
               MOVE VENDOR-COUNT TO VENDOR-HOLD-SUB
               INITIALIZE VENDOR-ENTRY (VENDOR-HOLD-SUB)
               MOVE CMP-VENDOR-ID TO VND-VENDOR-ID (VENDOR-HOLD-SUB)
               MOVE 'NOT ON VENDOR MASTER' TO
                       VND-VENDOR-NAME (VENDOR-HOLD-SUB)
           END-IF
           .

      *****************************************************************
      * 20-PRINT-THE-REPORT prints the lots, then the vendors.
      *****************************************************************
       20-PRINT-THE-REPORT.

           OPEN OUTPUT TREND-REPORT

           MOVE RUN-DATE-YYYYMMDD TO HL1-RUN-DATE
           MOVE HEADING-LINE-1 TO TREND-RECORD
           WRITE TREND-RECORD
           MOVE WINDOW-START-DATE TO HL2-WINDOW-START
           MOVE RUN-DATE-YYYYMMDD TO HL2-RUN-DATE
           MOVE WINDOW-DAYS TO HL2-WINDOW-DAYS
           MOVE HEADING-LINE-2 TO TREND-RECORD
           WRITE TREND-RECORD
           MOVE LOT-LIMIT TO LML-LOT-LIMIT
           MOVE VENDOR-LIMIT TO LML-VENDOR-LIMIT
           MOVE LIMIT-LINE TO TREND-RECORD
           WRITE TREND-RECORD

           MOVE SPACES TO TREND-RECORD
           WRITE TREND-RECORD
           MOVE 'COMPLAINTS BY LOT' TO TREND-RECORD
           WRITE TREND-RECORD
           MOVE LOT-HEADING TO TREND-RECORD
           WRITE TREND-RECORD
           PERFORM VARYING LOT-SUB FROM 1 BY 1
               UNTIL LOT-SUB > LOT-COUNT
               PERFORM 21-PRINT-ONE-LOT
           END-PERFORM

           MOVE SPACES TO TREND-RECORD
           WRITE TREND-RECORD
           MOVE 'COMPLAINTS BY VENDOR' TO TREND-RECORD
           WRITE TREND-RECORD
           MOVE VENDOR-HEADING TO TREND-RECORD
           WRITE TREND-RECORD
           PERFORM VARYING VENDOR-SUB FROM 1 BY 1
               UNTIL VENDOR-SUB > VENDOR-COUNT
               PERFORM 22-PRINT-ONE-VENDOR
           END-PERFORM
           .

       21-PRINT-ONE-LOT.

           MOVE SPACES TO LOT-LINE
           MOVE LOT-CANDY-ID (LOT-SUB) TO LTL-CANDY-ID
           MOVE LOT-LOT-NUMBER (LOT-SUB) TO LTL-LOT-NUMBER
           MOVE LOT-VENDOR-ID (LOT-SUB) TO LTL-VENDOR-ID
           MOVE LOT-COMPLAINTS (LOT-SUB) TO LTL-COMPLAINTS
           MOVE LOT-SEVERITY-ONE (LOT-SUB) TO LTL-SEVERITY-ONE
           PERFORM VARYING CATEGORY-SUB FROM 1 BY 1
               UNTIL CATEGORY-SUB > 6
               MOVE LOT-CATEGORY-COUNT (LOT-SUB CATEGORY-SUB) TO
                       LTL-CATEGORY-COUNT (CATEGORY-SUB)
           END-PERFORM
           IF LOT-COMPLAINTS (LOT-SUB) IS GREATER THAN LOT-LIMIT
               MOVE '***' TO LTL-FLAG
               MOVE 'QA REVIEW LOT FOR RECALL' TO LTL-ACTION
               ADD 1 TO LOTS-FLAGGED-COUNT
           END-IF
           MOVE LOT-LINE TO TREND-RECORD
           WRITE TREND-RECORD
           .

       22-PRINT-ONE-VENDOR.

           MOVE SPACES TO VENDOR-LINE
           MOVE VND-VENDOR-ID (VENDOR-SUB) TO VDL-VENDOR-ID
           MOVE VND-VENDOR-NAME (VENDOR-SUB) TO VDL-VENDOR-NAME
           MOVE VND-COMPLAINTS (VENDOR-SUB) TO VDL-COMPLAINTS
           MOVE VND-SEVERITY-ONE (VENDOR-SUB) TO VDL-SEVERITY-ONE
           PERFORM VARYING CATEGORY-SUB FROM 1 BY 1
               UNTIL CATEGORY-SUB > 6
               MOVE VND-CATEGORY-COUNT (VENDOR-SUB CATEGORY-SUB) TO
                       VDL-CATEGORY-COUNT (CATEGORY-SUB)
           END-PERFORM
           IF VND-COMPLAINTS (VENDOR-SUB) IS GREATER THAN VENDOR-LIMIT
               MOVE '***' TO VDL-FLAG
               MOVE 'QA REVIEW VENDOR' TO VDL-ACTION
               ADD 1 TO VENDORS-FLAGGED-COUNT
           END-IF
           MOVE VENDOR-LINE TO TREND-RECORD
           WRITE TREND-RECORD
           .

       40-EOF-ROUTINE.

           MOVE SPACES TO TREND-RECORD
           WRITE TREND-RECORD

           MOVE SPACES TO TOTAL-LINE
           MOVE 'COMPLAINTS IN THE WINDOW' TO TTL-LABEL
           MOVE IN-WINDOW-COUNT TO TTL-COUNT
           MOVE TOTAL-LINE TO TREND-RECORD
           WRITE TREND-RECORD

           MOVE SPACES TO TOTAL-LINE
           MOVE '  WITH NO LOT - VENDOR ONLY' TO TTL-LABEL
           MOVE NO-LOT-COUNT TO TTL-COUNT
           MOVE TOTAL-LINE TO TREND-RECORD
           WRITE TREND-RECORD

           MOVE SPACES TO TOTAL-LINE
           MOVE 'UNFOUNDED, NOT COUNTED' TO TTL-LABEL
           MOVE UNFOUNDED-COUNT TO TTL-COUNT
           MOVE TOTAL-LINE TO TREND-RECORD
           WRITE TREND-RECORD

           MOVE SPACES TO TOTAL-LINE
           MOVE 'LOTS FLAGGED' TO TTL-LABEL
           MOVE LOTS-FLAGGED-COUNT TO TTL-COUNT
           MOVE TOTAL-LINE TO TREND-RECORD
           WRITE TREND-RECORD

           MOVE SPACES TO TOTAL-LINE
           MOVE 'VENDORS FLAGGED' TO TTL-LABEL
           MOVE VENDORS-FLAGGED-COUNT TO TTL-COUNT
           MOVE TOTAL-LINE TO TREND-RECORD
           WRITE TREND-RECORD

           CLOSE TREND-REPORT

           DISPLAY 'CMPLTRND: ' IN-WINDOW-COUNT ' COMPLAINTS, '
                   LOTS-FLAGGED-COUNT ' LOTS AND '
                   VENDORS-FLAGGED-COUNT ' VENDORS FLAGGED'

           STOP RUN
           .

      *****************************************************************
      * 54-ROLL-DATE-BACK moves DATE-WORK back ROLL-DAYS calendar
      * days.
      *****************************************************************
       54-ROLL-DATE-BACK.

           COMPUTE DAY-COUNT = WORK-DD - ROLL-DAYS
           PERFORM UNTIL DAY-COUNT IS GREATER THAN ZERO
               IF WORK-MM IS EQUAL TO 1
                   MOVE 12 TO WORK-MM
                   SUBTRACT 1 FROM WORK-CCYY
               ELSE
                   SUBTRACT 1 FROM WORK-MM
               END-IF
               PERFORM 55-SET-MONTH-LENGTH
               ADD MONTH-LENGTH TO DAY-COUNT
           END-PERFORM
           MOVE DAY-COUNT TO WORK-DD
           .

       55-SET-MONTH-LENGTH.

           MOVE MONTH-DAYS (WORK-MM) TO MONTH-LENGTH
           IF WORK-MM IS EQUAL TO 2
               DIVIDE WORK-CCYY BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER IS EQUAL TO ZERO
                   MOVE 29 TO MONTH-LENGTH
                   DIVIDE WORK-CCYY BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER IS EQUAL TO ZERO
                       DIVIDE WORK-CCYY BY 400 GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER IS NOT EQUAL TO ZERO
                           MOVE 28 TO MONTH-LENGTH
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
