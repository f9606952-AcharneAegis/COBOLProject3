       IDENTIFICATION DIVISION.
       PROGRAM-ID. QCBACKLG.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * QCBACKLG is the receiving-inspection backlog report.  It
      * reads the inspection hold file INVPOST writes and lists
      * every lot still waiting on an inspector, longest on hold
      * first, aged from the day it was received (30-day-month
      * arithmetic, same as ARAGING), so QC can see what is sitting
      * on the dock unsellable.  Totals by age band and a grand
      * total show how many lots and cases are waiting.
      * *****
      * INPUT:
      *    INSPECTION-HOLD.txt     the inspection holds.
      * *****
      * OUTPUT:
      *    QC-Inspection-Backlog.txt  open holds by days on hold --
      *                            hold number, date held, days,
      *                            warehouse, candy, lot, vendor,
      *                            reference, cases -- with age-band
      *                            and grand totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSPECTION-HOLD-FILE
               ASSIGN TO 'INSPECTION-HOLD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QCH-FILE-STATUS.
           SELECT BACKLOG-REPORT
               ASSIGN TO PRINTER 'QC-Inspection-Backlog.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-SORT-FILE
               ASSIGN TO 'QC-BACKLOG-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.

       FD INSPECTION-HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.

       COPY QCHREC.

       FD BACKLOG-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  BACKLOG-RECORD              PIC X(80).

       SD HOLD-SORT-FILE.

       01  SORT-HOLD-RECORD.
           05  SRT-AGE-DAYS            PIC S9(5).
           05  SRT-HOLD-NUMBER         PIC 9(6).
           05  SRT-HOLD-DATE           PIC 9(8).
           05  SRT-WAREHOUSE-ID        PIC X(4).
           05  SRT-CANDY-ID            PIC XXX.
           05  SRT-LOT-NUMBER          PIC X(10).
           05  SRT-VENDOR-ID           PIC A.
           05  SRT-REFERENCE           PIC X(8).
           05  SRT-CASES               PIC 9(5).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  QCH-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-QCH-DATA                     VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.

       01  TEMP-FIELDS.
           05  QCH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  AS-OF-DATE              PIC 9(8)        VALUE 0.
           05  AS-OF-DATE-X REDEFINES AS-OF-DATE.
               10  AS-OF-CCYY          PIC 9(4).
               10  AS-OF-MM            PIC 99.
               10  AS-OF-DD            PIC 99.
           05  HOLD-DATE-WORK          PIC 9(8)        VALUE 0.
           05  HOLD-DATE-X REDEFINES HOLD-DATE-WORK.
               10  HOLD-CCYY           PIC 9(4).
               10  HOLD-MM             PIC 99.
               10  HOLD-DD             PIC 99.
           05  AGE-DAYS                PIC S9(5)       VALUE 0.

       01  RUN-TOTALS.
           05  HOLDS-READ-COUNT        PIC 9(7)        VALUE 0.
           05  BAND-1-LOTS             PIC 9(5)        VALUE 0.
           05  BAND-1-CASES            PIC 9(7)        VALUE 0.
           05  BAND-2-LOTS             PIC 9(5)        VALUE 0.
           05  BAND-2-CASES            PIC 9(7)        VALUE 0.
           05  BAND-3-LOTS             PIC 9(5)        VALUE 0.
           05  BAND-3-CASES            PIC 9(7)        VALUE 0.
           05  BAND-4-LOTS             PIC 9(5)        VALUE 0.
           05  BAND-4-CASES            PIC 9(7)        VALUE 0.
           05  GRAND-LOTS              PIC 9(7)        VALUE 0.
           05  GRAND-CASES             PIC 9(9)        VALUE 0.

       01  BACKLOG-COLUMN-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       ' HOLD  HELD     DAYS WHSE CDY '.
           05  FILLER                  PIC X(30)   VALUE
                                       'LOT        V REFERENCE CASES  '.
           05  FILLER                  PIC X(20)       VALUE SPACES.

       01  BACKLOG-DETAIL-LINE.
           05  BKD-HOLD-NUMBER         PIC 9(6).
           05  FILLER                  PIC X           VALUE SPACE.
           05  BKD-HOLD-DATE           PIC 9(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  BKD-AGE-DAYS            PIC ZZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  BKD-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC X           VALUE SPACE.
           05  BKD-CANDY-ID            PIC XXX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  BKD-LOT-NUMBER          PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  BKD-VENDOR-ID           PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  BKD-REFERENCE           PIC X(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  BKD-CASES               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(22)       VALUE SPACES.

       01  BACKLOG-TOTAL-LINE.
           05  BTL-LABEL               PIC X(25).
           05  BTL-LOTS                PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(6)        VALUE ' LOTS '.
           05  BTL-CASES               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(6)        VALUE ' CASES'.
           05  FILLER                  PIC X(23)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT AS-OF-DATE FROM DATE YYYYMMDD

           SORT HOLD-SORT-FILE
               ON DESCENDING KEY SRT-AGE-DAYS
               ON ASCENDING KEY SRT-HOLD-NUMBER
               INPUT PROCEDURE IS 20-SELECT-OPEN-HOLDS
               OUTPUT PROCEDURE IS 30-WRITE-BACKLOG-REPORT

           DISPLAY 'QCBACKLG: ' GRAND-LOTS ' OF ' HOLDS-READ-COUNT
                   ' INSPECTION HOLDS STILL OPEN AS OF ' AS-OF-DATE

           STOP RUN
           .

      *****************************************************************
      * 20-SELECT-OPEN-HOLDS releases the lots still on hold, aged
      * from the day they were received.
      *****************************************************************
       20-SELECT-OPEN-HOLDS.

           OPEN INPUT INSPECTION-HOLD-FILE
           IF QCH-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'QCBACKLG: NO INSPECTION HOLD FILE ON FILE'
           ELSE
               IF QCH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'QCBACKLG: UNABLE TO OPEN INSPECTION HOLD '
                           'FILE, FILE STATUS = ' QCH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO QCH-EOF-FLAG
               PERFORM UNTIL NO-MORE-QCH-DATA
                   READ INSPECTION-HOLD-FILE
                       AT END
                           MOVE 'N' TO QCH-EOF-FLAG
                       NOT AT END
                           ADD 1 TO HOLDS-READ-COUNT
                           IF QCH-ON-HOLD
                              AND QCH-HOLD-DATE IS NUMERIC
                              AND QCH-CASES-RECEIVED IS NUMERIC
                               PERFORM 22-RELEASE-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSPECTION-HOLD-FILE
           END-IF
           .

       22-RELEASE-ONE-HOLD.

           MOVE QCH-HOLD-DATE TO HOLD-DATE-WORK
           COMPUTE AGE-DAYS = (AS-OF-CCYY - HOLD-CCYY) * 360
                            + (AS-OF-MM - HOLD-MM) * 30
                            + (AS-OF-DD - HOLD-DD)
           IF AGE-DAYS IS LESS THAN ZERO
               MOVE 0 TO AGE-DAYS
           END-IF
           MOVE AGE-DAYS TO SRT-AGE-DAYS
           MOVE QCH-HOLD-NUMBER TO SRT-HOLD-NUMBER
           MOVE QCH-HOLD-DATE TO SRT-HOLD-DATE
           MOVE QCH-WAREHOUSE-ID TO SRT-WAREHOUSE-ID
           MOVE QCH-CANDY-ID TO SRT-CANDY-ID
           MOVE QCH-LOT-NUMBER TO SRT-LOT-NUMBER
           MOVE QCH-VENDOR-ID TO SRT-VENDOR-ID
           MOVE QCH-REFERENCE TO SRT-REFERENCE
           MOVE QCH-CASES-RECEIVED TO SRT-CASES
           RELEASE SORT-HOLD-RECORD
           .

       30-WRITE-BACKLOG-REPORT.

           OPEN OUTPUT BACKLOG-REPORT

           MOVE SPACES TO BACKLOG-RECORD
           STRING 'RECEIVING INSPECTION BACKLOG AS OF '
                                           DELIMITED BY SIZE
                  AS-OF-DATE DELIMITED BY SIZE
               INTO BACKLOG-RECORD
           WRITE BACKLOG-RECORD
           MOVE SPACES TO BACKLOG-RECORD
           WRITE BACKLOG-RECORD
           MOVE BACKLOG-COLUMN-HEADING TO BACKLOG-RECORD
           WRITE BACKLOG-RECORD

           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN HOLD-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM 35-WRITE-HOLD-LINE
               END-RETURN
           END-PERFORM

           MOVE SPACES TO BACKLOG-RECORD
           WRITE BACKLOG-RECORD

           MOVE SPACES TO BACKLOG-TOTAL-LINE
           MOVE 'ON HOLD 0 - 7 DAYS' TO BTL-LABEL
           MOVE BAND-1-LOTS TO BTL-LOTS
           MOVE BAND-1-CASES TO BTL-CASES
           PERFORM 37-WRITE-TOTAL-LINE

           MOVE 'ON HOLD 8 - 14 DAYS' TO BTL-LABEL
           MOVE BAND-2-LOTS TO BTL-LOTS
           MOVE BAND-2-CASES TO BTL-CASES
           PERFORM 37-WRITE-TOTAL-LINE

           MOVE 'ON HOLD 15 - 30 DAYS' TO BTL-LABEL
           MOVE BAND-3-LOTS TO BTL-LOTS
           MOVE BAND-3-CASES TO BTL-CASES
           PERFORM 37-WRITE-TOTAL-LINE

           MOVE 'ON HOLD OVER 30 DAYS' TO BTL-LABEL
           MOVE BAND-4-LOTS TO BTL-LOTS
           MOVE BAND-4-CASES TO BTL-CASES
           PERFORM 37-WRITE-TOTAL-LINE

           MOVE 'TOTAL AWAITING INSPECTION' TO BTL-LABEL
           MOVE GRAND-LOTS TO BTL-LOTS
           MOVE GRAND-CASES TO BTL-CASES
           PERFORM 37-WRITE-TOTAL-LINE

           CLOSE BACKLOG-REPORT
           .

       35-WRITE-HOLD-LINE.

           MOVE SRT-HOLD-NUMBER TO BKD-HOLD-NUMBER
           MOVE SRT-HOLD-DATE TO BKD-HOLD-DATE
           MOVE SRT-AGE-DAYS TO BKD-AGE-DAYS
           MOVE SRT-WAREHOUSE-ID TO BKD-WAREHOUSE-ID
           MOVE SRT-CANDY-ID TO BKD-CANDY-ID
           MOVE SRT-LOT-NUMBER TO BKD-LOT-NUMBER
           MOVE SRT-VENDOR-ID TO BKD-VENDOR-ID
           MOVE SRT-REFERENCE TO BKD-REFERENCE
           MOVE SRT-CASES TO BKD-CASES
           MOVE BACKLOG-DETAIL-LINE TO BACKLOG-RECORD
           WRITE BACKLOG-RECORD

           EVALUATE TRUE
               WHEN SRT-AGE-DAYS IS NOT GREATER THAN 7
                   ADD 1 TO BAND-1-LOTS
                   ADD SRT-CASES TO BAND-1-CASES
               WHEN SRT-AGE-DAYS IS NOT GREATER THAN 14
                   ADD 1 TO BAND-2-LOTS
                   ADD SRT-CASES TO BAND-2-CASES
               WHEN SRT-AGE-DAYS IS NOT GREATER THAN 30
                   ADD 1 TO BAND-3-LOTS
                   ADD SRT-CASES TO BAND-3-CASES
               WHEN OTHER
                   ADD 1 TO BAND-4-LOTS
                   ADD SRT-CASES TO BAND-4-CASES
           END-EVALUATE
           ADD 1 TO GRAND-LOTS
           ADD SRT-CASES TO GRAND-CASES
           .

       37-WRITE-TOTAL-LINE.

           MOVE BACKLOG-TOTAL-LINE TO BACKLOG-RECORD
           WRITE BACKLOG-RECORD
           .
