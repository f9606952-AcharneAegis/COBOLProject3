       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTVAGING.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * RTVAGING is the return-to-vendor aging report.  It reads
      * the vendor debit memo file RTVPROC writes and lists, vendor
      * by vendor, every return still open -- shipped back but not
      * yet credited on a check -- longer than the follow-up limit,
      * aged from the day it shipped (30-day-month arithmetic, same
      * as ARAGING), so purchasing can chase the vendor for the
      * credit.  Recall returns are flagged.  Vendor and grand
      * totals show what we are owed.
      * *****
      * INPUT:
      *    VENDOR-DEBIT-MEMO.txt   the vendor debit memos.
      *    VENDOR-MASTER.txt       optional: the vendor list, for
      *                            the vendor name.
      *    RTV-AGING-PARM.txt      optional: the follow-up limit in
      *                            days, 3 digits.  A missing file
      *                            means 30 days.
      * *****
      * OUTPUT:
      *    RTV-Aging-Report.txt    open returns past the limit,
      *                            within vendor -- memo, RMA, date
      *                            shipped, days open, cases, amount
      *                            -- with vendor and grand totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEBIT-MEMO-FILE
               ASSIGN TO 'VENDOR-DEBIT-MEMO.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VDM-FILE-STATUS.
           SELECT VENDOR-MASTER-FILE
               ASSIGN TO 'VENDOR-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VNM-FILE-STATUS.
           SELECT AGING-PARM-FILE
               ASSIGN TO 'RTV-AGING-PARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-FILE-STATUS.
           SELECT AGING-REPORT
               ASSIGN TO PRINTER 'RTV-Aging-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MEMO-SORT-FILE
               ASSIGN TO 'RTV-AGING-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.

       FD DEBIT-MEMO-FILE
           RECORD CONTAINS 78 CHARACTERS.

       COPY VDMREC.

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY VNDMREC.

       FD AGING-PARM-FILE
           RECORD CONTAINS 3 CHARACTERS.

       01  AGING-PARM-RECORD.
           05  PRM-LIMIT-DAYS          PIC 999.

       FD AGING-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  AGING-RECORD                PIC X(80).

       SD MEMO-SORT-FILE.

       01  SORT-MEMO-RECORD.
           05  SRT-VENDOR-ID           PIC A.
           05  SRT-MEMO-NUMBER         PIC 9(6).
           05  SRT-RMA-NUMBER          PIC X(10).
           05  SRT-RTV-DATE            PIC 9(8).
           05  SRT-WAREHOUSE-ID        PIC X(4).
           05  SRT-CANDY-ID            PIC XXX.
           05  SRT-CASES               PIC 9(5).
           05  SRT-AMOUNT              PIC 9(9)V99.
           05  SRT-RECALL-FLAG         PIC X.
           05  SRT-AGE-DAYS            PIC S9(5).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  VDM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-VDM-DATA                     VALUE 'N'.
           05  VNM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-VNM-DATA                     VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.

       01  TEMP-FIELDS.
           05  VDM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  VNM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PRM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LIMIT-DAYS              PIC 999         VALUE 30.
           05  AS-OF-DATE              PIC 9(8)        VALUE 0.
           05  AS-OF-DATE-X REDEFINES AS-OF-DATE.
               10  AS-OF-CCYY          PIC 9(4).
               10  AS-OF-MM            PIC 99.
               10  AS-OF-DD            PIC 99.
           05  RTV-DATE-WORK           PIC 9(8)        VALUE 0.
           05  RTV-DATE-X REDEFINES RTV-DATE-WORK.
               10  RTV-CCYY            PIC 9(4).
               10  RTV-MM              PIC 99.
               10  RTV-DD              PIC 99.
           05  AGE-DAYS                PIC S9(5)       VALUE 0.
           05  PRIOR-VENDOR-ID         PIC X           VALUE SPACE.
           05  VENDOR-SUB              PIC 999         VALUE 0.
           05  VENDOR-NAME             PIC X(20)       VALUE SPACES.

       01  RUN-TOTALS.
           05  MEMOS-READ-COUNT        PIC 9(7)        VALUE 0.
           05  VENDOR-MEMO-COUNT       PIC 9(5)        VALUE 0.
           05  VENDOR-CASES            PIC 9(7)        VALUE 0.
           05  VENDOR-AMOUNT           PIC 9(11)V99    VALUE 0.
           05  GRAND-MEMO-COUNT        PIC 9(7)        VALUE 0.
           05  GRAND-CASES             PIC 9(9)        VALUE 0.
           05  GRAND-AMOUNT            PIC 9(13)V99    VALUE 0.

       01  VENDOR-COUNT                PIC 999         VALUE 0.

       01  VENDOR-TABLE.
           05  VENDOR-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON VENDOR-COUNT.
               10  VND-VENDOR-ID       PIC A.
               10  VND-VENDOR-NAME     PIC X(20).

       01  AGING-COLUMN-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       '  MEMO  RMA         SHIPPED   '.
           05  FILLER                  PIC X(21)   VALUE
                                       'DAYS WHSE CDY  CASES '.
           05  FILLER                  PIC X(29)   VALUE
                                       '        AMOUNT'.

       01  AGING-DETAIL-LINE.
           05  AGD-MEMO-NUMBER         PIC 9(6).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  AGD-RMA-NUMBER          PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  AGD-RTV-DATE            PIC 9(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  AGD-AGE-DAYS            PIC ZZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  AGD-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC X           VALUE SPACE.
           05  AGD-CANDY-ID            PIC XXX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  AGD-CASES               PIC ZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  AGD-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  AGD-REMARK              PIC X(14).

       01  AGING-TOTAL-LINE.
           05  ATL-LABEL               PIC X(36).
           05  ATL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  ATL-CASES               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  ATL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(15)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT AS-OF-DATE FROM DATE YYYYMMDD

           PERFORM 11-READ-AGING-PARM
           PERFORM 12-LOAD-VENDOR-MASTER

           SORT MEMO-SORT-FILE
               ON ASCENDING KEY SRT-VENDOR-ID SRT-MEMO-NUMBER
               INPUT PROCEDURE IS 20-SELECT-OPEN-MEMOS
               OUTPUT PROCEDURE IS 30-WRITE-AGING-REPORT

           DISPLAY 'RTVAGING: ' GRAND-MEMO-COUNT ' OF '
                   MEMOS-READ-COUNT ' DEBIT MEMOS OPEN OVER '
                   LIMIT-DAYS ' DAYS AS OF ' AS-OF-DATE

           STOP RUN
           .

       11-READ-AGING-PARM.

           OPEN INPUT AGING-PARM-FILE
           IF PRM-FILE-STATUS IS EQUAL TO '00'
               READ AGING-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-LIMIT-DAYS IS NUMERIC
                           MOVE PRM-LIMIT-DAYS TO LIMIT-DAYS
                       END-IF
               END-READ
               CLOSE AGING-PARM-FILE
           END-IF
           .

       12-LOAD-VENDOR-MASTER.

           OPEN INPUT VENDOR-MASTER-FILE
           IF VNM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF VNM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'RTVAGING: UNABLE TO OPEN VENDOR MASTER, '
                           'FILE STATUS = ' VNM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO VNM-EOF-FLAG
               PERFORM UNTIL NO-MORE-VNM-DATA
                   READ VENDOR-MASTER-FILE
                       AT END
                           MOVE 'N' TO VNM-EOF-FLAG
                       NOT AT END
                           IF VENDOR-COUNT IS EQUAL TO 100
                               DISPLAY 'RTVAGING: VENDOR MASTER HAS '
                                       'MORE THAN 100 ENTRIES, TABLE '
                                       'IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO VENDOR-COUNT
                           MOVE VNM-VENDOR-ID TO
                                   VND-VENDOR-ID (VENDOR-COUNT)
                           MOVE VNM-VENDOR-NAME TO
                                   VND-VENDOR-NAME (VENDOR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           END-IF
           .

      *****************************************************************
      * 20-SELECT-OPEN-MEMOS releases the memos still open -- not
      * yet taken off a vendor check -- that shipped more than the
      * follow-up limit ago.
      *****************************************************************
       20-SELECT-OPEN-MEMOS.

           OPEN INPUT DEBIT-MEMO-FILE
           IF VDM-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'RTVAGING: NO DEBIT MEMO FILE ON FILE'
           ELSE
               IF VDM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'RTVAGING: UNABLE TO OPEN DEBIT MEMO '
                           'FILE, FILE STATUS = ' VDM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO VDM-EOF-FLAG
               PERFORM UNTIL NO-MORE-VDM-DATA
                   READ DEBIT-MEMO-FILE
                       AT END
                           MOVE 'N' TO VDM-EOF-FLAG
                       NOT AT END
                           ADD 1 TO MEMOS-READ-COUNT
                           IF VDM-OPEN
                              AND VDM-AMOUNT IS NUMERIC
                              AND VDM-RTV-DATE IS NUMERIC
                               PERFORM 22-RELEASE-ONE-MEMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEBIT-MEMO-FILE
           END-IF
           .

       22-RELEASE-ONE-MEMO.

           MOVE VDM-RTV-DATE TO RTV-DATE-WORK
           COMPUTE AGE-DAYS = (AS-OF-CCYY - RTV-CCYY) * 360
                            + (AS-OF-MM - RTV-MM) * 30
                            + (AS-OF-DD - RTV-DD)
           IF AGE-DAYS IS GREATER THAN LIMIT-DAYS
               MOVE VDM-VENDOR-ID TO SRT-VENDOR-ID
               MOVE VDM-MEMO-NUMBER TO SRT-MEMO-NUMBER
               MOVE VDM-RMA-NUMBER TO SRT-RMA-NUMBER
               MOVE VDM-RTV-DATE TO SRT-RTV-DATE
               MOVE VDM-WAREHOUSE-ID TO SRT-WAREHOUSE-ID
               MOVE VDM-CANDY-ID TO SRT-CANDY-ID
               MOVE VDM-CASES TO SRT-CASES
               MOVE VDM-AMOUNT TO SRT-AMOUNT
               MOVE VDM-RECALL-FLAG TO SRT-RECALL-FLAG
               MOVE AGE-DAYS TO SRT-AGE-DAYS
               RELEASE SORT-MEMO-RECORD
           END-IF
           .

       30-WRITE-AGING-REPORT.

           OPEN OUTPUT AGING-REPORT

           MOVE SPACES TO AGING-RECORD
           STRING 'RETURN TO VENDOR AGING AS OF ' DELIMITED BY SIZE
                  AS-OF-DATE DELIMITED BY SIZE
                  ' - OPEN OVER ' DELIMITED BY SIZE
                  LIMIT-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
               INTO AGING-RECORD
           WRITE AGING-RECORD

           MOVE SPACE TO PRIOR-VENDOR-ID
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN MEMO-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       IF SRT-VENDOR-ID IS NOT EQUAL TO
                               PRIOR-VENDOR-ID
                           IF PRIOR-VENDOR-ID IS NOT EQUAL TO SPACE
                               PERFORM 37-WRITE-VENDOR-TOTAL
                           END-IF
                           MOVE SRT-VENDOR-ID TO PRIOR-VENDOR-ID
                           PERFORM 32-WRITE-VENDOR-HEADING
                       END-IF
                       PERFORM 35-WRITE-MEMO-LINE
               END-RETURN
           END-PERFORM

           IF PRIOR-VENDOR-ID IS NOT EQUAL TO SPACE
               PERFORM 37-WRITE-VENDOR-TOTAL
           END-IF

           MOVE SPACES TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE SPACES TO AGING-TOTAL-LINE
           MOVE 'ALL VENDORS' TO ATL-LABEL
           MOVE GRAND-MEMO-COUNT TO ATL-COUNT
           MOVE GRAND-CASES TO ATL-CASES
           MOVE GRAND-AMOUNT TO ATL-AMOUNT
           MOVE AGING-TOTAL-LINE TO AGING-RECORD
           WRITE AGING-RECORD

           CLOSE AGING-REPORT
           .

       32-WRITE-VENDOR-HEADING.

           MOVE 'NOT ON VENDOR MASTER' TO VENDOR-NAME
           PERFORM VARYING VENDOR-SUB FROM 1 BY 1
               UNTIL VENDOR-SUB > VENDOR-COUNT
               IF VND-VENDOR-ID (VENDOR-SUB) IS EQUAL TO SRT-VENDOR-ID
                   MOVE VND-VENDOR-NAME (VENDOR-SUB) TO VENDOR-NAME
               END-IF
           END-PERFORM

           MOVE SPACES TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE SPACES TO AGING-RECORD
           STRING 'VENDOR ' DELIMITED BY SIZE
                  SRT-VENDOR-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  VENDOR-NAME DELIMITED BY SIZE
               INTO AGING-RECORD
           WRITE AGING-RECORD
           MOVE AGING-COLUMN-HEADING TO AGING-RECORD
           WRITE AGING-RECORD
           .

       35-WRITE-MEMO-LINE.

           MOVE SRT-MEMO-NUMBER TO AGD-MEMO-NUMBER
           MOVE SRT-RMA-NUMBER TO AGD-RMA-NUMBER
           MOVE SRT-RTV-DATE TO AGD-RTV-DATE
           MOVE SRT-AGE-DAYS TO AGD-AGE-DAYS
           MOVE SRT-WAREHOUSE-ID TO AGD-WAREHOUSE-ID
           MOVE SRT-CANDY-ID TO AGD-CANDY-ID
           MOVE SRT-CASES TO AGD-CASES
           MOVE SRT-AMOUNT TO AGD-AMOUNT
           IF SRT-RECALL-FLAG IS EQUAL TO 'R'
               MOVE 'RECALL RETURN' TO AGD-REMARK
           ELSE
               MOVE SPACES TO AGD-REMARK
           END-IF
           MOVE AGING-DETAIL-LINE TO AGING-RECORD
           WRITE AGING-RECORD

           ADD 1 TO VENDOR-MEMO-COUNT
           ADD SRT-CASES TO VENDOR-CASES
           ADD SRT-AMOUNT TO VENDOR-AMOUNT
           .

      *****************************************************************
      * 37-WRITE-VENDOR-TOTAL prints what the vendor owes us on the
      * returns past the limit and rolls it into the grand total.
      *****************************************************************
       37-WRITE-VENDOR-TOTAL.

           MOVE SPACES TO AGING-TOTAL-LINE
           MOVE 'VENDOR TOTAL' TO ATL-LABEL
           MOVE VENDOR-MEMO-COUNT TO ATL-COUNT
           MOVE VENDOR-CASES TO ATL-CASES
           MOVE VENDOR-AMOUNT TO ATL-AMOUNT
           MOVE AGING-TOTAL-LINE TO AGING-RECORD
           WRITE AGING-RECORD

           ADD VENDOR-MEMO-COUNT TO GRAND-MEMO-COUNT
           ADD VENDOR-CASES TO GRAND-CASES
           ADD VENDOR-AMOUNT TO GRAND-AMOUNT
           MOVE 0 TO VENDOR-MEMO-COUNT
           MOVE 0 TO VENDOR-CASES
           MOVE 0 TO VENDOR-AMOUNT
           .
