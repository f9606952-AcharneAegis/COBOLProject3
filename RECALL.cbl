      ****************************************************************
      * RECALL is the vendor recall and quarantine run.  When a
      * vendor recalls a product we used to grep printouts; this
      * run reads the recall notice file, reads each recalled
      * candy's stock straight off the indexed inventory master's
      * Candy ID index in every warehouse at once, marks the
      * matched records with the quarantine hold that blocks them
      * from allocation (ORDALLOC) and transfer (XFERPOST), and
      * prints the quarantine report per warehouse plus the
      *    RECALL-NOTICE.txt       one notice per line: Vendor ID,
      *                            Candy ID, box size (space = all
      *                            box sizes).
      *    RECALL-CLOSED.txt       optional: the recalls the return-
      *                            to-vendor run RTVPROC has closed;
      *                            a closed notice is not re-held.
      *    BIN-LOCATION.txt        the bin location master, for the
      *                            location column.
      *    INVENTORY-MASTER.dat    the indexed inventory master,
               ASSIGN TO 'RECALL-NOTICE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNF-FILE-STATUS.
           SELECT RECALL-CLOSED-FILE
               ASSIGN TO 'RECALL-CLOSED.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCL-FILE-STATUS.
           SELECT BIN-MASTER-FILE
               ASSIGN TO 'BIN-LOCATION.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-REC-KEY
               ALTERNATE RECORD KEY IS IM-CANDY-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IM-VENDOR-ID
                   WITH DUPLICATES
               FILE STATUS IS IMF-FILE-STATUS.
           SELECT QUARANTINE-REPORT
               ASSIGN TO PRINTER 'Quarantine-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HELD-SORT-FILE
               ASSIGN TO 'HELD-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.
           05  RNF-CANDY-ID            PIC XXX.
           05  RNF-BOX-SIZE            PIC X.

       FD RECALL-CLOSED-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01  RECALL-CLOSED-RECORD.
           05  RCL-VENDOR-ID           PIC A.
           05  RCL-CANDY-ID            PIC XXX.
           05  RCL-BOX-SIZE            PIC X.
           05  RCL-CLOSED-DATE         PIC 9(8).

       FD BIN-MASTER-FILE
           RECORD CONTAINS 52 CHARACTERS.

       01  BIN-MASTER-RECORD.
           05  BMF-WAREHOUSE-ID        PIC X(4).
           05  BMF-BAY                 PIC 99.
           05  BMF-SHELF               PIC 99.
           05  BMF-TEMP-ZONE           PIC A.
           05  BMF-CAPACITY            PIC 9(5).
           05  BMF-RESERVE-BIN OCCURS 3 TIMES.
               10  BMF-RSV-AISLE       PIC 99.
               10  BMF-RSV-BAY         PIC 99.
               10  BMF-RSV-SHELF       PIC 99.
               10  BMF-RSV-CAPACITY    PIC 9(5).

       FD INV-MASTER-FILE
           RECORD CONTAINS 705 CHARACTERS.

       01  QUARANTINE-RECORD           PIC X(80).

       SD HELD-SORT-FILE.

       01  SORT-HELD-RECORD.
           05  SRT-WAREHOUSE-ID        PIC X(4).
           05  SRT-CANDY-ID            PIC XXX.
           05  SRT-VENDOR-ID           PIC A.
           05  SRT-CASES-HELD          PIC 9(5).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  RNF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RNF-DATA                     VALUE 'N'.
           05  RCL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RCL-DATA                     VALUE 'N'.
           05  BMF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-BMF-DATA                     VALUE 'N'.
           05  MASTER-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-MASTER-DATA                  VALUE 'N'.
           05  NOTICE-MATCH-SWITCH     PIC X           VALUE 'N'.
               88 NOTICE-MATCHED                       VALUE 'Y'.
           05  CLOSED-MATCH-SWITCH     PIC X           VALUE 'N'.
               88 NOTICE-ALREADY-CLOSED                VALUE 'Y'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.

       01  TEMP-FIELDS.
           05  RNF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RCL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  IMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  NOTICE-SUB              PIC 999         VALUE 0.
           05  CLOSED-SUB              PIC 999         VALUE 0.
           05  SCAN-SUB                PIC 999         VALUE 0.
           05  PRIOR-SUB               PIC 999         VALUE 0.
           05  BIN-SUB                 PIC 9(4)        VALUE 0.
           05  SUB                     PIC 99          VALUE 0.
           05  PRIOR-WAREHOUSE-ID      PIC X(4)        VALUE SPACES.

       01  RUN-TOTALS.
           05  NOTICES-READ-COUNT      PIC 9(5)        VALUE 0.
           05  NOTICES-CLOSED-COUNT    PIC 9(5)        VALUE 0.
           05  RECORDS-HELD-COUNT      PIC 9(7)        VALUE 0.
           05  TOTAL-RECALLED-CASES    PIC 9(9)        VALUE 0.

               10  NOT-CANDY-ID        PIC XXX.
               10  NOT-BOX-SIZE        PIC X.

       01  CLOSED-COUNT                PIC 999         VALUE 0.

       01  CLOSED-TABLE.
           05  CLOSED-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON CLOSED-COUNT.
               10  CLS-VENDOR-ID       PIC A.
               10  CLS-CANDY-ID        PIC XXX.
               10  CLS-BOX-SIZE        PIC X.

       01  BIN-COUNT                   PIC 9(4)        VALUE 0.

       01  BIN-TABLE.

       10-CONTROL-MODULE.

           PERFORM 11-LOAD-RECALLS-CLOSED
           PERFORM 12-LOAD-RECALL-NOTICES
           PERFORM 13-LOAD-BIN-MASTER
           PERFORM 15-HSKPING-ROUTINE

           SORT HELD-SORT-FILE
               ON ASCENDING KEY SRT-WAREHOUSE-ID SRT-CANDY-ID
                                SRT-VENDOR-ID
               INPUT PROCEDURE IS 20-SCAN-AND-QUARANTINE
               OUTPUT PROCEDURE IS 30-WRITE-QUARANTINE-REPORT

           PERFORM 40-EOF-ROUTINE
           .

       11-LOAD-RECALLS-CLOSED.

           OPEN INPUT RECALL-CLOSED-FILE
           IF RCL-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF RCL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'RECALL: UNABLE TO OPEN RECALL CLOSED '
                           'FILE, FILE STATUS = ' RCL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO RCL-EOF-FLAG
               PERFORM UNTIL NO-MORE-RCL-DATA
                   READ RECALL-CLOSED-FILE
                       AT END
                           MOVE 'N' TO RCL-EOF-FLAG
                       NOT AT END
                           IF CLOSED-COUNT IS EQUAL TO 500
                               DISPLAY 'RECALL: MORE THAN 500 '
                                       'CLOSED RECALLS, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO CLOSED-COUNT
                           MOVE RCL-VENDOR-ID TO
                                   CLS-VENDOR-ID (CLOSED-COUNT)
                           MOVE RCL-CANDY-ID TO
                                   CLS-CANDY-ID (CLOSED-COUNT)
                           MOVE RCL-BOX-SIZE TO
                                   CLS-BOX-SIZE (CLOSED-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RECALL-CLOSED-FILE
           END-IF
           .

      *****************************************************************
      * 12-LOAD-RECALL-NOTICES keeps only the notices still open; a
      * recall whose quarantined stock has all gone back to the
      * vendor was closed by RTVPROC and its hold released, and is
      * not put back on hold here.
      *****************************************************************
       12-LOAD-RECALL-NOTICES.

           OPEN INPUT RECALL-NOTICE-FILE
                   AT END
                       MOVE 'N' TO RNF-EOF-FLAG
                   NOT AT END
                       ADD 1 TO NOTICES-READ-COUNT
                       PERFORM 12A-ADD-OPEN-NOTICE
               END-READ
           END-PERFORM

           CLOSE RECALL-NOTICE-FILE

           IF NOTICES-READ-COUNT IS EQUAL TO ZERO
               DISPLAY 'RECALL: RECALL NOTICE FILE CONTAINED '
                       'NO NOTICES'
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       12A-ADD-OPEN-NOTICE.

           MOVE 'N' TO CLOSED-MATCH-SWITCH
           PERFORM VARYING CLOSED-SUB FROM 1 BY 1
               UNTIL CLOSED-SUB > CLOSED-COUNT
                  OR NOTICE-ALREADY-CLOSED
               IF CLS-VENDOR-ID (CLOSED-SUB) IS EQUAL TO RNF-VENDOR-ID
                  AND CLS-CANDY-ID (CLOSED-SUB) IS EQUAL TO
                       RNF-CANDY-ID
                  AND CLS-BOX-SIZE (CLOSED-SUB) IS EQUAL TO
                       RNF-BOX-SIZE
                   MOVE 'Y' TO CLOSED-MATCH-SWITCH
               END-IF
           END-PERFORM

           IF NOTICE-ALREADY-CLOSED
               ADD 1 TO NOTICES-CLOSED-COUNT
           ELSE
               IF NOTICE-COUNT IS EQUAL TO 200
                   DISPLAY 'RECALL: MORE THAN 200 RECALL '
                           'NOTICES, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NOTICE-COUNT
               MOVE RECALL-NOTICE-RECORD TO
                       NOTICE-ENTRY (NOTICE-COUNT)
           END-IF
           .

       13-LOAD-BIN-MASTER.

           OPEN INPUT BIN-MASTER-FILE
           .

      *****************************************************************
      * 20-SCAN-AND-QUARANTINE reads, for each recalled candy, its
      * records in every warehouse off the master's Candy ID index
      * instead of walking the whole master, holds every record a
      * notice matches, and passes it to the sort so the report
      * still groups by warehouse.  A candy named on more than one
      * notice is read once -- 25 checks each record against every
      * notice.
      *****************************************************************
       20-SCAN-AND-QUARANTINE.

           PERFORM VARYING SCAN-SUB FROM 1 BY 1
               UNTIL SCAN-SUB > NOTICE-COUNT
               PERFORM 22-READ-ONE-CANDY
                   THRU 22-READ-EXIT
           END-PERFORM
           .

       22-READ-ONE-CANDY.

           PERFORM VARYING PRIOR-SUB FROM 1 BY 1
               UNTIL PRIOR-SUB IS NOT LESS THAN SCAN-SUB
                  OR NOT-CANDY-ID (PRIOR-SUB) IS EQUAL TO
                       NOT-CANDY-ID (SCAN-SUB)
               CONTINUE
           END-PERFORM
           IF PRIOR-SUB IS LESS THAN SCAN-SUB
               GO TO 22-READ-EXIT
           END-IF

           MOVE NOT-CANDY-ID (SCAN-SUB) TO IM-CANDY-ID
           START INV-MASTER-FILE KEY IS EQUAL TO IM-CANDY-ID
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               GO TO 22-READ-EXIT
           END-IF

           MOVE ' ' TO MASTER-EOF-FLAG
           PERFORM UNTIL NO-MORE-MASTER-DATA
               READ INV-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO MASTER-EOF-FLAG
                   NOT AT END
                       IF IM-CANDY-ID IS NOT EQUAL TO
                               NOT-CANDY-ID (SCAN-SUB)
                           MOVE 'N' TO MASTER-EOF-FLAG
                       ELSE
                           PERFORM 25-CHECK-ONE-RECORD
                               THRU 25-CHECK-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .

       22-READ-EXIT.
           EXIT.

      *****************************************************************
      * 25-CHECK-ONE-RECORD matches the record against every recall
      * notice.  A notice with a box size only holds the record
               ADD IM-CANDY-STOCK (1) TO TOTAL-RECALLED-CASES
           END-IF

           MOVE IM-WAREHOUSE-ID TO SRT-WAREHOUSE-ID
           MOVE IM-CANDY-ID TO SRT-CANDY-ID
           MOVE IM-VENDOR-ID TO SRT-VENDOR-ID
           IF IM-CANDY-STOCK (1) IS NUMERIC
              AND IM-CANDY-STOCK (1) IS GREATER THAN ZERO
               MOVE IM-CANDY-STOCK (1) TO SRT-CASES-HELD
           ELSE
               MOVE 0 TO SRT-CASES-HELD
           END-IF
           RELEASE SORT-HELD-RECORD
           .

       25-CHECK-EXIT.
           EXIT.

      *****************************************************************
      * 30-WRITE-QUARANTINE-REPORT returns the held records in
      * warehouse order and reports each with its bin location
      * under a heading per warehouse.
      *****************************************************************
       30-WRITE-QUARANTINE-REPORT.

           MOVE SPACES TO PRIOR-WAREHOUSE-ID
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN HELD-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       IF SRT-WAREHOUSE-ID IS NOT EQUAL TO
                               PRIOR-WAREHOUSE-ID
                           MOVE SRT-WAREHOUSE-ID TO
                                   PRIOR-WAREHOUSE-ID
                           MOVE SPACES TO QUARANTINE-RECORD
                           WRITE QUARANTINE-RECORD
                           MOVE SPACES TO QUARANTINE-RECORD
                           STRING 'WAREHOUSE ' DELIMITED BY SIZE
                                  SRT-WAREHOUSE-ID DELIMITED BY SIZE
                               INTO QUARANTINE-RECORD
                           WRITE QUARANTINE-RECORD
                       END-IF
                       PERFORM 27-WRITE-QUARANTINE-LINE
               END-RETURN
           END-PERFORM
           .

       27-WRITE-QUARANTINE-LINE.

           MOVE SPACES TO QRN-LOCATION
           PERFORM VARYING BIN-SUB FROM 1 BY 1
               UNTIL BIN-SUB > BIN-COUNT
               IF BIN-WAREHOUSE-ID (BIN-SUB) IS EQUAL TO
                       SRT-WAREHOUSE-ID
                  AND BIN-CANDY-ID (BIN-SUB) IS EQUAL TO
                       SRT-CANDY-ID
                   MOVE SPACES TO QRN-REMARK
                   STRING BIN-AISLE (BIN-SUB) DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
               END-IF
           END-PERFORM

           MOVE SRT-CANDY-ID TO QRN-CANDY-ID
           MOVE SRT-VENDOR-ID TO QRN-VENDOR-ID
           MOVE SRT-CASES-HELD TO QRN-CASES-HELD
           MOVE QUARANTINE-LINE TO QUARANTINE-RECORD
           WRITE QUARANTINE-RECORD
           .
           MOVE TOTAL-LINE TO QUARANTINE-RECORD
           WRITE QUARANTINE-RECORD

           MOVE SPACES TO TOTAL-LINE
           MOVE 'NOTICES ALREADY CLOSED' TO TOT-LABEL
           MOVE NOTICES-CLOSED-COUNT TO TOT-COUNT
           MOVE TOTAL-LINE TO QUARANTINE-RECORD
           WRITE QUARANTINE-RECORD

           MOVE SPACES TO TOTAL-LINE
           MOVE 'MASTER RECORDS HELD' TO TOT-LABEL
           MOVE RECORDS-HELD-COUNT TO TOT-COUNT
