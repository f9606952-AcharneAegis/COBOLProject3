       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBLEDGER.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * PBLEDGER lists the posted-batch ledger.  INVPOST, XFERPOST,
      * SHIPCONF, ARCASH and RMAPROC each leave a row per batch on
      * the ledger when they run -- posted, or refused with the
      * reason, when a rerun offers a batch already posted, a batch
      * out of sequence, or a batch whose detail does not match its
      * header.  This run prints the rows in the order they were
      * written, so an operator can see what posted when and why a
      * step was stopped, with totals by posting program.
      * *****
      * INPUT:
      *    POSTED-BATCH-LEDGER.txt the posted-batch ledger.
      *    PBLEDGER-PARM.txt       optional: the earliest posting
      *                            date to list (9(8)); rows posted
      *                            before it are left off.  No
      *                            parameter, every row.
      * *****
      * OUTPUT:
      *    Posted-Batch-Report.txt one line per ledger row: posting
      *                            program, source, batch date,
      *                            sequence, count, hash total, the
      *                            date and time it posted, and
      *                            whether it posted or was
      *                            refused, with the reason under a
      *                            refused row; then totals by
      *                            posting program.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-LEDGER-FILE
               ASSIGN TO 'POSTED-BATCH-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PBL-FILE-STATUS.
           SELECT PARM-FILE
               ASSIGN TO 'PBLEDGER-PARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-FILE-STATUS.
           SELECT BATCH-REPORT
               ASSIGN TO PRINTER 'Posted-Batch-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD BATCH-LEDGER-FILE
           RECORD CONTAINS 82 CHARACTERS.

       COPY PBLREC.

       FD PARM-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  PARM-RECORD.
           05  PRM-FROM-DATE           PIC 9(8).

       FD BATCH-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  PBL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PBL-DATA                     VALUE 'N'.
           05  PGM-FOUND-SWITCH        PIC X           VALUE 'N'.
               88 PROGRAM-FOUND                        VALUE 'Y'.

       01  TEMP-FIELDS.
           05  PBL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PRM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  FROM-DATE               PIC 9(8)        VALUE 0.
           05  PGM-SUB                 PIC 99          VALUE 0.

       01  RUN-TOTALS.
           05  ROWS-READ-COUNT         PIC 9(7)        VALUE 0.
           05  ROWS-LISTED-COUNT       PIC 9(7)        VALUE 0.
           05  BATCHES-POSTED-COUNT    PIC 9(7)        VALUE 0.
           05  BATCHES-REFUSED-COUNT   PIC 9(7)        VALUE 0.
           05  RECORDS-POSTED-TOTAL    PIC 9(9)        VALUE 0.

      *****************************************************************
      * PROGRAM-TABLE totals the rows listed by posting program.
      *****************************************************************
       01  PROGRAM-COUNT               PIC 99          VALUE 0.

       01  PROGRAM-TABLE.
           05  PROGRAM-ENTRY OCCURS 1 TO 20 TIMES
               DEPENDING ON PROGRAM-COUNT.
               10  PGM-PROGRAM         PIC X(8).
               10  PGM-POSTED-COUNT    PIC 9(5).
               10  PGM-REFUSED-COUNT   PIC 9(5).
               10  PGM-RECORDS-POSTED  PIC 9(9).

       01  REPORT-HEADING-1.
           05  FILLER                  PIC X(8)        VALUE 'POSTING'.
           05  FILLER                  PIC X           VALUE SPACE.
           05  FILLER                  PIC X(8)        VALUE SPACES.
           05  FILLER                  PIC X           VALUE SPACE.
           05  FILLER                  PIC X(8)        VALUE 'BATCH'.
           05  FILLER                  PIC X(22)       VALUE SPACES.
           05  FILLER                  PIC X(6)        VALUE 'HASH'.
           05  FILLER                  PIC X(26)       VALUE
               'POSTED'.

       01  REPORT-HEADING-2.
           05  FILLER                  PIC X(9)        VALUE
               'PROGRAM'.
           05  FILLER                  PIC X(9)        VALUE
               'SOURCE'.
           05  FILLER                  PIC X(9)        VALUE
               'DATE'.
           05  FILLER                  PIC X(5)        VALUE
               'SEQ'.
           05  FILLER                  PIC X(7)        VALUE
               ' COUNT'.
           05  FILLER                  PIC X(15)       VALUE
               '         TOTAL'.
           05  FILLER                  PIC X(9)        VALUE
               'DATE'.
           05  FILLER                  PIC X(7)        VALUE
               'TIME'.
           05  FILLER                  PIC X(10)       VALUE
               'STATUS'.

       01  DETAIL-LINE.
           05  DTL-PROGRAM             PIC X(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  DTL-SOURCE              PIC X(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  DTL-BATCH-DATE          PIC 9(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  DTL-BATCH-SEQ           PIC 9(4).
           05  FILLER                  PIC X           VALUE SPACE.
           05  DTL-RECORD-COUNT        PIC ZZZZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  DTL-HASH-TOTAL          PIC Z(10)9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  DTL-POST-DATE           PIC 9(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  DTL-POST-TIME           PIC 9(6).
           05  FILLER                  PIC X           VALUE SPACE.
           05  DTL-STATUS              PIC X(7).
           05  FILLER                  PIC XXX         VALUE SPACES.

       01  REASON-LINE.
           05  FILLER                  PIC X(9)        VALUE SPACES.
           05  FILLER                  PIC X(10)       VALUE
               'REFUSED - '.
           05  RSN-REASON              PIC X(20).
           05  FILLER                  PIC X(41)       VALUE SPACES.

       01  PROGRAM-TOTAL-LINE.
           05  PTL-PROGRAM             PIC X(8).
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  FILLER                  PIC X(8)        VALUE 'POSTED'.
           05  PTL-POSTED-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  FILLER                  PIC X(9)        VALUE
               'REFUSED'.
           05  PTL-REFUSED-COUNT       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  FILLER                  PIC X(9)        VALUE
               'RECORDS'.
           05  PTL-RECORDS-POSTED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(11)       VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05  RTL-LABEL               PIC X(28).
           05  RTL-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(41)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 12-READ-PARAMETER
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-LIST-THE-LEDGER
           PERFORM 40-EOF-ROUTINE
           .

       12-READ-PARAMETER.

           OPEN INPUT PARM-FILE
           IF PRM-FILE-STATUS IS EQUAL TO '00'
               READ PARM-FILE
                   NOT AT END
                       IF PRM-FROM-DATE IS NUMERIC
                           MOVE PRM-FROM-DATE TO FROM-DATE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT BATCH-LEDGER-FILE
           IF PBL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'PBLEDGER: UNABLE TO OPEN POSTED-BATCH '
                       'LEDGER, FILE STATUS = ' PBL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BATCH-REPORT

           MOVE SPACES TO REPORT-RECORD
           STRING 'POSTED-BATCH LEDGER AS OF ' DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF FROM-DATE IS GREATER THAN ZERO
               MOVE SPACES TO REPORT-RECORD
               STRING 'ROWS POSTED ON OR AFTER ' DELIMITED BY SIZE
                      FROM-DATE DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE REPORT-HEADING-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE REPORT-HEADING-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       20-LIST-THE-LEDGER.

           MOVE ' ' TO PBL-EOF-FLAG
           PERFORM UNTIL NO-MORE-PBL-DATA
               READ BATCH-LEDGER-FILE
                   AT END
                       MOVE 'N' TO PBL-EOF-FLAG
                   NOT AT END
                       ADD 1 TO ROWS-READ-COUNT
                       IF PBL-POST-DATE IS NOT NUMERIC
                          OR PBL-POST-DATE IS NOT LESS THAN
                               FROM-DATE
                           PERFORM 25-LIST-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           .

      *****************************************************************
      * 25-LIST-ONE-ROW prints one ledger row -- a refused row with
      * its reason on the line under it -- and adds it to the
      * totals of its posting program.
      *****************************************************************
       25-LIST-ONE-ROW.

           ADD 1 TO ROWS-LISTED-COUNT

           MOVE PBL-PROGRAM TO DTL-PROGRAM
           MOVE PBL-SOURCE TO DTL-SOURCE
           MOVE PBL-BATCH-DATE TO DTL-BATCH-DATE
           MOVE PBL-BATCH-SEQ TO DTL-BATCH-SEQ
           MOVE PBL-RECORD-COUNT TO DTL-RECORD-COUNT
           MOVE PBL-HASH-TOTAL TO DTL-HASH-TOTAL
           MOVE PBL-POST-DATE TO DTL-POST-DATE
           MOVE PBL-POST-TIME TO DTL-POST-TIME
           IF PBL-POSTED
               MOVE 'POSTED' TO DTL-STATUS
           ELSE
               MOVE 'REFUSED' TO DTL-STATUS
           END-IF
           MOVE DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF NOT PBL-POSTED
               MOVE PBL-REASON TO RSN-REASON
               MOVE REASON-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE 'N' TO PGM-FOUND-SWITCH
           PERFORM VARYING PGM-SUB FROM 1 BY 1
               UNTIL PGM-SUB > PROGRAM-COUNT
                  OR PROGRAM-FOUND
               IF PGM-PROGRAM (PGM-SUB) IS EQUAL TO PBL-PROGRAM
                   MOVE 'Y' TO PGM-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF PROGRAM-FOUND
               SUBTRACT 1 FROM PGM-SUB
           ELSE
               IF PROGRAM-COUNT IS EQUAL TO 20
                   DISPLAY 'PBLEDGER: MORE THAN 20 POSTING PROGRAMS, '
                           'TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PROGRAM-COUNT
               MOVE PROGRAM-COUNT TO PGM-SUB
               MOVE PBL-PROGRAM TO PGM-PROGRAM (PGM-SUB)
               MOVE 0 TO PGM-POSTED-COUNT (PGM-SUB)
               MOVE 0 TO PGM-REFUSED-COUNT (PGM-SUB)
               MOVE 0 TO PGM-RECORDS-POSTED (PGM-SUB)
           END-IF

           IF PBL-POSTED
               ADD 1 TO BATCHES-POSTED-COUNT
               ADD 1 TO PGM-POSTED-COUNT (PGM-SUB)
               IF PBL-RECORD-COUNT IS NUMERIC
                   ADD PBL-RECORD-COUNT TO RECORDS-POSTED-TOTAL
                   ADD PBL-RECORD-COUNT TO
                           PGM-RECORDS-POSTED (PGM-SUB)
               END-IF
           ELSE
               ADD 1 TO BATCHES-REFUSED-COUNT
               ADD 1 TO PGM-REFUSED-COUNT (PGM-SUB)
           END-IF
           .

       40-EOF-ROUTINE.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'TOTALS BY POSTING PROGRAM' TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING PGM-SUB FROM 1 BY 1
               UNTIL PGM-SUB > PROGRAM-COUNT
               MOVE PGM-PROGRAM (PGM-SUB) TO PTL-PROGRAM
               MOVE PGM-POSTED-COUNT (PGM-SUB) TO PTL-POSTED-COUNT
               MOVE PGM-REFUSED-COUNT (PGM-SUB) TO PTL-REFUSED-COUNT
               MOVE PGM-RECORDS-POSTED (PGM-SUB) TO
                       PTL-RECORDS-POSTED
               MOVE PROGRAM-TOTAL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'LEDGER ROWS READ' TO RTL-LABEL
           MOVE ROWS-READ-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'LEDGER ROWS LISTED' TO RTL-LABEL
           MOVE ROWS-LISTED-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'BATCHES POSTED' TO RTL-LABEL
           MOVE BATCHES-POSTED-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'BATCHES REFUSED' TO RTL-LABEL
           MOVE BATCHES-REFUSED-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'RECORDS POSTED' TO RTL-LABEL
           MOVE RECORDS-POSTED-TOTAL TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           CLOSE BATCH-LEDGER-FILE
                 BATCH-REPORT

           DISPLAY 'PBLEDGER: ' ROWS-LISTED-COUNT ' LEDGER ROWS '
                   'LISTED, ' BATCHES-REFUSED-COUNT ' REFUSED'

           STOP RUN
           .
