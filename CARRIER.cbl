      * the trailer, plus a delta file listing only enrollments
      * changed since the prior extract, so the carrier stops
      * full-reloading us and billing discrepancies become
      * traceable.  Former employees who have elected continuation
      * coverage go out as their own subscriber type, so the
      * carrier bills them and not us.
      * *****
      * INPUT:
      *    WAREHOUSE-CONTROL.txt     the warehouse list.
      *                              files.
      *    CARRIER-INTERFACE-PREV.txt  the prior extract, for the
      *                              delta; missing on first run.
      *    DEPENDENT-DETAIL.txt      the dependent detail rows.
      *    COBRA-CONTINUATION.txt    the continuation file from
      *                              COBRARUN; missing until the
      *                              first continuation run.
      * *****
      * OUTPUT:
      *    CARRIER-INTERFACE.txt     the full extract: 'H' header
      *                              with date and sequence, 'D'
      *                              details for employees and 'C'
      *                              details for elected
      *                              continuees, each followed by
      *                              its 'E' dependent rows off the
      *                              dependent detail file, 'P'
      *                              per-plan counts, 'T' total.
      *    CARRIER-INTERFACE-DELTA.txt  'A' added, 'C' changed,
               ASSIGN TO 'DEPENDENT-DETAIL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DPF-FILE-STATUS.
           SELECT COBRA-FILE
               ASSIGN TO 'COBRA-CONTINUATION.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CBR-FILE-STATUS.
           SELECT CARRIER-INTERFACE
               ASSIGN TO 'CARRIER-INTERFACE.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           05  DPF-BIRTH-DATE          PIC 9(8).
           05  DPF-RELATIONSHIP        PIC XX.

       FD COBRA-FILE
           RECORD CONTAINS 123 CHARACTERS.

       COPY CBRREC.

       FD CARRIER-INTERFACE
           RECORD CONTAINS 33 CHARACTERS.

               88 NO-MORE-EMP-DATA                     VALUE 'N'.
           05  CPF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CPF-DATA                     VALUE 'N'.
           05  CBR-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CBR-DATA                     VALUE 'N'.
           05  MATCH-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 MATCH-FOUND                          VALUE 'Y'.

           05  WHC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  EMP-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CBR-FILE-STATUS         PIC XX          VALUE SPACES.
           05  EMP-IN-NAME             PIC X(40)       VALUE SPACES.
           05  WH-SUB                  PIC 99          VALUE 0.
           05  CUR-SUB                 PIC 9(5)        VALUE 0.

       01  RUN-TOTALS.
           05  SUBSCRIBERS-COUNT       PIC 9(7)        VALUE 0.
           05  CONTINUEES-COUNT        PIC 9(5)        VALUE 0.
           05  DELTA-ADDS-COUNT        PIC 9(5)        VALUE 0.
           05  DELTA-CHANGES-COUNT     PIC 9(5)        VALUE 0.
           05  DELTA-DROPS-COUNT       PIC 9(5)        VALUE 0.
               UNTIL WH-SUB > WAREHOUSE-COUNT
               PERFORM 20-COLLECT-ONE-WAREHOUSE
           END-PERFORM
           PERFORM 26-COLLECT-CONTINUEES
               THRU 26-COLLECT-EXIT
           PERFORM 30-WRITE-FULL-EXTRACT
           PERFORM 32-WRITE-DELTA-EXTRACT
           PERFORM 34-REPLACE-PRIOR-EXTRACT
                       NOT AT END
                           IF CARRIER-PREV-RECORD (1: 1) IS EQUAL
                                   TO 'D'
                              OR CARRIER-PREV-RECORD (1: 1) IS EQUAL
                                   TO 'C'
                               IF PREV-COUNT IS EQUAL TO 20000
                                   DISPLAY 'CARRIER: PRIOR EXTRACT '
                                           'HAS MORE THAN 20000 '
           END-PERFORM
           .

      *****************************************************************
      * 26-COLLECT-CONTINUEES adds every former employee who has
      * elected continuation coverage and is still covered, as a
      * 'C' subscriber at the plan cost of the coverage continued.
      *****************************************************************
       26-COLLECT-CONTINUEES.

           OPEN INPUT COBRA-FILE
           IF CBR-FILE-STATUS IS EQUAL TO '35'
               GO TO 26-COLLECT-EXIT
           END-IF
           IF CBR-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CARRIER: UNABLE TO OPEN CONTINUATION FILE, '
                       'FILE STATUS = ' CBR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ' ' TO CBR-EOF-FLAG
           PERFORM UNTIL NO-MORE-CBR-DATA
               READ COBRA-FILE
                   AT END
                       MOVE 'N' TO CBR-EOF-FLAG
                   NOT AT END
                       IF CBR-ELECTED
                           PERFORM 27-COLLECT-ONE-CONTINUEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COBRA-FILE
           .

       26-COLLECT-EXIT.
           EXIT.

       27-COLLECT-ONE-CONTINUEE.

           MOVE SPACES TO CARRIER-DETAIL-LINE
           MOVE 'C' TO CAR-D-TYPE
           MOVE CBR-EMP-ID TO CAR-D-EMP-ID
           MOVE CBR-LAST-NAME TO CAR-D-LAST-NAME
           MOVE CBR-FIRST-NAME TO CAR-D-FIRST-NAME
           MOVE CBR-MIDDLE-INI TO CAR-D-MIDDLE-INI
           MOVE CBR-HEALTH-PLAN TO CAR-D-HEALTH-PLAN
           MOVE CBR-DEPENDENTS TO CAR-D-DEPENDENTS
           MOVE CBR-PLAN-COST TO CAR-D-HEALTH-COST

           IF CURRENT-COUNT IS EQUAL TO 20000
               DISPLAY 'CARRIER: MORE THAN 20000 SUBSCRIBERS, '
                       'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CURRENT-COUNT
           MOVE CBR-EMP-ID TO CUR-EMP-ID (CURRENT-COUNT)
           MOVE CARRIER-DETAIL-LINE TO CUR-DETAIL (CURRENT-COUNT)
           ADD 1 TO SUBSCRIBERS-COUNT
           ADD 1 TO CONTINUEES-COUNT

           PERFORM VARYING PLAN-SUB FROM 1 BY 1
               UNTIL PLAN-SUB > 26
               IF PLAN-LETTER (PLAN-SUB) IS EQUAL TO
                       CBR-HEALTH-PLAN
                   ADD 1 TO PLN-SUBSCRIBERS (PLAN-SUB)
                   MOVE 27 TO PLAN-SUB
               END-IF
           END-PERFORM
           .

       30-WRITE-FULL-EXTRACT.

           OPEN OUTPUT CARRIER-INTERFACE
           PERFORM 55-POST-LEDGER-ROW

           DISPLAY 'CARRIER: ' SUBSCRIBERS-COUNT ' SUBSCRIBERS, '
                   CONTINUEES-COUNT ' ON CONTINUATION, '
                   DELTA-ADDS-COUNT ' ADDED, '
                   DELTA-CHANGES-COUNT ' CHANGED, '
                   DELTA-DROPS-COUNT ' DROPPED SINCE LAST EXTRACT'
