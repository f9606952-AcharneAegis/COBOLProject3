       IDENTIFICATION DIVISION.
       PROGRAM-ID. LPNRECON.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * LPNRECON reconciles the license plates to the inventory
      * master after LPNPOST.  The cases on the plates on hand --
      * on the dock or stored in a bin -- are summed per warehouse
      * and Candy ID and set against the master's stock; every
      * warehouse/Candy ID where the two disagree is printed with
      * the difference, as is any candy on a plate the master has
      * no record of.  Stock moved by a run that does not report
      * plate movements shows here until the plates are put right
      * by hand.
      * *****
      * INPUT:
      *    INVENTORY-MASTER.dat    the indexed inventory master,
      *                            read only.
      *    LICENSE-PLATE.txt       optional: the license plates; a
      *                            missing file means none.
      * *****
      * OUTPUT:
      *    Plate-Variance-Report.txt  each warehouse/Candy ID whose
      *                            stock and plates disagree, and
      *                            run totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-MASTER-FILE
               ASSIGN TO 'INVENTORY-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-REC-KEY
               ALTERNATE RECORD KEY IS IM-CANDY-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IM-VENDOR-ID
                   WITH DUPLICATES
               FILE STATUS IS IMF-FILE-STATUS.
           SELECT LICENSE-PLATE-FILE
               ASSIGN TO 'LICENSE-PLATE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPN-FILE-STATUS.
           SELECT PLATE-VARIANCE-REPORT
               ASSIGN TO PRINTER 'Plate-Variance-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD INV-MASTER-FILE
           RECORD CONTAINS 705 CHARACTERS.

       COPY INVMREC.

       FD LICENSE-PLATE-FILE
           RECORD CONTAINS 73 CHARACTERS.

       COPY LPNREC.

       FD PLATE-VARIANCE-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  MASTER-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-MASTER-DATA                  VALUE 'N'.
           05  LPN-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-LPN-DATA                     VALUE 'N'.

       01  TEMP-FIELDS.
           05  IMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LPN-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ONH-SUB                 PIC 9(4)        VALUE 0.
           05  ONH-HOLD-SUB            PIC 9(4)        VALUE 0.
           05  MASTER-STOCK            PIC S9(5)       VALUE 0.
           05  PLATE-CASES             PIC 9(7)        VALUE 0.
           05  CASES-VARIANCE          PIC S9(7)       VALUE 0.
           05  VARIANCE-REMARK         PIC X(18)       VALUE SPACES.

       01  RUN-TOTALS.
           05  PLATES-READ-COUNT       PIC 9(7)        VALUE 0.
           05  PLATES-ON-HAND-COUNT    PIC 9(7)        VALUE 0.
           05  ITEMS-CHECKED-COUNT     PIC 9(7)        VALUE 0.
           05  ITEMS-AGREED-COUNT      PIC 9(7)        VALUE 0.
           05  VARIANCE-COUNT          PIC 9(7)        VALUE 0.
           05  NOT-ON-MASTER-COUNT     PIC 9(7)        VALUE 0.
           05  TOTAL-STOCK             PIC S9(9)       VALUE 0.
           05  TOTAL-PLATE-CASES       PIC 9(9)        VALUE 0.

      *****************************************************************
      * ON-HAND-TABLE sums the cases on the plates on hand per
      * warehouse/Candy ID; ONH-MATCHED-SWITCH marks the ones the
      * master pass met, so the rest can be listed at the end.
      *****************************************************************
       01  ON-HAND-COUNT               PIC 9(4)        VALUE 0.

       01  ON-HAND-TABLE.
           05  ON-HAND-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON ON-HAND-COUNT.
               10  ONH-WAREHOUSE-ID    PIC X(4).
               10  ONH-CANDY-ID        PIC XXX.
               10  ONH-CASES           PIC 9(7).
               10  ONH-PLATES          PIC 9(5).
               10  ONH-MATCHED-SWITCH  PIC X.

       01  REPORT-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       'WHSE  CDY    STOCK  PLATES    '.
           05  FILLER                  PIC X(30)   VALUE
                                       '  CASES    VARIANCE  REMARK'.

       01  REPORT-LINE.
           05  RPT-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RPT-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RPT-STOCK               PIC ZZ,ZZ9-.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RPT-PLATES              PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RPT-PLATE-CASES         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RPT-VARIANCE            PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RPT-REMARK              PIC X(18).
           05  FILLER                  PIC X(5)        VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(43)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 12-LOAD-PLATES-ON-HAND
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-CHECK-THE-MASTER
           PERFORM 30-LIST-NOT-ON-MASTER
           PERFORM 40-EOF-ROUTINE
           .

       12-LOAD-PLATES-ON-HAND.

           OPEN INPUT LICENSE-PLATE-FILE
           IF LPN-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF LPN-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'LPNRECON: UNABLE TO OPEN LICENSE PLATE '
                           'FILE, FILE STATUS = ' LPN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO LPN-EOF-FLAG
               PERFORM UNTIL NO-MORE-LPN-DATA
                   READ LICENSE-PLATE-FILE
                       AT END
                           MOVE 'N' TO LPN-EOF-FLAG
                       NOT AT END
                           ADD 1 TO PLATES-READ-COUNT
                           IF (LPN-ON-DOCK OR LPN-STORED)
                              AND LPN-CASES IS NUMERIC
                               PERFORM 14-ADD-PLATE-CASES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LICENSE-PLATE-FILE
           END-IF
           .

       14-ADD-PLATE-CASES.

           ADD 1 TO PLATES-ON-HAND-COUNT
           MOVE 0 TO ONH-HOLD-SUB
           PERFORM VARYING ONH-SUB FROM 1 BY 1
               UNTIL ONH-SUB > ON-HAND-COUNT
               IF ONH-WAREHOUSE-ID (ONH-SUB) IS EQUAL TO
                       LPN-WAREHOUSE-ID
                  AND ONH-CANDY-ID (ONH-SUB) IS EQUAL TO LPN-CANDY-ID
                   MOVE ONH-SUB TO ONH-HOLD-SUB
                   MOVE ON-HAND-COUNT TO ONH-SUB
               END-IF
           END-PERFORM

           IF ONH-HOLD-SUB IS EQUAL TO ZERO
               IF ON-HAND-COUNT IS EQUAL TO 3000
                   DISPLAY 'LPNRECON: MORE THAN 3000 WAREHOUSE/'
                           'CANDY PAIRS ON PLATES, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ON-HAND-COUNT
               MOVE LPN-WAREHOUSE-ID TO
                       ONH-WAREHOUSE-ID (ON-HAND-COUNT)
               MOVE LPN-CANDY-ID TO ONH-CANDY-ID (ON-HAND-COUNT)
               MOVE 0 TO ONH-CASES (ON-HAND-COUNT)
               MOVE 0 TO ONH-PLATES (ON-HAND-COUNT)
               MOVE 'N' TO ONH-MATCHED-SWITCH (ON-HAND-COUNT)
               MOVE ON-HAND-COUNT TO ONH-HOLD-SUB
           END-IF

           ADD LPN-CASES TO ONH-CASES (ONH-HOLD-SUB)
           ADD 1 TO ONH-PLATES (ONH-HOLD-SUB)
           .

       15-HSKPING-ROUTINE.

           OPEN OUTPUT PLATE-VARIANCE-REPORT

           MOVE 'LICENSE PLATE TO INVENTORY MASTER VARIANCES'
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE REPORT-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       20-CHECK-THE-MASTER.

           OPEN INPUT INV-MASTER-FILE
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'LPNRECON: UNABLE TO OPEN INVENTORY MASTER, '
                       'FILE STATUS = ' IMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO IM-REC-KEY
           START INV-MASTER-FILE KEY IS NOT LESS THAN IM-REC-KEY
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'N' TO MASTER-EOF-FLAG
           ELSE
               MOVE ' ' TO MASTER-EOF-FLAG
           END-IF

           PERFORM UNTIL NO-MORE-MASTER-DATA
               READ INV-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO MASTER-EOF-FLAG
                   NOT AT END
                       PERFORM 25-CHECK-ONE-RECORD
               END-READ
           END-PERFORM

           CLOSE INV-MASTER-FILE
           .

      *****************************************************************
      * 25-CHECK-ONE-RECORD sets the record's stock against the
      * cases on its plates on hand; a record with no stock and no
      * plates agrees and is not counted.
      *****************************************************************
       25-CHECK-ONE-RECORD.

           IF IM-CANDY-STOCK (1) IS NUMERIC
               MOVE IM-CANDY-STOCK (1) TO MASTER-STOCK
           ELSE
               MOVE 0 TO MASTER-STOCK
           END-IF

           MOVE 0 TO ONH-HOLD-SUB
           PERFORM VARYING ONH-SUB FROM 1 BY 1
               UNTIL ONH-SUB > ON-HAND-COUNT
               IF ONH-WAREHOUSE-ID (ONH-SUB) IS EQUAL TO
                       IM-WAREHOUSE-ID
                  AND ONH-CANDY-ID (ONH-SUB) IS EQUAL TO IM-CANDY-ID
                   MOVE ONH-SUB TO ONH-HOLD-SUB
                   MOVE ON-HAND-COUNT TO ONH-SUB
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           MOVE 0 TO RPT-PLATES
           IF ONH-HOLD-SUB IS EQUAL TO ZERO
               MOVE 0 TO PLATE-CASES
           ELSE
               MOVE 'Y' TO ONH-MATCHED-SWITCH (ONH-HOLD-SUB)
               MOVE ONH-CASES (ONH-HOLD-SUB) TO PLATE-CASES
               MOVE ONH-PLATES (ONH-HOLD-SUB) TO RPT-PLATES
           END-IF

           IF MASTER-STOCK IS EQUAL TO ZERO
              AND PLATE-CASES IS EQUAL TO ZERO
               CONTINUE
           ELSE
               ADD 1 TO ITEMS-CHECKED-COUNT
               ADD MASTER-STOCK TO TOTAL-STOCK
               ADD PLATE-CASES TO TOTAL-PLATE-CASES
               COMPUTE CASES-VARIANCE = PLATE-CASES - MASTER-STOCK
               IF CASES-VARIANCE IS EQUAL TO ZERO
                   ADD 1 TO ITEMS-AGREED-COUNT
               ELSE
                   ADD 1 TO VARIANCE-COUNT
                   IF ONH-HOLD-SUB IS EQUAL TO ZERO
                       MOVE 'NO PLATES' TO VARIANCE-REMARK
                   ELSE
                       IF CASES-VARIANCE IS GREATER THAN ZERO
                           MOVE 'PLATES OVER STOCK' TO VARIANCE-REMARK
                       ELSE
                           MOVE 'PLATES UNDER STOCK' TO
                                   VARIANCE-REMARK
                       END-IF
                   END-IF
                   PERFORM 35-WRITE-VARIANCE-LINE
               END-IF
           END-IF
           .

      *****************************************************************
      * 30-LIST-NOT-ON-MASTER prints the plates on hand whose
      * warehouse/Candy ID the master has no record of.
      *****************************************************************
       30-LIST-NOT-ON-MASTER.

           PERFORM VARYING ONH-SUB FROM 1 BY 1
               UNTIL ONH-SUB > ON-HAND-COUNT
               IF ONH-MATCHED-SWITCH (ONH-SUB) IS NOT EQUAL TO 'Y'
                   ADD 1 TO NOT-ON-MASTER-COUNT
                   ADD 1 TO VARIANCE-COUNT
                   ADD ONH-CASES (ONH-SUB) TO TOTAL-PLATE-CASES
                   MOVE SPACES TO REPORT-LINE
                   MOVE ONH-WAREHOUSE-ID (ONH-SUB) TO IM-WAREHOUSE-ID
                   MOVE ONH-CANDY-ID (ONH-SUB) TO IM-CANDY-ID
                   MOVE 0 TO MASTER-STOCK
                   MOVE ONH-CASES (ONH-SUB) TO PLATE-CASES
                   MOVE ONH-PLATES (ONH-SUB) TO RPT-PLATES
                   MOVE ONH-CASES (ONH-SUB) TO CASES-VARIANCE
                   MOVE 'NOT ON MASTER' TO VARIANCE-REMARK
                   PERFORM 35-WRITE-VARIANCE-LINE
               END-IF
           END-PERFORM
           .

       35-WRITE-VARIANCE-LINE.

           MOVE IM-WAREHOUSE-ID TO RPT-WAREHOUSE-ID
           MOVE IM-CANDY-ID TO RPT-CANDY-ID
           MOVE MASTER-STOCK TO RPT-STOCK
           MOVE PLATE-CASES TO RPT-PLATE-CASES
           MOVE CASES-VARIANCE TO RPT-VARIANCE
           MOVE VARIANCE-REMARK TO RPT-REMARK
           MOVE REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       40-EOF-ROUTINE.

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'PLATES READ' TO RTL-LABEL
           MOVE PLATES-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'PLATES ON HAND' TO RTL-LABEL
           MOVE PLATES-ON-HAND-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'ITEMS CHECKED' TO RTL-LABEL
           MOVE ITEMS-CHECKED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'ITEMS IN AGREEMENT' TO RTL-LABEL
           MOVE ITEMS-AGREED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'ITEMS WITH A VARIANCE' TO RTL-LABEL
           MOVE VARIANCE-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE '  OF WHICH NOT ON MASTER' TO RTL-LABEL
           MOVE NOT-ON-MASTER-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'MASTER STOCK' TO RTL-LABEL
           MOVE TOTAL-STOCK TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CASES ON PLATES' TO RTL-LABEL
           MOVE TOTAL-PLATE-CASES TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           CLOSE PLATE-VARIANCE-REPORT

           IF VARIANCE-COUNT IS GREATER THAN ZERO
               DISPLAY 'LPNRECON: ' VARIANCE-COUNT
                       ' ITEMS WHERE THE PLATES AND STOCK DISAGREE'
           END-IF

           STOP RUN
           .
