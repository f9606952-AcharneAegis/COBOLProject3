       IDENTIFICATION DIVISION.
       PROGRAM-ID. LPNPOST.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * LPNPOST is the license plate posting run, after the runs
      * that move stock and before LPNRECON.  Every pallet PUTAWAY
      * received has a plate; this run carries the plates through
      * the day's movements the other runs left on the plate
      * transaction file -- putaways and bin moves, picks, transfers
      * out and in, and write-offs -- and logs each one on the plate
      * history.  A putaway or move of part of a pallet splits the
      * cases moved onto a new plate, and so does a transfer of part
      * of one.  A pick or write-off with no plate named comes off
      * the warehouse's plates of the candy (and lot, when given)
      * oldest receipt first, the stored plates before the dock;
      * whatever cannot be found on a plate is reported short and
      * shows on the next reconciliation.
      * *****
      * INPUT:
      *    PLATE-TRANS.txt         optional: the movements to post,
      *                            in the order the runs wrote them.
      *    LICENSE-PLATE.txt       optional: the license plates.
      *    PLATE-CONTROL.txt       optional: the next license plate
      *                            number; a missing file starts
      *                            at 1.
      * *****
      * OUTPUT:
      *    LICENSE-PLATE.txt       rewritten with the movements
      *                            applied; a plate emptied more
      *                            than 30 days ago is dropped.
      *    LICENSE-PLATE-HISTORY.txt  extended with one line per
      *                            plate per movement.
      *    PLATE-CONTROL.txt       rewritten with the next plate
      *                            number.
      *    PLATE-TRANS.txt         cleared once posted, so nothing
      *                            posts twice.
      *    LPNPOST-Register.txt    each movement with its
      *                            disposition, and run totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLATE-TRANS-FILE
               ASSIGN TO 'PLATE-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLT-FILE-STATUS.
           SELECT LICENSE-PLATE-FILE
               ASSIGN TO 'LICENSE-PLATE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPN-FILE-STATUS.
           SELECT PLATE-HISTORY-FILE
               ASSIGN TO 'LICENSE-PLATE-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPH-FILE-STATUS.
           SELECT PLATE-CONTROL-FILE
               ASSIGN TO 'PLATE-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LPC-FILE-STATUS.
           SELECT LPNPOST-REGISTER
               ASSIGN TO PRINTER 'LPNPOST-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PLATE-TRANS-FILE
           RECORD CONTAINS 65 CHARACTERS.

       COPY LPTREC.

       FD LICENSE-PLATE-FILE
           RECORD CONTAINS 73 CHARACTERS.

       COPY LPNREC.

       FD PLATE-HISTORY-FILE
           RECORD CONTAINS 72 CHARACTERS.

       COPY LPHREC.

       FD PLATE-CONTROL-FILE
           RECORD CONTAINS 8 CHARACTERS.

       01  PLATE-CONTROL-RECORD.
           05  LPC-NEXT-PLATE-ID       PIC 9(8).

       FD LPNPOST-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  PLT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PLT-DATA                     VALUE 'N'.
           05  LPN-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-LPN-DATA                     VALUE 'N'.
           05  PLATE-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 PLATE-FOUND                          VALUE 'Y'.

       01  TEMP-FIELDS.
           05  PLT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LPN-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LPH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LPC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PLATE-SUB               PIC 9(4)        VALUE 0.
           05  PLATE-HOLD-SUB          PIC 9(4)        VALUE 0.
           05  NEXT-PLATE-ID           PIC 9(8)        VALUE 1.
           05  CASES-TO-MOVE           PIC 9(5)        VALUE 0.
           05  CASES-THIS-PLATE        PIC 9(5)        VALUE 0.
           05  CASES-SHORT             PIC 9(5)        VALUE 0.
           05  PLATES-TOUCHED          PIC 9(4)        VALUE 0.
           05  MOVE-DATE               PIC 9(8)        VALUE 0.
           05  MOVE-PROGRAM            PIC X(8)        VALUE SPACES.
           05  HIST-MOVE-TYPE          PIC X           VALUE SPACE.
           05  HIST-CASES              PIC 9(5)        VALUE 0.
           05  HIST-FROM-BIN           PIC 9(6)        VALUE 0.
           05  HIST-REFERENCE          PIC X(8)        VALUE SPACES.
           05  REJECT-REASON           PIC X(25)       VALUE SPACES.
           05  SHORT-DISPOSITION.
               10  FILLER              PIC X(7)        VALUE 'SHORT -'.
               10  SHD-CASES           PIC ZZ,ZZ9.
               10  FILLER              PIC X(17)       VALUE
                                       ' NOT ON A PLATE'.
           05  RETAIN-DAYS             PIC 999         VALUE 30.
           05  AGE-DAYS                PIC S9(7)       VALUE 0.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD.
               10  RUN-CCYY            PIC 9(4).
               10  RUN-MM              PIC 99.
               10  RUN-DD              PIC 99.
           05  LAST-MOVE-WORK          PIC 9(8)        VALUE 0.
           05  LAST-MOVE-X REDEFINES LAST-MOVE-WORK.
               10  LMV-CCYY            PIC 9(4).
               10  LMV-MM              PIC 99.
               10  LMV-DD              PIC 99.

       01  RUN-TOTALS.
           05  TRANS-READ-COUNT        PIC 9(7)        VALUE 0.
           05  TRANS-APPLIED-COUNT     PIC 9(7)        VALUE 0.
           05  TRANS-SHORT-COUNT       PIC 9(7)        VALUE 0.
           05  TRANS-REJECTED-COUNT    PIC 9(7)        VALUE 0.
           05  PLATES-SPLIT-COUNT      PIC 9(7)        VALUE 0.
           05  PLATES-EMPTIED-COUNT    PIC 9(7)        VALUE 0.
           05  PLATES-DROPPED-COUNT    PIC 9(7)        VALUE 0.
           05  PLATES-KEPT-COUNT       PIC 9(7)        VALUE 0.
           05  CASES-SHORT-TOTAL       PIC 9(9)        VALUE 0.

      *****************************************************************
      * PLATE-TABLE holds the plate file while the movements are
      * applied, the plates split off this run added at the end;
      * it is written back to LICENSE-PLATE.txt at the end of run.
      *****************************************************************
       01  PLATE-COUNT                 PIC 9(4)        VALUE 0.

       01  PLATE-TABLE.
           05  PLATE-ENTRY OCCURS 1 TO 9000 TIMES
               DEPENDING ON PLATE-COUNT.
               10  PLA-PLATE-ID        PIC 9(8).
               10  PLA-WAREHOUSE-ID    PIC X(4).
               10  PLA-CANDY-ID        PIC XXX.
               10  PLA-LOT-NUMBER      PIC X(10).
               10  PLA-CASES           PIC 9(5).
               10  PLA-STATUS          PIC X.
               10  PLA-BIN-LOCATION    PIC 9(6).
               10  PLA-RECEIPT-DATE    PIC 9(8).
               10  PLA-LAST-MOVE-DATE  PIC 9(8).
               10  PLA-TRANSIT-DOC     PIC X(8).
               10  PLA-TO-WAREHOUSE    PIC X(4).
               10  PLA-REFERENCE       PIC X(8).

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       'T  PLATE     WHSE  CDY  LOT   '.
           05  FILLER                  PIC X(30)   VALUE
                                       '       CASES  DISPOSITION'.

       01  REGISTER-LINE.
           05  REG-TRANS-TYPE          PIC X.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-PLATE-ID            PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-LOT-NUMBER          PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-CASES               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-DISPOSITION         PIC X(36).

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(44)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 11-TAKE-NEXT-PLATE-ID
           PERFORM 12-LOAD-LICENSE-PLATES
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-PLATE-TRANS
           PERFORM 40-EOF-ROUTINE
           .

       11-TAKE-NEXT-PLATE-ID.

           OPEN INPUT PLATE-CONTROL-FILE
           IF LPC-FILE-STATUS IS EQUAL TO '00'
               READ PLATE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LPC-NEXT-PLATE-ID IS NUMERIC
                          AND LPC-NEXT-PLATE-ID IS GREATER THAN ZERO
                           MOVE LPC-NEXT-PLATE-ID TO NEXT-PLATE-ID
                       END-IF
               END-READ
               CLOSE PLATE-CONTROL-FILE
           END-IF
           .

       12-LOAD-LICENSE-PLATES.

           OPEN INPUT LICENSE-PLATE-FILE
           IF LPN-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF LPN-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'LPNPOST: UNABLE TO OPEN LICENSE PLATE '
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
                           PERFORM 32A-NEW-PLATE-ENTRY
                           MOVE LICENSE-PLATE-RECORD TO
                                   PLATE-ENTRY (PLATE-COUNT)
                           IF PLA-PLATE-ID (PLATE-COUNT) IS NOT
                                   LESS THAN NEXT-PLATE-ID
                               COMPUTE NEXT-PLATE-ID =
                                       PLA-PLATE-ID (PLATE-COUNT) + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LICENSE-PLATE-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN EXTEND PLATE-HISTORY-FILE
           IF LPH-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT PLATE-HISTORY-FILE
               IF LPH-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'LPNPOST: UNABLE TO OPEN LICENSE PLATE '
                           'HISTORY, FILE STATUS = ' LPH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT LPNPOST-REGISTER
           MOVE 'LICENSE PLATE POSTING REGISTER' TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       20-PROCESS-PLATE-TRANS.

           OPEN INPUT PLATE-TRANS-FILE
           IF PLT-FILE-STATUS IS EQUAL TO '35'
               MOVE 'NO PLATE MOVEMENTS TO POST' TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           ELSE
               IF PLT-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'LPNPOST: UNABLE TO OPEN PLATE '
                           'TRANSACTION FILE, FILE STATUS = '
                           PLT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO PLT-EOF-FLAG
               PERFORM UNTIL NO-MORE-PLT-DATA
                   READ PLATE-TRANS-FILE
                       AT END
                           MOVE 'N' TO PLT-EOF-FLAG
                       NOT AT END
                           ADD 1 TO TRANS-READ-COUNT
                           PERFORM 25-APPLY-ONE-TRANS
                               THRU 25-APPLY-EXIT
                   END-READ
               END-PERFORM
               CLOSE PLATE-TRANS-FILE
           END-IF
           .

      *****************************************************************
      * 25-APPLY-ONE-TRANS proves the movement and hands it to the
      * paragraph for its type.  The movement date is the date the
      * run that wrote it ran; a keyed move with none is today.
      *****************************************************************
       25-APPLY-ONE-TRANS.

           MOVE SPACES TO REJECT-REASON
           MOVE SPACES TO REG-DISPOSITION
           MOVE 0 TO CASES-SHORT

           IF PLT-PLATE-ID IS NOT NUMERIC
               MOVE 0 TO PLT-PLATE-ID
           END-IF
           IF PLT-TRANS-DATE IS NUMERIC
              AND PLT-TRANS-DATE IS GREATER THAN ZERO
               MOVE PLT-TRANS-DATE TO MOVE-DATE
           ELSE
               MOVE RUN-DATE-YYYYMMDD TO MOVE-DATE
           END-IF
           IF PLT-PROGRAM IS EQUAL TO SPACES
               MOVE 'KEYED' TO MOVE-PROGRAM
           ELSE
               MOVE PLT-PROGRAM TO MOVE-PROGRAM
           END-IF

           IF PLT-CASES IS NOT NUMERIC
               MOVE 'CASES NOT NUMERIC' TO REJECT-REASON
               PERFORM 38-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           EVALUATE TRUE
               WHEN PLT-PUTAWAY
               WHEN PLT-BIN-MOVE
                   PERFORM 26-MOVE-TO-BIN THRU 26-MOVE-EXIT
               WHEN PLT-PICK
               WHEN PLT-WRITE-OFF
                   PERFORM 27-RELIEVE-PLATES THRU 27-RELIEVE-EXIT
               WHEN PLT-TRANSFER-OUT
                   PERFORM 28-SHIP-PLATES-OUT THRU 28-SHIP-EXIT
               WHEN PLT-TRANSFER-IN
                   PERFORM 29-RECEIVE-PLATES-IN THRU 29-RECEIVE-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN MOVEMENT TYPE' TO REJECT-REASON
           END-EVALUATE

           IF REJECT-REASON IS EQUAL TO SPACES
               ADD 1 TO TRANS-APPLIED-COUNT
               IF CASES-SHORT IS GREATER THAN ZERO
                   MOVE CASES-SHORT TO SHD-CASES
                   MOVE SHORT-DISPOSITION TO REG-DISPOSITION
                   ADD 1 TO TRANS-SHORT-COUNT
                   ADD CASES-SHORT TO CASES-SHORT-TOTAL
               END-IF
           END-IF
           PERFORM 38-WRITE-REGISTER-LINE
           .

       25-APPLY-EXIT.
           EXIT.

      *****************************************************************
      * 26-MOVE-TO-BIN puts a plate on the dock or in a bin into the
      * bin named -- a 'P' putaway or an 'M' bin-to-bin move.  Part
      * of a plate is split off onto a new plate first and the new
      * plate moved; the rest stays where it was.  A putaway with
      * no bin (a no-room task put away by hand) stores the plate
      * with its bin unknown.
      *****************************************************************
       26-MOVE-TO-BIN.

           PERFORM 30-FIND-NAMED-PLATE THRU 30-FIND-EXIT
           IF REJECT-REASON IS NOT EQUAL TO SPACES
               GO TO 26-MOVE-EXIT
           END-IF

           IF PLT-TO-BIN IS NOT NUMERIC
               MOVE 'BIN NOT NUMERIC' TO REJECT-REASON
               GO TO 26-MOVE-EXIT
           END-IF
           IF PLT-BIN-MOVE
              AND PLT-TO-BIN IS EQUAL TO ZEROS
               MOVE 'NO BIN TO MOVE TO' TO REJECT-REASON
               GO TO 26-MOVE-EXIT
           END-IF

           IF PLT-CASES IS EQUAL TO ZERO
              OR PLT-CASES IS EQUAL TO PLA-CASES (PLATE-HOLD-SUB)
               CONTINUE
           ELSE
               MOVE PLT-CASES TO CASES-THIS-PLATE
               PERFORM 32-SPLIT-PLATE
           END-IF

           MOVE PLATE-HOLD-SUB TO PLATE-SUB
           MOVE PLA-BIN-LOCATION (PLATE-SUB) TO HIST-FROM-BIN
           MOVE PLT-TO-BIN TO PLA-BIN-LOCATION (PLATE-SUB)
           MOVE 'S' TO PLA-STATUS (PLATE-SUB)
           MOVE MOVE-DATE TO PLA-LAST-MOVE-DATE (PLATE-SUB)
           MOVE PLT-TRANS-TYPE TO HIST-MOVE-TYPE
           MOVE PLA-CASES (PLATE-SUB) TO HIST-CASES
           MOVE PLT-REFERENCE TO HIST-REFERENCE
           PERFORM 35-WRITE-PLATE-HISTORY
           .

       26-MOVE-EXIT.
           EXIT.

      *****************************************************************
      * 27-RELIEVE-PLATES takes picked or written-off cases off the
      * plate named, or when none is named off the oldest plates of
      * the candy and lot on hand in the warehouse.  A plate taken
      * to zero is marked empty.
      *****************************************************************
       27-RELIEVE-PLATES.

           MOVE PLT-CASES TO CASES-TO-MOVE
           IF CASES-TO-MOVE IS EQUAL TO ZERO
               MOVE 'NO CASES TO TAKE' TO REJECT-REASON
               GO TO 27-RELIEVE-EXIT
           END-IF

           IF PLT-PLATE-ID IS GREATER THAN ZERO
               PERFORM 30-FIND-NAMED-PLATE THRU 30-FIND-EXIT
               IF REJECT-REASON IS NOT EQUAL TO SPACES
                   GO TO 27-RELIEVE-EXIT
               END-IF
               MOVE PLATE-HOLD-SUB TO PLATE-SUB
               PERFORM 27A-RELIEVE-ONE-PLATE
           ELSE
               MOVE 'Y' TO PLATE-FOUND-SWITCH
               PERFORM UNTIL CASES-TO-MOVE IS EQUAL TO ZERO
                          OR NOT PLATE-FOUND
                   PERFORM 31-FIND-OLDEST-PLATE
                   IF PLATE-FOUND
                       MOVE PLATE-HOLD-SUB TO PLATE-SUB
                       PERFORM 27A-RELIEVE-ONE-PLATE
                   END-IF
               END-PERFORM
           END-IF

           MOVE CASES-TO-MOVE TO CASES-SHORT
           .

       27-RELIEVE-EXIT.
           EXIT.

       27A-RELIEVE-ONE-PLATE.

           IF PLA-CASES (PLATE-SUB) IS LESS THAN CASES-TO-MOVE
               MOVE PLA-CASES (PLATE-SUB) TO CASES-THIS-PLATE
           ELSE
               MOVE CASES-TO-MOVE TO CASES-THIS-PLATE
           END-IF
           SUBTRACT CASES-THIS-PLATE FROM PLA-CASES (PLATE-SUB)
           SUBTRACT CASES-THIS-PLATE FROM CASES-TO-MOVE
           MOVE MOVE-DATE TO PLA-LAST-MOVE-DATE (PLATE-SUB)
           IF PLA-CASES (PLATE-SUB) IS EQUAL TO ZERO
               MOVE 'E' TO PLA-STATUS (PLATE-SUB)
               ADD 1 TO PLATES-EMPTIED-COUNT
           END-IF

           MOVE PLT-TRANS-TYPE TO HIST-MOVE-TYPE
           MOVE CASES-THIS-PLATE TO HIST-CASES
           MOVE PLA-BIN-LOCATION (PLATE-SUB) TO HIST-FROM-BIN
           MOVE PLT-REFERENCE TO HIST-REFERENCE
           PERFORM 35-WRITE-PLATE-HISTORY
           .

      *****************************************************************
      * 28-SHIP-PLATES-OUT puts the plates shipped on a transfer in
      * transit to the receiving warehouse under the transfer
      * document -- the plate named, or the sender's oldest plates
      * of the candy.  Where only part of a plate ships, the cases
      * shipped are split onto a new plate and that plate goes.
      *****************************************************************
       28-SHIP-PLATES-OUT.

           MOVE PLT-CASES TO CASES-TO-MOVE
           IF CASES-TO-MOVE IS EQUAL TO ZERO
               MOVE 'NO CASES TO SHIP' TO REJECT-REASON
               GO TO 28-SHIP-EXIT
           END-IF

           IF PLT-PLATE-ID IS GREATER THAN ZERO
               PERFORM 30-FIND-NAMED-PLATE THRU 30-FIND-EXIT
               IF REJECT-REASON IS NOT EQUAL TO SPACES
                   GO TO 28-SHIP-EXIT
               END-IF
               PERFORM 28A-SHIP-ONE-PLATE
           ELSE
               MOVE 'Y' TO PLATE-FOUND-SWITCH
               PERFORM UNTIL CASES-TO-MOVE IS EQUAL TO ZERO
                          OR NOT PLATE-FOUND
                   PERFORM 31-FIND-OLDEST-PLATE
                   IF PLATE-FOUND
                       PERFORM 28A-SHIP-ONE-PLATE
                   END-IF
               END-PERFORM
           END-IF

           MOVE CASES-TO-MOVE TO CASES-SHORT
           .

       28-SHIP-EXIT.
           EXIT.

       28A-SHIP-ONE-PLATE.

           IF PLA-CASES (PLATE-HOLD-SUB) IS GREATER THAN CASES-TO-MOVE
               MOVE CASES-TO-MOVE TO CASES-THIS-PLATE
               PERFORM 32-SPLIT-PLATE
           END-IF

           MOVE PLATE-HOLD-SUB TO PLATE-SUB
           SUBTRACT PLA-CASES (PLATE-SUB) FROM CASES-TO-MOVE
           MOVE PLA-BIN-LOCATION (PLATE-SUB) TO HIST-FROM-BIN
           MOVE 0 TO PLA-BIN-LOCATION (PLATE-SUB)
           MOVE 'T' TO PLA-STATUS (PLATE-SUB)
           MOVE PLT-REFERENCE TO PLA-TRANSIT-DOC (PLATE-SUB)
           MOVE PLT-TO-WAREHOUSE TO PLA-TO-WAREHOUSE (PLATE-SUB)
           MOVE MOVE-DATE TO PLA-LAST-MOVE-DATE (PLATE-SUB)
           MOVE 'X' TO HIST-MOVE-TYPE
           MOVE PLA-CASES (PLATE-SUB) TO HIST-CASES
           MOVE PLT-REFERENCE TO HIST-REFERENCE
           PERFORM 35-WRITE-PLATE-HISTORY
           .

      *****************************************************************
      * 29-RECEIVE-PLATES-IN brings every plate in transit on the
      * confirmed transfer onto the receiving warehouse's dock, to
      * be put away there with an 'M' move.
      *****************************************************************
       29-RECEIVE-PLATES-IN.

           MOVE 0 TO PLATES-TOUCHED
           PERFORM VARYING PLATE-SUB FROM 1 BY 1
               UNTIL PLATE-SUB > PLATE-COUNT
               IF PLA-STATUS (PLATE-SUB) IS EQUAL TO 'T'
                  AND PLA-TRANSIT-DOC (PLATE-SUB) IS EQUAL TO
                       PLT-REFERENCE
                  AND PLA-CANDY-ID (PLATE-SUB) IS EQUAL TO
                       PLT-CANDY-ID
                   ADD 1 TO PLATES-TOUCHED
                   MOVE PLT-WAREHOUSE-ID TO
                           PLA-WAREHOUSE-ID (PLATE-SUB)
                   MOVE 'D' TO PLA-STATUS (PLATE-SUB)
                   MOVE 0 TO PLA-BIN-LOCATION (PLATE-SUB)
                   MOVE SPACES TO PLA-TRANSIT-DOC (PLATE-SUB)
                   MOVE SPACES TO PLA-TO-WAREHOUSE (PLATE-SUB)
                   MOVE MOVE-DATE TO PLA-LAST-MOVE-DATE (PLATE-SUB)
                   MOVE 'I' TO HIST-MOVE-TYPE
                   MOVE PLA-CASES (PLATE-SUB) TO HIST-CASES
                   MOVE 0 TO HIST-FROM-BIN
                   MOVE PLT-REFERENCE TO HIST-REFERENCE
                   PERFORM 35-WRITE-PLATE-HISTORY
               END-IF
           END-PERFORM

           IF PLATES-TOUCHED IS EQUAL TO ZERO
               MOVE 'NO PLATES ON THE TRANSFER' TO REJECT-REASON
           END-IF
           .

       29-RECEIVE-EXIT.
           EXIT.

      *****************************************************************
      * 30-FIND-NAMED-PLATE finds the movement's plate and proves it
      * is the warehouse's and the candy's, and on hand there.
      *****************************************************************
       30-FIND-NAMED-PLATE.

           IF PLT-PLATE-ID IS EQUAL TO ZERO
               MOVE 'NO PLATE NAMED' TO REJECT-REASON
               GO TO 30-FIND-EXIT
           END-IF

           MOVE 'N' TO PLATE-FOUND-SWITCH
           PERFORM VARYING PLATE-SUB FROM 1 BY 1
               UNTIL PLATE-SUB > PLATE-COUNT
               IF PLA-PLATE-ID (PLATE-SUB) IS EQUAL TO PLT-PLATE-ID
                   MOVE 'Y' TO PLATE-FOUND-SWITCH
                   MOVE PLATE-SUB TO PLATE-HOLD-SUB
                   MOVE PLATE-COUNT TO PLATE-SUB
               END-IF
           END-PERFORM
           IF NOT PLATE-FOUND
               MOVE 'PLATE NOT ON FILE' TO REJECT-REASON
               GO TO 30-FIND-EXIT
           END-IF

           IF PLA-WAREHOUSE-ID (PLATE-HOLD-SUB) IS NOT EQUAL TO
                   PLT-WAREHOUSE-ID
               MOVE 'PLATE NOT IN WAREHOUSE' TO REJECT-REASON
               GO TO 30-FIND-EXIT
           END-IF
           IF PLA-CANDY-ID (PLATE-HOLD-SUB) IS NOT EQUAL TO
                   PLT-CANDY-ID
              AND PLT-CANDY-ID IS NOT EQUAL TO SPACES
               MOVE 'PLATE IS ANOTHER CANDY' TO REJECT-REASON
               GO TO 30-FIND-EXIT
           END-IF
           IF PLA-STATUS (PLATE-HOLD-SUB) IS NOT EQUAL TO 'D'
              AND PLA-STATUS (PLATE-HOLD-SUB) IS NOT EQUAL TO 'S'
               MOVE 'PLATE NOT ON HAND' TO REJECT-REASON
               GO TO 30-FIND-EXIT
           END-IF
           IF PLT-CASES IS GREATER THAN PLA-CASES (PLATE-HOLD-SUB)
               MOVE 'CASES OVER THE PLATE' TO REJECT-REASON
               GO TO 30-FIND-EXIT
           END-IF
           .

       30-FIND-EXIT.
           EXIT.

      *****************************************************************
      * 31-FIND-OLDEST-PLATE finds the plate the next cases come
      * off: the warehouse's candy, the movement's lot when it names
      * one, stored before on the dock, then the oldest receipt,
      * then the lowest plate number.
      *****************************************************************
       31-FIND-OLDEST-PLATE.

           MOVE 'N' TO PLATE-FOUND-SWITCH
           MOVE 0 TO PLATE-HOLD-SUB
           PERFORM VARYING PLATE-SUB FROM 1 BY 1
               UNTIL PLATE-SUB > PLATE-COUNT
               IF PLA-WAREHOUSE-ID (PLATE-SUB) IS EQUAL TO
                       PLT-WAREHOUSE-ID
                  AND PLA-CANDY-ID (PLATE-SUB) IS EQUAL TO
                       PLT-CANDY-ID
                  AND (PLT-LOT-NUMBER IS EQUAL TO SPACES
                    OR PLA-LOT-NUMBER (PLATE-SUB) IS EQUAL TO
                       PLT-LOT-NUMBER)
                  AND (PLA-STATUS (PLATE-SUB) IS EQUAL TO 'S'
                    OR PLA-STATUS (PLATE-SUB) IS EQUAL TO 'D')
                  AND PLA-CASES (PLATE-SUB) IS GREATER THAN ZERO
                   IF NOT PLATE-FOUND
                       MOVE 'Y' TO PLATE-FOUND-SWITCH
                       MOVE PLATE-SUB TO PLATE-HOLD-SUB
                   ELSE
                       PERFORM 31A-KEEP-OLDER-PLATE
                   END-IF
               END-IF
           END-PERFORM
           .

       31A-KEEP-OLDER-PLATE.

           EVALUATE TRUE
               WHEN PLA-STATUS (PLATE-SUB) IS NOT EQUAL TO
                       PLA-STATUS (PLATE-HOLD-SUB)
                   IF PLA-STATUS (PLATE-SUB) IS EQUAL TO 'S'
                       MOVE PLATE-SUB TO PLATE-HOLD-SUB
                   END-IF
               WHEN PLA-RECEIPT-DATE (PLATE-SUB) IS LESS THAN
                       PLA-RECEIPT-DATE (PLATE-HOLD-SUB)
                   MOVE PLATE-SUB TO PLATE-HOLD-SUB
               WHEN PLA-RECEIPT-DATE (PLATE-SUB) IS EQUAL TO
                       PLA-RECEIPT-DATE (PLATE-HOLD-SUB)
                AND PLA-PLATE-ID (PLATE-SUB) IS LESS THAN
                       PLA-PLATE-ID (PLATE-HOLD-SUB)
                   MOVE PLATE-SUB TO PLATE-HOLD-SUB
           END-EVALUATE
           .

      *****************************************************************
      * 32-SPLIT-PLATE splits CASES-THIS-PLATE cases off the plate
      * in PLATE-HOLD-SUB onto a new plate, in the same place and
      * with the same candy, lot, and receipt, logs the split on
      * both, and leaves PLATE-HOLD-SUB on the new plate.
      *****************************************************************
       32-SPLIT-PLATE.

           MOVE PLATE-HOLD-SUB TO PLATE-SUB
           PERFORM 32A-NEW-PLATE-ENTRY
           MOVE PLATE-ENTRY (PLATE-SUB) TO PLATE-ENTRY (PLATE-COUNT)
           MOVE NEXT-PLATE-ID TO PLA-PLATE-ID (PLATE-COUNT)
           ADD 1 TO NEXT-PLATE-ID
           ADD 1 TO PLATES-SPLIT-COUNT
           MOVE CASES-THIS-PLATE TO PLA-CASES (PLATE-COUNT)
           SUBTRACT CASES-THIS-PLATE FROM PLA-CASES (PLATE-SUB)
           MOVE MOVE-DATE TO PLA-LAST-MOVE-DATE (PLATE-SUB)
           MOVE MOVE-DATE TO PLA-LAST-MOVE-DATE (PLATE-COUNT)

           MOVE 'S' TO HIST-MOVE-TYPE
           MOVE CASES-THIS-PLATE TO HIST-CASES
           MOVE PLA-BIN-LOCATION (PLATE-SUB) TO HIST-FROM-BIN
           MOVE PLA-PLATE-ID (PLATE-COUNT) TO HIST-REFERENCE
           PERFORM 35-WRITE-PLATE-HISTORY

           MOVE PLATE-COUNT TO PLATE-SUB
           MOVE PLA-PLATE-ID (PLATE-HOLD-SUB) TO HIST-REFERENCE
           PERFORM 35-WRITE-PLATE-HISTORY

           MOVE PLATE-COUNT TO PLATE-HOLD-SUB
           .

       32A-NEW-PLATE-ENTRY.

           IF PLATE-COUNT IS EQUAL TO 9000
               DISPLAY 'LPNPOST: MORE THAN 9000 LICENSE PLATES, '
                       'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO PLATE-COUNT
           .

      *****************************************************************
      * 35-WRITE-PLATE-HISTORY logs the movement of the plate in
      * PLATE-SUB the caller described in the HIST- fields; the
      * plate is already where the movement left it.
      *****************************************************************
       35-WRITE-PLATE-HISTORY.

           MOVE PLA-PLATE-ID (PLATE-SUB) TO LPH-PLATE-ID
           MOVE MOVE-DATE TO LPH-MOVE-DATE
           MOVE HIST-MOVE-TYPE TO LPH-MOVE-TYPE
           MOVE PLA-WAREHOUSE-ID (PLATE-SUB) TO LPH-WAREHOUSE-ID
           MOVE PLA-CANDY-ID (PLATE-SUB) TO LPH-CANDY-ID
           MOVE PLA-LOT-NUMBER (PLATE-SUB) TO LPH-LOT-NUMBER
           MOVE HIST-CASES TO LPH-CASES
           MOVE PLA-CASES (PLATE-SUB) TO LPH-CASES-LEFT
           MOVE HIST-FROM-BIN TO LPH-FROM-BIN
           MOVE PLA-BIN-LOCATION (PLATE-SUB) TO LPH-TO-BIN
           MOVE HIST-REFERENCE TO LPH-REFERENCE
           IF HIST-MOVE-TYPE IS EQUAL TO 'S'
               MOVE 'LPNPOST' TO LPH-PROGRAM
           ELSE
               MOVE MOVE-PROGRAM TO LPH-PROGRAM
           END-IF
           WRITE PLATE-HISTORY-RECORD
           .

      *****************************************************************
      * 38-WRITE-REGISTER-LINE prints the movement and its
      * disposition -- applied, short, or the rejection reason.
      *****************************************************************
       38-WRITE-REGISTER-LINE.

           MOVE PLT-TRANS-TYPE TO REG-TRANS-TYPE
           IF PLT-PLATE-ID IS GREATER THAN ZERO
               MOVE PLT-PLATE-ID TO REG-PLATE-ID
           ELSE
               MOVE 'OLDEST' TO REG-PLATE-ID
           END-IF
           MOVE PLT-WAREHOUSE-ID TO REG-WAREHOUSE-ID
           MOVE PLT-CANDY-ID TO REG-CANDY-ID
           MOVE PLT-LOT-NUMBER TO REG-LOT-NUMBER
           IF PLT-CASES IS NUMERIC
               MOVE PLT-CASES TO REG-CASES
           ELSE
               MOVE 0 TO REG-CASES
           END-IF
           IF REJECT-REASON IS NOT EQUAL TO SPACES
               MOVE SPACES TO REG-DISPOSITION
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      REJECT-REASON DELIMITED BY SIZE
                   INTO REG-DISPOSITION
               ADD 1 TO TRANS-REJECTED-COUNT
           ELSE
               IF REG-DISPOSITION IS EQUAL TO SPACES
                   MOVE 'APPLIED' TO REG-DISPOSITION
               END-IF
           END-IF
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 40-EOF-ROUTINE prints the totals, writes the plates back --
      * dropping the ones emptied more than RETAIN-DAYS ago on the
      * 30-day-month convention -- saves the next plate number, and
      * clears the movements posted.
      *****************************************************************
       40-EOF-ROUTINE.

           OPEN OUTPUT LICENSE-PLATE-FILE
           IF LPN-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'LPNPOST: UNABLE TO REWRITE LICENSE PLATE '
                       'FILE, FILE STATUS = ' LPN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING PLATE-SUB FROM 1 BY 1
               UNTIL PLATE-SUB > PLATE-COUNT
               PERFORM 41-WRITE-ONE-PLATE
           END-PERFORM
           CLOSE LICENSE-PLATE-FILE

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'MOVEMENTS READ' TO RTL-LABEL
           MOVE TRANS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'MOVEMENTS APPLIED' TO RTL-LABEL
           MOVE TRANS-APPLIED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'MOVEMENTS SHORT' TO RTL-LABEL
           MOVE TRANS-SHORT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CASES NOT ON A PLATE' TO RTL-LABEL
           MOVE CASES-SHORT-TOTAL TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'MOVEMENTS REJECTED' TO RTL-LABEL
           MOVE TRANS-REJECTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'PLATES SPLIT' TO RTL-LABEL
           MOVE PLATES-SPLIT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'PLATES EMPTIED' TO RTL-LABEL
           MOVE PLATES-EMPTIED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'EMPTY PLATES DROPPED' TO RTL-LABEL
           MOVE PLATES-DROPPED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'PLATES ON FILE' TO RTL-LABEL
           MOVE PLATES-KEPT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE PLATE-HISTORY-FILE
                 LPNPOST-REGISTER

           OPEN OUTPUT PLATE-CONTROL-FILE
           IF LPC-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'LPNPOST: UNABLE TO REWRITE PLATE CONTROL, '
                       'FILE STATUS = ' LPC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NEXT-PLATE-ID TO LPC-NEXT-PLATE-ID
           WRITE PLATE-CONTROL-RECORD
           CLOSE PLATE-CONTROL-FILE

           OPEN OUTPUT PLATE-TRANS-FILE
           CLOSE PLATE-TRANS-FILE

           IF TRANS-SHORT-COUNT IS GREATER THAN ZERO
               DISPLAY 'LPNPOST: ' CASES-SHORT-TOTAL
                       ' CASES MOVED WERE NOT ON A PLATE'
           END-IF

           STOP RUN
           .

       41-WRITE-ONE-PLATE.

           IF PLA-STATUS (PLATE-SUB) IS EQUAL TO 'E'
               MOVE PLA-LAST-MOVE-DATE (PLATE-SUB) TO LAST-MOVE-WORK
               COMPUTE AGE-DAYS = (RUN-CCYY - LMV-CCYY) * 360
                                + (RUN-MM - LMV-MM) * 30
                                + (RUN-DD - LMV-DD)
               IF AGE-DAYS IS GREATER THAN RETAIN-DAYS
                   ADD 1 TO PLATES-DROPPED-COUNT
               ELSE
                   MOVE PLATE-ENTRY (PLATE-SUB) TO LICENSE-PLATE-RECORD
                   WRITE LICENSE-PLATE-RECORD
                   ADD 1 TO PLATES-KEPT-COUNT
               END-IF
           ELSE
               MOVE PLATE-ENTRY (PLATE-SUB) TO LICENSE-PLATE-RECORD
               WRITE LICENSE-PLATE-RECORD
               ADD 1 TO PLATES-KEPT-COUNT
           END-IF
           .
