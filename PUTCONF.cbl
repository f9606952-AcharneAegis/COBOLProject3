       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUTCONF.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * PUTCONF is the putaway confirmation run.  The warehouses
      * key each putaway task they finish; this run marks the task
      * put away so the cases come off the dock.  A task can be
      * confirmed short -- the cases left stay open on the task for
      * the next trip -- and a no-room task can be confirmed once
      * the cases have been put away by hand.  The cases confirmed
      * go on to the plate file as a putaway of the task's license
      * plate, into the task's bin or the bin the warehouse keyed
      * when the pallet went somewhere else.
      * *****
      * INPUT:
      *    PUTAWAY-CONFIRM.txt     one confirmation per line: task
      *                            number, warehouse ID, cases put
      *                            away (blank or zero for the whole
      *                            task), and optionally the aisle,
      *                            bay, and shelf the cases actually
      *                            went to when not the task's bin.
      *    PUTAWAY-TASK.txt        the putaway tasks PUTAWAY built.
      * *****
      * OUTPUT:
      *    PUTAWAY-TASK.txt        rewritten with the confirmed
      *                            tasks marked put away.
      *    PUTCONF-Register.txt    each confirmation, accepted or
      *                            rejected, and run totals.
      *    PLATE-TRANS.txt         extended with a 'P' putaway of
      *                            the task's license plate per
      *                            confirmation accepted, for
      *                            LPNPOST.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUTAWAY-CONFIRM-FILE
               ASSIGN TO 'PUTAWAY-CONFIRM.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCF-FILE-STATUS.
           SELECT PUTAWAY-TASK-FILE
               ASSIGN TO 'PUTAWAY-TASK.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTK-FILE-STATUS.
           SELECT PLATE-TRANS-FILE
               ASSIGN TO 'PLATE-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLT-FILE-STATUS.
           SELECT PUTCONF-REGISTER
               ASSIGN TO PRINTER 'PUTCONF-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PUTAWAY-CONFIRM-FILE
           RECORD CONTAINS 22 CHARACTERS.

       01  PUTAWAY-CONFIRM-RECORD.
           05  PCF-TASK-NUMBER         PIC 9(7).
           05  PCF-WAREHOUSE-ID        PIC X(4).
           05  PCF-CASES               PIC 9(5).
           05  PCF-CASES-X REDEFINES PCF-CASES
                                       PIC X(5).
           05  PCF-BIN-LOCATION.
               10  PCF-AISLE           PIC 99.
               10  PCF-BAY             PIC 99.
               10  PCF-SHELF           PIC 99.
           05  PCF-BIN-LOCATION-X REDEFINES PCF-BIN-LOCATION
                                       PIC X(6).

       FD PUTAWAY-TASK-FILE
           RECORD CONTAINS 64 CHARACTERS.

       COPY PTSKREC.

       FD PLATE-TRANS-FILE
           RECORD CONTAINS 65 CHARACTERS.

       COPY LPTREC.

       FD PUTCONF-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  PCF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PCF-DATA                     VALUE 'N'.
           05  PTK-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PTK-DATA                     VALUE 'N'.
           05  TASK-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 TASK-FOUND                           VALUE 'Y'.

       01  TEMP-FIELDS.
           05  PCF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PTK-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PLT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PUT-BIN-LOCATION        PIC 9(6)        VALUE 0.
           05  PUT-BIN-X REDEFINES PUT-BIN-LOCATION.
               10  PUT-AISLE           PIC 99.
               10  PUT-BAY             PIC 99.
               10  PUT-SHELF           PIC 99.
           05  REJECT-REASON           PIC X(23)       VALUE SPACES.
           05  TASK-SUB                PIC 9(4)        VALUE 0.
           05  TASK-HOLD-SUB           PIC 9(4)        VALUE 0.
           05  CONFIRMED-CASES         PIC 9(5)        VALUE 0.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.

       01  RUN-TOTALS.
           05  CONFIRMS-READ-COUNT     PIC 9(7)        VALUE 0.
           05  TASKS-PUT-AWAY-COUNT    PIC 9(7)        VALUE 0.
           05  TASKS-SHORT-COUNT       PIC 9(7)        VALUE 0.
           05  CONFIRMS-REJECTED-COUNT PIC 9(7)        VALUE 0.
           05  CASES-PUT-AWAY-TOTAL    PIC 9(9)        VALUE 0.
           05  PLATE-TRANS-COUNT       PIC 9(7)        VALUE 0.

      *****************************************************************
      * TASK-TABLE holds the putaway task file while the
      * confirmations are applied.
      *****************************************************************
       01  TASK-COUNT                  PIC 9(4)        VALUE 0.

       01  TASK-TABLE.
           05  TASK-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON TASK-COUNT.
               10  TSK-TASK-NUMBER     PIC 9(7).
               10  TSK-WAREHOUSE-ID    PIC X(4).
               10  TSK-CANDY-ID        PIC XXX.
               10  TSK-REFERENCE       PIC X(8).
               10  TSK-RECEIPT-DATE    PIC 9(8).
               10  TSK-RECEIPT-SEQ     PIC 9(5).
               10  TSK-BIN-TYPE        PIC X.
               10  TSK-BIN-LOCATION.
                   15  TSK-AISLE       PIC 99.
                   15  TSK-BAY         PIC 99.
                   15  TSK-SHELF       PIC 99.
               10  TSK-CASES           PIC 9(5).
               10  TSK-STATUS          PIC X.
               10  TSK-CONFIRM-DATE    PIC 9(8).
               10  TSK-PLATE-ID        PIC 9(8).

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       'TASK     WHSE  CDY  BIN       '.
           05  FILLER                  PIC X(30)   VALUE
                                       '  CASES  DISPOSITION'.

       01  REGISTER-LINE.
           05  REG-TASK-NUMBER         PIC X(7).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-BIN                 PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-CASES               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-DISPOSITION         PIC X(38).
           05  FILLER                  PIC X(4)        VALUE SPACES.

       01  SHORT-DISPOSITION.
           05  FILLER                  PIC X(17)   VALUE
                                       'PUT AWAY SHORT - '.
           05  SHD-CASES-LEFT          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(15)   VALUE
                                       ' LEFT ON DOCK'.

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(44)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 12-LOAD-PUTAWAY-TASKS
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-CONFIRMATIONS
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 12-LOAD-PUTAWAY-TASKS reads the task file into the table.
      * There is nothing to confirm against without it, so a missing
      * file stops the run.
      *****************************************************************
       12-LOAD-PUTAWAY-TASKS.

           OPEN INPUT PUTAWAY-TASK-FILE
           IF PTK-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'PUTCONF: UNABLE TO OPEN PUTAWAY TASK FILE, '
                       'FILE STATUS = ' PTK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ' ' TO PTK-EOF-FLAG
           PERFORM UNTIL NO-MORE-PTK-DATA
               READ PUTAWAY-TASK-FILE
                   AT END
                       MOVE 'N' TO PTK-EOF-FLAG
                   NOT AT END
                       IF TASK-COUNT IS EQUAL TO 5000
                           DISPLAY 'PUTCONF: MORE THAN 5000 PUTAWAY '
                                   'TASKS, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO TASK-COUNT
                       MOVE PUTAWAY-TASK-RECORD TO
                               TASK-ENTRY (TASK-COUNT)
               END-READ
           END-PERFORM
           CLOSE PUTAWAY-TASK-FILE
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT PUTAWAY-CONFIRM-FILE
           IF PCF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'PUTCONF: UNABLE TO OPEN PUTAWAY '
                       'CONFIRMATION FILE, FILE STATUS = '
                       PCF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND PLATE-TRANS-FILE
           IF PLT-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT PLATE-TRANS-FILE
               IF PLT-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'PUTCONF: UNABLE TO OPEN PLATE '
                           'TRANSACTION FILE, FILE STATUS = '
                           PLT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT PUTCONF-REGISTER
           MOVE 'PUTAWAY CONFIRMATION REGISTER' TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       20-PROCESS-CONFIRMATIONS.

           MOVE ' ' TO PCF-EOF-FLAG
           PERFORM UNTIL NO-MORE-PCF-DATA
               READ PUTAWAY-CONFIRM-FILE
                   AT END
                       MOVE 'N' TO PCF-EOF-FLAG
                   NOT AT END
                       ADD 1 TO CONFIRMS-READ-COUNT
                       PERFORM 25-APPLY-ONE-CONFIRM
                           THRU 25-APPLY-EXIT
               END-READ
           END-PERFORM
           .

      *****************************************************************
      * 25-APPLY-ONE-CONFIRM proves the confirmation against its
      * task and marks the task put away -- or, confirmed short,
      * leaves the rest of the cases open on it.
      *****************************************************************
       25-APPLY-ONE-CONFIRM.

           MOVE SPACES TO REJECT-REASON
           MOVE 0 TO TASK-HOLD-SUB
           MOVE 0 TO CONFIRMED-CASES
           MOVE 0 TO PUT-BIN-LOCATION

           IF PCF-TASK-NUMBER IS NOT NUMERIC
               MOVE 'TASK NUMBER NOT NUMERIC' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           PERFORM 26-FIND-TASK
           IF NOT TASK-FOUND
               MOVE 'TASK NOT ON FILE' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           IF TSK-WAREHOUSE-ID (TASK-HOLD-SUB) IS NOT EQUAL TO
                   PCF-WAREHOUSE-ID
               MOVE 'TASK NOT FOR WAREHOUSE' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           IF TSK-STATUS (TASK-HOLD-SUB) IS EQUAL TO 'C'
               MOVE 'TASK ALREADY PUT AWAY' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           IF PCF-CASES-X IS EQUAL TO SPACES
               MOVE TSK-CASES (TASK-HOLD-SUB) TO CONFIRMED-CASES
           ELSE
               IF PCF-CASES IS NOT NUMERIC
                   MOVE 'CASES NOT NUMERIC' TO REJECT-REASON
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               IF PCF-CASES IS EQUAL TO ZERO
                   MOVE TSK-CASES (TASK-HOLD-SUB) TO CONFIRMED-CASES
               ELSE
                   MOVE PCF-CASES TO CONFIRMED-CASES
               END-IF
           END-IF

           IF CONFIRMED-CASES IS GREATER THAN TSK-CASES (TASK-HOLD-SUB)
               MOVE 'CASES OVER THE TASK' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           MOVE TSK-BIN-LOCATION (TASK-HOLD-SUB) TO PUT-BIN-X
           IF PCF-BIN-LOCATION-X IS NOT EQUAL TO SPACES
               IF PCF-BIN-LOCATION IS NOT NUMERIC
                   MOVE 'BIN NOT NUMERIC' TO REJECT-REASON
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               IF PCF-BIN-LOCATION-X IS NOT EQUAL TO ZEROS
                   MOVE PCF-BIN-LOCATION TO PUT-BIN-X
               END-IF
           END-IF

           PERFORM 27-WRITE-PLATE-PUTAWAY

           ADD CONFIRMED-CASES TO CASES-PUT-AWAY-TOTAL
           IF CONFIRMED-CASES IS LESS THAN TSK-CASES (TASK-HOLD-SUB)
               SUBTRACT CONFIRMED-CASES FROM TSK-CASES (TASK-HOLD-SUB)
               MOVE TSK-CASES (TASK-HOLD-SUB) TO SHD-CASES-LEFT
               MOVE SHORT-DISPOSITION TO REG-DISPOSITION
               ADD 1 TO TASKS-SHORT-COUNT
           ELSE
               MOVE 'C' TO TSK-STATUS (TASK-HOLD-SUB)
               MOVE RUN-DATE-YYYYMMDD TO
                       TSK-CONFIRM-DATE (TASK-HOLD-SUB)
               MOVE 'PUT AWAY' TO REG-DISPOSITION
               ADD 1 TO TASKS-PUT-AWAY-COUNT
           END-IF
           PERFORM 28-WRITE-REGISTER-LINE
           .

       25-APPLY-EXIT.
           EXIT.

       26-FIND-TASK.

           MOVE 'N' TO TASK-FOUND-SWITCH
           PERFORM VARYING TASK-SUB FROM 1 BY 1
               UNTIL TASK-SUB > TASK-COUNT
                  OR TASK-FOUND
               IF TSK-TASK-NUMBER (TASK-SUB) IS EQUAL TO
                       PCF-TASK-NUMBER
                   MOVE 'Y' TO TASK-FOUND-SWITCH
                   MOVE TASK-SUB TO TASK-HOLD-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 27-WRITE-PLATE-PUTAWAY passes the cases confirmed to LPNPOST
      * as a putaway of the task's plate into the bin they went to.
      * A task built before plates were kept has none to move.
      *****************************************************************
       27-WRITE-PLATE-PUTAWAY.

           IF TSK-PLATE-ID (TASK-HOLD-SUB) IS NUMERIC
              AND TSK-PLATE-ID (TASK-HOLD-SUB) IS GREATER THAN ZERO
               MOVE SPACES TO PLATE-TRANS-RECORD
               MOVE 'P' TO PLT-TRANS-TYPE
               MOVE TSK-PLATE-ID (TASK-HOLD-SUB) TO PLT-PLATE-ID
               MOVE TSK-WAREHOUSE-ID (TASK-HOLD-SUB) TO
                       PLT-WAREHOUSE-ID
               MOVE TSK-CANDY-ID (TASK-HOLD-SUB) TO PLT-CANDY-ID
               MOVE CONFIRMED-CASES TO PLT-CASES
               MOVE PUT-AISLE TO PLT-TO-AISLE
               MOVE PUT-BAY TO PLT-TO-BAY
               MOVE PUT-SHELF TO PLT-TO-SHELF
               MOVE TSK-REFERENCE (TASK-HOLD-SUB) TO PLT-REFERENCE
               MOVE RUN-DATE-YYYYMMDD TO PLT-TRANS-DATE
               MOVE 'PUTCONF' TO PLT-PROGRAM
               WRITE PLATE-TRANS-RECORD
               ADD 1 TO PLATE-TRANS-COUNT
           END-IF
           .

      *****************************************************************
      * 28-WRITE-REGISTER-LINE prints the confirmation with the
      * task's candy and bin when there is one, and its disposition
      * -- the one the caller set, or the rejection reason left in
      * REJECT-REASON.
      *****************************************************************
       28-WRITE-REGISTER-LINE.

           MOVE PCF-TASK-NUMBER TO REG-TASK-NUMBER
           MOVE PCF-WAREHOUSE-ID TO REG-WAREHOUSE-ID
           MOVE SPACES TO REG-CANDY-ID
           MOVE SPACES TO REG-BIN
           IF TASK-HOLD-SUB IS GREATER THAN ZERO
               MOVE TSK-CANDY-ID (TASK-HOLD-SUB) TO REG-CANDY-ID
               EVALUATE TRUE
                   WHEN REJECT-REASON IS EQUAL TO SPACES
                    AND PUT-BIN-LOCATION IS GREATER THAN ZERO
                       STRING PUT-AISLE DELIMITED BY SIZE
                              '/' DELIMITED BY SIZE
                              PUT-BAY DELIMITED BY SIZE
                              '/' DELIMITED BY SIZE
                              PUT-SHELF DELIMITED BY SIZE
                           INTO REG-BIN
                   WHEN TSK-BIN-TYPE (TASK-HOLD-SUB) IS NOT EQUAL
                           TO SPACE
                       STRING TSK-AISLE (TASK-HOLD-SUB)
                                  DELIMITED BY SIZE
                              '/' DELIMITED BY SIZE
                              TSK-BAY (TASK-HOLD-SUB) DELIMITED BY SIZE
                              '/' DELIMITED BY SIZE
                              TSK-SHELF (TASK-HOLD-SUB)
                                  DELIMITED BY SIZE
                           INTO REG-BIN
                   WHEN OTHER
                       MOVE 'NO ROOM' TO REG-BIN
               END-EVALUATE
           END-IF
           MOVE CONFIRMED-CASES TO REG-CASES
           IF REJECT-REASON IS NOT EQUAL TO SPACES
               MOVE SPACES TO REG-DISPOSITION
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      REJECT-REASON DELIMITED BY SIZE
                   INTO REG-DISPOSITION
               ADD 1 TO CONFIRMS-REJECTED-COUNT
           END-IF
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       40-EOF-ROUTINE.

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CONFIRMATIONS READ' TO RTL-LABEL
           MOVE CONFIRMS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TASKS PUT AWAY' TO RTL-LABEL
           MOVE TASKS-PUT-AWAY-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TASKS PUT AWAY SHORT' TO RTL-LABEL
           MOVE TASKS-SHORT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CONFIRMATIONS REJECTED' TO RTL-LABEL
           MOVE CONFIRMS-REJECTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CASES PUT AWAY' TO RTL-LABEL
           MOVE CASES-PUT-AWAY-TOTAL TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'PLATE PUTAWAYS WRITTEN' TO RTL-LABEL
           MOVE PLATE-TRANS-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           OPEN OUTPUT PUTAWAY-TASK-FILE
           IF PTK-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'PUTCONF: UNABLE TO REWRITE PUTAWAY TASK '
                       'FILE, FILE STATUS = ' PTK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING TASK-SUB FROM 1 BY 1
               UNTIL TASK-SUB > TASK-COUNT
               MOVE TASK-ENTRY (TASK-SUB) TO PUTAWAY-TASK-RECORD
               WRITE PUTAWAY-TASK-RECORD
           END-PERFORM
           CLOSE PUTAWAY-TASK-FILE

           CLOSE PUTAWAY-CONFIRM-FILE
                 PLATE-TRANS-FILE
                 PUTCONF-REGISTER

           STOP RUN
           .
