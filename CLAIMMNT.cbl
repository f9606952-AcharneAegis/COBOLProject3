       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIMMNT.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * CLAIMMNT is the carrier claims maintenance run.  PODPOST
      * opens a claim against the carrier for every delivery
      * exception; the traffic clerk files it with the carrier and
      * keys the outcome here.  Filing a claim dates it and may
      * name the carrier of a shipment with no BOL on record or
      * re-value the claim; a paid claim records what the carrier
      * recovered and a denied claim closes with nothing recovered.
      * Only a filed claim can be paid or denied, and a closed claim
      * cannot be changed.
      * *****
      * INPUT:
      *    CARRIER-CLAIM.txt       the carrier claims PODPOST
      *                            extends.
      *    CLAIM-TRANS.txt         outcomes, one per line: action
      *                            ('F' filed, 'P' paid, 'D'
      *                            denied), claim number, date of
      *                            the outcome (zero for the run
      *                            date), amount -- the amount paid,
      *                            or when filing the amount
      *                            claimed if not the opened value
      *                            -- and when filing the carrier,
      *                            if not the one opened.
      * *****
      * OUTPUT:
      *    CARRIER-CLAIM.txt       rewritten with the outcomes.
      *    Claim-Maint-Register.txt  one line per transaction
      *                            showing what was done or why it
      *                            was rejected, plus run totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRIER-CLAIM-FILE
               ASSIGN TO 'CARRIER-CLAIM.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLM-FILE-STATUS.
           SELECT CLAIM-TRANS-FILE
               ASSIGN TO 'CLAIM-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTR-FILE-STATUS.
           SELECT MAINT-REGISTER
               ASSIGN TO PRINTER 'Claim-Maint-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CARRIER-CLAIM-FILE
           RECORD CONTAINS 149 CHARACTERS.

       COPY CLMREC.

       FD CLAIM-TRANS-FILE
           RECORD CONTAINS 30 CHARACTERS.

       01  CLAIM-TRANS-RECORD.
           05  CTR-ACTION              PIC A.
           05  CTR-CLAIM-NUMBER        PIC 9(8).
           05  CTR-DATE                PIC 9(8).
           05  CTR-AMOUNT              PIC 9(7)V99.
           05  CTR-CARRIER-ID          PIC X(4).

       FD MAINT-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  CLM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CLM-DATA                     VALUE 'N'.
           05  TRANS-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-TRANS-DATA                   VALUE 'N'.
           05  CLAIM-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 CLAIM-FOUND                          VALUE 'Y'.

       01  TEMP-FIELDS.
           05  CLM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CTR-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  OUTCOME-DATE            PIC 9(8)        VALUE 0.
           05  CLAIM-SUB               PIC 9(5)        VALUE 0.
           05  CLAIM-HOLD-SUB          PIC 9(5)        VALUE 0.

       01  RUN-TOTALS.
           05  TRANS-READ-COUNT        PIC 9(5)        VALUE 0.
           05  FILED-COUNT             PIC 9(5)        VALUE 0.
           05  PAID-COUNT              PIC 9(5)        VALUE 0.
           05  DENIED-COUNT            PIC 9(5)        VALUE 0.
           05  REJECT-COUNT            PIC 9(5)        VALUE 0.
           05  FILED-AMOUNT-TOTAL      PIC 9(11)V99    VALUE 0.
           05  RECOVERED-AMOUNT-TOTAL  PIC 9(11)V99    VALUE 0.
           05  DENIED-AMOUNT-TOTAL     PIC 9(11)V99    VALUE 0.

      *****************************************************************
      * CLAIM-TABLE is the whole claim file held in memory while the
      * outcomes are applied; the file is rewritten from it.
      *****************************************************************
       01  CLAIM-COUNT                 PIC 9(5)        VALUE 0.

       01  CLAIM-TABLE.
           05  CLAIM-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON CLAIM-COUNT.
               10  CLT-CLAIM-NUMBER    PIC 9(8).
               10  CLT-STATUS          PIC X.
               10  CLT-CARRIER-ID      PIC X(4).
               10  CLT-BOL-NUMBER      PIC 9(8).
               10  CLT-WAREHOUSE-ID    PIC X(4).
               10  CLT-ORDER-NUMBER    PIC X(8).
               10  CLT-CUSTOMER        PIC X(10).
               10  CLT-CANDY-ID        PIC XXX.
               10  CLT-SHIP-DATE       PIC 9(8).
               10  CLT-DELIVERED-DATE  PIC 9(8).
               10  CLT-RECEIVED-BY     PIC X(20).
               10  CLT-SHORT-CASES     PIC 9(5).
               10  CLT-DAMAGED-CASES   PIC 9(5).
               10  CLT-UNIT-PRICE      PIC 999V99.
               10  CLT-CLAIM-AMOUNT    PIC 9(7)V99.
               10  CLT-OPENED-DATE     PIC 9(8).
               10  CLT-FILED-DATE      PIC 9(8).
               10  CLT-CLOSED-DATE     PIC 9(8).
               10  CLT-RECOVERED-AMOUNT PIC 9(7)V99.

       01  REGISTER-LINE.
           05  REG-ACTION              PIC X.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-CLAIM-NUMBER        PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-CARRIER-ID          PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-ORDER-NUMBER        PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-AMOUNT              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-DISPOSITION         PIC X(31).
           05  FILLER                  PIC X(8)        VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(33)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 12-LOAD-CLAIM-FILE
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-TRANSACTIONS
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 12-LOAD-CLAIM-FILE reads the claims into the table.  No claim
      * file yet means no delivery exception has been posted, and
      * every outcome will reject.
      *****************************************************************
       12-LOAD-CLAIM-FILE.

           OPEN INPUT CARRIER-CLAIM-FILE
           IF CLM-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'CLAIMMNT: NO CARRIER CLAIM FILE ON FILE'
           ELSE
               IF CLM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'CLAIMMNT: UNABLE TO OPEN CARRIER CLAIM '
                           'FILE, FILE STATUS = ' CLM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CLM-EOF-FLAG
               PERFORM UNTIL NO-MORE-CLM-DATA
                   READ CARRIER-CLAIM-FILE
                       AT END
                           MOVE 'N' TO CLM-EOF-FLAG
                       NOT AT END
                           IF CLAIM-COUNT IS EQUAL TO 10000
                               DISPLAY 'CLAIMMNT: CLAIM FILE HAS '
                                       'MORE THAN 10000 CLAIMS, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO CLAIM-COUNT
                           MOVE CARRIER-CLAIM-RECORD TO
                                   CLAIM-ENTRY (CLAIM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CARRIER-CLAIM-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT CLAIM-TRANS-FILE
           IF CTR-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CLAIMMNT: UNABLE TO OPEN CLAIM TRANSACTION '
                       'FILE, FILE STATUS = ' CTR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'CARRIER CLAIMS MAINTENANCE REGISTER' TO
                   REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       20-PROCESS-TRANSACTIONS.

           MOVE ' ' TO TRANS-EOF-FLAG
           PERFORM UNTIL NO-MORE-TRANS-DATA
               READ CLAIM-TRANS-FILE
                   AT END
                       MOVE 'N' TO TRANS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO TRANS-READ-COUNT
                       PERFORM 25-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           .

      *****************************************************************
      * 25-APPLY-ONE-TRANSACTION finds the claim and records the
      * outcome.
      *****************************************************************
       25-APPLY-ONE-TRANSACTION.

           PERFORM 26-FIND-CLAIM

           MOVE SPACES TO REG-CARRIER-ID
           MOVE SPACES TO REG-ORDER-NUMBER
           MOVE 0 TO REG-AMOUNT
           IF CLAIM-FOUND
               MOVE CLT-CARRIER-ID (CLAIM-HOLD-SUB) TO REG-CARRIER-ID
               MOVE CLT-ORDER-NUMBER (CLAIM-HOLD-SUB) TO
                       REG-ORDER-NUMBER
               MOVE CLT-CLAIM-AMOUNT (CLAIM-HOLD-SUB) TO REG-AMOUNT
           END-IF

           MOVE RUN-DATE-YYYYMMDD TO OUTCOME-DATE
           IF CTR-DATE IS NUMERIC
              AND CTR-DATE IS GREATER THAN ZERO
               MOVE CTR-DATE TO OUTCOME-DATE
           END-IF

           EVALUATE TRUE
               WHEN CTR-ACTION IS NOT EQUAL TO 'F'
                AND CTR-ACTION IS NOT EQUAL TO 'P'
                AND CTR-ACTION IS NOT EQUAL TO 'D'
                   MOVE 'REJECTED - UNKNOWN ACTION CODE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN NOT CLAIM-FOUND
                   MOVE 'REJECTED - CLAIM NOT ON FILE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN CLT-STATUS (CLAIM-HOLD-SUB) IS EQUAL TO 'P'
                 OR CLT-STATUS (CLAIM-HOLD-SUB) IS EQUAL TO 'D'
                   MOVE 'REJECTED - CLAIM ALREADY CLOSED'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN CTR-AMOUNT IS NOT NUMERIC
                   MOVE 'REJECTED - INVALID AMOUNT'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN CTR-ACTION IS EQUAL TO 'F'
                   PERFORM 27-FILE-CLAIM
               WHEN CLT-STATUS (CLAIM-HOLD-SUB) IS NOT EQUAL TO 'F'
                   MOVE 'REJECTED - CLAIM NOT FILED'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN CTR-ACTION IS EQUAL TO 'P'
                   PERFORM 28-PAY-CLAIM
               WHEN OTHER
                   PERFORM 29-DENY-CLAIM
           END-EVALUATE

           MOVE CTR-ACTION TO REG-ACTION
           MOVE CTR-CLAIM-NUMBER TO REG-CLAIM-NUMBER
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       26-FIND-CLAIM.

           MOVE 'N' TO CLAIM-FOUND-SWITCH
           MOVE 0 TO CLAIM-HOLD-SUB
           PERFORM VARYING CLAIM-SUB FROM 1 BY 1
               UNTIL CLAIM-SUB > CLAIM-COUNT
                  OR CLAIM-FOUND
               IF CLT-CLAIM-NUMBER (CLAIM-SUB) IS EQUAL TO
                       CTR-CLAIM-NUMBER
                   MOVE 'Y' TO CLAIM-FOUND-SWITCH
                   MOVE CLAIM-SUB TO CLAIM-HOLD-SUB
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 27-FILE-CLAIM dates the claim filed.  A carrier keyed on the
      * transaction replaces the one the claim opened with, and an
      * amount keyed replaces the opened value.  A claim cannot be
      * filed against no carrier or for nothing.
      *****************************************************************
       27-FILE-CLAIM.

           IF CLT-STATUS (CLAIM-HOLD-SUB) IS EQUAL TO 'F'
               MOVE 'REJECTED - CLAIM ALREADY FILED'
                       TO REG-DISPOSITION
               ADD 1 TO REJECT-COUNT
           ELSE
               IF CTR-CARRIER-ID IS NOT EQUAL TO SPACES
                   MOVE CTR-CARRIER-ID TO
                           CLT-CARRIER-ID (CLAIM-HOLD-SUB)
               END-IF
               IF CTR-AMOUNT IS GREATER THAN ZERO
                   MOVE CTR-AMOUNT TO
                           CLT-CLAIM-AMOUNT (CLAIM-HOLD-SUB)
               END-IF
               MOVE CLT-CARRIER-ID (CLAIM-HOLD-SUB) TO REG-CARRIER-ID
               MOVE CLT-CLAIM-AMOUNT (CLAIM-HOLD-SUB) TO REG-AMOUNT
               EVALUATE TRUE
                   WHEN CLT-CARRIER-ID (CLAIM-HOLD-SUB) IS EQUAL TO
                           'UNRT'
                     OR CLT-CARRIER-ID (CLAIM-HOLD-SUB) IS EQUAL TO
                           SPACES
                       MOVE 'REJECTED - NO CARRIER NAMED'
                               TO REG-DISPOSITION
                       ADD 1 TO REJECT-COUNT
                   WHEN CLT-CLAIM-AMOUNT (CLAIM-HOLD-SUB) IS EQUAL TO
                           ZERO
                       MOVE 'REJECTED - CLAIM HAS NO VALUE'
                               TO REG-DISPOSITION
                       ADD 1 TO REJECT-COUNT
                   WHEN OTHER
                       MOVE 'F' TO CLT-STATUS (CLAIM-HOLD-SUB)
                       MOVE OUTCOME-DATE TO
                               CLT-FILED-DATE (CLAIM-HOLD-SUB)
                       ADD 1 TO FILED-COUNT
                       ADD CLT-CLAIM-AMOUNT (CLAIM-HOLD-SUB) TO
                               FILED-AMOUNT-TOTAL
                       MOVE 'FILED WITH CARRIER' TO REG-DISPOSITION
               END-EVALUATE
           END-IF
           .

      *****************************************************************
      * 28-PAY-CLAIM closes the claim with what the carrier paid.
      *****************************************************************
       28-PAY-CLAIM.

           IF CTR-AMOUNT IS EQUAL TO ZERO
               MOVE 'REJECTED - NO AMOUNT PAID' TO REG-DISPOSITION
               ADD 1 TO REJECT-COUNT
           ELSE
               MOVE 'P' TO CLT-STATUS (CLAIM-HOLD-SUB)
               MOVE OUTCOME-DATE TO CLT-CLOSED-DATE (CLAIM-HOLD-SUB)
               MOVE CTR-AMOUNT TO CLT-RECOVERED-AMOUNT (CLAIM-HOLD-SUB)
               MOVE CTR-AMOUNT TO REG-AMOUNT
               ADD 1 TO PAID-COUNT
               ADD CTR-AMOUNT TO RECOVERED-AMOUNT-TOTAL
               IF CTR-AMOUNT IS LESS THAN
                       CLT-CLAIM-AMOUNT (CLAIM-HOLD-SUB)
                   MOVE 'PAID - SHORT OF CLAIM' TO REG-DISPOSITION
               ELSE
                   MOVE 'PAID IN FULL' TO REG-DISPOSITION
               END-IF
           END-IF
           .

       29-DENY-CLAIM.

           MOVE 'D' TO CLT-STATUS (CLAIM-HOLD-SUB)
           MOVE OUTCOME-DATE TO CLT-CLOSED-DATE (CLAIM-HOLD-SUB)
           MOVE 0 TO CLT-RECOVERED-AMOUNT (CLAIM-HOLD-SUB)
           ADD 1 TO DENIED-COUNT
           ADD CLT-CLAIM-AMOUNT (CLAIM-HOLD-SUB) TO DENIED-AMOUNT-TOTAL
           MOVE 'DENIED BY CARRIER' TO REG-DISPOSITION
           .

      *****************************************************************
      * 40-EOF-ROUTINE rewrites the claim file with the outcomes
      * applied and finishes the register.
      *****************************************************************
       40-EOF-ROUTINE.

           OPEN OUTPUT CARRIER-CLAIM-FILE
           IF CLM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'CLAIMMNT: UNABLE TO REWRITE CARRIER CLAIM '
                       'FILE, FILE STATUS = ' CLM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING CLAIM-SUB FROM 1 BY 1
               UNTIL CLAIM-SUB > CLAIM-COUNT
               MOVE CLAIM-ENTRY (CLAIM-SUB) TO CARRIER-CLAIM-RECORD
               WRITE CARRIER-CLAIM-RECORD
           END-PERFORM
           CLOSE CARRIER-CLAIM-FILE

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS READ' TO RTL-LABEL
           MOVE TRANS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CLAIMS FILED' TO RTL-LABEL
           MOVE FILED-COUNT TO RTL-COUNT
           MOVE FILED-AMOUNT-TOTAL TO RTL-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CLAIMS PAID - RECOVERED' TO RTL-LABEL
           MOVE PAID-COUNT TO RTL-COUNT
           MOVE RECOVERED-AMOUNT-TOTAL TO RTL-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CLAIMS DENIED' TO RTL-LABEL
           MOVE DENIED-COUNT TO RTL-COUNT
           MOVE DENIED-AMOUNT-TOTAL TO RTL-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS REJECTED' TO RTL-LABEL
           MOVE REJECT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE CLAIM-TRANS-FILE
                 MAINT-REGISTER

           DISPLAY 'CLAIMMNT: ' TRANS-READ-COUNT ' TRANSACTIONS, '
                   REJECT-COUNT ' REJECTED'

           STOP RUN
           .
