      ****************************************************************
      * BINMAINT is the batch maintenance run for the bin location
      * master, BIN-LOCATION.txt -- where in each building a candy
      * actually sits (aisle, bay, shelf), how many cases its home
      * bin holds, and up to three reserve bins it overflows into.
      * LOCATOR merges it with the inventory files to print the
      * stock locator listing the pickers walk; PUTAWAY directs the
      * day's receipts into the home and reserve bins by capacity.
      * *****
      * INPUT:
      *    BIN-LOCATION.txt        the current master, one location
      *                            per line: warehouse ID, Candy ID,
      *                            aisle, bay, shelf, temperature
      *                            zone, home bin capacity in cases
      *                            (zero or blank when not set -- the
      *                            home bin takes everything), and
      *                            three reserve bin slots of aisle,
      *                            bay, shelf, and capacity (blank
      *                            when unused).  A missing master
      *                            is a first-time load.
      *    BIN-LOCATION-TRANS.txt  maintenance transactions: action
      *                            ('A' add, 'C' change, 'D' delete)
      *                            followed by the same fields.
       FILE SECTION.

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

       FD BIN-TRANS-FILE
           RECORD CONTAINS 53 CHARACTERS.

       01  BIN-TRANS-RECORD.
           05  BTF-ACTION              PIC A.
           05  BTF-BAY                 PIC 99.
           05  BTF-SHELF               PIC 99.
           05  BTF-TEMP-ZONE           PIC A.
           05  BTF-CAPACITY            PIC 9(5).
           05  BTF-CAPACITY-X REDEFINES BTF-CAPACITY
                                       PIC X(5).
           05  BTF-RESERVE-BIN OCCURS 3 TIMES.
               10  BTF-RSV-LOCATION.
                   15  BTF-RSV-AISLE   PIC 99.
                   15  BTF-RSV-BAY     PIC 99.
                   15  BTF-RSV-SHELF   PIC 99.
               10  BTF-RSV-CAPACITY    PIC 9(5).

       FD CANDY-MASTER-FILE
           RECORD CONTAINS 29 CHARACTERS.
           05  ZONE-WORK               PIC A           VALUE SPACE.
           05  ZONE-OK-SWITCH          PIC X           VALUE 'Y'.
               88 ZONE-COMPATIBLE                      VALUE 'Y'.
           05  CAPACITY-OK-SWITCH      PIC X           VALUE 'Y'.
               88 CAPACITIES-VALID                     VALUE 'Y'.
           05  CAPACITY-REJECT-REASON  PIC X(35)       VALUE SPACES.
           05  RSV-SUB                 PIC 9           VALUE 0.
           05  RSV-IN-USE-COUNT        PIC 9           VALUE 0.
           05  HOME-LOCATION.
               10  HOME-AISLE          PIC 99.
               10  HOME-BAY            PIC 99.
               10  HOME-SHELF          PIC 99.
           05  BMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BTF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BIN-SUB                 PIC 9(4)        VALUE 0.
               10  BIN-BAY             PIC 99.
               10  BIN-SHELF           PIC 99.
               10  BIN-TEMP-ZONE       PIC A.
               10  BIN-CAPACITY        PIC 9(5).
               10  BIN-RESERVE-BIN OCCURS 3 TIMES.
                   15  BIN-RSV-AISLE   PIC 99.
                   15  BIN-RSV-BAY     PIC 99.
                   15  BIN-RSV-SHELF   PIC 99.
                   15  BIN-RSV-CAPACITY PIC 9(5).

      *****************************************************************
      * STORAGE-CLASS-TABLE carries the catalog's storage class per
           05  BAI-SHELF               PIC 99.
           05  FILLER                  PIC X           VALUE SPACES.
           05  BAI-TEMP-ZONE           PIC X.
           05  FILLER                  PIC X(5)        VALUE ' CAP '.
           05  BAI-CAPACITY            PIC 9(5).
           05  FILLER                  PIC X(5)        VALUE ' RSV '.
           05  BAI-RESERVE-COUNT       PIC 9.
           05  FILLER                  PIC X(4)        VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
                           ADD 1 TO BIN-COUNT
                           MOVE BIN-MASTER-RECORD TO
                                   BIN-ENTRY (BIN-COUNT)
                           PERFORM 12A-CLEAR-UNSET-CAPACITIES
                   END-READ
               END-PERFORM
               CLOSE BIN-MASTER-FILE
           END-IF
           .

      *****************************************************************
      * 12A-CLEAR-UNSET-CAPACITIES zeroes the capacity fields of an
      * entry written before bins carried capacities, so a blank
      * home capacity reads as not set and a blank slot as unused.
      *****************************************************************
       12A-CLEAR-UNSET-CAPACITIES.

           IF BIN-CAPACITY (BIN-COUNT) IS NOT NUMERIC
               MOVE 0 TO BIN-CAPACITY (BIN-COUNT)
           END-IF
           PERFORM VARYING RSV-SUB FROM 1 BY 1 UNTIL RSV-SUB > 3
               IF BIN-RSV-AISLE (BIN-COUNT, RSV-SUB) IS NOT NUMERIC
                  OR BIN-RSV-BAY (BIN-COUNT, RSV-SUB) IS NOT NUMERIC
                  OR BIN-RSV-SHELF (BIN-COUNT, RSV-SUB) IS NOT NUMERIC
                  OR BIN-RSV-CAPACITY (BIN-COUNT, RSV-SUB)
                       IS NOT NUMERIC
                   MOVE 0 TO BIN-RSV-AISLE (BIN-COUNT, RSV-SUB)
                             BIN-RSV-BAY (BIN-COUNT, RSV-SUB)
                             BIN-RSV-SHELF (BIN-COUNT, RSV-SUB)
                             BIN-RSV-CAPACITY (BIN-COUNT, RSV-SUB)
               END-IF
           END-PERFORM
           .

       13-LOAD-STORAGE-CLASSES.

           OPEN INPUT CANDY-MASTER-FILE
                       ADD 1 TO REJECT-COUNT
                   ELSE
                       PERFORM 24-CHECK-ZONE-COMPATIBLE
                       PERFORM 23-CHECK-BIN-CAPACITIES
                       IF ZONE-COMPATIBLE AND CAPACITIES-VALID
                           PERFORM 27-ADD-BIN-ENTRY
                           PERFORM 30-MOVE-BIN-CAPACITIES
                           MOVE 'ADDED' TO REG-DISPOSITION
                           ADD 1 TO ADDS-APPLIED-COUNT
                           MOVE 'A' TO AUD-ACTION
                           MOVE BIN-AUDIT-IMAGE TO AUD-AFTER-IMAGE
                           PERFORM 33-STAMP-AUDIT-RECORD
                       ELSE
                           PERFORM 31-REJECT-BIN-CHECKS
                       END-IF
                   END-IF
               WHEN BTF-ACTION IS EQUAL TO 'C'
                   IF BIN-ENTRY-FOUND
                       PERFORM 24-CHECK-ZONE-COMPATIBLE
                       PERFORM 23-CHECK-BIN-CAPACITIES
                       IF ZONE-COMPATIBLE AND CAPACITIES-VALID
                           PERFORM 29-BUILD-ENTRY-IMAGE
                           MOVE BIN-AUDIT-IMAGE TO AUD-BEFORE-IMAGE
                           MOVE BTF-AISLE TO BIN-AISLE (BIN-HOLD-SUB)
                           MOVE BTF-SHELF TO BIN-SHELF (BIN-HOLD-SUB)
                           MOVE BTF-TEMP-ZONE TO
                                   BIN-TEMP-ZONE (BIN-HOLD-SUB)
                           PERFORM 30-MOVE-BIN-CAPACITIES
                           MOVE 'CHANGED' TO REG-DISPOSITION
                           ADD 1 TO CHANGES-APPLIED-COUNT
                           MOVE 'C' TO AUD-ACTION
                           MOVE BIN-AUDIT-IMAGE TO AUD-AFTER-IMAGE
                           PERFORM 33-STAMP-AUDIT-RECORD
                       ELSE
                           PERFORM 31-REJECT-BIN-CHECKS
                       END-IF
                   ELSE
                       MOVE 'REJECTED - LOCATION NOT ON FILE'
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 23-CHECK-BIN-CAPACITIES proves the transaction's capacities:
      * the home capacity numeric or blank (not set), and each
      * reserve slot either blank or a numeric location other than
      * the home bin with a capacity above zero.
      *****************************************************************
       23-CHECK-BIN-CAPACITIES.

           MOVE 'Y' TO CAPACITY-OK-SWITCH
           MOVE SPACES TO CAPACITY-REJECT-REASON
           IF BTF-CAPACITY-X IS NOT EQUAL TO SPACES
              AND BTF-CAPACITY IS NOT NUMERIC
               MOVE 'N' TO CAPACITY-OK-SWITCH
               MOVE 'REJECTED - CAPACITY NOT NUMERIC'
                       TO CAPACITY-REJECT-REASON
           END-IF

           MOVE BTF-AISLE TO HOME-AISLE
           MOVE BTF-BAY TO HOME-BAY
           MOVE BTF-SHELF TO HOME-SHELF
           PERFORM VARYING RSV-SUB FROM 1 BY 1
               UNTIL RSV-SUB > 3
                  OR NOT CAPACITIES-VALID
               IF BTF-RESERVE-BIN (RSV-SUB) IS NOT EQUAL TO SPACES
                   IF BTF-RSV-LOCATION (RSV-SUB) IS NOT NUMERIC
                      OR BTF-RSV-CAPACITY (RSV-SUB) IS NOT NUMERIC
                      OR BTF-RSV-CAPACITY (RSV-SUB) IS EQUAL TO ZERO
                       MOVE 'N' TO CAPACITY-OK-SWITCH
                       MOVE 'REJECTED - RESERVE BIN INVALID'
                               TO CAPACITY-REJECT-REASON
                   ELSE
                       IF BTF-RSV-LOCATION (RSV-SUB) IS EQUAL TO
                               HOME-LOCATION
                           MOVE 'N' TO CAPACITY-OK-SWITCH
                           MOVE 'REJECTED - RESERVE BIN IS HOME BIN'
                                   TO CAPACITY-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 24-CHECK-ZONE-COMPATIBLE proves the transaction's zone can
      * hold the candy's storage class: cold candy needs a cold
           MOVE BIN-BAY (BIN-HOLD-SUB) TO BAI-BAY
           MOVE BIN-SHELF (BIN-HOLD-SUB) TO BAI-SHELF
           MOVE BIN-TEMP-ZONE (BIN-HOLD-SUB) TO BAI-TEMP-ZONE
           MOVE BIN-CAPACITY (BIN-HOLD-SUB) TO BAI-CAPACITY
           MOVE 0 TO RSV-IN-USE-COUNT
           PERFORM VARYING RSV-SUB FROM 1 BY 1 UNTIL RSV-SUB > 3
               IF BIN-RSV-CAPACITY (BIN-HOLD-SUB, RSV-SUB)
                       IS GREATER THAN ZERO
                   ADD 1 TO RSV-IN-USE-COUNT
               END-IF
           END-PERFORM
           MOVE RSV-IN-USE-COUNT TO BAI-RESERVE-COUNT
           .

      *****************************************************************
      * 30-MOVE-BIN-CAPACITIES carries the transaction's home
      * capacity and reserve bins onto the entry, a blank capacity
      * as zero and a blank slot as an unused one.
      *****************************************************************
       30-MOVE-BIN-CAPACITIES.

           IF BTF-CAPACITY-X IS EQUAL TO SPACES
               MOVE 0 TO BIN-CAPACITY (BIN-HOLD-SUB)
           ELSE
               MOVE BTF-CAPACITY TO BIN-CAPACITY (BIN-HOLD-SUB)
           END-IF
           PERFORM VARYING RSV-SUB FROM 1 BY 1 UNTIL RSV-SUB > 3
               IF BTF-RESERVE-BIN (RSV-SUB) IS EQUAL TO SPACES
                   MOVE 0 TO BIN-RSV-AISLE (BIN-HOLD-SUB, RSV-SUB)
                             BIN-RSV-BAY (BIN-HOLD-SUB, RSV-SUB)
                             BIN-RSV-SHELF (BIN-HOLD-SUB, RSV-SUB)
                             BIN-RSV-CAPACITY (BIN-HOLD-SUB, RSV-SUB)
               ELSE
                   MOVE BTF-RSV-AISLE (RSV-SUB) TO
                           BIN-RSV-AISLE (BIN-HOLD-SUB, RSV-SUB)
                   MOVE BTF-RSV-BAY (RSV-SUB) TO
                           BIN-RSV-BAY (BIN-HOLD-SUB, RSV-SUB)
                   MOVE BTF-RSV-SHELF (RSV-SUB) TO
                           BIN-RSV-SHELF (BIN-HOLD-SUB, RSV-SUB)
                   MOVE BTF-RSV-CAPACITY (RSV-SUB) TO
                           BIN-RSV-CAPACITY (BIN-HOLD-SUB, RSV-SUB)
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 31-REJECT-BIN-CHECKS rejects an add or change that failed
      * the zone or the capacity checks, the zone reason first.
      *****************************************************************
       31-REJECT-BIN-CHECKS.

           IF NOT ZONE-COMPATIBLE
               MOVE 'REJECTED - ZONE TOO WARM FOR CANDY'
                       TO REG-DISPOSITION
           ELSE
               MOVE CAPACITY-REJECT-REASON TO REG-DISPOSITION
           END-IF
           ADD 1 TO REJECT-COUNT
           .

      *****************************************************************
