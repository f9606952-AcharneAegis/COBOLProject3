      * crash: it reloads the snapshot INVBACKUP took, then replays
      * the movements INVPOST logged on or after the replay date,
      * so the master comes back to where it stood at the failure
      * point instead of where it stood at backup time.  The
      * rebuild declares the Candy ID and vendor alternate keys,
      * so both alternate indexes are built as the snapshot loads;
      * the run then reads each index end to end and proves its
      * count against the records reloaded, ending nonzero when
      * either does not tie.
      * *****
      * INPUT:
      *    RESTORE-PARAMETER.txt   one line: the snapshot file name
      *                            -- 'R' receipts, 'I' issues,
      *                            'A' adjustments, 'W' write-offs,
      *                            'M' customer returns to stock,
      *                            'B' build receipts, 'V' returns
      *                            to vendor, and 'K' case breaks
      *                            (cases off, loose units on at
      *                            the pack size).
      *    PACK-SIZE.txt           units per case, for replaying
      *                            'K' case breaks; optional.
      * *****
      * OUTPUT:
      *    INVENTORY-MASTER.dat    rebuilt and rolled forward.
      *    Restore-Register.txt    what was reloaded and replayed,
      *                            and the count read down each
      *                            alternate index.
      *    RETURN-CODE 16 when an alternate index count does not
      *    tie to the records reloaded.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-REC-KEY
               ALTERNATE RECORD KEY IS IM-CANDY-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IM-VENDOR-ID
                   WITH DUPLICATES
               FILE STATUS IS IMF-FILE-STATUS.
           SELECT PACK-SIZE-FILE
               ASSIGN TO 'PACK-SIZE.txt'
       COPY INVMREC.

       FD PACK-SIZE-FILE
           RECORD CONTAINS 19 CHARACTERS.

       01  PACK-SIZE-RECORD.
           05  PSF-BOX-SIZE            PIC A.
           05  PSF-UNITS-PER-CASE      PIC 9(5).
           05  PSF-CASE-WEIGHT         PIC 999V99.
           05  PSF-CASE-CUBE           PIC 99V99.
           05  PSF-FREIGHT-CLASS       PIC X(4).

       FD RESTORE-REGISTER
           RECORD CONTAINS 80 CHARACTERS.
               88 NO-MORE-ULF-DATA                     VALUE 'N'.
           05  PSF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PSF-DATA                     VALUE 'N'.
           05  MASTER-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-MASTER-DATA                  VALUE 'N'.

       01  TEMP-FIELDS.
           05  RPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RECORDS-RELOADED-COUNT  PIC 9(7)        VALUE 0.
           05  MOVES-REPLAYED-COUNT    PIC 9(7)        VALUE 0.
           05  MOVES-SKIPPED-COUNT     PIC 9(7)        VALUE 0.
           05  CANDY-INDEX-COUNT       PIC 9(7)        VALUE 0.
           05  VENDOR-INDEX-COUNT      PIC 9(7)        VALUE 0.

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           PERFORM 14-LOAD-PACK-SIZES
           PERFORM 20-RELOAD-SNAPSHOT
           PERFORM 30-REPLAY-UPDATE-LOG
           PERFORM 38-PROVE-ALTERNATE-INDEXES
           PERFORM 40-EOF-ROUTINE
           .

                   WHEN ULF-TRANS-TYPE IS EQUAL TO 'B'
                       COMPUTE NEW-STOCK = IM-CANDY-STOCK (1)
                               + ULF-QUANTITY
                   WHEN ULF-TRANS-TYPE IS EQUAL TO 'V'
                       COMPUTE NEW-STOCK = IM-CANDY-STOCK (1)
                               - ULF-QUANTITY
                   WHEN ULF-TRANS-TYPE IS EQUAL TO 'K'
                       COMPUTE NEW-STOCK = IM-CANDY-STOCK (1)
                               - ULF-QUANTITY
       37-REPLAY-EXIT.
           EXIT.

      *****************************************************************
      * 38-PROVE-ALTERNATE-INDEXES reads the rebuilt master down
      * the Candy ID index and then down the vendor index.  Every
      * record carries both keys, so each index must return exactly
      * the records reloaded -- a short index would silently hide
      * stock from allocation, recall, and replenishment.
      *****************************************************************
       38-PROVE-ALTERNATE-INDEXES.

           OPEN INPUT INV-MASTER-FILE
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'INVRESTORE: UNABLE TO REOPEN INVENTORY '
                       'MASTER, FILE STATUS = ' IMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO IM-CANDY-ID
           START INV-MASTER-FILE KEY IS NOT LESS THAN IM-CANDY-ID
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
                       ADD 1 TO CANDY-INDEX-COUNT
               END-READ
           END-PERFORM

           MOVE LOW-VALUES TO IM-VENDOR-ID
           START INV-MASTER-FILE KEY IS NOT LESS THAN IM-VENDOR-ID
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
                       ADD 1 TO VENDOR-INDEX-COUNT
               END-READ
           END-PERFORM

           CLOSE INV-MASTER-FILE

           IF CANDY-INDEX-COUNT IS NOT EQUAL TO RECORDS-RELOADED-COUNT
              OR VENDOR-INDEX-COUNT IS NOT EQUAL TO
                   RECORDS-RELOADED-COUNT
               DISPLAY 'INVRESTORE: ALTERNATE INDEX DOES NOT TIE, '
                       'CANDY ' CANDY-INDEX-COUNT
                       ' VENDOR ' VENDOR-INDEX-COUNT
                       ' RELOADED ' RECORDS-RELOADED-COUNT
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       40-EOF-ROUTINE.

           OPEN OUTPUT RESTORE-REGISTER
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CANDY ID INDEX RECORDS' TO RTL-LABEL
           MOVE CANDY-INDEX-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'VENDOR INDEX RECORDS' TO RTL-LABEL
           MOVE VENDOR-INDEX-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE RESTORE-REGISTER

           STOP RUN
