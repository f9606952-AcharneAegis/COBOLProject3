      * *****
      * INPUT:
      *    BACKORDER.txt           the backorder file, with the
      *                            first-backordered date and the
      *                            reason code ('L' when ORDALLOC
      *                            found no lot with the shelf life
      *                            the customer requires).
      *    PICK-LIST.txt           the latest run's picks, for the
      *                            fill-rate figure.
      *    BACKORDER-AGE-LIMIT.txt optional: one line, the age
       FILE SECTION.

       FD BACKORDER-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  BACKORDER-RECORD.
           05  BOF-ORDER-NUMBER        PIC X(8).
           05  BOF-CASES               PIC 9(5).
           05  BOF-FIRST-DATE          PIC 9(8).
           05  BOF-UNITS               PIC 9(3).
           05  BOF-PRIORITY            PIC X.
           05  BOF-SHIP-TO-CODE        PIC X(4).
           05  BOF-REASON-CODE         PIC X.
               88 BOF-SHELF-LIFE-SHORT                 VALUE 'L'.

       FD PICK-LIST-DATA
           RECORD CONTAINS 51 CHARACTERS.

       01  PICK-DATA-RECORD.
           05  PLD-WAREHOUSE-ID        PIC X(4).
           05  PLD-LOT-NUMBER          PIC X(10).
           05  PLD-UNITS-PICKED        PIC 9(3).
           05  PLD-PRIORITY            PIC X.
           05  PLD-SHIP-TO-CODE        PIC X(4).
           05  PLD-ORDERED-CANDY-ID    PIC XXX.

       FD AGE-LIMIT-PARM-FILE
           RECORD CONTAINS 3 CHARACTERS.
           05  LINES-READ-COUNT        PIC 9(5)        VALUE 0.
           05  LINES-KEPT-COUNT        PIC 9(5)        VALUE 0.
           05  LINES-CANCELLED-COUNT   PIC 9(5)        VALUE 0.
           05  SHELF-LIFE-SHORT-COUNT  PIC 9(5)        VALUE 0.
           05  PICKS-READ-COUNT        PIC 9(5)        VALUE 0.
           05  TOTAL-OPEN-AGE-DAYS     PIC 9(9)        VALUE 0.
           05  BUCKET-0-30-COUNT       PIC 9(5)        VALUE 0.
               10  BOT-CASES           PIC 9(5).
               10  BOT-FIRST-DATE      PIC 9(8).
               10  BOT-UNITS           PIC 9(3).
               10  BOT-PRIORITY        PIC X.
               10  BOT-SHIP-TO-CODE    PIC X(4).
               10  BOT-REASON-CODE     PIC X.
               10  BOT-AGE-DAYS        PIC S9(5).
               10  BOT-CANCEL-FLAG     PIC X.

                           ELSE
                               MOVE 0 TO BOT-UNITS (BO-COUNT)
                           END-IF
                           MOVE BOF-PRIORITY TO
                                   BOT-PRIORITY (BO-COUNT)
                           MOVE BOF-SHIP-TO-CODE TO
                                   BOT-SHIP-TO-CODE (BO-COUNT)
                           MOVE BOF-REASON-CODE TO
                                   BOT-REASON-CODE (BO-COUNT)
                           MOVE SPACE TO BOT-CANCEL-FLAG (BO-COUNT)
                           ADD 1 TO LINES-READ-COUNT
                   END-READ
               ELSE
                   ADD 1 TO LINES-KEPT-COUNT
                   ADD AGE-DAYS TO TOTAL-OPEN-AGE-DAYS
                   IF BOT-REASON-CODE (BO-SUB) IS EQUAL TO 'L'
                       ADD 1 TO SHELF-LIFE-SHORT-COUNT
                   END-IF
                   EVALUATE TRUE
                       WHEN AGE-DAYS IS NOT GREATER THAN 30
                           ADD 1 TO BUCKET-0-30-COUNT
                   MOVE BOT-CASES (BO-SUB) TO BOF-CASES
                   MOVE BOT-FIRST-DATE (BO-SUB) TO BOF-FIRST-DATE
                   MOVE BOT-UNITS (BO-SUB) TO BOF-UNITS
                   MOVE BOT-PRIORITY (BO-SUB) TO BOF-PRIORITY
                   MOVE BOT-SHIP-TO-CODE (BO-SUB) TO BOF-SHIP-TO-CODE
                   MOVE BOT-REASON-CODE (BO-SUB) TO BOF-REASON-CODE
                   WRITE BACKORDER-RECORD
               END-IF
           END-PERFORM
           MOVE REPORT-TOTAL-LINE TO AGING-RECORD
           WRITE AGING-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'KEPT - NO LOT WITH SHELF LIFE' TO RTL-LABEL
           MOVE SHELF-LIFE-SHORT-COUNT TO RTL-COUNT
           MOVE REPORT-TOTAL-LINE TO AGING-RECORD
           WRITE AGING-RECORD

           MOVE SPACES TO REPORT-TOTAL-LINE
           MOVE 'OPEN 0-30 DAYS' TO RTL-LABEL
           MOVE BUCKET-0-30-COUNT TO RTL-COUNT
