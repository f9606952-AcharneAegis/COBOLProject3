               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-REC-KEY
               ALTERNATE RECORD KEY IS IM-CANDY-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IM-VENDOR-ID
                   WITH DUPLICATES
               FILE STATUS IS IMF-FILE-STATUS.
           SELECT BUDGET-MASTER-FILE
               ASSIGN TO 'HEADCOUNT-BUDGET.txt'
       FILE SECTION.

       FD PICK-LIST-DATA
           RECORD CONTAINS 51 CHARACTERS.

       01  PICK-DATA-RECORD.
           05  PLD-WAREHOUSE-ID        PIC X(4).
           05  PLD-LOT-NUMBER          PIC X(10).
           05  PLD-UNITS-PICKED        PIC 9(3).
           05  PLD-PRIORITY            PIC X.
           05  PLD-SHIP-TO-CODE        PIC X(4).
           05  PLD-ORDERED-CANDY-ID    PIC XXX.

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

       FD QUALITY-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
