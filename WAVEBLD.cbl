      *    Bnnn-Wave-Pick.txt      one consolidated picking wave per
      *                            warehouse, in walk order.
      *    Wave-Packing-List.txt   the breakdown of every wave line
      *                            back to its orders, with the
      *                            ship-to location each order's
      *                            cases are packed for, and the
      *                            candy ordered where the cases
      *                            are a substitute.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

       FD WAVE-PICK-PRINT
           RECORD CONTAINS 80 CHARACTERS.
               10  PCK-CANDY-ID        PIC XXX.
               10  PCK-CASES-PICKED    PIC 9(5).
               10  PCK-LOT-NUMBER      PIC X(10).
               10  PCK-UNITS-PICKED    PIC 9(3).
               10  PCK-PRIORITY        PIC X.
               10  PCK-SHIP-TO-CODE    PIC X(4).
               10  PCK-ORDERED-CANDY-ID PIC XXX.

       01  WAVE-COUNT                  PIC 9(4)        VALUE 0.

           05  PDL-CUSTOMER            PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  PDL-CASES               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  PDL-SHIP-TO-CODE        PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  PDL-SUBST-NOTE          PIC X(8).
           05  PDL-ORDERED-CANDY-ID    PIC XXX.
           05  FILLER                  PIC X(29)       VALUE SPACES.

       PROCEDURE DIVISION.

                           PDL-ORDER-NUMBER
                   MOVE PCK-CUSTOMER (PICK-SUB) TO PDL-CUSTOMER
                   MOVE PCK-CASES-PICKED (PICK-SUB) TO PDL-CASES
                   MOVE PCK-SHIP-TO-CODE (PICK-SUB) TO PDL-SHIP-TO-CODE
                   IF PCK-ORDERED-CANDY-ID (PICK-SUB) IS EQUAL TO
                           SPACES
                       MOVE SPACES TO PDL-SUBST-NOTE
                   ELSE
                       MOVE 'SUB FOR ' TO PDL-SUBST-NOTE
                   END-IF
                   MOVE PCK-ORDERED-CANDY-ID (PICK-SUB) TO
                           PDL-ORDERED-CANDY-ID
                   MOVE PACKING-DETAIL-LINE TO PACKING-PRINT-RECORD
                   WRITE PACKING-PRINT-RECORD
               END-IF
