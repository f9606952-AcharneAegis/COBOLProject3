           05  WHC-COMPANY             PIC XX.

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

       FD INV-IN-FILE
           RECORD CONTAINS 692 CHARACTERS.
