               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-REC-KEY
               ALTERNATE RECORD KEY IS IM-CANDY-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IM-VENDOR-ID
                   WITH DUPLICATES
               FILE STATUS IS IMF-FILE-STATUS.
           SELECT BIN-MASTER-FILE
               ASSIGN TO 'BIN-LOCATION.txt'
           05  CMF-STORAGE-CLASS       PIC A.

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY VNDMREC.

       FD EMP-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.
       COPY INVMREC.

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

       FD IN-TRANSIT-FILE
           RECORD CONTAINS 32 CHARACTERS.
