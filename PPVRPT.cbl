           05  SCF-STANDARD-COST       PIC 999V99.

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY VNDMREC.

       FD EXCHANGE-RATE-FILE
           RECORD CONTAINS 21 CHARACTERS.
