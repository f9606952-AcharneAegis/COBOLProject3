               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-REC-KEY
               ALTERNATE RECORD KEY IS IM-CANDY-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IM-VENDOR-ID
                   WITH DUPLICATES
               FILE STATUS IS IMF-FILE-STATUS.
           SELECT PRICE-HISTORY-FILE
               ASSIGN TO 'PRICE-CHANGE-HISTORY.txt'
           05  TLF-TOLERANCE-PCT       PIC 999.

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY VNDMREC.

       FD EXCHANGE-RATE-FILE
           RECORD CONTAINS 21 CHARACTERS.
