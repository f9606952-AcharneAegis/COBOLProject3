               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-REC-KEY
               ALTERNATE RECORD KEY IS IM-CANDY-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IM-VENDOR-ID
                   WITH DUPLICATES
               FILE STATUS IS IMF-FILE-STATUS.
           SELECT UPDATE-LOG-FILE
               ASSIGN TO 'INVENTORY-UPDATE-LOG.txt'
