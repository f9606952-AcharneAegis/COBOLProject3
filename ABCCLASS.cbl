               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-REC-KEY
               ALTERNATE RECORD KEY IS IM-CANDY-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IM-VENDOR-ID
                   WITH DUPLICATES
               FILE STATUS IS IMF-FILE-STATUS.
           SELECT CLASS-LIST-FILE
               ASSIGN TO 'ABC-CLASS.txt'
