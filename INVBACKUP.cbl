      * snapshot and the update log INVPOST writes, INVRESTORE can
      * put the master back and replay the day's movements up to
      * the failure point instead of re-running the original split.
      * The snapshot is the records alone, in prime key order; the
      * Candy ID and vendor alternate indexes are not copied but
      * rebuilt from the records when INVRESTORE reloads them.
      * *****
      * INPUT:
      *    INVENTORY-MASTER.dat    the indexed inventory master.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-REC-KEY
               ALTERNATE RECORD KEY IS IM-CANDY-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IM-VENDOR-ID
                   WITH DUPLICATES
               FILE STATUS IS IMF-FILE-STATUS.
           SELECT BACKUP-FILE
               ASSIGN TO DYNAMIC BACKUP-FILE-NAME
