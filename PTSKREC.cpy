      *****************************************************************
      * PUTAWAY-TASK-RECORD is one putaway task on PUTAWAY-TASK.txt:
      * cases of a posted receipt to carry off the dock into one
      * bin.  PUTAWAY builds the tasks from the receipts INVPOST
      * logged -- home bin first, then the nearest reserve bin with
      * room -- numbering them in sequence and tagging each with the
      * receipt's date and its place among that day's receipts so a
      * rerun never builds the same receipt twice.  PTK-BIN-TYPE is
      * 'H' home bin or 'R' reserve bin, blank when there was no
      * room anywhere (PTK-STATUS 'N', the bin fields zero).
      * PUTCONF marks a task 'C' put away when the warehouse
      * confirms it; DOCKAGE ages the tasks still open or without
      * room.  PTK-PLATE-ID is the license plate PUTAWAY gave the
      * task's cases.  64 characters.
      *****************************************************************
       01  PUTAWAY-TASK-RECORD.
           05  PTK-TASK-NUMBER         PIC 9(7).
           05  PTK-WAREHOUSE-ID        PIC X(4).
           05  PTK-CANDY-ID            PIC XXX.
           05  PTK-REFERENCE           PIC X(8).
           05  PTK-RECEIPT-DATE        PIC 9(8).
           05  PTK-RECEIPT-SEQ         PIC 9(5).
           05  PTK-BIN-TYPE            PIC X.
               88  PTK-HOME-BIN                        VALUE 'H'.
               88  PTK-RESERVE-BIN                     VALUE 'R'.
           05  PTK-BIN-LOCATION.
               10  PTK-AISLE           PIC 99.
               10  PTK-BAY             PIC 99.
               10  PTK-SHELF           PIC 99.
           05  PTK-CASES               PIC 9(5).
           05  PTK-STATUS              PIC X.
               88  PTK-OPEN                            VALUE 'O'.
               88  PTK-NO-ROOM                         VALUE 'N'.
               88  PTK-PUT-AWAY                        VALUE 'C'.
           05  PTK-CONFIRM-DATE        PIC 9(8).
           05  PTK-PLATE-ID            PIC 9(8).
