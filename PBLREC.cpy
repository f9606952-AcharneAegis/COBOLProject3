      *****************************************************************
      * POSTED-BATCH-RECORD is one row of the posted-batch ledger
      * POSTED-BATCH-LEDGER.txt that every posting run shares.  A
      * run that posts a file adds a 'P' row per batch in it with
      * the date and time it posted; a run that refuses a file adds
      * a 'J' row for each batch at fault with the reason, and
      * posts nothing.  A batch is already posted when a 'P' row
      * for the same posting program, source and sequence is on
      * file, and in sequence only when it is one past the highest
      * sequence posted for that source.  PBLEDGER lists the
      * ledger.  82 characters.
      *****************************************************************
       01  POSTED-BATCH-RECORD.
           05  PBL-PROGRAM             PIC X(8).
           05  PBL-SOURCE              PIC X(8).
           05  PBL-BATCH-DATE          PIC 9(8).
           05  PBL-BATCH-SEQ           PIC 9(4).
           05  PBL-RECORD-COUNT        PIC 9(6).
           05  PBL-HASH-TOTAL          PIC 9(11)V99.
           05  PBL-POST-DATE           PIC 9(8).
           05  PBL-POST-TIME           PIC 9(6).
           05  PBL-STATUS              PIC X.
               88  PBL-POSTED                          VALUE 'P'.
               88  PBL-REJECTED                        VALUE 'J'.
           05  PBL-REASON              PIC X(20).
