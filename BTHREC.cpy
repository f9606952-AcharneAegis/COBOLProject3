      *****************************************************************
      * BATCH-HEADER-RECORD opens each batch on the transaction file
      * of a posting run -- INVPOST, XFERPOST, SHIPCONF, ARCASH and
      * RMAPROC.  The detail lines of the batch follow it up to the
      * next header or the end of the file.  BTH-SOURCE names who
      * made the batch (a keying desk or the program that generated
      * it), BTH-BATCH-SEQ runs one up per source for that posting
      * run, and the record count and hash total prove the detail
      * -- the hash is the sum of the detail's quantity field,
      * cases, or for ARCASH the amount.  The posting run refuses
      * the whole file when any batch is already on POSTED-BATCH-
      * LEDGER.txt, out of sequence, or does not prove.  The tag
      * '*BATCH' sets the header apart from the detail lines.  45
      * characters.
      *****************************************************************
       01  BATCH-HEADER-RECORD.
           05  BTH-TAG                 PIC X(6).
               88  BTH-IS-HEADER                       VALUE '*BATCH'.
           05  BTH-SOURCE              PIC X(8).
           05  BTH-BATCH-DATE          PIC 9(8).
           05  BTH-BATCH-SEQ           PIC 9(4).
           05  BTH-RECORD-COUNT        PIC 9(6).
           05  BTH-HASH-TOTAL          PIC 9(11)V99.
