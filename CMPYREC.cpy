      *****************************************************************
      * COMMISSION-PAYABLE-RECORD is one sales rep's commission for
      * a month on COMMISSION-PAYABLE.txt, the feed COMMRUN leaves
      * for the payroll interface.  CMP-REP-ID is the rep's
      * Employee ID.  PAYEXTR carries each line out to the bureau
      * behind the rep's detail record and keeps on the file only
      * the lines it found no employee for.  20 characters.
      *****************************************************************
       01  COMMISSION-PAYABLE-RECORD.
           05  CMP-REP-ID              PIC X(5).
           05  CMP-PERIOD              PIC 9(6).
           05  CMP-AMOUNT              PIC 9(7)V99.
