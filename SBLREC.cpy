      *****************************************************************
      * SUBSTITUTION-LOG-RECORD is one approved substitute ORDALLOC
      * allocated in place of a candy that was out, on
      * SUBSTITUTION-LOG.txt.  ORDALLOC appends one line per order
      * line and substitute taken and keeps the file run over run;
      * SUBSRPT reads it back for the substitution report.
      * SBL-ORDERED-CANDY-ID is the candy the customer ordered,
      * SBL-SUBSTITUTE-ID the candy allocated for it, and
      * SBL-PREFERENCE the substitute's rank on SUBSTITUTE-
      * MASTER.txt.  43 characters.
      *****************************************************************
       01  SUBSTITUTION-LOG-RECORD.
           05  SBL-RUN-DATE            PIC 9(8).
           05  SBL-ORDER-NUMBER        PIC X(8).
           05  SBL-CUSTOMER            PIC X(10).
           05  SBL-SHIP-TO-CODE        PIC X(4).
           05  SBL-ORDERED-CANDY-ID    PIC XXX.
           05  SBL-SUBSTITUTE-ID       PIC XXX.
           05  SBL-PREFERENCE          PIC 99.
           05  SBL-CASES               PIC 9(5).
