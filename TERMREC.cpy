      *****************************************************************
      * TERMS-RECORD is one payment terms code on TERMS-TABLE.txt:
      * the days after the invoice date the item falls due, and the
      * early-payment discount -- percent of the invoice, earned
      * when paid within the discount days.  CUM-TERMS-CODE on the
      * customer master points here.  32 characters.
      *****************************************************************
       01  TERMS-RECORD.
           05  TRM-TERMS-CODE          PIC XX.
           05  TRM-DESCRIPTION         PIC X(20).
           05  TRM-NET-DAYS            PIC 999.
           05  TRM-DISCOUNT-PCT        PIC 99V99.
           05  TRM-DISCOUNT-DAYS       PIC 999.
