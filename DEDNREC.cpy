      *****************************************************************
      * DEDUCTION-RECORD is one customer short-payment split off an
      * invoice by ARCASH and held on DEDUCTION-LEDGER.txt until
      * ARDEDMNT approves it (a credit memo through ARPOST) or
      * denies it (rebilled as a new open item).  The invoice itself
      * is closed when the deduction is taken; an open deduction is
      * still owed, in dispute, and stays in the customer's open
      * balance.  56 characters.
      *****************************************************************
       01  DEDUCTION-RECORD.
           05  DDL-CUSTOMER            PIC X(10).
           05  DDL-INVOICE-NUMBER      PIC X(8).
           05  DDL-INVOICE-DATE        PIC 9(8).
           05  DDL-DEDUCTION-DATE      PIC 9(8).
           05  DDL-REASON-CODE         PIC XX.
               88  DDL-PRICING-DISPUTE                 VALUE 'PR'.
               88  DDL-SHORTAGE                        VALUE 'SH'.
               88  DDL-DAMAGE                          VALUE 'DM'.
               88  DDL-PROMO-ALLOWANCE                 VALUE 'PA'.
               88  DDL-FREIGHT                         VALUE 'FR'.
               88  DDL-OTHER                           VALUE 'OT'.
               88  DDL-VALID-REASON         VALUE 'PR' 'SH' 'DM'
                                                  'PA' 'FR' 'OT'.
           05  DDL-AMOUNT              PIC 9(9)V99.
           05  DDL-STATUS              PIC X.
               88  DDL-OPEN                            VALUE 'O'.
               88  DDL-APPROVED                        VALUE 'A'.
               88  DDL-DENIED                          VALUE 'D'.
           05  DDL-RESOLVED-DATE       PIC 9(8).
