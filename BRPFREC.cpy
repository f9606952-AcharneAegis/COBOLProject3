      *****************************************************************
      * BANK-REC-PROOF-RECORD is the book-to-bank proof the bank
      * reconciliation BANKREC leaves on BANK-REC-PROOF.txt for the
      * month-end tie-out GLTIEOUT: the statement balance adjusted
      * for deposits in transit and outstanding checks, the book
      * balance adjusted for the bank items not yet on the books,
      * and what is left unreconciled between them.  104
      * characters.
      *****************************************************************
       01  BANK-REC-PROOF-RECORD.
           05  BRF-STATEMENT-DATE      PIC 9(8).
           05  BRF-STATEMENT-BALANCE   PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  BRF-DEPOSITS-IN-TRANSIT PIC 9(11)V99.
           05  BRF-OUTSTANDING-CHECKS  PIC 9(11)V99.
           05  BRF-ADJUSTED-BANK       PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  BRF-BOOK-BALANCE        PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  BRF-ADJUSTED-BOOK       PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  BRF-UNRECONCILED        PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
