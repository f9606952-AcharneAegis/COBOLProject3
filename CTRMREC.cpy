      *****************************************************************
      * CONTRACT-TERMS-RECORD is one line of the digitization
      * contractor's billing terms on CONTRACT-TERMS.txt, kept by
      * hand from the signed contract and read by CNTRBILL.  The
      * 'P' record carries the price per accepted record.  One 'R'
      * record per reject class carries the penalty per reject:
      * HIRE, SALR, PLAN, and DEPS for the four validation rules,
      * CONT continuation errors, DUPL duplicate IDs, WHID
      * warehouse ID rejects.  The 'S' record carries the monthly
      * acceptance-rate service level.  One 'T' record per credit
      * tier: a month whose acceptance rate is below the tier rate
      * earns the tier's credit percent off the net amount, the
      * deepest tier reached applying.  40 characters.
      *****************************************************************
       01  CONTRACT-TERMS-RECORD.
           05  CTM-RECORD-TYPE         PIC X.
               88  CTM-PRICE-TERM                      VALUE 'P'.
               88  CTM-PENALTY-TERM                    VALUE 'R'.
               88  CTM-SERVICE-LEVEL-TERM              VALUE 'S'.
               88  CTM-CREDIT-TIER-TERM                VALUE 'T'.
           05  CTM-PRICE-DATA.
               10  CTM-PRICE-PER-RECORD PIC 9V9999.
               10  FILLER              PIC X(34).
           05  CTM-PENALTY-DATA REDEFINES CTM-PRICE-DATA.
               10  CTM-REJECT-CLASS    PIC X(4).
               10  CTM-PENALTY-PER-REJECT PIC 9V9999.
               10  FILLER              PIC X(30).
           05  CTM-SERVICE-DATA REDEFINES CTM-PRICE-DATA.
               10  CTM-TARGET-RATE     PIC 999V9.
               10  FILLER              PIC X(35).
           05  CTM-TIER-DATA REDEFINES CTM-PRICE-DATA.
               10  CTM-TIER-BELOW-RATE PIC 999V9.
               10  CTM-TIER-CREDIT-PCT PIC 99V9.
               10  FILLER              PIC X(32).
