      *****************************************************************
      * STANDING-ORDER-RECORD is one standing order on STANDING-
      * ORDER.txt -- a customer's repeat line for one candy at one
      * ship-to, kept in standing order number order by STORDMNT.
      * SOR-FREQUENCY is 'W' weekly, 'B' every other week counted
      * from the start date, or 'M' monthly on the first
      * SOR-DAY-OF-WEEK of the month; SOR-DAY-OF-WEEK runs 1
      * Monday through 7 Sunday.  SOR-END-DATE zero is open-ended.
      * SOR-HOLD-FLAG 'H' suspends the standing order without
      * losing it.  SOR-LAST-GEN-DATE is the last scheduled date
      * STORDGEN has dealt with -- generated, or skipped for a hold
      * -- so no date is ever generated twice.  55 characters.
      *****************************************************************
       01  STANDING-ORDER-RECORD.
           05  SOR-STANDING-ID         PIC X(6).
           05  SOR-CUSTOMER-ID         PIC X(10).
           05  SOR-SHIP-TO-CODE        PIC X(4).
           05  SOR-CANDY-ID            PIC XXX.
           05  SOR-CASES               PIC 9(5).
           05  SOR-FREQUENCY           PIC X.
               88  SOR-WEEKLY                          VALUE 'W'.
               88  SOR-BIWEEKLY                        VALUE 'B'.
               88  SOR-MONTHLY                         VALUE 'M'.
           05  SOR-DAY-OF-WEEK         PIC 9.
           05  SOR-START-DATE          PIC 9(8).
           05  SOR-END-DATE            PIC 9(8).
           05  SOR-HOLD-FLAG           PIC X.
               88  SOR-ON-HOLD                         VALUE 'H'.
           05  SOR-LAST-GEN-DATE       PIC 9(8).
