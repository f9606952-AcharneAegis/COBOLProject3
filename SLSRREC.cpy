      *****************************************************************
      * SALES-REP-RECORD is one sales territory on the sales rep
      * master SALES-REP-MASTER.txt and the representative who
      * works it.  CUM-SALES-TERRITORY on the customer master
      * points here; a rep who covers more than one territory has a
      * line for each.  SRM-REP-ID is the rep's Employee ID, so the
      * commission COMMRUN pays goes to payroll under it.  29
      * characters.
      *****************************************************************
       01  SALES-REP-RECORD.
           05  SRM-TERRITORY           PIC X(4).
           05  SRM-REP-ID              PIC X(5).
           05  SRM-REP-NAME            PIC X(20).
