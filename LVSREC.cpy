      *****************************************************************
      * LEAVE-STATUS-RECORD is one employee's leave of absence on
      * LEAVE-STATUS.txt, kept by LEAVEMNT -- the latest leave per
      * employee, open ('L') until the actual return is keyed, then
      * returned ('R') until the next leave starts over it.  The
      * warehouse is refreshed off the employee master on every
      * transaction.  Leave type M medical, F family, P personal,
      * W workers compensation, O other; paid flag P or U.  40
      * characters.
      *****************************************************************
       01  LEAVE-STATUS-RECORD.
           05  LVS-EMP-ID              PIC X(5).
           05  LVS-WAREHOUSE-ID        PIC X(4).
           05  LVS-STATUS              PIC X.
               88  LVS-ON-LEAVE                        VALUE 'L'.
               88  LVS-RETURNED                        VALUE 'R'.
           05  LVS-LEAVE-TYPE          PIC X.
               88  LVS-TYPE-VALID                      VALUE 'M'
                                       'F' 'P' 'W' 'O'.
           05  LVS-PAID-FLAG           PIC X.
               88  LVS-PAID                            VALUE 'P'.
               88  LVS-UNPAID                          VALUE 'U'.
           05  LVS-START-DATE          PIC 9(8).
           05  LVS-EXPECTED-RETURN     PIC 9(8).
           05  LVS-ACTUAL-RETURN       PIC 9(8).
           05  FILLER                  PIC X(4).
