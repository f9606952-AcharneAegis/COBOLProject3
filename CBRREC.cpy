      *****************************************************************
      * COBRA-CONTINUATION-RECORD is one terminated employee's
      * continuation coverage on COBRA-CONTINUATION.txt, kept by
      * COBRARUN -- one row per termination off the terminated-
      * employee history, carrying the plan and dependents at
      * termination, the monthly premium (plan cost plus the
      * administrative percentage), the election deadline, the
      * premiums received and how far they pay coverage.  Status
      * N awaiting election, E elected, W waived, X election
      * period expired, T dropped for nonpayment, C maximum period
      * ended.  123 characters.
      *****************************************************************
       01  COBRA-CONTINUATION-RECORD.
           05  CBR-EMP-ID              PIC X(5).
           05  CBR-TERM-DATE           PIC 9(8).
           05  CBR-WAREHOUSE-ID        PIC X(4).
           05  CBR-LAST-NAME           PIC X(10).
           05  CBR-FIRST-NAME          PIC X(10).
           05  CBR-MIDDLE-INI          PIC X.
           05  CBR-HEALTH-PLAN         PIC X.
           05  CBR-DEPENDENTS          PIC 99.
           05  CBR-PLAN-COST           PIC 999.
           05  CBR-MONTHLY-PREMIUM     PIC 9(5)V99.
           05  CBR-STATUS              PIC X.
               88  CBR-AWAITING-ELECTION               VALUE 'N'.
               88  CBR-ELECTED                         VALUE 'E'.
               88  CBR-WAIVED                          VALUE 'W'.
               88  CBR-ELECTION-EXPIRED                VALUE 'X'.
               88  CBR-DROPPED-NONPAYMENT              VALUE 'T'.
               88  CBR-PERIOD-ENDED                    VALUE 'C'.
           05  CBR-NOTICE-DATE         PIC 9(8).
           05  CBR-ELECTION-DEADLINE   PIC 9(8).
           05  CBR-ELECTION-DATE       PIC 9(8).
           05  CBR-MONTHS-PAID         PIC 99.
           05  CBR-PAID-THROUGH        PIC 9(8).
           05  CBR-LAST-PAYMENT-DATE   PIC 9(8).
           05  CBR-TOTAL-PAID          PIC 9(7)V99.
           05  CBR-MAX-COVERAGE-END    PIC 9(8).
           05  CBR-COVERAGE-END-DATE   PIC 9(8).
           05  FILLER                  PIC X(4).
