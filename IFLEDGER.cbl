      *    INTERFACE-CONTROL-LEDGER.txt  one row per transmission:
      *                            interface code ('PY' payroll,
      *                            'CA' carrier, 'JV' voucher,
      *                            'IV' invoice, 'PP' positive
      *                            pay, 'VM' VMI activity feed,
      *                            'AV' customer availability
      *                            feed), date, sequence, count,
      *                            ack flag and date.
      *    INTERFACE-ACK-TRANS.txt optional: keyed acknowledgments
      *                            -- code, sequence, ack date.
      * *****
           05  GAP-COUNT               PIC 9(5)        VALUE 0.
           05  UNACKED-COUNT           PIC 9(5)        VALUE 0.

       01  INTERFACE-CODES             PIC X(14)       VALUE
           'PYCAJVIVPPVMAV'.
       01  INTERFACE-CODE-TABLE REDEFINES INTERFACE-CODES.
           05  KNOWN-CODE OCCURS 7 TIMES PIC XX.

       01  LEDGER-COUNT                PIC 9(4)        VALUE 0.

           WRITE REPORT-RECORD

           PERFORM VARYING CODE-SUB FROM 1 BY 1
               UNTIL CODE-SUB > 7
               PERFORM 22-CHECK-ONE-INTERFACE
           END-PERFORM
           .
