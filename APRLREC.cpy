      *****************************************************************
      * APPROVAL-RULE-RECORD is one dual-control rule on
      * APPROVAL-RULES.txt -- a master change that trips a rule is
      * parked on PENDING-APPROVAL.txt for a second operator to
      * release through APPRVRUN instead of being applied.  Rule
      * CL credit limit increase of more than the threshold amount
      * (CUSTMAINT), SA salary change of more than the threshold
      * percent either way (EMPMAINT), PP PO price change of more
      * than the threshold percent either way, zero meaning any
      * change (POMAINT), RT any vendor remit-to change, threshold
      * not used (VENDMAINT).  A rule not on file is not checked.
      * 13 characters.
      *****************************************************************
       01  APPROVAL-RULE-RECORD.
           05  RUL-RULE-CODE           PIC XX.
           05  RUL-THRESHOLD           PIC 9(9)V99.
