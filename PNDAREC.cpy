      *****************************************************************
      * PENDING-APPROVAL-RECORD is one master change parked for
      * dual-control approval on PENDING-APPROVAL.txt.  The
      * maintenance run that parks it numbers it one past the
      * highest ID on file and keeps the transaction exactly as it
      * came in; APPRVRUN records the second operator's decision --
      * P pending, R released, J rejected -- and on a release hands
      * the transaction back to its maintenance run stamped with
      * the requester, the approver and this ID.  The maintenance
      * run applies a stamped transaction only when the ID shows
      * released here, by that same approver, for that same
      * requester, and the transaction matches the image kept here
      * byte for byte; it then marks the item X applied, so a stamp
      * is honoured once.  Before and after values are the field
      * the rule tripped on, for the aging report and the audit
      * trail.  199 characters.
      *****************************************************************
       01  PENDING-APPROVAL-RECORD.
           05  PND-PENDING-ID          PIC 9(6).
           05  PND-REQUEST-DATE        PIC 9(8).
           05  PND-PROGRAM             PIC X(10).
           05  PND-RULE-CODE           PIC XX.
           05  PND-KEY                 PIC X(14).
           05  PND-REQUESTER-ID        PIC X(5).
           05  PND-STATUS              PIC X.
               88  PND-PENDING                         VALUE 'P'.
               88  PND-RELEASED                        VALUE 'R'.
               88  PND-REJECTED                        VALUE 'J'.
               88  PND-APPLIED                         VALUE 'X'.

           05  PND-APPROVER-ID         PIC X(5).
           05  PND-DECISION-DATE       PIC 9(8).
           05  PND-BEFORE-VALUE        PIC X(20).
           05  PND-AFTER-VALUE         PIC X(20).
           05  PND-TRANS-IMAGE         PIC X(100).
