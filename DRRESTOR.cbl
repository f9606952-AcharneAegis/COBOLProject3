      * DRRESTOR is the one-step restore for the end-of-day
      * disaster recovery bundle DRBUNDLE writes.  At the second
      * site it walks the bundle's framing records, rebuilds every
      * file -- the employee master, customer master, PO master,
      * and open-item ledger back to their indexed form, everything
      * else as the flat file it was -- and proves each
      * file's record count against the manifest.  Any count that
      * does not tie ends the run nonzero: a restore that cannot
      * prove itself is not a restore.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS EMF-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS CUM-FILE-STATUS.
           SELECT PO-MASTER-FILE
               ASSIGN TO 'PO-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POM-REC-KEY
               FILE STATUS IS POM-FILE-STATUS.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO 'AR-OPEN-ITEM.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-REC-KEY
               FILE STATUS IS ARO-FILE-STATUS.
           SELECT SEQ-OUT-FILE
               ASSIGN TO DYNAMIC SEQ-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.

       FD BUNDLE-FILE
           RECORD CONTAINS 91 CHARACTERS.

       01  BUNDLE-RECORD.
           05  BDL-RECORD-TYPE         PIC X.
           05  BDL-FILE-CODE           PIC XX.
           05  BDL-PAYLOAD             PIC X(88).

       FD MANIFEST-FILE
           RECORD CONTAINS 50 CHARACTERS.

       COPY EMPMREC.

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

       FD PO-MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS.

       COPY POMREC.

       FD OPEN-ITEM-FILE
           RECORD CONTAINS 57 CHARACTERS.

       COPY AROPREC.

       FD SEQ-OUT-FILE
           RECORD CONTAINS 88 CHARACTERS.

       01  SEQ-OUT-RECORD              PIC X(88).

       FD RESTORE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
               88 NO-MORE-MAN-DATA                     VALUE 'N'.
           05  FILE-OPEN-SWITCH        PIC X           VALUE 'N'.
               88 A-FILE-IS-OPEN                       VALUE 'Y'.
           05  TARGET-KIND-SWITCH      PIC X           VALUE 'S'.
               88 RESTORING-EMPLOYEES                  VALUE 'E'.
               88 RESTORING-CUSTOMERS                  VALUE 'C'.
               88 RESTORING-PO-LINES                   VALUE 'P'.
               88 RESTORING-OPEN-ITEMS                 VALUE 'A'.
               88 RESTORING-FLAT-FILE                  VALUE 'S'.
           05  COUNTS-OK-SWITCH        PIC X           VALUE 'Y'.
               88 ALL-COUNTS-TIE                       VALUE 'Y'.

           05  BDL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  MAN-FILE-STATUS         PIC XX          VALUE SPACES.
           05  EMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  POM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ARO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SQO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SEQ-OUT-NAME            PIC X(40)       VALUE SPACES.
           05  CUR-FILE-CODE           PIC XX          VALUE SPACES.
           MOVE BDL-PAYLOAD (1: 27) TO CUR-FILE-NAME
           MOVE 0 TO FILE-RECORD-COUNT

           EVALUATE CUR-FILE-CODE
               WHEN 'EM'
                   MOVE 'E' TO TARGET-KIND-SWITCH
                   OPEN OUTPUT EMP-MASTER-FILE
                   IF EMF-FILE-STATUS IS NOT EQUAL TO '00'
                       DISPLAY 'DRRESTOR: UNABLE TO REBUILD EMPLOYEE '
                               'MASTER, FILE STATUS = '
                               EMF-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN 'CU'
                   MOVE 'C' TO TARGET-KIND-SWITCH
                   OPEN OUTPUT CUSTOMER-MASTER-FILE
                   IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
                       DISPLAY 'DRRESTOR: UNABLE TO REBUILD CUSTOMER '
                               'MASTER, FILE STATUS = '
                               CUM-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN 'PO'
                   MOVE 'P' TO TARGET-KIND-SWITCH
                   OPEN OUTPUT PO-MASTER-FILE
                   IF POM-FILE-STATUS IS NOT EQUAL TO '00'
                       DISPLAY 'DRRESTOR: UNABLE TO REBUILD PO '
                               'MASTER, FILE STATUS = '
                               POM-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN 'AO'
                   MOVE 'A' TO TARGET-KIND-SWITCH
                   OPEN OUTPUT OPEN-ITEM-FILE
                   IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
                       DISPLAY 'DRRESTOR: UNABLE TO REBUILD OPEN-ITEM '
                               'LEDGER, FILE STATUS = '
                               ARO-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   MOVE 'S' TO TARGET-KIND-SWITCH
                   MOVE CUR-FILE-NAME TO SEQ-OUT-NAME
                   OPEN OUTPUT SEQ-OUT-FILE
                   IF SQO-FILE-STATUS IS NOT EQUAL TO '00'
                       DISPLAY 'DRRESTOR: UNABLE TO REBUILD '
                               SEQ-OUT-NAME ', FILE STATUS = '
                               SQO-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-EVALUATE
           MOVE 'Y' TO FILE-OPEN-SWITCH
           .

               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN RESTORING-EMPLOYEES
                   MOVE BDL-PAYLOAD TO EMP-MASTER-RECORD
                   WRITE EMP-MASTER-RECORD
                   IF EMF-FILE-STATUS IS NOT EQUAL TO '00'
                       DISPLAY 'DRRESTOR: EMPLOYEE WRITE FAILED, '
                               'FILE STATUS = ' EMF-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN RESTORING-CUSTOMERS
                   MOVE BDL-PAYLOAD TO CUSTOMER-MASTER-RECORD
                   WRITE CUSTOMER-MASTER-RECORD
                   IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
                       DISPLAY 'DRRESTOR: CUSTOMER WRITE FAILED, '
                               'FILE STATUS = ' CUM-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN RESTORING-PO-LINES
                   MOVE BDL-PAYLOAD TO PO-MASTER-RECORD
                   WRITE PO-MASTER-RECORD
                   IF POM-FILE-STATUS IS NOT EQUAL TO '00'
                       DISPLAY 'DRRESTOR: PO LINE WRITE FAILED, '
                               'FILE STATUS = ' POM-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN RESTORING-OPEN-ITEMS
                   MOVE BDL-PAYLOAD TO AR-OPEN-ITEM-RECORD
                   WRITE AR-OPEN-ITEM-RECORD
                   IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
                       DISPLAY 'DRRESTOR: OPEN ITEM WRITE FAILED, '
                               'FILE STATUS = ' ARO-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   MOVE BDL-PAYLOAD TO SEQ-OUT-RECORD
                   WRITE SEQ-OUT-RECORD
           END-EVALUATE
           ADD 1 TO FILE-RECORD-COUNT
           ADD 1 TO TOTAL-RECORD-COUNT
           .

       26-CLOSE-AND-PROVE.

           EVALUATE TRUE
               WHEN RESTORING-EMPLOYEES
                   CLOSE EMP-MASTER-FILE
               WHEN RESTORING-CUSTOMERS
                   CLOSE CUSTOMER-MASTER-FILE
               WHEN RESTORING-PO-LINES
                   CLOSE PO-MASTER-FILE
               WHEN RESTORING-OPEN-ITEMS
                   CLOSE OPEN-ITEM-FILE
               WHEN OTHER
                   CLOSE SEQ-OUT-FILE
           END-EVALUATE

           MOVE 'N' TO FILE-OPEN-SWITCH

           IF BDL-PAYLOAD (1: 7) IS NUMERIC
