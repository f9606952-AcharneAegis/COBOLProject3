      * per-file record counts DRRESTOR proves on the other side.
      * *****
      * INPUT:
      *    EMPLOYEE-MASTER.dat, CUSTOMER-MASTER.dat,
      *    PO-MASTER.dat,
      *    AR-OPEN-ITEM.dat        the indexed masters, each read
      *                            in key order.
      *    DR-CONTROL.txt          the next bundle sequence number;
      *                            rewritten after use.
      *    PLAN-CHANGE-PENDING.txt, PRICE-CHANGE-PENDING.txt,
      *    WAREHOUSE-CONTROL.txt, CANDY-MASTER.txt,
      *    BIN-LOCATION.txt, RETAIL-PRICE.txt, STANDARD-COST.txt,
      *    PACK-SIZE.txt, GL-ACCOUNT-MAP.txt,
      *    BUSINESS-CALENDAR.txt,
      *    VENDOR-MASTER.txt       the files worth having after a
      *                            disk dies; a missing file
      *                            bundles with a zero count.
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
           SELECT SEQ-IN-FILE
               ASSIGN TO DYNAMIC SEQ-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL

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

       FD SEQ-IN-FILE
           RECORD CONTAINS 88 CHARACTERS.

       01  SEQ-IN-RECORD               PIC X(88).

       FD DR-CONTROL-FILE
           RECORD CONTAINS 5 CHARACTERS.
           05  DRC-NEXT-SEQUENCE       PIC 9(5).

       FD BUNDLE-FILE
           RECORD CONTAINS 91 CHARACTERS.

       01  BUNDLE-RECORD.
           05  BDL-RECORD-TYPE         PIC X.
           05  BDL-FILE-CODE           PIC XX.
           05  BDL-PAYLOAD             PIC X(88).

       FD MANIFEST-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  FLAGS-N-SWITCHES.
           05  EMP-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-EMP-DATA                     VALUE 'N'.
           05  CUM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CUM-DATA                     VALUE 'N'.
           05  POM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-POM-DATA                     VALUE 'N'.
           05  ARO-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-ARO-DATA                     VALUE 'N'.
           05  SQI-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SQI-DATA                     VALUE 'N'.

       01  TEMP-FIELDS.
           05  EMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  POM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ARO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SQI-FILE-STATUS         PIC XX          VALUE SPACES.
           05  DRC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BDL-FILE-STATUS         PIC XX          VALUE SPACES.
      *****************************************************************
      * FILE-LIST names everything in the bundle: the two-letter
      * code the framing records carry and the file it stands
      * for.  The indexed masters -- the employee master first, the
      * customer master, the PO master, and the open-item ledger --
      * are special: each is read in key order through its own FD.
      *****************************************************************
       01  FILE-LIST-DATA.
           05  FILLER PIC X(29) VALUE 'EMEMPLOYEE-MASTER.dat      '.
           05  FILLER PIC X(29) VALUE 'PSPACK-SIZE.txt            '.
           05  FILLER PIC X(29) VALUE 'GLGL-ACCOUNT-MAP.txt       '.
           05  FILLER PIC X(29) VALUE 'BCBUSINESS-CALENDAR.txt    '.
           05  FILLER PIC X(29) VALUE 'CUCUSTOMER-MASTER.dat      '.
           05  FILLER PIC X(29) VALUE 'VNVENDOR-MASTER.txt        '.
           05  FILLER PIC X(29) VALUE 'POPO-MASTER.dat            '.
           05  FILLER PIC X(29) VALUE 'AOAR-OPEN-ITEM.dat         '.

       01  FILE-LIST-TABLE REDEFINES FILE-LIST-DATA.
           05  FILE-LIST-ENTRY OCCURS 18 TIMES.
               10  LST-FILE-CODE       PIC XX.
               10  LST-FILE-NAME       PIC X(27).

           PERFORM 15-HSKPING-ROUTINE

           PERFORM VARYING LST-SUB FROM 1 BY 1
               UNTIL LST-SUB > 18
               PERFORM 20-BUNDLE-ONE-FILE
           END-PERFORM

           WRITE BUNDLE-RECORD

           MOVE 0 TO FILE-RECORD-COUNT
           EVALUATE LST-FILE-CODE (LST-SUB)
               WHEN 'EM'
                   PERFORM 22-COPY-EMPLOYEE-MASTER
                       THRU 22-COPY-EXIT
               WHEN 'CU'
                   PERFORM 26-COPY-CUSTOMER-MASTER
                       THRU 26-COPY-EXIT
               WHEN 'PO'
                   PERFORM 27-COPY-PO-MASTER
                       THRU 27-COPY-EXIT
               WHEN 'AO'
                   PERFORM 28-COPY-OPEN-ITEMS
                       THRU 28-COPY-EXIT
               WHEN OTHER
                   PERFORM 24-COPY-ONE-SEQ-FILE
                       THRU 24-COPY-EXIT
           END-EVALUATE

           MOVE 'T' TO BDL-RECORD-TYPE
           MOVE LST-FILE-CODE (LST-SUB) TO BDL-FILE-CODE
       24-COPY-EXIT.
           EXIT.

       26-COPY-CUSTOMER-MASTER.

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'DRBUNDLE: CUSTOMER MASTER NOT AVAILABLE, '
                       'FILE STATUS = ' CUM-FILE-STATUS
               GO TO 26-COPY-EXIT
           END-IF

           MOVE LOW-VALUES TO CUM-CUSTOMER-ID
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CUM-CUSTOMER-ID
           IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'N' TO CUM-EOF-FLAG
           ELSE
               MOVE ' ' TO CUM-EOF-FLAG
           END-IF

           PERFORM UNTIL NO-MORE-CUM-DATA
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO CUM-EOF-FLAG
                   NOT AT END
                       MOVE 'D' TO BDL-RECORD-TYPE
                       MOVE 'CU' TO BDL-FILE-CODE
                       MOVE CUSTOMER-MASTER-RECORD TO BDL-PAYLOAD
                       WRITE BUNDLE-RECORD
                       ADD 1 TO FILE-RECORD-COUNT
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-MASTER-FILE
           .

       26-COPY-EXIT.
           EXIT.

       27-COPY-PO-MASTER.

           OPEN INPUT PO-MASTER-FILE
           IF POM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'DRBUNDLE: PO MASTER NOT AVAILABLE, '
                       'FILE STATUS = ' POM-FILE-STATUS
               GO TO 27-COPY-EXIT
           END-IF

           MOVE LOW-VALUES TO POM-REC-KEY
           START PO-MASTER-FILE KEY IS NOT LESS THAN POM-REC-KEY
           IF POM-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'N' TO POM-EOF-FLAG
           ELSE
               MOVE ' ' TO POM-EOF-FLAG
           END-IF

           PERFORM UNTIL NO-MORE-POM-DATA
               READ PO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO POM-EOF-FLAG
                   NOT AT END
                       MOVE 'D' TO BDL-RECORD-TYPE
                       MOVE 'PO' TO BDL-FILE-CODE
                       MOVE PO-MASTER-RECORD TO BDL-PAYLOAD
                       WRITE BUNDLE-RECORD
                       ADD 1 TO FILE-RECORD-COUNT
               END-READ
           END-PERFORM

           CLOSE PO-MASTER-FILE
           .

       27-COPY-EXIT.
           EXIT.

       28-COPY-OPEN-ITEMS.

           OPEN INPUT OPEN-ITEM-FILE
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'DRBUNDLE: OPEN-ITEM LEDGER NOT AVAILABLE, '
                       'FILE STATUS = ' ARO-FILE-STATUS
               GO TO 28-COPY-EXIT
           END-IF

           MOVE LOW-VALUES TO ARO-REC-KEY
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN ARO-REC-KEY
           IF ARO-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'N' TO ARO-EOF-FLAG
           ELSE
               MOVE ' ' TO ARO-EOF-FLAG
           END-IF

           PERFORM UNTIL NO-MORE-ARO-DATA
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO ARO-EOF-FLAG
                   NOT AT END
                       MOVE 'D' TO BDL-RECORD-TYPE
                       MOVE 'AO' TO BDL-FILE-CODE
                       MOVE AR-OPEN-ITEM-RECORD TO BDL-PAYLOAD
                       WRITE BUNDLE-RECORD
                       ADD 1 TO FILE-RECORD-COUNT
               END-READ
           END-PERFORM

           CLOSE OPEN-ITEM-FILE
           .

       28-COPY-EXIT.
           EXIT.


       40-EOF-ROUTINE.

           MOVE 'Z' TO BDL-RECORD-TYPE
