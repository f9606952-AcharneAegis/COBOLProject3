      *                            warehouse, Candy ID, cases,
      *                            reason code, reference, and the
      *                            approving supervisor's Employee
      *                            ID (spaces when unapproved), and
      *                            optionally the lot and the
      *                            license plate written off.
      *    REASON-CODE.txt         the write-off reason code master.
      *    WRITEOFF-LIMIT.txt      optional: the dollar threshold
      *                            above which an approver is
      *    JV-EXTRA-POSTINGS.txt   extended with one 'WO' posting
      *                            per warehouse written off.
      *    Writeoff-Register.txt   dispositions and run totals.
      *    PLATE-TRANS.txt         extended with a 'W' write-off
      *                            per applied write-off, for
      *                            LPNPOST to take off the plate --
      *                            the one named, or the oldest
      *                            plates of the candy and lot.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-REC-KEY
               ALTERNATE RECORD KEY IS IM-CANDY-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS IM-VENDOR-ID
                   WITH DUPLICATES
               FILE STATUS IS IMF-FILE-STATUS.
           SELECT UPDATE-LOG-FILE
               ASSIGN TO 'INVENTORY-UPDATE-LOG.txt'
               ASSIGN TO 'JV-EXTRA-POSTINGS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XPF-FILE-STATUS.
           SELECT PLATE-TRANS-FILE
               ASSIGN TO 'PLATE-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLT-FILE-STATUS.
           SELECT WRITEOFF-REGISTER
               ASSIGN TO PRINTER 'Writeoff-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.

       FD WRITEOFF-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  WRITEOFF-TRANS-RECORD.
           05  WOT-WAREHOUSE-ID        PIC X(4).
           05  WOT-REASON-CODE         PIC XX.
           05  WOT-REFERENCE           PIC X(8).
           05  WOT-APPROVER            PIC X(5).
           05  WOT-LOT-NUMBER          PIC X(10).
           05  WOT-PLATE-ID            PIC 9(8).

       FD REASON-CODE-FILE
           RECORD CONTAINS 22 CHARACTERS.
           05  XPF-CATEGORY            PIC XX.
           05  XPF-AMOUNT              PIC 9(11)V99.

       FD PLATE-TRANS-FILE
           RECORD CONTAINS 65 CHARACTERS.

       COPY LPTREC.

       FD WRITEOFF-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

           05  ULF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  WOH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  XPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PLT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  LIMIT-DOLLARS           PIC 9(7)        VALUE 500.
           05  REASON-SUB              PIC 999         VALUE 0.
               END-IF
           END-IF

           OPEN EXTEND PLATE-TRANS-FILE
           IF PLT-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT PLATE-TRANS-FILE
               IF PLT-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'WRITEOFF: UNABLE TO OPEN PLATE '
                           'TRANSACTION FILE, FILE STATUS = '
                           PLT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT WRITEOFF-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           MOVE WRITEOFF-VALUE TO XPF-AMOUNT
           WRITE EXTRA-POSTING-RECORD

           MOVE SPACES TO PLATE-TRANS-RECORD
           MOVE 'W' TO PLT-TRANS-TYPE
           IF WOT-PLATE-ID IS NUMERIC
               MOVE WOT-PLATE-ID TO PLT-PLATE-ID
           ELSE
               MOVE 0 TO PLT-PLATE-ID
           END-IF
           MOVE WOT-WAREHOUSE-ID TO PLT-WAREHOUSE-ID
           MOVE WOT-CANDY-ID TO PLT-CANDY-ID
           MOVE WOT-LOT-NUMBER TO PLT-LOT-NUMBER
           MOVE WOT-CASES TO PLT-CASES
           MOVE ZEROS TO PLT-TO-BIN
           MOVE WOT-REFERENCE TO PLT-REFERENCE
           MOVE RUN-DATE-YYYYMMDD TO PLT-TRANS-DATE
           MOVE 'WRITEOFF' TO PLT-PROGRAM
           WRITE PLATE-TRANS-RECORD

           ADD 1 TO TRANS-APPLIED-COUNT
           ADD WRITEOFF-VALUE TO TOTAL-WRITEOFF-VALUE
           PERFORM 28-WRITE-REGISTER-LINE
                UPDATE-LOG-FILE
                WRITEOFF-HISTORY-FILE
                EXTRA-POSTINGS-FILE
                PLATE-TRANS-FILE
                WRITEOFF-REGISTER

           DISPLAY 'WRITEOFF: ' TRANS-APPLIED-COUNT ' OF '
