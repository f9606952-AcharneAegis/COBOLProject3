       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTVPROC.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * RTVPROC is the return-to-vendor run.  Recalled stock and
      * damaged product the vendor is liable for used to leave
      * only through WRITEOFF, so we ate the cost; this run ships
      * it back against the vendor's RMA authorization instead.
      * Each return takes the cases off the inventory master and
      * off the lot they came from, logs the movement as type 'V'
      * on the update log, prices it at the receipt cost layers
      * the cases came off -- the lot's own receipt first, then
      * oldest first -- and writes a vendor debit memo for that
      * amount, which the payment run APPAYRUN deducts from the
      * vendor's next check.  It prints a shipping document per
      * return for the dock.  A return of quarantined stock under
      * a recall notice is marked as a recall return, and once no
      * quarantined case of the recalled product is left anywhere
      * the recall is closed and its quarantine hold released.
      * *****
      * INPUT:
      *    RTV-TRANS.txt           one return per line: Vendor ID,
      *                            warehouse, Candy ID, lot number
      *                            (spaces when not lot tracked),
      *                            cases, reason code, and the
      *                            vendor's RMA number.
      *    REASON-CODE.txt         the reason code master WRITEOFF
      *                            uses.
      *    VENDOR-MASTER.txt       the vendor list: name, remit-to
      *                            address and contact for the
      *                            shipping document.
      *    BIN-LOCATION.txt        optional: the bin location master,
      *                            so the dock knows where to pull.
      *    RECALL-NOTICE.txt       optional: the recall notices.
      *    RECALL-CLOSED.txt       optional: the recalls already
      *                            closed.
      *    LOT-DETAIL.txt          optional: the lot details.
      *    COST-LAYER.txt          optional: the receipt cost layers
      *                            INVPOST lays down.
      *    VENDOR-DEBIT-MEMO.txt   optional: the debit memos already
      *                            written, for the next memo number
      *                            and the duplicate check.
      *    INVENTORY-MASTER.dat    the indexed inventory master,
      *                            updated in place.
      * *****
      * OUTPUT:
      *    INVENTORY-UPDATE-LOG.txt extended with one 'V' movement
      *                            per return shipped.
      *    VENDOR-DEBIT-MEMO.txt   extended with one open memo per
      *                            return shipped.
      *    LOT-DETAIL.txt          rewritten with the lots relieved.
      *    COST-LAYER.txt          rewritten with the layers relieved.
      *    RECALL-CLOSED.txt       extended with each recall closed.
      *    JV-EXTRA-POSTINGS.txt   extended with one 'RV' posting
      *                            per return shipped.
      *    RTV-Shipping-Document.txt  one shipping document per
      *                            return for the dock.
      *    RTV-Register.txt        dispositions, the recalls the
      *                            run touched, and run totals.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTV-TRANS-FILE
               ASSIGN TO 'RTV-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTT-FILE-STATUS.
           SELECT REASON-CODE-FILE
               ASSIGN TO 'REASON-CODE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCF-FILE-STATUS.
           SELECT VENDOR-MASTER-FILE
               ASSIGN TO 'VENDOR-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VNM-FILE-STATUS.
           SELECT BIN-MASTER-FILE
               ASSIGN TO 'BIN-LOCATION.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BMF-FILE-STATUS.
           SELECT RECALL-NOTICE-FILE
               ASSIGN TO 'RECALL-NOTICE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNF-FILE-STATUS.
           SELECT RECALL-CLOSED-FILE
               ASSIGN TO 'RECALL-CLOSED.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCL-FILE-STATUS.
           SELECT LOT-DETAIL-FILE
               ASSIGN TO 'LOT-DETAIL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LDF-FILE-STATUS.
           SELECT COST-LAYER-FILE
               ASSIGN TO 'COST-LAYER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLF-FILE-STATUS.
           SELECT DEBIT-MEMO-FILE
               ASSIGN TO 'VENDOR-DEBIT-MEMO.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VDM-FILE-STATUS.
           SELECT INV-MASTER-FILE
               ASSIGN TO 'INVENTORY-MASTER.dat'
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
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ULF-FILE-STATUS.
           SELECT EXTRA-POSTINGS-FILE
               ASSIGN TO 'JV-EXTRA-POSTINGS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XPF-FILE-STATUS.
           SELECT SHIPPING-DOCUMENT
               ASSIGN TO PRINTER 'RTV-Shipping-Document.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RTV-REGISTER
               ASSIGN TO PRINTER 'RTV-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RTV-TRANS-FILE
           RECORD CONTAINS 35 CHARACTERS.

       01  RTV-TRANS-RECORD.
           05  RTT-VENDOR-ID           PIC A.
           05  RTT-WAREHOUSE-ID        PIC X(4).
           05  RTT-CANDY-ID            PIC XXX.
           05  RTT-LOT-NUMBER          PIC X(10).
           05  RTT-CASES               PIC 9(5).
           05  RTT-REASON-CODE         PIC XX.
           05  RTT-RMA-NUMBER          PIC X(10).

       FD REASON-CODE-FILE
           RECORD CONTAINS 22 CHARACTERS.

       01  REASON-CODE-RECORD.
           05  RCF-REASON-CODE         PIC XX.
           05  RCF-DESCRIPTION         PIC X(20).

       FD VENDOR-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY VNDMREC.

       FD BIN-MASTER-FILE
           RECORD CONTAINS 52 CHARACTERS.

       01  BIN-MASTER-RECORD.
           05  BMF-WAREHOUSE-ID        PIC X(4).
           05  BMF-CANDY-ID            PIC XXX.
           05  BMF-AISLE               PIC 99.
           05  BMF-BAY                 PIC 99.
           05  BMF-SHELF               PIC 99.
           05  BMF-TEMP-ZONE           PIC A.
           05  BMF-CAPACITY            PIC 9(5).
           05  BMF-RESERVE-BIN OCCURS 3 TIMES.
               10  BMF-RSV-AISLE       PIC 99.
               10  BMF-RSV-BAY         PIC 99.
               10  BMF-RSV-SHELF       PIC 99.
               10  BMF-RSV-CAPACITY    PIC 9(5).

       FD RECALL-NOTICE-FILE
           RECORD CONTAINS 5 CHARACTERS.

       01  RECALL-NOTICE-RECORD.
           05  RNF-VENDOR-ID           PIC A.
           05  RNF-CANDY-ID            PIC XXX.
           05  RNF-BOX-SIZE            PIC X.

       FD RECALL-CLOSED-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01  RECALL-CLOSED-RECORD.
           05  RCL-VENDOR-ID           PIC A.
           05  RCL-CANDY-ID            PIC XXX.
           05  RCL-BOX-SIZE            PIC X.
           05  RCL-CLOSED-DATE         PIC 9(8).

       FD LOT-DETAIL-FILE
           RECORD CONTAINS 37 CHARACTERS.

       01  LOT-DETAIL-RECORD.
           05  LDF-RUN-DATE            PIC 9(8).
           05  LDF-WAREHOUSE-ID        PIC X(4).
           05  LDF-CANDY-ID            PIC XXX.
           05  LDF-LOT-NUMBER          PIC X(10).
           05  LDF-EXP-DATE            PIC 9(8).
           05  LDF-LOT-CASES           PIC 9(4).

       FD COST-LAYER-FILE
           RECORD CONTAINS 33 CHARACTERS.

       01  COST-LAYER-RECORD.
           05  CLF-RECEIPT-DATE        PIC 9(8).
           05  CLF-WAREHOUSE-ID        PIC X(4).
           05  CLF-CANDY-ID            PIC XXX.
           05  CLF-REFERENCE           PIC X(8).
           05  CLF-CASES-LEFT          PIC 9(5).
           05  CLF-UNIT-COST           PIC 999V99.

       FD DEBIT-MEMO-FILE
           RECORD CONTAINS 78 CHARACTERS.

       COPY VDMREC.

       FD INV-MASTER-FILE
           RECORD CONTAINS 705 CHARACTERS.

       COPY INVMREC.

       FD UPDATE-LOG-FILE
           RECORD CONTAINS 36 CHARACTERS.

       01  UPDATE-LOG-RECORD.
           05  ULF-RUN-DATE            PIC 9(8).
           05  ULF-TRANS-TYPE          PIC A.
           05  ULF-WAREHOUSE-ID        PIC X(4).
           05  ULF-CANDY-ID            PIC XXX.
           05  ULF-ADJ-SIGN            PIC X.
           05  ULF-QUANTITY            PIC 9(5).
           05  ULF-REFERENCE           PIC X(8).
           05  ULF-VENDOR-ID           PIC A.
           05  ULF-PURCHASE-PRICE      PIC 999V99.

       FD EXTRA-POSTINGS-FILE
           RECORD CONTAINS 19 CHARACTERS.

       01  EXTRA-POSTING-RECORD.
           05  XPF-WAREHOUSE-ID        PIC X(4).
           05  XPF-CATEGORY            PIC XX.
           05  XPF-AMOUNT              PIC 9(11)V99.

       FD SHIPPING-DOCUMENT
           RECORD CONTAINS 80 CHARACTERS.

       01  DOCUMENT-RECORD             PIC X(80).

       FD RTV-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  RTT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RTT-DATA                     VALUE 'N'.
           05  RCF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RCF-DATA                     VALUE 'N'.
           05  VNM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-VNM-DATA                     VALUE 'N'.
           05  BMF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-BMF-DATA                     VALUE 'N'.
           05  RNF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RNF-DATA                     VALUE 'N'.
           05  RCL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-RCL-DATA                     VALUE 'N'.
           05  LDF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-LDF-DATA                     VALUE 'N'.
           05  CLF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CLF-DATA                     VALUE 'N'.
           05  VDM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-VDM-DATA                     VALUE 'N'.
           05  MASTER-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-MASTER-DATA                  VALUE 'N'.
           05  REASON-FOUND-SWITCH     PIC X           VALUE 'N'.
               88 REASON-FOUND                         VALUE 'Y'.
           05  VENDOR-FOUND-SWITCH     PIC X           VALUE 'N'.
               88 VENDOR-FOUND                         VALUE 'Y'.
           05  LOT-FOUND-SWITCH        PIC X           VALUE 'N'.
               88 LOT-FOUND                            VALUE 'Y'.
           05  MEMO-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 MEMO-ALREADY-ON-FILE                 VALUE 'Y'.
           05  LAYER-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 OLDER-LAYER-FOUND                    VALUE 'Y'.
           05  LOT-FILE-SWITCH         PIC X           VALUE 'N'.
               88 LOT-FILE-ON-HAND                     VALUE 'Y'.
           05  LOTS-TOUCHED-SWITCH     PIC X           VALUE 'N'.
               88 LOTS-TOUCHED                         VALUE 'Y'.
           05  LAYER-FILE-SWITCH       PIC X           VALUE 'N'.
               88 LAYER-FILE-ON-HAND                   VALUE 'Y'.
           05  LAYERS-TOUCHED-SWITCH   PIC X           VALUE 'N'.
               88 LAYERS-TOUCHED                       VALUE 'Y'.
           05  RECALL-LINK-SWITCH      PIC X           VALUE 'N'.
               88 RECALL-LINKED                        VALUE 'Y'.
           05  RECALL-CLOSE-SWITCH     PIC X           VALUE 'N'.
               88 RECALLS-TO-CLOSE                     VALUE 'Y'.
           05  CLOSED-MATCH-SWITCH     PIC X           VALUE 'N'.
               88 NOTICE-ALREADY-CLOSED                VALUE 'Y'.

       01  TEMP-FIELDS.
           05  RTT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RCF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  VNM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RNF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RCL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LDF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CLF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  VDM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  IMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ULF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  XPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  REASON-SUB              PIC 999         VALUE 0.
           05  REASON-HOLD-SUB         PIC 999         VALUE 0.
           05  VENDOR-SUB              PIC 999         VALUE 0.
           05  VENDOR-HOLD-SUB         PIC 999         VALUE 0.
           05  BIN-SUB                 PIC 9(4)        VALUE 0.
           05  NOTICE-SUB              PIC 999         VALUE 0.
           05  CLOSED-SUB              PIC 999         VALUE 0.
           05  LOT-SUB                 PIC 9(4)        VALUE 0.
           05  LOT-HOLD-SUB            PIC 9(4)        VALUE 0.
           05  LAYER-SUB               PIC 9(4)        VALUE 0.
           05  LAYER-HOLD-SUB          PIC 9(4)        VALUE 0.
           05  MEMO-SUB                PIC 9(5)        VALUE 0.
           05  NEXT-MEMO-NUMBER        PIC 9(6)        VALUE 1.
           05  NEW-STOCK               PIC S9(6)       VALUE 0.
           05  CASES-TO-COST           PIC 9(5)        VALUE 0.
           05  CASES-FROM-LAYER        PIC 9(5)        VALUE 0.
           05  FALLBACK-UNIT-COST      PIC 999V99      VALUE 0.
           05  RTV-VALUE               PIC 9(9)V99     VALUE 0.
           05  RTV-UNIT-COST           PIC 999V99      VALUE 0.
           05  LOT-RECEIPT-DATE        PIC 9(8)        VALUE 0.
           05  REJECT-REASON           PIC X(25)       VALUE SPACES.
           05  MEMO-REFERENCE.
               10  FILLER              PIC XX          VALUE 'RV'.
               10  MEMO-REF-NUMBER     PIC 9(6)        VALUE 0.

       01  RUN-TOTALS.
           05  TRANS-READ-COUNT        PIC 9(5)        VALUE 0.
           05  RTV-SHIPPED-COUNT       PIC 9(5)        VALUE 0.
           05  TRANS-REJECTED-COUNT    PIC 9(5)        VALUE 0.
           05  RECALL-RETURN-COUNT     PIC 9(5)        VALUE 0.
           05  RECALLS-CLOSED-COUNT    PIC 9(5)        VALUE 0.
           05  HOLDS-RELEASED-COUNT    PIC 9(5)        VALUE 0.
           05  TOTAL-CASES-RETURNED    PIC 9(7)        VALUE 0.
           05  TOTAL-RTV-VALUE         PIC 9(11)V99    VALUE 0.

       01  REASON-COUNT                PIC 999         VALUE 0.

       01  REASON-TABLE.
           05  REASON-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON REASON-COUNT.
               10  RSN-REASON-CODE     PIC XX.
               10  RSN-DESCRIPTION     PIC X(20).

       01  VENDOR-COUNT                PIC 999         VALUE 0.

       01  VENDOR-TABLE.
           05  VENDOR-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON VENDOR-COUNT.
               10  VND-VENDOR-ID       PIC A.
               10  VND-VENDOR-NAME     PIC X(20).
               10  VND-REMIT-STREET    PIC X(20).
               10  VND-REMIT-CITY      PIC X(12).
               10  VND-REMIT-STATE     PIC XX.
               10  VND-REMIT-ZIP       PIC X(5).
               10  VND-CONTACT-NAME    PIC X(15).

       01  BIN-COUNT                   PIC 9(4)        VALUE 0.

       01  BIN-TABLE.
           05  BIN-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON BIN-COUNT.
               10  BIN-WAREHOUSE-ID    PIC X(4).
               10  BIN-CANDY-ID        PIC XXX.
               10  BIN-AISLE           PIC 99.
               10  BIN-BAY             PIC 99.
               10  BIN-SHELF           PIC 99.

      *****************************************************************
      * NOTICE-TABLE holds the recall notices still open.  A notice
      * a return in this run was linked to is checked at end of run
      * for quarantined stock left; NOT-CASES-LEFT is what the
      * master still holds under it.
      *****************************************************************
       01  NOTICE-COUNT                PIC 999         VALUE 0.

       01  NOTICE-TABLE.
           05  NOTICE-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON NOTICE-COUNT.
               10  NOT-VENDOR-ID       PIC A.
               10  NOT-CANDY-ID        PIC XXX.
               10  NOT-BOX-SIZE        PIC X.
               10  NOT-LINKED-FLAG     PIC X.
               10  NOT-CLOSED-FLAG     PIC X.
               10  NOT-CASES-LEFT      PIC 9(7).

       01  CLOSED-COUNT                PIC 999         VALUE 0.

       01  CLOSED-TABLE.
           05  CLOSED-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON CLOSED-COUNT.
               10  CLS-VENDOR-ID       PIC A.
               10  CLS-CANDY-ID        PIC XXX.
               10  CLS-BOX-SIZE        PIC X.

       01  LOT-COUNT                   PIC 9(4)        VALUE 0.

       01  LOT-TABLE.
           05  LOT-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON LOT-COUNT.
               10  LOT-RUN-DATE        PIC 9(8).
               10  LOT-WAREHOUSE-ID    PIC X(4).
               10  LOT-CANDY-ID        PIC XXX.
               10  LOT-LOT-NUMBER      PIC X(10).
               10  LOT-EXP-DATE        PIC 9(8).
               10  LOT-LOT-CASES       PIC 9(4).

      *****************************************************************
      * LAYER-TABLE holds the receipt cost layers.  A return comes
      * off its lot's own receipt layer first -- the layer dated
      * the day the lot was received -- then oldest receipt first,
      * the way SHIPCONF consumes them; cases the layers cannot
      * cover cost at the master's posting-level price.
      *****************************************************************
       01  LAYER-COUNT                 PIC 9(4)        VALUE 0.

       01  LAYER-TABLE.
           05  LAYER-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON LAYER-COUNT.
               10  LAY-RECEIPT-DATE    PIC 9(8).
               10  LAY-WAREHOUSE-ID    PIC X(4).
               10  LAY-CANDY-ID        PIC XXX.
               10  LAY-REFERENCE       PIC X(8).
               10  LAY-CASES-LEFT      PIC 9(5).
               10  LAY-UNIT-COST       PIC 999V99.

      *****************************************************************
      * MEMO-TABLE holds what was already returned on each RMA, so
      * the same return keyed twice is not shipped twice.
      *****************************************************************
       01  MEMO-COUNT                  PIC 9(5)        VALUE 0.

       01  MEMO-TABLE.
           05  MEMO-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON MEMO-COUNT.
               10  MMO-VENDOR-ID       PIC A.
               10  MMO-RMA-NUMBER      PIC X(10).
               10  MMO-WAREHOUSE-ID    PIC X(4).
               10  MMO-CANDY-ID        PIC XXX.
               10  MMO-LOT-NUMBER      PIC X(10).

       01  DOC-RULE-LINE.
           05  FILLER                  PIC X(40)       VALUE ALL '-'.
           05  FILLER                  PIC X(40)       VALUE ALL '-'.

       01  DOC-ITEM-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       'CDY  LOT           CASES  BIN '.
           05  FILLER                  PIC X(30)   VALUE
                                       'LOCATION  REASON'.

       01  DOC-ITEM-LINE.
           05  DIL-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DIL-LOT-NUMBER          PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DIL-CASES               PIC ZZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DIL-LOCATION            PIC X(12).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  DIL-REASON              PIC X(20).
           05  FILLER                  PIC X(20)       VALUE SPACES.

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(30)   VALUE
                                       'V  WHSE  CDY   CASES  RMA     '.
           05  FILLER                  PIC X(30)   VALUE
                                       '         VALUE  DISPOSITION'.

       01  REGISTER-LINE.
           05  REG-VENDOR-ID           PIC X.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-CANDY-ID            PIC XXX.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-CASES               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-RMA-NUMBER          PIC X(10).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-VALUE               PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  REG-DISPOSITION         PIC X(34).

       01  RECALL-STATUS-LINE.
           05  FILLER                  PIC X(7)        VALUE 'RECALL '.
           05  RSL-VENDOR-ID           PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  RSL-CANDY-ID            PIC XXX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  RSL-BOX-SIZE            PIC X.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RSL-STATUS              PIC X(64).

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  RTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(33)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 11-LOAD-REASON-CODES
           PERFORM 12-LOAD-VENDOR-MASTER
           PERFORM 13-LOAD-BIN-MASTER
           PERFORM 13A-LOAD-RECALLS-CLOSED
           PERFORM 13B-LOAD-RECALL-NOTICES
           PERFORM 14-LOAD-LOT-DETAIL
           PERFORM 14A-LOAD-COST-LAYERS
           PERFORM 14B-LOAD-DEBIT-MEMOS
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-RETURNS
           PERFORM 35-CHECK-RECALLS THRU 35-CHECK-EXIT
           PERFORM 40-EOF-ROUTINE
           .

       11-LOAD-REASON-CODES.

           OPEN INPUT REASON-CODE-FILE
           IF RCF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'RTVPROC: UNABLE TO OPEN REASON CODE '
                       'MASTER, FILE STATUS = ' RCF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO RCF-EOF-FLAG
           PERFORM UNTIL NO-MORE-RCF-DATA
               READ REASON-CODE-FILE
                   AT END
                       MOVE 'N' TO RCF-EOF-FLAG
                   NOT AT END
                       IF REASON-COUNT IS EQUAL TO 100
                           DISPLAY 'RTVPROC: MORE THAN 100 REASON '
                                   'CODES, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO REASON-COUNT
                       MOVE REASON-CODE-RECORD TO
                               REASON-ENTRY (REASON-COUNT)
               END-READ
           END-PERFORM

           CLOSE REASON-CODE-FILE

           IF REASON-COUNT IS EQUAL TO ZERO
               DISPLAY 'RTVPROC: REASON CODE MASTER CONTAINED '
                       'NO CODES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       12-LOAD-VENDOR-MASTER.

           OPEN INPUT VENDOR-MASTER-FILE
           IF VNM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'RTVPROC: UNABLE TO OPEN VENDOR MASTER, '
                       'FILE STATUS = ' VNM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO VNM-EOF-FLAG
           PERFORM UNTIL NO-MORE-VNM-DATA
               READ VENDOR-MASTER-FILE
                   AT END
                       MOVE 'N' TO VNM-EOF-FLAG
                   NOT AT END
                       IF VENDOR-COUNT IS EQUAL TO 100
                           DISPLAY 'RTVPROC: VENDOR MASTER HAS MORE '
                                   'THAN 100 ENTRIES, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO VENDOR-COUNT
                       MOVE VNM-VENDOR-ID TO
                               VND-VENDOR-ID (VENDOR-COUNT)
                       MOVE VNM-VENDOR-NAME TO
                               VND-VENDOR-NAME (VENDOR-COUNT)
                       MOVE VNM-REMIT-STREET TO
                               VND-REMIT-STREET (VENDOR-COUNT)
                       MOVE VNM-REMIT-CITY TO
                               VND-REMIT-CITY (VENDOR-COUNT)
                       MOVE VNM-REMIT-STATE TO
                               VND-REMIT-STATE (VENDOR-COUNT)
                       MOVE VNM-REMIT-ZIP TO
                               VND-REMIT-ZIP (VENDOR-COUNT)
                       MOVE VNM-CONTACT-NAME TO
                               VND-CONTACT-NAME (VENDOR-COUNT)
               END-READ
           END-PERFORM

           CLOSE VENDOR-MASTER-FILE
           .

       13-LOAD-BIN-MASTER.

           OPEN INPUT BIN-MASTER-FILE
           IF BMF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF BMF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'RTVPROC: UNABLE TO OPEN BIN LOCATION '
                           'MASTER, FILE STATUS = ' BMF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO BMF-EOF-FLAG
               PERFORM UNTIL NO-MORE-BMF-DATA
                   READ BIN-MASTER-FILE
                       AT END
                           MOVE 'N' TO BMF-EOF-FLAG
                       NOT AT END
                           IF BIN-COUNT IS EQUAL TO 2000
                               DISPLAY 'RTVPROC: BIN LOCATION MASTER '
                                       'HAS MORE THAN 2000 ENTRIES, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO BIN-COUNT
                           MOVE BIN-MASTER-RECORD TO
                                   BIN-ENTRY (BIN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BIN-MASTER-FILE
           END-IF
           .

       13A-LOAD-RECALLS-CLOSED.

           OPEN INPUT RECALL-CLOSED-FILE
           IF RCL-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF RCL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'RTVPROC: UNABLE TO OPEN RECALL CLOSED '
                           'FILE, FILE STATUS = ' RCL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO RCL-EOF-FLAG
               PERFORM UNTIL NO-MORE-RCL-DATA
                   READ RECALL-CLOSED-FILE
                       AT END
                           MOVE 'N' TO RCL-EOF-FLAG
                       NOT AT END
                           IF CLOSED-COUNT IS EQUAL TO 500
                               DISPLAY 'RTVPROC: MORE THAN 500 '
                                       'CLOSED RECALLS, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO CLOSED-COUNT
                           MOVE RCL-VENDOR-ID TO
                                   CLS-VENDOR-ID (CLOSED-COUNT)
                           MOVE RCL-CANDY-ID TO
                                   CLS-CANDY-ID (CLOSED-COUNT)
                           MOVE RCL-BOX-SIZE TO
                                   CLS-BOX-SIZE (CLOSED-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RECALL-CLOSED-FILE
           END-IF
           .

      *****************************************************************
      * 13B-LOAD-RECALL-NOTICES keeps the notices not already closed.
      *****************************************************************
       13B-LOAD-RECALL-NOTICES.

           OPEN INPUT RECALL-NOTICE-FILE
           IF RNF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF RNF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'RTVPROC: UNABLE TO OPEN RECALL NOTICE '
                           'FILE, FILE STATUS = ' RNF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO RNF-EOF-FLAG
               PERFORM UNTIL NO-MORE-RNF-DATA
                   READ RECALL-NOTICE-FILE
                       AT END
                           MOVE 'N' TO RNF-EOF-FLAG
                       NOT AT END
                           PERFORM 13C-ADD-OPEN-NOTICE
                   END-READ
               END-PERFORM
               CLOSE RECALL-NOTICE-FILE
           END-IF
           .

       13C-ADD-OPEN-NOTICE.

           MOVE 'N' TO CLOSED-MATCH-SWITCH
           PERFORM VARYING CLOSED-SUB FROM 1 BY 1
               UNTIL CLOSED-SUB > CLOSED-COUNT
                  OR NOTICE-ALREADY-CLOSED
               IF CLS-VENDOR-ID (CLOSED-SUB) IS EQUAL TO RNF-VENDOR-ID
                  AND CLS-CANDY-ID (CLOSED-SUB) IS EQUAL TO
                       RNF-CANDY-ID
                  AND CLS-BOX-SIZE (CLOSED-SUB) IS EQUAL TO
                       RNF-BOX-SIZE
                   MOVE 'Y' TO CLOSED-MATCH-SWITCH
               END-IF
           END-PERFORM

           IF NOT NOTICE-ALREADY-CLOSED
               IF NOTICE-COUNT IS EQUAL TO 200
                   DISPLAY 'RTVPROC: MORE THAN 200 RECALL NOTICES, '
                           'TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NOTICE-COUNT
               MOVE RNF-VENDOR-ID TO NOT-VENDOR-ID (NOTICE-COUNT)
               MOVE RNF-CANDY-ID TO NOT-CANDY-ID (NOTICE-COUNT)
               MOVE RNF-BOX-SIZE TO NOT-BOX-SIZE (NOTICE-COUNT)
               MOVE 'N' TO NOT-LINKED-FLAG (NOTICE-COUNT)
               MOVE 'N' TO NOT-CLOSED-FLAG (NOTICE-COUNT)
               MOVE 0 TO NOT-CASES-LEFT (NOTICE-COUNT)
           END-IF
           .

       14-LOAD-LOT-DETAIL.

           OPEN INPUT LOT-DETAIL-FILE
           IF LDF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF LDF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'RTVPROC: UNABLE TO OPEN LOT DETAIL '
                           'FILE, FILE STATUS = ' LDF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO LOT-FILE-SWITCH
               MOVE ' ' TO LDF-EOF-FLAG
               PERFORM UNTIL NO-MORE-LDF-DATA
                   READ LOT-DETAIL-FILE
                       AT END
                           MOVE 'N' TO LDF-EOF-FLAG
                       NOT AT END
                           IF LOT-COUNT IS EQUAL TO 2000
                               DISPLAY 'RTVPROC: LOT DETAIL HAS '
                                       'MORE THAN 2000 LOTS, TABLE '
                                       'IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO LOT-COUNT
                           MOVE LOT-DETAIL-RECORD TO
                                   LOT-ENTRY (LOT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE LOT-DETAIL-FILE
           END-IF
           .

       14A-LOAD-COST-LAYERS.

           OPEN INPUT COST-LAYER-FILE
           IF CLF-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CLF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'RTVPROC: UNABLE TO OPEN COST LAYER '
                           'FILE, FILE STATUS = ' CLF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO LAYER-FILE-SWITCH
               MOVE ' ' TO CLF-EOF-FLAG
               PERFORM UNTIL NO-MORE-CLF-DATA
                   READ COST-LAYER-FILE
                       AT END
                           MOVE 'N' TO CLF-EOF-FLAG
                       NOT AT END
                           IF LAYER-COUNT IS EQUAL TO 3000
                               DISPLAY 'RTVPROC: MORE THAN 3000 '
                                       'COST LAYERS, TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO LAYER-COUNT
                           MOVE COST-LAYER-RECORD TO
                                   LAYER-ENTRY (LAYER-COUNT)
                   END-READ
               END-PERFORM
               CLOSE COST-LAYER-FILE
           END-IF
           .

       14B-LOAD-DEBIT-MEMOS.

           OPEN INPUT DEBIT-MEMO-FILE
           IF VDM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF VDM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'RTVPROC: UNABLE TO OPEN DEBIT MEMO '
                           'FILE, FILE STATUS = ' VDM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO VDM-EOF-FLAG
               PERFORM UNTIL NO-MORE-VDM-DATA
                   READ DEBIT-MEMO-FILE
                       AT END
                           MOVE 'N' TO VDM-EOF-FLAG
                       NOT AT END
                           IF VDM-MEMO-NUMBER IS NUMERIC
                              AND VDM-MEMO-NUMBER IS NOT LESS THAN
                                   NEXT-MEMO-NUMBER
                               COMPUTE NEXT-MEMO-NUMBER =
                                       VDM-MEMO-NUMBER + 1
                           END-IF
                           PERFORM 14C-ADD-MEMO-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DEBIT-MEMO-FILE
           END-IF
           .

       14C-ADD-MEMO-ENTRY.

           IF MEMO-COUNT IS EQUAL TO 10000
               DISPLAY 'RTVPROC: MORE THAN 10000 DEBIT MEMOS, '
                       'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO MEMO-COUNT
           MOVE VDM-VENDOR-ID TO MMO-VENDOR-ID (MEMO-COUNT)
           MOVE VDM-RMA-NUMBER TO MMO-RMA-NUMBER (MEMO-COUNT)
           MOVE VDM-WAREHOUSE-ID TO MMO-WAREHOUSE-ID (MEMO-COUNT)
           MOVE VDM-CANDY-ID TO MMO-CANDY-ID (MEMO-COUNT)
           MOVE VDM-LOT-NUMBER TO MMO-LOT-NUMBER (MEMO-COUNT)
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT RTV-TRANS-FILE
           IF RTT-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'RTVPROC: UNABLE TO OPEN RTV TRANSACTION '
                       'FILE, FILE STATUS = ' RTT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O INV-MASTER-FILE
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'RTVPROC: UNABLE TO OPEN INVENTORY MASTER, '
                       'FILE STATUS = ' IMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND UPDATE-LOG-FILE
           IF ULF-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT UPDATE-LOG-FILE
               IF ULF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'RTVPROC: UNABLE TO OPEN UPDATE LOG, '
                           'FILE STATUS = ' ULF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND DEBIT-MEMO-FILE
           IF VDM-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT DEBIT-MEMO-FILE
               IF VDM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'RTVPROC: UNABLE TO OPEN DEBIT MEMO '
                           'FILE, FILE STATUS = ' VDM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND EXTRA-POSTINGS-FILE
           IF XPF-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT EXTRA-POSTINGS-FILE
               IF XPF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'RTVPROC: UNABLE TO OPEN EXTRA '
                           'POSTINGS FILE, FILE STATUS = '
                           XPF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT SHIPPING-DOCUMENT
                       RTV-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           STRING 'RETURN TO VENDOR REGISTER ' DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       20-PROCESS-RETURNS.

           MOVE ' ' TO RTT-EOF-FLAG
           PERFORM UNTIL NO-MORE-RTT-DATA
               READ RTV-TRANS-FILE
                   AT END
                       MOVE 'N' TO RTT-EOF-FLAG
                   NOT AT END
                       ADD 1 TO TRANS-READ-COUNT
                       PERFORM 25-APPLY-ONE-RETURN
                           THRU 25-APPLY-EXIT
               END-READ
           END-PERFORM
           .

      *****************************************************************
      * 25-APPLY-ONE-RETURN validates the return against the reason
      * codes, the vendor master, the RMAs already shipped, the
      * inventory master and the lot, and only then costs it off
      * the layers, takes the stock off, logs the 'V' movement,
      * writes the debit memo and the posting, and prints the
      * shipping document.
      *****************************************************************
       25-APPLY-ONE-RETURN.

           MOVE SPACES TO REJECT-REASON
           MOVE 0 TO RTV-VALUE
           MOVE 'N' TO RECALL-LINK-SWITCH

           IF RTT-CASES IS NOT NUMERIC
              OR RTT-CASES IS EQUAL TO ZERO
               MOVE 'CASES INVALID' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           IF RTT-RMA-NUMBER IS EQUAL TO SPACES
               MOVE 'NO VENDOR RMA NUMBER' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           MOVE 'N' TO REASON-FOUND-SWITCH
           PERFORM VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > REASON-COUNT
                  OR REASON-FOUND
               IF RSN-REASON-CODE (REASON-SUB) IS EQUAL TO
                       RTT-REASON-CODE
                   MOVE 'Y' TO REASON-FOUND-SWITCH
                   MOVE REASON-SUB TO REASON-HOLD-SUB
               END-IF
           END-PERFORM
           IF NOT REASON-FOUND
               MOVE 'REASON CODE NOT ON FILE' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           MOVE 'N' TO VENDOR-FOUND-SWITCH
           PERFORM VARYING VENDOR-SUB FROM 1 BY 1
               UNTIL VENDOR-SUB > VENDOR-COUNT
                  OR VENDOR-FOUND
               IF VND-VENDOR-ID (VENDOR-SUB) IS EQUAL TO RTT-VENDOR-ID
                   MOVE 'Y' TO VENDOR-FOUND-SWITCH
                   MOVE VENDOR-SUB TO VENDOR-HOLD-SUB
               END-IF
           END-PERFORM
           IF NOT VENDOR-FOUND
               MOVE 'VENDOR NOT ON FILE' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           MOVE 'N' TO MEMO-FOUND-SWITCH
           PERFORM VARYING MEMO-SUB FROM 1 BY 1
               UNTIL MEMO-SUB > MEMO-COUNT
                  OR MEMO-ALREADY-ON-FILE
               IF MMO-VENDOR-ID (MEMO-SUB) IS EQUAL TO RTT-VENDOR-ID
                  AND MMO-RMA-NUMBER (MEMO-SUB) IS EQUAL TO
                       RTT-RMA-NUMBER
                  AND MMO-WAREHOUSE-ID (MEMO-SUB) IS EQUAL TO
                       RTT-WAREHOUSE-ID
                  AND MMO-CANDY-ID (MEMO-SUB) IS EQUAL TO RTT-CANDY-ID
                  AND MMO-LOT-NUMBER (MEMO-SUB) IS EQUAL TO
                       RTT-LOT-NUMBER
                   MOVE 'Y' TO MEMO-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF MEMO-ALREADY-ON-FILE
               MOVE 'ALREADY RETURNED ON RMA' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           MOVE RTT-WAREHOUSE-ID TO IM-WAREHOUSE-ID
           MOVE RTT-CANDY-ID TO IM-CANDY-ID
           READ INV-MASTER-FILE
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'KEY NOT ON MASTER' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           IF IM-VENDOR-ID IS NOT EQUAL TO RTT-VENDOR-ID
               MOVE 'NOT SUPPLIED BY VENDOR' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           COMPUTE NEW-STOCK = IM-CANDY-STOCK (1) - RTT-CASES
           IF NEW-STOCK IS LESS THAN ZERO
               MOVE 'WOULD DRIVE STOCK NEG' TO REJECT-REASON
               PERFORM 28-WRITE-REGISTER-LINE
               GO TO 25-APPLY-EXIT
           END-IF

           MOVE 'N' TO LOT-FOUND-SWITCH
           MOVE 0 TO LOT-RECEIPT-DATE
           IF RTT-LOT-NUMBER IS NOT EQUAL TO SPACES
               PERFORM VARYING LOT-SUB FROM 1 BY 1
                   UNTIL LOT-SUB > LOT-COUNT
                      OR LOT-FOUND
                   IF LOT-WAREHOUSE-ID (LOT-SUB) IS EQUAL TO
                           RTT-WAREHOUSE-ID
                      AND LOT-CANDY-ID (LOT-SUB) IS EQUAL TO
                           RTT-CANDY-ID
                      AND LOT-LOT-NUMBER (LOT-SUB) IS EQUAL TO
                           RTT-LOT-NUMBER
                       MOVE 'Y' TO LOT-FOUND-SWITCH
                       MOVE LOT-SUB TO LOT-HOLD-SUB
                   END-IF
               END-PERFORM
               IF NOT LOT-FOUND
                   MOVE 'LOT NOT ON FILE' TO REJECT-REASON
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               IF LOT-LOT-CASES (LOT-HOLD-SUB) IS LESS THAN RTT-CASES
                   MOVE 'CASES EXCEED LOT' TO REJECT-REASON
                   PERFORM 28-WRITE-REGISTER-LINE
                   GO TO 25-APPLY-EXIT
               END-IF
               MOVE LOT-RUN-DATE (LOT-HOLD-SUB) TO LOT-RECEIPT-DATE
           END-IF

           PERFORM 26-COST-AT-LAYERS

           IF LOT-FOUND
               SUBTRACT RTT-CASES FROM LOT-LOT-CASES (LOT-HOLD-SUB)
               MOVE 'Y' TO LOTS-TOUCHED-SWITCH
           END-IF

           IF IM-QUARANTINED
               PERFORM 29-LINK-RECALL-NOTICE
           END-IF

           MOVE NEW-STOCK TO IM-CANDY-STOCK (1)
           REWRITE INV-MASTER-RECORD
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'RTVPROC: REWRITE FAILED, FILE STATUS = '
                       IMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE NEXT-MEMO-NUMBER TO MEMO-REF-NUMBER
           ADD 1 TO NEXT-MEMO-NUMBER

           MOVE RUN-DATE-YYYYMMDD TO ULF-RUN-DATE
           MOVE 'V' TO ULF-TRANS-TYPE
           MOVE RTT-WAREHOUSE-ID TO ULF-WAREHOUSE-ID
           MOVE RTT-CANDY-ID TO ULF-CANDY-ID
           MOVE '-' TO ULF-ADJ-SIGN
           MOVE RTT-CASES TO ULF-QUANTITY
           MOVE MEMO-REFERENCE TO ULF-REFERENCE
           MOVE IM-VENDOR-ID TO ULF-VENDOR-ID
           MOVE RTV-UNIT-COST TO ULF-PURCHASE-PRICE
           WRITE UPDATE-LOG-RECORD

           MOVE MEMO-REF-NUMBER TO VDM-MEMO-NUMBER
           MOVE RUN-DATE-YYYYMMDD TO VDM-RTV-DATE
           MOVE RTT-VENDOR-ID TO VDM-VENDOR-ID
           MOVE RTT-WAREHOUSE-ID TO VDM-WAREHOUSE-ID
           MOVE RTT-CANDY-ID TO VDM-CANDY-ID
           MOVE RTT-LOT-NUMBER TO VDM-LOT-NUMBER
           MOVE RTT-CASES TO VDM-CASES
           MOVE RTT-REASON-CODE TO VDM-REASON-CODE
           MOVE RTT-RMA-NUMBER TO VDM-RMA-NUMBER
           MOVE RTV-VALUE TO VDM-AMOUNT
           IF RECALL-LINKED
               MOVE 'R' TO VDM-RECALL-FLAG
           ELSE
               MOVE SPACE TO VDM-RECALL-FLAG
           END-IF
           MOVE 'O' TO VDM-STATUS
           MOVE 0 TO VDM-CHECK-NUMBER
           MOVE 0 TO VDM-APPLIED-DATE
           WRITE VENDOR-DEBIT-MEMO-RECORD
           PERFORM 14C-ADD-MEMO-ENTRY

           IF RTV-VALUE IS GREATER THAN ZERO
               MOVE RTT-WAREHOUSE-ID TO XPF-WAREHOUSE-ID
               MOVE 'RV' TO XPF-CATEGORY
               MOVE RTV-VALUE TO XPF-AMOUNT
               WRITE EXTRA-POSTING-RECORD
           END-IF

           PERFORM 30-PRINT-SHIPPING-DOCUMENT

           ADD 1 TO RTV-SHIPPED-COUNT
           ADD RTT-CASES TO TOTAL-CASES-RETURNED
           ADD RTV-VALUE TO TOTAL-RTV-VALUE
           IF RECALL-LINKED
               ADD 1 TO RECALL-RETURN-COUNT
           END-IF
           PERFORM 28-WRITE-REGISTER-LINE
           .

       25-APPLY-EXIT.
           EXIT.

      *****************************************************************
      * 26-COST-AT-LAYERS values the return at the layers the cases
      * came off: the lot's own receipt layer first, then oldest
      * first, then the master's posting-level price for whatever
      * the layers cannot cover.  RTV-UNIT-COST is the average, for
      * the update log.
      *****************************************************************
       26-COST-AT-LAYERS.

           MOVE RTT-CASES TO CASES-TO-COST
           MOVE 0 TO RTV-VALUE

           IF LOT-RECEIPT-DATE IS GREATER THAN ZERO
               PERFORM VARYING LAYER-SUB FROM 1 BY 1
                   UNTIL LAYER-SUB > LAYER-COUNT
                      OR CASES-TO-COST IS EQUAL TO ZERO
                   IF LAY-WAREHOUSE-ID (LAYER-SUB) IS EQUAL TO
                           RTT-WAREHOUSE-ID
                      AND LAY-CANDY-ID (LAYER-SUB) IS EQUAL TO
                           RTT-CANDY-ID
                      AND LAY-RECEIPT-DATE (LAYER-SUB) IS EQUAL TO
                           LOT-RECEIPT-DATE
                      AND LAY-CASES-LEFT (LAYER-SUB) IS GREATER
                           THAN ZERO
                       MOVE LAYER-SUB TO LAYER-HOLD-SUB
                       PERFORM 27A-TAKE-FROM-LAYER
                   END-IF
               END-PERFORM
           END-IF

           MOVE 'Y' TO LAYER-FOUND-SWITCH
           PERFORM UNTIL CASES-TO-COST IS EQUAL TO ZERO
                  OR NOT OLDER-LAYER-FOUND
               PERFORM 27-CONSUME-OLDEST-LAYER
           END-PERFORM

           IF CASES-TO-COST IS GREATER THAN ZERO
               IF IM-PURCHASE-PRICE (1) IS NUMERIC
                   MOVE IM-PURCHASE-PRICE (1) TO FALLBACK-UNIT-COST
               ELSE
                   MOVE 0 TO FALLBACK-UNIT-COST
               END-IF
               COMPUTE RTV-VALUE = RTV-VALUE
                       + CASES-TO-COST * FALLBACK-UNIT-COST
           END-IF

           COMPUTE RTV-UNIT-COST ROUNDED = RTV-VALUE / RTT-CASES
               ON SIZE ERROR
                   MOVE 999.99 TO RTV-UNIT-COST
           END-COMPUTE
           .

       27-CONSUME-OLDEST-LAYER.

           MOVE 'N' TO LAYER-FOUND-SWITCH
           MOVE 0 TO LAYER-HOLD-SUB
           PERFORM VARYING LAYER-SUB FROM 1 BY 1
               UNTIL LAYER-SUB > LAYER-COUNT
               IF LAY-WAREHOUSE-ID (LAYER-SUB) IS EQUAL TO
                       RTT-WAREHOUSE-ID
                  AND LAY-CANDY-ID (LAYER-SUB) IS EQUAL TO
                       RTT-CANDY-ID
                  AND LAY-CASES-LEFT (LAYER-SUB) IS GREATER THAN ZERO
                   IF NOT OLDER-LAYER-FOUND
                      OR LAY-RECEIPT-DATE (LAYER-SUB) IS LESS THAN
                       LAY-RECEIPT-DATE (LAYER-HOLD-SUB)
                       MOVE 'Y' TO LAYER-FOUND-SWITCH
                       MOVE LAYER-SUB TO LAYER-HOLD-SUB
                   END-IF
               END-IF
           END-PERFORM

           IF OLDER-LAYER-FOUND
               PERFORM 27A-TAKE-FROM-LAYER
           END-IF
           .

       27A-TAKE-FROM-LAYER.

           IF CASES-TO-COST IS GREATER THAN
                   LAY-CASES-LEFT (LAYER-HOLD-SUB)
               MOVE LAY-CASES-LEFT (LAYER-HOLD-SUB) TO
                       CASES-FROM-LAYER
           ELSE
               MOVE CASES-TO-COST TO CASES-FROM-LAYER
           END-IF
           COMPUTE RTV-VALUE = RTV-VALUE + CASES-FROM-LAYER
                   * LAY-UNIT-COST (LAYER-HOLD-SUB)
           SUBTRACT CASES-FROM-LAYER FROM
                   LAY-CASES-LEFT (LAYER-HOLD-SUB)
           SUBTRACT CASES-FROM-LAYER FROM CASES-TO-COST
           MOVE 'Y' TO LAYERS-TOUCHED-SWITCH
           .

       28-WRITE-REGISTER-LINE.

           MOVE RTT-VENDOR-ID TO REG-VENDOR-ID
           MOVE RTT-WAREHOUSE-ID TO REG-WAREHOUSE-ID
           MOVE RTT-CANDY-ID TO REG-CANDY-ID
           IF RTT-CASES IS NUMERIC
               MOVE RTT-CASES TO REG-CASES
           ELSE
               MOVE 0 TO REG-CASES
           END-IF
           MOVE RTT-RMA-NUMBER TO REG-RMA-NUMBER
           MOVE RTV-VALUE TO REG-VALUE
           IF REJECT-REASON IS EQUAL TO SPACES
               MOVE SPACES TO REG-DISPOSITION
               IF RECALL-LINKED
                   STRING 'SHIPPED, MEMO ' DELIMITED BY SIZE
                          MEMO-REF-NUMBER DELIMITED BY SIZE
                          ' RECALL' DELIMITED BY SIZE
                       INTO REG-DISPOSITION
               ELSE
                   STRING 'SHIPPED, MEMO ' DELIMITED BY SIZE
                          MEMO-REF-NUMBER DELIMITED BY SIZE
                       INTO REG-DISPOSITION
               END-IF
           ELSE
               MOVE SPACES TO REG-DISPOSITION
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      REJECT-REASON DELIMITED BY SIZE
                   INTO REG-DISPOSITION
               ADD 1 TO TRANS-REJECTED-COUNT
           END-IF
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 29-LINK-RECALL-NOTICE ties a return of quarantined stock to
      * the open recall notice for its vendor and Candy ID, so the
      * recall is checked for closing at end of run.
      *****************************************************************
       29-LINK-RECALL-NOTICE.

           PERFORM VARYING NOTICE-SUB FROM 1 BY 1
               UNTIL NOTICE-SUB > NOTICE-COUNT
               IF NOT-VENDOR-ID (NOTICE-SUB) IS EQUAL TO IM-VENDOR-ID
                  AND NOT-CANDY-ID (NOTICE-SUB) IS EQUAL TO
                       IM-CANDY-ID
                   MOVE 'Y' TO NOT-LINKED-FLAG (NOTICE-SUB)
                   MOVE 'Y' TO RECALL-LINK-SWITCH
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 30-PRINT-SHIPPING-DOCUMENT prints the dock's copy of the
      * return: ship-to from the vendor's remit-to address, the
      * RMA, the debit memo number, and what to pull from where.
      *****************************************************************
       30-PRINT-SHIPPING-DOCUMENT.

           MOVE DOC-RULE-LINE TO DOCUMENT-RECORD
           WRITE DOCUMENT-RECORD
           MOVE SPACES TO DOCUMENT-RECORD
           STRING 'RETURN TO VENDOR SHIPPING DOCUMENT    '
                                           DELIMITED BY SIZE
                  'DEBIT MEMO ' DELIMITED BY SIZE
                  MEMO-REF-NUMBER DELIMITED BY SIZE
               INTO DOCUMENT-RECORD
           WRITE DOCUMENT-RECORD
           MOVE SPACES TO DOCUMENT-RECORD
           STRING 'SHIP DATE ' DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
                  '   FROM WAREHOUSE ' DELIMITED BY SIZE
                  RTT-WAREHOUSE-ID DELIMITED BY SIZE
                  '   VENDOR RMA ' DELIMITED BY SIZE
                  RTT-RMA-NUMBER DELIMITED BY SIZE
               INTO DOCUMENT-RECORD
           WRITE DOCUMENT-RECORD
           MOVE SPACES TO DOCUMENT-RECORD
           WRITE DOCUMENT-RECORD

           MOVE SPACES TO DOCUMENT-RECORD
           STRING 'SHIP TO:  VENDOR ' DELIMITED BY SIZE
                  RTT-VENDOR-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  VND-VENDOR-NAME (VENDOR-HOLD-SUB) DELIMITED BY SIZE
               INTO DOCUMENT-RECORD
           WRITE DOCUMENT-RECORD
           MOVE SPACES TO DOCUMENT-RECORD
           MOVE VND-REMIT-STREET (VENDOR-HOLD-SUB) TO
                   DOCUMENT-RECORD (11:20)
           WRITE DOCUMENT-RECORD
           MOVE SPACES TO DOCUMENT-RECORD
           MOVE VND-REMIT-CITY (VENDOR-HOLD-SUB) TO
                   DOCUMENT-RECORD (11:12)
           MOVE VND-REMIT-STATE (VENDOR-HOLD-SUB) TO
                   DOCUMENT-RECORD (24:2)
           MOVE VND-REMIT-ZIP (VENDOR-HOLD-SUB) TO
                   DOCUMENT-RECORD (28:5)
           WRITE DOCUMENT-RECORD
           MOVE SPACES TO DOCUMENT-RECORD
           STRING 'ATTN:     ' DELIMITED BY SIZE
                  VND-CONTACT-NAME (VENDOR-HOLD-SUB) DELIMITED BY SIZE
               INTO DOCUMENT-RECORD
           WRITE DOCUMENT-RECORD
           MOVE SPACES TO DOCUMENT-RECORD
           WRITE DOCUMENT-RECORD

           MOVE DOC-ITEM-HEADING TO DOCUMENT-RECORD
           WRITE DOCUMENT-RECORD
           MOVE RTT-CANDY-ID TO DIL-CANDY-ID
           MOVE RTT-LOT-NUMBER TO DIL-LOT-NUMBER
           MOVE RTT-CASES TO DIL-CASES
           MOVE 'NO BIN ON FILE' TO DIL-LOCATION
           PERFORM VARYING BIN-SUB FROM 1 BY 1
               UNTIL BIN-SUB > BIN-COUNT
               IF BIN-WAREHOUSE-ID (BIN-SUB) IS EQUAL TO
                       RTT-WAREHOUSE-ID
                  AND BIN-CANDY-ID (BIN-SUB) IS EQUAL TO RTT-CANDY-ID
                   MOVE SPACES TO DIL-LOCATION
                   STRING BIN-AISLE (BIN-SUB) DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          BIN-BAY (BIN-SUB) DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          BIN-SHELF (BIN-SUB) DELIMITED BY SIZE
                       INTO DIL-LOCATION
                   MOVE BIN-COUNT TO BIN-SUB
               END-IF
           END-PERFORM
           MOVE RSN-DESCRIPTION (REASON-HOLD-SUB) TO DIL-REASON
           MOVE DOC-ITEM-LINE TO DOCUMENT-RECORD
           WRITE DOCUMENT-RECORD

           IF RECALL-LINKED
               MOVE SPACES TO DOCUMENT-RECORD
               MOVE 'RECALL RETURN - QUARANTINED STOCK, KEEP SEGREGATED'
                   TO DOCUMENT-RECORD
               WRITE DOCUMENT-RECORD
           END-IF

           MOVE SPACES TO DOCUMENT-RECORD
           WRITE DOCUMENT-RECORD
           MOVE 'PULLED BY ________   CARRIER ____________   PRO NO ___
      -        '_________' TO DOCUMENT-RECORD
           WRITE DOCUMENT-RECORD
           .

      *****************************************************************
      * 35-CHECK-RECALLS walks the master once for the quarantined
      * cases still held under each recall a return touched.  A
      * recall with none left is closed: it goes on the closed-
      * recall file and its quarantine hold comes off the master.
      *****************************************************************
       35-CHECK-RECALLS.

           MOVE 'N' TO RECALL-CLOSE-SWITCH
           PERFORM VARYING NOTICE-SUB FROM 1 BY 1
               UNTIL NOTICE-SUB > NOTICE-COUNT
               IF NOT-LINKED-FLAG (NOTICE-SUB) IS EQUAL TO 'Y'
                   MOVE 'Y' TO RECALL-CLOSE-SWITCH
               END-IF
           END-PERFORM
           IF NOT RECALLS-TO-CLOSE
               GO TO 35-CHECK-EXIT
           END-IF

           MOVE LOW-VALUES TO IM-REC-KEY
           START INV-MASTER-FILE KEY IS NOT LESS THAN IM-REC-KEY
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'N' TO MASTER-EOF-FLAG
           ELSE
               MOVE ' ' TO MASTER-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-MASTER-DATA
               READ INV-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO MASTER-EOF-FLAG
                   NOT AT END
                       IF IM-QUARANTINED
                          AND IM-CANDY-STOCK (1) IS NUMERIC
                          AND IM-CANDY-STOCK (1) IS GREATER THAN ZERO
                           PERFORM 36-COUNT-HELD-CASES
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE 'RECALLS RETURNED AGAINST' TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE 'N' TO RECALL-CLOSE-SWITCH
           PERFORM VARYING NOTICE-SUB FROM 1 BY 1
               UNTIL NOTICE-SUB > NOTICE-COUNT
               IF NOT-LINKED-FLAG (NOTICE-SUB) IS EQUAL TO 'Y'
                   PERFORM 37-REPORT-ONE-RECALL
               END-IF
           END-PERFORM

           IF RECALLS-TO-CLOSE
               PERFORM 38-RELEASE-HOLDS
           END-IF
           .

       35-CHECK-EXIT.
           EXIT.

       36-COUNT-HELD-CASES.

           PERFORM VARYING NOTICE-SUB FROM 1 BY 1
               UNTIL NOTICE-SUB > NOTICE-COUNT
               IF NOT-LINKED-FLAG (NOTICE-SUB) IS EQUAL TO 'Y'
                  AND NOT-VENDOR-ID (NOTICE-SUB) IS EQUAL TO
                       IM-VENDOR-ID
                  AND NOT-CANDY-ID (NOTICE-SUB) IS EQUAL TO
                       IM-CANDY-ID
                   ADD IM-CANDY-STOCK (1) TO
                           NOT-CASES-LEFT (NOTICE-SUB)
               END-IF
           END-PERFORM
           .

       37-REPORT-ONE-RECALL.

           MOVE NOT-VENDOR-ID (NOTICE-SUB) TO RSL-VENDOR-ID
           MOVE NOT-CANDY-ID (NOTICE-SUB) TO RSL-CANDY-ID
           MOVE NOT-BOX-SIZE (NOTICE-SUB) TO RSL-BOX-SIZE
           MOVE SPACES TO RSL-STATUS
           IF NOT-CASES-LEFT (NOTICE-SUB) IS EQUAL TO ZERO
               MOVE 'Y' TO NOT-CLOSED-FLAG (NOTICE-SUB)
               MOVE 'Y' TO RECALL-CLOSE-SWITCH
               ADD 1 TO RECALLS-CLOSED-COUNT
               MOVE 'CLOSED - NO QUARANTINED CASES LEFT, HOLD RELEASED'
                   TO RSL-STATUS
               PERFORM 39-WRITE-RECALL-CLOSED
           ELSE
               STRING 'OPEN - ' DELIMITED BY SIZE
                      NOT-CASES-LEFT (NOTICE-SUB) DELIMITED BY SIZE
                      ' QUARANTINED CASES STILL HELD'
                                           DELIMITED BY SIZE
                   INTO RSL-STATUS
           END-IF
           MOVE RECALL-STATUS-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

      *****************************************************************
      * 38-RELEASE-HOLDS takes the quarantine hold off every master
      * record of a closed recall's vendor and Candy ID -- all of
      * them are at zero stock by now.
      *****************************************************************
       38-RELEASE-HOLDS.

           MOVE LOW-VALUES TO IM-REC-KEY
           START INV-MASTER-FILE KEY IS NOT LESS THAN IM-REC-KEY
           IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'N' TO MASTER-EOF-FLAG
           ELSE
               MOVE ' ' TO MASTER-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-MASTER-DATA
               READ INV-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO MASTER-EOF-FLAG
                   NOT AT END
                       IF IM-QUARANTINED
                           PERFORM 38A-RELEASE-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           .

       38A-RELEASE-ONE-HOLD.

           PERFORM VARYING NOTICE-SUB FROM 1 BY 1
               UNTIL NOTICE-SUB > NOTICE-COUNT
               IF NOT-CLOSED-FLAG (NOTICE-SUB) IS EQUAL TO 'Y'
                  AND NOT-VENDOR-ID (NOTICE-SUB) IS EQUAL TO
                       IM-VENDOR-ID
                  AND NOT-CANDY-ID (NOTICE-SUB) IS EQUAL TO
                       IM-CANDY-ID
                   MOVE SPACE TO IM-QUAR-FLAG
                   REWRITE INV-MASTER-RECORD
                   IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
                       DISPLAY 'RTVPROC: REWRITE FAILED, FILE '
                               'STATUS = ' IMF-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO HOLDS-RELEASED-COUNT
                   MOVE NOTICE-COUNT TO NOTICE-SUB
               END-IF
           END-PERFORM
           .

       39-WRITE-RECALL-CLOSED.

           OPEN EXTEND RECALL-CLOSED-FILE
           IF RCL-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT RECALL-CLOSED-FILE
               IF RCL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'RTVPROC: UNABLE TO OPEN RECALL CLOSED '
                           'FILE, FILE STATUS = ' RCL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE NOT-VENDOR-ID (NOTICE-SUB) TO RCL-VENDOR-ID
           MOVE NOT-CANDY-ID (NOTICE-SUB) TO RCL-CANDY-ID
           MOVE NOT-BOX-SIZE (NOTICE-SUB) TO RCL-BOX-SIZE
           MOVE RUN-DATE-YYYYMMDD TO RCL-CLOSED-DATE
           WRITE RECALL-CLOSED-RECORD
           CLOSE RECALL-CLOSED-FILE
           .

       40-EOF-ROUTINE.

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS READ' TO RTL-LABEL
           MOVE TRANS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'RETURNS SHIPPED' TO RTL-LABEL
           MOVE RTV-SHIPPED-COUNT TO RTL-COUNT
           MOVE TOTAL-RTV-VALUE TO RTL-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CASES RETURNED' TO RTL-LABEL
           MOVE TOTAL-CASES-RETURNED TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS REJECTED' TO RTL-LABEL
           MOVE TRANS-REJECTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'RECALL RETURNS' TO RTL-LABEL
           MOVE RECALL-RETURN-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'RECALLS CLOSED' TO RTL-LABEL
           MOVE RECALLS-CLOSED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'QUARANTINE HOLDS RELEASED' TO RTL-LABEL
           MOVE HOLDS-RELEASED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE RTV-TRANS-FILE
                INV-MASTER-FILE
                UPDATE-LOG-FILE
                DEBIT-MEMO-FILE
                EXTRA-POSTINGS-FILE
                SHIPPING-DOCUMENT
                RTV-REGISTER

           IF LAYER-FILE-ON-HAND
              AND LAYERS-TOUCHED
               PERFORM 44-REWRITE-COST-LAYERS
           END-IF

           IF LOT-FILE-ON-HAND
              AND LOTS-TOUCHED
               OPEN OUTPUT LOT-DETAIL-FILE
               IF LDF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'RTVPROC: UNABLE TO REWRITE LOT DETAIL '
                           'FILE, FILE STATUS = ' LDF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING LOT-SUB FROM 1 BY 1
                   UNTIL LOT-SUB > LOT-COUNT
                   MOVE LOT-ENTRY (LOT-SUB) TO LOT-DETAIL-RECORD
                   WRITE LOT-DETAIL-RECORD
               END-PERFORM
               CLOSE LOT-DETAIL-FILE
           END-IF

           DISPLAY 'RTVPROC: ' RTV-SHIPPED-COUNT ' OF '
                   TRANS-READ-COUNT ' RETURNS SHIPPED, DEBIT MEMOS '
                   TOTAL-RTV-VALUE

           STOP RUN
           .

      *****************************************************************
      * 44-REWRITE-COST-LAYERS puts the layer file back with what
      * the run left; exhausted layers drop off, as in SHIPCONF.
      *****************************************************************
       44-REWRITE-COST-LAYERS.

           OPEN OUTPUT COST-LAYER-FILE
           IF CLF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'RTVPROC: UNABLE TO REWRITE COST LAYER '
                       'FILE, FILE STATUS = ' CLF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING LAYER-SUB FROM 1 BY 1
               UNTIL LAYER-SUB > LAYER-COUNT
               IF LAY-CASES-LEFT (LAYER-SUB) IS GREATER THAN ZERO
                   MOVE LAYER-ENTRY (LAYER-SUB) TO COST-LAYER-RECORD
                   WRITE COST-LAYER-RECORD
               END-IF
           END-PERFORM

           CLOSE COST-LAYER-FILE
           .
