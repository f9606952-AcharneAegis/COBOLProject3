      * reservation released and go back to the backorder file,
      * and everything shipped goes out on the invoicing extract
      * with control totals the billing bureau verifies before
      * loading.  Each invoiced line carries its sales tax, figured
      * at the rate for the customer's ship-to jurisdiction unless
      * the candy type is not taxable or the customer holds a
      * current exemption certificate; a customer whose certificate
      * has lapsed is taxed and flagged on the register.
      * The run checkpoints before every confirmation and every
      * shortfall it applies, so a run that abends is simply run
      * again: it picks up at its checkpoint without relieving
      * stock twice or writing a history line twice.
      * *****
      * INPUT:
      *    PICK-LIST.txt           the picks cut by ORDALLOC.  A
      *                            substitute pick carries the
      *                            candy originally ordered, which
      *                            rides to the invoice line and is
      *                            what a short ship backorders.
      *    CROSS-DOCK-PICK.txt     optional: the cross-dock picks
      *                            INVPOST cut at receipt, in the
      *                            same layout, confirmed with the
      *                            day's picks and then cleared so
      *                            a pick is never confirmed twice.
      *                            Their cases went from the dock
      *                            to staging, never onto a plate.
      *    SHIP-CONFIRM-TRANS.txt  one line per confirmed pick:
      *                            warehouse, order number, Candy
      *                            ID, cases shipped, loose units
      *                            shipped.
      *                            The file comes in batches, each
      *                            opened by a *BATCH header:
      *                            source, batch date, sequence,
      *                            record count, and the cases shipped
      *                            as a hash total.  A batch
      *                            already posted, out of sequence,
      *                            or off its header refuses the
      *                            whole file, return code 12.
      *    PACK-SIZE.txt           units per case, for pricing the
      *                            loose units at the case price
      *                            divided down; optional.
      *                            cost we actually paid, not
      *                            whatever price sits on the
      *                            master today.
      *    CUSTOMER-MASTER.dat     optional: the ship-to state and
      *                            locality that place each
      *                            customer in a tax jurisdiction.
      *    SHIP-TO-MASTER.txt      optional: the customers' ship-to
      *                            locations; a line picked for a
      *                            ship-to is taxed in that
      *                            location's jurisdiction, not the
      *                            bill-to customer's.
      *    TAX-RATE.txt            optional: the tax rate for each
      *                            state and locality; a row with a
      *                            blank locality is the state-wide
      *                            rate.  No rate, no tax.
      *    CANDY-TAXABILITY.txt    optional: candy types that are
      *                            not taxable ('N'); a type not on
      *                            file is taxable.
      *    TAX-EXEMPT-CERT.txt     optional: customer exemption
      *                            certificates with their expiry
      *                            dates.
      *    CHAIN-CUSTOMER.txt      optional: the chain customers
      *                            whose invoice lines carry the
      *                            GTIN shipped, one customer code
      *                            per line.
      *    GTIN-MASTER.txt         optional: the case and unit GTIN
      *                            of each Candy ID and box size.
      *    CUSTOMER-PO-XREF.txt    optional: the customer PO number
      *                            each EDI order came in under,
      *                            echoed on its invoice lines.
      *    POSTED-BATCH-LEDGER.txt optional: the batches posted
      *                            so far, to prove each batch new
      *                            and next in sequence.
      *    SHIPCONF.CKPT           optional: the checkpoint an
      *                            interrupted run left -- its run
      *                            date, the confirmation or
      *                            shortfall in flight with its
      *                            master record as it stood before,
      *                            the run's counts so far, and the
      *                            length of each file the run
      *                            extends when it started.  On
      *                            file, this run is the restart:
      *                            the files the run extends are cut
      *                            back to that length, the cost
      *                            layers, lot detail, and cross-
      *                            dock picks go back to the copies
      *                            saved when the run started
      *                            (SHIPCONF-*.CKPT), and what was
      *                            already applied is worked again
      *                            for its invoice and history lines
      *                            without touching the master a
      *                            second time.  A checkpoint the
      *                            work does not arrive at again
      *                            means the input changed, return
      *                            code 16.  To start over from a
      *                            restore instead, delete it.
      * *****
      * OUTPUT:
      *    INVOICE-EXTRACT.txt     detail per shipped line
      *                            (customer, Candy ID, cases,
      *                            extended price, sales tax, and
      *                            for a chain customer the GTIN
      *                            shipped, the customer PO
      *                            number, and the candy ordered
      *                            when a substitute shipped in
      *                            its place; the ship-to, and the
      *                            case price with 'C' contract,
      *                            'P' promotional, or 'R' retail
      *                            for the printed invoice) and a
      *                            trailer with count, cases,
      *                            amount, and tax.
      *    SALES-TAX-HISTORY.txt   one line per invoiced line with
      *                            its jurisdiction and how it was
      *                            taxed, extended each run, for
      *                            the sales tax liability report.
      *    SHIPMENT-HISTORY.txt    one line per invoiced shipment
      *                            (ship date, warehouse, order,
      *                            customer, candy, cases, lot,
      *                            ship-to), extended each run --
      *                            the trail the lot trace reads
      *                            back when a vendor recalls a lot
      *                            we already shipped.
      *    SALES-HISTORY.txt       one line per invoiced shipment
      *                            with candy type, dollars, the
      *                            line's first-in-first-out cost
      *                            of goods, its price source, and
      *                            what it would have sold for at
      *                            the retail list price, under the
      *                            bill-to customer and its ship-
      *                            to, retained run over run -- the
      *                            demand-side history the sales
      *                            analysis, the customer
      *                            profitability run, and the
      *                            promotion analysis read.
      *    BACKORDER.txt           extended with the shortfalls.
      *    PLATE-TRANS.txt         extended with a 'K' pick per
      *                            shipped line -- warehouse, candy,
      *                            lot, cases, and the order -- for
      *                            LPNPOST to take off the plates;
      *                            cross-dock picks excepted.
      *    Margin-Impact-Report.txt   one line per contract-priced
      *                            invoice line showing the
      *                            contract-versus-retail
      *    JV-EXTRA-POSTINGS.txt   extended with one 'CG' cost-of-
      *                            goods-sold posting per warehouse
      *                            for JVEXTRACT to fold into the
      *                            journal voucher, one 'ST'
      *                            posting of the sales tax
      *                            charged, and one 'SR' posting
      *                            of the sales revenue invoiced.
      *    CHAIN-CONTROL.txt       extended with the run's control
      *                            totals -- picks and cross-dock
      *                            picks in; cases and dollars
      *                            shipped and shortfalls out --
      *                            for CHAINBAL to balance.
      *    Ship-Confirm-Register.txt  dispositions, run totals, and
      *                            the invoiced / cost of goods /
      *                            gross profit recap.
      *    POSTED-BATCH-LEDGER.txt extended with one row per batch,
      *                            'P' posted or 'J' refused with
      *                            the reason -- PBLEDGER lists it.
      *    SHIPCONF.CKPT           rewritten before every
      *                            confirmation and shortfall
      *                            applied, and cleared at the end
      *                            of the run.
      *    Ship-Confirm-Restart-Report.txt  on a restart, the
      *                            checkpoint used, the run's counts
      *                            at the checkpoint and at the end,
      *                            and the lines cut back off each
      *                            file the run extends.
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
           SELECT BACKORDER-FILE
               ASSIGN TO 'BACKORDER.txt'
               ASSIGN TO 'SHIPMENT-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHH-FILE-STATUS.
           SELECT CROSS-DOCK-PICK-FILE
               ASSIGN TO 'CROSS-DOCK-PICK.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XDP-FILE-STATUS.
           SELECT PLATE-TRANS-FILE
               ASSIGN TO 'PLATE-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLT-FILE-STATUS.
           SELECT SALES-HISTORY-FILE
               ASSIGN TO 'SALES-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT CONFIRM-REGISTER
               ASSIGN TO PRINTER 'Ship-Confirm-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO 'CUSTOMER-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS CUM-FILE-STATUS.
           SELECT SHIP-TO-MASTER-FILE
               ASSIGN TO 'SHIP-TO-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHT-FILE-STATUS.
           SELECT PO-XREF-FILE
               ASSIGN TO 'CUSTOMER-PO-XREF.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CPO-FILE-STATUS.
           SELECT TAX-RATE-FILE
               ASSIGN TO 'TAX-RATE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXR-FILE-STATUS.
           SELECT TAXABILITY-FILE
               ASSIGN TO 'CANDY-TAXABILITY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXC-FILE-STATUS.
           SELECT EXEMPT-CERT-FILE
               ASSIGN TO 'TAX-EXEMPT-CERT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXE-FILE-STATUS.
           SELECT SALES-TAX-HISTORY-FILE
               ASSIGN TO 'SALES-TAX-HISTORY.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STX-FILE-STATUS.

           SELECT INTERFACE-LEDGER-FILE
               ASSIGN TO 'INTERFACE-CONTROL-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IFL-FILE-STATUS.
           SELECT CHAIN-CUSTOMER-FILE
               ASSIGN TO 'CHAIN-CUSTOMER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHN-FILE-STATUS.
           SELECT GTIN-MASTER-FILE
               ASSIGN TO 'GTIN-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GTM-FILE-STATUS.
           SELECT CHAIN-CONTROL-FILE
               ASSIGN TO 'CHAIN-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHC-FILE-STATUS.
           SELECT BATCH-LEDGER-FILE
               ASSIGN TO 'POSTED-BATCH-LEDGER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PBL-FILE-STATUS.
           SELECT CHECKPOINT-FILE
               ASSIGN TO 'SHIPCONF.CKPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS.
           SELECT CUT-IN-FILE
               ASSIGN TO DYNAMIC CUT-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUT-IN-STATUS.
           SELECT CUT-OUT-FILE
               ASSIGN TO DYNAMIC CUT-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUT-OUT-STATUS.
           SELECT RESTART-REPORT
               ASSIGN TO PRINTER 'Ship-Confirm-Restart-Report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

       FD PICK-LIST-DATA
           RECORD CONTAINS 51 CHARACTERS.

       01  PICK-DATA-RECORD.
           05  PLD-WAREHOUSE-ID        PIC X(4).
           05  PLD-LOT-NUMBER          PIC X(10).
           05  PLD-UNITS-PICKED        PIC 9(3).
           05  PLD-PRIORITY            PIC X.
           05  PLD-SHIP-TO-CODE        PIC X(4).
           05  PLD-ORDERED-CANDY-ID    PIC XXX.

       FD CROSS-DOCK-PICK-FILE
           RECORD CONTAINS 51 CHARACTERS.

       01  CROSS-DOCK-PICK-RECORD.
           05  XDP-WAREHOUSE-ID        PIC X(4).
           05  XDP-ORDER-NUMBER        PIC X(8).
           05  XDP-CUSTOMER            PIC X(10).
           05  XDP-CANDY-ID            PIC XXX.
           05  XDP-CASES-PICKED        PIC 9(5).
           05  XDP-LOT-NUMBER          PIC X(10).
           05  XDP-UNITS-PICKED        PIC 9(3).
           05  XDP-PRIORITY            PIC X.
           05  XDP-SHIP-TO-CODE        PIC X(4).
           05  XDP-ORDERED-CANDY-ID    PIC XXX.

       FD CONFIRM-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.

       01  CONFIRM-TRANS-RECORD.
           05  CTF-WAREHOUSE-ID        PIC X(4).
           05  CTF-CASES-SHIPPED       PIC 9(5).
           05  CTF-UNITS-SHIPPED       PIC 9(3).

       COPY BTHREC.

       FD RETAIL-PRICE-FILE
           RECORD CONTAINS 12 CHARACTERS.

       COPY INVMREC.

       FD BACKORDER-FILE
           RECORD CONTAINS 43 CHARACTERS.

       01  BACKORDER-RECORD.
           05  BOF-ORDER-NUMBER        PIC X(8).
           05  BOF-CASES               PIC 9(5).
           05  BOF-FIRST-DATE          PIC 9(8).
           05  BOF-UNITS               PIC 9(3).
           05  BOF-PRIORITY            PIC X.
           05  BOF-SHIP-TO-CODE        PIC X(4).
           05  BOF-REASON-CODE         PIC X.
               88 BOF-SHELF-LIFE-SHORT                 VALUE 'L'.

       FD INVOICE-EXTRACT
           RECORD CONTAINS 89 CHARACTERS.

       01  INVOICE-RECORD              PIC X(89).

       FD SHIP-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS.

       01  SHIP-HISTORY-RECORD.
           05  SHH-SHIP-DATE           PIC 9(8).
           05  SHH-CANDY-ID            PIC XXX.
           05  SHH-CASES               PIC 9(5).
           05  SHH-LOT-NUMBER          PIC X(10).
           05  SHH-SHIP-TO-CODE        PIC X(4).
           05  SHH-DELIVERED-DATE      PIC 9(8).
           05  SHH-RECEIVED-BY         PIC X(20).
           05  SHH-SHORT-CASES         PIC 9(5).
           05  SHH-DAMAGED-CASES       PIC 9(5).

       FD PLATE-TRANS-FILE
           RECORD CONTAINS 65 CHARACTERS.

       COPY LPTREC.

       FD SALES-HISTORY-FILE
           RECORD CONTAINS 78 CHARACTERS.

       01  SALES-HISTORY-RECORD.
           05  SLH-INVOICE-DATE        PIC 9(8).
           05  SLH-CANDY-TYPE          PIC AA.
           05  SLH-CASES               PIC 9(5).
           05  SLH-DOLLARS             PIC 9(9)V99.
           05  SLH-SHIP-TO-CODE        PIC X(4).
           05  SLH-COGS                PIC 9(9)V99.
           05  SLH-PRICE-SOURCE        PIC X.
               88  SLH-CONTRACT-PRICE                  VALUE 'C'.
               88  SLH-PROMO-PRICE                     VALUE 'P'.
           05  SLH-LIST-DOLLARS        PIC 9(9)V99.

       FD LOT-DETAIL-FILE
           RECORD CONTAINS 37 CHARACTERS.
           05  LDF-LOT-CASES           PIC 9(4).

       FD PACK-SIZE-FILE
           RECORD CONTAINS 19 CHARACTERS.

       01  PACK-SIZE-RECORD.
           05  PSF-BOX-SIZE            PIC A.
           05  PSF-UNITS-PER-CASE      PIC 9(5).
           05  PSF-CASE-WEIGHT         PIC 999V99.
           05  PSF-CASE-CUBE           PIC 99V99.
           05  PSF-FREIGHT-CLASS       PIC X(4).

       FD COST-LAYER-FILE
           RECORD CONTAINS 33 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       FD CUSTOMER-MASTER-FILE
           RECORD CONTAINS 88 CHARACTERS.

       COPY CUSTMREC.

       FD SHIP-TO-MASTER-FILE
           RECORD CONTAINS 92 CHARACTERS.

       COPY SHIPTREC.

       FD PO-XREF-FILE
           RECORD CONTAINS 38 CHARACTERS.

       COPY CPOREC.

       FD TAX-RATE-FILE
           RECORD CONTAINS 32 CHARACTERS.

       01  TAX-RATE-RECORD.
           05  TXR-STATE               PIC XX.
           05  TXR-LOCALITY            PIC X(5).
           05  TXR-DESCRIPTION         PIC X(20).
           05  TXR-RATE-PCT            PIC 99V999.

       FD TAXABILITY-FILE
           RECORD CONTAINS 3 CHARACTERS.

       01  TAXABILITY-RECORD.
           05  TXC-CANDY-TYPE          PIC AA.
           05  TXC-TAXABILITY          PIC X.

       FD EXEMPT-CERT-FILE
           RECORD CONTAINS 33 CHARACTERS.

       01  EXEMPT-CERT-RECORD.
           05  TXE-CUSTOMER            PIC X(10).
           05  TXE-CERT-NUMBER         PIC X(15).
           05  TXE-EXPIRY-DATE         PIC 9(8).

       FD SALES-TAX-HISTORY-FILE
           RECORD CONTAINS 69 CHARACTERS.

       COPY STXHREC.

       FD INTERFACE-LEDGER-FILE
           RECORD CONTAINS 31 CHARACTERS.

           05  IFL-ACK-FLAG            PIC X.
           05  IFL-ACK-DATE            PIC 9(8).

       FD CHAIN-CUSTOMER-FILE
           RECORD CONTAINS 10 CHARACTERS.

       01  CHAIN-CUSTOMER-RECORD.
           05  CHN-CUSTOMER            PIC X(10).

       FD GTIN-MASTER-FILE
           RECORD CONTAINS 35 CHARACTERS.

       COPY GTNMREC.

       FD CHAIN-CONTROL-FILE
           RECORD CONTAINS 47 CHARACTERS.

       COPY CHNCREC.

       FD BATCH-LEDGER-FILE
           RECORD CONTAINS 82 CHARACTERS.

       COPY PBLREC.

      *****************************************************************
      * CHECKPOINT-FILE holds the one restart record, a fixed-size
      * image of CHECKPOINT-DATA in WORKING-STORAGE.  CUT-IN-FILE and
      * CUT-OUT-FILE copy any line file line for line -- to save the
      * files the end of run rewrites and to cut the extended files
      * back on a restart.
      *****************************************************************
       FD CHECKPOINT-FILE
           RECORD CONTAINS 900 CHARACTERS.

       01  CHECKPOINT-RECORD           PIC X(900).

       FD CUT-IN-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01  CUT-IN-RECORD               PIC X(200).

       FD CUT-OUT-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01  CUT-OUT-RECORD              PIC X(200).

       FD RESTART-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  RESTART-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  PLD-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PLD-DATA                     VALUE 'N'.
           05  XDP-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-XDP-DATA                     VALUE 'N'.
           05  XDP-ON-FILE-SWITCH      PIC X           VALUE 'N'.
               88 CROSS-DOCK-ON-FILE                   VALUE 'Y'.
           05  CTF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CTF-DATA                     VALUE 'N'.
           05  RPF-EOF-FLAG            PIC X           VALUE ' '.
               88 OLDER-LAYER-FOUND                    VALUE 'Y'.
           05  PSF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PSF-DATA                     VALUE 'N'.
           05  CUM-ON-FILE-SWITCH      PIC X           VALUE 'N'.
               88 CUSTOMER-MASTER-ON-FILE              VALUE 'Y'.
           05  SHT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SHT-DATA                     VALUE 'N'.
           05  CPO-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CPO-DATA                     VALUE 'N'.
           05  TXR-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-TXR-DATA                     VALUE 'N'.
           05  TXC-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-TXC-DATA                     VALUE 'N'.
           05  TXE-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-TXE-DATA                     VALUE 'N'.
           05  RATE-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 TAX-RATE-FOUND                       VALUE 'Y'.
           05  LINE-TAX-STATUS         PIC X           VALUE SPACE.
               88 LINE-TAXABLE                         VALUE 'T'.
               88 LINE-NONTAXABLE                      VALUE 'N'.
               88 LINE-EXEMPT                          VALUE 'E'.
               88 LINE-CERT-EXPIRED                    VALUE 'X'.
           05  CHN-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CHN-DATA                     VALUE 'N'.
           05  GTM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-GTM-DATA                     VALUE 'N'.
           05  CHAIN-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 CHAIN-CUSTOMER-LINE                  VALUE 'Y'.
           05  PBL-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-PBL-DATA                     VALUE 'N'.
           05  BATCH-REJECT-SWITCH     PIC X           VALUE 'N'.
               88 BATCH-REJECTED                       VALUE 'Y'.
           05  NO-HEADER-SWITCH        PIC X           VALUE 'N'.
               88 DETAIL-WITHOUT-HEADER                VALUE 'Y'.
           05  RESTART-SWITCH          PIC X           VALUE 'N'.
               88 RESTART-IN-PROGRESS                  VALUE 'Y'.
           05  REPLAY-SWITCH           PIC X           VALUE 'N'.
               88 REPLAYING-TO-CHECKPOINT              VALUE 'Y'.
           05  CUT-IN-FOUND-SWITCH     PIC X           VALUE 'N'.
               88 CUT-IN-FOUND                         VALUE 'Y'.
           05  CUT-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CUT-DATA                     VALUE 'N'.

       01  TEMP-FIELDS.
           05  IFL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  INTERFACE-SEQUENCE      PIC 9(5)        VALUE 1.
           05  LEDGER-RECORD-COUNT     PIC 9(7)        VALUE 0.
           05  PLD-FILE-STATUS         PIC XX          VALUE SPACES.
           05  XDP-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CTF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  IMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  BOF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SHH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  PLT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SLH-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LDF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CHC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  PICK-SUB                PIC 9(4)        VALUE 0.
           05  LOT-SUB                 PIC 9(4)        VALUE 0.
           05  CONTRACT-SUB            PIC 9(4)        VALUE 0.
           05  PROMO-SUB               PIC 999         VALUE 0.
           05  RETAIL-PRICE-HELD       PIC 999V99      VALUE 0.
           05  LIST-PRICE-HELD         PIC 999V99      VALUE 0.
           05  LIST-EXTENDED-PRICE     PIC 9(9)V99     VALUE 0.
           05  MARGIN-IMPACT           PIC S9(9)V99    VALUE 0.
           05  CLF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  XPF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  LINE-UNITS-PER-CASE     PIC 9(5)        VALUE 0.
           05  PER-UNIT-PRICE          PIC 999V99      VALUE 0.
           05  NEW-LOOSE-UNITS         PIC S9(7)       VALUE 0.
           05  CUM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TXR-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TXC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TXE-FILE-STATUS         PIC XX          VALUE SPACES.
           05  STX-FILE-STATUS         PIC XX          VALUE SPACES.

           05  SHT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  TAX-SHIP-SUB            PIC 9(4)        VALUE 0.
           05  CPO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CPO-SUB                 PIC 9(5)        VALUE 0.
           05  TAX-RATE-SUB            PIC 999         VALUE 0.
           05  CHN-FILE-STATUS         PIC XX          VALUE SPACES.
           05  GTM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CHAIN-SUB               PIC 9(4)        VALUE 0.
           05  GTN-SUB                 PIC 9(4)        VALUE 0.
           05  PBL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-TIME-HHMMSS         PIC 9(8)        VALUE 0.
           05  BAT-SUB                 PIC 99          VALUE 0.
           05  BAT-PRIOR-SUB           PIC 99          VALUE 0.
           05  PRIOR-BATCH-SEQ         PIC 9(4)        VALUE 0.
           05  CKPT-FILE-STATUS        PIC XX          VALUE SPACES.
           05  CUT-IN-STATUS           PIC XX          VALUE SPACES.
           05  CUT-OUT-STATUS          PIC XX          VALUE SPACES.
           05  CUT-IN-NAME             PIC X(40)       VALUE SPACES.
           05  CUT-OUT-NAME            PIC X(40)       VALUE SPACES.
           05  COPY-LIMIT              PIC 9(9)        VALUE 0.
           05  COPY-LINES-READ         PIC 9(9)        VALUE 0.
           05  COPY-LINES-WRITTEN      PIC 9(9)        VALUE 0.
           05  APP-SUB                 PIC 99          VALUE 0.
           05  RWF-SUB                 PIC 9           VALUE 0.

      *****************************************************************
      * BATCH-TABLE is each batch on the confirmation file as its header
      * declares it and as its detail adds up, with the highest
      * sequence the ledger shows posted from its source and the
      * reason, if any, the batch is refused.
      *****************************************************************
       01  BATCH-COUNT                 PIC 99          VALUE 0.

       01  BATCH-TABLE.
           05  BATCH-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON BATCH-COUNT.
               10  BAT-SOURCE          PIC X(8).
               10  BAT-BATCH-DATE      PIC 9(8).
               10  BAT-BATCH-SEQ       PIC 9(4).
               10  BAT-HEADER-COUNT    PIC 9(6).
               10  BAT-HEADER-HASH     PIC 9(11)V99.
               10  BAT-DETAIL-COUNT    PIC 9(6).
               10  BAT-DETAIL-HASH     PIC 9(11)V99.
               10  BAT-LAST-POSTED-SEQ PIC 9(4).
               10  BAT-REASON          PIC X(20).

      *****************************************************************
      * CHAIN-CUSTOMER-TABLE lists the chain customers, and
      * GTIN-TABLE the case and unit GTIN of each Candy ID and box
      * size, for the GTIN a chain's invoice line carries.
      *****************************************************************
       01  CHAIN-CUSTOMER-COUNT        PIC 9(4)        VALUE 0.

       01  CHAIN-CUSTOMER-TABLE.
           05  CHAIN-CUSTOMER-ENTRY OCCURS 1 TO 1000 TIMES
               DEPENDING ON CHAIN-CUSTOMER-COUNT
                                       PIC X(10).

       01  GTIN-COUNT                  PIC 9(4)        VALUE 0.

       01  GTIN-TABLE.
           05  GTIN-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON GTIN-COUNT.
               10  GTT-CANDY-ID        PIC XXX.
               10  GTT-BOX-SIZE        PIC X.
               10  GTT-CASE-GTIN       PIC 9(14).
               10  GTT-UNIT-GTIN       PIC 9(14).
           05  TAXABILITY-SUB          PIC 99          VALUE 0.
           05  CERT-SUB                PIC 9(4)        VALUE 0.
           05  LINE-STATE              PIC XX          VALUE SPACES.
           05  LINE-LOCALITY           PIC X(5)        VALUE SPACES.
           05  LINE-CERT-NUMBER        PIC X(15)       VALUE SPACES.
           05  LINE-TAX-RATE           PIC 99V999      VALUE 0.
           05  LINE-TAX                PIC 9(7)V99     VALUE 0.

       01  RUN-TOTALS.
           05  PICKS-READ-COUNT        PIC 9(5)        VALUE 0.
           05  TOTAL-MARGIN-IMPACT     PIC S9(11)V99   VALUE 0.
           05  TOTAL-COGS              PIC 9(11)V99    VALUE 0.
           05  GROSS-PROFIT            PIC S9(11)V99   VALUE 0.
           05  TOTAL-TAX-AMOUNT        PIC 9(9)V99     VALUE 0.
           05  EXEMPT-LINES-COUNT      PIC 9(5)        VALUE 0.
           05  EXPIRED-CERT-COUNT      PIC 9(5)        VALUE 0.
           05  NO-TAX-RATE-COUNT       PIC 9(5)        VALUE 0.
           05  PICK-LIST-LINES-READ    PIC 9(7)        VALUE 0.
           05  PICK-LIST-CASES-READ    PIC 9(9)        VALUE 0.
           05  CROSS-DOCK-LINES-READ   PIC 9(7)        VALUE 0.
           05  CROSS-DOCK-CASES-READ   PIC 9(9)        VALUE 0.
           05  SHORTFALL-LINES-COUNT   PIC 9(7)        VALUE 0.
           05  SHORTFALL-CASES-TOTAL   PIC 9(9)        VALUE 0.

      *****************************************************************
      * PICK-TABLE holds the picks cut by ORDALLOC.  PCK-CONFIRMED
               10  PCZ-BOX-SIZE        PIC A.
               10  PCZ-UNITS-PER-CASE  PIC 9(5).

      *****************************************************************
      * The sales tax tables: each ship-to location's jurisdiction,
      * the rate for each jurisdiction, the candy types that are
      * not taxable, and the exemption certificates on file.
      *****************************************************************

       01  TAX-SHIP-TO-COUNT           PIC 9(4)        VALUE 0.

       01  TAX-SHIP-TO-TABLE.
           05  TAX-SHIP-TO-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON TAX-SHIP-TO-COUNT.
               10  TXS-CUSTOMER-ID     PIC X(10).
               10  TXS-SHIP-TO-CODE    PIC X(4).
               10  TXS-STATE           PIC XX.
               10  TXS-LOCALITY        PIC X(5).

      *****************************************************************
      * CPO-TABLE holds the customer PO cross-reference -- our order
      * number and the PO the customer sent it under -- so an EDI
      * order's invoice lines echo the customer's PO back.
      *****************************************************************
       01  CPO-COUNT                   PIC 9(5)        VALUE 0.

       01  CPO-TABLE.
           05  CPO-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON CPO-COUNT.
               10  CPT-ORDER-NUMBER    PIC X(8).
               10  CPT-CUSTOMER-PO     PIC X(12).

       01  TAX-RATE-COUNT              PIC 999         VALUE 0.

       01  TAX-RATE-TABLE.
           05  TAX-RATE-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON TAX-RATE-COUNT.
               10  TRA-STATE           PIC XX.
               10  TRA-LOCALITY        PIC X(5).
               10  TRA-RATE-PCT        PIC 99V999.

       01  TAXABILITY-COUNT            PIC 99          VALUE 0.

       01  TAXABILITY-TABLE.
           05  TAXABILITY-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON TAXABILITY-COUNT.
               10  TXB-CANDY-TYPE      PIC AA.
               10  TXB-TAXABILITY      PIC X.

       01  EXEMPT-CERT-COUNT           PIC 9(4)        VALUE 0.

       01  EXEMPT-CERT-TABLE.
           05  EXEMPT-CERT-ENTRY OCCURS 1 TO 1000 TIMES
               DEPENDING ON EXEMPT-CERT-COUNT.
               10  ECT-CUSTOMER        PIC X(10).
               10  ECT-CERT-NUMBER     PIC X(15).
               10  ECT-EXPIRY-DATE     PIC 9(8).

       01  PICK-COUNT                  PIC 9(4)        VALUE 0.

       01  PICK-TABLE.
               10  PCK-LOT-NUMBER      PIC X(10).
               10  PCK-UNITS-PICKED    PIC 9(3).
               10  PCK-UNITS-CONF      PIC 9(3).
               10  PCK-PRIORITY        PIC X.
               10  PCK-SHIP-TO-CODE    PIC X(4).
               10  PCK-CROSS-DOCK      PIC X.
               10  PCK-ORDERED-CANDY-ID PIC XXX.

      *****************************************************************
      * CONTRACT-TABLE holds the customer contract prices.  A row
           05  INV-CASES               PIC 9(5).
           05  INV-EXTENDED            PIC 9(9)V99.
           05  INV-UNITS               PIC 9(3).
           05  INV-TAX-AMOUNT          PIC 9(7)V99.
           05  INV-GTIN                PIC X(14).
           05  INV-CUSTOMER-PO         PIC X(12).
           05  INV-ORDERED-CANDY-ID    PIC XXX.
           05  INV-SHIP-TO-CODE        PIC X(4).
           05  INV-UNIT-PRICE          PIC 999V99.
           05  INV-PRICE-SOURCE        PIC X.

       01  INVOICE-TRAILER-LINE.
           05  IVT-RECORD-TYPE         PIC X.
           05  IVT-LINE-COUNT          PIC 9(7).
           05  IVT-TOTAL-CASES         PIC 9(9).
           05  IVT-TOTAL-AMOUNT        PIC 9(11)V99.
           05  IVT-TOTAL-TAX           PIC 9(9)V99.
           05  FILLER                  PIC X(48).

       01  REGISTER-LINE.
           05  REG-WAREHOUSE-ID        PIC X(4).
           05  RML-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(36)       VALUE SPACES.

      *****************************************************************
      * APPENDED-FILE-TABLE names the files the run extends, in the
      * order CKPT-BASE-LINES carries their starting lengths;
      * RESTART-CUT-TABLE is what a restart found on each and cut
      * back off.  REWRITTEN-FILE-TABLE names the files the end of
      * run rewrites, each with the copy saved when the run starts.
      *****************************************************************
       01  APPENDED-FILE-VALUES.
           05  FILLER                  PIC X(30)   VALUE
                                       'SHIPMENT-HISTORY.txt'.
           05  FILLER                  PIC X(30)   VALUE
                                       'SALES-HISTORY.txt'.
           05  FILLER                  PIC X(30)   VALUE
                                       'SALES-TAX-HISTORY.txt'.
           05  FILLER                  PIC X(30)   VALUE
                                       'PLATE-TRANS.txt'.
           05  FILLER                  PIC X(30)   VALUE
                                       'BACKORDER.txt'.
           05  FILLER                  PIC X(30)   VALUE
                                       'JV-EXTRA-POSTINGS.txt'.
           05  FILLER                  PIC X(30)   VALUE
                                       'POSTED-BATCH-LEDGER.txt'.
           05  FILLER                  PIC X(30)   VALUE
                                       'INTERFACE-CONTROL-LEDGER.txt'.
           05  FILLER                  PIC X(30)   VALUE
                                       'CHAIN-CONTROL.txt'.

       01  APPENDED-FILE-TABLE REDEFINES APPENDED-FILE-VALUES.
           05  APT-FILE-NAME OCCURS 9 TIMES
                                       PIC X(30).

       01  RESTART-CUT-TABLE.
           05  RESTART-CUT-ENTRY OCCURS 9 TIMES.
               10  RCT-LINES-FOUND     PIC 9(9).
               10  RCT-LINES-CUT       PIC 9(9).

       01  REWRITTEN-FILE-VALUES.
           05  FILLER                  PIC X(30)   VALUE
                                       'COST-LAYER.txt'.
           05  FILLER                  PIC X(30)   VALUE
                                       'SHIPCONF-COST-LAYER.CKPT'.
           05  FILLER                  PIC X(30)   VALUE
                                       'LOT-DETAIL.txt'.
           05  FILLER                  PIC X(30)   VALUE
                                       'SHIPCONF-LOT-DETAIL.CKPT'.
           05  FILLER                  PIC X(30)   VALUE
                                       'CROSS-DOCK-PICK.txt'.
           05  FILLER                  PIC X(30)   VALUE
                                       'SHIPCONF-CROSS-DOCK.CKPT'.

       01  REWRITTEN-FILE-TABLE REDEFINES REWRITTEN-FILE-VALUES.
           05  REWRITTEN-FILE-ENTRY OCCURS 3 TIMES.
               10  RWT-FILE-NAME       PIC X(30).
               10  RWT-SAVED-NAME      PIC X(30).

      *****************************************************************
      * CHECKPOINT-DATA is the restart record, rewritten before each
      * confirmation (phase 'C') and each shortfall (phase 'S') is
      * applied: the run date, the run's counts at that point, the
      * master record the confirmation or shortfall is about to
      * change as it stood before (CKPT-IMAGE-RECORD), which of the
      * rewritten files had a copy saved, and the starting length of
      * every file the run extends.  A restart works the run again
      * from the top against the same input with the master left
      * alone, and must arrive at the checkpoint with the same
      * counts; there the in-flight master record is put back as it
      * stood and the run goes on as normal.  RESTART-FROM keeps the
      * checkpoint the restart began from for its report.
      *****************************************************************
       01  CHECKPOINT-DATA.
           05  CKPT-RUN-DATE           PIC 9(8)        VALUE 0.
           05  CKPT-TAKEN-DATE         PIC 9(8)        VALUE 0.
           05  CKPT-TAKEN-TIME         PIC 9(8)        VALUE 0.
           05  CKPT-PHASE              PIC X           VALUE SPACE.
               88 CKPT-CONFIRMING                      VALUE 'C'.
               88 CKPT-SWEEPING                        VALUE 'S'.
           05  CKPT-CONFIRMS-READ      PIC 9(5)        VALUE 0.
           05  CKPT-PICK-SUB           PIC 9(4)        VALUE 0.
           05  CKPT-LINES-INVOICED     PIC 9(7)        VALUE 0.
           05  CKPT-CASES-SHIPPED      PIC 9(9)        VALUE 0.
           05  CKPT-INVOICE-AMOUNT     PIC 9(11)V99    VALUE 0.
           05  CKPT-COGS               PIC 9(11)V99    VALUE 0.
           05  CKPT-SHORTFALL-LINES    PIC 9(7)        VALUE 0.
           05  CKPT-SHORTFALL-CASES    PIC 9(9)        VALUE 0.
           05  CKPT-IMAGE-SWITCH       PIC X           VALUE 'N'.
               88 CKPT-IMAGE-TAKEN                     VALUE 'Y'.
           05  CKPT-IMAGE-KEY.
               10  CKPT-IMAGE-WAREHOUSE-ID PIC X(4)    VALUE SPACES.
               10  CKPT-IMAGE-CANDY-ID PIC XXX         VALUE SPACES.
           05  CKPT-SAVED-SWITCH OCCURS 3 TIMES
                                       PIC X.
           05  CKPT-BASE-LINES OCCURS 9 TIMES
                                       PIC 9(9).
           05  CKPT-IMAGE-RECORD       PIC X(705)      VALUE SPACES.
           05  FILLER                  PIC X(11)       VALUE SPACES.

       01  RESTART-FROM.
           05  RSF-TAKEN-DATE          PIC 9(8)        VALUE 0.
           05  RSF-TAKEN-TIME          PIC 9(8)        VALUE 0.
           05  RSF-PHASE               PIC X           VALUE SPACE.
           05  RSF-CONFIRMS-READ       PIC 9(5)        VALUE 0.
           05  RSF-PICK-SUB            PIC 9(4)        VALUE 0.
           05  RSF-LINES-INVOICED      PIC 9(7)        VALUE 0.
           05  RSF-CASES-SHIPPED       PIC 9(9)        VALUE 0.
           05  RSF-INVOICE-AMOUNT      PIC 9(11)V99    VALUE 0.
           05  RSF-COGS                PIC 9(11)V99    VALUE 0.
           05  RSF-SHORTFALL-LINES     PIC 9(7)        VALUE 0.
           05  RSF-SHORTFALL-CASES     PIC 9(9)        VALUE 0.
           05  RSF-IMAGE-SWITCH        PIC X           VALUE 'N'.
           05  RSF-IMAGE-KEY           PIC X(7)        VALUE SPACES.

       01  RESTART-COUNT-LINE.
           05  RCL-LABEL               PIC X(25).
           05  RCL-AT-CHECKPOINT       PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  RCL-AT-END              PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(25)       VALUE SPACES.

       01  RESTART-MONEY-LINE.
           05  RSM-LABEL               PIC X(25).
           05  RSM-AT-CHECKPOINT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  RSM-AT-END              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(17)       VALUE SPACES.

       01  RESTART-FILE-LINE.
           05  RFL-FILE-NAME           PIC X(30).
           05  RFL-LINES-FOUND         PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)        VALUE SPACES.
           05  RFL-LINES-CUT           PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(20)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 60-CHECK-FOR-RESTART THRU 60-CHECK-EXIT

           PERFORM 11-PROVE-BATCHES

           PERFORM 12-LOAD-PICK-LIST
           PERFORM 12A-LOAD-CROSS-DOCK-PICKS
           PERFORM 13-LOAD-RETAIL-PRICES
           PERFORM 13A-LOAD-CONTRACT-PRICES
           PERFORM 13B-LOAD-PROMO-PRICES
           PERFORM 13C-LOAD-PACK-SIZES
           PERFORM 14-LOAD-LOT-DETAIL
           PERFORM 14A-LOAD-COST-LAYERS
           PERFORM 14B-OPEN-CUSTOMER-MASTER
           PERFORM 14C-LOAD-TAX-RATES
           PERFORM 14D-LOAD-TAXABILITY
           PERFORM 14E-LOAD-EXEMPT-CERTS
           PERFORM 14F-LOAD-CHAIN-CUSTOMERS
           PERFORM 14G-LOAD-GTIN-MASTER
           PERFORM 14H-LOAD-SHIP-TO-JURISDICTIONS
           PERFORM 14I-LOAD-CUSTOMER-PO-XREF
           IF NOT RESTART-IN-PROGRESS
               PERFORM 61-TAKE-FIRST-CHECKPOINT
           END-IF
           PERFORM 15-HSKPING-ROUTINE
           IF REPLAYING-TO-CHECKPOINT
              AND CKPT-CONFIRMING
              AND CKPT-CONFIRMS-READ IS EQUAL TO ZERO
               PERFORM 63-RESUME-AT-CHECKPOINT
           END-IF
           PERFORM 20-PROCESS-CONFIRMATIONS
           PERFORM 35-RETURN-SHORTFALLS
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 11-PROVE-BATCHES reads the confirmation file through once before
      * anything posts.  Every batch must open with its header and
      * its detail must add up to the header's record count and
      * hash total of cases shipped.  A batch must not already be
      * on the posted-batch ledger and must be the next sequence
      * for its source.  One batch at fault refuses the whole file:
      * the faults go on the ledger and the run stops with return
      * code 12 and nothing posted, so the stream halts.
      *****************************************************************
       11-PROVE-BATCHES.

           ACCEPT RUN-TIME-HHMMSS FROM TIME

           OPEN INPUT CONFIRM-TRANS-FILE
           IF CTF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SHIPCONF: UNABLE TO OPEN CONFIRMATION '
                       'FILE, FILE STATUS = '
                       CTF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ' ' TO CTF-EOF-FLAG
           PERFORM UNTIL NO-MORE-CTF-DATA
               READ CONFIRM-TRANS-FILE
                   AT END
                       MOVE 'N' TO CTF-EOF-FLAG
                   NOT AT END
                       IF BTH-IS-HEADER
                           PERFORM 11A-START-BATCH
                       ELSE
                           IF BATCH-COUNT IS EQUAL TO ZERO
                               MOVE 'Y' TO NO-HEADER-SWITCH
                           ELSE
                               ADD 1 TO BAT-DETAIL-COUNT (BATCH-COUNT)
                               IF CTF-CASES-SHIPPED IS NUMERIC
                                   ADD CTF-CASES-SHIPPED TO
                                       BAT-DETAIL-HASH (BATCH-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIRM-TRANS-FILE

           PERFORM 11B-READ-BATCH-LEDGER
           PERFORM 11C-CHECK-ONE-BATCH
               VARYING BAT-SUB FROM 1 BY 1
               UNTIL BAT-SUB > BATCH-COUNT

           IF DETAIL-WITHOUT-HEADER
              OR BATCH-REJECTED
               PERFORM 11D-REFUSE-THE-FILE
           END-IF
           .

      *****************************************************************
      * 11A-START-BATCH takes a header into the batch table.  A
      * header with no source or a field that is not numeric is
      * refused on sight.
      *****************************************************************
       11A-START-BATCH.

           IF BATCH-COUNT IS EQUAL TO 50
               DISPLAY 'SHIPCONF: MORE THAN 50 BATCHES ON THE '
                       'CONFIRMATION FILE, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO BATCH-COUNT
           MOVE BTH-SOURCE TO BAT-SOURCE (BATCH-COUNT)
           MOVE 0 TO BAT-DETAIL-COUNT (BATCH-COUNT)
           MOVE 0 TO BAT-DETAIL-HASH (BATCH-COUNT)
           MOVE 0 TO BAT-LAST-POSTED-SEQ (BATCH-COUNT)
           MOVE SPACES TO BAT-REASON (BATCH-COUNT)

           IF BTH-SOURCE IS NOT EQUAL TO SPACES
              AND BTH-BATCH-DATE IS NUMERIC
              AND BTH-BATCH-SEQ IS NUMERIC
              AND BTH-RECORD-COUNT IS NUMERIC
              AND BTH-HASH-TOTAL IS NUMERIC
               MOVE BTH-BATCH-DATE TO BAT-BATCH-DATE (BATCH-COUNT)
               MOVE BTH-BATCH-SEQ TO BAT-BATCH-SEQ (BATCH-COUNT)
               MOVE BTH-RECORD-COUNT TO
                       BAT-HEADER-COUNT (BATCH-COUNT)
               MOVE BTH-HASH-TOTAL TO BAT-HEADER-HASH (BATCH-COUNT)
           ELSE
               MOVE 0 TO BAT-BATCH-DATE (BATCH-COUNT)
               MOVE 0 TO BAT-BATCH-SEQ (BATCH-COUNT)
               MOVE 0 TO BAT-HEADER-COUNT (BATCH-COUNT)
               MOVE 0 TO BAT-HEADER-HASH (BATCH-COUNT)
               MOVE 'HEADER INCOMPLETE' TO BAT-REASON (BATCH-COUNT)
           END-IF
           .

      *****************************************************************
      * 11B-READ-BATCH-LEDGER finds, for each batch on the file, the
      * highest sequence SHIPCONF has posted from its source, and
      * whether its own sequence has posted already.  No ledger
      * yet means nothing has posted.
      *****************************************************************
       11B-READ-BATCH-LEDGER.

           OPEN INPUT BATCH-LEDGER-FILE
           IF PBL-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF PBL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPCONF: UNABLE TO OPEN POSTED BATCH '
                           'LEDGER, FILE STATUS = ' PBL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO PBL-EOF-FLAG
               PERFORM UNTIL NO-MORE-PBL-DATA
                   READ BATCH-LEDGER-FILE
                       AT END
                           MOVE 'N' TO PBL-EOF-FLAG
                       NOT AT END
                           IF PBL-PROGRAM IS EQUAL TO 'SHIPCONF'
                              AND PBL-POSTED
                               PERFORM VARYING BAT-SUB FROM 1 BY 1
                                   UNTIL BAT-SUB > BATCH-COUNT
                                   IF BAT-SOURCE (BAT-SUB) IS EQUAL TO
                                           PBL-SOURCE
                                       IF PBL-BATCH-SEQ IS EQUAL TO
                                               BAT-BATCH-SEQ (BAT-SUB)
                                          AND BAT-REASON (BAT-SUB)
                                               IS EQUAL TO SPACES
                                           MOVE 'ALREADY POSTED' TO
                                               BAT-REASON (BAT-SUB)
                                       END-IF
                                       IF PBL-BATCH-SEQ IS GREATER THAN
                                           BAT-LAST-POSTED-SEQ (BAT-SUB)
                                           MOVE PBL-BATCH-SEQ TO
                                           BAT-LAST-POSTED-SEQ (BAT-SUB)
                                       END-IF
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-LEDGER-FILE
           END-IF
           .

      *****************************************************************
      * 11C-CHECK-ONE-BATCH proves one batch's detail against its
      * header and its sequence against the last one posted from
      * the same source -- or, when an earlier batch on this same
      * file came from that source, against that one.  The first
      * batch ever posted from a source may start at any sequence.
      *****************************************************************
       11C-CHECK-ONE-BATCH.

           IF BAT-REASON (BAT-SUB) IS EQUAL TO SPACES
               MOVE BAT-LAST-POSTED-SEQ (BAT-SUB) TO PRIOR-BATCH-SEQ
               PERFORM VARYING BAT-PRIOR-SUB FROM 1 BY 1
                   UNTIL BAT-PRIOR-SUB IS NOT LESS THAN BAT-SUB
                   IF BAT-SOURCE (BAT-PRIOR-SUB) IS EQUAL TO
                           BAT-SOURCE (BAT-SUB)
                      AND BAT-BATCH-SEQ (BAT-PRIOR-SUB) IS GREATER
                           THAN PRIOR-BATCH-SEQ
                       MOVE BAT-BATCH-SEQ (BAT-PRIOR-SUB) TO
                               PRIOR-BATCH-SEQ
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN BAT-DETAIL-COUNT (BAT-SUB) IS NOT EQUAL TO
                           BAT-HEADER-COUNT (BAT-SUB)
                       MOVE 'COUNT OFF HEADER' TO BAT-REASON (BAT-SUB)
                   WHEN BAT-DETAIL-HASH (BAT-SUB) IS NOT EQUAL TO
                           BAT-HEADER-HASH (BAT-SUB)
                       MOVE 'HASH OFF HEADER' TO BAT-REASON (BAT-SUB)
                   WHEN PRIOR-BATCH-SEQ IS GREATER THAN ZERO
                    AND BAT-BATCH-SEQ (BAT-SUB) IS NOT EQUAL TO
                           PRIOR-BATCH-SEQ + 1
                       MOVE 'OUT OF SEQUENCE' TO BAT-REASON (BAT-SUB)
               END-EVALUATE
           END-IF

           IF BAT-REASON (BAT-SUB) IS NOT EQUAL TO SPACES
               MOVE 'Y' TO BATCH-REJECT-SWITCH
           END-IF
           .

      *****************************************************************
      * 11D-REFUSE-THE-FILE puts each fault on the ledger, names it
      * on the console, and stops the run before anything posts.
      *****************************************************************
       11D-REFUSE-THE-FILE.

           PERFORM 11E-OPEN-BATCH-LEDGER

           IF DETAIL-WITHOUT-HEADER
               MOVE SPACES TO POSTED-BATCH-RECORD
               MOVE 'SHIPCONF' TO PBL-PROGRAM
               MOVE 0 TO PBL-BATCH-DATE
               MOVE 0 TO PBL-BATCH-SEQ
               MOVE 0 TO PBL-RECORD-COUNT
               MOVE 0 TO PBL-HASH-TOTAL
               MOVE RUN-DATE-YYYYMMDD TO PBL-POST-DATE
               MOVE RUN-TIME-HHMMSS (1: 6) TO PBL-POST-TIME
               MOVE 'J' TO PBL-STATUS
               MOVE 'NO BATCH HEADER' TO PBL-REASON
               WRITE POSTED-BATCH-RECORD
               DISPLAY 'SHIPCONF: DETAIL BEFORE ANY BATCH '
                       'HEADER ON THE CONFIRMATION FILE'
           END-IF

           PERFORM VARYING BAT-SUB FROM 1 BY 1
               UNTIL BAT-SUB > BATCH-COUNT
               IF BAT-REASON (BAT-SUB) IS NOT EQUAL TO SPACES
                   PERFORM 11F-WRITE-LEDGER-ROW
                   DISPLAY 'SHIPCONF: BATCH ' BAT-SOURCE (BAT-SUB) ' '
                           BAT-BATCH-SEQ (BAT-SUB) ' REFUSED - '
                           BAT-REASON (BAT-SUB)
               END-IF
           END-PERFORM

           CLOSE BATCH-LEDGER-FILE

           DISPLAY 'SHIPCONF: CONFIRMATION FILE REFUSED, NOTHING POSTED'
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       11E-OPEN-BATCH-LEDGER.

           OPEN EXTEND BATCH-LEDGER-FILE
           IF PBL-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT BATCH-LEDGER-FILE
               IF PBL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPCONF: UNABLE TO OPEN POSTED BATCH '
                           'LEDGER, FILE STATUS = ' PBL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *****************************************************************
      * 11F-WRITE-LEDGER-ROW writes one batch to the ledger as its
      * header declared it -- posted, or refused with the reason.
      *****************************************************************
       11F-WRITE-LEDGER-ROW.

           MOVE SPACES TO POSTED-BATCH-RECORD
           MOVE 'SHIPCONF' TO PBL-PROGRAM
           MOVE BAT-SOURCE (BAT-SUB) TO PBL-SOURCE
           MOVE BAT-BATCH-DATE (BAT-SUB) TO PBL-BATCH-DATE
           MOVE BAT-BATCH-SEQ (BAT-SUB) TO PBL-BATCH-SEQ
           MOVE BAT-HEADER-COUNT (BAT-SUB) TO PBL-RECORD-COUNT
           MOVE BAT-HEADER-HASH (BAT-SUB) TO PBL-HASH-TOTAL
           MOVE RUN-DATE-YYYYMMDD TO PBL-POST-DATE
           MOVE RUN-TIME-HHMMSS (1: 6) TO PBL-POST-TIME
           IF BAT-REASON (BAT-SUB) IS EQUAL TO SPACES
               MOVE 'P' TO PBL-STATUS
           ELSE
               MOVE 'J' TO PBL-STATUS
               MOVE BAT-REASON (BAT-SUB) TO PBL-REASON
           END-IF
           WRITE POSTED-BATCH-RECORD
           .

      *****************************************************************
      * 11G-RECORD-POSTED-BATCHES puts every batch the run posted on
      * the ledger, so the same file run again is refused.
      *****************************************************************
       11G-RECORD-POSTED-BATCHES.

           IF BATCH-COUNT IS GREATER THAN ZERO
               PERFORM 11E-OPEN-BATCH-LEDGER
               PERFORM 11F-WRITE-LEDGER-ROW
                   VARYING BAT-SUB FROM 1 BY 1
                   UNTIL BAT-SUB > BATCH-COUNT
               CLOSE BATCH-LEDGER-FILE
           END-IF
           .

       12-LOAD-PICK-LIST.

           OPEN INPUT PICK-LIST-DATA
                           MOVE 0 TO PCK-UNITS-PICKED (PICK-COUNT)
                       END-IF
                       MOVE 0 TO PCK-UNITS-CONF (PICK-COUNT)
                       MOVE PLD-PRIORITY TO PCK-PRIORITY (PICK-COUNT)
                       MOVE PLD-SHIP-TO-CODE TO
                               PCK-SHIP-TO-CODE (PICK-COUNT)
                       MOVE 'N' TO PCK-CROSS-DOCK (PICK-COUNT)
                       MOVE PLD-ORDERED-CANDY-ID TO
                               PCK-ORDERED-CANDY-ID (PICK-COUNT)
                       ADD 1 TO PICKS-READ-COUNT
                       ADD 1 TO PICK-LIST-LINES-READ
                       ADD PCK-CASES-PICKED (PICK-COUNT) TO
                               PICK-LIST-CASES-READ
               END-READ
           END-PERFORM

           CLOSE PICK-LIST-DATA
           .

      *****************************************************************
      * 12A-LOAD-CROSS-DOCK-PICKS adds the cross-dock picks INVPOST
      * cut at receipt to the pick table.  No file, no cross-dock
      * picks.
      *****************************************************************
       12A-LOAD-CROSS-DOCK-PICKS.

           OPEN INPUT CROSS-DOCK-PICK-FILE
           IF XDP-FILE-STATUS IS EQUAL TO '00'
               MOVE 'Y' TO XDP-ON-FILE-SWITCH
               MOVE ' ' TO XDP-EOF-FLAG
               PERFORM UNTIL NO-MORE-XDP-DATA
                   READ CROSS-DOCK-PICK-FILE
                       AT END
                           MOVE 'N' TO XDP-EOF-FLAG
                       NOT AT END
                           PERFORM 12B-ADD-CROSS-DOCK-PICK
                   END-READ
               END-PERFORM
               CLOSE CROSS-DOCK-PICK-FILE
           END-IF
           .

       12B-ADD-CROSS-DOCK-PICK.

           IF PICK-COUNT IS EQUAL TO 5000
               DISPLAY 'SHIPCONF: MORE THAN 5000 PICKS, '
                       'TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO PICK-COUNT
           MOVE XDP-WAREHOUSE-ID TO PCK-WAREHOUSE-ID (PICK-COUNT)
           MOVE XDP-ORDER-NUMBER TO PCK-ORDER-NUMBER (PICK-COUNT)
           MOVE XDP-CUSTOMER TO PCK-CUSTOMER (PICK-COUNT)
           MOVE XDP-CANDY-ID TO PCK-CANDY-ID (PICK-COUNT)
           IF XDP-CASES-PICKED IS NUMERIC
               MOVE XDP-CASES-PICKED TO PCK-CASES-PICKED (PICK-COUNT)
           ELSE
               MOVE 0 TO PCK-CASES-PICKED (PICK-COUNT)
           END-IF
           MOVE 0 TO PCK-CONFIRMED (PICK-COUNT)
           MOVE XDP-LOT-NUMBER TO PCK-LOT-NUMBER (PICK-COUNT)
           IF XDP-UNITS-PICKED IS NUMERIC
               MOVE XDP-UNITS-PICKED TO PCK-UNITS-PICKED (PICK-COUNT)
           ELSE
               MOVE 0 TO PCK-UNITS-PICKED (PICK-COUNT)
           END-IF
           MOVE 0 TO PCK-UNITS-CONF (PICK-COUNT)
           MOVE XDP-PRIORITY TO PCK-PRIORITY (PICK-COUNT)
           MOVE XDP-SHIP-TO-CODE TO PCK-SHIP-TO-CODE (PICK-COUNT)
           MOVE 'Y' TO PCK-CROSS-DOCK (PICK-COUNT)
           MOVE XDP-ORDERED-CANDY-ID TO
                   PCK-ORDERED-CANDY-ID (PICK-COUNT)
           ADD 1 TO PICKS-READ-COUNT
           ADD 1 TO CROSS-DOCK-LINES-READ
           ADD PCK-CASES-PICKED (PICK-COUNT) TO CROSS-DOCK-CASES-READ
           .

       13-LOAD-RETAIL-PRICES.

           OPEN INPUT RETAIL-PRICE-FILE
           END-IF
           .

      *****************************************************************
      * 14B-OPEN-CUSTOMER-MASTER opens the customer master, where
      * 27F-COMPUTE-SALES-TAX reads each customer's ship-to state
      * and locality.
      *****************************************************************
       14B-OPEN-CUSTOMER-MASTER.

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUM-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'SHIPCONF: NO CUSTOMER MASTER ON FILE, NO '
                       'SALES TAX WILL BE CHARGED'
           ELSE
               IF CUM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPCONF: UNABLE TO OPEN CUSTOMER '
                           'MASTER, FILE STATUS = ' CUM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO CUM-ON-FILE-SWITCH
           END-IF
           .

       14C-LOAD-TAX-RATES.

           OPEN INPUT TAX-RATE-FILE
           IF TXR-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'SHIPCONF: NO TAX RATE FILE ON FILE, NO '
                       'SALES TAX WILL BE CHARGED'
           ELSE
               IF TXR-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPCONF: UNABLE TO OPEN TAX RATE FILE, '
                           'FILE STATUS = ' TXR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO TXR-EOF-FLAG
               PERFORM UNTIL NO-MORE-TXR-DATA
                   READ TAX-RATE-FILE
                       AT END
                           MOVE 'N' TO TXR-EOF-FLAG
                       NOT AT END
                           IF TXR-RATE-PCT IS NUMERIC
                               IF TAX-RATE-COUNT IS EQUAL TO 500
                                   DISPLAY 'SHIPCONF: MORE THAN 500 '
                                           'TAX RATES, TABLE IS FULL'
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO TAX-RATE-COUNT
                               MOVE TXR-STATE TO
                                   TRA-STATE (TAX-RATE-COUNT)
                               MOVE TXR-LOCALITY TO
                                   TRA-LOCALITY (TAX-RATE-COUNT)
                               MOVE TXR-RATE-PCT TO
                                   TRA-RATE-PCT (TAX-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-RATE-FILE
           END-IF
           .

       14D-LOAD-TAXABILITY.

           OPEN INPUT TAXABILITY-FILE
           IF TXC-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF TXC-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPCONF: UNABLE TO OPEN CANDY '
                           'TAXABILITY FILE, FILE STATUS = '
                           TXC-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO TXC-EOF-FLAG
               PERFORM UNTIL NO-MORE-TXC-DATA
                   READ TAXABILITY-FILE
                       AT END
                           MOVE 'N' TO TXC-EOF-FLAG
                       NOT AT END
                           IF TAXABILITY-COUNT IS LESS THAN 50
                               ADD 1 TO TAXABILITY-COUNT
                               MOVE TAXABILITY-RECORD TO
                                   TAXABILITY-ENTRY (TAXABILITY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAXABILITY-FILE
           END-IF
           .

       14E-LOAD-EXEMPT-CERTS.

           OPEN INPUT EXEMPT-CERT-FILE
           IF TXE-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF TXE-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPCONF: UNABLE TO OPEN EXEMPTION '
                           'CERTIFICATE FILE, FILE STATUS = '
                           TXE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO TXE-EOF-FLAG
               PERFORM UNTIL NO-MORE-TXE-DATA
                   READ EXEMPT-CERT-FILE
                       AT END
                           MOVE 'N' TO TXE-EOF-FLAG
                       NOT AT END
                           IF EXEMPT-CERT-COUNT IS EQUAL TO 1000
                               DISPLAY 'SHIPCONF: MORE THAN 1000 '
                                       'EXEMPTION CERTIFICATES, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           IF TXE-EXPIRY-DATE IS NOT NUMERIC
                               MOVE 0 TO TXE-EXPIRY-DATE
                           END-IF
                           ADD 1 TO EXEMPT-CERT-COUNT
                           MOVE EXEMPT-CERT-RECORD TO
                               EXEMPT-CERT-ENTRY (EXEMPT-CERT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE EXEMPT-CERT-FILE
           END-IF
           .

       14F-LOAD-CHAIN-CUSTOMERS.

           OPEN INPUT CHAIN-CUSTOMER-FILE
           IF CHN-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CHN-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPCONF: UNABLE TO OPEN CHAIN CUSTOMER '
                           'LIST, FILE STATUS = ' CHN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CHN-EOF-FLAG
               PERFORM UNTIL NO-MORE-CHN-DATA
                   READ CHAIN-CUSTOMER-FILE
                       AT END
                           MOVE 'N' TO CHN-EOF-FLAG
                       NOT AT END
                           IF CHAIN-CUSTOMER-COUNT IS EQUAL TO 1000
                               DISPLAY 'SHIPCONF: MORE THAN 1000 '
                                       'CHAIN CUSTOMERS, TABLE IS '
                                       'FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO CHAIN-CUSTOMER-COUNT
                           MOVE CHN-CUSTOMER TO CHAIN-CUSTOMER-ENTRY
                                   (CHAIN-CUSTOMER-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CHAIN-CUSTOMER-FILE
           END-IF
           .

       14G-LOAD-GTIN-MASTER.

           OPEN INPUT GTIN-MASTER-FILE
           IF GTM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF GTM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPCONF: UNABLE TO OPEN GTIN MASTER, '
                           'FILE STATUS = ' GTM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO GTM-EOF-FLAG
               PERFORM UNTIL NO-MORE-GTM-DATA
                   READ GTIN-MASTER-FILE
                       AT END
                           MOVE 'N' TO GTM-EOF-FLAG
                       NOT AT END
                           IF GTIN-COUNT IS EQUAL TO 3000
                               DISPLAY 'SHIPCONF: GTIN MASTER HAS '
                                       'MORE THAN 3000 ENTRIES, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO GTIN-COUNT
                           MOVE GTM-CANDY-ID TO
                                   GTT-CANDY-ID (GTIN-COUNT)
                           MOVE GTM-BOX-SIZE TO
                                   GTT-BOX-SIZE (GTIN-COUNT)
                           MOVE GTM-CASE-GTIN TO
                                   GTT-CASE-GTIN (GTIN-COUNT)
                           MOVE GTM-UNIT-GTIN TO
                                   GTT-UNIT-GTIN (GTIN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE GTIN-MASTER-FILE
           END-IF
           .

      *****************************************************************
      * 14H-LOAD-SHIP-TO-JURISDICTIONS keeps the tax state and
      * locality of every ship-to location that has one.  A
      * location keyed without a jurisdiction is taxed where its
      * bill-to customer is.
      *****************************************************************
       14H-LOAD-SHIP-TO-JURISDICTIONS.

           OPEN INPUT SHIP-TO-MASTER-FILE
           IF SHT-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF SHT-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPCONF: UNABLE TO OPEN SHIP-TO MASTER, '
                           'FILE STATUS = ' SHT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO SHT-EOF-FLAG
               PERFORM UNTIL NO-MORE-SHT-DATA
                   READ SHIP-TO-MASTER-FILE
                       AT END
                           MOVE 'N' TO SHT-EOF-FLAG
                       NOT AT END
                           IF SHT-TAX-STATE IS NOT EQUAL TO SPACES
                               IF TAX-SHIP-TO-COUNT IS EQUAL TO 5000
                                   DISPLAY 'SHIPCONF: SHIP-TO MASTER '
                                           'HAS MORE THAN 5000 '
                                           'ENTRIES, TABLE IS FULL'
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO TAX-SHIP-TO-COUNT
                               MOVE SHT-CUSTOMER-ID TO
                                   TXS-CUSTOMER-ID (TAX-SHIP-TO-COUNT)
                               MOVE SHT-SHIP-TO-CODE TO
                                   TXS-SHIP-TO-CODE (TAX-SHIP-TO-COUNT)
                               MOVE SHT-TAX-STATE TO
                                   TXS-STATE (TAX-SHIP-TO-COUNT)
                               MOVE SHT-TAX-LOCALITY TO
                                   TXS-LOCALITY (TAX-SHIP-TO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIP-TO-MASTER-FILE
           END-IF
           .

      *****************************************************************
      * 14I-LOAD-CUSTOMER-PO-XREF reads the PO numbers the EDI
      * orders came in under.  Keyed orders have none, and with no
      * file every invoice line simply goes out without one.
      *****************************************************************
       14I-LOAD-CUSTOMER-PO-XREF.

           OPEN INPUT PO-XREF-FILE
           IF CPO-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CPO-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPCONF: UNABLE TO OPEN CUSTOMER PO '
                           'XREF, FILE STATUS = ' CPO-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CPO-EOF-FLAG
               PERFORM UNTIL NO-MORE-CPO-DATA
                   READ PO-XREF-FILE
                       AT END
                           MOVE 'N' TO CPO-EOF-FLAG
                       NOT AT END
                           IF CPO-COUNT IS EQUAL TO 20000
                               DISPLAY 'SHIPCONF: CUSTOMER PO XREF '
                                       'HAS MORE THAN 20000 ROWS, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO CPO-COUNT
                           MOVE CPO-ORDER-NUMBER TO
                                   CPT-ORDER-NUMBER (CPO-COUNT)
                           MOVE CPO-CUSTOMER-PO TO
                                   CPT-CUSTOMER-PO (CPO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PO-XREF-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT CONFIRM-TRANS-FILE
               END-IF
           END-IF

           OPEN EXTEND PLATE-TRANS-FILE
           IF PLT-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT PLATE-TRANS-FILE
               IF PLT-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPCONF: UNABLE TO OPEN PLATE '
                           'TRANSACTION FILE, FILE STATUS = '
                           PLT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND SALES-HISTORY-FILE
           IF SLH-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT SALES-HISTORY-FILE
               END-IF
           END-IF

           OPEN EXTEND SALES-TAX-HISTORY-FILE
           IF STX-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT SALES-TAX-HISTORY-FILE
               IF STX-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPCONF: UNABLE TO OPEN SALES TAX '
                           'HISTORY FILE, FILE STATUS = '
                           STX-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT CONFIRM-REGISTER

           MOVE SPACES TO REGISTER-RECORD
                   AT END
                       MOVE 'N' TO CTF-EOF-FLAG
                   NOT AT END
                       IF NOT BTH-IS-HEADER
                           ADD 1 TO CONFIRMS-READ-COUNT
                           IF REPLAYING-TO-CHECKPOINT
                              AND CKPT-CONFIRMING
                              AND CONFIRMS-READ-COUNT IS EQUAL TO
                                   CKPT-CONFIRMS-READ
                               PERFORM 63-RESUME-AT-CHECKPOINT
                           END-IF
                           IF NOT REPLAYING-TO-CHECKPOINT
                               MOVE 'C' TO CKPT-PHASE
                               MOVE 0 TO CKPT-PICK-SUB
                               MOVE CTF-WAREHOUSE-ID TO
                                       CKPT-IMAGE-WAREHOUSE-ID
                               MOVE CTF-CANDY-ID TO CKPT-IMAGE-CANDY-ID
                               PERFORM 65-WRITE-CHECKPOINT
                           END-IF
                           PERFORM 25-APPLY-ONE-CONFIRMATION
                               THRU 25-APPLY-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .
      * loose units came off IM-LOOSE-UNITS the moment ORDALLOC
      * picked them.
      *****************************************************************
           MOVE SPACE TO LINE-TAX-STATUS
           IF CASES-SHIPPED IS GREATER THAN ZERO
               PERFORM 26-RELIEVE-STOCK-AND-ALLOC
           END-IF
           MOVE CTF-ORDER-NUMBER TO REG-ORDER-NUMBER
           MOVE CTF-CANDY-ID TO REG-CANDY-ID
           MOVE CASES-SHIPPED TO REG-CASES
           IF LINE-CERT-EXPIRED
               MOVE 'CONFIRMED - TAXED, CERT EXPIRED'
                       TO REG-DISPOSITION
           ELSE
               MOVE 'CONFIRMED' TO REG-DISPOSITION
           END-IF
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .
      * 26-RELIEVE-STOCK-AND-ALLOC takes the confirmed cases off
      * both the posting-level stock and the allocated quantity --
      * ORDALLOC only reserved them, and this is the moment the
      * cases actually left the building.  A restart working its
      * way back to the checkpoint leaves the master alone -- the
      * interrupted run already relieved it.
      *****************************************************************
       26-RELIEVE-STOCK-AND-ALLOC.

               ELSE
                   SUBTRACT CASES-SHIPPED FROM IM-ALLOC-STOCK
               END-IF
               IF NOT REPLAYING-TO-CHECKPOINT
                   REWRITE INV-MASTER-RECORD
                   IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
                       DISPLAY 'SHIPCONF: CONFIRM REWRITE FAILED, '
                               'FILE STATUS = ' IMF-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           .
               END-IF
           END-PERFORM

           MOVE UNIT-PRICE TO LIST-PRICE-HELD
           PERFORM 27B-CHECK-PROMO-PRICE
           MOVE UNIT-PRICE TO RETAIL-PRICE-HELD
           PERFORM 27A-CHECK-CONTRACT-PRICE
           COMPUTE EXTENDED-PRICE = CASES-SHIPPED * UNIT-PRICE
                   + UNITS-SHIPPED * PER-UNIT-PRICE

           IF UNITS-SHIPPED IS GREATER THAN ZERO
              AND LINE-UNITS-PER-CASE IS GREATER THAN ZERO
               COMPUTE LIST-EXTENDED-PRICE ROUNDED =
                       CASES-SHIPPED * LIST-PRICE-HELD
                       + UNITS-SHIPPED * LIST-PRICE-HELD
                       / LINE-UNITS-PER-CASE
           ELSE
               COMPUTE LIST-EXTENDED-PRICE = CASES-SHIPPED
                       * LIST-PRICE-HELD
                       + UNITS-SHIPPED * LIST-PRICE-HELD
           END-IF

           PERFORM 27F-COMPUTE-SALES-TAX
           PERFORM 27G-FIND-CHAIN-GTIN
           PERFORM 27H-FIND-CUSTOMER-PO

           MOVE 'D' TO INV-RECORD-TYPE
           MOVE PCK-CUSTOMER (PICK-HOLD-SUB) TO INV-CUSTOMER
           MOVE CTF-ORDER-NUMBER TO INV-ORDER-NUMBER
           MOVE CASES-SHIPPED TO INV-CASES
           MOVE EXTENDED-PRICE TO INV-EXTENDED
           MOVE UNITS-SHIPPED TO INV-UNITS
           MOVE LINE-TAX TO INV-TAX-AMOUNT
           MOVE PCK-ORDERED-CANDY-ID (PICK-HOLD-SUB) TO
                   INV-ORDERED-CANDY-ID
           MOVE PCK-SHIP-TO-CODE (PICK-HOLD-SUB) TO INV-SHIP-TO-CODE
           MOVE UNIT-PRICE TO INV-UNIT-PRICE
           EVALUATE TRUE
               WHEN CONTRACT-PRICE-USED
                   MOVE 'C' TO INV-PRICE-SOURCE
               WHEN PROMO-PRICE-USED
                   MOVE 'P' TO INV-PRICE-SOURCE
               WHEN OTHER
                   MOVE 'R' TO INV-PRICE-SOURCE
           END-EVALUATE
           MOVE INVOICE-DETAIL-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD

           MOVE CTF-CANDY-ID TO SHH-CANDY-ID
           MOVE CASES-SHIPPED TO SHH-CASES
           MOVE PCK-LOT-NUMBER (PICK-HOLD-SUB) TO SHH-LOT-NUMBER
           MOVE PCK-SHIP-TO-CODE (PICK-HOLD-SUB) TO SHH-SHIP-TO-CODE
           MOVE 0 TO SHH-DELIVERED-DATE
           MOVE SPACES TO SHH-RECEIVED-BY
           MOVE 0 TO SHH-SHORT-CASES
           MOVE 0 TO SHH-DAMAGED-CASES
           WRITE SHIP-HISTORY-RECORD

           IF CASES-SHIPPED IS GREATER THAN ZERO
              AND PCK-CROSS-DOCK (PICK-HOLD-SUB) IS NOT EQUAL TO 'Y'
               MOVE SPACES TO PLATE-TRANS-RECORD
               MOVE 'K' TO PLT-TRANS-TYPE
               MOVE 0 TO PLT-PLATE-ID
               MOVE CTF-WAREHOUSE-ID TO PLT-WAREHOUSE-ID
               MOVE CTF-CANDY-ID TO PLT-CANDY-ID
               MOVE PCK-LOT-NUMBER (PICK-HOLD-SUB) TO PLT-LOT-NUMBER
               MOVE CASES-SHIPPED TO PLT-CASES
               MOVE ZEROS TO PLT-TO-BIN
               MOVE CTF-ORDER-NUMBER TO PLT-REFERENCE
               MOVE RUN-DATE-YYYYMMDD TO PLT-TRANS-DATE
               MOVE 'SHIPCONF' TO PLT-PROGRAM
               WRITE PLATE-TRANS-RECORD
           END-IF

           PERFORM 27C-COST-AT-FIFO

           MOVE RUN-DATE-YYYYMMDD TO SLH-INVOICE-DATE
           MOVE PCK-CUSTOMER (PICK-HOLD-SUB) TO SLH-CUSTOMER
           MOVE CTF-ORDER-NUMBER TO SLH-ORDER-NUMBER
           END-IF
           MOVE CASES-SHIPPED TO SLH-CASES
           MOVE EXTENDED-PRICE TO SLH-DOLLARS
           MOVE PCK-SHIP-TO-CODE (PICK-HOLD-SUB) TO SLH-SHIP-TO-CODE
           MOVE LINE-COGS TO SLH-COGS
           MOVE INV-PRICE-SOURCE TO SLH-PRICE-SOURCE
           MOVE LIST-EXTENDED-PRICE TO SLH-LIST-DOLLARS
           WRITE SALES-HISTORY-RECORD
           .

      *****************************************************************
       27E-BUCKET-EXIT.
           EXIT.

      *****************************************************************
      * 27F-COMPUTE-SALES-TAX taxes the invoiced line.  A candy type
      * marked not taxable carries no tax; otherwise a current
      * exemption certificate for the customer exempts the line,
      * and a customer whose only certificates have expired is
      * taxed and flagged.  The rate is the one for the customer's
      * ship-to state and locality, falling back to the state-wide
      * row.  The line goes to the sales tax history either way.
      *****************************************************************
      *****************************************************************
      * 27G-FIND-CHAIN-GTIN puts the GTIN of what shipped on a chain
      * customer's invoice line -- the case GTIN for the box size
      * shipped, or the unit GTIN when only loose units went.  Other
      * customers' lines, and an item with no GTIN on file, carry
      * spaces.
      *****************************************************************
       27G-FIND-CHAIN-GTIN.

           MOVE SPACES TO INV-GTIN
           MOVE 'N' TO CHAIN-FOUND-SWITCH
           PERFORM VARYING CHAIN-SUB FROM 1 BY 1
               UNTIL CHAIN-SUB > CHAIN-CUSTOMER-COUNT
                  OR CHAIN-CUSTOMER-LINE
               IF CHAIN-CUSTOMER-ENTRY (CHAIN-SUB) IS EQUAL TO
                       PCK-CUSTOMER (PICK-HOLD-SUB)
                   MOVE 'Y' TO CHAIN-FOUND-SWITCH
               END-IF
           END-PERFORM

           IF CHAIN-CUSTOMER-LINE
               PERFORM VARYING GTN-SUB FROM 1 BY 1
                   UNTIL GTN-SUB > GTIN-COUNT
                   IF GTT-CANDY-ID (GTN-SUB) IS EQUAL TO CTF-CANDY-ID
                      AND GTT-BOX-SIZE (GTN-SUB) IS EQUAL TO
                           SHIP-BOX-SIZE
                       IF CASES-SHIPPED IS EQUAL TO ZERO
                          AND GTT-UNIT-GTIN (GTN-SUB) IS NOT EQUAL
                               TO ZERO
                           MOVE GTT-UNIT-GTIN (GTN-SUB) TO INV-GTIN
                       ELSE
                           MOVE GTT-CASE-GTIN (GTN-SUB) TO INV-GTIN
                       END-IF
                       MOVE GTIN-COUNT TO GTN-SUB
                   END-IF
               END-PERFORM
           END-IF
           .

       27H-FIND-CUSTOMER-PO.

           MOVE SPACES TO INV-CUSTOMER-PO
           PERFORM VARYING CPO-SUB FROM 1 BY 1
               UNTIL CPO-SUB > CPO-COUNT
               IF CPT-ORDER-NUMBER (CPO-SUB) IS EQUAL TO
                       CTF-ORDER-NUMBER
                   MOVE CPT-CUSTOMER-PO (CPO-SUB) TO INV-CUSTOMER-PO
                   MOVE CPO-COUNT TO CPO-SUB
               END-IF
           END-PERFORM
           .

       27F-COMPUTE-SALES-TAX.

           MOVE 0 TO LINE-TAX
           MOVE 0 TO LINE-TAX-RATE
           MOVE SPACES TO LINE-STATE
           MOVE SPACES TO LINE-LOCALITY
           MOVE SPACES TO LINE-CERT-NUMBER
           MOVE 'T' TO LINE-TAX-STATUS

           IF CUSTOMER-MASTER-ON-FILE
               MOVE PCK-CUSTOMER (PICK-HOLD-SUB) TO CUM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
               IF CUM-FILE-STATUS IS EQUAL TO '00'
                   MOVE CUM-SHIP-STATE TO LINE-STATE
                   MOVE CUM-SHIP-LOCALITY TO LINE-LOCALITY
               END-IF
           END-IF

           IF PCK-SHIP-TO-CODE (PICK-HOLD-SUB) IS NOT EQUAL TO SPACES
               PERFORM VARYING TAX-SHIP-SUB FROM 1 BY 1
                   UNTIL TAX-SHIP-SUB > TAX-SHIP-TO-COUNT
                   IF TXS-CUSTOMER-ID (TAX-SHIP-SUB) IS EQUAL TO
                           PCK-CUSTOMER (PICK-HOLD-SUB)
                      AND TXS-SHIP-TO-CODE (TAX-SHIP-SUB) IS EQUAL TO
                           PCK-SHIP-TO-CODE (PICK-HOLD-SUB)
                       MOVE TXS-STATE (TAX-SHIP-SUB) TO LINE-STATE
                       MOVE TXS-LOCALITY (TAX-SHIP-SUB) TO
                               LINE-LOCALITY
                       MOVE TAX-SHIP-TO-COUNT TO TAX-SHIP-SUB
                   END-IF
               END-PERFORM
           END-IF

           IF IMF-FILE-STATUS IS EQUAL TO '00'
               PERFORM VARYING TAXABILITY-SUB FROM 1 BY 1
                   UNTIL TAXABILITY-SUB > TAXABILITY-COUNT
                   IF TXB-CANDY-TYPE (TAXABILITY-SUB) IS EQUAL TO
                           IM-CANDY-TYPE (1)
                      AND TXB-TAXABILITY (TAXABILITY-SUB) IS EQUAL
                           TO 'N'
                       MOVE 'N' TO LINE-TAX-STATUS
                       MOVE TAXABILITY-COUNT TO TAXABILITY-SUB
                   END-IF
               END-PERFORM
           END-IF

           IF LINE-TAXABLE
               PERFORM VARYING CERT-SUB FROM 1 BY 1
                   UNTIL CERT-SUB > EXEMPT-CERT-COUNT
                      OR LINE-EXEMPT
                   IF ECT-CUSTOMER (CERT-SUB) IS EQUAL TO
                           PCK-CUSTOMER (PICK-HOLD-SUB)
                       MOVE ECT-CERT-NUMBER (CERT-SUB) TO
                               LINE-CERT-NUMBER
                       IF ECT-EXPIRY-DATE (CERT-SUB) IS LESS THAN
                               RUN-DATE-YYYYMMDD
                           MOVE 'X' TO LINE-TAX-STATUS
                       ELSE
                           MOVE 'E' TO LINE-TAX-STATUS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF LINE-TAXABLE
              OR LINE-CERT-EXPIRED
               MOVE 'N' TO RATE-FOUND-SWITCH
               PERFORM VARYING TAX-RATE-SUB FROM 1 BY 1
                   UNTIL TAX-RATE-SUB > TAX-RATE-COUNT
                   IF TRA-STATE (TAX-RATE-SUB) IS EQUAL TO LINE-STATE
                      AND LINE-STATE IS NOT EQUAL TO SPACES
                       IF TRA-LOCALITY (TAX-RATE-SUB) IS EQUAL TO
                               LINE-LOCALITY
                           MOVE 'Y' TO RATE-FOUND-SWITCH
                           MOVE TRA-RATE-PCT (TAX-RATE-SUB) TO
                                   LINE-TAX-RATE
                           MOVE TAX-RATE-COUNT TO TAX-RATE-SUB
                       ELSE
                           IF TRA-LOCALITY (TAX-RATE-SUB) IS EQUAL
                                   TO SPACES
                              AND NOT TAX-RATE-FOUND
                               MOVE 'Y' TO RATE-FOUND-SWITCH
                               MOVE TRA-RATE-PCT (TAX-RATE-SUB) TO
                                       LINE-TAX-RATE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF TAX-RATE-FOUND
                   COMPUTE LINE-TAX ROUNDED =
                           EXTENDED-PRICE * LINE-TAX-RATE / 100
               ELSE
                   ADD 1 TO NO-TAX-RATE-COUNT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN LINE-EXEMPT
                   ADD 1 TO EXEMPT-LINES-COUNT
               WHEN LINE-CERT-EXPIRED
                   ADD 1 TO EXPIRED-CERT-COUNT
           END-EVALUATE
           ADD LINE-TAX TO TOTAL-TAX-AMOUNT

           MOVE RUN-DATE-YYYYMMDD TO STX-INVOICE-DATE
           MOVE PCK-CUSTOMER (PICK-HOLD-SUB) TO STX-CUSTOMER
           MOVE CTF-ORDER-NUMBER TO STX-ORDER-NUMBER
           MOVE LINE-STATE TO STX-STATE
           MOVE LINE-LOCALITY TO STX-LOCALITY
           MOVE LINE-TAX-STATUS TO STX-STATUS
           MOVE LINE-CERT-NUMBER TO STX-CERT-NUMBER
           MOVE EXTENDED-PRICE TO STX-SALES-AMOUNT
           MOVE LINE-TAX TO STX-TAX-AMOUNT
           WRITE SALES-TAX-HISTORY-RECORD
           .

      *****************************************************************
      * 35-RETURN-SHORTFALLS sweeps the pick table after all
      * confirmations are in.  Whatever was picked but never
      * confirmation at all -- has its reservation released on the
      * warehouse's master record (the stock never left, only the
      * allocation) and goes onto the backorder file, so the
      * system and the shelf agree again.  A substitute that fell
      * short backorders as the candy the customer ordered.
      *****************************************************************
       35-RETURN-SHORTFALLS.

                   ELSE
                       ADD 1 TO SHORT-SHIP-COUNT
                   END-IF
                   IF REPLAYING-TO-CHECKPOINT
                      AND CKPT-SWEEPING
                      AND PICK-SUB IS EQUAL TO CKPT-PICK-SUB
                       PERFORM 63-RESUME-AT-CHECKPOINT
                   END-IF
                   IF NOT REPLAYING-TO-CHECKPOINT
                       MOVE 'S' TO CKPT-PHASE
                       MOVE PICK-SUB TO CKPT-PICK-SUB
                       MOVE PCK-WAREHOUSE-ID (PICK-SUB) TO
                               CKPT-IMAGE-WAREHOUSE-ID
                       MOVE PCK-CANDY-ID (PICK-SUB) TO
                               CKPT-IMAGE-CANDY-ID
                       PERFORM 65-WRITE-CHECKPOINT
                   END-IF
                   PERFORM 37-RESTOCK-ONE-SHORTFALL
                   MOVE PCK-ORDER-NUMBER (PICK-SUB) TO
                           BOF-ORDER-NUMBER
                   MOVE PCK-CUSTOMER (PICK-SUB) TO BOF-CUSTOMER
                   IF PCK-ORDERED-CANDY-ID (PICK-SUB) IS EQUAL TO
                           SPACES
                       MOVE PCK-CANDY-ID (PICK-SUB) TO BOF-CANDY-ID
                   ELSE
                       MOVE PCK-ORDERED-CANDY-ID (PICK-SUB) TO
                               BOF-CANDY-ID
                   END-IF
                   MOVE SHORTFALL-CASES TO BOF-CASES
                   MOVE RUN-DATE-YYYYMMDD TO BOF-FIRST-DATE
                   MOVE UNITS-SHORTFALL TO BOF-UNITS
                   MOVE PCK-PRIORITY (PICK-SUB) TO BOF-PRIORITY
                   MOVE PCK-SHIP-TO-CODE (PICK-SUB) TO BOF-SHIP-TO-CODE
                   MOVE SPACE TO BOF-REASON-CODE
                   WRITE BACKORDER-RECORD
                   ADD 1 TO SHORTFALL-LINES-COUNT
                   ADD SHORTFALL-CASES TO SHORTFALL-CASES-TOTAL
               END-IF
           END-PERFORM
           .
                   END-IF
                   MOVE NEW-LOOSE-UNITS TO IM-LOOSE-UNITS
               END-IF
               IF NOT REPLAYING-TO-CHECKPOINT
                   REWRITE INV-MASTER-RECORD
                   IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
                       DISPLAY 'SHIPCONF: RESTOCK REWRITE FAILED, '
                               'FILE STATUS = ' IMF-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           ELSE
               DISPLAY 'SHIPCONF: RESTOCK KEY NOT ON MASTER, '

       40-EOF-ROUTINE.

           IF REPLAYING-TO-CHECKPOINT
               DISPLAY 'SHIPCONF: RESTART NEVER REACHED ITS CHECKPOINT '
                       '-- THE INPUT HAS CHANGED SINCE THE '
                       'INTERRUPTED RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'T' TO IVT-RECORD-TYPE
           MOVE LINES-INVOICED-COUNT TO IVT-LINE-COUNT
           MOVE TOTAL-CASES-SHIPPED TO IVT-TOTAL-CASES
           MOVE TOTAL-INVOICE-AMOUNT TO IVT-TOTAL-AMOUNT
           MOVE TOTAL-TAX-AMOUNT TO IVT-TOTAL-TAX
           MOVE INVOICE-TRAILER-LINE TO INVOICE-RECORD
           WRITE INVOICE-RECORD

           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LINES TAX EXEMPT' TO RTL-LABEL
           MOVE EXEMPT-LINES-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TAXED, CERT EXPIRED' TO RTL-LABEL
           MOVE EXPIRED-CERT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LINES WITH NO TAX RATE' TO RTL-LABEL
           MOVE NO-TAX-RATE-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           COMPUTE GROSS-PROFIT = TOTAL-INVOICE-AMOUNT - TOTAL-COGS

           MOVE SPACES TO REGISTER-MONEY-LINE
           MOVE REGISTER-MONEY-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-MONEY-LINE
           MOVE 'SALES TAX CHARGED' TO RML-LABEL
           MOVE TOTAL-TAX-AMOUNT TO RML-AMOUNT
           MOVE REGISTER-MONEY-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-MONEY-LINE
           MOVE 'COST OF GOODS SOLD' TO RML-LABEL
           MOVE TOTAL-COGS TO RML-AMOUNT
               INTO PROMO-REGISTER-RECORD
           WRITE PROMO-REGISTER-RECORD

           PERFORM 11G-RECORD-POSTED-BATCHES

           CLOSE CONFIRM-TRANS-FILE
                INV-MASTER-FILE
                BACKORDER-FILE
                INVOICE-EXTRACT
                SHIP-HISTORY-FILE
                PLATE-TRANS-FILE
                SALES-HISTORY-FILE
                SALES-TAX-HISTORY-FILE
                MARGIN-IMPACT-REPORT
                PROMO-REGISTER
                CONFIRM-REGISTER

           IF CROSS-DOCK-ON-FILE
               OPEN OUTPUT CROSS-DOCK-PICK-FILE
               CLOSE CROSS-DOCK-PICK-FILE
           END-IF

           IF CUSTOMER-MASTER-ON-FILE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF

           MOVE LINES-INVOICED-COUNT TO LEDGER-RECORD-COUNT
           PERFORM 55-POST-LEDGER-ROW

           PERFORM 47-POST-CHAIN-CONTROL

           PERFORM 44-REWRITE-COST-LAYERS
               THRU 44-REWRITE-EXIT

               CLOSE LOT-DETAIL-FILE
           END-IF

           IF RESTART-IN-PROGRESS
               PERFORM 69-WRITE-RESTART-REPORT
           END-IF
           PERFORM 68-CLEAR-CHECKPOINT

           STOP RUN
           .

      * 42-POST-COGS-TO-JOURNAL leaves one 'CG' posting per
      * warehouse on the extra-postings file for JVEXTRACT to fold
      * into the journal voucher -- the GL map needs a CG row per
      * warehouse -- one 'CORP' 'ST' posting of the sales tax
      * charged, for the tax liability, and one 'CORP' 'SR' posting
      * of the goods invoiced, for sales revenue -- the GL map needs
      * CORP rows for both.
      *****************************************************************
       42-POST-COGS-TO-JOURNAL.

           IF COGS-WAREHOUSE-COUNT IS EQUAL TO ZERO
              AND TOTAL-TAX-AMOUNT IS EQUAL TO ZERO
              AND TOTAL-INVOICE-AMOUNT IS EQUAL TO ZERO
               GO TO 42-POST-EXIT
           END-IF

               END-IF
           END-PERFORM

           IF TOTAL-TAX-AMOUNT IS GREATER THAN ZERO
               MOVE 'CORP' TO XPF-WAREHOUSE-ID
               MOVE 'ST' TO XPF-CATEGORY
               MOVE TOTAL-TAX-AMOUNT TO XPF-AMOUNT
               WRITE EXTRA-POSTING-RECORD
           END-IF

           IF TOTAL-INVOICE-AMOUNT IS GREATER THAN ZERO
               MOVE 'CORP' TO XPF-WAREHOUSE-ID
               MOVE 'SR' TO XPF-CATEGORY
               MOVE TOTAL-INVOICE-AMOUNT TO XPF-AMOUNT
               WRITE EXTRA-POSTING-RECORD
           END-IF

           CLOSE EXTRA-POSTINGS-FILE
           .

       44-REWRITE-EXIT.
           EXIT.

      *****************************************************************
      * 47-POST-CHAIN-CONTROL leaves the run's control totals on the
      * chain control file: the picks in off the pick list and the
      * cross-dock file, and where every case went -- out the door
      * on an invoice line or back onto backorder as a shortfall.
      *****************************************************************
       47-POST-CHAIN-CONTROL.

           OPEN EXTEND CHAIN-CONTROL-FILE
           IF CHC-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT CHAIN-CONTROL-FILE
               IF CHC-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPCONF: UNABLE TO OPEN CHAIN CONTROL '
                           'FILE, FILE STATUS = ' CHC-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE RUN-DATE-YYYYMMDD TO CHC-RUN-DATE
           MOVE 'SHIPCONF' TO CHC-PROGRAM
           MOVE 0 TO CHC-DOLLARS

           MOVE 'PI' TO CHC-CONTROL-POINT
           MOVE PICK-LIST-LINES-READ TO CHC-LINE-COUNT
           MOVE PICK-LIST-CASES-READ TO CHC-CASES
           WRITE CHAIN-CONTROL-RECORD

           MOVE 'XD' TO CHC-CONTROL-POINT
           MOVE CROSS-DOCK-LINES-READ TO CHC-LINE-COUNT
           MOVE CROSS-DOCK-CASES-READ TO CHC-CASES
           WRITE CHAIN-CONTROL-RECORD

           MOVE 'SB' TO CHC-CONTROL-POINT
           MOVE SHORTFALL-LINES-COUNT TO CHC-LINE-COUNT
           MOVE SHORTFALL-CASES-TOTAL TO CHC-CASES
           WRITE CHAIN-CONTROL-RECORD

           MOVE 'SH' TO CHC-CONTROL-POINT
           MOVE LINES-INVOICED-COUNT TO CHC-LINE-COUNT
           MOVE TOTAL-CASES-SHIPPED TO CHC-CASES
           MOVE TOTAL-INVOICE-AMOUNT TO CHC-DOLLARS
           WRITE CHAIN-CONTROL-RECORD

           CLOSE CHAIN-CONTROL-FILE
           .

      *****************************************************************
      * 50-TAKE-NEXT-SEQUENCE reads the interface control ledger
      * for the highest sequence this interface has gone out under
           WRITE INTERFACE-LEDGER-RECORD
           CLOSE INTERFACE-LEDGER-FILE
           .

      *****************************************************************
      * 60-CHECK-FOR-RESTART looks for the checkpoint an interrupted
      * run left.  Found, this run is its restart: it takes the
      * interrupted run's date, puts back the saved copies of the
      * files the end of run rewrites, and cuts each file the run
      * extends back to its length when the interrupted run
      * started, so the work done again writes its lines only once.
      * No checkpoint, or an empty one, is a normal run.
      *****************************************************************
       60-CHECK-FOR-RESTART.

           MOVE 'N' TO RESTART-SWITCH
           MOVE 'N' TO REPLAY-SWITCH

           OPEN INPUT CHECKPOINT-FILE
           IF CKPT-FILE-STATUS IS NOT EQUAL TO '00'
               GO TO 60-CHECK-EXIT
           END-IF
           READ CHECKPOINT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CHECKPOINT-RECORD TO CHECKPOINT-DATA
                   IF CKPT-RUN-DATE IS NUMERIC
                      AND CKPT-RUN-DATE IS GREATER THAN ZERO
                       MOVE 'Y' TO RESTART-SWITCH
                       MOVE 'Y' TO REPLAY-SWITCH
                   END-IF
           END-READ
           CLOSE CHECKPOINT-FILE

           IF NOT RESTART-IN-PROGRESS
               GO TO 60-CHECK-EXIT
           END-IF

           MOVE CKPT-RUN-DATE TO RUN-DATE-YYYYMMDD
           MOVE CKPT-TAKEN-DATE TO RSF-TAKEN-DATE
           MOVE CKPT-TAKEN-TIME TO RSF-TAKEN-TIME
           MOVE CKPT-PHASE TO RSF-PHASE
           MOVE CKPT-CONFIRMS-READ TO RSF-CONFIRMS-READ
           MOVE CKPT-PICK-SUB TO RSF-PICK-SUB
           MOVE CKPT-LINES-INVOICED TO RSF-LINES-INVOICED
           MOVE CKPT-CASES-SHIPPED TO RSF-CASES-SHIPPED
           MOVE CKPT-INVOICE-AMOUNT TO RSF-INVOICE-AMOUNT
           MOVE CKPT-COGS TO RSF-COGS
           MOVE CKPT-SHORTFALL-LINES TO RSF-SHORTFALL-LINES
           MOVE CKPT-SHORTFALL-CASES TO RSF-SHORTFALL-CASES
           MOVE CKPT-IMAGE-SWITCH TO RSF-IMAGE-SWITCH
           MOVE CKPT-IMAGE-KEY TO RSF-IMAGE-KEY
           DISPLAY 'SHIPCONF: RESTARTING THE ' CKPT-RUN-DATE
                   ' RUN FROM ITS CHECKPOINT OF ' CKPT-TAKEN-DATE
                   ' ' CKPT-TAKEN-TIME

           PERFORM VARYING RWF-SUB FROM 1 BY 1
               UNTIL RWF-SUB > 3
               IF CKPT-SAVED-SWITCH (RWF-SUB) IS EQUAL TO 'Y'
                   MOVE RWT-SAVED-NAME (RWF-SUB) TO CUT-IN-NAME
                   MOVE RWT-FILE-NAME (RWF-SUB) TO CUT-OUT-NAME
                   MOVE 999999999 TO COPY-LIMIT
                   PERFORM 62A-COPY-FILE THRU 62A-COPY-EXIT
                   IF NOT CUT-IN-FOUND
                       DISPLAY 'SHIPCONF: SAVED COPY '
                               RWT-SAVED-NAME (RWF-SUB)
                               ' IS MISSING, CANNOT RESTART'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 62-CUT-BACK-ONE-FILE
               VARYING APP-SUB FROM 1 BY 1
               UNTIL APP-SUB > 9
           .

       60-CHECK-EXIT.
           EXIT.

      *****************************************************************
      * 61-TAKE-FIRST-CHECKPOINT makes a fresh run restartable before
      * anything is applied: it counts the lines already on each
      * file the run extends, saves a copy of each file the end of
      * run rewrites, and writes the first checkpoint.
      *****************************************************************
       61-TAKE-FIRST-CHECKPOINT.

           MOVE RUN-DATE-YYYYMMDD TO CKPT-RUN-DATE

           PERFORM VARYING APP-SUB FROM 1 BY 1
               UNTIL APP-SUB > 9
               MOVE APT-FILE-NAME (APP-SUB) TO CUT-IN-NAME
               MOVE SPACES TO CUT-OUT-NAME
               MOVE 0 TO COPY-LIMIT
               PERFORM 62A-COPY-FILE THRU 62A-COPY-EXIT
               MOVE COPY-LINES-READ TO CKPT-BASE-LINES (APP-SUB)
           END-PERFORM

           PERFORM VARYING RWF-SUB FROM 1 BY 1
               UNTIL RWF-SUB > 3
               MOVE RWT-FILE-NAME (RWF-SUB) TO CUT-IN-NAME
               MOVE RWT-SAVED-NAME (RWF-SUB) TO CUT-OUT-NAME
               MOVE 999999999 TO COPY-LIMIT
               PERFORM 62A-COPY-FILE THRU 62A-COPY-EXIT
               IF CUT-IN-FOUND
                   MOVE 'Y' TO CKPT-SAVED-SWITCH (RWF-SUB)
               ELSE
                   MOVE 'N' TO CKPT-SAVED-SWITCH (RWF-SUB)
               END-IF
           END-PERFORM

           MOVE 'C' TO CKPT-PHASE
           MOVE 0 TO CKPT-PICK-SUB
           MOVE SPACES TO CKPT-IMAGE-KEY
           PERFORM 65-WRITE-CHECKPOINT
           .

      *****************************************************************
      * 62-CUT-BACK-ONE-FILE cuts the extended file at APP-SUB back
      * to the length it had when the interrupted run started.  A
      * file now shorter than that was not left by the interrupted
      * run alone, and the restart stops.
      *****************************************************************
       62-CUT-BACK-ONE-FILE.

           MOVE 0 TO RCT-LINES-CUT (APP-SUB)
           MOVE APT-FILE-NAME (APP-SUB) TO CUT-IN-NAME
           MOVE 'SHIPCONF-CUT.tmp' TO CUT-OUT-NAME
           MOVE CKPT-BASE-LINES (APP-SUB) TO COPY-LIMIT
           PERFORM 62A-COPY-FILE THRU 62A-COPY-EXIT
           MOVE COPY-LINES-READ TO RCT-LINES-FOUND (APP-SUB)

           IF COPY-LINES-READ IS LESS THAN CKPT-BASE-LINES (APP-SUB)
               DISPLAY 'SHIPCONF: ' APT-FILE-NAME (APP-SUB)
                       ' IS SHORTER THAN WHEN THE RUN STARTED, '
                       'CANNOT RESTART'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF COPY-LINES-READ IS GREATER THAN CKPT-BASE-LINES (APP-SUB)
               COMPUTE RCT-LINES-CUT (APP-SUB) = COPY-LINES-READ
                       - CKPT-BASE-LINES (APP-SUB)
               MOVE 'SHIPCONF-CUT.tmp' TO CUT-IN-NAME
               MOVE APT-FILE-NAME (APP-SUB) TO CUT-OUT-NAME
               MOVE 999999999 TO COPY-LIMIT
               PERFORM 62A-COPY-FILE THRU 62A-COPY-EXIT
           END-IF
           .

      *****************************************************************
      * 62A-COPY-FILE copies CUT-IN-NAME to CUT-OUT-NAME line for
      * line, the first COPY-LIMIT lines only, counting every line
      * on the input in COPY-LINES-READ.  A CUT-OUT-NAME of spaces
      * only counts.  An input not on file copies nothing and
      * leaves CUT-IN-FOUND off.
      *****************************************************************
       62A-COPY-FILE.

           MOVE 0 TO COPY-LINES-READ
           MOVE 0 TO COPY-LINES-WRITTEN
           MOVE 'N' TO CUT-IN-FOUND-SWITCH

           OPEN INPUT CUT-IN-FILE
           IF CUT-IN-STATUS IS EQUAL TO '35'
               GO TO 62A-COPY-EXIT
           END-IF
           IF CUT-IN-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SHIPCONF: UNABLE TO OPEN ' CUT-IN-NAME
                       ', FILE STATUS = ' CUT-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO CUT-IN-FOUND-SWITCH

           IF CUT-OUT-NAME IS NOT EQUAL TO SPACES
               OPEN OUTPUT CUT-OUT-FILE
               IF CUT-OUT-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPCONF: UNABLE TO WRITE ' CUT-OUT-NAME
                           ', FILE STATUS = ' CUT-OUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE ' ' TO CUT-EOF-FLAG
           PERFORM UNTIL NO-MORE-CUT-DATA
               READ CUT-IN-FILE
                   AT END
                       MOVE 'N' TO CUT-EOF-FLAG
                   NOT AT END
                       ADD 1 TO COPY-LINES-READ
                       IF CUT-OUT-NAME IS NOT EQUAL TO SPACES
                          AND COPY-LINES-READ IS NOT GREATER THAN
                               COPY-LIMIT
                           MOVE CUT-IN-RECORD TO CUT-OUT-RECORD
                           WRITE CUT-OUT-RECORD
                           ADD 1 TO COPY-LINES-WRITTEN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CUT-IN-FILE
           IF CUT-OUT-NAME IS NOT EQUAL TO SPACES
               CLOSE CUT-OUT-FILE
           END-IF
           .

       62A-COPY-EXIT.
           EXIT.

      *****************************************************************
      * 63-RESUME-AT-CHECKPOINT is reached when a restart has worked
      * its way back to the confirmation or shortfall that was in
      * flight.  The counts must be the checkpoint's or the input is
      * not what the interrupted run had.  The in-flight master
      * record goes back as it stood before, whatever of it the
      * interrupted run got to, and from here the run is a normal
      * one.
      *****************************************************************
       63-RESUME-AT-CHECKPOINT.

           IF CONFIRMS-READ-COUNT IS NOT EQUAL TO CKPT-CONFIRMS-READ
              OR LINES-INVOICED-COUNT IS NOT EQUAL TO
                   CKPT-LINES-INVOICED
              OR TOTAL-CASES-SHIPPED IS NOT EQUAL TO
                   CKPT-CASES-SHIPPED
              OR TOTAL-INVOICE-AMOUNT IS NOT EQUAL TO
                   CKPT-INVOICE-AMOUNT
              OR TOTAL-COGS IS NOT EQUAL TO CKPT-COGS
              OR SHORTFALL-LINES-COUNT IS NOT EQUAL TO
                   CKPT-SHORTFALL-LINES
              OR SHORTFALL-CASES-TOTAL IS NOT EQUAL TO
                   CKPT-SHORTFALL-CASES
               DISPLAY 'SHIPCONF: RESTART COUNTS DO NOT MATCH THE '
                       'CHECKPOINT -- THE INPUT HAS CHANGED SINCE '
                       'THE INTERRUPTED RUN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF CKPT-IMAGE-TAKEN
               MOVE CKPT-IMAGE-KEY TO IM-REC-KEY
               READ INV-MASTER-FILE
               IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPCONF: CHECKPOINT MASTER RECORD '
                           CKPT-IMAGE-KEY ' NOT ON FILE, FILE '
                           'STATUS = ' IMF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CKPT-IMAGE-RECORD TO INV-MASTER-RECORD
               REWRITE INV-MASTER-RECORD
               IF IMF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHIPCONF: CHECKPOINT MASTER REWRITE '
                           'FAILED, FILE STATUS = ' IMF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE 'N' TO REPLAY-SWITCH
           DISPLAY 'SHIPCONF: RESUMING AT CHECKPOINT AFTER '
                   CONFIRMS-READ-COUNT ' CONFIRMATIONS READ'
           .

      *****************************************************************
      * 65-WRITE-CHECKPOINT rewrites the restart record with the
      * run's counts and, for the master key in CKPT-IMAGE-KEY, the
      * record as it stands before the confirmation or shortfall
      * changes it.  A checkpoint that cannot be written stops the
      * run rather than go on without a restart point.
      *****************************************************************
       65-WRITE-CHECKPOINT.

           ACCEPT CKPT-TAKEN-DATE FROM DATE YYYYMMDD
           ACCEPT CKPT-TAKEN-TIME FROM TIME
           MOVE CONFIRMS-READ-COUNT TO CKPT-CONFIRMS-READ
           MOVE LINES-INVOICED-COUNT TO CKPT-LINES-INVOICED
           MOVE TOTAL-CASES-SHIPPED TO CKPT-CASES-SHIPPED
           MOVE TOTAL-INVOICE-AMOUNT TO CKPT-INVOICE-AMOUNT
           MOVE TOTAL-COGS TO CKPT-COGS
           MOVE SHORTFALL-LINES-COUNT TO CKPT-SHORTFALL-LINES
           MOVE SHORTFALL-CASES-TOTAL TO CKPT-SHORTFALL-CASES

           MOVE 'N' TO CKPT-IMAGE-SWITCH
           MOVE SPACES TO CKPT-IMAGE-RECORD
           IF CKPT-IMAGE-KEY IS NOT EQUAL TO SPACES
               MOVE CKPT-IMAGE-KEY TO IM-REC-KEY
               READ INV-MASTER-FILE
               IF IMF-FILE-STATUS IS EQUAL TO '00'
                   MOVE 'Y' TO CKPT-IMAGE-SWITCH
                   MOVE INV-MASTER-RECORD TO CKPT-IMAGE-RECORD
               END-IF
           END-IF

           OPEN OUTPUT CHECKPOINT-FILE
           IF CKPT-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SHIPCONF: UNABLE TO OPEN CHECKPOINT FILE, '
                       'FILE STATUS = ' CKPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CHECKPOINT-DATA TO CHECKPOINT-RECORD
           WRITE CHECKPOINT-RECORD
           IF CKPT-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SHIPCONF: UNABLE TO WRITE CHECKPOINT FILE, '
                       'FILE STATUS = ' CKPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CHECKPOINT-FILE
           .

      *****************************************************************
      * 68-CLEAR-CHECKPOINT empties the checkpoint once the run has
      * finished, so the next run starts fresh.  The run has already
      * succeeded by then, so a failure here is reported, not fatal.
      *****************************************************************
       68-CLEAR-CHECKPOINT.

           OPEN OUTPUT CHECKPOINT-FILE
           IF CKPT-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'SHIPCONF: UNABLE TO CLEAR CHECKPOINT FILE, '
                       'FILE STATUS = ' CKPT-FILE-STATUS
           ELSE
               CLOSE CHECKPOINT-FILE
           END-IF
           .

      *****************************************************************
      * 69-WRITE-RESTART-REPORT shows what a restart began from: the
      * checkpoint and where it fell, the master record put back,
      * the counts at the checkpoint beside the counts the run
      * finished with, the lines cut back off each file the run
      * extends, and the saved copies put back.
      *****************************************************************
       69-WRITE-RESTART-REPORT.

           OPEN OUTPUT RESTART-REPORT

           MOVE SPACES TO RESTART-REPORT-RECORD
           STRING 'SHIPMENT CONFIRMATION RESTART - RUN '
                       DELIMITED BY SIZE
                  RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE SPACES TO RESTART-REPORT-RECORD
           STRING 'CHECKPOINT TAKEN ' DELIMITED BY SIZE
                  RSF-TAKEN-DATE DELIMITED BY SIZE
                  ' AT ' DELIMITED BY SIZE
                  RSF-TAKEN-TIME DELIMITED BY SIZE
               INTO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE SPACES TO RESTART-REPORT-RECORD
           EVALUATE TRUE
               WHEN RSF-PHASE IS EQUAL TO 'S'
                   STRING 'RESUMED IN THE SHORTFALL SWEEP AT PICK '
                               DELIMITED BY SIZE
                          RSF-PICK-SUB DELIMITED BY SIZE
                       INTO RESTART-REPORT-RECORD
               WHEN RSF-CONFIRMS-READ IS EQUAL TO ZERO
                   MOVE 'RESUMED BEFORE THE FIRST CONFIRMATION'
                       TO RESTART-REPORT-RECORD
               WHEN OTHER
                   STRING 'RESUMED AT CONFIRMATION '
                               DELIMITED BY SIZE
                          RSF-CONFIRMS-READ DELIMITED BY SIZE
                       INTO RESTART-REPORT-RECORD
           END-EVALUATE
           WRITE RESTART-REPORT-RECORD

           MOVE SPACES TO RESTART-REPORT-RECORD
           IF RSF-IMAGE-SWITCH IS EQUAL TO 'Y'
               STRING 'MASTER RECORD IN FLIGHT PUT BACK: '
                           DELIMITED BY SIZE
                      RSF-IMAGE-KEY DELIMITED BY SIZE
                   INTO RESTART-REPORT-RECORD
           ELSE
               MOVE 'NO MASTER RECORD IN FLIGHT'
                   TO RESTART-REPORT-RECORD
           END-IF
           WRITE RESTART-REPORT-RECORD

           MOVE SPACES TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD
           MOVE 'COUNT                    AT CHECKPOINT            AT
      -         ' END' TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE 'CONFIRMATIONS READ' TO RCL-LABEL
           MOVE RSF-CONFIRMS-READ TO RCL-AT-CHECKPOINT
           MOVE CONFIRMS-READ-COUNT TO RCL-AT-END
           MOVE RESTART-COUNT-LINE TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE 'LINES INVOICED' TO RCL-LABEL
           MOVE RSF-LINES-INVOICED TO RCL-AT-CHECKPOINT
           MOVE LINES-INVOICED-COUNT TO RCL-AT-END
           MOVE RESTART-COUNT-LINE TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE 'CASES SHIPPED' TO RCL-LABEL
           MOVE RSF-CASES-SHIPPED TO RCL-AT-CHECKPOINT
           MOVE TOTAL-CASES-SHIPPED TO RCL-AT-END
           MOVE RESTART-COUNT-LINE TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE 'TOTAL INVOICED' TO RSM-LABEL
           MOVE RSF-INVOICE-AMOUNT TO RSM-AT-CHECKPOINT
           MOVE TOTAL-INVOICE-AMOUNT TO RSM-AT-END
           MOVE RESTART-MONEY-LINE TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE 'COST OF GOODS SOLD' TO RSM-LABEL
           MOVE RSF-COGS TO RSM-AT-CHECKPOINT
           MOVE TOTAL-COGS TO RSM-AT-END
           MOVE RESTART-MONEY-LINE TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE 'SHORTFALL LINES' TO RCL-LABEL
           MOVE RSF-SHORTFALL-LINES TO RCL-AT-CHECKPOINT
           MOVE SHORTFALL-LINES-COUNT TO RCL-AT-END
           MOVE RESTART-COUNT-LINE TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE 'SHORTFALL CASES' TO RCL-LABEL
           MOVE RSF-SHORTFALL-CASES TO RCL-AT-CHECKPOINT
           MOVE SHORTFALL-CASES-TOTAL TO RCL-AT-END
           MOVE RESTART-COUNT-LINE TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           MOVE SPACES TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD
           MOVE 'FILE EXTENDED                   LINES FOUND     LINE
      -         'S CUT BACK' TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD

           PERFORM VARYING APP-SUB FROM 1 BY 1
               UNTIL APP-SUB > 9
               MOVE APT-FILE-NAME (APP-SUB) TO RFL-FILE-NAME
               MOVE RCT-LINES-FOUND (APP-SUB) TO RFL-LINES-FOUND
               MOVE RCT-LINES-CUT (APP-SUB) TO RFL-LINES-CUT
               MOVE RESTART-FILE-LINE TO RESTART-REPORT-RECORD
               WRITE RESTART-REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO RESTART-REPORT-RECORD
           WRITE RESTART-REPORT-RECORD
           PERFORM VARYING RWF-SUB FROM 1 BY 1
               UNTIL RWF-SUB > 3
               IF CKPT-SAVED-SWITCH (RWF-SUB) IS EQUAL TO 'Y'
                   MOVE SPACES TO RESTART-REPORT-RECORD
                   STRING 'PUT BACK FROM ITS SAVED COPY: '
                               DELIMITED BY SIZE
                          RWT-FILE-NAME (RWF-SUB) DELIMITED BY SPACE
                       INTO RESTART-REPORT-RECORD
                   WRITE RESTART-REPORT-RECORD
               END-IF
           END-PERFORM

           CLOSE RESTART-REPORT
           .
