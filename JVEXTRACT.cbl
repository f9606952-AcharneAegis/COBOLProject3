      * inventory values and payroll costs into the general ledger
      * by hand; this extract carries them in, balanced debit and
      * credit, with a control total line the GL system verifies on
      * import.  Payroll cost reaches the voucher only through the
      * extra-postings file, from the labor cost distribution of
      * what the bureau actually paid.
      * *****
      * INPUT:
      *    WAREHOUSE-CONTROL.txt     the warehouse list.
      *    GL-ACCOUNT-MAP.txt        one record per warehouse and
      *                              transaction category: category
      *                              'IN' inventory value, and the
      *                              categories the extra postings
      *                              carry, with the debit and
      *                              credit account for each.
      *    Bnnn-Inventory-Report.txt inventory value by warehouse
      *                              (stock times purchase price).
      *    CONSIGNMENT-STOCK.txt     optional: the warehouse/candy
      *                              pairs held on vendor
      *                              consignment.  Their stock is
      *                              stays out of the inventory
      *                              valuation and the voucher.
      *    JV-EXTRA-POSTINGS.txt     optional: postings other runs
      *                              (write-offs, the labor cost
      *                              distribution and the like)
      *                              left for the voucher -- warehouse,
      *                              category, amount.  Consumed
      *                              and cleared so a posting never
      *                              books twice.
               ASSIGN TO DYNAMIC INV-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INV-FILE-STATUS.

           SELECT CONSIGN-LIST-FILE
               ASSIGN TO 'CONSIGNMENT-STOCK.txt'
               ORGANIZATION IS LINE SEQUENTIAL

       COPY INVREC.


       FD CONSIGN-LIST-FILE
           RECORD CONTAINS 8 CHARACTERS.
               88 NO-MORE-GLM-DATA                     VALUE 'N'.
           05  INV-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-INV-DATA                     VALUE 'N'.

           05  XPF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-XPF-DATA                     VALUE 'N'.
           05  CSL-EOF-FLAG            PIC X           VALUE ' '.
           05  WHC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  GLM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  INV-FILE-STATUS         PIC XX          VALUE SPACES.

           05  INV-IN-NAME             PIC X(40)       VALUE SPACES.

           05  WH-SUB                  PIC 99          VALUE 0.
           05  MAP-SUB                 PIC 999         VALUE 0.
           05  SUB                     PIC 99          VALUE 0.
           05  POSTING-DEBIT-ACCT      PIC 9(6)        VALUE 0.
           05  POSTING-CREDIT-ACCT     PIC 9(6)        VALUE 0.
           05  WH-INVENTORY-VALUE      PIC 9(11)V99    VALUE 0.


       01  RUN-TOTALS.
           05  VOUCHER-LINE-COUNT      PIC 9(7)        VALUE 0.

      *****************************************************************
      * 20-EXTRACT-ONE-WAREHOUSE totals the warehouse's inventory
      * value from its split file, then posts the balanced voucher
      * pair through the account map.  Wages and health cost are
      * not taken from the employee reports -- they come in on the
      * extra postings as what the bureau paid, and posting both
      * would book payroll twice.
      *****************************************************************
       20-EXTRACT-ONE-WAREHOUSE.

           PERFORM 22-TOTAL-INVENTORY-VALUE

           MOVE NEW-WAREHOUSE-ID (WH-SUB) TO POSTING-WAREHOUSE-ID

           MOVE 'IN' TO POSTING-CATEGORY
           MOVE WH-INVENTORY-VALUE TO POSTING-AMOUNT
           PERFORM 26-POST-ONE-CATEGORY THRU 26-POST-EXIT
           .


       22-TOTAL-INVENTORY-VALUE.

           MOVE SPACES TO INV-IN-NAME
           END-PERFORM
           .

      *****************************************************************
      * 26-POST-ONE-CATEGORY writes the balanced debit/credit pair
      * for one warehouse and category through the account map.  A
