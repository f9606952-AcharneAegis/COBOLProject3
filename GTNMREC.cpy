      *****************************************************************
      * GTIN-MASTER-RECORD is one item's GTIN barcodes on
      * GTIN-MASTER.txt, keyed by Candy ID and box size -- the
      * same candy packed in a different box is a different item
      * with its own barcodes.  GTM-CASE-GTIN is the 14-digit GTIN
      * printed on the shipping case; GTM-UNIT-GTIN the GTIN on the
      * consumer unit inside it, zero when the item is not sold by
      * the unit; GTM-UNITS-PER-CASE how many units the case holds.
      * Maintained by GTINMAINT.  SCANPICK, SHELFLBL, SHIPCONF and
      * ASNRECV read it to turn a scanned GTIN into an item or an
      * item into its GTIN.  35 characters.
      *****************************************************************
       01  GTIN-MASTER-RECORD.
           05  GTM-ITEM-KEY.
               10  GTM-CANDY-ID        PIC XXX.
               10  GTM-BOX-SIZE        PIC A.
           05  GTM-CASE-GTIN           PIC 9(14).
           05  GTM-UNIT-GTIN           PIC 9(14).
           05  GTM-UNITS-PER-CASE      PIC 999.
