      * one per warehouse and Candy ID, built by INVLOAD from the
      * split's inventory files and updated in place by the posting
      * runs.  IM-REC-KEY (warehouse ID + Candy ID) is the RECORD
      * KEY; IM-CANDY-ID and IM-VENDOR-ID are ALTERNATE RECORD KEYs
      * WITH DUPLICATES, so one item across every warehouse, or
      * everything one vendor supplies, reads straight off its
      * index -- every program that opens the master declares all
      * three keys, and INVRESTORE rebuilds all three.  The candy
      * lines are a fixed 20 slots -- an indexed
      * record is fixed length -- with IM-CANDY-COUNT saying how
      * many are in use.  IM-CANDY-STOCK of line 1 is the posting-
      * level stock the movement runs maintain.  IM-QUAR-FLAG is
