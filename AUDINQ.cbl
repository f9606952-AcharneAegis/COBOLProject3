      * prints its own register and registers get recycled; the
      * cumulative audit history answers "who changed this
      * employee's salary and when" across months and programs.
      * This run takes a key -- an Employee ID, a Candy ID, a
      * warehouse/candy pair, VENDOR- and a vendor ID, or GTIN- and
      * a Candy ID and box size -- and prints every audit row whose
      * key carries it, oldest first.
      * *****
      * INPUT:
