      *****************************************************************
      *  STKADJRC.CPY
      *  Stock adjustment record - anything that moves stock other
      *  than a sale or a delivery, posted onto the stock master by
      *  DCSTOCK. The reason code says what the quantity means:
      *
      *      D - damaged, quantity taken off stock
      *      W - written off (out of date, stolen), taken off stock
      *      C - count correction, quantity is what was counted on
      *          the shelf and REPLACES the book figure
      *      M - minimum level, quantity is the new minimum
      *      Q - reorder quantity, quantity is the new order size
      *****************************************************************
       01 ADJ-RECORD.
           03 ADJ-ITEM-CODE         PIC X(6).
           03 ADJ-REASON            PIC X.
           03 ADJ-QTY               PIC 9(6).
           03 ADJ-DATE              PIC 9(8).
           03 ADJ-OPERATOR-ID       PIC X(8).
