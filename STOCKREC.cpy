      *****************************************************************
      *  STOCKREC.CPY
      *  Stock master record - the stock on hand of one item, keyed
      *  by item code, the same key as the price list, so every item
      *  the till can sell has a shelf position that goods in, sales
      *  out and adjustments all move. Maintained by DCSTOCK.
      *
      *  The quantity on hand is signed: the till sells what is on
      *  the shelf whatever the book says, so the figure can go
      *  below zero when a delivery has not been booked in or a
      *  count is wrong - that is exactly what the exceptions list
      *  exists to show, and it must not be hidden by a floor.
      *
      *  Below the minimum level the item is suggested for reorder,
      *  in multiples of nothing cleverer than the reorder quantity
      *  (or enough to get back to the minimum, if that is more).
      *  Both are set through the stock adjustment input.
      *****************************************************************
       01 STOCK-RECORD.
           03 STOCK-ITEM-CODE       PIC X(6).
           03 STOCK-ON-HAND         PIC S9(8).
           03 STOCK-MIN-LEVEL       PIC 9(6).
           03 STOCK-REORDER-QTY     PIC 9(6).
           03 STOCK-LAST-GRN-DATE   PIC 9(8).
           03 STOCK-LAST-SALE-DATE  PIC 9(8).
           03 STOCK-LAST-COUNT-DATE PIC 9(8).
