      *  after the price lookup. Refunds and voids with an item code
      *  come back off the figures, so the extract is net of what
      *  went back over the counter.
      *  The promoted quantity is how many of the units sold went
      *  through as part of a promotion deal, and the discount is
      *  the promotion money given away on this item - the takings
      *  are already net of it - so merchandising can see what an
      *  offer shifted and what it cost.
      *  The returned quantity is units refunded over the counter
      *  that had no sale in the same run to come off - goods back
      *  on the shelf - so the stock ledger can add them back in.
      *  A record may carry returns only, with a zero quantity sold.
      *****************************************************************
       01 ITEMS-RECORD.
           03 ITEMS-RUN-NO          PIC 9(6).
           03 ITEMS-ITEM-CODE       PIC X(6).
           03 ITEMS-QTY             PIC 9(8).
           03 ITEMS-TAKINGS         PIC 9(10).
           03 ITEMS-PROMO-QTY       PIC 9(8).
           03 ITEMS-DISCOUNT        PIC 9(10).
           03 ITEMS-RETURN-QTY      PIC 9(8).
