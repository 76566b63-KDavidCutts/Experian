      *****************************************************************
      *  PROMOREC.CPY
      *  Promotion master record - one per head-office offer, keyed
      *  by offer id, maintained by DCPROMMT and applied by DCTEST
      *  when a basket is priced. An offer runs from its start date
      *  to its end date inclusive and names the item codes that
      *  qualify for it.
      *
      *  Offer types:
      *      M - multi-buy, BUY-QTY for the price of PAY-QTY ("3 for
      *          2") - the cheapest qualifying lines go free
      *      F - fixed-price multi-buy, BUY-QTY for DEAL-PRICE ("2
      *          for 5.00") - any mix of the listed items
      *      D - meal deal, one item from each component group 1 to
      *          BUY-QTY for DEAL-PRICE - the group number against
      *          each item says which component it can stand in for
      *          (main, snack, drink)
      *
      *  The discount a deal gives is spread back across the lines
      *  that made it up in proportion to their prices, so every
      *  line keeps its own item code and VAT rate and the discount
      *  lands on the rate the goods were actually sold at.
      *****************************************************************
       01 PROMO-RECORD.
           03 PROMO-ID              PIC X(6).
           03 PROMO-DESC            PIC X(20).
           03 PROMO-TYPE            PIC X.
           03 PROMO-START-DATE      PIC 9(8).
           03 PROMO-END-DATE        PIC 9(8).
           03 PROMO-BUY-QTY         PIC 9(2).
           03 PROMO-PAY-QTY         PIC 9(2).
           03 PROMO-DEAL-PRICE      PIC 9(5).
           03 PROMO-ITEM-COUNT      PIC 9(2).
           03 PROMO-ITEM-ENTRY OCCURS 10.
               05 PROMO-ITEM-CODE   PIC X(6).
               05 PROMO-ITEM-GROUP  PIC 9.
