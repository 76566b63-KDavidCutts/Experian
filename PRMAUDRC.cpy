      *****************************************************************
      *  PRMAUDRC.CPY
      *  Promotion change audit record - one per add, amend or
      *  delete of an offer and one per item added to or removed
      *  from an offer's item list, keyed through DCPROMMT, so a
      *  discount nobody expected on the till roll can be tied back
      *  to who set the offer up, with what terms, and when.
      *
      *  Actions:
      *      A - offer added
      *      C - offer terms changed
      *      D - offer deleted
      *      I - item added to the offer
      *      R - item removed from the offer
      *
      *  The old and new terms ride on every row (spaces/zero where
      *  there is no old or no new offer); the item code and group
      *  are only filled on the I and R rows.
      *****************************************************************
       01 PRMAUD-RECORD.
           03 PRMAUD-OPERATOR-ID    PIC X(8).
           03 PRMAUD-DATE           PIC 9(8).
           03 PRMAUD-TIME           PIC 9(8).
           03 PRMAUD-ACTION         PIC X.
           03 PRMAUD-PROMO-ID       PIC X(6).
           03 PRMAUD-OLD-TERMS.
               05 PRMAUD-OLD-TYPE   PIC X.
               05 PRMAUD-OLD-START  PIC 9(8).
               05 PRMAUD-OLD-END    PIC 9(8).
               05 PRMAUD-OLD-BUY    PIC 9(2).
               05 PRMAUD-OLD-PAY    PIC 9(2).
               05 PRMAUD-OLD-PRICE  PIC 9(5).
           03 PRMAUD-NEW-TERMS.
               05 PRMAUD-NEW-TYPE   PIC X.
               05 PRMAUD-NEW-START  PIC 9(8).
               05 PRMAUD-NEW-END    PIC 9(8).
               05 PRMAUD-NEW-BUY    PIC 9(2).
               05 PRMAUD-NEW-PAY    PIC 9(2).
               05 PRMAUD-NEW-PRICE  PIC 9(5).
           03 PRMAUD-ITEM-CODE      PIC X(6).
           03 PRMAUD-ITEM-GROUP     PIC 9.
