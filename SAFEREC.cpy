      *****************************************************************
      *  SAFEREC.CPY
      *  Cash office safe record - the single record of DCSAFE.DAT,
      *  holding the book count of every note and coin in the safe,
      *  keyed the same way as WS-CHANGE-BREAKDOWN-TAB
      *  (50,20,10,5,2,1 notes then 50,20,10,5,2,1 coins). Counts
      *  are signed: a bag made up from a count the safe did not
      *  hold shows as a negative book figure until the next count
      *  puts it right.
      *
      *  The pending top-up till is the till whose seq-0 top-up bag
      *  has been made up from the safe and written to DCTOPUP.DAT
      *  but whose run has not yet been posted back, so the bag is
      *  not taken out of the safe a second time.
      *****************************************************************
       01 SAFE-RECORD.
           03 SAFE-CURRENCY         PIC X(3).
           03 SAFE-UPDATED-DATE     PIC 9(8).
           03 SAFE-UPDATED-TIME     PIC 9(8).
           03 SAFE-LAST-COUNT-DATE  PIC 9(8).
           03 SAFE-PENDING-TILL-ID  PIC X(2).
           03 SAFE-BREAKDOWN.
               05 SAFE-NUM          PIC S9(6) OCCURS 12.
