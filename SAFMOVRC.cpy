      *****************************************************************
      *  SAFMOVRC.CPY
      *  Safe movement log record - one per bag or count that moves
      *  the book count of the cash office safe, so the safe can be
      *  walked back from any count to the bags that made it. Counts
      *  and value are signed - positive into the safe, negative out
      *  - and keyed the same way as WS-CHANGE-BREAKDOWN-TAB
      *  (50,20,10,5,2,1 notes then 50,20,10,5,2,1 coins).
      *
      *  Movement types:
      *      U - till pickup in          T - till top-up out
      *      E - end-of-day drawer       B - bank bag out
      *          surplus in              F - change fund delivery in
      *      R - replenishment bag out   A - count adjustment
      *
      *  Till and run number are set on U, T, E and B rows (the run
      *  the bag belongs to) and on R rows (till only - the run that
      *  will take the bag has not happened yet).
      *****************************************************************
       01 SAFMOV-RECORD.
           03 SAFMOV-DATE           PIC 9(8).
           03 SAFMOV-TIME           PIC 9(8).
           03 SAFMOV-OPERATOR-ID    PIC X(8).
           03 SAFMOV-TYPE           PIC X.
           03 SAFMOV-TILL-ID        PIC X(2).
           03 SAFMOV-RUN-NO         PIC 9(6).
           03 SAFMOV-VALUE          PIC S9(10).
           03 SAFMOV-BREAKDOWN.
               05 SAFMOV-NUM        PIC S9(6) OCCURS 12.
