      *****************************************************************
      *  BANKSLRC.CPY
      *  End-of-day banking slip record - written by the batch run's
      *  banking split alongside the "BANKING:" report lines, so the
      *  cash office can post the drawer surplus into the safe and
      *  the bank bag out of it without re-keying the slip. One
      *  record per till run. Denominations are keyed the same way
      *  as WS-CHANGE-BREAKDOWN-TAB (50,20,10,5,2,1 notes then
      *  50,20,10,5,2,1 coins). Values are in minor units.
      *****************************************************************
       01 BANKSL-RECORD.
           03 BANKSL-TILL-ID        PIC X(2).
           03 BANKSL-RUN-NO         PIC 9(6).
           03 BANKSL-DATE           PIC 9(8).
           03 BANKSL-CURRENCY       PIC X(3).
           03 BANKSL-BANK-VALUE     PIC 9(10).
           03 BANKSL-CASH-TAKINGS   PIC 9(10).
           03 BANKSL-BREAKDOWN.
               05 BANKSL-NUM-50N    PIC 9(5).
               05 BANKSL-NUM-20N    PIC 9(5).
               05 BANKSL-NUM-10N    PIC 9(5).
               05 BANKSL-NUM-5N     PIC 9(5).
               05 BANKSL-NUM-2N     PIC 9(5).
               05 BANKSL-NUM-1N     PIC 9(5).
               05 BANKSL-NUM-50P    PIC 9(5).
               05 BANKSL-NUM-20P    PIC 9(5).
               05 BANKSL-NUM-10P    PIC 9(5).
               05 BANKSL-NUM-5P     PIC 9(5).
               05 BANKSL-NUM-2P     PIC 9(5).
               05 BANKSL-NUM-1P     PIC 9(5).
           03 BANKSL-BREAKDOWN-TAB REDEFINES BANKSL-BREAKDOWN.
               05 BANKSL-NUM        PIC 9(5) OCCURS 12.
