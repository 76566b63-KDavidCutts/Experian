      *****************************************************************
      *  LPPARMRC.CPY
      *  Loss-prevention threshold record - DCLPPARM.DAT, one record,
      *  read by DCLPEXC at start. Every value is character so a
      *  blank can be told from a zero; a blank (or a missing file)
      *  takes the program default, anything else must be numeric or
      *  the run is refused rather than judged against a guess.
      *
      *      LPPARM-RATE-PCT     refunds plus voids as a percentage of
      *                          an operator's booked transactions on
      *                          a till in a day, above which the day
      *                          is flagged (default 10)
      *      LPPARM-MIN-TXNS     booked transactions an operator must
      *                          have on the till that day before the
      *                          rate is judged at all (default 20)
      *      LPPARM-VOID-MINUTES a void keyed by the operator who rang
      *                          the sale, this many minutes or fewer
      *                          after it, is flagged (default 5)
      *      LPPARM-REFUND-LIMIT the refund value in pence above which
      *                          store policy wants a supervisor
      *                          (default 5000)
      *      LPPARM-NEAR-PCT     a refund within this percentage below
      *                          the limit counts as just under it
      *                          (default 10)
      *      LPPARM-NEAR-COUNT   just-under refunds in a day that flag
      *                          the operator (default 3)
      *      LPPARM-REJECT-COUNT transactions turned away to suspense
      *                          in a day that flag the operator
      *                          (default 10)
      *      LPPARM-REPEAT-DAYS  flagged days in the week that make
      *                          the operator a repeat on the trend
      *                          (default 2)
      *****************************************************************
       01 LPPARM-RECORD.
           03 LPPARM-RATE-PCT       PIC X(3).
           03 LPPARM-MIN-TXNS       PIC X(4).
           03 LPPARM-VOID-MINUTES   PIC X(3).
           03 LPPARM-REFUND-LIMIT   PIC X(6).
           03 LPPARM-NEAR-PCT       PIC X(2).
           03 LPPARM-NEAR-COUNT     PIC X(3).
           03 LPPARM-REJECT-COUNT   PIC X(4).
           03 LPPARM-REPEAT-DAYS    PIC X.
