      *****************************************************************
      *  SETLEDRC.CPY
      *  Card settlement ledger record - one per till per business
      *  date, keyed by the pair, holding the card takings the GL
      *  feed says the till took that day against what the acquirer
      *  has settled for it so far. An item stays open (status O)
      *  until the settled gross equals the card takings, however
      *  many settlement files that takes, and is then cleared
      *  (status C) with the date it cleared.
      *
      *  SLED-LAST-RUN-NO is the highest till run whose GL record has
      *  been taken up, so reading the same GL feed or history twice
      *  never adds a run's takings twice. SLED-LAST-TOUCHED is the
      *  date and time of the reconciliation that last changed the
      *  item, so that run's report can show what it moved.
      *****************************************************************
       01 SLED-RECORD.
           03 SLED-KEY.
               05 SLED-TILL-ID      PIC X(2).
               05 SLED-BUS-DATE     PIC 9(8).
           03 SLED-CARD-TAKINGS     PIC 9(10).
           03 SLED-LAST-RUN-NO      PIC 9(6).
           03 SLED-GL-RUNS          PIC 9(4).
           03 SLED-SETL-GROSS       PIC 9(10).
           03 SLED-SETL-COUNT       PIC 9(6).
           03 SLED-SETL-FEES        PIC 9(8).
           03 SLED-LAST-FILE-SEQ    PIC 9(6).
           03 SLED-CREATED-DATE     PIC 9(8).
           03 SLED-CLEARED-DATE     PIC 9(8).
           03 SLED-LAST-TOUCHED     PIC 9(14).
           03 SLED-STATUS           PIC X.
