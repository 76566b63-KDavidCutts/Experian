      *****************************************************************
      *  SETLREC.CPY
      *  Card acquirer daily settlement file record - what the
      *  acquirer says it paid us, one detail row per merchant and
      *  terminal per batch date, between a header naming the file
      *  and a trailer carrying its control totals:
      *
      *      H - header   (file sequence number, file date, acquirer)
      *      D - detail   (merchant id, terminal id, batch date,
      *                    transaction count, gross value settled and
      *                    the acquirer's fees, both in pence)
      *      T - trailer  (detail count, gross total, fees total)
      *
      *  The file sequence number rises by one per file the acquirer
      *  sends, so a file already reconciled is refused instead of
      *  settling the same takings twice. The gross is before fees;
      *  the acquirer pays gross less fees into the bank.
      *****************************************************************
       01 SETL-RECORD.
           03 SETL-REC-TYPE         PIC X.
           03 SETL-DETAIL.
               05 SETL-MERCHANT-ID  PIC X(15).
               05 SETL-TERMINAL-ID  PIC X(8).
               05 SETL-BATCH-DATE   PIC 9(8).
               05 SETL-TXN-COUNT    PIC 9(6).
               05 SETL-GROSS        PIC 9(10).
               05 SETL-FEES         PIC 9(8).
           03 SETL-HEADER REDEFINES SETL-DETAIL.
               05 SETL-FILE-SEQ     PIC 9(6).
               05 SETL-FILE-DATE    PIC 9(8).
               05 SETL-ACQUIRER     PIC X(20).
               05 FILLER            PIC X(21).
           03 SETL-TRAILER REDEFINES SETL-DETAIL.
               05 SETL-TRL-COUNT    PIC 9(6).
               05 SETL-TRL-GROSS    PIC 9(12).
               05 SETL-TRL-FEES     PIC 9(10).
               05 FILLER            PIC X(27).
