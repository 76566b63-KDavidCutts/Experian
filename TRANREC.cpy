      *  TRAN-TYPE: S or space = sale, R = refund (the amount priced
      *  flows back into the till float and the day's figures come
      *  down), V = void (reverses the earlier record this run whose
      *  sequence number is in TRAN-VOID-SEQ), G = gift voucher sold
      *  (TRAN-PRICE is the face value, TRAN-VOUCHER-SERIAL the
      *  voucher handed over - a basket of one, paid for in cash or
      *  by card like any sale).
      *
      *  A basket is several consecutive records sharing one
      *  TRAN-SEQ-NO - one record per item line, each with its own
      *  TRAN-CASH-AMOUNT. Only the cash portion drives the change
      *  calculation and the till float; card and voucher takings are
      *  split out on the GL feed for settlement matching.
      *
      *  TRAN-VOUCHER-SERIAL names the gift voucher tendered on a V
      *  tender, or sold on a G transaction; spaces otherwise.
      *****************************************************************
       01 TRAN-RECORD.
           03 TRAN-SEQ-NO           PIC 9(6).
           03 TRAN-VOID-SEQ         PIC 9(6).
           03 TRAN-TENDER-TYPE      PIC X.
           03 TRAN-CASH-AMOUNT      PIC 9(5).
           03 TRAN-VOUCHER-SERIAL   PIC X(12).
