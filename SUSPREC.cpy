      *      BSKT - basket has more lines than a run can carry; the
      *             whole basket is held, one suspense record per
      *             line, so nothing sells on a trimmed total
      *      VCHR - gift voucher tendered is unknown, expired or
      *             already spent (or short of the price), or a
      *             voucher sold is already on the voucher master
      *
      *  :PREFIX:-TRAN-DATA mirrors TRAN-RECORD field for field - keep
      *  it in step with TRANREC.CPY so the group moves in DCTEST and
               05 :PREFIX:-VOID-SEQ      PIC 9(6).
               05 :PREFIX:-TENDER-TYPE   PIC X.
               05 :PREFIX:-CASH-AMOUNT   PIC 9(5).
               05 :PREFIX:-VOUCHER-SERIAL PIC X(12).
