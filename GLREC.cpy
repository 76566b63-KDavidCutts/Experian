      *  one entry per rate in VATRATE.CPY order (S, R, Z) - so the
      *  zero- and reduced-rated items stop being reverse-engineered
      *  on a spreadsheet each quarter.
      *  The discount section carries the promotion discount given
      *  away per rate code, in the same S, R, Z order. The VAT
      *  section's gross is already net of the discount - VAT is due
      *  on what the customer actually paid - so the discount is for
      *  the ledger's promotion cost account, not to be added back.
      *  VOUCHER-ISSUED is the face value of gift vouchers sold in
      *  the run. It is in the tendered and net revenue figures (the
      *  money was taken over the counter) but in no VAT rate's
      *  gross - it is owed to the voucher holder, not takings, and
      *  VAT falls due when the voucher is spent.
      *  The refund section carries the refunds paid out in the run
      *  per rate code, in the same S, R, Z order - gross, net and
      *  VAT. The VAT section's gross is already net of them, so the
      *  ledger can post sales before refunds and the refunds to
      *  their own account without unpicking the netting by hand.
      *  CASH-OVER and CASH-SHORT are the value of the closing
      *  drawer count over or under what the till should hold, when
      *  the run was reconciled (RECON-DONE Y); both zero otherwise.
      *****************************************************************
       01 :PREFIX:-RECORD.
           03 :PREFIX:-DATE            PIC 9(8).
                   07 :PREFIX:-VAT-GROSS   PIC 9(10).
                   07 :PREFIX:-VAT-NET     PIC 9(10).
                   07 :PREFIX:-VAT-AMOUNT  PIC 9(10).
           03 :PREFIX:-DISC-SECTION.
               05 :PREFIX:-DISC-ENTRY OCCURS 3.
                   07 :PREFIX:-DISC-CODE   PIC X.
                   07 :PREFIX:-DISC-AMOUNT PIC 9(10).
           03 :PREFIX:-VOUCHER-ISSUED  PIC 9(10).
           03 :PREFIX:-RFND-SECTION.
               05 :PREFIX:-RFND-ENTRY OCCURS 3.
                   07 :PREFIX:-RFND-CODE   PIC X.
                   07 :PREFIX:-RFND-GROSS  PIC 9(10).
                   07 :PREFIX:-RFND-NET    PIC 9(10).
                   07 :PREFIX:-RFND-VAT    PIC 9(10).
           03 :PREFIX:-RECON-DONE      PIC X.
           03 :PREFIX:-CASH-OVER       PIC 9(10).
           03 :PREFIX:-CASH-SHORT      PIC 9(10).
