      *****************************************************************
      *  COALINES.CPY
      *  Journal line type table - every line type DCGLJRNL posts
      *  and so every key the chart-of-accounts mapping (COAMAPRC)
      *  may hold. Held in one copybook, like VATRATE, so the
      *  maintenance program refuses a key the journal would never
      *  look up, and the journal and its mapping cannot drift.
      *  The per-rate types end in the VATRATE code - S, R, Z.
      *
      *      CASHBANK - cash banked, net of change given and of any
      *                 over or short on the closing count
      *      CARDCLR  - card takings awaiting the acquirer
      *      VCHRLIAB - gift vouchers sold (credit) and redeemed
      *                 (debit)
      *      SALES-x  - sales net of VAT, before refunds
      *      VATOUT-x - output VAT on sales (credit) and refunds
      *                 (debit)
      *      REFUND-x - refunds paid, net of VAT
      *      CASHOVSH - closing count over (credit) or short (debit)
      *****************************************************************
       01  WS-COA-LINE-VALUES.
           03 FILLER                PIC X(38)
               VALUE "CASHBANKCASH AT BANK                  ".
           03 FILLER                PIC X(38)
               VALUE "CARDCLR CARD CLEARING                 ".
           03 FILLER                PIC X(38)
               VALUE "VCHRLIABGIFT VOUCHER LIABILITY        ".
           03 FILLER                PIC X(38)
               VALUE "SALES-S SALES STANDARD RATE           ".
           03 FILLER                PIC X(38)
               VALUE "SALES-R SALES REDUCED RATE            ".
           03 FILLER                PIC X(38)
               VALUE "SALES-Z SALES ZERO RATE               ".
           03 FILLER                PIC X(38)
               VALUE "VATOUT-SOUTPUT VAT STANDARD RATE      ".
           03 FILLER                PIC X(38)
               VALUE "VATOUT-ROUTPUT VAT REDUCED RATE       ".
           03 FILLER                PIC X(38)
               VALUE "VATOUT-ZOUTPUT VAT ZERO RATE          ".
           03 FILLER                PIC X(38)
               VALUE "REFUND-SREFUNDS STANDARD RATE         ".
           03 FILLER                PIC X(38)
               VALUE "REFUND-RREFUNDS REDUCED RATE          ".
           03 FILLER                PIC X(38)
               VALUE "REFUND-ZREFUNDS ZERO RATE             ".
           03 FILLER                PIC X(38)
               VALUE "CASHOVSHCASH OVER AND SHORT           ".

       01  WS-COA-LINE-TABLE REDEFINES WS-COA-LINE-VALUES.
           03 WS-COA-LINE-ENTRY OCCURS 13.
               05 WS-COA-LINE-TYPE  PIC X(8).
               05 WS-COA-LINE-DESC  PIC X(30).
