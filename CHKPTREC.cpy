      *    a restart carries the VAT split forward with the rest of
      *    the figures and the GL feed's VAT section stays right.
           03 CHKPT-VAT-GROSS       PIC 9(10) OCCURS 3.
      *    Promotion figures - units sold on a deal and discount given
      *    per item (same order as CHKPT-ITEM-ENTRY) and discount per
      *    VAT rate code - so a restart does not lose the promotion
      *    cost already booked before the crash.
           03 CHKPT-ITEM-PROMO-TOTALS.
               05 CHKPT-ITEM-PROMO-ENTRY OCCURS 500.
                   07 CHKPT-IP-QTY      PIC 9(8).
                   07 CHKPT-IP-DISCOUNT PIC 9(10).
           03 CHKPT-VAT-DISC        PIC 9(10) OCCURS 3.
      *    Units returned to stock per item (same order again), so a
      *    restart keeps the refunds that had no sale to come off.
           03 CHKPT-ITEM-RETURN-TOTALS.
               05 CHKPT-IR-QTY          PIC 9(8) OCCURS 500.
      *    Face value of gift vouchers sold so far, for the GL feed.
           03 CHKPT-VOUCHER-ISSUED  PIC 9(10).
           03 CHKPT-VAT-RFND        PIC 9(10) OCCURS 3.
