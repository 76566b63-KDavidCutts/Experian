      *  without this flag the audit-trail fallback would "reverse"
      *  money that was never taken. Space on rows written before
      *  the flag existed, which read as booked.
      *  Promotion rows follow a booked basket's own rows, one per
      *  offer the basket took part in: type P for discount given
      *  on a sale, type Q for discount taken back by a refund or
      *  void. AUDIT-ITEM-CODE carries the offer id, AUDIT-AMOUNT
      *  the units the deal covered and AUDIT-PRICE the discount;
      *  the change fields are zero - the money is already netted
      *  into the main row's price.
      *  Type G is a gift voucher sold - AUDIT-PRICE is its face
      *  value. AUDIT-VOUCHER-SERIAL carries the voucher sold on a
      *  G row, or tendered on a sale paid by voucher; spaces
      *  otherwise, and on rows written before the field existed.
      *  AUDIT-TENDER-TYPE, AUDIT-CASH-PART and AUDIT-CARD-PART carry
      *  how a main row's basket was paid (C cash, D card, V voucher,
      *  S split - the voucher part is what is left of the amount),
      *  and AUDIT-LINE-DISC the promotion discount on the row's own
      *  line (the first line on a main row, the line itself on a B
      *  row), so DCAUDINQ can rebuild a customer receipt from the
      *  trail. Spaces and zeroes on other rows, and spaces on rows
      *  written before the fields existed.
      *****************************************************************
       01 AUDIT-RECORD.
           03 AUDIT-OPERATOR-ID     PIC X(8).
           03 AUDIT-SEQ-NO          PIC 9(6).
           03 AUDIT-VOID-RUN-NO     PIC 9(6).
           03 AUDIT-REJECT-FLAG     PIC X.
           03 AUDIT-VOUCHER-SERIAL  PIC X(12).
           03 AUDIT-TENDER-TYPE     PIC X.
           03 AUDIT-CASH-PART       PIC 9(5).
           03 AUDIT-CARD-PART       PIC 9(5).
           03 AUDIT-LINE-DISC       PIC 9(5).
