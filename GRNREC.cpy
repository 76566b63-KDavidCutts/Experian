      *****************************************************************
      *  GRNREC.CPY
      *  Goods received record - one per item line on a delivery,
      *  keyed in from the delivery note as the goods come through
      *  the back door, posted onto the stock master by DCSTOCK.
      *****************************************************************
       01 GRN-RECORD.
           03 GRN-ITEM-CODE         PIC X(6).
           03 GRN-QTY               PIC 9(6).
           03 GRN-DATE              PIC 9(8).
           03 GRN-DELIVERY-REF      PIC X(10).
           03 GRN-OPERATOR-ID       PIC X(8).
