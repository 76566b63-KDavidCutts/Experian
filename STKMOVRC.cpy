      *****************************************************************
      *  STKMOVRC.CPY
      *  Stock movement log record - one per change DCSTOCK makes to
      *  a stock master record, with the figure before and after, so
      *  a stock position nobody believes can be walked back movement
      *  by movement to the delivery, sale or count that caused it.
      *
      *  Movement types:
      *      G - goods received         S - sold (item extract)
      *      X - returned to stock      D - damaged
      *      W - written off            C - count correction
      *      M - minimum level set      Q - reorder quantity set
      *
      *  The reference is the delivery note on a G row, the till and
      *  run number on S and X rows (T, till, R, run number), and the
      *  operator on adjustments.
      *****************************************************************
       01 STKMOV-RECORD.
           03 STKMOV-DATE           PIC 9(8).
           03 STKMOV-TIME           PIC 9(8).
           03 STKMOV-ITEM-CODE      PIC X(6).
           03 STKMOV-TYPE           PIC X.
           03 STKMOV-QTY            PIC 9(8).
           03 STKMOV-BEFORE         PIC S9(8).
           03 STKMOV-AFTER          PIC S9(8).
           03 STKMOV-REFERENCE      PIC X(10).
