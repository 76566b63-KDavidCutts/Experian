      *****************************************************************
      *  STKRUNRC.CPY
      *  Stock run log record - one per till run whose item extract
      *  has been posted to the stock master, so the same run can
      *  never take its sales off the shelf twice. Run numbers are
      *  per till, so the till and run number together name the run.
      *****************************************************************
       01 STKRUN-RECORD.
           03 STKRUN-TILL-ID        PIC X(2).
           03 STKRUN-RUN-NO         PIC 9(6).
           03 STKRUN-POSTED-DATE    PIC 9(8).
           03 STKRUN-ITEM-COUNT     PIC 9(6).
