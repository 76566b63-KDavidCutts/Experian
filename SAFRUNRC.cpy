      *****************************************************************
      *  SAFRUNRC.CPY
      *  Safe run log record - one per till run whose pickups, top-
      *  ups and banking slip have been posted through the safe, so
      *  the same day can never be banked out of the safe twice. Run
      *  numbers are per till, so the till and run number together
      *  name the run.
      *****************************************************************
       01 SAFRUN-RECORD.
           03 SAFRUN-TILL-ID        PIC X(2).
           03 SAFRUN-RUN-NO         PIC 9(6).
           03 SAFRUN-SLIP-DATE      PIC 9(8).
           03 SAFRUN-POSTED-DATE    PIC 9(8).
           03 SAFRUN-OPERATOR-ID    PIC X(8).
           03 SAFRUN-BANK-VALUE     PIC 9(10).
