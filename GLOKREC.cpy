      *****************************************************************
      *  GLOKREC.CPY
      *  GL release flag record - DCGLOK.DAT, written by DCBALRUN at
      *  the end of every balancing: RELEASED when the run's files
      *  agreed, HELD when they did not. One record per till, each
      *  till's record replaced by its next balancing and the other
      *  tills' left alone, so the flags of all the day's tills can
      *  be seen together before the store consolidation runs.
      *
      *  A reader must match the run number it is about to use, not
      *  just the till - a till's RELEASED from yesterday stays on
      *  file until the till is balanced again. GLOK-TILL-ID is
      *  blank on a flag written before the till was carried.
      *****************************************************************
       01 GLOK-RECORD.
           03 GLOK-RUN-NO           PIC 9(6).
           03 GLOK-DATE             PIC 9(8).
           03 GLOK-STATUS           PIC X(8).
           03 GLOK-TILL-ID          PIC X(2).
