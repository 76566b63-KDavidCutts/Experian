      *****************************************************************
      *  HISTIXRC.CPY
      *  Indexed run history record - DCHISTIX.DAT, the run history
      *  (HISTREC.CPY) reorganised by DCHSKEEP so a program wanting a
      *  date range can START at the first date and stop at the last
      *  instead of reading DCHIST.DAT from the top.
      *
      *  The key is business date, run number and record type, made
      *  unique by HISTX-SEQ. DCHSKEEP numbers the rows in file order
      *  when it rebuilds the index; DCTEST, adding a run at batch
      *  end, carries on from the highest number already held for
      *  the date and run. HISTX-DATA is HIST-DATA unchanged.
      *****************************************************************
       01 HISTX-RECORD.
           03 HISTX-KEY.
               05 HISTX-BUS-DATE    PIC 9(8).
               05 HISTX-RUN-NO      PIC 9(6).
               05 HISTX-REC-TYPE    PIC X.
               05 HISTX-SEQ         PIC 9(8).
           03 HISTX-DATA            PIC X(400).
