      *****************************************************************
      *  JRNLREC.CPY
      *  GL journal line - written by DCGLJRNL, one per debit or
      *  credit, for the accounts system to post in place of the
      *  totals record someone used to turn into journal lines on a
      *  spreadsheet. The lines for one till's run always balance -
      *  DCGLJRNL refuses to write any that do not.
      *
      *  JRNL-RUN-NO and JRNL-TILL-ID trace each line back to the
      *  batch run (and so to its GL feed record, balancing report
      *  and run history); JRNL-LINE-NO numbers the lines within
      *  the run's journal from 1. JRNL-LINE-TYPE is the COALINES
      *  line type and JRNL-NOMINAL the code it was mapped to at the
      *  time. JRNL-DR-CR is D or C; the amount is always positive,
      *  in minor units of JRNL-CURRENCY-CODE.
      *****************************************************************
       01 JRNL-RECORD.
           03 JRNL-BUS-DATE         PIC 9(8).
           03 JRNL-TILL-ID          PIC X(2).
           03 JRNL-RUN-NO           PIC 9(6).
           03 JRNL-LINE-NO          PIC 9(3).
           03 JRNL-LINE-TYPE        PIC X(8).
           03 JRNL-NOMINAL          PIC X(8).
           03 JRNL-DR-CR            PIC X.
           03 JRNL-AMOUNT           PIC 9(10).
           03 JRNL-CURRENCY-CODE    PIC X(3).
           03 JRNL-NARRATIVE        PIC X(30).
