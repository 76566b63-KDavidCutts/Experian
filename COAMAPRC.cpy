      *****************************************************************
      *  COAMAPRC.CPY
      *  Chart-of-accounts mapping record - one per journal line
      *  type DCGLJRNL posts, giving the nominal code in the
      *  accounts system the line goes to. Held on a master keyed by
      *  line type and maintained through DCCOAMT, so a new nominal
      *  ledger or a recoded account is a maintenance job, not a
      *  program change. The line types themselves are fixed by what
      *  the journal posts - see COALINES.CPY.
      *
      *  COA-CHANGED-DATE and COA-CHANGED-BY stamp the last add or
      *  amend, so a journal that went to the wrong account can be
      *  tied to who changed the mapping and when.
      *****************************************************************
       01 COA-RECORD.
           03 COA-LINE-KEY          PIC X(8).
           03 COA-NOMINAL           PIC X(8).
           03 COA-DESCRIPTION       PIC X(30).
           03 COA-CHANGED-DATE      PIC 9(8).
           03 COA-CHANGED-BY        PIC X(8).
