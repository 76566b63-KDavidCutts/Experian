      *****************************************************************
      *  HKPARMRC.CPY
      *  History housekeeping parameter record - DCHKPARM.DAT, one
      *  record, read by DCHSKEEP at start. Character so a blank can
      *  be told from a zero; a blank (or a missing file) takes the
      *  program default, anything else must be numeric or the purge
      *  is refused rather than run against a guess.
      *
      *      HKPARM-RETAIN-DAYS  days of history kept on line, counted
      *                          back from the as-of date; anything
      *                          dated earlier moves to the archive
      *                          (default 92). The one figure covers
      *                          the run history and the three audit
      *                          trails alike.
      *****************************************************************
       01 HKPARM-RECORD.
           03 HKPARM-RETAIN-DAYS    PIC X(4).
