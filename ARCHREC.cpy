      *****************************************************************
      *  ARCHREC.CPY
      *  Housekeeping archive record - DCARCHIV.DAT, appended by
      *  DCHSKEEP. Each purge adds one section dated with the day
      *  of the purge on every record: a header, then the purged
      *  records of each file in their own native layout, then one
      *  trailer per control group carrying the count and money
      *  totals archived, so a section proves itself without the
      *  purge certificate:
      *
      *      H - header   (as-of date, cutoff date, retention days)
      *      D - detail   (the purged record image, unchanged)
      *      T - trailer  (control group, record count, two money
      *                    totals in pence - see DCHSKEEP for what
      *                    each group's totals are)
      *
      *  ARCH-SOURCE names the file the record came from (DCHIST,
      *  DCAUDIT, DCPRCAUD or DCOPRAUD). The file is meant to be
      *  taken off to archive media and emptied as the shop's own
      *  retention of archives requires.
      *****************************************************************
       01 ARCH-RECORD.
           03 ARCH-REC-TYPE         PIC X.
           03 ARCH-SOURCE           PIC X(8).
           03 ARCH-PURGE-DATE       PIC 9(8).
           03 ARCH-DETAIL           PIC X(415).
           03 ARCH-HEADER REDEFINES ARCH-DETAIL.
               05 ARCH-ASOF-DATE    PIC 9(8).
               05 ARCH-CUTOFF-DATE  PIC 9(8).
               05 ARCH-RETAIN-DAYS  PIC 9(4).
               05 FILLER            PIC X(395).
           03 ARCH-TRAILER REDEFINES ARCH-DETAIL.
               05 ARCH-TRL-GROUP    PIC X(12).
               05 ARCH-TRL-COUNT    PIC 9(8).
               05 ARCH-TRL-MONEY-1  PIC 9(14).
               05 ARCH-TRL-MONEY-2  PIC 9(14).
               05 FILLER            PIC X(367).
