      *****************************************************************
      *  TRMMAPRC.CPY
      *  Terminal-to-till mapping record - one per card terminal the
      *  acquirer knows us by, naming the till whose GL card takings
      *  that terminal's settlement must be matched against. Two
      *  terminals may map to the one till (a spare PED swapped in),
      *  their settlements are added together for that till's day.
      *****************************************************************
       01 TMAP-RECORD.
           03 TMAP-MERCHANT-ID      PIC X(15).
           03 TMAP-TERMINAL-ID      PIC X(8).
           03 TMAP-TILL-ID          PIC X(2).
