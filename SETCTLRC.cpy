      *****************************************************************
      *  SETCTLRC.CPY
      *  Settlement reconciliation control record - one record naming
      *  the last acquirer settlement file reconciled, so the next
      *  file must carry a higher sequence number and a file already
      *  taken up is refused instead of settling its takings twice.
      *****************************************************************
       01 SETCTL-RECORD.
           03 SETCTL-LAST-FILE-SEQ  PIC 9(6).
           03 SETCTL-LAST-FILE-DATE PIC 9(8).
           03 SETCTL-RUN-DATE       PIC 9(8).
