      *****************************************************************
      *  VOUCHREC.CPY
      *  Gift voucher master record - DCVOUCH.DAT, indexed by voucher
      *  serial number. A voucher is written here by the batch run
      *  that sold it (transaction type G) and drawn down by every
      *  sale tendered with it (tender type V), so the same voucher
      *  cannot be spent twice and what the store still owes on its
      *  vouchers is known.
      *
      *  VOUCH-STATUS:
      *      A - active, balance left to spend
      *      S - spent, balance down to nothing
      *      E - expired with balance unspent, set by DCVOUCRP when
      *          the voucher is reported for breakage
      *
      *  Values are in pence. The last-movement fields name the till,
      *  run and sequence number that last issued, drew down or
      *  reinstated the voucher, so a restarted run replaying the
      *  records after its checkpoint does not move the balance a
      *  second time.
      *****************************************************************
       01 VOUCH-RECORD.
           03 VOUCH-SERIAL          PIC X(12).
           03 VOUCH-ISSUE-DATE      PIC 9(8).
           03 VOUCH-FACE-VALUE      PIC 9(5).
           03 VOUCH-BALANCE         PIC 9(5).
           03 VOUCH-EXPIRY-DATE     PIC 9(8).
           03 VOUCH-STATUS          PIC X.
           03 VOUCH-ISSUE-TILL-ID   PIC X(2).
           03 VOUCH-ISSUE-RUN-NO    PIC 9(6).
           03 VOUCH-LAST-USED-DATE  PIC 9(8).
           03 VOUCH-LAST-TILL-ID    PIC X(2).
           03 VOUCH-LAST-RUN-NO     PIC 9(6).
           03 VOUCH-LAST-SEQ-NO     PIC 9(6).
