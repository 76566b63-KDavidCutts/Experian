      *****************************************************************
      *  BATSCHRC.CPY
      *  End-of-day batch schedule control record - DCBATSCH.DAT,
      *  indexed by business date and step number. DCBATCH lays out
      *  a business date's steps the first time it runs for the date
      *  and updates each step as it starts and ends, so a rerun
      *  after a failure picks up at the failed step and the morning
      *  handover can see what ran, when, and how it ended.
      *
      *  Status:
      *      PENDING  - not started
      *      RUNNING  - started and not yet ended (a step still
      *                 RUNNING when DCBATCH starts was interrupted
      *                 and is run again)
      *      COMPLETE - ended and its output checked
      *      FAILED   - ended without the output it should have made
      *      HELD     - DCBALRUN ran but the release flag says HELD
      *      WAITING  - not started: a step it depends on is not
      *                 complete, or (DCSTORE) a till's release flag
      *                 does not say RELEASED for the day's run
      *
      *  BATSCH-DEPENDS lists the step numbers that must be COMPLETE
      *  first. BATSCH-PREV-RUN is the run number the run control
      *  showed as a DCTEST step started, so a till run that finished
      *  just before an interruption is recognised, not run twice.
      *  Times are HHMMSSCC.
      *****************************************************************
       01 BATSCH-RECORD.
           03 BATSCH-KEY.
               05 BATSCH-BUS-DATE   PIC 9(8).
               05 BATSCH-STEP-NO    PIC 9(2).
           03 BATSCH-PROGRAM        PIC X(8).
           03 BATSCH-TILL-ID        PIC X(2).
           03 BATSCH-RUN-NO         PIC 9(6).
           03 BATSCH-DEP-COUNT      PIC 9.
           03 BATSCH-DEPENDS        PIC 9(2) OCCURS 8.
           03 BATSCH-STATUS         PIC X(8).
           03 BATSCH-START-DATE     PIC 9(8).
           03 BATSCH-START-TIME     PIC 9(8).
           03 BATSCH-END-DATE       PIC 9(8).
           03 BATSCH-END-TIME       PIC 9(8).
           03 BATSCH-ATTEMPTS       PIC 9(2).
           03 BATSCH-PREV-RUN       PIC 9(6).
           03 BATSCH-MESSAGE        PIC X(50).
           03 BATSCH-COMMAND        PIC X(100).
