      *****************************************************************
      *  BATDEFRC.CPY
      *  End-of-day batch definition record - DCBATDEF.DAT, read by
      *  DCBATCH the first time it runs for a business date, to lay
      *  out that day's schedule. Maintained by hand; one record per
      *  line:
      *
      *      T - a till to be run, in the order the tills are to run
      *          (BATDEF-TILL-ID), with the command that puts the
      *          till's transaction and parameter files in place and
      *          runs DCTEST for it (BATDEF-COMMAND)
      *      P - the command that runs one of the other programs
      *          (BATDEF-PROGRAM = DCBALRUN, DCSTORE, DCTREND or
      *          DCGLJRNL), where the default will not do
      *
      *  A blank command takes the default: the program name, with
      *  its keyboard answers fed from DCBATIN.DAT, which DCBATCH
      *  writes before every step.
      *****************************************************************
       01 BATDEF-RECORD.
           03 BATDEF-REC-TYPE       PIC X.
           03 BATDEF-TILL-ID        PIC X(2).
           03 BATDEF-PROGRAM        PIC X(8).
           03 BATDEF-COMMAND        PIC X(100).
