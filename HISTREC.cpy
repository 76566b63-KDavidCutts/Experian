      *
      *  Written by DCTEST at batch end, read back by DCTREND for
      *  the week-to-date and month-to-date trend report.
      *  HIST-DATA is sized for the longest image (the GL record)
      *  with room to spare; a shorter record written before a
      *  layout grew reads back padded with spaces.
      *****************************************************************
       01 HIST-RECORD.
           03 HIST-BUS-DATE         PIC 9(8).
           03 HIST-RUN-NO           PIC 9(6).
           03 HIST-REC-TYPE         PIC X.
           03 HIST-DATA             PIC X(400).
