      *****************************************************************
      *  RCPTREC.CPY
      *  Customer receipt line - one record per printed line of a
      *  receipt, 40 characters wide to suit the till-roll printer.
      *  DCTEST appends a receipt to DCRECEPT.DAT for every basket a
      *  batch run books; DCAUDINQ writes a copy rebuilt from the
      *  audit trail to DCRCPCPY.DAT when a customer disputes a sale
      *  or needs proof of purchase for a refund.
      *
      *  The receipt number is the till, run and sequence number
      *  the basket was worked under - run numbers are unique across
      *  the store's tills, so the number names one basket. Every
      *  line carries it, with the line's place on the receipt, so
      *  one receipt can be picked out of the file whole.
      *
      *  RCPT-COPY-FLAG is O on the receipt printed at the sale and
      *  C on a copy rebuilt afterwards, which is also headed COPY.
      *****************************************************************
       01 RCPT-RECORD.
           03 RCPT-TILL-ID          PIC X(2).
           03 RCPT-RUN-NO           PIC 9(6).
           03 RCPT-SEQ-NO           PIC 9(6).
           03 RCPT-LINE-NO          PIC 9(3).
           03 RCPT-COPY-FLAG        PIC X.
           03 RCPT-TEXT             PIC X(40).
