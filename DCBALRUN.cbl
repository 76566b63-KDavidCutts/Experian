      *      - the run-control record must show the run completed,
      *        and its transaction-file fingerprint must still match
      *        a fresh scan of DCTRAN.DAT
      *      - one audit money row (type S, G, R or V - basket
      *        continuation rows type B and promotion rows type P
      *        and Q carry no money of their own and are not
      *        counted) per report detail line, in the same order;
      *        the first sequence number where they diverge is named
      *      - the change dispensed summed off the audit breakdowns
      *  RELEASED; any break writes it with status HELD, so a stale
      *  flag from an earlier run can never release today's feed.
      *  Accounts can insist the flag says RELEASED for the run
      *  number they are importing before DCGLFEED.DAT goes in. The
      *  flag file keeps one record per till (GLOKREC.CPY) - the
      *  run's till, taken off its GL record, is replaced and the
      *  other tills' flags are written back as they were.
      *
      *  Files:
      *      DCRUNCTL.DAT - run control in
      *
      *  Change history.
      *  2026-09-02  Initial version.
      *  2026-10-15  Promotion discount rows (types P and Q) on the
      *              audit trail are skipped with the basket
      *              continuation rows - the discount is already in
      *              the main row's price.
      *  2026-10-15  Gift voucher sales (type G) are summed with the
      *              sales - tendered, count and change - but are
      *              never a sale a void can trace to.
      *  2026-10-15  The release flag carries the till and keeps one
      *              record per till, so every till's flag for the
      *              day can be checked before DCSTORE runs.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  BAL-RPT-RECORD           PIC X(120).

       FD  RELEASE-FLAG-FILE.
       COPY GLOKREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03 WS-GLF-CHANGE         PIC 9(10) VALUE 0.
           03 WS-GLF-NET            PIC 9(10) VALUE 0.
           03 WS-GLF-TXNS           PIC 9(8)  VALUE 0.
           03 WS-GLF-TILL-ID        PIC X(2)  VALUE SPACES.

      *    The other tills' release flags, held while the flag file
      *    is rewritten with this run's.
       01  WS-GLOK-TABLE.
           03 WS-GLOK-ENTRY OCCURS 8.
               05 WS-GK-RUN-NO      PIC 9(6).
               05 WS-GK-DATE        PIC 9(8).
               05 WS-GK-STATUS      PIC X(8).
               05 WS-GK-TILL-ID     PIC X(2).

       01  WS-GLOK-FIELDS.
           03 WS-GLOK-COUNT         PIC 99   VALUE 0.
           03 WS-GLOK-SUB           PIC 99   VALUE 0.

      *    Denomination value table - shared with DCTEST, so the
      *    audit breakdowns can be turned back into pence.
            END-READ.

       POST-AUDIT-ROW-PARA.
      *    Promotion rows (P given, Q reversed) carry the discount
      *    already netted into the main row's price - like the basket
      *    continuation rows they are not money rows of their own.
            IF AUDIT-TRAN-TYPE = "B" OR AUDIT-TRAN-TYPE = "b"
                    OR AUDIT-TRAN-TYPE = "P" OR AUDIT-TRAN-TYPE = "Q"
                CONTINUE
            ELSE
                IF AUDIT-TRAN-TYPE = "S" OR AUDIT-TRAN-TYPE = "s"

       SUM-AUDIT-ROW-PARA.
      *    Rebuild the run's figures the way the till built them:
      *    sales and voucher sales add their tendered amount and
      *    count and their dispensed breakdown; refunds take their
      *    priced amount off the tendered figure; voids take off the
      *    reversed sale's amount, its count, and the breakdown
      *    handed back.
            IF AUDIT-TRAN-TYPE = "S" OR AUDIT-TRAN-TYPE = "s"
                    OR AUDIT-TRAN-TYPE = "G" OR AUDIT-TRAN-TYPE = "g"
                ADD AUDIT-AMOUNT TO WS-AUD-TENDERED
                ADD 1 TO WS-AUD-TXN-COUNT
                PERFORM VARYING WS-SUB1 FROM 1 BY 1
                        MOVE GL-TOTAL-CHANGE TO WS-GLF-CHANGE
                        MOVE GL-NET-REVENUE TO WS-GLF-NET
                        MOVE GL-TXN-COUNT TO WS-GLF-TXNS
                        MOVE GL-TILL-ID TO WS-GLF-TILL-ID
                    END-IF
                    PERFORM READ-GL-PARA
                END-PERFORM
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       LOAD-OTHER-FLAGS-PARA.
            MOVE 0 TO WS-GLOK-COUNT.
            OPEN INPUT RELEASE-FLAG-FILE.
            IF WS-GLOK-STATUS = "00"
                MOVE "N" TO WS-EOF-FLAG
                PERFORM READ-GLOK-PARA
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    IF GLOK-TILL-ID NOT = SPACES
                            AND GLOK-TILL-ID NOT = WS-GLF-TILL-ID
                        IF WS-GLOK-COUNT < 8
                            ADD 1 TO WS-GLOK-COUNT
                            MOVE GLOK-RUN-NO
                                TO WS-GK-RUN-NO(WS-GLOK-COUNT)
                            MOVE GLOK-DATE
                                TO WS-GK-DATE(WS-GLOK-COUNT)
                            MOVE GLOK-STATUS
                                TO WS-GK-STATUS(WS-GLOK-COUNT)
                            MOVE GLOK-TILL-ID
                                TO WS-GK-TILL-ID(WS-GLOK-COUNT)
                        ELSE
                            DISPLAY "WARNING:MORE THAN 8 TILLS ON "
                                    "RELEASE FLAG - TILL "
                                    GLOK-TILL-ID " DROPPED"
                        END-IF
                    END-IF
                    PERFORM READ-GLOK-PARA
                END-PERFORM
                CLOSE RELEASE-FLAG-FILE
            END-IF.

       READ-GLOK-PARA.
            READ RELEASE-FLAG-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       WRITE-RELEASE-FLAG-PARA.
      *    Always rewritten, never appended - a RELEASED flag left
      *    over from yesterday must not release today's feed, so a
      *    broken run stamps HELD over whatever its till had there.
      *    The other tills' flags are kept; a flag with no till on
      *    it predates the till being carried and is dropped.
            PERFORM LOAD-OTHER-FLAGS-PARA.
            OPEN OUTPUT RELEASE-FLAG-FILE.
            IF WS-GLOK-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT WRITE RELEASE FLAG "
                        WS-GLOK-STATUS
            ELSE
                PERFORM VARYING WS-GLOK-SUB FROM 1 BY 1
                        UNTIL WS-GLOK-SUB > WS-GLOK-COUNT
                    MOVE WS-GK-RUN-NO(WS-GLOK-SUB) TO GLOK-RUN-NO
                    MOVE WS-GK-DATE(WS-GLOK-SUB) TO GLOK-DATE
                    MOVE WS-GK-STATUS(WS-GLOK-SUB) TO GLOK-STATUS
                    MOVE WS-GK-TILL-ID(WS-GLOK-SUB) TO GLOK-TILL-ID
                    WRITE GLOK-RECORD
                END-PERFORM
                MOVE WS-RUN-NO TO GLOK-RUN-NO
                MOVE WS-GLF-TILL-ID TO GLOK-TILL-ID
                ACCEPT GLOK-DATE FROM DATE YYYYMMDD
                IF WS-BREAK-COUNT = 0
                    MOVE "RELEASED" TO GLOK-STATUS
