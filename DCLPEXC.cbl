       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCLPEXC.
      *****************************************************************
      *  DCLPEXC - LOSS-PREVENTION EXCEPTION REPORT
      *
      *  Reads the audit trail nobody reads unless a customer
      *  complains, and flags the patterns that point at money going
      *  out of the drawer the wrong way - per operator and till:
      *
      *      - refunds plus voids above a percentage of the operator's
      *        booked transactions (judged only once the operator has
      *        enough transactions for a rate to mean anything)
      *      - a void keyed by the operator who rang the sale, within
      *        a few minutes of it - the classic ring-and-void
      *      - a refund line whose item code has never been sold here
      *        (or that was keyed with no item code at all)
      *      - repeated refunds just under the supervisor refund limit
      *      - a high count of transactions turned away to suspense
      *
      *  The thresholds come from DCLPPARM.DAT (layout and defaults
      *  in LPPARMRC.CPY). The report date is keyed at the prompt,
      *  zero meaning today.
      *
      *  The exceptions for the report date are ranked by score so
      *  the store manager reads the worst first. The score is the
      *  rate's excess over its threshold in percentage points, plus
      *  three for each quick void of the operator's own sale, two
      *  for each unmatched refund line, two for each just-under
      *  refund once the count flags, and one for each reject past
      *  the reject threshold. A week trend follows: every operator
      *  and till flagged on the repeat threshold's number of days or
      *  more in the seven days ending on the report date, with the
      *  days marked.
      *
      *  The audit rows come from the run history for every run that
      *  has been archived there, and from DCAUDIT.DAT only for runs
      *  the history does not hold yet (a run still in progress, or
      *  whose archive failed), so no row is counted twice. Every
      *  sale on the history up to the report date counts when a
      *  refund's item code is matched, not only the week's.
      *
      *  Files:
      *      DCLPPARM.DAT - thresholds in (optional)
      *      DCHIST.DAT   - run history in (written by DCTEST)
      *      DCAUDIT.DAT  - audit trail in (written by DCTEST)
      *      DCLPRPT.DAT  - exception report out
      *
      *  Change history.
      *  2026-10-15  Initial version.
      *  2026-10-15  Audit trail record widened to take the tender
      *              split and line discount now on AUDITREC.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LP-PARAM-FILE ASSIGN TO "DCLPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LPPARM-STATUS.

           SELECT HIST-FILE ASSIGN TO "DCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "DCAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LP-REPORT-FILE ASSIGN TO "DCLPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LP-PARAM-FILE.
       COPY LPPARMRC.

       FD  HIST-FILE.
       COPY HISTREC.

       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD        PIC X(116).

       FD  LP-REPORT-FILE.
       01  LP-RPT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
      *    Audit record image - off DCAUDIT.DAT, or unpacked from
      *    HIST-DATA.
       COPY AUDITREC.

       01  WS-FILE-STATUSES.
           03 WS-LPPARM-STATUS      PIC XX   VALUE "00".
           03 WS-HIST-STATUS        PIC XX   VALUE "00".
           03 WS-AUDIT-STATUS       PIC XX   VALUE "00".
           03 WS-LPRPT-STATUS       PIC XX   VALUE "00".
           03 WS-EOF-FLAG           PIC X    VALUE "N".

      *    Thresholds in force - the defaults here, overridden by
      *    whatever DCLPPARM.DAT supplies.
       01  WS-THRESHOLDS.
           03 WS-TH-RATE-PCT        PIC 9(3) VALUE 10.
           03 WS-TH-MIN-TXNS        PIC 9(4) VALUE 20.
           03 WS-TH-VOID-MINUTES    PIC 9(3) VALUE 5.
           03 WS-TH-REFUND-LIMIT    PIC 9(6) VALUE 5000.
           03 WS-TH-NEAR-PCT        PIC 9(2) VALUE 10.
           03 WS-TH-NEAR-COUNT      PIC 9(3) VALUE 3.
           03 WS-TH-REJECT-COUNT    PIC 9(4) VALUE 10.
           03 WS-TH-REPEAT-DAYS     PIC 9    VALUE 2.
           03 WS-TH-NEAR-FLOOR      PIC 9(6) VALUE 0.

       01  WS-PARM-FIELDS.
           03 WS-PARM-PRESENT       PIC X    VALUE "N".
           03 WS-PARM-TEXT          PIC X(6) VALUE SPACES.
           03 WS-PARM-LEN           PIC 9    VALUE 0.
           03 WS-PARM-NAME          PIC X(20) VALUE SPACES.
           03 WS-PARM-VALUE         PIC 9(6) VALUE 0.
           03 WS-PARM-APPLIED       PIC X    VALUE "N".

       01  WS-DATE-FIELDS.
           03 WS-RPT-DATE           PIC 9(8) VALUE 0.
           03 WS-RPT-INT            PIC 9(8) VALUE 0.
           03 WS-START-INT          PIC 9(8) VALUE 0.
           03 WS-START-DATE         PIC 9(8) VALUE 0.
           03 WS-ROW-INT            PIC 9(8) VALUE 0.
           03 WS-DAY-IDX            PIC S9(8) VALUE 0.
           03 WS-ROW-MINUTE         PIC 9(4) VALUE 0.
           03 WS-MINUTE-GAP         PIC S9(5) VALUE 0.
           03 WS-TIME-WORK          PIC 9(8) VALUE 0.
           03 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
               05 WS-TIME-HH        PIC 99.
               05 WS-TIME-MM        PIC 99.
               05 FILLER            PIC 9(4).

       01  WS-COUNTS.
           03 WS-HIST-READ          PIC 9(8) VALUE 0.
           03 WS-AUDIT-READ         PIC 9(8) VALUE 0.
           03 WS-HIST-ROWS          PIC 9(8) VALUE 0.
           03 WS-AUDIT-ROWS         PIC 9(8) VALUE 0.
           03 WS-AUDIT-SKIPPED      PIC 9(8) VALUE 0.

      *    The row being posted, whichever file it came from. The
      *    type is folded to upper case - a keyed lower-case type is
      *    the same transaction.
       01  WS-ROW-FIELDS.
           03 WS-ROW-TYPE           PIC X    VALUE SPACE.
           03 WS-ROW-BOOKED         PIC X    VALUE "N".

      *    The last main row posted - a basket's continuation rows
      *    (type B) follow it and take its type, booking and slot.
       01  WS-LAST-MAIN-FIELDS.
           03 WS-LM-TYPE            PIC X    VALUE SPACE.
           03 WS-LM-BOOKED          PIC X    VALUE "N".
           03 WS-LM-GROUP           PIC 99   VALUE 0.
           03 WS-LM-DAY             PIC 9    VALUE 0.
           03 WS-LM-SEQ             PIC 9(6) VALUE 0.
           03 WS-LM-RUN             PIC 9(6) VALUE 0.

      *    Runs already on the history from the first day of the
      *    week on - their rows on DCAUDIT.DAT have been counted.
       01  WS-PAIR-TABLE.
           03 WS-PAIR-ENTRY OCCURS 500.
               05 WS-PR-TILL        PIC X(2).
               05 WS-PR-RUN         PIC 9(6).

       01  WS-PAIR-FIELDS.
           03 WS-PAIR-COUNT         PIC 9(3) VALUE 0.
           03 WS-PAIR-SUB           PIC 9(3) VALUE 0.
           03 WS-PAIR-HIT           PIC X    VALUE "N".
           03 WS-PAIR-FULL          PIC X    VALUE "N".

      *    Every item code sold, for matching refund lines.
       01  WS-SOLD-TABLE.
           03 WS-SOLD-ITEM          PIC X(6) OCCURS 3000.

       01  WS-SOLD-FIELDS.
           03 WS-SOLD-COUNT         PIC 9(4) VALUE 0.
           03 WS-SOLD-SUB           PIC 9(4) VALUE 0.
           03 WS-SOLD-HIT           PIC X    VALUE "N".
           03 WS-SOLD-FULL          PIC X    VALUE "N".

      *    The week's booked sales, for finding the sale a void
      *    reversed and who rang it when.
       01  WS-WSALE-TABLE.
           03 WS-WSALE-ENTRY OCCURS 20000.
               05 WS-WS-TILL        PIC X(2).
               05 WS-WS-RUN         PIC 9(6).
               05 WS-WS-SEQ         PIC 9(6).
               05 WS-WS-OPER        PIC X(8).
               05 WS-WS-DATE        PIC 9(8).
               05 WS-WS-MINUTE      PIC 9(4).

       01  WS-WSALE-FIELDS.
           03 WS-WSALE-COUNT        PIC 9(5) VALUE 0.
           03 WS-WSALE-SUB          PIC 9(5) VALUE 0.
           03 WS-WSALE-HIT          PIC 9(5) VALUE 0.
           03 WS-WSALE-FULL         PIC X    VALUE "N".
           03 WS-VOIDED-RUN         PIC 9(6) VALUE 0.

      *    One slot per operator and till seen in the week, with a
      *    day's figures for each of the seven days (day 7 is the
      *    report date).
       01  WS-GROUP-TABLE.
           03 WS-GROUP-ENTRY OCCURS 60.
               05 WS-GR-OPER        PIC X(8).
               05 WS-GR-TILL        PIC X(2).
               05 WS-GR-SCORE       PIC 9(6).
               05 WS-GR-PRINTED     PIC X.
               05 WS-GR-DAYS        PIC 9.
               05 WS-GR-DAY-ENTRY OCCURS 7.
                   07 WS-GD-TXNS    PIC 9(6).
                   07 WS-GD-REFUNDS PIC 9(6).
                   07 WS-GD-VOIDS   PIC 9(6).
                   07 WS-GD-REJECTS PIC 9(6).
                   07 WS-GD-NEAR    PIC 9(6).
                   07 WS-GD-FAST    PIC 9(6).
                   07 WS-GD-NOMATCH PIC 9(6).
                   07 WS-GD-RATE    PIC 9(3).
                   07 WS-GD-RATE-HIT PIC X.
                   07 WS-GD-FLAGGED PIC X.

       01  WS-GROUP-FIELDS.
           03 WS-GROUP-COUNT        PIC 99   VALUE 0.
           03 WS-GROUP-SUB          PIC 99   VALUE 0.
           03 WS-GROUP-CUR          PIC 99   VALUE 0.
           03 WS-GROUP-BEST         PIC 99   VALUE 0.
           03 WS-GROUP-FULL         PIC X    VALUE "N".
           03 WS-POST-OPER          PIC X(8) VALUE SPACES.
           03 WS-POST-TILL          PIC X(2) VALUE SPACES.
           03 WS-DAY-SUB            PIC 9    VALUE 0.
           03 WS-RANK               PIC 99   VALUE 0.
           03 WS-RATE-WORK          PIC 9(8) VALUE 0.
           03 WS-REPEAT-COUNT       PIC 99   VALUE 0.
           03 WS-FLAGGED-COUNT      PIC 99   VALUE 0.
           03 WS-DAY-MAP            PIC X(7) VALUE SPACES.

      *    The report date's individual exceptions, printed under
      *    their operator and till.
      *        F - quick void of the operator's own sale
      *        U - refund line with no matching sale
      *        N - refund just under the supervisor limit
       01  WS-EVENT-TABLE.
           03 WS-EVENT-ENTRY OCCURS 500.
               05 WS-EV-GROUP       PIC 99.
               05 WS-EV-TYPE        PIC X.
               05 WS-EV-SEQ         PIC 9(6).
               05 WS-EV-RUN         PIC 9(6).
               05 WS-EV-VALUE       PIC 9(5).
               05 WS-EV-ITEM        PIC X(6).
               05 WS-EV-MINUTES     PIC 9(4).

       01  WS-EVENT-FIELDS.
           03 WS-EVENT-COUNT        PIC 9(3) VALUE 0.
           03 WS-EVENT-SUB          PIC 9(3) VALUE 0.
           03 WS-EVENT-FULL         PIC X    VALUE "N".
           03 WS-EV-WORK-TYPE       PIC X    VALUE SPACE.
           03 WS-EV-WORK-VALUE      PIC 9(5) VALUE 0.
           03 WS-EV-WORK-ITEM       PIC X(6) VALUE SPACES.
           03 WS-EV-WORK-MINUTES    PIC 9(4) VALUE 0.

       01  WS-RPT-LINE              PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
            DISPLAY "LOSS PREVENTION - ENTER REPORT DATE YYYYMMDD "
                    "(0 = TODAY) :".
            ACCEPT WS-RPT-DATE.
            IF WS-RPT-DATE = 0
                ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD
            END-IF.
            MOVE FUNCTION INTEGER-OF-DATE(WS-RPT-DATE) TO WS-RPT-INT.
            IF WS-RPT-INT = 0
                DISPLAY "ERROR:REPORT DATE " WS-RPT-DATE
                        " IS NOT A VALID DATE"
                STOP RUN
            END-IF.
            SUBTRACT 6 FROM WS-RPT-INT GIVING WS-START-INT.
            MOVE FUNCTION DATE-OF-INTEGER(WS-START-INT)
                TO WS-START-DATE.

            PERFORM LOAD-THRESHOLDS-PARA.

            OPEN OUTPUT LP-REPORT-FILE.
            IF WS-LPRPT-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT OPEN EXCEPTION REPORT FILE "
                        WS-LPRPT-STATUS
                STOP RUN
            END-IF.

            PERFORM SCAN-HISTORY-PARA.
            PERFORM SCAN-AUDIT-PARA.

            PERFORM EVALUATE-GROUPS-PARA.
            PERFORM WRITE-HEADER-PARA.
            PERFORM WRITE-RANKED-PARA.
            PERFORM WRITE-TREND-PARA.
            CLOSE LP-REPORT-FILE.

            DISPLAY "HISTORY RECORDS READ : " WS-HIST-READ.
            DISPLAY "HISTORY AUDIT ROWS   : " WS-HIST-ROWS.
            DISPLAY "DCAUDIT ROWS READ    : " WS-AUDIT-READ.
            DISPLAY "DCAUDIT ROWS USED    : " WS-AUDIT-ROWS.
            DISPLAY "OPERATORS FLAGGED    : " WS-FLAGGED-COUNT.
            DISPLAY "REPEAT OPERATORS     : " WS-REPEAT-COUNT.
            STOP RUN.

       LOAD-THRESHOLDS-PARA.
      *    A missing parameter file runs on the defaults - the
      *    report is still worth having. A value that is present but
      *    not numeric refuses the run.
            MOVE "N" TO WS-PARM-PRESENT.
            OPEN INPUT LP-PARAM-FILE.
            IF WS-LPPARM-STATUS = "00"
                READ LP-PARAM-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE "Y" TO WS-PARM-PRESENT
                END-READ
                IF WS-PARM-PRESENT = "Y"
                    PERFORM APPLY-THRESHOLDS-PARA
                END-IF
                CLOSE LP-PARAM-FILE
            END-IF.
            IF WS-PARM-PRESENT = "N"
                DISPLAY "WARNING:NO LOSS PREVENTION PARAMETER FILE - "
                        "DEFAULT THRESHOLDS APPLIED"
            END-IF.
      *    The floor of the just-under band, in pence.
            COMPUTE WS-TH-NEAR-FLOOR =
                WS-TH-REFUND-LIMIT
                - (WS-TH-REFUND-LIMIT * WS-TH-NEAR-PCT / 100).

       APPLY-THRESHOLDS-PARA.
            MOVE LPPARM-RATE-PCT TO WS-PARM-TEXT.
            MOVE 3 TO WS-PARM-LEN.
            MOVE "REFUND/VOID RATE %" TO WS-PARM-NAME.
            PERFORM APPLY-PARM-VALUE-PARA.
            IF WS-PARM-APPLIED = "Y"
                MOVE WS-PARM-VALUE TO WS-TH-RATE-PCT
            END-IF.

            MOVE LPPARM-MIN-TXNS TO WS-PARM-TEXT.
            MOVE 4 TO WS-PARM-LEN.
            MOVE "MINIMUM TXNS" TO WS-PARM-NAME.
            PERFORM APPLY-PARM-VALUE-PARA.
            IF WS-PARM-APPLIED = "Y"
                MOVE WS-PARM-VALUE TO WS-TH-MIN-TXNS
            END-IF.

            MOVE LPPARM-VOID-MINUTES TO WS-PARM-TEXT.
            MOVE 3 TO WS-PARM-LEN.
            MOVE "QUICK VOID MINUTES" TO WS-PARM-NAME.
            PERFORM APPLY-PARM-VALUE-PARA.
            IF WS-PARM-APPLIED = "Y"
                MOVE WS-PARM-VALUE TO WS-TH-VOID-MINUTES
            END-IF.

            MOVE LPPARM-REFUND-LIMIT TO WS-PARM-TEXT.
            MOVE 6 TO WS-PARM-LEN.
            MOVE "REFUND LIMIT" TO WS-PARM-NAME.
            PERFORM APPLY-PARM-VALUE-PARA.
            IF WS-PARM-APPLIED = "Y"
                MOVE WS-PARM-VALUE TO WS-TH-REFUND-LIMIT
            END-IF.

            MOVE LPPARM-NEAR-PCT TO WS-PARM-TEXT.
            MOVE 2 TO WS-PARM-LEN.
            MOVE "JUST-UNDER BAND %" TO WS-PARM-NAME.
            PERFORM APPLY-PARM-VALUE-PARA.
            IF WS-PARM-APPLIED = "Y"
                MOVE WS-PARM-VALUE TO WS-TH-NEAR-PCT
            END-IF.

            MOVE LPPARM-NEAR-COUNT TO WS-PARM-TEXT.
            MOVE 3 TO WS-PARM-LEN.
            MOVE "JUST-UNDER COUNT" TO WS-PARM-NAME.
            PERFORM APPLY-PARM-VALUE-PARA.
            IF WS-PARM-APPLIED = "Y"
                MOVE WS-PARM-VALUE TO WS-TH-NEAR-COUNT
            END-IF.

            MOVE LPPARM-REJECT-COUNT TO WS-PARM-TEXT.
            MOVE 4 TO WS-PARM-LEN.
            MOVE "REJECT COUNT" TO WS-PARM-NAME.
            PERFORM APPLY-PARM-VALUE-PARA.
            IF WS-PARM-APPLIED = "Y"
                MOVE WS-PARM-VALUE TO WS-TH-REJECT-COUNT
            END-IF.

            MOVE LPPARM-REPEAT-DAYS TO WS-PARM-TEXT.
            MOVE 1 TO WS-PARM-LEN.
            MOVE "REPEAT DAYS" TO WS-PARM-NAME.
            PERFORM APPLY-PARM-VALUE-PARA.
            IF WS-PARM-APPLIED = "Y"
                MOVE WS-PARM-VALUE TO WS-TH-REPEAT-DAYS
            END-IF.

       APPLY-PARM-VALUE-PARA.
      *    A blank or zero value keeps the default.
            MOVE "N" TO WS-PARM-APPLIED.
            IF WS-PARM-TEXT(1:WS-PARM-LEN) = SPACES
                CONTINUE
            ELSE
                IF WS-PARM-TEXT(1:WS-PARM-LEN) NUMERIC
                    MOVE WS-PARM-TEXT(1:WS-PARM-LEN) TO WS-PARM-VALUE
                    IF WS-PARM-VALUE > 0
                        MOVE "Y" TO WS-PARM-APPLIED
                        DISPLAY "PARM:" WS-PARM-NAME " "
                                WS-PARM-TEXT(1:WS-PARM-LEN) " APPLIED"
                    END-IF
                ELSE
                    DISPLAY "ERROR:PARAMETER " WS-PARM-NAME
                            " NOT NUMERIC - FOUND "
                            WS-PARM-TEXT(1:WS-PARM-LEN)
                    STOP RUN
                END-IF
            END-IF.

       SCAN-HISTORY-PARA.
      *    Archived audit rows. History written after the report
      *    date is ignored, so an old night's report can be
      *    re-produced exactly.
            OPEN INPUT HIST-FILE.
            IF WS-HIST-STATUS NOT = "00"
                DISPLAY "WARNING:CANNOT OPEN HISTORY FILE "
                        WS-HIST-STATUS " - AUDIT TRAIL ONLY"
            ELSE
                MOVE "N" TO WS-EOF-FLAG
                PERFORM READ-HIST-PARA
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    ADD 1 TO WS-HIST-READ
                    IF HIST-REC-TYPE = "A"
                            AND HIST-BUS-DATE NUMERIC
                            AND HIST-BUS-DATE NOT > WS-RPT-DATE
                        ADD 1 TO WS-HIST-ROWS
                        MOVE HIST-DATA TO AUDIT-RECORD
                        IF HIST-BUS-DATE NOT < WS-START-DATE
                            PERFORM REMEMBER-PAIR-PARA
                        END-IF
                        PERFORM POST-ROW-PARA
                    END-IF
                    PERFORM READ-HIST-PARA
                END-PERFORM
                CLOSE HIST-FILE
            END-IF.

       READ-HIST-PARA.
            READ HIST-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       REMEMBER-PAIR-PARA.
            PERFORM FIND-PAIR-PARA.
            IF WS-PAIR-HIT = "N"
                IF WS-PAIR-COUNT < 500
                    ADD 1 TO WS-PAIR-COUNT
                    MOVE AUDIT-TILL-ID TO WS-PR-TILL(WS-PAIR-COUNT)
                    MOVE AUDIT-RUN-NO TO WS-PR-RUN(WS-PAIR-COUNT)
                ELSE
                    IF WS-PAIR-FULL = "N"
                        MOVE "Y" TO WS-PAIR-FULL
                        DISPLAY "WARNING:MORE THAN 500 RUNS IN THE "
                                "WEEK - DCAUDIT.DAT ROWS MAY BE "
                                "COUNTED TWICE"
                    END-IF
                END-IF
            END-IF.

       FIND-PAIR-PARA.
            MOVE "N" TO WS-PAIR-HIT.
            PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                    UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
                    OR WS-PAIR-HIT = "Y"
                IF WS-PR-TILL(WS-PAIR-SUB) = AUDIT-TILL-ID
                        AND WS-PR-RUN(WS-PAIR-SUB) = AUDIT-RUN-NO
                    MOVE "Y" TO WS-PAIR-HIT
                END-IF
            END-PERFORM.

       SCAN-AUDIT-PARA.
      *    The live audit trail, for the runs the history does not
      *    hold yet.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT = "00"
                DISPLAY "WARNING:CANNOT OPEN AUDIT FILE "
                        WS-AUDIT-STATUS " - HISTORY ONLY"
            ELSE
                MOVE "N" TO WS-EOF-FLAG
                PERFORM READ-AUDIT-PARA
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    ADD 1 TO WS-AUDIT-READ
                    MOVE AUDIT-FILE-RECORD TO AUDIT-RECORD
                    PERFORM FIND-PAIR-PARA
                    IF WS-PAIR-HIT = "Y"
                        ADD 1 TO WS-AUDIT-SKIPPED
                    ELSE
                        ADD 1 TO WS-AUDIT-ROWS
                        PERFORM POST-ROW-PARA
                    END-IF
                    PERFORM READ-AUDIT-PARA
                END-PERFORM
                CLOSE AUDIT-FILE
            END-IF.

       READ-AUDIT-PARA.
            READ AUDIT-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       POST-ROW-PARA.
      *    One audit row, from either file. Rows before the week
      *    only feed the sold-item list; rows after the report date
      *    are ignored.
            IF AUDIT-DATE NUMERIC
                IF AUDIT-DATE NOT > WS-RPT-DATE
                    MOVE FUNCTION INTEGER-OF-DATE(AUDIT-DATE)
                        TO WS-ROW-INT
                    IF WS-ROW-INT NOT = 0
                        PERFORM POST-DATED-ROW-PARA
                    END-IF
                END-IF
            END-IF.

       POST-DATED-ROW-PARA.
            COMPUTE WS-DAY-IDX = WS-ROW-INT - WS-START-INT + 1.

            MOVE AUDIT-TRAN-TYPE TO WS-ROW-TYPE.
            INSPECT WS-ROW-TYPE CONVERTING "sgrvbpq" TO "SGRVBPQ".
            IF WS-ROW-TYPE = SPACE
                MOVE "S" TO WS-ROW-TYPE
            END-IF.
            IF AUDIT-REJECT-FLAG = "Y"
                MOVE "N" TO WS-ROW-BOOKED
            ELSE
                MOVE "Y" TO WS-ROW-BOOKED
            END-IF.

      *    Promotion rows carry no transaction of their own; basket
      *    continuation lines belong to the main row before them.
            IF WS-ROW-TYPE = "P" OR WS-ROW-TYPE = "Q"
                CONTINUE
            ELSE
                IF WS-ROW-TYPE = "B"
                    PERFORM POST-LINE-ROW-PARA
                ELSE
                    PERFORM POST-MAIN-ROW-PARA
                END-IF
            END-IF.

       POST-MAIN-ROW-PARA.
            MOVE WS-ROW-TYPE TO WS-LM-TYPE.
            MOVE WS-ROW-BOOKED TO WS-LM-BOOKED.
            MOVE 0 TO WS-LM-GROUP.
            MOVE 0 TO WS-LM-DAY.
            MOVE AUDIT-SEQ-NO TO WS-LM-SEQ.
            MOVE AUDIT-RUN-NO TO WS-LM-RUN.

            IF WS-ROW-TYPE = "S" AND WS-ROW-BOOKED = "Y"
                PERFORM REMEMBER-SOLD-PARA
            END-IF.
            IF WS-DAY-IDX NOT < 1
                PERFORM POST-WEEK-ROW-PARA
            END-IF.

       POST-WEEK-ROW-PARA.
            MOVE AUDIT-OPERATOR-ID TO WS-POST-OPER.
            MOVE AUDIT-TILL-ID TO WS-POST-TILL.
            PERFORM FIND-GROUP-SLOT-PARA.
            IF WS-GROUP-CUR > 0
                MOVE WS-GROUP-CUR TO WS-LM-GROUP
                MOVE WS-DAY-IDX TO WS-LM-DAY
                MOVE WS-DAY-IDX TO WS-DAY-SUB
                IF WS-ROW-BOOKED = "N"
                    ADD 1 TO WS-GD-REJECTS(WS-GROUP-CUR WS-DAY-SUB)
                ELSE
                    ADD 1 TO WS-GD-TXNS(WS-GROUP-CUR WS-DAY-SUB)
                    PERFORM POST-BOOKED-ROW-PARA
                END-IF
            END-IF.

       POST-BOOKED-ROW-PARA.
            IF WS-ROW-TYPE = "S"
                PERFORM REMEMBER-WEEK-SALE-PARA
            END-IF.
            IF WS-ROW-TYPE = "R"
                ADD 1 TO WS-GD-REFUNDS(WS-GROUP-CUR WS-DAY-SUB)
                PERFORM CHECK-REFUND-ITEM-PARA
                PERFORM CHECK-NEAR-LIMIT-PARA
            END-IF.
            IF WS-ROW-TYPE = "V"
                ADD 1 TO WS-GD-VOIDS(WS-GROUP-CUR WS-DAY-SUB)
                PERFORM CHECK-QUICK-VOID-PARA
            END-IF.

       POST-LINE-ROW-PARA.
      *    A basket continuation line belongs to the main row before
      *    it: a sale's lines are more items sold, a refund's lines
      *    more items to match.
            IF WS-LM-BOOKED NOT = "Y"
                CONTINUE
            ELSE
                IF WS-LM-TYPE = "S"
                    PERFORM REMEMBER-SOLD-PARA
                ELSE
                    IF WS-LM-TYPE = "R" AND WS-LM-GROUP > 0
                        MOVE WS-LM-GROUP TO WS-GROUP-CUR
                        MOVE WS-LM-DAY TO WS-DAY-SUB
                        PERFORM CHECK-REFUND-ITEM-PARA
                    END-IF
                END-IF
            END-IF.

       REMEMBER-SOLD-PARA.
            IF AUDIT-ITEM-CODE NOT = SPACES
                PERFORM FIND-SOLD-PARA
                IF WS-SOLD-HIT = "N"
                    IF WS-SOLD-COUNT < 3000
                        ADD 1 TO WS-SOLD-COUNT
                        MOVE AUDIT-ITEM-CODE
                            TO WS-SOLD-ITEM(WS-SOLD-COUNT)
                    ELSE
                        IF WS-SOLD-FULL = "N"
                            MOVE "Y" TO WS-SOLD-FULL
                            DISPLAY "WARNING:MORE THAN 3000 ITEM "
                                    "CODES SOLD - LATER ITEMS MAY "
                                    "SHOW AS UNMATCHED REFUNDS"
                        END-IF
                    END-IF
                END-IF
            END-IF.

       FIND-SOLD-PARA.
            MOVE "N" TO WS-SOLD-HIT.
            PERFORM VARYING WS-SOLD-SUB FROM 1 BY 1
                    UNTIL WS-SOLD-SUB > WS-SOLD-COUNT
                    OR WS-SOLD-HIT = "Y"
                IF WS-SOLD-ITEM(WS-SOLD-SUB) = AUDIT-ITEM-CODE
                    MOVE "Y" TO WS-SOLD-HIT
                END-IF
            END-PERFORM.

       REMEMBER-WEEK-SALE-PARA.
            IF WS-WSALE-COUNT < 20000
                ADD 1 TO WS-WSALE-COUNT
                MOVE AUDIT-TILL-ID TO WS-WS-TILL(WS-WSALE-COUNT)
                MOVE AUDIT-RUN-NO TO WS-WS-RUN(WS-WSALE-COUNT)
                MOVE AUDIT-SEQ-NO TO WS-WS-SEQ(WS-WSALE-COUNT)
                MOVE AUDIT-OPERATOR-ID TO WS-WS-OPER(WS-WSALE-COUNT)
                MOVE AUDIT-DATE TO WS-WS-DATE(WS-WSALE-COUNT)
                PERFORM ROW-MINUTE-PARA
                MOVE WS-ROW-MINUTE TO WS-WS-MINUTE(WS-WSALE-COUNT)
            ELSE
                IF WS-WSALE-FULL = "N"
                    MOVE "Y" TO WS-WSALE-FULL
                    DISPLAY "WARNING:MORE THAN 20000 SALES IN THE "
                            "WEEK - LATER QUICK VOIDS MAY BE MISSED"
                END-IF
            END-IF.

       ROW-MINUTE-PARA.
      *    Minute of the day off the HHMMSSCC audit time.
            IF AUDIT-TIME NUMERIC
                MOVE AUDIT-TIME TO WS-TIME-WORK
                COMPUTE WS-ROW-MINUTE = WS-TIME-HH * 60 + WS-TIME-MM
            ELSE
                MOVE 0 TO WS-ROW-MINUTE
            END-IF.

       CHECK-REFUND-ITEM-PARA.
            IF AUDIT-ITEM-CODE = SPACES
                MOVE "N" TO WS-SOLD-HIT
            ELSE
                PERFORM FIND-SOLD-PARA
            END-IF.
            IF WS-SOLD-HIT = "N"
                ADD 1 TO WS-GD-NOMATCH(WS-GROUP-CUR WS-DAY-SUB)
                MOVE "U" TO WS-EV-WORK-TYPE
                MOVE AUDIT-PRICE TO WS-EV-WORK-VALUE
                MOVE AUDIT-ITEM-CODE TO WS-EV-WORK-ITEM
                MOVE 0 TO WS-EV-WORK-MINUTES
                PERFORM ADD-EVENT-PARA
            END-IF.

       CHECK-NEAR-LIMIT-PARA.
            IF AUDIT-PRICE NOT < WS-TH-NEAR-FLOOR
                    AND AUDIT-PRICE < WS-TH-REFUND-LIMIT
                ADD 1 TO WS-GD-NEAR(WS-GROUP-CUR WS-DAY-SUB)
                MOVE "N" TO WS-EV-WORK-TYPE
                MOVE AUDIT-PRICE TO WS-EV-WORK-VALUE
                MOVE AUDIT-ITEM-CODE TO WS-EV-WORK-ITEM
                MOVE 0 TO WS-EV-WORK-MINUTES
                PERFORM ADD-EVENT-PARA
            END-IF.

       CHECK-QUICK-VOID-PARA.
      *    The sale the void reversed - the run named on the void
      *    row, or the void's own run - latest entry wins, as at the
      *    till. Only a void by the operator who rang the sale, on
      *    the same day, within the minutes allowed, is flagged.
            IF AUDIT-VOID-RUN-NO NUMERIC AND AUDIT-VOID-RUN-NO > 0
                MOVE AUDIT-VOID-RUN-NO TO WS-VOIDED-RUN
            ELSE
                MOVE AUDIT-RUN-NO TO WS-VOIDED-RUN
            END-IF.
            MOVE 0 TO WS-WSALE-HIT.
            PERFORM VARYING WS-WSALE-SUB FROM 1 BY 1
                    UNTIL WS-WSALE-SUB > WS-WSALE-COUNT
                IF WS-WS-TILL(WS-WSALE-SUB) = AUDIT-TILL-ID
                        AND WS-WS-RUN(WS-WSALE-SUB) = WS-VOIDED-RUN
                        AND WS-WS-SEQ(WS-WSALE-SUB) = AUDIT-VOID-SEQ
                    MOVE WS-WSALE-SUB TO WS-WSALE-HIT
                END-IF
            END-PERFORM.
            IF WS-WSALE-HIT > 0
                IF WS-WS-OPER(WS-WSALE-HIT) = AUDIT-OPERATOR-ID
                        AND WS-WS-DATE(WS-WSALE-HIT) = AUDIT-DATE
                    PERFORM ROW-MINUTE-PARA
                    COMPUTE WS-MINUTE-GAP =
                        WS-ROW-MINUTE - WS-WS-MINUTE(WS-WSALE-HIT)
                    IF WS-MINUTE-GAP NOT < 0
                            AND WS-MINUTE-GAP NOT > WS-TH-VOID-MINUTES
                        ADD 1 TO WS-GD-FAST(WS-GROUP-CUR WS-DAY-SUB)
                        MOVE "F" TO WS-EV-WORK-TYPE
                        MOVE AUDIT-AMOUNT TO WS-EV-WORK-VALUE
                        MOVE AUDIT-ITEM-CODE TO WS-EV-WORK-ITEM
                        MOVE WS-MINUTE-GAP TO WS-EV-WORK-MINUTES
                        PERFORM ADD-EVENT-PARA
                    END-IF
                END-IF
            END-IF.

       ADD-EVENT-PARA.
      *    Individual exceptions are only listed for the report date.
            IF WS-DAY-SUB = 7
                IF WS-EVENT-COUNT < 500
                    ADD 1 TO WS-EVENT-COUNT
                    MOVE WS-GROUP-CUR TO WS-EV-GROUP(WS-EVENT-COUNT)
                    MOVE WS-EV-WORK-TYPE TO WS-EV-TYPE(WS-EVENT-COUNT)
                    MOVE WS-LM-SEQ TO WS-EV-SEQ(WS-EVENT-COUNT)
                    MOVE WS-LM-RUN TO WS-EV-RUN(WS-EVENT-COUNT)
                    MOVE WS-EV-WORK-VALUE
                        TO WS-EV-VALUE(WS-EVENT-COUNT)
                    MOVE WS-EV-WORK-ITEM TO WS-EV-ITEM(WS-EVENT-COUNT)
                    MOVE WS-EV-WORK-MINUTES
                        TO WS-EV-MINUTES(WS-EVENT-COUNT)
                ELSE
                    IF WS-EVENT-FULL = "N"
                        MOVE "Y" TO WS-EVENT-FULL
                        DISPLAY "WARNING:MORE THAN 500 EXCEPTIONS ON "
                                "THE REPORT DATE - DETAIL TRUNCATED"
                    END-IF
                END-IF
            END-IF.

       FIND-GROUP-SLOT-PARA.
            MOVE 0 TO WS-GROUP-CUR.
            PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                    UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                    OR WS-GROUP-CUR > 0
                IF WS-GR-OPER(WS-GROUP-SUB) = WS-POST-OPER
                        AND WS-GR-TILL(WS-GROUP-SUB) = WS-POST-TILL
                    MOVE WS-GROUP-SUB TO WS-GROUP-CUR
                END-IF
            END-PERFORM.
            IF WS-GROUP-CUR = 0
                IF WS-GROUP-COUNT < 60
                    ADD 1 TO WS-GROUP-COUNT
                    MOVE WS-GROUP-COUNT TO WS-GROUP-CUR
                    INITIALIZE WS-GROUP-ENTRY(WS-GROUP-CUR)
                    MOVE WS-POST-OPER TO WS-GR-OPER(WS-GROUP-CUR)
                    MOVE WS-POST-TILL TO WS-GR-TILL(WS-GROUP-CUR)
                    MOVE "N" TO WS-GR-PRINTED(WS-GROUP-CUR)
                ELSE
                    IF WS-GROUP-FULL = "N"
                        MOVE "Y" TO WS-GROUP-FULL
                        DISPLAY "WARNING:MORE THAN 60 OPERATOR/TILL "
                                "PAIRS IN THE WEEK - OPERATOR "
                                WS-POST-OPER " TILL " WS-POST-TILL
                                " NOT REPORTED"
                    END-IF
                END-IF
            END-IF.

       EVALUATE-GROUPS-PARA.
      *    Judge each operator and till day by day against the
      *    thresholds, score the report date, and count the days
      *    flagged across the week.
            PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                    UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                MOVE 0 TO WS-GR-SCORE(WS-GROUP-SUB)
                MOVE 0 TO WS-GR-DAYS(WS-GROUP-SUB)
                PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                        UNTIL WS-DAY-SUB > 7
                    PERFORM EVALUATE-DAY-PARA
                END-PERFORM
                IF WS-GR-SCORE(WS-GROUP-SUB) > 0
                    ADD 1 TO WS-FLAGGED-COUNT
                END-IF
                IF WS-GR-DAYS(WS-GROUP-SUB) NOT < WS-TH-REPEAT-DAYS
                    ADD 1 TO WS-REPEAT-COUNT
                END-IF
            END-PERFORM.

       EVALUATE-DAY-PARA.
            MOVE "N" TO WS-GD-FLAGGED(WS-GROUP-SUB WS-DAY-SUB).
            MOVE "N" TO WS-GD-RATE-HIT(WS-GROUP-SUB WS-DAY-SUB).
            MOVE 0 TO WS-GD-RATE(WS-GROUP-SUB WS-DAY-SUB).
            IF WS-GD-TXNS(WS-GROUP-SUB WS-DAY-SUB) > 0
                COMPUTE WS-RATE-WORK =
                    (WS-GD-REFUNDS(WS-GROUP-SUB WS-DAY-SUB)
                     + WS-GD-VOIDS(WS-GROUP-SUB WS-DAY-SUB)) * 100
                    / WS-GD-TXNS(WS-GROUP-SUB WS-DAY-SUB)
                MOVE WS-RATE-WORK
                    TO WS-GD-RATE(WS-GROUP-SUB WS-DAY-SUB)
                IF WS-GD-TXNS(WS-GROUP-SUB WS-DAY-SUB)
                        NOT < WS-TH-MIN-TXNS
                        AND WS-RATE-WORK > WS-TH-RATE-PCT
                    MOVE "Y" TO WS-GD-RATE-HIT(WS-GROUP-SUB WS-DAY-SUB)
                    MOVE "Y" TO WS-GD-FLAGGED(WS-GROUP-SUB WS-DAY-SUB)
                    IF WS-DAY-SUB = 7
                        COMPUTE WS-GR-SCORE(WS-GROUP-SUB) =
                            WS-GR-SCORE(WS-GROUP-SUB)
                            + WS-RATE-WORK - WS-TH-RATE-PCT
                    END-IF
                END-IF
            END-IF.
            IF WS-GD-FAST(WS-GROUP-SUB WS-DAY-SUB) > 0
                MOVE "Y" TO WS-GD-FLAGGED(WS-GROUP-SUB WS-DAY-SUB)
                IF WS-DAY-SUB = 7
                    COMPUTE WS-GR-SCORE(WS-GROUP-SUB) =
                        WS-GR-SCORE(WS-GROUP-SUB)
                        + WS-GD-FAST(WS-GROUP-SUB WS-DAY-SUB) * 3
                END-IF
            END-IF.
            IF WS-GD-NOMATCH(WS-GROUP-SUB WS-DAY-SUB) > 0
                MOVE "Y" TO WS-GD-FLAGGED(WS-GROUP-SUB WS-DAY-SUB)
                IF WS-DAY-SUB = 7
                    COMPUTE WS-GR-SCORE(WS-GROUP-SUB) =
                        WS-GR-SCORE(WS-GROUP-SUB)
                        + WS-GD-NOMATCH(WS-GROUP-SUB WS-DAY-SUB) * 2
                END-IF
            END-IF.
            IF WS-GD-NEAR(WS-GROUP-SUB WS-DAY-SUB)
                    NOT < WS-TH-NEAR-COUNT
                MOVE "Y" TO WS-GD-FLAGGED(WS-GROUP-SUB WS-DAY-SUB)
                IF WS-DAY-SUB = 7
                    COMPUTE WS-GR-SCORE(WS-GROUP-SUB) =
                        WS-GR-SCORE(WS-GROUP-SUB)
                        + WS-GD-NEAR(WS-GROUP-SUB WS-DAY-SUB) * 2
                END-IF
            END-IF.
            IF WS-GD-REJECTS(WS-GROUP-SUB WS-DAY-SUB)
                    NOT < WS-TH-REJECT-COUNT
                MOVE "Y" TO WS-GD-FLAGGED(WS-GROUP-SUB WS-DAY-SUB)
                IF WS-DAY-SUB = 7
                    COMPUTE WS-GR-SCORE(WS-GROUP-SUB) =
                        WS-GR-SCORE(WS-GROUP-SUB)
                        + WS-GD-REJECTS(WS-GROUP-SUB WS-DAY-SUB)
                        - WS-TH-REJECT-COUNT + 1
                END-IF
            END-IF.
            IF WS-GD-FLAGGED(WS-GROUP-SUB WS-DAY-SUB) = "Y"
                ADD 1 TO WS-GR-DAYS(WS-GROUP-SUB)
            END-IF.

       WRITE-HEADER-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "LOSS PREVENTION EXCEPTIONS FOR " DELIMITED BY SIZE
                   WS-RPT-DATE DELIMITED BY SIZE
                   " - WEEK FROM " DELIMITED BY SIZE
                   WS-START-DATE DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "THRESHOLDS: REFUND/VOID RATE > " DELIMITED BY SIZE
                   WS-TH-RATE-PCT DELIMITED BY SIZE
                   "% OVER " DELIMITED BY SIZE
                   WS-TH-MIN-TXNS DELIMITED BY SIZE
                   " TXNS, OWN VOID WITHIN " DELIMITED BY SIZE
                   WS-TH-VOID-MINUTES DELIMITED BY SIZE
                   " MIN, REJECTS " DELIMITED BY SIZE
                   WS-TH-REJECT-COUNT DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "            " DELIMITED BY SIZE
                   WS-TH-NEAR-COUNT DELIMITED BY SIZE
                   " REFUNDS FROM " DELIMITED BY SIZE
                   WS-TH-NEAR-FLOOR DELIMITED BY SIZE
                   " UP TO SUPERVISOR LIMIT " DELIMITED BY SIZE
                   WS-TH-REFUND-LIMIT DELIMITED BY SIZE
                   ", REPEAT ON " DELIMITED BY SIZE
                   WS-TH-REPEAT-DAYS DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

       WRITE-RANKED-PARA.
      *    Highest score first - pick the best unprinted slot until
      *    none with a score is left.
            MOVE 0 TO WS-RANK.
            MOVE 1 TO WS-GROUP-BEST.
            PERFORM UNTIL WS-GROUP-BEST = 0
                MOVE 0 TO WS-GROUP-BEST
                PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                        UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                    IF WS-GR-PRINTED(WS-GROUP-SUB) = "N"
                            AND WS-GR-SCORE(WS-GROUP-SUB) > 0
                        IF WS-GROUP-BEST = 0
                            MOVE WS-GROUP-SUB TO WS-GROUP-BEST
                        ELSE
                            IF WS-GR-SCORE(WS-GROUP-SUB)
                                    > WS-GR-SCORE(WS-GROUP-BEST)
                                MOVE WS-GROUP-SUB TO WS-GROUP-BEST
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-GROUP-BEST > 0
                    MOVE "Y" TO WS-GR-PRINTED(WS-GROUP-BEST)
                    ADD 1 TO WS-RANK
                    PERFORM WRITE-GROUP-PARA
                END-IF
            END-PERFORM.
            IF WS-RANK = 0
                MOVE "NO EXCEPTIONS FOR THE REPORT DATE"
                    TO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
            END-IF.

       WRITE-GROUP-PARA.
            MOVE WS-GROUP-BEST TO WS-GROUP-CUR.
            MOVE 7 TO WS-DAY-SUB.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "RANK " DELIMITED BY SIZE
                   WS-RANK DELIMITED BY SIZE
                   " OPERATOR " DELIMITED BY SIZE
                   WS-GR-OPER(WS-GROUP-CUR) DELIMITED BY SIZE
                   " TILL " DELIMITED BY SIZE
                   WS-GR-TILL(WS-GROUP-CUR) DELIMITED BY SIZE
                   " SCORE " DELIMITED BY SIZE
                   WS-GR-SCORE(WS-GROUP-CUR) DELIMITED BY SIZE
                   " TXNS " DELIMITED BY SIZE
                   WS-GD-TXNS(WS-GROUP-CUR WS-DAY-SUB)
                       DELIMITED BY SIZE
                   " REFUNDS " DELIMITED BY SIZE
                   WS-GD-REFUNDS(WS-GROUP-CUR WS-DAY-SUB)
                       DELIMITED BY SIZE
                   " VOIDS " DELIMITED BY SIZE
                   WS-GD-VOIDS(WS-GROUP-CUR WS-DAY-SUB)
                       DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

            IF WS-GD-RATE-HIT(WS-GROUP-CUR WS-DAY-SUB) = "Y"
                MOVE SPACES TO WS-RPT-LINE
                STRING "    REFUND/VOID RATE " DELIMITED BY SIZE
                       WS-GD-RATE(WS-GROUP-CUR WS-DAY-SUB)
                           DELIMITED BY SIZE
                       "% OVER THRESHOLD " DELIMITED BY SIZE
                       WS-TH-RATE-PCT DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
            END-IF.
            IF WS-GD-REJECTS(WS-GROUP-CUR WS-DAY-SUB)
                    NOT < WS-TH-REJECT-COUNT
                MOVE SPACES TO WS-RPT-LINE
                STRING "    TRANSACTIONS REJECTED " DELIMITED BY SIZE
                       WS-GD-REJECTS(WS-GROUP-CUR WS-DAY-SUB)
                           DELIMITED BY SIZE
                       " - THRESHOLD " DELIMITED BY SIZE
                       WS-TH-REJECT-COUNT DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
            END-IF.
            PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
                    UNTIL WS-EVENT-SUB > WS-EVENT-COUNT
                IF WS-EV-GROUP(WS-EVENT-SUB) = WS-GROUP-CUR
                    PERFORM WRITE-EVENT-PARA
                END-IF
            END-PERFORM.

       WRITE-EVENT-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            IF WS-EV-TYPE(WS-EVENT-SUB) = "F"
                STRING "    OWN SALE VOIDED AFTER " DELIMITED BY SIZE
                       WS-EV-MINUTES(WS-EVENT-SUB) DELIMITED BY SIZE
                       " MIN - VOID SEQ " DELIMITED BY SIZE
                       WS-EV-SEQ(WS-EVENT-SUB) DELIMITED BY SIZE
                       " RUN " DELIMITED BY SIZE
                       WS-EV-RUN(WS-EVENT-SUB) DELIMITED BY SIZE
                       " AMOUNT " DELIMITED BY SIZE
                       WS-EV-VALUE(WS-EVENT-SUB) DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
            END-IF.
            IF WS-EV-TYPE(WS-EVENT-SUB) = "U"
                IF WS-EV-ITEM(WS-EVENT-SUB) = SPACES
                    STRING "    REFUND WITH NO ITEM CODE - SEQ "
                            DELIMITED BY SIZE
                           WS-EV-SEQ(WS-EVENT-SUB) DELIMITED BY SIZE
                           " RUN " DELIMITED BY SIZE
                           WS-EV-RUN(WS-EVENT-SUB) DELIMITED BY SIZE
                           " VALUE " DELIMITED BY SIZE
                           WS-EV-VALUE(WS-EVENT-SUB) DELIMITED BY SIZE
                        INTO WS-RPT-LINE
                ELSE
                    STRING "    REFUND OF ITEM " DELIMITED BY SIZE
                           WS-EV-ITEM(WS-EVENT-SUB) DELIMITED BY SIZE
                           " NEVER SOLD - SEQ " DELIMITED BY SIZE
                           WS-EV-SEQ(WS-EVENT-SUB) DELIMITED BY SIZE
                           " RUN " DELIMITED BY SIZE
                           WS-EV-RUN(WS-EVENT-SUB) DELIMITED BY SIZE
                           " VALUE " DELIMITED BY SIZE
                           WS-EV-VALUE(WS-EVENT-SUB) DELIMITED BY SIZE
                        INTO WS-RPT-LINE
                END-IF
                PERFORM WRITE-RPT-LINE-PARA
            END-IF.
      *    Just-under refunds only matter once there are enough of
      *    them - one refund near the limit is a customer.
            IF WS-EV-TYPE(WS-EVENT-SUB) = "N"
                    AND WS-GD-NEAR(WS-GROUP-CUR WS-DAY-SUB)
                        NOT < WS-TH-NEAR-COUNT
                STRING "    REFUND JUST UNDER LIMIT - SEQ "
                        DELIMITED BY SIZE
                       WS-EV-SEQ(WS-EVENT-SUB) DELIMITED BY SIZE
                       " RUN " DELIMITED BY SIZE
                       WS-EV-RUN(WS-EVENT-SUB) DELIMITED BY SIZE
                       " VALUE " DELIMITED BY SIZE
                       WS-EV-VALUE(WS-EVENT-SUB) DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
            END-IF.

       WRITE-TREND-PARA.
      *    One mark per day, oldest first, X where the operator was
      *    flagged on that till.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "WEEK TREND " DELIMITED BY SIZE
                   WS-START-DATE DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-RPT-DATE DELIMITED BY SIZE
                   " - OPERATORS FLAGGED ON " DELIMITED BY SIZE
                   WS-TH-REPEAT-DAYS DELIMITED BY SIZE
                   " OR MORE DAYS" DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                    UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                IF WS-GR-DAYS(WS-GROUP-SUB) NOT < WS-TH-REPEAT-DAYS
                    MOVE SPACES TO WS-DAY-MAP
                    PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                            UNTIL WS-DAY-SUB > 7
                        IF WS-GD-FLAGGED(WS-GROUP-SUB WS-DAY-SUB) = "Y"
                            MOVE "X" TO WS-DAY-MAP(WS-DAY-SUB:1)
                        ELSE
                            MOVE "." TO WS-DAY-MAP(WS-DAY-SUB:1)
                        END-IF
                    END-PERFORM
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "OPERATOR " DELIMITED BY SIZE
                           WS-GR-OPER(WS-GROUP-SUB) DELIMITED BY SIZE
                           " TILL " DELIMITED BY SIZE
                           WS-GR-TILL(WS-GROUP-SUB) DELIMITED BY SIZE
                           " FLAGGED " DELIMITED BY SIZE
                           WS-GR-DAYS(WS-GROUP-SUB) DELIMITED BY SIZE
                           " OF 7 DAYS  " DELIMITED BY SIZE
                           WS-DAY-MAP DELIMITED BY SIZE
                        INTO WS-RPT-LINE
                    PERFORM WRITE-RPT-LINE-PARA
                END-IF
            END-PERFORM.
            IF WS-REPEAT-COUNT = 0
                MOVE "NO REPEAT OPERATORS THIS WEEK" TO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
            END-IF.

       WRITE-RPT-LINE-PARA.
            MOVE WS-RPT-LINE TO LP-RPT-RECORD.
            WRITE LP-RPT-RECORD.
