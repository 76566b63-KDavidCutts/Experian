       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCSETTLE.
      *****************************************************************
      *  DCSETTLE - CARD ACQUIRER SETTLEMENT RECONCILIATION
      *
      *  Matches what the card acquirer says it settled against the
      *  card takings each till's GL record says it took, so a short
      *  settlement is seen the morning the file arrives instead of
      *  weeks later on the bank statement.
      *
      *  Each till's card takings per business date are taken up
      *  from the GL feed (DCGLFEED.DAT) or, to catch up several
      *  days at once, from the GL records archived on the run
      *  history (DCHIST.DAT) - the choice is keyed at the prompt.
      *  The acquirer's settlement rows are turned from terminal to
      *  till through the terminal map and posted against the same
      *  till and date. Both sides meet on the settlement ledger,
      *  one item per till per day, which is kept from run to run:
      *  an item the acquirer has not yet paid in full stays open
      *  until a later settlement file clears it.
      *
      *  Every item this run moved, and every item still open, is
      *  reported as one of:
      *
      *      MATCHED   - settled gross equals the card takings
      *      CLEARED   - matched now, after being open on an earlier
      *                  reconciliation
      *      SHORT     - the acquirer has settled less than we took
      *      OVER      - the acquirer has settled more than we took
      *                  (or settled a day no GL record covers yet)
      *      UNSETTLED - card takings with nothing settled at all
      *
      *  with the number of days it has been outstanding. The
      *  acquirer's fees are never netted into the match - they are
      *  listed per till and in total, ready to post to the bank
      *  charges account.
      *
      *  The settlement file is checked in full before anything is
      *  posted: its trailer totals must agree with its detail rows,
      *  its sequence number must be above the last file reconciled,
      *  and every terminal on it must be on the terminal map - a
      *  file that fails any of these is refused whole, to be rerun
      *  once the map or the file is put right.
      *
      *  Files:
      *      DCSETL.DAT   - acquirer settlement file in
      *      DCTRMMAP.DAT - terminal-to-till map in
      *      DCGLFEED.DAT - all tills' GL extract records in, or
      *      DCHIST.DAT   - run history in (GL records only)
      *      DCSETLED.DAT - settlement ledger, updated
      *      DCSETCTL.DAT - last settlement file reconciled, updated
      *      DCSETRPT.DAT - settlement reconciliation report out
      *
      *  Change history.
      *  2026-10-15  Initial version.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FILE ASSIGN TO "DCSETL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETL-STATUS.

           SELECT TERM-MAP-FILE ASSIGN TO "DCTRMMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TMAP-STATUS.

           SELECT GL-IN-FILE ASSIGN TO "DCGLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-IN-STATUS.

           SELECT HIST-FILE ASSIGN TO "DCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "DCSETLED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLED-KEY
               FILE STATUS IS WS-SLED-STATUS.

           SELECT SETL-CONTROL-FILE ASSIGN TO "DCSETCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETCTL-STATUS.

           SELECT SETL-REPORT-FILE ASSIGN TO "DCSETRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-FILE.
       COPY SETLREC.

       FD  TERM-MAP-FILE.
       COPY TRMMAPRC.

       FD  GL-IN-FILE.
       COPY GLREC REPLACING ==:PREFIX:== BY ==GL-IN==.

       FD  HIST-FILE.
       COPY HISTREC.

       FD  LEDGER-FILE.
       COPY SETLEDRC.

       FD  SETL-CONTROL-FILE.
       COPY SETCTLRC.

       FD  SETL-REPORT-FILE.
       01  SETL-RPT-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03 WS-SETL-STATUS        PIC XX   VALUE "00".
           03 WS-TMAP-STATUS        PIC XX   VALUE "00".
           03 WS-GL-IN-STATUS       PIC XX   VALUE "00".
           03 WS-HIST-STATUS        PIC XX   VALUE "00".
           03 WS-SLED-STATUS        PIC XX   VALUE "00".
           03 WS-SETCTL-STATUS      PIC XX   VALUE "00".
           03 WS-SRPT-STATUS        PIC XX   VALUE "00".
           03 WS-EOF-FLAG           PIC X    VALUE "N".

      *    GL record image being taken up - read straight from the
      *    GL feed, or unpacked from a type G history record.
       COPY GLREC REPLACING ==:PREFIX:== BY ==WS-HG==.

       01  WS-RUN-FIELDS.
           03 WS-GL-SOURCE          PIC X    VALUE SPACE.
           03 WS-GL-SOURCE-NAME     PIC X(11) VALUE SPACES.
           03 WS-TODAY              PIC 9(8) VALUE 0.
           03 WS-NOW                PIC 9(8) VALUE 0.
           03 WS-RUN-STAMP          PIC 9(14) VALUE 0.
           03 WS-HAVE-FILE          PIC X    VALUE "N".
           03 WS-LAST-FILE-SEQ      PIC 9(6) VALUE 0.
           03 WS-FILE-SEQ           PIC 9(6) VALUE 0.
           03 WS-FILE-DATE          PIC 9(8) VALUE 0.
           03 WS-ACQUIRER           PIC X(20) VALUE SPACES.
           03 WS-HEADER-SEEN        PIC X    VALUE "N".
           03 WS-TRAILER-SEEN       PIC X    VALUE "N".
           03 WS-FILE-ERRORS        PIC 9(4) VALUE 0.

      *    Terminal map, loaded whole at start - a store has a
      *    handful of terminals, forty leaves room for spares.
       01  WS-TMAP-FIELDS.
           03 WS-TMAP-COUNT         PIC 99   VALUE 0.
           03 WS-TMAP-SUB           PIC 99   VALUE 0.
           03 WS-TMAP-CUR           PIC 99   VALUE 0.

       01  WS-TMAP-TABLE.
           03 WS-TMAP-ENTRY OCCURS 40.
               05 WS-TM-MERCHANT    PIC X(15).
               05 WS-TM-TERMINAL    PIC X(8).
               05 WS-TM-TILL        PIC X(2).

      *    The settlement file's detail rows, held until the whole
      *    file has been checked - nothing is posted from a file
      *    that will be refused.
       01  WS-SETL-FIELDS.
           03 WS-SR-COUNT           PIC 999  VALUE 0.
           03 WS-SR-SUB             PIC 999  VALUE 0.
           03 WS-SR-GROSS-SUM       PIC 9(12) VALUE 0.
           03 WS-SR-FEES-SUM        PIC 9(10) VALUE 0.
           03 WS-TRL-COUNT          PIC 9(6) VALUE 0.
           03 WS-TRL-GROSS          PIC 9(12) VALUE 0.
           03 WS-TRL-FEES           PIC 9(10) VALUE 0.

       01  WS-SETL-TABLE.
           03 WS-SR-ENTRY OCCURS 200.
               05 WS-SR-MERCHANT    PIC X(15).
               05 WS-SR-TERMINAL    PIC X(8).
               05 WS-SR-TILL        PIC X(2).
               05 WS-SR-DATE        PIC 9(8).
               05 WS-SR-TXNS        PIC 9(6).
               05 WS-SR-GROSS       PIC 9(10).
               05 WS-SR-FEES        PIC 9(8).

      *    Fees per till on this file, for the posting block.
       01  WS-FEE-FIELDS.
           03 WS-FEE-COUNT          PIC 99   VALUE 0.
           03 WS-FEE-SUB            PIC 99   VALUE 0.
           03 WS-FEE-CUR            PIC 99   VALUE 0.

       01  WS-FEE-TABLE.
           03 WS-FEE-ENTRY OCCURS 8.
               05 WS-FE-TILL        PIC X(2).
               05 WS-FE-GROSS       PIC 9(12).
               05 WS-FE-FEES        PIC 9(10).

       01  WS-LEDGER-FIELDS.
           03 WS-POST-TILL-ID       PIC X(2) VALUE SPACES.
           03 WS-POST-DATE          PIC 9(8) VALUE 0.
           03 WS-LEDGER-FOUND       PIC X    VALUE "N".
           03 WS-ITEM-STATE         PIC X(9) VALUE SPACES.
           03 WS-ITEM-DIFF          PIC 9(10) VALUE 0.
           03 WS-ITEM-AGE           PIC 9(5) VALUE 0.
           03 WS-TODAY-INT          PIC 9(8) VALUE 0.
           03 WS-ITEM-INT           PIC 9(8) VALUE 0.
           03 WS-PRIOR-STATUS       PIC X    VALUE SPACE.

       01  WS-COUNTS.
           03 WS-GL-READ            PIC 9(8) VALUE 0.
           03 WS-GL-POSTED          PIC 9(6) VALUE 0.
           03 WS-GL-ALREADY         PIC 9(6) VALUE 0.
           03 WS-LEDGER-READ        PIC 9(6) VALUE 0.

       01  WS-TOTAL-FIELDS.
           03 WS-TOT-MATCHED        PIC 9(6)  VALUE 0.
           03 WS-TOT-CLEARED        PIC 9(6)  VALUE 0.
           03 WS-TOT-SHORT          PIC 9(6)  VALUE 0.
           03 WS-TOT-SHORT-AMT      PIC 9(12) VALUE 0.
           03 WS-TOT-OVER           PIC 9(6)  VALUE 0.
           03 WS-TOT-OVER-AMT       PIC 9(12) VALUE 0.
           03 WS-TOT-UNSETTLED      PIC 9(6)  VALUE 0.
           03 WS-TOT-UNSET-AMT      PIC 9(12) VALUE 0.

       01  WS-RPT-LINE              PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
            DISPLAY "SETTLEMENT RECONCILIATION - CARD TAKINGS FROM "
                    "F = GL FEED, H = RUN HISTORY :".
            ACCEPT WS-GL-SOURCE.
            IF WS-GL-SOURCE = "f"
                MOVE "F" TO WS-GL-SOURCE
            END-IF.
            IF WS-GL-SOURCE = "h"
                MOVE "H" TO WS-GL-SOURCE
            END-IF.
            IF WS-GL-SOURCE NOT = "F" AND WS-GL-SOURCE NOT = "H"
                DISPLAY "ERROR:CARD TAKINGS SOURCE MUST BE F OR H"
                STOP RUN
            END-IF.
            IF WS-GL-SOURCE = "F"
                MOVE "GL FEED" TO WS-GL-SOURCE-NAME
            ELSE
                MOVE "RUN HISTORY" TO WS-GL-SOURCE-NAME
            END-IF.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            ACCEPT WS-NOW FROM TIME.
            COMPUTE WS-RUN-STAMP = WS-TODAY * 1000000
                                 + WS-NOW / 100.
            MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.

            PERFORM LOAD-TERM-MAP-PARA.
            PERFORM READ-CONTROL-PARA.
            PERFORM LOAD-SETTLEMENT-PARA.

            OPEN I-O LEDGER-FILE.
            IF WS-SLED-STATUS = "35"
      *        First reconciliation ever - create an empty ledger
      *        and reopen it for update.
                OPEN OUTPUT LEDGER-FILE
                CLOSE LEDGER-FILE
                OPEN I-O LEDGER-FILE
            END-IF.
            IF WS-SLED-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT OPEN SETTLEMENT LEDGER "
                        WS-SLED-STATUS
                STOP RUN
            END-IF.

            OPEN OUTPUT SETL-REPORT-FILE.
            IF WS-SRPT-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT OPEN SETTLEMENT REPORT FILE "
                        WS-SRPT-STATUS
                CLOSE LEDGER-FILE
                STOP RUN
            END-IF.

            PERFORM WRITE-HEADER-PARA.
            IF WS-GL-SOURCE = "F"
                PERFORM TAKE-UP-GL-FEED-PARA
            ELSE
                PERFORM TAKE-UP-HISTORY-PARA
            END-IF.
            IF WS-HAVE-FILE = "Y"
                PERFORM POST-SETTLEMENT-PARA
            END-IF.
            PERFORM REPORT-LEDGER-PARA.
            PERFORM WRITE-TOTALS-PARA.
            IF WS-HAVE-FILE = "Y"
                PERFORM WRITE-FEES-PARA
                PERFORM WRITE-CONTROL-PARA
            END-IF.

            CLOSE LEDGER-FILE.
            CLOSE SETL-REPORT-FILE.

            DISPLAY "GL RECORDS READ       : " WS-GL-READ.
            DISPLAY "GL RUNS TAKEN UP      : " WS-GL-POSTED.
            DISPLAY "SETTLEMENT ROWS POSTED: " WS-SR-COUNT.
            DISPLAY "LEDGER ITEMS READ     : " WS-LEDGER-READ.
            STOP RUN.

       LOAD-TERM-MAP-PARA.
      *    Terminal map and settlement file - loaded and checked before
      *    the ledger is opened.
            OPEN INPUT TERM-MAP-FILE.
            IF WS-TMAP-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT OPEN TERMINAL MAP FILE "
                        WS-TMAP-STATUS
                STOP RUN
            END-IF.
            MOVE "N" TO WS-EOF-FLAG.
            PERFORM READ-TERM-MAP-PARA.
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                IF WS-TMAP-COUNT < 40
                    ADD 1 TO WS-TMAP-COUNT
                    MOVE TMAP-MERCHANT-ID
                        TO WS-TM-MERCHANT(WS-TMAP-COUNT)
                    MOVE TMAP-TERMINAL-ID
                        TO WS-TM-TERMINAL(WS-TMAP-COUNT)
                    MOVE TMAP-TILL-ID TO WS-TM-TILL(WS-TMAP-COUNT)
                ELSE
                    DISPLAY "WARNING:MORE THAN 40 TERMINALS IN MAP - "
                            TMAP-TERMINAL-ID " IGNORED"
                END-IF
                PERFORM READ-TERM-MAP-PARA
            END-PERFORM.
            CLOSE TERM-MAP-FILE.

       READ-TERM-MAP-PARA.
            READ TERM-MAP-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       READ-CONTROL-PARA.
            MOVE 0 TO WS-LAST-FILE-SEQ.
            OPEN INPUT SETL-CONTROL-FILE.
            IF WS-SETCTL-STATUS = "00"
                READ SETL-CONTROL-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF SETCTL-LAST-FILE-SEQ NUMERIC
                            MOVE SETCTL-LAST-FILE-SEQ
                                TO WS-LAST-FILE-SEQ
                        END-IF
                END-READ
                CLOSE SETL-CONTROL-FILE
            END-IF.

       LOAD-SETTLEMENT-PARA.
      *    No settlement file is not an error - the GL side is still
      *    taken up and the open items reported, which is what the
      *    morning after a bank holiday looks like.
            OPEN INPUT SETTLE-FILE.
            IF WS-SETL-STATUS NOT = "00"
                DISPLAY "WARNING:NO SETTLEMENT FILE - OPEN ITEMS "
                        "REPORTED ONLY"
            ELSE
                MOVE "Y" TO WS-HAVE-FILE
                MOVE "N" TO WS-EOF-FLAG
                PERFORM READ-SETTLE-PARA
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    PERFORM KEEP-SETTLE-ROW-PARA
                    PERFORM READ-SETTLE-PARA
                END-PERFORM
                CLOSE SETTLE-FILE
                PERFORM CHECK-SETTLEMENT-PARA
            END-IF.

       READ-SETTLE-PARA.
            READ SETTLE-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       KEEP-SETTLE-ROW-PARA.
            IF SETL-REC-TYPE = "H"
                MOVE "Y" TO WS-HEADER-SEEN
                MOVE SETL-FILE-SEQ TO WS-FILE-SEQ
                MOVE SETL-FILE-DATE TO WS-FILE-DATE
                MOVE SETL-ACQUIRER TO WS-ACQUIRER
            ELSE
                IF SETL-REC-TYPE = "T"
                    MOVE "Y" TO WS-TRAILER-SEEN
                    MOVE SETL-TRL-COUNT TO WS-TRL-COUNT
                    MOVE SETL-TRL-GROSS TO WS-TRL-GROSS
                    MOVE SETL-TRL-FEES TO WS-TRL-FEES
                ELSE
                    IF SETL-REC-TYPE = "D"
                        PERFORM KEEP-SETTLE-DETAIL-PARA
                    ELSE
                        DISPLAY "ERROR:SETTLEMENT RECORD TYPE "
                                SETL-REC-TYPE " NOT RECOGNISED"
                        ADD 1 TO WS-FILE-ERRORS
                    END-IF
                END-IF
            END-IF.

       KEEP-SETTLE-DETAIL-PARA.
            IF SETL-BATCH-DATE NOT NUMERIC
                    OR SETL-TXN-COUNT NOT NUMERIC
                    OR SETL-GROSS NOT NUMERIC
                    OR SETL-FEES NOT NUMERIC
                DISPLAY "ERROR:SETTLEMENT ROW FOR TERMINAL "
                        SETL-TERMINAL-ID " HAS A NON-NUMERIC FIGURE"
                ADD 1 TO WS-FILE-ERRORS
            ELSE
                IF WS-SR-COUNT < 200
                    ADD 1 TO WS-SR-COUNT
                    MOVE SETL-MERCHANT-ID
                        TO WS-SR-MERCHANT(WS-SR-COUNT)
                    MOVE SETL-TERMINAL-ID
                        TO WS-SR-TERMINAL(WS-SR-COUNT)
                    MOVE SETL-BATCH-DATE TO WS-SR-DATE(WS-SR-COUNT)
                    MOVE SETL-TXN-COUNT TO WS-SR-TXNS(WS-SR-COUNT)
                    MOVE SETL-GROSS TO WS-SR-GROSS(WS-SR-COUNT)
                    MOVE SETL-FEES TO WS-SR-FEES(WS-SR-COUNT)
                    ADD SETL-GROSS TO WS-SR-GROSS-SUM
                    ADD SETL-FEES TO WS-SR-FEES-SUM
                    PERFORM MAP-TERMINAL-PARA
                ELSE
                    DISPLAY "ERROR:MORE THAN 200 SETTLEMENT ROWS - "
                            "SPLIT THE FILE"
                    ADD 1 TO WS-FILE-ERRORS
                END-IF
            END-IF.

       MAP-TERMINAL-PARA.
            MOVE 0 TO WS-TMAP-CUR.
            PERFORM VARYING WS-TMAP-SUB FROM 1 BY 1
                    UNTIL WS-TMAP-SUB > WS-TMAP-COUNT
                    OR WS-TMAP-CUR > 0
                IF WS-TM-TERMINAL(WS-TMAP-SUB) = SETL-TERMINAL-ID
                        AND WS-TM-MERCHANT(WS-TMAP-SUB)
                            = SETL-MERCHANT-ID
                    MOVE WS-TMAP-SUB TO WS-TMAP-CUR
                END-IF
            END-PERFORM.
            IF WS-TMAP-CUR = 0
                MOVE SPACES TO WS-SR-TILL(WS-SR-COUNT)
                DISPLAY "ERROR:MERCHANT " SETL-MERCHANT-ID
                        " TERMINAL " SETL-TERMINAL-ID
                        " NOT ON TERMINAL MAP"
                ADD 1 TO WS-FILE-ERRORS
            ELSE
                MOVE WS-TM-TILL(WS-TMAP-CUR) TO WS-SR-TILL(WS-SR-COUNT)
            END-IF.

       CHECK-SETTLEMENT-PARA.
      *    Refuse the file whole on any fault - a half-posted file
      *    could neither be rerun nor left as it is.
            IF WS-HEADER-SEEN NOT = "Y" OR WS-TRAILER-SEEN NOT = "Y"
                DISPLAY "ERROR:SETTLEMENT FILE HAS NO HEADER OR NO "
                        "TRAILER - FILE INCOMPLETE"
                ADD 1 TO WS-FILE-ERRORS
            ELSE
                IF WS-TRL-COUNT NOT = WS-SR-COUNT
                        OR WS-TRL-GROSS NOT = WS-SR-GROSS-SUM
                        OR WS-TRL-FEES NOT = WS-SR-FEES-SUM
                    DISPLAY "ERROR:SETTLEMENT TRAILER " WS-TRL-COUNT
                            " ROWS " WS-TRL-GROSS " GROSS "
                            WS-TRL-FEES " FEES DOES NOT AGREE WITH "
                            WS-SR-COUNT " ROWS " WS-SR-GROSS-SUM
                            " GROSS " WS-SR-FEES-SUM " FEES"
                    ADD 1 TO WS-FILE-ERRORS
                END-IF
                IF WS-FILE-SEQ NOT > WS-LAST-FILE-SEQ
                    DISPLAY "ERROR:SETTLEMENT FILE " WS-FILE-SEQ
                            " ALREADY RECONCILED - LAST FILE WAS "
                            WS-LAST-FILE-SEQ
                    ADD 1 TO WS-FILE-ERRORS
                END-IF
            END-IF.
            IF WS-FILE-ERRORS > 0
                DISPLAY "ERROR:SETTLEMENT FILE REFUSED - "
                        WS-FILE-ERRORS " FAULT(S), NOTHING POSTED"
                STOP RUN
            END-IF.

       TAKE-UP-GL-FEED-PARA.
      *    GL side - each till's card takings per business date.
            OPEN INPUT GL-IN-FILE.
            IF WS-GL-IN-STATUS NOT = "00"
                DISPLAY "WARNING:GL FEED FILE NOT AVAILABLE "
                        WS-GL-IN-STATUS
            ELSE
                MOVE "N" TO WS-EOF-FLAG
                PERFORM READ-GL-PARA
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    ADD 1 TO WS-GL-READ
                    MOVE GL-IN-RECORD TO WS-HG-RECORD
                    PERFORM TAKE-UP-GL-PARA
                    PERFORM READ-GL-PARA
                END-PERFORM
                CLOSE GL-IN-FILE
            END-IF.

       READ-GL-PARA.
            READ GL-IN-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       TAKE-UP-HISTORY-PARA.
            OPEN INPUT HIST-FILE.
            IF WS-HIST-STATUS NOT = "00"
                DISPLAY "WARNING:HISTORY FILE NOT AVAILABLE "
                        WS-HIST-STATUS
            ELSE
                MOVE "N" TO WS-EOF-FLAG
                PERFORM READ-HIST-PARA
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    IF HIST-REC-TYPE = "G"
                        ADD 1 TO WS-GL-READ
                        MOVE HIST-DATA TO WS-HG-RECORD
                        PERFORM TAKE-UP-GL-PARA
                    END-IF
                    PERFORM READ-HIST-PARA
                END-PERFORM
                CLOSE HIST-FILE
            END-IF.

       READ-HIST-PARA.
            READ HIST-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       TAKE-UP-GL-PARA.
      *    A run's takings go onto its till's item for the day once
      *    only - runs come in ascending order per till, so a run at
      *    or below the last one taken up has been counted already.
      *    The combined store record (till ST) is never a terminal's
      *    till and is skipped.
            IF WS-HG-TILL-ID = "ST" OR WS-HG-DATE NOT NUMERIC
                    OR WS-HG-CARD-TAKINGS NOT NUMERIC
                CONTINUE
            ELSE
                MOVE WS-HG-TILL-ID TO WS-POST-TILL-ID
                MOVE WS-HG-DATE TO WS-POST-DATE
                PERFORM FETCH-LEDGER-PARA
                IF WS-LEDGER-FOUND = "Y"
                        AND WS-HG-RUN-NO NOT > SLED-LAST-RUN-NO
                    ADD 1 TO WS-GL-ALREADY
                ELSE
                    ADD WS-HG-CARD-TAKINGS TO SLED-CARD-TAKINGS
                    MOVE WS-HG-RUN-NO TO SLED-LAST-RUN-NO
                    ADD 1 TO SLED-GL-RUNS
                    MOVE WS-RUN-STAMP TO SLED-LAST-TOUCHED
                    ADD 1 TO WS-GL-POSTED
                    PERFORM STORE-LEDGER-PARA
                END-IF
            END-IF.

       POST-SETTLEMENT-PARA.
      *    Acquirer side - every detail row onto its till's item for
      *    the batch date, and its fees onto the posting block.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SETTLEMENT FILE " DELIMITED BY SIZE
                   WS-FILE-SEQ DELIMITED BY SIZE
                   " DATED " DELIMITED BY SIZE
                   WS-FILE-DATE DELIMITED BY SIZE
                   " FROM " DELIMITED BY SIZE
                   WS-ACQUIRER DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            PERFORM VARYING WS-SR-SUB FROM 1 BY 1
                    UNTIL WS-SR-SUB > WS-SR-COUNT
                MOVE SPACES TO WS-RPT-LINE
                STRING "SETTLED TERMINAL " DELIMITED BY SIZE
                       WS-SR-TERMINAL(WS-SR-SUB) DELIMITED BY SIZE
                       " TILL " DELIMITED BY SIZE
                       WS-SR-TILL(WS-SR-SUB) DELIMITED BY SIZE
                       " BATCH " DELIMITED BY SIZE
                       WS-SR-DATE(WS-SR-SUB) DELIMITED BY SIZE
                       " TXNS " DELIMITED BY SIZE
                       WS-SR-TXNS(WS-SR-SUB) DELIMITED BY SIZE
                       " GROSS " DELIMITED BY SIZE
                       WS-SR-GROSS(WS-SR-SUB) DELIMITED BY SIZE
                       "P FEES " DELIMITED BY SIZE
                       WS-SR-FEES(WS-SR-SUB) DELIMITED BY SIZE
                       "P" DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
                MOVE WS-SR-TILL(WS-SR-SUB) TO WS-POST-TILL-ID
                MOVE WS-SR-DATE(WS-SR-SUB) TO WS-POST-DATE
                PERFORM FETCH-LEDGER-PARA
                ADD WS-SR-GROSS(WS-SR-SUB) TO SLED-SETL-GROSS
                ADD WS-SR-TXNS(WS-SR-SUB) TO SLED-SETL-COUNT
                ADD WS-SR-FEES(WS-SR-SUB) TO SLED-SETL-FEES
                MOVE WS-FILE-SEQ TO SLED-LAST-FILE-SEQ
                MOVE WS-RUN-STAMP TO SLED-LAST-TOUCHED
                PERFORM STORE-LEDGER-PARA
                PERFORM ADD-FEES-PARA
            END-PERFORM.

       ADD-FEES-PARA.
            MOVE 0 TO WS-FEE-CUR.
            PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                    UNTIL WS-FEE-SUB > WS-FEE-COUNT
                    OR WS-FEE-CUR > 0
                IF WS-FE-TILL(WS-FEE-SUB) = WS-SR-TILL(WS-SR-SUB)
                    MOVE WS-FEE-SUB TO WS-FEE-CUR
                END-IF
            END-PERFORM.
            IF WS-FEE-CUR = 0
                IF WS-FEE-COUNT < 8
                    ADD 1 TO WS-FEE-COUNT
                    MOVE WS-FEE-COUNT TO WS-FEE-CUR
                    MOVE WS-SR-TILL(WS-SR-SUB) TO WS-FE-TILL(WS-FEE-CUR)
                    MOVE 0 TO WS-FE-GROSS(WS-FEE-CUR)
                    MOVE 0 TO WS-FE-FEES(WS-FEE-CUR)
                ELSE
                    DISPLAY "WARNING:MORE THAN 8 TILLS ON SETTLEMENT "
                            "- TILL " WS-SR-TILL(WS-SR-SUB)
                            " FEES IN TOTAL ONLY"
                END-IF
            END-IF.
            IF WS-FEE-CUR > 0
                ADD WS-SR-GROSS(WS-SR-SUB) TO WS-FE-GROSS(WS-FEE-CUR)
                ADD WS-SR-FEES(WS-SR-SUB) TO WS-FE-FEES(WS-FEE-CUR)
            END-IF.

       FETCH-LEDGER-PARA.
      *    Ledger access - fetch an item (a fresh one if the till has
      *    never been seen on that date) and store it back.
            MOVE WS-POST-TILL-ID TO SLED-TILL-ID.
            MOVE WS-POST-DATE TO SLED-BUS-DATE.
            READ LEDGER-FILE
                INVALID KEY MOVE "N" TO WS-LEDGER-FOUND
                NOT INVALID KEY MOVE "Y" TO WS-LEDGER-FOUND
            END-READ.
            IF WS-LEDGER-FOUND = "N"
                MOVE WS-POST-TILL-ID TO SLED-TILL-ID
                MOVE WS-POST-DATE TO SLED-BUS-DATE
                MOVE 0 TO SLED-CARD-TAKINGS
                MOVE 0 TO SLED-LAST-RUN-NO
                MOVE 0 TO SLED-GL-RUNS
                MOVE 0 TO SLED-SETL-GROSS
                MOVE 0 TO SLED-SETL-COUNT
                MOVE 0 TO SLED-SETL-FEES
                MOVE 0 TO SLED-LAST-FILE-SEQ
                MOVE WS-TODAY TO SLED-CREATED-DATE
                MOVE 0 TO SLED-CLEARED-DATE
                MOVE 0 TO SLED-LAST-TOUCHED
                MOVE "O" TO SLED-STATUS
            END-IF.

       STORE-LEDGER-PARA.
            IF WS-LEDGER-FOUND = "Y"
                REWRITE SLED-RECORD
                    INVALID KEY
                        DISPLAY "ERROR:CANNOT REWRITE LEDGER ITEM "
                                SLED-TILL-ID " " SLED-BUS-DATE " "
                                WS-SLED-STATUS
                END-REWRITE
            ELSE
                WRITE SLED-RECORD
                    INVALID KEY
                        DISPLAY "ERROR:CANNOT WRITE LEDGER ITEM "
                                SLED-TILL-ID " " SLED-BUS-DATE " "
                                WS-SLED-STATUS
                END-WRITE
            END-IF.

       REPORT-LEDGER-PARA.
      *    Report - every item this run moved and every item still
      *    open, in till and date order, each settling its status.
            MOVE LOW-VALUES TO SLED-KEY.
            START LEDGER-FILE KEY IS NOT LESS THAN SLED-KEY
                INVALID KEY MOVE "Y" TO WS-EOF-FLAG
                NOT INVALID KEY MOVE "N" TO WS-EOF-FLAG
            END-START.
            IF WS-EOF-FLAG = "N"
                PERFORM READ-LEDGER-NEXT-PARA
            END-IF.
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                ADD 1 TO WS-LEDGER-READ
                IF SLED-STATUS = "O"
                        OR SLED-LAST-TOUCHED = WS-RUN-STAMP
                    PERFORM CLASSIFY-ITEM-PARA
                    PERFORM REPORT-ITEM-PARA
                    REWRITE SLED-RECORD
                        INVALID KEY
                            DISPLAY "ERROR:CANNOT REWRITE LEDGER "
                                    "ITEM " SLED-TILL-ID " "
                                    SLED-BUS-DATE " " WS-SLED-STATUS
                    END-REWRITE
                END-IF
                PERFORM READ-LEDGER-NEXT-PARA
            END-PERFORM.

       READ-LEDGER-NEXT-PARA.
            READ LEDGER-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       CLASSIFY-ITEM-PARA.
      *    Settled gross against card takings, to the penny. An item
      *    open before this run that now matches has CLEARED; one
      *    that was cleared and has since taken up a later run's
      *    takings opens again.
            MOVE SLED-STATUS TO WS-PRIOR-STATUS.
            IF SLED-SETL-GROSS = SLED-CARD-TAKINGS
                MOVE 0 TO WS-ITEM-DIFF
                IF WS-PRIOR-STATUS = "O"
                        AND SLED-CREATED-DATE < WS-TODAY
                    MOVE "CLEARED" TO WS-ITEM-STATE
                    ADD 1 TO WS-TOT-CLEARED
                ELSE
                    MOVE "MATCHED" TO WS-ITEM-STATE
                    ADD 1 TO WS-TOT-MATCHED
                END-IF
                IF WS-PRIOR-STATUS = "O"
                    MOVE WS-TODAY TO SLED-CLEARED-DATE
                END-IF
                MOVE "C" TO SLED-STATUS
            ELSE
                MOVE "O" TO SLED-STATUS
                MOVE 0 TO SLED-CLEARED-DATE
                IF SLED-SETL-GROSS = 0
                    MOVE SLED-CARD-TAKINGS TO WS-ITEM-DIFF
                    MOVE "UNSETTLED" TO WS-ITEM-STATE
                    ADD 1 TO WS-TOT-UNSETTLED
                    ADD WS-ITEM-DIFF TO WS-TOT-UNSET-AMT
                ELSE
                    IF SLED-SETL-GROSS < SLED-CARD-TAKINGS
                        SUBTRACT SLED-SETL-GROSS FROM SLED-CARD-TAKINGS
                            GIVING WS-ITEM-DIFF
                        MOVE "SHORT" TO WS-ITEM-STATE
                        ADD 1 TO WS-TOT-SHORT
                        ADD WS-ITEM-DIFF TO WS-TOT-SHORT-AMT
                    ELSE
                        SUBTRACT SLED-CARD-TAKINGS FROM SLED-SETL-GROSS
                            GIVING WS-ITEM-DIFF
                        MOVE "OVER" TO WS-ITEM-STATE
                        ADD 1 TO WS-TOT-OVER
                        ADD WS-ITEM-DIFF TO WS-TOT-OVER-AMT
                    END-IF
                END-IF
            END-IF.

            MOVE 0 TO WS-ITEM-AGE.
            IF SLED-BUS-DATE NUMERIC
                MOVE FUNCTION INTEGER-OF-DATE(SLED-BUS-DATE)
                    TO WS-ITEM-INT
                IF WS-ITEM-INT > 0 AND WS-ITEM-INT < WS-TODAY-INT
                    SUBTRACT WS-ITEM-INT FROM WS-TODAY-INT
                        GIVING WS-ITEM-AGE
                END-IF
            END-IF.

       REPORT-ITEM-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING WS-ITEM-STATE DELIMITED BY SIZE
                   " TILL " DELIMITED BY SIZE
                   SLED-TILL-ID DELIMITED BY SIZE
                   " DATE " DELIMITED BY SIZE
                   SLED-BUS-DATE DELIMITED BY SIZE
                   " CARD TAKINGS " DELIMITED BY SIZE
                   SLED-CARD-TAKINGS DELIMITED BY SIZE
                   "P SETTLED " DELIMITED BY SIZE
                   SLED-SETL-GROSS DELIMITED BY SIZE
                   "P DIFF " DELIMITED BY SIZE
                   WS-ITEM-DIFF DELIMITED BY SIZE
                   "P FEES " DELIMITED BY SIZE
                   SLED-SETL-FEES DELIMITED BY SIZE
                   "P AGE " DELIMITED BY SIZE
                   WS-ITEM-AGE DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

       WRITE-HEADER-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "CARD SETTLEMENT RECONCILIATION RUN "
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   " - CARD TAKINGS FROM " DELIMITED BY SIZE
                   WS-GL-SOURCE-NAME DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

       WRITE-TOTALS-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "ITEMS MATCHED " DELIMITED BY SIZE
                   WS-TOT-MATCHED DELIMITED BY SIZE
                   " CLEARED " DELIMITED BY SIZE
                   WS-TOT-CLEARED DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "ITEMS SHORT " DELIMITED BY SIZE
                   WS-TOT-SHORT DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   WS-TOT-SHORT-AMT DELIMITED BY SIZE
                   "P  OVER " DELIMITED BY SIZE
                   WS-TOT-OVER DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   WS-TOT-OVER-AMT DELIMITED BY SIZE
                   "P  UNSETTLED " DELIMITED BY SIZE
                   WS-TOT-UNSETTLED DELIMITED BY SIZE
                   " FOR " DELIMITED BY SIZE
                   WS-TOT-UNSET-AMT DELIMITED BY SIZE
                   "P" DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

       WRITE-FEES-PARA.
      *    The acquirer's fees on this file, per till and in total,
      *    for posting to bank charges - never netted into the match.
            PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                    UNTIL WS-FEE-SUB > WS-FEE-COUNT
                MOVE SPACES TO WS-RPT-LINE
                STRING "FEES TO POST TILL " DELIMITED BY SIZE
                       WS-FE-TILL(WS-FEE-SUB) DELIMITED BY SIZE
                       " SETTLED GROSS " DELIMITED BY SIZE
                       WS-FE-GROSS(WS-FEE-SUB) DELIMITED BY SIZE
                       "P FEES " DELIMITED BY SIZE
                       WS-FE-FEES(WS-FEE-SUB) DELIMITED BY SIZE
                       "P" DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
            END-PERFORM.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "FEES TO POST ALL TILLS SETTLED GROSS "
                       DELIMITED BY SIZE
                   WS-SR-GROSS-SUM DELIMITED BY SIZE
                   "P FEES " DELIMITED BY SIZE
                   WS-SR-FEES-SUM DELIMITED BY SIZE
                   "P" DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

       WRITE-CONTROL-PARA.
            OPEN OUTPUT SETL-CONTROL-FILE.
            IF WS-SETCTL-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT WRITE SETTLEMENT CONTROL FILE "
                        WS-SETCTL-STATUS " - FILE " WS-FILE-SEQ
                        " MUST NOT BE RERUN"
            ELSE
                MOVE WS-FILE-SEQ TO SETCTL-LAST-FILE-SEQ
                MOVE WS-FILE-DATE TO SETCTL-LAST-FILE-DATE
                MOVE WS-TODAY TO SETCTL-RUN-DATE
                WRITE SETCTL-RECORD
                CLOSE SETL-CONTROL-FILE
            END-IF.

       WRITE-RPT-LINE-PARA.
            MOVE WS-RPT-LINE TO SETL-RPT-RECORD.
            WRITE SETL-RPT-RECORD.
