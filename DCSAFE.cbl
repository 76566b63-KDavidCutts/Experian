       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCSAFE.
      *****************************************************************
      *  DCSAFE - CASH OFFICE SAFE LEDGER
      *
      *  Keeps the book count of every note and coin in the cash
      *  office safe, so the cash that goes round between the tills,
      *  the safe and the bank is accounted for at the safe as well
      *  as at the drawer. Menu driven from the cash office:
      *
      *      P - post the till runs' days through the safe. Every
      *          slip on the banking slip file (DCBANKSL.DAT, one
      *          appended per till run) not yet on the safe run log
      *          is listed and, once confirmed, posted: its end-of-
      *          day drawer surplus comes in and the bank bag - the
      *          pickups plus the surplus - goes out. The pickups
      *          (DCPICKUP.DAT) in and mid-run top-ups (DCTOPUP.DAT)
      *          out carry no till, so they go through with the last
      *          slip on the file, the run that read them; if that
      *          slip cannot be posted nothing is. A run already
      *          posted is passed over; the file is rewritten with
      *          only the slips still to post.
      *      C - a change-fund delivery from the bank comes in.
      *      R - the open replenishment requests the batch run left
      *          for a till on DCREPLEN.DAT are made up into one bag
      *          from the safe and written as that till's next
      *          DCTOPUP.DAT (sequence 0, so the run folds it in
      *          before its first transaction). A denomination the
      *          safe cannot cover is issued as far as it goes and
      *          the rest of the request is left open.
      *      K - the safe is counted: book against counted per
      *          denomination and today's movements go to the
      *          reconciliation report, and the difference is posted
      *          so the book agrees with the count.
      *      I - inquire on the book count.
      *
      *  Every bag in or out is logged with its counts, value and
      *  the operator on the safe movement log.
      *
      *  Files:
      *      DCSAFE.DAT   - safe book count, rewritten
      *      DCSAFMOV.DAT - safe movement log, appended
      *      DCSAFRUN.DAT - safe run log, appended
      *      DCBANKSL.DAT - banking slips in (appended by DCTEST),
      *                     rewritten with the slips still to post
      *      DCPICKUP.DAT - till pickups in
      *      DCTOPUP.DAT  - till top-ups in, next top-up bag out
      *      DCREPLEN.DAT - replenishment requests, rewritten with
      *                     the requests still open
      *      DCSAFRPT.DAT - safe reconciliation report out
      *
      *  Change history.
      *  2026-10-15  Initial version.
      *  2026-10-15  Post every till run's slip on DCBANKSL.DAT, not
      *              just the last, and keep only the unposted ones.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAFE-FILE ASSIGN TO "DCSAFE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAFE-STATUS.

           SELECT SAFE-MOVE-FILE ASSIGN TO "DCSAFMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAFMOV-STATUS.

           SELECT SAFE-RUN-FILE ASSIGN TO "DCSAFRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAFRUN-STATUS.

           SELECT BANK-SLIP-FILE ASSIGN TO "DCBANKSL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKSL-STATUS.

           SELECT PICKUP-FILE ASSIGN TO "DCPICKUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICKUP-STATUS.

           SELECT TOPUP-FILE ASSIGN TO "DCTOPUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOPUP-STATUS.

           SELECT REPLEN-FILE ASSIGN TO "DCREPLEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLEN-STATUS.

           SELECT SAFE-REPORT-FILE ASSIGN TO "DCSAFRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAFE-FILE.
       COPY SAFEREC.

       FD  SAFE-MOVE-FILE.
       COPY SAFMOVRC.

       FD  SAFE-RUN-FILE.
       COPY SAFRUNRC.

       FD  BANK-SLIP-FILE.
       COPY BANKSLRC.

       FD  PICKUP-FILE.
       COPY PICKUPRC.

       FD  TOPUP-FILE.
       COPY TOPUPREC.

       FD  REPLEN-FILE.
       COPY REPLNREC.

       FD  SAFE-REPORT-FILE.
       01  SAFRPT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03 WS-SAFE-STATUS        PIC XX   VALUE "00".
           03 WS-SAFMOV-STATUS      PIC XX   VALUE "00".
           03 WS-SAFRUN-STATUS      PIC XX   VALUE "00".
           03 WS-BANKSL-STATUS      PIC XX   VALUE "00".
           03 WS-PICKUP-STATUS      PIC XX   VALUE "00".
           03 WS-TOPUP-STATUS       PIC XX   VALUE "00".
           03 WS-REPLEN-STATUS      PIC XX   VALUE "00".
           03 WS-SAFRPT-STATUS      PIC XX   VALUE "00".

       01  WS-SIGN-ON-FIELDS.
           03 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
           03 WS-TODAY-DATE         PIC 9(8) VALUE 0.
           03 WS-TODAY-TIME         PIC 9(8) VALUE 0.

       01  WS-MAINT-FIELDS.
           03 WS-MENU-CHOICE        PIC X    VALUE SPACE.
           03 WS-CONFIRM            PIC X    VALUE SPACE.
           03 WS-TILL-ID            PIC X(2) VALUE SPACES.
           03 WS-EOF                PIC X    VALUE "N".
           03 WS-SUB1               PIC 99   VALUE 0.
           03 WS-RQ-SUB             PIC 9(4) VALUE 0.

      *    The banking slip being posted, taken off the slip table.
       01  WS-SLIP-FIELDS.
           03 WS-SLIP-TILL-ID       PIC X(2) VALUE SPACES.
           03 WS-SLIP-RUN-NO        PIC 9(6) VALUE 0.
           03 WS-SLIP-DATE          PIC 9(8) VALUE 0.
           03 WS-SLIP-CURRENCY      PIC X(3) VALUE SPACES.
           03 WS-SLIP-BANK-VALUE    PIC 9(10) VALUE 0.
           03 WS-SLIP-CASH-TAKINGS  PIC 9(10) VALUE 0.
       COPY DENOMBRK REPLACING ==:PREFIX:== BY ==WS-SLIP==.

      *    Every banking slip on DCBANKSL.DAT - one per till run since
      *    the slips were last posted - held whole, with whether each
      *    run is already on the safe run log, so the file can be
      *    rewritten with the slips still to post.
       01  WS-SLIP-TABLE-FIELDS.
           03 WS-SL-COUNT           PIC 9(4) VALUE 0.
           03 WS-SL-MAX             PIC 9(4) VALUE 50.
           03 WS-SL-SUB             PIC 9(4) VALUE 0.
           03 WS-SL-UNPOSTED        PIC 9(4) VALUE 0.
           03 WS-SL-POSTED-NOW      PIC 9(4) VALUE 0.
           03 WS-SL-KEPT            PIC 9(4) VALUE 0.
       01  WS-SLIP-TABLE.
           03 WS-SL-ENTRY OCCURS 50.
               05 WS-SL-IMAGE       PIC X(99).
               05 WS-SL-TILL-ID     PIC X(2).
               05 WS-SL-RUN-NO      PIC 9(6).
               05 WS-SL-DATE        PIC 9(8).
               05 WS-SL-CURRENCY    PIC X(3).
               05 WS-SL-BANK-VALUE  PIC 9(10).
               05 WS-SL-CASH-TAKINGS PIC 9(10).
               05 WS-SL-BREAKDOWN   PIC X(60).
               05 WS-SL-POSTED      PIC X.
               05 WS-SL-POSTED-DATE PIC 9(8).

      *    One movement in the making - signed counts, positive into
      *    the safe and negative out, posted and logged together by
      *    POST-MOVEMENT-PARA.
       01  WS-MOVE-FIELDS.
           03 WS-MOVE-TYPE          PIC X    VALUE SPACE.
           03 WS-MOVE-TILL-ID       PIC X(2) VALUE SPACES.
           03 WS-MOVE-RUN-NO        PIC 9(6) VALUE 0.
           03 WS-MOVE-VALUE         PIC S9(10) VALUE 0.
           03 WS-MOVE-LINES         PIC 99   VALUE 0.
       01  WS-MOVE-BREAKDOWN.
           03 WS-MOVE-NUM           PIC S9(6) OCCURS 12.

      *    Posting a till run - the bank bag is built up from the
      *    pickups and the drawer surplus as they come in.
       01  WS-POST-FIELDS.
           03 WS-PICKUP-COUNT       PIC 9(4) VALUE 0.
           03 WS-PICKUP-VALUE       PIC S9(10) VALUE 0.
           03 WS-TOPUP-COUNT        PIC 9(4) VALUE 0.
           03 WS-TOPUP-VALUE        PIC S9(10) VALUE 0.
           03 WS-TOPUP-SKIPPED      PIC 9(4) VALUE 0.
           03 WS-SURPLUS-VALUE      PIC S9(10) VALUE 0.
           03 WS-BAG-VALUE          PIC S9(10) VALUE 0.
           03 WS-POST-OK            PIC X    VALUE "Y".
           03 WS-PENDING-TILL-ID    PIC X(2) VALUE SPACES.
       01  WS-BAG-BREAKDOWN.
           03 WS-BAG-NUM            PIC S9(6) OCCURS 12.

      *    Counts keyed at the terminal - a change-fund delivery or
      *    the physical count of the safe.
       01  WS-COUNT-FIELDS.
           03 WS-COUNT-VALUE        PIC 9(10) VALUE 0.
           03 WS-BOOK-VALUE         PIC S9(10) VALUE 0.
           03 WS-DIFF-VALUE         PIC S9(10) VALUE 0.
           03 WS-VALUE-1            PIC S9(10) VALUE 0.
       01  WS-COUNT-BREAKDOWN.
           03 WS-COUNT-NUM          PIC 9(6) OCCURS 12.

      *    Replenishment - the open requests on DCREPLEN.DAT, held
      *    whole so the file can be rewritten with what is still
      *    open once a bag has been made up.
       01  WS-REPLEN-FIELDS.
           03 WS-RQ-COUNT           PIC 9(4) VALUE 0.
           03 WS-RQ-MAX             PIC 9(4) VALUE 500.
           03 WS-RQ-TILL-COUNT      PIC 9(4) VALUE 0.
           03 WS-RQ-KEPT            PIC 9(4) VALUE 0.
           03 WS-ISSUE-VALUE        PIC 9(10) VALUE 0.
           03 WS-SHORT-COUNT        PIC 99   VALUE 0.
       01  WS-REPLEN-TABLE.
           03 WS-RQ-ENTRY OCCURS 500.
               05 WS-RQ-IMAGE       PIC X(44).
               05 WS-RQ-TILL-ID     PIC X(2).
               05 WS-RQ-DENOM-SUB   PIC 99.
               05 WS-RQ-QTY         PIC 9(5).
       01  WS-WANT-BREAKDOWN.
           03 WS-WANT-NUM           PIC 9(6) OCCURS 12.
       01  WS-ISSUE-BREAKDOWN.
           03 WS-ISSUE-NUM          PIC 9(6) OCCURS 12.

      *    Reconciliation report.
       01  WS-RPT-LINE              PIC X(120) VALUE SPACES.
       01  WS-RPT-FIELDS.
           03 WS-MOVE-READ          PIC 9(6) VALUE 0.
           03 WS-ED-BOOK            PIC -(6)9.
           03 WS-ED-COUNT           PIC -(6)9.
           03 WS-ED-DIFF            PIC -(6)9.
           03 WS-ED-VALUE           PIC -(10)9.
           03 WS-ED-VALUE-2         PIC -(10)9.
           03 WS-ED-VALUE-3         PIC -(10)9.

       01  WS-MONEY-DISP-STRINGS.
           03 WS-50N                PIC X(5) VALUE "£50 ".
           03 WS-20N                PIC X(5) VALUE "£20 ".
           03 WS-10N                PIC X(5) VALUE "£10 ".
           03 WS-5N                 PIC X(5) VALUE "£5  ".
           03 WS-2N                 PIC X(5) VALUE "£2  ".
           03 WS-1N                 PIC X(5) VALUE "£1  ".
           03 WS-50P                PIC X(5) VALUE "50P  ".
           03 WS-20P                PIC X(5) VALUE "20P  ".
           03 WS-10P                PIC X(5) VALUE "10P  ".
           03 WS-5P                 PIC X(5) VALUE "5P   ".
           03 WS-2P                 PIC X(5) VALUE "2P   ".
           03 WS-1P                 PIC X(5) VALUE "1P   ".

       01  WS-MONEY-DISP-TAB REDEFINES WS-MONEY-DISP-STRINGS.
           03 WS-MONEY-DISP         PIC X(5) OCCURS 12.

       COPY DENOMVAL.

       PROCEDURE DIVISION.
       MAIN-PARA.
            DISPLAY "ENTER OPERATOR ID :".
            ACCEPT WS-OPERATOR-ID.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

            PERFORM LOAD-SAFE-PARA.

            OPEN EXTEND SAFE-MOVE-FILE.
            IF WS-SAFMOV-STATUS NOT = "00"
                CLOSE SAFE-MOVE-FILE
                OPEN OUTPUT SAFE-MOVE-FILE
            END-IF.

            PERFORM MENU-PARA
                UNTIL WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x".

            CLOSE SAFE-MOVE-FILE.
            STOP RUN.

       MENU-PARA.
            DISPLAY " ".
            DISPLAY "SAFE LEDGER - P=POST TILL RUN, C=CHANGE FUND, "
                    "R=REPLENISH, K=COUNT, I=INQUIRE, X=EXIT :".
            ACCEPT WS-MENU-CHOICE.

            IF WS-MENU-CHOICE = "P" OR WS-MENU-CHOICE = "p"
                PERFORM POST-DAY-PARA
            ELSE
                IF WS-MENU-CHOICE = "C" OR WS-MENU-CHOICE = "c"
                    PERFORM CHANGE-FUND-PARA
                ELSE
                    IF WS-MENU-CHOICE = "R" OR WS-MENU-CHOICE = "r"
                        PERFORM REPLENISH-PARA
                    ELSE
                        IF WS-MENU-CHOICE = "K"
                                OR WS-MENU-CHOICE = "k"
                            PERFORM RECONCILE-PARA
                        ELSE
                            IF WS-MENU-CHOICE = "I"
                                    OR WS-MENU-CHOICE = "i"
                                PERFORM INQUIRE-PARA
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.

       LOAD-SAFE-PARA.
      *    No safe file yet - start the book at nothing; the first
      *    count (K) brings it up to what is really in the safe.
            OPEN INPUT SAFE-FILE.
            IF WS-SAFE-STATUS = "35"
                DISPLAY "WARNING:NO SAFE BOOK COUNT ON FILE - "
                        "STARTING FROM ZERO, COUNT THE SAFE (K)"
                MOVE "GBP" TO SAFE-CURRENCY
                MOVE 0 TO SAFE-UPDATED-DATE SAFE-UPDATED-TIME
                          SAFE-LAST-COUNT-DATE
                MOVE SPACES TO SAFE-PENDING-TILL-ID
                PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 12
                    MOVE 0 TO SAFE-NUM(WS-SUB1)
                END-PERFORM
            ELSE
                IF WS-SAFE-STATUS NOT = "00"
                    DISPLAY "ERROR:CANNOT OPEN SAFE FILE "
                            WS-SAFE-STATUS
                    STOP RUN
                END-IF
                READ SAFE-FILE
                    AT END
                        DISPLAY "ERROR:SAFE FILE IS EMPTY"
                        CLOSE SAFE-FILE
                        STOP RUN
                END-READ
                CLOSE SAFE-FILE
            END-IF.

       SAVE-SAFE-PARA.
            ACCEPT WS-TODAY-TIME FROM TIME.
            MOVE WS-TODAY-DATE TO SAFE-UPDATED-DATE.
            MOVE WS-TODAY-TIME TO SAFE-UPDATED-TIME.
            OPEN OUTPUT SAFE-FILE.
            IF WS-SAFE-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT WRITE SAFE FILE " WS-SAFE-STATUS
                CLOSE SAFE-MOVE-FILE
                STOP RUN
            END-IF.
            WRITE SAFE-RECORD.
            CLOSE SAFE-FILE.

       POST-MOVEMENT-PARA.
      *    Apply WS-MOVE-BREAKDOWN to the book count and log it. A
      *    movement with nothing in it is not logged at all.
            MOVE 0 TO WS-MOVE-VALUE.
            MOVE 0 TO WS-MOVE-LINES.
            PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 12
                IF WS-MOVE-NUM(WS-SUB1) NOT = 0
                    ADD 1 TO WS-MOVE-LINES
                    COMPUTE WS-MOVE-VALUE = WS-MOVE-VALUE
                        + WS-MOVE-NUM(WS-SUB1)
                          * WS-DENOM-VALUE(WS-SUB1)
                END-IF
            END-PERFORM.

            IF WS-MOVE-LINES > 0
                PERFORM VARYING WS-SUB1 FROM 1 BY 1
                        UNTIL WS-SUB1 > 12
                    ADD WS-MOVE-NUM(WS-SUB1) TO SAFE-NUM(WS-SUB1)
                    IF WS-MOVE-NUM(WS-SUB1) < 0
                            AND SAFE-NUM(WS-SUB1) < 0
                        DISPLAY "WARNING:SAFE BOOK COUNT OF "
                                WS-MONEY-DISP(WS-SUB1)
                                " IS NOW NEGATIVE - RECOUNT THE SAFE"
                    END-IF
                END-PERFORM
                ACCEPT WS-TODAY-TIME FROM TIME
                MOVE WS-TODAY-DATE TO SAFMOV-DATE
                MOVE WS-TODAY-TIME TO SAFMOV-TIME
                MOVE WS-OPERATOR-ID TO SAFMOV-OPERATOR-ID
                MOVE WS-MOVE-TYPE TO SAFMOV-TYPE
                MOVE WS-MOVE-TILL-ID TO SAFMOV-TILL-ID
                MOVE WS-MOVE-RUN-NO TO SAFMOV-RUN-NO
                MOVE WS-MOVE-VALUE TO SAFMOV-VALUE
                PERFORM VARYING WS-SUB1 FROM 1 BY 1
                        UNTIL WS-SUB1 > 12
                    MOVE WS-MOVE-NUM(WS-SUB1) TO SAFMOV-NUM(WS-SUB1)
                END-PERFORM
                WRITE SAFMOV-RECORD
            END-IF.

       LOAD-SLIPS-PARA.
      *    Every banking slip on file, and whether each till run has
      *    already been posted through the safe. A slip file with
      *    more runs than the table holds is counted but not kept.
            MOVE 0 TO WS-SL-COUNT.
            MOVE 0 TO WS-SL-UNPOSTED.
            MOVE "N" TO WS-EOF.
            OPEN INPUT BANK-SLIP-FILE.
            IF WS-BANKSL-STATUS = "00"
                PERFORM UNTIL WS-EOF = "Y"
                    READ BANK-SLIP-FILE
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            ADD 1 TO WS-SL-COUNT
                            IF WS-SL-COUNT NOT > WS-SL-MAX
                                PERFORM STORE-SLIP-PARA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BANK-SLIP-FILE
            END-IF.
            IF WS-SL-COUNT > 0 AND WS-SL-COUNT NOT > WS-SL-MAX
                PERFORM CHECK-RUN-LOG-PARA
                PERFORM VARYING WS-SL-SUB FROM 1 BY 1
                        UNTIL WS-SL-SUB > WS-SL-COUNT
                    IF WS-SL-POSTED(WS-SL-SUB) = "N"
                        ADD 1 TO WS-SL-UNPOSTED
                    END-IF
                END-PERFORM
            END-IF.

       STORE-SLIP-PARA.
            MOVE BANKSL-RECORD TO WS-SL-IMAGE(WS-SL-COUNT).
            MOVE BANKSL-TILL-ID TO WS-SL-TILL-ID(WS-SL-COUNT).
            MOVE BANKSL-RUN-NO TO WS-SL-RUN-NO(WS-SL-COUNT).
            MOVE BANKSL-DATE TO WS-SL-DATE(WS-SL-COUNT).
            MOVE BANKSL-CURRENCY TO WS-SL-CURRENCY(WS-SL-COUNT).
            MOVE BANKSL-BANK-VALUE TO WS-SL-BANK-VALUE(WS-SL-COUNT).
            MOVE BANKSL-CASH-TAKINGS
                TO WS-SL-CASH-TAKINGS(WS-SL-COUNT).
            MOVE BANKSL-BREAKDOWN TO WS-SL-BREAKDOWN(WS-SL-COUNT).
            MOVE "N" TO WS-SL-POSTED(WS-SL-COUNT).
            MOVE 0 TO WS-SL-POSTED-DATE(WS-SL-COUNT).

       CHECK-RUN-LOG-PARA.
            MOVE "N" TO WS-EOF.
            OPEN INPUT SAFE-RUN-FILE.
            IF WS-SAFRUN-STATUS = "00"
                PERFORM UNTIL WS-EOF = "Y"
                    READ SAFE-RUN-FILE
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            PERFORM MATCH-RUN-LOG-PARA
                    END-READ
                END-PERFORM
                CLOSE SAFE-RUN-FILE
            END-IF.

       MATCH-RUN-LOG-PARA.
            PERFORM VARYING WS-SL-SUB FROM 1 BY 1
                    UNTIL WS-SL-SUB > WS-SL-COUNT
                IF SAFRUN-TILL-ID = WS-SL-TILL-ID(WS-SL-SUB)
                        AND SAFRUN-RUN-NO = WS-SL-RUN-NO(WS-SL-SUB)
                    MOVE "Y" TO WS-SL-POSTED(WS-SL-SUB)
                    MOVE SAFRUN-POSTED-DATE
                        TO WS-SL-POSTED-DATE(WS-SL-SUB)
                END-IF
            END-PERFORM.

       POST-DAY-PARA.
            PERFORM LOAD-SLIPS-PARA.
            IF WS-SL-COUNT = 0
                DISPLAY "ERROR:NO BANKING SLIP ON DCBANKSL.DAT - "
                        "NOTHING TO POST"
            ELSE
                IF WS-SL-COUNT > WS-SL-MAX
                    DISPLAY "ERROR:MORE THAN " WS-SL-MAX
                            " BANKING SLIPS ON DCBANKSL.DAT"
                ELSE
                    PERFORM CONFIRM-SLIPS-PARA
                    IF WS-POST-OK = "Y"
                        MOVE SAFE-PENDING-TILL-ID
                            TO WS-PENDING-TILL-ID
                        MOVE 0 TO WS-SL-POSTED-NOW
                        PERFORM VARYING WS-SL-SUB FROM 1 BY 1
                                UNTIL WS-SL-SUB > WS-SL-COUNT
                            PERFORM POST-ONE-SLIP-PARA
                        END-PERFORM
                        PERFORM REWRITE-SLIPS-PARA
                        DISPLAY "TILL RUNS POSTED : " WS-SL-POSTED-NOW
                        IF WS-SL-KEPT > 0
                            DISPLAY "BANKING SLIPS STILL TO POST : "
                                    WS-SL-KEPT
                        END-IF
                    END-IF
                END-IF
            END-IF.

       CONFIRM-SLIPS-PARA.
      *    The pickups and top-ups on file are the last slip's run's,
      *    so if that slip is still to post it has to go through now
      *    - if it cannot, or the posting is not confirmed, nothing
      *    is posted and the files are left for a later posting.
            MOVE "Y" TO WS-POST-OK.
            IF WS-SL-POSTED(WS-SL-COUNT) = "N"
                    AND WS-SL-CURRENCY(WS-SL-COUNT) NOT = SAFE-CURRENCY
                DISPLAY "ERROR:TILL " WS-SL-TILL-ID(WS-SL-COUNT)
                        " RUN " WS-SL-RUN-NO(WS-SL-COUNT)
                        " WAS BANKED IN " WS-SL-CURRENCY(WS-SL-COUNT)
                        " - THE SAFE IS HELD IN " SAFE-CURRENCY
                        " - NOTHING POSTED"
                MOVE "N" TO WS-POST-OK
            END-IF.
            IF WS-POST-OK = "Y" AND WS-SL-UNPOSTED > 0
                PERFORM VARYING WS-SL-SUB FROM 1 BY 1
                        UNTIL WS-SL-SUB > WS-SL-COUNT
                    IF WS-SL-POSTED(WS-SL-SUB) = "N"
                        DISPLAY "TILL " WS-SL-TILL-ID(WS-SL-SUB)
                                " RUN " WS-SL-RUN-NO(WS-SL-SUB)
                                " BANKED " WS-SL-DATE(WS-SL-SUB)
                                " " WS-SL-CURRENCY(WS-SL-SUB)
                                " - SURPLUS "
                                WS-SL-BANK-VALUE(WS-SL-SUB) " PENCE"
                    END-IF
                END-PERFORM
                DISPLAY "POST " WS-SL-UNPOSTED
                        " TILL RUN(S) TO THE SAFE (Y/N) :"
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                    DISPLAY "POSTING ABANDONED - NOTHING POSTED"
                    MOVE "N" TO WS-POST-OK
                END-IF
            END-IF.

       POST-ONE-SLIP-PARA.
      *    A run already on the safe run log is passed over and its
      *    slip dropped; an earlier slip banked in another currency
      *    stays on the file to be put right.
            MOVE WS-SL-TILL-ID(WS-SL-SUB) TO WS-SLIP-TILL-ID.
            MOVE WS-SL-RUN-NO(WS-SL-SUB) TO WS-SLIP-RUN-NO.
            MOVE WS-SL-DATE(WS-SL-SUB) TO WS-SLIP-DATE.
            MOVE WS-SL-CURRENCY(WS-SL-SUB) TO WS-SLIP-CURRENCY.
            MOVE WS-SL-BANK-VALUE(WS-SL-SUB) TO WS-SLIP-BANK-VALUE.
            MOVE WS-SL-CASH-TAKINGS(WS-SL-SUB)
                TO WS-SLIP-CASH-TAKINGS.
            MOVE WS-SL-BREAKDOWN(WS-SL-SUB) TO WS-SLIP-BREAKDOWN.
            IF WS-SL-POSTED(WS-SL-SUB) = "Y"
                DISPLAY "WARNING:TILL " WS-SLIP-TILL-ID
                        " RUN " WS-SLIP-RUN-NO
                        " ALREADY POSTED TO THE SAFE ON "
                        WS-SL-POSTED-DATE(WS-SL-SUB)
            ELSE
                IF WS-SLIP-CURRENCY NOT = SAFE-CURRENCY
                    DISPLAY "ERROR:TILL " WS-SLIP-TILL-ID
                            " RUN " WS-SLIP-RUN-NO " WAS BANKED IN "
                            WS-SLIP-CURRENCY " - THE SAFE IS HELD "
                            "IN " SAFE-CURRENCY
                ELSE
                    DISPLAY "POSTING TILL " WS-SLIP-TILL-ID
                            " RUN " WS-SLIP-RUN-NO
                    PERFORM POST-SLIP-PARA
                    MOVE "Y" TO WS-SL-POSTED(WS-SL-SUB)
                    ADD 1 TO WS-SL-POSTED-NOW
                END-IF
            END-IF.

       REWRITE-SLIPS-PARA.
      *    Only the slips not yet posted go back on the file, so the
      *    batch runs append to what is still to post.
            MOVE 0 TO WS-SL-KEPT.
            OPEN OUTPUT BANK-SLIP-FILE.
            IF WS-BANKSL-STATUS NOT = "00"
                DISPLAY "WARNING:CANNOT REWRITE BANKING SLIP FILE "
                        WS-BANKSL-STATUS " - THE POSTED RUNS WILL BE "
                        "PASSED OVER NEXT TIME"
            ELSE
                PERFORM VARYING WS-SL-SUB FROM 1 BY 1
                        UNTIL WS-SL-SUB > WS-SL-COUNT
                    IF WS-SL-POSTED(WS-SL-SUB) = "N"
                        MOVE WS-SL-IMAGE(WS-SL-SUB) TO BANKSL-RECORD
                        WRITE BANKSL-RECORD
                        ADD 1 TO WS-SL-KEPT
                    END-IF
                END-PERFORM
                CLOSE BANK-SLIP-FILE
            END-IF.

       POST-SLIP-PARA.
            MOVE 0 TO WS-PICKUP-COUNT WS-PICKUP-VALUE WS-TOPUP-COUNT
                      WS-TOPUP-VALUE WS-TOPUP-SKIPPED WS-SURPLUS-VALUE
                      WS-BAG-VALUE.
            PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 12
                MOVE 0 TO WS-BAG-NUM(WS-SUB1)
            END-PERFORM.
            MOVE WS-SLIP-TILL-ID TO WS-MOVE-TILL-ID.
            MOVE WS-SLIP-RUN-NO TO WS-MOVE-RUN-NO.

      *    DCPICKUP.DAT and DCTOPUP.DAT carry no till or run - they
      *    are the ones the latest till run read - so they go through
      *    with the last slip on the file (CONFIRM-SLIPS-PARA sees
      *    that it is posted, or was posted with them before). An
      *    earlier run's slip brings in its drawer surplus only.
            IF WS-SL-SUB = WS-SL-COUNT
                PERFORM POST-PICKUPS-PARA
                PERFORM POST-TOPUPS-PARA
            END-IF.

      *    The end-of-day drawer surplus off the banking slip - in.
            MOVE "E" TO WS-MOVE-TYPE.
            PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 12
                MOVE WS-SLIP-NUM(WS-SUB1) TO WS-MOVE-NUM(WS-SUB1)
                ADD WS-SLIP-NUM(WS-SUB1) TO WS-BAG-NUM(WS-SUB1)
            END-PERFORM.
            PERFORM POST-MOVEMENT-PARA.
            MOVE WS-MOVE-VALUE TO WS-SURPLUS-VALUE.

      *    And the bank bag - pickups plus surplus - out.
            MOVE "B" TO WS-MOVE-TYPE.
            PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 12
                COMPUTE WS-MOVE-NUM(WS-SUB1) = 0 - WS-BAG-NUM(WS-SUB1)
            END-PERFORM.
            PERFORM POST-MOVEMENT-PARA.
            COMPUTE WS-BAG-VALUE = 0 - WS-MOVE-VALUE.

            IF SAFE-PENDING-TILL-ID = WS-SLIP-TILL-ID
                MOVE SPACES TO SAFE-PENDING-TILL-ID
            END-IF.
            PERFORM SAVE-SAFE-PARA.

            OPEN EXTEND SAFE-RUN-FILE.
            IF WS-SAFRUN-STATUS NOT = "00"
                CLOSE SAFE-RUN-FILE
                OPEN OUTPUT SAFE-RUN-FILE
            END-IF.
            MOVE WS-SLIP-TILL-ID TO SAFRUN-TILL-ID.
            MOVE WS-SLIP-RUN-NO TO SAFRUN-RUN-NO.
            MOVE WS-SLIP-DATE TO SAFRUN-SLIP-DATE.
            MOVE WS-TODAY-DATE TO SAFRUN-POSTED-DATE.
            MOVE WS-OPERATOR-ID TO SAFRUN-OPERATOR-ID.
            MOVE WS-BAG-VALUE TO SAFRUN-BANK-VALUE.
            WRITE SAFRUN-RECORD.
            CLOSE SAFE-RUN-FILE.

            MOVE WS-PICKUP-VALUE TO WS-ED-VALUE.
            DISPLAY "PICKUPS IN      : " WS-PICKUP-COUNT
                    " VALUE " WS-ED-VALUE.
            MOVE WS-TOPUP-VALUE TO WS-ED-VALUE.
            DISPLAY "TOP-UPS OUT     : " WS-TOPUP-COUNT
                    " VALUE " WS-ED-VALUE.
            IF WS-TOPUP-SKIPPED > 0
                DISPLAY "TOP-UPS ALREADY OUT AS REPLENISHMENT : "
                        WS-TOPUP-SKIPPED
            END-IF.
            MOVE WS-SURPLUS-VALUE TO WS-ED-VALUE.
            DISPLAY "DRAWER SURPLUS IN        VALUE " WS-ED-VALUE.
            MOVE WS-BAG-VALUE TO WS-ED-VALUE.
            DISPLAY "BANK BAG OUT             VALUE " WS-ED-VALUE.
            MOVE WS-SLIP-CASH-TAKINGS TO WS-ED-VALUE.
            DISPLAY "CASH TAKINGS PER SLIP    VALUE " WS-ED-VALUE.

       POST-PICKUPS-PARA.
      *    Pickups lifted from the drawer during the run - into the
      *    safe, and on into the bank bag.
            MOVE "U" TO WS-MOVE-TYPE.
            MOVE "N" TO WS-EOF.
            OPEN INPUT PICKUP-FILE.
            IF WS-PICKUP-STATUS = "00"
                PERFORM UNTIL WS-EOF = "Y"
                    READ PICKUP-FILE
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            PERFORM VARYING WS-SUB1 FROM 1 BY 1
                                    UNTIL WS-SUB1 > 12
                                MOVE PICKUP-NUM(WS-SUB1)
                                    TO WS-MOVE-NUM(WS-SUB1)
                                ADD PICKUP-NUM(WS-SUB1)
                                    TO WS-BAG-NUM(WS-SUB1)
                            END-PERFORM
                            PERFORM POST-MOVEMENT-PARA
                            ADD 1 TO WS-PICKUP-COUNT
                            ADD WS-MOVE-VALUE TO WS-PICKUP-VALUE
                    END-READ
                END-PERFORM
                CLOSE PICKUP-FILE
            END-IF.

       POST-TOPUPS-PARA.
      *    Top-ups taken to the till during the run - out of the
      *    safe. A sequence-0 bag made up here by the replenishment
      *    option - pending when this posting started, whichever
      *    slip then cleared it - left the safe when it was made up.
            MOVE "T" TO WS-MOVE-TYPE.
            MOVE "N" TO WS-EOF.
            OPEN INPUT TOPUP-FILE.
            IF WS-TOPUP-STATUS = "00"
                PERFORM UNTIL WS-EOF = "Y"
                    READ TOPUP-FILE
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF TOPUP-SEQ-NO = 0
                                    AND WS-PENDING-TILL-ID
                                        NOT = SPACES
                                ADD 1 TO WS-TOPUP-SKIPPED
                            ELSE
                                PERFORM VARYING WS-SUB1 FROM 1 BY 1
                                        UNTIL WS-SUB1 > 12
                                    COMPUTE WS-MOVE-NUM(WS-SUB1) =
                                        0 - TOPUP-NUM(WS-SUB1)
                                END-PERFORM
                                PERFORM POST-MOVEMENT-PARA
                                ADD 1 TO WS-TOPUP-COUNT
                                SUBTRACT WS-MOVE-VALUE
                                    FROM WS-TOPUP-VALUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TOPUP-FILE
            END-IF.

       ACCEPT-COUNTS-PARA.
            MOVE 0 TO WS-COUNT-VALUE.
            PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 12
                DISPLAY "ENTER NUMBER OF " WS-MONEY-DISP(WS-SUB1) " :"
                ACCEPT WS-COUNT-NUM(WS-SUB1)
                COMPUTE WS-COUNT-VALUE = WS-COUNT-VALUE
                    + WS-COUNT-NUM(WS-SUB1) * WS-DENOM-VALUE(WS-SUB1)
            END-PERFORM.

       CHANGE-FUND-PARA.
            PERFORM ACCEPT-COUNTS-PARA.
            IF WS-COUNT-VALUE = 0
                DISPLAY "ERROR:NOTHING KEYED - NO DELIVERY POSTED"
            ELSE
                DISPLAY "CHANGE FUND DELIVERY OF " WS-COUNT-VALUE
                        " PENCE - POST (Y/N) :"
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                    MOVE "F" TO WS-MOVE-TYPE
                    MOVE SPACES TO WS-MOVE-TILL-ID
                    MOVE 0 TO WS-MOVE-RUN-NO
                    PERFORM VARYING WS-SUB1 FROM 1 BY 1
                            UNTIL WS-SUB1 > 12
                        MOVE WS-COUNT-NUM(WS-SUB1)
                            TO WS-MOVE-NUM(WS-SUB1)
                    END-PERFORM
                    PERFORM POST-MOVEMENT-PARA
                    PERFORM SAVE-SAFE-PARA
                    DISPLAY "CHANGE FUND DELIVERY POSTED"
                ELSE
                    DISPLAY "DELIVERY ABANDONED"
                END-IF
            END-IF.

       REPLENISH-PARA.
      *    DCTOPUP.DAT is the one file the next till run reads, so
      *    a new bag cannot be made up while any till run on the
      *    banking slip file is still to be posted, or while a bag
      *    already made up for a till has not been through that
      *    till's run.
            PERFORM LOAD-SLIPS-PARA.
            IF SAFE-PENDING-TILL-ID NOT = SPACES
                DISPLAY "ERROR:TOP-UP BAG FOR TILL "
                        SAFE-PENDING-TILL-ID " IS ALREADY MADE UP - "
                        "POST THAT TILL'S RUN FIRST"
            ELSE
                IF WS-SL-UNPOSTED > 0 OR WS-SL-COUNT > WS-SL-MAX
                    DISPLAY "ERROR:TILL RUNS ON DCBANKSL.DAT ARE NOT "
                            "YET POSTED TO THE SAFE - POST THEM FIRST"
                ELSE
                    DISPLAY "ENTER TILL ID TO REPLENISH :"
                    ACCEPT WS-TILL-ID
                    IF WS-TILL-ID = SPACES
                        DISPLAY "ERROR:TILL ID REQUIRED"
                    ELSE
                        PERFORM LOAD-REPLEN-PARA
                        IF WS-RQ-COUNT > WS-RQ-MAX
                            DISPLAY "ERROR:MORE THAN " WS-RQ-MAX
                                    " REPLENISHMENT REQUESTS ON FILE"
                        ELSE
                            IF WS-RQ-TILL-COUNT = 0
                                DISPLAY "NO OPEN REPLENISHMENT "
                                        "REQUESTS FOR TILL " WS-TILL-ID
                            ELSE
                                PERFORM MAKE-UP-BAG-PARA
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.

       LOAD-REPLEN-PARA.
            MOVE 0 TO WS-RQ-COUNT.
            MOVE 0 TO WS-RQ-TILL-COUNT.
            PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 12
                MOVE 0 TO WS-WANT-NUM(WS-SUB1)
            END-PERFORM.
            MOVE "N" TO WS-EOF.
            OPEN INPUT REPLEN-FILE.
            IF WS-REPLEN-STATUS = "00"
                PERFORM UNTIL WS-EOF = "Y"
                    READ REPLEN-FILE
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            ADD 1 TO WS-RQ-COUNT
                            IF WS-RQ-COUNT NOT > WS-RQ-MAX
                                PERFORM STORE-REQUEST-PARA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE REPLEN-FILE
            END-IF.

       STORE-REQUEST-PARA.
            MOVE REPLN-RECORD TO WS-RQ-IMAGE(WS-RQ-COUNT).
            MOVE REPLN-TILL-ID TO WS-RQ-TILL-ID(WS-RQ-COUNT).
            MOVE REPLN-DENOM-SUB TO WS-RQ-DENOM-SUB(WS-RQ-COUNT).
            MOVE REPLN-REQUEST-QTY TO WS-RQ-QTY(WS-RQ-COUNT).
            IF REPLN-TILL-ID = WS-TILL-ID
                    AND REPLN-DENOM-SUB > 0 AND REPLN-DENOM-SUB < 13
                ADD 1 TO WS-RQ-TILL-COUNT
                ADD REPLN-REQUEST-QTY TO WS-WANT-NUM(REPLN-DENOM-SUB)
            END-IF.

       MAKE-UP-BAG-PARA.
      *    Issue what was asked for, as far as the safe's book count
      *    goes per denomination.
            MOVE 0 TO WS-ISSUE-VALUE.
            MOVE 0 TO WS-SHORT-COUNT.
            PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 12
                IF SAFE-NUM(WS-SUB1) NOT > 0
                    MOVE 0 TO WS-ISSUE-NUM(WS-SUB1)
                ELSE
                    IF WS-WANT-NUM(WS-SUB1) > SAFE-NUM(WS-SUB1)
                        MOVE SAFE-NUM(WS-SUB1) TO WS-ISSUE-NUM(WS-SUB1)
                    ELSE
                        MOVE WS-WANT-NUM(WS-SUB1)
                            TO WS-ISSUE-NUM(WS-SUB1)
                    END-IF
                END-IF
                IF WS-ISSUE-NUM(WS-SUB1) < WS-WANT-NUM(WS-SUB1)
                    ADD 1 TO WS-SHORT-COUNT
                    DISPLAY "WARNING:SAFE CAN ONLY ISSUE "
                            WS-ISSUE-NUM(WS-SUB1) " OF "
                            WS-WANT-NUM(WS-SUB1) " X "
                            WS-MONEY-DISP(WS-SUB1)
                            " - THE REST STAYS REQUESTED"
                END-IF
                IF WS-ISSUE-NUM(WS-SUB1) > 0
                    DISPLAY "BAG: " WS-MONEY-DISP(WS-SUB1)
                            " X " WS-ISSUE-NUM(WS-SUB1)
                    COMPUTE WS-ISSUE-VALUE = WS-ISSUE-VALUE
                        + WS-ISSUE-NUM(WS-SUB1)
                          * WS-DENOM-VALUE(WS-SUB1)
                END-IF
            END-PERFORM.

            IF WS-ISSUE-VALUE = 0
                DISPLAY "ERROR:THE SAFE HOLDS NONE OF THE "
                        "DENOMINATIONS REQUESTED - NO BAG MADE UP"
            ELSE
                DISPLAY "TOP-UP BAG FOR TILL " WS-TILL-ID " OF "
                        WS-ISSUE-VALUE " PENCE - MAKE UP (Y/N) :"
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                    PERFORM ISSUE-BAG-PARA
                ELSE
                    DISPLAY "REPLENISHMENT ABANDONED"
                END-IF
            END-IF.

       ISSUE-BAG-PARA.
            OPEN OUTPUT TOPUP-FILE.
            IF WS-TOPUP-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT WRITE TOP-UP FILE "
                        WS-TOPUP-STATUS
            ELSE
                MOVE 0 TO TOPUP-SEQ-NO
                PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 12
                    MOVE WS-ISSUE-NUM(WS-SUB1) TO TOPUP-NUM(WS-SUB1)
                END-PERFORM
                WRITE TOPUP-RECORD
                CLOSE TOPUP-FILE

                MOVE "R" TO WS-MOVE-TYPE
                MOVE WS-TILL-ID TO WS-MOVE-TILL-ID
                MOVE 0 TO WS-MOVE-RUN-NO
                PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 12
                    COMPUTE WS-MOVE-NUM(WS-SUB1) =
                        0 - WS-ISSUE-NUM(WS-SUB1)
                END-PERFORM
                PERFORM POST-MOVEMENT-PARA
                MOVE WS-TILL-ID TO SAFE-PENDING-TILL-ID
                PERFORM SAVE-SAFE-PARA

                PERFORM REWRITE-REPLEN-PARA
                DISPLAY "TOP-UP BAG WRITTEN TO DCTOPUP.DAT - "
                        WS-RQ-KEPT " REQUESTS STILL OPEN"
            END-IF.

       REWRITE-REPLEN-PARA.
      *    Work the issued counts off this till's requests in the
      *    order they were raised; a request met in full is dropped,
      *    one met in part keeps the quantity still wanted, and every
      *    other till's requests are written back untouched.
            PERFORM VARYING WS-RQ-SUB FROM 1 BY 1
                    UNTIL WS-RQ-SUB > WS-RQ-COUNT
                IF WS-RQ-TILL-ID(WS-RQ-SUB) = WS-TILL-ID
                        AND WS-RQ-DENOM-SUB(WS-RQ-SUB) > 0
                        AND WS-RQ-DENOM-SUB(WS-RQ-SUB) < 13
                    MOVE WS-RQ-DENOM-SUB(WS-RQ-SUB) TO WS-SUB1
                    IF WS-ISSUE-NUM(WS-SUB1) NOT < WS-RQ-QTY(WS-RQ-SUB)
                        SUBTRACT WS-RQ-QTY(WS-RQ-SUB)
                            FROM WS-ISSUE-NUM(WS-SUB1)
                        MOVE 0 TO WS-RQ-QTY(WS-RQ-SUB)
                    ELSE
                        SUBTRACT WS-ISSUE-NUM(WS-SUB1)
                            FROM WS-RQ-QTY(WS-RQ-SUB)
                        MOVE 0 TO WS-ISSUE-NUM(WS-SUB1)
                    END-IF
                END-IF
            END-PERFORM.

            MOVE 0 TO WS-RQ-KEPT.
            OPEN OUTPUT REPLEN-FILE.
            IF WS-REPLEN-STATUS NOT = "00"
                DISPLAY "WARNING:CANNOT REWRITE REPLENISHMENT FILE "
                        WS-REPLEN-STATUS " - CLEAR THE MET REQUESTS "
                        "BY HAND"
            ELSE
                PERFORM VARYING WS-RQ-SUB FROM 1 BY 1
                        UNTIL WS-RQ-SUB > WS-RQ-COUNT
                    IF WS-RQ-QTY(WS-RQ-SUB) > 0
                        MOVE WS-RQ-IMAGE(WS-RQ-SUB) TO REPLN-RECORD
                        MOVE WS-RQ-QTY(WS-RQ-SUB)
                            TO REPLN-REQUEST-QTY
                        WRITE REPLN-RECORD
                        ADD 1 TO WS-RQ-KEPT
                    END-IF
                END-PERFORM
                CLOSE REPLEN-FILE
            END-IF.

       RECONCILE-PARA.
            DISPLAY "KEY THE PHYSICAL COUNT OF THE SAFE".
            PERFORM ACCEPT-COUNTS-PARA.
            DISPLAY "COUNTED VALUE " WS-COUNT-VALUE
                    " PENCE - RECONCILE (Y/N) :".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "RECONCILIATION ABANDONED"
            ELSE
                OPEN OUTPUT SAFE-REPORT-FILE
                IF WS-SAFRPT-STATUS NOT = "00"
                    DISPLAY "ERROR:CANNOT OPEN SAFE REPORT "
                            WS-SAFRPT-STATUS
                ELSE
                    PERFORM RECONCILE-REPORT-PARA
                    PERFORM LIST-MOVEMENTS-PARA
                    CLOSE SAFE-REPORT-FILE
                    MOVE "A" TO WS-MOVE-TYPE
                    MOVE SPACES TO WS-MOVE-TILL-ID
                    MOVE 0 TO WS-MOVE-RUN-NO
                    PERFORM POST-MOVEMENT-PARA
                    MOVE WS-TODAY-DATE TO SAFE-LAST-COUNT-DATE
                    PERFORM SAVE-SAFE-PARA
                    MOVE WS-DIFF-VALUE TO WS-ED-VALUE
                    DISPLAY "SAFE RECONCILED - DIFFERENCE "
                            WS-ED-VALUE " PENCE, REPORT ON DCSAFRPT.DAT"
                END-IF
            END-IF.

       RECONCILE-REPORT-PARA.
            ACCEPT WS-TODAY-TIME FROM TIME.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SAFE RECONCILIATION " DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TODAY-TIME(1:4) DELIMITED BY SIZE
                   " COUNTED BY " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   " LAST COUNT " DELIMITED BY SIZE
                   SAFE-LAST-COUNT-DATE DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE "DENOM      BOOK  COUNTED     DIFF   VALUE DIFF"
                TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

            MOVE 0 TO WS-BOOK-VALUE.
            MOVE 0 TO WS-DIFF-VALUE.
            PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 12
                COMPUTE WS-MOVE-NUM(WS-SUB1) =
                    WS-COUNT-NUM(WS-SUB1) - SAFE-NUM(WS-SUB1)
                COMPUTE WS-BOOK-VALUE = WS-BOOK-VALUE
                    + SAFE-NUM(WS-SUB1) * WS-DENOM-VALUE(WS-SUB1)
                COMPUTE WS-VALUE-1 =
                    WS-MOVE-NUM(WS-SUB1) * WS-DENOM-VALUE(WS-SUB1)
                ADD WS-VALUE-1 TO WS-DIFF-VALUE
                MOVE SAFE-NUM(WS-SUB1) TO WS-ED-BOOK
                MOVE WS-COUNT-NUM(WS-SUB1) TO WS-ED-COUNT
                MOVE WS-MOVE-NUM(WS-SUB1) TO WS-ED-DIFF
                MOVE WS-VALUE-1 TO WS-ED-VALUE
                MOVE SPACES TO WS-RPT-LINE
                STRING WS-MONEY-DISP(WS-SUB1) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ED-BOOK DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-ED-DIFF DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ED-VALUE DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
            END-PERFORM.

            MOVE SPACES TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE WS-BOOK-VALUE TO WS-ED-VALUE.
            MOVE WS-COUNT-VALUE TO WS-ED-VALUE-2.
            MOVE WS-DIFF-VALUE TO WS-ED-VALUE-3.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "BOOK VALUE " DELIMITED BY SIZE
                   WS-ED-VALUE DELIMITED BY SIZE
                   "  COUNTED VALUE " DELIMITED BY SIZE
                   WS-ED-VALUE-2 DELIMITED BY SIZE
                   "  DIFFERENCE " DELIMITED BY SIZE
                   WS-ED-VALUE-3 DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            IF WS-DIFF-VALUE = 0
                MOVE "SAFE AGREES WITH THE BOOK" TO WS-RPT-LINE
            ELSE
                IF WS-DIFF-VALUE > 0
                    STRING "SAFE OVER BY " DELIMITED BY SIZE
                           WS-ED-VALUE-3 DELIMITED BY SIZE
                           " - POSTED AS A COUNT ADJUSTMENT"
                               DELIMITED BY SIZE
                        INTO WS-RPT-LINE
                ELSE
                    STRING "SAFE SHORT BY " DELIMITED BY SIZE
                           WS-ED-VALUE-3 DELIMITED BY SIZE
                           " - POSTED AS A COUNT ADJUSTMENT"
                               DELIMITED BY SIZE
                        INTO WS-RPT-LINE
                END-IF
            END-IF.
            PERFORM WRITE-RPT-LINE-PARA.

       LIST-MOVEMENTS-PARA.
      *    Today's movements off the log, so a difference can be
      *    traced to the bag that caused it. The log is closed and
      *    reopened for reading, then reopened for appending.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE "MOVEMENTS TODAY - TIME TYPE TILL RUN VALUE OPERATOR"
                TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE 0 TO WS-MOVE-READ.
            CLOSE SAFE-MOVE-FILE.
            MOVE "N" TO WS-EOF.
            OPEN INPUT SAFE-MOVE-FILE.
            IF WS-SAFMOV-STATUS = "00"
                PERFORM UNTIL WS-EOF = "Y"
                    READ SAFE-MOVE-FILE
                        AT END
                            MOVE "Y" TO WS-EOF
                        NOT AT END
                            IF SAFMOV-DATE = WS-TODAY-DATE
                                ADD 1 TO WS-MOVE-READ
                                MOVE SAFMOV-VALUE TO WS-ED-VALUE
                                MOVE SPACES TO WS-RPT-LINE
                                STRING SAFMOV-TIME(1:4)
                                           DELIMITED BY SIZE
                                       "  " DELIMITED BY SIZE
                                       SAFMOV-TYPE DELIMITED BY SIZE
                                       "  " DELIMITED BY SIZE
                                       SAFMOV-TILL-ID
                                           DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       SAFMOV-RUN-NO DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       WS-ED-VALUE DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       SAFMOV-OPERATOR-ID
                                           DELIMITED BY SIZE
                                    INTO WS-RPT-LINE
                                PERFORM WRITE-RPT-LINE-PARA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SAFE-MOVE-FILE
            END-IF.
            IF WS-MOVE-READ = 0
                MOVE "NO MOVEMENTS TODAY" TO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
            END-IF.
            OPEN EXTEND SAFE-MOVE-FILE.
            IF WS-SAFMOV-STATUS NOT = "00"
                CLOSE SAFE-MOVE-FILE
                OPEN OUTPUT SAFE-MOVE-FILE
            END-IF.

       WRITE-RPT-LINE-PARA.
            MOVE WS-RPT-LINE TO SAFRPT-RECORD.
            WRITE SAFRPT-RECORD.

       INQUIRE-PARA.
            MOVE 0 TO WS-BOOK-VALUE.
            PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 12
                COMPUTE WS-VALUE-1 =
                    SAFE-NUM(WS-SUB1) * WS-DENOM-VALUE(WS-SUB1)
                ADD WS-VALUE-1 TO WS-BOOK-VALUE
                MOVE SAFE-NUM(WS-SUB1) TO WS-ED-BOOK
                MOVE WS-VALUE-1 TO WS-ED-VALUE
                DISPLAY WS-MONEY-DISP(WS-SUB1) " " WS-ED-BOOK
                        "  VALUE " WS-ED-VALUE
            END-PERFORM.
            MOVE WS-BOOK-VALUE TO WS-ED-VALUE.
            DISPLAY "SAFE BOOK VALUE " WS-ED-VALUE " PENCE ("
                    SAFE-CURRENCY ")".
            DISPLAY "LAST UPDATED " SAFE-UPDATED-DATE " "
                    SAFE-UPDATED-TIME(1:4)
                    "  LAST COUNTED " SAFE-LAST-COUNT-DATE.
            IF SAFE-PENDING-TILL-ID NOT = SPACES
                DISPLAY "TOP-UP BAG MADE UP FOR TILL "
                        SAFE-PENDING-TILL-ID " - RUN NOT YET POSTED"
            END-IF.
