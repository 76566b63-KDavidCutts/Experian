       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCGLJRNL.
      *****************************************************************
      *  DCGLJRNL - DOUBLE-ENTRY GL JOURNAL
      *
      *  Turns one till's GL feed record for a run into balanced
      *  debit and credit journal lines for the accounts system,
      *  replacing the spreadsheet that used to do it by hand:
      *
      *      DR cash at bank     cash takings less change given,
      *                          plus any over, less any short
      *      DR card clearing    card takings
      *      DR voucher liability gift vouchers redeemed
      *      CR voucher liability gift vouchers sold
      *      CR sales, per rate  sales net of VAT, before refunds
      *      CR output VAT       VAT on those sales, per rate
      *      DR refunds, per rate refunds paid, net of VAT
      *      DR output VAT       VAT on the refunds, per rate
      *      CR/DR over/short    the closing count over or short
      *
      *  A zero line is not written. Each line type is posted to
      *  the nominal code the chart-of-accounts mapping (DCCOAMAP.DAT,
      *  maintained by DCCOAMT) gives it.
      *
      *  The journal is refused - nothing written - when any of:
      *      - DCGLOK.DAT holds no flag for the run, the flag is for
      *        another till, or it does not say RELEASED (DCBALRUN
      *        has not proved the run)
      *      - there is no GL feed record for the till and run
      *      - the till's run is already on the journal file
      *      - a line type needed is not mapped to a nominal code
      *      - the debits do not equal the credits
      *  The listing on DCGLJRPT.DAT shows the lines either way, so
      *  accounts can see what would have been posted and why not.
      *
      *  Every line carries the run number and till, so each one
      *  traces back to the run's GL feed record and balancing
      *  report. The amounts are in the run's currency, whose code
      *  rides on every line.
      *
      *  Files:
      *      DCGLOK.DAT   - release flag in (written by DCBALRUN)
      *      DCGLFEED.DAT - all tills' GL extract records in
      *      DCCOAMAP.DAT - chart-of-accounts mapping in
      *      DCGLJRNL.DAT - journal lines, appended to
      *      DCGLJRPT.DAT - journal listing out
      *
      *  Change history.
      *  2026-10-15  Initial version.
      *  2026-10-15  The release flag file holds one record per till;
      *              the flag for the run keyed is looked up in it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-FLAG-FILE ASSIGN TO "DCGLOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLOK-STATUS.

           SELECT GL-FILE ASSIGN TO "DCGLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT COA-FILE ASSIGN TO "DCCOAMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-LINE-KEY
               FILE STATUS IS WS-COA-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "DCGLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT JRNL-REPORT-FILE ASSIGN TO "DCGLJRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-FLAG-FILE.
       COPY GLOKREC.

       FD  GL-FILE.
       COPY GLREC REPLACING ==:PREFIX:== BY ==GL==.

       FD  COA-FILE.
       COPY COAMAPRC.

       FD  JOURNAL-FILE.
       COPY JRNLREC.

       FD  JRNL-REPORT-FILE.
       01  JRNL-RPT-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03 WS-GLOK-STATUS        PIC XX   VALUE "00".
           03 WS-GL-STATUS          PIC XX   VALUE "00".
           03 WS-COA-STATUS         PIC XX   VALUE "00".
           03 WS-JRNL-STATUS        PIC XX   VALUE "00".
           03 WS-JRPT-STATUS        PIC XX   VALUE "00".
           03 WS-EOF-FLAG           PIC X    VALUE "N".

      *    Journal line types - see COALINES.CPY.
       COPY COALINES.

       01  WS-CONTROL-FIELDS.
           03 WS-RUN-NO             PIC 9(6) VALUE 0.
           03 WS-TILL-ID            PIC X(2) VALUE SPACES.
           03 WS-GL-FOUND           PIC X    VALUE "N".
           03 WS-GLOK-FOUND         PIC X    VALUE "N".
           03 WS-GLOK-RUN-STATUS    PIC X(8) VALUE SPACES.
           03 WS-GLOK-RUN-TILL      PIC X(2) VALUE SPACES.
           03 WS-REFUSE-COUNT       PIC 99   VALUE 0.
           03 WS-UNMAPPED-COUNT     PIC 99   VALUE 0.
           03 WS-ALREADY-POSTED     PIC X    VALUE "N".
           03 WS-VAT-SUB            PIC 9    VALUE 0.
           03 WS-LINE-SUB           PIC 99   VALUE 0.

      *    The till's GL feed record for the run, copied out of the
      *    file buffer before the file is closed. The last record
      *    for the till and run wins - a rerun appends a fresh one.
       COPY GLREC REPLACING ==:PREFIX:== BY ==WS-GLR==.

      *    The journal built in memory and only written once it is
      *    known to balance.
       01  WS-JOURNAL-TABLE.
           03 WS-JL-ENTRY OCCURS 20.
               05 WS-JL-TYPE        PIC X(8).
               05 WS-JL-NOMINAL     PIC X(8).
               05 WS-JL-DR-CR       PIC X.
               05 WS-JL-AMOUNT      PIC 9(10).
               05 WS-JL-NARRATIVE   PIC X(30).

       01  WS-JOURNAL-FIELDS.
           03 WS-JL-COUNT           PIC 99   VALUE 0.
           03 WS-JL-NEW-TYPE        PIC X(8) VALUE SPACES.
           03 WS-JL-NEW-NARRATIVE   PIC X(30) VALUE SPACES.
      *    Signed: a positive figure is a debit, a negative a credit.
           03 WS-JL-NEW-VALUE       PIC S9(11) VALUE 0.
           03 WS-TOTAL-DEBIT        PIC 9(11) VALUE 0.
           03 WS-TOTAL-CREDIT       PIC 9(11) VALUE 0.
           03 WS-DIFFERENCE         PIC 9(11) VALUE 0.

       01  WS-RPT-LINE              PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
            DISPLAY "GL JOURNAL - ENTER TILL ID :".
            ACCEPT WS-TILL-ID.
            DISPLAY "GL JOURNAL - ENTER RUN NUMBER :".
            ACCEPT WS-RUN-NO.

            OPEN OUTPUT JRNL-REPORT-FILE.
            IF WS-JRPT-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT OPEN JOURNAL LISTING FILE "
                        WS-JRPT-STATUS
                STOP RUN
            END-IF.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "GL JOURNAL TILL " DELIMITED BY SIZE
                   WS-TILL-ID DELIMITED BY SIZE
                   " RUN " DELIMITED BY SIZE
                   WS-RUN-NO DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

            PERFORM CHECK-RELEASE-FLAG-PARA.
            PERFORM LOAD-GL-RECORD-PARA.
            PERFORM CHECK-ALREADY-POSTED-PARA.

            IF WS-GL-FOUND = "Y"
                OPEN INPUT COA-FILE
                IF WS-COA-STATUS NOT = "00"
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "REFUSED: CANNOT OPEN CHART OF ACCOUNTS "
                            DELIMITED BY SIZE
                           "MAPPING - STATUS " DELIMITED BY SIZE
                           WS-COA-STATUS DELIMITED BY SIZE
                        INTO WS-RPT-LINE
                    PERFORM REFUSE-PARA
                ELSE
                    PERFORM BUILD-JOURNAL-PARA
                    CLOSE COA-FILE
                    PERFORM CHECK-BALANCE-PARA
                END-IF
                PERFORM LIST-JOURNAL-PARA
            END-IF.

            IF WS-REFUSE-COUNT = 0
                PERFORM WRITE-JOURNAL-PARA
            END-IF.

            CLOSE JRNL-REPORT-FILE.
            IF WS-REFUSE-COUNT = 0
                DISPLAY "JOURNAL WRITTEN - TILL " WS-TILL-ID
                        " RUN " WS-RUN-NO " LINES " WS-JL-COUNT
            ELSE
                DISPLAY "JOURNAL REFUSED - TILL " WS-TILL-ID
                        " RUN " WS-RUN-NO " - " WS-REFUSE-COUNT
                        " REASONS ON DCGLJRPT.DAT"
            END-IF.
            STOP RUN.

       REFUSE-PARA.
      *    One line per reason, on the listing and the console - the
      *    caller has already built the text in WS-RPT-LINE.
            ADD 1 TO WS-REFUSE-COUNT.
            PERFORM WRITE-RPT-LINE-PARA.
            DISPLAY WS-RPT-LINE.

       WRITE-RPT-LINE-PARA.
            MOVE WS-RPT-LINE TO JRNL-RPT-RECORD.
            WRITE JRNL-RPT-RECORD.

       CHECK-RELEASE-FLAG-PARA.
      *    Only a run DCBALRUN has proved may be journalled. The flag
      *    file holds one record per till; the one for this run is
      *    wanted, and it must be this till's.
            MOVE "N" TO WS-GLOK-FOUND.
            OPEN INPUT RELEASE-FLAG-FILE.
            IF WS-GLOK-STATUS NOT = "00"
                MOVE SPACES TO WS-RPT-LINE
                STRING "REFUSED: NO RELEASE FLAG - RUN DCBALRUN FOR "
                        DELIMITED BY SIZE
                       "THE RUN FIRST" DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM REFUSE-PARA
            ELSE
                MOVE "N" TO WS-EOF-FLAG
                PERFORM READ-GLOK-PARA
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    IF GLOK-RUN-NO = WS-RUN-NO
                        MOVE "Y" TO WS-GLOK-FOUND
                        MOVE GLOK-STATUS TO WS-GLOK-RUN-STATUS
                        MOVE GLOK-TILL-ID TO WS-GLOK-RUN-TILL
                    END-IF
                    PERFORM READ-GLOK-PARA
                END-PERFORM
                CLOSE RELEASE-FLAG-FILE
                IF WS-GLOK-FOUND = "N"
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "REFUSED: NO RELEASE FLAG FOR RUN "
                            DELIMITED BY SIZE
                           WS-RUN-NO DELIMITED BY SIZE
                           " - RUN DCBALRUN FOR THE RUN FIRST"
                            DELIMITED BY SIZE
                        INTO WS-RPT-LINE
                    PERFORM REFUSE-PARA
                ELSE
                    IF WS-GLOK-RUN-TILL NOT = SPACES
                            AND WS-GLOK-RUN-TILL NOT = WS-TILL-ID
                        MOVE SPACES TO WS-RPT-LINE
                        STRING "REFUSED: RELEASE FLAG FOR RUN "
                                DELIMITED BY SIZE
                               WS-RUN-NO DELIMITED BY SIZE
                               " IS FOR TILL " DELIMITED BY SIZE
                               WS-GLOK-RUN-TILL DELIMITED BY SIZE
                            INTO WS-RPT-LINE
                        PERFORM REFUSE-PARA
                    ELSE
                        IF WS-GLOK-RUN-STATUS NOT = "RELEASED"
                            MOVE SPACES TO WS-RPT-LINE
                            STRING "REFUSED: RUN IS "
                                    DELIMITED BY SIZE
                                   WS-GLOK-RUN-STATUS
                                    DELIMITED BY SPACE
                                   " ON THE RELEASE FLAG - NOT "
                                    DELIMITED BY SIZE
                                   "RELEASED" DELIMITED BY SIZE
                                INTO WS-RPT-LINE
                            PERFORM REFUSE-PARA
                        END-IF
                    END-IF
                END-IF
            END-IF.

       READ-GLOK-PARA.
            READ RELEASE-FLAG-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       LOAD-GL-RECORD-PARA.
            MOVE "N" TO WS-GL-FOUND.
            OPEN INPUT GL-FILE.
            IF WS-GL-STATUS = "00"
                MOVE "N" TO WS-EOF-FLAG
                PERFORM READ-GL-PARA
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    IF GL-RUN-NO = WS-RUN-NO
                            AND GL-TILL-ID = WS-TILL-ID
                        MOVE GL-RECORD TO WS-GLR-RECORD
                        MOVE "Y" TO WS-GL-FOUND
                    END-IF
                    PERFORM READ-GL-PARA
                END-PERFORM
                CLOSE GL-FILE
            END-IF.
            IF WS-GL-FOUND = "N"
                MOVE SPACES TO WS-RPT-LINE
                STRING "REFUSED: NO GL FEED RECORD FOR TILL "
                        DELIMITED BY SIZE
                       WS-TILL-ID DELIMITED BY SIZE
                       " RUN " DELIMITED BY SIZE
                       WS-RUN-NO DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM REFUSE-PARA
            END-IF.

       READ-GL-PARA.
            READ GL-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       CHECK-ALREADY-POSTED-PARA.
      *    A run is journalled once - a second set of lines would
      *    post the takings twice. A missing journal file is simply
      *    the first run ever.
            MOVE "N" TO WS-ALREADY-POSTED.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JRNL-STATUS = "00"
                MOVE "N" TO WS-EOF-FLAG
                PERFORM READ-JOURNAL-PARA
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    IF JRNL-RUN-NO = WS-RUN-NO
                            AND JRNL-TILL-ID = WS-TILL-ID
                        MOVE "Y" TO WS-ALREADY-POSTED
                    END-IF
                    PERFORM READ-JOURNAL-PARA
                END-PERFORM
                CLOSE JOURNAL-FILE
            END-IF.
            IF WS-ALREADY-POSTED = "Y"
                MOVE SPACES TO WS-RPT-LINE
                STRING "REFUSED: TILL " DELIMITED BY SIZE
                       WS-TILL-ID DELIMITED BY SIZE
                       " RUN " DELIMITED BY SIZE
                       WS-RUN-NO DELIMITED BY SIZE
                       " IS ALREADY ON THE JOURNAL" DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM REFUSE-PARA
            END-IF.

       READ-JOURNAL-PARA.
            READ JOURNAL-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       BUILD-JOURNAL-PARA.
      *    A feed record from before the refund section or the
      *    over/short existed has neither - the refunds are then
      *    still netted into the sales and the journal will not
      *    balance if there were any, which is the right answer.
            MOVE 0 TO WS-JL-COUNT.
            IF WS-GLR-RFND-GROSS(1) NOT NUMERIC
                DISPLAY "WARNING:GL FEED RECORD CARRIES NO REFUND "
                        "SPLIT - REFUNDS TAKEN AS ZERO"
                PERFORM VARYING WS-VAT-SUB FROM 1 BY 1
                        UNTIL WS-VAT-SUB > 3
                    MOVE 0 TO WS-GLR-RFND-GROSS(WS-VAT-SUB)
                    MOVE 0 TO WS-GLR-RFND-NET(WS-VAT-SUB)
                    MOVE 0 TO WS-GLR-RFND-VAT(WS-VAT-SUB)
                END-PERFORM
            END-IF.
            IF WS-GLR-VOUCHER-ISSUED NOT NUMERIC
                MOVE 0 TO WS-GLR-VOUCHER-ISSUED
            END-IF.
            IF WS-GLR-RECON-DONE NOT = "Y"
                MOVE 0 TO WS-GLR-CASH-OVER
                MOVE 0 TO WS-GLR-CASH-SHORT
            END-IF.

            MOVE "CASHBANK" TO WS-JL-NEW-TYPE.
            MOVE "CASH TAKINGS BANKED" TO WS-JL-NEW-NARRATIVE.
            COMPUTE WS-JL-NEW-VALUE =
                WS-GLR-CASH-TAKINGS - WS-GLR-TOTAL-CHANGE
                + WS-GLR-CASH-OVER - WS-GLR-CASH-SHORT.
            PERFORM ADD-LINE-PARA.

            MOVE "CARDCLR" TO WS-JL-NEW-TYPE.
            MOVE "CARD TAKINGS" TO WS-JL-NEW-NARRATIVE.
            MOVE WS-GLR-CARD-TAKINGS TO WS-JL-NEW-VALUE.
            PERFORM ADD-LINE-PARA.

            MOVE "VCHRLIAB" TO WS-JL-NEW-TYPE.
            MOVE "GIFT VOUCHERS REDEEMED" TO WS-JL-NEW-NARRATIVE.
            MOVE WS-GLR-VOUCHER-TAKINGS TO WS-JL-NEW-VALUE.
            PERFORM ADD-LINE-PARA.

            MOVE "VCHRLIAB" TO WS-JL-NEW-TYPE.
            MOVE "GIFT VOUCHERS SOLD" TO WS-JL-NEW-NARRATIVE.
            COMPUTE WS-JL-NEW-VALUE = 0 - WS-GLR-VOUCHER-ISSUED.
            PERFORM ADD-LINE-PARA.

      *    Sales are posted before refunds, so the net of VAT and
      *    the VAT on the refunds are added back to the netted
      *    figures on the feed and posted again on their own lines.
            PERFORM VARYING WS-VAT-SUB FROM 1 BY 1
                    UNTIL WS-VAT-SUB > 3
                MOVE SPACES TO WS-JL-NEW-TYPE
                STRING "SALES-" DELIMITED BY SIZE
                       WS-GLR-VAT-CODE(WS-VAT-SUB)
                           DELIMITED BY SIZE
                    INTO WS-JL-NEW-TYPE
                MOVE SPACES TO WS-JL-NEW-NARRATIVE
                STRING "SALES NET OF VAT RATE " DELIMITED BY SIZE
                       WS-GLR-VAT-CODE(WS-VAT-SUB)
                           DELIMITED BY SIZE
                    INTO WS-JL-NEW-NARRATIVE
                COMPUTE WS-JL-NEW-VALUE =
                    0 - WS-GLR-VAT-NET(WS-VAT-SUB)
                      - WS-GLR-RFND-NET(WS-VAT-SUB)
                PERFORM ADD-LINE-PARA

                MOVE SPACES TO WS-JL-NEW-TYPE
                STRING "VATOUT-" DELIMITED BY SIZE
                       WS-GLR-VAT-CODE(WS-VAT-SUB)
                           DELIMITED BY SIZE
                    INTO WS-JL-NEW-TYPE
                MOVE SPACES TO WS-JL-NEW-NARRATIVE
                STRING "VAT ON SALES RATE " DELIMITED BY SIZE
                       WS-GLR-VAT-CODE(WS-VAT-SUB)
                           DELIMITED BY SIZE
                    INTO WS-JL-NEW-NARRATIVE
                COMPUTE WS-JL-NEW-VALUE =
                    0 - WS-GLR-VAT-AMOUNT(WS-VAT-SUB)
                      - WS-GLR-RFND-VAT(WS-VAT-SUB)
                PERFORM ADD-LINE-PARA

                MOVE SPACES TO WS-JL-NEW-TYPE
                STRING "REFUND-" DELIMITED BY SIZE
                       WS-GLR-VAT-CODE(WS-VAT-SUB)
                           DELIMITED BY SIZE
                    INTO WS-JL-NEW-TYPE
                MOVE SPACES TO WS-JL-NEW-NARRATIVE
                STRING "REFUNDS NET OF VAT RATE " DELIMITED BY SIZE
                       WS-GLR-VAT-CODE(WS-VAT-SUB)
                           DELIMITED BY SIZE
                    INTO WS-JL-NEW-NARRATIVE
                MOVE WS-GLR-RFND-NET(WS-VAT-SUB) TO WS-JL-NEW-VALUE
                PERFORM ADD-LINE-PARA

                MOVE SPACES TO WS-JL-NEW-TYPE
                STRING "VATOUT-" DELIMITED BY SIZE
                       WS-GLR-VAT-CODE(WS-VAT-SUB)
                           DELIMITED BY SIZE
                    INTO WS-JL-NEW-TYPE
                MOVE SPACES TO WS-JL-NEW-NARRATIVE
                STRING "VAT ON REFUNDS RATE " DELIMITED BY SIZE
                       WS-GLR-VAT-CODE(WS-VAT-SUB)
                           DELIMITED BY SIZE
                    INTO WS-JL-NEW-NARRATIVE
                MOVE WS-GLR-RFND-VAT(WS-VAT-SUB) TO WS-JL-NEW-VALUE
                PERFORM ADD-LINE-PARA
            END-PERFORM.

            MOVE "CASHOVSH" TO WS-JL-NEW-TYPE.
            MOVE "CLOSING COUNT OVER" TO WS-JL-NEW-NARRATIVE.
            COMPUTE WS-JL-NEW-VALUE = 0 - WS-GLR-CASH-OVER.
            PERFORM ADD-LINE-PARA.

            MOVE "CASHOVSH" TO WS-JL-NEW-TYPE.
            MOVE "CLOSING COUNT SHORT" TO WS-JL-NEW-NARRATIVE.
            MOVE WS-GLR-CASH-SHORT TO WS-JL-NEW-VALUE.
            PERFORM ADD-LINE-PARA.

       ADD-LINE-PARA.
      *    A zero line is not posted.
            IF WS-JL-NEW-VALUE NOT = 0
                PERFORM BUILD-LINE-PARA
            END-IF.

       BUILD-LINE-PARA.
      *    The nominal code comes off the mapping; an unmapped type
      *    is a reason to refuse, once.
            ADD 1 TO WS-JL-COUNT.
            MOVE WS-JL-NEW-TYPE TO WS-JL-TYPE(WS-JL-COUNT).
            MOVE WS-JL-NEW-NARRATIVE TO WS-JL-NARRATIVE(WS-JL-COUNT).
            IF WS-JL-NEW-VALUE > 0
                MOVE "D" TO WS-JL-DR-CR(WS-JL-COUNT)
                MOVE WS-JL-NEW-VALUE TO WS-JL-AMOUNT(WS-JL-COUNT)
                ADD WS-JL-NEW-VALUE TO WS-TOTAL-DEBIT
            ELSE
                MOVE "C" TO WS-JL-DR-CR(WS-JL-COUNT)
                COMPUTE WS-JL-AMOUNT(WS-JL-COUNT) =
                    0 - WS-JL-NEW-VALUE
                ADD WS-JL-AMOUNT(WS-JL-COUNT) TO WS-TOTAL-CREDIT
            END-IF.

            MOVE WS-JL-NEW-TYPE TO COA-LINE-KEY.
            READ COA-FILE
                INVALID KEY
                    MOVE SPACES TO WS-JL-NOMINAL(WS-JL-COUNT)
                NOT INVALID KEY
                    MOVE COA-NOMINAL TO WS-JL-NOMINAL(WS-JL-COUNT)
            END-READ.
            IF WS-JL-NOMINAL(WS-JL-COUNT) = SPACES
                PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                        UNTIL WS-LINE-SUB NOT < WS-JL-COUNT
                        OR WS-JL-TYPE(WS-LINE-SUB) = WS-JL-NEW-TYPE
                    CONTINUE
                END-PERFORM
                IF WS-LINE-SUB = WS-JL-COUNT
                    ADD 1 TO WS-UNMAPPED-COUNT
                    MOVE SPACES TO WS-RPT-LINE
                    STRING "REFUSED: LINE TYPE " DELIMITED BY SIZE
                           WS-JL-NEW-TYPE DELIMITED BY SIZE
                           " HAS NO NOMINAL CODE - MAP IT WITH "
                            DELIMITED BY SIZE
                           "DCCOAMT" DELIMITED BY SIZE
                        INTO WS-RPT-LINE
                    PERFORM REFUSE-PARA
                END-IF
            END-IF.

       CHECK-BALANCE-PARA.
            IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
                IF WS-TOTAL-DEBIT > WS-TOTAL-CREDIT
                    SUBTRACT WS-TOTAL-CREDIT FROM WS-TOTAL-DEBIT
                        GIVING WS-DIFFERENCE
                ELSE
                    SUBTRACT WS-TOTAL-DEBIT FROM WS-TOTAL-CREDIT
                        GIVING WS-DIFFERENCE
                END-IF
                MOVE SPACES TO WS-RPT-LINE
                STRING "REFUSED: JOURNAL DOES NOT BALANCE - DEBITS "
                        DELIMITED BY SIZE
                       WS-TOTAL-DEBIT DELIMITED BY SIZE
                       " CREDITS " DELIMITED BY SIZE
                       WS-TOTAL-CREDIT DELIMITED BY SIZE
                       " DIFFERENCE " DELIMITED BY SIZE
                       WS-DIFFERENCE DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM REFUSE-PARA
            END-IF.

       LIST-JOURNAL-PARA.
            PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                    UNTIL WS-LINE-SUB > WS-JL-COUNT
                MOVE SPACES TO WS-RPT-LINE
                STRING WS-LINE-SUB DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-JL-TYPE(WS-LINE-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-JL-NOMINAL(WS-LINE-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-JL-DR-CR(WS-LINE-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-JL-AMOUNT(WS-LINE-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-JL-NARRATIVE(WS-LINE-SUB) DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
            END-PERFORM.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "TOTAL DEBITS " DELIMITED BY SIZE
                   WS-TOTAL-DEBIT DELIMITED BY SIZE
                   " TOTAL CREDITS " DELIMITED BY SIZE
                   WS-TOTAL-CREDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GLR-CURRENCY-CODE DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

       WRITE-JOURNAL-PARA.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JRNL-STATUS NOT = "00"
                CLOSE JOURNAL-FILE
                OPEN OUTPUT JOURNAL-FILE
            END-IF.
            IF WS-JRNL-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT OPEN JOURNAL FILE "
                        WS-JRNL-STATUS
                STOP RUN
            END-IF.
            PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                    UNTIL WS-LINE-SUB > WS-JL-COUNT
                MOVE WS-GLR-DATE TO JRNL-BUS-DATE
                MOVE WS-TILL-ID TO JRNL-TILL-ID
                MOVE WS-RUN-NO TO JRNL-RUN-NO
                MOVE WS-LINE-SUB TO JRNL-LINE-NO
                MOVE WS-JL-TYPE(WS-LINE-SUB) TO JRNL-LINE-TYPE
                MOVE WS-JL-NOMINAL(WS-LINE-SUB) TO JRNL-NOMINAL
                MOVE WS-JL-DR-CR(WS-LINE-SUB) TO JRNL-DR-CR
                MOVE WS-JL-AMOUNT(WS-LINE-SUB) TO JRNL-AMOUNT
                MOVE WS-GLR-CURRENCY-CODE TO JRNL-CURRENCY-CODE
                MOVE WS-JL-NARRATIVE(WS-LINE-SUB) TO JRNL-NARRATIVE
                WRITE JRNL-RECORD
            END-PERFORM.
            CLOSE JOURNAL-FILE.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "JOURNAL WRITTEN - " DELIMITED BY SIZE
                   WS-JL-COUNT DELIMITED BY SIZE
                   " LINES" DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
