       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCSTOCK.
      *****************************************************************
      *  DCSTOCK - NIGHTLY STOCK-ON-HAND LEDGER UPDATE
      *
      *  Keeps the stock on hand of every item on the stock master
      *  (DCSTOCK.DAT, keyed by item code like the price list) and
      *  tells the store what to reorder before the shelf is empty.
      *  Run once a night after the tills' batch runs:
      *
      *      1. goods received from the delivery notes are added
      *      2. every till run on the item extract is taken off -
      *         units sold out, units refunded with no sale to come
      *         off back in (voids and same-run refunds are already
      *         netted out of the extract by the till)
      *      3. damages, write-offs and count corrections are
      *         applied, and minimum levels and reorder quantities
      *         set
      *
      *  Each till's batch run adds its run to the extract, so one
      *  night's extract holds every till. A till run already on the
      *  stock run log is passed over and its rows left alone, since
      *  taking a day's sales off the shelf twice is worse than not
      *  at all; the runs posted go on the log and the extract is
      *  then emptied for the next night's runs. An extract with
      *  more runs than the log check can hold is refused before
      *  anything moves.
      *
      *  Goods-received and adjustment rows are emptied out of their
      *  input files once posted so they cannot be posted again; a
      *  row that cannot be posted is written back to its file, to
      *  be put right and picked up the next night.
      *
      *  The report lists every item sold while showing negative
      *  stock (a delivery not booked in, or a count wrong) and every
      *  item sold that is not on the stock master at all, then the
      *  reorder suggestions for items below their minimum level.
      *  Every change to the master is logged, before and after, on
      *  the stock movement log.
      *
      *  Files:
      *      DCITEMS.DAT  - item sales extract in (appended by
      *                     DCTEST), emptied when posted
      *      DCGRN.DAT    - goods received in, emptied when posted
      *      DCSTKADJ.DAT - stock adjustments in, emptied when posted
      *      DCSTOCK.DAT  - stock master, updated
      *      DCSTKRUN.DAT - stock run log, appended
      *      DCSTKMOV.DAT - stock movement log, appended
      *      DCSTKRPT.DAT - exceptions and reorder report out
      *
      *  Change history.
      *  2026-10-15  Initial version.
      *  2026-10-15  Post every till run on the extract not already on
      *              the run log, passing over those that are, and
      *              empty the extract once posted.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-EXTRACT-FILE ASSIGN TO "DCITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMS-STATUS.

           SELECT GRN-FILE ASSIGN TO "DCGRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRN-STATUS.

           SELECT ADJUST-FILE ASSIGN TO "DCSTKADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.

           SELECT STOCK-FILE ASSIGN TO "DCSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOCK-ITEM-CODE
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT STOCK-RUN-FILE ASSIGN TO "DCSTKRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKRUN-STATUS.

           SELECT STOCK-MOVE-FILE ASSIGN TO "DCSTKMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKMOV-STATUS.

           SELECT STOCK-REPORT-FILE ASSIGN TO "DCSTKRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-EXTRACT-FILE.
       COPY ITEMSREC.

       FD  GRN-FILE.
       COPY GRNREC.

       FD  ADJUST-FILE.
       COPY STKADJRC.

       FD  STOCK-FILE.
       COPY STOCKREC.

       FD  STOCK-RUN-FILE.
       COPY STKRUNRC.

       FD  STOCK-MOVE-FILE.
       COPY STKMOVRC.

       FD  STOCK-REPORT-FILE.
       01  STOCK-RPT-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03 WS-ITEMS-STATUS       PIC XX   VALUE "00".
           03 WS-GRN-STATUS         PIC XX   VALUE "00".
           03 WS-ADJ-STATUS         PIC XX   VALUE "00".
           03 WS-STOCK-STATUS       PIC XX   VALUE "00".
           03 WS-STKRUN-STATUS      PIC XX   VALUE "00".
           03 WS-STKMOV-STATUS      PIC XX   VALUE "00".
           03 WS-SKRPT-STATUS       PIC XX   VALUE "00".
           03 WS-EOF-FLAG           PIC X    VALUE "N".

       01  WS-RUN-FIELDS.
           03 WS-TODAY              PIC 9(8) VALUE 0.
           03 WS-NOW                PIC 9(8) VALUE 0.
           03 WS-HAVE-EXTRACT       PIC X    VALUE "N".
           03 WS-DUPLICATE-RUNS     PIC 9(4) VALUE 0.
           03 WS-TOO-MANY-RUNS      PIC X    VALUE "N".

      *    The till runs found on tonight's extract - four tills, a
      *    run or two each, twenty is plenty.
       01  WS-EXTRACT-RUN-FIELDS.
           03 WS-XR-COUNT           PIC 99   VALUE 0.
           03 WS-XR-SUB             PIC 99   VALUE 0.
           03 WS-XR-CUR             PIC 99   VALUE 0.
           03 WS-XR-NEW             PIC 99   VALUE 0.

       01  WS-EXTRACT-RUN-TABLE.
           03 WS-XR-ENTRY OCCURS 20.
               05 WS-XR-TILL        PIC X(2).
               05 WS-XR-RUN-NO      PIC 9(6).
               05 WS-XR-ITEMS       PIC 9(6).
               05 WS-XR-POSTED      PIC X.

      *    Input rows that could not be posted, written back to their
      *    file for correction.
       01  WS-HELD-FIELDS.
           03 WS-HG-COUNT           PIC 99   VALUE 0.
           03 WS-HA-COUNT           PIC 99   VALUE 0.
           03 WS-HELD-SUB           PIC 99   VALUE 0.

       01  WS-HELD-GRN-TABLE.
           03 WS-HELD-GRN           PIC X(38) OCCURS 50.

       01  WS-HELD-ADJ-TABLE.
           03 WS-HELD-ADJ           PIC X(29) OCCURS 50.

       01  WS-STOCK-WORK.
           03 WS-STOCK-KEY          PIC X(6) VALUE SPACES.
           03 WS-STOCK-FOUND        PIC X    VALUE "N".
           03 WS-MOVE-TYPE          PIC X    VALUE SPACE.
           03 WS-MOVE-QTY           PIC 9(8) VALUE 0.
           03 WS-MOVE-REF           PIC X(10) VALUE SPACES.
           03 WS-BEFORE             PIC S9(8) VALUE 0.
           03 WS-REF-RUN            PIC 9(6) VALUE 0.
           03 WS-SUGGEST-QTY        PIC 9(8) VALUE 0.
           03 WS-SHORTFALL          PIC S9(9) VALUE 0.
           03 WS-ROW-OK             PIC X    VALUE "Y".

       01  WS-COUNTS.
           03 WS-GRN-POSTED         PIC 9(6) VALUE 0.
           03 WS-GRN-HELD           PIC 9(6) VALUE 0.
           03 WS-ADJ-POSTED         PIC 9(6) VALUE 0.
           03 WS-ADJ-HELD           PIC 9(6) VALUE 0.
           03 WS-ITEMS-POSTED       PIC 9(6) VALUE 0.
           03 WS-UNITS-SOLD         PIC 9(10) VALUE 0.
           03 WS-UNITS-RETURNED     PIC 9(10) VALUE 0.
           03 WS-EXCEPTION-COUNT    PIC 9(6) VALUE 0.
           03 WS-REORDER-COUNT      PIC 9(6) VALUE 0.

       01  WS-EDIT-FIELDS.
           03 WS-ED-ON-HAND         PIC -(8)9.
           03 WS-ED-BEFORE          PIC -(8)9.

       01  WS-RPT-LINE              PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            ACCEPT WS-NOW FROM TIME.

            PERFORM CHECK-EXTRACT-RUNS-PARA.
            IF WS-TOO-MANY-RUNS = "Y"
                DISPLAY "ERROR:STOCK UPDATE REFUSED - MORE THAN 20 "
                        "TILL RUNS ON ITEM EXTRACT, NOTHING MOVED"
                STOP RUN
            END-IF.

            OPEN I-O STOCK-FILE.
            IF WS-STOCK-STATUS = "35"
      *        First night ever - create an empty stock master and
      *        reopen it for update.
                OPEN OUTPUT STOCK-FILE
                CLOSE STOCK-FILE
                OPEN I-O STOCK-FILE
            END-IF.
            IF WS-STOCK-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT OPEN STOCK MASTER "
                        WS-STOCK-STATUS
                STOP RUN
            END-IF.

            OPEN EXTEND STOCK-MOVE-FILE.
            IF WS-STKMOV-STATUS NOT = "00"
                CLOSE STOCK-MOVE-FILE
                OPEN OUTPUT STOCK-MOVE-FILE
            END-IF.

            OPEN OUTPUT STOCK-REPORT-FILE.
            IF WS-SKRPT-STATUS NOT = "00"
                DISPLAY "ERROR:CANNOT OPEN STOCK REPORT FILE "
                        WS-SKRPT-STATUS
                CLOSE STOCK-FILE
                CLOSE STOCK-MOVE-FILE
                STOP RUN
            END-IF.

            MOVE SPACES TO WS-RPT-LINE.
            STRING "STOCK LEDGER UPDATE " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

            PERFORM POST-GRN-PARA.
            PERFORM POST-EXTRACT-PARA.
            PERFORM POST-ADJUST-PARA.
            PERFORM LOG-RUNS-PARA.
            PERFORM REORDER-PARA.
            PERFORM WRITE-TOTALS-PARA.

            CLOSE STOCK-FILE.
            CLOSE STOCK-MOVE-FILE.
            CLOSE STOCK-REPORT-FILE.

            DISPLAY "GOODS RECEIVED POSTED: " WS-GRN-POSTED
                    " HELD " WS-GRN-HELD.
            DISPLAY "ITEM EXTRACT POSTED  : " WS-ITEMS-POSTED.
            DISPLAY "TILL RUNS POSTED     : " WS-XR-NEW
                    " PASSED OVER " WS-DUPLICATE-RUNS.
            DISPLAY "ADJUSTMENTS POSTED   : " WS-ADJ-POSTED
                    " HELD " WS-ADJ-HELD.
            DISPLAY "EXCEPTIONS           : " WS-EXCEPTION-COUNT.
            DISPLAY "REORDER SUGGESTIONS  : " WS-REORDER-COUNT.
            STOP RUN.

       CHECK-EXTRACT-RUNS-PARA.
      *    Duplicate-run check - every till run on tonight's extract
      *    against the runs already posted, before anything moves.
            OPEN INPUT ITEM-EXTRACT-FILE.
            IF WS-ITEMS-STATUS NOT = "00"
                DISPLAY "WARNING:NO ITEM EXTRACT - NO SALES POSTED"
            ELSE
                MOVE "Y" TO WS-HAVE-EXTRACT
                MOVE "N" TO WS-EOF-FLAG
                PERFORM READ-EXTRACT-PARA
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    PERFORM NOTE-EXTRACT-RUN-PARA
                    PERFORM READ-EXTRACT-PARA
                END-PERFORM
                CLOSE ITEM-EXTRACT-FILE
            END-IF.

            OPEN INPUT STOCK-RUN-FILE.
            IF WS-STKRUN-STATUS = "00"
                MOVE "N" TO WS-EOF-FLAG
                PERFORM READ-RUN-LOG-PARA
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    PERFORM VARYING WS-XR-SUB FROM 1 BY 1
                            UNTIL WS-XR-SUB > WS-XR-COUNT
                        IF WS-XR-TILL(WS-XR-SUB) = STKRUN-TILL-ID
                                AND WS-XR-RUN-NO(WS-XR-SUB)
                                    = STKRUN-RUN-NO
                                AND WS-XR-POSTED(WS-XR-SUB) = "N"
                            DISPLAY "WARNING:TILL " STKRUN-TILL-ID
                                    " RUN " STKRUN-RUN-NO
                                    " ALREADY POSTED TO STOCK ON "
                                    STKRUN-POSTED-DATE
                                    " - PASSED OVER"
                            MOVE "Y" TO WS-XR-POSTED(WS-XR-SUB)
                            ADD 1 TO WS-DUPLICATE-RUNS
                        END-IF
                    END-PERFORM
                    PERFORM READ-RUN-LOG-PARA
                END-PERFORM
                CLOSE STOCK-RUN-FILE
            END-IF.

       READ-EXTRACT-PARA.
            READ ITEM-EXTRACT-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       READ-RUN-LOG-PARA.
            READ STOCK-RUN-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       FIND-EXTRACT-RUN-PARA.
            MOVE 0 TO WS-XR-CUR.
            PERFORM VARYING WS-XR-SUB FROM 1 BY 1
                    UNTIL WS-XR-SUB > WS-XR-COUNT
                    OR WS-XR-CUR > 0
                IF WS-XR-TILL(WS-XR-SUB) = ITEMS-TILL-ID
                        AND WS-XR-RUN-NO(WS-XR-SUB) = ITEMS-RUN-NO
                    MOVE WS-XR-SUB TO WS-XR-CUR
                END-IF
            END-PERFORM.

       NOTE-EXTRACT-RUN-PARA.
            PERFORM FIND-EXTRACT-RUN-PARA.
            IF WS-XR-CUR = 0
                IF WS-XR-COUNT < 20
                    ADD 1 TO WS-XR-COUNT
                    MOVE WS-XR-COUNT TO WS-XR-CUR
                    MOVE ITEMS-TILL-ID TO WS-XR-TILL(WS-XR-CUR)
                    MOVE ITEMS-RUN-NO TO WS-XR-RUN-NO(WS-XR-CUR)
                    MOVE 0 TO WS-XR-ITEMS(WS-XR-CUR)
                    MOVE "N" TO WS-XR-POSTED(WS-XR-CUR)
                ELSE
      *            Too many runs to log - refuse rather than post a
      *            run the log could not then protect.
                    IF WS-TOO-MANY-RUNS = "N"
                        DISPLAY "ERROR:MORE THAN 20 TILL RUNS ON ITEM "
                                "EXTRACT - POST IN SMALLER BATCHES"
                    END-IF
                    MOVE "Y" TO WS-TOO-MANY-RUNS
                END-IF
            END-IF.
            IF WS-XR-CUR > 0
                ADD 1 TO WS-XR-ITEMS(WS-XR-CUR)
            END-IF.

       POST-GRN-PARA.
      *    Goods received.
            OPEN INPUT GRN-FILE.
            IF WS-GRN-STATUS = "00"
                MOVE "N" TO WS-EOF-FLAG
                PERFORM READ-GRN-PARA
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    PERFORM POST-ONE-GRN-PARA
                    PERFORM READ-GRN-PARA
                END-PERFORM
                CLOSE GRN-FILE
      *        Posted rows go; held rows come back for correction.
                OPEN OUTPUT GRN-FILE
                PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
                        UNTIL WS-HELD-SUB > WS-HG-COUNT
                    MOVE WS-HELD-GRN(WS-HELD-SUB) TO GRN-RECORD
                    WRITE GRN-RECORD
                END-PERFORM
                CLOSE GRN-FILE
            END-IF.

       READ-GRN-PARA.
            READ GRN-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       POST-ONE-GRN-PARA.
            IF GRN-ITEM-CODE = SPACES OR GRN-QTY NOT NUMERIC
                    OR GRN-QTY = 0
                MOVE SPACES TO WS-RPT-LINE
                STRING "HELD GOODS RECEIVED - ITEM " DELIMITED BY SIZE
                       GRN-ITEM-CODE DELIMITED BY SIZE
                       " DELIVERY " DELIMITED BY SIZE
                       GRN-DELIVERY-REF DELIMITED BY SIZE
                       " - NO ITEM CODE OR NO QUANTITY"
                           DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
                PERFORM HOLD-GRN-PARA
            ELSE
                MOVE GRN-ITEM-CODE TO WS-STOCK-KEY
                PERFORM FETCH-STOCK-PARA
                MOVE STOCK-ON-HAND TO WS-BEFORE
                ADD GRN-QTY TO STOCK-ON-HAND
                IF GRN-DATE NUMERIC AND GRN-DATE > 0
                    MOVE GRN-DATE TO STOCK-LAST-GRN-DATE
                ELSE
                    MOVE WS-TODAY TO STOCK-LAST-GRN-DATE
                END-IF
                MOVE "G" TO WS-MOVE-TYPE
                MOVE GRN-QTY TO WS-MOVE-QTY
                MOVE GRN-DELIVERY-REF TO WS-MOVE-REF
                PERFORM STORE-STOCK-PARA
                ADD 1 TO WS-GRN-POSTED
            END-IF.

       HOLD-GRN-PARA.
            ADD 1 TO WS-GRN-HELD.
            IF WS-HG-COUNT < 50
                ADD 1 TO WS-HG-COUNT
                MOVE GRN-RECORD TO WS-HELD-GRN(WS-HG-COUNT)
            ELSE
                DISPLAY "WARNING:MORE THAN 50 GOODS RECEIVED ROWS "
                        "HELD - ITEM " GRN-ITEM-CODE " DROPPED, "
                        "RE-KEY IT"
            END-IF.

       POST-EXTRACT-PARA.
      *    Item sales extract - units sold off, units returned back
      *    on. The rows of a run already posted are passed over.
            MOVE SPACES TO WS-RPT-LINE.
            MOVE "EXCEPTIONS - ITEMS SOLD WHILE SHOWING NEGATIVE STOCK"
                TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            IF WS-HAVE-EXTRACT = "Y"
                OPEN INPUT ITEM-EXTRACT-FILE
                MOVE "N" TO WS-EOF-FLAG
                PERFORM READ-EXTRACT-PARA
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    PERFORM FIND-EXTRACT-RUN-PARA
                    IF WS-XR-POSTED(WS-XR-CUR) = "N"
                        PERFORM POST-ONE-ITEM-PARA
                    END-IF
                    PERFORM READ-EXTRACT-PARA
                END-PERFORM
                CLOSE ITEM-EXTRACT-FILE
            END-IF.

       POST-ONE-ITEM-PARA.
      *    Extract records written before the returned quantity was
      *    carried read it as spaces - no returns.
            IF ITEMS-RETURN-QTY NOT NUMERIC
                MOVE 0 TO ITEMS-RETURN-QTY
            END-IF.
            ADD 1 TO WS-ITEMS-POSTED.
            MOVE ITEMS-RUN-NO TO WS-REF-RUN.
            MOVE SPACES TO WS-MOVE-REF.
            STRING "T" DELIMITED BY SIZE
                   ITEMS-TILL-ID DELIMITED BY SIZE
                   "R" DELIMITED BY SIZE
                   WS-REF-RUN DELIMITED BY SIZE
                INTO WS-MOVE-REF.
            MOVE ITEMS-ITEM-CODE TO WS-STOCK-KEY.
            PERFORM FETCH-STOCK-PARA.
            IF WS-STOCK-FOUND = "N"
                ADD 1 TO WS-EXCEPTION-COUNT
                MOVE SPACES TO WS-RPT-LINE
                STRING "NOT ON STOCK MASTER  ITEM " DELIMITED BY SIZE
                       ITEMS-ITEM-CODE DELIMITED BY SIZE
                       " TILL " DELIMITED BY SIZE
                       ITEMS-TILL-ID DELIMITED BY SIZE
                       " RUN " DELIMITED BY SIZE
                       ITEMS-RUN-NO DELIMITED BY SIZE
                       " SOLD " DELIMITED BY SIZE
                       ITEMS-QTY DELIMITED BY SIZE
                       " - ADDED WITH NO MINIMUM LEVEL"
                           DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
            END-IF.

            IF ITEMS-RETURN-QTY > 0
                MOVE STOCK-ON-HAND TO WS-BEFORE
                ADD ITEMS-RETURN-QTY TO STOCK-ON-HAND
                ADD ITEMS-RETURN-QTY TO WS-UNITS-RETURNED
                MOVE "X" TO WS-MOVE-TYPE
                MOVE ITEMS-RETURN-QTY TO WS-MOVE-QTY
                PERFORM STORE-STOCK-PARA
                MOVE "Y" TO WS-STOCK-FOUND
            END-IF.

            IF ITEMS-QTY > 0
                MOVE STOCK-ON-HAND TO WS-BEFORE
                SUBTRACT ITEMS-QTY FROM STOCK-ON-HAND
                ADD ITEMS-QTY TO WS-UNITS-SOLD
                MOVE WS-TODAY TO STOCK-LAST-SALE-DATE
                MOVE "S" TO WS-MOVE-TYPE
                MOVE ITEMS-QTY TO WS-MOVE-QTY
                PERFORM STORE-STOCK-PARA
                IF STOCK-ON-HAND < 0
                    PERFORM NEGATIVE-EXCEPTION-PARA
                END-IF
            END-IF.

       NEGATIVE-EXCEPTION-PARA.
            ADD 1 TO WS-EXCEPTION-COUNT.
            MOVE WS-BEFORE TO WS-ED-BEFORE.
            MOVE STOCK-ON-HAND TO WS-ED-ON-HAND.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "SOLD WHILE NEGATIVE  ITEM " DELIMITED BY SIZE
                   STOCK-ITEM-CODE DELIMITED BY SIZE
                   " TILL " DELIMITED BY SIZE
                   ITEMS-TILL-ID DELIMITED BY SIZE
                   " RUN " DELIMITED BY SIZE
                   ITEMS-RUN-NO DELIMITED BY SIZE
                   " SOLD " DELIMITED BY SIZE
                   ITEMS-QTY DELIMITED BY SIZE
                   " BOOK BEFORE " DELIMITED BY SIZE
                   WS-ED-BEFORE DELIMITED BY SIZE
                   " AFTER " DELIMITED BY SIZE
                   WS-ED-ON-HAND DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

       POST-ADJUST-PARA.
      *    Adjustments - damages, write-offs, counts and levels.
            OPEN INPUT ADJUST-FILE.
            IF WS-ADJ-STATUS = "00"
                MOVE "N" TO WS-EOF-FLAG
                PERFORM READ-ADJUST-PARA
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    PERFORM POST-ONE-ADJUST-PARA
                    PERFORM READ-ADJUST-PARA
                END-PERFORM
                CLOSE ADJUST-FILE
                OPEN OUTPUT ADJUST-FILE
                PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
                        UNTIL WS-HELD-SUB > WS-HA-COUNT
                    MOVE WS-HELD-ADJ(WS-HELD-SUB) TO ADJ-RECORD
                    WRITE ADJ-RECORD
                END-PERFORM
                CLOSE ADJUST-FILE
            END-IF.

       READ-ADJUST-PARA.
            READ ADJUST-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       POST-ONE-ADJUST-PARA.
      *    An adjustment must name an item already on the master -
      *    a damage or a count against a code nobody has stocked is
      *    a keying error, not a new line.
            MOVE "Y" TO WS-ROW-OK.
            IF ADJ-QTY NOT NUMERIC
                MOVE "N" TO WS-ROW-OK
            END-IF.
            IF ADJ-REASON NOT = "D" AND ADJ-REASON NOT = "W"
                    AND ADJ-REASON NOT = "C" AND ADJ-REASON NOT = "M"
                    AND ADJ-REASON NOT = "Q"
                MOVE "N" TO WS-ROW-OK
            END-IF.
            IF WS-ROW-OK = "Y"
                MOVE ADJ-ITEM-CODE TO STOCK-ITEM-CODE
                READ STOCK-FILE
                    INVALID KEY MOVE "N" TO WS-ROW-OK
                END-READ
            END-IF.
            IF WS-ROW-OK = "N"
                MOVE SPACES TO WS-RPT-LINE
                STRING "HELD ADJUSTMENT - ITEM " DELIMITED BY SIZE
                       ADJ-ITEM-CODE DELIMITED BY SIZE
                       " REASON " DELIMITED BY SIZE
                       ADJ-REASON DELIMITED BY SIZE
                       " - UNKNOWN ITEM, REASON OR QUANTITY"
                           DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM WRITE-RPT-LINE-PARA
                ADD 1 TO WS-ADJ-HELD
                IF WS-HA-COUNT < 50
                    ADD 1 TO WS-HA-COUNT
                    MOVE ADJ-RECORD TO WS-HELD-ADJ(WS-HA-COUNT)
                ELSE
                    DISPLAY "WARNING:MORE THAN 50 ADJUSTMENTS HELD - "
                            "ITEM " ADJ-ITEM-CODE " DROPPED, RE-KEY IT"
                END-IF
            ELSE
                MOVE "Y" TO WS-STOCK-FOUND
                MOVE STOCK-ON-HAND TO WS-BEFORE
                MOVE ADJ-REASON TO WS-MOVE-TYPE
                MOVE ADJ-QTY TO WS-MOVE-QTY
                MOVE ADJ-OPERATOR-ID TO WS-MOVE-REF
                IF ADJ-REASON = "D" OR ADJ-REASON = "W"
                    SUBTRACT ADJ-QTY FROM STOCK-ON-HAND
                ELSE
                    IF ADJ-REASON = "C"
                        MOVE ADJ-QTY TO STOCK-ON-HAND
                        IF ADJ-DATE NUMERIC AND ADJ-DATE > 0
                            MOVE ADJ-DATE TO STOCK-LAST-COUNT-DATE
                        ELSE
                            MOVE WS-TODAY TO STOCK-LAST-COUNT-DATE
                        END-IF
                    ELSE
                        IF ADJ-REASON = "M"
                            MOVE ADJ-QTY TO STOCK-MIN-LEVEL
                        ELSE
                            MOVE ADJ-QTY TO STOCK-REORDER-QTY
                        END-IF
                    END-IF
                END-IF
                PERFORM STORE-STOCK-PARA
                ADD 1 TO WS-ADJ-POSTED
            END-IF.

       FETCH-STOCK-PARA.
      *    Stock master access and the movement log. An item not yet
      *    on the master starts at nothing on hand and no minimum.
            MOVE WS-STOCK-KEY TO STOCK-ITEM-CODE.
            READ STOCK-FILE
                INVALID KEY MOVE "N" TO WS-STOCK-FOUND
                NOT INVALID KEY MOVE "Y" TO WS-STOCK-FOUND
            END-READ.
            IF WS-STOCK-FOUND = "N"
                MOVE WS-STOCK-KEY TO STOCK-ITEM-CODE
                MOVE 0 TO STOCK-ON-HAND
                MOVE 0 TO STOCK-MIN-LEVEL
                MOVE 0 TO STOCK-REORDER-QTY
                MOVE 0 TO STOCK-LAST-GRN-DATE
                MOVE 0 TO STOCK-LAST-SALE-DATE
                MOVE 0 TO STOCK-LAST-COUNT-DATE
            END-IF.

       STORE-STOCK-PARA.
            IF WS-STOCK-FOUND = "Y"
                REWRITE STOCK-RECORD
                    INVALID KEY
                        DISPLAY "ERROR:CANNOT REWRITE STOCK ITEM "
                                STOCK-ITEM-CODE " " WS-STOCK-STATUS
                END-REWRITE
            ELSE
                WRITE STOCK-RECORD
                    INVALID KEY
                        DISPLAY "ERROR:CANNOT WRITE STOCK ITEM "
                                STOCK-ITEM-CODE " " WS-STOCK-STATUS
                END-WRITE
                MOVE "Y" TO WS-STOCK-FOUND
            END-IF.
            MOVE WS-TODAY TO STKMOV-DATE.
            MOVE WS-NOW TO STKMOV-TIME.
            MOVE STOCK-ITEM-CODE TO STKMOV-ITEM-CODE.
            MOVE WS-MOVE-TYPE TO STKMOV-TYPE.
            MOVE WS-MOVE-QTY TO STKMOV-QTY.
            MOVE WS-BEFORE TO STKMOV-BEFORE.
            MOVE STOCK-ON-HAND TO STKMOV-AFTER.
            MOVE WS-MOVE-REF TO STKMOV-REFERENCE.
            WRITE STKMOV-RECORD.

       LOG-RUNS-PARA.
      *    Tonight's till runs go on the log only now the extract has
      *    been posted in full, and the extract is then emptied for
      *    the next night's runs to be added to.
            MOVE 0 TO WS-XR-NEW.
            IF WS-XR-COUNT > WS-DUPLICATE-RUNS
                OPEN EXTEND STOCK-RUN-FILE
                IF WS-STKRUN-STATUS NOT = "00"
                    CLOSE STOCK-RUN-FILE
                    OPEN OUTPUT STOCK-RUN-FILE
                END-IF
                PERFORM VARYING WS-XR-SUB FROM 1 BY 1
                        UNTIL WS-XR-SUB > WS-XR-COUNT
                    IF WS-XR-POSTED(WS-XR-SUB) = "N"
                        MOVE WS-XR-TILL(WS-XR-SUB) TO STKRUN-TILL-ID
                        MOVE WS-XR-RUN-NO(WS-XR-SUB) TO STKRUN-RUN-NO
                        MOVE WS-TODAY TO STKRUN-POSTED-DATE
                        MOVE WS-XR-ITEMS(WS-XR-SUB)
                            TO STKRUN-ITEM-COUNT
                        WRITE STKRUN-RECORD
                        ADD 1 TO WS-XR-NEW
                    END-IF
                END-PERFORM
                CLOSE STOCK-RUN-FILE
            END-IF.
            IF WS-HAVE-EXTRACT = "Y"
                OPEN OUTPUT ITEM-EXTRACT-FILE
                CLOSE ITEM-EXTRACT-FILE
            END-IF.

       REORDER-PARA.
      *    Reorder suggestions - every item below its minimum level.
            MOVE "REORDER SUGGESTIONS - ITEMS BELOW MINIMUM LEVEL"
                TO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE LOW-VALUES TO STOCK-ITEM-CODE.
            START STOCK-FILE KEY IS NOT LESS THAN STOCK-ITEM-CODE
                INVALID KEY MOVE "Y" TO WS-EOF-FLAG
                NOT INVALID KEY MOVE "N" TO WS-EOF-FLAG
            END-START.
            IF WS-EOF-FLAG = "N"
                PERFORM READ-STOCK-NEXT-PARA
            END-IF.
            PERFORM UNTIL WS-EOF-FLAG = "Y"
                IF STOCK-ON-HAND < STOCK-MIN-LEVEL
                    PERFORM SUGGEST-REORDER-PARA
                END-IF
                PERFORM READ-STOCK-NEXT-PARA
            END-PERFORM.

       READ-STOCK-NEXT-PARA.
            READ STOCK-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       SUGGEST-REORDER-PARA.
      *    Order the reorder quantity, or enough to get back up to
      *    the minimum if the shelf has fallen further than that.
            ADD 1 TO WS-REORDER-COUNT.
            SUBTRACT STOCK-ON-HAND FROM STOCK-MIN-LEVEL
                GIVING WS-SHORTFALL.
            IF WS-SHORTFALL > STOCK-REORDER-QTY
                MOVE WS-SHORTFALL TO WS-SUGGEST-QTY
            ELSE
                MOVE STOCK-REORDER-QTY TO WS-SUGGEST-QTY
            END-IF.
            MOVE STOCK-ON-HAND TO WS-ED-ON-HAND.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "REORDER ITEM " DELIMITED BY SIZE
                   STOCK-ITEM-CODE DELIMITED BY SIZE
                   " ON HAND " DELIMITED BY SIZE
                   WS-ED-ON-HAND DELIMITED BY SIZE
                   " MINIMUM " DELIMITED BY SIZE
                   STOCK-MIN-LEVEL DELIMITED BY SIZE
                   " SUGGEST ORDER " DELIMITED BY SIZE
                   WS-SUGGEST-QTY DELIMITED BY SIZE
                   " LAST DELIVERY " DELIMITED BY SIZE
                   STOCK-LAST-GRN-DATE DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

       WRITE-TOTALS-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "GOODS RECEIVED " DELIMITED BY SIZE
                   WS-GRN-POSTED DELIMITED BY SIZE
                   " (HELD " DELIMITED BY SIZE
                   WS-GRN-HELD DELIMITED BY SIZE
                   ")  ADJUSTMENTS " DELIMITED BY SIZE
                   WS-ADJ-POSTED DELIMITED BY SIZE
                   " (HELD " DELIMITED BY SIZE
                   WS-ADJ-HELD DELIMITED BY SIZE
                   ")  TILL RUNS " DELIMITED BY SIZE
                   WS-XR-NEW DELIMITED BY SIZE
                   " (PASSED OVER " DELIMITED BY SIZE
                   WS-DUPLICATE-RUNS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.
            MOVE SPACES TO WS-RPT-LINE.
            STRING "UNITS SOLD " DELIMITED BY SIZE
                   WS-UNITS-SOLD DELIMITED BY SIZE
                   " RETURNED " DELIMITED BY SIZE
                   WS-UNITS-RETURNED DELIMITED BY SIZE
                   "  EXCEPTIONS " DELIMITED BY SIZE
                   WS-EXCEPTION-COUNT DELIMITED BY SIZE
                   "  REORDER " DELIMITED BY SIZE
                   WS-REORDER-COUNT DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

       WRITE-RPT-LINE-PARA.
            MOVE WS-RPT-LINE TO STOCK-RPT-RECORD.
            WRITE STOCK-RPT-RECORD.
