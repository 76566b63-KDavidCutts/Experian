      *  string the audit record holds. Voids show the sequence
      *  number they reversed.
      *
      *  When a customer disputes a sale or needs proof of purchase
      *  for a refund, the same filters pick the baskets to reprint:
      *  answer Y to the reprint prompt and every booked basket with
      *  a matched row gets a receipt copy, headed COPY, in the
      *  layout DCTEST prints at the sale. The basket is rebuilt
      *  from its own rows on the trail - the main row, its B line
      *  rows and its P/Q promotion rows; a void prints the lines of
      *  the sale it reversed. The trail does not hold VAT codes, so
      *  each line's code is the one the price history says was in
      *  force when the sale was stamped, else the price file's
      *  current code. Rows written before the trail carried the
      *  tender split and line discounts reprint with the amount
      *  tendered alone, and with the basket's offer discount shared
      *  across its lines in proportion to price - the copy says so.
      *
      *  Files:
      *      DCAUDIT.DAT  - audit trail in (written by DCTEST)
      *      DCPRCAUD.DAT - price change history in, for VAT codes
      *      DCPRICE.DAT  - item price master in, for VAT codes
      *      DCRCPCPY.DAT - receipt copies out
      *
      *  Change history.
      *  2026-08-22  Initial version.
      *  2026-09-02  Item code filter and display - "show me every
      *              sale of item ABC123" now works the same way the
      *              operator and amount filters always have.
      *  2026-10-15  Receipt reprint - a copy of the customer receipt
      *              for every basket the filters match, rebuilt from
      *              the audit trail and the price history.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PRCAUD-FILE ASSIGN TO "DCPRCAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCAUD-STATUS.

           SELECT PRICE-FILE ASSIGN TO "DCPRICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRICE-ITEM-CODE
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT COPY-FILE ASSIGN TO "DCRCPCPY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  PRCAUD-FILE.
       COPY PRCAUDRC.

       FD  PRICE-FILE.
       COPY PRICEREC.

       FD  COPY-FILE.
       COPY RCPTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           03 WS-AUDIT-STATUS       PIC XX   VALUE "00".
           03 WS-PRCAUD-STATUS      PIC XX   VALUE "00".
           03 WS-PRICE-STATUS       PIC XX   VALUE "00".
           03 WS-COPY-STATUS        PIC XX   VALUE "00".
           03 WS-EOF-FLAG           PIC X    VALUE "N".
           03 WS-PRICE-OPEN         PIC X    VALUE "N".

       01  WS-FILTER-FIELDS.
           03 WS-FILT-OPERATOR      PIC X(8) VALUE SPACES.
       01  WS-MONEY-DISP-TAB REDEFINES WS-MONEY-DISP-STRINGS.
           03 WS-MONEY-DISP         PIC X(5) OCCURS 12.

      *    The baskets picked for a receipt copy - run and sequence
      *    name one basket, run numbers being unique across tills.
       01  WS-REPRINT-FIELDS.
           03 WS-REPRINT-FLAG       PIC X    VALUE "N".
           03 WS-RK-COUNT           PIC 9(3) VALUE 0.
           03 WS-RK-SUB             PIC 9(3) VALUE 0.
           03 WS-RK-MAX             PIC 9(3) VALUE 100.
           03 WS-RK-FOUND           PIC X    VALUE "N".
           03 WS-RK-FULL            PIC X    VALUE "N".
           03 WS-COPY-COUNT         PIC 9(6) VALUE 0.
           03 WS-RK-ENTRY OCCURS 100.
               05 WS-RK-RUN         PIC 9(6).
               05 WS-RK-SEQ         PIC 9(6).

      *    The main row of the basket being reprinted.
       01  WS-COPY-MAIN-FIELDS.
           03 WS-CP-RUN             PIC 9(6) VALUE 0.
           03 WS-CP-SEQ             PIC 9(6) VALUE 0.
           03 WS-CP-OPERATOR        PIC X(8) VALUE SPACES.
           03 WS-CP-TILL            PIC X(2) VALUE SPACES.
           03 WS-CP-TYPE            PIC X    VALUE SPACE.
           03 WS-CP-AMOUNT          PIC 9(5) VALUE 0.
           03 WS-CP-PRICE           PIC 9(5) VALUE 0.
           03 WS-CP-CHANGE          PIC S9(5) VALUE 0.
           03 WS-CP-NUM             PIC 9 OCCURS 12.
           03 WS-CP-CURRENCY        PIC X(3) VALUE SPACES.
           03 WS-CP-VOID-SEQ        PIC 9(6) VALUE 0.
           03 WS-CP-VOID-RUN        PIC 9(6) VALUE 0.
           03 WS-CP-SERIAL          PIC X(12) VALUE SPACES.
           03 WS-CP-TENDER          PIC X    VALUE SPACE.
           03 WS-CP-CASH            PIC 9(5) VALUE 0.
           03 WS-CP-CARD            PIC 9(5) VALUE 0.
           03 WS-CP-VOUCHER         PIC 9(5) VALUE 0.
           03 WS-CP-TENDER-KNOWN    PIC X    VALUE "N".
           03 WS-CP-SALE-FOUND      PIC X    VALUE "N".
           03 WS-CP-STAMP.
               05 WS-CP-DATE        PIC 9(8) VALUE 0.
               05 WS-CP-TIME        PIC 9(8) VALUE 0.

      *    One basket gathered off the trail - the basket itself, or
      *    for a void the sale it reversed. The LATEST main row under
      *    the run and sequence wins, as in DCTEST's own audit-trail
      *    void, so a basket worked again after a restart is read
      *    once.
       01  WS-COLLECT-FIELDS.
           03 WS-CL-WANT-RUN        PIC 9(6) VALUE 0.
           03 WS-CL-WANT-SEQ        PIC 9(6) VALUE 0.
           03 WS-CL-FOUND           PIC X    VALUE "N".
           03 WS-CL-AMOUNT          PIC 9(5) VALUE 0.
           03 WS-CL-PRICE           PIC 9(5) VALUE 0.
           03 WS-CL-PROMO-DISC      PIC 9(6) VALUE 0.
           03 WS-CL-B-TOTAL         PIC 9(7) VALUE 0.
           03 WS-CL-LIST-TOTAL      PIC 9(7) VALUE 0.
           03 WS-CL-DISC-KNOWN      PIC X    VALUE "Y".
           03 WS-CL-SHARED          PIC X    VALUE "N".
           03 WS-CL-REMAIN          PIC 9(6) VALUE 0.
           03 WS-CL-WORK            PIC 9(12) VALUE 0.
           03 WS-CL-STAMP.
               05 WS-CL-DATE        PIC 9(8) VALUE 0.
               05 WS-CL-TIME        PIC 9(8) VALUE 0.
           03 WS-CL-TO-MAIN         PIC X    VALUE "Y".
           03 WS-CL-LINES           PIC 99   VALUE 0.
           03 WS-CL-SUB             PIC 99   VALUE 0.
           03 WS-CL-LINE-ENTRY OCCURS 20.
               05 WS-CL-CODE        PIC X(6).
               05 WS-CL-LI-PRICE    PIC 9(5).
               05 WS-CL-LI-DISC     PIC 9(5).
               05 WS-CL-VAT         PIC X.
               05 WS-CL-HIST        PIC X.

      *    Price history stamp for comparison with the sale's.
       01  WS-PA-STAMP.
           03 WS-PA-DATE            PIC 9(8) VALUE 0.
           03 WS-PA-TIME            PIC 9(8) VALUE 0.

      *    The receipt copy, laid out as DCTEST prints the original.
       01  WS-RECEIPT-FIELDS.
           03 WS-RC-LINE-NO         PIC 9(3) VALUE 0.
           03 WS-RC-SUB             PIC 99   VALUE 0.
           03 WS-RC-TOTAL           PIC 9(8) VALUE 0.
           03 WS-RC-PENCE           PIC 9(8) VALUE 0.
           03 WS-RC-MONEY           PIC 9(6)V99 VALUE 0.
           03 WS-RC-MONEY-DISP      PIC Z(5)9.99.
           03 WS-RC-MINUS-DISP      PIC Z(5)9.99-.
           03 WS-RC-RATE            PIC 9(4) VALUE 0.
           03 WS-RC-RATE-R REDEFINES WS-RC-RATE PIC 99V99.
           03 WS-RC-RATE-DISP       PIC Z9.99.
           03 WS-RC-DATE            PIC 9(8) VALUE 0.
           03 WS-RC-DATE-R REDEFINES WS-RC-DATE.
               05 WS-RC-DATE-YYYY   PIC 9(4).
               05 WS-RC-DATE-MM     PIC 99.
               05 WS-RC-DATE-DD     PIC 99.
           03 WS-RC-TIME            PIC 9(8) VALUE 0.
           03 WS-RC-TIME-R REDEFINES WS-RC-TIME.
               05 WS-RC-TIME-HH     PIC 99.
               05 WS-RC-TIME-MI     PIC 99.
               05 WS-RC-TIME-SS     PIC 99.
               05 WS-RC-TIME-CC     PIC 99.
           03 WS-RC-NUMBER.
               05 WS-RC-NO-TILL     PIC X(2).
               05 FILLER            PIC X    VALUE "-".
               05 WS-RC-NO-RUN      PIC 9(6).
               05 FILLER            PIC X    VALUE "-".
               05 WS-RC-NO-SEQ      PIC 9(6).
           03 WS-RC-TEXT            PIC X(40) VALUE SPACES.
           03 WS-RC-DASHES          PIC X(40) VALUE ALL "-".

      *    VAT rate table - see VATRATE.CPY - and what the copy's
      *    lines come to under each rate after discount.
       COPY VATRATE.

       01  WS-VAT-FIELDS.
           03 WS-VAT-SUB            PIC 9     VALUE 0.
           03 WS-VAT-CUR            PIC 9     VALUE 0.
           03 WS-VAT-LOOKUP         PIC X     VALUE "S".
           03 WS-VAT-WORK           PIC 9(15) VALUE 0.
           03 WS-VAT-DIVISOR        PIC 9(5)  VALUE 0.
           03 WS-VAT-NET            PIC 9(10) VALUE 0.
           03 WS-VAT-AMT            PIC 9(10) VALUE 0.
           03 WS-RC-VAT-GROSS       PIC 9(8) OCCURS 3.

       PROCEDURE DIVISION.
       MAIN-PARA.
            DISPLAY "AUDIT TRAIL INQUIRY".
            ACCEPT WS-FILT-CURRENCY.
            DISPLAY "ENTER ITEM CODE (BLANK = ANY) :".
            ACCEPT WS-FILT-ITEM.
            DISPLAY "REPRINT RECEIPTS FOR MATCHED SALES - Y/N :".
            ACCEPT WS-REPRINT-FLAG.
            IF WS-REPRINT-FLAG = "y"
                MOVE "Y" TO WS-REPRINT-FLAG
            END-IF.

            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT = "00"
                IF WS-MATCH-FLAG = "Y"
                    ADD 1 TO WS-MATCH-COUNT
                    PERFORM SHOW-AUDIT-PARA
                    IF WS-REPRINT-FLAG = "Y"
                        PERFORM NOTE-RECEIPT-PARA
                    END-IF
                END-IF
                PERFORM READ-AUDIT-PARA
            END-PERFORM.
            DISPLAY " ".
            DISPLAY "RECORDS READ    : " WS-READ-COUNT.
            DISPLAY "RECORDS MATCHED : " WS-MATCH-COUNT.
            IF WS-REPRINT-FLAG = "Y"
                PERFORM REPRINT-PARA
            END-IF.
            STOP RUN.

       READ-AUDIT-PARA.
                        WITH POINTER WS-BREAKDOWN-PTR
                END-IF
            END-PERFORM.

       NOTE-RECEIPT-PARA.
      *    Remember the basket a matched row belongs to - its main
      *    row, a line row or a promotion row all name it - once.
      *    Interactive rows (sequence zero) and rejected baskets
      *    have no receipt to copy.
            IF AUDIT-SEQ-NO NUMERIC
                    AND AUDIT-SEQ-NO > 0
                    AND AUDIT-REJECT-FLAG NOT = "Y"
                    AND (AUDIT-TRAN-TYPE = "S" OR AUDIT-TRAN-TYPE = "R"
                      OR AUDIT-TRAN-TYPE = "V" OR AUDIT-TRAN-TYPE = "G"
                      OR AUDIT-TRAN-TYPE = "B" OR AUDIT-TRAN-TYPE = "P"
                      OR AUDIT-TRAN-TYPE = "Q")
                MOVE "N" TO WS-RK-FOUND
                PERFORM VARYING WS-RK-SUB FROM 1 BY 1
                        UNTIL WS-RK-SUB > WS-RK-COUNT
                    IF WS-RK-RUN(WS-RK-SUB) = AUDIT-RUN-NO
                            AND WS-RK-SEQ(WS-RK-SUB) = AUDIT-SEQ-NO
                        MOVE "Y" TO WS-RK-FOUND
                    END-IF
                END-PERFORM
                IF WS-RK-FOUND = "N"
                    IF WS-RK-COUNT < WS-RK-MAX
                        ADD 1 TO WS-RK-COUNT
                        MOVE AUDIT-RUN-NO TO WS-RK-RUN(WS-RK-COUNT)
                        MOVE AUDIT-SEQ-NO TO WS-RK-SEQ(WS-RK-COUNT)
                    ELSE
                        IF WS-RK-FULL = "N"
                            MOVE "Y" TO WS-RK-FULL
                            DISPLAY "WARNING:MORE THAN " WS-RK-MAX
                                    " SALES MATCHED - NARROW THE"
                                    " FILTERS TO REPRINT THE REST"
                        END-IF
                    END-IF
                END-IF
            END-IF.

       REPRINT-PARA.
            DISPLAY " ".
            IF WS-RK-COUNT = 0
                DISPLAY "NO BOOKED SALES MATCHED - NO RECEIPTS COPIED"
            ELSE
                OPEN OUTPUT COPY-FILE
                IF WS-COPY-STATUS NOT = "00"
                    DISPLAY "ERROR:CANNOT OPEN RECEIPT COPY FILE "
                            WS-COPY-STATUS
                    STOP RUN
                END-IF
      *        The price file only answers for items the price
      *        history has nothing on, so a missing one is not fatal.
                OPEN INPUT PRICE-FILE
                IF WS-PRICE-STATUS = "00"
                    MOVE "Y" TO WS-PRICE-OPEN
                ELSE
                    MOVE "N" TO WS-PRICE-OPEN
                END-IF
                PERFORM VARYING WS-RK-SUB FROM 1 BY 1
                        UNTIL WS-RK-SUB > WS-RK-COUNT
                    PERFORM COPY-RECEIPT-PARA
                END-PERFORM
                CLOSE COPY-FILE
                IF WS-PRICE-OPEN = "Y"
                    CLOSE PRICE-FILE
                END-IF
                DISPLAY "RECEIPT COPIES  : " WS-COPY-COUNT
                        " WRITTEN TO DCRCPCPY.DAT"
            END-IF.

       COPY-RECEIPT-PARA.
      *    Gather the basket off the trail, and for a void the sale
      *    it reversed as well, then print the copy.
            MOVE WS-RK-RUN(WS-RK-SUB) TO WS-CP-RUN.
            MOVE WS-RK-SEQ(WS-RK-SUB) TO WS-CP-SEQ.
            MOVE WS-CP-RUN TO WS-CL-WANT-RUN.
            MOVE WS-CP-SEQ TO WS-CL-WANT-SEQ.
            MOVE "Y" TO WS-CL-TO-MAIN.
            PERFORM COLLECT-BASKET-PARA.
            IF WS-CL-FOUND = "N"
                DISPLAY "WARNING:NO BOOKED SALE ON THE TRAIL FOR RUN "
                        WS-CP-RUN " SEQ " WS-CP-SEQ
            ELSE
                IF WS-CP-TYPE = "V"
                    MOVE WS-CP-VOID-RUN TO WS-CL-WANT-RUN
                    MOVE WS-CP-VOID-SEQ TO WS-CL-WANT-SEQ
                    MOVE "N" TO WS-CL-TO-MAIN
                    PERFORM COLLECT-BASKET-PARA
                    MOVE WS-CL-FOUND TO WS-CP-SALE-FOUND
                ELSE
                    MOVE "Y" TO WS-CP-SALE-FOUND
                END-IF
                IF WS-CP-SALE-FOUND = "Y"
                    PERFORM FINISH-LINES-PARA
                    PERFORM LOOKUP-VAT-PARA
                ELSE
                    MOVE 0 TO WS-CL-LINES
                    MOVE "N" TO WS-CL-SHARED
                END-IF
                PERFORM WRITE-COPY-PARA
                ADD 1 TO WS-COPY-COUNT
            END-IF.

       COLLECT-BASKET-PARA.
            MOVE "N" TO WS-CL-FOUND.
            MOVE 0 TO WS-CL-LINES.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS = "00"
                MOVE "N" TO WS-EOF-FLAG
                PERFORM READ-AUDIT-PARA
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    IF AUDIT-SEQ-NO NUMERIC
                            AND AUDIT-RUN-NO = WS-CL-WANT-RUN
                            AND AUDIT-SEQ-NO = WS-CL-WANT-SEQ
                            AND AUDIT-REJECT-FLAG NOT = "Y"
                        PERFORM COLLECT-ROW-PARA
                    END-IF
                    PERFORM READ-AUDIT-PARA
                END-PERFORM
                CLOSE AUDIT-FILE
            END-IF.

       COLLECT-ROW-PARA.
      *    A main row starts the basket afresh with its first line;
      *    the B rows after it add a line each at list price, and
      *    the P/Q rows the offer discount netted into its price.
            IF AUDIT-TRAN-TYPE = "S" OR AUDIT-TRAN-TYPE = "R"
                    OR AUDIT-TRAN-TYPE = "V" OR AUDIT-TRAN-TYPE = "G"
                MOVE "Y" TO WS-CL-FOUND
                MOVE AUDIT-AMOUNT TO WS-CL-AMOUNT
                MOVE AUDIT-PRICE TO WS-CL-PRICE
                MOVE AUDIT-DATE TO WS-CL-DATE
                MOVE AUDIT-TIME TO WS-CL-TIME
                MOVE 0 TO WS-CL-PROMO-DISC
                MOVE 0 TO WS-CL-B-TOTAL
                MOVE 1 TO WS-CL-LINES
                MOVE AUDIT-ITEM-CODE TO WS-CL-CODE(1)
                MOVE 0 TO WS-CL-LI-PRICE(1)
                IF AUDIT-LINE-DISC NUMERIC
                    MOVE "Y" TO WS-CL-DISC-KNOWN
                    MOVE AUDIT-LINE-DISC TO WS-CL-LI-DISC(1)
                ELSE
                    MOVE "N" TO WS-CL-DISC-KNOWN
                    MOVE 0 TO WS-CL-LI-DISC(1)
                END-IF
                IF WS-CL-TO-MAIN = "Y"
                    PERFORM SAVE-MAIN-ROW-PARA
                END-IF
            ELSE
                IF WS-CL-FOUND = "Y"
                    IF AUDIT-TRAN-TYPE = "B" AND WS-CL-LINES < 20
                        ADD 1 TO WS-CL-LINES
                        MOVE AUDIT-ITEM-CODE
                            TO WS-CL-CODE(WS-CL-LINES)
                        MOVE AUDIT-PRICE
                            TO WS-CL-LI-PRICE(WS-CL-LINES)
                        ADD AUDIT-PRICE TO WS-CL-B-TOTAL
                        IF AUDIT-LINE-DISC NUMERIC
                            MOVE AUDIT-LINE-DISC
                                TO WS-CL-LI-DISC(WS-CL-LINES)
                        ELSE
                            MOVE "N" TO WS-CL-DISC-KNOWN
                            MOVE 0 TO WS-CL-LI-DISC(WS-CL-LINES)
                        END-IF
                    END-IF
                    IF AUDIT-TRAN-TYPE = "P" OR AUDIT-TRAN-TYPE = "Q"
                        ADD AUDIT-PRICE TO WS-CL-PROMO-DISC
                    END-IF
                END-IF
            END-IF.

       SAVE-MAIN-ROW-PARA.
            MOVE AUDIT-OPERATOR-ID TO WS-CP-OPERATOR.
            MOVE AUDIT-TILL-ID TO WS-CP-TILL.
            MOVE AUDIT-TRAN-TYPE TO WS-CP-TYPE.
            MOVE AUDIT-AMOUNT TO WS-CP-AMOUNT.
            MOVE AUDIT-PRICE TO WS-CP-PRICE.
            MOVE AUDIT-CHANGE TO WS-CP-CHANGE.
            PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 12
                MOVE AUDIT-BREAKDOWN(WS-SUB1) TO WS-CP-NUM(WS-SUB1)
            END-PERFORM.
            MOVE AUDIT-CURRENCY-CODE TO WS-CP-CURRENCY.
            MOVE AUDIT-DATE TO WS-CP-DATE.
            MOVE AUDIT-TIME TO WS-CP-TIME.
            MOVE AUDIT-VOID-SEQ TO WS-CP-VOID-SEQ.
      *    A void written before the run of the sale was carried
      *    reversed a sale of its own run.
            IF AUDIT-VOID-RUN-NO NUMERIC AND AUDIT-VOID-RUN-NO > 0
                MOVE AUDIT-VOID-RUN-NO TO WS-CP-VOID-RUN
            ELSE
                MOVE AUDIT-RUN-NO TO WS-CP-VOID-RUN
            END-IF.
            MOVE AUDIT-VOUCHER-SERIAL TO WS-CP-SERIAL.
            MOVE 0 TO WS-CP-CASH.
            MOVE 0 TO WS-CP-CARD.
            MOVE 0 TO WS-CP-VOUCHER.
            IF AUDIT-TENDER-TYPE NOT = SPACE
                    AND AUDIT-CASH-PART NUMERIC
                    AND AUDIT-CARD-PART NUMERIC
                MOVE "Y" TO WS-CP-TENDER-KNOWN
                MOVE AUDIT-TENDER-TYPE TO WS-CP-TENDER
                MOVE AUDIT-CASH-PART TO WS-CP-CASH
                MOVE AUDIT-CARD-PART TO WS-CP-CARD
                IF AUDIT-AMOUNT > AUDIT-CASH-PART + AUDIT-CARD-PART
                    SUBTRACT AUDIT-CASH-PART AUDIT-CARD-PART
                        FROM AUDIT-AMOUNT GIVING WS-CP-VOUCHER
                END-IF
            ELSE
                MOVE "N" TO WS-CP-TENDER-KNOWN
                MOVE SPACE TO WS-CP-TENDER
            END-IF.

       FINISH-LINES-PARA.
      *    The main row carries the basket's price net of discount,
      *    so the first line's list price is that plus the offer
      *    discount less the other lines' list prices.
            MOVE "N" TO WS-CL-SHARED.
            ADD WS-CL-PRICE WS-CL-PROMO-DISC GIVING WS-CL-WORK.
            IF WS-CL-WORK > WS-CL-B-TOTAL
                SUBTRACT WS-CL-B-TOTAL FROM WS-CL-WORK
                    GIVING WS-CL-LI-PRICE(1)
            ELSE
                MOVE 0 TO WS-CL-LI-PRICE(1)
            END-IF.
            IF WS-CL-DISC-KNOWN = "N"
                PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                        UNTIL WS-CL-SUB > WS-CL-LINES
                    MOVE 0 TO WS-CL-LI-DISC(WS-CL-SUB)
                END-PERFORM
                IF WS-CL-PROMO-DISC > 0
                    PERFORM SHARE-DISCOUNT-PARA
                END-IF
            END-IF.

       SHARE-DISCOUNT-PARA.
      *    A basket from before the trail carried line discounts -
      *    share its offer discount across the lines in proportion
      *    to price, the odd pence on the first line that can take
      *    them.
            MOVE 0 TO WS-CL-LIST-TOTAL.
            PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                    UNTIL WS-CL-SUB > WS-CL-LINES
                ADD WS-CL-LI-PRICE(WS-CL-SUB) TO WS-CL-LIST-TOTAL
            END-PERFORM.
            IF WS-CL-LIST-TOTAL > 0
                MOVE "Y" TO WS-CL-SHARED
                MOVE WS-CL-PROMO-DISC TO WS-CL-REMAIN
                PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                        UNTIL WS-CL-SUB > WS-CL-LINES
                    MULTIPLY WS-CL-PROMO-DISC
                        BY WS-CL-LI-PRICE(WS-CL-SUB)
                        GIVING WS-CL-WORK
                    DIVIDE WS-CL-WORK BY WS-CL-LIST-TOTAL
                        GIVING WS-CL-LI-DISC(WS-CL-SUB)
                    SUBTRACT WS-CL-LI-DISC(WS-CL-SUB)
                        FROM WS-CL-REMAIN
                END-PERFORM
                PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                        UNTIL WS-CL-SUB > WS-CL-LINES
                        OR WS-CL-REMAIN = 0
                    SUBTRACT WS-CL-LI-DISC(WS-CL-SUB)
                        FROM WS-CL-LI-PRICE(WS-CL-SUB)
                        GIVING WS-CL-WORK
                    IF WS-CL-WORK NOT < WS-CL-REMAIN
                        ADD WS-CL-REMAIN TO WS-CL-LI-DISC(WS-CL-SUB)
                        MOVE 0 TO WS-CL-REMAIN
                    END-IF
                END-PERFORM
            END-IF.

       LOOKUP-VAT-PARA.
      *    Each line's VAT code as it stood when the sale was
      *    stamped: the latest price history record for the item
      *    at or before that moment - the new code on an add or
      *    change, the old on a delete - or failing that the old
      *    code on the first change after it. An item the history
      *    has nothing on takes the price file's current code, and
      *    a keyed price or unknown item is standard rated, as
      *    DCTEST prices it.
            PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                    UNTIL WS-CL-SUB > WS-CL-LINES
                MOVE SPACE TO WS-CL-VAT(WS-CL-SUB)
                MOVE "N" TO WS-CL-HIST(WS-CL-SUB)
            END-PERFORM.
            OPEN INPUT PRCAUD-FILE.
            IF WS-PRCAUD-STATUS = "00"
                MOVE "N" TO WS-EOF-FLAG
                PERFORM READ-PRCAUD-PARA
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    PERFORM CHECK-PRICE-HIST-PARA
                    PERFORM READ-PRCAUD-PARA
                END-PERFORM
                CLOSE PRCAUD-FILE
            END-IF.
            PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                    UNTIL WS-CL-SUB > WS-CL-LINES
                IF WS-CL-VAT(WS-CL-SUB) = SPACE
                        AND WS-CL-CODE(WS-CL-SUB) NOT = SPACES
                        AND WS-PRICE-OPEN = "Y"
                    MOVE WS-CL-CODE(WS-CL-SUB) TO PRICE-ITEM-CODE
                    READ PRICE-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE PRICE-VAT-CODE
                                TO WS-CL-VAT(WS-CL-SUB)
                    END-READ
                END-IF
                IF WS-CL-VAT(WS-CL-SUB) = SPACE
                    MOVE "S" TO WS-CL-VAT(WS-CL-SUB)
                END-IF
            END-PERFORM.

       READ-PRCAUD-PARA.
            READ PRCAUD-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
            END-READ.

       CHECK-PRICE-HIST-PARA.
            MOVE PRCAUD-DATE TO WS-PA-DATE.
            MOVE PRCAUD-TIME TO WS-PA-TIME.
            PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                    UNTIL WS-CL-SUB > WS-CL-LINES
                IF WS-CL-CODE(WS-CL-SUB) = PRCAUD-ITEM-CODE
                        AND WS-CL-CODE(WS-CL-SUB) NOT = SPACES
                    IF WS-PA-STAMP NOT > WS-CL-STAMP
                        IF PRCAUD-ACTION = "D"
                            IF PRCAUD-OLD-VAT NOT = SPACE
                                MOVE PRCAUD-OLD-VAT
                                    TO WS-CL-VAT(WS-CL-SUB)
                            END-IF
                        ELSE
                            IF PRCAUD-NEW-VAT NOT = SPACE
                                MOVE PRCAUD-NEW-VAT
                                    TO WS-CL-VAT(WS-CL-SUB)
                            END-IF
                        END-IF
                        MOVE "B" TO WS-CL-HIST(WS-CL-SUB)
                    ELSE
                        IF WS-CL-HIST(WS-CL-SUB) = "N"
                            IF PRCAUD-ACTION = "A"
                                MOVE PRCAUD-NEW-VAT
                                    TO WS-CL-VAT(WS-CL-SUB)
                            ELSE
                                MOVE PRCAUD-OLD-VAT
                                    TO WS-CL-VAT(WS-CL-SUB)
                            END-IF
                            MOVE "A" TO WS-CL-HIST(WS-CL-SUB)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

       WRITE-COPY-PARA.
            IF WS-CP-CURRENCY = "EUR"
                MOVE WS-EUR-MONEY-DISP-STRINGS
                    TO WS-MONEY-DISP-STRINGS
            ELSE
                MOVE WS-GBP-MONEY-DISP-STRINGS
                    TO WS-MONEY-DISP-STRINGS
            END-IF.
            MOVE 0 TO WS-RC-LINE-NO.
            PERFORM COPY-HEADER-PARA.
            PERFORM COPY-ITEMS-PARA.
            PERFORM COPY-TOTALS-PARA.
            PERFORM COPY-CHANGE-PARA.
            PERFORM COPY-VAT-PARA.
            MOVE WS-RC-DASHES TO WS-RC-TEXT.
            PERFORM WRITE-COPY-LINE-PARA.
            MOVE "   RETAIN FOR VAT AND REFUND PURPOSES"
                TO WS-RC-TEXT.
            PERFORM WRITE-COPY-LINE-PARA.

       COPY-HEADER-PARA.
            MOVE SPACES TO WS-RC-TEXT.
            IF WS-CP-TYPE = "R"
                MOVE "            REFUND RECEIPT" TO WS-RC-TEXT
            ELSE
            IF WS-CP-TYPE = "V"
                MOVE "             VOID RECEIPT" TO WS-RC-TEXT
            ELSE
            IF WS-CP-TYPE = "G"
                MOVE "         GIFT VOUCHER RECEIPT" TO WS-RC-TEXT
            ELSE
                MOVE "            SALES RECEIPT" TO WS-RC-TEXT
            END-IF
            END-IF
            END-IF.
            PERFORM WRITE-COPY-LINE-PARA.
            MOVE "              *** COPY ***" TO WS-RC-TEXT.
            PERFORM WRITE-COPY-LINE-PARA.
            MOVE WS-RC-DASHES TO WS-RC-TEXT.
            PERFORM WRITE-COPY-LINE-PARA.

            MOVE WS-CP-TILL TO WS-RC-NO-TILL.
            MOVE WS-CP-RUN TO WS-RC-NO-RUN.
            MOVE WS-CP-SEQ TO WS-RC-NO-SEQ.
            STRING "RECEIPT NO " DELIMITED BY SIZE
                   WS-RC-NUMBER DELIMITED BY SIZE
                INTO WS-RC-TEXT.
            PERFORM WRITE-COPY-LINE-PARA.

            STRING "TILL " DELIMITED BY SIZE
                   WS-CP-TILL DELIMITED BY SIZE
                   "  OPERATOR " DELIMITED BY SIZE
                   WS-CP-OPERATOR DELIMITED BY SIZE
                INTO WS-RC-TEXT.
            PERFORM WRITE-COPY-LINE-PARA.

            MOVE WS-CP-DATE TO WS-RC-DATE.
            MOVE WS-CP-TIME TO WS-RC-TIME.
            STRING "DATE " DELIMITED BY SIZE
                   WS-RC-DATE-DD DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-RC-DATE-MM DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-RC-DATE-YYYY DELIMITED BY SIZE
                   "  TIME " DELIMITED BY SIZE
                   WS-RC-TIME-HH DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-RC-TIME-MI DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-RC-TIME-SS DELIMITED BY SIZE
                INTO WS-RC-TEXT.
            PERFORM WRITE-COPY-LINE-PARA.

            IF WS-CP-TYPE = "V"
                STRING "VOID OF SALE RUN " DELIMITED BY SIZE
                       WS-CP-VOID-RUN DELIMITED BY SIZE
                       " SEQ " DELIMITED BY SIZE
                       WS-CP-VOID-SEQ DELIMITED BY SIZE
                    INTO WS-RC-TEXT
                PERFORM WRITE-COPY-LINE-PARA
            END-IF.
            MOVE WS-RC-DASHES TO WS-RC-TEXT.
            PERFORM WRITE-COPY-LINE-PARA.

       COPY-ITEMS-PARA.
            PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                    UNTIL WS-RC-SUB > WS-CL-LINES
                IF WS-CP-TYPE = "G"
                    STRING "GIFT VOUCHER " DELIMITED BY SIZE
                           WS-CP-SERIAL DELIMITED BY SPACE
                        INTO WS-RC-TEXT
                ELSE
                    IF WS-CL-CODE(WS-RC-SUB) = SPACES
                        MOVE "KEYED PRICE" TO WS-RC-TEXT
                    ELSE
                        MOVE WS-CL-CODE(WS-RC-SUB) TO WS-RC-TEXT
                    END-IF
                    MOVE WS-CL-VAT(WS-RC-SUB) TO WS-RC-TEXT(40:1)
                END-IF
                MOVE WS-CL-LI-PRICE(WS-RC-SUB) TO WS-RC-PENCE
                PERFORM COPY-MONEY-PARA
                MOVE WS-RC-MONEY-DISP TO WS-RC-TEXT(29:9)
                PERFORM WRITE-COPY-LINE-PARA
                IF WS-CL-LI-DISC(WS-RC-SUB) > 0
                    MOVE "  PROMOTION" TO WS-RC-TEXT
                    MOVE WS-CL-LI-DISC(WS-RC-SUB) TO WS-RC-PENCE
                    PERFORM COPY-MONEY-PARA
                    SUBTRACT WS-RC-MONEY FROM 0
                        GIVING WS-RC-MINUS-DISP
                    MOVE WS-RC-MINUS-DISP TO WS-RC-TEXT(29:10)
                    PERFORM WRITE-COPY-LINE-PARA
                END-IF
            END-PERFORM.
            IF WS-CL-SHARED = "Y"
                MOVE "OFFER DISCOUNT SHARED ACROSS THE LINES"
                    TO WS-RC-TEXT
                PERFORM WRITE-COPY-LINE-PARA
            END-IF.
            IF WS-CP-TYPE = "V" AND WS-CP-SALE-FOUND = "N"
                MOVE "ITEMS AS ON THE ORIGINAL RECEIPT" TO WS-RC-TEXT
                PERFORM WRITE-COPY-LINE-PARA
            END-IF.
            MOVE WS-RC-DASHES TO WS-RC-TEXT.
            PERFORM WRITE-COPY-LINE-PARA.

       COPY-TOTALS-PARA.
            IF WS-CP-TYPE = "R"
                STRING "REFUND TOTAL " DELIMITED BY SIZE
                       WS-CP-CURRENCY DELIMITED BY SIZE
                    INTO WS-RC-TEXT
                MOVE WS-CP-PRICE TO WS-RC-PENCE
                PERFORM COPY-AMOUNT-LINE-PARA
                MOVE "PAID IN CASH" TO WS-RC-TEXT
                MOVE WS-CP-PRICE TO WS-RC-PENCE
                PERFORM COPY-AMOUNT-LINE-PARA
            ELSE
            IF WS-CP-TYPE = "V"
                IF WS-CP-SALE-FOUND = "Y"
                    STRING "TOTAL VOIDED " DELIMITED BY SIZE
                           WS-CP-CURRENCY DELIMITED BY SIZE
                        INTO WS-RC-TEXT
                    MOVE WS-CL-PRICE TO WS-RC-PENCE
                    PERFORM COPY-AMOUNT-LINE-PARA
                    MOVE "TENDER RETURNED" TO WS-RC-TEXT
                    MOVE WS-CL-AMOUNT TO WS-RC-PENCE
                    PERFORM COPY-AMOUNT-LINE-PARA
                END-IF
                MOVE "CHANGE HANDED BACK" TO WS-RC-TEXT
                SUBTRACT WS-CP-CHANGE FROM 0 GIVING WS-RC-PENCE
                PERFORM COPY-AMOUNT-LINE-PARA
            ELSE
                STRING "TOTAL " DELIMITED BY SIZE
                       WS-CP-CURRENCY DELIMITED BY SIZE
                    INTO WS-RC-TEXT
                MOVE WS-CP-PRICE TO WS-RC-PENCE
                PERFORM COPY-AMOUNT-LINE-PARA
                IF WS-CP-TENDER-KNOWN = "Y"
                    IF WS-CP-CASH > 0
                        MOVE "CASH" TO WS-RC-TEXT
                        MOVE WS-CP-CASH TO WS-RC-PENCE
                        PERFORM COPY-AMOUNT-LINE-PARA
                    END-IF
                    IF WS-CP-CARD > 0
                        MOVE "CARD" TO WS-RC-TEXT
                        MOVE WS-CP-CARD TO WS-RC-PENCE
                        PERFORM COPY-AMOUNT-LINE-PARA
                    END-IF
                    IF WS-CP-VOUCHER > 0
                        STRING "VOUCHER " DELIMITED BY SIZE
                               WS-CP-SERIAL DELIMITED BY SPACE
                            INTO WS-RC-TEXT
                        MOVE WS-CP-VOUCHER TO WS-RC-PENCE
                        PERFORM COPY-AMOUNT-LINE-PARA
                    END-IF
                ELSE
                    MOVE "TENDERED" TO WS-RC-TEXT
                    MOVE WS-CP-AMOUNT TO WS-RC-PENCE
                    PERFORM COPY-AMOUNT-LINE-PARA
                END-IF
                MOVE "CHANGE" TO WS-RC-TEXT
                IF WS-CP-CHANGE > 0
                    MOVE WS-CP-CHANGE TO WS-RC-PENCE
                ELSE
                    MOVE 0 TO WS-RC-PENCE
                END-IF
                PERFORM COPY-AMOUNT-LINE-PARA
            END-IF
            END-IF.

       COPY-CHANGE-PARA.
            MOVE 0 TO WS-RC-PENCE.
            PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 12
                ADD WS-CP-NUM(WS-SUB1) TO WS-RC-PENCE
            END-PERFORM.
            IF WS-RC-PENCE > 0
                IF WS-CP-TYPE = "R"
                    MOVE "CASH REFUNDED:" TO WS-RC-TEXT
                ELSE
                IF WS-CP-TYPE = "V"
                    MOVE "CHANGE HANDED BACK:" TO WS-RC-TEXT
                ELSE
                    MOVE "CHANGE GIVEN:" TO WS-RC-TEXT
                END-IF
                END-IF
                PERFORM WRITE-COPY-LINE-PARA
                PERFORM VARYING WS-SUB1 FROM 1 BY 1
                        UNTIL WS-SUB1 > 12
                    IF WS-CP-NUM(WS-SUB1) > 0
                        STRING "  " DELIMITED BY SIZE
                               WS-CP-NUM(WS-SUB1) DELIMITED BY SIZE
                               " X " DELIMITED BY SIZE
                               WS-MONEY-DISP(WS-SUB1)
                                DELIMITED BY SPACE
                            INTO WS-RC-TEXT
                        PERFORM WRITE-COPY-LINE-PARA
                    END-IF
                END-PERFORM
            END-IF.
            MOVE WS-RC-DASHES TO WS-RC-TEXT.
            PERFORM WRITE-COPY-LINE-PARA.

       COPY-VAT-PARA.
            IF WS-CP-TYPE = "G"
                MOVE "GIFT VOUCHER - NO VAT DUE" TO WS-RC-TEXT
                PERFORM WRITE-COPY-LINE-PARA
            ELSE
            IF WS-CL-LINES = 0
                MOVE "VAT AS ON THE ORIGINAL RECEIPT" TO WS-RC-TEXT
                PERFORM WRITE-COPY-LINE-PARA
            ELSE
                PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                        UNTIL WS-RC-SUB > 3
                    MOVE 0 TO WS-RC-VAT-GROSS(WS-RC-SUB)
                END-PERFORM
                PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                        UNTIL WS-RC-SUB > WS-CL-LINES
                    MOVE WS-CL-VAT(WS-RC-SUB) TO WS-VAT-LOOKUP
                    PERFORM FIND-VAT-SUB-PARA
                    ADD WS-CL-LI-PRICE(WS-RC-SUB)
                        TO WS-RC-VAT-GROSS(WS-VAT-CUR)
                    IF WS-CL-LI-DISC(WS-RC-SUB)
                            > WS-RC-VAT-GROSS(WS-VAT-CUR)
                        MOVE 0 TO WS-RC-VAT-GROSS(WS-VAT-CUR)
                    ELSE
                        SUBTRACT WS-CL-LI-DISC(WS-RC-SUB)
                            FROM WS-RC-VAT-GROSS(WS-VAT-CUR)
                    END-IF
                END-PERFORM
                IF WS-CP-TYPE = "R"
                    MOVE "VAT SUMMARY - REFUNDED" TO WS-RC-TEXT
                ELSE
                IF WS-CP-TYPE = "V"
                    MOVE "VAT SUMMARY - REVERSED" TO WS-RC-TEXT
                ELSE
                    MOVE "VAT SUMMARY" TO WS-RC-TEXT
                END-IF
                END-IF
                PERFORM WRITE-COPY-LINE-PARA
                MOVE "RATE" TO WS-RC-TEXT(3:4)
                MOVE "GROSS" TO WS-RC-TEXT(14:5)
                MOVE "NET" TO WS-RC-TEXT(26:3)
                MOVE "VAT" TO WS-RC-TEXT(36:3)
                PERFORM WRITE-COPY-LINE-PARA
                PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                        UNTIL WS-RC-SUB > 3
                    IF WS-RC-VAT-GROSS(WS-RC-SUB) > 0
                        PERFORM COPY-VAT-LINE-PARA
                    END-IF
                END-PERFORM
            END-IF
            END-IF.

       COPY-VAT-LINE-PARA.
      *    Prices are VAT-inclusive - net is gross * 10000 /
      *    (10000 + rate-in-basis-points), as DCTEST splits it.
            MOVE WS-VAT-CODE(WS-RC-SUB) TO WS-RC-TEXT(1:1).
            MOVE WS-VAT-RATE(WS-RC-SUB) TO WS-RC-RATE.
            MOVE WS-RC-RATE-R TO WS-RC-RATE-DISP.
            MOVE WS-RC-RATE-DISP TO WS-RC-TEXT(3:5).
            MOVE "%" TO WS-RC-TEXT(8:1).
            MOVE WS-RC-VAT-GROSS(WS-RC-SUB) TO WS-VAT-WORK.
            MULTIPLY WS-VAT-WORK BY 10000 GIVING WS-VAT-WORK.
            ADD WS-VAT-RATE(WS-RC-SUB) 10000
                GIVING WS-VAT-DIVISOR.
            DIVIDE WS-VAT-WORK BY WS-VAT-DIVISOR
                GIVING WS-VAT-NET ROUNDED.
            SUBTRACT WS-VAT-NET FROM WS-RC-VAT-GROSS(WS-RC-SUB)
                GIVING WS-VAT-AMT.
            MOVE WS-RC-VAT-GROSS(WS-RC-SUB) TO WS-RC-PENCE.
            PERFORM COPY-MONEY-PARA.
            MOVE WS-RC-MONEY-DISP TO WS-RC-TEXT(10:9).
            MOVE WS-VAT-NET TO WS-RC-PENCE.
            PERFORM COPY-MONEY-PARA.
            MOVE WS-RC-MONEY-DISP TO WS-RC-TEXT(20:9).
            MOVE WS-VAT-AMT TO WS-RC-PENCE.
            PERFORM COPY-MONEY-PARA.
            MOVE WS-RC-MONEY-DISP TO WS-RC-TEXT(30:9).
            PERFORM WRITE-COPY-LINE-PARA.

       FIND-VAT-SUB-PARA.
      *    An unknown code lands on standard, as in DCTEST.
            MOVE 1 TO WS-VAT-CUR.
            PERFORM VARYING WS-VAT-SUB FROM 1 BY 1
                    UNTIL WS-VAT-SUB > 3
                IF WS-VAT-CODE(WS-VAT-SUB) = WS-VAT-LOOKUP
                    MOVE WS-VAT-SUB TO WS-VAT-CUR
                END-IF
            END-PERFORM.

       COPY-AMOUNT-LINE-PARA.
      *    Caption already in WS-RC-TEXT, amount in WS-RC-PENCE.
            PERFORM COPY-MONEY-PARA.
            MOVE WS-RC-MONEY-DISP TO WS-RC-TEXT(29:9).
            PERFORM WRITE-COPY-LINE-PARA.

       COPY-MONEY-PARA.
            DIVIDE WS-RC-PENCE BY 100 GIVING WS-RC-MONEY.
            MOVE WS-RC-MONEY TO WS-RC-MONEY-DISP.

       WRITE-COPY-LINE-PARA.
            ADD 1 TO WS-RC-LINE-NO.
            MOVE WS-CP-TILL TO RCPT-TILL-ID.
            MOVE WS-CP-RUN TO RCPT-RUN-NO.
            MOVE WS-CP-SEQ TO RCPT-SEQ-NO.
            MOVE WS-RC-LINE-NO TO RCPT-LINE-NO.
            MOVE "C" TO RCPT-COPY-FLAG.
            MOVE WS-RC-TEXT TO RCPT-TEXT.
            WRITE RCPT-RECORD.
            MOVE SPACES TO WS-RC-TEXT.
