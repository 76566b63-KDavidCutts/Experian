      *              refused outright when the operator master is
      *              unreadable rather than running unvalidated
      *              (status 39 means run the DCMSTRCV conversion).
      *  2026-10-15  Promotions: offers in force on the run date are
      *              loaded from DCPROMO.DAT at batch start and
      *              applied as each basket is priced - multi-buys,
      *              fixed-price multi-buys and meal deals. The
      *              discount is spread across the lines that made
      *              the deal, so item takings, the VAT split and the
      *              GL feed are all net of it; the discount itself
      *              goes to the audit trail (type P, reversed as Q
      *              by a refund or void) and the report as lines of
      *              its own, to the item extract as promoted
      *              quantity and discount, and to the GL feed per
      *              VAT rate.
      *  2026-10-15  A refund line for an item that has not sold this
      *              run (or has already been netted back to nothing)
      *              is counted on the item extract as a unit
      *              returned to stock, so the stock ledger can put
      *              the goods back on the shelf.
      *  2026-10-15  The banking split is also written out as a
      *              banking slip record (DCBANKSL.DAT) - bank bag
      *              counts, value and cash takings - so the cash
      *              office can post the day through the safe ledger.
      *  2026-10-15  Gift vouchers - a voucher sold (type G) is
      *              written to the voucher master DCVOUCH.DAT with
      *              its face value and expiry, and a voucher
      *              tendered is checked against the master and drawn
      *              down; an unknown, expired or spent voucher is
      *              held to suspense as VCHR. The GL feed carries
      *              the face value of vouchers sold.
      *  2026-10-15  The GL feed carries the refunds paid per VAT rate
      *              (gross, net and VAT) and, on a reconciled run,
      *              the value of the closing count over or short, so
      *              DCGLJRNL can build the day's journal from the
      *              feed alone. Refunds per rate are checkpointed.
      *  2026-10-15  Batch end also adds the run's history rows to the
      *              indexed history DCHISTIX.DAT once DCHSKEEP has
      *              built it, so DCTREND can go straight to a date.
      *  2026-10-15  Customer receipts - every basket a batch run books
      *              is printed to DCRECEPT.DAT as a receipt: receipt
      *              number (till, run, sequence), operator, date and
      *              time, each line with its VAT code and any offer
      *              discount, the tender split, the notes and coins
      *              handed over, and a VAT summary per rate. The
      *              audit row now carries the tender split and each
      *              line's discount, so DCAUDINQ can rebuild a copy.
      *  2026-10-15  The item extract and the banking slip are added
      *              to rather than replaced, so a night's runs on
      *              several tills all reach the stock and safe
      *              ledgers; a restarted run already on either file
      *              is not written to it again.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENFLT-STATUS.

           SELECT BANK-SLIP-FILE ASSIGN TO "DCBANKSL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKSL-STATUS.

           SELECT VOUCHER-FILE ASSIGN TO "DCVOUCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VOUCH-SERIAL
               FILE STATUS IS WS-VOUCH-STATUS.

           SELECT CLOSING-COUNT-FILE ASSIGN TO "DCCLOSCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSECNT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HISTX-FILE ASSIGN TO "DCHISTIX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTX-KEY
               FILE STATUS IS WS-HISTX-STATUS.

           SELECT ITEM-EXTRACT-FILE ASSIGN TO "DCITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMS-STATUS.

           SELECT PROMO-FILE ASSIGN TO "DCPROMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROMO-ID
               FILE STATUS IS WS-PROMO-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO "DCRECEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
       FD  OPENING-FLOAT-FILE.
       COPY FLOATREC REPLACING ==:PREFIX:== BY ==OPEN-FLOAT==.

       FD  BANK-SLIP-FILE.
       COPY BANKSLRC.

       FD  VOUCHER-FILE.
       COPY VOUCHREC.

       FD  CLOSING-COUNT-FILE.
       COPY FLOATREC REPLACING ==:PREFIX:== BY ==CLOSE-COUNT==.

       FD  HIST-FILE.
       COPY HISTREC.

       FD  HISTX-FILE.
       COPY HISTIXRC.

       FD  ITEM-EXTRACT-FILE.
       COPY ITEMSREC.

       FD  PROMO-FILE.
       COPY PROMOREC.

       FD  RECEIPT-FILE.
       COPY RCPTREC.

       WORKING-STORAGE SECTION.
       77  WS-AMOUNT                PIC 9(5) VALUE 0.
       77  WS-PRICE                 PIC 9(5) VALUE 0.
           03 WS-PRICE-STATUS       PIC XX   VALUE "00".
           03 WS-GL-STATUS          PIC XX   VALUE "00".
           03 WS-OPENFLT-STATUS     PIC XX   VALUE "00".
           03 WS-BANKSL-STATUS      PIC XX   VALUE "00".
           03 WS-VOUCH-STATUS       PIC XX   VALUE "00".
           03 WS-CLOSECNT-STATUS    PIC XX   VALUE "00".
           03 WS-SUSP-STATUS        PIC XX   VALUE "00".
           03 WS-TOPUP-STATUS       PIC XX   VALUE "00".
           03 WS-REPLEN-STATUS      PIC XX   VALUE "00".
           03 WS-PICKUP-STATUS      PIC XX   VALUE "00".
           03 WS-HIST-STATUS        PIC XX   VALUE "00".
           03 WS-HISTX-STATUS       PIC XX   VALUE "00".
           03 WS-ITEMS-STATUS       PIC XX   VALUE "00".
           03 WS-PROMO-STATUS       PIC XX   VALUE "00".
           03 WS-RECEIPT-STATUS     PIC XX   VALUE "00".
           03 WS-EOF-FLAG           PIC X    VALUE "N".
           03 WS-RUN-ON-FILE        PIC X    VALUE "N".
           03 WS-CHANGE-OK          PIC X    VALUE "Y".
           03 WS-VALID-TENDER       PIC X    VALUE "Y".
           03 WS-TENDER-ERROR       PIC X    VALUE "N".
           03 WS-CASH-TENDERED      PIC 9(10) VALUE 0.
           03 WS-CARD-TENDERED      PIC 9(10) VALUE 0.
           03 WS-VOUCHER-TENDERED   PIC 9(10) VALUE 0.
           03 WS-VOUCHER-ISSUED     PIC 9(10) VALUE 0.

      *    How the record now being worked was paid - only the cash
      *    portion is real money in the drawer, so only it drives the
           03 WS-RECONCILE-FLAG     PIC X     VALUE "N".
           03 WS-VARIANCE           PIC S9(5) VALUE 0.
           03 WS-ABS-VARIANCE       PIC 9(5)  VALUE 0.
           03 WS-RECON-NET-VALUE    PIC S9(10) VALUE 0.
           03 WS-RECON-LINE         PIC X(60) VALUE SPACES.

      *    Running total of every denomination physically counted at
           03 WS-AV-AMOUNT          PIC 9(5) VALUE 0.
           03 WS-AV-EOF             PIC X    VALUE "N".
           03 WS-AV-NUM             PIC 9 OCCURS 12.
      *    The promotion rows booked with that sale, so the reversal
      *    can write the matching Q rows and the offer's performance
      *    figures come back down. Same layout as the basket's own
      *    deal table below.
           03 WS-AV-DEAL-COUNT      PIC 99   VALUE 0.

       01  WS-AV-DEAL-TABLE.
           03 WS-AV-DEAL-ENTRY OCCURS 20.
               05 WS-AV-PROMO-ID    PIC X(6).
               05 WS-AV-UNITS       PIC 9(5).
               05 WS-AV-DISC        PIC 9(5).

      *    Every sale booked into the run's figures is remembered
      *    here, so a later void record can find the breakdown it has
       01  WS-BANKING-FIELDS.
           03 WS-BANK-VALUE         PIC 9(10) VALUE 0.
           03 WS-RETAIN-VALUE       PIC 9(10) VALUE 0.
           03 WS-SLIP-IMAGE         PIC X(99) VALUE SPACES.

      *    End-of-run archive to the history file - the run's own
      *    records re-read from the output files and rolled up
       01  WS-ARCHIVE-FIELDS.
           03 WS-ARCH-DATE          PIC 9(8) VALUE 0.
           03 WS-ARCH-COUNT         PIC 9(6) VALUE 0.
           03 WS-HISTX-OPEN         PIC X    VALUE "N".
           03 WS-HISTX-SEQ          PIC 9(8) VALUE 0.
           03 WS-HISTX-FAILS        PIC 9(6) VALUE 0.

       01  WS-HIST-OPER-IMAGE.
           03 WS-HO-TILL-ID         PIC X(2).
               05 WS-SM-CASH        PIC 9(5).
               05 WS-SM-CARD        PIC 9(5).
               05 WS-SM-VOUCHER     PIC 9(5).
               05 WS-SM-VOUCHER-SERIAL PIC X(12).
               05 WS-SM-LINES       PIC 99.
               05 WS-SM-LINE-ENTRY OCCURS 20.
                   07 WS-SM-LI-CODE  PIC X(6).
                   07 WS-SM-LI-PRICE PIC 9(5).
                   07 WS-SM-LI-VAT   PIC X.
                   07 WS-SM-LI-DISC  PIC 9(5).
                   07 WS-SM-LI-PROMO PIC 99.

      *    Quantity sold and takings per item code, built as the
      *    batch loop prices each transaction and drawn down again
           03 WS-ITEM-WORK-CODE     PIC X(6) VALUE SPACES.
           03 WS-ITEM-WORK-QTY      PIC 9(8) VALUE 0.
           03 WS-ITEM-WORK-AMT      PIC 9(10) VALUE 0.
           03 WS-ITEM-WORK-PROMO    PIC X    VALUE "N".
           03 WS-ITEM-WORK-DISC     PIC 9(10) VALUE 0.
           03 WS-RANK-SUB           PIC 99   VALUE 0.
           03 WS-RANK-LIMIT         PIC 99   VALUE 0.
           03 WS-RANK-BEST          PIC 9(3) VALUE 0.
       01  WS-ITEM-USED-FLAGS.
           03 WS-ITEM-USED          PIC X OCCURS 500.

      *    Units sold on a promotion deal and discount given, per
      *    item - same slots as WS-ITEM-TABLE, kept alongside it so
      *    the item table's checkpoint image stays the shape it was.
       01  WS-ITEM-PROMO-TABLE.
           03 WS-ITEM-PROMO-ENTRY OCCURS 500.
               05 WS-IP-QTY         PIC 9(8).
               05 WS-IP-DISCOUNT    PIC 9(10).

      *    Units refunded per item that had no sale this run to come
      *    off - goods back on the shelf rather than a smaller sale.
      *    Same slots as WS-ITEM-TABLE, kept alongside it likewise.
       01  WS-ITEM-RETURN-TABLE.
           03 WS-IR-QTY             PIC 9(8) OCCURS 500.

      *    The basket being worked - consecutive transaction records
      *    sharing one sequence number, gathered by the batch driver
      *    before anything is validated. The tender fields below are
           03 WS-CUR-VOID-SEQ       PIC 9(6) VALUE 0.
           03 WS-CUR-TENDER-TYPE    PIC X    VALUE SPACE.
           03 WS-CUR-CASH-AMT       PIC 9(5) VALUE 0.
           03 WS-CUR-VOUCHER-SERIAL PIC X(12) VALUE SPACES.

       01  WS-BASKET-TABLE.
           03 WS-BASKET-LINE-ENTRY OCCURS 20.
               05 WS-BL-ITEM-CODE   PIC X(6).
               05 WS-BL-PRICE       PIC 9(5).
               05 WS-BL-VAT-CODE    PIC X.
               05 WS-BL-IMAGE       PIC X(52).
               05 WS-BL-DISC        PIC 9(5).
               05 WS-BL-PROMO       PIC 99.

      *    Gift voucher master handling. WS-VCH-SERIAL is the voucher
      *    the basket now being worked sold or tendered (spaces when
      *    neither) and goes on its audit row. A voucher is good for
      *    WS-VOUCH-LIFE-YRS years from the day it is sold. On a
      *    restarted run a voucher whose last movement was made by
      *    this till and run at or after the basket's sequence number
      *    has already been moved for it - WS-VOUCH-REPLAY is set and
      *    the balance is left alone.
       01  WS-VOUCH-FIELDS.
           03 WS-VOUCH-OPEN         PIC X    VALUE "N".
           03 WS-VOUCH-FOUND        PIC X    VALUE "N".
           03 WS-VOUCH-REPLAY       PIC X    VALUE "N".
           03 WS-VOUCH-RUN-DATE     PIC 9(8) VALUE 0.
           03 WS-VOUCH-LIFE-YRS     PIC 9    VALUE 2.
           03 WS-VCH-SERIAL         PIC X(12) VALUE SPACES.
           03 WS-VOUCH-KEY          PIC X(12) VALUE SPACES.
           03 WS-VOUCH-EXPIRY       PIC 9(8) VALUE 0.
           03 WS-VOUCH-EXPIRY-R REDEFINES WS-VOUCH-EXPIRY.
               05 WS-VOUCH-EXP-YYYY PIC 9(4).
               05 WS-VOUCH-EXP-MMDD PIC 9(4).

      *    Offers in force on the run date, loaded from the promotion
      *    master at batch start. Tried against each basket in offer
      *    id order, each as many times as the basket's unclaimed
      *    lines will make up another deal - a line can only go
      *    towards one deal. While a deal is being assembled its
      *    lines carry WS-PROMO-TRIAL in WS-BL-PROMO, so the search
      *    for its next line passes over them; a deal that cannot be
      *    completed (or would save nothing) gives them back.
       01  WS-PROMO-FIELDS.
           03 WS-PROMO-COUNT        PIC 99   VALUE 0.
           03 WS-PROMO-SUB          PIC 99   VALUE 0.
           03 WS-PROMO-ITEM-SUB     PIC 99   VALUE 0.
           03 WS-PROMO-GROUP        PIC 99   VALUE 0.
           03 WS-PROMO-RUN-DATE     PIC 9(8) VALUE 0.
           03 WS-PROMO-EOF          PIC X    VALUE "N".
           03 WS-PROMO-MORE         PIC X    VALUE "N".
           03 WS-PROMO-TRIAL        PIC 99   VALUE 99.
           03 WS-PROMO-FOUND-LINE   PIC 99   VALUE 0.
           03 WS-PROMO-FREE         PIC 99   VALUE 0.
           03 WS-PROMO-CHEAP        PIC 99   VALUE 0.
           03 WS-PROMO-GROSS        PIC 9(8) VALUE 0.
           03 WS-PROMO-DISC         PIC 9(8) VALUE 0.
           03 WS-PROMO-GIVEN        PIC 9(8) VALUE 0.
           03 WS-PROMO-ROOM         PIC 9(8) VALUE 0.
           03 WS-PROMO-WORK         PIC 9(13) VALUE 0.
           03 WS-BASKET-DISC        PIC 9(8) VALUE 0.

       01  WS-PROMO-TABLE.
           03 WS-PROMO-ENTRY OCCURS 50.
               05 WS-PM-ID          PIC X(6).
               05 WS-PM-TYPE        PIC X.
               05 WS-PM-BUY         PIC 9(2).
               05 WS-PM-PAY         PIC 9(2).
               05 WS-PM-PRICE       PIC 9(5).
               05 WS-PM-ITEM-COUNT  PIC 9(2).
               05 WS-PM-ITEM-ENTRY OCCURS 10.
                   07 WS-PM-ITEM-CODE  PIC X(6).
                   07 WS-PM-ITEM-GROUP PIC 9.

      *    The basket lines making up the deal being tried, and which
      *    of them go free on a multi-buy.
       01  WS-DEAL-SET.
           03 WS-DEAL-SIZE          PIC 99   VALUE 0.
           03 WS-DEAL-SUB           PIC 99   VALUE 0.
           03 WS-DEAL-LINE          PIC 99   OCCURS 20.
           03 WS-DEAL-FREE          PIC X    OCCURS 20.

      *    Deals booked against the basket being worked, one entry
      *    per offer with the units it covered and the discount it
      *    gave - written to the audit trail and report after the
      *    basket's own lines. A refund or void fills it with what
      *    it takes back.
       01  WS-BASKET-DEAL-FIELDS.
           03 WS-BD-COUNT           PIC 99   VALUE 0.
           03 WS-BD-SUB             PIC 99   VALUE 0.
           03 WS-BD-CUR             PIC 99   VALUE 0.
           03 WS-BD-ROW-TYPE        PIC X    VALUE "P".
           03 WS-BD-WORK-ID         PIC X(6) VALUE SPACES.
           03 WS-BD-WORK-UNITS      PIC 9(5) VALUE 0.
           03 WS-BD-WORK-DISC       PIC 9(5) VALUE 0.

       01  WS-BASKET-DEAL-TABLE.
           03 WS-BASKET-DEAL-ENTRY OCCURS 20.
               05 WS-BD-PROMO-ID    PIC X(6).
               05 WS-BD-UNITS       PIC 9(5).
               05 WS-BD-DISC        PIC 9(5).

       01  WS-WORKING-AMOUNTS.
           03 WS-CHANGE             PIC S9(5) VALUE 0.
           03 WS-VAT-NET            PIC 9(10) VALUE 0.
           03 WS-VAT-AMT            PIC 9(10) VALUE 0.
           03 WS-VAT-BACK-AMT       PIC 9(10) VALUE 0.
           03 WS-VAT-BACK-DISC      PIC 9(10) VALUE 0.

       01  WS-VAT-TOTALS.
           03 WS-VAT-GROSS          PIC 9(10) OCCURS 3.

      *    Promotion discount given per rate code - the gross above
      *    is already net of it.
       01  WS-VAT-DISC-TOTALS.
           03 WS-VAT-DISC           PIC 9(10) OCCURS 3.

      *    Refunds paid per rate code, at what the customer was
      *    given back - the gross above is already net of them.
       01  WS-VAT-RFND-TOTALS.
           03 WS-VAT-RFND           PIC 9(10) OCCURS 3.

      *    Till float inventory - decremented as change is dispensed.
       COPY DENOMBRK REPLACING ==:PREFIX:== BY ==WS-TILL-FLOAT==.

           03 WS-TENDER-REMAINDER   PIC 9(8) VALUE 0.
           03 WS-TENDER-QTY         PIC 9(8) VALUE 0.

      *    The customer receipt for the basket just booked - its
      *    lines taken from the basket, or for a void from the sale
      *    it reverses, printed 40 characters wide. A void resolved
      *    from the audit trail has no lines to hand; its receipt
      *    names the sale reversed and the value.
       01  WS-RECEIPT-FIELDS.
           03 WS-RC-LINE-NO         PIC 9(3) VALUE 0.
           03 WS-RC-LINES           PIC 99   VALUE 0.
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

       01  WS-RECEIPT-LINE-TABLE.
           03 WS-RC-LINE-ENTRY OCCURS 20.
               05 WS-RL-CODE        PIC X(6).
               05 WS-RL-PRICE       PIC 9(5).
               05 WS-RL-DISC        PIC 9(5).
               05 WS-RL-VAT         PIC X.

      *    What the receipt's lines come to per rate code, after
      *    discount - S, R, Z as in VATRATE.CPY.
       01  WS-RC-VAT-TOTALS.
           03 WS-RC-VAT-GROSS       PIC 9(8) OCCURS 3.

       PROCEDURE DIVISION.
       MAIN-PARA.
            MOVE ZEROES TO WS-WORKING-AMOUNTS
            MOVE 0 TO WS-CASH-TENDERED.
            MOVE 0 TO WS-CARD-TENDERED.
            MOVE 0 TO WS-VOUCHER-TENDERED.
            MOVE 0 TO WS-VOUCHER-ISSUED.
            MOVE ZEROES TO WS-VAT-TOTALS.
            MOVE ZEROES TO WS-VAT-DISC-TOTALS.
            MOVE ZEROES TO WS-VAT-RFND-TOTALS.

            IF WS-PARM-PRESENT = "Y"
      *        Y or N has to be said in so many words - an unattended
            PERFORM LOAD-RATES-PARA.
            PERFORM LOAD-TOPUP-PARA.
            PERFORM LOAD-PICKUP-PARA.
            PERFORM LOAD-PROMO-PARA.
            PERFORM OPEN-VOUCHER-PARA.
            PERFORM SET-DRAWER-LIMIT-PARA.

            PERFORM VARYING WS-FCAST-SUB FROM 1 BY 1
            END-IF.
            MOVE 0 TO WS-SUSP-COUNT.

      *    Receipts are kept across runs, like the audit trail they
      *    are rebuilt from.
            OPEN EXTEND RECEIPT-FILE.
            IF WS-RECEIPT-STATUS NOT = "00"
                CLOSE RECEIPT-FILE
                OPEN OUTPUT RECEIPT-FILE
            END-IF.

            MOVE 0 TO WS-CHKPT-COUNTER.
            MOVE "N" TO WS-EOF-FLAG.
            PERFORM READ-TRAN-PARA.
            CLOSE GL-FILE.
            CLOSE SUSPENSE-FILE.
            CLOSE REPLEN-FILE.
            CLOSE RECEIPT-FILE.
            IF WS-VOUCH-OPEN = "Y"
                CLOSE VOUCHER-FILE
            END-IF.

            MOVE "C" TO WS-RC-NEW-STATUS.
            PERFORM WRITE-RUN-CONTROL-PARA.
                    ELSE
                        MOVE 0 TO WS-CUR-CASH-AMT
                    END-IF
                    MOVE TRAN-VOUCHER-SERIAL TO WS-CUR-VOUCHER-SERIAL
                END-IF
            ELSE
      *        More lines than the basket can hold - the whole
            MOVE ZEROES TO WS-WORKING-AMOUNTS
                           WS-CHANGE-BREAKDOWN.
            MOVE SPACES TO WS-SUSP-REASON.
      *    The tender split is worked out afresh for every basket -
      *    a basket turned away before it is resolved must not carry
      *    the last one's onto its audit row.
            MOVE SPACE TO WS-TENDER-TYPE.
            MOVE 0 TO WS-CASH-PART.
            MOVE 0 TO WS-CARD-PART.
            MOVE 0 TO WS-VOUCHER-PART.
            MOVE WS-CUR-AMOUNT TO WS-AMOUNT.
            PERFORM PRICE-BASKET-PARA.
            IF WS-CUR-CURRENCY = SPACES
            END-IF.
            MOVE WS-CUR-VOID-SEQ TO WS-VOID-SEQ.
            MOVE 0 TO WS-VOID-RUN.
            MOVE SPACES TO WS-VCH-SERIAL.
            IF WS-TRAN-TYPE = "G" OR WS-TRAN-TYPE = "g"
                MOVE WS-CUR-VOUCHER-SERIAL TO WS-VCH-SERIAL
            END-IF.
            IF (WS-TRAN-TYPE = "S" OR WS-TRAN-TYPE = "s")
                    AND (WS-CUR-TENDER-TYPE = "V"
                         OR WS-CUR-TENDER-TYPE = "v")
                MOVE WS-CUR-VOUCHER-SERIAL TO WS-VCH-SERIAL
            END-IF.
            PERFORM SELECT-CURRENCY-PARA.
            PERFORM CHECK-BATCH-CURRENCY-PARA.
            IF WS-VALID-TENDER = "Y"
                                OR WS-TRAN-TYPE = "s"
                            PERFORM SALE-PARA
                        ELSE
                            IF WS-TRAN-TYPE = "G"
                                    OR WS-TRAN-TYPE = "g"
                                PERFORM VOUCHER-SALE-PARA
                            ELSE
                                PERFORM REJECT-TRAN-TYPE-PARA
                            END-IF
                        END-IF
                    END-IF
                END-IF
            PERFORM AUDIT-WRITE-PARA.
            PERFORM AUDIT-BASKET-LINES-PARA.
            PERFORM DISP-PARA.
            PERFORM PROMO-LINES-PARA.
            IF WS-SUSP-REASON NOT = SPACES
                PERFORM SUSPEND-TRAN-PARA
            END-IF.
      *    lone record always has, and the zero total is rejected
      *    by the same validation. WS-ITEM-CODE is left holding the
      *    first line's code for the main audit row; the other
      *    lines get continuation rows of their own. Any promotion
      *    discount comes off the total before it is used, so the
      *    customer is charged (or refunded) the promoted price.
            MOVE 0 TO WS-BASKET-TOTAL.
            PERFORM VARYING WS-BASKET-SUB FROM 1 BY 1
                    UNTIL WS-BASKET-SUB > WS-BASKET-LINES
                    MOVE WS-VAT-LOOKUP
                        TO WS-BL-VAT-CODE(WS-BASKET-SUB)
                END-IF
                MOVE 0 TO WS-BL-DISC(WS-BASKET-SUB)
                MOVE 0 TO WS-BL-PROMO(WS-BASKET-SUB)
                ADD WS-BL-PRICE(WS-BASKET-SUB) TO WS-BASKET-TOTAL
            END-PERFORM.
            PERFORM APPLY-PROMOTIONS-PARA.
            SUBTRACT WS-BASKET-DISC FROM WS-BASKET-TOTAL.
            IF WS-BASKET-TOTAL > 99999
      *        Past any amount the tender cap can cover - carry the
      *        ceiling rather than truncate into a plausible price.
                    ELSE
                        MOVE "N" TO AUDIT-REJECT-FLAG
                    END-IF
                    MOVE SPACES TO AUDIT-VOUCHER-SERIAL
                    MOVE SPACE TO AUDIT-TENDER-TYPE
                    MOVE 0 TO AUDIT-CASH-PART
                    MOVE 0 TO AUDIT-CARD-PART
                    MOVE WS-BL-DISC(WS-BASKET-SUB) TO AUDIT-LINE-DISC
                    WRITE AUDIT-RECORD
                END-PERFORM
            END-IF.

       APPLY-PROMOTIONS-PARA.
      *    Sales and refunds are promoted - a refunded basket gives
      *    back what the customer actually paid for it. A void
      *    reverses its sale from memory or the audit trail, and an
      *    over-size basket is going to suspense whole, so neither
      *    is priced for offers here.
            MOVE 0 TO WS-BASKET-DISC.
            MOVE 0 TO WS-BD-COUNT.
            IF WS-PROMO-COUNT > 0
                    AND WS-BASKET-OVERFLOW = "N"
                    AND (WS-CUR-TYPE = SPACE
                         OR WS-CUR-TYPE = "S" OR WS-CUR-TYPE = "s"
                         OR WS-CUR-TYPE = "R" OR WS-CUR-TYPE = "r")
                PERFORM VARYING WS-PROMO-SUB FROM 1 BY 1
                        UNTIL WS-PROMO-SUB > WS-PROMO-COUNT
                    MOVE "Y" TO WS-PROMO-MORE
                    PERFORM TRY-DEAL-PARA
                        UNTIL WS-PROMO-MORE = "N"
                END-PERFORM
            END-IF.

       TRY-DEAL-PARA.
      *    Assemble one more deal for the current offer out of the
      *    lines not yet claimed - a meal deal needs one line from
      *    each component group, the multi-buys any BUY-QTY lines on
      *    the offer's list.
            MOVE 0 TO WS-DEAL-SIZE.
            IF WS-PM-TYPE(WS-PROMO-SUB) = "D"
                PERFORM VARYING WS-PROMO-GROUP FROM 1 BY 1
                        UNTIL WS-PROMO-GROUP > WS-PM-BUY(WS-PROMO-SUB)
                    PERFORM FIND-DEAL-LINE-PARA
                END-PERFORM
            ELSE
                MOVE 0 TO WS-PROMO-GROUP
                PERFORM FIND-DEAL-LINE-PARA
                    WS-PM-BUY(WS-PROMO-SUB) TIMES
            END-IF.
            IF WS-DEAL-SIZE < WS-PM-BUY(WS-PROMO-SUB)
                PERFORM RELEASE-DEAL-PARA
                MOVE "N" TO WS-PROMO-MORE
            ELSE
                PERFORM PRICE-DEAL-PARA
                IF WS-PROMO-DISC = 0
      *            The lines already cost no more than the deal
      *            price - leave them at full price.
                    PERFORM RELEASE-DEAL-PARA
                    MOVE "N" TO WS-PROMO-MORE
                ELSE
                    PERFORM BOOK-DEAL-PARA
                END-IF
            END-IF.

       FIND-DEAL-LINE-PARA.
      *    First unclaimed, item-coded, priced line on the offer's
      *    list (in the wanted component group for a meal deal).
            MOVE 0 TO WS-PROMO-FOUND-LINE.
            PERFORM VARYING WS-BASKET-SUB FROM 1 BY 1
                    UNTIL WS-BASKET-SUB > WS-BASKET-LINES
                    OR WS-PROMO-FOUND-LINE > 0
                IF WS-BL-PROMO(WS-BASKET-SUB) = 0
                        AND WS-BL-ITEM-CODE(WS-BASKET-SUB) NOT = SPACES
                        AND WS-BL-PRICE(WS-BASKET-SUB) > 0
                    PERFORM CHECK-DEAL-LINE-PARA
                END-IF
            END-PERFORM.
            IF WS-PROMO-FOUND-LINE > 0
                ADD 1 TO WS-DEAL-SIZE
                MOVE WS-PROMO-FOUND-LINE TO WS-DEAL-LINE(WS-DEAL-SIZE)
                MOVE WS-PROMO-TRIAL
                    TO WS-BL-PROMO(WS-PROMO-FOUND-LINE)
            END-IF.

       CHECK-DEAL-LINE-PARA.
            PERFORM VARYING WS-PROMO-ITEM-SUB FROM 1 BY 1
                    UNTIL WS-PROMO-ITEM-SUB
                          > WS-PM-ITEM-COUNT(WS-PROMO-SUB)
                    OR WS-PROMO-FOUND-LINE > 0
                IF WS-PM-ITEM-CODE(WS-PROMO-SUB WS-PROMO-ITEM-SUB)
                        = WS-BL-ITEM-CODE(WS-BASKET-SUB)
                    IF WS-PROMO-GROUP = 0
                            OR WS-PM-ITEM-GROUP(WS-PROMO-SUB
                                                WS-PROMO-ITEM-SUB)
                               = WS-PROMO-GROUP
                        MOVE WS-BASKET-SUB TO WS-PROMO-FOUND-LINE
                    END-IF
                END-IF
            END-PERFORM.

       RELEASE-DEAL-PARA.
            PERFORM VARYING WS-DEAL-SUB FROM 1 BY 1
                    UNTIL WS-DEAL-SUB > WS-DEAL-SIZE
                MOVE 0 TO WS-BL-PROMO(WS-DEAL-LINE(WS-DEAL-SUB))
            END-PERFORM.

       PRICE-DEAL-PARA.
      *    What the deal saves - the cheapest lines' prices on a
      *    multi-buy, the excess over the deal price otherwise.
            MOVE 0 TO WS-PROMO-GROSS.
            MOVE 0 TO WS-PROMO-DISC.
            PERFORM VARYING WS-DEAL-SUB FROM 1 BY 1
                    UNTIL WS-DEAL-SUB > WS-DEAL-SIZE
                MOVE "N" TO WS-DEAL-FREE(WS-DEAL-SUB)
                ADD WS-BL-PRICE(WS-DEAL-LINE(WS-DEAL-SUB))
                    TO WS-PROMO-GROSS
            END-PERFORM.
            IF WS-PM-TYPE(WS-PROMO-SUB) = "M"
                SUBTRACT WS-PM-PAY(WS-PROMO-SUB)
                    FROM WS-PM-BUY(WS-PROMO-SUB)
                    GIVING WS-PROMO-FREE
                PERFORM FREE-CHEAPEST-PARA WS-PROMO-FREE TIMES
            ELSE
                IF WS-PROMO-GROSS > WS-PM-PRICE(WS-PROMO-SUB)
                    SUBTRACT WS-PM-PRICE(WS-PROMO-SUB)
                        FROM WS-PROMO-GROSS
                        GIVING WS-PROMO-DISC
                END-IF
            END-IF.

       FREE-CHEAPEST-PARA.
            MOVE 0 TO WS-PROMO-CHEAP.
            PERFORM VARYING WS-DEAL-SUB FROM 1 BY 1
                    UNTIL WS-DEAL-SUB > WS-DEAL-SIZE
                IF WS-DEAL-FREE(WS-DEAL-SUB) = "N"
                    IF WS-PROMO-CHEAP = 0
                        MOVE WS-DEAL-SUB TO WS-PROMO-CHEAP
                    ELSE
                        IF WS-BL-PRICE(WS-DEAL-LINE(WS-DEAL-SUB))
                                < WS-BL-PRICE(WS-DEAL-LINE
                                              (WS-PROMO-CHEAP))
                            MOVE WS-DEAL-SUB TO WS-PROMO-CHEAP
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-PROMO-CHEAP > 0
                MOVE "Y" TO WS-DEAL-FREE(WS-PROMO-CHEAP)
                ADD WS-BL-PRICE(WS-DEAL-LINE(WS-PROMO-CHEAP))
                    TO WS-PROMO-DISC
            END-IF.

       BOOK-DEAL-PARA.
      *    Give each line of the deal its share of the discount. On
      *    a multi-buy the free lines carry their whole price; on a
      *    priced deal the discount is shared in proportion to the
      *    line prices, and the pence lost to rounding down are
      *    placed on whichever lines still have room, so the shares
      *    always add back to the deal's discount and no line goes
      *    below zero.
            MOVE 0 TO WS-PROMO-GIVEN.
            PERFORM VARYING WS-DEAL-SUB FROM 1 BY 1
                    UNTIL WS-DEAL-SUB > WS-DEAL-SIZE
                MOVE WS-DEAL-LINE(WS-DEAL-SUB) TO WS-BASKET-SUB
                IF WS-PM-TYPE(WS-PROMO-SUB) = "M"
                    IF WS-DEAL-FREE(WS-DEAL-SUB) = "Y"
                        MOVE WS-BL-PRICE(WS-BASKET-SUB)
                            TO WS-BL-DISC(WS-BASKET-SUB)
                    ELSE
                        MOVE 0 TO WS-BL-DISC(WS-BASKET-SUB)
                    END-IF
                ELSE
                    MULTIPLY WS-BL-PRICE(WS-BASKET-SUB)
                        BY WS-PROMO-DISC GIVING WS-PROMO-WORK
                    DIVIDE WS-PROMO-WORK BY WS-PROMO-GROSS
                        GIVING WS-BL-DISC(WS-BASKET-SUB)
                END-IF
                ADD WS-BL-DISC(WS-BASKET-SUB) TO WS-PROMO-GIVEN
                MOVE WS-PROMO-SUB TO WS-BL-PROMO(WS-BASKET-SUB)
            END-PERFORM.
            PERFORM VARYING WS-DEAL-SUB FROM 1 BY 1
                    UNTIL WS-DEAL-SUB > WS-DEAL-SIZE
                    OR WS-PROMO-GIVEN NOT < WS-PROMO-DISC
                MOVE WS-DEAL-LINE(WS-DEAL-SUB) TO WS-BASKET-SUB
                SUBTRACT WS-BL-DISC(WS-BASKET-SUB)
                    FROM WS-BL-PRICE(WS-BASKET-SUB)
                    GIVING WS-PROMO-ROOM
                SUBTRACT WS-PROMO-GIVEN FROM WS-PROMO-DISC
                    GIVING WS-PROMO-WORK
                IF WS-PROMO-ROOM > WS-PROMO-WORK
                    MOVE WS-PROMO-WORK TO WS-PROMO-ROOM
                END-IF
                ADD WS-PROMO-ROOM TO WS-BL-DISC(WS-BASKET-SUB)
                ADD WS-PROMO-ROOM TO WS-PROMO-GIVEN
            END-PERFORM.
            ADD WS-PROMO-DISC TO WS-BASKET-DISC.
            MOVE WS-PM-ID(WS-PROMO-SUB) TO WS-BD-WORK-ID.
            MOVE WS-DEAL-SIZE TO WS-BD-WORK-UNITS.
            MOVE WS-PROMO-DISC TO WS-BD-WORK-DISC.
            PERFORM ADD-BASKET-DEAL-PARA.

       ADD-BASKET-DEAL-PARA.
      *    One entry per offer - a second deal on the same offer in
      *    the same basket adds to the first.
            MOVE 0 TO WS-BD-CUR.
            PERFORM VARYING WS-BD-SUB FROM 1 BY 1
                    UNTIL WS-BD-SUB > WS-BD-COUNT
                    OR WS-BD-CUR > 0
                IF WS-BD-PROMO-ID(WS-BD-SUB) = WS-BD-WORK-ID
                    MOVE WS-BD-SUB TO WS-BD-CUR
                END-IF
            END-PERFORM.
            IF WS-BD-CUR = 0 AND WS-BD-COUNT < 20
                ADD 1 TO WS-BD-COUNT
                MOVE WS-BD-COUNT TO WS-BD-CUR
                MOVE WS-BD-WORK-ID TO WS-BD-PROMO-ID(WS-BD-CUR)
                MOVE 0 TO WS-BD-UNITS(WS-BD-CUR)
                MOVE 0 TO WS-BD-DISC(WS-BD-CUR)
            END-IF.
            IF WS-BD-CUR > 0
                ADD WS-BD-WORK-UNITS TO WS-BD-UNITS(WS-BD-CUR)
                ADD WS-BD-WORK-DISC TO WS-BD-DISC(WS-BD-CUR)
            END-IF.

       PROMO-LINES-PARA.
      *    One audit row and one report line per offer the basket
      *    booked - type P for discount given on a sale, Q for
      *    discount taken back by a refund or void. The report line
      *    carries sequence number zero like the summary lines, so
      *    it is never mistaken for a transaction; the basket's own
      *    sequence number is in the text. Nothing is written for a
      *    basket that went to suspense - its discount never booked.
            IF WS-BD-COUNT > 0 AND WS-SUSP-REASON = SPACES
                IF WS-TRAN-TYPE = "S" OR WS-TRAN-TYPE = "s"
                    MOVE "P" TO WS-BD-ROW-TYPE
                ELSE
                    MOVE "Q" TO WS-BD-ROW-TYPE
                END-IF
                PERFORM VARYING WS-BD-SUB FROM 1 BY 1
                        UNTIL WS-BD-SUB > WS-BD-COUNT
                    PERFORM AUDIT-PROMO-ROW-PARA
                    PERFORM REPORT-PROMO-LINE-PARA
                END-PERFORM
            END-IF.

       AUDIT-PROMO-ROW-PARA.
      *    The offer id rides in the item code, the units the deal
      *    covered in the amount and the discount in the price; the
      *    change fields are zero - the money lives on the main row.
            MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
            MOVE WS-AUDIT-TODAY-DATE TO AUDIT-DATE.
            MOVE WS-AUDIT-TODAY-TIME TO AUDIT-TIME.
            MOVE WS-BD-UNITS(WS-BD-SUB) TO AUDIT-AMOUNT.
            MOVE WS-BD-DISC(WS-BD-SUB) TO AUDIT-PRICE.
            MOVE 0 TO AUDIT-CHANGE.
            PERFORM VARYING WS-SUB1 FROM 1 BY 1
                    UNTIL WS-SUB1 > 12
                MOVE 0 TO AUDIT-BREAKDOWN(WS-SUB1)
            END-PERFORM.
            MOVE WS-CURRENCY-CODE TO AUDIT-CURRENCY-CODE.
            MOVE WS-TILL-ID TO AUDIT-TILL-ID.
            MOVE WS-BD-ROW-TYPE TO AUDIT-TRAN-TYPE.
            MOVE WS-VOID-SEQ TO AUDIT-VOID-SEQ.
            MOVE WS-RUN-NO TO AUDIT-RUN-NO.
            MOVE WS-BD-PROMO-ID(WS-BD-SUB) TO AUDIT-ITEM-CODE.
            MOVE WS-BASKET-SEQ TO AUDIT-SEQ-NO.
            MOVE WS-VOID-RUN TO AUDIT-VOID-RUN-NO.
            MOVE "N" TO AUDIT-REJECT-FLAG.
            MOVE SPACES TO AUDIT-VOUCHER-SERIAL.
            MOVE SPACE TO AUDIT-TENDER-TYPE.
            MOVE 0 TO AUDIT-CASH-PART.
            MOVE 0 TO AUDIT-CARD-PART.
            MOVE 0 TO AUDIT-LINE-DISC.
            WRITE AUDIT-RECORD.

       REPORT-PROMO-LINE-PARA.
            MOVE SPACES TO WS-SUMMARY-LINE.
            IF WS-BD-ROW-TYPE = "P"
                STRING "PROMOTION: SEQ " DELIMITED BY SIZE
                       WS-BASKET-SEQ DELIMITED BY SIZE
                       " OFFER " DELIMITED BY SIZE
                       WS-BD-PROMO-ID(WS-BD-SUB) DELIMITED BY SIZE
                       " UNITS " DELIMITED BY SIZE
                       WS-BD-UNITS(WS-BD-SUB) DELIMITED BY SIZE
                       " DISCOUNT " DELIMITED BY SIZE
                       WS-BD-DISC(WS-BD-SUB) DELIMITED BY SIZE
                       WS-MINOR-UNIT DELIMITED BY SIZE
                    INTO WS-SUMMARY-LINE
            ELSE
                STRING "PROMOTION REVERSED: SEQ " DELIMITED BY SIZE
                       WS-BASKET-SEQ DELIMITED BY SIZE
                       " OFFER " DELIMITED BY SIZE
                       WS-BD-PROMO-ID(WS-BD-SUB) DELIMITED BY SIZE
                       " UNITS " DELIMITED BY SIZE
                       WS-BD-UNITS(WS-BD-SUB) DELIMITED BY SIZE
                       " DISCOUNT " DELIMITED BY SIZE
                       WS-BD-DISC(WS-BD-SUB) DELIMITED BY SIZE
                       WS-MINOR-UNIT DELIMITED BY SIZE
                    INTO WS-SUMMARY-LINE
            END-IF.
            PERFORM WRITE-ITEM-LINE-PARA.

       SELECT-BREAKDOWN-MODE-PARA.
      *    Greedy stays the default - the float-aware skew is asked
      *    for per run, so a till with a freshly balanced drawer is
                DISPLAY "WARNING:CANNOT OPEN HISTORY FILE "
                        WS-HIST-STATUS " - RUN NOT ARCHIVED"
            ELSE
                PERFORM OPEN-HIST-INDEX-PARA
                PERFORM ARCHIVE-REPORT-PARA
                PERFORM ARCHIVE-AUDIT-PARA
                PERFORM ARCHIVE-GL-PARA
                PERFORM ARCHIVE-OPER-PARA
                CLOSE HIST-FILE
                IF WS-HISTX-OPEN = "Y"
                    CLOSE HISTX-FILE
                    IF WS-HISTX-FAILS > 0
                        DISPLAY "WARNING:" WS-HISTX-FAILS
                                " HISTORY ROWS NOT INDEXED - RUN "
                                "DCHSKEEP TO REBUILD THE INDEX"
                    END-IF
                END-IF
                DISPLAY "ARCHIVE:" WS-ARCH-COUNT
                        " RECORDS ROLLED TO HISTORY FOR RUN "
                        WS-RUN-NO
            END-IF.

       OPEN-HIST-INDEX-PARA.
      *    The indexed history only exists once DCHSKEEP has first
      *    reorganised DCHIST.DAT - until then there is nothing to
      *    keep in step and the sequential history is the whole
      *    story. When it does exist, this run's rows are numbered
      *    on from the highest already held for the business date
      *    and run number, so a rerun adds rather than collides.
            MOVE "N" TO WS-HISTX-OPEN.
            MOVE 0 TO WS-HISTX-SEQ.
            MOVE 0 TO WS-HISTX-FAILS.
            OPEN I-O HISTX-FILE.
            IF WS-HISTX-STATUS = "00"
                MOVE "Y" TO WS-HISTX-OPEN
                MOVE WS-ARCH-DATE TO HISTX-BUS-DATE
                MOVE WS-RUN-NO TO HISTX-RUN-NO
                MOVE LOW-VALUES TO HISTX-REC-TYPE
                MOVE 0 TO HISTX-SEQ
                START HISTX-FILE KEY IS NOT < HISTX-KEY
                    INVALID KEY
                        MOVE "Y" TO WS-EOF-FLAG
                    NOT INVALID KEY
                        MOVE "N" TO WS-EOF-FLAG
                END-START
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    READ HISTX-FILE NEXT RECORD
                        AT END
                            MOVE "Y" TO WS-EOF-FLAG
                        NOT AT END
                            IF HISTX-BUS-DATE = WS-ARCH-DATE
                                    AND HISTX-RUN-NO = WS-RUN-NO
                                IF HISTX-SEQ > WS-HISTX-SEQ
                                    MOVE HISTX-SEQ TO WS-HISTX-SEQ
                                END-IF
                            ELSE
                                MOVE "Y" TO WS-EOF-FLAG
                            END-IF
                    END-READ
                END-PERFORM
            ELSE
                IF WS-HISTX-STATUS NOT = "35"
                    DISPLAY "WARNING:CANNOT OPEN HISTORY INDEX "
                            WS-HISTX-STATUS " - RUN NOT INDEXED"
                END-IF
            END-IF.

       ARCHIVE-REPORT-PARA.
            OPEN INPUT REPORT-FILE.
            IF WS-REPORT-STATUS = "00"
            MOVE WS-RUN-NO TO HIST-RUN-NO.
            WRITE HIST-RECORD.
            ADD 1 TO WS-ARCH-COUNT.
            IF WS-HISTX-OPEN = "Y"
                ADD 1 TO WS-HISTX-SEQ
                MOVE HIST-BUS-DATE TO HISTX-BUS-DATE
                MOVE HIST-RUN-NO TO HISTX-RUN-NO
                MOVE HIST-REC-TYPE TO HISTX-REC-TYPE
                MOVE WS-HISTX-SEQ TO HISTX-SEQ
                MOVE HIST-DATA TO HISTX-DATA
                WRITE HISTX-RECORD
                    INVALID KEY
                        ADD 1 TO WS-HISTX-FAILS
                END-WRITE
            END-IF.

       SUSPEND-TRAN-PARA.
      *    Preserve the rejected transaction machine-readably - the
       ACCUMULATE-VAT-PARA.
      *    Every line of the booked basket adds its gross price to
      *    its rate's takings - the manual-price lines at standard,
      *    the coded lines at whatever the price file says. The
      *    gross is what the customer paid, net of any promotion
      *    discount on the line; the discount goes to its own total
      *    under the same rate.
            PERFORM VARYING WS-BASKET-SUB FROM 1 BY 1
                    UNTIL WS-BASKET-SUB > WS-BASKET-LINES
                MOVE WS-BL-VAT-CODE(WS-BASKET-SUB) TO WS-VAT-LOOKUP
                PERFORM FIND-VAT-SUB-PARA
                ADD WS-BL-PRICE(WS-BASKET-SUB)
                    TO WS-VAT-GROSS(WS-VAT-CUR)
                SUBTRACT WS-BL-DISC(WS-BASKET-SUB)
                    FROM WS-VAT-GROSS(WS-VAT-CUR)
                ADD WS-BL-DISC(WS-BASKET-SUB)
                    TO WS-VAT-DISC(WS-VAT-CUR)
            END-PERFORM.

       BACK-OUT-VAT-REFUND-PARA.
            PERFORM VARYING WS-BASKET-SUB FROM 1 BY 1
                    UNTIL WS-BASKET-SUB > WS-BASKET-LINES
                MOVE WS-BL-VAT-CODE(WS-BASKET-SUB) TO WS-VAT-LOOKUP
                SUBTRACT WS-BL-DISC(WS-BASKET-SUB)
                    FROM WS-BL-PRICE(WS-BASKET-SUB)
                    GIVING WS-VAT-BACK-AMT
                MOVE WS-BL-DISC(WS-BASKET-SUB) TO WS-VAT-BACK-DISC
                PERFORM BACK-OUT-ONE-VAT-PARA
                ADD WS-VAT-BACK-AMT TO WS-VAT-RFND(WS-VAT-CUR)
            END-PERFORM.

       BACK-OUT-VAT-VOID-PARA.
                    TO WS-VAT-LOOKUP
                MOVE WS-SM-LI-PRICE(WS-VOID-SUB WS-BASKET-SUB)
                    TO WS-VAT-BACK-AMT
                MOVE WS-SM-LI-DISC(WS-VOID-SUB WS-BASKET-SUB)
                    TO WS-VAT-BACK-DISC
                PERFORM BACK-OUT-ONE-VAT-PARA
            END-PERFORM.

                SUBTRACT WS-VAT-BACK-AMT
                    FROM WS-VAT-GROSS(WS-VAT-CUR)
            END-IF.
            IF WS-VAT-BACK-DISC > WS-VAT-DISC(WS-VAT-CUR)
                MOVE 0 TO WS-VAT-DISC(WS-VAT-CUR)
            ELSE
                SUBTRACT WS-VAT-BACK-DISC
                    FROM WS-VAT-DISC(WS-VAT-CUR)
            END-IF.

       COMPUTE-VAT-SPLIT-PARA.
      *    Prices are VAT-inclusive, so the net of a gross figure
            SUBTRACT WS-VAT-NET FROM WS-VAT-GROSS(WS-VAT-CUR)
                GIVING WS-VAT-AMT.

       COMPUTE-RFND-SPLIT-PARA.
      *    The same split for the refunds paid at the rate.
            MOVE WS-VAT-RFND(WS-VAT-CUR) TO WS-VAT-WORK.
            MULTIPLY WS-VAT-WORK BY 10000 GIVING WS-VAT-WORK.
            ADD WS-VAT-RATE(WS-VAT-CUR) 10000
                GIVING WS-VAT-DIVISOR.
            DIVIDE WS-VAT-WORK BY WS-VAT-DIVISOR
                GIVING WS-VAT-NET ROUNDED.
            SUBTRACT WS-VAT-NET FROM WS-VAT-RFND(WS-VAT-CUR)
                GIVING WS-VAT-AMT.

       COUNT-BASKET-ITEMS-PARA.
      *    Every line of the basket counts - quantity one and the
      *    line's resolved price, less any promotion discount, per
      *    item code keyed. A line that went towards a deal also
      *    counts as a promoted unit, with its share of the discount.
            PERFORM VARYING WS-BASKET-SUB FROM 1 BY 1
                    UNTIL WS-BASKET-SUB > WS-BASKET-LINES
                IF WS-BL-ITEM-CODE(WS-BASKET-SUB) NOT = SPACES
                        ADD 1 TO WS-IT-QTY(WS-ITEM-CUR)
                        ADD WS-BL-PRICE(WS-BASKET-SUB)
                            TO WS-IT-TAKINGS(WS-ITEM-CUR)
                        SUBTRACT WS-BL-DISC(WS-BASKET-SUB)
                            FROM WS-IT-TAKINGS(WS-ITEM-CUR)
                        IF WS-BL-PROMO(WS-BASKET-SUB) > 0
                            ADD 1 TO WS-IP-QTY(WS-ITEM-CUR)
                            ADD WS-BL-DISC(WS-BASKET-SUB)
                                TO WS-IP-DISCOUNT(WS-ITEM-CUR)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
       COUNT-ITEM-REFUND-PARA.
      *    A refund line with an item code comes back off that
      *    item's figures - floored at zero, and only when the item
      *    has units sold this run to come off; a return against
      *    yesterday's sale is not this run's negative seller, it is
      *    a unit back in stock and is counted as returned instead.
            PERFORM VARYING WS-BASKET-SUB FROM 1 BY 1
                    UNTIL WS-BASKET-SUB > WS-BASKET-LINES
                IF WS-BL-ITEM-CODE(WS-BASKET-SUB) NOT = SPACES
                        TO WS-ITEM-WORK-CODE
                    PERFORM FIND-EXISTING-ITEM-PARA
                    IF WS-ITEM-CUR > 0
                        IF WS-IT-QTY(WS-ITEM-CUR) = 0
                            MOVE 0 TO WS-ITEM-CUR
                        END-IF
                    END-IF
                    IF WS-ITEM-CUR = 0
                        PERFORM FIND-ITEM-SLOT-PARA
                        IF WS-ITEM-CUR > 0
                            ADD 1 TO WS-IR-QTY(WS-ITEM-CUR)
                        END-IF
                    ELSE
                        SUBTRACT WS-BL-DISC(WS-BASKET-SUB)
                            FROM WS-BL-PRICE(WS-BASKET-SUB)
                            GIVING WS-ITEM-WORK-AMT
                        MOVE "N" TO WS-ITEM-WORK-PROMO
                        IF WS-BL-PROMO(WS-BASKET-SUB) > 0
                            MOVE "Y" TO WS-ITEM-WORK-PROMO
                        END-IF
                        MOVE WS-BL-DISC(WS-BASKET-SUB)
                            TO WS-ITEM-WORK-DISC
                        PERFORM BACK-OUT-ITEM-PARA
                    END-IF
                END-IF
                        MOVE WS-SM-LI-PRICE(WS-VOID-SUB
                                            WS-BASKET-SUB)
                            TO WS-ITEM-WORK-AMT
                        MOVE "N" TO WS-ITEM-WORK-PROMO
                        IF WS-SM-LI-PROMO(WS-VOID-SUB WS-BASKET-SUB)
                                > 0
                            MOVE "Y" TO WS-ITEM-WORK-PROMO
                        END-IF
                        MOVE WS-SM-LI-DISC(WS-VOID-SUB WS-BASKET-SUB)
                            TO WS-ITEM-WORK-DISC
                        PERFORM BACK-OUT-ITEM-PARA
                    END-IF
                END-IF
                SUBTRACT WS-ITEM-WORK-AMT
                    FROM WS-IT-TAKINGS(WS-ITEM-CUR)
            END-IF.
            IF WS-ITEM-WORK-PROMO = "Y"
                IF WS-IP-QTY(WS-ITEM-CUR) > 0
                    SUBTRACT 1 FROM WS-IP-QTY(WS-ITEM-CUR)
                END-IF
                IF WS-ITEM-WORK-DISC > WS-IP-DISCOUNT(WS-ITEM-CUR)
                    MOVE 0 TO WS-IP-DISCOUNT(WS-ITEM-CUR)
                ELSE
                    SUBTRACT WS-ITEM-WORK-DISC
                        FROM WS-IP-DISCOUNT(WS-ITEM-CUR)
                END-IF
            END-IF.

       FIND-EXISTING-ITEM-PARA.
            MOVE 0 TO WS-ITEM-CUR.
                    MOVE WS-ITEM-WORK-CODE TO WS-IT-CODE(WS-ITEM-CUR)
                    MOVE 0 TO WS-IT-QTY(WS-ITEM-CUR)
                    MOVE 0 TO WS-IT-TAKINGS(WS-ITEM-CUR)
                    MOVE 0 TO WS-IP-QTY(WS-ITEM-CUR)
                    MOVE 0 TO WS-IP-DISCOUNT(WS-ITEM-CUR)
                    MOVE 0 TO WS-IR-QTY(WS-ITEM-CUR)
                ELSE
                    DISPLAY "WARNING:MORE THAN 500 ITEM CODES - "
                            WS-ITEM-WORK-CODE " NOT TRACKED"
       WRITE-ITEM-EXTRACT-PARA.
      *    One extract record per item code sold this run, net of
      *    refunds and voids - the file merchandising loads instead
      *    of asking the till operators what went out the door. Each
      *    till's runs are added to the extract until the stock
      *    ledger posts and empties it; a run already on the extract
      *    (a restart after the extract went out) is not added twice.
            MOVE "N" TO WS-RUN-ON-FILE.
            MOVE "N" TO WS-EOF-FLAG.
            OPEN INPUT ITEM-EXTRACT-FILE.
            IF WS-ITEMS-STATUS = "00"
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    READ ITEM-EXTRACT-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-FLAG
                        NOT AT END
                            IF ITEMS-TILL-ID = WS-TILL-ID
                                    AND ITEMS-RUN-NO = WS-RUN-NO
                                MOVE "Y" TO WS-RUN-ON-FILE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ITEM-EXTRACT-FILE
            END-IF.

            IF WS-RUN-ON-FILE = "Y"
                DISPLAY "WARNING:TILL " WS-TILL-ID " RUN " WS-RUN-NO
                        " IS ALREADY ON THE ITEM EXTRACT - NOT "
                        "WRITTEN AGAIN"
            ELSE
                OPEN EXTEND ITEM-EXTRACT-FILE
                IF WS-ITEMS-STATUS NOT = "00"
                    CLOSE ITEM-EXTRACT-FILE
                    OPEN OUTPUT ITEM-EXTRACT-FILE
                END-IF
                IF WS-ITEMS-STATUS NOT = "00"
                    DISPLAY "WARNING:CANNOT OPEN ITEM EXTRACT FILE "
                            WS-ITEMS-STATUS
                ELSE
                    PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                            UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                        MOVE WS-RUN-NO TO ITEMS-RUN-NO
                        MOVE WS-TILL-ID TO ITEMS-TILL-ID
                        MOVE WS-IT-CODE(WS-ITEM-SUB) TO ITEMS-ITEM-CODE
                        MOVE WS-IT-QTY(WS-ITEM-SUB) TO ITEMS-QTY
                        MOVE WS-IT-TAKINGS(WS-ITEM-SUB) TO ITEMS-TAKINGS
                        MOVE WS-IP-QTY(WS-ITEM-SUB) TO ITEMS-PROMO-QTY
                        MOVE WS-IP-DISCOUNT(WS-ITEM-SUB)
                            TO ITEMS-DISCOUNT
                        MOVE WS-IR-QTY(WS-ITEM-SUB) TO ITEMS-RETURN-QTY
                        WRITE ITEMS-RECORD
                    END-PERFORM
                    CLOSE ITEM-EXTRACT-FILE
                END-IF
            END-IF.

       LOAD-RATES-PARA.
      *    The day's exchange rates, one record per foreign currency.
      *    A missing file only matters to a non-GBP run, and that run
                CLOSE RATE-FILE
            END-IF.

       LOAD-PROMO-PARA.
      *    The offers in force on the run date, in offer id order. No
      *    promotion file just means no offers today; an offer with
      *    no items, or terms that cannot make a deal, is passed
      *    over.
            MOVE 0 TO WS-PROMO-COUNT.
            ACCEPT WS-PROMO-RUN-DATE FROM DATE YYYYMMDD.
            OPEN INPUT PROMO-FILE.
            IF WS-PROMO-STATUS = "00"
                MOVE "N" TO WS-PROMO-EOF
                PERFORM READ-PROMO-PARA
                PERFORM UNTIL WS-PROMO-EOF = "Y"
                    IF PROMO-START-DATE NOT > WS-PROMO-RUN-DATE
                            AND PROMO-END-DATE NOT < WS-PROMO-RUN-DATE
                            AND PROMO-ITEM-COUNT > 0
                            AND PROMO-BUY-QTY > 1
                        IF WS-PROMO-COUNT < 50
                            PERFORM KEEP-PROMO-PARA
                        ELSE
                            DISPLAY "WARNING:MORE THAN 50 OFFERS IN "
                                    "FORCE - " PROMO-ID " IGNORED"
                        END-IF
                    END-IF
                    PERFORM READ-PROMO-PARA
                END-PERFORM
                CLOSE PROMO-FILE
            END-IF.

       READ-PROMO-PARA.
            READ PROMO-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-PROMO-EOF
            END-READ.

       KEEP-PROMO-PARA.
            ADD 1 TO WS-PROMO-COUNT.
            MOVE PROMO-ID TO WS-PM-ID(WS-PROMO-COUNT).
            MOVE PROMO-TYPE TO WS-PM-TYPE(WS-PROMO-COUNT).
            MOVE PROMO-BUY-QTY TO WS-PM-BUY(WS-PROMO-COUNT).
            MOVE PROMO-PAY-QTY TO WS-PM-PAY(WS-PROMO-COUNT).
            MOVE PROMO-DEAL-PRICE TO WS-PM-PRICE(WS-PROMO-COUNT).
            IF PROMO-ITEM-COUNT > 10
                MOVE 10 TO WS-PM-ITEM-COUNT(WS-PROMO-COUNT)
            ELSE
                MOVE PROMO-ITEM-COUNT
                    TO WS-PM-ITEM-COUNT(WS-PROMO-COUNT)
            END-IF.
            PERFORM VARYING WS-PROMO-ITEM-SUB FROM 1 BY 1
                    UNTIL WS-PROMO-ITEM-SUB > 10
                MOVE PROMO-ITEM-CODE(WS-PROMO-ITEM-SUB)
                    TO WS-PM-ITEM-CODE(WS-PROMO-COUNT
                                       WS-PROMO-ITEM-SUB)
                MOVE PROMO-ITEM-GROUP(WS-PROMO-ITEM-SUB)
                    TO WS-PM-ITEM-GROUP(WS-PROMO-COUNT
                                        WS-PROMO-ITEM-SUB)
            END-PERFORM.
      *    A multi-buy that gives nothing away, or a priced deal with
      *    no price, would only ever claim lines for nothing.
            IF (PROMO-TYPE = "M"
                    AND (PROMO-PAY-QTY = 0
                         OR PROMO-PAY-QTY NOT < PROMO-BUY-QTY))
                    OR ((PROMO-TYPE = "F" OR PROMO-TYPE = "D")
                        AND PROMO-DEAL-PRICE = 0)
                    OR (PROMO-TYPE NOT = "M" AND PROMO-TYPE NOT = "F"
                        AND PROMO-TYPE NOT = "D")
                DISPLAY "WARNING:OFFER " PROMO-ID
                        " TERMS INVALID - IGNORED"
                SUBTRACT 1 FROM WS-PROMO-COUNT
            END-IF.

       READ-RATE-PARA.
            READ RATE-FILE
                AT END MOVE "Y" TO WS-EOF-FLAG
                PERFORM REMEMBER-SALE-PARA
                PERFORM COUNT-BASKET-ITEMS-PARA
                PERFORM ACCUMULATE-VAT-PARA
                IF WS-TENDER-TYPE = "V"
                    PERFORM REDEEM-VOUCHER-PARA
                END-IF
            END-IF.

       RESOLVE-TENDER-PARA.
                        TO WS-RPT-LINE-WORK
                END-IF
            END-IF.
            IF WS-TENDER-TYPE = "V" AND WS-VALID-TENDER = "Y"
                PERFORM CHECK-VOUCHER-TENDER-PARA
            END-IF.
            IF WS-TENDER-TYPE = "S"
                MOVE WS-CUR-CASH-AMT TO WS-CASH-PART
                IF WS-CASH-PART = 0
                MOVE WS-CASH-PART TO WS-SM-CASH(WS-SALE-COUNT)
                MOVE WS-CARD-PART TO WS-SM-CARD(WS-SALE-COUNT)
                MOVE WS-VOUCHER-PART TO WS-SM-VOUCHER(WS-SALE-COUNT)
                MOVE WS-VCH-SERIAL
                    TO WS-SM-VOUCHER-SERIAL(WS-SALE-COUNT)
                MOVE WS-BASKET-LINES TO WS-SM-LINES(WS-SALE-COUNT)
                PERFORM VARYING WS-BASKET-SUB FROM 1 BY 1
                        UNTIL WS-BASKET-SUB > WS-BASKET-LINES
                    MOVE WS-BL-ITEM-CODE(WS-BASKET-SUB)
                        TO WS-SM-LI-CODE(WS-SALE-COUNT WS-BASKET-SUB)
      *            The line is remembered at what was paid for it,
      *            with the promotion discount and the offer's slot
      *            alongside, so a void backs out exactly what the
      *            sale booked.
                    SUBTRACT WS-BL-DISC(WS-BASKET-SUB)
                        FROM WS-BL-PRICE(WS-BASKET-SUB)
                        GIVING WS-SM-LI-PRICE(WS-SALE-COUNT
                                              WS-BASKET-SUB)
                    MOVE WS-BL-VAT-CODE(WS-BASKET-SUB)
                        TO WS-SM-LI-VAT(WS-SALE-COUNT WS-BASKET-SUB)
                    MOVE WS-BL-DISC(WS-BASKET-SUB)
                        TO WS-SM-LI-DISC(WS-SALE-COUNT WS-BASKET-SUB)
                    MOVE WS-BL-PROMO(WS-BASKET-SUB)
                        TO WS-SM-LI-PROMO(WS-SALE-COUNT
                                          WS-BASKET-SUB)
                END-PERFORM
                MOVE "N" TO WS-SM-VOIDED(WS-SALE-COUNT)
                PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 12
            ELSE
                MOVE 0 TO WS-VOUCHER-TENDERED
            END-IF
            IF WS-SM-VOUCHER(WS-VOID-SUB) > 0
                PERFORM REINSTATE-VOUCHER-PARA
            END-IF
            IF WS-TOTAL-TXN-COUNT > 0
                SUBTRACT 1 FROM WS-TOTAL-TXN-COUNT
            END-IF
            SUBTRACT WS-VOID-VALUE FROM 0 GIVING WS-CHANGE
            PERFORM COUNT-ITEM-VOID-PARA
            PERFORM BACK-OUT-VAT-VOID-PARA
            PERFORM VOID-DEALS-PARA.

       VOID-DEALS-PARA.
      *    Gather the voided sale's promoted lines back into one
      *    deal entry per offer, for the Q rows.
            PERFORM VARYING WS-BASKET-SUB FROM 1 BY 1
                    UNTIL WS-BASKET-SUB > WS-SM-LINES(WS-VOID-SUB)
                IF WS-SM-LI-PROMO(WS-VOID-SUB WS-BASKET-SUB) > 0
                    MOVE WS-PM-ID(WS-SM-LI-PROMO(WS-VOID-SUB
                                                 WS-BASKET-SUB))
                        TO WS-BD-WORK-ID
                    MOVE 1 TO WS-BD-WORK-UNITS
                    MOVE WS-SM-LI-DISC(WS-VOID-SUB WS-BASKET-SUB)
                        TO WS-BD-WORK-DISC
                    PERFORM ADD-BASKET-DEAL-PARA
                END-IF
            END-PERFORM.

       VOID-FROM-AUDIT-PARA.
      *    The audit trail already carries everything a reversal
      *    the day that sold them, not to today's extract.
            MOVE "N" TO WS-AV-FOUND.
            MOVE "N" TO WS-AV-REVERSED.
            MOVE 0 TO WS-AV-DEAL-COUNT.
            CLOSE AUDIT-FILE.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS = "00"
                    SUBTRACT 1 FROM WS-TOTAL-TXN-COUNT
                END-IF
                SUBTRACT WS-VOID-VALUE FROM 0 GIVING WS-CHANGE
      *        The sale's promotion rows are reversed with it, so the
      *        offer's figures come back down - the day that gave
      *        the discount keeps it in its own VAT and item totals.
                MOVE WS-AV-DEAL-COUNT TO WS-BD-COUNT
                MOVE WS-AV-DEAL-TABLE TO WS-BASKET-DEAL-TABLE
            ELSE
                MOVE "N" TO WS-VALID-TENDER
                MOVE "N" TO WS-CHANGE-OK
                        MOVE AUDIT-BREAKDOWN(WS-SUB1)
                            TO WS-AV-NUM(WS-SUB1)
                    END-PERFORM
                    MOVE 0 TO WS-AV-DEAL-COUNT
                END-IF
      *        Promotion rows follow their sale on the trail - keep
      *        the ones booked with the sale found so far.
                IF AUDIT-TRAN-TYPE = "P"
                        AND AUDIT-REJECT-FLAG NOT = "Y"
                        AND WS-AV-FOUND = "Y"
                        AND AUDIT-RUN-NO = WS-AV-RUN
                        AND WS-AV-DEAL-COUNT < 20
                    ADD 1 TO WS-AV-DEAL-COUNT
                    MOVE AUDIT-ITEM-CODE
                        TO WS-AV-PROMO-ID(WS-AV-DEAL-COUNT)
                    MOVE AUDIT-AMOUNT TO WS-AV-UNITS(WS-AV-DEAL-COUNT)
                    MOVE AUDIT-PRICE TO WS-AV-DISC(WS-AV-DEAL-COUNT)
                END-IF
            END-IF.
      *    Only a BOOKED void row proves a reversal - a void attempt
                INTO WS-RPT-LINE-WORK.

       REJECT-TRAN-TYPE-PARA.
      *    A transaction type that is not a sale, voucher sale,
      *    refund or void is a mis-key, and the worst mis-key of all is
      *    a refund that books as a sale - so an unknown type is held
      *    to suspense the same way an unknown tender type is, never
      *    guessed at.
            MOVE "N" TO WS-VALID-TENDER.
            MOVE "N" TO WS-CHANGE-OK.
            MOVE "TYPE" TO WS-SUSP-REASON.
                    INTO WS-RPT-LINE-WORK
            END-IF.

       VOUCHER-SALE-PARA.
      *    A gift voucher sold is tendered and changed like any sale
      *    and is in the day's takings, but the money is owed to the
      *    holder until the voucher is spent - so it is written to
      *    the voucher master instead of the item and VAT figures.
      *    It is keyed as a basket of one with no item code, the
      *    price being the face value, and is not remembered for a
      *    void: the voucher has left the till in the customer's
      *    hand. A serial already on the master is never sold twice.
            IF WS-BASKET-LINES > 1
                MOVE "ERROR:A VOUCHER SALE MUST BE A BASKET OF ONE"
                    TO WS-RPT-LINE-WORK
                PERFORM REJECT-VOUCHER-PARA
            ELSE
                IF WS-VCH-SERIAL = SPACES
                    MOVE "ERROR:VOUCHER SALE WITH NO VOUCHER SERIAL"
                        TO WS-RPT-LINE-WORK
                    PERFORM REJECT-VOUCHER-PARA
                ELSE
                    IF WS-CUR-TENDER-TYPE = "V"
                            OR WS-CUR-TENDER-TYPE = "v"
                        MOVE "ERROR:A VOUCHER CANNOT BUY A VOUCHER"
                            TO WS-RPT-LINE-WORK
                        PERFORM REJECT-VOUCHER-PARA
                    ELSE
                        MOVE WS-VCH-SERIAL TO WS-VOUCH-KEY
                        PERFORM READ-VOUCHER-PARA
                        IF WS-VOUCH-OPEN = "N"
                            PERFORM VOUCHER-UNAVAILABLE-PARA
                        ELSE
                            IF WS-VOUCH-FOUND = "Y"
                                    AND WS-VOUCH-REPLAY = "N"
                                MOVE SPACES TO WS-RPT-LINE-WORK
                                STRING "ERROR:VOUCHER "
                                        DELIMITED BY SIZE
                                       WS-VCH-SERIAL DELIMITED BY SIZE
                                       " IS ALREADY ON FILE"
                                        DELIMITED BY SIZE
                                    INTO WS-RPT-LINE-WORK
                                PERFORM REJECT-VOUCHER-PARA
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF.
            IF WS-VALID-TENDER = "Y"
                PERFORM RESOLVE-TENDER-PARA
            END-IF.
            IF WS-VALID-TENDER = "Y"
                PERFORM VALIDATE-TENDER-PARA
            END-IF.
            IF WS-VALID-TENDER = "Y"
                PERFORM CHANGE-PARA
            END-IF.
            IF WS-VALID-TENDER = "Y" AND WS-TENDER-ERROR = "N"
                ADD WS-AMOUNT TO WS-TOTAL-TENDERED
                ADD WS-CASH-PART TO WS-CASH-TENDERED
                ADD WS-CARD-PART TO WS-CARD-TENDERED
                ADD 1 TO WS-TOTAL-TXN-COUNT
                ADD WS-PRICE TO WS-VOUCHER-ISSUED
                IF WS-VOUCH-REPLAY = "N"
                    PERFORM WRITE-VOUCHER-PARA
                END-IF
            END-IF.

       CHECK-VOUCHER-TENDER-PARA.
      *    A voucher tendered must be on the master, in date and
      *    still hold the price - anything else is held to suspense,
      *    never taken on trust, or the same voucher could be spent
      *    twice. A record already drawn down before a restart is
      *    passed without the checks (its own draw-down would fail
      *    them).
            IF WS-VCH-SERIAL = SPACES
                MOVE "ERROR:VOUCHER TENDER WITH NO VOUCHER SERIAL"
                    TO WS-RPT-LINE-WORK
                PERFORM REJECT-VOUCHER-PARA
            ELSE
                MOVE WS-VCH-SERIAL TO WS-VOUCH-KEY
                PERFORM READ-VOUCHER-PARA
                IF WS-VOUCH-OPEN = "N"
                    PERFORM VOUCHER-UNAVAILABLE-PARA
                ELSE
                    IF WS-VOUCH-FOUND = "N"
                        MOVE SPACES TO WS-RPT-LINE-WORK
                        STRING "ERROR:VOUCHER " DELIMITED BY SIZE
                               WS-VCH-SERIAL DELIMITED BY SIZE
                               " NOT ON VOUCHER FILE"
                                DELIMITED BY SIZE
                            INTO WS-RPT-LINE-WORK
                        PERFORM REJECT-VOUCHER-PARA
                    ELSE
                        IF WS-VOUCH-REPLAY = "N"
                            PERFORM CHECK-VOUCHER-STATE-PARA
                        END-IF
                    END-IF
                END-IF
            END-IF.

       CHECK-VOUCHER-STATE-PARA.
            IF VOUCH-STATUS = "S" OR VOUCH-BALANCE = 0
                MOVE SPACES TO WS-RPT-LINE-WORK
                STRING "ERROR:VOUCHER " DELIMITED BY SIZE
                       WS-VCH-SERIAL DELIMITED BY SIZE
                       " ALREADY SPENT" DELIMITED BY SIZE
                    INTO WS-RPT-LINE-WORK
                PERFORM REJECT-VOUCHER-PARA
            ELSE
                IF VOUCH-STATUS = "E"
                        OR VOUCH-EXPIRY-DATE < WS-VOUCH-RUN-DATE
                    MOVE SPACES TO WS-RPT-LINE-WORK
                    STRING "ERROR:VOUCHER " DELIMITED BY SIZE
                           WS-VCH-SERIAL DELIMITED BY SIZE
                           " EXPIRED " DELIMITED BY SIZE
                           VOUCH-EXPIRY-DATE DELIMITED BY SIZE
                        INTO WS-RPT-LINE-WORK
                    PERFORM REJECT-VOUCHER-PARA
                ELSE
                    IF VOUCH-BALANCE < WS-VOUCHER-PART
                        MOVE SPACES TO WS-RPT-LINE-WORK
                        STRING "ERROR:VOUCHER " DELIMITED BY SIZE
                               WS-VCH-SERIAL DELIMITED BY SIZE
                               " BALANCE " DELIMITED BY SIZE
                               VOUCH-BALANCE DELIMITED BY SIZE
                               " SHORT OF PRICE " DELIMITED BY SIZE
                               WS-VOUCHER-PART DELIMITED BY SIZE
                            INTO WS-RPT-LINE-WORK
                        PERFORM REJECT-VOUCHER-PARA
                    END-IF
                END-IF
            END-IF.

       REJECT-VOUCHER-PARA.
            MOVE "N" TO WS-VALID-TENDER.
            MOVE "N" TO WS-CHANGE-OK.
            MOVE "VCHR" TO WS-SUSP-REASON.

       VOUCHER-UNAVAILABLE-PARA.
            MOVE "ERROR:VOUCHER FILE UNAVAILABLE - VOUCHER NOT CHECKED"
                TO WS-RPT-LINE-WORK.
            PERFORM REJECT-VOUCHER-PARA.

       READ-VOUCHER-PARA.
      *    Read the voucher named in WS-VOUCH-KEY. On a restarted run
      *    a voucher last moved by this till and run at or after the
      *    basket now being worked was moved for it before the
      *    failure, and must not be moved again.
            MOVE "N" TO WS-VOUCH-FOUND.
            MOVE "N" TO WS-VOUCH-REPLAY.
            IF WS-VOUCH-OPEN = "Y"
                MOVE WS-VOUCH-KEY TO VOUCH-SERIAL
                READ VOUCHER-FILE
                    INVALID KEY
                        MOVE "N" TO WS-VOUCH-FOUND
                    NOT INVALID KEY
                        MOVE "Y" TO WS-VOUCH-FOUND
                END-READ
            END-IF.
            IF WS-VOUCH-FOUND = "Y"
                    AND WS-CHECKPOINT-FOUND = "Y"
                    AND VOUCH-LAST-TILL-ID = WS-TILL-ID
                    AND VOUCH-LAST-RUN-NO = WS-RUN-NO
                    AND VOUCH-LAST-SEQ-NO NOT < WS-BASKET-SEQ
                MOVE "Y" TO WS-VOUCH-REPLAY
            END-IF.

       WRITE-VOUCHER-PARA.
      *    A new voucher runs for WS-VOUCH-LIFE-YRS years from the
      *    day it is sold; one sold on 29 February runs out on the
      *    28th.
            MOVE WS-VCH-SERIAL TO VOUCH-SERIAL.
            MOVE WS-VOUCH-RUN-DATE TO VOUCH-ISSUE-DATE.
            MOVE WS-PRICE TO VOUCH-FACE-VALUE.
            MOVE WS-PRICE TO VOUCH-BALANCE.
            MOVE WS-VOUCH-RUN-DATE TO WS-VOUCH-EXPIRY.
            ADD WS-VOUCH-LIFE-YRS TO WS-VOUCH-EXP-YYYY.
            IF WS-VOUCH-EXP-MMDD = 0229
                MOVE 0228 TO WS-VOUCH-EXP-MMDD
            END-IF.
            MOVE WS-VOUCH-EXPIRY TO VOUCH-EXPIRY-DATE.
            MOVE "A" TO VOUCH-STATUS.
            MOVE WS-TILL-ID TO VOUCH-ISSUE-TILL-ID.
            MOVE WS-RUN-NO TO VOUCH-ISSUE-RUN-NO.
            MOVE 0 TO VOUCH-LAST-USED-DATE.
            PERFORM STAMP-VOUCHER-PARA.
            WRITE VOUCH-RECORD
                INVALID KEY
                    DISPLAY "WARNING:VOUCHER " WS-VCH-SERIAL
                            " NOT WRITTEN " WS-VOUCH-STATUS
            END-WRITE.

       REDEEM-VOUCHER-PARA.
      *    Draw the sale down off the voucher read by
      *    CHECK-VOUCHER-TENDER-PARA; a voucher brought to nothing
      *    is marked spent.
            IF WS-VOUCH-REPLAY = "N"
                SUBTRACT WS-VOUCHER-PART FROM VOUCH-BALANCE
                IF VOUCH-BALANCE = 0
                    MOVE "S" TO VOUCH-STATUS
                END-IF
                MOVE WS-VOUCH-RUN-DATE TO VOUCH-LAST-USED-DATE
                PERFORM STAMP-VOUCHER-PARA
                REWRITE VOUCH-RECORD
                    INVALID KEY
                        DISPLAY "WARNING:VOUCHER " VOUCH-SERIAL
                                " NOT DRAWN DOWN " WS-VOUCH-STATUS
                END-REWRITE
            END-IF.

       REINSTATE-VOUCHER-PARA.
      *    A voided sale paid by voucher puts the value back on the
      *    voucher it came off. The void's audit row carries the
      *    serial so the trail shows where the money went.
            MOVE WS-SM-VOUCHER-SERIAL(WS-VOID-SUB) TO WS-VOUCH-KEY.
            MOVE WS-VOUCH-KEY TO WS-VCH-SERIAL.
            PERFORM READ-VOUCHER-PARA.
            IF WS-VOUCH-FOUND = "N"
                DISPLAY "WARNING:VOUCHER " WS-VOUCH-KEY
                        " NOT ON FILE - VOID OF " WS-VOID-SEQ
                        " NOT CREDITED BACK"
            ELSE
                IF WS-VOUCH-REPLAY = "N"
                    ADD WS-SM-VOUCHER(WS-VOID-SUB) TO VOUCH-BALANCE
                    IF VOUCH-STATUS = "S"
                        MOVE "A" TO VOUCH-STATUS
                    END-IF
                    PERFORM STAMP-VOUCHER-PARA
                    REWRITE VOUCH-RECORD
                        INVALID KEY
                            DISPLAY "WARNING:VOUCHER " VOUCH-SERIAL
                                    " NOT CREDITED BACK "
                                    WS-VOUCH-STATUS
                    END-REWRITE
                END-IF
            END-IF.

       STAMP-VOUCHER-PARA.
            MOVE WS-TILL-ID TO VOUCH-LAST-TILL-ID.
            MOVE WS-RUN-NO TO VOUCH-LAST-RUN-NO.
            MOVE WS-BASKET-SEQ TO VOUCH-LAST-SEQ-NO.

       OPEN-VOUCHER-PARA.
      *    The voucher master is created empty the first time it is
      *    needed. If it cannot be opened the run goes on, but every
      *    voucher sold or tendered is held to suspense until it can.
            ACCEPT WS-VOUCH-RUN-DATE FROM DATE YYYYMMDD.
            MOVE "N" TO WS-VOUCH-OPEN.
            OPEN I-O VOUCHER-FILE.
            IF WS-VOUCH-STATUS = "35"
                OPEN OUTPUT VOUCHER-FILE
                CLOSE VOUCHER-FILE
                OPEN I-O VOUCHER-FILE
            END-IF.
            IF WS-VOUCH-STATUS = "00"
                MOVE "Y" TO WS-VOUCH-OPEN
            ELSE
                DISPLAY "WARNING:CANNOT OPEN VOUCHER FILE "
                        WS-VOUCH-STATUS
                        " - VOUCHER SALES AND TENDERS WILL BE HELD"
            END-IF.

       READ-CHECKPOINT-PARA.
            MOVE 0 TO WS-RESTART-SEQ.
            MOVE "N" TO WS-CHECKPOINT-FOUND.
      *                    figures rather than refuse the restart.
                            MOVE 0 TO WS-ITEM-COUNT
                        END-IF
                        IF CHKPT-VAT-DISC(1) NUMERIC
                            MOVE CHKPT-ITEM-PROMO-TOTALS
                                TO WS-ITEM-PROMO-TABLE
                            PERFORM VARYING WS-VAT-SUB FROM 1 BY 1
                                    UNTIL WS-VAT-SUB > 3
                                MOVE CHKPT-VAT-DISC(WS-VAT-SUB)
                                    TO WS-VAT-DISC(WS-VAT-SUB)
                            END-PERFORM
                        ELSE
      *                    Written before promotions were carried -
      *                    nothing was discounted before the crash.
                            MOVE ZEROES TO WS-ITEM-PROMO-TABLE
                        END-IF
                        IF CHKPT-IR-QTY(1) NUMERIC
                            MOVE CHKPT-ITEM-RETURN-TOTALS
                                TO WS-ITEM-RETURN-TABLE
                        ELSE
      *                    Written before returns were carried - the
      *                    returns booked before the crash are lost
      *                    with it, as the item figures once were.
                            MOVE ZEROES TO WS-ITEM-RETURN-TABLE
                        END-IF
                        IF CHKPT-VOUCHER-ISSUED NUMERIC
                            MOVE CHKPT-VOUCHER-ISSUED
                                TO WS-VOUCHER-ISSUED
                        ELSE
      *                    Written before vouchers were sold.
                            MOVE 0 TO WS-VOUCHER-ISSUED
                        END-IF
                        IF CHKPT-VAT-RFND(1) NUMERIC
                            PERFORM VARYING WS-VAT-SUB FROM 1 BY 1
                                    UNTIL WS-VAT-SUB > 3
                                MOVE CHKPT-VAT-RFND(WS-VAT-SUB)
                                    TO WS-VAT-RFND(WS-VAT-SUB)
                            END-PERFORM
                        ELSE
      *                    Written before refunds were split out -
      *                    the journal for this run will not balance
      *                    and is refused, rather than guessed.
                            MOVE ZEROES TO WS-VAT-RFND-TOTALS
                        END-IF
                END-READ
                CLOSE CHECKPOINT-FILE
            END-IF.
            MOVE WS-CASH-TENDERED TO CHKPT-CASH-TENDERED.
            MOVE WS-CARD-TENDERED TO CHKPT-CARD-TENDERED.
            MOVE WS-VOUCHER-TENDERED TO CHKPT-VOUCHER-TENDERED.
            MOVE WS-VOUCHER-ISSUED TO CHKPT-VOUCHER-ISSUED.
            MOVE WS-TILL-FLOAT-BREAKDOWN TO CHKPT-TILL-FLOAT.
            MOVE WS-RUN-TOTAL-BREAKDOWN TO CHKPT-RUN-TOTAL.
            MOVE WS-OPER-TABLE TO CHKPT-OPER-TOTALS.
                    UNTIL WS-VAT-SUB > 3
                MOVE WS-VAT-GROSS(WS-VAT-SUB)
                    TO CHKPT-VAT-GROSS(WS-VAT-SUB)
                MOVE WS-VAT-DISC(WS-VAT-SUB)
                    TO CHKPT-VAT-DISC(WS-VAT-SUB)
                MOVE WS-VAT-RFND(WS-VAT-SUB)
                    TO CHKPT-VAT-RFND(WS-VAT-SUB)
            END-PERFORM.
            MOVE WS-ITEM-PROMO-TABLE TO CHKPT-ITEM-PROMO-TOTALS.
            MOVE WS-ITEM-RETURN-TABLE TO CHKPT-ITEM-RETURN-TOTALS.
            OPEN OUTPUT CHECKPOINT-FILE.
            WRITE CHECKPOINT-RECORD.
            CLOSE CHECKPOINT-FILE.
            ELSE
                MOVE "N" TO AUDIT-REJECT-FLAG
            END-IF.
            MOVE WS-VCH-SERIAL       TO AUDIT-VOUCHER-SERIAL.
      *    How the basket was paid, and the first line's discount -
      *    the other lines' discounts go on their own B rows. A
      *    refund or void is paid back in cash whatever the sale
      *    was tendered with.
            IF WS-TRAN-TYPE = "R" OR WS-TRAN-TYPE = "r"
                    OR WS-TRAN-TYPE = "V" OR WS-TRAN-TYPE = "v"
                MOVE "C" TO AUDIT-TENDER-TYPE
                MOVE 0 TO AUDIT-CASH-PART
                MOVE 0 TO AUDIT-CARD-PART
            ELSE
                MOVE WS-TENDER-TYPE  TO AUDIT-TENDER-TYPE
                MOVE WS-CASH-PART    TO AUDIT-CASH-PART
                MOVE WS-CARD-PART    TO AUDIT-CARD-PART
            END-IF.
            IF (WS-RUN-MODE = "B" OR WS-RUN-MODE = "b")
                    AND WS-BASKET-LINES > 0
                MOVE WS-BL-DISC(1)   TO AUDIT-LINE-DISC
            ELSE
                MOVE 0               TO AUDIT-LINE-DISC
            END-IF.

            IF WS-CHANGE-OK = "Y"
                MOVE WS-CHANGE TO AUDIT-CHANGE
            MOVE WS-SUMMARY-LINE TO RPT-LINE.
            WRITE RPT-RECORD.

            IF WS-VOUCHER-ISSUED > 0
                MOVE SPACES TO WS-SUMMARY-LINE
                STRING "END OF DAY: GIFT VOUCHERS SOLD = "
                           DELIMITED BY SIZE
                       WS-VOUCHER-ISSUED DELIMITED BY SIZE
                       WS-MINOR-UNIT DELIMITED BY SIZE
                    INTO WS-SUMMARY-LINE
                MOVE WS-RUN-NO TO RPT-RUN-NO
                MOVE SPACES TO RPT-SEP0
                MOVE ZEROES TO RPT-SEQ-NO RPT-AMOUNT RPT-PRICE
                               RPT-CHANGE
                MOVE SPACES TO RPT-SEP1 RPT-SEP2 RPT-SEP3 RPT-SEP4
                MOVE WS-SUMMARY-LINE TO RPT-LINE
                WRITE RPT-RECORD
            END-IF.

            PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
                    UNTIL WS-OPER-SUB > WS-OPER-COUNT
                IF WS-OT-ID(WS-OPER-SUB) NOT = SPACES
                       WS-VAT-AMT DELIMITED BY SIZE
                    INTO WS-SUMMARY-LINE
                PERFORM WRITE-ITEM-LINE-PARA
                IF WS-VAT-DISC(WS-VAT-CUR) > 0
                    MOVE SPACES TO WS-SUMMARY-LINE
                    STRING "END OF DAY: VAT CODE " DELIMITED BY SIZE
                           WS-VAT-CODE(WS-VAT-CUR) DELIMITED BY SIZE
                           " PROMOTION DISCOUNT " DELIMITED BY SIZE
                           WS-VAT-DISC(WS-VAT-CUR) DELIMITED BY SIZE
                           WS-MINOR-UNIT DELIMITED BY SIZE
                        INTO WS-SUMMARY-LINE
                    PERFORM WRITE-ITEM-LINE-PARA
                END-IF
            END-PERFORM.

       ITEM-SUMMARY-PARA.
            MOVE WS-CASH-TENDERED TO GL-CASH-TAKINGS.
            MOVE WS-CARD-TENDERED TO GL-CARD-TAKINGS.
            MOVE WS-VOUCHER-TENDERED TO GL-VOUCHER-TAKINGS.
            MOVE WS-VOUCHER-ISSUED TO GL-VOUCHER-ISSUED.
            MOVE WS-RUN-NO TO GL-RUN-NO.

            PERFORM VARYING WS-VAT-CUR FROM 1 BY 1
                    TO GL-VAT-GROSS(WS-VAT-CUR)
                MOVE WS-VAT-NET TO GL-VAT-NET(WS-VAT-CUR)
                MOVE WS-VAT-AMT TO GL-VAT-AMOUNT(WS-VAT-CUR)
                MOVE WS-VAT-CODE(WS-VAT-CUR)
                    TO GL-DISC-CODE(WS-VAT-CUR)
                MOVE WS-VAT-DISC(WS-VAT-CUR)
                    TO GL-DISC-AMOUNT(WS-VAT-CUR)
                PERFORM COMPUTE-RFND-SPLIT-PARA
                MOVE WS-VAT-CODE(WS-VAT-CUR)
                    TO GL-RFND-CODE(WS-VAT-CUR)
                MOVE WS-VAT-RFND(WS-VAT-CUR)
                    TO GL-RFND-GROSS(WS-VAT-CUR)
                MOVE WS-VAT-NET TO GL-RFND-NET(WS-VAT-CUR)
                MOVE WS-VAT-AMT TO GL-RFND-VAT(WS-VAT-CUR)
            END-PERFORM.

            MOVE "N" TO GL-RECON-DONE.
            MOVE 0 TO GL-CASH-OVER.
            MOVE 0 TO GL-CASH-SHORT.
            IF WS-RECONCILE-FLAG = "Y" OR WS-RECONCILE-FLAG = "y"
                PERFORM GL-OVER-SHORT-PARA
            END-IF.

            PERFORM FIND-RATE-PARA.
            IF WS-BATCH-CURRENCY = SPACES
                MOVE "GBP" TO GL-CURRENCY-CODE
                PERFORM WRITE-FX-SECTION-PARA
            END-IF.

       GL-OVER-SHORT-PARA.
      *    The value of the closing count against what the till
      *    should hold, netted across the denominations - a note
      *    short and its value in coin over is a change-giving slip,
      *    not money missing. RECONCILE-PARA reports the same count
      *    per denomination after the feed is written.
            OPEN INPUT CLOSING-COUNT-FILE.
            IF WS-CLOSECNT-STATUS = "00"
                READ CLOSING-COUNT-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE CLOSE-COUNT-RECORD
                            TO WS-CLOSING-COUNT-BREAKDOWN
                        MOVE "Y" TO GL-RECON-DONE
                END-READ
                CLOSE CLOSING-COUNT-FILE
            END-IF.
            IF GL-RECON-DONE = "Y"
                MOVE 0 TO WS-RECON-NET-VALUE
                PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 12
                    SUBTRACT WS-TILL-FLOAT-NUM(WS-SUB1)
                        FROM WS-CLOSING-COUNT-NUM(WS-SUB1)
                        GIVING WS-VARIANCE
                    COMPUTE WS-RECON-NET-VALUE = WS-RECON-NET-VALUE
                        + WS-VARIANCE * WS-DENOM-VALUE(WS-SUB1)
                END-PERFORM
                IF WS-RECON-NET-VALUE > 0
                    MOVE WS-RECON-NET-VALUE TO GL-CASH-OVER
                ELSE
                    COMPUTE GL-CASH-SHORT = 0 - WS-RECON-NET-VALUE
                END-IF
            END-IF.

       WRITE-FX-SECTION-PARA.
      *    Report the foreign-currency takings both ways, so a euro
      *    market day can be read off the report without anyone
                        WS-OPENFLT-STATUS
            END-IF.

      *    The same split as a banking slip record for the safe
      *    ledger - one record per run, added to the slips already
      *    waiting until the safe ledger posts them. A run whose slip
      *    is already there (a restart after the slip went out) is
      *    not added twice.
            MOVE WS-TILL-ID TO BANKSL-TILL-ID.
            MOVE WS-RUN-NO TO BANKSL-RUN-NO.
            ACCEPT BANKSL-DATE FROM DATE YYYYMMDD.
            IF WS-BATCH-CURRENCY = SPACES
                MOVE "GBP" TO BANKSL-CURRENCY
            ELSE
                MOVE WS-BATCH-CURRENCY TO BANKSL-CURRENCY
            END-IF.
            MOVE WS-BANK-VALUE TO BANKSL-BANK-VALUE.
            MOVE WS-CASH-TENDERED TO BANKSL-CASH-TAKINGS.
            MOVE WS-BANK-BREAKDOWN TO BANKSL-BREAKDOWN.
            MOVE BANKSL-RECORD TO WS-SLIP-IMAGE.

            MOVE "N" TO WS-RUN-ON-FILE.
            MOVE "N" TO WS-EOF-FLAG.
            OPEN INPUT BANK-SLIP-FILE.
            IF WS-BANKSL-STATUS = "00"
                PERFORM UNTIL WS-EOF-FLAG = "Y"
                    READ BANK-SLIP-FILE
                        AT END
                            MOVE "Y" TO WS-EOF-FLAG
                        NOT AT END
                            IF BANKSL-TILL-ID = WS-TILL-ID
                                    AND BANKSL-RUN-NO = WS-RUN-NO
                                MOVE "Y" TO WS-RUN-ON-FILE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE BANK-SLIP-FILE
            END-IF.

            IF WS-RUN-ON-FILE = "Y"
                DISPLAY "WARNING:TILL " WS-TILL-ID " RUN " WS-RUN-NO
                        " IS ALREADY ON THE BANKING SLIP FILE - NOT "
                        "WRITTEN AGAIN"
            ELSE
                OPEN EXTEND BANK-SLIP-FILE
                IF WS-BANKSL-STATUS NOT = "00"
                    CLOSE BANK-SLIP-FILE
                    OPEN OUTPUT BANK-SLIP-FILE
                END-IF
                IF WS-BANKSL-STATUS = "00"
                    WRITE BANKSL-RECORD FROM WS-SLIP-IMAGE
                    CLOSE BANK-SLIP-FILE
                ELSE
                    DISPLAY "WARNING:CANNOT WRITE BANKING SLIP "
                            WS-BANKSL-STATUS
                END-IF
            END-IF.

       SET-RETAIN-TARGET-PARA.
      *    The standing opening float is the retention target - read
      *    it from today's opening-float file before that file is
       DISP-PARA.
            IF WS-RUN-MODE = "B" OR WS-RUN-MODE = "b"
                PERFORM WRITE-REPORT-PARA
      *        The customer gets a receipt for every basket booked -
      *        one turned away to suspense took no money.
                IF WS-SUSP-REASON = SPACES
                    PERFORM WRITE-RECEIPT-PARA
                END-IF
            ELSE
                IF WS-CHANGE-OK = "Y"
                    PERFORM DISPLAY-CHANGE-PARA
                    INTO WS-RPT-LINE-WORK
                    WITH POINTER WS-RPT-POINTER
            END-IF.
            IF WS-TRAN-TYPE = "G" OR WS-TRAN-TYPE = "g"
                STRING "VOUCHER " DELIMITED BY SIZE
                       WS-VCH-SERIAL DELIMITED BY SPACE
                       " SOLD " DELIMITED BY SIZE
                    INTO WS-RPT-LINE-WORK
                    WITH POINTER WS-RPT-POINTER
            END-IF.
            IF WS-TRAN-TYPE = "V" OR WS-TRAN-TYPE = "v"
                IF WS-VOID-RUN > 0 AND WS-VOID-RUN NOT = WS-RUN-NO
                    STRING "VOID OF SEQ " DELIMITED BY SIZE
                END-IF
                ADD 1 TO WS-SUB1
            END-PERFORM.

       WRITE-RECEIPT-PARA.
      *    One receipt per booked basket, appended to DCRECEPT.DAT
      *    under its receipt number - header, the lines with their
      *    VAT codes and offer discounts, the totals and tender
      *    split, the notes and coins handed over, and the VAT
      *    summary. DCAUDINQ rebuilds the same layout, marked COPY,
      *    from the audit trail.
            MOVE 0 TO WS-RC-LINE-NO.
            PERFORM RECEIPT-LOAD-LINES-PARA.
            PERFORM RECEIPT-HEADER-PARA.
            PERFORM RECEIPT-ITEMS-PARA.
            PERFORM RECEIPT-TOTALS-PARA.
            PERFORM RECEIPT-CHANGE-PARA.
            PERFORM RECEIPT-VAT-PARA.
            MOVE WS-RC-DASHES TO WS-RC-TEXT.
            PERFORM WRITE-RECEIPT-LINE-PARA.
            MOVE "   RETAIN FOR VAT AND REFUND PURPOSES"
                TO WS-RC-TEXT.
            PERFORM WRITE-RECEIPT-LINE-PARA.

       RECEIPT-LOAD-LINES-PARA.
      *    A sale, refund or voucher prints the basket just priced.
      *    A void prints the sale it reverses - from this run's sale
      *    memory, whose line prices are already net of discount, or
      *    nothing at all when the sale was found on the audit trail.
            MOVE 0 TO WS-RC-LINES.
            IF WS-TRAN-TYPE = "V" OR WS-TRAN-TYPE = "v"
                IF WS-VOID-FOUND = "Y"
                    MOVE WS-SM-LINES(WS-VOID-SUB) TO WS-RC-LINES
                    PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                            UNTIL WS-RC-SUB > WS-RC-LINES
                        MOVE WS-SM-LI-CODE(WS-VOID-SUB WS-RC-SUB)
                            TO WS-RL-CODE(WS-RC-SUB)
                        ADD WS-SM-LI-PRICE(WS-VOID-SUB WS-RC-SUB)
                            WS-SM-LI-DISC(WS-VOID-SUB WS-RC-SUB)
                            GIVING WS-RL-PRICE(WS-RC-SUB)
                        MOVE WS-SM-LI-DISC(WS-VOID-SUB WS-RC-SUB)
                            TO WS-RL-DISC(WS-RC-SUB)
                        MOVE WS-SM-LI-VAT(WS-VOID-SUB WS-RC-SUB)
                            TO WS-RL-VAT(WS-RC-SUB)
                    END-PERFORM
                END-IF
            ELSE
                MOVE WS-BASKET-LINES TO WS-RC-LINES
                PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                        UNTIL WS-RC-SUB > WS-RC-LINES
                    MOVE WS-BL-ITEM-CODE(WS-RC-SUB)
                        TO WS-RL-CODE(WS-RC-SUB)
                    MOVE WS-BL-PRICE(WS-RC-SUB)
                        TO WS-RL-PRICE(WS-RC-SUB)
                    MOVE WS-BL-DISC(WS-RC-SUB)
                        TO WS-RL-DISC(WS-RC-SUB)
                    MOVE WS-BL-VAT-CODE(WS-RC-SUB)
                        TO WS-RL-VAT(WS-RC-SUB)
                END-PERFORM
            END-IF.

       RECEIPT-HEADER-PARA.
            MOVE SPACES TO WS-RC-TEXT.
            IF WS-TRAN-TYPE = "R" OR WS-TRAN-TYPE = "r"
                MOVE "            REFUND RECEIPT" TO WS-RC-TEXT
            ELSE
            IF WS-TRAN-TYPE = "V" OR WS-TRAN-TYPE = "v"
                MOVE "             VOID RECEIPT" TO WS-RC-TEXT
            ELSE
            IF WS-TRAN-TYPE = "G" OR WS-TRAN-TYPE = "g"
                MOVE "         GIFT VOUCHER RECEIPT" TO WS-RC-TEXT
            ELSE
                MOVE "            SALES RECEIPT" TO WS-RC-TEXT
            END-IF
            END-IF
            END-IF.
            PERFORM WRITE-RECEIPT-LINE-PARA.
            MOVE WS-RC-DASHES TO WS-RC-TEXT.
            PERFORM WRITE-RECEIPT-LINE-PARA.

            MOVE WS-TILL-ID TO WS-RC-NO-TILL.
            MOVE WS-RUN-NO TO WS-RC-NO-RUN.
            MOVE WS-BASKET-SEQ TO WS-RC-NO-SEQ.
            MOVE SPACES TO WS-RC-TEXT.
            STRING "RECEIPT NO " DELIMITED BY SIZE
                   WS-RC-NUMBER DELIMITED BY SIZE
                INTO WS-RC-TEXT.
            PERFORM WRITE-RECEIPT-LINE-PARA.

            MOVE SPACES TO WS-RC-TEXT.
            STRING "TILL " DELIMITED BY SIZE
                   WS-TILL-ID DELIMITED BY SIZE
                   "  OPERATOR " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                INTO WS-RC-TEXT.
            PERFORM WRITE-RECEIPT-LINE-PARA.

      *    The date and time the audit row was stamped with, so the
      *    receipt and its copy agree to the second.
            MOVE WS-AUDIT-TODAY-DATE TO WS-RC-DATE.
            MOVE WS-AUDIT-TODAY-TIME TO WS-RC-TIME.
            MOVE SPACES TO WS-RC-TEXT.
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
            PERFORM WRITE-RECEIPT-LINE-PARA.

            IF WS-TRAN-TYPE = "V" OR WS-TRAN-TYPE = "v"
                MOVE SPACES TO WS-RC-TEXT
                STRING "VOID OF SALE RUN " DELIMITED BY SIZE
                       WS-VOID-RUN DELIMITED BY SIZE
                       " SEQ " DELIMITED BY SIZE
                       WS-VOID-SEQ DELIMITED BY SIZE
                    INTO WS-RC-TEXT
                PERFORM WRITE-RECEIPT-LINE-PARA
            END-IF.
            MOVE WS-RC-DASHES TO WS-RC-TEXT.
            PERFORM WRITE-RECEIPT-LINE-PARA.

       RECEIPT-ITEMS-PARA.
      *    Each line at its list price with its VAT code in the
      *    last column, and any offer discount on the line under it.
            PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                    UNTIL WS-RC-SUB > WS-RC-LINES
                MOVE SPACES TO WS-RC-TEXT
                IF WS-TRAN-TYPE = "G" OR WS-TRAN-TYPE = "g"
                    STRING "GIFT VOUCHER " DELIMITED BY SIZE
                           WS-VCH-SERIAL DELIMITED BY SPACE
                        INTO WS-RC-TEXT
                ELSE
                    IF WS-RL-CODE(WS-RC-SUB) = SPACES
                        MOVE "KEYED PRICE" TO WS-RC-TEXT
                    ELSE
                        MOVE WS-RL-CODE(WS-RC-SUB) TO WS-RC-TEXT
                    END-IF
                    MOVE WS-RL-VAT(WS-RC-SUB) TO WS-RC-TEXT(40:1)
                END-IF
                MOVE WS-RL-PRICE(WS-RC-SUB) TO WS-RC-PENCE
                PERFORM RECEIPT-MONEY-PARA
                MOVE WS-RC-MONEY-DISP TO WS-RC-TEXT(29:9)
                PERFORM WRITE-RECEIPT-LINE-PARA
                IF WS-RL-DISC(WS-RC-SUB) > 0
                    MOVE SPACES TO WS-RC-TEXT
                    MOVE "  PROMOTION" TO WS-RC-TEXT
                    MOVE WS-RL-DISC(WS-RC-SUB) TO WS-RC-PENCE
                    PERFORM RECEIPT-MONEY-PARA
                    SUBTRACT WS-RC-MONEY FROM 0
                        GIVING WS-RC-MINUS-DISP
                    MOVE WS-RC-MINUS-DISP TO WS-RC-TEXT(29:10)
                    PERFORM WRITE-RECEIPT-LINE-PARA
                END-IF
            END-PERFORM.
            IF (WS-TRAN-TYPE = "V" OR WS-TRAN-TYPE = "v")
                    AND WS-VOID-FOUND NOT = "Y"
                MOVE "ITEMS AS ON THE ORIGINAL RECEIPT"
                    TO WS-RC-TEXT
                PERFORM WRITE-RECEIPT-LINE-PARA
            END-IF.
            MOVE WS-RC-DASHES TO WS-RC-TEXT.
            PERFORM WRITE-RECEIPT-LINE-PARA.

       RECEIPT-TOTALS-PARA.
      *    A sale shows the total and how it was paid, a refund the
      *    cash paid out, and a void the sale reversed - what was
      *    tendered goes back and the change comes back in.
            MOVE SPACES TO WS-RC-TEXT.
            IF WS-TRAN-TYPE = "R" OR WS-TRAN-TYPE = "r"
                STRING "REFUND TOTAL " DELIMITED BY SIZE
                       WS-CURRENCY-CODE DELIMITED BY SIZE
                    INTO WS-RC-TEXT
                MOVE WS-PRICE TO WS-RC-PENCE
                PERFORM RECEIPT-AMOUNT-LINE-PARA
                MOVE "PAID IN CASH" TO WS-RC-TEXT
                MOVE WS-PRICE TO WS-RC-PENCE
                PERFORM RECEIPT-AMOUNT-LINE-PARA
            ELSE
            IF WS-TRAN-TYPE = "V" OR WS-TRAN-TYPE = "v"
                IF WS-VOID-FOUND = "Y"
                    MOVE WS-SM-AMOUNT(WS-VOID-SUB) TO WS-RC-TOTAL
                ELSE
                    MOVE WS-AV-AMOUNT TO WS-RC-TOTAL
                END-IF
                STRING "TOTAL VOIDED " DELIMITED BY SIZE
                       WS-CURRENCY-CODE DELIMITED BY SIZE
                    INTO WS-RC-TEXT
                SUBTRACT WS-VOID-VALUE FROM WS-RC-TOTAL
                    GIVING WS-RC-PENCE
                PERFORM RECEIPT-AMOUNT-LINE-PARA
                MOVE "TENDER RETURNED" TO WS-RC-TEXT
                MOVE WS-RC-TOTAL TO WS-RC-PENCE
                PERFORM RECEIPT-AMOUNT-LINE-PARA
                MOVE "CHANGE HANDED BACK" TO WS-RC-TEXT
                MOVE WS-VOID-VALUE TO WS-RC-PENCE
                PERFORM RECEIPT-AMOUNT-LINE-PARA
            ELSE
                STRING "TOTAL " DELIMITED BY SIZE
                       WS-CURRENCY-CODE DELIMITED BY SIZE
                    INTO WS-RC-TEXT
                MOVE WS-PRICE TO WS-RC-PENCE
                PERFORM RECEIPT-AMOUNT-LINE-PARA
                IF WS-CASH-PART > 0
                    MOVE "CASH" TO WS-RC-TEXT
                    MOVE WS-CASH-PART TO WS-RC-PENCE
                    PERFORM RECEIPT-AMOUNT-LINE-PARA
                END-IF
                IF WS-CARD-PART > 0
                    MOVE "CARD" TO WS-RC-TEXT
                    MOVE WS-CARD-PART TO WS-RC-PENCE
                    PERFORM RECEIPT-AMOUNT-LINE-PARA
                END-IF
                IF WS-VOUCHER-PART > 0
                    STRING "VOUCHER " DELIMITED BY SIZE
                           WS-VCH-SERIAL DELIMITED BY SPACE
                        INTO WS-RC-TEXT
                    MOVE WS-VOUCHER-PART TO WS-RC-PENCE
                    PERFORM RECEIPT-AMOUNT-LINE-PARA
                END-IF
                MOVE "CHANGE" TO WS-RC-TEXT
                IF WS-CHANGE > 0
                    MOVE WS-CHANGE TO WS-RC-PENCE
                ELSE
                    MOVE 0 TO WS-RC-PENCE
                END-IF
                PERFORM RECEIPT-AMOUNT-LINE-PARA
            END-IF
            END-IF.

       RECEIPT-CHANGE-PARA.
      *    The notes and coins that crossed the counter, largest
      *    first, the same breakdown the report line carries.
            MOVE 0 TO WS-RC-PENCE.
            PERFORM VARYING WS-SUB1 FROM 1 BY 1 UNTIL WS-SUB1 > 12
                ADD WS-CHANGE-NUM(WS-SUB1) TO WS-RC-PENCE
            END-PERFORM.
            IF WS-RC-PENCE > 0
                MOVE SPACES TO WS-RC-TEXT
                IF WS-TRAN-TYPE = "R" OR WS-TRAN-TYPE = "r"
                    MOVE "CASH REFUNDED:" TO WS-RC-TEXT
                ELSE
                IF WS-TRAN-TYPE = "V" OR WS-TRAN-TYPE = "v"
                    MOVE "CHANGE HANDED BACK:" TO WS-RC-TEXT
                ELSE
                    MOVE "CHANGE GIVEN:" TO WS-RC-TEXT
                END-IF
                END-IF
                PERFORM WRITE-RECEIPT-LINE-PARA
                PERFORM VARYING WS-SUB1 FROM 1 BY 1
                        UNTIL WS-SUB1 > 12
                    IF WS-CHANGE-NUM(WS-SUB1) > 0
                        MOVE SPACES TO WS-RC-TEXT
                        STRING "  " DELIMITED BY SIZE
                               WS-CHANGE-NUM(WS-SUB1)
                                DELIMITED BY SIZE
                               " X " DELIMITED BY SIZE
                               WS-MONEY-DISP(WS-SUB1)
                                DELIMITED BY SPACE
                            INTO WS-RC-TEXT
                        PERFORM WRITE-RECEIPT-LINE-PARA
                    END-IF
                END-PERFORM
            END-IF.
            MOVE WS-RC-DASHES TO WS-RC-TEXT.
            PERFORM WRITE-RECEIPT-LINE-PARA.

       RECEIPT-VAT-PARA.
      *    What the lines came to under each rate after discount,
      *    split net and VAT with the same sum the day's VAT
      *    analysis uses. A voucher is not a supply, so it carries
      *    none; a void found only on the audit trail points back
      *    to the receipt it reverses.
            IF WS-TRAN-TYPE = "G" OR WS-TRAN-TYPE = "g"
                MOVE "GIFT VOUCHER - NO VAT DUE" TO WS-RC-TEXT
                PERFORM WRITE-RECEIPT-LINE-PARA
            ELSE
            IF WS-RC-LINES = 0
                MOVE "VAT AS ON THE ORIGINAL RECEIPT" TO WS-RC-TEXT
                PERFORM WRITE-RECEIPT-LINE-PARA
            ELSE
                PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                        UNTIL WS-RC-SUB > 3
                    MOVE 0 TO WS-RC-VAT-GROSS(WS-RC-SUB)
                END-PERFORM
                PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                        UNTIL WS-RC-SUB > WS-RC-LINES
                    MOVE WS-RL-VAT(WS-RC-SUB) TO WS-VAT-LOOKUP
                    PERFORM FIND-VAT-SUB-PARA
                    ADD WS-RL-PRICE(WS-RC-SUB)
                        TO WS-RC-VAT-GROSS(WS-VAT-CUR)
                    SUBTRACT WS-RL-DISC(WS-RC-SUB)
                        FROM WS-RC-VAT-GROSS(WS-VAT-CUR)
                END-PERFORM
                MOVE SPACES TO WS-RC-TEXT
                IF WS-TRAN-TYPE = "R" OR WS-TRAN-TYPE = "r"
                    MOVE "VAT SUMMARY - REFUNDED" TO WS-RC-TEXT
                ELSE
                IF WS-TRAN-TYPE = "V" OR WS-TRAN-TYPE = "v"
                    MOVE "VAT SUMMARY - REVERSED" TO WS-RC-TEXT
                ELSE
                    MOVE "VAT SUMMARY" TO WS-RC-TEXT
                END-IF
                END-IF
                PERFORM WRITE-RECEIPT-LINE-PARA
                MOVE SPACES TO WS-RC-TEXT
                MOVE "RATE" TO WS-RC-TEXT(3:4)
                MOVE "GROSS" TO WS-RC-TEXT(14:5)
                MOVE "NET" TO WS-RC-TEXT(26:3)
                MOVE "VAT" TO WS-RC-TEXT(36:3)
                PERFORM WRITE-RECEIPT-LINE-PARA
                PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                        UNTIL WS-RC-SUB > 3
                    IF WS-RC-VAT-GROSS(WS-RC-SUB) > 0
                        PERFORM RECEIPT-VAT-LINE-PARA
                    END-IF
                END-PERFORM
            END-IF
            END-IF.

       RECEIPT-VAT-LINE-PARA.
            MOVE SPACES TO WS-RC-TEXT.
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
            PERFORM RECEIPT-MONEY-PARA.
            MOVE WS-RC-MONEY-DISP TO WS-RC-TEXT(10:9).
            MOVE WS-VAT-NET TO WS-RC-PENCE.
            PERFORM RECEIPT-MONEY-PARA.
            MOVE WS-RC-MONEY-DISP TO WS-RC-TEXT(20:9).
            MOVE WS-VAT-AMT TO WS-RC-PENCE.
            PERFORM RECEIPT-MONEY-PARA.
            MOVE WS-RC-MONEY-DISP TO WS-RC-TEXT(30:9).
            PERFORM WRITE-RECEIPT-LINE-PARA.

       RECEIPT-AMOUNT-LINE-PARA.
      *    Caption already in WS-RC-TEXT, amount in WS-RC-PENCE.
            PERFORM RECEIPT-MONEY-PARA.
            MOVE WS-RC-MONEY-DISP TO WS-RC-TEXT(29:9).
            PERFORM WRITE-RECEIPT-LINE-PARA.

       RECEIPT-MONEY-PARA.
            DIVIDE WS-RC-PENCE BY 100 GIVING WS-RC-MONEY.
            MOVE WS-RC-MONEY TO WS-RC-MONEY-DISP.

       WRITE-RECEIPT-LINE-PARA.
            ADD 1 TO WS-RC-LINE-NO.
            MOVE WS-TILL-ID TO RCPT-TILL-ID.
            MOVE WS-RUN-NO TO RCPT-RUN-NO.
            MOVE WS-BASKET-SEQ TO RCPT-SEQ-NO.
            MOVE WS-RC-LINE-NO TO RCPT-LINE-NO.
            MOVE "O" TO RCPT-COPY-FLAG.
            MOVE WS-RC-TEXT TO RCPT-TEXT.
            WRITE RCPT-RECORD.
            MOVE SPACES TO WS-RC-TEXT.
