      *              the tills and carried on the combined store
      *              feed, so the store-level posting keeps the
      *              per-rate split the per-till feeds now carry.
      *  2026-10-15  The promotion discount section of the GL record
      *              is summed across the tills per rate code and
      *              carried on the combined store feed with the VAT
      *              section.
      *  2026-10-15  The face value of gift vouchers sold is summed
      *              across the tills, reported, and carried on the
      *              combined store feed.
      *  2026-10-15  The refunds paid per rate and the cash over and
      *              short are summed across the tills and carried on
      *              the combined store feed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 WS-GRAND-CASH-TK      PIC 9(10) VALUE 0.
           03 WS-GRAND-CARD-TK      PIC 9(10) VALUE 0.
           03 WS-GRAND-VCHR-TK      PIC 9(10) VALUE 0.
           03 WS-GRAND-VCHR-ISSUED  PIC 9(10) VALUE 0.
           03 WS-GRAND-CASH-OVER    PIC 9(10) VALUE 0.
           03 WS-GRAND-CASH-SHORT   PIC 9(10) VALUE 0.
           03 WS-GRAND-RECON-DONE   PIC X     VALUE "N".
           03 WS-GRAND-NET-GBP      PIC 9(10) VALUE 0.
           03 WS-STORE-CURRENCY     PIC X(3)  VALUE SPACES.
           03 WS-VAT-SUB            PIC 9     VALUE 0.
               05 WS-GV-GROSS       PIC 9(10).
               05 WS-GV-NET         PIC 9(10).
               05 WS-GV-AMOUNT      PIC 9(10).
               05 WS-GV-DISC        PIC 9(10).
               05 WS-GV-RFND-GROSS  PIC 9(10).
               05 WS-GV-RFND-NET    PIC 9(10).
               05 WS-GV-RFND-VAT    PIC 9(10).

       01  WS-RPT-LINE              PIC X(120) VALUE SPACES.

                MOVE 0 TO WS-GV-GROSS(WS-VAT-SUB)
                MOVE 0 TO WS-GV-NET(WS-VAT-SUB)
                MOVE 0 TO WS-GV-AMOUNT(WS-VAT-SUB)
                MOVE 0 TO WS-GV-DISC(WS-VAT-SUB)
                MOVE 0 TO WS-GV-RFND-GROSS(WS-VAT-SUB)
                MOVE 0 TO WS-GV-RFND-NET(WS-VAT-SUB)
                MOVE 0 TO WS-GV-RFND-VAT(WS-VAT-SUB)
            END-PERFORM.

       READ-AUDIT-TRAIL-PARA.
                    ADD GL-IN-CARD-TAKINGS TO WS-GRAND-CARD-TK
                    ADD GL-IN-VOUCHER-TAKINGS TO WS-GRAND-VCHR-TK
                    ADD GL-IN-NET-REVENUE-GBP TO WS-GRAND-NET-GBP
      *            A feed record from before vouchers were sold has
      *            no voucher-issued figure.
                    IF GL-IN-VOUCHER-ISSUED NUMERIC
                        ADD GL-IN-VOUCHER-ISSUED
                            TO WS-GRAND-VCHR-ISSUED
                    END-IF
      *            Nor, from before the journal, refunds per rate or
      *            an over/short value.
                    IF GL-IN-RECON-DONE = "Y"
                        MOVE "Y" TO WS-GRAND-RECON-DONE
                        IF GL-IN-CASH-OVER NUMERIC
                            ADD GL-IN-CASH-OVER TO WS-GRAND-CASH-OVER
                        END-IF
                        IF GL-IN-CASH-SHORT NUMERIC
                            ADD GL-IN-CASH-SHORT
                                TO WS-GRAND-CASH-SHORT
                        END-IF
                    END-IF
                    PERFORM VARYING WS-VAT-SUB FROM 1 BY 1
                            UNTIL WS-VAT-SUB > 3
                        IF GL-IN-VAT-GROSS(WS-VAT-SUB) NUMERIC
                            ADD GL-IN-VAT-AMOUNT(WS-VAT-SUB)
                                TO WS-GV-AMOUNT(WS-VAT-SUB)
                        END-IF
      *                A feed record from before promotions has no
      *                discount section - nothing was discounted.
                        IF GL-IN-DISC-AMOUNT(WS-VAT-SUB) NUMERIC
                            ADD GL-IN-DISC-AMOUNT(WS-VAT-SUB)
                                TO WS-GV-DISC(WS-VAT-SUB)
                        END-IF
                        IF GL-IN-RFND-GROSS(WS-VAT-SUB) NUMERIC
                            ADD GL-IN-RFND-GROSS(WS-VAT-SUB)
                                TO WS-GV-RFND-GROSS(WS-VAT-SUB)
                            ADD GL-IN-RFND-NET(WS-VAT-SUB)
                                TO WS-GV-RFND-NET(WS-VAT-SUB)
                            ADD GL-IN-RFND-VAT(WS-VAT-SUB)
                                TO WS-GV-RFND-VAT(WS-VAT-SUB)
                        END-IF
                    END-PERFORM
                    IF WS-STORE-CURRENCY = SPACES
                        MOVE GL-IN-CURRENCY-CODE TO WS-STORE-CURRENCY
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

            MOVE SPACES TO WS-RPT-LINE.
            STRING "STORE GIFT VOUCHERS SOLD " DELIMITED BY SIZE
                   WS-GRAND-VCHR-ISSUED DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            PERFORM WRITE-RPT-LINE-PARA.

       WRITE-DENOM-SUMMARY-PARA.
      *    One denomination section per currency seen on the audit
      *    trail, each under its own note/coin labels - a euro-day
                MOVE WS-GRAND-CASH-TK TO STORE-GL-CASH-TAKINGS
                MOVE WS-GRAND-CARD-TK TO STORE-GL-CARD-TAKINGS
                MOVE WS-GRAND-VCHR-TK TO STORE-GL-VOUCHER-TAKINGS
                MOVE WS-GRAND-VCHR-ISSUED TO STORE-GL-VOUCHER-ISSUED
                MOVE 0 TO STORE-GL-RUN-NO
      *        The tendered/change/net sums are in whatever currency
      *        each till ran - only when every feed record was GBP is
                        TO STORE-GL-VAT-NET(WS-VAT-SUB)
                    MOVE WS-GV-AMOUNT(WS-VAT-SUB)
                        TO STORE-GL-VAT-AMOUNT(WS-VAT-SUB)
                    MOVE WS-GV-CODE(WS-VAT-SUB)
                        TO STORE-GL-DISC-CODE(WS-VAT-SUB)
                    MOVE WS-GV-DISC(WS-VAT-SUB)
                        TO STORE-GL-DISC-AMOUNT(WS-VAT-SUB)
                    MOVE WS-GV-CODE(WS-VAT-SUB)
                        TO STORE-GL-RFND-CODE(WS-VAT-SUB)
                    MOVE WS-GV-RFND-GROSS(WS-VAT-SUB)
                        TO STORE-GL-RFND-GROSS(WS-VAT-SUB)
                    MOVE WS-GV-RFND-NET(WS-VAT-SUB)
                        TO STORE-GL-RFND-NET(WS-VAT-SUB)
                    MOVE WS-GV-RFND-VAT(WS-VAT-SUB)
                        TO STORE-GL-RFND-VAT(WS-VAT-SUB)
                END-PERFORM
                MOVE WS-GRAND-RECON-DONE TO STORE-GL-RECON-DONE
                MOVE WS-GRAND-CASH-OVER TO STORE-GL-CASH-OVER
                MOVE WS-GRAND-CASH-SHORT TO STORE-GL-CASH-SHORT
                WRITE STORE-GL-RECORD
                CLOSE STORE-GL-FILE
            END-IF.
