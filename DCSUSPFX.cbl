      *
      *  Change history.
      *  2026-08-22  Initial version.
      *  2026-10-15  Gift vouchers - the VCHR reason is spelt out,
      *              the voucher serial is shown and can be
      *              corrected, and G (voucher sold) is offered as a
      *              record type.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                        MOVE "BASKET EXCEEDS 20 "
                                          &  "LINES"
                                            TO WS-REASON-TEXT
                                      ELSE
                                      IF SUSP-REASON-CODE = "VCHR"
                                        MOVE "VOUCHER UNKNOWN, "
                                          &  "EXPIRED OR SPENT"
                                            TO WS-REASON-TEXT
                                      ELSE
                                        MOVE "UNKNOWN REASON CODE"
                                            TO WS-REASON-TEXT
                                      END-IF
                                      END-IF
                                    END-IF
                                END-IF
                            END-IF
                    " CASH PORTION " SUSP-CASH-AMOUNT.
            DISPLAY "  TYPE     : " SUSP-TRAN-TYPE
                    " VOID SEQ " SUSP-VOID-SEQ.
            DISPLAY "  VOUCHER  : " SUSP-VOUCHER-SERIAL.

       CORRECT-FIELD-PARA.
            DISPLAY "CORRECT WHICH FIELD - A=AMOUNT, P=PRICE, "
                    "C=CURRENCY, I=ITEM CODE, T=TENDER TYPE, "
                    "S=CASH PORTION, V=VOID SEQ, "
                    "R=RECORD TYPE, G=VOUCHER SERIAL, N=NONE :".
            ACCEPT WS-FIELD-CHOICE.

            IF WS-FIELD-CHOICE = "A" OR WS-FIELD-CHOICE = "a"
                        IF WS-FIELD-CHOICE = "R"
                                OR WS-FIELD-CHOICE = "r"
                            DISPLAY "ENTER RECORD TYPE - S=SALE, "
                                    "R=REFUND, V=VOID, "
                                    "G=VOUCHER SOLD :"
                            ACCEPT SUSP-TRAN-TYPE
                            PERFORM SHOW-FIELDS-PARA
                        ELSE
                            IF WS-FIELD-CHOICE = "G"
                                    OR WS-FIELD-CHOICE = "g"
                                DISPLAY "ENTER VOUCHER SERIAL :"
                                ACCEPT SUSP-VOUCHER-SERIAL
                                PERFORM SHOW-FIELDS-PARA
                            END-IF
                        END-IF
                    END-IF
                END-IF
